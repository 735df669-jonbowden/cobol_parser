      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGDCLI.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  DOMESTIC CLEARING INSTRUCTION FOR THE ONWARD LEG
      *               OF A POSTED INWARD PAYMENT WHOSE BENEFICIARY
      *               BANKS WITH ANOTHER LOCAL BANK. EVERY SUCH LEG
      *               USED TO GO OUT AS MEPS+; TRFVDRTGS NOW CHOOSES
      *               FAST, GIRO OR MEPS+ FROM THE TFSDRTRUL AMOUNT-
      *               BAND / URGENCY RULES AND THE BENEFICIARY BANK'S
      *               REACHABILITY (TFSDBRCH), AND THIS PROGRAM RAISES
      *               THE TFSDCLI INSTRUCTION IN THAT SCHEME (STATUS P
      *               FOR GHDCLEXT TO SEND). THE INSTRUCTION IS KEYED
      *               BY THE INWARD ITEM, SO A SCHEME RETURN
      *               (GHDCRTLD) TRACES BACK TO IT. CALLED BY THE
      *               VALIDATION DRIVER AFTER THE CREDIT POSTS.
      *NOTE        :  MODELLED ON TRFGCADV (PER-ITEM SERVICE SHAPE).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  DCLR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSDCLI ASSIGN TO DATABASE-TFSDCLI
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSDCLI
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSDCLI-REC.
       01  TFSDCLI-REC.
           COPY DDS-ALL-FORMATS OF TFSDCLI.
       01  TFSDCLI-REC-1.
           COPY TFSDCLI.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGDCLI  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY VDRTGS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).

       01  WS-INSTREF.
           05 WS-INSTREF-PFX   PIC X(02)  VALUE "DC".
           05 WS-INSTREF-PARA  PIC 9(08).
           05 WS-INSTREF-SEQ   PIC 9(02).
           05 FILLER           PIC X(04)  VALUE SPACES.

       01  WS-EXISTS-SW        PIC X(01)  VALUE "N".
           88 WS-EXISTS                   VALUE "Y".

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VDCLI.
       EJECT
       PROCEDURE DIVISION USING WK-C-VDCLI-RECORD.
       MAIN-MODULE.
           PERFORM A000-MAIN-PROCESSING
              THRU A099-MAIN-PROCESSING-EX.
           PERFORM Z000-END-PROGRAM-ROUTINE
              THRU Z099-END-PROGRAM-ROUTINE-EX.
           GOBACK.
       EJECT
      *---------------------------------------------------------------*
       A000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-DATE-8.
           ACCEPT   WS-TIME-RAW         FROM TIME.

           MOVE     SPACES              TO WK-C-VDCLI-OUTPUT.
           MOVE     "N"                 TO WK-C-VDCLI-RAISED.

      *    THE SCHEME DECISION - AN RTGS CURRENCY THE TABLE DOES NOT
      *    KNOW HAS NO DOMESTIC ONWARD LEG TO RAISE.
           INITIALIZE                   WK-C-VDRTGS-RECORD.
           MOVE     WK-C-VDCLI-PU       TO WK-C-VDRTGS-PU.
           MOVE     WK-C-VDCLI-CUYCD    TO WK-C-VDRTGS-CUY.
           MOVE     WK-N-VDCLI-AMT      TO WK-C-VDRTGS-AMT.
           MOVE     WK-C-VDCLI-BENBNKID TO WK-C-VDRTGS-BANKID.
           MOVE     "Y"                 TO WK-C-VDRTGS-DOMRTE.
           MOVE     WK-C-VDCLI-URGIND   TO WK-C-VDRTGS-URGIND.
           CALL     "TRFVDRTGS"         USING WK-C-VDRTGS-RECORD.
           IF       WK-C-VDRTGS-ERROR-CD NOT = SPACES
                    MOVE WK-C-VDRTGS-ERROR-CD TO WK-C-VDCLI-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           IF       WK-C-VDRTGS-RTGSCUYIND NOT = "Y"
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     WK-N-VDCLI-PARALNO  TO WS-INSTREF-PARA.
           MOVE     WK-N-VDCLI-SEQNUM   TO WS-INSTREF-SEQ.
           MOVE     WK-C-VDRTGS-SCHEME  TO WK-C-VDCLI-SCHEME.
           MOVE     WK-C-VDRTGS-DOMPMODE TO WK-C-VDCLI-PMODE.
           MOVE     WS-INSTREF          TO WK-C-VDCLI-INSTREF.

           OPEN     I-O TFSDCLI.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VDCLI-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    AN ITEM REPAIRED AND RE-RELEASED BEFORE ITS INSTRUCTION WAS
      *    SENT TAKES THE NEW DECISION; ONE ALREADY WITH THE CLEARING
      *    INTERFACE IS NOT RAISED TWICE.
           MOVE     "N"                 TO WS-EXISTS-SW.
           INITIALIZE                   TFSDCLI-REC-1.
           MOVE     WK-N-VDCLI-PARALNO  TO TFSDCLI-PARALNO.
           MOVE     WK-N-VDCLI-SEQNUM   TO TFSDCLI-SEQNUM.
           READ     TFSDCLI KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EXISTS-SW
                    IF TFSDCLI-STATUS NOT = "P"
                       GO TO A090-CLOSE-FILES
                    END-IF
           END-IF.

           INITIALIZE                   TFSDCLI-REC-1.
           MOVE     WK-N-VDCLI-PARALNO  TO TFSDCLI-PARALNO.
           MOVE     WK-N-VDCLI-SEQNUM   TO TFSDCLI-SEQNUM.
           MOVE     WS-INSTREF          TO TFSDCLI-INSTREF.
           MOVE     WK-C-VDRTGS-SCHEME  TO TFSDCLI-SCHEME.
           MOVE     WK-C-VDRTGS-DOMPMODE TO TFSDCLI-PMODE.
           MOVE     WK-C-VDRTGS-RULSEQ  TO TFSDCLI-RULSEQ.
           MOVE     WK-C-VDCLI-CUYCD    TO TFSDCLI-CUYCD.
           MOVE     WK-N-VDCLI-AMT      TO TFSDCLI-AMT.
           MOVE     WK-N-VDCLI-VALDTE   TO TFSDCLI-VALDTE.
           MOVE     WK-C-VDCLI-BENBNKID TO TFSDCLI-BENBNKID.
           MOVE     WK-C-VDCLI-BENACC   TO TFSDCLI-BENACC.
           MOVE     WK-C-VDCLI-BENNAME  TO TFSDCLI-BENNAME.
           MOVE     WK-C-VDCLI-ORDNAME  TO TFSDCLI-ORDNAME.
           MOVE     WK-C-VDCLI-SENBNKID TO TFSDCLI-SENBNKID.
           MOVE     WS-DATE-8           TO TFSDCLI-CRTDTE.
           MOVE     WS-TIME-RAW (1:6)   TO TFSDCLI-CRTTIME.
           MOVE     "P"                 TO TFSDCLI-STATUS.
           IF       WS-EXISTS
                    REWRITE TFSDCLI-REC-1
           ELSE
                    WRITE TFSDCLI-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VDCLI-ERROR-CD
                    GO TO A090-CLOSE-FILES.

           MOVE     "Y"                 TO WK-C-VDCLI-RAISED.

       A090-CLOSE-FILES.
           CLOSE    TFSDCLI.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGDCLI ***************
      ******************************************************************
