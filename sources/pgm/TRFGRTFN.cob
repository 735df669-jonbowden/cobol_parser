      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGRTFN.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  RTGS LEG RECORD FOR SETTLEMENT FINALITY. ONCE
      *               TRFVDRTGS PUT AN ITEM'S LEG ON AN RTGS THE ITEM
      *               WAS TREATED AS DONE; NOW, AS A POSTED ITEM'S LEG
      *               GOES OUT ON THE RTGS MODEPAY OF ITS PROCESSING
      *               UNIT AND CURRENCY (MEPS+, RENTAS, HK RTGS), THIS
      *               PROGRAM WRITES THE TFSRTGSFN ROW (FINSTS W) WITH
      *               OUR RTGS REFERENCE (RT + PARALNO + SEQNUM) AND
      *               THE SEND TIME. GHRTGSFN MOVES IT ALONG AS THE
      *               RTGS CONFIRMS OR REJECTS THE LEG. ANY OTHER
      *               MODEPAY IS A NO-OP. CALLED BY THE VALIDATION
      *               DRIVER AFTER THE ITEM POSTS.
      *NOTE        :  MODELLED ON TRFGDCLI.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  RTFN01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSRTGSFN ASSIGN TO DATABASE-TFSRTGSFN
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSRTGSFN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRTGSFN-REC.
       01  TFSRTGSFN-REC.
           COPY DDS-ALL-FORMATS OF TFSRTGSFN.
       01  TFSRTGSFN-REC-1.
           COPY TFSRTGSFN.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGRTFN  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY VDRTGS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).

       01  WS-RTGSREF.
           05 WS-RTGSREF-PFX   PIC X(02)  VALUE "RT".
           05 WS-RTGSREF-PARA  PIC 9(08).
           05 WS-RTGSREF-SEQ   PIC 9(02).
           05 FILLER           PIC X(04)  VALUE SPACES.

       01  WS-EXISTS-SW        PIC X(01)  VALUE "N".
           88 WS-EXISTS                   VALUE "Y".

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VRTFN.
       EJECT
       PROCEDURE DIVISION USING WK-C-VRTFN-RECORD.
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

           MOVE     SPACES              TO WK-C-VRTFN-OUTPUT.
           MOVE     "N"                 TO WK-C-VRTFN-TRACKED.
           IF       WK-C-VRTFN-PMODE = SPACES
                    GO TO A099-MAIN-PROCESSING-EX.

      *    ONLY A LEG ON THE RTGS MODEPAY OF THE UNIT AND CURRENCY
      *    HAS A SETTLEMENT TO WAIT FOR.
           INITIALIZE                   WK-C-VDRTGS-RECORD.
           MOVE     WK-C-VRTFN-PU       TO WK-C-VDRTGS-PU.
           MOVE     WK-C-VRTFN-CUYCD    TO WK-C-VDRTGS-CUY.
           MOVE     WK-N-VRTFN-AMT      TO WK-C-VDRTGS-AMT.
           CALL     "TRFVDRTGS"         USING WK-C-VDRTGS-RECORD.
           IF       WK-C-VDRTGS-ERROR-CD NOT = SPACES
                    MOVE WK-C-VDRTGS-ERROR-CD TO WK-C-VRTFN-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           IF       WK-C-VDRTGS-RTGSCUYIND NOT = "Y"
                    GO TO A099-MAIN-PROCESSING-EX.
           IF       WK-C-VRTFN-PMODE NOT = WK-C-VDRTGS-RTGSTYPE
                    AND (WK-C-VDRTGS-RTGSTYPE2 = SPACES
                    OR WK-C-VRTFN-PMODE NOT = WK-C-VDRTGS-RTGSTYPE2)
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     WK-N-VRTFN-PARALNO  TO WS-RTGSREF-PARA.
           MOVE     WK-N-VRTFN-SEQNUM   TO WS-RTGSREF-SEQ.
           MOVE     WS-RTGSREF          TO WK-C-VRTFN-RTGSREF.

           OPEN     I-O TFSRTGSFN.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VRTFN-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    AN ITEM REOPENED BY AN RTGS REJECTION AND POSTED AGAIN
      *    SENDS A NEW LEG, SO A REJECTED ROW STARTS OVER; A LEG
      *    STILL OPEN OR SETTLED IS NOT RECORDED TWICE.
           MOVE     "N"                 TO WS-EXISTS-SW.
           INITIALIZE                   TFSRTGSFN-REC-1.
           MOVE     WK-N-VRTFN-PARALNO  TO TFSRTGSFN-PARALNO.
           MOVE     WK-N-VRTFN-SEQNUM   TO TFSRTGSFN-SEQNUM.
           READ     TFSRTGSFN KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EXISTS-SW
                    IF TFSRTGSFN-FINSTS NOT = "J"
                       GO TO A090-CLOSE-FILES
                    END-IF
           END-IF.

           INITIALIZE                   TFSRTGSFN-REC-1.
           MOVE     WK-N-VRTFN-PARALNO  TO TFSRTGSFN-PARALNO.
           MOVE     WK-N-VRTFN-SEQNUM   TO TFSRTGSFN-SEQNUM.
           MOVE     WS-RTGSREF          TO TFSRTGSFN-RTGSREF.
           MOVE     WK-C-VRTFN-PMODE    TO TFSRTGSFN-PMODE.
           MOVE     WK-C-VRTFN-PU       TO TFSRTGSFN-PU.
           MOVE     WK-C-VRTFN-CUYCD    TO TFSRTGSFN-CUYCD.
           MOVE     WK-N-VRTFN-AMT      TO TFSRTGSFN-AMT.
           MOVE     WK-N-VRTFN-VALDTE   TO TFSRTGSFN-VALDTE.
           MOVE     WK-C-VRTFN-SENBNKID TO TFSRTGSFN-SENBNKID.
           MOVE     WS-DATE-8           TO TFSRTGSFN-SNDDTE.
           MOVE     WS-TIME-RAW (1:6)   TO TFSRTGSFN-SNDTIME.
           MOVE     "W"                 TO TFSRTGSFN-FINSTS.
           MOVE     "N"                 TO TFSRTGSFN-RPRIND
                                           TFSRTGSFN-ALRTIND.
           IF       WS-EXISTS
                    REWRITE TFSRTGSFN-REC-1
           ELSE
                    WRITE TFSRTGSFN-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VRTFN-ERROR-CD
                    GO TO A090-CLOSE-FILES.

           MOVE     "Y"                 TO WK-C-VRTFN-TRACKED.

       A090-CLOSE-FILES.
           CLOSE    TFSRTGSFN.

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
      *************** END OF PROGRAM SOURCE  TRFGRTFN ***************
      ******************************************************************
