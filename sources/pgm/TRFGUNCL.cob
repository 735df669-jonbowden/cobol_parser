      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGUNCL.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  OFFICER ACTIONS ON THE TFSUNCLM UNCLAIMED FUNDS
      *               REGISTER (BUILT BY GHUNCLRG). CNT RECORDS A
      *               CONTACT OR NOTIFICATION ATTEMPT - METHOD, PARTY
      *               CONTACTED AND OUTCOME - ON TFSUNCNT AND COUNTS
      *               IT ON THE REGISTER; THE ANNUAL RETURN HOLDS
      *               BACK ANY ITEM WITH NO ATTEMPT ON FILE. CLM
      *               RECORDS A CLAIM AGAINST THE ORIGINAL ITEM: ONE
      *               STILL AWAITING THE RETURN IS MARKED C (PAID OUT
      *               OF SUSPENSE, OFF THE NEXT RETURN); ONE ALREADY
      *               TRANSFERRED IS MARKED K (RECLAIM FROM THE
      *               REGULATOR). EITHER WAY THE CLAIM REFERENCE SITS
      *               ON THE ROW KEYED BY THE ORIGINAL PARALNO.
      *               UNCLMNT AUTHORITY REQUIRED.
      *NOTE        :  MODELLED ON TRFGTRDQ AND TRFGGLOC.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  UNCL01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSUNCLM ASSIGN TO DATABASE-TFSUNCLM
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSUNCNT ASSIGN TO DATABASE-TFSUNCNT
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSUNCLM
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSUNCLM-REC.
       01  TFSUNCLM-REC.
           COPY DDS-ALL-FORMATS OF TFSUNCLM.
       01  TFSUNCLM-REC-1.
           COPY TFSUNCLM.
       FD  TFSUNCNT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSUNCNT-REC.
       01  TFSUNCNT-REC.
           COPY DDS-ALL-FORMATS OF TFSUNCNT.
       01  TFSUNCNT-REC-1.
           COPY TFSUNCNT.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGUNCL  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY AUTH.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VUNCL.
       EJECT
       PROCEDURE DIVISION USING WK-C-VUNCL-RECORD.
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
           MOVE     SPACES              TO WK-C-VUNCL-OUTPUT.

           EVALUATE WK-C-VUNCL-ACTION
               WHEN "CNT"
                    IF WK-C-VUNCL-CNTMTHD NOT = "L" AND NOT = "E"
                       AND NOT = "S" AND NOT = "P" AND NOT = "N"
                       OR WK-C-VUNCL-PARTY = SPACES
                       MOVE "SUP0263"   TO WK-C-VUNCL-ERROR-CD
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
               WHEN "CLM"
                    IF WK-C-VUNCL-PARTY = SPACES
                       OR WK-C-VUNCL-CLMREF = SPACES
                       MOVE "SUP0263"   TO WK-C-VUNCL-ERROR-CD
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
               WHEN OTHER
                    MOVE "SUP0262"      TO WK-C-VUNCL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX
           END-EVALUATE.

           INITIALIZE                   WK-C-AUTH-RECORD.
           MOVE     WK-C-VUNCL-USERID   TO WK-C-AUTH-USERID.
           MOVE     "UNCLMNT"           TO WK-C-AUTH-FUNCTID.
           MOVE     "TRFGUNCL"          TO WK-C-AUTH-SRCPGM.
           MOVE     WK-N-VUNCL-PARALNO  TO WK-C-AUTH-CONTEXT.
           CALL     "TRFXAUTH"          USING WK-C-AUTH-RECORD.
           IF       WK-C-AUTH-ALLOWED NOT = "Y"
                    MOVE "SUP0029"      TO WK-C-VUNCL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           OPEN     I-O TFSUNCLM  TFSUNCNT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VUNCL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    A CLAIMED ITEM IS CLOSED ON THE REGISTER - NO FURTHER
      *    CONTACT OR SECOND CLAIM AGAINST IT.
           INITIALIZE                   TFSUNCLM-REC-1.
           MOVE     WK-N-VUNCL-PARALNO  TO TFSUNCLM-PARALNO.
           MOVE     WK-N-VUNCL-SEQNUM   TO TFSUNCLM-SEQNUM.
           READ     TFSUNCLM KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSUNCLM-STATUS = "C"
                    OR TFSUNCLM-STATUS = "K"
                    MOVE "SUP0262"      TO WK-C-VUNCL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           IF       WK-C-VUNCL-ACTION = "CNT"
                    PERFORM B000-RECORD-CONTACT
                       THRU B099-RECORD-CONTACT-EX
           ELSE
                    PERFORM C000-RECORD-CLAIM
                       THRU C099-RECORD-CLAIM-EX
           END-IF.
           IF       WK-C-VUNCL-ERROR-CD NOT = SPACES
                    GO TO A099-MAIN-PROCESSING-EX.

           REWRITE  TFSUNCLM-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VUNCL-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           MOVE     TFSUNCLM-STATUS     TO WK-C-VUNCL-STATUS.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-RECORD-CONTACT.
      *---------------------------------------------------------------*
           ADD      1                   TO TFSUNCLM-CNTCNT.
           MOVE     WS-DATE-8           TO TFSUNCLM-LSTCNTDTE.

           INITIALIZE                   TFSUNCNT-REC-1.
           MOVE     TFSUNCLM-PARALNO    TO TFSUNCNT-PARALNO.
           MOVE     TFSUNCLM-SEQNUM     TO TFSUNCNT-SEQNUM.
           MOVE     TFSUNCLM-CNTCNT     TO TFSUNCNT-ATTNO.
           MOVE     WS-DATE-8           TO TFSUNCNT-CNTDTE.
           MOVE     WK-C-VUNCL-CNTMTHD  TO TFSUNCNT-CNTMTHD.
           MOVE     WK-C-VUNCL-PARTY    TO TFSUNCNT-CNTPARTY.
           MOVE     WK-C-VUNCL-OUTCOME  TO TFSUNCNT-OUTCOME.
           MOVE     WK-C-VUNCL-USERID   TO TFSUNCNT-USERID.
           WRITE    TFSUNCNT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VUNCL-ERROR-CD
           END-IF.

       B099-RECORD-CONTACT-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-RECORD-CLAIM.
      *---------------------------------------------------------------*
           IF       TFSUNCLM-STATUS = "T"
                    MOVE "K"            TO TFSUNCLM-STATUS
           ELSE
                    MOVE "C"            TO TFSUNCLM-STATUS
           END-IF.
           MOVE     WS-DATE-8           TO TFSUNCLM-CLMDTE.
           MOVE     WK-C-VUNCL-CLMREF   TO TFSUNCLM-CLMREF.
           MOVE     WK-C-VUNCL-PARTY    TO TFSUNCLM-CLMNAME.
           MOVE     WK-C-VUNCL-USERID   TO TFSUNCLM-CLMUSRID.

       C099-RECORD-CLAIM-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSUNCLM  TFSUNCNT.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGUNCL ***************
      ******************************************************************
