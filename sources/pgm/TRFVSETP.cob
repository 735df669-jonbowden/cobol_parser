      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVSETP.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  CUSTOMER SETTLEMENT PREFERENCE FOR AN INWARD
      *               FOREIGN-CURRENCY PAYMENT QUOTING A LOCAL-
      *               CURRENCY ACCOUNT. INQ RETURNS THE ACCOUNT IN THE
      *               PAYMENT CURRENCY THE CUSTOMER (CIF) HAS ASKED TO
      *               BE CREDITED INSTEAD OF A CONVERSION, WHEN A
      *               TFSSETPRF PREFERENCE IS ACTIVE AND IN FORCE
      *               TODAY. REC RECORDS ON TFSSETSUB THAT TRFVTC1
      *               MOVED THE ITEM'S CREDIT TO THAT ACCOUNT. GET
      *               RETURNS THE RECORDED SUBSTITUTION FOR THE CREDIT
      *               ADVICE. DEL REMOVES IT WHEN A REVALIDATION NO
      *               LONGER SUBSTITUTES. THE ACCOUNT ITSELF IS CHECKED
      *               BY THE CALLER THROUGH TRFVCFA.
      *NOTE        :  MODELLED ON TRFVFWD.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  SETP01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSSETPRF ASSIGN TO DATABASE-TFSSETPRF
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSETSUB ASSIGN TO DATABASE-TFSSETSUB
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSSETPRF
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSETPRF-REC.
       01  TFSSETPRF-REC.
           COPY DDS-ALL-FORMATS OF TFSSETPRF.
       01  TFSSETPRF-REC-1.
           COPY TFSSETPRF.

       FD  TFSSETSUB
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSETSUB-REC.
       01  TFSSETSUB-REC.
           COPY DDS-ALL-FORMATS OF TFSSETSUB.
       01  TFSSETSUB-REC-1.
           COPY TFSSETSUB.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFVSETP  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).

       01  WS-SUB-ON-FILE-SW   PIC X(01).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VSETP.
       EJECT
       PROCEDURE DIVISION USING WK-C-VSETP-RECORD.
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
           MOVE     WS-TIME-RAW(1:6)    TO WS-TIME-6.

           MOVE     SPACES              TO WK-C-VSETP-ERROR-CD.
           MOVE     "N"                 TO WK-C-VSETP-FOUND.

           OPEN     INPUT TFSSETPRF.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFVSETP - OPEN FILE ERROR - TFSSETPRF"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VSETP-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           OPEN     I-O TFSSETSUB.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFVSETP - OPEN FILE ERROR - TFSSETSUB"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VSETP-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           EVALUATE WK-C-VSETP-MODE
               WHEN "INQ"
                    PERFORM B000-GET-PREFERENCE
                       THRU B099-GET-PREFERENCE-EX
               WHEN "REC"
                    PERFORM C000-RECORD-SUBSTITUTION
                       THRU C099-RECORD-SUBSTITUTION-EX
               WHEN "GET"
                    PERFORM D000-GET-SUBSTITUTION
                       THRU D099-GET-SUBSTITUTION-EX
               WHEN "DEL"
                    PERFORM E000-DELETE-SUBSTITUTION
                       THRU E099-DELETE-SUBSTITUTION-EX
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-GET-PREFERENCE.
      *---------------------------------------------------------------*
      *    NO PREFERENCE, A SUSPENDED ONE OR ONE NOT IN FORCE TODAY
      *    MEANS THE PAYMENT CONVERTS AS BEFORE - NOT AN ERROR.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WK-C-VSETP-SETACC.
           INITIALIZE                   TFSSETPRF-REC-1.
           MOVE     WK-C-VSETP-CIFNO    TO TFSSETPRF-CIFNO.
           MOVE     WK-C-VSETP-CUYCD    TO TFSSETPRF-CUYCD.
           READ     TFSSETPRF KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B099-GET-PREFERENCE-EX.

           IF       TFSSETPRF-STATUS NOT = "A"
                    OR TFSSETPRF-SETACC = SPACES
                    OR WS-DATE-8 < TFSSETPRF-EFFDTE
                    GO TO B099-GET-PREFERENCE-EX.
           IF       TFSSETPRF-EXPDTE NOT = ZERO
                    AND WS-DATE-8 > TFSSETPRF-EXPDTE
                    GO TO B099-GET-PREFERENCE-EX.

           MOVE     TFSSETPRF-SETACC    TO WK-C-VSETP-SETACC.
           MOVE     "Y"                 TO WK-C-VSETP-FOUND.

       B099-GET-PREFERENCE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-RECORD-SUBSTITUTION.
      *---------------------------------------------------------------*
      *    AN ITEM REVALIDATED AFTER REPAIR OVERWRITES ITS OWN ROW.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSSETSUB-REC-1.
           MOVE     WK-N-VSETP-PARALNO  TO TFSSETSUB-PARALNO.
           MOVE     WK-N-VSETP-SEQNUM   TO TFSSETSUB-SEQNUM.
           READ     TFSSETSUB KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-SUB-ON-FILE-SW
           ELSE
                    MOVE "N"            TO WS-SUB-ON-FILE-SW
                    INITIALIZE          TFSSETSUB-REC-1
                    MOVE WK-N-VSETP-PARALNO TO TFSSETSUB-PARALNO
                    MOVE WK-N-VSETP-SEQNUM  TO TFSSETSUB-SEQNUM
           END-IF.

           MOVE     WK-C-VSETP-CIFNO    TO TFSSETSUB-CIFNO.
           MOVE     WK-C-VSETP-CUYCD    TO TFSSETSUB-CUYCD.
           MOVE     WK-C-VSETP-ORGACC   TO TFSSETSUB-ORGACC.
           MOVE     WK-C-VSETP-SETACC   TO TFSSETSUB-SETACC.
           MOVE     WS-DATE-8           TO TFSSETSUB-SUBDTE.
           MOVE     WS-TIME-6           TO TFSSETSUB-SUBTIME.
           MOVE     SPACES              TO TFSSETSUB-FILLER.
           IF       WS-SUB-ON-FILE-SW = "Y"
                    REWRITE TFSSETSUB-REC-1
           ELSE
                    WRITE TFSSETSUB-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFVSETP - WRITE ERROR - TFSSETSUB"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VSETP-ERROR-CD
                    GO TO C099-RECORD-SUBSTITUTION-EX.
           MOVE     "Y"                 TO WK-C-VSETP-FOUND.

       C099-RECORD-SUBSTITUTION-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-GET-SUBSTITUTION.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSSETSUB-REC-1.
           MOVE     WK-N-VSETP-PARALNO  TO TFSSETSUB-PARALNO.
           MOVE     WK-N-VSETP-SEQNUM   TO TFSSETSUB-SEQNUM.
           READ     TFSSETSUB KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO D099-GET-SUBSTITUTION-EX.

           MOVE     TFSSETSUB-CIFNO     TO WK-C-VSETP-CIFNO.
           MOVE     TFSSETSUB-CUYCD     TO WK-C-VSETP-CUYCD.
           MOVE     TFSSETSUB-ORGACC    TO WK-C-VSETP-ORGACC.
           MOVE     TFSSETSUB-SETACC    TO WK-C-VSETP-SETACC.
           MOVE     "Y"                 TO WK-C-VSETP-FOUND.

       D099-GET-SUBSTITUTION-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-DELETE-SUBSTITUTION.
      *---------------------------------------------------------------*
      *    AN ITEM REVALIDATED WITHOUT A SUBSTITUTION MUST NOT KEEP AN
      *    EARLIER ONE - THE CREDIT ADVICE WOULD NAME AN ACCOUNT THAT
      *    WAS NOT CREDITED. NO ROW ON FILE IS NOTHING TO DO.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSSETSUB-REC-1.
           MOVE     WK-N-VSETP-PARALNO  TO TFSSETSUB-PARALNO.
           MOVE     WK-N-VSETP-SEQNUM   TO TFSSETSUB-SEQNUM.
           READ     TFSSETSUB KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO E099-DELETE-SUBSTITUTION-EX.

           DELETE   TFSSETSUB RECORD.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFVSETP - DELETE ERROR - TFSSETSUB"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VSETP-ERROR-CD
           END-IF.

       E099-DELETE-SUBSTITUTION-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSSETPRF  TFSSETSUB.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFVSETP ***************
      ******************************************************************
