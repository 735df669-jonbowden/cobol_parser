      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVARDR.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  ACCOUNT REDIRECT FOR AN INWARD CREDIT QUOTING AN
      *               OLD (MIGRATED, MERGED OR CLOSED) ACCOUNT NUMBER.
      *               INQ RETURNS THE REPLACEMENT ACCOUNT WHEN A
      *               TFSACCRDR REDIRECT IS IN FORCE TODAY. REC DOES
      *               THE SAME AND RECORDS THE REDIRECTED CREDIT ON
      *               TFSACRDLG AGAINST THE ITEM, WITH THE REMITTER -
      *               THE AUDIT FLAG FOR THE CREDIT AND THE SOURCE OF
      *               THE MONTHLY GHRDRRPT REMITTER REPORT. AN ITEM
      *               REVALIDATED AFTER REPAIR OVERWRITES ITS OWN ROW.
      *NOTE        :  MODELLED ON TRFVSETP.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARDR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSACCRDR ASSIGN TO DATABASE-TFSACCRDR
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSACRDLG ASSIGN TO DATABASE-TFSACRDLG
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSACCRDR
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSACCRDR-REC.
       01  TFSACCRDR-REC.
           COPY DDS-ALL-FORMATS OF TFSACCRDR.
       01  TFSACCRDR-REC-1.
           COPY TFSACCRDR.

       FD  TFSACRDLG
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSACRDLG-REC.
       01  TFSACRDLG-REC.
           COPY DDS-ALL-FORMATS OF TFSACRDLG.
       01  TFSACRDLG-REC-1.
           COPY TFSACRDLG.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFVARDR  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).

       01  WS-LOG-ON-FILE-SW   PIC X(01).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VARDR.
       EJECT
       PROCEDURE DIVISION USING WK-C-VARDR-RECORD.
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

           MOVE     SPACES              TO WK-C-VARDR-ERROR-CD
                                           WK-C-VARDR-NEWACC
                                           WK-C-VARDR-RSNCD.
           MOVE     "N"                 TO WK-C-VARDR-FOUND.

           OPEN     INPUT TFSACCRDR.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFVARDR - OPEN FILE ERROR - TFSACCRDR"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VARDR-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           OPEN     I-O TFSACRDLG.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFVARDR - OPEN FILE ERROR - TFSACRDLG"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VARDR-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           PERFORM  B000-GET-REDIRECT
              THRU  B099-GET-REDIRECT-EX.
           IF       WK-C-VARDR-MODE = "REC"
                    AND WK-C-VARDR-FOUND = "Y"
                    PERFORM C000-RECORD-REDIRECT
                       THRU C099-RECORD-REDIRECT-EX.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-GET-REDIRECT.
      *---------------------------------------------------------------*
      *    NO ROW, OR ONE NOT IN FORCE TODAY, LEAVES THE ITEM TO FAIL
      *    ITS ACCOUNT LOOKUP AS BEFORE - NOT AN ERROR HERE.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSACCRDR-REC-1.
           MOVE     WK-C-VARDR-OLDACC   TO TFSACCRDR-OLDACC.
           READ     TFSACCRDR KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B099-GET-REDIRECT-EX.

           IF       TFSACCRDR-NEWACC = SPACES
                    OR WS-DATE-8 < TFSACCRDR-EFFDTE
                    GO TO B099-GET-REDIRECT-EX.
           IF       TFSACCRDR-EXPDTE NOT = ZERO
                    AND WS-DATE-8 > TFSACCRDR-EXPDTE
                    GO TO B099-GET-REDIRECT-EX.

           MOVE     TFSACCRDR-NEWACC    TO WK-C-VARDR-NEWACC.
           MOVE     TFSACCRDR-RSNCD     TO WK-C-VARDR-RSNCD.
           MOVE     "Y"                 TO WK-C-VARDR-FOUND.

       B099-GET-REDIRECT-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-RECORD-REDIRECT.
      *---------------------------------------------------------------*
      *    A CREDIT THAT CANNOT BE FLAGGED IS NOT REDIRECTED.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSACRDLG-REC-1.
           MOVE     WK-N-VARDR-PARALNO  TO TFSACRDLG-PARALNO.
           MOVE     WK-N-VARDR-SEQNUM   TO TFSACRDLG-SEQNUM.
           READ     TFSACRDLG KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-LOG-ON-FILE-SW
           ELSE
                    MOVE "N"            TO WS-LOG-ON-FILE-SW
                    INITIALIZE          TFSACRDLG-REC-1
                    MOVE WK-N-VARDR-PARALNO TO TFSACRDLG-PARALNO
                    MOVE WK-N-VARDR-SEQNUM  TO TFSACRDLG-SEQNUM
           END-IF.

           MOVE     WK-C-VARDR-OLDACC   TO TFSACRDLG-OLDACC.
           MOVE     WK-C-VARDR-NEWACC   TO TFSACRDLG-NEWACC.
           MOVE     WK-C-VARDR-RSNCD    TO TFSACRDLG-RSNCD.
           MOVE     WK-C-VARDR-SENBNKID TO TFSACRDLG-SENBNKID.
           MOVE     WK-C-VARDR-ORDNAME  TO TFSACRDLG-ORDNAME.
           MOVE     WK-C-VARDR-CUYCD    TO TFSACRDLG-CUYCD.
           MOVE     WS-DATE-8           TO TFSACRDLG-RDRDTE.
           MOVE     WS-TIME-6           TO TFSACRDLG-RDRTIME.
           MOVE     SPACES              TO TFSACRDLG-FILLER.
           IF       WS-LOG-ON-FILE-SW = "Y"
                    REWRITE TFSACRDLG-REC-1
           ELSE
                    WRITE TFSACRDLG-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFVARDR - WRITE ERROR - TFSACRDLG"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VARDR-ERROR-CD
                    MOVE "N"            TO WK-C-VARDR-FOUND
           END-IF.

       C099-RECORD-REDIRECT-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSACCRDR  TFSACRDLG.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFVARDR ***************
      ******************************************************************
