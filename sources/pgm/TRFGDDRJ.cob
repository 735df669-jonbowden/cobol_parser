      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGDDRJ.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MT204 DEBIT REJECTION REPLY. CALLED BY THE
      *               VALIDATION DRIVER WHEN AN MT204 DEBIT LEG CANNOT
      *               BE HONOURED - NO AUTHORITY ON TFSDDAUTH, AN
      *               AUTHORITY NOT IN FORCE OR TOO SMALL, OR A DEBIT
      *               PARTY THE TRFVTD1 CHECKS WILL NOT ACCEPT.
      *               GENERATES THE MT299 BACK TO THE CLAIMING
      *               COUNTERPARTY, QUOTING THE MT204'S FIELD 20 AS
      *               FIELD 21 AND A /REJT/ NARRATIVE CARRYING THE
      *               LEG AND REASON, NUMBERED FROM TFSCLSYS-MSGNOREM
      *               AND LOGGED THROUGH TRFGMSLG, AND RECORDS THE
      *               REJECTION ON TFSDDREJ. A LEG ALREADY ON TFSDDREJ
      *               (A RE-RELEASE OF AN ITEM STILL IN REPAIR) IS
      *               NOT REJECTED A SECOND TIME.
      *NOTE        :  MODELLED ON TRFGGPIC.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  MT204X - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSDDREJ ASSIGN TO DATABASE-TFSDDREJ
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCLSYS ASSIGN TO DATABASE-TFSCLSYS
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSDDREJ
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSDDREJ-REC.
       01  TFSDDREJ-REC.
           COPY DDS-ALL-FORMATS OF TFSDDREJ.
       01  TFSDDREJ-REC-1.
           COPY TFSDDREJ.
       FD  TFSCLSYS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCLSYS-REC.
       01  TFSCLSYS-REC.
           COPY DDS-ALL-FORMATS OF TFSCLSYS.
       01  TFSCLSYS-REC-1.
           COPY TFSCLSYS.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGDDRJ  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY MSLG.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).

       01  WS-NEW-MSGNO        PIC S9(05) VALUE ZEROES.
       01  WS-NARR             PIC X(65)  VALUE SPACES.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY DDRJ.
       EJECT
       PROCEDURE DIVISION USING WK-C-DDRJ-RECORD.
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

           MOVE     SPACES              TO WK-C-DDRJ-OUTPUT.
           MOVE     "N"                 TO WK-C-DDRJ-SENT.
           MOVE     ZEROES              TO WK-N-DDRJ-MSGNO.

           OPEN     I-O TFSDDREJ.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-DDRJ-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    ONE REJECTION PER LEG - A RE-RELEASE OF THE SAME LEG FROM
      *    REPAIR MUST NOT SEND THE COUNTERPARTY A SECOND MT299.
           INITIALIZE                   TFSDDREJ-REC-1.
           MOVE     WK-N-DDRJ-PARALNO   TO TFSDDREJ-PARALNO.
           MOVE     WK-N-DDRJ-SEQNUM    TO TFSDDREJ-SEQNUM.
           READ     TFSDDREJ KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE TFSDDREJ-MSGNO TO WK-N-DDRJ-MSGNO
                    GO TO A090-CLOSE-LOG.

           PERFORM  B000-BUILD-NARRATIVE
              THRU  B099-BUILD-NARRATIVE-EX.

           PERFORM  C000-NUMBER-AND-LOG
              THRU  C099-NUMBER-AND-LOG-EX.
           IF       WK-C-DDRJ-ERROR-CD NOT = SPACES
                    GO TO A090-CLOSE-LOG.

           PERFORM  D000-RECORD-REJECTION
              THRU  D099-RECORD-REJECTION-EX.

           MOVE     "Y"                 TO WK-C-DDRJ-SENT.
           MOVE     WS-NEW-MSGNO        TO WK-N-DDRJ-MSGNO.

       A090-CLOSE-LOG.
           CLOSE    TFSDDREJ.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-BUILD-NARRATIVE.
      *---------------------------------------------------------------*
      *    FIELD 79: /REJT/ WITH THE LEG (SEQUENCE B OCCURRENCE) AND
      *    OUR REASON, SO THE COUNTERPARTY CAN TELL WHICH DEBIT OF A
      *    MULTI-LEG MT204 WAS REFUSED AND WHY.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-NARR.
           STRING   "/REJT/LEG "        DELIMITED BY SIZE
                    WK-N-DDRJ-SEQNUM    DELIMITED BY SIZE
                    "/"                 DELIMITED BY SIZE
                    WK-C-DDRJ-RSNCDE    DELIMITED BY SIZE
                    "/"                 DELIMITED BY SIZE
                    WK-C-DDRJ-RSNTXT    DELIMITED BY SIZE
                    INTO WS-NARR.

       B099-BUILD-NARRATIVE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-NUMBER-AND-LOG.
      *---------------------------------------------------------------*
           OPEN     I-O TFSCLSYS.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-DDRJ-ERROR-CD
                    GO TO C099-NUMBER-AND-LOG-EX.
           READ     TFSCLSYS.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-DDRJ-ERROR-CD
                    GO TO C090-CLOSE-CLSYS.
           ADD      1                   TO TFSCLSYS-MSGNOREM.
           REWRITE  TFSCLSYS-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-DDRJ-ERROR-CD
                    GO TO C090-CLOSE-CLSYS.
           MOVE     TFSCLSYS-MSGNOREM   TO WS-NEW-MSGNO.

           INITIALIZE                   WK-C-MSLG-RECORD.
           MOVE     "R"                 TO WK-C-MSLG-MSGTYPE.
           MOVE     WS-NEW-MSGNO        TO WK-N-MSLG-MSGNO.
           MOVE     WS-DATE-8           TO WK-N-MSLG-SNDDTE.
           MOVE     WS-TIME-6           TO WK-N-MSLG-SNDTIME.
           MOVE     WK-C-DDRJ-PRNTREF (1:12) TO WK-C-MSLG-TRNNO.
           CALL     "TRFGMSLG"          USING WK-C-MSLG-RECORD.

           DISPLAY  "TRFGDDRJ - MT299 TO " WK-C-DDRJ-RCVBIC
                    " RE " WK-C-DDRJ-PRNTREF
                    " MSG NO " WS-NEW-MSGNO.
           DISPLAY  "TRFGDDRJ -   " WS-NARR.

       C090-CLOSE-CLSYS.
           CLOSE    TFSCLSYS.

       C099-NUMBER-AND-LOG-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-RECORD-REJECTION.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSDDREJ-REC-1.
           MOVE     WK-N-DDRJ-PARALNO   TO TFSDDREJ-PARALNO.
           MOVE     WK-N-DDRJ-SEQNUM    TO TFSDDREJ-SEQNUM.
           MOVE     WK-C-DDRJ-RCVBIC    TO TFSDDREJ-RCVBIC.
           MOVE     WK-C-DDRJ-DRBIC     TO TFSDDREJ-DRBIC.
           MOVE     WK-C-DDRJ-PRNTREF   TO TFSDDREJ-PRNTREF.
           MOVE     WK-C-DDRJ-CUYCD     TO TFSDDREJ-CUYCD.
           MOVE     WK-N-DDRJ-AMT       TO TFSDDREJ-AMT.
           MOVE     WK-C-DDRJ-RSNCDE    TO TFSDDREJ-RSNCDE.
           MOVE     WK-C-DDRJ-RSNTXT    TO TFSDDREJ-RSNTXT.
           MOVE     299                 TO TFSDDREJ-MSGTYPE.
           MOVE     WS-NEW-MSGNO        TO TFSDDREJ-MSGNO.
           MOVE     WS-NARR             TO TFSDDREJ-NARR.
           MOVE     WS-DATE-8           TO TFSDDREJ-SNDDTE.
           MOVE     WS-TIME-6           TO TFSDDREJ-SNDTIME.

           WRITE    TFSDDREJ-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-DDRJ-ERROR-CD
           END-IF.

       D099-RECORD-REJECTION-EX.
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
      *************** END OF PROGRAM SOURCE  TRFGDDRJ ***************
      ******************************************************************
