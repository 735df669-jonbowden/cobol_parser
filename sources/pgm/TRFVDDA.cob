      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVDDA.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  MT204 DIRECT DEBIT AUTHORITY CHECK. A FINANCIAL
      *               MARKETS DIRECT DEBIT IS ONLY HONOURED WHERE THE
      *               DEBIT INSTITUTION (FIELD 53A - THE VOSTRO
      *               HOLDER) HAS LODGED AN AUTHORITY FOR THE
      *               CLAIMING COUNTERPARTY IN THAT CURRENCY. READS
      *               TFSDDAUTH ON CLAIMANT/DEBIT INSTITUTION/CURRENCY
      *               AND REJECTS WITH SUP0231 WHEN THERE IS NO ROW,
      *               SUP0232 WHEN THE AUTHORITY IS SUSPENDED OR NOT
      *               IN FORCE ON THE VALUE DATE, AND SUP0233 WHEN THE
      *               DEBIT IS ABOVE THE AUTHORISED AMOUNT. THE VOSTRO
      *               ACCOUNT TO DEBIT IS RETURNED ON A PASS.
      *NOTE        :  MODELLED ON TRFVPURP.
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
           SELECT TFSDDAUTH ASSIGN TO DATABASE-TFSDDAUTH
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSDDAUTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSDDAUTH-REC.
       01  TFSDDAUTH-REC.
           COPY DDS-ALL-FORMATS OF TFSDDAUTH.
       01  TFSDDAUTH-REC-1.
           COPY TFSDDAUTH.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFVDDA   **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VDDA.
       EJECT
       PROCEDURE DIVISION USING WK-C-VDDA-RECORD.
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
           MOVE     SPACES              TO WK-C-VDDA-OUTPUT.
           MOVE     ZERO                TO WK-N-VDDA-MAXAMT.

           OPEN     INPUT TFSDDAUTH.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VDDA-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           INITIALIZE                   TFSDDAUTH-REC-1.
           MOVE     WK-C-VDDA-CLAIMBIC  TO TFSDDAUTH-CLAIMBIC.
           MOVE     WK-C-VDDA-DRBIC     TO TFSDDAUTH-DRBIC.
           MOVE     WK-C-VDDA-CUYCD     TO TFSDDAUTH-CUYCD.
           READ     TFSDDAUTH KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "SUP0231"      TO WK-C-VDDA-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           MOVE     TFSDDAUTH-DRACCNO   TO WK-C-VDDA-DRACCNO.
           MOVE     TFSDDAUTH-MAXAMT    TO WK-N-VDDA-MAXAMT.

      *    A SUSPENDED AUTHORITY, OR ONE NOT YET (OR NO LONGER) IN
      *    FORCE ON THE VALUE DATE, IS NO AUTHORITY.
           IF       TFSDDAUTH-STATUS NOT = "A"
                    MOVE "SUP0232"      TO WK-C-VDDA-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           IF       WK-N-VDDA-VALDTE < TFSDDAUTH-EFFDTE
                    MOVE "SUP0232"      TO WK-C-VDDA-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           IF       TFSDDAUTH-EXPDTE NOT = ZERO
                    AND WK-N-VDDA-VALDTE > TFSDDAUTH-EXPDTE
                    MOVE "SUP0232"      TO WK-C-VDDA-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           IF       WK-N-VDDA-AMT > TFSDDAUTH-MAXAMT
                    MOVE "SUP0233"      TO WK-C-VDDA-ERROR-CD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSDDAUTH.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFVDDA ***************
      ******************************************************************
