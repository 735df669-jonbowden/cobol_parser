      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGREFR.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  COMPLIANCE REFERRAL AND SUSPICIOUS TRANSACTION
      *               REPORT REGISTER. A SCREENING DISPOSITION ENDS AT
      *               RELEASED OR BLOCKED ON TFSSCRHLD; WHEN AN
      *               ANALYST ESCALATES TO THE MLRO THE CASE IS NOW
      *               KEPT ON TFSREFRL AGAINST THE TFSSTPL ITEM
      *               INSTEAD OF IN SPREADSHEETS. CALLED FROM THE
      *               ONLINE COMPLIANCE FUNCTION WITH AN ACTION CODE:
      *                 ESC - ANALYST ESCALATES THE ITEM; THE FILING
      *                       DEADLINE IS SET FROM SYSTEM PARAMETER
      *                       STRFILEDAY (DAYS, DEFAULT 15)
      *                 DEC - MLRO DECIDES: FILE AN STR OR NOT
      *                 STR - MLRO RECORDS THE STR FILING REFERENCE
      *                       AND DATE
      *                 FRZ - MLRO INSTRUCTS A FUNDS FREEZE; A
      *                       CRITICAL ALERT GOES TO THE HUB SO
      *                       PAYMENTS OPS ACT ON IT
      *                 UFZ - MLRO LIFTS THE FREEZE
      *               THE MLRO ACTIONS NEED THE MLRODEC FUNCTION
      *               AUTHORITY (TRFXAUTH), AND THE DECIDING OFFICER
      *               MUST DIFFER FROM THE ESCALATING ANALYST.
      *NOTE        :  MODELLED ON TRFGHOLD.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  OCTL01 - RISKOPS   - 15/10/2026 - THE HOLD REASON IS TAKEN
      *                        ONLY FROM AN INWARD TFSSCRHLD ROW -
      *                        OUTWARD HOLDS NOW SHARE THE FILE.
      *---------------------------------------------------------------*
      *  STRR01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSREFRL ASSIGN TO DATABASE-TFSREFRL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSCRHLD ASSIGN TO DATABASE-TFSSCRHLD
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSREFRL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSREFRL-REC.
       01  TFSREFRL-REC.
           COPY DDS-ALL-FORMATS OF TFSREFRL.
       01  TFSREFRL-REC-1.
           COPY TFSREFRL.
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.
       FD  TFSSCRHLD
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSCRHLD-REC.
       01  TFSSCRHLD-REC.
           COPY DDS-ALL-FORMATS OF TFSSCRHLD.
       01  TFSSCRHLD-REC-1.
           COPY TFSSCRHLD.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGREFR  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY AUTH.
       COPY ALRT.
       COPY XGSPA.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).
       01  WS-REF-EXISTS-SW    PIC X(01).
           88 WS-REF-EXISTS               VALUE "Y".
       01  WS-FILE-DAYS        PIC 9(03) VALUE 15.
       01  WS-FILE-DAYS-PARCD  PIC X(10) VALUE "STRFILEDAY".
       01  WS-DUEDTE           PIC 9(08) VALUE ZEROES.
       01  WS-TODAY-9          PIC 9(08) VALUE ZEROES.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY REFR.
       EJECT
       PROCEDURE DIVISION USING WK-C-REFR-RECORD.
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
           MOVE     WS-DATE-8           TO WS-TODAY-9.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW(1:6)    TO WS-TIME-6.

           MOVE     SPACES              TO WK-C-REFR-OUTPUT.
           MOVE     ZEROES              TO WK-N-REFR-OUT-DUEDTE.

           OPEN     I-O TFSREFRL.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    MOVE "COM0206"      TO WK-C-REFR-ERROR-CD
                    MOVE "TFSREFRL"     TO WK-C-REFR-FILE
                    MOVE "OPEN"         TO WK-C-REFR-MODE
                    MOVE WK-C-FILE-STATUS TO WK-C-REFR-FS
                    GO TO A099-MAIN-PROCESSING-EX.

      *    EVERYTHING AFTER THE ESCALATION IS THE MLRO'S CALL - THE
      *    CENTRAL AUTHORITY TABLE DECIDES, AND THE CHECK ITSELF IS
      *    ON THE CONSOLIDATED AUDIT TRAIL EITHER WAY.
           IF       WK-C-REFR-ACTION NOT = "ESC"
                    INITIALIZE          WK-C-AUTH-RECORD
                    MOVE WK-C-REFR-USERID TO WK-C-AUTH-USERID
                    MOVE "MLRODEC"      TO WK-C-AUTH-FUNCTID
                    MOVE "TRFGREFR"     TO WK-C-AUTH-SRCPGM
                    MOVE WK-N-REFR-PARALNO TO WK-C-AUTH-CONTEXT
                    CALL "TRFXAUTH"     USING WK-C-AUTH-RECORD
                    IF WK-C-AUTH-ALLOWED NOT = "Y"
                       MOVE "SUP0029"   TO WK-C-REFR-ERROR-CD
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
           END-IF.

           PERFORM  B000-READ-REFERRAL
              THRU  B099-READ-REFERRAL-EX.

           EVALUATE WK-C-REFR-ACTION
               WHEN "ESC"
                    PERFORM C100-ESCALATE
                       THRU C199-ESCALATE-EX
               WHEN "DEC"
                    PERFORM C200-MLRO-DECISION
                       THRU C299-MLRO-DECISION-EX
               WHEN "STR"
                    PERFORM C300-RECORD-FILING
                       THRU C399-RECORD-FILING-EX
               WHEN "FRZ"
                    PERFORM C400-FREEZE-FUNDS
                       THRU C499-FREEZE-FUNDS-EX
               WHEN "UFZ"
                    PERFORM C500-LIFT-FREEZE
                       THRU C599-LIFT-FREEZE-EX
               WHEN OTHER
                    MOVE "SUP0023"      TO WK-C-REFR-ERROR-CD
           END-EVALUATE.

           IF       WK-C-REFR-ERROR-CD = SPACES
                    MOVE TFSREFRL-REFSTAT TO WK-C-REFR-OUT-STAT
                    MOVE TFSREFRL-DUEDTE  TO WK-N-REFR-OUT-DUEDTE
           END-IF.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-READ-REFERRAL.
      *---------------------------------------------------------------*
           MOVE     SPACE               TO WS-REF-EXISTS-SW.
           INITIALIZE                   TFSREFRL-REC-1.
           MOVE     WK-N-REFR-PARALNO   TO TFSREFRL-PARALNO.
           MOVE     WK-N-REFR-SEQNUM    TO TFSREFRL-SEQNUM.
           READ     TFSREFRL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-REF-EXISTS-SW
           ELSE
                    INITIALIZE          TFSREFRL-REC-1
                    MOVE WK-N-REFR-PARALNO TO TFSREFRL-PARALNO
                    MOVE WK-N-REFR-SEQNUM  TO TFSREFRL-SEQNUM
           END-IF.

       B099-READ-REFERRAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-ESCALATE.
      *---------------------------------------------------------------*
      *    ONE REFERRAL PER ITEM. THE ITEM MUST BE ON TFSSTPL; THE
      *    SCREENING HOLD, IF THE REFERRAL CAME FROM ONE, IS COPIED
      *    ACROSS SO THE MLRO SEES WHAT MATCHED.
      *---------------------------------------------------------------*
           IF       WS-REF-EXISTS
                    MOVE "SUP0250"      TO WK-C-REFR-ERROR-CD
                    GO TO C199-ESCALATE-EX.
           IF       WK-C-REFR-NOTE = SPACES
                    MOVE "SUP0251"      TO WK-C-REFR-ERROR-CD
                    GO TO C199-ESCALATE-EX.

           OPEN     INPUT TFSSTPL.
           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     WK-N-REFR-PARALNO   TO TFSSPTL-PARALNO.
           MOVE     WK-N-REFR-SEQNUM    TO TFSSPTL-SEQNUM.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "SUP0021"      TO WK-C-REFR-ERROR-CD
                    MOVE "TFSSTPL"      TO WK-C-REFR-FILE
                    MOVE "READ"         TO WK-C-REFR-MODE
                    MOVE WK-C-FILE-STATUS TO WK-C-REFR-FS
                    CLOSE TFSSTPL
                    GO TO C199-ESCALATE-EX.
           MOVE     TFSSPTL-CUYCD       TO TFSREFRL-CUYCD.
           MOVE     TFSSPTL-AMT         TO TFSREFRL-AMT.
           MOVE     TFSSPTL-VALDTE      TO TFSREFRL-VALDTE.
           CLOSE    TFSSTPL.

           MOVE     SPACE               TO TFSREFRL-HLDRSN.
           MOVE     SPACES              TO TFSREFRL-HITRULE.
           OPEN     INPUT TFSSCRHLD.
           IF       WK-C-SUCCESSFUL
                    INITIALIZE          TFSSCRHLD-REC-1
                    MOVE WK-N-REFR-PARALNO TO TFSSCRHLD-PARALNO
                    MOVE WK-N-REFR-SEQNUM  TO TFSSCRHLD-SEQNUM
                    READ TFSSCRHLD KEY IS EXTERNALLY-DESCRIBED-KEY
                    IF WK-C-SUCCESSFUL
OCTL01*    AN OUTWARD HOLD (DIRIND "O") UNDER THE SAME NUMBER IS
OCTL01*    ANOTHER ITEM ALTOGETHER.
OCTL01                 AND TFSSCRHLD-DIRIND = SPACE
                       MOVE TFSSCRHLD-HLDRSN  TO TFSREFRL-HLDRSN
                       MOVE TFSSCRHLD-HITRULE TO TFSREFRL-HITRULE
                    END-IF
                    CLOSE TFSSCRHLD
           END-IF.

      *    FILING CLOCK STARTS AT ESCALATION.
           INITIALIZE                   WK-C-XGSPA-RECORD.
           MOVE     WS-FILE-DAYS-PARCD  TO WK-C-XGSPA-GHPARCD.
           CALL     "TRFXGSPA"          USING WK-C-XGSPA-RECORD.
           IF       WK-C-XGSPA-ERROR-CD = SPACES
                    AND WK-N-XGSPA-GHPARNUM > ZERO
                    AND WK-N-XGSPA-GHPARNUM < 1000
                    MOVE WK-N-XGSPA-GHPARNUM TO WS-FILE-DAYS.
           COMPUTE  WS-DUEDTE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-TODAY-9)
                     + WS-FILE-DAYS).

           MOVE     "E"                 TO TFSREFRL-REFSTAT.
           MOVE     WK-C-REFR-USERID    TO TFSREFRL-ESCUSRID.
           MOVE     WS-DATE-8           TO TFSREFRL-ESCDTE.
           MOVE     WS-TIME-6           TO TFSREFRL-ESCTIME.
           MOVE     WK-C-REFR-NOTE      TO TFSREFRL-ESCNOTE.
           MOVE     WS-DUEDTE           TO TFSREFRL-DUEDTE.
           PERFORM  B200-PUT-REFERRAL
              THRU  B299-PUT-REFERRAL-EX.

       C199-ESCALATE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C200-MLRO-DECISION.
      *---------------------------------------------------------------*
           IF       NOT WS-REF-EXISTS
                    MOVE "SUP0250"      TO WK-C-REFR-ERROR-CD
                    GO TO C299-MLRO-DECISION-EX.
           IF       TFSREFRL-REFSTAT NOT = "E"
                    MOVE "SUP0023"      TO WK-C-REFR-ERROR-CD
                    GO TO C299-MLRO-DECISION-EX.
           IF       WK-C-REFR-USERID = TFSREFRL-ESCUSRID
                    MOVE "SUP0024"      TO WK-C-REFR-ERROR-CD
                    GO TO C299-MLRO-DECISION-EX.
           IF       WK-C-REFR-DECISION NOT = "S"
                    AND WK-C-REFR-DECISION NOT = "N"
                    MOVE "SUP0251"      TO WK-C-REFR-ERROR-CD
                    GO TO C299-MLRO-DECISION-EX.

           IF       WK-C-REFR-DECISION = "S"
                    MOVE "F"            TO TFSREFRL-REFSTAT
           ELSE
                    MOVE "N"            TO TFSREFRL-REFSTAT
           END-IF.
           MOVE     WK-C-REFR-DECISION  TO TFSREFRL-DECISION.
           MOVE     WK-C-REFR-USERID    TO TFSREFRL-MLROUSRID.
           MOVE     WS-DATE-8           TO TFSREFRL-DECDTE.
           MOVE     WK-C-REFR-NOTE      TO TFSREFRL-DECNOTE.
           PERFORM  B200-PUT-REFERRAL
              THRU  B299-PUT-REFERRAL-EX.

       C299-MLRO-DECISION-EX.
           EXIT.

      *---------------------------------------------------------------*
       C300-RECORD-FILING.
      *---------------------------------------------------------------*
           IF       NOT WS-REF-EXISTS
                    MOVE "SUP0250"      TO WK-C-REFR-ERROR-CD
                    GO TO C399-RECORD-FILING-EX.
           IF       TFSREFRL-REFSTAT NOT = "F"
                    MOVE "SUP0023"      TO WK-C-REFR-ERROR-CD
                    GO TO C399-RECORD-FILING-EX.
           IF       WK-C-REFR-STRREF = SPACES
                    OR WK-N-REFR-STRDTE > WS-TODAY-9
                    MOVE "SUP0251"      TO WK-C-REFR-ERROR-CD
                    GO TO C399-RECORD-FILING-EX.

           MOVE     "S"                 TO TFSREFRL-REFSTAT.
           MOVE     WK-C-REFR-STRREF    TO TFSREFRL-STRREF.
           IF       WK-N-REFR-STRDTE = ZERO
                    MOVE WS-DATE-8      TO TFSREFRL-STRDTE
           ELSE
                    MOVE WK-N-REFR-STRDTE TO TFSREFRL-STRDTE
           END-IF.
           MOVE     WK-C-REFR-USERID    TO TFSREFRL-STRUSRID.
           PERFORM  B200-PUT-REFERRAL
              THRU  B299-PUT-REFERRAL-EX.

       C399-RECORD-FILING-EX.
           EXIT.

      *---------------------------------------------------------------*
       C400-FREEZE-FUNDS.
      *---------------------------------------------------------------*
      *    THE REGISTER RECORDS THE INSTRUCTION; OPS CARRY IT OUT ON
      *    THE ACCOUNT, SO IT GOES TO THE HUB AS A CRITICAL.
      *---------------------------------------------------------------*
           IF       NOT WS-REF-EXISTS
                    MOVE "SUP0250"      TO WK-C-REFR-ERROR-CD
                    GO TO C499-FREEZE-FUNDS-EX.
           IF       TFSREFRL-REFSTAT = "N"
                    OR TFSREFRL-FRZIND = "F"
                    MOVE "SUP0023"      TO WK-C-REFR-ERROR-CD
                    GO TO C499-FREEZE-FUNDS-EX.
           IF       WK-C-REFR-NOTE = SPACES
                    MOVE "SUP0251"      TO WK-C-REFR-ERROR-CD
                    GO TO C499-FREEZE-FUNDS-EX.

           MOVE     "F"                 TO TFSREFRL-FRZIND.
           MOVE     WK-C-REFR-USERID    TO TFSREFRL-FRZUSRID.
           MOVE     WS-DATE-8           TO TFSREFRL-FRZDTE.
           MOVE     WK-C-REFR-NOTE      TO TFSREFRL-FRZNOTE.
           PERFORM  B200-PUT-REFERRAL
              THRU  B299-PUT-REFERRAL-EX.
           IF       WK-C-REFR-ERROR-CD NOT = SPACES
                    GO TO C499-FREEZE-FUNDS-EX.

           INITIALIZE                   WK-C-ALRT-RECORD.
           MOVE     "TRFGREFR"          TO WK-C-ALRT-SOURCE.
           MOVE     "1"                 TO WK-C-ALRT-SEVERITY.
           STRING   "FUNDS FREEZE ITEM "  DELIMITED BY SIZE
                    WK-N-REFR-PARALNO     DELIMITED BY SIZE
                    "/"                   DELIMITED BY SIZE
                    WK-N-REFR-SEQNUM      DELIMITED BY SIZE
                    " "                   DELIMITED BY SIZE
                    TFSREFRL-FRZNOTE      DELIMITED BY SIZE
                    INTO WK-C-ALRT-TEXT.
           CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.

       C499-FREEZE-FUNDS-EX.
           EXIT.

      *---------------------------------------------------------------*
       C500-LIFT-FREEZE.
      *---------------------------------------------------------------*
           IF       NOT WS-REF-EXISTS
                    MOVE "SUP0250"      TO WK-C-REFR-ERROR-CD
                    GO TO C599-LIFT-FREEZE-EX.
           IF       TFSREFRL-FRZIND NOT = "F"
                    MOVE "SUP0023"      TO WK-C-REFR-ERROR-CD
                    GO TO C599-LIFT-FREEZE-EX.

           MOVE     "U"                 TO TFSREFRL-FRZIND.
           MOVE     WK-C-REFR-USERID    TO TFSREFRL-FRZUSRID.
           MOVE     WS-DATE-8           TO TFSREFRL-FRZDTE.
           PERFORM  B200-PUT-REFERRAL
              THRU  B299-PUT-REFERRAL-EX.
           IF       WK-C-REFR-ERROR-CD NOT = SPACES
                    GO TO C599-LIFT-FREEZE-EX.

           INITIALIZE                   WK-C-ALRT-RECORD.
           MOVE     "TRFGREFR"          TO WK-C-ALRT-SOURCE.
           MOVE     "3"                 TO WK-C-ALRT-SEVERITY.
           STRING   "FUNDS FREEZE LIFTED ITEM " DELIMITED BY SIZE
                    WK-N-REFR-PARALNO     DELIMITED BY SIZE
                    "/"                   DELIMITED BY SIZE
                    WK-N-REFR-SEQNUM      DELIMITED BY SIZE
                    INTO WK-C-ALRT-TEXT.
           CALL     "TRFXALRT"          USING WK-C-ALRT-RECORD.

       C599-LIFT-FREEZE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B200-PUT-REFERRAL.
      *---------------------------------------------------------------*
           IF       WS-REF-EXISTS
                    REWRITE TFSREFRL-REC-1
           ELSE
                    WRITE TFSREFRL-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-REFR-ERROR-CD
                    MOVE "TFSREFRL"     TO WK-C-REFR-FILE
                    MOVE "WRITE"        TO WK-C-REFR-MODE
                    MOVE WK-C-FILE-STATUS TO WK-C-REFR-FS
           END-IF.

       B299-PUT-REFERRAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSREFRL.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGREFR ***************
      ******************************************************************
