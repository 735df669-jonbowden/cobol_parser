      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     GHDCLEXT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  DOMESTIC CLEARING INSTRUCTION EXTRACT. SWEEPS
      *               TFSDCLI FOR INSTRUCTIONS AWAITING THE CLEARING
      *               INTERFACE (STATUS P) AND WRITES EACH TO THE
      *               TFSDCLOUT HAND-OFF FILE IN THE SCHEME TRFVDRTGS
      *               CHOSE FOR IT - FAST, GIRO OR MEPS+ - WITH OUR
      *               INSTRUCTION REFERENCE, WHICH THE SCHEME QUOTES
      *               BACK ON A RETURN (GHDCRTLD). A SENT INSTRUCTION
      *               IS MARKED S WITH THE DATE. TOTALS BY SCHEME.
      *NOTE        :  MODELLED ON GHTRDLD.
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
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSDCLOUT ASSIGN TO DATABASE-TFSDCLOUT
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
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
       FD  TFSDCLOUT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSDCLOUT-REC.
       01  TFSDCLOUT-REC.
           COPY DDS-ALL-FORMATS OF TFSDCLOUT.
      * CLEARING INTERFACE HAND-OFF RECORD: SCHEME + OUR INSTRUCTION
      * REFERENCE + MODEPAY + CURRENCY/AMOUNT/VALUE DATE + BENEFICIARY
      * BANK, ACCOUNT AND NAME + ORDERING CUSTOMER.
       01  TFSDCLOUT-REC-1.
           05 TFSDCLOUT-SCHEME     PIC X(04).
           05 TFSDCLOUT-INSTREF    PIC X(16).
           05 TFSDCLOUT-PMODE      PIC X(06).
           05 TFSDCLOUT-CUYCD      PIC X(03).
           05 TFSDCLOUT-AMT        PIC S9(13)V9(02).
           05 TFSDCLOUT-VALDTE     PIC S9(08).
           05 TFSDCLOUT-BENBNKID   PIC X(11).
           05 TFSDCLOUT-BENACC     PIC X(35).
           05 TFSDCLOUT-BENNAME    PIC X(35).
           05 TFSDCLOUT-ORDNAME    PIC X(35).
           05 FILLER               PIC X(32).

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM GHDCLEXT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY JLOG.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       77  WS-READ-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-FAST-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-GIRO-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-MEPS-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-SENT-CNT         PIC S9(07) COMP VALUE ZERO.
       01  WS-JOBNAME          PIC X(10) VALUE "GHDCLEXT".

       EJECT
      ********************
       PROCEDURE DIVISION.
      ********************
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

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "STR"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

           OPEN     I-O TFSDCLI.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHDCLEXT - OPEN FILE ERROR - TFSDCLI"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.
           OPEN     EXTEND TFSDCLOUT.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHDCLEXT - OPEN FILE ERROR - TFSDCLOUT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           INITIALIZE                   TFSDCLI-REC-1.
           MOVE     ZERO                TO TFSDCLI-PARALNO
                                           TFSDCLI-SEQNUM.
           START    TFSDCLI KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-EOF-SW
                    PERFORM B000-SEND-ONE-INSTRUCTION
                       THRU B099-SEND-ONE-INSTRUCTION-EX
                       UNTIL WS-EOF
           END-IF.

           DISPLAY  "GHDCLEXT - INSTRUCTIONS READ: " WS-READ-CNT.
           DISPLAY  "GHDCLEXT - SENT VIA FAST    : " WS-FAST-CNT.
           DISPLAY  "GHDCLEXT - SENT VIA GIRO    : " WS-GIRO-CNT.
           DISPLAY  "GHDCLEXT - SENT VIA MEPS+   : " WS-MEPS-CNT.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           MOVE     WS-SENT-CNT         TO WK-N-JLOG-ITEMCNT.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-SEND-ONE-INSTRUCTION.
      *---------------------------------------------------------------*
           READ     TFSDCLI NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO B099-SEND-ONE-INSTRUCTION-EX.
           ADD      1                   TO WS-READ-CNT.
           IF       TFSDCLI-STATUS NOT = "P"
                    GO TO B099-SEND-ONE-INSTRUCTION-EX.

           INITIALIZE                   TFSDCLOUT-REC-1.
           MOVE     TFSDCLI-SCHEME      TO TFSDCLOUT-SCHEME.
           MOVE     TFSDCLI-INSTREF     TO TFSDCLOUT-INSTREF.
           MOVE     TFSDCLI-PMODE       TO TFSDCLOUT-PMODE.
           MOVE     TFSDCLI-CUYCD       TO TFSDCLOUT-CUYCD.
           MOVE     TFSDCLI-AMT         TO TFSDCLOUT-AMT.
           MOVE     TFSDCLI-VALDTE      TO TFSDCLOUT-VALDTE.
           MOVE     TFSDCLI-BENBNKID    TO TFSDCLOUT-BENBNKID.
           MOVE     TFSDCLI-BENACC      TO TFSDCLOUT-BENACC.
           MOVE     TFSDCLI-BENNAME     TO TFSDCLOUT-BENNAME.
           MOVE     TFSDCLI-ORDNAME     TO TFSDCLOUT-ORDNAME.
           WRITE    TFSDCLOUT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHDCLEXT - WRITE ERROR - TFSDCLOUT"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           MOVE     "S"                 TO TFSDCLI-STATUS.
           MOVE     WS-DATE-8           TO TFSDCLI-SENTDTE.
           REWRITE  TFSDCLI-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "GHDCLEXT - REWRITE ERROR - TFSDCLI"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    GO TO Y900-ABNORMAL-TERMINATION.

           ADD      1                   TO WS-SENT-CNT.
           EVALUATE TFSDCLI-SCHEME
               WHEN "FAST"
                    ADD  1              TO WS-FAST-CNT
               WHEN "GIRO"
                    ADD  1              TO WS-GIRO-CNT
               WHEN OTHER
                    ADD  1              TO WS-MEPS-CNT
           END-EVALUATE.

       B099-SEND-ONE-INSTRUCTION-EX.
           EXIT.

      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *---------------------------------------------------------------*
           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "ABN"               TO WK-C-JLOG-MODE.
           MOVE     WS-JOBNAME          TO WK-C-JLOG-JOBNAME.
           CALL     "TRFXJLOG"          USING WK-C-JLOG-RECORD.
           PERFORM  Z000-END-PROGRAM-ROUTINE
              THRU  Z099-END-PROGRAM-ROUTINE-EX.
           GOBACK.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSDCLI  TFSDCLOUT.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  GHDCLEXT ***************
      ******************************************************************
