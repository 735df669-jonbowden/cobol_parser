      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVFWD.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  FX FORWARD CONTRACT CHECK AND DRAWDOWN FOR AN
      *               INWARD PAYMENT QUOTING A TREASURY CONTRACT
      *               (TFSFWDCTR, LOADED BY GHFWDLD). VAL CHECKS THE
      *               CONTRACT AGAINST THE ITEM - ON FILE, ACTIVE AND
      *               INSIDE ITS MATURITY WINDOW, BOOKED WITH THE
      *               CUSTOMER WHOSE ACCOUNT IS CREDITED, FOR THE
      *               ITEM'S CURRENCY INTO THE ACCOUNT'S CURRENCY, AND
      *               WITH ENOUGH LEFT TO DRAW - AND RECORDS THE
      *               DRAWDOWN AS PENDING ON TFSFWDDRW. INQ GIVES THE
      *               CONVERSION (TRFVTF1B) THE CONTRACT RATE OF A
      *               RECORDED DRAWDOWN. DRW REDUCES THE CONTRACT
      *               BALANCE AS THE ITEM POSTS. A DRAWDOWN ALREADY
      *               TAKEN IS NEVER TAKEN TWICE.
      *NOTE        :  MODELLED ON TRFXVBAL.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  FWD001 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSFWDCTR ASSIGN TO DATABASE-TFSFWDCTR
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSFWDDRW ASSIGN TO DATABASE-TFSFWDDRW
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TLSICLCA ASSIGN TO DATABASE-TLSICLCA
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TLSICLSA ASSIGN TO DATABASE-TLSICLSA
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
       FD  TFSFWDCTR
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSFWDCTR-REC.
       01  TFSFWDCTR-REC.
           COPY DDS-ALL-FORMATS OF TFSFWDCTR.
       01  TFSFWDCTR-REC-1.
           COPY TFSFWDCTR.

       FD  TFSFWDDRW
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSFWDDRW-REC.
       01  TFSFWDDRW-REC.
           COPY DDS-ALL-FORMATS OF TFSFWDDRW.
       01  TFSFWDDRW-REC-1.
           COPY TFSFWDDRW.

       FD  TLSICLCA
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TLSICLCA-REC.
       01  TLSICLCA-REC.
           COPY DDS-ALL-FORMATS OF TLSICLCA.

       FD  TLSICLSA
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TLSICLSA-REC.
       01  TLSICLSA-REC.
           COPY DDS-ALL-FORMATS OF TLSICLSA.

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
           "** PROGRAM TRFVFWD   **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).

       01  WS-ACC-LINE         PIC X(35).
       01  WS-ACCNO-X          PIC X(10).
       01  WS-ACCNO-N          PIC 9(10).
       01  WS-LCL-CUYCD        PIC X(03).
      * CURRENCY OF THE ACCOUNT CREDITED AND ITS OWNER - SPACES WHEN
      * THE ACCOUNT CANNOT BE FOUND ON THE CASA MASTERS
       01  WS-ACC-CUYCD        PIC X(03).
       01  WS-ACC-CIFNO        PIC X(19).
       01  WS-DRW-ON-FILE-SW   PIC X(01).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VFWD.
       EJECT
       PROCEDURE DIVISION USING WK-C-VFWD-RECORD.
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

           MOVE     SPACES              TO WK-C-VFWD-ERROR-CD.
           MOVE     "N"                 TO WK-C-VFWD-FOUND.
           MOVE     ZERO                TO WK-N-VFWD-RATE
                                           WK-N-VFWD-RATEUT
                                           WK-N-VFWD-LCAMT
                                           WK-N-VFWD-OSBAL.

           OPEN     I-O TFSFWDDRW.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFVFWD - OPEN FILE ERROR - TFSFWDDRW"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VFWD-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           OPEN     I-O TFSFWDCTR.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    DISPLAY "TRFVFWD - OPEN FILE ERROR - TFSFWDCTR"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VFWD-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    A DRAWDOWN ALREADY RECORDED FOR THE ITEM ANSWERS EVERY MODE
      *    FIRST - A DRAWN ROW IS FINAL.
           INITIALIZE                   TFSFWDDRW-REC-1.
           MOVE     WK-N-VFWD-PARALNO   TO TFSFWDDRW-PARALNO.
           MOVE     WK-N-VFWD-SEQNUM    TO TFSFWDDRW-SEQNUM.
           READ     TFSFWDDRW KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-DRW-ON-FILE-SW
           ELSE
                    MOVE "N"            TO WS-DRW-ON-FILE-SW
           END-IF.
           IF       WS-DRW-ON-FILE-SW = "Y"
                    AND TFSFWDDRW-STATUS = "D"
                    PERFORM C000-RETURN-DRAWDOWN
                       THRU C099-RETURN-DRAWDOWN-EX
                    GO TO A099-MAIN-PROCESSING-EX.

           EVALUATE WK-C-VFWD-MODE
               WHEN "VAL"
                    PERFORM B000-VALIDATE-CONTRACT
                       THRU B099-VALIDATE-CONTRACT-EX
               WHEN "INQ"
                    IF WS-DRW-ON-FILE-SW = "Y"
                       PERFORM C000-RETURN-DRAWDOWN
                          THRU C099-RETURN-DRAWDOWN-EX
                    END-IF
               WHEN "DRW"
                    IF WS-DRW-ON-FILE-SW = "Y"
                       PERFORM D000-DRAW-CONTRACT
                          THRU D099-DRAW-CONTRACT-EX
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-VALIDATE-CONTRACT.
      *---------------------------------------------------------------*
      *    THE FIRST FAILING CONDITION IS THE ONE REPORTED. THE PENDING
      *    ROW IS (RE)WRITTEN ONLY WHEN EVERY CONDITION HOLDS, SO A
      *    CONTRACT QUOTED WRONGLY NEVER SETS THE RATE.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSFWDCTR-REC-1.
           MOVE     WK-C-VFWD-CTRNO     TO TFSFWDCTR-CTRNO.
           READ     TFSFWDCTR KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "SUP0256"      TO WK-C-VFWD-ERROR-CD
                    GO TO B099-VALIDATE-CONTRACT-EX.
           MOVE     TFSFWDCTR-OSBAL     TO WK-N-VFWD-OSBAL.

           IF       TFSFWDCTR-STATUS NOT = "A"
                    OR WS-DATE-8 < TFSFWDCTR-MATFROM
                    OR WS-DATE-8 > TFSFWDCTR-MATTO
                    MOVE "SUP0257"      TO WK-C-VFWD-ERROR-CD
                    GO TO B099-VALIDATE-CONTRACT-EX.

           PERFORM  B100-DERIVE-ACCOUNT
              THRU  B199-DERIVE-ACCOUNT-EX.
           IF       WS-ACC-CIFNO = SPACES
                    OR WS-ACC-CIFNO NOT = TFSFWDCTR-CIFNO
                    MOVE "SUP0259"      TO WK-C-VFWD-ERROR-CD
                    GO TO B099-VALIDATE-CONTRACT-EX.

           IF       TFSFWDCTR-BUYCUY NOT = WK-C-VFWD-CUYCD
                    OR TFSFWDCTR-SELLCUY NOT = WS-ACC-CUYCD
                    MOVE "SUP0260"      TO WK-C-VFWD-ERROR-CD
                    GO TO B099-VALIDATE-CONTRACT-EX.

           IF       WK-N-VFWD-AMT > TFSFWDCTR-OSBAL
                    MOVE "SUP0258"      TO WK-C-VFWD-ERROR-CD
                    GO TO B099-VALIDATE-CONTRACT-EX.

           IF       WS-DRW-ON-FILE-SW NOT = "Y"
                    INITIALIZE          TFSFWDDRW-REC-1
                    MOVE WK-N-VFWD-PARALNO TO TFSFWDDRW-PARALNO
                    MOVE WK-N-VFWD-SEQNUM  TO TFSFWDDRW-SEQNUM
           END-IF.
           MOVE     TFSFWDCTR-CTRNO     TO TFSFWDDRW-CTRNO.
           MOVE     WK-C-VFWD-CUYCD     TO TFSFWDDRW-CUYCD.
           MOVE     WK-N-VFWD-AMT       TO TFSFWDDRW-AMT.
           MOVE     TFSFWDCTR-RATE      TO TFSFWDDRW-RATE.
           MOVE     TFSFWDCTR-RATEUT    TO TFSFWDDRW-RATEUT.
           COMPUTE  TFSFWDDRW-LCAMT ROUNDED = WK-N-VFWD-AMT
                                            * TFSFWDCTR-RATE
                                            / TFSFWDCTR-RATEUT.
           MOVE     "P"                 TO TFSFWDDRW-STATUS.
           MOVE     WS-DATE-8           TO TFSFWDDRW-VALDTE.
           MOVE     SPACES              TO TFSFWDDRW-FILLER.
           IF       WS-DRW-ON-FILE-SW = "Y"
                    REWRITE TFSFWDDRW-REC-1
           ELSE
                    WRITE TFSFWDDRW-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFVFWD - WRITE ERROR - TFSFWDDRW"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VFWD-ERROR-CD
                    GO TO B099-VALIDATE-CONTRACT-EX.

           PERFORM  C000-RETURN-DRAWDOWN
              THRU  C099-RETURN-DRAWDOWN-EX.

       B099-VALIDATE-CONTRACT-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-DERIVE-ACCOUNT.
      *---------------------------------------------------------------*
      *    OWNER AND CURRENCY OF THE ACCOUNT IN FIELD 59, FROM THE CASA
      *    MASTERS. THE 7TH-DIGIT ACCOUNT-TYPE ROUTING FOLLOWS
      *    TRFVCHRG: 1 = SAVINGS AND 3 = CURRENT IN LOCAL CURRENCY,
      *    9 = FOREIGN-CURRENCY CURRENT ACCOUNT IN THE ITEM CURRENCY.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-ACC-CUYCD
                                           WS-ACC-CIFNO.
           MOVE     WK-C-VFWD-CRACC     TO WS-ACC-LINE.
           IF       WS-ACC-LINE (1:1) = "/"
                    MOVE WS-ACC-LINE (2:10) TO WS-ACCNO-X
           ELSE
                    MOVE WS-ACC-LINE (1:10) TO WS-ACCNO-X
           END-IF.
           IF       WS-ACCNO-X NOT NUMERIC
                    GO TO B199-DERIVE-ACCOUNT-EX.
           MOVE     WS-ACCNO-X          TO WS-ACCNO-N.

           MOVE     SPACES              TO WS-LCL-CUYCD.
           OPEN     INPUT TFSCLSYS.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B199-DERIVE-ACCOUNT-EX.
           READ     TFSCLSYS.
           IF       WK-C-SUCCESSFUL
                    MOVE TFSCLSYS-LCUYCD TO WS-LCL-CUYCD.
           CLOSE    TFSCLSYS.
           IF       WS-LCL-CUYCD = SPACES
                    GO TO B199-DERIVE-ACCOUNT-EX.

           EVALUATE WS-ACCNO-X (7:1)
               WHEN "1"
                    PERFORM B110-READ-SAVINGS-MASTER
                       THRU B119-READ-SAVINGS-MASTER-EX
               WHEN "3"
                    PERFORM B120-READ-CURRENT-MASTER
                       THRU B129-READ-CURRENT-MASTER-EX
               WHEN "9"
                    MOVE WK-C-VFWD-CUYCD TO WS-LCL-CUYCD
                    PERFORM B120-READ-CURRENT-MASTER
                       THRU B129-READ-CURRENT-MASTER-EX
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       B199-DERIVE-ACCOUNT-EX.
           EXIT.

       B110-READ-SAVINGS-MASTER.
           OPEN     INPUT TLSICLSA.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B119-READ-SAVINGS-MASTER-EX.
           INITIALIZE                   TLSICLSA-REC.
           MOVE     WS-LCL-CUYCD        TO ACCCUY OF TLSICLSA-REC.
           MOVE     WS-ACCNO-N          TO ACCNO  OF TLSICLSA-REC.
           READ     TLSICLSA KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE CIFNO OF TLSICLSA-REC TO WS-ACC-CIFNO
                    MOVE WS-LCL-CUYCD   TO WS-ACC-CUYCD
           END-IF.
           CLOSE    TLSICLSA.

       B119-READ-SAVINGS-MASTER-EX.
           EXIT.

       B120-READ-CURRENT-MASTER.
           OPEN     INPUT TLSICLCA.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B129-READ-CURRENT-MASTER-EX.
           INITIALIZE                   TLSICLCA-REC.
           MOVE     WS-LCL-CUYCD        TO ACCCUY OF TLSICLCA-REC.
           MOVE     WS-ACCNO-N          TO ACCNO  OF TLSICLCA-REC.
           READ     TLSICLCA KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE CIFNO OF TLSICLCA-REC TO WS-ACC-CIFNO
                    MOVE WS-LCL-CUYCD   TO WS-ACC-CUYCD
           END-IF.
           CLOSE    TLSICLCA.

       B129-READ-CURRENT-MASTER-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-RETURN-DRAWDOWN.
      *---------------------------------------------------------------*
           MOVE     "Y"                 TO WK-C-VFWD-FOUND.
           MOVE     TFSFWDDRW-CTRNO     TO WK-C-VFWD-CTRNO.
           MOVE     TFSFWDDRW-RATE      TO WK-N-VFWD-RATE.
           MOVE     TFSFWDDRW-RATEUT    TO WK-N-VFWD-RATEUT.
           MOVE     TFSFWDDRW-LCAMT     TO WK-N-VFWD-LCAMT.

       C099-RETURN-DRAWDOWN-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-DRAW-CONTRACT.
      *---------------------------------------------------------------*
      *    THE BALANCE IS RECHECKED AT POSTING - ANOTHER ITEM MAY HAVE
      *    DRAWN THE CONTRACT SINCE THIS ONE WAS VALIDATED.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSFWDCTR-REC-1.
           MOVE     TFSFWDDRW-CTRNO     TO TFSFWDCTR-CTRNO.
           READ     TFSFWDCTR KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "SUP0256"      TO WK-C-VFWD-ERROR-CD
                    GO TO D099-DRAW-CONTRACT-EX.
           MOVE     TFSFWDCTR-OSBAL     TO WK-N-VFWD-OSBAL.
           IF       TFSFWDCTR-STATUS NOT = "A"
                    MOVE "SUP0257"      TO WK-C-VFWD-ERROR-CD
                    GO TO D099-DRAW-CONTRACT-EX.
           IF       TFSFWDDRW-AMT > TFSFWDCTR-OSBAL
                    MOVE "SUP0258"      TO WK-C-VFWD-ERROR-CD
                    GO TO D099-DRAW-CONTRACT-EX.

           SUBTRACT TFSFWDDRW-AMT       FROM TFSFWDCTR-OSBAL.
           MOVE     WS-DATE-8           TO TFSFWDCTR-LSTDRWDTE.
           IF       TFSFWDCTR-OSBAL = ZERO
                    MOVE "C"            TO TFSFWDCTR-STATUS.
           REWRITE  TFSFWDCTR-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFVFWD - REWRITE ERROR - TFSFWDCTR"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VFWD-ERROR-CD
                    GO TO D099-DRAW-CONTRACT-EX.
           MOVE     TFSFWDCTR-OSBAL     TO WK-N-VFWD-OSBAL.

           MOVE     "D"                 TO TFSFWDDRW-STATUS.
           MOVE     WS-DATE-8           TO TFSFWDDRW-DRWDTE.
           MOVE     WS-TIME-6           TO TFSFWDDRW-DRWTIME.
           REWRITE  TFSFWDDRW-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFVFWD - REWRITE ERROR - TFSFWDDRW"
                    DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
                    MOVE "COM0206"      TO WK-C-VFWD-ERROR-CD
                    GO TO D099-DRAW-CONTRACT-EX.

           PERFORM  C000-RETURN-DRAWDOWN
              THRU  C099-RETURN-DRAWDOWN-EX.

       D099-DRAW-CONTRACT-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSFWDDRW  TFSFWDCTR.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFVFWD  ***************
      ******************************************************************
