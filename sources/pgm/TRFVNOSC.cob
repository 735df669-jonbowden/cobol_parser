      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVNOSC.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  THIS IS A CALLED ROUTINE TO TELL WHETHER A
      *               PAYMENT REFERENCES A NOSTRO ON THE TFSNOSCLS
      *               CLOSURE PLAN. THE REIMBURSEMENT BANK AND ACCOUNT
      *               ARE DERIVED AS TRFVTD1 DERIVES THEM (TAG 54,
      *               ELSE TAG 53, ELSE THE ITEM'S OWN BANK). A PLAN
      *               IN THE ITEM'S CURRENCY (AND ENTITY, WHEN GIVEN)
      *               MATCHES WHEN THE ITEM QUOTES THE OLD ACCOUNT, OR
      *               QUOTES THE OLD BANK AND THE PLAN MOVES THE
      *               NOSTRO TO ANOTHER BANK. MODE C LOOKS ONLY AT
      *               PLANS WHOSE CLOSURE DATE HAS COME (SUP0273);
      *               MODE P AT EVERY PLAN NOT CANCELLED. THE CALLER
      *               DECIDES WHAT TO DO WITH THE ITEM.
      *NOTE        :  MODELLED ON TRFVSSI.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      * NOSC01 - RISKOPS   - 15/10/2026 - Initial version.
      *----------------------------------------------------------------
       EJECT
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-AS400.
       OBJECT-COMPUTER.  IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSNOSCLS ASSIGN TO DATABASE-TFSNOSCLS
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.
      **************
       FD  TFSNOSCLS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS WK-C-TFSNOSCLS.
       01  WK-C-TFSNOSCLS.
           COPY DDS-ALL-FORMATS OF TFSNOSCLS.
       01  WK-C-TFSNOSCLS-1.
           COPY TFSNOSCLS.

       WORKING-STORAGE SECTION.
      *************************
       01  FILLER                          PIC X(24)        VALUE
           "** PROGRAM TRFVNOSC **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01    WK-C-COMMON.
       COPY ASCMWS.

       01  WS-NSC-WORK.
           05  WS-NSC-EOF-SW               PIC X(01).
               88  WS-NSC-EOF                         VALUE "Y".
           05  WS-NSC-ACNO                 PIC X(37).
           05  WS-NSC-ACNO-WK              PIC X(37).

      *    TAG 53/54 LAID OUT AS TRFVTD1 READS THEM - OPTION IN THE
      *    THIRD BYTE, PARTY IDENTIFIER AFTER IT, BIC ON THE SECOND
      *    LINE.
       01  WS-T5X-FORMAT.
           05  FILLER                      PIC X(02).
           05  WS-T5X-OPT                  PIC X(01).
           05  FILLER                      PIC X(01).
           05  WS-T5X-PTID                 PIC X(37).
           05  WS-T5X-BIC                  PIC X(11).
           05  FILLER                      PIC X(129).

      *****************
       LINKAGE SECTION.
      *****************
       COPY VNOSC.
       EJECT
      *********************************************
       PROCEDURE DIVISION USING WK-C-VNOSC-RECORD.
      *********************************************
       MAIN-MODULE.
           PERFORM A000-PROCESS-CALLED-ROUTINE
              THRU A099-PROCESS-CALLED-ROUTINE-EX.
           PERFORM Z000-END-PROGRAM-ROUTINE
              THRU Z999-END-PROGRAM-ROUTINE-EX.
           EXIT PROGRAM.

      *---------------------------------------------------------------*
       A000-PROCESS-CALLED-ROUTINE.
      *---------------------------------------------------------------*
           MOVE    SPACES                  TO    WK-C-VNOSC-OUTPUT.
           MOVE    ZEROES                  TO    WK-N-VNOSC-PRIORITY
                                                 WK-N-VNOSC-CLSDTE.

           PERFORM B000-DERIVE-REFERENCE
              THRU B099-DERIVE-REFERENCE-EX.
           IF  WK-C-VNOSC-REFBIC = SPACES
           AND WS-NSC-ACNO = SPACES
               GO TO A099-PROCESS-CALLED-ROUTINE-EX.

           OPEN INPUT TFSNOSCLS.
           IF  NOT WK-C-SUCCESSFUL
               DISPLAY "TRFVNOSC - OPEN FILE ERROR - TFSNOSCLS"
               DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
               GO TO Y900-ABNORMAL-TERMINATION.

           PERFORM C000-SCAN-PLANS
              THRU C099-SCAN-PLANS-EX.

       A099-PROCESS-CALLED-ROUTINE-EX.
           EXIT.

      *---------------------------------------------------------------*
      *    THE BANK AND ACCOUNT THE ITEM IS TO BE REIMBURSED THROUGH. *
      *    A PARTY IDENTIFIER LOSES ITS LEADING "/" AND ANY DEBIT OR  *
      *    CREDIT MARK ("/C/", "/D/") BEFORE IT IS COMPARED.          *
      *---------------------------------------------------------------*
       B000-DERIVE-REFERENCE.
           MOVE    WK-C-VNOSC-BANKID       TO    WK-C-VNOSC-REFBIC.
           MOVE    SPACES                  TO    WS-NSC-ACNO.

           MOVE    WK-C-VNOSC-TAG54        TO    WS-T5X-FORMAT.
           IF  WS-T5X-OPT = SPACES
               MOVE WK-C-VNOSC-TAG53       TO    WS-T5X-FORMAT.
           IF  WS-T5X-OPT = SPACES
               GO TO B099-DERIVE-REFERENCE-EX.
           IF  WS-T5X-BIC NOT = SPACES
               MOVE WS-T5X-BIC             TO    WK-C-VNOSC-REFBIC.
           MOVE    WS-T5X-PTID             TO    WS-NSC-ACNO.

           IF  WS-NSC-ACNO (1:1) = "/"
               MOVE WS-NSC-ACNO (2:)       TO    WS-NSC-ACNO-WK
               MOVE WS-NSC-ACNO-WK         TO    WS-NSC-ACNO.
           IF  WS-NSC-ACNO (1:2) = "C/"
           OR  WS-NSC-ACNO (1:2) = "D/"
               MOVE WS-NSC-ACNO (3:)       TO    WS-NSC-ACNO-WK
               MOVE WS-NSC-ACNO-WK         TO    WS-NSC-ACNO.
           MOVE    WS-NSC-ACNO             TO    WK-C-VNOSC-REFACNO.

       B099-DERIVE-REFERENCE-EX.
           EXIT.

      *---------------------------------------------------------------*
      *    POSITION ON THE FIRST PLAN FOR THE CURRENCY AND READ       *
      *    FORWARD UNTIL THE CURRENCY CHANGES OR A PLAN MATCHES.      *
      *---------------------------------------------------------------*
       C000-SCAN-PLANS.
           MOVE    LOW-VALUES              TO    WK-C-TFSNOSCLS-1.
           MOVE    WK-C-VNOSC-CUYCD        TO    TFSNOSCLS-CUYCD.
           START   TFSNOSCLS KEY NOT LESS THAN
                   EXTERNALLY-DESCRIBED-KEY.
           IF  WK-C-RECORD-NOT-FOUND
           OR  WK-C-END-OF-FILE
               GO TO C099-SCAN-PLANS-EX.
           IF  NOT WK-C-SUCCESSFUL
               MOVE "COM0206"              TO    WK-C-VNOSC-ERROR-CD
               GO TO C099-SCAN-PLANS-EX.

           MOVE    "N"                     TO    WS-NSC-EOF-SW.
           PERFORM C100-READ-NEXT-PLAN
              THRU C199-READ-NEXT-PLAN-EX
                   UNTIL WS-NSC-EOF.

       C099-SCAN-PLANS-EX.
           EXIT.

       C100-READ-NEXT-PLAN.
           READ    TFSNOSCLS NEXT.
           IF  WK-C-END-OF-FILE
               MOVE "Y"                    TO    WS-NSC-EOF-SW
               GO TO C199-READ-NEXT-PLAN-EX.
           IF  NOT WK-C-SUCCESSFUL
               MOVE "Y"                    TO    WS-NSC-EOF-SW
               MOVE "COM0206"              TO    WK-C-VNOSC-ERROR-CD
               GO TO C199-READ-NEXT-PLAN-EX.
           IF  TFSNOSCLS-CUYCD NOT = WK-C-VNOSC-CUYCD
               MOVE "Y"                    TO    WS-NSC-EOF-SW
               GO TO C199-READ-NEXT-PLAN-EX.

           IF  TFSNOSCLS-PLNSTAT = "C"
               GO TO C199-READ-NEXT-PLAN-EX.
           IF  WK-C-VNOSC-MODE = "C"
           AND TFSNOSCLS-CLSDTE > WK-N-VNOSC-CHKDTE
               GO TO C199-READ-NEXT-PLAN-EX.
           IF  WK-C-VNOSC-BNKENTTY NOT = SPACES
           AND TFSNOSCLS-BNKENTTY NOT = WK-C-VNOSC-BNKENTTY
               GO TO C199-READ-NEXT-PLAN-EX.

           IF  TFSNOSCLS-OLDACNO NOT = SPACES
           AND WS-NSC-ACNO = TFSNOSCLS-OLDACNO
               MOVE "A"                    TO    WK-C-VNOSC-STATUS
               GO TO C190-PLAN-MATCHED.
           IF  TFSNOSCLS-NEWBANKID NOT = SPACES
           AND TFSNOSCLS-NEWBANKID NOT = TFSNOSCLS-BANKID
           AND WK-C-VNOSC-REFBIC = TFSNOSCLS-BANKID
               MOVE "B"                    TO    WK-C-VNOSC-STATUS
               GO TO C190-PLAN-MATCHED.
           GO TO C199-READ-NEXT-PLAN-EX.

       C190-PLAN-MATCHED.
           MOVE    "Y"                     TO    WS-NSC-EOF-SW.
           MOVE    TFSNOSCLS-BANKID        TO    WK-C-VNOSC-PBANKID.
           MOVE    TFSNOSCLS-PRIORITY      TO    WK-N-VNOSC-PRIORITY.
           MOVE    TFSNOSCLS-OLDACNO       TO    WK-C-VNOSC-OLDACNO.
           MOVE    TFSNOSCLS-CLSDTE        TO    WK-N-VNOSC-CLSDTE.
           MOVE    TFSNOSCLS-NEWBANKID     TO    WK-C-VNOSC-NEWBANKID.
           MOVE    TFSNOSCLS-NEWACNO       TO    WK-C-VNOSC-NEWACNO.
           MOVE    TFSNOSCLS-PLNSTAT       TO    WK-C-VNOSC-PLNSTAT.
           IF  TFSNOSCLS-CLSDTE NOT > WK-N-VNOSC-CHKDTE
               MOVE "SUP0273"              TO    WK-C-VNOSC-ERROR-CD.

       C199-READ-NEXT-PLAN-EX.
           EXIT.

      *---------------------------------------------------------------*
      *                   PROGRAM SUBROUTINE                         *
      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
           MOVE    "COM0206"               TO    WK-C-VNOSC-ERROR-CD.
           EXIT PROGRAM.

       Z000-END-PROGRAM-ROUTINE.
           IF  WK-C-VNOSC-REFBIC = SPACES
           AND WS-NSC-ACNO = SPACES
               GO TO Z999-END-PROGRAM-ROUTINE-EX.
           CLOSE TFSNOSCLS.
           IF  NOT WK-C-SUCCESSFUL
               DISPLAY "TRFVNOSC - CLOSE FILE ERROR - TFSNOSCLS"
               DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS.

       Z999-END-PROGRAM-ROUTINE-EX.
           EXIT.

      ******************************************************************
      ************** END OF PROGRAM SOURCE -  TRFVNOSC ****************
      ******************************************************************
