      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFVSSI.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  THIS IS A CALLED ROUTINE TO RESOLVE THE STANDARD
      *               SETTLEMENT INSTRUCTION (TFSSSI) A COUNTERPARTY
      *               BANK HAS IN FORCE FOR A CURRENCY AND PRODUCT ON
      *               A GIVEN DATE. THE ROW IN FORCE IS THE LATEST ONE
      *               EFFECTIVE ON OR BEFORE THE DATE THAT HAS NOT
      *               EXPIRED. WHEN THE PRODUCT HAS NO ROW IN FORCE
      *               THE COUNTERPARTY'S "ALL" ROW IS TRIED. RETURNS
      *               SUP0253 WHEN NEITHER IS FOUND.
      *NOTE        :  MODELLED ON TRFVNOSA.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      * SSI001 - RISKOPS   - 15/10/2026 - Initial version.
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
           SELECT TFSSSI ASSIGN TO DATABASE-TFSSSI
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.
      **************
       FD  TFSSSI
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS WK-C-TFSSSI.
       01  WK-C-TFSSSI.
           COPY DDS-ALL-FORMATS OF TFSSSI.
       01  WK-C-TFSSSI-1.
           COPY TFSSSI.

       WORKING-STORAGE SECTION.
      *************************
       01  FILLER                          PIC X(24)        VALUE
           "** PROGRAM TRFVSSI **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01    WK-C-COMMON.
       COPY ASCMWS.

       01  WS-SSI-WORK.
           05  WS-SSI-PRODCD               PIC X(03).
           05  WS-SSI-EOF-SW               PIC X(01).
               88  WS-SSI-EOF                         VALUE "Y".
           05  WS-SSI-FOUND-SW             PIC X(01).
               88  WS-SSI-FOUND                       VALUE "Y".

      *****************
       LINKAGE SECTION.
      *****************
       COPY VSSI.
       EJECT
      *********************************************
       PROCEDURE DIVISION USING WK-C-VSSI-RECORD.
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
           OPEN INPUT TFSSSI.
           IF  NOT WK-C-SUCCESSFUL
               DISPLAY "TRFVSSI - OPEN FILE ERROR - TFSSSI"
               DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
               GO TO Y900-ABNORMAL-TERMINATION.

           MOVE    SPACES                  TO    WK-C-VSSI-OUTPUT.
           MOVE    ZEROES                  TO    WK-C-VSSI-FS
                                                 WK-N-VSSI-EFFDTE
                                                 WK-N-VSSI-EXPDTE.
           MOVE    "N"                     TO    WS-SSI-FOUND-SW.

           MOVE    WK-C-VSSI-PRODCD        TO    WS-SSI-PRODCD.
           PERFORM B000-SCAN-PRODUCT
              THRU B099-SCAN-PRODUCT-EX.
           IF  WS-SSI-FOUND
               GO TO A099-PROCESS-CALLED-ROUTINE-EX.
           IF  WK-C-VSSI-ERROR-CD NOT = SPACES
               GO TO A099-PROCESS-CALLED-ROUTINE-EX.

           IF  WK-C-VSSI-PRODCD NOT = "ALL"
               MOVE "ALL"                  TO    WS-SSI-PRODCD
               PERFORM B000-SCAN-PRODUCT
                  THRU B099-SCAN-PRODUCT-EX.
           IF  WS-SSI-FOUND
               GO TO A099-PROCESS-CALLED-ROUTINE-EX.
           IF  WK-C-VSSI-ERROR-CD NOT = SPACES
               GO TO A099-PROCESS-CALLED-ROUTINE-EX.

           MOVE    "SUP0253"               TO    WK-C-VSSI-ERROR-CD.
           MOVE    "TFSSSI"                TO    WK-C-VSSI-FILE.
           MOVE    "READ"                  TO    WK-C-VSSI-MODE.
           MOVE    WK-C-VSSI-INPUT         TO    WK-C-VSSI-KEY.
           MOVE    "23"                    TO    WK-C-VSSI-FS.

       A099-PROCESS-CALLED-ROUTINE-EX.
           EXIT.

      *---------------------------------------------------------------*
      *    POSITION ON THE FIRST ROW FOR BANK/CURRENCY/PRODUCT AND    *
      *    READ FORWARD. ROWS COME BACK IN EFFECTIVE-DATE ORDER, SO   *
      *    THE LAST ONE STILL IN FORCE BEFORE THE FIRST FUTURE-DATED  *
      *    ROW IS THE ONE THAT APPLIES.                               *
      *---------------------------------------------------------------*
       B000-SCAN-PRODUCT.
           MOVE    WK-C-VSSI-BANKID        TO    TFSSSI-BANKID.
           MOVE    WK-C-VSSI-CUYCD         TO    TFSSSI-CUYCD.
           MOVE    WS-SSI-PRODCD           TO    TFSSSI-PRODCD.
           MOVE    ZEROES                  TO    TFSSSI-EFFDTE.
           START   TFSSSI KEY NOT LESS THAN
                   EXTERNALLY-DESCRIBED-KEY.
           IF  WK-C-RECORD-NOT-FOUND
           OR  WK-C-END-OF-FILE
               GO TO B099-SCAN-PRODUCT-EX.
           IF  NOT WK-C-SUCCESSFUL
               GO TO B090-FILE-ERROR.

           MOVE    "N"                     TO    WS-SSI-EOF-SW.
           PERFORM B100-READ-NEXT-ROW
              THRU B199-READ-NEXT-ROW-EX
                   UNTIL WS-SSI-EOF.
           IF  WK-C-VSSI-ERROR-CD = SPACES
               GO TO B099-SCAN-PRODUCT-EX.

       B090-FILE-ERROR.
           MOVE    "COM0206"               TO    WK-C-VSSI-ERROR-CD.
           MOVE    "TFSSSI"                TO    WK-C-VSSI-FILE.
           MOVE    "READ"                  TO    WK-C-VSSI-MODE.
           MOVE    WK-C-VSSI-INPUT         TO    WK-C-VSSI-KEY.
           MOVE    WK-C-FILE-STATUS        TO    WK-C-VSSI-FS.

       B099-SCAN-PRODUCT-EX.
           EXIT.

       B100-READ-NEXT-ROW.
           READ    TFSSSI NEXT.
           IF  WK-C-END-OF-FILE
               MOVE "Y"                    TO    WS-SSI-EOF-SW
               GO TO B199-READ-NEXT-ROW-EX.
           IF  NOT WK-C-SUCCESSFUL
               MOVE "Y"                    TO    WS-SSI-EOF-SW
               MOVE "COM0206"              TO    WK-C-VSSI-ERROR-CD
               GO TO B199-READ-NEXT-ROW-EX.

           IF  TFSSSI-BANKID NOT = WK-C-VSSI-BANKID
           OR  TFSSSI-CUYCD  NOT = WK-C-VSSI-CUYCD
           OR  TFSSSI-PRODCD NOT = WS-SSI-PRODCD
           OR  TFSSSI-EFFDTE > WK-N-VSSI-ASOFDTE
               MOVE "Y"                    TO    WS-SSI-EOF-SW
               GO TO B199-READ-NEXT-ROW-EX.

           IF  TFSSSI-EXPDTE NOT = ZERO
           AND TFSSSI-EXPDTE < WK-N-VSSI-ASOFDTE
               GO TO B199-READ-NEXT-ROW-EX.

           MOVE    "Y"                     TO    WS-SSI-FOUND-SW.
           MOVE    TFSSSI-PRODCD           TO    WK-C-VSSI-PRODUSED.
           MOVE    TFSSSI-EFFDTE           TO    WK-N-VSSI-EFFDTE.
           MOVE    TFSSSI-EXPDTE           TO    WK-N-VSSI-EXPDTE.
           MOVE    TFSSSI-CORRBIC          TO    WK-C-VSSI-CORRBIC.
           MOVE    TFSSSI-CORRACC          TO    WK-C-VSSI-CORRACC.
           MOVE    TFSSSI-INTMBIC          TO    WK-C-VSSI-INTMBIC.

       B199-READ-NEXT-ROW-EX.
           EXIT.

      *---------------------------------------------------------------*
      *                   PROGRAM SUBROUTINE                         *
      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
           MOVE    "COM0206"               TO    WK-C-VSSI-ERROR-CD.
           MOVE    "TFSSSI"                TO    WK-C-VSSI-FILE.
           MOVE    "OPEN"                  TO    WK-C-VSSI-MODE.
           MOVE    WK-C-FILE-STATUS        TO    WK-C-VSSI-FS.
           EXIT PROGRAM.

       Z000-END-PROGRAM-ROUTINE.
           CLOSE TFSSSI.
           IF  NOT WK-C-SUCCESSFUL
               DISPLAY "TRFVSSI - CLOSE FILE ERROR - TFSSSI"
               DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS.

       Z999-END-PROGRAM-ROUTINE-EX.
           EXIT.

      ******************************************************************
      ************** END OF PROGRAM SOURCE -  TRFVSSI ****************
      ******************************************************************
