      *----------------------------------------------------------------*
      * MOD.#  INIT    DATE       DESCRIPTION                         *
      * ------ ------- ---------- ----------------------------------- *
      * DCLR01 RISKOPS 15/10/2026 - Domestic onward routing. A caller *
      *                           passing DOMRTE "Y" also gets the    *
      *                           local clearing scheme for the       *
      *                           onward leg - FAST, GIRO or MEPS+ -  *
      *                           from the TFSDRTRUL amount-band/     *
      *                           urgency rules, taking a FAST/GIRO   *
      *                           rule only when TFSDBRCH shows the   *
      *                           beneficiary bank (BANKID) reachable *
      *                           on it. No rule fits = MEPS+ on the  *
      *                           RTGS modepay, as before.            *
      * RTGMY1 RISKOPS 09/08/2026 - Malaysia RENTAS support. When the *
      *                           PU/CUY combination isn't on file    *
      *                           and a country code was supplied,    *
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
       FILE STATUS IS WK-C-FILE-STATUS.
DCLR01        SELECT TFSDRTRUL ASSIGN TO DATABASE-TFSDRTRUL
DCLR01        ORGANIZATION IS INDEXED
DCLR01        ACCESS MODE IS DYNAMIC
DCLR01        RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
DCLR01 FILE STATUS IS WK-C-FILE-STATUS.
DCLR01        SELECT TFSDBRCH ASSIGN TO DATABASE-TFSDBRCH
DCLR01        ORGANIZATION IS INDEXED
DCLR01        ACCESS MODE IS RANDOM
DCLR01        RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
DCLR01 FILE STATUS IS WK-C-FILE-STATUS.
      ***************
       DATA DIVISION.
      ***************
              COPY DDS-ALL-FORMATS OF TFSRTGSC.
       01 TFSRTGSC-REC-1.
              COPY TFSRTGSC.
DCLR01 FD TFSDRTRUL
DCLR01        LABEL RECORDS ARE OMITTED
DCLR01 DATA RECORD IS TFSDRTRUL-REC.
DCLR01 01 TFSDRTRUL-REC.
DCLR01        COPY DDS-ALL-FORMATS OF TFSDRTRUL.
DCLR01 01 TFSDRTRUL-REC-1.
DCLR01        COPY TFSDRTRUL.
DCLR01 FD TFSDBRCH
DCLR01        LABEL RECORDS ARE OMITTED
DCLR01 DATA RECORD IS TFSDBRCH-REC.
DCLR01 01 TFSDBRCH-REC.
DCLR01        COPY DDS-ALL-FORMATS OF TFSDBRCH.
DCLR01 01 TFSDBRCH-REC-1.
DCLR01        COPY TFSDBRCH.
       WORKING-STORAGE SECTION.

      ************************
       01 WK-C-WORK-AREA.
           05 WK-C-FOUND        PIC X(01) VALUE "Y".
           05 WK-C-NOT-FOUND    PIC X(01) VALUE "N".
DCLR01     05 WK-C-FAST-OK      PIC X(01) VALUE "N".
DCLR01     05 WK-C-GIRO-OK      PIC X(01) VALUE "N".
DCLR01     05 WK-C-RUL-EOF-SW   PIC X(01) VALUE "N".
DCLR01        88 WK-C-RUL-EOF             VALUE "Y".

       01 WK-C-LITERALS.
           05 C-COM0206        PIC X(07) VALUE "COM0206".
                 PERFORM Y900-ABNORMAL-TERMINATION
              END-IF
       END-IF.
DCLR01*    ONLY AN RTGS CURRENCY HAS AN ONWARD LEG TO ROUTE.
DCLR01     IF WK-C-VDRTGS-DOMRTE = "Y"
DCLR01        AND WK-C-VDRTGS-RTGSCUYIND = WK-C-FOUND
DCLR01        PERFORM C300-CHOOSE-DOMESTIC-SCHEME
DCLR01           THRU C399-CHOOSE-DOMESTIC-SCHEME-EX
DCLR01     END-IF.
      *================================================================*
       B999-MAIN-PROCESSING-EX.
      *================================================================*
RTGMY1 EXIT.

      *----------------------------------------------------------------*
DCLR01 C300-CHOOSE-DOMESTIC-SCHEME.
      *----------------------------------------------------------------*
DCLR01*    MEPS+ ON THE RTGS MODEPAY UNLESS A RULE SAYS OTHERWISE - A
DCLR01*    MISSING TABLE COSTS THE SAVING, NEVER THE PAYMENT.
DCLR01     MOVE "MEPS"                 TO WK-C-VDRTGS-SCHEME.
DCLR01     MOVE WK-C-VDRTGS-RTGSTYPE   TO WK-C-VDRTGS-DOMPMODE.
DCLR01     MOVE ZERO                   TO WK-C-VDRTGS-RULSEQ.
DCLR01     MOVE "N"                    TO WK-C-FAST-OK
DCLR01                                    WK-C-GIRO-OK.
DCLR01
DCLR01     OPEN INPUT TFSDBRCH.
DCLR01     IF WK-C-SUCCESSFUL
DCLR01        INITIALIZE               TFSDBRCH-REC-1
DCLR01        MOVE WK-C-VDRTGS-BANKID  TO TFSDBRCH-BANKID
DCLR01        READ TFSDBRCH KEY IS EXTERNALLY-DESCRIBED-KEY
DCLR01        IF WK-C-SUCCESSFUL
DCLR01           MOVE TFSDBRCH-FASTIND TO WK-C-FAST-OK
DCLR01           MOVE TFSDBRCH-GIROIND TO WK-C-GIRO-OK
DCLR01        END-IF
DCLR01        CLOSE TFSDBRCH
DCLR01     ELSE
DCLR01        DISPLAY "TRFVDRTGS - OPEN FILE ERROR - TFSDBRCH"
DCLR01        DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
DCLR01     END-IF.
DCLR01
DCLR01     OPEN INPUT TFSDRTRUL.
DCLR01     IF NOT WK-C-SUCCESSFUL
DCLR01        DISPLAY "TRFVDRTGS - OPEN FILE ERROR - TFSDRTRUL"
DCLR01        DISPLAY "FILE STATUS IS " WK-C-FILE-STATUS
DCLR01        GO TO C399-CHOOSE-DOMESTIC-SCHEME-EX
DCLR01     END-IF.
DCLR01     INITIALIZE                  TFSDRTRUL-REC-1.
DCLR01     MOVE WK-C-VDRTGS-PU         TO TFSDRTRUL-PU.
DCLR01     MOVE WK-C-VDRTGS-CUY        TO TFSDRTRUL-CUY.
DCLR01     MOVE ZERO                   TO TFSDRTRUL-RULSEQ.
DCLR01     MOVE "N"                    TO WK-C-RUL-EOF-SW.
DCLR01     START TFSDRTRUL KEY NOT LESS THAN
DCLR01           EXTERNALLY-DESCRIBED-KEY.
DCLR01     IF WK-C-SUCCESSFUL
DCLR01        PERFORM C310-TRY-ONE-RULE
DCLR01           THRU C319-TRY-ONE-RULE-EX
DCLR01           UNTIL WK-C-RUL-EOF
DCLR01     END-IF.
DCLR01     CLOSE TFSDRTRUL.
DCLR01 C399-CHOOSE-DOMESTIC-SCHEME-EX.
DCLR01 EXIT.

      *----------------------------------------------------------------*
DCLR01 C310-TRY-ONE-RULE.
      *----------------------------------------------------------------*
DCLR01     READ TFSDRTRUL NEXT.
DCLR01     IF NOT WK-C-SUCCESSFUL
DCLR01        OR TFSDRTRUL-PU NOT = WK-C-VDRTGS-PU
DCLR01        OR TFSDRTRUL-CUY NOT = WK-C-VDRTGS-CUY
DCLR01        MOVE "Y"                 TO WK-C-RUL-EOF-SW
DCLR01        GO TO C319-TRY-ONE-RULE-EX
DCLR01     END-IF.
DCLR01     IF TFSDRTRUL-ACTIND NOT = "Y"
DCLR01        GO TO C319-TRY-ONE-RULE-EX
DCLR01     END-IF.
DCLR01     IF WK-C-VDRTGS-AMT < TFSDRTRUL-MINAMT
DCLR01        GO TO C319-TRY-ONE-RULE-EX
DCLR01     END-IF.
DCLR01     IF TFSDRTRUL-MAXAMT > ZERO
DCLR01        AND WK-C-VDRTGS-AMT > TFSDRTRUL-MAXAMT
DCLR01        GO TO C319-TRY-ONE-RULE-EX
DCLR01     END-IF.
DCLR01     IF TFSDRTRUL-URGIND = "U"
DCLR01        AND WK-C-VDRTGS-URGIND NOT = "U"
DCLR01        GO TO C319-TRY-ONE-RULE-EX
DCLR01     END-IF.
DCLR01     IF TFSDRTRUL-URGIND = "N"
DCLR01        AND WK-C-VDRTGS-URGIND = "U"
DCLR01        GO TO C319-TRY-ONE-RULE-EX
DCLR01     END-IF.
DCLR01     IF TFSDRTRUL-SCHEME = "FAST"
DCLR01        AND WK-C-FAST-OK NOT = "Y"
DCLR01        GO TO C319-TRY-ONE-RULE-EX
DCLR01     END-IF.
DCLR01     IF TFSDRTRUL-SCHEME = "GIRO"
DCLR01        AND WK-C-GIRO-OK NOT = "Y"
DCLR01        GO TO C319-TRY-ONE-RULE-EX
DCLR01     END-IF.
DCLR01
DCLR01     MOVE TFSDRTRUL-SCHEME       TO WK-C-VDRTGS-SCHEME.
DCLR01     IF TFSDRTRUL-PMODE NOT = SPACES
DCLR01        MOVE TFSDRTRUL-PMODE     TO WK-C-VDRTGS-DOMPMODE
DCLR01     END-IF.
DCLR01     MOVE TFSDRTRUL-RULSEQ       TO WK-C-VDRTGS-RULSEQ.
DCLR01     MOVE "Y"                    TO WK-C-RUL-EOF-SW.
DCLR01 C319-TRY-ONE-RULE-EX.
DCLR01 EXIT.

      *----------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *----------------------------------------------------------------*
           PERFORM Z000-END-PROGRAM-ROUTINE.
