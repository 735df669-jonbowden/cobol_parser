      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      * GPIOVR - RISKOPS  - 15/10/2026 - The GPISTPSW switches are now
      *                      read for the item's bank entity and
      *                      processing unit, so any TFSGPIOVR override
      *                      for them is applied over the global setting
      *                      (TRFXGSPA).
      *----------------------------------------------------------------
      * ARDR01 - RISKOPS  - 15/10/2026 - Before an account quoted in
      *                      the message is left to fail the
      *                      TRFVCSA/TRFVCCA/TRFVCFA lookup, the
      *                      TFSACCRDR redirect table is consulted
      *                      (TRFVARDR). An old number that no longer
      *                      validates and has a redirect in force is
      *                      replaced by its new account before the
      *                      path validation runs; the redirected
      *                      credit is flagged against the item on
      *                      TFSACRDLG with the remitter, for the
      *                      monthly GHRDRRPT report.
      *-----------------------------------------------------------------
      * SETP01 - RISKOPS  - 15/10/2026 - A foreign-currency payment
      *                      quoting a customer's local-currency
      *                      SA/CA no longer has to convert: when the
      *                      customer (CIF) holds a TFSSETPRF
      *                      settlement preference for the payment
      *                      currency and the nominated account is
      *                      valid and free of holds on TRFVCFA, the
      *                      credit moves to that account (PMODE
      *                      FCCA) and the substitution is recorded
      *                      against the item on TFSSETSUB through
      *                      TRFVSETP for the credit advice. An item
      *                      drawing a forward contract keeps its
      *                      conversion.
      *-----------------------------------------------------------------
      * NMSC01 - RISKOPS  - 22/08/2026 - Name-match disposition is no
      *                      longer binary: TRFNMVR's confidence
      *                      score (WK-NMVR-SCORE, see NMVR02) is
GP3K00 COPY VTAG59F.
STPPTH COPY VSTPPTH.
NOSA01 COPY VNOSA.
SETP01 COPY VSETP.
SETP01 COPY VFWD.
ARDR01 COPY VARDR.
SETP01 01  WS-SETP-AREA.
SETP01     05 WS-SETP-ITMCUY       PIC X(03).
SETP01     05 WS-SETP-CIFNO        PIC X(19).
SETP01     05 WS-SETP-ORGACC       PIC X(18).
SETP01     05 WS-SETP-SUB-SW       PIC X(01).

       LINKAGE SECTION.
      ******************
GPI201                                           SW-STP-LMT-SKP.
GPI201
GPI201     MOVE WK-C-STP-SW-PARCD         TO      WK-C-XGSPA-GHPARCD.
GPIOVR     MOVE TFSSTPL-BNKENTITY         TO  WK-C-XGSPA-IN-BNKENTITY.
GPIOVR     MOVE TFSSTPL-PROCUNIT          TO  WK-C-XGSPA-IN-PROCUNIT.
GPI201     CALL "TRFXGSPA"             USING      WK-C-XGSPA-RECORD.
GPI201
GPI201     IF WK-C-XGSPA-ERROR-CD = SPACES

IBAN01      PERFORM B090-CHECK-IBAN-TAG59
IBAN01         THRU B099-CHECK-IBAN-TAG59-EX.
ARDR01      PERFORM B080-CHECK-ACCOUNT-REDIRECT
ARDR01         THRU B089-CHECK-ACCOUNT-REDIRECT-EX.

CMP3FL      IF  TFSSTPL-SWFTMGTY = "103"
CMP3FL      AND TAG59-OPT         = "A"
 B199-PATH-CHOICE-EX.
     EXIT.

ARDR01*-----------------------------------------------------------------
ARDR01 B080-CHECK-ACCOUNT-REDIRECT.
ARDR01*-----------------------------------------------------------------
ARDR01* AN OLD ACCOUNT NUMBER (MIGRATED, MERGED OR CLOSED) STILL QUOTED
ARDR01* BY THE REMITTER IS REPLACED BY ITS TFSACCRDR SUCCESSOR - BUT
ARDR01* ONLY WHEN THE OLD NUMBER WOULD NOW FAIL ITS ACCOUNT LOOKUP, SO
ARDR01* A LIVE ACCOUNT IS NEVER REDIRECTED. THE SUCCESSOR IS THEN
ARDR01* VALIDATED BY THE PATH BELOW LIKE ANY QUOTED ACCOUNT.
ARDR01*-----------------------------------------------------------------
ARDR01      IF  WS-ACCNO = SPACES
ARDR01      OR  WK-VTC1-RBK-IND = "Y"
ARDR01          GO TO B089-CHECK-ACCOUNT-REDIRECT-EX.
ARDR01      IF  WK-SGX-GLACT-SW  = "Y"
ARDR01      AND WK-C-TAG59-G-IND = "Y"
ARDR01      AND WK-C-SGX-DAY2-SW = "Y"
ARDR01          GO TO B089-CHECK-ACCOUNT-REDIRECT-EX.
ARDR01
ARDR01      INITIALIZE WK-C-VARDR-RECORD.
ARDR01      MOVE "INQ"                TO WK-C-VARDR-MODE.
ARDR01      MOVE WS-ACCNO             TO WK-C-VARDR-OLDACC.
ARDR01      CALL "TRFVARDR"        USING WK-C-VARDR-RECORD.
ARDR01      IF  WK-C-VARDR-ERROR-CD NOT = SPACES
ARDR01      OR  WK-C-VARDR-FOUND    NOT = "Y"
ARDR01          GO TO B089-CHECK-ACCOUNT-REDIRECT-EX.
ARDR01
ARDR01      MOVE WS-ACCNO             TO WK-C-ACCNO.
ARDR01      EVALUATE WK-C-ACCNO-4
ARDR01          WHEN "1"
ARDR01               MOVE WS-ACCNO    TO WK-C-VCSA-SA-NO
ARDR01               CALL "TRFVCSA" USING WK-C-VCSA-RECORD
ARDR01               IF  WK-C-VCSA-ERROR-CD = SPACES
ARDR01                   GO TO B089-CHECK-ACCOUNT-REDIRECT-EX
ARDR01               END-IF
ARDR01          WHEN "9"
ARDR01               MOVE WS-ACCNO    TO WK-C-VCFA-FCCA
ARDR01               MOVE WS-ACCCUY   TO WK-C-VCFA-CUY
ARDR01               CALL "TRFVCFA" USING WK-C-VCFA-RECORD
ARDR01               IF  WK-C-VCFA-ERROR-CD = SPACES
ARDR01                   GO TO B089-CHECK-ACCOUNT-REDIRECT-EX
ARDR01               END-IF
ARDR01          WHEN OTHER
ARDR01               MOVE WS-ACCNO    TO WK-C-VCCA-CA-NO
ARDR01               CALL "TRFVCCA" USING WK-C-VCCA-RECORD
ARDR01               IF  WK-C-VCCA-ERROR-CD = SPACES
ARDR01                   GO TO B089-CHECK-ACCOUNT-REDIRECT-EX
ARDR01               END-IF
ARDR01      END-EVALUATE.
ARDR01
ARDR01* A CREDIT THAT CANNOT BE FLAGGED IS NOT REDIRECTED.
ARDR01      MOVE "REC"                TO WK-C-VARDR-MODE.
ARDR01      MOVE WK-VTC1-PARALNO      TO WK-N-VARDR-PARALNO.
ARDR01      MOVE WK-VTC1-SEQNUM       TO WK-N-VARDR-SEQNUM.
ARDR01      MOVE TFSSTPL-SENBNKID     TO WK-C-VARDR-SENBNKID.
ARDR01      MOVE TFSSPTL-TAG50NM      TO WK-C-VARDR-ORDNAME.
ARDR01      MOVE TFSSTPL-CUYCD        TO WK-C-VARDR-CUYCD.
ARDR01      CALL "TRFVARDR"        USING WK-C-VARDR-RECORD.
ARDR01      IF  WK-C-VARDR-ERROR-CD NOT = SPACES
ARDR01      OR  WK-C-VARDR-FOUND    NOT = "Y"
ARDR01          GO TO B089-CHECK-ACCOUNT-REDIRECT-EX.
ARDR01
ARDR01      IF  WS-BENEACC = WS-ACCNO
ARDR01          MOVE WK-C-VARDR-NEWACC TO WS-BENEACC
ARDR01      END-IF.
ARDR01      MOVE WK-C-VARDR-NEWACC    TO WS-ACCNO.
ARDR01
ARDR01 B089-CHECK-ACCOUNT-REDIRECT-EX.
ARDR01      EXIT.
IBAN01*-----------------------------------------------------------------
IBAN01 B090-CHECK-IBAN-TAG59.
IBAN01*-----------------------------------------------------------------
GLUSE1      EXIT.
GLUSE1 EJECT
      D200-VALIDATION.
SETP01     MOVE "N"                  TO WS-SETP-SUB-SW.
SETP01     IF  WS-OKAY = "Y"
SETP01     AND WK-VTC1-RBK-IND NOT = "Y"
SETP01     AND WK-C-LCUYCD NOT = SPACES
SETP01     AND WS-ACCCUY NOT = WK-C-LCUYCD
SETP01         PERFORM D700-CHECK-SETTLEMENT-PREF
SETP01            THRU D709-CHECK-SETTLEMENT-PREF-EX
SETP01     END-IF.
SETP01     IF  WS-SETP-SUB-SW NOT = "Y"
SETP01         PERFORM D710-DROP-SETTLEMENT-SUB
SETP01            THRU D719-DROP-SETTLEMENT-SUB-EX
SETP01     END-IF.
           MOVE WS-BANKID        TO  WK-VTC1-BANKID.
           MOVE WS-ACBNKID       TO  WK-VTC1-ACBNKID.
           MOVE WS-BENBNKID      TO  WK-VTC1-BENBNKID.
GP3C00 D699-EVAL-TAG57-CD-EX.
      *================================================================*
GP3C00      EXIT.
SETP01*================================================================*
SETP01 D700-CHECK-SETTLEMENT-PREF.
SETP01*================================================================*
SETP01*    A FOREIGN-CURRENCY ITEM QUOTING A LOCAL-CURRENCY SA/CA IS
SETP01*    CREDITED TO THE CUSTOMER'S OWN ACCOUNT IN THE PAYMENT
SETP01*    CURRENCY WHEN THE CUSTOMER HAS ASKED FOR THAT ON TFSSETPRF.
SETP01*    ANYTHING MISSING OR NOT IN ORDER LEAVES THE ITEM TO CONVERT
SETP01*    INTO THE QUOTED ACCOUNT AS BEFORE - NEVER A REPAIR.
SETP01*================================================================*
SETP01      IF   WK-C-VALID-GLACNO = "Y"
SETP01           GO TO D709-CHECK-SETTLEMENT-PREF-EX
SETP01      END-IF.
SETP01      MOVE WS-ACCNO             TO WK-C-ACCNO.
SETP01      IF   WK-C-ACCNO-4 NOT = "1"
SETP01      AND  WK-C-ACCNO-4 NOT = "3"
SETP01           GO TO D709-CHECK-SETTLEMENT-PREF-EX
SETP01      END-IF.
SETP01
SETP01*    OWNER OF THE QUOTED ACCOUNT, FROM THE LOCAL-CURRENCY MASTER.
SETP01      MOVE WS-ACCCUY            TO WS-SETP-ITMCUY.
SETP01      MOVE WS-ACCNO             TO WS-SETP-ORGACC.
SETP01      MOVE SPACES               TO WS-SETP-CIFNO.
SETP01      MOVE WK-C-LCUYCD          TO WS-ACCCUY.
SETP01      IF   WK-C-ACCNO-4 = "1"
SETP01           PERFORM R300-READ-TFSICLSA2
SETP01              THRU R399-READ-TFSICLSA2-EX
SETP01           IF  WK-C-CA-EXIST NOT = "N"
SETP01               MOVE WK-O-ISLSAVQ-CIFNO TO WS-SETP-CIFNO
SETP01           END-IF
SETP01      ELSE
SETP01           PERFORM R200-READ-TFSICLCA2
SETP01              THRU R299-READ-TFSICLCA2-EX
SETP01           IF  WK-C-CA-EXIST NOT = "N"
SETP01               MOVE WK-O-ISLCAVQ-CIFNO TO WS-SETP-CIFNO
SETP01           END-IF
SETP01      END-IF.
SETP01      MOVE WS-SETP-ITMCUY       TO WS-ACCCUY.
SETP01      IF   WS-SETP-CIFNO = SPACES
SETP01           GO TO D709-CHECK-SETTLEMENT-PREF-EX
SETP01      END-IF.
SETP01
SETP01*    A FORWARD CONTRACT DRAWN BY THE ITEM WAS BOOKED TO CONVERT -
SETP01*    THE CONTRACT WINS OVER THE STANDING PREFERENCE.
SETP01      INITIALIZE WK-C-VFWD-RECORD.
SETP01      MOVE "INQ"                TO WK-C-VFWD-MODE.
SETP01      MOVE WK-VTC1-PARALNO      TO WK-N-VFWD-PARALNO.
SETP01      MOVE WK-VTC1-SEQNUM       TO WK-N-VFWD-SEQNUM.
SETP01      CALL "TRFVFWD"         USING WK-C-VFWD-RECORD.
SETP01      IF   WK-C-VFWD-FOUND = "Y"
SETP01           GO TO D709-CHECK-SETTLEMENT-PREF-EX
SETP01      END-IF.
SETP01
SETP01      INITIALIZE WK-C-VSETP-RECORD.
SETP01      MOVE "INQ"                TO WK-C-VSETP-MODE.
SETP01      MOVE WS-SETP-CIFNO        TO WK-C-VSETP-CIFNO.
SETP01      MOVE WS-SETP-ITMCUY       TO WK-C-VSETP-CUYCD.
SETP01      CALL "TRFVSETP"        USING WK-C-VSETP-RECORD.
SETP01      IF   WK-C-VSETP-ERROR-CD NOT = SPACES
SETP01      OR   WK-C-VSETP-FOUND    NOT = "Y"
SETP01           GO TO D709-CHECK-SETTLEMENT-PREF-EX
SETP01      END-IF.
SETP01
SETP01*    THE NOMINATED ACCOUNT MUST BE ON FILE IN THE PAYMENT
SETP01*    CURRENCY AND FREE OF HOLDS.
SETP01      MOVE WK-C-VSETP-SETACC    TO WK-C-VCFA-FCCA.
SETP01      MOVE WS-SETP-ITMCUY       TO WK-C-VCFA-CUY.
SETP01      CALL "TRFVCFA"         USING WK-C-VCFA-RECORD.
SETP01      IF   WK-C-VCFA-ERROR-CD NOT = SPACES
SETP01      OR   WK-N-VCFA-HOLDCD1  NOT = ZERO
SETP01      OR   WK-N-VCFA-HOLDCD2  NOT = ZERO
SETP01      OR   WK-N-VCFA-HOLDCD3  NOT = ZERO
SETP01           GO TO D709-CHECK-SETTLEMENT-PREF-EX
SETP01      END-IF.
SETP01
SETP01*    NOT RECORDED, NOT SUBSTITUTED - THE ADVICE MUST BE ABLE TO
SETP01*    SAY WHY THE CREDIT WENT ELSEWHERE.
SETP01      MOVE "REC"                TO WK-C-VSETP-MODE.
SETP01      MOVE WK-VTC1-PARALNO      TO WK-N-VSETP-PARALNO.
SETP01      MOVE WK-VTC1-SEQNUM       TO WK-N-VSETP-SEQNUM.
SETP01      MOVE WS-SETP-ORGACC       TO WK-C-VSETP-ORGACC.
SETP01      CALL "TRFVSETP"        USING WK-C-VSETP-RECORD.
SETP01      IF   WK-C-VSETP-ERROR-CD NOT = SPACES
SETP01           GO TO D709-CHECK-SETTLEMENT-PREF-EX
SETP01      END-IF.
SETP01
SETP01      MOVE "Y"                  TO WS-SETP-SUB-SW.
SETP01      MOVE WK-C-VSETP-SETACC    TO WS-ACCNO.
SETP01      MOVE WS-SETP-ITMCUY       TO WS-ACCCUY.
SETP01      MOVE WK-C-VCFA-CUSTFNAM   TO WK-VTC1-BENENAME.
SETP01      MOVE WK-C-VCFA-ADDR1      TO WK-VTC1-BENEADR1.
SETP01      MOVE WK-C-VCFA-ADDR2      TO WK-VTC1-BENEADR2.
SETP01      MOVE WK-C-VCFA-ADDR3      TO WK-VTC1-BENEADR3.
SETP01      MOVE WK-C-VCFA-ADDR4      TO WK-VTC1-BENEADR4.
SETP01      MOVE WK-C-VCFA-ADDR5      TO WK-VTC1-BENEADR5.
SETP01      MOVE WK-C-VCFA-ADDR6      TO WK-VTC1-BENEADR6.
SETP01      MOVE WK-C-VCFA-AOCD       TO WK-VTC1-AOCD.
SETP01      MOVE WK-N-VCFA-RESCD      TO WK-VTC1-RESCD.
SETP01      MOVE WK-N-VCFA-DOMBRCH    TO WK-VTC1-DOMBRCH.
SETP01      MOVE WK-N-VCFA-HOLDCD1    TO WK-VTC1-HOLDCD1.
SETP01      MOVE WK-N-VCFA-HOLDCD2    TO WK-VTC1-HOLDCD2.
SETP01      MOVE WK-N-VCFA-HOLDCD3    TO WK-VTC1-HOLDCD3.
SETP01      MOVE "FCCA"               TO WK-VTC1-PMODE.
SETP01*================================================================*
SETP01 D709-CHECK-SETTLEMENT-PREF-EX.
SETP01*================================================================*
SETP01      EXIT.
SETP01*================================================================*
SETP01 D710-DROP-SETTLEMENT-SUB.
SETP01*================================================================*
SETP01*    AN ITEM REVALIDATED WITHOUT A SUBSTITUTION (PREFERENCE
SETP01*    SUSPENDED OR EXPIRED, ACCOUNT ON HOLD, A FORWARD CONTRACT
SETP01*    FOUND, CURRENCY CHANGED IN REPAIR) LOSES ANY IT WAS GIVEN
SETP01*    BEFORE, SO THE CREDIT ADVICE NAMES THE ACCOUNT CREDITED.
SETP01*================================================================*
SETP01      INITIALIZE WK-C-VSETP-RECORD.
SETP01      MOVE "DEL"                TO WK-C-VSETP-MODE.
SETP01      MOVE WK-VTC1-PARALNO      TO WK-N-VSETP-PARALNO.
SETP01      MOVE WK-VTC1-SEQNUM       TO WK-N-VSETP-SEQNUM.
SETP01      CALL "TRFVSETP"        USING WK-C-VSETP-RECORD.
SETP01      IF   WK-C-VSETP-ERROR-CD NOT = SPACES
SETP01           DISPLAY "TRFVTC1 - SETTLEMENT SUBSTITUTION NOT "
SETP01                   "REMOVED - " WK-VTC1-PARALNO "/"
SETP01                   WK-VTC1-SEQNUM
SETP01      END-IF.
SETP01*================================================================*
SETP01 D719-DROP-SETTLEMENT-SUB-EX.
SETP01*================================================================*
SETP01      EXIT.
VASA01*================================================================*
VASA01 R200-READ-TFSICLCA2.
VASA01*================================================================*
