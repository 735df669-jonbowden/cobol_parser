000362*  |RISKOPS |22/08/2026| NRECN2   | SQLCODE +100 (no rows) on    |
000364*  |        |          |          | the matching updates is a    |
000366*  |        |          |          | clean day, not an abort.     |
CNF900*  |RISKOPS |15/10/2026| CNF900   | Entries already confirmed    |
CNF900*  |        |          |          | intraday by a matched MT900/ |
CNF900*  |        |          |          | MT910 (TFSCORCNF) are        |
CNF900*  |        |          |          | pre-matched "C" first.       |
000370*  --------------------------------------------------------------------
000380  EJECT
000390
000730  01  WS-UNMAT-STMT           PIC 9(07)  VALUE ZEROS.
000740  01  WS-UNMAT-INT            PIC 9(07)  VALUE ZEROS.
000750  01  WS-MATCHED              PIC 9(07)  VALUE ZEROS.
CNF900  01  WS-PREMATCHED           PIC 9(07)  VALUE ZEROS.
000760
000770  01  WK-C-WORK-AREA.
000780      05  WK-N-SQLCODE        PIC 9(009) VALUE ZERO.
001270      PERFORM A300-LIST-UNMATCHED-INT
001280         THRU A399-LIST-UNMATCHED-INT-EX.
001290
CNF900      DISPLAY "GHNRECON - PRE-MATCHED BY MT900/910: "
CNF900              WS-PREMATCHED.
001300      DISPLAY "GHNRECON - ENTRIES MATCHED        : " WS-MATCHED.
001310      DISPLAY "GHNRECON - STATEMENT UNMATCHED    : "
001320              WS-UNMAT-STMT.
001420*   THAT FIND NO PARTNER ARE FLAGGED "U" FOR THE REPORT.
001430*  --------------------------------------------------------------------
001440  A100-MATCH-ENTRIES.
CNF900      PERFORM A050-PREMATCH-CONFIRMED
CNF900         THRU A059-PREMATCH-CONFIRMED-EX.
CNF900
001450      EXEC SQL
001460           UPDATE TFSSTMT S
001470           SET    MATCHIND = "M",
001840  A199-MATCH-ENTRIES-EX.
001850      EXIT.
001860
CNF900*  --------------------------------------------------------------------
CNF900*   AN ENTRY THE CORRESPONDENT ALREADY CONFIRMED DURING THE DAY -
CNF900*   A TFSCORCNF MT900 (DEBIT) OR MT910 (CREDIT) MATCHED BY
CNF900*   TRFG900X, SAME BANK, REFERENCE, CURRENCY AND AMOUNT - IS
CNF900*   PRE-MATCHED "C" AND TAKES NO PART IN THE REFERENCE MATCH;
CNF900*   THE CONFIRMATION IS STAMPED SO IT IS NOT USED TWICE.
CNF900*  --------------------------------------------------------------------
CNF900  A050-PREMATCH-CONFIRMED.
CNF900      EXEC SQL
CNF900           UPDATE TFSSTMT S
CNF900           SET    MATCHIND = "C"
CNF900           WHERE  S.LOADDTE = :WS-RUNDTE
CNF900           AND    S.MATCHIND = " "
CNF900           AND    EXISTS
CNF900                  (SELECT 1 FROM TFSCORCNF C
CNF900                   WHERE  C.SENBNKID = S.BANKID
CNF900                   AND    C.RELREF   = S.LINEREF
CNF900                   AND    C.CUYCD    = S.CUYCD
CNF900                   AND    C.AMT      = S.AMT
CNF900                   AND    C.STATUS   = "M"
CNF900                   AND    C.STMTIND  = " "
CNF900                   AND  ((C.MSGTYP = 900 AND S.DRCR = "D")
CNF900                    OR   (C.MSGTYP = 910 AND S.DRCR = "C")))
CNF900      END-EXEC
CNF900
CNF900      PERFORM Y600-CHECK-SQL-ERROR.
CNF900
CNF900      EXEC SQL
CNF900           UPDATE TFSCORCNF C
CNF900           SET    STMTIND = "Y"
CNF900           WHERE  C.STATUS  = "M"
CNF900           AND    C.STMTIND = " "
CNF900           AND    EXISTS
CNF900                  (SELECT 1 FROM TFSSTMT S
CNF900                   WHERE  S.LOADDTE  = :WS-RUNDTE
CNF900                   AND    S.MATCHIND = "C"
CNF900                   AND    S.BANKID   = C.SENBNKID
CNF900                   AND    S.LINEREF  = C.RELREF
CNF900                   AND    S.CUYCD    = C.CUYCD
CNF900                   AND    S.AMT      = C.AMT)
CNF900      END-EXEC
CNF900
CNF900      PERFORM Y600-CHECK-SQL-ERROR.
CNF900
CNF900      EXEC SQL
CNF900           SELECT COUNT(*) INTO :WS-PREMATCHED
CNF900           FROM   TFSSTMT
CNF900           WHERE  LOADDTE = :WS-RUNDTE
CNF900           AND    MATCHIND = "C"
CNF900      END-EXEC
CNF900
CNF900      PERFORM Y600-CHECK-SQL-ERROR.
CNF900
CNF900  A059-PREMATCH-CONFIRMED-EX.
CNF900      EXIT.
CNF900
001870*  --------------------------------------------------------------------
001880*   UNMATCHED STATEMENT ENTRIES - THE CORRESPONDENT SETTLED
001890*   SOMETHING WE NEVER PROCESSED (OR THE AMOUNT DISAGREES).
