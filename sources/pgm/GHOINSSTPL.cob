JLOG01*|        |          |          | logged to TFSJOBLOG via      |*
JLOG01*|        |          |          | TRFXJLOG for the GHJOBTRD    |*
JLOG01*|        |          |          | duration trending.           |*
NOTE01*|RISKOPS |15/10/2026| NOTE01   | Item notes (TFSITMNOTE) of   |*
NOTE01*|        |          |          | purged items carried into    |*
NOTE01*|        |          |          | TFSITMNOTH, and the live     |*
NOTE01*|        |          |          | copies dropped once archived.|*
ARCP01*|RISKOPS |15/10/2026| ARCP01   | Archive written to monthly   |*
ARCP01*|        |          |          | TFSSTPLH partitions TFSH<CC- |*
ARCP01*|        |          |          | YYMM> (made ready by TRFXARCP|*
ARCP01*|        |          |          | on first use) and indexed in |*
ARCP01*|        |          |          | TFSARCIDX. Only indexed rows |*
ARCP01*|        |          |          | are purged; a month whose    |*
ARCP01*|        |          |          | partition is offline stays on|*
ARCP01*|        |          |          | TFSSTPL until restored.      |*
     10700  *----------------------------------------------------------------*
     10800       EJECT
     10900
JLOG01 COPY JLOG.
JLOG01 01  WS-JLOG-JOBNAME        PIC X(10) VALUE "GHOINSSTPL".
JLOG01
ARCP01 COPY ARCP.
ARCP01*   MONTH KEYS ARE UNSIGNED WHERE THEY REACH DYNAMIC STATEMENT
ARCP01*   TEXT, SO NO SIGN OVERPUNCH LANDS IN THE SQL.
ARCP01 01  WS-ARC-MONTH           PIC S9(09) COMP VALUE ZERO.
ARCP01 01  WS-ARC-MTH             PIC 9(06)  VALUE ZEROS.
ARCP01 01  WS-ARC-ROWS            PIC S9(09) COMP VALUE ZERO.
ARCP01 01  WS-RUN-DTE             PIC S9(08) VALUE ZERO.
ARCP01 01  WS-ARC-FAIL-SW         PIC X(01)  VALUE "N".
ARCP01     88 WS-ARC-FAILED                  VALUE "Y".
ARCP01 01  WS-MTH-EOF-SW          PIC X(01)  VALUE "N".
ARCP01     88 WS-MTH-EOF                     VALUE "Y".
ARCP01 01  WS-STMT                PIC X(1200).
ARCP01*   THE PARTITION AS LIBRARY/FILE - IT LIVES IN ARCPLIB, WHICH
ARCP01*   NEED NOT BE ON THE JOB'S LIBRARY LIST.
ARCP01 01  WS-PRT-QUAL            PIC X(21).
ARCP01
ARCP01     EXEC SQL
ARCP01          DECLARE CURMTH CURSOR WITH HOLD FOR
ARCP01          SELECT DISTINCT INTEGER(T.INTDTE / 100)
ARCP01          FROM TFSSTPL T
ARCP01          WHERE T.PARALNO IN (SELECT PARALNO
ARCP01                              FROM UFIMID
ARCP01                              WHERE PRCIND = "Y" AND STRIND = " ")
ARCP01          AND T.PARALNO NOT IN
ARCP01              (SELECT PARALNO FROM TFSLGLHLD
ARCP01               WHERE HLDTYPE = "I"
ARCP01               AND (HLDSTAT = "A" OR HLDSTAT = "3"))
ARCP01          AND NOT EXISTS
ARCP01              (SELECT 1 FROM TFSLGLHLD H
ARCP01               WHERE H.HLDTYPE = "R"
ARCP01               AND (H.HLDSTAT = "A" OR H.HLDSTAT = "3")
ARCP01               AND T.INTDTE BETWEEN H.FROMDTE AND H.TODTE
ARCP01               AND (H.CNTRPTY = " "
ARCP01                    OR H.CNTRPTY = T.SENBNKID))
ARCP01          ORDER BY 1
ARCP01     END-EXEC.
ARCP01
     19100       PROCEDURE DIVISION.
     19600
     19700       MAIN-MODULE.
    140100           MOVE  WS-DATE-CEN       TO      WS-PURGE-DTE(1:2).
    140200           MOVE  WS-DATE-YMD       TO      WS-PURGE-DTE(3:6).
    140300
ARCP01*---------------------------------------------------------*
ARCP01* ARCHIVE TO THE MONTHLY TFSSTPLH PARTITIONS BEFORE THE     *
ARCP01* ROWS ARE HARD-DELETED: EACH INTAKE MONTH DUE FOR PURGE    *
ARCP01* GOES TO ITS OWN TFSH<CCYYMM> FILE (TRFXARCP CREATES IT ON *
ARCP01* FIRST USE) AND EVERY ROW GETS ITS TFSARCIDX ENTRY. A      *
ARCP01* MONTH WHOSE PARTITION IS OFFLINE IS LEFT ON TFSSTPL UNTIL *
ARCP01* IT IS RESTORED.                                           *
ARCP01*---------------------------------------------------------*
ARCP01               MOVE WS-PURGE-DTE         TO WS-RUN-DTE.
ARCP01               MOVE "N"                  TO WS-ARC-FAIL-SW
ARCP01                                            WS-MTH-EOF-SW.
ARCP01
ARCP01               EXEC SQL
ARCP01                    OPEN CURMTH
ARCP01               END-EXEC.
ARCP01
ARCP01               IF SQLCODE NOT EQUAL ZERO
ARCP01                  PERFORM Y600-CHECK-SQL-ERROR
ARCP01                  GO TO A999-START-PROGRAM-ROUTINE-EX
ARCP01               END-IF.
ARCP01
ARCP01               PERFORM B100-ARCHIVE-ONE-MONTH
ARCP01                  THRU B199-ARCHIVE-ONE-MONTH-EX
ARCP01                 UNTIL WS-MTH-EOF OR WS-ARC-FAILED.
ARCP01
ARCP01               EXEC SQL
ARCP01                    CLOSE CURMTH
ARCP01               END-EXEC.
ARCP01
    141900      *---------------------------------------------------------*
    141950      * IF THE ARCHIVE INSERT FAILED, DO NOT PURGE - THE ROWS   *
ARCP01* MUST SURVIVE UNTIL THEY ARE SAFELY IN THEIR PARTITION.    *
    141980      *---------------------------------------------------------*
ARCP01               IF WS-ARC-FAILED
    141995              GO TO A999-START-PROGRAM-ROUTINE-EX
    141999           END-IF.
    151100
LGLHLD                         BETWEEN H.FROMDTE AND H.TODTE
LGLHLD                     AND (H.CNTRPTY = " "
LGLHLD                          OR H.CNTRPTY = TFSSTPL.SENBNKID))
ARCP01*   ONLY ROWS THAT REACHED A PARTITION AND THE INDEX.
ARCP01                AND EXISTS
ARCP01                    (SELECT 1 FROM TFSARCIDX X
ARCP01                     WHERE X.PARALNO = TFSSTPL.PARALNO
ARCP01                     AND X.SEQNUM = TFSSTPL.SEQNUM)
    152000           END-EXEC
    152200
    152300           PERFORM Y600-CHECK-SQL-ERROR.
    152397              GO TO A999-START-PROGRAM-ROUTINE-EX
    152398           END-IF.
    152400
NOTE01*---------------------------------------------------------*
NOTE01* CARRY THE OFFICERS' NOTES ON EVERY ITEM NO LONGER ON      *
NOTE01* TFSSTPL INTO THE TFSITMNOTH ARCHIVE, THEN DROP THE LIVE   *
NOTE01* COPIES THAT ARE SAFELY ARCHIVED. KEYED ON TFSSTPL ITSELF  *
NOTE01* RATHER THAN THE UFIMID FLAGS, SO A RUN WHOSE NOTES STEP   *
NOTE01* FAILED IS CAUGHT UP BY THE NEXT ONE, AND A LEGAL-HELD     *
NOTE01* ITEM (STILL ON TFSSTPL) KEEPS ITS NOTES LIVE.             *
NOTE01*---------------------------------------------------------*
NOTE01               EXEC SQL
NOTE01                    INSERT INTO TFSITMNOTH
NOTE01                    SELECT N.*
NOTE01                    FROM TFSITMNOTE N
NOTE01                    WHERE NOT EXISTS
NOTE01                        (SELECT 1 FROM TFSSTPL T
NOTE01                         WHERE T.PARALNO = N.PARALNO
NOTE01                         AND T.SEQNUM = N.SEQNUM)
NOTE01                    AND NOT EXISTS
NOTE01                        (SELECT 1 FROM TFSITMNOTH A
NOTE01                         WHERE A.PARALNO = N.PARALNO
NOTE01                         AND A.SEQNUM = N.SEQNUM
NOTE01                         AND A.NOTESEQ = N.NOTESEQ)
NOTE01               END-EXEC
NOTE01
NOTE01*   NOTHING TO CARRY (+100) IS NOT AN ERROR - AN EARLIER RUN
NOTE01*   MAY STILL HAVE LEFT ARCHIVED COPIES FOR THE DELETE BELOW.
NOTE01               IF SQLCODE NOT EQUAL 100
NOTE01                  PERFORM Y600-CHECK-SQL-ERROR
NOTE01               END-IF.
NOTE01
NOTE01               IF WK-N-SQLCODE NOT EQUAL ZERO
NOTE01                  GO TO A200-UPDATE-RECORD
NOTE01               END-IF.
NOTE01
NOTE01               EXEC SQL
NOTE01                    DELETE FROM TFSITMNOTE
NOTE01                    WHERE NOT EXISTS
NOTE01                        (SELECT 1 FROM TFSSTPL T
NOTE01                         WHERE T.PARALNO = TFSITMNOTE.PARALNO
NOTE01                         AND T.SEQNUM = TFSITMNOTE.SEQNUM)
NOTE01                    AND EXISTS
NOTE01                        (SELECT 1 FROM TFSITMNOTH A
NOTE01                         WHERE A.PARALNO = TFSITMNOTE.PARALNO
NOTE01                         AND A.SEQNUM = TFSITMNOTE.SEQNUM
NOTE01                         AND A.NOTESEQ = TFSITMNOTE.NOTESEQ)
NOTE01               END-EXEC
NOTE01
NOTE01               IF SQLCODE NOT EQUAL 100
NOTE01                  PERFORM Y600-CHECK-SQL-ERROR
NOTE01               END-IF.
NOTE01
    152500       A200-UPDATE-RECORD.
    152900
    153000           EXEC SQL
    153900
    154000       A999-START-PROGRAM-ROUTINE-EX.
    155000           EXIT.
ARCP01
ARCP01*---------------------------------------------------------*
ARCP01* ONE INTAKE MONTH: READY ITS PARTITION, COPY THE MONTH'S   *
ARCP01* PURGEABLE ROWS INTO IT (SKIPPING ANY A FAILED EARLIER RUN *
ARCP01* ALREADY COPIED), INDEX THEM AND BUMP THE PARTITION COUNT. *
ARCP01*---------------------------------------------------------*
ARCP01           B100-ARCHIVE-ONE-MONTH.
ARCP01               EXEC SQL
ARCP01                    FETCH CURMTH INTO :WS-ARC-MONTH
ARCP01               END-EXEC.
ARCP01
ARCP01               IF SQLCODE NOT EQUAL ZERO
ARCP01                  MOVE "Y"               TO WS-MTH-EOF-SW
ARCP01                  GO TO B199-ARCHIVE-ONE-MONTH-EX
ARCP01               END-IF.
ARCP01
ARCP01               MOVE WS-ARC-MONTH         TO WS-ARC-MTH.
ARCP01               INITIALIZE                   WK-C-ARCP-RECORD.
ARCP01               MOVE "NEW"                TO WK-C-ARCP-ACTION.
ARCP01               MOVE WS-ARC-MTH           TO WK-N-ARCP-MONTH.
ARCP01               CALL "TRFXARCP"           USING WK-C-ARCP-RECORD.
ARCP01
ARCP01               IF WK-C-ARCP-ERROR-CD NOT = SPACES
ARCP01                  DISPLAY "ARCHIVE PARTITION " WS-ARC-MTH
ARCP01                          " NOT AVAILABLE - " WK-C-ARCP-ERROR-CD
ARCP01                  MOVE "Y"               TO WS-ARC-FAIL-SW
ARCP01                  GO TO B199-ARCHIVE-ONE-MONTH-EX
ARCP01               END-IF.
ARCP01
ARCP01               IF WK-C-ARCP-PRTSTAT NOT = "O"
ARCP01                  DISPLAY "ARCHIVE PARTITION " WS-ARC-MTH
ARCP01                          " IS OFFLINE - ITEMS KEPT ON TFSSTPL"
ARCP01                  GO TO B199-ARCHIVE-ONE-MONTH-EX
ARCP01               END-IF.
ARCP01
ARCP01               MOVE SPACES               TO WS-PRT-QUAL.
ARCP01               STRING WK-C-ARCP-PRTLIB   DELIMITED BY SPACE
ARCP01                      "/"                DELIMITED BY SIZE
ARCP01                      WK-C-ARCP-PRTFILE  DELIMITED BY SPACE
ARCP01                      INTO WS-PRT-QUAL.
ARCP01
ARCP01               MOVE SPACES               TO WS-STMT.
ARCP01               STRING "INSERT INTO "     DELIMITED BY SIZE
ARCP01                      WS-PRT-QUAL        DELIMITED BY SPACE
ARCP01                      " SELECT T.*, '"   DELIMITED BY SIZE
ARCP01                      WS-PURGE-DTE       DELIMITED BY SIZE
ARCP01                      "' FROM TFSSTPL T"  DELIMITED BY SIZE
ARCP01                      " WHERE INTEGER(T.INTDTE / 100)"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " = "              DELIMITED BY SIZE
ARCP01                      WS-ARC-MTH         DELIMITED BY SIZE
ARCP01                      " AND T.PARALNO IN (SELECT PARALNO"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " FROM UFIMID"     DELIMITED BY SIZE
ARCP01                      " WHERE PRCIND = 'Y' AND STRIND = ' ')"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " AND T.PARALNO NOT IN (SELECT PARALNO"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " FROM TFSLGLHLD WHERE HLDTYPE = 'I'"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " AND (HLDSTAT = 'A' OR HLDSTAT = '3'))"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " AND NOT EXISTS (SELECT 1 FROM TFSLGLHLD H"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " WHERE H.HLDTYPE = 'R'"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " AND (H.HLDSTAT = 'A' OR H.HLDSTAT = '3')"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " AND T.INTDTE BETWEEN H.FROMDTE"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " AND H.TODTE"     DELIMITED BY SIZE
ARCP01                      " AND (H.CNTRPTY = ' '"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " OR H.CNTRPTY = T.SENBNKID))"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " AND NOT EXISTS (SELECT 1 FROM "
ARCP01                                         DELIMITED BY SIZE
ARCP01                      WS-PRT-QUAL        DELIMITED BY SPACE
ARCP01                      " P WHERE P.PARALNO = T.PARALNO"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      " AND P.SEQNUM = T.SEQNUM)"
ARCP01                                         DELIMITED BY SIZE
ARCP01                      INTO WS-STMT.
ARCP01
ARCP01               EXEC SQL
ARCP01                    EXECUTE IMMEDIATE :WS-STMT
ARCP01               END-EXEC.
ARCP01
ARCP01*   NOTHING NEW FOR THE PARTITION (+100) IS NOT AN ERROR - A
ARCP01*   FAILED EARLIER RUN MAY HAVE COPIED THE ROWS ALREADY.
ARCP01               IF SQLCODE NOT EQUAL 100
ARCP01                  PERFORM Y600-CHECK-SQL-ERROR
ARCP01                  IF WK-N-SQLCODE NOT EQUAL ZERO
ARCP01                     MOVE "Y"            TO WS-ARC-FAIL-SW
ARCP01                     GO TO B199-ARCHIVE-ONE-MONTH-EX
ARCP01                  END-IF
ARCP01               END-IF.
ARCP01
ARCP01               EXEC SQL
ARCP01                    INSERT INTO TFSARCIDX
ARCP01                           (PARALNO, SEQNUM, PRTMTH, INTDTE,
ARCP01                            VALDTE, SENBNKID, BENACCT)
ARCP01                    SELECT T.PARALNO, T.SEQNUM, :WS-ARC-MTH,
ARCP01                           T.INTDTE, T.VALDTE, T.SENBNKID,
ARCP01                           SUBSTR(T.TAG59, 4, 35)
ARCP01                    FROM TFSSTPL T
ARCP01                    WHERE INTEGER(T.INTDTE / 100) = :WS-ARC-MONTH
ARCP01                    AND T.PARALNO IN
ARCP01                        (SELECT PARALNO FROM UFIMID
ARCP01                         WHERE PRCIND = "Y" AND STRIND = " ")
ARCP01                    AND T.PARALNO NOT IN
ARCP01                        (SELECT PARALNO FROM TFSLGLHLD
ARCP01                         WHERE HLDTYPE = "I"
ARCP01                         AND (HLDSTAT = "A" OR HLDSTAT = "3"))
ARCP01                    AND NOT EXISTS
ARCP01                        (SELECT 1 FROM TFSLGLHLD H
ARCP01                         WHERE H.HLDTYPE = "R"
ARCP01                         AND (H.HLDSTAT = "A" OR H.HLDSTAT = "3")
ARCP01                         AND T.INTDTE
ARCP01                             BETWEEN H.FROMDTE AND H.TODTE
ARCP01                         AND (H.CNTRPTY = " "
ARCP01                              OR H.CNTRPTY = T.SENBNKID))
ARCP01                    AND NOT EXISTS
ARCP01                        (SELECT 1 FROM TFSARCIDX X
ARCP01                         WHERE X.PARALNO = T.PARALNO
ARCP01                         AND X.SEQNUM = T.SEQNUM)
ARCP01               END-EXEC.
ARCP01
ARCP01               IF SQLCODE = 100
ARCP01                  GO TO B199-ARCHIVE-ONE-MONTH-EX
ARCP01               END-IF.
ARCP01
ARCP01               MOVE SQLERRD(3)           TO WS-ARC-ROWS.
ARCP01               PERFORM Y600-CHECK-SQL-ERROR.
ARCP01               IF WK-N-SQLCODE NOT EQUAL ZERO
ARCP01                  MOVE "Y"               TO WS-ARC-FAIL-SW
ARCP01                  GO TO B199-ARCHIVE-ONE-MONTH-EX
ARCP01               END-IF.
ARCP01
ARCP01               EXEC SQL
ARCP01                    UPDATE TFSARCPRT
ARCP01                    SET ROWCNT  = ROWCNT + :WS-ARC-ROWS,
ARCP01                        LASTWRT = :WS-RUN-DTE
ARCP01                    WHERE PRTMTH = :WS-ARC-MTH
ARCP01               END-EXEC.
ARCP01
ARCP01*   THE COUNT IS INFORMATION ONLY - A MISS HERE DOES NOT
ARCP01*   STOP THE PURGE OF ROWS ALREADY SAFELY ARCHIVED.
ARCP01               PERFORM Y600-CHECK-SQL-ERROR.
ARCP01
ARCP01           B199-ARCHIVE-ONE-MONTH-EX.
ARCP01               EXIT.
    155100
    155200
    158500       Y600-CHECK-SQL-ERROR.
