000100  IDENTIFICATION DIVISION.
000110  PROGRAM-ID.      GHARCPRT IS INITIAL.
000120  AUTHOR.          RISKOPS.
000130  DATE-WRITTEN.    15 OCTOBER 2026.
000140
000150*  --------------------------------------------------------------------
000160*   DESCRIPTION : UPKEEP OF THE MONTHLY TFSSTPLH ARCHIVE
000170*                 PARTITIONS (TFSH<CCYYMM>, DIRECTORY TFSARCPRT,
000180*                 ITEM INDEX TFSARCIDX). RUN MODE FROM THE LDA
000190*                 (POSITIONS 1-3), MONTH CCYYMM IN POSITIONS 4-9:
000200*                 CNV - ONE-OFF SPLIT OF THE SINGLE LEGACY
000210*                       TFSSTPLH FILE INTO ITS MONTHLY PARTITIONS,
000220*                       INDEXING EVERY ROW. ROWS ARE REMOVED FROM
000230*                       TFSSTPLH ONLY ONCE INDEXED, SO A FAILED
000240*                       RUN IS SIMPLY RUN AGAIN.
000250*                 OFF - TAKE PARTITIONS OLDER THAN ARCPOFMN MONTHS
000260*                       (OR JUST THE MONTH GIVEN) OFFLINE: SAVE THE
000270*                       FILE TO THE ARCPDEV DEVICE AS ONE UNIT, THEN
000280*                       DELETE IT. A MONTH HOLDING ANY ITEM UNDER
000290*                       AN ACTIVE OR RELEASE-PENDING LEGAL HOLD
000300*                       (TFSLGLHLD) STAYS ONLINE.
000310*                 RST - RESTORE THE MONTH GIVEN FROM ARCPDEV AND
000320*                       MARK IT ONLINE AGAIN.
000330*                 LST - LIST THE PARTITIONS AND THEIR STATUS.
000340*                 THE TFSARCIDX ROWS OF AN OFFLINE MONTH ARE KEPT,
000350*                 SO AN INQUIRY CAN STILL SAY WHERE AN ITEM IS.
000360*  --------------------------------------------------------------------
000370*  --------------------------------------------------------------------
000380*   HISTORY OF MODIFICATION:
000390*  --------------------------------------------------------------------
000400*  |USER    |DATE      | TAG      | DESCRIPTION                  |
000410*  --------------------------------------------------------------------
000420*  |RISKOPS |15/10/2026| ARCP01   | New program - monthly archive|
000430*  |        |          |          | partition conversion, offline|
000440*  |        |          |          | and restore, and listing.    |
000450*  --------------------------------------------------------------------
000460  EJECT
000470
000480  ENVIRONMENT DIVISION.
000490  CONFIGURATION SECTION.
000500  SOURCE-COMPUTER. IBM-AS400.
000510  OBJECT-COMPUTER. IBM-AS400.
000520  SPECIAL-NAMES.    LOCAL-DATA IS LOCAL-DATA-AREA
000530                    UPSI-2 IS UPSI-SWITCH-2
000540                      ON  STATUS IS U2-ON
000550                      OFF STATUS IS U2-OFF.
000560
000570  INPUT-OUTPUT SECTION.
000580  FILE-CONTROL.
000590
000600  DATA DIVISION.
000610  FILE SECTION.
000620  WORKING-STORAGE SECTION.
000630  01  F                       PIC  X(024) VALUE
000640      "** PROGRAM GHARCPRT **".
000650  EJECT.
000660
000670  01  WS-LDA-AREA.
000680      05 WS-LDA-MODE          PIC X(03).
000690      05 WS-LDA-MONTH         PIC 9(06).
000700      05 FILLER               PIC X(1015).
000710
000720  01  WS-DATE                 PIC X(08).
000730  01  WS-DATE-YYMD.
000740      05 WS-DATE-CEN          PIC X(02)  VALUE "20".
000750      05 WS-DATE-YMD          PIC X(06).
000760  01  WS-RUNDTE               PIC S9(08) VALUE ZEROS.
000770  01  WS-RUNDTE-R             REDEFINES WS-RUNDTE.
000780      05 WS-RUN-CCYY          PIC 9(04).
000790      05 WS-RUN-MM            PIC 9(02).
000800      05 WS-RUN-DD            PIC 9(02).
000810
000820      COPY XPARA.
000830      COPY ARCP.
000840
000850*   MONTH KEYS ARE UNSIGNED WHERE THEY REACH DYNAMIC STATEMENT
000860*   TEXT, SO NO SIGN OVERPUNCH LANDS IN THE SQL.
000870  01  WS-MONTH                PIC 9(06)  VALUE ZEROS.
000880  01  WS-MONTH-R              REDEFINES WS-MONTH.
000890      05 WS-MONTH-CCYY        PIC 9(04).
000900      05 WS-MONTH-MM          PIC 9(02).
000910  01  WS-MONTH-INT            PIC S9(09) COMP VALUE ZEROS.
000920  01  WS-CUTMTH               PIC 9(06)  VALUE ZEROS.
000930  01  WS-CUTMTH-R             REDEFINES WS-CUTMTH.
000940      05 WS-CUTMTH-CCYY       PIC 9(04).
000950      05 WS-CUTMTH-MM         PIC 9(02).
000960  01  WS-MTH-INDEX            PIC S9(07) COMP VALUE ZEROS.
000970  01  WS-OFF-MONTHS           PIC 9(03)  VALUE 24.
000980  01  WS-ARCPDEV              PIC X(10)  VALUE "TAP01".
000990
001000  01  WS-P-PRTMTH             PIC 9(06).
001010  01  WS-P-PRTFILE            PIC X(10).
001020  01  WS-P-PRTLIB             PIC X(10).
001030  01  WS-P-PRTSTAT            PIC X(01).
001040  01  WS-P-ROWCNT             PIC 9(09).
001050  01  WS-P-OFFDTE             PIC S9(08).
001060  01  WS-P-OFFDEV             PIC X(10).
001070  01  WS-HOLD-CNT             PIC S9(09) COMP VALUE ZEROS.
001080  01  WS-ROWS                 PIC S9(09) COMP VALUE ZEROS.
001090  01  WS-ROWS-ED              PIC Z(08)9.
001100
001110  01  WS-EOF-SW               PIC X(01)  VALUE "N".
001120      88 WS-EOF                          VALUE "Y".
001130  01  WS-FAIL-SW              PIC X(01)  VALUE "N".
001140      88 WS-FAILED                       VALUE "Y".
001150  01  WS-DONE-CNT             PIC 9(05)  VALUE ZEROS.
001160  01  WS-SKIP-CNT             PIC 9(05)  VALUE ZEROS.
001170
001180  01  WS-STMT                 PIC X(500).
001184*   THE PARTITION AS LIBRARY/FILE - IT LIVES IN ARCPLIB, WHICH
001186*   NEED NOT BE ON THE JOB'S LIBRARY LIST.
001188  01  WS-PRT-QUAL             PIC X(21).
001190
001200*   QCMDEXC - COMMAND TEXT AND ITS LENGTH (PACKED 15,5)
001210  01  WS-CMD                  PIC X(200).
001220  01  WS-CMD-LEN              PIC 9(10)V9(5) COMP-3 VALUE 200.
001230
001240  01  WK-C-WORK-AREA.
001250      05  WK-N-SQLCODE        PIC 9(009) VALUE ZERO.
001260      05  WK-C-ERRMSG         PIC X(050).
001270
001280      EXEC SQL
001290           INCLUDE SQLCA
001300      END-EXEC.
001310
001320*   LEGACY MONTHS STILL TO BE SPLIT OUT OF TFSSTPLH. WITH HOLD -
001330*   EVERY MONTH IS COMMITTED ON ITS OWN.
001340      EXEC SQL
001350           DECLARE CURCNV CURSOR WITH HOLD FOR
001360           SELECT DISTINCT INTEGER(H.INTDTE / 100)
001370           FROM   TFSSTPLH H
001380           ORDER BY 1
001390      END-EXEC.
001400
001410      EXEC SQL
001420           DECLARE CURPRT CURSOR WITH HOLD FOR
001430           SELECT PRTMTH, PRTFILE, PRTLIB, PRTSTAT, ROWCNT,
001440                  OFFDTE, OFFDEV
001450           FROM   TFSARCPRT
001460           ORDER BY PRTMTH
001470      END-EXEC.
001480
001490  PROCEDURE DIVISION.
001500
001510  MAIN-MODULE.
001520      PERFORM A001-START-PROGRAM-ROUTINE
001530         THRU A999-START-PROGRAM-ROUTINE-EX.
001540
001550      GOBACK.
001560  EJECT.
001570
001580  A001-START-PROGRAM-ROUTINE.
001590      SET     UPSI-SWITCH-2           TO      OFF.
001600      ACCEPT  WS-LDA-AREA             FROM    LOCAL-DATA-AREA.
001610      ACCEPT  WS-DATE-YMD              FROM DATE.
001620      MOVE    WS-DATE-CEN              TO      WS-DATE(1:2).
001630      MOVE    WS-DATE-YMD              TO      WS-DATE(3:6).
001640      MOVE    WS-DATE                 TO      WS-RUNDTE.
001650
001660      DISPLAY "GHARCPRT - ARCHIVE PARTITIONS " WS-LDA-MODE
001670              " RUN " WS-RUNDTE.
001680
001690      INITIALIZE                      WK-C-XPARA-RECORD.
001700      MOVE    "ARCPDEV"               TO      WK-C-XPARA-PARACD.
001710      MOVE    "GET"                   TO      WK-C-XPARA-OPMODE.
001720      CALL    "TRFXPARA"              USING   WK-C-XPARA-RECORD.
001730      IF      WK-C-XPARA-ERROR-CD = SPACES
001740              AND WK-C-XPARA-PARAVALU NOT = SPACES
001750              MOVE WK-C-XPARA-PARAVALU TO     WS-ARCPDEV
001760      END-IF.
001770
001780      EVALUATE WS-LDA-MODE
001790          WHEN "CNV"
001800               PERFORM B000-CONVERT-LEGACY
001810                  THRU B099-CONVERT-LEGACY-EX
001820          WHEN "OFF"
001830               PERFORM C000-TAKE-OFFLINE
001840                  THRU C099-TAKE-OFFLINE-EX
001850          WHEN "RST"
001860               PERFORM D000-RESTORE
001870                  THRU D099-RESTORE-EX
001880          WHEN "LST"
001890               PERFORM E000-LIST
001900                  THRU E099-LIST-EX
001910          WHEN OTHER
001920               DISPLAY "GHARCPRT - MODE MUST BE CNV, OFF, RST "
001930                 "OR LST"
001940               SET UPSI-SWITCH-2      TO      ON
001950      END-EVALUATE.
001960
001970      DISPLAY "GHARCPRT - PARTITIONS DONE    : " WS-DONE-CNT.
001980      DISPLAY "GHARCPRT - PARTITIONS SKIPPED : " WS-SKIP-CNT.
001990
002000  A999-START-PROGRAM-ROUTINE-EX.
002010      EXIT.
002020
002030*  --------------------------------------------------------------------
002040*   CNV - SPLIT THE LEGACY TFSSTPLH A MONTH AT A TIME.
002050*  --------------------------------------------------------------------
002060  B000-CONVERT-LEGACY.
002070      MOVE    "N"                     TO      WS-EOF-SW.
002080      EXEC SQL
002090           OPEN CURCNV
002100      END-EXEC
002110
002120      PERFORM B100-CONVERT-ONE-MONTH
002130         THRU B199-CONVERT-ONE-MONTH-EX
002140              UNTIL WS-EOF.
002150
002160      EXEC SQL
002170           CLOSE CURCNV
002180      END-EXEC.
002190
002200  B099-CONVERT-LEGACY-EX.
002210      EXIT.
002220
002230  B100-CONVERT-ONE-MONTH.
002240      EXEC SQL
002250           FETCH CURCNV INTO :WS-MONTH-INT
002260      END-EXEC
002270
002280      IF SQLCODE NOT EQUAL ZERO
002290         MOVE "Y"                 TO      WS-EOF-SW
002300         GO TO B199-CONVERT-ONE-MONTH-EX
002310      END-IF.
002320
002330      MOVE    WS-MONTH-INT         TO      WS-MONTH.
002340      INITIALIZE                           WK-C-ARCP-RECORD.
002350      MOVE    "NEW"                TO      WK-C-ARCP-ACTION.
002360      MOVE    WS-MONTH             TO      WK-N-ARCP-MONTH.
002370      CALL    "TRFXARCP"           USING   WK-C-ARCP-RECORD.
002380      IF      WK-C-ARCP-ERROR-CD NOT = SPACES
002390              OR WK-C-ARCP-PRTSTAT NOT = "O"
002400              DISPLAY "GHARCPRT - " WS-MONTH " PARTITION NOT "
002410                      "AVAILABLE " WK-C-ARCP-ERROR-CD
002420              ADD  1               TO      WS-SKIP-CNT
002430              GO TO B199-CONVERT-ONE-MONTH-EX
002440      END-IF.
002450
002460*   COPY THE MONTH, LEAVING OUT ROWS AN EARLIER RUN ALREADY
002470*   COPIED, THEN INDEX WHAT IS NOT YET INDEXED.
002472      MOVE    SPACES               TO      WS-PRT-QUAL.
002474      STRING  WK-C-ARCP-PRTLIB     DELIMITED BY SPACE
002475              "/"                  DELIMITED BY SIZE
002476              WK-C-ARCP-PRTFILE    DELIMITED BY SPACE
002477              INTO WS-PRT-QUAL.
002480      MOVE    SPACES               TO      WS-STMT.
002490      STRING  "INSERT INTO "       DELIMITED BY SIZE
002500              WS-PRT-QUAL          DELIMITED BY SPACE
002510              " SELECT H.* FROM TFSSTPLH H"
002520                                   DELIMITED BY SIZE
002530              " WHERE INTEGER(H.INTDTE / 100) = "
002540                                   DELIMITED BY SIZE
002550              WS-MONTH             DELIMITED BY SIZE
002560              " AND NOT EXISTS (SELECT 1 FROM "
002570                                   DELIMITED BY SIZE
002580              WS-PRT-QUAL          DELIMITED BY SPACE
002590              " P WHERE P.PARALNO = H.PARALNO"
002600                                   DELIMITED BY SIZE
002610              " AND P.SEQNUM = H.SEQNUM)"
002620                                   DELIMITED BY SIZE
002630              INTO WS-STMT.
002640
002650      EXEC SQL
002660           EXECUTE IMMEDIATE :WS-STMT
002670      END-EXEC
002680
002690      PERFORM Y600-CHECK-SQL-ERROR.
002700      IF      WK-N-SQLCODE NOT EQUAL ZERO
002710              ADD  1               TO      WS-SKIP-CNT
002720              GO TO B199-CONVERT-ONE-MONTH-EX
002730      END-IF.
002740
002750      EXEC SQL
002760           INSERT INTO TFSARCIDX
002770                  (PARALNO, SEQNUM, PRTMTH, INTDTE, VALDTE,
002780                   SENBNKID, BENACCT)
002790           SELECT H.PARALNO, H.SEQNUM, :WS-MONTH,
002800                  H.INTDTE, H.VALDTE, H.SENBNKID,
002810                  SUBSTR(H.TAG59, 4, 35)
002820           FROM   TFSSTPLH H
002830           WHERE  INTEGER(H.INTDTE / 100) = :WS-MONTH-INT
002840           AND    NOT EXISTS
002850                  (SELECT 1 FROM TFSARCIDX X
002860                   WHERE X.PARALNO = H.PARALNO
002870                   AND   X.SEQNUM  = H.SEQNUM)
002880      END-EXEC
002890
002900      MOVE    ZEROS                TO      WS-ROWS.
002910      IF      SQLCODE = ZERO
002920              MOVE SQLERRD (3)     TO      WS-ROWS
002930      END-IF.
002940      PERFORM Y600-CHECK-SQL-ERROR.
002950      IF      WK-N-SQLCODE NOT EQUAL ZERO
002960              ADD  1               TO      WS-SKIP-CNT
002970              GO TO B199-CONVERT-ONE-MONTH-EX
002980      END-IF.
002990
003000      EXEC SQL
003010           UPDATE TFSARCPRT
003020           SET    ROWCNT  = ROWCNT + :WS-ROWS,
003030                  LASTWRT = :WS-RUNDTE
003040           WHERE  PRTMTH  = :WS-MONTH
003050      END-EXEC
003060
003070      PERFORM Y600-CHECK-SQL-ERROR.
003080
003090*   ONLY NOW, AND ONLY THE INDEXED ROWS, LEAVE TFSSTPLH.
003100      EXEC SQL
003110           DELETE FROM TFSSTPLH
003120           WHERE  INTEGER(INTDTE / 100) = :WS-MONTH-INT
003130           AND    EXISTS
003140                  (SELECT 1 FROM TFSARCIDX X
003150                   WHERE X.PARALNO = TFSSTPLH.PARALNO
003160                   AND   X.SEQNUM  = TFSSTPLH.SEQNUM)
003170      END-EXEC
003180
003190      PERFORM Y600-CHECK-SQL-ERROR.
003200      IF      WK-N-SQLCODE NOT EQUAL ZERO
003210              ADD  1               TO      WS-SKIP-CNT
003220              GO TO B199-CONVERT-ONE-MONTH-EX
003230      END-IF.
003240
003250      ADD     1                    TO      WS-DONE-CNT.
003260      MOVE    WS-ROWS              TO      WS-ROWS-ED.
003270      DISPLAY "GHARCPRT - " WS-MONTH " TO " WK-C-ARCP-PRTFILE
003280              " ROWS INDEXED: " WS-ROWS-ED.
003290
003300  B199-CONVERT-ONE-MONTH-EX.
003310      EXIT.
003320
003330*  --------------------------------------------------------------------
003340*   OFF - THE CUTOFF IS THE RUN MONTH LESS ARCPOFMN MONTHS; EVERY
003350*   ONLINE PARTITION BEFORE IT GOES, UNLESS THE LDA NAMES ONE
003360*   MONTH, WHEN ONLY THAT ONE IS TRIED.
003370*  --------------------------------------------------------------------
003380  C000-TAKE-OFFLINE.
003390      INITIALIZE                      WK-C-XPARA-RECORD.
003400      MOVE    "ARCPOFMN"              TO      WK-C-XPARA-PARACD.
003410      MOVE    "GET"                   TO      WK-C-XPARA-OPMODE.
003420      CALL    "TRFXPARA"              USING   WK-C-XPARA-RECORD.
003430      IF      WK-C-XPARA-ERROR-CD = SPACES
003440              AND WK-N-XPARA-PARANUM > ZERO
003450              AND WK-N-XPARA-PARANUM < 999
003460              MOVE WK-N-XPARA-PARANUM TO      WS-OFF-MONTHS
003470      END-IF.
003480
003490      COMPUTE WS-MTH-INDEX = WS-RUN-CCYY * 12 + WS-RUN-MM - 1
003500                             - WS-OFF-MONTHS.
003510      DIVIDE  WS-MTH-INDEX BY 12 GIVING WS-CUTMTH-CCYY
003520              REMAINDER WS-CUTMTH-MM.
003530      ADD     1                       TO      WS-CUTMTH-MM.
003540      DISPLAY "GHARCPRT - KEEPING ONLINE FROM " WS-CUTMTH
003550              " TO DEVICE " WS-ARCPDEV.
003560
003570      MOVE    "N"                     TO      WS-EOF-SW.
003580      EXEC SQL
003590           OPEN CURPRT
003600      END-EXEC
003610
003620      PERFORM C100-OFFLINE-ONE-MONTH
003630         THRU C199-OFFLINE-ONE-MONTH-EX
003640              UNTIL WS-EOF.
003650
003660      EXEC SQL
003670           CLOSE CURPRT
003680      END-EXEC.
003690
003700  C099-TAKE-OFFLINE-EX.
003710      EXIT.
003720
003730  C100-OFFLINE-ONE-MONTH.
003740      PERFORM X100-FETCH-PARTITION
003750         THRU X199-FETCH-PARTITION-EX.
003760      IF      WS-EOF
003770              GO TO C199-OFFLINE-ONE-MONTH-EX
003780      END-IF.
003790
003800      IF      WS-LDA-MONTH NOT = ZEROS
003810              IF WS-P-PRTMTH NOT = WS-LDA-MONTH
003820                 GO TO C199-OFFLINE-ONE-MONTH-EX
003830              END-IF
003840      ELSE
003850              IF WS-P-PRTMTH NOT < WS-CUTMTH
003860                 MOVE "Y"             TO      WS-EOF-SW
003870                 GO TO C199-OFFLINE-ONE-MONTH-EX
003880              END-IF
003890      END-IF.
003900
003910      IF      WS-P-PRTSTAT NOT = "O"
003920              GO TO C199-OFFLINE-ONE-MONTH-EX
003930      END-IF.
003940
003950*   SAME HOLD RULE AS THE PURGE: AN ITEM HOLD ON ANY INDEXED
003960*   ITEM OF THE MONTH, OR A DATE/COUNTERPARTY RANGE HOLD
003970*   COVERING ONE, KEEPS THE WHOLE PARTITION ONLINE.
003980      MOVE    ZEROS                   TO      WS-HOLD-CNT.
003990      EXEC SQL
004000           SELECT COUNT(*)
004010           INTO   :WS-HOLD-CNT
004020           FROM   TFSARCIDX X
004030           WHERE  X.PRTMTH = :WS-P-PRTMTH
004040           AND   (X.PARALNO IN
004050                     (SELECT PARALNO FROM TFSLGLHLD
004060                      WHERE HLDTYPE = "I"
004070                      AND (HLDSTAT = "A" OR HLDSTAT = "3"))
004080                  OR EXISTS
004090                     (SELECT 1 FROM TFSLGLHLD H
004100                      WHERE H.HLDTYPE = "R"
004110                      AND (H.HLDSTAT = "A" OR H.HLDSTAT = "3")
004120                      AND X.INTDTE BETWEEN H.FROMDTE AND H.TODTE
004130                      AND (H.CNTRPTY = " "
004140                           OR H.CNTRPTY = X.SENBNKID)))
004150      END-EXEC
004160
004170      IF      SQLCODE NOT EQUAL ZERO
004180              PERFORM Y600-CHECK-SQL-ERROR
004190              ADD  1                  TO      WS-SKIP-CNT
004200              GO TO C199-OFFLINE-ONE-MONTH-EX
004210      END-IF.
004220
004230      IF      WS-HOLD-CNT > ZERO
004240              DISPLAY "GHARCPRT - " WS-P-PRTMTH " KEPT ONLINE - "
004250                      "ITEMS UNDER LEGAL HOLD"
004260              ADD  1                  TO      WS-SKIP-CNT
004270              GO TO C199-OFFLINE-ONE-MONTH-EX
004280      END-IF.
004290
004300*   SAVE FIRST - THE FILE IS ONLY DELETED ONCE IT IS ON MEDIA.
004310      MOVE    SPACES                  TO      WS-CMD.
004320      STRING  "SAVOBJ OBJ("           DELIMITED BY SIZE
004330              WS-P-PRTFILE            DELIMITED BY SPACE
004340              ") LIB("                DELIMITED BY SIZE
004350              WS-P-PRTLIB             DELIMITED BY SPACE
004360              ") DEV("                DELIMITED BY SIZE
004370              WS-ARCPDEV              DELIMITED BY SPACE
004380              ") OBJTYPE(*FILE)"      DELIMITED BY SIZE
004390              INTO WS-CMD.
004400      CALL    "QCMDEXC"               USING   WS-CMD WS-CMD-LEN.
004410
004420      MOVE    SPACES                  TO      WS-CMD.
004430      STRING  "DLTF FILE("            DELIMITED BY SIZE
004440              WS-P-PRTLIB             DELIMITED BY SPACE
004450              "/"                     DELIMITED BY SIZE
004460              WS-P-PRTFILE            DELIMITED BY SPACE
004470              ")"                     DELIMITED BY SIZE
004480              INTO WS-CMD.
004490      CALL    "QCMDEXC"               USING   WS-CMD WS-CMD-LEN.
004500
004510      EXEC SQL
004520           UPDATE TFSARCPRT
004530           SET    PRTSTAT = "F",
004540                  OFFDTE  = :WS-RUNDTE,
004550                  OFFDEV  = :WS-ARCPDEV
004560           WHERE  PRTMTH  = :WS-P-PRTMTH
004570      END-EXEC
004580
004590      PERFORM Y600-CHECK-SQL-ERROR.
004600      ADD     1                       TO      WS-DONE-CNT.
004610      DISPLAY "GHARCPRT - " WS-P-PRTMTH " " WS-P-PRTFILE
004620              " SAVED TO " WS-ARCPDEV " AND TAKEN OFFLINE".
004630
004640  C199-OFFLINE-ONE-MONTH-EX.
004650      EXIT.
004660
004670*  --------------------------------------------------------------------
004680*   RST - BRING THE LDA MONTH BACK FROM THE DEVICE IT WENT TO.
004690*  --------------------------------------------------------------------
004700  D000-RESTORE.
004710      INITIALIZE                      WS-P-PRTSTAT WS-P-OFFDEV.
004720      EXEC SQL
004730           SELECT PRTFILE, PRTLIB, PRTSTAT, OFFDEV
004740           INTO   :WS-P-PRTFILE, :WS-P-PRTLIB, :WS-P-PRTSTAT,
004750                  :WS-P-OFFDEV
004760           FROM   TFSARCPRT
004770           WHERE  PRTMTH = :WS-LDA-MONTH
004780      END-EXEC
004790
004800      IF      SQLCODE NOT EQUAL ZERO
004810              DISPLAY "GHARCPRT - NO PARTITION FOR MONTH "
004820                      WS-LDA-MONTH
004830              ADD  1                  TO      WS-SKIP-CNT
004840              GO TO D099-RESTORE-EX
004850      END-IF.
004860
004870      IF      WS-P-PRTSTAT NOT = "F"
004880              DISPLAY "GHARCPRT - " WS-LDA-MONTH
004890                " IS ALREADY ONLINE"
004900              ADD  1                  TO      WS-SKIP-CNT
004910              GO TO D099-RESTORE-EX
004920      END-IF.
004930
004940      IF      WS-P-OFFDEV NOT = SPACES
004950              MOVE WS-P-OFFDEV        TO      WS-ARCPDEV
004960      END-IF.
004970
004980      MOVE    SPACES                  TO      WS-CMD.
004990      STRING  "RSTOBJ OBJ("           DELIMITED BY SIZE
005000              WS-P-PRTFILE            DELIMITED BY SPACE
005010              ") SAVLIB("             DELIMITED BY SIZE
005020              WS-P-PRTLIB             DELIMITED BY SPACE
005030              ") DEV("                DELIMITED BY SIZE
005040              WS-ARCPDEV              DELIMITED BY SPACE
005050              ") OBJTYPE(*FILE)"      DELIMITED BY SIZE
005060              INTO WS-CMD.
005070      CALL    "QCMDEXC"               USING   WS-CMD WS-CMD-LEN.
005080
005090      EXEC SQL
005100           UPDATE TFSARCPRT
005110           SET    PRTSTAT = "O",
005120                  RSTDTE  = :WS-RUNDTE
005130           WHERE  PRTMTH  = :WS-LDA-MONTH
005140      END-EXEC
005150
005160      PERFORM Y600-CHECK-SQL-ERROR.
005170      ADD     1                       TO      WS-DONE-CNT.
005180      DISPLAY "GHARCPRT - " WS-LDA-MONTH " " WS-P-PRTFILE
005190              " RESTORED FROM " WS-ARCPDEV.
005200
005210  D099-RESTORE-EX.
005220      EXIT.
005230
005240*  --------------------------------------------------------------------
005250*   LST - ONE LINE PER PARTITION.
005260*  --------------------------------------------------------------------
005270  E000-LIST.
005280      MOVE    "N"                     TO      WS-EOF-SW.
005290      EXEC SQL
005300           OPEN CURPRT
005310      END-EXEC
005320
005330      PERFORM E100-LIST-ONE
005340         THRU E199-LIST-ONE-EX
005350              UNTIL WS-EOF.
005360
005370      EXEC SQL
005380           CLOSE CURPRT
005390      END-EXEC.
005400
005410  E099-LIST-EX.
005420      EXIT.
005430
005440  E100-LIST-ONE.
005450      PERFORM X100-FETCH-PARTITION
005460         THRU X199-FETCH-PARTITION-EX.
005470      IF      WS-EOF
005480              GO TO E199-LIST-ONE-EX
005490      END-IF.
005500
005510      MOVE    WS-P-ROWCNT             TO      WS-ROWS-ED.
005520      IF      WS-P-PRTSTAT = "F"
005530              DISPLAY WS-P-PRTMTH " " WS-P-PRTLIB "/" WS-P-PRTFILE
005540                      " " WS-ROWS-ED " OFFLINE " WS-P-OFFDTE
005550                      " ON " WS-P-OFFDEV
005560      ELSE
005570              DISPLAY WS-P-PRTMTH " " WS-P-PRTLIB "/" WS-P-PRTFILE
005580                      " " WS-ROWS-ED " ONLINE"
005590      END-IF.
005600      ADD     1                       TO      WS-DONE-CNT.
005610
005620  E199-LIST-ONE-EX.
005630      EXIT.
005640
005650  X100-FETCH-PARTITION.
005660      EXEC SQL
005670           FETCH CURPRT
005680           INTO :WS-P-PRTMTH, :WS-P-PRTFILE, :WS-P-PRTLIB,
005690                :WS-P-PRTSTAT, :WS-P-ROWCNT, :WS-P-OFFDTE,
005700                :WS-P-OFFDEV
005710      END-EXEC
005720
005730      IF SQLCODE NOT EQUAL ZERO
005740         MOVE "Y"                 TO      WS-EOF-SW
005750      END-IF.
005760
005770  X199-FETCH-PARTITION-EX.
005780      EXIT.
005790
005800  Y600-CHECK-SQL-ERROR.
005810      MOVE SQLCODE TO WK-N-SQLCODE.
005820*   SQLCODE +100 = NOTHING TO MOVE FOR THE MONTH - NOT A FAILURE.
005830      IF SQLCODE = 100
005840         MOVE ZERO TO WK-N-SQLCODE
005850      END-IF.
005860      IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
005870         DISPLAY WK-C-ERRMSG
005880         DISPLAY "SQLCODE : " WK-N-SQLCODE
005890         EXEC SQL
005900              ROLLBACK
005910         END-EXEC
005920         SET UPSI-SWITCH-2 TO ON
005930      ELSE
005940         EXEC SQL
005950              COMMIT
005960         END-EXEC
005970      END-IF.
