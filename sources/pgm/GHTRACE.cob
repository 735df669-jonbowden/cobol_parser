000270*                 QUERIES. BIC NORMALIZATIONS (TFSBICNRM) ARE
000280*                 SHOWN FOR THE ITEM'S SENDING BANK, AS THAT
000290*                 LOG IS KEYED BY BIC RATHER THAN BY ITEM.
DSCP01*                 THE REQUESTING USER (LDA 11-20) MUST HAVE THE
DSCP01*                 ITEM'S ENTITY AND UNIT IN THEIR DATA SCOPE.
NOTE01*                 OFFICERS' NOTES ON THE ITEM (TFSITMNOTE, AND
NOTE01*                 THE TFSITMNOTH ARCHIVE ONCE PURGED) CLOSE
NOTE01*                 THE TRACE.
ARCP01*                 A PURGED ITEM IS FOUND THROUGH THE TFSARCIDX
ARCP01*                 INDEX IN ITS MONTHLY TFSSTPLH PARTITION.
000300*  --------------------------------------------------------------------
000310*  --------------------------------------------------------------------
000320*   HISTORY OF MODIFICATION:
000370*  |        |          |          | trace across the per-item    |
000380*  |        |          |          | log files.                   |
000390*  --------------------------------------------------------------------
000391*  |RISKOPS |15/10/2026| T72C01   | Field 72 code words shown    |
000392*  |        |          |          | from TFST72 - status, the    |
000393*  |        |          |          | /INS/ /ACC/ /INTA/ BICs and  |
000394*  |        |          |          | the /REC/ /BNF/ note.        |
000395*  --------------------------------------------------------------------
DSCP01*  |RISKOPS |15/10/2026| DSCP01   | Requesting user from LDA     |
DSCP01*  |        |          |          | 11-20; an item outside their |
DSCP01*  |        |          |          | TFSDSCOPE data scope is not  |
DSCP01*  |        |          |          | shown and the denial logged. |
DSCP01*  --------------------------------------------------------------------
NOTE01*  |RISKOPS |15/10/2026| NOTE01   | Item notes shown, live file  |
NOTE01*  |        |          |          | and TFSITMNOTH archive, in   |
NOTE01*  |        |          |          | note number order.           |
NOTE01*  --------------------------------------------------------------------
ARCP01*  |RISKOPS |15/10/2026| ARCP01   | Archived item read from its  |
ARCP01*  |        |          |          | monthly TFSSTPLH partition,  |
ARCP01*  |        |          |          | located through TFSARCIDX;   |
ARCP01*  |        |          |          | an offline partition is named|
ARCP01*  |        |          |          | for restore.                 |
ARCP01*  --------------------------------------------------------------------
000400  EJECT
000410
000420  ENVIRONMENT DIVISION.
000640  01  WS-LDA-AREA.
000650      05 WS-LDA-PARALNO       PIC 9(08).
000660      05 WS-LDA-SEQNUM        PIC 9(02).
DSCP01      05 WS-LDA-USERID        PIC X(10).
DSCP01      05 FILLER               PIC X(1004).
000680
000690  01  WS-EOF-SW               PIC X(01)  VALUE "N".
000700      88 WS-EOF                          VALUE "Y".
000790  01  WS-L-DTE                PIC S9(08).
000800  01  WS-L-NUM                PIC S9(13)V9(02).
000810  01  WS-L-NUM-ED             PIC Z(12)9.99-.
T72C01  01  WS-L-NOTE               PIC X(140).
T72C01  01  WS-L-BIC1               PIC X(11).
T72C01  01  WS-L-BIC2               PIC X(11).
T72C01  01  WS-L-BIC3               PIC X(11).
DSCP01  01  WS-T-ENTITY             PIC X(02)  VALUE SPACES.
DSCP01  01  WS-T-PROCUNIT           PIC X(03)  VALUE SPACES.
DSCP01
DSCP01      COPY DSCP.
NOTE01
NOTE01  01  WS-L-NOTESEQ            PIC 9(03).
NOTE01  01  WS-L-TIME               PIC S9(06).
NOTE01  01  WS-L-USER               PIC X(10).
NOTE01  01  WS-L-CONTACT            PIC X(01).
NOTE01  01  WS-L-NOTETEXT           PIC X(150).
ARCP01
ARCP01  01  WS-A-PRTMTH             PIC 9(06).
ARCP01  01  WS-A-PRTFILE            PIC X(10).
ARCP01  01  WS-A-PRTLIB             PIC X(10).
ARCP01  01  WS-A-PRTSTAT            PIC X(01).
ARCP01  01  WS-STMT                 PIC X(200).
000820
000830  01  WK-C-WORK-AREA.
000840      05  WK-N-SQLCODE        PIC 9(009) VALUE ZERO.
001470           WHERE  ORGBIC = :WS-T-SENBNK
001480           ORDER BY LOGDTE
001490      END-EXEC.
NOTE01
NOTE01      EXEC SQL
NOTE01           DECLARE CURNOT CURSOR FOR
NOTE01           SELECT NOTESEQ, NOTEDTE, NOTETIME, NOTEUSER, CONTACT,
NOTE01                  NOTETEXT
NOTE01           FROM   TFSITMNOTE
NOTE01           WHERE  PARALNO = :WS-T-PARALNO
NOTE01           AND    SEQNUM  = :WS-T-SEQNUM
NOTE01           UNION
NOTE01           SELECT NOTESEQ, NOTEDTE, NOTETIME, NOTEUSER, CONTACT,
NOTE01                  NOTETEXT
NOTE01           FROM   TFSITMNOTH
NOTE01           WHERE  PARALNO = :WS-T-PARALNO
NOTE01           AND    SEQNUM  = :WS-T-SEQNUM
NOTE01           ORDER BY 1
NOTE01      END-EXEC.
ARCP01
ARCP01*   THE ITEM'S OWN MONTHLY ARCHIVE PARTITION - NAMED AT RUN TIME.
ARCP01      EXEC SQL
ARCP01           DECLARE CURARC CURSOR FOR STMARC
ARCP01      END-EXEC.
001500
001510  PROCEDURE DIVISION.
001520
001650
001660      DISPLAY "GHTRACE - ITEM " WS-T-PARALNO "/" WS-T-SEQNUM.
001670
DSCP01      PERFORM A050-CHECK-SCOPE
DSCP01         THRU A059-CHECK-SCOPE-EX.
DSCP01      IF      WK-C-DSCP-ALLOWED NOT = "Y"
DSCP01              DISPLAY "  ITEM IS OUTSIDE YOUR DATA SCOPE - "
DSCP01                      "NOT SHOWN"
DSCP01              GO TO A999-START-PROGRAM-ROUTINE-EX.
DSCP01
001680      PERFORM A100-SHOW-INTAKE
001690         THRU A199-SHOW-INTAKE-EX.
T72C01      PERFORM A150-SHOW-TAG72
T72C01         THRU A159-SHOW-TAG72-EX.
001700      PERFORM A200-SHOW-REASONS
001710         THRU A299-SHOW-REASONS-EX.
001720      PERFORM A300-SHOW-NESTED
001830         THRU A899-SHOW-MESSAGES-EX.
001840      PERFORM A900-SHOW-BICNORM
001850         THRU A998-SHOW-BICNORM-EX.
NOTE01      PERFORM A950-SHOW-NOTES
NOTE01         THRU A959-SHOW-NOTES-EX.
001860
001870  A999-START-PROGRAM-ROUTINE-EX.
001880      EXIT.
DSCP01
DSCP01*  ------------------------------------------------------------
DSCP01*   THE ITEM'S ENTITY AND UNIT COME FROM THE LIVE QUEUE, ELSE
DSCP01*   THE ARCHIVE. AN ITEM ON NEITHER KEEPS A BLANK ENTITY, WHICH
DSCP01*   ONLY AN ALL-ENTITIES SCOPE PASSES - ITS LOG ENTRIES ARE
DSCP01*   STILL SOMEBODY'S PAYMENT.
DSCP01*  ------------------------------------------------------------
DSCP01  A050-CHECK-SCOPE.
DSCP01      EXEC SQL
DSCP01           SELECT BNKENTITY, PROCUNIT
DSCP01           INTO  :WS-T-ENTITY, :WS-T-PROCUNIT
DSCP01           FROM   TFSSTPL
DSCP01           WHERE  PARALNO = :WS-T-PARALNO
DSCP01           AND    SEQNUM  = :WS-T-SEQNUM
DSCP01      END-EXEC
DSCP01
DSCP01      IF SQLCODE NOT EQUAL ZERO
ARCP01         PERFORM A060-READ-ARCHIVE
ARCP01            THRU A069-READ-ARCHIVE-EX
DSCP01      END-IF.
DSCP01
DSCP01      INITIALIZE                       WK-C-DSCP-RECORD.
DSCP01      MOVE    WS-LDA-USERID            TO      WK-C-DSCP-USERID.
DSCP01      MOVE    WS-T-ENTITY          TO      WK-C-DSCP-BNKENTITY.
DSCP01      MOVE    WS-T-PROCUNIT        TO      WK-C-DSCP-PROCUNIT.
DSCP01      MOVE    "GHTRACE"                TO      WK-C-DSCP-SRCPGM.
DSCP01      MOVE    WS-T-PARALNO             TO      WK-C-DSCP-CONTEXT.
DSCP01      MOVE    WS-T-SEQNUM          TO     WK-C-DSCP-CONTEXT (9:2).
DSCP01      CALL    "TRFXDSCP"           USING      WK-C-DSCP-RECORD.
DSCP01
DSCP01  A059-CHECK-SCOPE-EX.
DSCP01      EXIT.
ARCP01
ARCP01*  --------------------------------------------------------------------
ARCP01*   NOT ON THE QUEUE - THE INDEX NAMES THE MONTHLY PARTITION THAT
ARCP01*   HOLDS THE ITEM, AND ONLY THAT ONE IS READ.
ARCP01*  --------------------------------------------------------------------
ARCP01  A060-READ-ARCHIVE.
ARCP01      MOVE SPACES                  TO      WS-T-ENTITY
ARCP01                                           WS-T-PROCUNIT.
ARCP01      EXEC SQL
ARCP01           SELECT P.PRTMTH, P.PRTFILE, P.PRTLIB, P.PRTSTAT
ARCP01           INTO  :WS-A-PRTMTH, :WS-A-PRTFILE, :WS-A-PRTLIB,
ARCP01                 :WS-A-PRTSTAT
ARCP01           FROM   TFSARCIDX X, TFSARCPRT P
ARCP01           WHERE  X.PARALNO = :WS-T-PARALNO
ARCP01           AND    X.SEQNUM  = :WS-T-SEQNUM
ARCP01           AND    P.PRTMTH  = X.PRTMTH
ARCP01      END-EXEC
ARCP01
ARCP01      IF SQLCODE NOT EQUAL ZERO
ARCP01         GO TO A069-READ-ARCHIVE-EX
ARCP01      END-IF.
ARCP01
ARCP01      IF WS-A-PRTSTAT NOT = "O"
ARCP01         DISPLAY "  ITEM IS ARCHIVED IN PARTITION " WS-A-PRTMTH
ARCP01                 " WHICH IS OFFLINE - RESTORE IT THROUGH "
ARCP01                 "GHARCPRT"
ARCP01         GO TO A069-READ-ARCHIVE-EX
ARCP01      END-IF.
ARCP01
ARCP01      MOVE    SPACES               TO      WS-STMT.
ARCP01      STRING  "SELECT BNKENTITY, PROCUNIT FROM "
ARCP01                                   DELIMITED BY SIZE
ARCP01              WS-A-PRTLIB          DELIMITED BY SPACE
ARCP01              "/"                  DELIMITED BY SIZE
ARCP01              WS-A-PRTFILE         DELIMITED BY SPACE
ARCP01              " WHERE PARALNO = "  DELIMITED BY SIZE
ARCP01              WS-T-PARALNO         DELIMITED BY SIZE
ARCP01              " AND SEQNUM = "     DELIMITED BY SIZE
ARCP01              WS-T-SEQNUM          DELIMITED BY SIZE
ARCP01              INTO WS-STMT.
ARCP01
ARCP01      EXEC SQL
ARCP01           PREPARE STMARC FROM :WS-STMT
ARCP01      END-EXEC
ARCP01      IF SQLCODE NOT EQUAL ZERO
ARCP01         GO TO A069-READ-ARCHIVE-EX
ARCP01      END-IF.
ARCP01
ARCP01      EXEC SQL
ARCP01           OPEN CURARC
ARCP01      END-EXEC
ARCP01      IF SQLCODE NOT EQUAL ZERO
ARCP01         GO TO A069-READ-ARCHIVE-EX
ARCP01      END-IF.
ARCP01
ARCP01      EXEC SQL
ARCP01           FETCH CURARC INTO :WS-T-ENTITY, :WS-T-PROCUNIT
ARCP01      END-EXEC
ARCP01      IF SQLCODE NOT EQUAL ZERO
ARCP01         MOVE SPACES               TO      WS-T-ENTITY
ARCP01                                           WS-T-PROCUNIT
ARCP01      END-IF.
ARCP01
ARCP01      EXEC SQL
ARCP01           CLOSE CURARC
ARCP01      END-EXEC.
ARCP01
ARCP01  A069-READ-ARCHIVE-EX.
ARCP01      EXIT.
001890
001900  A100-SHOW-INTAKE.
001910      EXEC SQL
002080
002090  A199-SHOW-INTAKE-EX.
002100      EXIT.
T72C01
T72C01  A150-SHOW-TAG72.
T72C01      EXEC SQL
T72C01           SELECT STATUS, BADCODE, INSBIC, ACCBIC, INTABIC, NOTE
T72C01           INTO  :WS-L-TEXT1, :WS-L-TEXT2, :WS-L-BIC1,
T72C01                 :WS-L-BIC2, :WS-L-BIC3, :WS-L-NOTE
T72C01           FROM   TFST72
T72C01           WHERE  PARALNO = :WS-T-PARALNO
T72C01           AND    SEQNUM  = :WS-T-SEQNUM
T72C01      END-EXEC
T72C01
T72C01      IF SQLCODE NOT EQUAL ZERO
T72C01         OR WS-L-TEXT1 (1:1) = "N"
T72C01         GO TO A159-SHOW-TAG72-EX.
T72C01      DISPLAY "  FIELD 72 (" WS-L-TEXT1 (1:1) ") "
T72C01              WS-L-TEXT2 (1:8)
T72C01              " INS " WS-L-BIC1 " ACC " WS-L-BIC2
T72C01              " INTA " WS-L-BIC3.
T72C01      IF WS-L-NOTE NOT = SPACES
T72C01         DISPLAY "    NOTE: " WS-L-NOTE (1:70)
T72C01         IF WS-L-NOTE (71:70) NOT = SPACES
T72C01            DISPLAY "          " WS-L-NOTE (71:70)
T72C01         END-IF
T72C01      END-IF.
T72C01
T72C01  A159-SHOW-TAG72-EX.
T72C01      EXIT.
002110
002120  A200-SHOW-REASONS.
002130      DISPLAY "  REPAIR REASONS:".
004500
004510  A919-ONE-BICNORM-EX.
004520      EXIT.
NOTE01
NOTE01*  ------------------------------------------------------------
NOTE01*   A NOTE CAUGHT BETWEEN THE ARCHIVE INSERT AND THE LIVE
NOTE01*   DELETE IS ON BOTH FILES - UNION DROPS THE SECOND COPY.
NOTE01*  ------------------------------------------------------------
NOTE01  A950-SHOW-NOTES.
NOTE01      DISPLAY "  ITEM NOTES:".
NOTE01      MOVE    "N"                     TO      WS-EOF-SW.
NOTE01      EXEC SQL
NOTE01           OPEN CURNOT
NOTE01      END-EXEC
NOTE01      PERFORM A960-ONE-NOTE
NOTE01         THRU A969-ONE-NOTE-EX
NOTE01              UNTIL WS-EOF.
NOTE01      EXEC SQL
NOTE01           CLOSE CURNOT
NOTE01      END-EXEC.
NOTE01
NOTE01  A959-SHOW-NOTES-EX.
NOTE01      EXIT.
NOTE01
NOTE01  A960-ONE-NOTE.
NOTE01      EXEC SQL
NOTE01           FETCH CURNOT
NOTE01           INTO :WS-L-NOTESEQ, :WS-L-DTE, :WS-L-TIME,
NOTE01                :WS-L-USER, :WS-L-CONTACT, :WS-L-NOTETEXT
NOTE01      END-EXEC
NOTE01      IF SQLCODE NOT EQUAL ZERO
NOTE01         MOVE "Y"                 TO      WS-EOF-SW
NOTE01      ELSE
NOTE01         DISPLAY "    " WS-L-NOTESEQ " " WS-L-DTE " " WS-L-TIME
NOTE01                 " " WS-L-USER " (" WS-L-CONTACT ")"
NOTE01         DISPLAY "      " WS-L-NOTETEXT (1:70)
NOTE01         IF WS-L-NOTETEXT (71:80) NOT = SPACES
NOTE01            DISPLAY "      " WS-L-NOTETEXT (71:70)
NOTE01            DISPLAY "      " WS-L-NOTETEXT (141:10)
NOTE01         END-IF
NOTE01      END-IF.
NOTE01
NOTE01  A969-ONE-NOTE-EX.
NOTE01      EXIT.
004530
004540  Y900-ABNORMAL-TERMINATION.
004550      SET UPSI-SWITCH-2 TO ON.
