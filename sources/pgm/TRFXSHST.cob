      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ACHN01 - RISKOPS   - 15/10/2026 - EVERY ROW IS CHAINED
      *                        THROUGH TRFXCHN BEFORE IT IS WRITTEN
      *                        (TAMPER EVIDENCE, GHAUDVFY).
      *---------------------------------------------------------------*
      *  RTFN01 - RISKOPS   - 15/10/2026 - EVENT CODE: A CALL CARRYING
      *                        AN EVENT (RTGS QUEUED / SETTLED /
      *                        REJECTED) IS WRITTEN EVEN WHEN THE
      *                        FLAGS DID NOT MOVE.
      *---------------------------------------------------------------*
      *  STHST1 - RISKOPS   - 02/09/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
       01 WK-C-COMMON.
       COPY ASCMWS.

ACHN01 COPY XCHN.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).

           IF       WK-C-SHST-OLDPRC = WK-C-SHST-NEWPRC
                    AND WK-C-SHST-OLDSTR = WK-C-SHST-NEWSTR
RTFN01              AND WK-C-SHST-EVTCD = SPACES
                    GO TO A099-MAIN-PROCESSING-EX.

           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WK-C-SHST-NEWSTR    TO TFSSTHST-NEWSTR.
           MOVE     WK-C-SHST-PGMID     TO TFSSTHST-PGMID.
           MOVE     WK-C-SHST-USERID    TO TFSSTHST-USERID.
RTFN01     MOVE     WK-C-SHST-EVTCD     TO TFSSTHST-EVTCD.
           MOVE     WS-DATE-8           TO TFSSTHST-EVTDTE.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW (1:6)   TO TFSSTHST-EVTTIME.

ACHN01     INITIALIZE                   WK-C-XCHN-RECORD.
ACHN01     MOVE     "NXT"               TO WK-C-XCHN-MODE.
ACHN01     MOVE     "TFSSTHST"          TO WK-C-XCHN-FILEID.
ACHN01     MOVE     55                  TO WK-N-XCHN-DATALEN.
ACHN01     MOVE     TFSSTHST-RECORD OF TFSSTHST-REC-1
ACHN01                                  TO WK-C-XCHN-DATA.
ACHN01     CALL     "TRFXCHN"           USING WK-C-XCHN-RECORD.
ACHN01     MOVE     WK-N-XCHN-CHNSEQ    TO TFSSTHST-CHNSEQ.
ACHN01     MOVE     WK-N-XCHN-PRVCHK    TO TFSSTHST-PRVCHK.
ACHN01     MOVE     WK-N-XCHN-CHKVAL    TO TFSSTHST-CHKVAL.

           WRITE    TFSSTHST-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-SHST-ERROR-CD.
