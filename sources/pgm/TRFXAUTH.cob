      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ACHN01 - RISKOPS   - 15/10/2026 - EVERY TFSFNAUDT ROW IS
      *                        CHAINED THROUGH TRFXCHN BEFORE IT IS
      *                        WRITTEN (TAMPER EVIDENCE, GHAUDVFY).
      *---------------------------------------------------------------*
      *  AUTH01 - RISKOPS   - 02/09/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
       01 WK-C-COMMON.
       COPY ASCMWS.

ACHN01 COPY XCHN.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
           MOVE     WK-C-AUTH-SRCPGM    TO TFSFNAUDT-SRCPGM.
           MOVE     WK-C-AUTH-CONTEXT   TO TFSFNAUDT-CONTEXT.

ACHN01     INITIALIZE                   WK-C-XCHN-RECORD.
ACHN01     MOVE     "NXT"               TO WK-C-XCHN-MODE.
ACHN01     MOVE     "TFSFNAUDT"         TO WK-C-XCHN-FILEID.
ACHN01     MOVE     80                  TO WK-N-XCHN-DATALEN.
ACHN01     MOVE     TFSFNAUDT-RECORD OF TFSFNAUDT-REC-1
ACHN01                                  TO WK-C-XCHN-DATA.
ACHN01     CALL     "TRFXCHN"           USING WK-C-XCHN-RECORD.
ACHN01     MOVE     WK-N-XCHN-CHNSEQ    TO TFSFNAUDT-CHNSEQ.
ACHN01     MOVE     WK-N-XCHN-PRVCHK    TO TFSFNAUDT-PRVCHK.
ACHN01     MOVE     WK-N-XCHN-CHKVAL    TO TFSFNAUDT-CHKVAL.

           WRITE    TFSFNAUDT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    DISPLAY "TRFXAUTH - WRITE ERROR - TFSFNAUDT"
