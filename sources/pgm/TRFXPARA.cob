      *                                   BE USED EVEN BY THE CL EXIT
      *                                   PROGRAM COMMAND IS CHANGED
      *                                   TO GOBACK.
      *  ACHN01 - RISKOPS   - 15/10/2026 - EVERY TFSAPLPAH CHANGE ROW
      *                                   AND TFSPARDNY DENIAL ROW IS
      *                                   CHAINED THROUGH TRFXCHN
      *                                   BEFORE IT IS WRITTEN (TAMPER
      *                                   EVIDENCE, GHAUDVFY).
      *  AUTH01 - RISKOPS   - 02/09/2026 - SET MODE NOW ALSO CHECKS
      *                                   THE CENTRAL PARASET FUNCTION
      *                                   AUTHORITY THROUGH TRFXAUTH
PARHST     05  WK-N-PARHST-TODAY-DTE  PIC S9(08) VALUE ZERO.
PARHST     05  WK-C-PARHST-OLDVALU    PIC X(20).
AUTH01 COPY AUTH.
ACHN01 COPY XCHN.
PARAUT 01  WK-C-PARAUT-WORK-AREA.
PARAUT     05  WK-C-PARAUT-ALLOW-SW   PIC X(01).
PARAUT         88 WK-C-PARAUT-ALLOWED           VALUE "Y".
PARHST     MOVE    WK-N-PARHST-TODAY-DTE   TO    TFSAPLPAH-UPDDTE.
PARHST     MOVE    WK-N-PARHST-SEQNO       TO    TFSAPLPAH-SEQNO.
PARHST
ACHN01     INITIALIZE                       WK-C-XCHN-RECORD.
ACHN01     MOVE    "NXT"                   TO    WK-C-XCHN-MODE.
ACHN01     MOVE    "TFSAPLPAH"             TO    WK-C-XCHN-FILEID.
ACHN01     MOVE    68                      TO    WK-N-XCHN-DATALEN.
ACHN01     MOVE    TFSAPLPAH-REC-1         TO    WK-C-XCHN-DATA.
ACHN01     CALL    "TRFXCHN"               USING WK-C-XCHN-RECORD.
ACHN01     MOVE    WK-N-XCHN-CHNSEQ        TO    TFSAPLPAH-CHNSEQ.
ACHN01     MOVE    WK-N-XCHN-PRVCHK        TO    TFSAPLPAH-PRVCHK.
ACHN01     MOVE    WK-N-XCHN-CHKVAL        TO    TFSAPLPAH-CHKVAL.
ACHN01
PARHST     WRITE   TFSAPLPAH-REC-1.
PARHST     IF      NOT WK-C-SUCCESSFUL
PARHST             DISPLAY "TRFXPARA - WRITE ERROR - TFSAPLPAH"
PARAUT     MOVE    WK-N-PARHST-TODAY-DTE   TO  TFSPARDNY-DNYDTE.
PARAUT     MOVE    WK-N-PARAUT-TIME-RAW (1:6) TO TFSPARDNY-DNYTIME.
PARAUT
ACHN01     INITIALIZE                       WK-C-XCHN-RECORD.
ACHN01     MOVE    "NXT"                   TO  WK-C-XCHN-MODE.
ACHN01     MOVE    "TFSPARDNY"             TO  WK-C-XCHN-FILEID.
ACHN01     MOVE    70                      TO  WK-N-XCHN-DATALEN.
ACHN01     MOVE    TFSPARDNY-RECORD OF TFSPARDNY-REC-1
ACHN01                                     TO  WK-C-XCHN-DATA.
ACHN01     CALL    "TRFXCHN"               USING WK-C-XCHN-RECORD.
ACHN01     MOVE    WK-N-XCHN-CHNSEQ        TO  TFSPARDNY-CHNSEQ.
ACHN01     MOVE    WK-N-XCHN-PRVCHK        TO  TFSPARDNY-PRVCHK.
ACHN01     MOVE    WK-N-XCHN-CHKVAL        TO  TFSPARDNY-CHKVAL.
ACHN01
PARAUT     WRITE   TFSPARDNY-REC-1.
PARAUT     IF      NOT WK-C-SUCCESSFUL
PARAUT             DISPLAY "TRFXPARA - WRITE ERROR - TFSPARDNY"
