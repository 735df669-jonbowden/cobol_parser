      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      * SSI001 - RISKOPS - 15/10/2026 - Repair an MT103/MT202 (RSN0417)
      *                              whose tag 54 (or, without 54, tag
      *                              53) reimbursement BIC is neither
      *                              the correspondent nor the
      *                              intermediary the sending bank has
      *                              registered for the currency on its
      *                              own standard settlement
      *                              instruction (TFSSSI via TRFVSSI).
      *----------------------------------------------------------------*
      * CRBX01 - RISKOPS - 09/08/2026 - Track each correspondent/
      *                              sending bank's cumulative exposure
      *                              for today (TRFXCRBX/TFSCRBNK) and
5Q1JM1 COPY RRSN.
SLA002 01  WK-N-RRSN-TIME-RAW   PIC 9(08).
CRBX01 COPY CRBX.
SSI001 COPY VSSI.
SSI001 01  WS-SSI-ROUTE-BIC          PIC X(11) VALUE SPACES.
6Q3LN1 COPY IRTGSSWTC.
6Q3LN1 COPY XPARA.
CMP3A1 COPY SWIFTMER.
CRBX01             THRU D119-CORRBANK-EXPOSURE-VALIDATION-EX
CRBX01     END-IF

SSI001     IF WS-OKAY                = "Y"
SSI001     AND TFSSTPL-IMSGTYPE      NOT = "M"
SSI001     AND (TFSSTPL-SWFTMGTY     = 103
SSI001     OR   TFSSTPL-SWFTMGTY     = 202)
SSI001         PERFORM D120-SSI-ROUTE-VALIDATION
SSI001             THRU D129-SSI-ROUTE-VALIDATION-EX
SSI001     END-IF

6Q3LN1     IF TFSSTPL-IMSGTYPE = "M"
6Q3LN1     AND SW-RTGS-BYPASS-F53-F54-Y
6Q3LN1         MOVE "RTGS"           TO WS-PMODE
CRBX01 D119-CORRBANK-EXPOSURE-VALIDATION-EX.
CRBX01     EXIT.

SSI001 D120-SSI-ROUTE-VALIDATION.
SSI001
SSI001* ------> THE REIMBURSEMENT ROUTE THE SENDER QUOTES IS TAG 54,
SSI001*         OR TAG 53 WHEN THERE IS NO 54. ONLY A BIC ROUTE CAN BE
SSI001*         HELD AGAINST THE SENDER'S REGISTERED INSTRUCTION.
SSI001     MOVE SPACES               TO WS-SSI-ROUTE-BIC.
SSI001     IF TAG54-OPT              NOT = SPACES
SSI001         MOVE TAG54-BIC        TO WS-SSI-ROUTE-BIC
SSI001     ELSE
SSI001         IF TAG53-OPT          NOT = SPACES
SSI001             MOVE TAG53-BIC    TO WS-SSI-ROUTE-BIC
SSI001         END-IF
SSI001     END-IF.
SSI001     IF WS-SSI-ROUTE-BIC       = SPACES
SSI001         GO TO D129-SSI-ROUTE-VALIDATION-EX
SSI001     END-IF.
SSI001
SSI001     INITIALIZE WK-C-VSSI-RECORD.
SSI001     MOVE TFSSTPL-SENBNKID     TO WK-C-VSSI-BANKID.
SSI001     MOVE TFSSTPL-CUYCD        TO WK-C-VSSI-CUYCD.
SSI001     IF TFSSTPL-SWFTMGTY       = 103
SSI001         MOVE "CUS"            TO WK-C-VSSI-PRODCD
SSI001     ELSE
SSI001         MOVE "FIN"            TO WK-C-VSSI-PRODCD
SSI001     END-IF.
SSI001     MOVE WK-N-SYSDTE          TO WK-N-VSSI-ASOFDTE.
SSI001     CALL "TRFVSSI" USING      WK-C-VSSI-RECORD.
SSI001
SSI001* ------> A SENDER WITH NO REGISTERED INSTRUCTION IS NOT HELD.
SSI001     IF WK-C-VSSI-ERROR-CD     NOT = SPACES
SSI001         GO TO D129-SSI-ROUTE-VALIDATION-EX
SSI001     END-IF.
SSI001
SSI001     IF WS-SSI-ROUTE-BIC       NOT = WK-C-VSSI-CORRBIC
SSI001     AND (WK-C-VSSI-INTMBIC    = SPACES
SSI001     OR   WS-SSI-ROUTE-BIC     NOT = WK-C-VSSI-INTMBIC)
SSI001         MOVE "N"              TO WS-OKAY
SSI001         INITIALIZE WK-C-RPRRSN-AREA
SSI001* ------> RSN0417:53/54 ROUTE CONTRADICTS SENDER'S REGISTERED SSI
SSI001         MOVE "RSN0417"        TO WK-C-RPRCODE
SSI001         PERFORM E002-PROCESS-RPRRSN
SSI001             THRU E002-PROCESS-RPRRSN-EX
SSI001     END-IF.
SSI001
SSI001 D129-SSI-ROUTE-VALIDATION-EX.
SSI001     EXIT.

       D200-VALIDATION.
           MOVE WS-BANKID                  TO WK-VTD1-BANKID.
           MOVE WS-RECBNKID                TO WK-VTD1-RECBNKID.
