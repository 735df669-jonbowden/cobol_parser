      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      * GPIOVR - RISKOPS   - 15/10/2026 - The GPISTPSW switches are now
      *                                  read for the item's bank entity
      *                                  and processing unit, so any
      *                                  TFSGPIOVR override for them is
      *                                  applied over the global setting
      *                                  (TRFXGSPA).
      *----------------------------------------------------------------
      * FWD001 - RISKOPS   - 15/10/2026 - FX forward contracts: an item
      *                                  TRFGSTPD has matched to a
      *                                  treasury forward contract (a
      *                                  pending TFSFWDDRW drawdown)
      *                                  converts at the contract rate
      *                                  (rate type "FW", via TRFVFWD
      *                                  INQ) instead of the tier, XMS
      *                                  or TRFVTF2 day rate.
      *----------------------------------------------------------------
      * MT101F - RISKOPS   - 09/08/2026 - Added WS-LINK-MT101-IND to
      *                                  this program's own copy of
      *                                  WK-C-LINK-LIMIT, appended
       OFX2A1 COPY CHID.
       OFX2A1 COPY CSEG.
       OFX2A1 COPY CUYP.
FWD001 COPY VFWD.
       
       LINKAGE SECTION.
      ****************
GPI201                                            SW-STP-LMT-SKP.       
GPI201       
GPI201      MOVE WK-C-STP-SW-PARCD           TO   WK-C-XGSPA-GHPARCD.       
GPIOVR      MOVE TFSSTPL-BNKENTITY         TO   WK-C-XGSPA-IN-BNKENTITY.
GPIOVR      MOVE TFSSTPL-PROCUNIT          TO   WK-C-XGSPA-IN-PROCUNIT.
GPI201      CALL "TRFXGSPA"                  USING WK-C-XGSPA-RECORD.       
       
GPI201      IF WK-C-XGSPA-ERROR-CD = SPACES
CMP3X1     END-IF.

SGX201 D101-VALIDATE-JUMP-14.
FWD001*--> A forward contract quoted on the item fixes the rate - no
FWD001*--> tier, online enquiry or day rate applies.
FWD001     IF  WS-ACCCUY  = WK-C-LCUYCD
FWD001     AND WS-OKAY    = "Y"
FWD001         PERFORM D760-GET-FORWARD-RATE
FWD001             THRU D769-GET-FORWARD-RATE-EX
FWD001         IF  WK-C-VFWD-FOUND = "Y"
FWD001             GO TO D102-CONVERSION-DONE
FWD001         END-IF
FWD001     END-IF.
REM269**** IF  WS-ACCCUY  = TFSCL-SYS-1-CUYCD
REM269     IF  WS-ACCCUY  = WK-C-LCUYCD
	   AND WS-OKAY    = "Y"
OFX2A1         END-IF
	   END-IF.

FWD001 D102-CONVERSION-DONE.
	   IF  WS-JUMP = 14 AND WS-OKAY = "Y"
CMP3X1         IF  WS-LINK-STATUS = "A0"
GPI201         OR (WK-C-GPI-SW = WK-C-Y
FXTIER      CLOSE TFSFXTIER.
FXTIER D759-GET-FX-TIER-EX.
FXTIER      EXIT.
FWD001 D760-GET-FORWARD-RATE.
FWD001*---------------------------------------------------------------*
FWD001*--> The contract rate recorded for this item when TRFGSTPD
FWD001*--> matched it to a forward contract. No recorded drawdown (or
FWD001*--> a file problem) leaves the item on the normal rate path.
FWD001*---------------------------------------------------------------*
FWD001      INITIALIZE                      WK-C-VFWD-RECORD.
FWD001      MOVE "INQ"                TO    WK-C-VFWD-MODE.
FWD001      MOVE WK-VTF1B-PARALNO     TO    WK-N-VFWD-PARALNO.
FWD001      MOVE WK-VTF1B-SEQNUM      TO    WK-N-VFWD-SEQNUM.
FWD001      CALL "TRFVFWD"       USING WK-C-VFWD-RECORD.
FWD001      IF  WK-C-VFWD-ERROR-CD NOT = SPACES
FWD001      OR  WK-N-VFWD-RATE     NOT > ZERO
FWD001      OR  WK-N-VFWD-RATEUT   NOT > ZERO
FWD001          MOVE "N"              TO    WK-C-VFWD-FOUND
FWD001      END-IF.
FWD001      IF  WK-C-VFWD-FOUND = "Y"
FWD001          COMPUTE WK-VTF1B-LCAMT ROUNDED = TFSSTPL-AMT
FWD001                                 *  WK-N-VFWD-RATE
FWD001                                 /  WK-N-VFWD-RATEUT
FWD001          MOVE "FW"             TO    WK-VTF1B-FXRATETY
FWD001          MOVE WK-N-VFWD-RATE   TO    WK-VTF1B-FXRATE
FWD001          MOVE WK-N-VFWD-RATEUT TO    WK-VTF1B-FXRATEUT
FWD001      END-IF.
FWD001 D769-GET-FORWARD-RATE-EX.
FWD001      EXIT.
FXTIER
OFXLOG D850-LOG-OFX-ENQUIRY.
OFXLOG*---------------------------------------------------------------*
