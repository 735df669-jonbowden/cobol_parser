      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * OCTL01 - RISKOPS - 15/10/2026 - DIRIND carved from the reserved
      * bytes: outward TFSOUTQ instructions are now screened through
      * TRFVSCRN by TRFGOUTD. Their rows carry DIRIND "O" and the
      * OUTQNO in PARALNO - the TFSOUTQ item goes to PRCIND "S".
      *------------------------------------------------------------------
      * KWWL01 - RISKOPS - 15/10/2026 - Hold reason K: narrative
      * watch-list keyword (TRFVKWWL via TRFVSCRN).
      *------------------------------------------------------------------
      * JURS01 - RISKOPS - 15/10/2026 - Hold reason J: party address
      * in a sanctioned jurisdiction (TRFVJURS via TRFVSCRN).
      *------------------------------------------------------------------
      * SCRN01 - RISKOPS - 22/08/2026 - New file. Screening-hit hold
      * queue, written by TRFVSCRN. Distinct from the ordinary RRSN
      * repair flow because compliance - not payments ops - must
           06 TFSSCRHLD-HLDRSN      PIC X(01).
      * H = screening engine reported a hit
      * U = screening engine unavailable - item failed safe to held
JURS01* J = a party address line names a jurisdiction under a
JURS01*     sanctions hold (TFSCNTRY-SANCTHLD) - HITRULE carries
JURS01*     the country code and the matching term
KWWL01* K = a TFSKWWL watch-list keyword in the tag 70/72
KWWL01*     narrative or a party address line
           06 TFSSCRHLD-HITRULE     PIC X(20).
      * engine rule/list that matched, when HLDRSN = H
JURS01* "JURIS cc term", when HLDRSN = J
KWWL01* the TFSKWWL keyword, when HLDRSN = K
           06 TFSSCRHLD-ORDCUSTNM   PIC X(35).
      * folded ordering customer name as sent to the engine
           06 TFSSCRHLD-BENEFNM     PIC X(35).
      * B = blocked by compliance
           06 TFSSCRHLD-DISPUSRID   PIC X(10).
           06 TFSSCRHLD-DISPDTE     PIC S9(08).
           06 TFSSCRHLD-DIRIND      PIC X(01).
      * space = inward TFSSTPL item
      * O = outward TFSOUTQ instruction - PARALNO/SEQNUM are the
      *     OUTQNO/SEQNUM
           06 TFSSCRHLD-FILLER      PIC X(25).
      * reserved
