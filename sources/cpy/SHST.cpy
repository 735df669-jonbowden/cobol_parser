      * OLD AND NEW VALUES - THE ROW LANDS ON TFSSTHST WITH THE
      * PROGRAM, USER AND TIMESTAMP. A NO-OP WHEN NOTHING ACTUALLY
      * CHANGED, SO CALLERS NEED NOT GUARD THE CALL.
      * RTFN01 - RISKOPS - 15/10/2026 - EVENT CODE FOR RTGS SETTLEMENT
      * FINALITY (QUEUED / SETTLED / REJECTED) ON THE ITEM'S HISTORY.
       01  WK-C-SHST-RECORD.
           05  WK-C-SHST-INPUT.
               10  WK-N-SHST-PARALNO       PIC 9(08).
               10  WK-C-SHST-PGMID         PIC X(10).
               10  WK-C-SHST-USERID        PIC X(10).
      *            SPACES ON AN UNATTENDED BATCH MOVE
RTFN01         10  WK-C-SHST-EVTCD         PIC X(04).
RTFN01*            EVENT ON THE ITEM WITH NO FLAG MOVE OF ITS OWN -
RTFN01*            RTQU RTGS QUEUED, RTST RTGS SETTLED, RTRJ RTGS
RTFN01*            REJECTED. A CALL WITH AN EVENT IS WRITTEN EVEN
RTFN01*            WHEN THE FLAGS ARE UNCHANGED. SPACES OTHERWISE.
           05  WK-C-SHST-OUTPUT.
               10  WK-C-SHST-ERROR-CD      PIC X(07).
      *            COM0206 = FILE ERROR
