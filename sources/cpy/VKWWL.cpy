      * VKWWL.cpy
      *---------- COPYBOOK FOR CALLING TRFVKWWL ----------
      * KWWL01 - RISKOPS - 15/10/2026 - INITIAL VERSION. NARRATIVE
      * KEYWORD WATCH-LIST: MATCHES THE TFSKWWL KEYWORDS IN EFFECT
      * TODAY AGAINST THE FREE TEXT OF AN ITEM - TAG 50/59 ADDRESS
      * LINES, TAG 70 REMITTANCE LINES AND THE TAG 72 NARRATIVE. THE
      * FIRST WHOLE-WORD MATCH IS RETURNED.
       01  WK-C-VKWWL-RECORD.
           05  WK-C-VKWWL-INPUT.
               10  WK-C-VKWWL-TEXT         PIC X(70) OCCURS 15 TIMES.
      *            1-5 ADDRESS LINES (AS VSCRN), 6-9 TAG 70 LINES,
      *            10-15 TAG 72 CODE-WORD NARRATIVES. BLANK LINES ARE
      *            SKIPPED
           05  WK-C-VKWWL-OUTPUT.
               10  WK-C-VKWWL-HIT          PIC X(01).
      *            Y = A WATCH-LIST KEYWORD WAS FOUND
               10  WK-C-VKWWL-KEYWORD      PIC X(20).
               10  WK-C-VKWWL-CATEGORY     PIC X(01).
               10  WK-N-VKWWL-LINE         PIC 9(02).
      *            TEXT LINE IT MATCHED ON (1-15)
