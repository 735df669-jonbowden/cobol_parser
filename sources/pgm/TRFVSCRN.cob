      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  OCTL01 - RISKOPS   - 15/10/2026 - OUTWARD INSTRUCTIONS ARE
      *                        SCREENED HERE TOO (TRFGOUTD, DIRIND
      *                        "O" ON THE CALL). THE DIRECTION IS
      *                        CARRIED ONTO THE TFSSCRHLD ROW SO
      *                        COMPLIANCE KNOWS THE PARALNO IS AN
      *                        OUTQNO.
      *---------------------------------------------------------------*
      *  KWWL01 - RISKOPS   - 15/10/2026 - NARRATIVE KEYWORD WATCH-
      *                        LIST: AFTER THE JURISDICTION CHECK THE
      *                        ADDRESS LINES, TAG 70 AND TAG 72 TEXT GO
      *                        THROUGH TRFVKWWL. A TFSKWWL KEYWORD HOLDS
      *                        THE ITEM ON TFSSCRHLD WITH REASON K AND
      *                        THE KEYWORD AS HITRULE.
      *---------------------------------------------------------------*
      *  JURS01 - RISKOPS   - 15/10/2026 - PARTY-ADDRESS JURISDICTION
      *                        CHECK: BEFORE THE ENGINE ENQUIRY THE
      *                        TAG 50/59 ADDRESS LINES GO THROUGH
      *                        TRFVJURS. A SANCTIONED COUNTRY CODE,
      *                        NAME OR CITY HOLDS THE ITEM ON
      *                        TFSSCRHLD WITH ITS OWN REASON (J), SO A
      *                        SANCTIONED ADDRESS BEHIND A CLEAN BANK
      *                        NO LONGER PASSES. NOT SUBJECT TO THE
      *                        NAME SUPPRESSION LIST.
      *---------------------------------------------------------------*
      *  UNATND - RISKOPS   - 02/09/2026 - ON AN UNATTENDED-PROFILE
      *                        CALL (DRIVER OUTSIDE THE TFSSHIFT
      *                        ATTENDED WINDOW) THE SUPPRESSION

       COPY ISLSCRQ.
       COPY DIAC.
JURS01 COPY VJURS.
KWWL01 COPY VKWWL.
KWWL01 77  WS-KW-IX            PIC S9(04) COMP VALUE ZERO.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".

           PERFORM  B000-FOLD-NAMES
              THRU  B099-FOLD-NAMES-EX.
JURS01     PERFORM  B500-CHECK-JURISDICTION
JURS01        THRU  B599-CHECK-JURISDICTION-EX.
JURS01     IF       WK-C-VSCRN-STATUS NOT = SPACE
JURS01              PERFORM D000-WRITE-HOLD
JURS01                 THRU D099-WRITE-HOLD-EX
JURS01              GO TO A099-MAIN-PROCESSING-EX.
KWWL01     PERFORM  B600-CHECK-KEYWORDS
KWWL01        THRU  B699-CHECK-KEYWORDS-EX.
KWWL01     IF       WK-C-VSCRN-STATUS NOT = SPACE
KWWL01              PERFORM D000-WRITE-HOLD
KWWL01                 THRU D099-WRITE-HOLD-EX
KWWL01              GO TO A099-MAIN-PROCESSING-EX.
           PERFORM  C000-SEND-ENQUIRY
              THRU  C099-SEND-ENQUIRY-EX.

       B099-FOLD-NAMES-EX.
           EXIT.

JURS01*---------------------------------------------------------------*
JURS01 B500-CHECK-JURISDICTION.
JURS01*---------------------------------------------------------------*
JURS01*    WHERE THE PARTIES ARE, NOT JUST WHO THEY ARE. A HIT HOLDS
JURS01*    THE ITEM WITHOUT ASKING THE ENGINE - COMPLIANCE SEES THE
JURS01*    COUNTRY AND THE WORD THAT MATCHED. A COUNTRY TABLE THAT
JURS01*    CANNOT BE READ FAILS SAFE THE SAME WAY AS A DOWN ENGINE.
JURS01*---------------------------------------------------------------*
JURS01     INITIALIZE                   WK-C-VJURS-RECORD.
JURS01     MOVE     WK-C-VSCRN-ADDR (1) TO WK-C-VJURS-ADDR (1).
JURS01     MOVE     WK-C-VSCRN-ADDR (2) TO WK-C-VJURS-ADDR (2).
JURS01     MOVE     WK-C-VSCRN-ADDR (3) TO WK-C-VJURS-ADDR (3).
JURS01     MOVE     WK-C-VSCRN-ADDR (4) TO WK-C-VJURS-ADDR (4).
JURS01     MOVE     WK-C-VSCRN-ADDR (5) TO WK-C-VJURS-ADDR (5).
JURS01     CALL     "TRFVJURS"          USING WK-C-VJURS-RECORD.
JURS01
JURS01     IF       WK-C-VJURS-ERROR-CD NOT = SPACES
JURS01              MOVE "U"            TO WK-C-VSCRN-STATUS
JURS01              GO TO B599-CHECK-JURISDICTION-EX.
JURS01     IF       WK-C-VJURS-HIT = "Y"
JURS01              MOVE "J"            TO WK-C-VSCRN-STATUS
JURS01              STRING "JURIS "           DELIMITED BY SIZE
JURS01                     WK-C-VJURS-CNTRYCD DELIMITED BY SIZE
JURS01                     " "                DELIMITED BY SIZE
JURS01                     WK-C-VJURS-TERM    DELIMITED BY SIZE
JURS01                     INTO WK-C-VSCRN-HITRULE
JURS01              END-STRING
JURS01     END-IF.
JURS01
JURS01 B599-CHECK-JURISDICTION-EX.
JURS01     EXIT.

KWWL01*---------------------------------------------------------------*
KWWL01 B600-CHECK-KEYWORDS.
KWWL01*---------------------------------------------------------------*
KWWL01*    RED-FLAG WORDS IN THE FREE TEXT - VESSELS, PORTS, DUAL-USE
KWWL01*    GOODS. LINES 1-5 ADDRESS, 6-9 TAG 70, 10-15 TAG 72.
KWWL01*---------------------------------------------------------------*
KWWL01     INITIALIZE                   WK-C-VKWWL-RECORD.
KWWL01     PERFORM  B610-LOAD-ONE-ADDR
KWWL01        THRU  B619-LOAD-ONE-ADDR-EX
KWWL01              VARYING WS-KW-IX FROM 1 BY 1
KWWL01              UNTIL WS-KW-IX > 5.
KWWL01     PERFORM  B620-LOAD-ONE-T70
KWWL01        THRU  B629-LOAD-ONE-T70-EX
KWWL01              VARYING WS-KW-IX FROM 1 BY 1
KWWL01              UNTIL WS-KW-IX > 4.
KWWL01     PERFORM  B630-LOAD-ONE-T72
KWWL01        THRU  B639-LOAD-ONE-T72-EX
KWWL01              VARYING WS-KW-IX FROM 1 BY 1
KWWL01              UNTIL WS-KW-IX > 6.
KWWL01     CALL     "TRFVKWWL"          USING WK-C-VKWWL-RECORD.
KWWL01
KWWL01     IF       WK-C-VKWWL-HIT = "Y"
KWWL01              MOVE "K"            TO WK-C-VSCRN-STATUS
KWWL01              MOVE WK-C-VKWWL-KEYWORD
KWWL01                                  TO WK-C-VSCRN-HITRULE
KWWL01     END-IF.
KWWL01
KWWL01 B699-CHECK-KEYWORDS-EX.
KWWL01     EXIT.
KWWL01
KWWL01 B610-LOAD-ONE-ADDR.
KWWL01     MOVE     WK-C-VSCRN-ADDR (WS-KW-IX)
KWWL01                                  TO WK-C-VKWWL-TEXT (WS-KW-IX).
KWWL01
KWWL01 B619-LOAD-ONE-ADDR-EX.
KWWL01     EXIT.
KWWL01
KWWL01 B620-LOAD-ONE-T70.
KWWL01     MOVE     WK-C-VSCRN-TAG70 (WS-KW-IX)
KWWL01                          TO WK-C-VKWWL-TEXT (WS-KW-IX + 5).
KWWL01
KWWL01 B629-LOAD-ONE-T70-EX.
KWWL01     EXIT.
KWWL01
KWWL01 B630-LOAD-ONE-T72.
KWWL01     MOVE     WK-C-VSCRN-TAG72 (WS-KW-IX)
KWWL01                          TO WK-C-VKWWL-TEXT (WS-KW-IX + 9).
KWWL01
KWWL01 B639-LOAD-ONE-T72-EX.
KWWL01     EXIT.

      *---------------------------------------------------------------*
       C000-SEND-ENQUIRY.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSSCRHLD-REC-1.
           MOVE     WK-N-VSCRN-PARALNO  TO TFSSCRHLD-PARALNO.
           MOVE     WK-N-VSCRN-SEQNUM   TO TFSSCRHLD-SEQNUM.
OCTL01     MOVE     WK-C-VSCRN-DIRIND   TO TFSSCRHLD-DIRIND.
           MOVE     WS-DATE-8           TO TFSSCRHLD-HLDDTE.
           MOVE     WS-TIME-6           TO TFSSCRHLD-HLDTIME.
JURS01     EVALUATE WK-C-VSCRN-STATUS
JURS01         WHEN "H"
                    MOVE "H"            TO TFSSCRHLD-HLDRSN
                    MOVE WK-O-ISLSCRQ-HITRULE TO TFSSCRHLD-HITRULE
JURS01         WHEN "J"
JURS01              MOVE "J"            TO TFSSCRHLD-HLDRSN
JURS01              MOVE WK-C-VSCRN-HITRULE TO TFSSCRHLD-HITRULE
KWWL01         WHEN "K"
KWWL01              MOVE "K"            TO TFSSCRHLD-HLDRSN
KWWL01              MOVE WK-C-VSCRN-HITRULE TO TFSSCRHLD-HITRULE
JURS01         WHEN OTHER
                    MOVE "U"            TO TFSSCRHLD-HLDRSN
JURS01     END-EVALUATE.
           MOVE     WS-ORDCUST-FOLDED   TO TFSSCRHLD-ORDCUSTNM.
           MOVE     WS-BENEF-FOLDED     TO TFSSCRHLD-BENEFNM.
           MOVE     SPACE               TO TFSSCRHLD-DISPSTAT.
