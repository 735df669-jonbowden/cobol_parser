      * VJURS.cpy
      *---------- COPYBOOK FOR CALLING TRFVJURS ----------
      * JURS01 - RISKOPS - 15/10/2026 - INITIAL VERSION. PARTY-ADDRESS
      * JURISDICTION CHECK: SCANS THE TAG 50 ORDERING CUSTOMER AND
      * TAG 59 BENEFICIARY ADDRESS LINES FOR THE ISO CODE, NAME OR A
      * MAJOR CITY (TFSJURTRM) OF ANY COUNTRY FLAGGED
      * TFSCNTRY-SANCTHLD. THE FIRST WHOLE-WORD MATCH IS RETURNED.
       01  WK-C-VJURS-RECORD.
           05  WK-C-VJURS-INPUT.
               10  WK-C-VJURS-ADDR         PIC X(35) OCCURS 5 TIMES.
      *            ADDRESS LINES AS CAPTURED - 1-2 TAG 50, 3-5 TAG 59.
      *            BLANK LINES ARE SKIPPED
           05  WK-C-VJURS-OUTPUT.
               10  WK-C-VJURS-HIT          PIC X(01).
      *            Y = A SANCTIONED JURISDICTION WAS FOUND
               10  WK-C-VJURS-CNTRYCD      PIC X(02).
      *            COUNTRY THE MATCHED TERM BELONGS TO
               10  WK-C-VJURS-TERM         PIC X(30).
      *            TERM THAT MATCHED
               10  WK-C-VJURS-LINE         PIC 9(01).
      *            ADDRESS LINE IT MATCHED ON (1-5)
               10  WK-C-VJURS-ERROR-CD     PIC X(07).
      *            COM0206 = TFSCNTRY COULD NOT BE READ. THE CALLER
      *            TREATS THIS AS A HIT - THE CHECK FAILS SAFE
