      * RPTX.cpy
      *---------- COPYBOOK FOR CALLING TRFXRPTX ----------
      * RPTX01 - RISKOPS - 15/10/2026 - INITIAL VERSION. DELIMITED
      * DATA EXTRACT OF A PRINTED REPORT ON TFSRPTEXT. CALL ONCE WITH
      * MODE HDR AND THE COLUMN HEADINGS, ONCE WITH MODE DTL PER
      * REPORT DETAIL LINE, AND ONCE WITH MODE TRL AND THE CONTROL
      * TOTALS (AS LABEL/VALUE PAIRS). COLUMNS ARE PASSED ONE PER
      * ENTRY; LEADING AND TRAILING SPACES ARE DROPPED, SO EDITED
      * NUMBERS CAN BE PASSED AS THEY ARE PRINTED.
       01  WK-C-RPTX-RECORD.
           05  WK-C-RPTX-INPUT.
               10  WK-C-RPTX-MODE          PIC X(03).
      *            HDR = START OF RUN - COLUMN HEADINGS
      *            DTL = ONE DATA ROW
      *            TRL = END OF RUN - TRAILER WITH THE RUN DATE, THE
      *                  DATA ROW COUNT AND THE COLUMNS GIVEN
               10  WK-C-RPTX-REPORTID      PIC X(10).
               10  WK-N-RPTX-COLCNT        PIC 9(02).
      *            COLUMNS GIVEN (MAX 20)
               10  WK-C-RPTX-COL           PIC X(40) OCCURS 20.
           05  WK-C-RPTX-OUTPUT.
               10  WK-C-RPTX-ERROR-CD      PIC X(07).
      *            COM0206 = A ROW OF THIS RUN COULD NOT BE WRITTEN
      *                      (RETURNED ON THE CALL THAT FAILED AND
      *                      AGAIN ON THE TRAILER)
               10  WK-N-RPTX-ROWCNT        PIC 9(07).
      *            DATA ROWS WRITTEN SO FAR THIS RUN
