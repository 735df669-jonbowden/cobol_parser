      * VLEI.cpy
      *---------- COPYBOOK FOR CALLING TRFVLEI ----------
      * LEI001 - RISKOPS - 15/10/2026 - INITIAL VERSION. LEGAL ENTITY
      * IDENTIFIER (ISO 17442) VALIDATION: 20 CHARACTERS, THE FIRST
      * 18 UPPER-CASE ALPHANUMERICS, THE LAST 2 NUMERIC CHECK DIGITS,
      * AND THE WHOLE LEI WITH LETTERS EXPANDED TO 10-35 MUST LEAVE A
      * REMAINDER OF 1 WHEN DIVIDED BY 97.
       01  WK-C-VLEI-RECORD.
           05  WK-C-VLEI-INPUT.
               10  WK-C-VLEI-LEI           PIC X(35).
      *            THE LEI AS HELD OR AS RECEIVED, LEFT-JUSTIFIED
           05  WK-C-VLEI-OUTPUT.
               10  WK-C-VLEI-ERROR-CD      PIC X(07).
      *            SPACES  = LEI VALID
      *            SUP0248 = NOT 20 CHARACTERS, A CHARACTER THAT IS
      *                      NOT AN UPPER-CASE LETTER OR DIGIT, OR
      *                      CHECK DIGITS NOT NUMERIC
      *            SUP0249 = MOD-97 CHECK DIGITS FAIL
