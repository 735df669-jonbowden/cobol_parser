      * VCLRC.cpy
      *---------- COPYBOOK FOR CALLING TRFVCLRC ----------
      * CLRC01 - RISKOPS - 15/10/2026 - INITIAL VERSION. NATIONAL
      * CLEARING CODE IN A "//" PARTY IDENTIFIER (LINE 1 OF FIELD
      * 56/57): //FW ABA, //CH CHIPS UID, //CP CHIPS PARTICIPANT,
      * //SC UK SORT CODE, //AU BSB, //IN IFSC, //CN CNAPS. THE CODE
      * IS CHECKED FOR ITS SCHEME'S SHAPE (AND THE ABA CHECK DIGIT)
      * AND LOOKED UP ON THE TFSCLRDIR DIRECTORY, WHICH GIVES THE BIC.
       01  WK-C-VCLRC-RECORD.
           05  WK-C-VCLRC-INPUT.
               10  WK-C-VCLRC-OPTION       PIC X(01).
      *            F = FORMAT ONLY (THE DIRECTORY LOAD)
      *            SPACE = FORMAT AND DIRECTORY
               10  WK-C-VCLRC-PTYLINE      PIC X(37).
      *            THE PARTY IDENTIFIER LINE AS IT ARRIVED ("//FW...")
               10  WK-C-VCLRC-BIC          PIC X(11).
      *            THE BIC CARRIED IN THE SAME FIELD, SPACES IF NONE
           05  WK-C-VCLRC-OUTPUT.
               10  WK-C-VCLRC-ERROR-CD     PIC X(07).
      *            SPACES  = NOT A CLEARING CODE, OR A GOOD ONE
      *            SUP0245 = CODE THE WRONG SHAPE FOR ITS SCHEME
      *                      (LENGTH, CHARACTERS, ABA CHECK DIGIT)
      *            SUP0246 = CODE NOT ON THE DIRECTORY, OR INACTIVE
      *            SUP0247 = THE BIC IN THE FIELD IS NOT THE BANK THE
      *                      DIRECTORY HOLDS FOR THE CODE
      *            COM0206 = FILE ERROR
               10  WK-C-VCLRC-CLRIND       PIC X(01).
      *            Y = THE LINE CARRIES ONE OF THE SCHEMES ABOVE
               10  WK-C-VCLRC-SCHEME       PIC X(02).
               10  WK-C-VCLRC-CLRCODE      PIC X(15).
               10  WK-C-VCLRC-DERBIC       PIC X(11).
      *            BIC THE DIRECTORY HOLDS FOR THE CODE
               10  WK-C-VCLRC-INSTNAME     PIC X(35).
