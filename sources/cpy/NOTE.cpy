      * NOTE.cpy
      *---------- COPYBOOK FOR CALLING TRFXNOTE ----------
      * NOTE01 - RISKOPS - 15/10/2026 - INITIAL VERSION. FREE-TEXT
      * NOTES ON QUEUE ITEMS (TFSITMNOTE). ANY OFFICER WITH THE
      * ITEM'S ENTITY AND UNIT IN THEIR DATA SCOPE MAY ADD A NOTE TO
      * A LIVE TFSSTPL ITEM; IT IS STAMPED WITH THE DATE, TIME AND
      * USER AND CAN NEVER BE CHANGED OR REMOVED AFTERWARDS. THE
      * REPAIR SCREENS PAGE THROUGH AN ITEM'S NOTES WITH "GET",
      * LIVE FILE FIRST AND THEN THE TFSITMNOTH ARCHIVE.
       01  WK-C-NOTE-RECORD.
           05  WK-C-NOTE-INPUT.
               10  WK-C-NOTE-ACTION        PIC X(03).
      *            ADD - ADD A NOTE TO THE ITEM
      *            GET - RETURN THE ITEM'S FIRST NOTE NUMBERED
      *                  ABOVE WK-N-NOTE-AFTSEQ
               10  WK-N-NOTE-PARALNO       PIC 9(08).
               10  WK-N-NOTE-SEQNUM        PIC 9(02).
               10  WK-C-NOTE-USERID        PIC X(10).
               10  WK-C-NOTE-SRCPGM        PIC X(10).
      *            ADD - THE SCREEN / PROGRAM ADDING THE NOTE
               10  WK-C-NOTE-CONTACT       PIC X(01).
      *            ADD - C CORRESPONDENT, U CUSTOMER, I INTERNAL,
      *                  O OTHER
               10  WK-C-NOTE-TEXT          PIC X(150).
      *            ADD - THE NOTE ITSELF, MAY NOT BE BLANK
               10  WK-N-NOTE-AFTSEQ        PIC 9(03).
      *            GET - ZERO FOR THE FIRST NOTE, THEN THE NOTESEQ
      *                  LAST RETURNED TO PAGE FORWARD
           05  WK-C-NOTE-OUTPUT.
               10  WK-C-NOTE-ERROR-CD      PIC X(07).
      *            SUP0021 = ITEM NOT FOUND ON TFSSTPL (ADD)
      *            SUP0026 = ACTION NOT ADD / GET
      *            SUP0268 = ITEM OUTSIDE THE OFFICER'S DATA SCOPE
      *            SUP0270 = NOTE TEXT BLANK OR CONTACT NOT C/U/I/O
      *            SUP0271 = ITEM ALREADY CARRIES 999 NOTES
      *            COM0206 = FILE ERROR
               10  WK-C-NOTE-FOUND         PIC X(01).
      *            GET - Y = A NOTE IS RETURNED, N = NO MORE NOTES
               10  WK-N-NOTE-NOTESEQ       PIC 9(03).
      *            ADD - THE NUMBER GIVEN TO THE NEW NOTE
               10  WK-N-NOTE-NOTEDTE       PIC 9(08).
               10  WK-N-NOTE-NOTETIME      PIC 9(06).
               10  WK-C-NOTE-NOTEUSER      PIC X(10).
               10  WK-C-NOTE-NOTECONT      PIC X(01).
               10  WK-C-NOTE-NOTETEXT      PIC X(150).
               10  WK-C-NOTE-ARCHIND       PIC X(01).
      *            GET - A = THE NOTE CAME FROM THE TFSITMNOTH ARCHIVE
