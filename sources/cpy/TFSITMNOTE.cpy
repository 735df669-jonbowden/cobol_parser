      * TFSITMNOTE.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * NOTE01 - RISKOPS - 15/10/2026 - New file. Free-text notes on
      * queue items - one row per note an officer adds to an item
      * ("spoke to correspondent, cover due tomorrow"), dated and
      * stamped with the user. Written only through TRFXNOTE, which
      * has no update or delete: a note once added is never edited.
      * GHOINSSTPL carries the notes of a purged item into the
      * TFSITMNOTH archive (same layout) with the item.
      *------------------------------------------------------------------
           05 TFSITMNOTE-RECORD         PIC X(200).
      * I-O FORMAT:TFSITMNOTER FROM FILE TFSITMNOTE OF LIBRARY COMDB
      * Item notes - keyed PARALNO/SEQNUM/NOTESEQ.
           05 TFSITMNOTER               REDEFINES TFSITMNOTE-RECORD.
           06 TFSITMNOTE-PARALNO    PIC 9(08).
           06 TFSITMNOTE-SEQNUM     PIC 9(02).
      * the TFSSTPL item the note is on
           06 TFSITMNOTE-NOTESEQ    PIC 9(03).
      * ascending per item, assigned by TRFXNOTE
           06 TFSITMNOTE-NOTEDTE    PIC S9(08).
           06 TFSITMNOTE-NOTETIME   PIC S9(06).
           06 TFSITMNOTE-NOTEUSER   PIC X(10).
      * officer who added the note
           06 TFSITMNOTE-SRCPGM     PIC X(10).
      * screen / program the note was added from
           06 TFSITMNOTE-CONTACT    PIC X(01).
      * C = correspondent   U = customer   I = internal   O = other
           06 TFSITMNOTE-NOTETEXT   PIC X(150).
           06 TFSITMNOTE-FILLER     PIC X(02).
      * reserved
