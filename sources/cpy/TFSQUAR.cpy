      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * CSUC01 - RISKOPS - 15/10/2026 - Snapshot widened in step with
      * the queue record (2048 to 2072, original currency and amount).
      *------------------------------------------------------------------
      * T23E01 - RISKOPS - 15/10/2026 - Snapshot widened in step with
      * the queue record (1910 to 2048).
      *------------------------------------------------------------------
      * MT201X - RISKOPS - 15/10/2026 - Snapshot widened in step with
      * the queue record (1889 to 1910, multiple-transfer link).
      *------------------------------------------------------------------
      * POISN1 - RISKOPS - 02/09/2026 - New file. Poison-item
      * quarantine: when the TFSCKPT checkpoint shows the previous
      * validation run abended and the same item is about to be
      * other two thousand again. The strike row is deleted when
      * the item finally posts clean.
      *------------------------------------------------------------------
MT201X*    05 TFSQUAR-RECORD            PIC X(1920).
MT201X*    05 TFSQUAR-RECORD            PIC X(1941).
T23E01*    05 TFSQUAR-RECORD            PIC X(2079).
CSUC01     05 TFSQUAR-RECORD            PIC X(2103).
      * I-O FORMAT:TFSQUARR FROM FILE TFSQUAR OF LIBRARY COMDB
      * Quarantine strikes - keyed PARALNO/SEQNUM.
           05 TFSQUARR                  REDEFINES TFSQUAR-RECORD.
           06 TFSQUAR-QUARDTE       PIC S9(08).
           06 TFSQUAR-QUARTIME      PIC S9(06).
      * when the item was quarantined (zero while only striking)
CSUC01     06 TFSQUAR-SNAPSHOT      PIC X(2072).
      * the TFSSTPL record image as it stood at quarantine
           06 TFSQUAR-FILLER        PIC X(05).
      * reserved
