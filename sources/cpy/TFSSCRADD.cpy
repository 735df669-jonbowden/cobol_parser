      * TFSSCRADD.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * RSCN01 - RISKOPS - 15/10/2026 - New file. Sanctions list
      * additions by list date, as distributed with the group
      * screening engine's daily list update - one row per newly
      * designated entry. GHRESCRN reads the rows for a list date
      * and re-screens the recent processed items against them.
      *------------------------------------------------------------------
           05 TFSSCRADD-RECORD          PIC X(120).
      * I-O FORMAT:TFSSCRADDR FROM FILE TFSSCRADD OF LIBRARY COMDB
      * Screening list additions - keyed LISTDTE/ENTRYID.
           05 TFSSCRADDR                REDEFINES TFSSCRADD-RECORD.
           06 TFSSCRADD-LISTDTE     PIC S9(08).
      * date the entry was added to the engine lists (CCYYMMDD)
           06 TFSSCRADD-ENTRYID     PIC X(20).
      * engine rule/list entry - the value the engine returns as
      * HITRULE when a name matches it
           06 TFSSCRADD-ENTNAME     PIC X(35).
      * designated name as listed (primary spelling)
           06 TFSSCRADD-LISTSRC     PIC X(10).
      * source list, e.g. OFAC-SDN, UN, EU, MAS, HMT
           06 TFSSCRADD-DESGDTE     PIC S9(08).
      * designation date published by the list owner
           06 TFSSCRADD-LOADUSER    PIC X(10).
           06 TFSSCRADD-LOADDTE     PIC S9(08).
           06 TFSSCRADD-FILLER      PIC X(21).
      * reserved
