      * TFSREFRL.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * STRR01 - RISKOPS - 15/10/2026 - New file. Compliance referral
      * and suspicious transaction report register - one row per
      * TFSSTPL item an analyst escalates to the MLRO, carrying the
      * escalation, the MLRO decision, the STR filing reference and
      * date, any funds-freeze instruction and the regulatory filing
      * deadline. Maintained only through TRFGREFR; GHSTRDUE alerts
      * on the deadline and GHREFRPT produces the board-pack report.
      *------------------------------------------------------------------
           05 TFSREFRL-RECORD           PIC X(300).
      * I-O FORMAT:TFSREFRLR FROM FILE TFSREFRL OF LIBRARY COMDB
      * Referral register - keyed PARALNO/SEQNUM.
           05 TFSREFRLR                 REDEFINES TFSREFRL-RECORD.
           06 TFSREFRL-PARALNO      PIC 9(08).
           06 TFSREFRL-SEQNUM       PIC 9(02).
           06 TFSREFRL-REFSTAT      PIC X(01).
      * E = escalated, awaiting MLRO decision
      * F = MLRO decided to file an STR, filing outstanding
      * S = STR filed
      * N = MLRO decided no STR - closed
           06 TFSREFRL-HLDRSN       PIC X(01).
      * TFSSCRHLD hold reason when the referral came from a
      * screening hold, else space
           06 TFSREFRL-HITRULE      PIC X(20).
           06 TFSREFRL-CUYCD        PIC X(03).
           06 TFSREFRL-AMT          PIC S9(15)V9(02).
           06 TFSREFRL-VALDTE       PIC S9(08).
           06 TFSREFRL-ESCUSRID     PIC X(10).
      * analyst who escalated
           06 TFSREFRL-ESCDTE       PIC S9(08).
           06 TFSREFRL-ESCTIME      PIC S9(06).
           06 TFSREFRL-ESCNOTE      PIC X(50).
      * grounds for suspicion as keyed by the analyst
           06 TFSREFRL-DUEDTE       PIC S9(08).
      * regulatory filing deadline - escalation date plus system
      * parameter STRFILEDAY
           06 TFSREFRL-MLROUSRID    PIC X(10).
           06 TFSREFRL-DECDTE       PIC S9(08).
           06 TFSREFRL-DECISION     PIC X(01).
      * S = file an STR   N = no STR
           06 TFSREFRL-DECNOTE      PIC X(50).
           06 TFSREFRL-STRREF       PIC X(20).
      * regulator's acknowledgement / filing reference
           06 TFSREFRL-STRDTE       PIC S9(08).
           06 TFSREFRL-STRUSRID     PIC X(10).
           06 TFSREFRL-FRZIND       PIC X(01).
      * space = no freeze   F = funds freeze instructed
      * U = freeze lifted
           06 TFSREFRL-FRZUSRID     PIC X(10).
           06 TFSREFRL-FRZDTE       PIC S9(08).
           06 TFSREFRL-FRZNOTE      PIC X(30).
      * freeze instruction - account, amount, authority reference
           06 TFSREFRL-FILLER       PIC X(02).
      * reserved
