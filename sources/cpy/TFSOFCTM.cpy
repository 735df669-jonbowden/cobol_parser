      * TFSOFCTM.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * OPRD01 - RISKOPS - 15/10/2026 - New file. Ops officer to team
      * mapping, maintained by ops. Groups the GHOPSPRD productivity
      * and quality report by team; an officer not on file is
      * reported under team "*NONE*".
      *------------------------------------------------------------------
           05 TFSOFCTM-RECORD           PIC X(70).
      * I-O FORMAT:TFSOFCTMR FROM FILE TFSOFCTM OF LIBRARY COMDB
      * Officer/team mapping - keyed OFFUSRID.
           05 TFSOFCTMR                 REDEFINES TFSOFCTM-RECORD.
           06 TFSOFCTM-OFFUSRID     PIC X(10).
      * officer user id (as on TFSASSIGN / TFSSTHST / TFSQCSMP)
           06 TFSOFCTM-TEAMID       PIC X(06).
           06 TFSOFCTM-TEAMNM       PIC X(30).
           06 TFSOFCTM-LEADUSRID    PIC X(10).
      * team leader the report is for
           06 TFSOFCTM-FILLER       PIC X(14).
      * reserved
