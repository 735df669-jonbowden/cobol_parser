      * TFSBENLOG.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * BTPL01 - RISKOPS - 15/10/2026 - New file. Beneficiary template
      * event trail, written by TRFGBTPL for every submission and
      * decision and by TRFGOUTC for the first payment captured from
      * a template after it was approved. Read by GHBTPRPT.
      *------------------------------------------------------------------
           05 TFSBENLOG-RECORD          PIC X(250).
      * I-O FORMAT:TFSBENLOGR FROM FILE TFSBENLOG OF LIBRARY COMDB
      * Template event trail - arrival sequence.
           05 TFSBENLOGR                REDEFINES TFSBENLOG-RECORD.
           06 TFSBENLOG-LOGDTE      PIC S9(08).
           06 TFSBENLOG-LOGTIME     PIC S9(06).
           06 TFSBENLOG-DRACCNO     PIC X(15).
           06 TFSBENLOG-TPLID       PIC X(10).
           06 TFSBENLOG-EVENT       PIC X(03).
      * SUB = change submitted   APP = change approved (applied)
      * REJ = change rejected    USE = first payment since approval
           06 TFSBENLOG-FILEACT     PIC X(01).
      * A / C / D - the change (SUB/APP/REJ)
           06 TFSBENLOG-USERID      PIC X(10).
      * maker (SUB), checker (APP/REJ), capturing user (USE)
           06 TFSBENLOG-OUTQNO      PIC 9(08).
      * USE - the instruction captured
           06 TFSBENLOG-COOLIND     PIC X(01).
      * USE - C = captured inside the cooling-off period
           06 TFSBENLOG-OLDBENACC   PIC X(35).
           06 TFSBENLOG-OLDRCBNKID  PIC X(11).
      * APP - beneficiary account and bank before the change
           06 TFSBENLOG-NEWBENACC   PIC X(35).
           06 TFSBENLOG-NEWRCBNKID  PIC X(11).
      * beneficiary account and bank submitted / applied / used
           06 TFSBENLOG-COMMENT     PIC X(50).
      * REJ - checker's comment
           06 TFSBENLOG-FILLER      PIC X(46).
      * reserved
