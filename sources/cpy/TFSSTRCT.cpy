      * TFSSTRCT.cpy
      ******************************************************************
      * HISTORY OF MODIFICATION:
      ******************************************************************
      * STRU01 - RISKOPS - 15/10/2026 - New file. Structuring review
      * file written by GHSTRUCT: one row per member item of a group
      * of processed inward payments to the same beneficiary account
      * (or from the same ordering customer) that each sit just under
      * the TFSHVTHR high-value threshold or the regulatory reporting
      * threshold within the rolling window. Compliance reviews the
      * group as a whole; the group fields repeat on every member.
      *------------------------------------------------------------------
           05 TFSSTRCT-RECORD           PIC X(200).
      * I-O FORMAT:TFSSTRCTR FROM FILE TFSSTRCT OF LIBRARY COMDB
      * Structuring review - keyed RUNDTE/GRPNO/PARALNO/SEQNUM.
           05 TFSSTRCTR                 REDEFINES TFSSTRCT-RECORD.
           06 TFSSTRCT-RUNDTE       PIC S9(08).
           06 TFSSTRCT-GRPNO        PIC 9(05).
      * group number within the run
           06 TFSSTRCT-GRPTYP       PIC X(01).
      * B = grouped by beneficiary account (tag 59 account line)
      * O = grouped by ordering customer (tag 50 name)
           06 TFSSTRCT-GRPKEY       PIC X(35).
           06 TFSSTRCT-GRPCNT       PIC 9(05).
      * near-threshold items in the group
           06 TFSSTRCT-GRPLCAMT     PIC S9(15)V9(02).
      * group total in local currency
           06 TFSSTRCT-PARALNO      PIC 9(08).
           06 TFSSTRCT-SEQNUM       PIC 9(02).
           06 TFSSTRCT-PROCDTE      PIC S9(08).
           06 TFSSTRCT-VALDTE       PIC S9(08).
           06 TFSSTRCT-CUYCD        PIC X(03).
           06 TFSSTRCT-AMT          PIC S9(15)V9(02).
           06 TFSSTRCT-LCAMT        PIC S9(15)V9(02).
           06 TFSSTRCT-NEARIND      PIC X(01).
      * H = just under the TFSHVTHR high-value threshold
      * R = just under the regulatory reporting threshold
      * B = just under both
           06 TFSSTRCT-OTHKEY       PIC X(35).
      * the other party - ordering customer on a B group,
      * beneficiary account on an O group
           06 TFSSTRCT-REVSTAT      PIC X(01).
      * space = awaiting compliance review
      * C = cleared   R = referred to the MLRO (TFSREFRL)
           06 TFSSTRCT-REVUSRID     PIC X(10).
           06 TFSSTRCT-REVDTE       PIC S9(08).
           06 TFSSTRCT-FILLER       PIC X(11).
      * reserved
