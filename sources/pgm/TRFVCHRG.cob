      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  CONC01 - RISKOPS   - 15/10/2026 - CUSTOMER CHARGE
      *                        CONCESSIONS: A BEN/SHA CHARGE IS
      *                        REDUCED BY THE TFSCHGCON CONCESSION IN
      *                        FORCE FOR THE CREDIT ACCOUNT (ELSE ITS
      *                        CIF) - FREE WITHIN THE MONTHLY
      *                        ALLOWANCE (TFSCHGCNU), THEN WAIVED,
      *                        FLAT OR DISCOUNTED. THE CONCESSION AND
      *                        THE TARIFF INCOME FORGONE GO ON
      *                        TFSCHGLOG. THE CREDIT ACCOUNT'S CASA
      *                        ROW IS NOW READ EVEN WHEN THE CALLER
      *                        SUPPLIES THE SEGMENT, FOR THE CIF.
      *---------------------------------------------------------------*
      *  GSTCH2 - RISKOPS   - 02/09/2026 - THE EFFECTIVE-DATED RATE
      *                        PICK NOW KEEPS THE HIGHEST EFFDTE ON
      *                        OR BEFORE TODAY, NOT THE LAST ROW IN
CHG71B     SELECT TFSCLSYS ASSIGN TO DATABASE-TFSCLSYS
CHG71B            ORGANIZATION      IS SEQUENTIAL
CHG71B            FILE STATUS       IS WK-C-FILE-STATUS.
CONC01     SELECT TFSCHGCON ASSIGN TO DATABASE-TFSCHGCON
CONC01            ORGANIZATION      IS INDEXED
CONC01            ACCESS MODE       IS RANDOM
CONC01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
CONC01            FILE STATUS       IS WK-C-FILE-STATUS.
CONC01     SELECT TFSCHGCNU ASSIGN TO DATABASE-TFSCHGCNU
CONC01            ORGANIZATION      IS INDEXED
CONC01            ACCESS MODE       IS RANDOM
CONC01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
CONC01            FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
CHG71B     COPY DDS-ALL-FORMATS OF TFSCLSYS.
CHG71B 01  TFSCLSYS-REC-1.
CHG71B     COPY TFSCLSYS.
CONC01 FD  TFSCHGCON
CONC01     LABEL RECORDS ARE OMITTED
CONC01     DATA RECORD IS TFSCHGCON-REC.
CONC01 01  TFSCHGCON-REC.
CONC01     COPY DDS-ALL-FORMATS OF TFSCHGCON.
CONC01 01  TFSCHGCON-REC-1.
CONC01     COPY TFSCHGCON.
CONC01 FD  TFSCHGCNU
CONC01     LABEL RECORDS ARE OMITTED
CONC01     DATA RECORD IS TFSCHGCNU-REC.
CONC01 01  TFSCHGCNU-REC.
CONC01     COPY DDS-ALL-FORMATS OF TFSCHGCNU.
CONC01 01  TFSCHGCNU-REC-1.
CONC01     COPY TFSCHGCNU.

      *************************
       WORKING-STORAGE SECTION.
GSTCHG 01  WS-GST-AMT          PIC S9(09)V9(02) VALUE ZERO.
GSTCHG 01  WS-GST-EOF-SW       PIC X(01) VALUE "N".
GSTCHG     88 WS-GST-EOF                  VALUE "Y".
CONC01 01  WS-CIFNO            PIC X(19) VALUE SPACES.
CONC01 01  WS-CON-ACCNO        PIC X(19) VALUE SPACES.
CONC01 01  WS-CON-FOUND-SW     PIC X(01) VALUE "N".
CONC01     88 WS-CON-FOUND                VALUE "Y".
CONC01 01  WS-CON-CONTYP       PIC X(01) VALUE SPACES.
CONC01 01  WS-CON-CONREF       PIC X(19) VALUE SPACES.
CONC01 01  WS-CON-CONIND       PIC X(01) VALUE SPACES.
CONC01 01  WS-TRF-CHGAMT       PIC S9(09)V9(02) VALUE ZERO.
CONC01 01  WS-FGN-AMT          PIC S9(09)V9(02) VALUE ZERO.
CONC01 01  WS-USE-MTH          PIC 9(06) VALUE ZEROES.

       EJECT
       LINKAGE SECTION.

CHG71B*    A CALLER-SUPPLIED SEGMENT IS HONOURED AS-IS; OTHERWISE
CHG71B*    DERIVE IT FROM THE CREDIT ACCOUNT'S CASA MASTER ROW.
CONC01*    THE ROW IS READ EITHER WAY FOR THE CUSTOMER'S CIF, WHICH
CONC01*    THE CHARGE CONCESSION LOOKUP NEEDS.
CHG71B     MOVE     WK-C-CHRG-SEGCDE    TO WS-SEGCDE.
CONC01     MOVE     SPACES              TO WS-CIFNO
CONC01                                     WS-CON-ACCNO.
CONC01     IF       WK-C-CHRG-CRACC NOT = SPACES
CHG71B              PERFORM A050-DERIVE-SEGMENT
CHG71B                 THRU A059-DERIVE-SEGMENT-EX
CHG71B     END-IF.
CHG71B     IF       WS-ACCNO-X NOT NUMERIC
CHG71B              GO TO A059-DERIVE-SEGMENT-EX.
CHG71B     MOVE     WS-ACCNO-X          TO WS-ACCNO-N.
CONC01     MOVE     WS-ACCNO-X          TO WS-CON-ACCNO.
CHG71B
CHG71B     MOVE     SPACES              TO WS-LCL-CUYCD.
CHG71B     OPEN     INPUT TFSCLSYS.
CHG71B     MOVE     WS-ACCNO-N          TO ACCNO  OF TLSICLSA-REC.
CHG71B     READ     TLSICLSA KEY IS EXTERNALLY-DESCRIBED-KEY.
CHG71B     IF       WK-C-SUCCESSFUL
CONC01              MOVE CIFNO OF TLSICLSA-REC TO WS-CIFNO
CONC01              IF WS-SEGCDE = SPACE
CHG71B              MOVE SEGCODE OF TLSICLSA-REC TO WS-SEGCDE
CONC01              END-IF
CONC01     END-IF.
CHG71B     CLOSE    TLSICLSA.
CHG71B
CHG71B A053-READ-SAVINGS-MASTER-EX.
CHG71B     MOVE     WS-ACCNO-N          TO ACCNO  OF TLSICLCA-REC.
CHG71B     READ     TLSICLCA KEY IS EXTERNALLY-DESCRIBED-KEY.
CHG71B     IF       WK-C-SUCCESSFUL
CONC01              MOVE CIFNO OF TLSICLCA-REC TO WS-CIFNO
CONC01              IF WS-SEGCDE = SPACE
CHG71B              MOVE SEGCODE OF TLSICLCA-REC TO WS-SEGCDE
CONC01              END-IF
CONC01     END-IF.
CHG71B     CLOSE    TLSICLCA.
CHG71B
CHG71B A055-READ-CURRENT-MASTER-EX.
                    AND WS-CHGAMT > TFSCHGTRF-MAXAMT
                    MOVE TFSCHGTRF-MAXAMT TO WS-CHGAMT.

CONC01*    A CONCESSION ONLY EVER REDUCES THE BENEFICIARY'S OWN
CONC01*    CHARGE - AN OUR RECEIVABLE IS THE SENDING BANK'S.
CONC01     MOVE     WS-CHGAMT           TO WS-TRF-CHGAMT.
CONC01     MOVE     ZERO                TO WS-FGN-AMT.
CONC01     MOVE     SPACES              TO WS-CON-CONTYP
CONC01                                     WS-CON-CONREF
CONC01                                     WS-CON-CONIND.
CONC01     IF       WS-CHGOPT NOT = "OUR"
CONC01              AND WS-CHGAMT > ZERO
CONC01              PERFORM C200-APPLY-CONCESSION
CONC01                 THRU C299-APPLY-CONCESSION-EX
CONC01     END-IF.

           MOVE     WS-CHGAMT           TO WK-N-CHRG-CHGAMT.

           IF       WS-CHGOPT = "OUR"
       C099-COMPUTE-CHARGE-EX.
           EXIT.

CONC01*---------------------------------------------------------------*
CONC01 C200-APPLY-CONCESSION.
CONC01*---------------------------------------------------------------*
CONC01*    THE CREDIT ACCOUNT'S OWN CONCESSION FIRST, THEN THE
CONC01*    CUSTOMER'S CIF-WIDE ONE - ONLY A ROW IN FORCE TODAY
CONC01*    COUNTS. BEST-EFFORT LIKE THE SEGMENT: NO FILE OR NO ROW
CONC01*    LEAVES THE TARIFF CHARGE AS IT IS.
CONC01*---------------------------------------------------------------*
CONC01     MOVE     "N"                 TO WS-CON-FOUND-SW.
CONC01     OPEN     INPUT TFSCHGCON.
CONC01     IF       NOT WK-C-SUCCESSFUL
CONC01              GO TO C299-APPLY-CONCESSION-EX.
CONC01     IF       WS-CON-ACCNO NOT = SPACES
CONC01              MOVE "A"            TO WS-CON-CONTYP
CONC01              MOVE WS-CON-ACCNO   TO WS-CON-CONREF
CONC01              PERFORM C210-READ-CONCESSION
CONC01                 THRU C219-READ-CONCESSION-EX
CONC01     END-IF.
CONC01     IF       NOT WS-CON-FOUND
CONC01              AND WS-CIFNO NOT = SPACES
CONC01              MOVE "C"            TO WS-CON-CONTYP
CONC01              MOVE WS-CIFNO       TO WS-CON-CONREF
CONC01              PERFORM C210-READ-CONCESSION
CONC01                 THRU C219-READ-CONCESSION-EX
CONC01     END-IF.
CONC01     CLOSE    TFSCHGCON.
CONC01     IF       NOT WS-CON-FOUND
CONC01              MOVE SPACES         TO WS-CON-CONTYP
CONC01                                     WS-CON-CONREF
CONC01              GO TO C299-APPLY-CONCESSION-EX.
CONC01
CONC01*    THE MONTHLY FREE ITEMS ARE USED UP BEFORE THE MODE APPLIES.
CONC01     IF       TFSCHGCON-FREEITEMS > ZERO
CONC01              PERFORM C220-USE-ALLOWANCE
CONC01                 THRU C229-USE-ALLOWANCE-EX
CONC01     END-IF.
CONC01     IF       WS-CON-CONIND = "A"
CONC01              MOVE ZERO           TO WS-CHGAMT
CONC01              GO TO C290-FORGONE.
CONC01
CONC01     EVALUATE TFSCHGCON-CONMODE
CONC01         WHEN "W"
CONC01              MOVE ZERO           TO WS-CHGAMT
CONC01         WHEN "F"
CONC01              IF TFSCHGCON-FLATAMT < WS-CHGAMT
CONC01                 MOVE TFSCHGCON-FLATAMT TO WS-CHGAMT
CONC01              END-IF
CONC01         WHEN "P"
CONC01              COMPUTE WS-CHGAMT ROUNDED =
CONC01                      WS-CHGAMT * (100 - TFSCHGCON-DISCPCT)
CONC01                      / 100
CONC01         WHEN OTHER
CONC01              CONTINUE
CONC01     END-EVALUATE.
CONC01     IF       WS-CHGAMT < ZERO
CONC01              MOVE ZERO           TO WS-CHGAMT.
CONC01     MOVE     TFSCHGCON-CONMODE   TO WS-CON-CONIND.
CONC01
CONC01 C290-FORGONE.
CONC01     COMPUTE  WS-FGN-AMT = WS-TRF-CHGAMT - WS-CHGAMT.
CONC01
CONC01 C299-APPLY-CONCESSION-EX.
CONC01     EXIT.
CONC01
CONC01 C210-READ-CONCESSION.
CONC01     INITIALIZE                   TFSCHGCON-REC-1.
CONC01     MOVE     WS-CON-CONTYP       TO TFSCHGCON-CONTYP.
CONC01     MOVE     WS-CON-CONREF       TO TFSCHGCON-CONREF.
CONC01     READ     TFSCHGCON KEY IS EXTERNALLY-DESCRIBED-KEY.
CONC01     IF       NOT WK-C-SUCCESSFUL
CONC01              GO TO C219-READ-CONCESSION-EX.
CONC01     IF       TFSCHGCON-EFFDTE > WS-DATE-8
CONC01              GO TO C219-READ-CONCESSION-EX.
CONC01     IF       TFSCHGCON-EXPDTE NOT = ZERO
CONC01              AND TFSCHGCON-EXPDTE < WS-DATE-8
CONC01              GO TO C219-READ-CONCESSION-EX.
CONC01     MOVE     "Y"                 TO WS-CON-FOUND-SW.
CONC01
CONC01 C219-READ-CONCESSION-EX.
CONC01     EXIT.
CONC01
CONC01 C220-USE-ALLOWANCE.
CONC01*    NO USAGE FILE = NO ALLOWANCE - THE MODE STILL APPLIES.
CONC01     COMPUTE  WS-USE-MTH = WS-DATE-8 / 100.
CONC01     OPEN     I-O TFSCHGCNU.
CONC01     IF       NOT WK-C-SUCCESSFUL
CONC01              GO TO C229-USE-ALLOWANCE-EX.
CONC01     INITIALIZE                   TFSCHGCNU-REC-1.
CONC01     MOVE     WS-CON-CONTYP       TO TFSCHGCNU-CONTYP.
CONC01     MOVE     WS-CON-CONREF       TO TFSCHGCNU-CONREF.
CONC01     MOVE     WS-USE-MTH          TO TFSCHGCNU-USEMTH.
CONC01     READ     TFSCHGCNU KEY IS EXTERNALLY-DESCRIBED-KEY.
CONC01     IF       WK-C-SUCCESSFUL
CONC01              IF TFSCHGCNU-USECNT < TFSCHGCON-FREEITEMS
CONC01                 ADD 1            TO TFSCHGCNU-USECNT
CONC01                 REWRITE TFSCHGCNU-REC-1
CONC01                 IF WK-C-SUCCESSFUL
CONC01                    MOVE "A"      TO WS-CON-CONIND
CONC01                 END-IF
CONC01              END-IF
CONC01     ELSE
CONC01              INITIALIZE          TFSCHGCNU-REC-1
CONC01              MOVE WS-CON-CONTYP  TO TFSCHGCNU-CONTYP
CONC01              MOVE WS-CON-CONREF  TO TFSCHGCNU-CONREF
CONC01              MOVE WS-USE-MTH     TO TFSCHGCNU-USEMTH
CONC01              MOVE 1              TO TFSCHGCNU-USECNT
CONC01              WRITE TFSCHGCNU-REC-1
CONC01              IF WK-C-SUCCESSFUL
CONC01                 MOVE "A"         TO WS-CON-CONIND
CONC01              END-IF
CONC01     END-IF.
CONC01     CLOSE    TFSCHGCNU.
CONC01
CONC01 C229-USE-ALLOWANCE-EX.
CONC01     EXIT.
CONC01
GSTCHG*---------------------------------------------------------------*
GSTCHG C500-SPLIT-GST.
GSTCHG*---------------------------------------------------------------*
           MOVE     WS-DATE-8           TO TFSCHGLOG-LOGDTE.
GSTCHG     MOVE     WS-GST-AMT          TO TFSCHGLOG-GSTAMT.
GSTCHG     MOVE     WK-C-CHRG-BNKENTITY TO TFSCHGLOG-BNKENTITY.
CONC01     MOVE     WS-CON-CONTYP       TO TFSCHGLOG-CONTYP.
CONC01     MOVE     WS-CON-CONREF       TO TFSCHGLOG-CONREF.
CONC01     MOVE     WS-CON-CONIND       TO TFSCHGLOG-CONIND.
CONC01     MOVE     WS-FGN-AMT          TO TFSCHGLOG-FGNAMT.

           WRITE    TFSCHGLOG-REC-1.
           IF       NOT WK-C-SUCCESSFUL
