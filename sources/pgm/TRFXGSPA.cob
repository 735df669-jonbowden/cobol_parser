      *                                   COUNTER WAS RESTARTING AT 1
      *                                   EVERY RUN AND DUPLICATING
      *                                   PRIOR SEQNOS.
      *  GPIOVR - RISKOPS   - 15/10/2026 - A GPISTPSW LOOKUP THAT
      *                                   NAMES A BANK ENTITY (AND
      *                                   OPTIONALLY A PROCESSING UNIT)
      *                                   HAS THAT ENTITY'S/UNIT'S
      *                                   TFSGPIOVR OVERRIDES LAID OVER
      *                                   THE GLOBAL VALUE, SO A SWITCH
      *                                   CAN BE CHANGED FOR ONE ENTITY
      *                                   WITHOUT AFFECTING THE REST.
      *---------------------------------------------------------------*
       EJECT
      **********************
PARHST     SELECT TFSGSYSPAH ASSIGN TO DATABASE-TFSGSYSPAH
PARHST            ORGANIZATION      IS SEQUENTIAL
PARHST            FILE STATUS       IS WK-C-FILE-STATUS.
GPIOVR     SELECT TFSGPIOVR ASSIGN TO DATABASE-TFSGPIOVR
GPIOVR            ORGANIZATION      IS INDEXED
GPIOVR            ACCESS MODE       IS RANDOM
GPIOVR            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
GPIOVR            FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
PARHST     COPY DDS-ALL-FORMATS OF TFSGSYSPAH.
PARHST 01  TFSGSYSPAH-REC-1.
PARHST     COPY TFSGSYSPAH.
GPIOVR FD  TFSGPIOVR
GPIOVR     LABEL RECORDS ARE OMITTED
GPIOVR     DATA RECORD IS TFSGPIOVR-REC.
GPIOVR 01  TFSGPIOVR-REC.
GPIOVR     COPY DDS-ALL-FORMATS OF TFSGPIOVR.
GPIOVR 01  TFSGPIOVR-REC-1.
GPIOVR     COPY TFSGPIOVR.

      *************************
       WORKING-STORAGE SECTION.
PARHST     05  WK-N-PARHST-TODAY-DTE  PIC S9(08) VALUE ZERO.
PARHST     05  WK-C-PARHST-OLDVALU    PIC X(60).

GPIOVR*------------------------------------------------------------
GPIOVR* PER-ENTITY GPISTPSW OVERRIDE WORKING STORAGE
GPIOVR*------------------------------------------------------------
GPIOVR 01  WK-C-GPIOVR-WORK-AREA.
GPIOVR     05  WK-C-GPIOVR-PARCD      PIC X(10) VALUE "GPISTPSW".
GPIOVR     05  WK-N-GPIOVR-IX         PIC S9(04) COMP VALUE ZERO.

       EJECT
       LINKAGE SECTION.
      *****************
           IF TFSGSYSPA-ATTRIBUT = "N"
               MOVE TFSGSYSPA-PARAVALU TO WK-N-XGSPA-GHPARNUM.

GPIOVR     IF  WK-C-XGSPA-GHPARCD = WK-C-GPIOVR-PARCD
GPIOVR         AND WK-C-XGSPA-IN-BNKENTITY NOT = SPACES
GPIOVR         PERFORM A200-ENTITY-OVERRIDE
GPIOVR            THRU A299-ENTITY-OVERRIDE-EX
GPIOVR     END-IF.

PARHST     GO TO A099-MAIN-PROCESSING-EX.

PARHST*---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

GPIOVR*---------------------------------------------------------------*
GPIOVR A200-ENTITY-OVERRIDE.
GPIOVR*---------------------------------------------------------------*
GPIOVR* LAYS THE ENTITY'S TFSGPIOVR ROW, THEN THE PROCESSING UNIT'S
GPIOVR* ROW, OVER THE GLOBAL GPISTPSW VALUE. A BLANK SWITCH BYTE ON AN
GPIOVR* OVERRIDE LEAVES THE VALUE UNDERNEATH IN PLACE. NO OVERRIDE
GPIOVR* FILE OR NO ROW SIMPLY MEANS THE GLOBAL VALUE STANDS.
GPIOVR*---------------------------------------------------------------*
GPIOVR     OPEN INPUT TFSGPIOVR.
GPIOVR     IF  NOT WK-C-SUCCESSFUL
GPIOVR         GO TO A299-ENTITY-OVERRIDE-EX.
GPIOVR
GPIOVR     INITIALIZE                          TFSGPIOVR-REC-1.
GPIOVR     MOVE    WK-C-XGSPA-IN-BNKENTITY TO    TFSGPIOVR-BNKENTITY.
GPIOVR     MOVE    SPACES                  TO    TFSGPIOVR-PROCUNIT.
GPIOVR     READ TFSGPIOVR KEY IS EXTERNALLY-DESCRIBED-KEY.
GPIOVR     IF  WK-C-SUCCESSFUL
GPIOVR         MOVE "E"                    TO    WK-C-XGSPA-OVRLVL
GPIOVR         PERFORM A210-LAY-OVERRIDE
GPIOVR            THRU A219-LAY-OVERRIDE-EX
GPIOVR                 VARYING WK-N-GPIOVR-IX FROM 1 BY 1
GPIOVR                 UNTIL WK-N-GPIOVR-IX > 20
GPIOVR     END-IF.
GPIOVR
GPIOVR     IF  WK-C-XGSPA-IN-PROCUNIT NOT = SPACES
GPIOVR         INITIALIZE                      TFSGPIOVR-REC-1
GPIOVR         MOVE WK-C-XGSPA-IN-BNKENTITY TO TFSGPIOVR-BNKENTITY
GPIOVR         MOVE WK-C-XGSPA-IN-PROCUNIT TO  TFSGPIOVR-PROCUNIT
GPIOVR         READ TFSGPIOVR KEY IS EXTERNALLY-DESCRIBED-KEY
GPIOVR         IF  WK-C-SUCCESSFUL
GPIOVR             MOVE "P"                TO    WK-C-XGSPA-OVRLVL
GPIOVR             PERFORM A210-LAY-OVERRIDE
GPIOVR                THRU A219-LAY-OVERRIDE-EX
GPIOVR                     VARYING WK-N-GPIOVR-IX FROM 1 BY 1
GPIOVR                     UNTIL WK-N-GPIOVR-IX > 20
GPIOVR         END-IF
GPIOVR     END-IF.
GPIOVR
GPIOVR     CLOSE TFSGPIOVR.
GPIOVR
GPIOVR A299-ENTITY-OVERRIDE-EX.
GPIOVR     EXIT.
GPIOVR
GPIOVR A210-LAY-OVERRIDE.
GPIOVR     IF  TFSGPIOVR-SWOVR (WK-N-GPIOVR-IX:1) NOT = SPACE
GPIOVR         MOVE TFSGPIOVR-SWOVR (WK-N-GPIOVR-IX:1)
GPIOVR           TO WK-C-XGSPA-GHPARVAL (WK-N-GPIOVR-IX:1).
GPIOVR
GPIOVR A219-LAY-OVERRIDE-EX.
GPIOVR     EXIT.
      
       Y900-ABNORMAL-TERMINATION.
           PERFORM Z000-END-PROGRAM-ROUTINE
