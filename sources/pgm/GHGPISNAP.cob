000330*  |        |          |          | switch setting.              |
000335*  |SYSM    |09/08/2026| IAFTRJ1  | Also show IAFT auto-reject   |
000336*  |        |          |          | reason code/desc detail.     |
000337*  |RISKOPS |15/10/2026| GPIOVR   | Show effective setting per   |
000338*  |        |          |          | TFSGPIOVR entity/unit; A300  |
000339*  |        |          |          | no longer runs twice.        |
000340*  --------------------------------------------------------------------
000350  EJECT
000360
000550  INPUT-OUTPUT SECTION.
000560  FILE-CONTROL.
000570
000571      SELECT TFSGPIOVR ASSIGN TO DATABASE-TFSGPIOVR
000572             ORGANIZATION      IS INDEXED
000573             ACCESS MODE       IS SEQUENTIAL
000574             RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
000575             FILE STATUS       IS WS-OVR-FILE-STATUS.
000580  DATA DIVISION.
000590  FILE SECTION.
000591  FD  TFSGPIOVR
000592      LABEL RECORDS ARE OMITTED.
000593  01  TFSGPIOVR-REC.
000594      COPY DDS-ALL-FORMATS OF TFSGPIOVR.
000595  01  TFSGPIOVR-REC-1.
000596      COPY TFSGPIOVR.
000600  WORKING-STORAGE SECTION.
000610  01  F                       PIC  X(024) VALUE
000620      "** PROGRAM GHGPISNAP **".
000830
000840*  ------------------ STANDARD SYSTEM PARAMETER LOOKUP ----------------
000850  COPY XGSPA.
000851
000852*  ------------------ PER-ENTITY OVERRIDE LISTING ----------------
000853  01  WS-OVR-FILE-STATUS      PIC X(02)  VALUE SPACES.
000854  01  WS-OVR-EOF-SW           PIC X(01)  VALUE "N".
000855  01  WS-OVR-CNT              PIC S9(05) COMP VALUE ZERO.
000856  01  WS-SW-IX                PIC S9(04) COMP VALUE ZERO.
000860
000861  01  WS-OVR-LINE.
000862      05  WS-OL-ENTITY        PIC X(02).
000863      05  FILLER              PIC X(02).
000864      05  WS-OL-PROCUNIT      PIC X(03).
000865      05  FILLER              PIC X(02).
000866      05  WS-OL-SW            OCCURS 12.
000867          10  WS-OL-VAL       PIC X(01).
000868          10  WS-OL-MRK       PIC X(01).
000869          10  FILLER          PIC X(01).
000870  PROCEDURE DIVISION.
000880
000890  MAIN-MODULE.
001020
001030      PERFORM A300-SNAPSHOT-SWITCHES
001040         THRU A399-SNAPSHOT-SWITCHES-EX.
001041
001042      PERFORM A400-ENTITY-SNAPSHOT
001043         THRU A499-ENTITY-SNAPSHOT-EX.
001044
001045      GO TO A999-START-PROGRAM-ROUTINE-EX.
001050
001060  A300-SNAPSHOT-SWITCHES.
001070*  ------------------------------------------------------------
001580  Y900-ABNORMAL-TERMINATION.
001590      SET UPSI-SWITCH-2 TO ON.
001600      GOBACK.
001610
001620  A400-ENTITY-SNAPSHOT.
001630*  ------------------------------------------------------------
001640*   EFFECTIVE SETTING FOR EVERY ENTITY / PROCESSING UNIT WITH A
001650*   TFSGPIOVR OVERRIDE - THE GLOBAL VALUE ABOVE WITH THE OVERRIDE
001660*   LAID OVER IT BY TRFXGSPA, EXACTLY AS THE STP VALIDATION
001670*   PROGRAMS SEE IT. "*" MARKS A SETTING THAT DIFFERS FROM THE
001680*   GLOBAL ONE. ENTITIES NOT LISTED RUN ON THE GLOBAL SETTING.
001690*  ------------------------------------------------------------
001700      DISPLAY " ".
001710      DISPLAY "EFFECTIVE GPI STP SWITCHES PER ENTITY / UNIT".
001720      DISPLAY "EN  PU   RA SL T5 SC NE NP IB IR UB SI AR FP"
001721              "  REASON".
001730
001740      MOVE    ZERO                     TO      WS-OVR-CNT.
001750      OPEN    INPUT TFSGPIOVR.
001760      IF      WS-OVR-FILE-STATUS NOT = "00"
001770              GO TO A480-ENTITY-SNAPSHOT-END
001780      END-IF.
001790
001800      MOVE    "N"                      TO      WS-OVR-EOF-SW.
001810      PERFORM A410-LIST-OVERRIDE
001820         THRU A419-LIST-OVERRIDE-EX
001830              UNTIL WS-OVR-EOF-SW = "Y".
001840      CLOSE   TFSGPIOVR.
001850
001860  A480-ENTITY-SNAPSHOT-END.
001870      IF      WS-OVR-CNT = ZERO
001880              DISPLAY "  (NO ENTITY OVERRIDES IN FORCE)"
001890      END-IF.
001900      DISPLAY "ALL OTHER ENTITIES / UNITS RUN ON THE GLOBAL "
001901              "SETTING.".
001910      DISPLAY "RA=ROUTE-AGENT SL=STP-LMT-SKP T5=TAG57-VAL "
001920              "SC=SPEC-CUST-LMT NE=IN-OUT-NESTED NP=NO-PAYBNK".
001930      DISPLAY "IB=IAFT-BYPASS-VAL IR=IAFT-AUTO-REJ "
001931              "UB=UPPER-CASE-BIC "
001940              "SI=IO-STAND-INSTR AR=AUTO-RETRY-NAB "
001950              "FP=IN-OUT-FI-PREF-NOS   PU ALL = WHOLE ENTITY".
001960
001970  A499-ENTITY-SNAPSHOT-EX.
001980      EXIT.
001990
002000  A410-LIST-OVERRIDE.
002010      READ    TFSGPIOVR.
002020      IF      WS-OVR-FILE-STATUS NOT = "00"
002030              MOVE "Y"                  TO      WS-OVR-EOF-SW
002040              GO TO A419-LIST-OVERRIDE-EX
002050      END-IF.
002060      ADD     1                        TO      WS-OVR-CNT.
002070
002080      INITIALIZE                       WK-C-XGSPA-RECORD.
002090      MOVE    WS-GPISTPSW-PARCD        TO      WK-C-XGSPA-GHPARCD.
002100      MOVE    TFSGPIOVR-BNKENTITY  TO  WK-C-XGSPA-IN-BNKENTITY.
002110      MOVE    TFSGPIOVR-PROCUNIT   TO  WK-C-XGSPA-IN-PROCUNIT.
002120      CALL "TRFXGSPA"               USING      WK-C-XGSPA-RECORD.
002130
002140      MOVE    SPACES                   TO      WS-OVR-LINE.
002150      MOVE    TFSGPIOVR-BNKENTITY      TO      WS-OL-ENTITY.
002160      MOVE    TFSGPIOVR-PROCUNIT       TO      WS-OL-PROCUNIT.
002170      IF      TFSGPIOVR-PROCUNIT = SPACES
002180              MOVE "ALL"                TO      WS-OL-PROCUNIT
002190      END-IF.
002200      IF      WK-C-XGSPA-ERROR-CD NOT = SPACES
002210              DISPLAY WS-OVR-LINE "GPISTPSW NOT FOUND - ERROR CD "
002220                      WK-C-XGSPA-ERROR-CD
002230              GO TO A419-LIST-OVERRIDE-EX
002240      END-IF.
002250
002260      PERFORM A420-FORMAT-SWITCH
002270         THRU A429-FORMAT-SWITCH-EX
002280              VARYING WS-SW-IX FROM 1 BY 1
002290              UNTIL WS-SW-IX > 12.
002300      DISPLAY WS-OVR-LINE " " TFSGPIOVR-REASON.
002310
002320  A419-LIST-OVERRIDE-EX.
002330      EXIT.
002340
002350  A420-FORMAT-SWITCH.
002360      MOVE    WK-C-XGSPA-GHPARVAL(WS-SW-IX:1)
002370                                       TO  WS-OL-VAL(WS-SW-IX).
002380      IF      WK-C-XGSPA-GHPARVAL(WS-SW-IX:1)
002390                              NOT = WK-GPI-STP-SW(WS-SW-IX:1)
002400              MOVE "*"              TO  WS-OL-MRK(WS-SW-IX)
002410      END-IF.
002420
002430  A429-FORMAT-SWITCH-EX.
002440      EXIT.
