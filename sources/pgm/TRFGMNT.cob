      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  NOSC01 - RISKOPS   - 15/10/2026 - THE TFSNOSCLS NOSTRO CLOSURE
      *                        PLAN IS MAINTAINED HERE - MAKER AND
      *                        CHECKER ARE RECORDED ON THE LIVE ROW AS
      *                        THE DUAL CONTROL GHNOSRRT REROUTES
      *                        UNDER. A PLAN WITHOUT THE OLD OR THE
      *                        REPLACEMENT ACCOUNT, REPLACING AN
      *                        ACCOUNT BY ITSELF, WITH NO CLOSURE DATE
      *                        (OR A PAST ONE) OR A STATUS OTHER THAN
      *                        P/C IS REFUSED AT SUBMISSION; A PLAN
      *                        ALREADY REROUTED CAN ONLY BE DELETED.
      *---------------------------------------------------------------*
      *  OCUT01 - RISKOPS   - 15/10/2026 - THE TFSCORCUT CORRESPONDENT
      *                        CUTOFF TABLE IS MAINTAINED HERE - THE
      *                        CHECKER IS THE RECORDED APPROVER. A ROW
      *                        WITHOUT A CURRENCY, WITH A CUTOFF OR
      *                        UTC OFFSET THAT IS NOT A TIME, OR AN
      *                        ACTION OTHER THAN R/H/BLANK OR ACTIVE
      *                        FLAG OTHER THAN Y/N IS REFUSED AT
      *                        SUBMISSION.
      *---------------------------------------------------------------*
      *  RMNT01 - RISKOPS   - 15/10/2026 - THE TFSKEYCLI KEY-CLIENT
      *                        REGISTER (RM ALERTS) IS MAINTAINED
      *                        HERE - THE CHECKER IS THE RECORDED
      *                        APPROVER. A ROW WITHOUT A CIF OR AN RM,
      *                        WITH A NEGATIVE THRESHOLD OR AN ACTIVE
      *                        FLAG OTHER THAN Y/N IS REFUSED AT
      *                        SUBMISSION.
      *---------------------------------------------------------------*
      *  CSUC01 - RISKOPS   - 15/10/2026 - THE TFSCUYSUC CURRENCY CODE
      *                        SUCCESSION TABLE IS MAINTAINED HERE -
      *                        THE CHECKER IS THE RECORDED APPROVER. A
      *                        ROW WITHOUT BOTH CODES, SUCCEEDING
      *                        ITSELF, WITH NO RATE OR CUT-OVER DATE,
      *                        OR ENDING ACCEPTANCE BEFORE THE
      *                        CUT-OVER IS REFUSED AT SUBMISSION.
      *---------------------------------------------------------------*
      *  GPIOVR - RISKOPS   - 15/10/2026 - THE TFSGPIOVR PER-ENTITY
      *                        OVERRIDES OF THE GPISTPSW SWITCHES ARE
      *                        MAINTAINED HERE - THE CHECKER IS THE
      *                        RECORDED APPROVER. A ROW WITHOUT AN
      *                        ENTITY, OVERRIDING NOTHING OR WITH A
      *                        SWITCH BYTE OTHER THAN Y/N/BLANK IS
      *                        REFUSED AT SUBMISSION.
      *---------------------------------------------------------------*
      *  ACHN01 - RISKOPS   - 15/10/2026 - EVERY TFSMNTAUD ROW IS
      *                        CHAINED THROUGH TRFXCHN BEFORE IT IS
      *                        WRITTEN (TAMPER EVIDENCE, GHAUDVFY).
      *---------------------------------------------------------------*
      *  ARDR01 - RISKOPS   - 15/10/2026 - THE TFSACCRDR ACCOUNT
      *                        REDIRECTS ARE MAINTAINED HERE - THE
      *                        CHECKER IS THE RECORDED APPROVER. A ROW
      *                        WITH NO OLD OR NEW ACCOUNT, ONE
      *                        REDIRECTING TO ITSELF, AN UNKNOWN REASON
      *                        CODE OR EXPIRING BEFORE IT IS EFFECTIVE
      *                        IS REFUSED AT SUBMISSION.
      *---------------------------------------------------------------*
      *  SETP01 - RISKOPS   - 15/10/2026 - THE TFSSETPRF CUSTOMER
      *                        SETTLEMENT PREFERENCES ARE MAINTAINED
      *                        HERE - THE CHECKER IS THE RECORDED
      *                        APPROVER. A ROW WITH NO CIF, CURRENCY OR
      *                        ACCOUNT, AN UNKNOWN STATUS OR EXPIRING
      *                        BEFORE IT IS EFFECTIVE IS REFUSED AT
      *                        SUBMISSION.
      *---------------------------------------------------------------*
      *  CONC01 - RISKOPS   - 15/10/2026 - THE TFSCHGCON CUSTOMER
      *                        CHARGE CONCESSIONS ARE MAINTAINED
      *                        HERE - THE CHECKER IS THE RECORDED
      *                        APPROVER. A ROW WITH AN UNKNOWN TYPE OR
      *                        MODE, NO REFERENCE, NO RELATIONSHIP
      *                        MANAGER, A DISCOUNT OUTSIDE 0-100 OR
      *                        EXPIRING BEFORE IT IS EFFECTIVE IS
      *                        REFUSED AT SUBMISSION.
      *---------------------------------------------------------------*
      *  H2H001 - RISKOPS   - 15/10/2026 - THE TFSH2HCRP HOST-TO-HOST
      *                        CORPORATE REGISTRATIONS ARE MAINTAINED
      *                        HERE - THE CHECKER IS THE RECORDED
      *                        APPROVER. A ROW WITHOUT A DEBIT ACCOUNT
      *                        OR WITH A STATUS OTHER THAN A/S IS
      *                        REFUSED AT SUBMISSION.
      *---------------------------------------------------------------*
      *  SSI001 - RISKOPS   - 15/10/2026 - THE TFSSSI COUNTERPARTY
      *                        STANDARD SETTLEMENT INSTRUCTIONS ARE
      *                        MAINTAINED HERE - THE CHECKER IS THE
      *                        RECORDED APPROVER. A ROW WITHOUT A
      *                        CORRESPONDENT, WITH AN UNKNOWN PRODUCT
      *                        OR EXPIRING BEFORE IT IS EFFECTIVE IS
      *                        REFUSED AT SUBMISSION.
      *---------------------------------------------------------------*
      *  KWWL01 - RISKOPS   - 15/10/2026 - THE TFSKWWL NARRATIVE
      *                        KEYWORD WATCH-LIST IS MAINTAINED HERE -
      *                        THE CHECKER IS THE RECORDED APPROVER.
      *                        AN EXPIRY BEFORE THE EFFECTIVE DATE IS
      *                        REFUSED AT SUBMISSION.
      *---------------------------------------------------------------*
      *  JURS01 - RISKOPS   - 15/10/2026 - THE TFSJURTRM JURISDICTION
      *                        ADDRESS TERMS (SANCTIONED COUNTRY NAMES
      *                        AND CITIES SCANNED FOR BY TRFVJURS) ARE
      *                        MAINTAINED HERE - THE CHECKER IS THE
      *                        RECORDED APPROVER ON THE LIVE ROW.
      *---------------------------------------------------------------*
      *  MT204X - RISKOPS   - 15/10/2026 - THE TFSDDAUTH MT204 DIRECT
      *                        DEBIT AUTHORITY REGISTER IS MAINTAINED
      *                        HERE - THE CHECKER IS THE RECORDED
      *                        APPROVER ON THE LIVE ROW.
      *---------------------------------------------------------------*
      *  UNATND - RISKOPS   - 02/09/2026 - THE TFSSHIFT SHIFT-SCHEDULE
      *                        TABLE (ATTENDED WINDOWS PER PROCESSING
      *                        UNIT, DRIVING THE VALIDATION DRIVER'S
UNATND            ACCESS MODE       IS RANDOM
UNATND            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
UNATND            FILE STATUS       IS WK-C-FILE-STATUS.
MT204X     SELECT TFSDDAUTH ASSIGN TO DATABASE-TFSDDAUTH
MT204X            ORGANIZATION      IS INDEXED
MT204X            ACCESS MODE       IS RANDOM
MT204X            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
MT204X            FILE STATUS       IS WK-C-FILE-STATUS.
JURS01     SELECT TFSJURTRM ASSIGN TO DATABASE-TFSJURTRM
JURS01            ORGANIZATION      IS INDEXED
JURS01            ACCESS MODE       IS RANDOM
JURS01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
JURS01            FILE STATUS       IS WK-C-FILE-STATUS.
KWWL01     SELECT TFSKWWL ASSIGN TO DATABASE-TFSKWWL
KWWL01            ORGANIZATION      IS INDEXED
KWWL01            ACCESS MODE       IS RANDOM
KWWL01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
KWWL01            FILE STATUS       IS WK-C-FILE-STATUS.
SSI001     SELECT TFSSSI ASSIGN TO DATABASE-TFSSSI
SSI001            ORGANIZATION      IS INDEXED
SSI001            ACCESS MODE       IS RANDOM
SSI001            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
SSI001            FILE STATUS       IS WK-C-FILE-STATUS.
H2H001     SELECT TFSH2HCRP ASSIGN TO DATABASE-TFSH2HCRP
H2H001            ORGANIZATION      IS INDEXED
H2H001            ACCESS MODE       IS RANDOM
H2H001            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
H2H001            FILE STATUS       IS WK-C-FILE-STATUS.
CONC01     SELECT TFSCHGCON ASSIGN TO DATABASE-TFSCHGCON
CONC01            ORGANIZATION      IS INDEXED
CONC01            ACCESS MODE       IS RANDOM
CONC01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
CONC01            FILE STATUS       IS WK-C-FILE-STATUS.
SETP01     SELECT TFSSETPRF ASSIGN TO DATABASE-TFSSETPRF
SETP01            ORGANIZATION      IS INDEXED
SETP01            ACCESS MODE       IS RANDOM
SETP01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
SETP01            FILE STATUS       IS WK-C-FILE-STATUS.
ARDR01     SELECT TFSACCRDR ASSIGN TO DATABASE-TFSACCRDR
ARDR01            ORGANIZATION      IS INDEXED
ARDR01            ACCESS MODE       IS RANDOM
ARDR01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
ARDR01            FILE STATUS       IS WK-C-FILE-STATUS.
GPIOVR     SELECT TFSGPIOVR ASSIGN TO DATABASE-TFSGPIOVR
GPIOVR            ORGANIZATION      IS INDEXED
GPIOVR            ACCESS MODE       IS RANDOM
GPIOVR            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
GPIOVR            FILE STATUS       IS WK-C-FILE-STATUS.
CSUC01     SELECT TFSCUYSUC ASSIGN TO DATABASE-TFSCUYSUC
CSUC01            ORGANIZATION      IS INDEXED
CSUC01            ACCESS MODE       IS RANDOM
CSUC01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
CSUC01            FILE STATUS       IS WK-C-FILE-STATUS.
RMNT01     SELECT TFSKEYCLI ASSIGN TO DATABASE-TFSKEYCLI
RMNT01            ORGANIZATION      IS INDEXED
RMNT01            ACCESS MODE       IS RANDOM
RMNT01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
RMNT01            FILE STATUS       IS WK-C-FILE-STATUS.
OCUT01     SELECT TFSCORCUT ASSIGN TO DATABASE-TFSCORCUT
OCUT01            ORGANIZATION      IS INDEXED
OCUT01            ACCESS MODE       IS RANDOM
OCUT01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
OCUT01            FILE STATUS       IS WK-C-FILE-STATUS.
NOSC01     SELECT TFSNOSCLS ASSIGN TO DATABASE-TFSNOSCLS
NOSC01            ORGANIZATION      IS INDEXED
NOSC01            ACCESS MODE       IS RANDOM
NOSC01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
NOSC01            FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
UNATND     COPY DDS-ALL-FORMATS OF TFSSHIFT.
UNATND 01  TFSSHIFT-REC-1.
UNATND     COPY TFSSHIFT.
MT204X FD  TFSDDAUTH
MT204X     LABEL RECORDS ARE OMITTED
MT204X     DATA RECORD IS TFSDDAUTH-REC.
MT204X 01  TFSDDAUTH-REC.
MT204X     COPY DDS-ALL-FORMATS OF TFSDDAUTH.
MT204X 01  TFSDDAUTH-REC-1.
MT204X     COPY TFSDDAUTH.
JURS01 FD  TFSJURTRM
JURS01     LABEL RECORDS ARE OMITTED
JURS01     DATA RECORD IS TFSJURTRM-REC.
JURS01 01  TFSJURTRM-REC.
JURS01     COPY DDS-ALL-FORMATS OF TFSJURTRM.
JURS01 01  TFSJURTRM-REC-1.
JURS01     COPY TFSJURTRM.
KWWL01 FD  TFSKWWL
KWWL01     LABEL RECORDS ARE OMITTED
KWWL01     DATA RECORD IS TFSKWWL-REC.
KWWL01 01  TFSKWWL-REC.
KWWL01     COPY DDS-ALL-FORMATS OF TFSKWWL.
KWWL01 01  TFSKWWL-REC-1.
KWWL01     COPY TFSKWWL.
SSI001 FD  TFSSSI
SSI001     LABEL RECORDS ARE OMITTED
SSI001     DATA RECORD IS TFSSSI-REC.
SSI001 01  TFSSSI-REC.
SSI001     COPY DDS-ALL-FORMATS OF TFSSSI.
SSI001 01  TFSSSI-REC-1.
SSI001     COPY TFSSSI.
H2H001 FD  TFSH2HCRP
H2H001     LABEL RECORDS ARE OMITTED
H2H001     DATA RECORD IS TFSH2HCRP-REC.
H2H001 01  TFSH2HCRP-REC.
H2H001     COPY DDS-ALL-FORMATS OF TFSH2HCRP.
H2H001 01  TFSH2HCRP-REC-1.
H2H001     COPY TFSH2HCRP.
CONC01 FD  TFSCHGCON
CONC01     LABEL RECORDS ARE OMITTED
CONC01     DATA RECORD IS TFSCHGCON-REC.
CONC01 01  TFSCHGCON-REC.
CONC01     COPY DDS-ALL-FORMATS OF TFSCHGCON.
CONC01 01  TFSCHGCON-REC-1.
CONC01     COPY TFSCHGCON.
SETP01 FD  TFSSETPRF
SETP01     LABEL RECORDS ARE OMITTED
SETP01     DATA RECORD IS TFSSETPRF-REC.
SETP01 01  TFSSETPRF-REC.
SETP01     COPY DDS-ALL-FORMATS OF TFSSETPRF.
SETP01 01  TFSSETPRF-REC-1.
SETP01     COPY TFSSETPRF.
ARDR01 FD  TFSACCRDR
ARDR01     LABEL RECORDS ARE OMITTED
ARDR01     DATA RECORD IS TFSACCRDR-REC.
ARDR01 01  TFSACCRDR-REC.
ARDR01     COPY DDS-ALL-FORMATS OF TFSACCRDR.
ARDR01 01  TFSACCRDR-REC-1.
ARDR01     COPY TFSACCRDR.
GPIOVR FD  TFSGPIOVR
GPIOVR     LABEL RECORDS ARE OMITTED
GPIOVR     DATA RECORD IS TFSGPIOVR-REC.
GPIOVR 01  TFSGPIOVR-REC.
GPIOVR     COPY DDS-ALL-FORMATS OF TFSGPIOVR.
GPIOVR 01  TFSGPIOVR-REC-1.
GPIOVR     COPY TFSGPIOVR.
CSUC01 FD  TFSCUYSUC
CSUC01     LABEL RECORDS ARE OMITTED
CSUC01     DATA RECORD IS TFSCUYSUC-REC.
CSUC01 01  TFSCUYSUC-REC.
CSUC01     COPY DDS-ALL-FORMATS OF TFSCUYSUC.
CSUC01 01  TFSCUYSUC-REC-1.
CSUC01     COPY TFSCUYSUC.
RMNT01 FD  TFSKEYCLI
RMNT01     LABEL RECORDS ARE OMITTED
RMNT01     DATA RECORD IS TFSKEYCLI-REC.
RMNT01 01  TFSKEYCLI-REC.
RMNT01     COPY DDS-ALL-FORMATS OF TFSKEYCLI.
RMNT01 01  TFSKEYCLI-REC-1.
RMNT01     COPY TFSKEYCLI.
OCUT01 FD  TFSCORCUT
OCUT01     LABEL RECORDS ARE OMITTED
OCUT01     DATA RECORD IS TFSCORCUT-REC.
OCUT01 01  TFSCORCUT-REC.
OCUT01     COPY DDS-ALL-FORMATS OF TFSCORCUT.
OCUT01 01  TFSCORCUT-REC-1.
OCUT01     COPY TFSCORCUT.
NOSC01 FD  TFSNOSCLS
NOSC01     LABEL RECORDS ARE OMITTED
NOSC01     DATA RECORD IS TFSNOSCLS-REC.
NOSC01 01  TFSNOSCLS-REC.
NOSC01     COPY DDS-ALL-FORMATS OF TFSNOSCLS.
NOSC01 01  TFSNOSCLS-REC-1.
NOSC01     COPY TFSNOSCLS.

      *************************
       WORKING-STORAGE SECTION.
       COPY ASCMWS.

AUTH01 COPY AUTH.
ACHN01 COPY XCHN.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
       01  WS-LIVE-EXISTS-SW   PIC X(01).
           88 WS-LIVE-EXISTS              VALUE "Y".
       77  WS-NEXT-MNTID       PIC 9(08) VALUE ZEROES.
GPIOVR 77  WS-OVR-YN-CNT       PIC S9(04) COMP VALUE ZERO.
GPIOVR 77  WS-OVR-SP-CNT       PIC S9(04) COMP VALUE ZERO.

       EJECT
       LINKAGE SECTION.
SCRSUP              AND WK-C-MNT-FILENAME NOT = "TFSSCRSUP"
TLXKEY              AND WK-C-MNT-FILENAME NOT = "TFSTKEY"
UNATND              AND WK-C-MNT-FILENAME NOT = "TFSSHIFT"
MT204X              AND WK-C-MNT-FILENAME NOT = "TFSDDAUTH"
JURS01              AND WK-C-MNT-FILENAME NOT = "TFSJURTRM"
KWWL01              AND WK-C-MNT-FILENAME NOT = "TFSKWWL"
SSI001              AND WK-C-MNT-FILENAME NOT = "TFSSSI"
H2H001              AND WK-C-MNT-FILENAME NOT = "TFSH2HCRP"
CONC01              AND WK-C-MNT-FILENAME NOT = "TFSCHGCON"
SETP01              AND WK-C-MNT-FILENAME NOT = "TFSSETPRF"
ARDR01              AND WK-C-MNT-FILENAME NOT = "TFSACCRDR"
GPIOVR              AND WK-C-MNT-FILENAME NOT = "TFSGPIOVR"
CSUC01              AND WK-C-MNT-FILENAME NOT = "TFSCUYSUC"
RMNT01              AND WK-C-MNT-FILENAME NOT = "TFSKEYCLI"
OCUT01              AND WK-C-MNT-FILENAME NOT = "TFSCORCUT"
NOSC01              AND WK-C-MNT-FILENAME NOT = "TFSNOSCLS"
                    MOVE "SUP0026"      TO WK-C-MNT-ERROR-CD
                    GO TO B099-SUBMIT-CHANGE-EX.
           IF       WK-C-MNT-FILEACT NOT = "A"
                    MOVE "SUP0026"      TO WK-C-MNT-ERROR-CD
                    GO TO B099-SUBMIT-CHANGE-EX.

KWWL01*    A WATCH-LIST ENTRY THAT EXPIRES BEFORE IT STARTS WOULD
KWWL01*    NEVER MATCH - REFUSED HERE RATHER THAN APPROVED BLIND.
KWWL01     IF       WK-C-MNT-FILENAME = "TFSKWWL"
KWWL01              AND WK-C-MNT-FILEACT NOT = "D"
KWWL01              MOVE WK-C-MNT-RECDATA TO TFSKWWL-RECORD
KWWL01              IF TFSKWWL-EXPDTE NOT = ZERO
KWWL01                 AND TFSKWWL-EXPDTE < TFSKWWL-EFFDTE
KWWL01                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
KWWL01                 GO TO B099-SUBMIT-CHANGE-EX
KWWL01              END-IF
KWWL01     END-IF.

SSI001*    AN INSTRUCTION WITH NO CORRESPONDENT OR AN UNKNOWN PRODUCT
SSI001*    COULD NOT BE ROUTED ON, AND ONE THAT EXPIRES BEFORE IT
SSI001*    STARTS WOULD NEVER APPLY.
SSI001     IF       WK-C-MNT-FILENAME = "TFSSSI"
SSI001              AND WK-C-MNT-FILEACT NOT = "D"
SSI001              MOVE WK-C-MNT-RECDATA TO TFSSSI-RECORD
SSI001              IF TFSSSI-CORRBIC = SPACES
SSI001                 OR (TFSSSI-PRODCD NOT = "CUS"
SSI001                 AND TFSSSI-PRODCD NOT = "FIN"
SSI001                 AND TFSSSI-PRODCD NOT = "ALL")
SSI001                 OR (TFSSSI-EXPDTE NOT = ZERO
SSI001                 AND TFSSSI-EXPDTE < TFSSSI-EFFDTE)
SSI001                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
SSI001                 GO TO B099-SUBMIT-CHANGE-EX
SSI001              END-IF
SSI001     END-IF.
H2H001*    A CORPORATE WITH NO DEBIT ACCOUNT COULD NOT HAVE ITS FILES
H2H001*    CAPTURED, AND ONLY ACTIVE OR SUSPENDED ARE MEANINGFUL.
H2H001     IF       WK-C-MNT-FILENAME = "TFSH2HCRP"
H2H001              AND WK-C-MNT-FILEACT NOT = "D"
H2H001              MOVE WK-C-MNT-RECDATA TO TFSH2HCRP-RECORD
H2H001              IF TFSH2HCRP-DRACCNO = SPACES
H2H001                 OR (TFSH2HCRP-STATUS NOT = "A"
H2H001                 AND TFSH2HCRP-STATUS NOT = "S")
H2H001                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
H2H001                 GO TO B099-SUBMIT-CHANGE-EX
H2H001              END-IF
H2H001     END-IF.
CONC01*    A CONCESSION MUST SAY WHOSE IT IS, WHAT IT GIVES AND WHICH
CONC01*    RELATIONSHIP MANAGER ANSWERS FOR IT ON THE FORGONE-INCOME
CONC01*    REPORT.
CONC01     IF       WK-C-MNT-FILENAME = "TFSCHGCON"
CONC01              AND WK-C-MNT-FILEACT NOT = "D"
CONC01              MOVE WK-C-MNT-RECDATA TO TFSCHGCON-RECORD
CONC01              IF (TFSCHGCON-CONTYP NOT = "A"
CONC01                 AND TFSCHGCON-CONTYP NOT = "C")
CONC01                 OR TFSCHGCON-CONREF = SPACES
CONC01                 OR TFSCHGCON-RMID = SPACES
CONC01                 OR (TFSCHGCON-CONMODE NOT = "W"
CONC01                 AND TFSCHGCON-CONMODE NOT = "F"
CONC01                 AND TFSCHGCON-CONMODE NOT = "P")
CONC01                 OR TFSCHGCON-DISCPCT < ZERO
CONC01                 OR TFSCHGCON-DISCPCT > 100
CONC01                 OR TFSCHGCON-FLATAMT < ZERO
CONC01                 OR (TFSCHGCON-EXPDTE NOT = ZERO
CONC01                 AND TFSCHGCON-EXPDTE < TFSCHGCON-EFFDTE)
CONC01                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
CONC01                 GO TO B099-SUBMIT-CHANGE-EX
CONC01              END-IF
CONC01     END-IF.
SETP01*    A PREFERENCE MUST NAME THE CUSTOMER, THE CURRENCY AND THE
SETP01*    ACCOUNT TO CREDIT - THE ACCOUNT ITSELF IS CHECKED THROUGH
SETP01*    TRFVCFA ON EVERY PAYMENT.
SETP01     IF       WK-C-MNT-FILENAME = "TFSSETPRF"
SETP01              AND WK-C-MNT-FILEACT NOT = "D"
SETP01              MOVE WK-C-MNT-RECDATA TO TFSSETPRF-RECORD
SETP01              IF TFSSETPRF-CIFNO = SPACES
SETP01                 OR TFSSETPRF-CUYCD = SPACES
SETP01                 OR TFSSETPRF-SETACC = SPACES
SETP01                 OR (TFSSETPRF-STATUS NOT = "A"
SETP01                 AND TFSSETPRF-STATUS NOT = "S")
SETP01                 OR (TFSSETPRF-EXPDTE NOT = ZERO
SETP01                 AND TFSSETPRF-EXPDTE < TFSSETPRF-EFFDTE)
SETP01                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
SETP01                 GO TO B099-SUBMIT-CHANGE-EX
SETP01              END-IF
SETP01     END-IF.
ARDR01*    A REDIRECT MUST SAY FROM WHAT, TO WHAT AND WHY - A ROW
ARDR01*    POINTING AT ITSELF WOULD HIDE THE OLD NUMBER FOR GOOD.
ARDR01     IF       WK-C-MNT-FILENAME = "TFSACCRDR"
ARDR01              AND WK-C-MNT-FILEACT NOT = "D"
ARDR01              MOVE WK-C-MNT-RECDATA TO TFSACCRDR-RECORD
ARDR01              IF TFSACCRDR-OLDACC = SPACES
ARDR01                 OR TFSACCRDR-NEWACC = SPACES
ARDR01                 OR TFSACCRDR-NEWACC = TFSACCRDR-OLDACC
ARDR01                 OR (TFSACCRDR-RSNCD NOT = "M"
ARDR01                 AND TFSACCRDR-RSNCD NOT = "G"
ARDR01                 AND TFSACCRDR-RSNCD NOT = "C")
ARDR01                 OR (TFSACCRDR-EXPDTE NOT = ZERO
ARDR01                 AND TFSACCRDR-EXPDTE < TFSACCRDR-EFFDTE)
ARDR01                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
ARDR01                 GO TO B099-SUBMIT-CHANGE-EX
ARDR01              END-IF
ARDR01     END-IF.

GPIOVR*    AN OVERRIDE MUST NAME ITS ENTITY AND CHANGE AT LEAST ONE
GPIOVR*    SWITCH, AND EVERY SWITCH BYTE MUST BE Y, N OR BLANK - ANY
GPIOVR*    OTHER VALUE WOULD REACH THE VALIDATION PROGRAMS AS NEITHER.
GPIOVR     IF       WK-C-MNT-FILENAME = "TFSGPIOVR"
GPIOVR              AND WK-C-MNT-FILEACT NOT = "D"
GPIOVR              MOVE WK-C-MNT-RECDATA TO TFSGPIOVR-RECORD
GPIOVR                                       OF TFSGPIOVR-REC-1
GPIOVR              MOVE ZERO           TO WS-OVR-YN-CNT
GPIOVR                                     WS-OVR-SP-CNT
GPIOVR              INSPECT TFSGPIOVR-SWOVR
GPIOVR                      TALLYING WS-OVR-YN-CNT FOR ALL "Y" ALL "N"
GPIOVR                               WS-OVR-SP-CNT FOR ALL SPACES
GPIOVR              IF TFSGPIOVR-BNKENTITY = SPACES
GPIOVR                 OR WS-OVR-YN-CNT = ZERO
GPIOVR                 OR WS-OVR-YN-CNT + WS-OVR-SP-CNT NOT = 20
GPIOVR                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
GPIOVR                 GO TO B099-SUBMIT-CHANGE-EX
GPIOVR              END-IF
GPIOVR     END-IF.

CSUC01*    A SUCCESSION ROW MUST SAY WHAT REPLACES WHAT, AT WHAT RATE
CSUC01*    AND FROM WHEN - A ZERO RATE WOULD ZERO EVERY AMOUNT IT
CSUC01*    TRANSLATED.
CSUC01     IF       WK-C-MNT-FILENAME = "TFSCUYSUC"
CSUC01              AND WK-C-MNT-FILEACT NOT = "D"
CSUC01              MOVE WK-C-MNT-RECDATA TO TFSCUYSUC-RECORD
CSUC01              IF TFSCUYSUC-OLDCUY = SPACES
CSUC01                 OR TFSCUYSUC-NEWCUY = SPACES
CSUC01                 OR TFSCUYSUC-NEWCUY = TFSCUYSUC-OLDCUY
CSUC01                 OR TFSCUYSUC-CONVRATE NOT NUMERIC
CSUC01                 OR TFSCUYSUC-CONVRATE = ZERO
CSUC01                 OR TFSCUYSUC-CUTDTE NOT > ZERO
CSUC01                 OR (TFSCUYSUC-ENDDTE NOT = ZERO
CSUC01                 AND TFSCUYSUC-ENDDTE < TFSCUYSUC-CUTDTE)
CSUC01                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
CSUC01                 GO TO B099-SUBMIT-CHANGE-EX
CSUC01              END-IF
CSUC01     END-IF.

RMNT01*    A KEY-CLIENT ROW MUST NAME THE CUSTOMER AND THE RM WHO IS
RMNT01*    TO HEAR ABOUT THEM.
RMNT01     IF       WK-C-MNT-FILENAME = "TFSKEYCLI"
RMNT01              AND WK-C-MNT-FILEACT NOT = "D"
RMNT01              MOVE WK-C-MNT-RECDATA TO TFSKEYCLI-RECORD
RMNT01              IF TFSKEYCLI-CIFNO = SPACES
RMNT01                 OR TFSKEYCLI-RMID = SPACES
RMNT01                 OR TFSKEYCLI-THRAMT NOT NUMERIC
RMNT01                 OR TFSKEYCLI-THRAMT < ZERO
RMNT01                 OR TFSKEYCLI-AGEMINS NOT NUMERIC
RMNT01                 OR (TFSKEYCLI-ACTVIND NOT = "Y"
RMNT01                 AND TFSKEYCLI-ACTVIND NOT = "N")
RMNT01                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
RMNT01                 GO TO B099-SUBMIT-CHANGE-EX
RMNT01              END-IF
RMNT01     END-IF.

OCUT01*    A CUTOFF ROW MUST NAME ITS CURRENCY AND HOLD A REAL TIME OF
OCUT01*    DAY AND A REAL UTC OFFSET - TRFGOUTD WOULD OTHERWISE ROLL
OCUT01*    OR HOLD PAYMENTS AGAINST A CUTOFF THAT CANNOT EXIST.
OCUT01     IF       WK-C-MNT-FILENAME = "TFSCORCUT"
OCUT01              AND WK-C-MNT-FILEACT NOT = "D"
OCUT01              MOVE WK-C-MNT-RECDATA TO TFSCORCUT-RECORD
OCUT01              IF TFSCORCUT-CUYCD = SPACES
OCUT01                 OR TFSCORCUT-CUTTIME NOT NUMERIC
OCUT01                 OR TFSCORCUT-CUTTIME > 2359
OCUT01                 OR TFSCORCUT-CUTTIME (3:2) > "59"
OCUT01                 OR TFSCORCUT-UTCOFS NOT NUMERIC
OCUT01                 OR TFSCORCUT-UTCOFS > 1400
OCUT01                 OR TFSCORCUT-UTCOFS < -1200
OCUT01                 OR TFSCORCUT-WARNMINS NOT NUMERIC
OCUT01                 OR (TFSCORCUT-ACTION NOT = "R"
OCUT01                 AND TFSCORCUT-ACTION NOT = "H"
OCUT01                 AND TFSCORCUT-ACTION NOT = SPACE)
OCUT01                 OR (TFSCORCUT-ACTVIND NOT = "Y"
OCUT01                 AND TFSCORCUT-ACTVIND NOT = "N")
OCUT01                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
OCUT01                 GO TO B099-SUBMIT-CHANGE-EX
OCUT01              END-IF
OCUT01     END-IF.

NOSC01*    A CLOSURE PLAN MUST SAY WHICH ACCOUNT CLOSES, WHEN, AND WHAT
NOSC01*    REPLACES IT - GHNOSRRT REROUTES EXACTLY WHAT IS APPROVED
NOSC01*    HERE. THE REROUTED STATUS AND DATE ARE GHNOSRRT'S TO SET.
NOSC01     IF       WK-C-MNT-FILENAME = "TFSNOSCLS"
NOSC01              AND WK-C-MNT-FILEACT NOT = "D"
NOSC01              MOVE WK-C-MNT-RECDATA TO TFSNOSCLS-RECORD
NOSC01              IF TFSNOSCLS-CUYCD = SPACES
NOSC01                 OR TFSNOSCLS-BANKID = SPACES
NOSC01                 OR TFSNOSCLS-PRIORITY NOT NUMERIC
NOSC01                 OR TFSNOSCLS-OLDACNO = SPACES
NOSC01                 OR TFSNOSCLS-NEWACNO = SPACES
NOSC01                 OR (TFSNOSCLS-NEWACNO = TFSNOSCLS-OLDACNO
NOSC01                 AND (TFSNOSCLS-NEWBANKID = SPACES
NOSC01                 OR TFSNOSCLS-NEWBANKID = TFSNOSCLS-BANKID))
NOSC01                 OR TFSNOSCLS-CLSDTE NOT NUMERIC
NOSC01                 OR TFSNOSCLS-CLSDTE NOT > ZERO
NOSC01                 OR (TFSNOSCLS-PLNSTAT NOT = "P"
NOSC01                 AND TFSNOSCLS-PLNSTAT NOT = "C")
NOSC01                 OR (TFSNOSCLS-PLNSTAT = "P"
NOSC01                 AND TFSNOSCLS-CLSDTE < WS-DATE-8)
NOSC01                 MOVE "SUP0026"   TO WK-C-MNT-ERROR-CD
NOSC01                 GO TO B099-SUBMIT-CHANGE-EX
NOSC01              END-IF
NOSC01     END-IF.

           PERFORM  B100-NEXT-MNTID
              THRU  B199-NEXT-MNTID-EX.

UNATND         WHEN "TFSSHIFT"
UNATND              PERFORM E700-APPLY-SHIFT
UNATND                 THRU E799-APPLY-SHIFT-EX
MT204X         WHEN "TFSDDAUTH"
MT204X              PERFORM E800-APPLY-DDAUTH
MT204X                 THRU E899-APPLY-DDAUTH-EX
JURS01         WHEN "TFSJURTRM"
JURS01              PERFORM E900-APPLY-JURTRM
JURS01                 THRU E949-APPLY-JURTRM-EX
KWWL01         WHEN "TFSKWWL"
KWWL01              PERFORM E950-APPLY-KWWL
KWWL01                 THRU E959-APPLY-KWWL-EX
SSI001         WHEN "TFSSSI"
SSI001              PERFORM E960-APPLY-SSI
SSI001                 THRU E969-APPLY-SSI-EX
H2H001         WHEN "TFSH2HCRP"
H2H001              PERFORM E970-APPLY-H2HCRP
H2H001                 THRU E979-APPLY-H2HCRP-EX
CONC01         WHEN "TFSCHGCON"
CONC01              PERFORM E980-APPLY-CHGCON
CONC01                 THRU E989-APPLY-CHGCON-EX
SETP01         WHEN "TFSSETPRF"
SETP01              PERFORM G100-APPLY-SETPRF
SETP01                 THRU G199-APPLY-SETPRF-EX
ARDR01         WHEN "TFSACCRDR"
ARDR01              PERFORM G200-APPLY-ACCRDR
ARDR01                 THRU G299-APPLY-ACCRDR-EX
GPIOVR         WHEN "TFSGPIOVR"
GPIOVR              PERFORM G300-APPLY-GPIOVR
GPIOVR                 THRU G399-APPLY-GPIOVR-EX
CSUC01         WHEN "TFSCUYSUC"
CSUC01              PERFORM G400-APPLY-CUYSUC
CSUC01                 THRU G499-APPLY-CUYSUC-EX
RMNT01         WHEN "TFSKEYCLI"
RMNT01              PERFORM G500-APPLY-KEYCLI
RMNT01                 THRU G599-APPLY-KEYCLI-EX
OCUT01         WHEN "TFSCORCUT"
OCUT01              PERFORM G600-APPLY-CORCUT
OCUT01                 THRU G699-APPLY-CORCUT-EX
NOSC01         WHEN "TFSNOSCLS"
NOSC01              PERFORM G700-APPLY-NOSCLS
NOSC01                 THRU G799-APPLY-NOSCLS-EX
               WHEN OTHER
                    MOVE "SUP0026"      TO WK-C-MNT-ERROR-CD
           END-EVALUATE.
UNATND E799-APPLY-SHIFT-EX.
UNATND     EXIT.
UNATND
MT204X*---------------------------------------------------------------*
MT204X E800-APPLY-DDAUTH.
MT204X*---------------------------------------------------------------*
MT204X     OPEN     I-O TFSDDAUTH.
MT204X     IF       NOT WK-C-SUCCESSFUL
MT204X              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
MT204X              GO TO E899-APPLY-DDAUTH-EX.
MT204X
MT204X     MOVE     WS-NEW-IMAGE        TO TFSDDAUTH-RECORD.
MT204X     READ     TFSDDAUTH KEY IS EXTERNALLY-DESCRIBED-KEY.
MT204X     IF       WK-C-SUCCESSFUL
MT204X              MOVE "Y"            TO WS-LIVE-EXISTS-SW
MT204X              MOVE TFSDDAUTH-RECORD TO WS-OLD-IMAGE
MT204X     ELSE
MT204X              MOVE "N"            TO WS-LIVE-EXISTS-SW
MT204X     END-IF.
MT204X
MT204X     EVALUATE TFSMNTPND-ACTION
MT204X         WHEN "D"
MT204X              IF WS-LIVE-EXISTS
MT204X                 DELETE TFSDDAUTH RECORD
MT204X              END-IF
MT204X         WHEN OTHER
MT204X              MOVE WS-NEW-IMAGE   TO TFSDDAUTH-RECORD
MT204X              MOVE WK-C-MNT-USERID TO TFSDDAUTH-APPRUSER
MT204X              MOVE WS-DATE-8      TO TFSDDAUTH-ADDDTE
MT204X              IF WS-LIVE-EXISTS
MT204X                 REWRITE TFSDDAUTH-REC-1
MT204X              ELSE
MT204X                 WRITE TFSDDAUTH-REC-1
MT204X              END-IF
MT204X     END-EVALUATE.
MT204X     IF       NOT WK-C-SUCCESSFUL
MT204X              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
MT204X     END-IF.
MT204X
MT204X     CLOSE    TFSDDAUTH.
MT204X
MT204X E899-APPLY-DDAUTH-EX.
MT204X     EXIT.
MT204X
JURS01*---------------------------------------------------------------*
JURS01 E900-APPLY-JURTRM.
JURS01*---------------------------------------------------------------*
JURS01     OPEN     I-O TFSJURTRM.
JURS01     IF       NOT WK-C-SUCCESSFUL
JURS01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
JURS01              GO TO E949-APPLY-JURTRM-EX.
JURS01
JURS01     MOVE     WS-NEW-IMAGE        TO TFSJURTRM-RECORD.
JURS01     READ     TFSJURTRM KEY IS EXTERNALLY-DESCRIBED-KEY.
JURS01     IF       WK-C-SUCCESSFUL
JURS01              MOVE "Y"            TO WS-LIVE-EXISTS-SW
JURS01              MOVE TFSJURTRM-RECORD TO WS-OLD-IMAGE
JURS01     ELSE
JURS01              MOVE "N"            TO WS-LIVE-EXISTS-SW
JURS01     END-IF.
JURS01
JURS01     EVALUATE TFSMNTPND-ACTION
JURS01         WHEN "D"
JURS01              IF WS-LIVE-EXISTS
JURS01                 DELETE TFSJURTRM RECORD
JURS01              END-IF
JURS01         WHEN OTHER
JURS01              MOVE WS-NEW-IMAGE   TO TFSJURTRM-RECORD
JURS01              MOVE WK-C-MNT-USERID TO TFSJURTRM-APPRUSER
JURS01              MOVE WS-DATE-8      TO TFSJURTRM-ADDDTE
JURS01              IF WS-LIVE-EXISTS
JURS01                 REWRITE TFSJURTRM-REC-1
JURS01              ELSE
JURS01                 WRITE TFSJURTRM-REC-1
JURS01              END-IF
JURS01     END-EVALUATE.
JURS01     IF       NOT WK-C-SUCCESSFUL
JURS01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
JURS01     END-IF.
JURS01
JURS01     CLOSE    TFSJURTRM.
JURS01
JURS01 E949-APPLY-JURTRM-EX.
JURS01     EXIT.
JURS01
KWWL01*---------------------------------------------------------------*
KWWL01 E950-APPLY-KWWL.
KWWL01*---------------------------------------------------------------*
KWWL01     OPEN     I-O TFSKWWL.
KWWL01     IF       NOT WK-C-SUCCESSFUL
KWWL01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
KWWL01              GO TO E959-APPLY-KWWL-EX.
KWWL01
KWWL01     MOVE     WS-NEW-IMAGE        TO TFSKWWL-RECORD.
KWWL01     READ     TFSKWWL KEY IS EXTERNALLY-DESCRIBED-KEY.
KWWL01     IF       WK-C-SUCCESSFUL
KWWL01              MOVE "Y"            TO WS-LIVE-EXISTS-SW
KWWL01              MOVE TFSKWWL-RECORD TO WS-OLD-IMAGE
KWWL01     ELSE
KWWL01              MOVE "N"            TO WS-LIVE-EXISTS-SW
KWWL01     END-IF.
KWWL01
KWWL01     EVALUATE TFSMNTPND-ACTION
KWWL01         WHEN "D"
KWWL01              IF WS-LIVE-EXISTS
KWWL01                 DELETE TFSKWWL RECORD
KWWL01              END-IF
KWWL01         WHEN OTHER
KWWL01              MOVE WS-NEW-IMAGE   TO TFSKWWL-RECORD
KWWL01              MOVE WK-C-MNT-USERID TO TFSKWWL-APPRUSER
KWWL01              MOVE WS-DATE-8      TO TFSKWWL-ADDDTE
KWWL01              IF WS-LIVE-EXISTS
KWWL01                 REWRITE TFSKWWL-REC-1
KWWL01              ELSE
KWWL01                 WRITE TFSKWWL-REC-1
KWWL01              END-IF
KWWL01     END-EVALUATE.
KWWL01     IF       NOT WK-C-SUCCESSFUL
KWWL01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
KWWL01     END-IF.
KWWL01
KWWL01     CLOSE    TFSKWWL.
KWWL01
KWWL01 E959-APPLY-KWWL-EX.
KWWL01     EXIT.
KWWL01
SSI001*---------------------------------------------------------------*
SSI001 E960-APPLY-SSI.
SSI001*---------------------------------------------------------------*
SSI001     OPEN     I-O TFSSSI.
SSI001     IF       NOT WK-C-SUCCESSFUL
SSI001              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
SSI001              GO TO E969-APPLY-SSI-EX.
SSI001
SSI001     MOVE     WS-NEW-IMAGE        TO TFSSSI-RECORD.
SSI001     READ     TFSSSI KEY IS EXTERNALLY-DESCRIBED-KEY.
SSI001     IF       WK-C-SUCCESSFUL
SSI001              MOVE "Y"            TO WS-LIVE-EXISTS-SW
SSI001              MOVE TFSSSI-RECORD  TO WS-OLD-IMAGE
SSI001     ELSE
SSI001              MOVE "N"            TO WS-LIVE-EXISTS-SW
SSI001     END-IF.
SSI001
SSI001     EVALUATE TFSMNTPND-ACTION
SSI001         WHEN "D"
SSI001              IF WS-LIVE-EXISTS
SSI001                 DELETE TFSSSI RECORD
SSI001              END-IF
SSI001         WHEN OTHER
SSI001              MOVE WS-NEW-IMAGE   TO TFSSSI-RECORD
SSI001              MOVE WK-C-MNT-USERID TO TFSSSI-APPRUSER
SSI001              MOVE WS-DATE-8      TO TFSSSI-ADDDTE
SSI001              IF WS-LIVE-EXISTS
SSI001                 REWRITE TFSSSI-REC-1
SSI001              ELSE
SSI001                 WRITE TFSSSI-REC-1
SSI001              END-IF
SSI001     END-EVALUATE.
SSI001     IF       NOT WK-C-SUCCESSFUL
SSI001              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
SSI001     END-IF.
SSI001
SSI001     CLOSE    TFSSSI.
SSI001
SSI001 E969-APPLY-SSI-EX.
SSI001     EXIT.
SSI001
H2H001*---------------------------------------------------------------*
H2H001 E970-APPLY-H2HCRP.
H2H001*---------------------------------------------------------------*
H2H001     OPEN     I-O TFSH2HCRP.
H2H001     IF       NOT WK-C-SUCCESSFUL
H2H001              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
H2H001              GO TO E979-APPLY-H2HCRP-EX.
H2H001
H2H001     MOVE     WS-NEW-IMAGE        TO TFSH2HCRP-RECORD.
H2H001     READ     TFSH2HCRP KEY IS EXTERNALLY-DESCRIBED-KEY.
H2H001     IF       WK-C-SUCCESSFUL
H2H001              MOVE "Y"            TO WS-LIVE-EXISTS-SW
H2H001              MOVE TFSH2HCRP-RECORD TO WS-OLD-IMAGE
H2H001     ELSE
H2H001              MOVE "N"            TO WS-LIVE-EXISTS-SW
H2H001     END-IF.
H2H001
H2H001     EVALUATE TFSMNTPND-ACTION
H2H001         WHEN "D"
H2H001              IF WS-LIVE-EXISTS
H2H001                 DELETE TFSH2HCRP RECORD
H2H001              END-IF
H2H001         WHEN OTHER
H2H001              MOVE WS-NEW-IMAGE   TO TFSH2HCRP-RECORD
H2H001              MOVE WK-C-MNT-USERID TO TFSH2HCRP-APPRUSER
H2H001              MOVE WS-DATE-8      TO TFSH2HCRP-ADDDTE
H2H001              IF WS-LIVE-EXISTS
H2H001                 REWRITE TFSH2HCRP-REC-1
H2H001              ELSE
H2H001                 WRITE TFSH2HCRP-REC-1
H2H001              END-IF
H2H001     END-EVALUATE.
H2H001     IF       NOT WK-C-SUCCESSFUL
H2H001              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
H2H001     END-IF.
H2H001
H2H001     CLOSE    TFSH2HCRP.
H2H001
H2H001 E979-APPLY-H2HCRP-EX.
H2H001     EXIT.
H2H001
CONC01*---------------------------------------------------------------*
CONC01 E980-APPLY-CHGCON.
CONC01*---------------------------------------------------------------*
CONC01     OPEN     I-O TFSCHGCON.
CONC01     IF       NOT WK-C-SUCCESSFUL
CONC01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
CONC01              GO TO E989-APPLY-CHGCON-EX.
CONC01
CONC01     MOVE     WS-NEW-IMAGE        TO TFSCHGCON-RECORD.
CONC01     READ     TFSCHGCON KEY IS EXTERNALLY-DESCRIBED-KEY.
CONC01     IF       WK-C-SUCCESSFUL
CONC01              MOVE "Y"            TO WS-LIVE-EXISTS-SW
CONC01              MOVE TFSCHGCON-RECORD TO WS-OLD-IMAGE
CONC01     ELSE
CONC01              MOVE "N"            TO WS-LIVE-EXISTS-SW
CONC01     END-IF.
CONC01
CONC01     EVALUATE TFSMNTPND-ACTION
CONC01         WHEN "D"
CONC01              IF WS-LIVE-EXISTS
CONC01                 DELETE TFSCHGCON RECORD
CONC01              END-IF
CONC01         WHEN OTHER
CONC01              MOVE WS-NEW-IMAGE   TO TFSCHGCON-RECORD
CONC01              MOVE WK-C-MNT-USERID TO TFSCHGCON-APPRUSER
CONC01              MOVE WS-DATE-8      TO TFSCHGCON-ADDDTE
CONC01              IF WS-LIVE-EXISTS
CONC01                 REWRITE TFSCHGCON-REC-1
CONC01              ELSE
CONC01                 WRITE TFSCHGCON-REC-1
CONC01              END-IF
CONC01     END-EVALUATE.
CONC01     IF       NOT WK-C-SUCCESSFUL
CONC01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
CONC01     END-IF.
CONC01
CONC01     CLOSE    TFSCHGCON.
CONC01
CONC01 E989-APPLY-CHGCON-EX.
CONC01     EXIT.
CONC01
      *---------------------------------------------------------------*
       F000-WRITE-AUDIT.
      *---------------------------------------------------------------*
           MOVE     WS-TIME-6           TO TFSMNTAUD-AUDTIME.
           MOVE     TFSMNTPND-COMMENT   TO TFSMNTAUD-COMMENT.

ACHN01     INITIALIZE                   WK-C-XCHN-RECORD.
ACHN01     MOVE     "NXT"               TO WK-C-XCHN-MODE.
ACHN01     MOVE     "TFSMNTAUD"         TO WK-C-XCHN-FILEID.
ACHN01     MOVE     350                 TO WK-N-XCHN-DATALEN.
ACHN01     MOVE     TFSMNTAUD-RECORD OF TFSMNTAUD-REC-1
ACHN01                                  TO WK-C-XCHN-DATA.
ACHN01     CALL     "TRFXCHN"           USING WK-C-XCHN-RECORD.
ACHN01     MOVE     WK-N-XCHN-CHNSEQ    TO TFSMNTAUD-CHNSEQ.
ACHN01     MOVE     WK-N-XCHN-PRVCHK    TO TFSMNTAUD-PRVCHK.
ACHN01     MOVE     WK-N-XCHN-CHKVAL    TO TFSMNTAUD-CHKVAL.

           WRITE    TFSMNTAUD-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
       F099-WRITE-AUDIT-EX.
           EXIT.

SETP01*---------------------------------------------------------------*
SETP01 G100-APPLY-SETPRF.
SETP01*---------------------------------------------------------------*
SETP01     OPEN     I-O TFSSETPRF.
SETP01     IF       NOT WK-C-SUCCESSFUL
SETP01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
SETP01              GO TO G199-APPLY-SETPRF-EX.
SETP01
SETP01     MOVE     WS-NEW-IMAGE        TO TFSSETPRF-RECORD.
SETP01     READ     TFSSETPRF KEY IS EXTERNALLY-DESCRIBED-KEY.
SETP01     IF       WK-C-SUCCESSFUL
SETP01              MOVE "Y"            TO WS-LIVE-EXISTS-SW
SETP01              MOVE TFSSETPRF-RECORD TO WS-OLD-IMAGE
SETP01     ELSE
SETP01              MOVE "N"            TO WS-LIVE-EXISTS-SW
SETP01     END-IF.
SETP01
SETP01     EVALUATE TFSMNTPND-ACTION
SETP01         WHEN "D"
SETP01              IF WS-LIVE-EXISTS
SETP01                 DELETE TFSSETPRF RECORD
SETP01              END-IF
SETP01         WHEN OTHER
SETP01              MOVE WS-NEW-IMAGE   TO TFSSETPRF-RECORD
SETP01              MOVE WK-C-MNT-USERID TO TFSSETPRF-APPRUSER
SETP01              MOVE WS-DATE-8      TO TFSSETPRF-ADDDTE
SETP01              IF WS-LIVE-EXISTS
SETP01                 REWRITE TFSSETPRF-REC-1
SETP01              ELSE
SETP01                 WRITE TFSSETPRF-REC-1
SETP01              END-IF
SETP01     END-EVALUATE.
SETP01     IF       NOT WK-C-SUCCESSFUL
SETP01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
SETP01     END-IF.
SETP01
SETP01     CLOSE    TFSSETPRF.
SETP01
SETP01 G199-APPLY-SETPRF-EX.
SETP01     EXIT.
ARDR01
ARDR01*---------------------------------------------------------------*
ARDR01 G200-APPLY-ACCRDR.
ARDR01*---------------------------------------------------------------*
ARDR01     OPEN     I-O TFSACCRDR.
ARDR01     IF       NOT WK-C-SUCCESSFUL
ARDR01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
ARDR01              GO TO G299-APPLY-ACCRDR-EX.
ARDR01
ARDR01     MOVE     WS-NEW-IMAGE        TO TFSACCRDR-RECORD.
ARDR01     READ     TFSACCRDR KEY IS EXTERNALLY-DESCRIBED-KEY.
ARDR01     IF       WK-C-SUCCESSFUL
ARDR01              MOVE "Y"            TO WS-LIVE-EXISTS-SW
ARDR01              MOVE TFSACCRDR-RECORD TO WS-OLD-IMAGE
ARDR01     ELSE
ARDR01              MOVE "N"            TO WS-LIVE-EXISTS-SW
ARDR01     END-IF.
ARDR01
ARDR01     EVALUATE TFSMNTPND-ACTION
ARDR01         WHEN "D"
ARDR01              IF WS-LIVE-EXISTS
ARDR01                 DELETE TFSACCRDR RECORD
ARDR01              END-IF
ARDR01         WHEN OTHER
ARDR01              MOVE WS-NEW-IMAGE   TO TFSACCRDR-RECORD
ARDR01              MOVE WK-C-MNT-USERID TO TFSACCRDR-APPRUSER
ARDR01              MOVE WS-DATE-8      TO TFSACCRDR-ADDDTE
ARDR01              IF WS-LIVE-EXISTS
ARDR01                 REWRITE TFSACCRDR-REC-1
ARDR01              ELSE
ARDR01                 WRITE TFSACCRDR-REC-1
ARDR01              END-IF
ARDR01     END-EVALUATE.
ARDR01     IF       NOT WK-C-SUCCESSFUL
ARDR01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
ARDR01     END-IF.
ARDR01
ARDR01     CLOSE    TFSACCRDR.
ARDR01
ARDR01 G299-APPLY-ACCRDR-EX.
ARDR01     EXIT.
ARDR01
GPIOVR*---------------------------------------------------------------*
GPIOVR G300-APPLY-GPIOVR.
GPIOVR*---------------------------------------------------------------*
GPIOVR     OPEN     I-O TFSGPIOVR.
GPIOVR     IF       NOT WK-C-SUCCESSFUL
GPIOVR              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
GPIOVR              GO TO G399-APPLY-GPIOVR-EX.
GPIOVR
GPIOVR     MOVE     WS-NEW-IMAGE        TO TFSGPIOVR-RECORD
GPIOVR                                     OF TFSGPIOVR-REC-1.
GPIOVR     READ     TFSGPIOVR KEY IS EXTERNALLY-DESCRIBED-KEY.
GPIOVR     IF       WK-C-SUCCESSFUL
GPIOVR              MOVE "Y"            TO WS-LIVE-EXISTS-SW
GPIOVR              MOVE TFSGPIOVR-RECORD OF TFSGPIOVR-REC-1
GPIOVR                                  TO WS-OLD-IMAGE
GPIOVR     ELSE
GPIOVR              MOVE "N"            TO WS-LIVE-EXISTS-SW
GPIOVR     END-IF.
GPIOVR
GPIOVR     EVALUATE TFSMNTPND-ACTION
GPIOVR         WHEN "D"
GPIOVR              IF WS-LIVE-EXISTS
GPIOVR                 DELETE TFSGPIOVR RECORD
GPIOVR              END-IF
GPIOVR         WHEN OTHER
GPIOVR              MOVE WS-NEW-IMAGE   TO TFSGPIOVR-RECORD
GPIOVR                                     OF TFSGPIOVR-REC-1
GPIOVR              MOVE WK-C-MNT-USERID TO TFSGPIOVR-APPRUSER
GPIOVR              MOVE WS-DATE-8      TO TFSGPIOVR-ADDDTE
GPIOVR              IF WS-LIVE-EXISTS
GPIOVR                 REWRITE TFSGPIOVR-REC-1
GPIOVR              ELSE
GPIOVR                 WRITE TFSGPIOVR-REC-1
GPIOVR              END-IF
GPIOVR     END-EVALUATE.
GPIOVR     IF       NOT WK-C-SUCCESSFUL
GPIOVR              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
GPIOVR     END-IF.
GPIOVR
GPIOVR     CLOSE    TFSGPIOVR.
GPIOVR
GPIOVR G399-APPLY-GPIOVR-EX.
GPIOVR     EXIT.
GPIOVR
CSUC01*---------------------------------------------------------------*
CSUC01 G400-APPLY-CUYSUC.
CSUC01*---------------------------------------------------------------*
CSUC01     OPEN     I-O TFSCUYSUC.
CSUC01     IF       NOT WK-C-SUCCESSFUL
CSUC01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
CSUC01              GO TO G499-APPLY-CUYSUC-EX.
CSUC01
CSUC01     MOVE     WS-NEW-IMAGE        TO TFSCUYSUC-RECORD.
CSUC01     READ     TFSCUYSUC KEY IS EXTERNALLY-DESCRIBED-KEY.
CSUC01     IF       WK-C-SUCCESSFUL
CSUC01              MOVE "Y"            TO WS-LIVE-EXISTS-SW
CSUC01              MOVE TFSCUYSUC-RECORD TO WS-OLD-IMAGE
CSUC01     ELSE
CSUC01              MOVE "N"            TO WS-LIVE-EXISTS-SW
CSUC01     END-IF.
CSUC01
CSUC01     EVALUATE TFSMNTPND-ACTION
CSUC01         WHEN "D"
CSUC01              IF WS-LIVE-EXISTS
CSUC01                 DELETE TFSCUYSUC RECORD
CSUC01              END-IF
CSUC01         WHEN OTHER
CSUC01              MOVE WS-NEW-IMAGE   TO TFSCUYSUC-RECORD
CSUC01              MOVE WK-C-MNT-USERID TO TFSCUYSUC-APPRUSER
CSUC01              MOVE WS-DATE-8      TO TFSCUYSUC-ADDDTE
CSUC01              IF WS-LIVE-EXISTS
CSUC01                 REWRITE TFSCUYSUC-REC-1
CSUC01              ELSE
CSUC01                 WRITE TFSCUYSUC-REC-1
CSUC01              END-IF
CSUC01     END-EVALUATE.
CSUC01     IF       NOT WK-C-SUCCESSFUL
CSUC01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
CSUC01     END-IF.
CSUC01
CSUC01     CLOSE    TFSCUYSUC.
CSUC01
CSUC01 G499-APPLY-CUYSUC-EX.
CSUC01     EXIT.
CSUC01
RMNT01*---------------------------------------------------------------*
RMNT01 G500-APPLY-KEYCLI.
RMNT01*---------------------------------------------------------------*
RMNT01     OPEN     I-O TFSKEYCLI.
RMNT01     IF       NOT WK-C-SUCCESSFUL
RMNT01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
RMNT01              GO TO G599-APPLY-KEYCLI-EX.
RMNT01
RMNT01     MOVE     WS-NEW-IMAGE        TO TFSKEYCLI-RECORD.
RMNT01     READ     TFSKEYCLI KEY IS EXTERNALLY-DESCRIBED-KEY.
RMNT01     IF       WK-C-SUCCESSFUL
RMNT01              MOVE "Y"            TO WS-LIVE-EXISTS-SW
RMNT01              MOVE TFSKEYCLI-RECORD TO WS-OLD-IMAGE
RMNT01     ELSE
RMNT01              MOVE "N"            TO WS-LIVE-EXISTS-SW
RMNT01     END-IF.
RMNT01
RMNT01     EVALUATE TFSMNTPND-ACTION
RMNT01         WHEN "D"
RMNT01              IF WS-LIVE-EXISTS
RMNT01                 DELETE TFSKEYCLI RECORD
RMNT01              END-IF
RMNT01         WHEN OTHER
RMNT01              MOVE WS-NEW-IMAGE   TO TFSKEYCLI-RECORD
RMNT01              MOVE WK-C-MNT-USERID TO TFSKEYCLI-APPRUSER
RMNT01              MOVE WS-DATE-8      TO TFSKEYCLI-ADDDTE
RMNT01              IF WS-LIVE-EXISTS
RMNT01                 REWRITE TFSKEYCLI-REC-1
RMNT01              ELSE
RMNT01                 WRITE TFSKEYCLI-REC-1
RMNT01              END-IF
RMNT01     END-EVALUATE.
RMNT01     IF       NOT WK-C-SUCCESSFUL
RMNT01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
RMNT01     END-IF.
RMNT01
RMNT01     CLOSE    TFSKEYCLI.
RMNT01
RMNT01 G599-APPLY-KEYCLI-EX.
RMNT01     EXIT.
RMNT01
OCUT01*---------------------------------------------------------------*
OCUT01 G600-APPLY-CORCUT.
OCUT01*---------------------------------------------------------------*
OCUT01     OPEN     I-O TFSCORCUT.
OCUT01     IF       NOT WK-C-SUCCESSFUL
OCUT01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
OCUT01              GO TO G699-APPLY-CORCUT-EX.
OCUT01
OCUT01     MOVE     WS-NEW-IMAGE        TO TFSCORCUT-RECORD.
OCUT01     READ     TFSCORCUT KEY IS EXTERNALLY-DESCRIBED-KEY.
OCUT01     IF       WK-C-SUCCESSFUL
OCUT01              MOVE "Y"            TO WS-LIVE-EXISTS-SW
OCUT01              MOVE TFSCORCUT-RECORD TO WS-OLD-IMAGE
OCUT01     ELSE
OCUT01              MOVE "N"            TO WS-LIVE-EXISTS-SW
OCUT01     END-IF.
OCUT01
OCUT01     EVALUATE TFSMNTPND-ACTION
OCUT01         WHEN "D"
OCUT01              IF WS-LIVE-EXISTS
OCUT01                 DELETE TFSCORCUT RECORD
OCUT01              END-IF
OCUT01         WHEN OTHER
OCUT01              MOVE WS-NEW-IMAGE   TO TFSCORCUT-RECORD
OCUT01              MOVE WK-C-MNT-USERID TO TFSCORCUT-APPRUSER
OCUT01              MOVE WS-DATE-8      TO TFSCORCUT-ADDDTE
OCUT01              IF WS-LIVE-EXISTS
OCUT01                 REWRITE TFSCORCUT-REC-1
OCUT01              ELSE
OCUT01                 WRITE TFSCORCUT-REC-1
OCUT01              END-IF
OCUT01     END-EVALUATE.
OCUT01     IF       NOT WK-C-SUCCESSFUL
OCUT01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
OCUT01     END-IF.
OCUT01
OCUT01     CLOSE    TFSCORCUT.
OCUT01
OCUT01 G699-APPLY-CORCUT-EX.
OCUT01     EXIT.
OCUT01
NOSC01*---------------------------------------------------------------*
NOSC01 G700-APPLY-NOSCLS.
NOSC01*---------------------------------------------------------------*
NOSC01     OPEN     I-O TFSNOSCLS.
NOSC01     IF       NOT WK-C-SUCCESSFUL
NOSC01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
NOSC01              GO TO G799-APPLY-NOSCLS-EX.
NOSC01
NOSC01     MOVE     WS-NEW-IMAGE        TO TFSNOSCLS-RECORD.
NOSC01     READ     TFSNOSCLS KEY IS EXTERNALLY-DESCRIBED-KEY.
NOSC01     IF       WK-C-SUCCESSFUL
NOSC01              MOVE "Y"            TO WS-LIVE-EXISTS-SW
NOSC01              MOVE TFSNOSCLS-RECORD TO WS-OLD-IMAGE
NOSC01     ELSE
NOSC01              MOVE "N"            TO WS-LIVE-EXISTS-SW
NOSC01     END-IF.
NOSC01
NOSC01*    ONCE REROUTED THE PLAN IS HISTORY - IT MAY BE DELETED BUT
NOSC01*    NOT RE-PLANNED.
NOSC01     IF       WS-LIVE-EXISTS
NOSC01              AND TFSNOSCLS-PLNSTAT = "D"
NOSC01              AND TFSMNTPND-ACTION NOT = "D"
NOSC01              MOVE "SUP0026"      TO WK-C-MNT-ERROR-CD
NOSC01              CLOSE TFSNOSCLS
NOSC01              GO TO G799-APPLY-NOSCLS-EX.
NOSC01
NOSC01     EVALUATE TFSMNTPND-ACTION
NOSC01         WHEN "D"
NOSC01              IF WS-LIVE-EXISTS
NOSC01                 DELETE TFSNOSCLS RECORD
NOSC01              END-IF
NOSC01         WHEN OTHER
NOSC01              MOVE WS-NEW-IMAGE   TO TFSNOSCLS-RECORD
NOSC01              MOVE TFSMNTPND-MAKERID TO TFSNOSCLS-MAKERID
NOSC01              MOVE WK-C-MNT-USERID TO TFSNOSCLS-APPRUSER
NOSC01              MOVE WS-DATE-8      TO TFSNOSCLS-ADDDTE
NOSC01              MOVE TFSMNTPND-MNTID TO TFSNOSCLS-MNTID
NOSC01              MOVE ZERO           TO TFSNOSCLS-RRTDTE
NOSC01              IF WS-LIVE-EXISTS
NOSC01                 REWRITE TFSNOSCLS-REC-1
NOSC01              ELSE
NOSC01                 WRITE TFSNOSCLS-REC-1
NOSC01              END-IF
NOSC01     END-EVALUATE.
NOSC01     IF       NOT WK-C-SUCCESSFUL
NOSC01              MOVE "COM0206"      TO WK-C-MNT-ERROR-CD
NOSC01     END-IF.
NOSC01
NOSC01     CLOSE    TFSNOSCLS.
NOSC01
NOSC01 G799-APPLY-NOSCLS-EX.
NOSC01     EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
