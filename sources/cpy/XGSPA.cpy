      * XGSPA.cpy
      * GPIOVR - RISKOPS - 15/10/2026 - ENTITY/PROCESSING UNIT INPUT
      * AND OVERRIDE-LEVEL OUTPUT FOR THE GPISTPSW OVERRIDES.
       01  WK-C-XGSPA-RECORD.
           05  WK-C-XGSPA-INPUT.
               10  WK-C-XGSPA-GHPARCD         PIC X(10).
      *            SET MODE ONLY: NEW PARAMETER VALUE
               10  WK-C-XGSPA-IN-UPDTBY       PIC X(10).
      *            SET MODE ONLY: USER OR JOB ID MAKING THE CHANGE
GPIOVR         10  WK-C-XGSPA-IN-BNKENTITY    PIC X(02).
GPIOVR         10  WK-C-XGSPA-IN-PROCUNIT     PIC X(03).
GPIOVR*            GET MODE, GPISTPSW ONLY: THE ITEM'S BANK ENTITY AND
GPIOVR*            PROCESSING UNIT - ANY TFSGPIOVR OVERRIDE FOR THEM IS
GPIOVR*            LAID OVER THE GLOBAL VALUE. BLANK = GLOBAL VALUE.
           05  WK-C-XGSPA-OUTPUT.
               10  WK-C-XGSPA-INVALID-OUTPUT.
                   15  WK-C-XGSPA-ERROR-CD    PIC X(07).
                   15  WK-C-XGSPA-GHPARVAL    PIC X(60).
                   15  WK-N-XGSPA-GHPARNUM    REDEFINES
                       WK-C-XGSPA-GHPARVAL    PIC S9(18).
GPIOVR             15  WK-C-XGSPA-OVRLVL      PIC X(01).
GPIOVR*                GPISTPSW ONLY: E = AN ENTITY OVERRIDE APPLIED,
GPIOVR*                P = A PROCESSING UNIT OVERRIDE APPLIED (OVER ANY
GPIOVR*                ENTITY ONE), BLANK = GLOBAL VALUE AS IT STANDS
