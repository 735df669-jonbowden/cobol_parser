      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGRMNT.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  RELATIONSHIP-MANAGER NOTIFICATION FOR LARGE
      *               INWARD CREDITS TO KEY CLIENTS. PRIVATE-BANKING
      *               AND CORPORATE RMS PHONED OPS TO LEARN THAT A BIG
      *               CREDIT HAD LANDED FOR ONE OF THEIR CLIENTS, OR
      *               WAS STUCK IN REPAIR. THE VALIDATION DRIVER CALLS
      *               HERE WHEN AN ITEM IS RECEIVED AND WHEN IT POSTS,
      *               AND GHRMAGE WHEN ONE HAS SAT IN REPAIR OR ON
      *               HOLD: THE CREDITED ACCOUNT IS RESOLVED TO ITS
      *               CIF ON THE ACCOUNT MASTER (7TH-DIGIT ROUTING AS
      *               IN TRFVCHRG), AND A CIF ON THE TFSKEYCLI
      *               REGISTER WHOSE THRESHOLD THE LOCAL EQUIVALENT
      *               MEETS GETS A TFSRMNTF ROW FOR THE RM CHANNEL -
      *               AMOUNT, REMITTER AND CURRENT STATUS. EACH EVENT
      *               IS WRITTEN ONCE: THE ROW'S KEY REFUSES A SECOND.
      *               BEST-EFFORT - NOTHING HERE STOPS THE ITEM.
      *NOTE        :  MODELLED ON TRFGCADV (PER-ITEM SERVICE SHAPE).
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  RMNT01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TFSCLSYS ASSIGN TO DATABASE-TFSCLSYS
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TLSICLCA ASSIGN TO DATABASE-TLSICLCA
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TLSICLSA ASSIGN TO DATABASE-TLSICLSA
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSKEYCLI ASSIGN TO DATABASE-TFSKEYCLI
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSRMNTF ASSIGN TO DATABASE-TFSRMNTF
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSCLSYS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCLSYS-REC.
       01  TFSCLSYS-REC.
           COPY DDS-ALL-FORMATS OF TFSCLSYS.
       01  TFSCLSYS-REC-1.
           COPY TFSCLSYS.
       FD  TLSICLCA
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TLSICLCA-REC.
       01  TLSICLCA-REC.
           COPY DDS-ALL-FORMATS OF TLSICLCA.
       FD  TLSICLSA
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TLSICLSA-REC.
       01  TLSICLSA-REC.
           COPY DDS-ALL-FORMATS OF TLSICLSA.
       FD  TFSKEYCLI
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSKEYCLI-REC.
       01  TFSKEYCLI-REC.
           COPY DDS-ALL-FORMATS OF TFSKEYCLI.
       01  TFSKEYCLI-REC-1.
           COPY TFSKEYCLI.
       FD  TFSRMNTF
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSRMNTF-REC.
       01  TFSRMNTF-REC.
           COPY DDS-ALL-FORMATS OF TFSRMNTF.
       01  TFSRMNTF-REC-1.
           COPY TFSRMNTF.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGRMNT  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).

       01  WS-ACC-LINE         PIC X(35).
       01  WS-ACCNO-X          PIC X(10).
       01  WS-ACCNO-N          PIC 9(10).
       01  WS-LCL-CUYCD        PIC X(03) VALUE SPACES.
       01  WS-ACC-CUYCD        PIC X(03).
       01  WS-CIFNO            PIC X(19).
       01  WS-CMP-AMT          PIC S9(15)V9(02).
       01  WS-LIM-MINS         PIC 9(05).

       EJECT
       LINKAGE SECTION.
      *****************
       COPY RMNT.
       EJECT
       PROCEDURE DIVISION USING WK-C-RMNT-RECORD.
       MAIN-MODULE.
           PERFORM A000-MAIN-PROCESSING
              THRU A099-MAIN-PROCESSING-EX.
           PERFORM Z000-END-PROGRAM-ROUTINE
              THRU Z099-END-PROGRAM-ROUTINE-EX.
           GOBACK.
       EJECT
      *---------------------------------------------------------------*
       A000-MAIN-PROCESSING.
      *---------------------------------------------------------------*
           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-DATE-8.

           MOVE     SPACES              TO WK-C-RMNT-OUTPUT.
           MOVE     "N"                 TO WK-C-RMNT-SENT
                                           WK-C-RMNT-KEYCLI.

           PERFORM  B000-RESOLVE-CIF
              THRU  B099-RESOLVE-CIF-EX.
           IF       WS-CIFNO = SPACES
                    GO TO A099-MAIN-PROCESSING-EX.

      *    NOT ON THE REGISTER, OR SWITCHED OFF, MEANS NOTHING TO
      *    SEND AND NO ERROR.
           OPEN     INPUT TFSKEYCLI.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-RMNT-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           INITIALIZE                   TFSKEYCLI-REC-1.
           MOVE     WS-CIFNO            TO TFSKEYCLI-CIFNO.
           READ     TFSKEYCLI KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSKEYCLI-ACTVIND NOT = "Y"
                    CLOSE TFSKEYCLI
                    GO TO A099-MAIN-PROCESSING-EX.
           CLOSE    TFSKEYCLI.
           MOVE     "Y"                 TO WK-C-RMNT-KEYCLI.

      *    THE THRESHOLD IS IN LOCAL CURRENCY. A LOCAL-CURRENCY ITEM
      *    IS ITS OWN EQUIVALENT; A FOREIGN ITEM WHOSE EQUIVALENT IS
      *    NOT YET KNOWN IS TREATED AS QUALIFYING - THE RM WOULD
      *    RATHER HEAR OF IT THAN NOT.
           IF       WK-N-RMNT-LCAMT NOT = ZERO
                    MOVE WK-N-RMNT-LCAMT TO WS-CMP-AMT
           ELSE
              IF    WK-C-RMNT-CUYCD = WS-LCL-CUYCD
                    MOVE WK-N-RMNT-AMT  TO WS-CMP-AMT
              ELSE
                    MOVE TFSKEYCLI-THRAMT TO WS-CMP-AMT
              END-IF
           END-IF.
           IF       WS-CMP-AMT < TFSKEYCLI-THRAMT
                    GO TO A099-MAIN-PROCESSING-EX.

           IF       WK-C-RMNT-EVTTYP = "A"
                    MOVE TFSKEYCLI-AGEMINS TO WS-LIM-MINS
                    IF WS-LIM-MINS = ZERO
                       MOVE WK-N-RMNT-DFTMINS TO WS-LIM-MINS
                    END-IF
                    IF WK-N-RMNT-AGEMINS < WS-LIM-MINS
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
           END-IF.

           PERFORM  C000-WRITE-NOTIFICATION
              THRU  C099-WRITE-NOTIFICATION-EX.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-RESOLVE-CIF.
      *---------------------------------------------------------------*
      *    ANY MISS (NON-NUMERIC LINE, NO MASTER ROW, FILE PROBLEM)
      *    LEAVES THE CIF BLANK - NO NOTIFICATION, NO ERROR.
      *---------------------------------------------------------------*
           MOVE     SPACES              TO WS-CIFNO.
           MOVE     WK-C-RMNT-ACCNO     TO WS-ACC-LINE.
           IF       WS-ACC-LINE (1:1) = "/"
                    MOVE WS-ACC-LINE (2:10) TO WS-ACCNO-X
           ELSE
                    MOVE WS-ACC-LINE (1:10) TO WS-ACCNO-X
           END-IF.
           IF       WS-ACCNO-X NOT NUMERIC
                    GO TO B099-RESOLVE-CIF-EX.
           MOVE     WS-ACCNO-X          TO WS-ACCNO-N.

           IF       WS-LCL-CUYCD = SPACES
                    OPEN INPUT TFSCLSYS
                    IF WK-C-SUCCESSFUL
                       READ TFSCLSYS
                       IF WK-C-SUCCESSFUL
                          MOVE TFSCLSYS-LCUYCD TO WS-LCL-CUYCD
                       END-IF
                       CLOSE TFSCLSYS
                    END-IF
           END-IF.
           IF       WS-LCL-CUYCD = SPACES
                    GO TO B099-RESOLVE-CIF-EX.
           MOVE     WS-LCL-CUYCD        TO WS-ACC-CUYCD.

           EVALUATE WS-ACCNO-X (7:1)
               WHEN "1"
                    PERFORM B100-READ-SAVINGS-MASTER
                       THRU B199-READ-SAVINGS-MASTER-EX
               WHEN "3"
                    PERFORM B200-READ-CURRENT-MASTER
                       THRU B299-READ-CURRENT-MASTER-EX
               WHEN "9"
      *    FCY CURRENT ACCOUNT - KEYED ON THE ITEM'S CURRENCY.
                    MOVE WK-C-RMNT-CUYCD TO WS-ACC-CUYCD
                    PERFORM B200-READ-CURRENT-MASTER
                       THRU B299-READ-CURRENT-MASTER-EX
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       B099-RESOLVE-CIF-EX.
           EXIT.

       B100-READ-SAVINGS-MASTER.
           OPEN     INPUT TLSICLSA.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B199-READ-SAVINGS-MASTER-EX.
           INITIALIZE                   TLSICLSA-REC.
           MOVE     WS-ACC-CUYCD        TO ACCCUY OF TLSICLSA-REC.
           MOVE     WS-ACCNO-N          TO ACCNO  OF TLSICLSA-REC.
           READ     TLSICLSA KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE CIFNO OF TLSICLSA-REC TO WS-CIFNO.
           CLOSE    TLSICLSA.

       B199-READ-SAVINGS-MASTER-EX.
           EXIT.

       B200-READ-CURRENT-MASTER.
           OPEN     INPUT TLSICLCA.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B299-READ-CURRENT-MASTER-EX.
           INITIALIZE                   TLSICLCA-REC.
           MOVE     WS-ACC-CUYCD        TO ACCCUY OF TLSICLCA-REC.
           MOVE     WS-ACCNO-N          TO ACCNO  OF TLSICLCA-REC.
           READ     TLSICLCA KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE CIFNO OF TLSICLCA-REC TO WS-CIFNO.
           CLOSE    TLSICLCA.

       B299-READ-CURRENT-MASTER-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-WRITE-NOTIFICATION.
      *---------------------------------------------------------------*
           OPEN     I-O TFSRMNTF.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-RMNT-ERROR-CD
                    GO TO C099-WRITE-NOTIFICATION-EX.

           INITIALIZE                   TFSRMNTF-REC-1.
           MOVE     WK-N-RMNT-PARALNO   TO TFSRMNTF-PARALNO.
           MOVE     WK-N-RMNT-SEQNUM    TO TFSRMNTF-SEQNUM.
           MOVE     WK-C-RMNT-EVTTYP    TO TFSRMNTF-EVTTYP.
           MOVE     WK-C-RMNT-PRCIND    TO TFSRMNTF-EVTSTS.
           MOVE     WS-CIFNO            TO TFSRMNTF-CIFNO.
           MOVE     TFSKEYCLI-CLINAME   TO TFSRMNTF-CLINAME.
           MOVE     TFSKEYCLI-RMID      TO TFSRMNTF-RMID.
           MOVE     WK-C-RMNT-ACCNO     TO TFSRMNTF-ACCNO.
           MOVE     WK-C-RMNT-CUYCD     TO TFSRMNTF-CUYCD.
           MOVE     WK-N-RMNT-AMT       TO TFSRMNTF-AMT.
           MOVE     WK-N-RMNT-LCAMT     TO TFSRMNTF-LCAMT.
           MOVE     WK-C-RMNT-REMITTER  TO TFSRMNTF-REMITTER.
           MOVE     WK-C-RMNT-SENBNKID  TO TFSRMNTF-SENBNKID.
           EVALUATE TRUE
               WHEN WK-C-RMNT-EVTTYP = "P"
                    MOVE "POSTED"       TO TFSRMNTF-STATUS
               WHEN WK-C-RMNT-PRCIND = "R"
                    MOVE "IN REPAIR"    TO TFSRMNTF-STATUS
               WHEN WK-C-RMNT-PRCIND = "H"
                    MOVE "ON HOLD"      TO TFSRMNTF-STATUS
               WHEN OTHER
                    MOVE "RECEIVED"     TO TFSRMNTF-STATUS
           END-EVALUATE.
           IF       WK-C-RMNT-EVTTYP = "A"
                    MOVE WK-N-RMNT-AGEMINS TO TFSRMNTF-AGEMINS.
           MOVE     WS-DATE-8           TO TFSRMNTF-EVTDTE.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW (1:6)   TO TFSRMNTF-EVTTIM.
           MOVE     SPACE               TO TFSRMNTF-DLVSTS.

           WRITE    TFSRMNTF-REC-1.
           EVALUATE TRUE
               WHEN WK-C-SUCCESSFUL
                    MOVE "Y"            TO WK-C-RMNT-SENT
               WHEN WK-C-DUPLICATE-KEY
                    MOVE "D"            TO WK-C-RMNT-SENT
               WHEN OTHER
                    MOVE "COM0206"      TO WK-C-RMNT-ERROR-CD
           END-EVALUATE.

           CLOSE    TFSRMNTF.

       C099-WRITE-NOTIFICATION-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGRMNT ***************
      ******************************************************************
