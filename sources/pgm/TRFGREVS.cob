      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFGREVS.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  OPS REVERSAL OF A WRONGLY POSTED INWARD ITEM
      *               (NAME-MATCH FALSE POSITIVE, BAD ACCOUNT
      *               REDIRECT) UNDER DUAL CONTROL. CALLED FROM THE
      *               OPS FRONT END WITH AN ACTION CODE:
      *                 SUB - MAKER REQUESTS THE REVERSAL OF A POSTED
      *                       (PRCIND Y) TFSSTPL ITEM WITH A REASON;
      *                       IT WAITS ON TFSREVPND
      *                 APP - A SECOND OFFICER (REVSAPPR AUTHORITY)
      *                       APPLIES IT: THE REVERSING CASA ENTRY
      *                       GOES TO THE C/A INTERFACE AS A ONE-ITEM
      *                       TFSCABAT CONTROL BATCH (ENTTYP R), ANY
      *                       GL SUSPENSE CREDIT TRFVTC1 LOGGED ON
      *                       TFSGLUSE IS REVERSED THERE AND ITS OPEN
      *                       ITEM CLEARED, THE AMOUNT IS BACKED OUT
      *                       OF THE DAY'S TFSCUMLT ACCOUNT
      *                       ACCUMULATOR AND THE SENDING BANK'S
      *                       TFSCRBNK EXPOSURE, ANY VOSTRO DEBIT
      *                       IS CREDITED BACK THROUGH TRFXVBAL, AND
      *                       THE ITEM GOES
      *                       BACK TO REPAIR (RSN0426) WITH ITS
      *                       STATUS HISTORY WRITTEN, READY TO BE
      *                       RE-CREDITED CORRECTLY
      *                 REJ - A SECOND OFFICER REJECTS IT WITH A
      *                       COMMENT BACK TO THE MAKER
      *               THE DECIDING OFFICER MUST DIFFER FROM THE MAKER.
      *               AN APPROVAL THAT STOPS PART-WAY IS LEFT BEING
      *               APPLIED (STATUS I) WITH THE LAST STEP DONE, AND
      *               APP AGAIN CARRIES ON FROM THERE - THE CASA
      *               REVERSAL IS NEVER SENT TWICE.
      *NOTE        :  MODELLED ON TRFGBTPL AND TRFGORTN.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  OREV01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSREVPND ASSIGN TO DATABASE-TFSREVPND
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCABAT ASSIGN TO DATABASE-TFSCABAT
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCABATI ASSIGN TO DATABASE-TFSCABATI
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSGLUSE ASSIGN TO DATABASE-TFSGLUSE
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSGLOPEN ASSIGN TO DATABASE-TFSGLOPEN
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCUMLT ASSIGN TO DATABASE-TFSCUMLT
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSCRBNK ASSIGN TO DATABASE-TFSCRBNK
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSVOSMOV ASSIGN TO DATABASE-TFSVOSMOV
                  ORGANIZATION      IS SEQUENTIAL
                  ACCESS MODE       IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSREVPND
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSREVPND-REC.
       01  TFSREVPND-REC.
           COPY DDS-ALL-FORMATS OF TFSREVPND.
       01  TFSREVPND-REC-1.
           COPY TFSREVPND.
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.
       FD  TFSCABAT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCABAT-REC.
       01  TFSCABAT-REC.
           COPY DDS-ALL-FORMATS OF TFSCABAT.
       01  TFSCABAT-REC-1.
           COPY TFSCABAT.
       FD  TFSCABATI
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCABATI-REC.
       01  TFSCABATI-REC.
           COPY DDS-ALL-FORMATS OF TFSCABATI.
       01  TFSCABATI-REC-1.
           COPY TFSCABATI.
       FD  TFSGLUSE
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSGLUSE-REC.
       01  TFSGLUSE-REC.
           COPY DDS-ALL-FORMATS OF TFSGLUSE.
       01  TFSGLUSE-REC-1.
           COPY TFSGLUSE.
       FD  TFSGLOPEN
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSGLOPEN-REC.
       01  TFSGLOPEN-REC.
           COPY DDS-ALL-FORMATS OF TFSGLOPEN.
       01  TFSGLOPEN-REC-1.
           COPY TFSGLOPEN.
       FD  TFSCUMLT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCUMLT-REC.
       01  TFSCUMLT-REC.
           COPY DDS-ALL-FORMATS OF TFSCUMLT.
       01  TFSCUMLT-REC-1.
           COPY TFSCUMLT.
       FD  TFSCRBNK
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSCRBNK-REC.
       01  TFSCRBNK-REC.
           COPY DDS-ALL-FORMATS OF TFSCRBNK.
       01  TFSCRBNK-REC-1.
           COPY TFSCRBNK.
       FD  TFSVOSMOV
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSVOSMOV-REC.
       01  TFSVOSMOV-REC.
           COPY DDS-ALL-FORMATS OF TFSVOSMOV.
       01  TFSVOSMOV-REC-1.
           COPY TFSVOSMOV.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFGREVS  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY AUTH.
       COPY SHST.
       COPY RRSN.
       COPY VBAL.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       01  WS-TIME-6           PIC S9(06).
       01  WS-PND-EXISTS-SW    PIC X(01).
           88 WS-PND-EXISTS               VALUE "Y".
       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".
       01  WS-REV-AMT          PIC S9(13)V9(02) VALUE ZERO.
       01  WS-CAB-BATCHID      PIC 9(08)  VALUE ZEROES.
       01  WS-SHS-OLDPRC       PIC X(01).
       01  WS-SHS-OLDSTR       PIC X(01).
       01  WS-CLR-REASON       PIC X(30)  VALUE SPACES.

      * GL SUSPENSE CREDITS TRFVTC1 LOGGED FOR THE ITEM - COLLECTED
      * ON ONE PASS OF TFSGLUSE, REVERSED ON THE NEXT.
       77  WS-GL-MAX           PIC S9(04) COMP VALUE 10.
       77  WS-GL-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-GL-IX            PIC S9(04) COMP VALUE ZERO.
       01  WS-GL-TABLE.
           05 WS-GL-ENTRY      OCCURS 10.
              10 WS-GL-GLNO6      PIC 9(06).
              10 WS-GL-CUYCD      PIC X(03).
              10 WS-GL-AMT        PIC S9(15)V9(02) COMP-3.
              10 WS-GL-COSTCTR    PIC X(04).

      * VOSTRO MOVEMENTS TRFXVBAL LOGGED FOR THE ITEM, NETTED PER
      * BANK/CURRENCY - DEBITS LESS ANY CREDITS ALREADY BACKED OUT.
       77  WS-VM-MAX           PIC S9(04) COMP VALUE 5.
       77  WS-VM-CNT           PIC S9(04) COMP VALUE ZERO.
       77  WS-VM-IX            PIC S9(04) COMP VALUE ZERO.
       77  WS-VM-FND           PIC S9(04) COMP VALUE ZERO.
       01  WS-VM-TABLE.
           05 WS-VM-ENTRY      OCCURS 5.
              10 WS-VM-BANKID     PIC X(11).
              10 WS-VM-CUYCD      PIC X(03).
              10 WS-VM-NETDR      PIC S9(15)V9(02) COMP-3.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY VREVS.
       EJECT
       PROCEDURE DIVISION USING WK-C-VREVS-RECORD.
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
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW(1:6)    TO WS-TIME-6.

           MOVE     SPACES              TO WK-C-VREVS-OUTPUT.
           MOVE     ZEROES              TO WK-N-VREVS-CABATID.

           IF       WK-C-VREVS-ACTION NOT = "SUB"
                    AND WK-C-VREVS-ACTION NOT = "APP"
                    AND WK-C-VREVS-ACTION NOT = "REJ"
                    MOVE "SUP0026"      TO WK-C-VREVS-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

      *    DECIDING ON A REVERSAL IS A CONTROLLED FUNCTION - CENTRAL
      *    AUTHORITY DECIDES AND THE CHECK GOES TO TFSFNAUDT.
      *    REQUESTING REMAINS OPEN TO ANY MAKER.
           IF       WK-C-VREVS-ACTION = "APP"
                    OR WK-C-VREVS-ACTION = "REJ"
                    INITIALIZE          WK-C-AUTH-RECORD
                    MOVE WK-C-VREVS-USERID TO WK-C-AUTH-USERID
                    MOVE "REVSAPPR"     TO WK-C-AUTH-FUNCTID
                    MOVE "TRFGREVS"     TO WK-C-AUTH-SRCPGM
                    MOVE WK-N-VREVS-PARALNO TO WK-C-AUTH-CONTEXT
                    CALL "TRFXAUTH"     USING WK-C-AUTH-RECORD
                    IF WK-C-AUTH-ALLOWED NOT = "Y"
                       MOVE "SUP0029"   TO WK-C-VREVS-ERROR-CD
                       GO TO A099-MAIN-PROCESSING-EX
                    END-IF
           END-IF.

           OPEN     I-O TFSREVPND.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.
           OPEN     I-O TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    AND WK-C-FILE-STATUS NOT = "41"
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO A099-MAIN-PROCESSING-EX.

           EVALUATE WK-C-VREVS-ACTION
               WHEN "SUB"
                    PERFORM B000-SUBMIT-REVERSAL
                       THRU B099-SUBMIT-REVERSAL-EX
               WHEN "APP"
                    PERFORM C000-APPROVE-REVERSAL
                       THRU C099-APPROVE-REVERSAL-EX
               WHEN OTHER
                    PERFORM D000-REJECT-REVERSAL
                       THRU D099-REJECT-REVERSAL-EX
           END-EVALUATE.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-SUBMIT-REVERSAL.
      *---------------------------------------------------------------*
      *    A REVERSAL WITHOUT A REASON GIVES THE CHECKER NOTHING TO
      *    CHECK.
           IF       WK-C-VREVS-COMMENT = SPACES
                    MOVE "SUP0028"      TO WK-C-VREVS-ERROR-CD
                    GO TO B099-SUBMIT-REVERSAL-EX.

           PERFORM  B100-READ-ITEM
              THRU  B199-READ-ITEM-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO B099-SUBMIT-REVERSAL-EX.

           PERFORM  C100-FETCH-PENDING
              THRU  C199-FETCH-PENDING-EX.
           IF       WS-PND-EXISTS
                    AND (TFSREVPND-STATUS = "P"
                         OR TFSREVPND-STATUS = "I")
                    MOVE "SUP0255"      TO WK-C-VREVS-ERROR-CD
                    GO TO B099-SUBMIT-REVERSAL-EX.

           INITIALIZE                   TFSREVPND-REC-1.
           MOVE     WK-N-VREVS-PARALNO  TO TFSREVPND-PARALNO.
           MOVE     WK-N-VREVS-SEQNUM   TO TFSREVPND-SEQNUM.
           MOVE     "P"                 TO TFSREVPND-STATUS.
           MOVE     TFSSPTL-CUYCD       TO TFSREVPND-CUYCD.
           MOVE     TFSSPTL-AMT         TO TFSREVPND-AMT.
           MOVE     TFSSPTL-TAG59-V1    TO TFSREVPND-BENACC.
           MOVE     WK-C-VREVS-COMMENT  TO TFSREVPND-REASON.
           MOVE     WK-C-VREVS-USERID   TO TFSREVPND-MAKERID.
           MOVE     WS-DATE-8           TO TFSREVPND-MKDTE.
           MOVE     WS-TIME-6           TO TFSREVPND-MKTIME.
           IF       WS-PND-EXISTS
                    REWRITE TFSREVPND-REC-1
           ELSE
                    WRITE TFSREVPND-REC-1
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
           END-IF.

       B099-SUBMIT-REVERSAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-READ-ITEM.
      *---------------------------------------------------------------*
      *    ONLY AN ITEM THAT ACTUALLY POSTED CAN BE REVERSED - ONE
      *    STILL IN REPAIR, ON HOLD OR RETURNED HAS NOTHING TO UNDO.
           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     WK-N-VREVS-PARALNO  TO TFSSPTL-PARALNO.
           MOVE     WK-N-VREVS-SEQNUM   TO TFSSPTL-SEQNUM.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSSPTL-PRCIND NOT = "Y"
                    MOVE "SUP0264"      TO WK-C-VREVS-ERROR-CD
           END-IF.

       B199-READ-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-APPROVE-REVERSAL.
      *---------------------------------------------------------------*
           PERFORM  C100-FETCH-PENDING
              THRU  C199-FETCH-PENDING-EX.
           IF       NOT WS-PND-EXISTS
                    OR (TFSREVPND-STATUS NOT = "P"
                        AND TFSREVPND-STATUS NOT = "I")
                    MOVE "SUP0027"      TO WK-C-VREVS-ERROR-CD
                    GO TO C099-APPROVE-REVERSAL-EX.

           IF       WK-C-VREVS-USERID = TFSREVPND-MAKERID
                    MOVE "SUP0024"      TO WK-C-VREVS-ERROR-CD
                    GO TO C099-APPROVE-REVERSAL-EX.

      *    THE ITEM MAY HAVE MOVED SINCE THE REQUEST (RETURNED, OR
      *    ALREADY REVERSED BY OTHER MEANS) - RE-CHECK IT. AN
      *    APPROVAL THAT GOT AS FAR AS RETURNING THE ITEM TO REPAIR
      *    BUT NOT AS MARKING ITSELF APPLIED ONLY HAS THAT LEFT TO DO.
           PERFORM  B100-READ-ITEM
              THRU  B199-READ-ITEM-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    AND TFSREVPND-STATUS = "I"
                    AND TFSREVPND-APPSTEP = "G"
                    AND TFSSPTL-PRCIND = "R"
                    MOVE SPACES         TO WK-C-VREVS-ERROR-CD
                    MOVE TFSREVPND-CABATID TO WS-CAB-BATCHID
                    GO TO C050-MARK-APPLIED.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO C099-APPROVE-REVERSAL-EX.
           MOVE     TFSSPTL-AMT         TO WS-REV-AMT.

      *    EACH STEP IS RECORDED ON TFSREVPND AS IT COMPLETES, SO A
      *    RETRY PICKS UP AFTER THE LAST ONE DONE.
           IF       TFSREVPND-STATUS = "P"
                    MOVE SPACE          TO TFSREVPND-APPSTEP
                    MOVE "N"            TO TFSREVPND-VOSIND
           END-IF.
           MOVE     TFSREVPND-CABATID   TO WS-CAB-BATCHID.
           IF       TFSREVPND-APPSTEP = "E" OR "L"
                    GO TO C020-REVERSE-GL.
           IF       TFSREVPND-APPSTEP = "F"
                    GO TO C030-BACK-OUT.
           IF       TFSREVPND-APPSTEP = "G"
                    GO TO C040-RETURN-ITEM.

           PERFORM  E000-SEND-CASA-REVERSAL
              THRU  E099-SEND-CASA-REVERSAL-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO C099-APPROVE-REVERSAL-EX.
           MOVE     WS-CAB-BATCHID      TO TFSREVPND-CABATID.
           MOVE     "E"                 TO TFSREVPND-APPSTEP.
           PERFORM  C200-SAVE-PROGRESS
              THRU  C299-SAVE-PROGRESS-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO C099-APPROVE-REVERSAL-EX.

       C020-REVERSE-GL.
           PERFORM  F000-REVERSE-GL-LEGS
              THRU  F099-REVERSE-GL-LEGS-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO C099-APPROVE-REVERSAL-EX.
           MOVE     "F"                 TO TFSREVPND-APPSTEP.
           PERFORM  C200-SAVE-PROGRESS
              THRU  C299-SAVE-PROGRESS-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO C099-APPROVE-REVERSAL-EX.

       C030-BACK-OUT.
           PERFORM  G000-BACK-OUT-ACCUMULATORS
              THRU  G099-BACK-OUT-ACCUMULATORS-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO C099-APPROVE-REVERSAL-EX.
           MOVE     "G"                 TO TFSREVPND-APPSTEP.
           PERFORM  C200-SAVE-PROGRESS
              THRU  C299-SAVE-PROGRESS-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO C099-APPROVE-REVERSAL-EX.

       C040-RETURN-ITEM.
           PERFORM  H000-RETURN-TO-REPAIR
              THRU  H099-RETURN-TO-REPAIR-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO C099-APPROVE-REVERSAL-EX.

       C050-MARK-APPLIED.
           MOVE     "A"                 TO TFSREVPND-STATUS.
           MOVE     WK-C-VREVS-USERID   TO TFSREVPND-CHECKERID.
           MOVE     WS-DATE-8           TO TFSREVPND-CKDTE.
           MOVE     WS-TIME-6           TO TFSREVPND-CKTIME.
           MOVE     WK-C-VREVS-COMMENT  TO TFSREVPND-COMMENT.
           MOVE     WS-CAB-BATCHID      TO TFSREVPND-CABATID.
           REWRITE  TFSREVPND-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO C099-APPROVE-REVERSAL-EX.
           MOVE     WS-CAB-BATCHID      TO WK-N-VREVS-CABATID.

       C099-APPROVE-REVERSAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-FETCH-PENDING.
      *---------------------------------------------------------------*
           MOVE     "N"                 TO WS-PND-EXISTS-SW.
           INITIALIZE                   TFSREVPND-REC-1.
           MOVE     WK-N-VREVS-PARALNO  TO TFSREVPND-PARALNO.
           MOVE     WK-N-VREVS-SEQNUM   TO TFSREVPND-SEQNUM.
           READ     TFSREVPND KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-PND-EXISTS-SW
           END-IF.

       C199-FETCH-PENDING-EX.
           EXIT.

      *---------------------------------------------------------------*
       C200-SAVE-PROGRESS.
      *---------------------------------------------------------------*
           MOVE     "I"                 TO TFSREVPND-STATUS.
           REWRITE  TFSREVPND-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
           END-IF.

       C299-SAVE-PROGRESS-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-REJECT-REVERSAL.
      *---------------------------------------------------------------*
           IF       WK-C-VREVS-COMMENT = SPACES
      *    A REJECTION WITHOUT A COMMENT TELLS THE MAKER NOTHING.
                    MOVE "SUP0028"      TO WK-C-VREVS-ERROR-CD
                    GO TO D099-REJECT-REVERSAL-EX.

           PERFORM  C100-FETCH-PENDING
              THRU  C199-FETCH-PENDING-EX.
           IF       NOT WS-PND-EXISTS
                    OR TFSREVPND-STATUS NOT = "P"
                    MOVE "SUP0027"      TO WK-C-VREVS-ERROR-CD
                    GO TO D099-REJECT-REVERSAL-EX.

           IF       WK-C-VREVS-USERID = TFSREVPND-MAKERID
                    MOVE "SUP0024"      TO WK-C-VREVS-ERROR-CD
                    GO TO D099-REJECT-REVERSAL-EX.

           MOVE     "R"                 TO TFSREVPND-STATUS.
           MOVE     WK-C-VREVS-USERID   TO TFSREVPND-CHECKERID.
           MOVE     WS-DATE-8           TO TFSREVPND-CKDTE.
           MOVE     WS-TIME-6           TO TFSREVPND-CKTIME.
           MOVE     WK-C-VREVS-COMMENT  TO TFSREVPND-COMMENT.
           REWRITE  TFSREVPND-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
           END-IF.

       D099-REJECT-REVERSAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-SEND-CASA-REVERSAL.
      *---------------------------------------------------------------*
      *    THE REVERSING ENTRY TRAVELS THE SAME ROAD AS THE POSTING:
      *    A TFSCABAT CONTROL BATCH OF ONE, SENT ("S") AND OWED AN
      *    ACKNOWLEDGMENT THROUGH GHCAACK LIKE ANY OTHER, SO THE
      *    GHEODROL CABATCH GATE HOLDS THE ROLL UNTIL THE INTERFACE
      *    CONFIRMS THE DEBIT BACK.
           OPEN     I-O TFSCABAT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO E099-SEND-CASA-REVERSAL-EX.
           OPEN     I-O TFSCABATI.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    CLOSE TFSCABAT
                    GO TO E099-SEND-CASA-REVERSAL-EX.

           MOVE     ZEROES              TO WS-CAB-BATCHID.
           PERFORM  E100-NEXT-BATCHID
              THRU  E199-NEXT-BATCHID-EX.

           INITIALIZE                   TFSCABATI-REC-1.
           MOVE     WS-CAB-BATCHID      TO TFSCABATI-BATCHID.
           MOVE     TFSSPTL-PARALNO     TO TFSCABATI-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO TFSCABATI-SEQNUM.
           MOVE     "R"                 TO TFSCABATI-ENTTYP.
           WRITE    TFSCABATI-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO E090-CLOSE-BATCH.

           INITIALIZE                   TFSCABAT-REC-1.
           MOVE     WS-CAB-BATCHID      TO TFSCABAT-BATCHID.
           READ     TFSCABAT KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO E090-CLOSE-BATCH.
           MOVE     1                   TO TFSCABAT-ITEMCNT.
           COMPUTE  TFSCABAT-AMTTOT = ZERO - WS-REV-AMT.
           MOVE     "S"                 TO TFSCABAT-STATUS.
           REWRITE  TFSCABAT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
           END-IF.

       E090-CLOSE-BATCH.
           CLOSE    TFSCABAT  TFSCABATI.

       E099-SEND-CASA-REVERSAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       E100-NEXT-BATCHID.
      *---------------------------------------------------------------*
      *    SAME CLAIM AS THE VALIDATION DRIVER'S: PROBE FORWARD TO A
      *    FREE NUMBER, THE "O" HEADER WRITE SETTLING ANY RACE.
           ADD      1                   TO WS-CAB-BATCHID.
           INITIALIZE                   TFSCABAT-REC-1.
           MOVE     WS-CAB-BATCHID      TO TFSCABAT-BATCHID.
           READ     TFSCABAT KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    GO TO E100-NEXT-BATCHID.

           INITIALIZE                   TFSCABAT-REC-1.
           MOVE     WS-CAB-BATCHID      TO TFSCABAT-BATCHID.
           MOVE     WS-DATE-8           TO TFSCABAT-BATCHDTE.
           MOVE     ZEROES              TO TFSCABAT-ITEMCNT
                                           TFSCABAT-ACKCNT
                                           TFSCABAT-ACKDTE.
           MOVE     ZERO                TO TFSCABAT-AMTTOT
                                           TFSCABAT-ACKAMT.
           MOVE     "O"                 TO TFSCABAT-STATUS.
           WRITE    TFSCABAT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO E100-NEXT-BATCHID.

       E199-NEXT-BATCHID-EX.
           EXIT.

      *---------------------------------------------------------------*
       F000-REVERSE-GL-LEGS.
      *---------------------------------------------------------------*
      *    AN ITEM CREDITED TO A GL SUSPENSE ACCOUNT HAS ITS CREDIT ON
      *    TFSGLUSE (SOURCE TRFVTC1). EACH IS REVERSED WITH AN EQUAL
      *    AND OPPOSITE ROW SO GHGLRECN NETS THE ITEM TO NIL, AND THE
      *    OPEN ITEM GHGLOPEN RAISED FOR IT IS CLEARED.
           MOVE     ZERO                TO WS-GL-CNT.
           OPEN     INPUT TFSGLUSE.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO F099-REVERSE-GL-LEGS-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  F100-COLLECT-ONE-LEG
              THRU  F199-COLLECT-ONE-LEG-EX
                    UNTIL WS-EOF.
           CLOSE    TFSGLUSE.
           IF       WS-GL-CNT = ZERO
                    GO TO F099-REVERSE-GL-LEGS-EX.
      *    A RETRY AFTER THE REVERSING ROWS WENT ON ONLY HAS THE OPEN
      *    ITEMS LEFT TO CLEAR.
           IF       TFSREVPND-APPSTEP = "L"
                    GO TO F010-CLEAR-OPEN-ITEMS.

           OPEN     EXTEND TFSGLUSE.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO F099-REVERSE-GL-LEGS-EX.
           PERFORM  F200-WRITE-ONE-REVERSAL
              THRU  F299-WRITE-ONE-REVERSAL-EX
                    VARYING WS-GL-IX FROM 1 BY 1
                    UNTIL WS-GL-IX > WS-GL-CNT
                       OR WK-C-VREVS-ERROR-CD NOT = SPACES.
           CLOSE    TFSGLUSE.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO F099-REVERSE-GL-LEGS-EX.
           MOVE     WS-GL-CNT           TO TFSREVPND-GLLEGS.
           MOVE     "L"                 TO TFSREVPND-APPSTEP.
           PERFORM  C200-SAVE-PROGRESS
              THRU  C299-SAVE-PROGRESS-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO F099-REVERSE-GL-LEGS-EX.

       F010-CLEAR-OPEN-ITEMS.
           MOVE     SPACES              TO WS-CLR-REASON.
           STRING   "REVERSED BY OPS - "  DELIMITED BY SIZE
                    TFSREVPND-MAKERID   DELIMITED BY SPACE
                    "/"                 DELIMITED BY SIZE
                    WK-C-VREVS-USERID   DELIMITED BY SPACE
                    INTO WS-CLR-REASON.
           OPEN     I-O TFSGLOPEN.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO F099-REVERSE-GL-LEGS-EX.
           INITIALIZE                   TFSGLOPEN-REC-1.
           MOVE     TFSSPTL-PARALNO     TO TFSGLOPEN-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO TFSGLOPEN-SEQNUM.
           MOVE     ZERO                TO TFSGLOPEN-SEQNO.
           START    TFSGLOPEN KEY NOT LESS THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    MOVE "N"            TO WS-EOF-SW
                    PERFORM F300-CLEAR-ONE-OPEN-ITEM
                       THRU F399-CLEAR-ONE-OPEN-ITEM-EX
                       UNTIL WS-EOF
                          OR WK-C-VREVS-ERROR-CD NOT = SPACES
           END-IF.
      *    THE REVERSING ROWS GO ON ALREADY CLEARED AGAINST THE
      *    ORIGINALS - GHGLOPEN FINDS THEM ON FILE AND DOES NOT OPEN
      *    THEM AGAIN.
           PERFORM  F400-WRITE-CLEARED-REVERSAL
              THRU  F499-WRITE-CLEARED-REVERSAL-EX
                    VARYING WS-GL-IX FROM 1 BY 1
                    UNTIL WS-GL-IX > WS-GL-CNT
                       OR WK-C-VREVS-ERROR-CD NOT = SPACES.
           CLOSE    TFSGLOPEN.

       F099-REVERSE-GL-LEGS-EX.
           EXIT.

      *---------------------------------------------------------------*
       F100-COLLECT-ONE-LEG.
      *---------------------------------------------------------------*
           READ     TFSGLUSE.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO F199-COLLECT-ONE-LEG-EX.
           IF       TFSGLUSE-PARALNO NOT = TFSSPTL-PARALNO
                    OR TFSGLUSE-SEQNUM NOT = TFSSPTL-SEQNUM
                    OR TFSGLUSE-SRCPGM NOT = "TRFVTC1"
                    OR WS-GL-CNT NOT < WS-GL-MAX
                    GO TO F199-COLLECT-ONE-LEG-EX.
           ADD      1                   TO WS-GL-CNT.
           MOVE     TFSGLUSE-GLNO6      TO WS-GL-GLNO6 (WS-GL-CNT).
           MOVE     TFSGLUSE-CUYCD      TO WS-GL-CUYCD (WS-GL-CNT).
           MOVE     TFSGLUSE-AMT        TO WS-GL-AMT (WS-GL-CNT).
           MOVE     TFSGLUSE-COSTCTR    TO WS-GL-COSTCTR (WS-GL-CNT).

       F199-COLLECT-ONE-LEG-EX.
           EXIT.

      *---------------------------------------------------------------*
       F200-WRITE-ONE-REVERSAL.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSGLUSE-REC-1.
           MOVE     TFSSPTL-PARALNO     TO TFSGLUSE-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO TFSGLUSE-SEQNUM.
           MOVE     WS-GL-GLNO6 (WS-GL-IX) TO TFSGLUSE-GLNO6.
           MOVE     WS-GL-CUYCD (WS-GL-IX) TO TFSGLUSE-CUYCD.
           COMPUTE  TFSGLUSE-AMT = ZERO - WS-GL-AMT (WS-GL-IX).
           MOVE     WS-GL-COSTCTR (WS-GL-IX) TO TFSGLUSE-COSTCTR.
           MOVE     "TRFGREVS"          TO TFSGLUSE-SRCPGM.
           MOVE     WS-DATE-8           TO TFSGLUSE-LOGDTE.
           COMPUTE  TFSGLUSE-SEQNO = 80 + WS-GL-IX.
           WRITE    TFSGLUSE-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
           END-IF.

       F299-WRITE-ONE-REVERSAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       F300-CLEAR-ONE-OPEN-ITEM.
      *---------------------------------------------------------------*
           READ     TFSGLOPEN NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    OR TFSGLOPEN-PARALNO NOT = TFSSPTL-PARALNO
                    OR TFSGLOPEN-SEQNUM NOT = TFSSPTL-SEQNUM
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO F399-CLEAR-ONE-OPEN-ITEM-EX.
           IF       TFSGLOPEN-STATUS NOT = SPACE
                    GO TO F399-CLEAR-ONE-OPEN-ITEM-EX.
           MOVE     "C"                 TO TFSGLOPEN-STATUS.
           MOVE     WS-DATE-8           TO TFSGLOPEN-MTCHDTE.
           MOVE     WK-C-VREVS-USERID   TO TFSGLOPEN-CLRUSRID.
           MOVE     WS-CLR-REASON       TO TFSGLOPEN-CLRREASON.
           REWRITE  TFSGLOPEN-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
           END-IF.

       F399-CLEAR-ONE-OPEN-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       F400-WRITE-CLEARED-REVERSAL.
      *---------------------------------------------------------------*
           INITIALIZE                   TFSGLOPEN-REC-1.
           MOVE     TFSSPTL-PARALNO     TO TFSGLOPEN-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO TFSGLOPEN-SEQNUM.
           COMPUTE  TFSGLOPEN-SEQNO = 80 + WS-GL-IX.
           MOVE     WS-GL-GLNO6 (WS-GL-IX) TO TFSGLOPEN-GLNO6.
           MOVE     WS-GL-CUYCD (WS-GL-IX) TO TFSGLOPEN-CUYCD.
           COMPUTE  TFSGLOPEN-AMT = ZERO - WS-GL-AMT (WS-GL-IX).
           MOVE     WS-DATE-8           TO TFSGLOPEN-LOGDTE
                                           TFSGLOPEN-MTCHDTE.
           MOVE     "C"                 TO TFSGLOPEN-STATUS.
           MOVE     WK-C-VREVS-USERID   TO TFSGLOPEN-CLRUSRID.
           MOVE     WS-CLR-REASON       TO TFSGLOPEN-CLRREASON.
           WRITE    TFSGLOPEN-REC-1.
      *    ALREADY ON FILE FROM AN EARLIER ATTEMPT IS AS GOOD AS DONE.
           IF       NOT WK-C-SUCCESSFUL
                    AND NOT WK-C-DUPLICATE-KEY
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
           END-IF.

       F499-WRITE-CLEARED-REVERSAL-EX.
           EXIT.

      *---------------------------------------------------------------*
       G000-BACK-OUT-ACCUMULATORS.
      *---------------------------------------------------------------*
      *    THE ITEM COUNTED TOWARDS ITS PROCESSED DATE'S ACCOUNT
      *    ACCUMULATOR (KEYED FROM THE TAG59 ACCOUNT LINE, AS GHCUMVER
      *    RECOMPUTES IT) AND THE SENDING BANK'S EXPOSURE FOR THAT
      *    DAY. BOTH ARE BACKED OUT WHILE THAT DAY'S TOTAL IS STILL
      *    THE ONE IN FORCE; NEITHER IS TAKEN BELOW ZERO. THE VOSTRO
      *    GOES FIRST - IT IS THE ONE BACK-OUT THAT CAN STOP THE
      *    APPROVAL, AND IT IS SAFE TO REPEAT.
           PERFORM  G100-BACK-OUT-VOSTRO
              THRU  G199-BACK-OUT-VOSTRO-EX.
           IF       WK-C-VREVS-ERROR-CD NOT = SPACES
                    GO TO G099-BACK-OUT-ACCUMULATORS-EX.

           MOVE     "N"                 TO TFSREVPND-CUMIND
                                           TFSREVPND-EXPIND.
           OPEN     I-O TFSCUMLT.
           IF       WK-C-SUCCESSFUL
                    INITIALIZE          TFSCUMLT-REC-1
                    MOVE "A"            TO TFSCUMLT-LMTTYPE
                    MOVE TFSSPTL-TAG59-V1 (1:15) TO TFSCUMLT-LMTID
                    MOVE TFSSPTL-PROCDTE TO TFSCUMLT-LMTDTE
                    READ TFSCUMLT KEY IS EXTERNALLY-DESCRIBED-KEY
                    IF WK-C-SUCCESSFUL
                       IF TFSCUMLT-CUMAMT > WS-REV-AMT
                          SUBTRACT WS-REV-AMT FROM TFSCUMLT-CUMAMT
                       ELSE
                          MOVE ZERO     TO TFSCUMLT-CUMAMT
                       END-IF
                       MOVE WS-DATE-8   TO TFSCUMLT-LSTUPDTE
                       REWRITE TFSCUMLT-REC-1
                       IF WK-C-SUCCESSFUL
                          MOVE "Y"      TO TFSREVPND-CUMIND
                       END-IF
                    END-IF
                    CLOSE TFSCUMLT
           END-IF.

           OPEN     I-O TFSCRBNK.
           IF       WK-C-SUCCESSFUL
                    INITIALIZE          TFSCRBNK-REC-1
                    MOVE TFSSPTL-SENBNKID TO TFSCRBNK-BANKID
                    READ TFSCRBNK KEY IS EXTERNALLY-DESCRIBED-KEY
                    IF WK-C-SUCCESSFUL
                       AND TFSCRBNK-EXPDTE = TFSSPTL-PROCDTE
                       IF TFSCRBNK-EXPOSURE > WS-REV-AMT
                          SUBTRACT WS-REV-AMT FROM TFSCRBNK-EXPOSURE
                       ELSE
                          MOVE ZERO     TO TFSCRBNK-EXPOSURE
                       END-IF
                       REWRITE TFSCRBNK-REC-1
                       IF WK-C-SUCCESSFUL
                          MOVE "Y"      TO TFSREVPND-EXPIND
                       END-IF
                    END-IF
                    CLOSE TFSCRBNK
           END-IF.

       G099-BACK-OUT-ACCUMULATORS-EX.
           EXIT.

      *---------------------------------------------------------------*
       G100-BACK-OUT-VOSTRO.
      *---------------------------------------------------------------*
      *    AN ITEM PAID OUT OF A CORRESPONDENT'S VOSTRO WAS DEBITED TO
      *    ITS RUNNING BALANCE AS IT POSTED (TRFGSTPD D540), AND THE
      *    DEBIT IS TAKEN AGAIN WHEN THE ITEM IS RE-RELEASED - SO IT
      *    IS CREDITED BACK HERE. THE ITEM'S TFSVOSMOV ROWS ARE
      *    NETTED PER BANK/CURRENCY, SO A DEBIT ALREADY CREDITED BACK
      *    (AN EARLIER REVERSAL, OR A RETRY OF THIS ONE) IS NOT
      *    CREDITED AGAIN. A VOSTRO THE ITEM CREDITED NETS BELOW ZERO
      *    AND IS LEFT TO THE RE-CREDIT.
           MOVE     ZERO                TO WS-VM-CNT.
           OPEN     INPUT TFSVOSMOV.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO G199-BACK-OUT-VOSTRO-EX.
           MOVE     "N"                 TO WS-EOF-SW.
           PERFORM  G110-COLLECT-ONE-MOVE
              THRU  G119-COLLECT-ONE-MOVE-EX
                    UNTIL WS-EOF.
           CLOSE    TFSVOSMOV.

           PERFORM  G120-CREDIT-ONE-VOSTRO
              THRU  G129-CREDIT-ONE-VOSTRO-EX
                    VARYING WS-VM-IX FROM 1 BY 1
                    UNTIL WS-VM-IX > WS-VM-CNT
                       OR WK-C-VREVS-ERROR-CD NOT = SPACES.

       G199-BACK-OUT-VOSTRO-EX.
           EXIT.

      *---------------------------------------------------------------*
       G110-COLLECT-ONE-MOVE.
      *---------------------------------------------------------------*
           READ     TFSVOSMOV.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "Y"            TO WS-EOF-SW
                    GO TO G119-COLLECT-ONE-MOVE-EX.
           IF       TFSVOSMOV-PARALNO NOT = TFSSPTL-PARALNO
                    OR TFSVOSMOV-SEQNUM NOT = TFSSPTL-SEQNUM
                    GO TO G119-COLLECT-ONE-MOVE-EX.

           MOVE     ZERO                TO WS-VM-FND.
           PERFORM  G115-MATCH-ONE-VOSTRO
              THRU  G118-MATCH-ONE-VOSTRO-EX
                    VARYING WS-VM-IX FROM 1 BY 1
                    UNTIL WS-VM-IX > WS-VM-CNT
                       OR WS-VM-FND > ZERO.
           IF       WS-VM-FND = ZERO
                    IF WS-VM-CNT NOT < WS-VM-MAX
                       GO TO G119-COLLECT-ONE-MOVE-EX
                    END-IF
                    ADD 1               TO WS-VM-CNT
                    MOVE WS-VM-CNT      TO WS-VM-FND
                    MOVE TFSVOSMOV-BANKID TO WS-VM-BANKID (WS-VM-FND)
                    MOVE TFSVOSMOV-CUYCD TO WS-VM-CUYCD (WS-VM-FND)
                    MOVE ZERO           TO WS-VM-NETDR (WS-VM-FND)
           END-IF.
           IF       TFSVOSMOV-DRCR = "D"
                    ADD TFSVOSMOV-AMT   TO WS-VM-NETDR (WS-VM-FND)
           ELSE
                    SUBTRACT TFSVOSMOV-AMT FROM WS-VM-NETDR (WS-VM-FND)
           END-IF.

       G119-COLLECT-ONE-MOVE-EX.
           EXIT.

       G115-MATCH-ONE-VOSTRO.
           IF       WS-VM-BANKID (WS-VM-IX) = TFSVOSMOV-BANKID
                    AND WS-VM-CUYCD (WS-VM-IX) = TFSVOSMOV-CUYCD
                    MOVE WS-VM-IX       TO WS-VM-FND.

       G118-MATCH-ONE-VOSTRO-EX.
           EXIT.

      *---------------------------------------------------------------*
       G120-CREDIT-ONE-VOSTRO.
      *---------------------------------------------------------------*
           IF       WS-VM-NETDR (WS-VM-IX) NOT > ZERO
                    GO TO G129-CREDIT-ONE-VOSTRO-EX.
           INITIALIZE                   WK-C-VBAL-RECORD.
           MOVE     "CR "               TO WK-C-VBAL-MODE.
           MOVE     WS-VM-BANKID (WS-VM-IX) TO WK-C-VBAL-BANKID.
           MOVE     WS-VM-CUYCD (WS-VM-IX) TO WK-C-VBAL-CUYCD.
           MOVE     WS-VM-NETDR (WS-VM-IX) TO WK-N-VBAL-AMT.
           MOVE     TFSSPTL-PARALNO     TO WK-N-VBAL-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO WK-N-VBAL-SEQNUM.
           CALL     "TRFXVBAL"          USING WK-C-VBAL-RECORD.
           IF       WK-C-VBAL-ERROR-CD NOT = SPACES
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO G129-CREDIT-ONE-VOSTRO-EX.
           IF       WK-C-VBAL-STATUS = "OK"
                    MOVE "Y"            TO TFSREVPND-VOSIND
           END-IF.

       G129-CREDIT-ONE-VOSTRO-EX.
           EXIT.

      *---------------------------------------------------------------*
       H000-RETURN-TO-REPAIR.
      *---------------------------------------------------------------*
      *    BACK TO REPAIR UNDER RSN0426 WITH THE MAKER'S REASON, SO
      *    THE ITEM IS WORKED AND RE-CREDITED TO THE RIGHT ACCOUNT.
           MOVE     TFSSPTL-PRCIND      TO WS-SHS-OLDPRC.
           MOVE     TFSSPTL-STRIND      TO WS-SHS-OLDSTR.
           MOVE     "R"                 TO TFSSPTL-PRCIND.
           MOVE     SPACE               TO TFSSPTL-STRIND.
           REWRITE  TFSSTPL-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-VREVS-ERROR-CD
                    GO TO H099-RETURN-TO-REPAIR-EX.

           INITIALIZE                   WK-C-SHST-RECORD.
           MOVE     TFSSPTL-PARALNO     TO WK-N-SHST-PARALNO.
           MOVE     TFSSPTL-SEQNUM      TO WK-N-SHST-SEQNUM.
           MOVE     WS-SHS-OLDPRC       TO WK-C-SHST-OLDPRC.
           MOVE     "R"                 TO WK-C-SHST-NEWPRC.
           MOVE     WS-SHS-OLDSTR       TO WK-C-SHST-OLDSTR.
           MOVE     SPACE               TO WK-C-SHST-NEWSTR.
           MOVE     "TRFGREVS"          TO WK-C-SHST-PGMID.
           MOVE     WK-C-VREVS-USERID   TO WK-C-SHST-USERID.
           CALL     "TRFXSHST"          USING WK-C-SHST-RECORD.

           INITIALIZE                   WK-C-RRSN-RECORD.
           MOVE     TFSSPTL-PARALNO     TO WK-C-RRSN-QUENUM.
           MOVE     TFSSPTL-SEQNUM      TO WK-C-RRSN-QUESUF.
           MOVE     "TRFGREVS"          TO WK-C-RRSN-FUNCTID.
           MOVE     "RSN0426"           TO WK-C-RRSN-RSNCDE.
           MOVE     TFSREVPND-REASON    TO WK-C-RRSN-RSNDESC.
           MOVE     WS-DATE-8           TO WK-C-RRSN-RPRDTE.
           MOVE     WS-TIME-6           TO WK-C-RRSN-RPRTIME.
           MOVE     "TRFGREVS"          TO WK-C-RRSN-RPRPGM.
           CALL     "TRFGRRSN"          USING WK-C-RRSN-RECORD.

       H099-RETURN-TO-REPAIR-EX.
           EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
      *---------------------------------------------------------------*
           CLOSE    TFSREVPND  TFSSTPL.

      *---------------------------------------------------------------*
       Z099-END-PROGRAM-ROUTINE-EX.
      *---------------------------------------------------------------*
           EXIT.

      ******************************************************************
      *************** END OF PROGRAM SOURCE  TRFGREVS ***************
      ******************************************************************
