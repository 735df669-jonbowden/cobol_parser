      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFXNOTE.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  FREE-TEXT NOTES ON QUEUE ITEMS. WHAT AN OFFICER
      *               LEARNT ABOUT AN ITEM ("CORRESPONDENT SAYS COVER
      *               FOLLOWS TOMORROW", "CUSTOMER CONFIRMED THE
      *               BENEFICIARY BY PHONE") USED TO LIVE IN E-MAIL
      *               AND ON PAPER, AND THE NEXT SHIFT STARTED FROM
      *               NOTHING. CALLED WITH AN ACTION CODE:
      *                 ADD - ADDS A NOTE TO A LIVE TFSSTPL ITEM,
      *                       STAMPED WITH THE DATE, TIME AND USER,
      *                       UNDER THE NEXT FREE PER-ITEM NOTESEQ.
      *                       ANY OFFICER MAY ADD ONE, PROVIDED THE
      *                       ITEM'S ENTITY AND UNIT ARE IN THEIR
      *                       TFSDSCOPE DATA SCOPE (TRFXDSCP).
      *                 GET - RETURNS THE ITEM'S FIRST NOTE NUMBERED
      *                       ABOVE THE ONE GIVEN, FROM THE LIVE
      *                       TFSITMNOTE FILE OR, ONCE THE ITEM HAS
      *                       BEEN PURGED, FROM THE TFSITMNOTH
      *                       ARCHIVE - THE REPAIR SCREENS PAGE
      *                       THROUGH AN ITEM'S NOTES WITH IT.
      *               THERE IS NO CHANGE OR DELETE: A NOTE IS
      *               APPEND-ONLY FROM THE MOMENT IT IS WRITTEN.
      *NOTE        :  MODELLED ON TRFXSHST.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  NOTE01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSSTPL ASSIGN TO DATABASE-TFSSTPL
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSITMNOTE ASSIGN TO DATABASE-TFSITMNOTE
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSITMNOTH ASSIGN TO DATABASE-TFSITMNOTH
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSSTPL
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSSTPL-REC.
       01  TFSSTPL-REC.
           COPY DDS-ALL-FORMATS OF TFSSTPL.
       01  TFSSTPL-REC-1.
           COPY TFSSTPL.
       FD  TFSITMNOTE
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSITMNOTE-REC.
       01  TFSITMNOTE-REC.
           COPY DDS-ALL-FORMATS OF TFSITMNOTE.
       01  TFSITMNOTE-REC-1.
           COPY TFSITMNOTE.
      *    SAME LAYOUT AS TFSITMNOTE - ONLY THE KEY IS NAMED HERE, A
      *    ROW FOUND IS MOVED OVER TFSITMNOTE-REC-1 TO BE RETURNED.
       FD  TFSITMNOTH
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSITMNOTH-REC.
       01  TFSITMNOTH-REC.
           COPY DDS-ALL-FORMATS OF TFSITMNOTH.
       01  TFSITMNOTH-REC-1.
           05 TFSITMNOTH-K-PARALNO PIC 9(08).
           05 TFSITMNOTH-K-SEQNUM  PIC 9(02).
           05 TFSITMNOTH-K-NOTESEQ PIC 9(03).
           05 FILLER               PIC X(187).

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFXNOTE  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY DSCP.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).
       01  WS-TIME-RAW         PIC 9(08).
       77  WS-NEXT-NOTESEQ     PIC 9(03) VALUE ZEROES.
       01  WS-SEQ-FULL-SW      PIC X(01)  VALUE "N".
           88 WS-SEQ-FULL                 VALUE "Y".

       EJECT
       LINKAGE SECTION.
      *****************
       COPY NOTE.
       EJECT
       PROCEDURE DIVISION USING WK-C-NOTE-RECORD.
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
           MOVE     SPACES              TO WK-C-NOTE-OUTPUT.
           MOVE     "N"                 TO WK-C-NOTE-FOUND.
           MOVE     ZEROES              TO WK-N-NOTE-NOTESEQ
                                           WK-N-NOTE-NOTEDTE
                                           WK-N-NOTE-NOTETIME.

           EVALUATE WK-C-NOTE-ACTION
               WHEN "ADD"
                    PERFORM B000-ADD-NOTE
                       THRU B099-ADD-NOTE-EX
               WHEN "GET"
                    PERFORM C000-GET-NOTE
                       THRU C099-GET-NOTE-EX
               WHEN OTHER
                    MOVE "SUP0026"      TO WK-C-NOTE-ERROR-CD
           END-EVALUATE.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-ADD-NOTE.
      *---------------------------------------------------------------*
           IF       WK-C-NOTE-TEXT = SPACES
                    MOVE "SUP0270"      TO WK-C-NOTE-ERROR-CD
                    GO TO B099-ADD-NOTE-EX.
           IF       WK-C-NOTE-CONTACT NOT = "C"
                    AND WK-C-NOTE-CONTACT NOT = "U"
                    AND WK-C-NOTE-CONTACT NOT = "I"
                    AND WK-C-NOTE-CONTACT NOT = "O"
                    MOVE "SUP0270"      TO WK-C-NOTE-ERROR-CD
                    GO TO B099-ADD-NOTE-EX.

      *    NOTES GO ON LIVE ITEMS ONLY - A PURGED ITEM'S NOTES ARE
      *    ALREADY IN THE ARCHIVE WITH IT.
           OPEN     INPUT TFSSTPL.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-NOTE-ERROR-CD
                    GO TO B099-ADD-NOTE-EX.
           INITIALIZE                   TFSSTPL-REC-1.
           MOVE     WK-N-NOTE-PARALNO   TO TFSSPTL-PARALNO.
           MOVE     WK-N-NOTE-SEQNUM    TO TFSSPTL-SEQNUM.
           READ     TFSSTPL KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "SUP0021"      TO WK-C-NOTE-ERROR-CD
                    CLOSE TFSSTPL
                    GO TO B099-ADD-NOTE-EX.
           CLOSE    TFSSTPL.

           INITIALIZE                   WK-C-DSCP-RECORD.
           MOVE     WK-C-NOTE-USERID    TO WK-C-DSCP-USERID.
           MOVE     TFSSPTL-BNKENTITY   TO WK-C-DSCP-BNKENTITY.
           MOVE     TFSSPTL-PROCUNIT    TO WK-C-DSCP-PROCUNIT.
           MOVE     "TRFXNOTE"          TO WK-C-DSCP-SRCPGM.
           MOVE     WK-N-NOTE-PARALNO   TO WK-C-DSCP-CONTEXT.
           MOVE     WK-N-NOTE-SEQNUM    TO WK-C-DSCP-CONTEXT (9:2).
           CALL     "TRFXDSCP"          USING WK-C-DSCP-RECORD.
           IF       WK-C-DSCP-ALLOWED NOT = "Y"
                    MOVE "SUP0268"      TO WK-C-NOTE-ERROR-CD
                    GO TO B099-ADD-NOTE-EX.

           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-DATE-8.

           OPEN     I-O TFSITMNOTE.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-NOTE-ERROR-CD
                    GO TO B099-ADD-NOTE-EX.

           MOVE     ZEROES              TO WS-NEXT-NOTESEQ.
           MOVE     "N"                 TO WS-SEQ-FULL-SW.
           PERFORM  B100-WRITE-NOTE
              THRU  B199-WRITE-NOTE-EX.

           CLOSE    TFSITMNOTE.

       B099-ADD-NOTE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B100-WRITE-NOTE.
      *---------------------------------------------------------------*
      *    ANOTHER OFFICER MAY TAKE THE NUMBER BETWEEN THE PROBE AND
      *    THE WRITE - A DUPLICATE KEY SIMPLY PROBES ON FROM THERE.
      *---------------------------------------------------------------*
           PERFORM  B200-NEXT-NOTESEQ
              THRU  B299-NEXT-NOTESEQ-EX.
           IF       WS-SEQ-FULL
                    MOVE "SUP0271"      TO WK-C-NOTE-ERROR-CD
                    GO TO B199-WRITE-NOTE-EX.

           INITIALIZE                   TFSITMNOTE-REC-1.
           MOVE     WK-N-NOTE-PARALNO   TO TFSITMNOTE-PARALNO.
           MOVE     WK-N-NOTE-SEQNUM    TO TFSITMNOTE-SEQNUM.
           MOVE     WS-NEXT-NOTESEQ     TO TFSITMNOTE-NOTESEQ.
           MOVE     WS-DATE-8           TO TFSITMNOTE-NOTEDTE.
           ACCEPT   WS-TIME-RAW         FROM TIME.
           MOVE     WS-TIME-RAW (1:6)   TO TFSITMNOTE-NOTETIME.
           MOVE     WK-C-NOTE-USERID    TO TFSITMNOTE-NOTEUSER.
           MOVE     WK-C-NOTE-SRCPGM    TO TFSITMNOTE-SRCPGM.
           MOVE     WK-C-NOTE-CONTACT   TO TFSITMNOTE-CONTACT.
           MOVE     WK-C-NOTE-TEXT      TO TFSITMNOTE-NOTETEXT.

           WRITE    TFSITMNOTE-REC-1.
           IF       WK-C-DUPLICATE-KEY
                    GO TO B100-WRITE-NOTE.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-NOTE-ERROR-CD
                    GO TO B199-WRITE-NOTE-EX.

           MOVE     WS-NEXT-NOTESEQ     TO WK-N-NOTE-NOTESEQ.
           MOVE     TFSITMNOTE-NOTEDTE  TO WK-N-NOTE-NOTEDTE.
           MOVE     TFSITMNOTE-NOTETIME TO WK-N-NOTE-NOTETIME.

       B199-WRITE-NOTE-EX.
           EXIT.

      *---------------------------------------------------------------*
       B200-NEXT-NOTESEQ.
      *---------------------------------------------------------------*
      *    THE PER-ITEM SEQUENCE ASCENDS; PROBE FORWARD UNTIL A FREE
      *    NUMBER IS FOUND. 999 TAKEN MEANS THE ITEM IS FULL.
      *---------------------------------------------------------------*
           IF       WS-NEXT-NOTESEQ = 999
                    MOVE "Y"            TO WS-SEQ-FULL-SW
                    GO TO B299-NEXT-NOTESEQ-EX.
           ADD      1                   TO WS-NEXT-NOTESEQ.
           INITIALIZE                   TFSITMNOTE-REC-1.
           MOVE     WK-N-NOTE-PARALNO   TO TFSITMNOTE-PARALNO.
           MOVE     WK-N-NOTE-SEQNUM    TO TFSITMNOTE-SEQNUM.
           MOVE     WS-NEXT-NOTESEQ     TO TFSITMNOTE-NOTESEQ.
           READ     TFSITMNOTE KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    GO TO B200-NEXT-NOTESEQ.

       B299-NEXT-NOTESEQ-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-GET-NOTE.
      *---------------------------------------------------------------*
      *    THE LIVE FILE FIRST; ONLY WHEN IT HAS NOTHING MORE FOR THE
      *    ITEM IS THE ARCHIVE TRIED, SO A NOTE CAUGHT MID-ARCHIVE
      *    (IN BOTH FILES) IS RETURNED ONCE.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSITMNOTE.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-NOTE-ERROR-CD
                    GO TO C099-GET-NOTE-EX.
           INITIALIZE                   TFSITMNOTE-REC-1.
           MOVE     WK-N-NOTE-PARALNO   TO TFSITMNOTE-PARALNO.
           MOVE     WK-N-NOTE-SEQNUM    TO TFSITMNOTE-SEQNUM.
           MOVE     WK-N-NOTE-AFTSEQ    TO TFSITMNOTE-NOTESEQ.
           START    TFSITMNOTE KEY GREATER THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    READ TFSITMNOTE NEXT
                    IF   WK-C-SUCCESSFUL
                         AND TFSITMNOTE-PARALNO = WK-N-NOTE-PARALNO
                         AND TFSITMNOTE-SEQNUM = WK-N-NOTE-SEQNUM
                         MOVE "Y"       TO WK-C-NOTE-FOUND
                    END-IF
           END-IF.
           CLOSE    TFSITMNOTE.

           IF       WK-C-NOTE-FOUND = "Y"
                    PERFORM C100-RETURN-NOTE
                       THRU C199-RETURN-NOTE-EX
                    GO TO C099-GET-NOTE-EX.

           OPEN     INPUT TFSITMNOTH.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO C099-GET-NOTE-EX.
           INITIALIZE                   TFSITMNOTH-REC-1.
           MOVE     WK-N-NOTE-PARALNO   TO TFSITMNOTH-K-PARALNO.
           MOVE     WK-N-NOTE-SEQNUM    TO TFSITMNOTH-K-SEQNUM.
           MOVE     WK-N-NOTE-AFTSEQ    TO TFSITMNOTH-K-NOTESEQ.
           START    TFSITMNOTH KEY GREATER THAN
                    EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    READ TFSITMNOTH NEXT
                    IF   WK-C-SUCCESSFUL
                         AND TFSITMNOTH-K-PARALNO = WK-N-NOTE-PARALNO
                         AND TFSITMNOTH-K-SEQNUM = WK-N-NOTE-SEQNUM
                         MOVE "Y"       TO WK-C-NOTE-FOUND
                         MOVE "A"       TO WK-C-NOTE-ARCHIND
                         MOVE TFSITMNOTH-REC-1
                                        TO TFSITMNOTE-REC-1
                    END-IF
           END-IF.
           CLOSE    TFSITMNOTH.

           IF       WK-C-NOTE-FOUND = "Y"
                    PERFORM C100-RETURN-NOTE
                       THRU C199-RETURN-NOTE-EX.

       C099-GET-NOTE-EX.
           EXIT.

      *---------------------------------------------------------------*
       C100-RETURN-NOTE.
      *---------------------------------------------------------------*
           MOVE     TFSITMNOTE-NOTESEQ  TO WK-N-NOTE-NOTESEQ.
           MOVE     TFSITMNOTE-NOTEDTE  TO WK-N-NOTE-NOTEDTE.
           MOVE     TFSITMNOTE-NOTETIME TO WK-N-NOTE-NOTETIME.
           MOVE     TFSITMNOTE-NOTEUSER TO WK-C-NOTE-NOTEUSER.
           MOVE     TFSITMNOTE-CONTACT  TO WK-C-NOTE-NOTECONT.
           MOVE     TFSITMNOTE-NOTETEXT TO WK-C-NOTE-NOTETEXT.

       C199-RETURN-NOTE-EX.
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
      *************** END OF PROGRAM SOURCE  TRFXNOTE ***************
      ******************************************************************
