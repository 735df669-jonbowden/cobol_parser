      *               (TRFXSHST) SAYS WHO MOVED WHAT AND WHEN, SO
      *               THE REPORT IS A FILTERED WALK OF IT - RUN AT
      *               SHIFT START, BEFORE THE QUEUES ARE WORKED.
NOTE01*               EACH ITEM LISTED CARRIES ITS TFSITMNOTE NOTES,
NOTE01*               SO WHAT THE LAST SHIFT LEARNT ABOUT IT IS
NOTE01*               HANDED OVER WITH IT.
      *NOTE        :  MODELLED ON GHSHSTCK.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  NOTE01 - RISKOPS   - 15/10/2026 - THE NOTES OFFICERS HAVE
      *                        ADDED TO EACH LISTED ITEM (TFSITMNOTE,
      *                        THROUGH TRFXNOTE) ARE PRINTED UNDER IT.
      *---------------------------------------------------------------*
      *  UNATND - RISKOPS   - 02/09/2026 - INITIAL VERSION.
      *---------------------------------------------------------------*
       EJECT
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
NOTE01     SELECT TFSITMNOTE ASSIGN TO DATABASE-TFSITMNOTE
NOTE01            ORGANIZATION      IS INDEXED
NOTE01            ACCESS MODE       IS DYNAMIC
NOTE01            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
NOTE01            FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
           COPY DDS-ALL-FORMATS OF TFSSHIFT.
       01  TFSSHIFT-REC-1.
           COPY TFSSHIFT.
NOTE01 FD  TFSITMNOTE
NOTE01     LABEL RECORDS ARE OMITTED
NOTE01     DATA RECORD IS TFSITMNOTE-REC.
NOTE01 01  TFSITMNOTE-REC.
NOTE01     COPY DDS-ALL-FORMATS OF TFSITMNOTE.
NOTE01 01  TFSITMNOTE-REC-1.
NOTE01     COPY TFSITMNOTE.

      *************************
       WORKING-STORAGE SECTION.
       01  WS-AMT-ED           PIC Z(12)9.99-.
       01  WS-WHY              PIC X(30).
       01  WS-JOBNAME          PIC X(10) VALUE "GHSHFHND".
NOTE01 01  WS-NOTE-OPEN-SW     PIC X(01)  VALUE "N".
NOTE01     88 WS-NOTE-OPEN                VALUE "Y".
NOTE01 01  WS-NOTE-EOF-SW      PIC X(01)  VALUE "N".
NOTE01     88 WS-NOTE-EOF                 VALUE "Y".
NOTE01 77  WS-NOTE-CNT         PIC S9(05) COMP VALUE ZERO.

       EJECT
      ********************
                    DISPLAY "GHSHFHND - NO SHIFT FILE - NOTHING TO "
                            "HAND OVER"
                    GO TO A090-CLOSE-FILES.
NOTE01*    NO NOTES FILE IS NO REASON TO WITHHOLD THE HANDOVER.
NOTE01     OPEN     INPUT TFSITMNOTE.
NOTE01     IF       WK-C-SUCCESSFUL
NOTE01              MOVE "Y"            TO WS-NOTE-OPEN-SW
NOTE01     ELSE
NOTE01              DISPLAY "GHSHFHND - NO NOTES FILE - ITEMS LISTED "
NOTE01                      "WITHOUT NOTES"
NOTE01     END-IF.

           DISPLAY  "NIGHT-PROFILE HANDOVER - " WS-DATE-8.


       A080-REPORT-COUNT.
           DISPLAY  "GHSHFHND - ITEMS HELD OVERNIGHT: " WS-LIST-CNT.
NOTE01     DISPLAY  "GHSHFHND - NOTES HANDED OVER:    " WS-NOTE-CNT.

       A090-CLOSE-FILES.
           CLOSE    TFSSTHST  TFSSTPL  TFSSHIFT.
NOTE01     IF       WS-NOTE-OPEN
NOTE01              CLOSE TFSITMNOTE.

           INITIALIZE                   WK-C-JLOG-RECORD.
           MOVE     "END"               TO WK-C-JLOG-MODE.
                    " - " WS-WHY.
           ADD      1                   TO WS-LIST-CNT.

NOTE01     IF       WS-NOTE-OPEN
NOTE01              PERFORM C000-SHOW-NOTES
NOTE01                 THRU C099-SHOW-NOTES-EX.

       B099-CHECK-ONE-ROW-EX.
           EXIT.
NOTE01
NOTE01*---------------------------------------------------------------*
NOTE01 C000-SHOW-NOTES.
NOTE01*---------------------------------------------------------------*
NOTE01     INITIALIZE                   TFSITMNOTE-REC-1.
NOTE01     MOVE     TFSSPTL-PARALNO     TO TFSITMNOTE-PARALNO.
NOTE01     MOVE     TFSSPTL-SEQNUM      TO TFSITMNOTE-SEQNUM.
NOTE01     MOVE     ZEROES              TO TFSITMNOTE-NOTESEQ.
NOTE01     START    TFSITMNOTE KEY NOT LESS THAN
NOTE01              EXTERNALLY-DESCRIBED-KEY.
NOTE01     IF       NOT WK-C-SUCCESSFUL
NOTE01              GO TO C099-SHOW-NOTES-EX.
NOTE01
NOTE01     MOVE     "N"                 TO WS-NOTE-EOF-SW.
NOTE01     PERFORM  C010-SHOW-ONE-NOTE
NOTE01        THRU  C019-SHOW-ONE-NOTE-EX
NOTE01              UNTIL WS-NOTE-EOF.
NOTE01
NOTE01 C099-SHOW-NOTES-EX.
NOTE01     EXIT.
NOTE01
NOTE01 C010-SHOW-ONE-NOTE.
NOTE01     READ     TFSITMNOTE NEXT.
NOTE01     IF       NOT WK-C-SUCCESSFUL
NOTE01              OR TFSITMNOTE-PARALNO NOT = TFSSPTL-PARALNO
NOTE01              OR TFSITMNOTE-SEQNUM NOT = TFSSPTL-SEQNUM
NOTE01              MOVE "Y"            TO WS-NOTE-EOF-SW
NOTE01              GO TO C019-SHOW-ONE-NOTE-EX.
NOTE01
NOTE01     DISPLAY  "      NOTE " TFSITMNOTE-NOTEDTE
NOTE01              " " TFSITMNOTE-NOTETIME
NOTE01              " " TFSITMNOTE-NOTEUSER
NOTE01              " (" TFSITMNOTE-CONTACT ") "
NOTE01              TFSITMNOTE-NOTETEXT (1:50).
NOTE01     IF       TFSITMNOTE-NOTETEXT (51:100) NOT = SPACES
NOTE01              DISPLAY "        " TFSITMNOTE-NOTETEXT (51:50)
NOTE01              DISPLAY "        " TFSITMNOTE-NOTETEXT (101:50).
NOTE01     ADD      1                   TO WS-NOTE-CNT.
NOTE01
NOTE01 C019-SHOW-ONE-NOTE-EX.
NOTE01     EXIT.

      *---------------------------------------------------------------*
       Z000-END-PROGRAM-ROUTINE.
