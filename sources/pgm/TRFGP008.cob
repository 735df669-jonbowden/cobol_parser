      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  LEI001 - RISKOPS   - 15/10/2026 - THE <LEI> OF EACH AGENT
      *                        BLOCK IS NOW CAPTURED ALONGSIDE ITS
      *                        BIC AND PASSED TO TRFXLEIC, WHICH
      *                        VALIDATES IT AND COMPARES IT WITH THE
      *                        LEI HELD ON TFSBANK; MISMATCHES AND
      *                        INVALID LEIS ARE LISTED AT END OF RUN.
      *---------------------------------------------------------------*
      *  TRVRUL - RISKOPS   - 02/09/2026 - THE DEBTOR'S <PstlAdr>/
      *                        <AdrLine> ELEMENTS NOW FEED TAG50AD1/
      *                        AD2, SO THE TRAVEL-RULE COMPLETENESS

       COPY XMDP.
       COPY VPRIO.
LEI001 COPY LEIC.

       01  WS-EOF-SW           PIC X(01)  VALUE "N".
           88 WS-EOF                      VALUE "Y".

       77  WS-READ-CNT         PIC S9(07) COMP VALUE ZERO.
       77  WS-QUEUED-CNT       PIC S9(07) COMP VALUE ZERO.
LEI001 77  WS-LEI-CAP-CNT      PIC S9(07) COMP VALUE ZERO.
LEI001 77  WS-LEI-EXC-CNT      PIC S9(07) COMP VALUE ZERO.

      * ISO MESSAGE BODY SCAN AREA - IMSGBDY AND ITS EXTENSION ARE
      * TREATED AS ONE CONTIGUOUS TEXT FOR ELEMENT EXTRACTION.
       01  WS-ELEM-VALUE       PIC X(40).
       01  WS-ELEM-FOUND       PIC X(01).
           88 WS-ELEM-HIT                 VALUE "Y".
LEI001* AGENT LEI EXTRACTION (SEE X120-EXTRACT-AGENT-LEI)
LEI001 01  WS-ELEM-LEI         PIC X(40).
LEI001 01  WS-LEI-I            PIC S9(05) COMP.
LEI001 01  WS-LEI-END-SW       PIC X(01).
LEI001 01  WS-LEI-BIC          PIC X(40).
LEI001 01  WS-LEI-VALUE        PIC X(40).
       01  WS-SCAN-I           PIC S9(05) COMP.
       01  WS-SCAN-START       PIC S9(05) COMP VALUE 1.
       01  WS-SCAN-LIMIT       PIC S9(05) COMP.
       01  WS-ISO-DBTRAGT      PIC X(40).
       01  WS-ISO-INTRMYAGT    PIC X(40).
       01  WS-ISO-CDTRAGT      PIC X(40).
LEI001 01  WS-ISO-DBTRAGTLEI   PIC X(40).
LEI001 01  WS-ISO-INTRMYAGTLEI PIC X(40).
LEI001 01  WS-ISO-CDTRAGTLEI   PIC X(40).
       01  WS-ISO-CDTRNM       PIC X(40).
       01  WS-ISO-CDTRACCT     PIC X(40).
       01  WS-ISO-SETTLDT      PIC X(40).

           DISPLAY  "TRFGP008 - UFIMIJ RECORDS READ   : " WS-READ-CNT.
           DISPLAY  "TRFGP008 - PACS.008 ITEMS QUEUED : " WS-QUEUED-CNT.
LEI001     DISPLAY  "TRFGP008 - AGENT LEIS CAPTURED  : " WS-LEI-CAP-CNT.
LEI001     DISPLAY  "TRFGP008 - LEI MISMATCH/INVALID : " WS-LEI-EXC-CNT.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
              THRU  C299-LOG-UETR-CON-EX.
           PERFORM  C300-LOG-CROSS-MSG-DUP
              THRU  C399-LOG-CROSS-MSG-DUP-EX.
LEI001     PERFORM  C400-CAPTURE-AGENT-LEIS
LEI001        THRU  C499-CAPTURE-AGENT-LEIS-EX.

      *    FLAG THE JOURNAL RECORD PROCESSED - A RE-RUN MUST NEVER
      *    RE-QUEUE THE SAME MESSAGE.
           PERFORM  X110-EXTRACT-AGENT-BIC
              THRU  X119-EXTRACT-AGENT-BIC-EX.
           MOVE     WS-ELEM-VALUE       TO WS-ISO-DBTRAGT.
LEI001     PERFORM  X120-EXTRACT-AGENT-LEI
LEI001        THRU  X129-EXTRACT-AGENT-LEI-EX.
LEI001     MOVE     WS-ELEM-LEI         TO WS-ISO-DBTRAGTLEI.

           MOVE     1                   TO WS-SCAN-START.
           MOVE     "<IntrmyAgt1>"      TO WS-ELEM-TAG.
           PERFORM  X110-EXTRACT-AGENT-BIC
              THRU  X119-EXTRACT-AGENT-BIC-EX.
           MOVE     WS-ELEM-VALUE       TO WS-ISO-INTRMYAGT.
LEI001     PERFORM  X120-EXTRACT-AGENT-LEI
LEI001        THRU  X129-EXTRACT-AGENT-LEI-EX.
LEI001     MOVE     WS-ELEM-LEI         TO WS-ISO-INTRMYAGTLEI.

           MOVE     1                   TO WS-SCAN-START.
           MOVE     "<CdtrAgt>"         TO WS-ELEM-TAG.
           PERFORM  X110-EXTRACT-AGENT-BIC
              THRU  X119-EXTRACT-AGENT-BIC-EX.
           MOVE     WS-ELEM-VALUE       TO WS-ISO-CDTRAGT.
LEI001     PERFORM  X120-EXTRACT-AGENT-LEI
LEI001        THRU  X129-EXTRACT-AGENT-LEI-EX.
LEI001     MOVE     WS-ELEM-LEI         TO WS-ISO-CDTRAGTLEI.

      *    BENEFICIARY - CREDITOR NAME FROM INSIDE <Cdtr>, ACCOUNT
      *    (IBAN, ELSE OTHER ID) FROM INSIDE <CdtrAcct>.
       C399-LOG-CROSS-MSG-DUP-EX.
           EXIT.

LEI001*---------------------------------------------------------------*
LEI001 C400-CAPTURE-AGENT-LEIS.
LEI001*---------------------------------------------------------------*
LEI001*    EVERY AGENT QUOTING AN LEI NEXT TO ITS BIC IS CAPTURED ON
LEI001*    TFSLEICAP AND COMPARED WITH THE LEI WE HOLD (TRFXLEIC).
LEI001*    INFORMATIONAL ONLY - THE ITEM IS ALREADY QUEUED.
LEI001*---------------------------------------------------------------*
LEI001     MOVE     WS-ISO-DBTRAGT      TO WS-LEI-BIC.
LEI001     MOVE     WS-ISO-DBTRAGTLEI   TO WS-LEI-VALUE.
LEI001     PERFORM  C410-CAPTURE-ONE-LEI
LEI001        THRU  C419-CAPTURE-ONE-LEI-EX.
LEI001     MOVE     WS-ISO-INTRMYAGT    TO WS-LEI-BIC.
LEI001     MOVE     WS-ISO-INTRMYAGTLEI TO WS-LEI-VALUE.
LEI001     PERFORM  C410-CAPTURE-ONE-LEI
LEI001        THRU  C419-CAPTURE-ONE-LEI-EX.
LEI001     MOVE     WS-ISO-CDTRAGT      TO WS-LEI-BIC.
LEI001     MOVE     WS-ISO-CDTRAGTLEI   TO WS-LEI-VALUE.
LEI001     PERFORM  C410-CAPTURE-ONE-LEI
LEI001        THRU  C419-CAPTURE-ONE-LEI-EX.

LEI001 C499-CAPTURE-AGENT-LEIS-EX.
LEI001     EXIT.

LEI001 C410-CAPTURE-ONE-LEI.
LEI001     IF       WS-LEI-BIC = SPACES
LEI001              OR WS-LEI-VALUE = SPACES
LEI001              GO TO C419-CAPTURE-ONE-LEI-EX.

LEI001     INITIALIZE                   WK-C-LEIC-RECORD.
LEI001     MOVE     WS-LEI-BIC (1:11)   TO WK-C-LEIC-BIC.
LEI001     MOVE     WS-LEI-VALUE (1:35) TO WK-C-LEIC-LEI.
LEI001     MOVE     UFIMIJ-PARALNO      TO WK-N-LEIC-PARALNO.
LEI001     MOVE     UFIMIJ-SEQNUM       TO WK-N-LEIC-SEQNUM.
LEI001     MOVE     "P008"              TO WK-C-LEIC-SRCMSG.
LEI001     CALL     "TRFXLEIC"          USING WK-C-LEIC-RECORD.
LEI001     IF       WK-C-LEIC-ERROR-CD NOT = SPACES
LEI001              GO TO C419-CAPTURE-ONE-LEI-EX.

LEI001     ADD      1                   TO WS-LEI-CAP-CNT.
LEI001     EVALUATE WK-C-LEIC-STATUS
LEI001         WHEN "X"
LEI001              ADD  1              TO WS-LEI-EXC-CNT
LEI001              DISPLAY "TRFGP008 - LEI MISMATCH " WK-C-LEIC-BIC
LEI001                      " RECEIVED " WK-C-LEIC-LEI (1:20)
LEI001                      " HELD " WK-C-LEIC-HELDLEI
LEI001         WHEN "I"
LEI001              ADD  1              TO WS-LEI-EXC-CNT
LEI001              DISPLAY "TRFGP008 - INVALID LEI " WK-C-LEIC-BIC
LEI001                      " RECEIVED " WK-C-LEIC-LEI (1:20)
LEI001     END-EVALUATE.

LEI001 C419-CAPTURE-ONE-LEI-EX.
LEI001     EXIT.
      *---------------------------------------------------------------*
       X000-FIND-TAG.
      *---------------------------------------------------------------*
       X119-EXTRACT-AGENT-BIC-EX.
           EXIT.

LEI001*---------------------------------------------------------------*
LEI001 X120-EXTRACT-AGENT-LEI.
LEI001*---------------------------------------------------------------*
LEI001*    RUN STRAIGHT AFTER X110 FOR THE SAME AGENT: LOOK FOR <LEI>
LEI001*    FROM THE AGENT TAG ONWARDS, BUT ONLY AS FAR AS THE END OF
LEI001*    THE AGENT'S OWN </FinInstnId>, SO A LATER BLOCK'S LEI IS
LEI001*    NEVER PICKED UP FOR AN AGENT THAT QUOTED NONE.
LEI001*---------------------------------------------------------------*
LEI001     MOVE     SPACES              TO WS-ELEM-LEI.
LEI001     IF       NOT WS-ELEM-HIT
LEI001              OR WS-ELEM-VALUE = SPACES
LEI001              GO TO X129-EXTRACT-AGENT-LEI-EX.

LEI001     MOVE     WS-SCAN-I           TO WS-LEI-I.
LEI001     MOVE     SPACE               TO WS-LEI-END-SW.
LEI001     PERFORM  X125-SCAN-LEI-POS
LEI001        THRU  X128-SCAN-LEI-POS-EX
LEI001              UNTIL WS-LEI-END-SW NOT = SPACE
LEI001                 OR WS-LEI-I > 13900.
LEI001     IF       WS-LEI-END-SW = "Y"
LEI001              UNSTRING WS-SCAN-BODY (WS-LEI-I + 5:40)
LEI001                  DELIMITED BY "<"
LEI001                  INTO WS-ELEM-LEI
LEI001     END-IF.

LEI001 X129-EXTRACT-AGENT-LEI-EX.
LEI001     EXIT.

LEI001 X125-SCAN-LEI-POS.
LEI001     IF       WS-SCAN-BODY (WS-LEI-I:5) = "<LEI>"
LEI001              MOVE "Y"            TO WS-LEI-END-SW
LEI001     ELSE
LEI001        IF    WS-SCAN-BODY (WS-LEI-I:13) = "</FinInstnId>"
LEI001              MOVE "E"            TO WS-LEI-END-SW
LEI001        ELSE
LEI001              ADD  1              TO WS-LEI-I
LEI001        END-IF
LEI001     END-IF.

LEI001 X128-SCAN-LEI-POS-EX.
LEI001     EXIT.
      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *---------------------------------------------------------------*
