      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  NAK001 - RISKOPS   - 15/10/2026 - A FLUSHED MESSAGE'S TFSMSGDLV
      *                        TRACKING ROW GOES FROM "Q" TO "S" AND
      *                        ITS DELIVERY CLOCK STARTS AT THE FLUSH,
      *                        SO GHNETNTF DOES NOT TIME THE OUTAGE.
      *---------------------------------------------------------------*
      *  ALRT03 - RISKOPS   - 02/09/2026 - AGING ALERTS NOW ALSO GO
      *                        THROUGH THE TRFXALRT HUB; THE LEGACY
      *                        TFSJOBALR ROW STAYS FOR REPORT
           SELECT TFSJOBALR ASSIGN TO DATABASE-TFSJOBALR
                  ORGANIZATION      IS SEQUENTIAL
                  FILE STATUS       IS WK-C-FILE-STATUS.
NAK001     SELECT TFSMSGDLV ASSIGN TO DATABASE-TFSMSGDLV
NAK001            ORGANIZATION      IS INDEXED
NAK001            ACCESS MODE       IS RANDOM
NAK001            RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
NAK001            FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
           COPY DDS-ALL-FORMATS OF TFSJOBALR.
       01  TFSJOBALR-REC-1.
           COPY TFSJOBALR.
NAK001 FD  TFSMSGDLV
NAK001     LABEL RECORDS ARE OMITTED
NAK001     DATA RECORD IS TFSMSGDLV-REC.
NAK001 01  TFSMSGDLV-REC.
NAK001     COPY DDS-ALL-FORMATS OF TFSMSGDLV.
NAK001 01  TFSMSGDLV-REC-1.
NAK001     COPY TFSMSGDLV.

      *************************
       WORKING-STORAGE SECTION.
                       GO TO Y900-ABNORMAL-TERMINATION
                    END-IF
                    ADD  1              TO WS-FLUSH-CNT
NAK001              PERFORM D000-START-DELIVERY-CLOCK
NAK001                 THRU D099-START-DELIVERY-CLOCK-EX
                    DISPLAY "GHSAFSWP - FLUSHED MSG "
                            TFSOUTSAF-MSGTYPE " " TFSOUTSAF-MSGNO
                            " " TFSOUTSAF-TRNNO
       C099-RAISE-AGE-ALERT-EX.
           EXIT.

NAK001*---------------------------------------------------------------*
NAK001 D000-START-DELIVERY-CLOCK.
NAK001*---------------------------------------------------------------*
NAK001*    THE MESSAGE IS ONLY NOW ON THE NETWORK - THE OVERDUE
NAK001*    DELIVERY CHECK IN GHNETNTF RUNS FROM THIS MOMENT.
NAK001*---------------------------------------------------------------*
NAK001     OPEN     I-O TFSMSGDLV.
NAK001     IF       NOT WK-C-SUCCESSFUL
NAK001              DISPLAY "GHSAFSWP - OPEN FILE ERROR - TFSMSGDLV"
NAK001              GO TO D099-START-DELIVERY-CLOCK-EX.
NAK001     INITIALIZE                   TFSMSGDLV-REC-1.
NAK001     MOVE     TFSOUTSAF-MSGTYPE   TO TFSMSGDLV-MSGTYPE.
NAK001     MOVE     TFSOUTSAF-MSGNO     TO TFSMSGDLV-MSGNO.
NAK001     MOVE     TFSOUTSAF-GENDTE    TO TFSMSGDLV-SNDDTE.
NAK001     READ     TFSMSGDLV KEY IS EXTERNALLY-DESCRIBED-KEY.
NAK001     IF       WK-C-SUCCESSFUL
NAK001              AND TFSMSGDLV-DLVSTS = "Q"
NAK001              MOVE "S"            TO TFSMSGDLV-DLVSTS
NAK001              MOVE TFSOUTSAF-SNTDTE TO TFSMSGDLV-CLKDTE
NAK001              MOVE TFSOUTSAF-SNTTIME TO TFSMSGDLV-CLKTIME
NAK001              REWRITE TFSMSGDLV-REC-1
NAK001              IF NOT WK-C-SUCCESSFUL
NAK001                 DISPLAY "GHSAFSWP - REWRITE ERROR - TFSMSGDLV"
NAK001              END-IF
NAK001     END-IF.
NAK001     CLOSE    TFSMSGDLV.
NAK001
NAK001 D099-START-DELIVERY-CLOCK-EX.
NAK001     EXIT.

      *---------------------------------------------------------------*
       Y900-ABNORMAL-TERMINATION.
      *---------------------------------------------------------------*
