      *************************
       IDENTIFICATION DIVISION.
      *************************
       PROGRAM-ID.     TRFXARCP.
       AUTHOR.         RISKOPS.
       DATE-WRITTEN.   15 OCT 2026.
      *
      *DESCRIPTION :  ARCHIVE PARTITION ACCESS. TFSSTPLH WAS ONE
      *               EVER-GROWING FILE AND EVERY ARCHIVE READER
      *               WALKED YEARS OF IT TO ANSWER A QUESTION ABOUT
      *               ONE WEEK. ARCHIVED ITEMS NOW GO BY INTAKE MONTH
      *               TO THEIR OWN PARTITION FILE TFSH<CCYYMM>, A
      *               DUPLICATE OF THE TFSSTPLH MODEL FILE (SAME
      *               RECORD FORMAT), LISTED ON THE TFSARCPRT
      *               DIRECTORY, AND THE TFSARCIDX INDEX NAMES THE
      *               PARTITION OF EVERY ITEM. CALLED WITH AN ACTION:
      *                 NXT - THE NEXT PARTITION OF A MONTH RANGE
      *                 FND - THE PARTITION HOLDING ONE ITEM
      *                 NEW - A MONTH'S PARTITION MADE READY FOR THE
      *                       PURGE (CRTDUPOBJ OF TFSSTPLH INTO THE
      *                       ARCPLIB LIBRARY, DEFAULT COMDB, AND ITS
      *                       TFSARCPRT ROW) ON FIRST USE
      *                 OVR - TFSSTPLH OVERRIDDEN TO A PARTITION, SO
      *                       A READER'S OWN TFSSTPLH FD READS IT
      *                 DLT - THE OVERRIDE DROPPED AGAIN
      *               A PARTITION TAKEN OFFLINE (STATUS F) IS STILL
      *               RETURNED BY NXT AND FND SO THE CALLER CAN SAY
      *               SO; OVR REFUSES IT.
      *NOTE        :  MODELLED ON TRFXNOTE.
      *
      *================================================================
      * HISTORY OF MODIFICATION:
      *================================================================
      *  ARCP01 - RISKOPS   - 15/10/2026 - INITIAL VERSION.
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
           SELECT TFSARCIDX ASSIGN TO DATABASE-TFSARCIDX
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS RANDOM
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
           SELECT TFSARCPRT ASSIGN TO DATABASE-TFSARCPRT
                  ORGANIZATION      IS INDEXED
                  ACCESS MODE       IS DYNAMIC
                  RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                  FILE STATUS       IS WK-C-FILE-STATUS.
       EJECT
      ***************
       DATA DIVISION.
       FILE SECTION.
      ***************
       FD  TFSARCPRT
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSARCPRT-REC.
       01  TFSARCPRT-REC.
           COPY DDS-ALL-FORMATS OF TFSARCPRT.
       01  TFSARCPRT-REC-1.
           COPY TFSARCPRT.
       FD  TFSARCIDX
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS TFSARCIDX-REC.
       01  TFSARCIDX-REC.
           COPY DDS-ALL-FORMATS OF TFSARCIDX.
       01  TFSARCIDX-REC-1.
           COPY TFSARCIDX.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       01  FILLER              PIC X(24)  VALUE
           "** PROGRAM TRFXARCP  **".

      * ------------------ PROGRAM WORKING STORAGE -------------------*
       01 WK-C-COMMON.
       COPY ASCMWS.

       COPY XPARA.

       01  WS-DATE-YYMD.
           05 WS-DATE-CEN      PIC X(02)  VALUE "20".
           05 WS-DATE-YMD      PIC X(06).
       01  WS-DATE-8           PIC S9(08).

       01  WS-MONTH            PIC 9(06).
       01  WS-MONTH-R          REDEFINES WS-MONTH.
           05 WS-MONTH-CCYY    PIC 9(04).
           05 WS-MONTH-MM      PIC 9(02).
       01  WS-PRTFILE.
           05 FILLER           PIC X(04)  VALUE "TFSH".
           05 WS-PRTFILE-MTH   PIC 9(06).
       01  WS-ARCPLIB          PIC X(10)  VALUE "COMDB".

      *    QCMDEXC - COMMAND TEXT AND ITS LENGTH (PACKED 15,5)
       01  WS-CMD              PIC X(200).
       01  WS-CMD-LEN          PIC 9(10)V9(5) COMP-3 VALUE 200.

       EJECT
       LINKAGE SECTION.
      *****************
       COPY ARCP.
       EJECT
       PROCEDURE DIVISION USING WK-C-ARCP-RECORD.
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
           MOVE     SPACES              TO WK-C-ARCP-OUTPUT.
           MOVE     "N"                 TO WK-C-ARCP-FOUND.
           MOVE     ZEROES              TO WK-N-ARCP-PRTMTH
                                           WK-N-ARCP-ROWCNT.

           EVALUATE WK-C-ARCP-ACTION
               WHEN "NXT"
                    PERFORM B000-NEXT-PARTITION
                       THRU B099-NEXT-PARTITION-EX
               WHEN "FND"
                    PERFORM C000-FIND-ITEM
                       THRU C099-FIND-ITEM-EX
               WHEN "NEW"
                    PERFORM D000-NEW-PARTITION
                       THRU D099-NEW-PARTITION-EX
               WHEN "OVR"
                    PERFORM E000-OVERRIDE
                       THRU E099-OVERRIDE-EX
               WHEN "DLT"
                    MOVE SPACES         TO WS-CMD
                    MOVE "DLTOVR FILE(TFSSTPLH) LVL(*JOB)"
                                        TO WS-CMD
                    CALL "QCMDEXC"      USING WS-CMD WS-CMD-LEN
               WHEN OTHER
                    MOVE "SUP0026"      TO WK-C-ARCP-ERROR-CD
           END-EVALUATE.

      *---------------------------------------------------------------*
       A099-MAIN-PROCESSING-EX.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
       B000-NEXT-PARTITION.
      *---------------------------------------------------------------*
      *    PICK UP AFTER THE MONTH LAST RETURNED, OR AT THE START OF
      *    THE RANGE, WHICHEVER IS LATER.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSARCPRT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-ARCP-ERROR-CD
                    GO TO B099-NEXT-PARTITION-EX.

           INITIALIZE                   TFSARCPRT-REC-1.
           IF       WK-N-ARCP-FROMMTH > WK-N-ARCP-AFTMTH
                    MOVE WK-N-ARCP-FROMMTH TO TFSARCPRT-PRTMTH
                    START TFSARCPRT KEY NOT LESS THAN
                          EXTERNALLY-DESCRIBED-KEY
           ELSE
                    MOVE WK-N-ARCP-AFTMTH  TO TFSARCPRT-PRTMTH
                    START TFSARCPRT KEY GREATER THAN
                          EXTERNALLY-DESCRIBED-KEY
           END-IF.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B090-CLOSE-DIRECTORY.

           READ     TFSARCPRT NEXT.
           IF       NOT WK-C-SUCCESSFUL
                    GO TO B090-CLOSE-DIRECTORY.
           IF       WK-N-ARCP-TOMTH NOT = ZEROES
                    AND TFSARCPRT-PRTMTH > WK-N-ARCP-TOMTH
                    GO TO B090-CLOSE-DIRECTORY.

           PERFORM  X100-RETURN-PARTITION
              THRU  X199-RETURN-PARTITION-EX.

       B090-CLOSE-DIRECTORY.
           CLOSE    TFSARCPRT.

       B099-NEXT-PARTITION-EX.
           EXIT.

      *---------------------------------------------------------------*
       C000-FIND-ITEM.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSARCIDX.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-ARCP-ERROR-CD
                    GO TO C099-FIND-ITEM-EX.
           INITIALIZE                   TFSARCIDX-REC-1.
           MOVE     WK-N-ARCP-PARALNO   TO TFSARCIDX-PARALNO.
           MOVE     WK-N-ARCP-SEQNUM    TO TFSARCIDX-SEQNUM.
           READ     TFSARCIDX KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       NOT WK-C-SUCCESSFUL
                    CLOSE TFSARCIDX
                    GO TO C099-FIND-ITEM-EX.
           CLOSE    TFSARCIDX.

           MOVE     TFSARCIDX-PRTMTH    TO WS-MONTH.
           PERFORM  X000-READ-DIRECTORY
              THRU  X099-READ-DIRECTORY-EX.

       C099-FIND-ITEM-EX.
           EXIT.

      *---------------------------------------------------------------*
       D000-NEW-PARTITION.
      *---------------------------------------------------------------*
           MOVE     WK-N-ARCP-MONTH     TO WS-MONTH.
           IF       WS-MONTH-CCYY < 1900
                    OR WS-MONTH-MM < 1
                    OR WS-MONTH-MM > 12
                    MOVE "SUP0272"      TO WK-C-ARCP-ERROR-CD
                    GO TO D099-NEW-PARTITION-EX.

           OPEN     I-O TFSARCPRT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-ARCP-ERROR-CD
                    GO TO D099-NEW-PARTITION-EX.

      *    ALREADY THERE (ONLINE OR NOT) - THE CALLER DECIDES WHAT
      *    AN OFFLINE MONTH MEANS FOR IT.
           INITIALIZE                   TFSARCPRT-REC-1.
           MOVE     WS-MONTH            TO TFSARCPRT-PRTMTH.
           READ     TFSARCPRT KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    PERFORM X100-RETURN-PARTITION
                       THRU X199-RETURN-PARTITION-EX
                    GO TO D090-CLOSE-DIRECTORY.

           INITIALIZE                   WK-C-XPARA-RECORD.
           MOVE     "ARCPLIB"           TO WK-C-XPARA-PARACD.
           MOVE     "GET"               TO WK-C-XPARA-OPMODE.
           CALL     "TRFXPARA"          USING WK-C-XPARA-RECORD.
           IF       WK-C-XPARA-ERROR-CD = SPACES
                    AND WK-C-XPARA-PARAVALU NOT = SPACES
                    MOVE WK-C-XPARA-PARAVALU TO WS-ARCPLIB.

           MOVE     WS-MONTH            TO WS-PRTFILE-MTH.
           MOVE     SPACES              TO WS-CMD.
           STRING   "CRTDUPOBJ OBJ(TFSSTPLH) FROMLIB(*LIBL) "
                                        DELIMITED BY SIZE
                    "OBJTYPE(*FILE) TOLIB(" DELIMITED BY SIZE
                    WS-ARCPLIB          DELIMITED BY SPACE
                    ") NEWOBJ("         DELIMITED BY SIZE
                    WS-PRTFILE          DELIMITED BY SIZE
                    ") DATA(*NO)"       DELIMITED BY SIZE
                    INTO WS-CMD.
           CALL     "QCMDEXC"           USING WS-CMD WS-CMD-LEN.

           ACCEPT   WS-DATE-YMD         FROM DATE.
           MOVE     WS-DATE-YYMD        TO WS-DATE-8.
           INITIALIZE                   TFSARCPRT-REC-1.
           MOVE     WS-MONTH            TO TFSARCPRT-PRTMTH.
           MOVE     WS-PRTFILE          TO TFSARCPRT-PRTFILE.
           MOVE     WS-ARCPLIB          TO TFSARCPRT-PRTLIB.
           MOVE     "O"                 TO TFSARCPRT-PRTSTAT.
           MOVE     ZEROES              TO TFSARCPRT-ROWCNT
                                           TFSARCPRT-LASTWRT
                                           TFSARCPRT-OFFDTE
                                           TFSARCPRT-RSTDTE.
           MOVE     WS-DATE-8           TO TFSARCPRT-CRTDTE.
           WRITE    TFSARCPRT-REC-1.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-ARCP-ERROR-CD
                    GO TO D090-CLOSE-DIRECTORY.

           PERFORM  X100-RETURN-PARTITION
              THRU  X199-RETURN-PARTITION-EX.

       D090-CLOSE-DIRECTORY.
           CLOSE    TFSARCPRT.

       D099-NEW-PARTITION-EX.
           EXIT.

      *---------------------------------------------------------------*
       E000-OVERRIDE.
      *---------------------------------------------------------------*
      *    ONLY A KNOWN, ONLINE PARTITION - ANYTHING ELSE LEAVES THE
      *    CALLER'S TFSSTPLH ALONE AND COMES BACK NOT FOUND.
      *---------------------------------------------------------------*
           MOVE     WK-N-ARCP-MONTH     TO WS-MONTH.
           PERFORM  X000-READ-DIRECTORY
              THRU  X099-READ-DIRECTORY-EX.
           IF       WK-C-ARCP-FOUND NOT = "Y"
                    GO TO E099-OVERRIDE-EX.
           IF       WK-C-ARCP-PRTSTAT NOT = "O"
                    MOVE "N"            TO WK-C-ARCP-FOUND
                    GO TO E099-OVERRIDE-EX.

           MOVE     SPACES              TO WS-CMD.
           STRING   "OVRDBF FILE(TFSSTPLH) TOFILE(" DELIMITED BY SIZE
                    WK-C-ARCP-PRTLIB    DELIMITED BY SPACE
                    "/"                 DELIMITED BY SIZE
                    WK-C-ARCP-PRTFILE   DELIMITED BY SPACE
                    ") OVRSCOPE(*JOB)"  DELIMITED BY SIZE
                    INTO WS-CMD.
           CALL     "QCMDEXC"           USING WS-CMD WS-CMD-LEN.

       E099-OVERRIDE-EX.
           EXIT.

      *---------------------------------------------------------------*
       X000-READ-DIRECTORY.
      *---------------------------------------------------------------*
           OPEN     INPUT TFSARCPRT.
           IF       NOT WK-C-SUCCESSFUL
                    MOVE "COM0206"      TO WK-C-ARCP-ERROR-CD
                    GO TO X099-READ-DIRECTORY-EX.
           INITIALIZE                   TFSARCPRT-REC-1.
           MOVE     WS-MONTH            TO TFSARCPRT-PRTMTH.
           READ     TFSARCPRT KEY IS EXTERNALLY-DESCRIBED-KEY.
           IF       WK-C-SUCCESSFUL
                    PERFORM X100-RETURN-PARTITION
                       THRU X199-RETURN-PARTITION-EX.
           CLOSE    TFSARCPRT.

       X099-READ-DIRECTORY-EX.
           EXIT.

      *---------------------------------------------------------------*
       X100-RETURN-PARTITION.
      *---------------------------------------------------------------*
           MOVE     "Y"                 TO WK-C-ARCP-FOUND.
           MOVE     TFSARCPRT-PRTMTH    TO WK-N-ARCP-PRTMTH.
           MOVE     TFSARCPRT-PRTFILE   TO WK-C-ARCP-PRTFILE.
           MOVE     TFSARCPRT-PRTLIB    TO WK-C-ARCP-PRTLIB.
           MOVE     TFSARCPRT-PRTSTAT   TO WK-C-ARCP-PRTSTAT.
           MOVE     TFSARCPRT-ROWCNT    TO WK-N-ARCP-ROWCNT.

       X199-RETURN-PARTITION-EX.
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
      *************** END OF PROGRAM SOURCE  TRFXARCP ***************
      ******************************************************************
