000412*|        |          |          | the queue record (1730 to    |*
000413*|        |          |          | 1889).                       |*
000414*----------------------------------------------------------------*
000415*|RISKOPS |15/10/2026| MT201X   | Widened again in step with   |*
000416*|        |          |          | the queue record (1889 to    |*
000417*|        |          |          | 1910).                       |*
000418*----------------------------------------------------------------*
T23E01*|RISKOPS |15/10/2026| T23E01   | Widened again in step with   |*
T23E01*|        |          |          | the queue record (1910 to    |*
T23E01*|        |          |          | 2048).                       |*
T23E01*----------------------------------------------------------------*
CSUC01*|RISKOPS |15/10/2026| CSUC01   | Widened again in step with   |*
CSUC01*|        |          |          | the queue record (2048 to    |*
CSUC01*|        |          |          | 2072).                       |*
CSUC01*----------------------------------------------------------------*
000420 EJECT
000430**********************
000440 ENVIRONMENT DIVISION.
000830     COPY DDS-ALL-FORMATS OF TFSUATEXT.
000840* SAME LAYOUT AS THE QUEUE - THE LOAD FILE IS A PSEUDONYMIZED
000850* COPY OF THE ITEM.
CSUC01 01  TFSUATEXT-REC-1     PIC X(2072).
000870 FD  TFSPSMAP
000880     LABEL RECORDS ARE OMITTED
000890     DATA RECORD IS TFSPSMAP-REC.
