002888*                   3000-COMPARE-ASSET AS A BOGUS ADD AND COULD
002890*                   FEED 5000-SWEEP-RETIRES A RETIRE FOR A
002892*                   DEVICE THAT IS FINE.
002893*  10/15/26   JRM   OUTPUT TRANSACTION RECORD NOW 129 BYTES
002894*                   (EFFECTIVE AND ENTERED DATES ADDED TO
002895*                   PRTMTXN).  SYNC TRANSACTIONS LEAVE BOTH DATES
002896*                   BLANK AND APPLY ON ARRIVAL.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005800 FD  PRTMOUT-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  PRTMOUT-RECORD              PIC X(129).
006200 FD  PRTSRPT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
