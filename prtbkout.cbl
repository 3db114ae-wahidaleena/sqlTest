002530*                   UNDONE BY RESTORING THE BEFORE IMAGE'S
002540*                   STATUS - BACK TO HELD (WITH ITS RETURN
002550*                   DATE), RETIRED OR ACTIVE AS IT STOOD.
002558*  10/15/26   JRM   PRTHIST RECORD NOW 301 BYTES (ENTERED DATE
002566*                   ADDED TO PRTHSTR) AND THE BACKOUT FILE 129
002574*                   (EFFECTIVE AND ENTERED DATES ADDED TO
002582*                   PRTMTXN).  BACKOUT TRANSACTIONS LEAVE BOTH
002590*                   DATES BLANK AND APPLY ON ARRIVAL.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
005000 FD  PRTHIST-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  PRTHIST-RECORD              PIC X(301).
005400 FD  PRTKOUT-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  PRTKOUT-RECORD              PIC X(129).
005800 FD  PRTKRPT-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
