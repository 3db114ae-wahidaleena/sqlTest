001818*                   CACHE RESOLVES BY DB2 SELECT, SLOWER BUT
001819*                   NEVER WRONG - SO NO HARD FAIL IS NEEDED
001820*                   HERE.
001820*  10/15/26   JRM   NIGHTLY RUN LEDGER.  APPENDS A START RECORD
001820*                   TO PRTLEDG (PRTLEDR) AS THE RUN BEGINS AND AN
001820*                   END RECORD WITH ITS RETURN CODE AND PRTBIN
001820*                   RECORDS AND PRTBOUT RECORDS WRITTEN (ACROSS A
001820*                   RESTART), FOUND, NOT FOUND AND DB2 CALLS AS
001820*                   IT ENDS, REFUSALS INCLUDED, FOR THE PRTBAL
001820*                   BALANCING STEP AND RUN BOOK.
001821*================================================================
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002800                         ORGANIZATION IS SEQUENTIAL.
002900     SELECT PRTBCKP-FILE ASSIGN TO PRTBCKP
003000                         ORGANIZATION IS SEQUENTIAL.
003033     SELECT PRTLEDG-FILE ASSIGN TO PRTLEDG
003066                         ORGANIZATION IS SEQUENTIAL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  PRTBIN-FILE
005550     05  PRTBCKP-INPUT-COUNT     PIC 9(09).
005560     05  PRTBCKP-INPUT-FIRST     PIC X(08).
005570     05  PRTBCKP-INPUT-DATE      PIC 9(08).
005576 FD  PRTLEDG-FILE
005582     RECORDING MODE IS F
005588     LABEL RECORDS ARE STANDARD.
005594 01  PRTLEDG-RECORD              PIC X(180).
005600 WORKING-STORAGE SECTION.
005700*----------------------------------------------------------------
005800*    PRINTER TABLE DECLARATION AND HOST VARIABLES
007992     05  PRTB-CUR-DESC           PIC X(55) VALUE SPACES.
007994     05  PRTB-CUR-DEST           PIC X(08) VALUE SPACES.
007996     05  PRTB-CUR-STATUS         PIC X(08) VALUE SPACES.
007996*----------------------------------------------------------------
007996*    NIGHTLY RUN LEDGER RECORD, AND THIS RUN'S START RECORD AS
007996*    WRITTEN SO THE END RECORD CAN BE PAIRED WITH IT
007996*----------------------------------------------------------------
007996     COPY PRTLEDR.
007996 01  PRTB-LEDGER-START           PIC X(180)  VALUE SPACES.
008000 PROCEDURE DIVISION.
008100*================================================================
008200*    0000-MAINLINE
008600     PERFORM 2000-PROCESS-RECORD  THRU 2000-EXIT
008700             UNTIL PRTB-EOF.
008800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
008850     PERFORM 9600-LEDGER-END      THRU 9600-EXIT.
008900     GOBACK.
009000*================================================================
009100*    1000-INITIALIZE - MEASURE THE INPUT FILE'S IDENTITY, LOAD
009250*    PAST THE PREVIOUSLY PROCESSED RECORDS
009300*================================================================
009400 1000-INITIALIZE.
009450     PERFORM 9500-LEDGER-START    THRU 9500-EXIT.
009500     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
009550     PERFORM 1300-SCAN-INPUT      THRU 1300-EXIT.
009600     OPEN INPUT  PRTBIN-FILE.
013820     CLOSE PRTBIN-FILE
013830           PRTBOUT-FILE.
013840     MOVE 12 TO RETURN-CODE.
013845     PERFORM 9600-LEDGER-END THRU 9600-EXIT.
013850     GOBACK.
013860 1400-EXIT.
013870     EXIT.
020800           PRTBOUT-FILE.
020900 9000-EXIT.
021000     EXIT.
021100*================================================================
021200*    9500-LEDGER-START - APPEND THIS RUN'S START RECORD TO THE
021300*    NIGHTLY RUN LEDGER (PRTLEDR) BEFORE ANYTHING ELSE HAPPENS,
021400*    SO A RUN THAT ABENDS STILL SHOWS AS STARTED AND NOT ENDED.
021500*    A RUN STARTED BEFORE NOON BELONGS TO THE PREVIOUS NIGHT.
021600*================================================================
021700 9500-LEDGER-START.
021800     MOVE SPACES                  TO PRTLG-LEDGER-RECORD.
021900     SET PRTLG-START-REC          TO TRUE.
022000     MOVE 'PRTBATCH'              TO PRTLG-PROGRAM.
022100     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
022200     ACCEPT PRTLG-JOBNAME FROM ENVIRONMENT-VALUE.
022300     ACCEPT PRTLG-START-DATE FROM DATE YYYYMMDD.
022400     ACCEPT PRTLG-START-TIME FROM TIME.
022500     IF PRTLG-START-TIME < 12000000
022600         COMPUTE PRTLG-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
022700                 (FUNCTION INTEGER-OF-DATE(PRTLG-START-DATE) - 1)
022800     ELSE
022900         MOVE PRTLG-START-DATE    TO PRTLG-NIGHT-DATE
023000     END-IF.
023100     MOVE ZERO                    TO PRTLG-END-DATE
023200                                     PRTLG-END-TIME
023300                                     PRTLG-RETURN-CODE
023400                                     PRTLG-COUNT-VALUE(1)
023500                                     PRTLG-COUNT-VALUE(2)
023600                                     PRTLG-COUNT-VALUE(3)
023700                                     PRTLG-COUNT-VALUE(4)
023800                                     PRTLG-COUNT-VALUE(5)
023900                                     PRTLG-COUNT-VALUE(6).
024000     MOVE PRTLG-LEDGER-RECORD     TO PRTB-LEDGER-START.
024100     OPEN EXTEND PRTLEDG-FILE.
024200     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
024300     CLOSE PRTLEDG-FILE.
024400 9500-EXIT.
024500     EXIT.
024600*================================================================
024700*    9600-LEDGER-END - APPEND THIS RUN'S END RECORD: RETURN CODE
024800*    AND THE KEY COUNTS IN AND OUT.  PERFORMED AT NORMAL END AND
024900*    AHEAD OF EVERY EARLY GOBACK, SO A REFUSED RUN IS ON THE
025000*    LEDGER WITH THE RETURN CODE IT ENDED ON.
025100*================================================================
025200 9600-LEDGER-END.
025300     MOVE PRTB-LEDGER-START       TO PRTLG-LEDGER-RECORD.
025400     SET PRTLG-END-REC            TO TRUE.
025500     ACCEPT PRTLG-END-DATE FROM DATE YYYYMMDD.
025600     ACCEPT PRTLG-END-TIME FROM TIME.
025700     MOVE RETURN-CODE             TO PRTLG-RETURN-CODE.
025800     MOVE 'BIN-RD  '              TO PRTLG-COUNT-NAME(1).
025900     MOVE PRTB-INPUT-COUNT        TO PRTLG-COUNT-VALUE(1).
026000     MOVE 'BOUT-WRT'              TO PRTLG-COUNT-NAME(2).
026100     MOVE PRTB-READ-COUNT         TO PRTLG-COUNT-VALUE(2).
026200     MOVE 'FOUND   '              TO PRTLG-COUNT-NAME(3).
026300     MOVE PRTB-FOUND-COUNT        TO PRTLG-COUNT-VALUE(3).
026400     MOVE 'NOTFOUND'              TO PRTLG-COUNT-NAME(4).
026500     MOVE PRTB-NOTFOUND-COUNT     TO PRTLG-COUNT-VALUE(4).
026600     MOVE 'DB2-CALL'              TO PRTLG-COUNT-NAME(5).
026700     MOVE PRTB-DB2-CALL-COUNT     TO PRTLG-COUNT-VALUE(5).
026800     OPEN EXTEND PRTLEDG-FILE.
026900     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
027000     CLOSE PRTLEDG-FILE.
027100 9600-EXIT.
027200     EXIT.
