001858*                   MOST OF THE FLEET WRITER-DEAD AND PAGED
001860*                   THE ON-CALL AT 04:00 FOR NOTHING - A SHORT
001862*                   OR STALE EXTRACT NOW REFUSES THE RUN RC=8.
001862*  10/15/26   JRM   NIGHTLY RUN LEDGER.  APPENDS A START RECORD
001862*                   TO PRTLEDG (PRTLEDR) AS THE RUN BEGINS AND AN
001862*                   END RECORD WITH ITS RETURN CODE AND WRITERS
001862*                   LOADED, ROWS READ AND WRITER EXCEPTIONS AS IT
001862*                   ENDS, REFUSALS INCLUDED, FOR THE PRTBAL
001862*                   BALANCING STEP AND RUN BOOK.
001864*================================================================
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002800                         ORGANIZATION IS SEQUENTIAL.
002810     SELECT PRTXCTL-FILE ASSIGN TO PRTXCTL
002820                         ORGANIZATION IS SEQUENTIAL.
002846     SELECT PRTLEDG-FILE ASSIGN TO PRTLEDG
002872                         ORGANIZATION IS SEQUENTIAL.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  PRTWTR-FILE
004040 01  PRTXCTL-RECORD.
004050     05  PRTXCTL-MAX-EXTR-AGE    PIC 9(03).
004060     05  FILLER                  PIC X(77).
004068 FD  PRTLEDG-FILE
004076     RECORDING MODE IS F
004084     LABEL RECORDS ARE STANDARD.
004092 01  PRTLEDG-RECORD              PIC X(180).
004100 WORKING-STORAGE SECTION.
004200*----------------------------------------------------------------
004300*    PRINTER TABLE DECLARATION AND HOST VARIABLES
007800     05  PRTX-TOTAL-ROWS         PIC 9(07)   VALUE ZERO.
007900     05  PRTX-EXCEPTION-COUNT    PIC 9(07)   VALUE ZERO.
008000 01  PRTX-REPORT-LINE            PIC X(133).
008014*----------------------------------------------------------------
008028*    NIGHTLY RUN LEDGER RECORD, AND THIS RUN'S START RECORD AS
008042*    WRITTEN SO THE END RECORD CAN BE PAIRED WITH IT
008056*----------------------------------------------------------------
008070     COPY PRTLEDR.
008084 01  PRTX-LEDGER-START           PIC X(180)  VALUE SPACES.
008100 PROCEDURE DIVISION.
008200*================================================================
008300*    0000-MAINLINE
008700     PERFORM 2000-FETCH-ROW       THRU 2000-EXIT
008800             UNTIL PRTX-CSR-EOF.
008900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
008950     PERFORM 9600-LEDGER-END      THRU 9600-EXIT.
009000     GOBACK.
009100*================================================================
009200*    1000-INITIALIZE - LOAD THE CURRENT WRITER EXTRACT, OPEN THE
009300*    PRINTER CURSOR, AND PRIME THE FIRST FETCH
009400*================================================================
009500 1000-INITIALIZE.
009505     PERFORM 9500-LEDGER-START    THRU 9500-EXIT.
009510     PERFORM 1050-READ-CONTROL    THRU 1050-EXIT.
009520     ACCEPT PRTX-TODAY-DATE FROM DATE YYYYMMDD.
009600     OPEN INPUT  PRTWTR-FILE.
012492         CLOSE PRTWTR-FILE
012494               PRTXRPT-FILE
012496         MOVE 12 TO RETURN-CODE
012497         PERFORM 9600-LEDGER-END THRU 9600-EXIT
012498         GOBACK
012499     END-IF.
012500     ADD 1 TO PRTX-WRITER-LOADED.
013326                 ' GOT ' PRTX-GEN-DATA-COUNT
013328         CLOSE PRTXRPT-FILE
013330         MOVE 8 TO RETURN-CODE
013331         PERFORM 9600-LEDGER-END THRU 9600-EXIT
013332         GOBACK
013334     END-IF.
013336     IF FUNCTION INTEGER-OF-DATE(PRTX-GEN-DATE)
013352                 PRTX-MAX-EXTR-AGE ' DAYS - RUN REFUSED'
013354         CLOSE PRTXRPT-FILE
013356         MOVE 8 TO RETURN-CODE
013357         PERFORM 9600-LEDGER-END THRU 9600-EXIT
013358         GOBACK
013360     END-IF.
013362 1400-EXIT.
020000     CLOSE PRTXRPT-FILE.
020100 9000-EXIT.
020200     EXIT.
020300*================================================================
020400*    9500-LEDGER-START - APPEND THIS RUN'S START RECORD TO THE
020500*    NIGHTLY RUN LEDGER (PRTLEDR) BEFORE ANYTHING ELSE HAPPENS,
020600*    SO A RUN THAT ABENDS STILL SHOWS AS STARTED AND NOT ENDED.
020700*    A RUN STARTED BEFORE NOON BELONGS TO THE PREVIOUS NIGHT.
020800*================================================================
020900 9500-LEDGER-START.
021000     MOVE SPACES                  TO PRTLG-LEDGER-RECORD.
021100     SET PRTLG-START-REC          TO TRUE.
021200     MOVE 'PRTXREF '              TO PRTLG-PROGRAM.
021300     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
021400     ACCEPT PRTLG-JOBNAME FROM ENVIRONMENT-VALUE.
021500     ACCEPT PRTLG-START-DATE FROM DATE YYYYMMDD.
021600     ACCEPT PRTLG-START-TIME FROM TIME.
021700     IF PRTLG-START-TIME < 12000000
021800         COMPUTE PRTLG-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
021900                 (FUNCTION INTEGER-OF-DATE(PRTLG-START-DATE) - 1)
022000     ELSE
022100         MOVE PRTLG-START-DATE    TO PRTLG-NIGHT-DATE
022200     END-IF.
022300     MOVE ZERO                    TO PRTLG-END-DATE
022400                                     PRTLG-END-TIME
022500                                     PRTLG-RETURN-CODE
022600                                     PRTLG-COUNT-VALUE(1)
022700                                     PRTLG-COUNT-VALUE(2)
022800                                     PRTLG-COUNT-VALUE(3)
022900                                     PRTLG-COUNT-VALUE(4)
023000                                     PRTLG-COUNT-VALUE(5)
023100                                     PRTLG-COUNT-VALUE(6).
023200     MOVE PRTLG-LEDGER-RECORD     TO PRTX-LEDGER-START.
023300     OPEN EXTEND PRTLEDG-FILE.
023400     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
023500     CLOSE PRTLEDG-FILE.
023600 9500-EXIT.
023700     EXIT.
023800*================================================================
023900*    9600-LEDGER-END - APPEND THIS RUN'S END RECORD: RETURN CODE
024000*    AND THE KEY COUNTS IN AND OUT.  PERFORMED AT NORMAL END AND
024100*    AHEAD OF EVERY EARLY GOBACK, SO A REFUSED RUN IS ON THE
024200*    LEDGER WITH THE RETURN CODE IT ENDED ON.
024300*================================================================
024400 9600-LEDGER-END.
024500     MOVE PRTX-LEDGER-START       TO PRTLG-LEDGER-RECORD.
024600     SET PRTLG-END-REC            TO TRUE.
024700     ACCEPT PRTLG-END-DATE FROM DATE YYYYMMDD.
024800     ACCEPT PRTLG-END-TIME FROM TIME.
024900     MOVE RETURN-CODE             TO PRTLG-RETURN-CODE.
025000     MOVE 'WTR-RD  '              TO PRTLG-COUNT-NAME(1).
025100     MOVE PRTX-WRITER-LOADED      TO PRTLG-COUNT-VALUE(1).
025200     MOVE 'ROWS-RD '              TO PRTLG-COUNT-NAME(2).
025300     MOVE PRTX-TOTAL-ROWS         TO PRTLG-COUNT-VALUE(2).
025400     MOVE 'WTR-EXC '              TO PRTLG-COUNT-NAME(3).
025500     MOVE PRTX-EXCEPTION-COUNT    TO PRTLG-COUNT-VALUE(3).
025600     OPEN EXTEND PRTLEDG-FILE.
025700     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
025800     CLOSE PRTLEDG-FILE.
025900 9600-EXIT.
026000     EXIT.
