000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTSECS.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  WEEKLY SECURITY SUMMARY OF
001300*                   UNAUTHORIZED PRINTER MAINTENANCE ATTEMPTS.
001400*                   READS THE PRTSECV SECURITY LOG (PRTSECR) THAT
001500*                   PRTMAINT APPENDS TO WHENEVER A DESK SENDS A
001600*                   TRANSACTION OUTSIDE ITS PRTDESK AUTHORITY, OR
001700*                   A WHOLE FILE UNDER A DESK PRTDESK DOES NOT
001800*                   KNOW, AND LISTS THE WEEK'S ATTEMPTS ONE BY ONE
001900*                   AND THEN BY DESK AND REASON.  ANY ATTEMPT IN
002000*                   THE WEEK ENDS THE JOB RC=4.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.        IBM-ZSERIES.
002500 OBJECT-COMPUTER.        IBM-ZSERIES.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PRTSSCTL-FILE ASSIGN TO PRTSSCTL
002900                          ORGANIZATION IS SEQUENTIAL.
003000     SELECT PRTSECV-FILE  ASSIGN TO PRTSECV
003100                          ORGANIZATION IS SEQUENTIAL.
003200     SELECT PRTSSRPT-FILE ASSIGN TO PRTSSRPT
003300                          ORGANIZATION IS SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PRTSSCTL-FILE
003700     RECORDING MODE IS F
003800     LABEL RECORDS ARE STANDARD.
003900 01  PRTSSCTL-RECORD.
004000     05  PRTSSCTL-FROM-DATE      PIC 9(08).
004100     05  PRTSSCTL-TO-DATE        PIC 9(08).
004200     05  FILLER                  PIC X(64).
004300 FD  PRTSECV-FILE
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600     COPY PRTSECR.
004700 FD  PRTSSRPT-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  PRTSSRPT-RECORD             PIC X(133).
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------------
005300*    REPORTING WINDOW - DEFAULTS TO THE SEVEN DAYS ENDING TODAY
005400*----------------------------------------------------------------
005500 01  PRTSS-TODAY-DATE            PIC 9(08)   VALUE ZERO.
005600 01  PRTSS-FROM-DATE             PIC 9(08)   VALUE ZERO.
005700 01  PRTSS-TO-DATE               PIC 9(08)   VALUE ZERO.
005800*----------------------------------------------------------------
005900*    DESKS WITH AT LEAST ONE ATTEMPT IN THE WINDOW, IN THE ORDER
006000*    FIRST MET, WITH THEIR COUNTS BY REASON
006100*----------------------------------------------------------------
006200 01  PRTSS-DESK-TABLE.
006300     05  PRTSS-DESK-ENTRY        OCCURS 500 TIMES
006400             INDEXED BY PRTSS-DESK-IX.
006500         10  PRTSS-DK-DESK       PIC X(08).
006600         10  PRTSS-DK-ATTEMPTS   PIC 9(07).
006700         10  PRTSS-DK-TRANS      PIC 9(07).
006800         10  PRTSS-DK-UNKNOWN    PIC 9(07).
006900         10  PRTSS-DK-ACTION     PIC 9(07).
007000         10  PRTSS-DK-LOCATION   PIC 9(07).
007100         10  PRTSS-DK-SYSTEM     PIC 9(07).
007200         10  PRTSS-DK-LAST-DATE  PIC 9(08).
007300 01  PRTSS-DESK-USED             PIC 9(05) COMP VALUE ZERO.
007400 01  PRTSS-DESK-HIT-IX           PIC 9(05) COMP VALUE ZERO.
007500*----------------------------------------------------------------
007600*    SWITCHES AND COUNTERS
007700*----------------------------------------------------------------
007800 01  PRTSS-SWITCHES.
007900     05  PRTSS-EOF-SW            PIC X(01)   VALUE 'N'.
008000         88  PRTSS-EOF                       VALUE 'Y'.
008100     05  PRTSS-FOUND-SW          PIC X(01)   VALUE 'N'.
008200         88  PRTSS-FOUND                     VALUE 'Y'.
008300 01  PRTSS-COUNTERS.
008400     05  PRTSS-READ-COUNT        PIC 9(09)   VALUE ZERO.
008500     05  PRTSS-ATTEMPT-COUNT     PIC 9(07)   VALUE ZERO.
008600     05  PRTSS-TRAN-COUNT        PIC 9(07)   VALUE ZERO.
008700     05  PRTSS-UNKNOWN-COUNT     PIC 9(07)   VALUE ZERO.
008800     05  PRTSS-SYSTEM-COUNT      PIC 9(07)   VALUE ZERO.
008900 01  PRTSS-PRINT-COUNT           PIC Z,ZZZ,ZZ9.
009000 01  PRTSS-REASON-TEXT           PIC X(20)   VALUE SPACES.
009100 01  PRTSS-REPORT-LINE           PIC X(133).
009200 PROCEDURE DIVISION.
009300*================================================================
009400*    0000-MAINLINE
009500*================================================================
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
009800     PERFORM 2000-SCAN-LOG        THRU 2000-EXIT.
009900     PERFORM 3000-PRINT-SUMMARY   THRU 3000-EXIT.
010000     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
010100     GOBACK.
010200*================================================================
010300*    1000-INITIALIZE - SETTLE THE REPORTING WINDOW AND OPEN THE
010400*    REPORT
010500*================================================================
010600 1000-INITIALIZE.
010700     ACCEPT PRTSS-TODAY-DATE FROM DATE YYYYMMDD.
010800     PERFORM 1050-READ-CONTROL    THRU 1050-EXIT.
010900     OPEN OUTPUT PRTSSRPT-FILE.
011000     MOVE SPACES TO PRTSS-REPORT-LINE.
011100     STRING 'PRTSECS - UNAUTHORIZED PRINTER MAINTENANCE ATTEMPTS '
011200            PRTSS-FROM-DATE ' THRU ' PRTSS-TO-DATE
011300            DELIMITED BY SIZE INTO PRTSS-REPORT-LINE.
011400     WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE.
011500     MOVE SPACES TO PRTSS-REPORT-LINE.
011600     WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE.
011700     MOVE SPACES TO PRTSS-REPORT-LINE.
011800     STRING 'DATE     TIME     JOBNAME  DESK     RUN DATE '
011900            'ACT PRINTER  LOCATION SYS REASON'
012000            DELIMITED BY SIZE INTO PRTSS-REPORT-LINE.
012100     WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE.
012200 1000-EXIT.
012300     EXIT.
012400*================================================================
012500*    1050-READ-CONTROL - PICK UP THE REPORTING WINDOW.  A MISSING
012600*    CARD OR AN UNNUMERIC DATE FALLS BACK TO THE SEVEN DAYS
012700*    ENDING TODAY - THE WEEK SINCE LAST WEEK'S RUN.
012800*================================================================
012900 1050-READ-CONTROL.
013000     MOVE PRTSS-TODAY-DATE TO PRTSS-TO-DATE.
013100     COMPUTE PRTSS-FROM-DATE = FUNCTION DATE-OF-INTEGER
013200             (FUNCTION INTEGER-OF-DATE(PRTSS-TODAY-DATE) - 6).
013300     OPEN INPUT PRTSSCTL-FILE.
013400     READ PRTSSCTL-FILE
013500         AT END
013600             DISPLAY 'PRTSECS0003 NO CONTROL RECORD - WINDOW IS '
013700                     PRTSS-FROM-DATE ' THRU ' PRTSS-TO-DATE
013800         NOT AT END
013900             IF PRTSSCTL-FROM-DATE NUMERIC
014000                AND PRTSSCTL-FROM-DATE > ZERO
014100                 MOVE PRTSSCTL-FROM-DATE TO PRTSS-FROM-DATE
014200             END-IF
014300             IF PRTSSCTL-TO-DATE NUMERIC
014400                AND PRTSSCTL-TO-DATE > ZERO
014500                 MOVE PRTSSCTL-TO-DATE   TO PRTSS-TO-DATE
014600             END-IF
014700     END-READ.
014800     CLOSE PRTSSCTL-FILE.
014900 1050-EXIT.
015000     EXIT.
015100*================================================================
015200*    2000-SCAN-LOG - LIST AND TALLY EVERY ATTEMPT IN THE WINDOW
015300*================================================================
015400 2000-SCAN-LOG.
015500     OPEN INPUT PRTSECV-FILE.
015600     MOVE 'N' TO PRTSS-EOF-SW.
015700     PERFORM 2100-READ-LOG        THRU 2100-EXIT
015800             UNTIL PRTSS-EOF.
015900     CLOSE PRTSECV-FILE.
016000 2000-EXIT.
016100     EXIT.
016200*================================================================
016300*    2100-READ-LOG - READ ONE LOG RECORD; ONE IN THE WINDOW IS
016400*    LISTED AND COUNTED AGAINST ITS DESK
016500*================================================================
016600 2100-READ-LOG.
016700     READ PRTSECV-FILE
016800         AT END
016900             SET PRTSS-EOF TO TRUE
017000             GO TO 2100-EXIT
017100     END-READ.
017200     ADD 1 TO PRTSS-READ-COUNT.
017300     IF PRTSV-DATE < PRTSS-FROM-DATE
017400        OR PRTSV-DATE > PRTSS-TO-DATE
017500         GO TO 2100-EXIT
017600     END-IF.
017700     ADD 1 TO PRTSS-ATTEMPT-COUNT.
017800     ADD PRTSV-TRAN-COUNT TO PRTSS-TRAN-COUNT.
017900     PERFORM 2200-FIND-DESK       THRU 2200-EXIT.
018000     SET PRTSS-DESK-IX TO PRTSS-DESK-HIT-IX.
018100     ADD 1 TO PRTSS-DK-ATTEMPTS(PRTSS-DESK-IX).
018200     ADD PRTSV-TRAN-COUNT TO PRTSS-DK-TRANS(PRTSS-DESK-IX).
018300     MOVE PRTSV-DATE TO PRTSS-DK-LAST-DATE(PRTSS-DESK-IX).
018400     EVALUATE TRUE
018500         WHEN PRTSV-UNKNOWN-DESK
018600             ADD 1 TO PRTSS-DK-UNKNOWN(PRTSS-DESK-IX)
018700             ADD 1 TO PRTSS-UNKNOWN-COUNT
018800             MOVE 'DESK NOT KNOWN' TO PRTSS-REASON-TEXT
018900         WHEN PRTSV-ACTION-DENIED
019000             ADD 1 TO PRTSS-DK-ACTION(PRTSS-DESK-IX)
019100             MOVE 'ACTION NOT GRANTED' TO PRTSS-REASON-TEXT
019200         WHEN PRTSV-LOCATION-DENIED
019300             ADD 1 TO PRTSS-DK-LOCATION(PRTSS-DESK-IX)
019400             MOVE 'LOCATION NOT GRANTED' TO PRTSS-REASON-TEXT
019500         WHEN OTHER
019600             ADD 1 TO PRTSS-DK-SYSTEM(PRTSS-DESK-IX)
019700             ADD 1 TO PRTSS-SYSTEM-COUNT
019800             MOVE 'SYSTEM PRINTER' TO PRTSS-REASON-TEXT
019900     END-EVALUATE.
020000     MOVE SPACES TO PRTSS-REPORT-LINE.
020100     STRING PRTSV-DATE ' ' PRTSV-TIME ' ' PRTSV-JOBNAME ' '
020200            PRTSV-DESK ' ' PRTSV-RUN-DATE ' '
020300            PRTSV-ACTION-CODE '   ' PRTSV-PRINTER-NAME ' '
020400            PRTSV-LOCATION ' ' PRTSV-SYSTEM-IND '   '
020500            PRTSS-REASON-TEXT
020600            DELIMITED BY SIZE INTO PRTSS-REPORT-LINE.
020700     WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE.
020800     IF PRTSV-UNKNOWN-DESK
020900         MOVE PRTSV-TRAN-COUNT TO PRTSS-PRINT-COUNT
021000         MOVE SPACES TO PRTSS-REPORT-LINE
021100         STRING '         WHOLE FILE REFUSED - '
021200                PRTSS-PRINT-COUNT ' TRANSACTIONS'
021300                DELIMITED BY SIZE INTO PRTSS-REPORT-LINE
021400         WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE
021500     END-IF.
021600 2100-EXIT.
021700     EXIT.
021800*================================================================
021900*    2200-FIND-DESK - LOCATE THE RECORD'S DESK IN THE TABLE,
022000*    ADDING IT WHEN FIRST MET.  PRTSS-DESK-HIT-IX IS LEFT ON IT.
022100*    A FULL TABLE HARD-FAILS THE RUN - A DROPPED DESK WOULD HIDE
022200*    ITS ATTEMPTS FROM SECURITY.
022300*================================================================
022400 2200-FIND-DESK.
022500     MOVE 'N' TO PRTSS-FOUND-SW.
022600     SET PRTSS-DESK-IX TO 1.
022700     PERFORM 2210-MATCH-DESK      THRU 2210-EXIT
022800             VARYING PRTSS-DESK-IX FROM 1 BY 1
022900             UNTIL PRTSS-DESK-IX > PRTSS-DESK-USED
023000                OR PRTSS-FOUND.
023100     IF PRTSS-FOUND
023200         GO TO 2200-EXIT
023300     END-IF.
023400     IF PRTSS-DESK-USED NOT < 500
023500         DISPLAY 'PRTSECS0002 DESK TABLE FULL AT '
023600                 PRTSS-DESK-USED ' - RAISE THE TABLE AND RERUN'
023700         CLOSE PRTSECV-FILE
023800               PRTSSRPT-FILE
023900         MOVE 12 TO RETURN-CODE
024000         GOBACK
024100     END-IF.
024200     ADD 1 TO PRTSS-DESK-USED.
024300     SET PRTSS-DESK-IX TO PRTSS-DESK-USED.
024400     MOVE PRTSV-DESK TO PRTSS-DK-DESK(PRTSS-DESK-IX).
024500     MOVE ZERO       TO PRTSS-DK-ATTEMPTS(PRTSS-DESK-IX)
024600                        PRTSS-DK-TRANS(PRTSS-DESK-IX)
024700                        PRTSS-DK-UNKNOWN(PRTSS-DESK-IX)
024800                        PRTSS-DK-ACTION(PRTSS-DESK-IX)
024900                        PRTSS-DK-LOCATION(PRTSS-DESK-IX)
025000                        PRTSS-DK-SYSTEM(PRTSS-DESK-IX)
025100                        PRTSS-DK-LAST-DATE(PRTSS-DESK-IX).
025200     MOVE PRTSS-DESK-USED TO PRTSS-DESK-HIT-IX.
025300 2200-EXIT.
025400     EXIT.
025500*================================================================
025600*    2210-MATCH-DESK - COMPARE ONE TABLE ENTRY TO THE RECORD
025700*================================================================
025800 2210-MATCH-DESK.
025900     IF PRTSS-DK-DESK(PRTSS-DESK-IX) = PRTSV-DESK
026000         SET PRTSS-FOUND TO TRUE
026100         SET PRTSS-DESK-HIT-IX TO PRTSS-DESK-IX
026200     END-IF.
026300 2210-EXIT.
026400     EXIT.
026500*================================================================
026600*    3000-PRINT-SUMMARY - ONE LINE PER DESK, THEN THE WEEK'S
026700*    TOTALS
026800*================================================================
026900 3000-PRINT-SUMMARY.
027000     MOVE SPACES TO PRTSS-REPORT-LINE.
027100     WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE.
027200     IF PRTSS-ATTEMPT-COUNT = ZERO
027300         MOVE 'NO UNAUTHORIZED ATTEMPTS IN THE WINDOW'
027400             TO PRTSS-REPORT-LINE
027500         WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE
027600         GO TO 3000-EXIT
027700     END-IF.
027800     MOVE SPACES TO PRTSS-REPORT-LINE.
027900     STRING 'DESK     ATTEMPT   TRANS UNKNOWN  ACTION'
028000            '  LOCATN  SYSTEM LAST SEEN'
028100            DELIMITED BY SIZE INTO PRTSS-REPORT-LINE.
028200     WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE.
028300     SET PRTSS-DESK-IX TO 1.
028400     PERFORM 3100-PRINT-DESK      THRU 3100-EXIT
028500             VARYING PRTSS-DESK-IX FROM 1 BY 1
028600             UNTIL PRTSS-DESK-IX > PRTSS-DESK-USED.
028700     MOVE SPACES TO PRTSS-REPORT-LINE.
028800     WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE.
028900     MOVE SPACES TO PRTSS-REPORT-LINE.
029000     STRING 'TOTAL ATTEMPTS=' PRTSS-ATTEMPT-COUNT
029100            ' TRANSACTIONS=' PRTSS-TRAN-COUNT
029200            ' UNKNOWN DESK FILES=' PRTSS-UNKNOWN-COUNT
029300            ' SYSTEM PRINTER ATTEMPTS=' PRTSS-SYSTEM-COUNT
029400            DELIMITED BY SIZE INTO PRTSS-REPORT-LINE.
029500     WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE.
029600 3000-EXIT.
029700     EXIT.
029800*================================================================
029900*    3100-PRINT-DESK - ONE DESK'S COUNTS BY REASON
030000*================================================================
030100 3100-PRINT-DESK.
030200     MOVE SPACES TO PRTSS-REPORT-LINE.
030300     STRING PRTSS-DK-DESK(PRTSS-DESK-IX) ' '
030400            PRTSS-DK-ATTEMPTS(PRTSS-DESK-IX) ' '
030500            PRTSS-DK-TRANS(PRTSS-DESK-IX) ' '
030600            PRTSS-DK-UNKNOWN(PRTSS-DESK-IX) ' '
030700            PRTSS-DK-ACTION(PRTSS-DESK-IX) ' '
030800            PRTSS-DK-LOCATION(PRTSS-DESK-IX) ' '
030900            PRTSS-DK-SYSTEM(PRTSS-DESK-IX) ' '
031000            PRTSS-DK-LAST-DATE(PRTSS-DESK-IX)
031100            DELIMITED BY SIZE INTO PRTSS-REPORT-LINE.
031200     WRITE PRTSSRPT-RECORD FROM PRTSS-REPORT-LINE.
031300 3100-EXIT.
031400     EXIT.
031500*================================================================
031600*    9000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE
031700*================================================================
031800 9000-TERMINATE.
031900     CLOSE PRTSSRPT-FILE.
032000     DISPLAY 'PRTSECS0001 LOG READ=' PRTSS-READ-COUNT
032100             ' ATTEMPTS=' PRTSS-ATTEMPT-COUNT
032200             ' DESKS=' PRTSS-DESK-USED.
032300     IF PRTSS-ATTEMPT-COUNT > ZERO
032400         MOVE 4 TO RETURN-CODE
032500     END-IF.
032600 9000-EXIT.
032700     EXIT.
