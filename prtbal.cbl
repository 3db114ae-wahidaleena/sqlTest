000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTBAL.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  NIGHTLY STREAM BALANCING
001300*                   AND RUN BOOK.  READS THE NIGHT'S RECORDS FROM
001400*                   THE RUN LEDGER (PRTLEDG, PRTLEDR) THAT EVERY
001500*                   STEP OF THE STREAM APPENDS TO, AND PRTHIST.
001600*                   PRINTS THE RUN BOOK (PRTRBOOK) - EACH STREAM
001700*                   STEP'S LATEST STATUS, THEN EVERY RUN OF THE
001800*                   NIGHT WITH ITS COUNTS - AND THE BALANCE
001900*                   REPORT (PRTBLRPT), WHICH CHECKS THE STEPS'
002000*                   COUNTS AGAINST EACH OTHER.  A STEP NOT RUN,
002100*                   UNFINISHED OR FAILED, OR A COUNT OUT OF
002200*                   BALANCE, ENDS THE JOB RC=8; A DIFFERENCE TO
002300*                   REVIEW RC=4.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.        IBM-ZSERIES.
002800 OBJECT-COMPUTER.        IBM-ZSERIES.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PRTBLCTL-FILE ASSIGN TO PRTBLCTL
003200                          ORGANIZATION IS SEQUENTIAL.
003300     SELECT PRTLEDG-FILE  ASSIGN TO PRTLEDG
003400                          ORGANIZATION IS SEQUENTIAL.
003500     SELECT PRTHIST-FILE  ASSIGN TO PRTHIST
003600                          ORGANIZATION IS SEQUENTIAL.
003700     SELECT PRTRBOOK-FILE ASSIGN TO PRTRBOOK
003800                          ORGANIZATION IS SEQUENTIAL.
003900     SELECT PRTBLRPT-FILE ASSIGN TO PRTBLRPT
004000                          ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PRTBLCTL-FILE
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  PRTBLCTL-RECORD.
004700     05  PRTBLCTL-NIGHT-DATE     PIC 9(08).
004800     05  FILLER                  PIC X(72).
004900 FD  PRTLEDG-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  PRTLEDG-RECORD              PIC X(180).
005300 FD  PRTHIST-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  PRTHIST-RECORD              PIC X(301).
005700 FD  PRTRBOOK-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  PRTRBOOK-RECORD             PIC X(133).
006100 FD  PRTBLRPT-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  PRTBLRPT-RECORD             PIC X(133).
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------
006700*    NIGHTLY RUN LEDGER RECORD, AND THIS RUN'S START RECORD AS
006800*    WRITTEN SO THE END RECORD CAN BE PAIRED WITH IT
006900*----------------------------------------------------------------
007000     COPY PRTLEDR.
007100 01  PRTBL-LEDGER-START          PIC X(180)  VALUE SPACES.
007200*----------------------------------------------------------------
007300*    PRINTER HISTORY RECORD
007400*----------------------------------------------------------------
007500     COPY PRTHSTR.
007600*----------------------------------------------------------------
007700*    THE NIGHT BEING BALANCED - DEFAULTS TO THE CURRENT NIGHT BY
007800*    THE LEDGER'S NOON RULE.  ITS HISTORY RUNS FROM NOON OF THE
007900*    NIGHT DATE TO NOON OF THE MORNING DATE.
008000*----------------------------------------------------------------
008100 01  PRTBL-TODAY-DATE            PIC 9(08)   VALUE ZERO.
008200 01  PRTBL-TODAY-TIME            PIC 9(08)   VALUE ZERO.
008300 01  PRTBL-NIGHT-DATE            PIC 9(08)   VALUE ZERO.
008400 01  PRTBL-MORNING-DATE          PIC 9(08)   VALUE ZERO.
008500*----------------------------------------------------------------
008600*    THE STEPS OF THE NIGHTLY STREAM, IN STREAM ORDER, WITH HOW
008700*    MANY TIMES EACH RAN THE NIGHT AND WHICH RUN WAS ITS LATEST
008800*----------------------------------------------------------------
008900 01  PRTBL-STREAM-NAMES.
009000     05  FILLER                  PIC X(08)   VALUE 'PRTXREF'.
009100     05  FILLER                  PIC X(08)   VALUE 'PRTDREC'.
009200     05  FILLER                  PIC X(08)   VALUE 'PRTBATCH'.
009300     05  FILLER                  PIC X(08)   VALUE 'PRTSEL'.
009400     05  FILLER                  PIC X(08)   VALUE 'PRTVOL'.
009500     05  FILLER                  PIC X(08)   VALUE 'PRTMAINT'.
009600     05  FILLER                  PIC X(08)   VALUE 'PRTHLTH'.
009700 01  PRTBL-STREAM-NAMES-R REDEFINES PRTBL-STREAM-NAMES.
009800     05  PRTBL-STREAM-NAME       PIC X(08)
009900             OCCURS 7 TIMES.
010000 01  PRTBL-STEP-TABLE.
010100     05  PRTBL-STEP-ENTRY        OCCURS 7 TIMES.
010200         10  PRTBL-ST-RUNS       PIC 9(03).
010300         10  PRTBL-ST-LATEST     PIC 9(05) COMP.
010400 01  PRTBL-STEP-SUB              PIC 9(04) COMP VALUE ZERO.
010500 01  PRTBL-STEP-HIT              PIC 9(04) COMP VALUE ZERO.
010600*----------------------------------------------------------------
010700*    EVERY RUN OF THE NIGHT, IN THE ORDER IT STARTED.  A RUN IS
010800*    ADDED BY ITS START RECORD AND COMPLETED BY THE END RECORD
010900*    THAT REPEATS ITS START DATE AND TIME.  PRTBL-RN-HIST COUNTS
011000*    THE PRTHIST RECORDS STAMPED INSIDE A PRTMAINT RUN.
011100*----------------------------------------------------------------
011200 01  PRTBL-RUN-TABLE.
011300     05  PRTBL-RUN-ENTRY         OCCURS 500 TIMES
011400             INDEXED BY PRTBL-RUN-IX.
011500         10  PRTBL-RN-PROGRAM    PIC X(08).
011600         10  PRTBL-RN-JOBNAME    PIC X(08).
011700         10  PRTBL-RN-START.
011800             15  PRTBL-RN-START-DATE PIC 9(08).
011900             15  PRTBL-RN-START-TIME PIC 9(08).
012000         10  PRTBL-RN-END.
012100             15  PRTBL-RN-END-DATE   PIC 9(08).
012200             15  PRTBL-RN-END-TIME   PIC 9(08).
012300         10  PRTBL-RN-RC         PIC 9(04).
012400         10  PRTBL-RN-STATE      PIC X(01).
012500             88  PRTBL-RN-OPEN               VALUE 'I'.
012600             88  PRTBL-RN-ENDED              VALUE 'E'.
012700         10  PRTBL-RN-HIST       PIC 9(07).
012800         10  PRTBL-RN-COUNT-ENTRY OCCURS 6 TIMES.
012900             15  PRTBL-RN-COUNT-NAME  PIC X(08).
013000             15  PRTBL-RN-COUNT-VALUE PIC 9(09).
013100 01  PRTBL-RUN-USED              PIC 9(05) COMP VALUE ZERO.
013200 01  PRTBL-RUN-HIT-IX            PIC 9(05) COMP VALUE ZERO.
013300 01  PRTBL-CNT-SUB               PIC 9(04) COMP VALUE ZERO.
013400*----------------------------------------------------------------
013500*    ONE BALANCE CHECK - THE COUNT NAMED ON EACH SIDE, TAKEN FROM
013600*    THE LATEST CLEAN RUN OF ITS PROGRAM.  SEVERITY 'B' IS A
013700*    BREAK (RC=8), 'W' A DIFFERENCE TO REVIEW (RC=4).
013800*----------------------------------------------------------------
013900 01  PRTBL-CHECK-TEXT            PIC X(36)   VALUE SPACES.
014000 01  PRTBL-CHECK-SEVERITY        PIC X(01)   VALUE 'B'.
014100     88  PRTBL-CHECK-BREAK                   VALUE 'B'.
014200     88  PRTBL-CHECK-WARNING                 VALUE 'W'.
014300 01  PRTBL-LEFT-PROGRAM          PIC X(08)   VALUE SPACES.
014400 01  PRTBL-LEFT-NAME             PIC X(08)   VALUE SPACES.
014500 01  PRTBL-LEFT-VALUE            PIC 9(09)   VALUE ZERO.
014600 01  PRTBL-LEFT-SHOW             PIC X(11)   VALUE SPACES.
014700 01  PRTBL-LEFT-SW               PIC X(01)   VALUE 'N'.
014800     88  PRTBL-LEFT-GOT                      VALUE 'Y'.
014900 01  PRTBL-RIGHT-PROGRAM         PIC X(08)   VALUE SPACES.
015000 01  PRTBL-RIGHT-NAME            PIC X(08)   VALUE SPACES.
015100 01  PRTBL-RIGHT-VALUE           PIC 9(09)   VALUE ZERO.
015200 01  PRTBL-RIGHT-SHOW            PIC X(11)   VALUE SPACES.
015300 01  PRTBL-RIGHT-SW              PIC X(01)   VALUE 'N'.
015400     88  PRTBL-RIGHT-GOT                     VALUE 'Y'.
015500 01  PRTBL-WANT-PROGRAM          PIC X(08)   VALUE SPACES.
015600 01  PRTBL-WANT-NAME             PIC X(08)   VALUE SPACES.
015700 01  PRTBL-GOT-VALUE             PIC 9(09)   VALUE ZERO.
015800 01  PRTBL-GOT-SW                PIC X(01)   VALUE 'N'.
015900     88  PRTBL-GOT                           VALUE 'Y'.
016000 01  PRTBL-RESULT-TEXT           PIC X(16)   VALUE SPACES.
016100 01  PRTBL-APPLIED-VALUE         PIC 9(09)   VALUE ZERO.
016200 01  PRTBL-HISTWRT-VALUE         PIC 9(09)   VALUE ZERO.
016300*----------------------------------------------------------------
016400*    HISTORY RECORD TIME STAMP, FOR THE RUN WINDOW COMPARE
016500*----------------------------------------------------------------
016600 01  PRTBL-HIST-STAMP.
016700     05  PRTBL-HIST-DATE         PIC 9(08).
016800     05  PRTBL-HIST-TIME         PIC 9(08).
016900*----------------------------------------------------------------
017000*    SWITCHES AND COUNTERS
017100*----------------------------------------------------------------
017200 01  PRTBL-SWITCHES.
017300     05  PRTBL-EOF-SW            PIC X(01)   VALUE 'N'.
017400         88  PRTBL-EOF                       VALUE 'Y'.
017500     05  PRTBL-FOUND-SW          PIC X(01)   VALUE 'N'.
017600         88  PRTBL-FOUND                     VALUE 'Y'.
017700     05  PRTBL-CLEAN-SW          PIC X(01)   VALUE 'N'.
017800         88  PRTBL-RUN-CLEAN                 VALUE 'Y'.
017900 01  PRTBL-COUNTERS.
018000     05  PRTBL-LEDG-READ-COUNT   PIC 9(09)   VALUE ZERO.
018100     05  PRTBL-HIST-READ-COUNT   PIC 9(09)   VALUE ZERO.
018200     05  PRTBL-HIST-NIGHT-COUNT  PIC 9(09)   VALUE ZERO.
018300     05  PRTBL-HIST-ORPHAN-COUNT PIC 9(09)   VALUE ZERO.
018400     05  PRTBL-MAINT-RUN-COUNT   PIC 9(05)   VALUE ZERO.
018500     05  PRTBL-NOT-CLEAN-COUNT   PIC 9(05)   VALUE ZERO.
018600     05  PRTBL-BREAK-COUNT       PIC 9(05)   VALUE ZERO.
018700     05  PRTBL-REVIEW-COUNT      PIC 9(05)   VALUE ZERO.
018800 01  PRTBL-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
018900 01  PRTBL-STATUS-TEXT           PIC X(16)   VALUE SPACES.
019000 01  PRTBL-REPORT-LINE           PIC X(133).
019100*----------------------------------------------------------------
019200*    RUN BOOK COUNT LINE - ONE RUN'S NAMED COUNTS
019300*----------------------------------------------------------------
019400 01  PRTBL-COUNT-LINE.
019500     05  FILLER                  PIC X(18).
019600     05  PRTBL-CL-ENTRY          OCCURS 6 TIMES.
019700         10  PRTBL-CL-NAME       PIC X(08).
019800         10  PRTBL-CL-EQUALS     PIC X(01).
019900         10  PRTBL-CL-VALUE      PIC Z(08)9.
020000         10  FILLER              PIC X(01).
020100     05  FILLER                  PIC X(01).
020200 PROCEDURE DIVISION.
020300*================================================================
020400*    0000-MAINLINE
020500*================================================================
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
020800     PERFORM 2000-LOAD-LEDGER     THRU 2000-EXIT.
020900     PERFORM 9500-LEDGER-START    THRU 9500-EXIT.
021000     PERFORM 3000-SCAN-HISTORY    THRU 3000-EXIT.
021100     PERFORM 4000-PRINT-RUN-BOOK  THRU 4000-EXIT.
021200     PERFORM 5000-BALANCE         THRU 5000-EXIT.
021300     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
021400     PERFORM 9600-LEDGER-END      THRU 9600-EXIT.
021500     GOBACK.
021600*================================================================
021700*    1000-INITIALIZE - SETTLE THE NIGHT AND OPEN THE REPORTS.
021800*    THIS RUN'S OWN LEDGER START IS WRITTEN ONLY ONCE THE LEDGER
021900*    HAS BEEN LOADED, SO IT NEVER REPORTS ITSELF AS UNFINISHED.
022000*================================================================
022100 1000-INITIALIZE.
022200     ACCEPT PRTBL-TODAY-DATE FROM DATE YYYYMMDD.
022300     ACCEPT PRTBL-TODAY-TIME FROM TIME.
022400     PERFORM 1050-READ-CONTROL    THRU 1050-EXIT.
022500     COMPUTE PRTBL-MORNING-DATE = FUNCTION DATE-OF-INTEGER
022600             (FUNCTION INTEGER-OF-DATE(PRTBL-NIGHT-DATE) + 1).
022700     PERFORM 1010-CLEAR-STEP      THRU 1010-EXIT
022800             VARYING PRTBL-STEP-SUB FROM 1 BY 1
022900             UNTIL PRTBL-STEP-SUB > 7.
023000     OPEN OUTPUT PRTRBOOK-FILE
023100                 PRTBLRPT-FILE.
023200 1000-EXIT.
023300     EXIT.
023400*================================================================
023500*    1010-CLEAR-STEP - NO RUNS YET FOR ONE STREAM STEP
023600*================================================================
023700 1010-CLEAR-STEP.
023800     MOVE ZERO TO PRTBL-ST-RUNS(PRTBL-STEP-SUB)
023900                  PRTBL-ST-LATEST(PRTBL-STEP-SUB).
024000 1010-EXIT.
024100     EXIT.
024200*================================================================
024300*    1050-READ-CONTROL - PICK UP THE NIGHT TO BALANCE.  A MISSING
024400*    CARD OR AN UNNUMERIC DATE FALLS BACK TO THE CURRENT NIGHT -
024500*    TODAY'S IF IT IS AFTER NOON, OTHERWISE YESTERDAY'S - WHICH
024600*    IS THE NIGHT THIS STEP CLOSES IN THE NORMAL STREAM.
024700*================================================================
024800 1050-READ-CONTROL.
024900     IF PRTBL-TODAY-TIME < 12000000
025000         COMPUTE PRTBL-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
025100                 (FUNCTION INTEGER-OF-DATE(PRTBL-TODAY-DATE) - 1)
025200     ELSE
025300         MOVE PRTBL-TODAY-DATE    TO PRTBL-NIGHT-DATE
025400     END-IF.
025500     OPEN INPUT PRTBLCTL-FILE.
025600     READ PRTBLCTL-FILE
025700         AT END
025800             DISPLAY 'PRTBAL0003 NO CONTROL RECORD - BALANCING'
025900                     ' THE NIGHT OF ' PRTBL-NIGHT-DATE
026000         NOT AT END
026100             IF PRTBLCTL-NIGHT-DATE NUMERIC
026200                AND PRTBLCTL-NIGHT-DATE > ZERO
026300                 MOVE PRTBLCTL-NIGHT-DATE TO PRTBL-NIGHT-DATE
026400             END-IF
026500     END-READ.
026600     CLOSE PRTBLCTL-FILE.
026700 1050-EXIT.
026800     EXIT.
026900*================================================================
027000*    2000-LOAD-LEDGER - TABLE EVERY RUN OF THE NIGHT
027100*================================================================
027200 2000-LOAD-LEDGER.
027300     OPEN INPUT PRTLEDG-FILE.
027400     MOVE 'N' TO PRTBL-EOF-SW.
027500     PERFORM 2100-READ-LEDGER     THRU 2100-EXIT
027600             UNTIL PRTBL-EOF.
027700     CLOSE PRTLEDG-FILE.
027800 2000-EXIT.
027900     EXIT.
028000*================================================================
028100*    2100-READ-LEDGER - READ ONE LEDGER RECORD; ONE FOR THE NIGHT
028200*    ADDS ITS RUN OR, FOR AN END RECORD, COMPLETES IT
028300*================================================================
028400 2100-READ-LEDGER.
028500     READ PRTLEDG-FILE INTO PRTLG-LEDGER-RECORD
028600         AT END
028700             SET PRTBL-EOF TO TRUE
028800             GO TO 2100-EXIT
028900     END-READ.
029000     ADD 1 TO PRTBL-LEDG-READ-COUNT.
029100     IF PRTLG-NIGHT-DATE NOT = PRTBL-NIGHT-DATE
029200         GO TO 2100-EXIT
029300     END-IF.
029400     PERFORM 2200-FIND-RUN        THRU 2200-EXIT.
029500     SET PRTBL-RUN-IX TO PRTBL-RUN-HIT-IX.
029600     IF NOT PRTLG-END-REC
029700         GO TO 2100-EXIT
029800     END-IF.
029900     SET PRTBL-RN-ENDED(PRTBL-RUN-IX) TO TRUE.
030000     MOVE PRTLG-END-DATE    TO PRTBL-RN-END-DATE(PRTBL-RUN-IX).
030100     MOVE PRTLG-END-TIME    TO PRTBL-RN-END-TIME(PRTBL-RUN-IX).
030200     MOVE PRTLG-RETURN-CODE TO PRTBL-RN-RC(PRTBL-RUN-IX).
030300     PERFORM 2300-COPY-COUNT      THRU 2300-EXIT
030400             VARYING PRTBL-CNT-SUB FROM 1 BY 1
030500             UNTIL PRTBL-CNT-SUB > 6.
030600 2100-EXIT.
030700     EXIT.
030800*================================================================
030900*    2200-FIND-RUN - LOCATE THE RECORD'S RUN BY PROGRAM AND START
031000*    DATE AND TIME, ADDING IT WHEN FIRST MET.  PRTBL-RUN-HIT-IX IS
031100*    LEFT ON IT.  A FULL TABLE HARD-FAILS THE RUN - A DROPPED RUN
031200*    COULD HIDE A FAILED STEP.
031300*================================================================
031400 2200-FIND-RUN.
031500     MOVE 'N' TO PRTBL-FOUND-SW.
031600     SET PRTBL-RUN-IX TO 1.
031700     PERFORM 2210-MATCH-RUN       THRU 2210-EXIT
031800             VARYING PRTBL-RUN-IX FROM 1 BY 1
031900             UNTIL PRTBL-RUN-IX > PRTBL-RUN-USED
032000                OR PRTBL-FOUND.
032100     IF PRTBL-FOUND
032200         GO TO 2200-EXIT
032300     END-IF.
032400     IF PRTBL-RUN-USED NOT < 500
032500         DISPLAY 'PRTBAL0002 RUN TABLE FULL AT '
032600                 PRTBL-RUN-USED ' - RAISE THE TABLE AND RERUN'
032700         CLOSE PRTLEDG-FILE
032800               PRTRBOOK-FILE
032900               PRTBLRPT-FILE
033000         MOVE 12 TO RETURN-CODE
033100         GOBACK
033200     END-IF.
033300     ADD 1 TO PRTBL-RUN-USED.
033400     SET PRTBL-RUN-IX TO PRTBL-RUN-USED.
033500     MOVE PRTLG-PROGRAM     TO PRTBL-RN-PROGRAM(PRTBL-RUN-IX).
033600     MOVE PRTLG-JOBNAME     TO PRTBL-RN-JOBNAME(PRTBL-RUN-IX).
033700     MOVE PRTLG-START-DATE  TO PRTBL-RN-START-DATE(PRTBL-RUN-IX).
033800     MOVE PRTLG-START-TIME  TO PRTBL-RN-START-TIME(PRTBL-RUN-IX).
033900     MOVE ZERO              TO PRTBL-RN-END-DATE(PRTBL-RUN-IX)
034000                               PRTBL-RN-END-TIME(PRTBL-RUN-IX)
034100                               PRTBL-RN-RC(PRTBL-RUN-IX)
034200                               PRTBL-RN-HIST(PRTBL-RUN-IX).
034300     SET PRTBL-RN-OPEN(PRTBL-RUN-IX) TO TRUE.
034400     PERFORM 2220-CLEAR-COUNT     THRU 2220-EXIT
034500             VARYING PRTBL-CNT-SUB FROM 1 BY 1
034600             UNTIL PRTBL-CNT-SUB > 6.
034700     MOVE PRTBL-RUN-USED    TO PRTBL-RUN-HIT-IX.
034800     MOVE PRTLG-PROGRAM     TO PRTBL-WANT-PROGRAM.
034900     PERFORM 6000-FIND-STEP       THRU 6000-EXIT.
035000     IF PRTBL-STEP-HIT > ZERO
035100         ADD 1 TO PRTBL-ST-RUNS(PRTBL-STEP-HIT)
035200         MOVE PRTBL-RUN-USED TO PRTBL-ST-LATEST(PRTBL-STEP-HIT)
035300     END-IF.
035400 2200-EXIT.
035500     EXIT.
035600*================================================================
035700*    2210-MATCH-RUN - COMPARE ONE TABLE ENTRY TO THE RECORD
035800*================================================================
035900 2210-MATCH-RUN.
036000     IF PRTBL-RN-PROGRAM(PRTBL-RUN-IX)    = PRTLG-PROGRAM
036100        AND PRTBL-RN-START-DATE(PRTBL-RUN-IX) = PRTLG-START-DATE
036200        AND PRTBL-RN-START-TIME(PRTBL-RUN-IX) = PRTLG-START-TIME
036300         SET PRTBL-FOUND TO TRUE
036400         SET PRTBL-RUN-HIT-IX TO PRTBL-RUN-IX
036500     END-IF.
036600 2210-EXIT.
036700     EXIT.
036800*================================================================
036900*    2220-CLEAR-COUNT - EMPTY ONE COUNT SLOT OF A NEW RUN
037000*================================================================
037100 2220-CLEAR-COUNT.
037200     MOVE SPACES
037300         TO PRTBL-RN-COUNT-NAME(PRTBL-RUN-IX, PRTBL-CNT-SUB).
037400     MOVE ZERO
037500         TO PRTBL-RN-COUNT-VALUE(PRTBL-RUN-IX, PRTBL-CNT-SUB).
037600 2220-EXIT.
037700     EXIT.
037800*================================================================
037900*    2300-COPY-COUNT - TAKE ONE NAMED COUNT FROM AN END RECORD
038000*================================================================
038100 2300-COPY-COUNT.
038200     MOVE PRTLG-COUNT-NAME(PRTBL-CNT-SUB)
038300         TO PRTBL-RN-COUNT-NAME(PRTBL-RUN-IX, PRTBL-CNT-SUB).
038400     MOVE PRTLG-COUNT-VALUE(PRTBL-CNT-SUB)
038500         TO PRTBL-RN-COUNT-VALUE(PRTBL-RUN-IX, PRTBL-CNT-SUB).
038600 2300-EXIT.
038700     EXIT.
038800*================================================================
038900*    3000-SCAN-HISTORY - CREDIT EACH OF THE NIGHT'S PRTHIST
039000*    RECORDS TO THE FINISHED PRTMAINT RUN IT WAS WRITTEN IN
039100*================================================================
039200 3000-SCAN-HISTORY.
039300     OPEN INPUT PRTHIST-FILE.
039400     MOVE 'N' TO PRTBL-EOF-SW.
039500     PERFORM 3100-READ-HISTORY    THRU 3100-EXIT
039600             UNTIL PRTBL-EOF.
039700     CLOSE PRTHIST-FILE.
039800 3000-EXIT.
039900     EXIT.
040000*================================================================
040100*    3100-READ-HISTORY - READ ONE HISTORY RECORD.  ONE STAMPED IN
040200*    THE NIGHT (NOON TO NOON) IS MATCHED TO THE PRTMAINT RUN WHOSE
040300*    START AND END BRACKET IT; ONE NO FINISHED RUN BRACKETS WAS
040400*    WRITTEN BY A RUN THAT NEVER REACHED THE LEDGER'S END.
040500*================================================================
040600 3100-READ-HISTORY.
040700     READ PRTHIST-FILE INTO PRTH-HISTORY-RECORD
040800         AT END
040900             SET PRTBL-EOF TO TRUE
041000             GO TO 3100-EXIT
041100     END-READ.
041200     ADD 1 TO PRTBL-HIST-READ-COUNT.
041300     IF (PRTH-DATE = PRTBL-NIGHT-DATE
041400         AND PRTH-TIME NOT < 12000000)
041500        OR (PRTH-DATE = PRTBL-MORNING-DATE
041600         AND PRTH-TIME < 12000000)
041700         CONTINUE
041800     ELSE
041900         GO TO 3100-EXIT
042000     END-IF.
042100     ADD 1 TO PRTBL-HIST-NIGHT-COUNT.
042200     MOVE PRTH-DATE TO PRTBL-HIST-DATE.
042300     MOVE PRTH-TIME TO PRTBL-HIST-TIME.
042400     MOVE 'N' TO PRTBL-FOUND-SW.
042500     PERFORM 3200-MATCH-WINDOW    THRU 3200-EXIT
042600             VARYING PRTBL-RUN-IX FROM 1 BY 1
042700             UNTIL PRTBL-RUN-IX > PRTBL-RUN-USED
042800                OR PRTBL-FOUND.
042900     IF NOT PRTBL-FOUND
043000         ADD 1 TO PRTBL-HIST-ORPHAN-COUNT
043100     END-IF.
043200 3100-EXIT.
043300     EXIT.
043400*================================================================
043500*    3200-MATCH-WINDOW - CREDIT THE RECORD TO ONE FINISHED
043600*    PRTMAINT RUN WHEN ITS STAMP FALLS INSIDE THE RUN
043700*================================================================
043800 3200-MATCH-WINDOW.
043900     IF PRTBL-RN-PROGRAM(PRTBL-RUN-IX) = 'PRTMAINT'
044000        AND PRTBL-RN-ENDED(PRTBL-RUN-IX)
044100        AND PRTBL-HIST-STAMP NOT < PRTBL-RN-START(PRTBL-RUN-IX)
044200        AND PRTBL-HIST-STAMP NOT > PRTBL-RN-END(PRTBL-RUN-IX)
044300         ADD 1 TO PRTBL-RN-HIST(PRTBL-RUN-IX)
044400         SET PRTBL-FOUND TO TRUE
044500     END-IF.
044600 3200-EXIT.
044700     EXIT.
044800*================================================================
044900*    4000-PRINT-RUN-BOOK - THE STREAM STEP BY STEP, THEN EVERY RUN
045000*    OF THE NIGHT IN THE ORDER IT STARTED WITH ITS COUNTS
045100*================================================================
045200 4000-PRINT-RUN-BOOK.
045300     MOVE SPACES TO PRTBL-REPORT-LINE.
045400     STRING 'PRTBAL - NIGHTLY PRINT SERVICES STREAM RUN BOOK FOR '
045500            'THE NIGHT OF ' PRTBL-NIGHT-DATE
045600            '   PRINTED ' PRTBL-TODAY-DATE ' ' PRTBL-TODAY-TIME
045700            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
045800     WRITE PRTRBOOK-RECORD FROM PRTBL-REPORT-LINE.
045900     MOVE SPACES TO PRTBL-REPORT-LINE.
046000     WRITE PRTRBOOK-RECORD FROM PRTBL-REPORT-LINE.
046100     MOVE SPACES TO PRTBL-REPORT-LINE.
046200     STRING 'STEP     RUNS LATEST STATUS      RC   STARTED'
046300            '           ENDED'
046400            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
046500     WRITE PRTRBOOK-RECORD FROM PRTBL-REPORT-LINE.
046600     PERFORM 4100-PRINT-STEP      THRU 4100-EXIT
046700             VARYING PRTBL-STEP-SUB FROM 1 BY 1
046800             UNTIL PRTBL-STEP-SUB > 7.
046900     MOVE SPACES TO PRTBL-REPORT-LINE.
047000     WRITE PRTRBOOK-RECORD FROM PRTBL-REPORT-LINE.
047100     IF PRTBL-RUN-USED = ZERO
047200         MOVE 'NO LEDGER RECORDS FOR THE NIGHT'
047300             TO PRTBL-REPORT-LINE
047400         WRITE PRTRBOOK-RECORD FROM PRTBL-REPORT-LINE
047500         GO TO 4000-EXIT
047600     END-IF.
047700     MOVE SPACES TO PRTBL-REPORT-LINE.
047800     STRING 'PROGRAM  JOBNAME  STARTED           ENDED'
047900            '             RC   STATUS'
048000            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
048100     WRITE PRTRBOOK-RECORD FROM PRTBL-REPORT-LINE.
048200     PERFORM 4200-PRINT-RUN       THRU 4200-EXIT
048300             VARYING PRTBL-RUN-IX FROM 1 BY 1
048400             UNTIL PRTBL-RUN-IX > PRTBL-RUN-USED.
048500 4000-EXIT.
048600     EXIT.
048700*================================================================
048800*    4100-PRINT-STEP - ONE STREAM STEP AND HOW ITS LATEST RUN
048900*    ENDED.  A STEP NOT RUN, UNFINISHED OR FAILED IS COUNTED
049000*    AGAINST THE NIGHT.
049100*================================================================
049200 4100-PRINT-STEP.
049300     MOVE SPACES TO PRTBL-REPORT-LINE.
049400     IF PRTBL-ST-LATEST(PRTBL-STEP-SUB) = ZERO
049500         ADD 1 TO PRTBL-NOT-CLEAN-COUNT
049600         STRING PRTBL-STREAM-NAME(PRTBL-STEP-SUB) '   0 NOT RUN'
049700                DELIMITED BY SIZE INTO PRTBL-REPORT-LINE
049800         WRITE PRTRBOOK-RECORD FROM PRTBL-REPORT-LINE
049900         GO TO 4100-EXIT
050000     END-IF.
050100     SET PRTBL-RUN-IX TO PRTBL-ST-LATEST(PRTBL-STEP-SUB).
050200     PERFORM 6100-RUN-STATUS      THRU 6100-EXIT.
050300     IF NOT PRTBL-RUN-CLEAN
050400         ADD 1 TO PRTBL-NOT-CLEAN-COUNT
050500     END-IF.
050600     STRING PRTBL-STREAM-NAME(PRTBL-STEP-SUB) ' '
050700            PRTBL-ST-RUNS(PRTBL-STEP-SUB) ' '
050800            PRTBL-STATUS-TEXT ' '
050900            PRTBL-RN-RC(PRTBL-RUN-IX) ' '
051000            PRTBL-RN-START-DATE(PRTBL-RUN-IX) ' '
051100            PRTBL-RN-START-TIME(PRTBL-RUN-IX) ' '
051200            PRTBL-RN-END-DATE(PRTBL-RUN-IX) ' '
051300            PRTBL-RN-END-TIME(PRTBL-RUN-IX)
051400            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
051500     WRITE PRTRBOOK-RECORD FROM PRTBL-REPORT-LINE.
051600 4100-EXIT.
051700     EXIT.
051800*================================================================
051900*    4200-PRINT-RUN - ONE RUN OF THE NIGHT, AND UNDER IT THE
052000*    COUNTS ITS END RECORD CARRIED
052100*================================================================
052200 4200-PRINT-RUN.
052300     PERFORM 6100-RUN-STATUS      THRU 6100-EXIT.
052400     MOVE SPACES TO PRTBL-REPORT-LINE.
052500     STRING PRTBL-RN-PROGRAM(PRTBL-RUN-IX) ' '
052600            PRTBL-RN-JOBNAME(PRTBL-RUN-IX) ' '
052700            PRTBL-RN-START-DATE(PRTBL-RUN-IX) ' '
052800            PRTBL-RN-START-TIME(PRTBL-RUN-IX) ' '
052900            PRTBL-RN-END-DATE(PRTBL-RUN-IX) ' '
053000            PRTBL-RN-END-TIME(PRTBL-RUN-IX) ' '
053100            PRTBL-RN-RC(PRTBL-RUN-IX) ' '
053200            PRTBL-STATUS-TEXT
053300            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
053400     WRITE PRTRBOOK-RECORD FROM PRTBL-REPORT-LINE.
053500     IF PRTBL-RN-OPEN(PRTBL-RUN-IX)
053600         GO TO 4200-EXIT
053700     END-IF.
053800     MOVE SPACES TO PRTBL-COUNT-LINE.
053900     PERFORM 4210-FORMAT-COUNT    THRU 4210-EXIT
054000             VARYING PRTBL-CNT-SUB FROM 1 BY 1
054100             UNTIL PRTBL-CNT-SUB > 6.
054200     MOVE PRTBL-COUNT-LINE TO PRTBL-REPORT-LINE.
054300     WRITE PRTRBOOK-RECORD FROM PRTBL-REPORT-LINE.
054400 4200-EXIT.
054500     EXIT.
054600*================================================================
054700*    4210-FORMAT-COUNT - ONE NAMED COUNT ONTO THE COUNT LINE
054800*================================================================
054900 4210-FORMAT-COUNT.
055000     IF PRTBL-RN-COUNT-NAME(PRTBL-RUN-IX, PRTBL-CNT-SUB) = SPACES
055100         GO TO 4210-EXIT
055200     END-IF.
055300     MOVE PRTBL-RN-COUNT-NAME(PRTBL-RUN-IX, PRTBL-CNT-SUB)
055400         TO PRTBL-CL-NAME(PRTBL-CNT-SUB).
055500     MOVE '='
055600         TO PRTBL-CL-EQUALS(PRTBL-CNT-SUB).
055700     MOVE PRTBL-RN-COUNT-VALUE(PRTBL-RUN-IX, PRTBL-CNT-SUB)
055800         TO PRTBL-CL-VALUE(PRTBL-CNT-SUB).
055900 4210-EXIT.
056000     EXIT.
056100*================================================================
056200*    5000-BALANCE - CHECK THE STEPS' COUNTS AGAINST EACH OTHER.
056300*    WHAT ONE STEP WROTE MUST BE WHAT THE NEXT ONE READ; THE
056400*    EXTRACT COUNTS SHOULD AGREE ACROSS THE STEPS THAT LOAD THE
056500*    SAME EXTRACT, BUT A NEW GENERATION CAN LEGITIMATELY ARRIVE
056600*    BETWEEN THEM, SO THOSE ARE ONLY FOR REVIEW.
056700*================================================================
056800 5000-BALANCE.
056900     MOVE SPACES TO PRTBL-REPORT-LINE.
057000     STRING 'PRTBAL - NIGHTLY PRINT SERVICES STREAM BALANCING'
057100            ' FOR THE NIGHT OF ' PRTBL-NIGHT-DATE
057200            '   PRINTED ' PRTBL-TODAY-DATE ' ' PRTBL-TODAY-TIME
057300            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
057400     WRITE PRTBLRPT-RECORD FROM PRTBL-REPORT-LINE.
057500     MOVE SPACES TO PRTBL-REPORT-LINE.
057600     WRITE PRTBLRPT-RECORD FROM PRTBL-REPORT-LINE.
057700     MOVE SPACES TO PRTBL-REPORT-LINE.
057800     STRING 'CHECK                                '
057900            'PROGRAM  COUNT           VALUE '
058000            'PROGRAM  COUNT           VALUE RESULT'
058100            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
058200     WRITE PRTBLRPT-RECORD FROM PRTBL-REPORT-LINE.
058300     MOVE 'PRTBOUT WRITTEN FOR PRTBIN READ'  TO PRTBL-CHECK-TEXT.
058400     MOVE 'PRTBATCH'              TO PRTBL-LEFT-PROGRAM.
058500     MOVE 'BIN-RD  '              TO PRTBL-LEFT-NAME.
058600     MOVE 'PRTBATCH'              TO PRTBL-RIGHT-PROGRAM.
058700     MOVE 'BOUT-WRT'              TO PRTBL-RIGHT-NAME.
058800     SET PRTBL-CHECK-BREAK        TO TRUE.
058900     PERFORM 5100-COMPARE         THRU 5100-EXIT.
059000     MOVE 'PRTBOUT READ FOR PRTBOUT WRITTEN' TO PRTBL-CHECK-TEXT.
059100     MOVE 'PRTBATCH'              TO PRTBL-LEFT-PROGRAM.
059200     MOVE 'BOUT-WRT'              TO PRTBL-LEFT-NAME.
059300     MOVE 'PRTHLTH '              TO PRTBL-RIGHT-PROGRAM.
059400     MOVE 'BOUT-RD '              TO PRTBL-RIGHT-NAME.
059500     SET PRTBL-CHECK-BREAK        TO TRUE.
059600     PERFORM 5100-COMPARE         THRU 5100-EXIT.
059700     MOVE 'WRITER EXCEPTIONS SUMMARIZED'     TO PRTBL-CHECK-TEXT.
059800     MOVE 'PRTXREF '              TO PRTBL-LEFT-PROGRAM.
059900     MOVE 'WTR-EXC '              TO PRTBL-LEFT-NAME.
060000     MOVE 'PRTHLTH '              TO PRTBL-RIGHT-PROGRAM.
060100     MOVE 'WTR-EXC '              TO PRTBL-RIGHT-NAME.
060200     SET PRTBL-CHECK-BREAK        TO TRUE.
060300     PERFORM 5100-COMPARE         THRU 5100-EXIT.
060400     MOVE 'PAGES RECORDED FOR PRTJVOL TOTAL' TO PRTBL-CHECK-TEXT.
060500     MOVE 'PRTVOL  '              TO PRTBL-LEFT-PROGRAM.
060600     MOVE 'JVOL-PGS'              TO PRTBL-LEFT-NAME.
060700     MOVE 'PRTVOL  '              TO PRTBL-RIGHT-PROGRAM.
060800     MOVE 'USE-PGS '              TO PRTBL-RIGHT-NAME.
060900     SET PRTBL-CHECK-BREAK        TO TRUE.
061000     PERFORM 5100-COMPARE         THRU 5100-EXIT.
061100     MOVE 'PRTWTR EXTRACT LOADED BY PRTSEL'  TO PRTBL-CHECK-TEXT.
061200     MOVE 'PRTXREF '              TO PRTBL-LEFT-PROGRAM.
061300     MOVE 'WTR-RD  '              TO PRTBL-LEFT-NAME.
061400     MOVE 'PRTSEL  '              TO PRTBL-RIGHT-PROGRAM.
061500     MOVE 'WTR-RD  '              TO PRTBL-RIGHT-NAME.
061600     SET PRTBL-CHECK-WARNING      TO TRUE.
061700     PERFORM 5100-COMPARE         THRU 5100-EXIT.
061800     MOVE 'PRTWTR EXTRACT LOADED BY PRTHLTH' TO PRTBL-CHECK-TEXT.
061900     MOVE 'PRTXREF '              TO PRTBL-LEFT-PROGRAM.
062000     MOVE 'WTR-RD  '              TO PRTBL-LEFT-NAME.
062100     MOVE 'PRTHLTH '              TO PRTBL-RIGHT-PROGRAM.
062200     MOVE 'WTR-RD  '              TO PRTBL-RIGHT-NAME.
062300     SET PRTBL-CHECK-WARNING      TO TRUE.
062400     PERFORM 5100-COMPARE         THRU 5100-EXIT.
062500     MOVE 'PRTQDEP EXTRACT LOADED BY PRTSEL' TO PRTBL-CHECK-TEXT.
062600     MOVE 'PRTDREC '              TO PRTBL-LEFT-PROGRAM.
062700     MOVE 'QDEP-RD '              TO PRTBL-LEFT-NAME.
062800     MOVE 'PRTSEL  '              TO PRTBL-RIGHT-PROGRAM.
062900     MOVE 'QDEP-RD '              TO PRTBL-RIGHT-NAME.
063000     SET PRTBL-CHECK-WARNING      TO TRUE.
063100     PERFORM 5100-COMPARE         THRU 5100-EXIT.
063200     MOVE 'PRTQDEP EXTRACT LOADED BY PRTHLTH' TO PRTBL-CHECK-TEXT.
063300     MOVE 'PRTDREC '              TO PRTBL-LEFT-PROGRAM.
063400     MOVE 'QDEP-RD '              TO PRTBL-LEFT-NAME.
063500     MOVE 'PRTHLTH '              TO PRTBL-RIGHT-PROGRAM.
063600     MOVE 'QDEP-RD '              TO PRTBL-RIGHT-NAME.
063700     SET PRTBL-CHECK-WARNING      TO TRUE.
063800     PERFORM 5100-COMPARE         THRU 5100-EXIT.
063900     PERFORM 5300-CHECK-MAINT     THRU 5300-EXIT.
064000     MOVE SPACES TO PRTBL-REPORT-LINE.
064100     WRITE PRTBLRPT-RECORD FROM PRTBL-REPORT-LINE.
064200     MOVE SPACES TO PRTBL-REPORT-LINE.
064300     STRING 'STREAM STEPS NOT CLEAN=' PRTBL-NOT-CLEAN-COUNT
064400            ' OUT OF BALANCE=' PRTBL-BREAK-COUNT
064500            ' TO REVIEW=' PRTBL-REVIEW-COUNT
064600            ' PRTHIST OF THE NIGHT=' PRTBL-HIST-NIGHT-COUNT
064700            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
064800     WRITE PRTBLRPT-RECORD FROM PRTBL-REPORT-LINE.
064900 5000-EXIT.
065000     EXIT.
065100*================================================================
065200*    5100-COMPARE - ONE BALANCE CHECK.  EITHER SIDE'S PROGRAM NOT
065300*    CLEAN FOR THE NIGHT LEAVES THE CHECK UNDONE - THE RUN BOOK
065400*    HAS ALREADY COUNTED THAT STEP AGAINST THE NIGHT.
065500*================================================================
065600 5100-COMPARE.
065700     MOVE PRTBL-LEFT-PROGRAM      TO PRTBL-WANT-PROGRAM.
065800     MOVE PRTBL-LEFT-NAME         TO PRTBL-WANT-NAME.
065900     PERFORM 5200-GET-COUNT       THRU 5200-EXIT.
066000     MOVE PRTBL-GOT-SW            TO PRTBL-LEFT-SW.
066100     MOVE PRTBL-GOT-VALUE         TO PRTBL-LEFT-VALUE.
066200     MOVE PRTBL-RIGHT-PROGRAM     TO PRTBL-WANT-PROGRAM.
066300     MOVE PRTBL-RIGHT-NAME        TO PRTBL-WANT-NAME.
066400     PERFORM 5200-GET-COUNT       THRU 5200-EXIT.
066500     MOVE PRTBL-GOT-SW            TO PRTBL-RIGHT-SW.
066600     MOVE PRTBL-GOT-VALUE         TO PRTBL-RIGHT-VALUE.
066700     MOVE SPACES TO PRTBL-LEFT-SHOW
066800                    PRTBL-RIGHT-SHOW.
066900     IF PRTBL-LEFT-GOT
067000         MOVE PRTBL-LEFT-VALUE    TO PRTBL-PRINT-COUNT
067100         MOVE PRTBL-PRINT-COUNT   TO PRTBL-LEFT-SHOW
067200     END-IF.
067300     IF PRTBL-RIGHT-GOT
067400         MOVE PRTBL-RIGHT-VALUE   TO PRTBL-PRINT-COUNT
067500         MOVE PRTBL-PRINT-COUNT   TO PRTBL-RIGHT-SHOW
067600     END-IF.
067700     EVALUATE TRUE
067800         WHEN NOT PRTBL-LEFT-GOT
067900           OR NOT PRTBL-RIGHT-GOT
068000             MOVE 'NOT CHECKED'       TO PRTBL-RESULT-TEXT
068100         WHEN PRTBL-LEFT-VALUE = PRTBL-RIGHT-VALUE
068200             MOVE 'OK'                TO PRTBL-RESULT-TEXT
068300         WHEN PRTBL-CHECK-BREAK
068400             MOVE 'OUT OF BALANCE'    TO PRTBL-RESULT-TEXT
068500             ADD 1 TO PRTBL-BREAK-COUNT
068600         WHEN OTHER
068700             MOVE 'DIFFERS - REVIEW'  TO PRTBL-RESULT-TEXT
068800             ADD 1 TO PRTBL-REVIEW-COUNT
068900     END-EVALUATE.
069000     MOVE SPACES TO PRTBL-REPORT-LINE.
069100     STRING PRTBL-CHECK-TEXT ' '
069200            PRTBL-LEFT-PROGRAM ' ' PRTBL-LEFT-NAME ' '
069300            PRTBL-LEFT-SHOW ' '
069400            PRTBL-RIGHT-PROGRAM ' ' PRTBL-RIGHT-NAME ' '
069500            PRTBL-RIGHT-SHOW ' '
069600            PRTBL-RESULT-TEXT
069700            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
069800     WRITE PRTBLRPT-RECORD FROM PRTBL-REPORT-LINE.
069900 5100-EXIT.
070000     EXIT.
070100*================================================================
070200*    5200-GET-COUNT - THE NAMED COUNT FROM THE LATEST RUN OF THE
070300*    NAMED PROGRAM, WHEN THAT RUN ENDED CLEAN
070400*================================================================
070500 5200-GET-COUNT.
070600     MOVE 'N'  TO PRTBL-GOT-SW.
070700     MOVE ZERO TO PRTBL-GOT-VALUE.
070800     PERFORM 6000-FIND-STEP       THRU 6000-EXIT.
070900     IF PRTBL-STEP-HIT = ZERO
071000         GO TO 5200-EXIT
071100     END-IF.
071200     IF PRTBL-ST-LATEST(PRTBL-STEP-HIT) = ZERO
071300         GO TO 5200-EXIT
071400     END-IF.
071500     SET PRTBL-RUN-IX TO PRTBL-ST-LATEST(PRTBL-STEP-HIT).
071600     PERFORM 6100-RUN-STATUS      THRU 6100-EXIT.
071700     IF NOT PRTBL-RUN-CLEAN
071800         GO TO 5200-EXIT
071900     END-IF.
072000     PERFORM 5210-RUN-COUNT       THRU 5210-EXIT.
072100 5200-EXIT.
072200     EXIT.
072300*================================================================
072400*    5210-RUN-COUNT - THE NAMED COUNT OF THE RUN AT PRTBL-RUN-IX
072500*================================================================
072600 5210-RUN-COUNT.
072700     MOVE 'N'  TO PRTBL-GOT-SW.
072800     MOVE ZERO TO PRTBL-GOT-VALUE.
072900     PERFORM 5220-MATCH-COUNT     THRU 5220-EXIT
073000             VARYING PRTBL-CNT-SUB FROM 1 BY 1
073100             UNTIL PRTBL-CNT-SUB > 6
073200                OR PRTBL-GOT.
073300 5210-EXIT.
073400     EXIT.
073500*================================================================
073600*    5220-MATCH-COUNT - COMPARE ONE COUNT SLOT'S NAME
073700*================================================================
073800 5220-MATCH-COUNT.
073900     IF PRTBL-RN-COUNT-NAME(PRTBL-RUN-IX, PRTBL-CNT-SUB)
074000             = PRTBL-WANT-NAME
074100         MOVE PRTBL-RN-COUNT-VALUE(PRTBL-RUN-IX, PRTBL-CNT-SUB)
074200             TO PRTBL-GOT-VALUE
074300         SET PRTBL-GOT TO TRUE
074400     END-IF.
074500 5220-EXIT.
074600     EXIT.
074700*================================================================
074800*    5300-CHECK-MAINT - EVERY CLEAN PRTMAINT RUN OF THE NIGHT
074900*    MUST HAVE APPLIED EXACTLY AS MANY ACTIONS AS IT COUNTED INTO
075000*    PRTHIST, AND PRTHIST MUST HOLD THAT MANY RECORDS STAMPED
075100*    INSIDE THE RUN.  HISTORY OUTSIDE EVERY FINISHED RUN IS
075200*    FLAGGED FOR REVIEW.
075300*================================================================
075400 5300-CHECK-MAINT.
075500     PERFORM 5310-CHECK-MAINT-RUN THRU 5310-EXIT
075600             VARYING PRTBL-RUN-IX FROM 1 BY 1
075700             UNTIL PRTBL-RUN-IX > PRTBL-RUN-USED.
075800     IF PRTBL-MAINT-RUN-COUNT = ZERO
075900         MOVE SPACES TO PRTBL-REPORT-LINE
076000         STRING 'PRTMAINT APPLIED FOR PRTHIST WRITTEN  '
076100                'NO PRTMAINT RUN FOR THE NIGHT - NOT CHECKED'
076200                DELIMITED BY SIZE INTO PRTBL-REPORT-LINE
076300         WRITE PRTBLRPT-RECORD FROM PRTBL-REPORT-LINE
076400     END-IF.
076500     IF PRTBL-HIST-ORPHAN-COUNT = ZERO
076600         MOVE 'OK'                TO PRTBL-RESULT-TEXT
076700     ELSE
076800         MOVE 'DIFFERS - REVIEW'  TO PRTBL-RESULT-TEXT
076900         ADD 1 TO PRTBL-REVIEW-COUNT
077000     END-IF.
077100     MOVE PRTBL-HIST-ORPHAN-COUNT TO PRTBL-PRINT-COUNT.
077200     MOVE SPACES TO PRTBL-REPORT-LINE.
077300     STRING 'PRTHIST OUTSIDE ANY FINISHED RUN      '
077400            'PRTHIST  RECORDS  ' PRTBL-PRINT-COUNT
077500            '                              ' PRTBL-RESULT-TEXT
077600            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
077700     WRITE PRTBLRPT-RECORD FROM PRTBL-REPORT-LINE.
077800 5300-EXIT.
077900     EXIT.
078000*================================================================
078100*    5310-CHECK-MAINT-RUN - ONE PRTMAINT RUN: APPLIED AGAINST
078200*    HIST-WRT AGAINST THE PRTHIST RECORDS FOUND IN ITS WINDOW
078300*================================================================
078400 5310-CHECK-MAINT-RUN.
078500     IF PRTBL-RN-PROGRAM(PRTBL-RUN-IX) NOT = 'PRTMAINT'
078600         GO TO 5310-EXIT
078700     END-IF.
078800     ADD 1 TO PRTBL-MAINT-RUN-COUNT.
078900     PERFORM 6100-RUN-STATUS      THRU 6100-EXIT.
079000     IF NOT PRTBL-RUN-CLEAN
079100         MOVE SPACES TO PRTBL-REPORT-LINE
079200         STRING 'PRTMAINT RUN OF '
079300                PRTBL-RN-START-DATE(PRTBL-RUN-IX) ' '
079400                PRTBL-RN-START-TIME(PRTBL-RUN-IX) ' '
079500                PRTBL-STATUS-TEXT ' - NOT CHECKED'
079600                DELIMITED BY SIZE INTO PRTBL-REPORT-LINE
079700         WRITE PRTBLRPT-RECORD FROM PRTBL-REPORT-LINE
079800         GO TO 5310-EXIT
079900     END-IF.
080000     MOVE 'APPLIED '              TO PRTBL-WANT-NAME.
080100     PERFORM 5210-RUN-COUNT       THRU 5210-EXIT.
080200     MOVE PRTBL-GOT-VALUE         TO PRTBL-APPLIED-VALUE.
080300     MOVE 'HIST-WRT'              TO PRTBL-WANT-NAME.
080400     PERFORM 5210-RUN-COUNT       THRU 5210-EXIT.
080500     MOVE PRTBL-GOT-VALUE         TO PRTBL-HISTWRT-VALUE.
080600     IF PRTBL-APPLIED-VALUE = PRTBL-HISTWRT-VALUE
080700        AND PRTBL-HISTWRT-VALUE = PRTBL-RN-HIST(PRTBL-RUN-IX)
080800         MOVE 'OK'                TO PRTBL-RESULT-TEXT
080900     ELSE
081000         MOVE 'OUT OF BALANCE'    TO PRTBL-RESULT-TEXT
081100         ADD 1 TO PRTBL-BREAK-COUNT
081200     END-IF.
081300     MOVE SPACES TO PRTBL-REPORT-LINE.
081400     STRING 'PRTMAINT RUN OF '
081500            PRTBL-RN-START-DATE(PRTBL-RUN-IX) ' '
081600            PRTBL-RN-START-TIME(PRTBL-RUN-IX)
081700            ' APPLIED=' PRTBL-APPLIED-VALUE
081800            ' HIST-WRT=' PRTBL-HISTWRT-VALUE
081900            ' ON PRTHIST=' PRTBL-RN-HIST(PRTBL-RUN-IX) ' '
082000            PRTBL-RESULT-TEXT
082100            DELIMITED BY SIZE INTO PRTBL-REPORT-LINE.
082200     WRITE PRTBLRPT-RECORD FROM PRTBL-REPORT-LINE.
082300 5310-EXIT.
082400     EXIT.
082500*================================================================
082600*    6000-FIND-STEP - THE STREAM STEP FOR PRTBL-WANT-PROGRAM, LEFT
082700*    IN PRTBL-STEP-HIT (ZERO WHEN IT IS NOT A STREAM STEP)
082800*================================================================
082900 6000-FIND-STEP.
083000     MOVE ZERO TO PRTBL-STEP-HIT.
083100     PERFORM 6010-MATCH-STEP      THRU 6010-EXIT
083200             VARYING PRTBL-STEP-SUB FROM 1 BY 1
083300             UNTIL PRTBL-STEP-SUB > 7
083400                OR PRTBL-STEP-HIT > ZERO.
083500 6000-EXIT.
083600     EXIT.
083700*================================================================
083800*    6010-MATCH-STEP - COMPARE ONE STREAM STEP'S NAME
083900*================================================================
084000 6010-MATCH-STEP.
084100     IF PRTBL-STREAM-NAME(PRTBL-STEP-SUB) = PRTBL-WANT-PROGRAM
084200         MOVE PRTBL-STEP-SUB TO PRTBL-STEP-HIT
084300     END-IF.
084400 6010-EXIT.
084500     EXIT.
084600*================================================================
084700*    6100-RUN-STATUS - HOW THE RUN AT PRTBL-RUN-IX ENDED.  CLEAN
084800*    IS AN END RECORD WITH RC 4 OR LESS, THE SAME TEST THE
084900*    PREDECESSOR CHECKS IN PRTSEL AND PRTHLTH APPLY.
085000*================================================================
085100 6100-RUN-STATUS.
085200     MOVE 'N' TO PRTBL-CLEAN-SW.
085300     EVALUATE TRUE
085400         WHEN PRTBL-RN-OPEN(PRTBL-RUN-IX)
085500             MOVE 'DID NOT FINISH'    TO PRTBL-STATUS-TEXT
085600         WHEN PRTBL-RN-RC(PRTBL-RUN-IX) > 4
085700             MOVE 'FAILED'            TO PRTBL-STATUS-TEXT
085800         WHEN OTHER
085900             MOVE 'CLEAN'             TO PRTBL-STATUS-TEXT
086000             SET PRTBL-RUN-CLEAN      TO TRUE
086100     END-EVALUATE.
086200 6100-EXIT.
086300     EXIT.
086400*================================================================
086500*    9000-TERMINATE - CLOSE THE REPORTS AND SET THE RETURN CODE
086600*================================================================
086700 9000-TERMINATE.
086800     CLOSE PRTRBOOK-FILE
086900           PRTBLRPT-FILE.
087000     DISPLAY 'PRTBAL0001 NIGHT=' PRTBL-NIGHT-DATE
087100             ' RUNS=' PRTBL-RUN-USED
087200             ' NOT CLEAN=' PRTBL-NOT-CLEAN-COUNT
087300             ' OUT OF BALANCE=' PRTBL-BREAK-COUNT
087400             ' TO REVIEW=' PRTBL-REVIEW-COUNT.
087500     EVALUATE TRUE
087600         WHEN PRTBL-NOT-CLEAN-COUNT > ZERO
087700           OR PRTBL-BREAK-COUNT > ZERO
087800             MOVE 8 TO RETURN-CODE
087900         WHEN PRTBL-REVIEW-COUNT > ZERO
088000             MOVE 4 TO RETURN-CODE
088100         WHEN OTHER
088200             CONTINUE
088300     END-EVALUATE.
088400 9000-EXIT.
088500     EXIT.
088600*================================================================
088700*    9500-LEDGER-START - APPEND THIS RUN'S START RECORD TO THE
088800*    NIGHTLY RUN LEDGER (PRTLEDR) AS SOON AS THE NIGHT'S RECORDS
088900*    ARE LOADED, SO A RUN THAT ABENDS STILL SHOWS AS STARTED AND
089000*    NOT ENDED.
089100*    A RUN STARTED BEFORE NOON BELONGS TO THE PREVIOUS NIGHT.
089200*================================================================
089300 9500-LEDGER-START.
089400     MOVE SPACES                  TO PRTLG-LEDGER-RECORD.
089500     SET PRTLG-START-REC          TO TRUE.
089600     MOVE 'PRTBAL  '              TO PRTLG-PROGRAM.
089700     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
089800     ACCEPT PRTLG-JOBNAME FROM ENVIRONMENT-VALUE.
089900     ACCEPT PRTLG-START-DATE FROM DATE YYYYMMDD.
090000     ACCEPT PRTLG-START-TIME FROM TIME.
090100     IF PRTLG-START-TIME < 12000000
090200         COMPUTE PRTLG-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
090300                 (FUNCTION INTEGER-OF-DATE(PRTLG-START-DATE) - 1)
090400     ELSE
090500         MOVE PRTLG-START-DATE    TO PRTLG-NIGHT-DATE
090600     END-IF.
090700     MOVE ZERO                    TO PRTLG-END-DATE
090800                                     PRTLG-END-TIME
090900                                     PRTLG-RETURN-CODE
091000                                     PRTLG-COUNT-VALUE(1)
091100                                     PRTLG-COUNT-VALUE(2)
091200                                     PRTLG-COUNT-VALUE(3)
091300                                     PRTLG-COUNT-VALUE(4)
091400                                     PRTLG-COUNT-VALUE(5)
091500                                     PRTLG-COUNT-VALUE(6).
091600     MOVE PRTLG-LEDGER-RECORD     TO PRTBL-LEDGER-START.
091700     OPEN EXTEND PRTLEDG-FILE.
091800     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
091900     CLOSE PRTLEDG-FILE.
092000 9500-EXIT.
092100     EXIT.
092200*================================================================
092300*    9600-LEDGER-END - APPEND THIS RUN'S END RECORD: RETURN CODE
092400*    AND THE KEY COUNTS IN AND OUT.  PERFORMED AT NORMAL END AND
092500*    AHEAD OF EVERY EARLY GOBACK, SO A REFUSED RUN IS ON THE
092600*    LEDGER WITH THE RETURN CODE IT ENDED ON.
092700*================================================================
092800 9600-LEDGER-END.
092900     MOVE PRTBL-LEDGER-START       TO PRTLG-LEDGER-RECORD.
093000     SET PRTLG-END-REC            TO TRUE.
093100     ACCEPT PRTLG-END-DATE FROM DATE YYYYMMDD.
093200     ACCEPT PRTLG-END-TIME FROM TIME.
093300     MOVE RETURN-CODE             TO PRTLG-RETURN-CODE.
093400     MOVE 'LEDG-RD '              TO PRTLG-COUNT-NAME(1).
093500     MOVE PRTBL-LEDG-READ-COUNT   TO PRTLG-COUNT-VALUE(1).
093600     MOVE 'RUNS    '              TO PRTLG-COUNT-NAME(2).
093700     MOVE PRTBL-RUN-USED          TO PRTLG-COUNT-VALUE(2).
093800     MOVE 'HIST-RD '              TO PRTLG-COUNT-NAME(3).
093900     MOVE PRTBL-HIST-READ-COUNT   TO PRTLG-COUNT-VALUE(3).
094000     MOVE 'NOTCLEAN'              TO PRTLG-COUNT-NAME(4).
094100     MOVE PRTBL-NOT-CLEAN-COUNT   TO PRTLG-COUNT-VALUE(4).
094200     MOVE 'BREAKS  '              TO PRTLG-COUNT-NAME(5).
094300     MOVE PRTBL-BREAK-COUNT       TO PRTLG-COUNT-VALUE(5).
094400     MOVE 'REVIEW  '              TO PRTLG-COUNT-NAME(6).
094500     MOVE PRTBL-REVIEW-COUNT      TO PRTLG-COUNT-VALUE(6).
094600     OPEN EXTEND PRTLEDG-FILE.
094700     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
094800     CLOSE PRTLEDG-FILE.
094900 9600-EXIT.
095000     EXIT.
