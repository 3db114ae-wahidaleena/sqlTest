000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTAVAIL.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  DEVICE DOWNTIME AND
001300*                   AVAILABILITY REPORT FOR THE MAINTENANCE
001400*                   VENDOR'S UPTIME SLA AND THE REFRESH CYCLE.
001500*                   PAIRS EVERY PRTHIST HOLD ('S') WITH THE
001600*                   REACTIVATE ('R') THAT RELEASES IT, PER
001700*                   PRINTER_NAME, OVER THE CONTROL-CARD PERIOD.
001800*                   A DEVICE STILL HELD AT THE CUTOFF COUNTS AS
001900*                   AN OPEN OUTAGE RUNNING TO THE END OF THE
002000*                   CUTOFF DAY.  ROLLS UP DOWNTIME HOURS, OUTAGE
002100*                   COUNT, MEAN TIME BETWEEN HOLDS AND RETURNS
002200*                   LATER THAN THE PROMISED PRINTER_RETURN_DATE
002300*                   BY PRINTER, LASER_MODEL AND PRINTER_LOCATION,
002400*                   AND SHOWS THE PAGES PRINTED BETWEEN OUTAGES
002500*                   PER MODEL FROM THE PRTUSE USAGE DATASET.
002600*                   LATE RETURNS END THE JOB RC=4 FOR REVIEW.
002633*  10/15/26   JRM   PRTHIST RECORD NOW 301 BYTES (ENTERED DATE
002666*                   ADDED TO PRTHSTR).
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.        IBM-ZSERIES.
003100 OBJECT-COMPUTER.        IBM-ZSERIES.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PRTAVCTL-FILE ASSIGN TO PRTAVCTL
003500                         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PRTHIST-FILE ASSIGN TO PRTHIST
003700                         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PRTUSE-FILE  ASSIGN TO PRTUSE
003900                         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PRTAVRPT-FILE ASSIGN TO PRTAVRPT
004100                         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  PRTAVCTL-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  PRTAVCTL-RECORD.
004800     05  PRTAVCTL-START-DATE     PIC 9(08).
004900     05  PRTAVCTL-CUTOFF-DATE    PIC 9(08).
005000     05  FILLER                  PIC X(64).
005100 FD  PRTHIST-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  PRTHIST-RECORD              PIC X(301).
005500 FD  PRTUSE-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  PRTUSE-RECORD               PIC X(60).
005900 FD  PRTAVRPT-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  PRTAVRPT-RECORD             PIC X(133).
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------
006500*    PRINTER TABLE DECLARATION AND HOST VARIABLES
006600*----------------------------------------------------------------
006700     COPY PRTTBL.
006800*----------------------------------------------------------------
006900*    MAINTENANCE HISTORY RECORD - THE OUTAGE INPUT
007000*----------------------------------------------------------------
007100     COPY PRTHSTR.
007200*----------------------------------------------------------------
007300*    USAGE RECORD - THE PAGE VOLUME INPUT
007400*----------------------------------------------------------------
007500     COPY PRTUSGR.
007600*----------------------------------------------------------------
007700*    SQL COMMUNICATION AREA
007800*----------------------------------------------------------------
007900     EXEC SQL INCLUDE SQLCA END-EXEC.
008000*----------------------------------------------------------------
008100*    CURSOR - EVERY IN-SERVICE PRINTER ROW (ACTIVE OR HELD), FOR
008200*    THE DEVICE COUNTS THE MODEL AND LOCATION AVAILABILITY IS
008300*    MEASURED AGAINST
008400*----------------------------------------------------------------
008500     EXEC SQL
008600         DECLARE PRTAV-CSR CURSOR FOR
008700         SELECT   LASER_MODEL, PRINTER_LOCATION
008800         FROM     PRINTER
008900         WHERE   (PRINTER_ACTIVE_IND = 'Y'
009000            OR    PRINTER_ACTIVE_IND = 'H')
009100     END-EXEC.
009200*----------------------------------------------------------------
009300*    REPORT PERIOD.  EVERY POINT IN TIME IS CARRIED AS A MINUTE
009400*    STAMP - DAY NUMBER TIMES 1440 PLUS MINUTE OF THE DAY - SO AN
009500*    OUTAGE SPANNING MIDNIGHT OR MONTH END SUBTRACTS CLEANLY.  THE
009600*    PERIOD RUNS FROM 00:00 ON THE START DATE TO 24:00 ON THE
009700*    CUTOFF DATE.
009800*----------------------------------------------------------------
009900 01  PRTAV-START-DATE            PIC 9(08)   VALUE ZERO.
010000 01  PRTAV-CUTOFF-DATE           PIC 9(08)   VALUE ZERO.
010100 01  PRTAV-START-STAMP           PIC 9(11) COMP VALUE ZERO.
010200 01  PRTAV-END-STAMP             PIC 9(11) COMP VALUE ZERO.
010300 01  PRTAV-PERIOD-MIN            PIC 9(09) COMP VALUE ZERO.
010400 01  PRTAV-EVENT-STAMP           PIC 9(11) COMP VALUE ZERO.
010500 01  PRTAV-FROM-STAMP            PIC 9(11) COMP VALUE ZERO.
010600 01  PRTAV-OUTAGE-MIN            PIC 9(09) COMP VALUE ZERO.
010700 01  PRTAV-TIME-WORK.
010800     05  PRTAV-TW-HH             PIC 9(02).
010900     05  PRTAV-TW-MM             PIC 9(02).
011000     05  FILLER                  PIC X(04).
011100*----------------------------------------------------------------
011200*    OUTAGE STATE AND TOTALS PER PRINTER_NAME.  MODEL AND
011300*    LOCATION ARE TAKEN FROM THE HOLD'S AFTER IMAGE, SO A DEVICE
011400*    RETIRED SINCE STILL ROLLS UP WHERE IT STOOD WHEN IT FAILED.
011500*    FULL TABLES HARD-FAIL THE RUN - AN SLA FIGURE WITH OUTAGES
011600*    MISSING IS WORSE THAN A RERUN.
011700*----------------------------------------------------------------
011800 01  PRTAV-PRT-TABLE.
011900     05  PRTAV-PRT-ENTRY         OCCURS 2000 TIMES
012000             INDEXED BY PRTAV-PRT-IX.
012100         10  PRTAV-PRT-NAME      PIC X(08).
012200         10  PRTAV-PRT-MODEL     PIC X(08).
012300         10  PRTAV-PRT-LOC       PIC X(08).
012400         10  PRTAV-PRT-OPEN-SW   PIC X(01).
012500             88  PRTAV-PRT-OPEN              VALUE 'Y'.
012600         10  PRTAV-PRT-HOLD-STAMP
012700                                 PIC 9(11) COMP.
012800         10  PRTAV-PRT-HOLD-DATE PIC 9(08).
012900         10  PRTAV-PRT-HOLD-TIME PIC 9(08).
013000         10  PRTAV-PRT-PROMISED  PIC X(08).
013100         10  PRTAV-PRT-OUTAGES   PIC 9(05) COMP.
013200         10  PRTAV-PRT-DOWN-MIN  PIC 9(09) COMP.
013300         10  PRTAV-PRT-LATE      PIC 9(05) COMP.
013400         10  PRTAV-PRT-STILL     PIC 9(05) COMP.
013500 01  PRTAV-PRT-USED              PIC 9(05) COMP VALUE ZERO.
013600 01  PRTAV-GRP-TABLES.
013700     05  PRTAV-MDL-ENTRY         OCCURS 200 TIMES
013800             INDEXED BY PRTAV-MDL-IX.
013900         10  PRTAV-MDL-KEY       PIC X(08).
014000         10  PRTAV-MDL-DEVICES   PIC 9(05) COMP.
014100         10  PRTAV-MDL-FAILED    PIC 9(05) COMP.
014200         10  PRTAV-MDL-OUTAGES   PIC 9(05) COMP.
014300         10  PRTAV-MDL-DOWN-MIN  PIC 9(11) COMP.
014400         10  PRTAV-MDL-LATE      PIC 9(05) COMP.
014500         10  PRTAV-MDL-STILL     PIC 9(05) COMP.
014600         10  PRTAV-MDL-PAGES     PIC 9(11) COMP.
014700     05  PRTAV-LOC-ENTRY         OCCURS 500 TIMES
014800             INDEXED BY PRTAV-LOC-IX.
014900         10  PRTAV-LOC-KEY       PIC X(08).
015000         10  PRTAV-LOC-DEVICES   PIC 9(05) COMP.
015100         10  PRTAV-LOC-FAILED    PIC 9(05) COMP.
015200         10  PRTAV-LOC-OUTAGES   PIC 9(05) COMP.
015300         10  PRTAV-LOC-DOWN-MIN  PIC 9(11) COMP.
015400         10  PRTAV-LOC-LATE      PIC 9(05) COMP.
015500         10  PRTAV-LOC-STILL     PIC 9(05) COMP.
015600 01  PRTAV-MDL-USED              PIC 9(05) COMP VALUE ZERO.
015700 01  PRTAV-LOC-USED              PIC 9(05) COMP VALUE ZERO.
015800 01  PRTAV-HIT-IX                PIC 9(05) COMP VALUE ZERO.
015900 01  PRTAV-MODEL-KEY             PIC X(08)   VALUE SPACES.
016000 01  PRTAV-LOC-WANTED            PIC X(08)   VALUE SPACES.
016100*----------------------------------------------------------------
016200*    FIGURE WORK FIELDS FOR ONE REPORT LINE - THE MEAN TIME
016300*    BETWEEN HOLDS IS THE DEVICE UP-TIME OVER THE PERIOD DIVIDED
016400*    BY THE NUMBER OF HOLDS
016500*----------------------------------------------------------------
016600 01  PRTAV-FIGURES.
016700     05  PRTAV-FIG-DEVICES       PIC 9(05) COMP VALUE ZERO.
016800     05  PRTAV-FIG-OUTAGES       PIC 9(05) COMP VALUE ZERO.
016900     05  PRTAV-FIG-DOWN-MIN      PIC 9(11) COMP VALUE ZERO.
017000     05  PRTAV-FIG-LATE          PIC 9(05) COMP VALUE ZERO.
017100     05  PRTAV-FIG-STILL         PIC 9(05) COMP VALUE ZERO.
017200     05  PRTAV-FIG-SPAN-MIN      PIC 9(13) COMP VALUE ZERO.
017300     05  PRTAV-FIG-DOWN-HRS      PIC 9(09)V9    VALUE ZERO.
017400     05  PRTAV-FIG-MTBH-HRS      PIC 9(09)V9    VALUE ZERO.
017500     05  PRTAV-FIG-AVAIL-PCT     PIC 9(03)V99   VALUE ZERO.
017600 01  PRTAV-EDIT-HRS              PIC ZZZ,ZZ9.9.
017700 01  PRTAV-EDIT-MTBH             PIC ZZZ,ZZ9.9.
017800 01  PRTAV-EDIT-PCT              PIC ZZ9.99.
017900 01  PRTAV-EDIT-SMALL            PIC ZZ,ZZ9.
018000 01  PRTAV-EDIT-SMALL2           PIC ZZ,ZZ9.
018100 01  PRTAV-EDIT-SMALL3           PIC ZZ,ZZ9.
018200 01  PRTAV-EDIT-SMALL4           PIC ZZ,ZZ9.
018300 01  PRTAV-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
018400 01  PRTAV-PRINT-COUNT2          PIC ZZZ,ZZZ,ZZ9.
018500 01  PRTAV-PAGES-PER             PIC 9(11) COMP VALUE ZERO.
018600 01  PRTAV-OUTAGE-TAG            PIC X(20)   VALUE SPACES.
018700*----------------------------------------------------------------
018800*    SWITCHES AND COUNTERS
018900*----------------------------------------------------------------
019000 01  PRTAV-SWITCHES.
019100     05  PRTAV-EOF-SW            PIC X(01)   VALUE 'N'.
019200         88  PRTAV-EOF                       VALUE 'Y'.
019300     05  PRTAV-CTL-EOF-SW        PIC X(01)   VALUE 'N'.
019400         88  PRTAV-CTL-EOF                   VALUE 'Y'.
019500     05  PRTAV-CSR-EOF-SW        PIC X(01)   VALUE 'N'.
019600         88  PRTAV-CSR-EOF                   VALUE 'Y'.
019700     05  PRTAV-FOUND-SW          PIC X(01)   VALUE 'N'.
019800         88  PRTAV-FOUND                     VALUE 'Y'.
019900     05  PRTAV-LATE-SW           PIC X(01)   VALUE 'N'.
020000         88  PRTAV-LATE                      VALUE 'Y'.
020100 01  PRTAV-COUNTERS.
020200     05  PRTAV-HIST-COUNT        PIC 9(07)   VALUE ZERO.
020300     05  PRTAV-HOLD-COUNT        PIC 9(07)   VALUE ZERO.
020400     05  PRTAV-OUTAGE-COUNT      PIC 9(07)   VALUE ZERO.
020500     05  PRTAV-OPEN-COUNT        PIC 9(07)   VALUE ZERO.
020600     05  PRTAV-LATE-COUNT        PIC 9(07)   VALUE ZERO.
020700     05  PRTAV-USAGE-COUNT       PIC 9(09)   VALUE ZERO.
020800 01  PRTAV-REPORT-LINE           PIC X(133).
020900 PROCEDURE DIVISION.
021000*================================================================
021100*    0000-MAINLINE
021200*================================================================
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021500     PERFORM 2000-PROCESS-HIST    THRU 2000-EXIT
021600             UNTIL PRTAV-EOF.
021700     PERFORM 4000-CLOSE-OPEN      THRU 4000-EXIT.
021800     PERFORM 4200-COUNT-FLEET     THRU 4200-EXIT.
021900     PERFORM 4400-ROLL-UP         THRU 4400-EXIT.
022000     PERFORM 4600-SCAN-USAGE      THRU 4600-EXIT.
022100     PERFORM 5000-PRINT-REPORT    THRU 5000-EXIT.
022200     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
022300     GOBACK.
022400*================================================================
022500*    1000-INITIALIZE - PICK UP THE REPORT PERIOD, OPEN THE FILES,
022600*    PRIME THE HISTORY READ.  NO START DATE, NO RUN - A BLANK
022700*    PERIOD WOULD MEASURE UPTIME AGAINST THE WHOLE TRAIL.  A
022800*    BLANK CUTOFF RUNS TO TODAY.
022900*================================================================
023000 1000-INITIALIZE.
023100     OPEN INPUT PRTAVCTL-FILE.
023200     READ PRTAVCTL-FILE
023300         AT END
023400             SET PRTAV-CTL-EOF TO TRUE
023500     END-READ.
023600     IF PRTAV-CTL-EOF
023700        OR PRTAVCTL-START-DATE NOT NUMERIC
023800        OR PRTAVCTL-START-DATE = ZERO
023900         DISPLAY 'PRTAVAIL0001 RUN REJECTED - GIVE THE PERIOD'
024000                 ' START DATE (YYYYMMDD) ON THE CONTROL CARD'
024100         CLOSE PRTAVCTL-FILE
024200         MOVE 8 TO RETURN-CODE
024300         GOBACK
024400     END-IF.
024500     MOVE PRTAVCTL-START-DATE TO PRTAV-START-DATE.
024600     IF PRTAVCTL-CUTOFF-DATE NUMERIC
024700        AND PRTAVCTL-CUTOFF-DATE > ZERO
024800         MOVE PRTAVCTL-CUTOFF-DATE TO PRTAV-CUTOFF-DATE
024900     ELSE
025000         ACCEPT PRTAV-CUTOFF-DATE FROM DATE YYYYMMDD
025100     END-IF.
025200     CLOSE PRTAVCTL-FILE.
025300     IF PRTAV-CUTOFF-DATE < PRTAV-START-DATE
025400         DISPLAY 'PRTAVAIL0002 RUN REJECTED - CUTOFF '
025500                 PRTAV-CUTOFF-DATE ' IS BEFORE THE START '
025600                 PRTAV-START-DATE
025700         MOVE 8 TO RETURN-CODE
025800         GOBACK
025900     END-IF.
026000     COMPUTE PRTAV-START-STAMP =
026100         FUNCTION INTEGER-OF-DATE(PRTAV-START-DATE) * 1440.
026200     COMPUTE PRTAV-END-STAMP =
026300         (FUNCTION INTEGER-OF-DATE(PRTAV-CUTOFF-DATE) + 1) * 1440.
026400     COMPUTE PRTAV-PERIOD-MIN =
026500         PRTAV-END-STAMP - PRTAV-START-STAMP.
026600     OPEN INPUT  PRTHIST-FILE.
026700     OPEN OUTPUT PRTAVRPT-FILE.
026800     MOVE SPACES TO PRTAV-REPORT-LINE.
026900     STRING 'PRTAVAIL - DEVICE DOWNTIME AND AVAILABILITY FROM '
027000            PRTAV-START-DATE ' TO ' PRTAV-CUTOFF-DATE
027100            DELIMITED BY SIZE INTO PRTAV-REPORT-LINE.
027200     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
027300     MOVE SPACES TO PRTAV-REPORT-LINE.
027400     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
027500     MOVE 'OUTAGES' TO PRTAV-REPORT-LINE.
027600     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
027700     MOVE SPACES TO PRTAV-REPORT-LINE.
027800     STRING 'PRINTER  HELD     AT       ENDED    AT       '
027900            '   HOURS PROMISED STATUS'
028000            DELIMITED BY SIZE INTO PRTAV-REPORT-LINE.
028100     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
028200     PERFORM 2100-READ-HIST       THRU 2100-EXIT.
028300 1000-EXIT.
028400     EXIT.
028500*================================================================
028600*    2000-PROCESS-HIST - PAIR ONE HISTORY RECORD INTO THE OUTAGE
028700*    STATE AND READ THE NEXT.  THE TRAIL IS APPENDED IN RUN
028800*    ORDER, SO A HOLD ALWAYS ARRIVES BEFORE ITS RELEASE.  ACTIONS
028900*    AFTER THE CUTOFF ARE IGNORED - A DEVICE RELEASED THE DAY
029000*    AFTER IS STILL AN OPEN OUTAGE AS OF THE CUTOFF.
029100*================================================================
029200 2000-PROCESS-HIST.
029300     ADD 1 TO PRTAV-HIST-COUNT.
029400     IF PRTH-DATE > PRTAV-CUTOFF-DATE
029500         GO TO 2000-NEXT
029600     END-IF.
029700     MOVE PRTH-TIME TO PRTAV-TIME-WORK.
029800     COMPUTE PRTAV-EVENT-STAMP =
029900         FUNCTION INTEGER-OF-DATE(PRTH-DATE) * 1440
030000         + PRTAV-TW-HH * 60 + PRTAV-TW-MM.
030100     EVALUATE TRUE
030200         WHEN PRTH-ACTION-HOLD
030300             PERFORM 3000-OPEN-OUTAGE  THRU 3000-EXIT
030400         WHEN PRTH-ACTION-REACT
030500         WHEN PRTH-ACTION-RETIRE
030600             PERFORM 3200-FIND-PRINTER THRU 3200-EXIT
030700             IF PRTAV-FOUND
030800                 SET PRTAV-PRT-IX TO PRTAV-HIT-IX
030900                 IF PRTAV-PRT-OPEN(PRTAV-PRT-IX)
031000                     PERFORM 3500-CLOSE-OUTAGE THRU 3500-EXIT
031100                 END-IF
031200             END-IF
031300         WHEN OTHER
031400             CONTINUE
031500     END-EVALUATE.
031600 2000-NEXT.
031700     PERFORM 2100-READ-HIST       THRU 2100-EXIT.
031800 2000-EXIT.
031900     EXIT.
032000*================================================================
032100*    2100-READ-HIST - READ THE NEXT HISTORY RECORD
032200*================================================================
032300 2100-READ-HIST.
032400     READ PRTHIST-FILE INTO PRTH-HISTORY-RECORD
032500         AT END
032600             SET PRTAV-EOF TO TRUE
032700     END-READ.
032800 2100-EXIT.
032900     EXIT.
033000*================================================================
033100*    3000-OPEN-OUTAGE - A HOLD.  A HOLD ON A DEVICE ALREADY HELD
033200*    ONLY MOVES ITS PROMISED RETURN DATE - THE OUTAGE IT EXTENDS
033300*    STARTED WITH THE FIRST HOLD.
033400*================================================================
033500 3000-OPEN-OUTAGE.
033600     ADD 1 TO PRTAV-HOLD-COUNT.
033700     PERFORM 3200-FIND-PRINTER    THRU 3200-EXIT.
033800     IF PRTAV-FOUND
033900         SET PRTAV-PRT-IX TO PRTAV-HIT-IX
034000     ELSE
034100         IF PRTAV-PRT-USED NOT < 2000
034200             DISPLAY 'PRTAVAIL0003 PRINTER TABLE FULL - RAISE'
034300                     ' THE TABLE AND RERUN'
034400             CLOSE PRTHIST-FILE
034500                   PRTAVRPT-FILE
034600             MOVE 12 TO RETURN-CODE
034700             GOBACK
034800         END-IF
034900         ADD 1 TO PRTAV-PRT-USED
035000         SET PRTAV-PRT-IX TO PRTAV-PRT-USED
035100         MOVE PRTH-PRINTER-NAME TO PRTAV-PRT-NAME(PRTAV-PRT-IX)
035200         MOVE 'N'  TO PRTAV-PRT-OPEN-SW(PRTAV-PRT-IX)
035300         MOVE ZERO TO PRTAV-PRT-OUTAGES(PRTAV-PRT-IX)
035400                      PRTAV-PRT-DOWN-MIN(PRTAV-PRT-IX)
035500                      PRTAV-PRT-LATE(PRTAV-PRT-IX)
035600                      PRTAV-PRT-STILL(PRTAV-PRT-IX)
035700     END-IF.
035800     MOVE PRTH-AFT-RETURN-DATE
035900         TO PRTAV-PRT-PROMISED(PRTAV-PRT-IX).
036000     IF PRTAV-PRT-OPEN(PRTAV-PRT-IX)
036100         GO TO 3000-EXIT
036200     END-IF.
036300     SET PRTAV-PRT-OPEN(PRTAV-PRT-IX) TO TRUE.
036400     MOVE PRTAV-EVENT-STAMP TO PRTAV-PRT-HOLD-STAMP(PRTAV-PRT-IX).
036500     MOVE PRTH-DATE         TO PRTAV-PRT-HOLD-DATE(PRTAV-PRT-IX).
036600     MOVE PRTH-TIME         TO PRTAV-PRT-HOLD-TIME(PRTAV-PRT-IX).
036700     MOVE PRTH-AFT-MODEL    TO PRTAV-PRT-MODEL(PRTAV-PRT-IX).
036800     MOVE PRTH-AFT-LOCATION TO PRTAV-PRT-LOC(PRTAV-PRT-IX).
036900 3000-EXIT.
037000     EXIT.
037100*================================================================
037200*    3200-FIND-PRINTER - LOOK UP THE HISTORY RECORD'S PRINTER IN
037300*    THE OUTAGE TABLE, CAPTURING THE MATCHED ENTRY
037400*================================================================
037500 3200-FIND-PRINTER.
037600     MOVE 'N' TO PRTAV-FOUND-SW.
037700     SET PRTAV-PRT-IX TO 1.
037800     PERFORM 3300-MATCH-PRINTER   THRU 3300-EXIT
037900             VARYING PRTAV-PRT-IX FROM 1 BY 1
038000             UNTIL PRTAV-PRT-IX > PRTAV-PRT-USED
038100                OR PRTAV-FOUND.
038200 3200-EXIT.
038300     EXIT.
038400*================================================================
038500*    3300-MATCH-PRINTER - COMPARE ONE ENTRY TO THE NAME
038600*================================================================
038700 3300-MATCH-PRINTER.
038800     IF PRTH-PRINTER-NAME = PRTAV-PRT-NAME(PRTAV-PRT-IX)
038900         SET PRTAV-FOUND TO TRUE
039000         SET PRTAV-HIT-IX TO PRTAV-PRT-IX
039100     END-IF.
039200 3300-EXIT.
039300     EXIT.
039400*================================================================
039500*    3500-CLOSE-OUTAGE - A REACTIVATE (OR A RETIRE OF A HELD
039600*    DEVICE) ENDS THE OUTAGE AT THE EVENT STAMP.  ONLY THE PART
039700*    INSIDE THE PERIOD COUNTS; AN OUTAGE OVER BEFORE THE PERIOD
039800*    BEGAN IS DROPPED.  A REACTIVATE AFTER THE PROMISED RETURN
039900*    DATE IS A LATE RETURN - A RETIRE NEVER RETURNED AT ALL, SO
040000*    IT IS NOT JUDGED AGAINST THE PROMISE.
040100*================================================================
040200 3500-CLOSE-OUTAGE.
040300     MOVE 'N' TO PRTAV-PRT-OPEN-SW(PRTAV-PRT-IX).
040400     IF PRTAV-EVENT-STAMP NOT > PRTAV-START-STAMP
040500         GO TO 3500-EXIT
040600     END-IF.
040700     MOVE 'N' TO PRTAV-LATE-SW.
040800     IF PRTH-ACTION-REACT
040900        AND PRTAV-PRT-PROMISED(PRTAV-PRT-IX) NUMERIC
041000        AND PRTH-DATE > PRTAV-PRT-PROMISED(PRTAV-PRT-IX)
041100         SET PRTAV-LATE TO TRUE
041200     END-IF.
041300     IF PRTH-ACTION-REACT
041400         MOVE 'RETURNED' TO PRTAV-OUTAGE-TAG
041500     ELSE
041600         MOVE 'RETIRED WHILE HELD' TO PRTAV-OUTAGE-TAG
041700     END-IF.
041800     PERFORM 3600-TALLY-OUTAGE    THRU 3600-EXIT.
041900     MOVE SPACES TO PRTAV-REPORT-LINE.
042000     MOVE PRTAV-PRT-NAME(PRTAV-PRT-IX)
042100         TO PRTAV-REPORT-LINE(1:8).
042200     MOVE PRTAV-PRT-HOLD-DATE(PRTAV-PRT-IX)
042300         TO PRTAV-REPORT-LINE(10:8).
042400     MOVE PRTAV-PRT-HOLD-TIME(PRTAV-PRT-IX)
042500         TO PRTAV-REPORT-LINE(19:8).
042600     MOVE PRTH-DATE
042700         TO PRTAV-REPORT-LINE(28:8).
042800     MOVE PRTH-TIME
042900         TO PRTAV-REPORT-LINE(37:8).
043000     PERFORM 3700-FINISH-LINE     THRU 3700-EXIT.
043100 3500-EXIT.
043200     EXIT.
043300*================================================================
043400*    3600-TALLY-OUTAGE - ADD ONE OUTAGE, CLIPPED TO THE PERIOD,
043500*    TO ITS PRINTER'S TOTALS.  PRTAV-EVENT-STAMP IS THE END OF
043600*    THE OUTAGE; PRTAV-LATE-SW SAYS WHETHER IT BROKE ITS PROMISE.
043700*================================================================
043800 3600-TALLY-OUTAGE.
043900     IF PRTAV-PRT-HOLD-STAMP(PRTAV-PRT-IX) < PRTAV-START-STAMP
044000         MOVE PRTAV-START-STAMP TO PRTAV-FROM-STAMP
044100     ELSE
044200         MOVE PRTAV-PRT-HOLD-STAMP(PRTAV-PRT-IX)
044300             TO PRTAV-FROM-STAMP
044400     END-IF.
044500     COMPUTE PRTAV-OUTAGE-MIN =
044600         PRTAV-EVENT-STAMP - PRTAV-FROM-STAMP.
044700     ADD 1                TO PRTAV-PRT-OUTAGES(PRTAV-PRT-IX).
044800     ADD PRTAV-OUTAGE-MIN TO PRTAV-PRT-DOWN-MIN(PRTAV-PRT-IX).
044900     ADD 1                TO PRTAV-OUTAGE-COUNT.
045000     IF PRTAV-LATE
045100         ADD 1 TO PRTAV-PRT-LATE(PRTAV-PRT-IX)
045200         ADD 1 TO PRTAV-LATE-COUNT
045300     END-IF.
045400 3600-EXIT.
045500     EXIT.
045600*================================================================
045700*    3700-FINISH-LINE - ADD THE HOURS, PROMISED DATE AND STATUS
045800*    TO AN OUTAGE DETAIL LINE AND WRITE IT
045900*================================================================
046000 3700-FINISH-LINE.
046100     COMPUTE PRTAV-FIG-DOWN-HRS ROUNDED = PRTAV-OUTAGE-MIN / 60.
046200     MOVE PRTAV-FIG-DOWN-HRS TO PRTAV-EDIT-HRS.
046300     MOVE PRTAV-EDIT-HRS
046400         TO PRTAV-REPORT-LINE(46:9).
046500     MOVE PRTAV-PRT-PROMISED(PRTAV-PRT-IX)
046600         TO PRTAV-REPORT-LINE(56:8).
046700     MOVE PRTAV-OUTAGE-TAG
046800         TO PRTAV-REPORT-LINE(65:20).
046900     IF PRTAV-LATE
047000         MOVE 'LATE' TO PRTAV-REPORT-LINE(86:4)
047100     END-IF.
047200     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
047300 3700-EXIT.
047400     EXIT.
047500*================================================================
047600*    4000-CLOSE-OPEN - EVERY DEVICE STILL HELD AT THE CUTOFF IS
047700*    AN OPEN OUTAGE RUNNING TO THE END OF THE CUTOFF DAY.  IT IS
047800*    LATE WHEN ITS PROMISED RETURN DATE HAS ALREADY PASSED.
047900*================================================================
048000 4000-CLOSE-OPEN.
048100     MOVE PRTAV-END-STAMP TO PRTAV-EVENT-STAMP.
048200     SET PRTAV-PRT-IX TO 1.
048300     PERFORM 4100-CLOSE-ONE       THRU 4100-EXIT
048400             VARYING PRTAV-PRT-IX FROM 1 BY 1
048500             UNTIL PRTAV-PRT-IX > PRTAV-PRT-USED.
048600 4000-EXIT.
048700     EXIT.
048800*================================================================
048900*    4100-CLOSE-ONE - CLOSE ONE STILL-OPEN OUTAGE AT THE CUTOFF
049000*================================================================
049100 4100-CLOSE-ONE.
049200     IF NOT PRTAV-PRT-OPEN(PRTAV-PRT-IX)
049300         GO TO 4100-EXIT
049400     END-IF.
049500     MOVE 'N' TO PRTAV-LATE-SW.
049600     IF PRTAV-PRT-PROMISED(PRTAV-PRT-IX) NUMERIC
049700        AND PRTAV-PRT-PROMISED(PRTAV-PRT-IX) < PRTAV-CUTOFF-DATE
049800         SET PRTAV-LATE TO TRUE
049900     END-IF.
050000     ADD 1 TO PRTAV-PRT-STILL(PRTAV-PRT-IX).
050100     ADD 1 TO PRTAV-OPEN-COUNT.
050200     MOVE 'STILL HELD' TO PRTAV-OUTAGE-TAG.
050300     PERFORM 3600-TALLY-OUTAGE    THRU 3600-EXIT.
050400     MOVE SPACES TO PRTAV-REPORT-LINE.
050500     MOVE PRTAV-PRT-NAME(PRTAV-PRT-IX)
050600         TO PRTAV-REPORT-LINE(1:8).
050700     MOVE PRTAV-PRT-HOLD-DATE(PRTAV-PRT-IX)
050800         TO PRTAV-REPORT-LINE(10:8).
050900     MOVE PRTAV-PRT-HOLD-TIME(PRTAV-PRT-IX)
051000         TO PRTAV-REPORT-LINE(19:8).
051100     MOVE 'OPEN'
051200         TO PRTAV-REPORT-LINE(28:4).
051300     PERFORM 3700-FINISH-LINE     THRU 3700-EXIT.
051400 4100-EXIT.
051500     EXIT.
051600*================================================================
051700*    4200-COUNT-FLEET - COUNT THE IN-SERVICE DEVICES PER MODEL
051800*    AND PER LOCATION, THE BASE EACH GROUP'S AVAILABILITY AND
051900*    MEAN TIME BETWEEN HOLDS IS MEASURED AGAINST
052000*================================================================
052100 4200-COUNT-FLEET.
052200     EXEC SQL OPEN PRTAV-CSR END-EXEC.
052300     PERFORM 4300-FETCH-FLEET     THRU 4300-EXIT
052400             UNTIL PRTAV-CSR-EOF.
052500     EXEC SQL CLOSE PRTAV-CSR END-EXEC.
052600 4200-EXIT.
052700     EXIT.
052800*================================================================
052900*    4300-FETCH-FLEET - FETCH ONE IN-SERVICE ROW AND COUNT IT
053000*    UNDER ITS MODEL AND ITS LOCATION
053100*================================================================
053200 4300-FETCH-FLEET.
053300     EXEC SQL
053400         FETCH PRTAV-CSR
053500         INTO  :LASER-MODEL, :PRINTER-LOCATION
053600     END-EXEC.
053700     IF SQLCODE NOT = ZERO
053800         SET PRTAV-CSR-EOF TO TRUE
053900         GO TO 4300-EXIT
054000     END-IF.
054100     MOVE LASER-MODEL      TO PRTAV-MODEL-KEY.
054200     PERFORM 6000-FIND-MODEL      THRU 6000-EXIT.
054300     ADD 1 TO PRTAV-MDL-DEVICES(PRTAV-MDL-IX).
054400     MOVE PRINTER-LOCATION TO PRTAV-LOC-WANTED.
054500     PERFORM 6200-FIND-LOCATION   THRU 6200-EXIT.
054600     ADD 1 TO PRTAV-LOC-DEVICES(PRTAV-LOC-IX).
054700 4300-EXIT.
054800     EXIT.
054900*================================================================
055000*    4400-ROLL-UP - ROLL EVERY PRINTER WITH AN OUTAGE IN THE
055100*    PERIOD INTO ITS MODEL AND ITS LOCATION
055200*================================================================
055300 4400-ROLL-UP.
055400     SET PRTAV-PRT-IX TO 1.
055500     PERFORM 4500-ROLL-ONE        THRU 4500-EXIT
055600             VARYING PRTAV-PRT-IX FROM 1 BY 1
055700             UNTIL PRTAV-PRT-IX > PRTAV-PRT-USED.
055800 4400-EXIT.
055900     EXIT.
056000*================================================================
056100*    4500-ROLL-ONE - ROLL ONE PRINTER'S TOTALS INTO ITS GROUPS
056200*================================================================
056300 4500-ROLL-ONE.
056400     IF PRTAV-PRT-OUTAGES(PRTAV-PRT-IX) = ZERO
056500         GO TO 4500-EXIT
056600     END-IF.
056700     MOVE PRTAV-PRT-MODEL(PRTAV-PRT-IX) TO PRTAV-MODEL-KEY.
056800     PERFORM 6000-FIND-MODEL      THRU 6000-EXIT.
056900     ADD 1 TO PRTAV-MDL-FAILED(PRTAV-MDL-IX).
057000     ADD PRTAV-PRT-OUTAGES(PRTAV-PRT-IX)
057100         TO PRTAV-MDL-OUTAGES(PRTAV-MDL-IX).
057200     ADD PRTAV-PRT-DOWN-MIN(PRTAV-PRT-IX)
057300         TO PRTAV-MDL-DOWN-MIN(PRTAV-MDL-IX).
057400     ADD PRTAV-PRT-LATE(PRTAV-PRT-IX)
057500         TO PRTAV-MDL-LATE(PRTAV-MDL-IX).
057600     ADD PRTAV-PRT-STILL(PRTAV-PRT-IX)
057700         TO PRTAV-MDL-STILL(PRTAV-MDL-IX).
057800     MOVE PRTAV-PRT-LOC(PRTAV-PRT-IX) TO PRTAV-LOC-WANTED.
057900     PERFORM 6200-FIND-LOCATION   THRU 6200-EXIT.
058000     ADD 1 TO PRTAV-LOC-FAILED(PRTAV-LOC-IX).
058100     ADD PRTAV-PRT-OUTAGES(PRTAV-PRT-IX)
058200         TO PRTAV-LOC-OUTAGES(PRTAV-LOC-IX).
058300     ADD PRTAV-PRT-DOWN-MIN(PRTAV-PRT-IX)
058400         TO PRTAV-LOC-DOWN-MIN(PRTAV-LOC-IX).
058500     ADD PRTAV-PRT-LATE(PRTAV-PRT-IX)
058600         TO PRTAV-LOC-LATE(PRTAV-LOC-IX).
058700     ADD PRTAV-PRT-STILL(PRTAV-PRT-IX)
058800         TO PRTAV-LOC-STILL(PRTAV-LOC-IX).
058900 4500-EXIT.
059000     EXIT.
059100*================================================================
059200*    4600-SCAN-USAGE - TOTAL THE PERIOD'S MATCHED PAGES PER
059300*    MODEL FROM THE USAGE DATASET.  UNMATCHED VOLUME HAS NO
059400*    MODEL AND IS LEFT OUT.
059500*================================================================
059600 4600-SCAN-USAGE.
059700     OPEN INPUT PRTUSE-FILE.
059800     MOVE 'N' TO PRTAV-EOF-SW.
059900     PERFORM 4700-READ-USAGE      THRU 4700-EXIT
060000             UNTIL PRTAV-EOF.
060100     CLOSE PRTUSE-FILE.
060200 4600-EXIT.
060300     EXIT.
060400*================================================================
060500*    4700-READ-USAGE - READ ONE USAGE RECORD AND ADD ITS PAGES
060600*    TO ITS MODEL WHEN IT FALLS IN THE PERIOD
060700*================================================================
060800 4700-READ-USAGE.
060900     READ PRTUSE-FILE INTO PRTU-USAGE-RECORD
061000         AT END
061100             SET PRTAV-EOF TO TRUE
061200             GO TO 4700-EXIT
061300     END-READ.
061400     IF PRTU-DATE < PRTAV-START-DATE
061500        OR PRTU-DATE > PRTAV-CUTOFF-DATE
061600        OR NOT PRTU-MATCHED
061700         GO TO 4700-EXIT
061800     END-IF.
061900     ADD 1 TO PRTAV-USAGE-COUNT.
062000     MOVE PRTU-MODEL TO PRTAV-MODEL-KEY.
062100     PERFORM 6000-FIND-MODEL      THRU 6000-EXIT.
062200     ADD PRTU-PAGE-COUNT TO PRTAV-MDL-PAGES(PRTAV-MDL-IX).
062300 4700-EXIT.
062400     EXIT.
062500*================================================================
062600*    5000-PRINT-REPORT - DOWNTIME BY PRINTER, BY MODEL AND BY
062700*    LOCATION, THEN PAGES BETWEEN OUTAGES PER MODEL AND TOTALS
062800*================================================================
062900 5000-PRINT-REPORT.
063000     MOVE SPACES TO PRTAV-REPORT-LINE.
063100     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
063200     MOVE 'DOWNTIME BY PRINTER' TO PRTAV-REPORT-LINE.
063300     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
063400     MOVE SPACES TO PRTAV-REPORT-LINE.
063500     STRING 'PRINTER  MODEL    LOCATION OUTAGES  DOWN HRS '
063600            ' MTBH HRS   LATE   OPEN'
063700            DELIMITED BY SIZE INTO PRTAV-REPORT-LINE.
063800     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
063900     SET PRTAV-PRT-IX TO 1.
064000     PERFORM 5100-PRINT-PRINTER   THRU 5100-EXIT
064100             VARYING PRTAV-PRT-IX FROM 1 BY 1
064200             UNTIL PRTAV-PRT-IX > PRTAV-PRT-USED.
064300     MOVE SPACES TO PRTAV-REPORT-LINE.
064400     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
064500     MOVE 'DOWNTIME BY MODEL' TO PRTAV-REPORT-LINE.
064600     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
064700     PERFORM 5050-GROUP-HEADING   THRU 5050-EXIT.
064800     SET PRTAV-MDL-IX TO 1.
064900     PERFORM 5200-PRINT-MODEL     THRU 5200-EXIT
065000             VARYING PRTAV-MDL-IX FROM 1 BY 1
065100             UNTIL PRTAV-MDL-IX > PRTAV-MDL-USED.
065200     MOVE SPACES TO PRTAV-REPORT-LINE.
065300     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
065400     MOVE 'DOWNTIME BY LOCATION' TO PRTAV-REPORT-LINE.
065500     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
065600     PERFORM 5050-GROUP-HEADING   THRU 5050-EXIT.
065700     SET PRTAV-LOC-IX TO 1.
065800     PERFORM 5300-PRINT-LOCATION  THRU 5300-EXIT
065900             VARYING PRTAV-LOC-IX FROM 1 BY 1
066000             UNTIL PRTAV-LOC-IX > PRTAV-LOC-USED.
066100     MOVE SPACES TO PRTAV-REPORT-LINE.
066200     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
066300     MOVE 'PAGES BETWEEN OUTAGES BY MODEL' TO PRTAV-REPORT-LINE.
066400     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
066500     MOVE SPACES TO PRTAV-REPORT-LINE.
066600     STRING 'MODEL          PAGES OUTAGES   PAGES PER OUTAGE'
066700            DELIMITED BY SIZE INTO PRTAV-REPORT-LINE.
066800     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
066900     SET PRTAV-MDL-IX TO 1.
067000     PERFORM 5400-PRINT-PAGES     THRU 5400-EXIT
067100             VARYING PRTAV-MDL-IX FROM 1 BY 1
067200             UNTIL PRTAV-MDL-IX > PRTAV-MDL-USED.
067300     MOVE SPACES TO PRTAV-REPORT-LINE.
067400     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
067500     MOVE SPACES TO PRTAV-REPORT-LINE.
067600     STRING 'HISTORY READ=' PRTAV-HIST-COUNT
067700            ' HOLDS='       PRTAV-HOLD-COUNT
067800            ' OUTAGES='     PRTAV-OUTAGE-COUNT
067900            ' OPEN='        PRTAV-OPEN-COUNT
068000            ' LATE='        PRTAV-LATE-COUNT
068100            DELIMITED BY SIZE INTO PRTAV-REPORT-LINE.
068200     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
068300 5000-EXIT.
068400     EXIT.
068500*================================================================
068600*    5050-GROUP-HEADING - COLUMN HEADINGS FOR A MODEL OR
068700*    LOCATION DOWNTIME SECTION
068800*================================================================
068900 5050-GROUP-HEADING.
069000     MOVE SPACES TO PRTAV-REPORT-LINE.
069100     STRING 'GROUP    DEVICES FAILED OUTAGES  DOWN HRS  AVAIL%'
069200            '  MTBH HRS   LATE   OPEN'
069300            DELIMITED BY SIZE INTO PRTAV-REPORT-LINE.
069400     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
069500 5050-EXIT.
069600     EXIT.
069700*================================================================
069800*    5100-PRINT-PRINTER - ONE DOWNTIME-BY-PRINTER LINE.  THE
069900*    PRINTER IS ONE DEVICE OVER THE WHOLE PERIOD.
070000*================================================================
070100 5100-PRINT-PRINTER.
070200     IF PRTAV-PRT-OUTAGES(PRTAV-PRT-IX) = ZERO
070300         GO TO 5100-EXIT
070400     END-IF.
070500     MOVE 1                                TO PRTAV-FIG-DEVICES.
070600     MOVE PRTAV-PRT-OUTAGES(PRTAV-PRT-IX)  TO PRTAV-FIG-OUTAGES.
070700     MOVE PRTAV-PRT-DOWN-MIN(PRTAV-PRT-IX) TO PRTAV-FIG-DOWN-MIN.
070800     MOVE PRTAV-PRT-LATE(PRTAV-PRT-IX)     TO PRTAV-FIG-LATE.
070900     MOVE PRTAV-PRT-STILL(PRTAV-PRT-IX)    TO PRTAV-FIG-STILL.
071000     PERFORM 5500-WORK-FIGURES    THRU 5500-EXIT.
071100     MOVE SPACES TO PRTAV-REPORT-LINE.
071200     MOVE PRTAV-PRT-NAME(PRTAV-PRT-IX)  TO PRTAV-REPORT-LINE(1:8).
071300     MOVE PRTAV-PRT-MODEL(PRTAV-PRT-IX)
071400         TO PRTAV-REPORT-LINE(10:8).
071500     MOVE PRTAV-PRT-LOC(PRTAV-PRT-IX)
071600         TO PRTAV-REPORT-LINE(19:8).
071700     MOVE PRTAV-FIG-OUTAGES TO PRTAV-EDIT-SMALL.
071800     MOVE PRTAV-EDIT-SMALL  TO PRTAV-REPORT-LINE(29:6).
071900     MOVE PRTAV-EDIT-HRS    TO PRTAV-REPORT-LINE(37:9).
072000     MOVE PRTAV-EDIT-MTBH   TO PRTAV-REPORT-LINE(47:9).
072100     MOVE PRTAV-FIG-LATE    TO PRTAV-EDIT-SMALL.
072200     MOVE PRTAV-EDIT-SMALL  TO PRTAV-REPORT-LINE(57:6).
072300     MOVE PRTAV-FIG-STILL   TO PRTAV-EDIT-SMALL.
072400     MOVE PRTAV-EDIT-SMALL  TO PRTAV-REPORT-LINE(64:6).
072500     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
072600 5100-EXIT.
072700     EXIT.
072800*================================================================
072900*    5200-PRINT-MODEL - ONE DOWNTIME-BY-MODEL LINE
073000*================================================================
073100 5200-PRINT-MODEL.
073200     MOVE PRTAV-MDL-DEVICES(PRTAV-MDL-IX)  TO PRTAV-FIG-DEVICES.
073300     MOVE PRTAV-MDL-OUTAGES(PRTAV-MDL-IX)  TO PRTAV-FIG-OUTAGES.
073400     MOVE PRTAV-MDL-DOWN-MIN(PRTAV-MDL-IX) TO PRTAV-FIG-DOWN-MIN.
073500     MOVE PRTAV-MDL-LATE(PRTAV-MDL-IX)     TO PRTAV-FIG-LATE.
073600     MOVE PRTAV-MDL-STILL(PRTAV-MDL-IX)    TO PRTAV-FIG-STILL.
073700     IF PRTAV-FIG-DEVICES < PRTAV-MDL-FAILED(PRTAV-MDL-IX)
073800         MOVE PRTAV-MDL-FAILED(PRTAV-MDL-IX) TO PRTAV-FIG-DEVICES
073900     END-IF.
074000     PERFORM 5500-WORK-FIGURES    THRU 5500-EXIT.
074100     MOVE SPACES TO PRTAV-REPORT-LINE.
074200     MOVE PRTAV-MDL-KEY(PRTAV-MDL-IX) TO PRTAV-REPORT-LINE(1:8).
074300     MOVE PRTAV-MDL-FAILED(PRTAV-MDL-IX) TO PRTAV-EDIT-SMALL2.
074400     PERFORM 5600-FINISH-GROUP    THRU 5600-EXIT.
074500 5200-EXIT.
074600     EXIT.
074700*================================================================
074800*    5300-PRINT-LOCATION - ONE DOWNTIME-BY-LOCATION LINE
074900*================================================================
075000 5300-PRINT-LOCATION.
075100     MOVE PRTAV-LOC-DEVICES(PRTAV-LOC-IX)  TO PRTAV-FIG-DEVICES.
075200     MOVE PRTAV-LOC-OUTAGES(PRTAV-LOC-IX)  TO PRTAV-FIG-OUTAGES.
075300     MOVE PRTAV-LOC-DOWN-MIN(PRTAV-LOC-IX) TO PRTAV-FIG-DOWN-MIN.
075400     MOVE PRTAV-LOC-LATE(PRTAV-LOC-IX)     TO PRTAV-FIG-LATE.
075500     MOVE PRTAV-LOC-STILL(PRTAV-LOC-IX)    TO PRTAV-FIG-STILL.
075600     IF PRTAV-FIG-DEVICES < PRTAV-LOC-FAILED(PRTAV-LOC-IX)
075700         MOVE PRTAV-LOC-FAILED(PRTAV-LOC-IX) TO PRTAV-FIG-DEVICES
075800     END-IF.
075900     PERFORM 5500-WORK-FIGURES    THRU 5500-EXIT.
076000     MOVE SPACES TO PRTAV-REPORT-LINE.
076100     MOVE PRTAV-LOC-KEY(PRTAV-LOC-IX) TO PRTAV-REPORT-LINE(1:8).
076200     MOVE PRTAV-LOC-FAILED(PRTAV-LOC-IX) TO PRTAV-EDIT-SMALL2.
076300     PERFORM 5600-FINISH-GROUP    THRU 5600-EXIT.
076400 5300-EXIT.
076500     EXIT.
076600*================================================================
076700*    5400-PRINT-PAGES - ONE PAGES-BETWEEN-OUTAGES LINE.  A MODEL
076800*    WITH NO OUTAGE IN THE PERIOD PRINTED ALL ITS PAGES BETWEEN
076900*    OUTAGES, SO THE WHOLE VOLUME IS SHOWN.
077000*================================================================
077100 5400-PRINT-PAGES.
077200     IF PRTAV-MDL-OUTAGES(PRTAV-MDL-IX) > ZERO
077300         COMPUTE PRTAV-PAGES-PER =
077400             PRTAV-MDL-PAGES(PRTAV-MDL-IX)
077500                 / PRTAV-MDL-OUTAGES(PRTAV-MDL-IX)
077600     ELSE
077700         MOVE PRTAV-MDL-PAGES(PRTAV-MDL-IX) TO PRTAV-PAGES-PER
077800     END-IF.
077900     MOVE SPACES TO PRTAV-REPORT-LINE.
078000     MOVE PRTAV-MDL-KEY(PRTAV-MDL-IX) TO PRTAV-REPORT-LINE(1:8).
078100     MOVE PRTAV-MDL-PAGES(PRTAV-MDL-IX) TO PRTAV-PRINT-COUNT.
078200     MOVE PRTAV-PRINT-COUNT TO PRTAV-REPORT-LINE(10:11).
078300     MOVE PRTAV-MDL-OUTAGES(PRTAV-MDL-IX) TO PRTAV-EDIT-SMALL.
078400     MOVE PRTAV-EDIT-SMALL  TO PRTAV-REPORT-LINE(22:6).
078500     MOVE PRTAV-PAGES-PER   TO PRTAV-PRINT-COUNT2.
078600     MOVE PRTAV-PRINT-COUNT2 TO PRTAV-REPORT-LINE(37:11).
078700     IF PRTAV-MDL-OUTAGES(PRTAV-MDL-IX) = ZERO
078800         MOVE 'NO OUTAGES' TO PRTAV-REPORT-LINE(50:10)
078900     END-IF.
079000     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
079100 5400-EXIT.
079200     EXIT.
079300*================================================================
079400*    5500-WORK-FIGURES - TURN THE FIG- TOTALS INTO DOWNTIME
079500*    HOURS, AVAILABILITY PERCENT AND MEAN TIME BETWEEN HOLDS
079600*    (DEVICE UP-TIME OVER THE PERIOD DIVIDED BY THE HOLDS).  NO
079700*    HOLDS LEAVES THE MTBH AT THE FULL UP-TIME.
079800*================================================================
079900 5500-WORK-FIGURES.
080000     COMPUTE PRTAV-FIG-SPAN-MIN =
080100         PRTAV-FIG-DEVICES * PRTAV-PERIOD-MIN.
080200     IF PRTAV-FIG-DOWN-MIN > PRTAV-FIG-SPAN-MIN
080300         MOVE PRTAV-FIG-DOWN-MIN TO PRTAV-FIG-SPAN-MIN
080400     END-IF.
080500     COMPUTE PRTAV-FIG-DOWN-HRS ROUNDED =
080600         PRTAV-FIG-DOWN-MIN / 60.
080700     IF PRTAV-FIG-SPAN-MIN > ZERO
080800         COMPUTE PRTAV-FIG-AVAIL-PCT ROUNDED =
080900             (PRTAV-FIG-SPAN-MIN - PRTAV-FIG-DOWN-MIN) * 100
081000                 / PRTAV-FIG-SPAN-MIN
081100     ELSE
081200         MOVE 100 TO PRTAV-FIG-AVAIL-PCT
081300     END-IF.
081400     IF PRTAV-FIG-OUTAGES > ZERO
081500         COMPUTE PRTAV-FIG-MTBH-HRS ROUNDED =
081600             (PRTAV-FIG-SPAN-MIN - PRTAV-FIG-DOWN-MIN)
081700                 / PRTAV-FIG-OUTAGES / 60
081800     ELSE
081900         COMPUTE PRTAV-FIG-MTBH-HRS ROUNDED =
082000             PRTAV-FIG-SPAN-MIN / 60
082100     END-IF.
082200     MOVE PRTAV-FIG-DOWN-HRS  TO PRTAV-EDIT-HRS.
082300     MOVE PRTAV-FIG-MTBH-HRS  TO PRTAV-EDIT-MTBH.
082400     MOVE PRTAV-FIG-AVAIL-PCT TO PRTAV-EDIT-PCT.
082500 5500-EXIT.
082600     EXIT.
082700*================================================================
082800*    5600-FINISH-GROUP - FILL IN AND WRITE A MODEL OR LOCATION
082900*    LINE WHOSE KEY AND FAILED-DEVICE COUNT ARE ALREADY SET
083000*================================================================
083100 5600-FINISH-GROUP.
083200     MOVE PRTAV-FIG-DEVICES TO PRTAV-EDIT-SMALL.
083300     MOVE PRTAV-EDIT-SMALL  TO PRTAV-REPORT-LINE(10:6).
083400     MOVE PRTAV-EDIT-SMALL2 TO PRTAV-REPORT-LINE(17:6).
083500     MOVE PRTAV-FIG-OUTAGES TO PRTAV-EDIT-SMALL3.
083600     MOVE PRTAV-EDIT-SMALL3 TO PRTAV-REPORT-LINE(24:6).
083700     MOVE PRTAV-EDIT-HRS    TO PRTAV-REPORT-LINE(32:9).
083800     MOVE PRTAV-EDIT-PCT    TO PRTAV-REPORT-LINE(43:6).
083900     MOVE PRTAV-EDIT-MTBH   TO PRTAV-REPORT-LINE(51:9).
084000     MOVE PRTAV-FIG-LATE    TO PRTAV-EDIT-SMALL4.
084100     MOVE PRTAV-EDIT-SMALL4 TO PRTAV-REPORT-LINE(61:6).
084200     MOVE PRTAV-FIG-STILL   TO PRTAV-EDIT-SMALL.
084300     MOVE PRTAV-EDIT-SMALL  TO PRTAV-REPORT-LINE(68:6).
084400     WRITE PRTAVRPT-RECORD FROM PRTAV-REPORT-LINE.
084500 5600-EXIT.
084600     EXIT.
084700*================================================================
084800*    6000-FIND-MODEL - FIND OR ADD THE MODEL ENTRY FOR
084900*    PRTAV-MODEL-KEY.  A FULL TABLE STOPS THE RUN.
085000*================================================================
085100 6000-FIND-MODEL.
085200     MOVE 'N' TO PRTAV-FOUND-SW.
085300     SET PRTAV-MDL-IX TO 1.
085400     PERFORM 6100-MATCH-MODEL     THRU 6100-EXIT
085500             VARYING PRTAV-MDL-IX FROM 1 BY 1
085600             UNTIL PRTAV-MDL-IX > PRTAV-MDL-USED
085700                OR PRTAV-FOUND.
085800     IF PRTAV-FOUND
085900         SET PRTAV-MDL-IX TO PRTAV-HIT-IX
086000         GO TO 6000-EXIT
086100     END-IF.
086200     IF PRTAV-MDL-USED NOT < 200
086300         DISPLAY 'PRTAVAIL0004 MODEL TABLE FULL - RAISE THE'
086400                 ' TABLE AND RERUN'
086500         CLOSE PRTHIST-FILE
086600               PRTAVRPT-FILE
086700         MOVE 12 TO RETURN-CODE
086800         GOBACK
086900     END-IF.
087000     ADD 1 TO PRTAV-MDL-USED.
087100     SET PRTAV-MDL-IX TO PRTAV-MDL-USED.
087200     MOVE PRTAV-MODEL-KEY TO PRTAV-MDL-KEY(PRTAV-MDL-IX).
087300     MOVE ZERO TO PRTAV-MDL-DEVICES(PRTAV-MDL-IX)
087400                  PRTAV-MDL-FAILED(PRTAV-MDL-IX)
087500                  PRTAV-MDL-OUTAGES(PRTAV-MDL-IX)
087600                  PRTAV-MDL-DOWN-MIN(PRTAV-MDL-IX)
087700                  PRTAV-MDL-LATE(PRTAV-MDL-IX)
087800                  PRTAV-MDL-STILL(PRTAV-MDL-IX)
087900                  PRTAV-MDL-PAGES(PRTAV-MDL-IX).
088000 6000-EXIT.
088100     EXIT.
088200*================================================================
088300*    6100-MATCH-MODEL - COMPARE ONE ENTRY TO THE MODEL
088400*================================================================
088500 6100-MATCH-MODEL.
088600     IF PRTAV-MODEL-KEY = PRTAV-MDL-KEY(PRTAV-MDL-IX)
088700         SET PRTAV-FOUND TO TRUE
088800         SET PRTAV-HIT-IX TO PRTAV-MDL-IX
088900     END-IF.
089000 6100-EXIT.
089100     EXIT.
089200*================================================================
089300*    6200-FIND-LOCATION - FIND OR ADD THE LOCATION ENTRY FOR
089400*    PRTAV-LOC-WANTED.  A FULL TABLE STOPS THE RUN.
089500*================================================================
089600 6200-FIND-LOCATION.
089700     MOVE 'N' TO PRTAV-FOUND-SW.
089800     SET PRTAV-LOC-IX TO 1.
089900     PERFORM 6300-MATCH-LOCATION  THRU 6300-EXIT
090000             VARYING PRTAV-LOC-IX FROM 1 BY 1
090100             UNTIL PRTAV-LOC-IX > PRTAV-LOC-USED
090200                OR PRTAV-FOUND.
090300     IF PRTAV-FOUND
090400         SET PRTAV-LOC-IX TO PRTAV-HIT-IX
090500         GO TO 6200-EXIT
090600     END-IF.
090700     IF PRTAV-LOC-USED NOT < 500
090800         DISPLAY 'PRTAVAIL0005 LOCATION TABLE FULL - RAISE THE'
090900                 ' TABLE AND RERUN'
091000         CLOSE PRTHIST-FILE
091100               PRTAVRPT-FILE
091200         MOVE 12 TO RETURN-CODE
091300         GOBACK
091400     END-IF.
091500     ADD 1 TO PRTAV-LOC-USED.
091600     SET PRTAV-LOC-IX TO PRTAV-LOC-USED.
091700     MOVE PRTAV-LOC-WANTED TO PRTAV-LOC-KEY(PRTAV-LOC-IX).
091800     MOVE ZERO TO PRTAV-LOC-DEVICES(PRTAV-LOC-IX)
091900                  PRTAV-LOC-FAILED(PRTAV-LOC-IX)
092000                  PRTAV-LOC-OUTAGES(PRTAV-LOC-IX)
092100                  PRTAV-LOC-DOWN-MIN(PRTAV-LOC-IX)
092200                  PRTAV-LOC-LATE(PRTAV-LOC-IX)
092300                  PRTAV-LOC-STILL(PRTAV-LOC-IX).
092400 6200-EXIT.
092500     EXIT.
092600*================================================================
092700*    6300-MATCH-LOCATION - COMPARE ONE ENTRY TO THE LOCATION
092800*================================================================
092900 6300-MATCH-LOCATION.
093000     IF PRTAV-LOC-WANTED = PRTAV-LOC-KEY(PRTAV-LOC-IX)
093100         SET PRTAV-FOUND TO TRUE
093200         SET PRTAV-HIT-IX TO PRTAV-LOC-IX
093300     END-IF.
093400 6300-EXIT.
093500     EXIT.
093600*================================================================
093700*    9000-TERMINATE - CLOSE THE FILES AND HAND THE SCHEDULER A
093800*    RETURN CODE: RC=4 SAYS SOME DEVICE CAME BACK (OR IS STILL
093900*    OUT) PAST ITS PROMISED RETURN DATE - AN SLA REVIEW ITEM
094000*================================================================
094100 9000-TERMINATE.
094200     DISPLAY 'PRTAVAIL0006 HISTORY=' PRTAV-HIST-COUNT
094300             ' OUTAGES=' PRTAV-OUTAGE-COUNT
094400             ' OPEN='    PRTAV-OPEN-COUNT
094500             ' LATE='    PRTAV-LATE-COUNT.
094600     CLOSE PRTHIST-FILE
094700           PRTAVRPT-FILE.
094800     IF PRTAV-LATE-COUNT > ZERO
094900         MOVE 4 TO RETURN-CODE
095000     END-IF.
095100 9000-EXIT.
095200     EXIT.
