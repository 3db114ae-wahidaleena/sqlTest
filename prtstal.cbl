000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTSTAL.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  WEEKLY STALE-REFERENCE
001300*                   NOTICES.  TALLIES THE WEEK'S NOTFOUND LOOKUPS
001400*                   ON THE PRTAUDT AUDIT TRAIL BY JOBNAME AND
001500*                   PRINTER NAME, CLASSIFIES EACH NAME AGAINST THE
001600*                   PRINTER TABLE AND PRTHIST AS RETIRED (WITH THE
001700*                   RETIRE DATE), HELD (WITH THE EXPECTED RETURN
001800*                   DATE) OR NEVER DEFINED, AND WRITES ONE NOTICE
001900*                   PER OWNING APPLICATION TEAM (FROM THE PRTJOWN
002000*                   JOB-OWNERSHIP FILE) LISTING EACH JOB, THE NAME
002100*                   IT ASKS FOR, HOW OFTEN IT FAILED AND AN ACTIVE
002200*                   DEVICE WITH THE SAME CAPABILITIES AT THE SAME
002300*                   LOCATION TO USE INSTEAD.  A JOB AND NAME THAT
002400*                   WAS ALREADY NOTICED (PRTSROLD, LAST WEEK'S
002500*                   NOTICE HISTORY) AND IS STILL FAILING IS
002600*                   ESCALATED AND ENDS THE JOB RC=4.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.        IBM-ZSERIES.
003100 OBJECT-COMPUTER.        IBM-ZSERIES.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PRTSRCTL-FILE ASSIGN TO PRTSRCTL
003500                          ORGANIZATION IS SEQUENTIAL.
003600     SELECT PRTAUDT-FILE  ASSIGN TO PRTAUDT
003700                          ORGANIZATION IS SEQUENTIAL.
003800     SELECT PRTJOWN-FILE  ASSIGN TO PRTJOWN
003900                          ORGANIZATION IS SEQUENTIAL.
004000     SELECT PRTHIST-FILE  ASSIGN TO PRTHIST
004100                          ORGANIZATION IS SEQUENTIAL.
004200     SELECT PRTSROLD-FILE ASSIGN TO PRTSROLD
004300                          ORGANIZATION IS SEQUENTIAL.
004400     SELECT PRTSRNEW-FILE ASSIGN TO PRTSRNEW
004500                          ORGANIZATION IS SEQUENTIAL.
004600     SELECT PRTSRNOT-FILE ASSIGN TO PRTSRNOT
004700                          ORGANIZATION IS SEQUENTIAL.
004800     SELECT PRTSRRPT-FILE ASSIGN TO PRTSRRPT
004900                          ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PRTSRCTL-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  PRTSRCTL-RECORD.
005600     05  PRTSRCTL-FROM-DATE      PIC 9(08).
005700     05  PRTSRCTL-TO-DATE        PIC 9(08).
005800     05  FILLER                  PIC X(64).
005900 FD  PRTAUDT-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY PRTAUDR.
006300 FD  PRTJOWN-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY PRTJOWN.
006700 FD  PRTHIST-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  PRTHIST-RECORD              PIC X(301).
007100 FD  PRTSROLD-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  PRTSROLD-RECORD             PIC X(80).
007500 FD  PRTSRNEW-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  PRTSRNEW-RECORD             PIC X(80).
007900 FD  PRTSRNOT-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  PRTSRNOT-RECORD             PIC X(133).
008300 FD  PRTSRRPT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  PRTSRRPT-RECORD             PIC X(133).
008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------------
008900*    PRINTER TABLE DECLARATION AND HOST VARIABLES
009000*----------------------------------------------------------------
009100     COPY PRTTBL.
009200*----------------------------------------------------------------
009300*    SQL COMMUNICATION AREA
009400*----------------------------------------------------------------
009500     EXEC SQL INCLUDE SQLCA END-EXEC.
009600*----------------------------------------------------------------
009700*    REPLACEMENT CRITERIA HOST VARIABLES - MUST BE DECLARED
009800*    BEFORE THE CURSOR BELOW THAT REFERENCES THEM
009900*----------------------------------------------------------------
010000 01  PRTSR-REPL-LASER            PIC X(01).
010100 01  PRTSR-REPL-PS               PIC X(01).
010200 01  PRTSR-REPL-PCL              PIC X(01).
010300 01  PRTSR-REPL-LOC              PIC X(08).
010400 01  PRTSR-REPL-NAME             PIC X(08).
010500*----------------------------------------------------------------
010600*    CURSOR - ACTIVE PRINTERS WITH A STALE NAME'S CAPABILITIES
010700*    AT ITS LOCATION, LOWEST NAME FIRST.  THE FIRST ROW IS THE
010800*    SUGGESTED REPLACEMENT.
010900*----------------------------------------------------------------
011000     EXEC SQL
011100         DECLARE PRTSR-REPL-CSR CURSOR FOR
011200         SELECT   PRINTER_NAME
011300         FROM     PRINTER
011400         WHERE   (LASER_PRINTER_IND  = :PRTSR-REPL-LASER)
011500           AND   (POST_SCRIPT_IND    = :PRTSR-REPL-PS)
011600           AND   (PCL_IND            = :PRTSR-REPL-PCL)
011700           AND   (PRINTER_LOCATION   = :PRTSR-REPL-LOC)
011800           AND   (PRINTER_ACTIVE_IND = 'Y')
011900         ORDER BY PRINTER_NAME
012000     END-EXEC.
012100*----------------------------------------------------------------
012200*    MAINTENANCE HISTORY RECORD - SCANNED FOR RETIRE DATES
012300*----------------------------------------------------------------
012400     COPY PRTHSTR.
012500*----------------------------------------------------------------
012600*    NOTICE HISTORY RECORD - ONE PER JOB AND PRINTER NAME NOTICED.
012700*    READ FROM LAST WEEK'S GENERATION (PRTSROLD), WRITTEN TO THIS
012800*    WEEK'S (PRTSRNEW) FOR EVERY NAME NOTICED THIS RUN.  A NAME
012900*    THAT STOPPED FAILING DROPS OFF.
013000*----------------------------------------------------------------
013100 01  PRTSR-NOTICE-HIST.
013200     05  PRTSR-NH-JOBNAME        PIC X(08).
013300     05  FILLER                  PIC X(01).
013400     05  PRTSR-NH-PRINTER-NAME   PIC X(08).
013500     05  FILLER                  PIC X(01).
013600     05  PRTSR-NH-TEAM           PIC X(08).
013700     05  FILLER                  PIC X(01).
013800     05  PRTSR-NH-FIRST-DATE     PIC 9(08).
013900     05  FILLER                  PIC X(01).
014000     05  PRTSR-NH-LAST-DATE      PIC 9(08).
014100     05  FILLER                  PIC X(01).
014200     05  PRTSR-NH-NOTICE-COUNT   PIC 9(03).
014300     05  FILLER                  PIC X(01).
014400     05  PRTSR-NH-FAIL-COUNT     PIC 9(07).
014500     05  FILLER                  PIC X(24).
014600*----------------------------------------------------------------
014700*    REPORTING WINDOW - DEFAULTS TO THE SEVEN DAYS ENDING TODAY
014800*----------------------------------------------------------------
014900 01  PRTSR-TODAY-DATE            PIC 9(08)   VALUE ZERO.
015000 01  PRTSR-FROM-DATE             PIC 9(08)   VALUE ZERO.
015100 01  PRTSR-TO-DATE               PIC 9(08)   VALUE ZERO.
015200*----------------------------------------------------------------
015300*    JOB-OWNERSHIP TABLE.  PREFIX-LEN IS THE NUMBER OF CHARACTERS
015400*    BEFORE A TRAILING '*', ZERO FOR A FULL JOBNAME.
015500*----------------------------------------------------------------
015600 01  PRTSR-OWN-TABLE.
015700     05  PRTSR-OWN-ENTRY         OCCURS 2000 TIMES
015800             INDEXED BY PRTSR-OWN-IX.
015900         10  PRTSR-OWN-JOB       PIC X(08).
016000         10  PRTSR-OWN-TEAM      PIC X(08).
016100         10  PRTSR-OWN-CONTACT   PIC X(40).
016200         10  PRTSR-OWN-PFX-LEN   PIC 9(02).
016300 01  PRTSR-OWN-USED              PIC 9(05) COMP VALUE ZERO.
016400 01  PRTSR-OWN-HIT-IX            PIC 9(05) COMP VALUE ZERO.
016500 01  PRTSR-OWN-BEST-LEN          PIC 9(02)   VALUE ZERO.
016600*----------------------------------------------------------------
016700*    LAST WEEK'S NOTICE HISTORY, HELD AS A TABLE
016800*----------------------------------------------------------------
016900 01  PRTSR-OLD-TABLE.
017000     05  PRTSR-OLD-ENTRY         OCCURS 2000 TIMES
017100             INDEXED BY PRTSR-OLD-IX.
017200         10  PRTSR-OLD-JOB       PIC X(08).
017300         10  PRTSR-OLD-NAME      PIC X(08).
017400         10  PRTSR-OLD-FIRST     PIC 9(08).
017500         10  PRTSR-OLD-COUNT     PIC 9(03).
017600 01  PRTSR-OLD-USED              PIC 9(05) COMP VALUE ZERO.
017700 01  PRTSR-OLD-HIT-IX            PIC 9(05) COMP VALUE ZERO.
017800*----------------------------------------------------------------
017900*    THE WEEK'S FAILURES, ONE ENTRY PER JOBNAME AND PRINTER NAME,
018000*    WITH WHAT THE CLASSIFICATION FOUND
018100*----------------------------------------------------------------
018200 01  PRTSR-FAIL-TABLE.
018300     05  PRTSR-FAIL-ENTRY        OCCURS 2000 TIMES
018400             INDEXED BY PRTSR-FAIL-IX.
018500         10  PRTSR-FL-JOB        PIC X(08).
018600         10  PRTSR-FL-NAME       PIC X(08).
018700         10  PRTSR-FL-COUNT      PIC 9(07).
018800         10  PRTSR-FL-LAST-DATE  PIC 9(08).
018900         10  PRTSR-FL-TEAM       PIC X(08).
019000         10  PRTSR-FL-CLASS      PIC X(01).
019100             88  PRTSR-FL-RETIRED            VALUE 'R'.
019200             88  PRTSR-FL-HELD               VALUE 'H'.
019300             88  PRTSR-FL-UNDEFINED          VALUE 'U'.
019400             88  PRTSR-FL-ACTIVE             VALUE 'A'.
019500             88  PRTSR-FL-SQLERR             VALUE 'E'.
019600             88  PRTSR-FL-NOTICED            VALUE 'R' 'H' 'U'.
019700         10  PRTSR-FL-STAT-DATE  PIC X(08).
019800         10  PRTSR-FL-REPL       PIC X(08).
019900         10  PRTSR-FL-FIRST-DATE PIC 9(08).
020000         10  PRTSR-FL-NOTICE-NO  PIC 9(03).
020100 01  PRTSR-FAIL-USED             PIC 9(05) COMP VALUE ZERO.
020200 01  PRTSR-FAIL-HIT-IX           PIC 9(05) COMP VALUE ZERO.
020300*----------------------------------------------------------------
020400*    TEAMS WITH AT LEAST ONE NAME TO NOTICE, IN THE ORDER FIRST
020500*    MET - ONE NOTICE EACH
020600*----------------------------------------------------------------
020700 01  PRTSR-TEAM-TABLE.
020800     05  PRTSR-TEAM-ENTRY        OCCURS 500 TIMES
020900             INDEXED BY PRTSR-TEAM-IX.
021000         10  PRTSR-TM-TEAM       PIC X(08).
021100         10  PRTSR-TM-CONTACT    PIC X(40).
021200 01  PRTSR-TEAM-USED             PIC 9(05) COMP VALUE ZERO.
021300 01  PRTSR-NO-OWNER-TEAM         PIC X(08)   VALUE '*NOOWNER'.
021400 01  PRTSR-CUR-TEAM              PIC X(08)   VALUE SPACES.
021500 01  PRTSR-CUR-CONTACT           PIC X(40)   VALUE SPACES.
021600*----------------------------------------------------------------
021700*    SWITCHES AND COUNTERS
021800*----------------------------------------------------------------
021900 01  PRTSR-SWITCHES.
022000     05  PRTSR-EOF-SW            PIC X(01)   VALUE 'N'.
022100         88  PRTSR-EOF                       VALUE 'Y'.
022200     05  PRTSR-FOUND-SW          PIC X(01)   VALUE 'N'.
022300         88  PRTSR-FOUND                     VALUE 'Y'.
022400 01  PRTSR-COUNTERS.
022500     05  PRTSR-AUD-READ-COUNT    PIC 9(09)   VALUE ZERO.
022600     05  PRTSR-AUD-NOTFND-COUNT  PIC 9(09)   VALUE ZERO.
022700     05  PRTSR-RETIRED-COUNT     PIC 9(07)   VALUE ZERO.
022800     05  PRTSR-HELD-COUNT        PIC 9(07)   VALUE ZERO.
022900     05  PRTSR-UNDEF-COUNT       PIC 9(07)   VALUE ZERO.
023000     05  PRTSR-ACTIVE-COUNT      PIC 9(07)   VALUE ZERO.
023100     05  PRTSR-SQLERR-COUNT      PIC 9(07)   VALUE ZERO.
023200     05  PRTSR-ESCALATE-COUNT    PIC 9(07)   VALUE ZERO.
023300     05  PRTSR-NOTICE-COUNT      PIC 9(07)   VALUE ZERO.
023400     05  PRTSR-HIST-WRITE-COUNT  PIC 9(07)   VALUE ZERO.
023500 01  PRTSR-PRINT-FAILS           PIC Z,ZZZ,ZZ9.
023600 01  PRTSR-PRINT-NOTICE          PIC ZZ9.
023700 01  PRTSR-STATUS-TEXT           PIC X(30)   VALUE SPACES.
023800 01  PRTSR-REPORT-LINE           PIC X(133).
023900 PROCEDURE DIVISION.
024000*================================================================
024100*    0000-MAINLINE
024200*================================================================
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
024500     PERFORM 2000-SCAN-AUDIT      THRU 2000-EXIT.
024600     SET PRTSR-FAIL-IX TO 1.
024700     PERFORM 3000-CLASSIFY-NAME   THRU 3000-EXIT
024800             VARYING PRTSR-FAIL-IX FROM 1 BY 1
024900             UNTIL PRTSR-FAIL-IX > PRTSR-FAIL-USED.
025000     PERFORM 4000-SCAN-HISTORY    THRU 4000-EXIT.
025100     PERFORM 5000-WRITE-NOTICES   THRU 5000-EXIT.
025200     PERFORM 6000-WRITE-NOTICE-HIST THRU 6000-EXIT.
025300     PERFORM 7000-PRINT-SUMMARY   THRU 7000-EXIT.
025400     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
025500     GOBACK.
025600*================================================================
025700*    1000-INITIALIZE - SETTLE THE REPORTING WINDOW AND LOAD THE
025800*    JOB-OWNERSHIP FILE AND LAST WEEK'S NOTICE HISTORY
025900*================================================================
026000 1000-INITIALIZE.
026100     ACCEPT PRTSR-TODAY-DATE FROM DATE YYYYMMDD.
026200     PERFORM 1050-READ-CONTROL    THRU 1050-EXIT.
026300     OPEN INPUT PRTJOWN-FILE.
026400     MOVE 'N' TO PRTSR-EOF-SW.
026500     PERFORM 1100-READ-OWNER      THRU 1100-EXIT.
026600     PERFORM 1150-LOAD-OWNER      THRU 1150-EXIT
026700             UNTIL PRTSR-EOF.
026800     CLOSE PRTJOWN-FILE.
026900     OPEN INPUT PRTSROLD-FILE.
027000     MOVE 'N' TO PRTSR-EOF-SW.
027100     PERFORM 1200-READ-OLD        THRU 1200-EXIT.
027200     PERFORM 1250-LOAD-OLD        THRU 1250-EXIT
027300             UNTIL PRTSR-EOF.
027400     CLOSE PRTSROLD-FILE.
027500 1000-EXIT.
027600     EXIT.
027700*================================================================
027800*    1050-READ-CONTROL - PICK UP THE REPORTING WINDOW.  A MISSING
027900*    CARD OR AN UNNUMERIC DATE FALLS BACK TO THE SEVEN DAYS
028000*    ENDING TODAY - THE WEEK SINCE LAST WEEK'S RUN.
028100*================================================================
028200 1050-READ-CONTROL.
028300     MOVE PRTSR-TODAY-DATE TO PRTSR-TO-DATE.
028400     COMPUTE PRTSR-FROM-DATE = FUNCTION DATE-OF-INTEGER
028500             (FUNCTION INTEGER-OF-DATE(PRTSR-TODAY-DATE) - 6).
028600     OPEN INPUT PRTSRCTL-FILE.
028700     READ PRTSRCTL-FILE
028800         AT END
028900             DISPLAY 'PRTSTAL0006 NO CONTROL RECORD - WINDOW IS '
029000                     PRTSR-FROM-DATE ' THRU ' PRTSR-TO-DATE
029100         NOT AT END
029200             IF PRTSRCTL-FROM-DATE NUMERIC
029300                AND PRTSRCTL-FROM-DATE > ZERO
029400                 MOVE PRTSRCTL-FROM-DATE TO PRTSR-FROM-DATE
029500             END-IF
029600             IF PRTSRCTL-TO-DATE NUMERIC
029700                AND PRTSRCTL-TO-DATE > ZERO
029800                 MOVE PRTSRCTL-TO-DATE   TO PRTSR-TO-DATE
029900             END-IF
030000     END-READ.
030100     CLOSE PRTSRCTL-FILE.
030200 1050-EXIT.
030300     EXIT.
030400*================================================================
030500*    1100-READ-OWNER - READ ONE JOB-OWNERSHIP RECORD
030600*================================================================
030700 1100-READ-OWNER.
030800     READ PRTJOWN-FILE
030900         AT END
031000             SET PRTSR-EOF TO TRUE
031100     END-READ.
031200 1100-EXIT.
031300     EXIT.
031400*================================================================
031500*    1150-LOAD-OWNER - APPEND ONE OWNERSHIP RECORD TO THE TABLE
031600*    AND READ THE NEXT.  A FULL TABLE HARD-FAILS THE RUN - A
031700*    DROPPED RECORD SENDS A TEAM'S NOTICE TO NOBODY.
031800*================================================================
031900 1150-LOAD-OWNER.
032000     IF PRTSR-OWN-USED NOT < 2000
032100         DISPLAY 'PRTSTAL0002 OWNERSHIP TABLE FULL AT '
032200                 PRTSR-OWN-USED ' - RAISE THE TABLE AND RERUN'
032300         CLOSE PRTJOWN-FILE
032400         MOVE 12 TO RETURN-CODE
032500         GOBACK
032600     END-IF.
032700     ADD 1 TO PRTSR-OWN-USED.
032800     SET PRTSR-OWN-IX TO PRTSR-OWN-USED.
032900     MOVE PRTJO-JOBNAME TO PRTSR-OWN-JOB(PRTSR-OWN-IX).
033000     MOVE PRTJO-TEAM    TO PRTSR-OWN-TEAM(PRTSR-OWN-IX).
033100     MOVE PRTJO-CONTACT TO PRTSR-OWN-CONTACT(PRTSR-OWN-IX).
033200     MOVE ZERO          TO PRTSR-OWN-PFX-LEN(PRTSR-OWN-IX).
033300     INSPECT PRTJO-JOBNAME
033400             TALLYING PRTSR-OWN-PFX-LEN(PRTSR-OWN-IX)
033500             FOR CHARACTERS BEFORE INITIAL '*'.
033600     IF PRTSR-OWN-PFX-LEN(PRTSR-OWN-IX) = 8
033700         MOVE ZERO TO PRTSR-OWN-PFX-LEN(PRTSR-OWN-IX)
033800     END-IF.
033900     PERFORM 1100-READ-OWNER      THRU 1100-EXIT.
034000 1150-EXIT.
034100     EXIT.
034200*================================================================
034300*    1200-READ-OLD - READ ONE RECORD OF LAST WEEK'S NOTICE HISTORY
034400*================================================================
034500 1200-READ-OLD.
034600     READ PRTSROLD-FILE INTO PRTSR-NOTICE-HIST
034700         AT END
034800             SET PRTSR-EOF TO TRUE
034900     END-READ.
035000 1200-EXIT.
035100     EXIT.
035200*================================================================
035300*    1250-LOAD-OLD - APPEND ONE NOTICE HISTORY RECORD TO THE
035400*    TABLE AND READ THE NEXT.  A FULL TABLE HARD-FAILS THE RUN -
035500*    A DROPPED RECORD WOULD NEVER ESCALATE.
035600*================================================================
035700 1250-LOAD-OLD.
035800     IF PRTSR-OLD-USED NOT < 2000
035900         DISPLAY 'PRTSTAL0003 NOTICE HISTORY TABLE FULL AT '
036000                 PRTSR-OLD-USED ' - RAISE THE TABLE AND RERUN'
036100         CLOSE PRTSROLD-FILE
036200         MOVE 12 TO RETURN-CODE
036300         GOBACK
036400     END-IF.
036500     ADD 1 TO PRTSR-OLD-USED.
036600     SET PRTSR-OLD-IX TO PRTSR-OLD-USED.
036700     MOVE PRTSR-NH-JOBNAME      TO PRTSR-OLD-JOB(PRTSR-OLD-IX).
036800     MOVE PRTSR-NH-PRINTER-NAME TO PRTSR-OLD-NAME(PRTSR-OLD-IX).
036900     MOVE PRTSR-NH-FIRST-DATE   TO PRTSR-OLD-FIRST(PRTSR-OLD-IX).
037000     MOVE PRTSR-NH-NOTICE-COUNT TO PRTSR-OLD-COUNT(PRTSR-OLD-IX).
037100     PERFORM 1200-READ-OLD        THRU 1200-EXIT.
037200 1250-EXIT.
037300     EXIT.
037400*================================================================
037500*    2000-SCAN-AUDIT - TALLY EVERY NOTFOUND LOOKUP IN THE WINDOW
037600*    BY JOBNAME AND PRINTER NAME
037700*================================================================
037800 2000-SCAN-AUDIT.
037900     OPEN INPUT PRTAUDT-FILE.
038000     MOVE 'N' TO PRTSR-EOF-SW.
038100     PERFORM 2100-READ-AUDIT      THRU 2100-EXIT
038200             UNTIL PRTSR-EOF.
038300     CLOSE PRTAUDT-FILE.
038400 2000-EXIT.
038500     EXIT.
038600*================================================================
038700*    2100-READ-AUDIT - READ ONE AUDIT RECORD AND TALLY IT WHEN IT
038800*    IS A NOTFOUND INSIDE THE WINDOW
038900*================================================================
039000 2100-READ-AUDIT.
039100     READ PRTAUDT-FILE
039200         AT END
039300             SET PRTSR-EOF TO TRUE
039400             GO TO 2100-EXIT
039500     END-READ.
039600     ADD 1 TO PRTSR-AUD-READ-COUNT.
039700     IF PRTAUD-OUTCOME NOT = 'NOTFOUND'
039800        OR PRTAUD-DATE < PRTSR-FROM-DATE
039900        OR PRTAUD-DATE > PRTSR-TO-DATE
040000         GO TO 2100-EXIT
040100     END-IF.
040200     ADD 1 TO PRTSR-AUD-NOTFND-COUNT.
040300     PERFORM 2200-FIND-FAILURE    THRU 2200-EXIT.
040400     IF PRTSR-FOUND
040500         SET PRTSR-FAIL-IX TO PRTSR-FAIL-HIT-IX
040600         ADD 1 TO PRTSR-FL-COUNT(PRTSR-FAIL-IX)
040700         IF PRTAUD-DATE > PRTSR-FL-LAST-DATE(PRTSR-FAIL-IX)
040800             MOVE PRTAUD-DATE TO PRTSR-FL-LAST-DATE(PRTSR-FAIL-IX)
040900         END-IF
041000         GO TO 2100-EXIT
041100     END-IF.
041200     IF PRTSR-FAIL-USED NOT < 2000
041300         DISPLAY 'PRTSTAL0004 FAILURE TABLE FULL AT '
041400                 PRTSR-FAIL-USED ' - RAISE THE TABLE AND RERUN'
041500         CLOSE PRTAUDT-FILE
041600         MOVE 12 TO RETURN-CODE
041700         GOBACK
041800     END-IF.
041900     ADD 1 TO PRTSR-FAIL-USED.
042000     SET PRTSR-FAIL-IX TO PRTSR-FAIL-USED.
042100     MOVE PRTAUD-JOBNAME      TO PRTSR-FL-JOB(PRTSR-FAIL-IX).
042200     MOVE PRTAUD-PRINTER-NAME TO PRTSR-FL-NAME(PRTSR-FAIL-IX).
042300     MOVE 1                   TO PRTSR-FL-COUNT(PRTSR-FAIL-IX).
042400     MOVE PRTAUD-DATE
042500         TO PRTSR-FL-LAST-DATE(PRTSR-FAIL-IX).
042600     MOVE SPACES              TO PRTSR-FL-TEAM(PRTSR-FAIL-IX)
042700                                 PRTSR-FL-CLASS(PRTSR-FAIL-IX)
042800                                 PRTSR-FL-STAT-DATE(PRTSR-FAIL-IX)
042900                                 PRTSR-FL-REPL(PRTSR-FAIL-IX).
043000     MOVE ZERO
043100         TO PRTSR-FL-FIRST-DATE(PRTSR-FAIL-IX)
043200            PRTSR-FL-NOTICE-NO(PRTSR-FAIL-IX).
043300 2100-EXIT.
043400     EXIT.
043500*================================================================
043600*    2200-FIND-FAILURE - LOOK THE AUDIT RECORD'S JOBNAME AND
043700*    PRINTER NAME UP IN THE FAILURE TABLE
043800*================================================================
043900 2200-FIND-FAILURE.
044000     MOVE 'N' TO PRTSR-FOUND-SW.
044100     SET PRTSR-FAIL-IX TO 1.
044200     PERFORM 2210-MATCH-FAILURE   THRU 2210-EXIT
044300             VARYING PRTSR-FAIL-IX FROM 1 BY 1
044400             UNTIL PRTSR-FAIL-IX > PRTSR-FAIL-USED
044500                OR PRTSR-FOUND.
044600 2200-EXIT.
044700     EXIT.
044800*================================================================
044900*    2210-MATCH-FAILURE - COMPARE ONE TABLE ENTRY, CAPTURING THE
045000*    MATCHED ENTRY
045100*================================================================
045200 2210-MATCH-FAILURE.
045300     IF PRTAUD-JOBNAME      = PRTSR-FL-JOB(PRTSR-FAIL-IX)
045400        AND PRTAUD-PRINTER-NAME = PRTSR-FL-NAME(PRTSR-FAIL-IX)
045500         SET PRTSR-FOUND TO TRUE
045600         SET PRTSR-FAIL-HIT-IX TO PRTSR-FAIL-IX
045700     END-IF.
045800 2210-EXIT.
045900     EXIT.
046000*================================================================
046100*    3000-CLASSIFY-NAME - LOOK ONE FAILING NAME UP ON THE PRINTER
046200*    TABLE WITHOUT THE ACTIVE FILTER THE LOOKUP ITSELF APPLIES.
046300*    NO ROW MEANS THE NAME WAS NEVER DEFINED; 'N' IS RETIRED (THE
046400*    DATE COMES FROM PRTHIST IN 4000); 'H' IS HELD, WITH ITS
046500*    EXPECTED RETURN DATE; 'Y' MEANS IT HAS SINCE BEEN PUT BACK
046600*    IN SERVICE AND NEEDS NO NOTICE.  A NOTICED NAME IS GIVEN ITS
046700*    OWNING TEAM, ITS ESCALATION LEVEL AND A REPLACEMENT.
046800*================================================================
046900 3000-CLASSIFY-NAME.
047000     MOVE PRTSR-FL-NAME(PRTSR-FAIL-IX) TO PRINTER-NAME.
047100     EXEC SQL
047200         SELECT   PRINTER_ACTIVE_IND, PRINTER_RETURN_DATE,
047300                  LASER_PRINTER_IND,  POST_SCRIPT_IND,
047400                  PCL_IND,            PRINTER_LOCATION
047500         INTO    :PRINTER-ACTIVE-IND, :PRINTER-RETURN-DATE,
047600                 :LASER-PRINTER-IND,  :POST-SCRIPT-IND,
047700                 :PCL-IND,            :PRINTER-LOCATION
047800         FROM     PRINTER
047900         WHERE   (PRINTER_NAME = :PRINTER-NAME)
048000         COPY PRTQNO.
048100     END-EXEC.
048200     EVALUATE TRUE
048300         WHEN SQLCODE = 100
048400             SET PRTSR-FL-UNDEFINED(PRTSR-FAIL-IX) TO TRUE
048500             ADD 1 TO PRTSR-UNDEF-COUNT
048600         WHEN SQLCODE NOT = ZERO
048700             SET PRTSR-FL-SQLERR(PRTSR-FAIL-IX) TO TRUE
048800             ADD 1 TO PRTSR-SQLERR-COUNT
048900             DISPLAY 'PRTSTAL0005 LOOKUP OF '
049000                     PRTSR-FL-NAME(PRTSR-FAIL-IX)
049100                     ' FAILED SQLCODE ' SQLCODE
049200             GO TO 3000-EXIT
049300         WHEN PRINTER-IS-ACTIVE
049400             SET PRTSR-FL-ACTIVE(PRTSR-FAIL-IX) TO TRUE
049500             ADD 1 TO PRTSR-ACTIVE-COUNT
049600             GO TO 3000-EXIT
049700         WHEN PRINTER-IS-HELD
049800             SET PRTSR-FL-HELD(PRTSR-FAIL-IX) TO TRUE
049900             MOVE PRINTER-RETURN-DATE
050000                 TO PRTSR-FL-STAT-DATE(PRTSR-FAIL-IX)
050100             ADD 1 TO PRTSR-HELD-COUNT
050200         WHEN OTHER
050300             SET PRTSR-FL-RETIRED(PRTSR-FAIL-IX) TO TRUE
050400             ADD 1 TO PRTSR-RETIRED-COUNT
050500     END-EVALUATE.
050600     IF NOT PRTSR-FL-UNDEFINED(PRTSR-FAIL-IX)
050700         PERFORM 3300-FIND-REPLACEMENT THRU 3300-EXIT
050800     END-IF.
050900     PERFORM 3100-FIND-OWNER      THRU 3100-EXIT.
051000     PERFORM 3200-FIND-PRIOR-NOTICE THRU 3200-EXIT.
051100     PERFORM 3400-NOTE-TEAM       THRU 3400-EXIT.
051200 3000-EXIT.
051300     EXIT.
051400*================================================================
051500*    3100-FIND-OWNER - A FULL JOBNAME ON THE OWNERSHIP TABLE
051600*    WINS; OTHERWISE THE LONGEST MATCHING PREFIX.  A JOB NOBODY
051700*    OWNS GOES ON THE *NOOWNER NOTICE FOR THE DESK TO CHASE.
051800*================================================================
051900 3100-FIND-OWNER.
052000     MOVE ZERO TO PRTSR-OWN-HIT-IX
052100                  PRTSR-OWN-BEST-LEN.
052200     MOVE 'N'  TO PRTSR-FOUND-SW.
052300     SET PRTSR-OWN-IX TO 1.
052400     PERFORM 3110-MATCH-OWNER     THRU 3110-EXIT
052500             VARYING PRTSR-OWN-IX FROM 1 BY 1
052600             UNTIL PRTSR-OWN-IX > PRTSR-OWN-USED
052700                OR PRTSR-FOUND.
052800     IF PRTSR-OWN-HIT-IX = ZERO
052900         MOVE PRTSR-NO-OWNER-TEAM TO PRTSR-FL-TEAM(PRTSR-FAIL-IX)
053000     ELSE
053100         SET PRTSR-OWN-IX TO PRTSR-OWN-HIT-IX
053200         MOVE PRTSR-OWN-TEAM(PRTSR-OWN-IX)
053300             TO PRTSR-FL-TEAM(PRTSR-FAIL-IX)
053400     END-IF.
053500 3100-EXIT.
053600     EXIT.
053700*================================================================
053800*    3110-MATCH-OWNER - COMPARE ONE OWNERSHIP ENTRY TO THE JOB.
053900*    AN EXACT MATCH STOPS THE SEARCH; A PREFIX MATCH IS KEPT IF
054000*    IT IS LONGER THAN THE BEST SO FAR.
054100*================================================================
054200 3110-MATCH-OWNER.
054300     IF PRTSR-OWN-PFX-LEN(PRTSR-OWN-IX) = ZERO
054400         IF PRTSR-OWN-JOB(PRTSR-OWN-IX)
054500          = PRTSR-FL-JOB(PRTSR-FAIL-IX)
054600             SET PRTSR-FOUND TO TRUE
054700             SET PRTSR-OWN-HIT-IX TO PRTSR-OWN-IX
054800         END-IF
054900         GO TO 3110-EXIT
055000     END-IF.
055100     IF PRTSR-OWN-PFX-LEN(PRTSR-OWN-IX) > PRTSR-OWN-BEST-LEN
055200        AND PRTSR-OWN-JOB(PRTSR-OWN-IX)
055300                (1:PRTSR-OWN-PFX-LEN(PRTSR-OWN-IX))
055400          = PRTSR-FL-JOB(PRTSR-FAIL-IX)
055500                (1:PRTSR-OWN-PFX-LEN(PRTSR-OWN-IX))
055600         MOVE PRTSR-OWN-PFX-LEN(PRTSR-OWN-IX)
055700             TO PRTSR-OWN-BEST-LEN
055800         SET PRTSR-OWN-HIT-IX TO PRTSR-OWN-IX
055900     END-IF.
056000 3110-EXIT.
056100     EXIT.
056200*================================================================
056300*    3200-FIND-PRIOR-NOTICE - A JOB AND NAME ALREADY ON LAST
056400*    WEEK'S NOTICE HISTORY IS STILL FAILING AFTER BEING TOLD:
056500*    THIS WEEK'S NOTICE IS AN ESCALATION, NUMBERED ON FROM THE
056600*    LAST, AND KEEPS THE DATE IT WAS FIRST SENT
056700*================================================================
056800 3200-FIND-PRIOR-NOTICE.
056900     MOVE ZERO TO PRTSR-OLD-HIT-IX.
057000     MOVE 'N'  TO PRTSR-FOUND-SW.
057100     SET PRTSR-OLD-IX TO 1.
057200     PERFORM 3210-MATCH-PRIOR     THRU 3210-EXIT
057300             VARYING PRTSR-OLD-IX FROM 1 BY 1
057400             UNTIL PRTSR-OLD-IX > PRTSR-OLD-USED
057500                OR PRTSR-FOUND.
057600     IF PRTSR-FOUND
057700         SET PRTSR-OLD-IX TO PRTSR-OLD-HIT-IX
057800         MOVE PRTSR-OLD-FIRST(PRTSR-OLD-IX)
057900             TO PRTSR-FL-FIRST-DATE(PRTSR-FAIL-IX)
058000         COMPUTE PRTSR-FL-NOTICE-NO(PRTSR-FAIL-IX) =
058100                 PRTSR-OLD-COUNT(PRTSR-OLD-IX) + 1
058200         ADD 1 TO PRTSR-ESCALATE-COUNT
058300     ELSE
058400         MOVE PRTSR-TODAY-DATE
058500             TO PRTSR-FL-FIRST-DATE(PRTSR-FAIL-IX)
058600         MOVE 1
058700             TO PRTSR-FL-NOTICE-NO(PRTSR-FAIL-IX)
058800     END-IF.
058900 3200-EXIT.
059000     EXIT.
059100*================================================================
059200*    3210-MATCH-PRIOR - COMPARE ONE NOTICE HISTORY ENTRY
059300*================================================================
059400 3210-MATCH-PRIOR.
059500     IF PRTSR-OLD-JOB(PRTSR-OLD-IX)  = PRTSR-FL-JOB(PRTSR-FAIL-IX)
059600        AND PRTSR-OLD-NAME(PRTSR-OLD-IX)
059700          = PRTSR-FL-NAME(PRTSR-FAIL-IX)
059800         SET PRTSR-FOUND TO TRUE
059900         SET PRTSR-OLD-HIT-IX TO PRTSR-OLD-IX
060000     END-IF.
060100 3210-EXIT.
060200     EXIT.
060300*================================================================
060400*    3300-FIND-REPLACEMENT - THE LOWEST-NAMED ACTIVE PRINTER WITH
060500*    THE STALE NAME'S CAPABILITY FLAGS AT ITS LOCATION, READ FROM
060600*    THE ROW 3000 JUST FETCHED.  A NAME THAT WAS NEVER DEFINED
060700*    HAS NO CAPABILITIES OR LOCATION TO MATCH.
060800*================================================================
060900 3300-FIND-REPLACEMENT.
061000     MOVE LASER-PRINTER-IND TO PRTSR-REPL-LASER.
061100     MOVE POST-SCRIPT-IND   TO PRTSR-REPL-PS.
061200     MOVE PCL-IND           TO PRTSR-REPL-PCL.
061300     MOVE PRINTER-LOCATION  TO PRTSR-REPL-LOC.
061400     MOVE SPACES            TO PRTSR-REPL-NAME.
061500     EXEC SQL OPEN PRTSR-REPL-CSR END-EXEC.
061600     EXEC SQL
061700         FETCH PRTSR-REPL-CSR INTO :PRTSR-REPL-NAME
061800     END-EXEC.
061900     IF SQLCODE NOT = ZERO
062000         MOVE SPACES TO PRTSR-REPL-NAME
062100     END-IF.
062200     EXEC SQL CLOSE PRTSR-REPL-CSR END-EXEC.
062300     MOVE PRTSR-REPL-NAME TO PRTSR-FL-REPL(PRTSR-FAIL-IX).
062400 3300-EXIT.
062500     EXIT.
062600*================================================================
062700*    3400-NOTE-TEAM - ADD THE FAILURE'S TEAM TO THE NOTICE LIST
062800*    THE FIRST TIME IT IS MET, WITH ITS CONTACT FROM THE
062900*    OWNERSHIP ENTRY 3100 MATCHED
063000*================================================================
063100 3400-NOTE-TEAM.
063200     MOVE 'N' TO PRTSR-FOUND-SW.
063300     SET PRTSR-TEAM-IX TO 1.
063400     PERFORM 3410-MATCH-TEAM      THRU 3410-EXIT
063500             VARYING PRTSR-TEAM-IX FROM 1 BY 1
063600             UNTIL PRTSR-TEAM-IX > PRTSR-TEAM-USED
063700                OR PRTSR-FOUND.
063800     IF PRTSR-FOUND
063900         GO TO 3400-EXIT
064000     END-IF.
064100     IF PRTSR-TEAM-USED NOT < 500
064200         DISPLAY 'PRTSTAL0007 TEAM TABLE FULL AT '
064300                 PRTSR-TEAM-USED ' - RAISE THE TABLE AND RERUN'
064400         MOVE 12 TO RETURN-CODE
064500         GOBACK
064600     END-IF.
064700     ADD 1 TO PRTSR-TEAM-USED.
064800     SET PRTSR-TEAM-IX TO PRTSR-TEAM-USED.
064900     MOVE PRTSR-FL-TEAM(PRTSR-FAIL-IX)
065000         TO PRTSR-TM-TEAM(PRTSR-TEAM-IX).
065100     IF PRTSR-OWN-HIT-IX = ZERO
065200         MOVE 'NO OWNER ON THE JOB-OWNERSHIP FILE - DESK TO CHASE'
065300             TO PRTSR-TM-CONTACT(PRTSR-TEAM-IX)
065400     ELSE
065500         SET PRTSR-OWN-IX TO PRTSR-OWN-HIT-IX
065600         MOVE PRTSR-OWN-CONTACT(PRTSR-OWN-IX)
065700             TO PRTSR-TM-CONTACT(PRTSR-TEAM-IX)
065800     END-IF.
065900 3400-EXIT.
066000     EXIT.
066100*================================================================
066200*    3410-MATCH-TEAM - COMPARE ONE TEAM TABLE ENTRY
066300*================================================================
066400 3410-MATCH-TEAM.
066500     IF PRTSR-TM-TEAM(PRTSR-TEAM-IX)
066600      = PRTSR-FL-TEAM(PRTSR-FAIL-IX)
066700         SET PRTSR-FOUND TO TRUE
066800     END-IF.
066900 3410-EXIT.
067000     EXIT.
067100*================================================================
067200*    4000-SCAN-HISTORY - READ THE WHOLE MAINTENANCE HISTORY ONCE
067300*    AND GIVE EVERY RETIRED NAME THE DATE OF ITS LAST RETIRE.
067400*    A NAME RETIRED BEFORE THE HISTORY BEGAN KEEPS A BLANK DATE.
067500*================================================================
067600 4000-SCAN-HISTORY.
067700     IF PRTSR-RETIRED-COUNT = ZERO
067800         GO TO 4000-EXIT
067900     END-IF.
068000     OPEN INPUT PRTHIST-FILE.
068100     MOVE 'N' TO PRTSR-EOF-SW.
068200     PERFORM 4100-READ-HISTORY    THRU 4100-EXIT
068300             UNTIL PRTSR-EOF.
068400     CLOSE PRTHIST-FILE.
068500 4000-EXIT.
068600     EXIT.
068700*================================================================
068800*    4100-READ-HISTORY - READ ONE HISTORY RECORD; A RETIRE IS
068900*    POSTED TO EVERY RETIRED FAILURE ENTRY FOR THAT NAME.  THE
069000*    HISTORY IS IN DATE ORDER, SO THE LAST RETIRE POSTED WINS.
069100*================================================================
069200 4100-READ-HISTORY.
069300     READ PRTHIST-FILE INTO PRTH-HISTORY-RECORD
069400         AT END
069500             SET PRTSR-EOF TO TRUE
069600             GO TO 4100-EXIT
069700     END-READ.
069800     IF NOT PRTH-ACTION-RETIRE
069900         GO TO 4100-EXIT
070000     END-IF.
070100     SET PRTSR-FAIL-IX TO 1.
070200     PERFORM 4200-POST-RETIRE     THRU 4200-EXIT
070300             VARYING PRTSR-FAIL-IX FROM 1 BY 1
070400             UNTIL PRTSR-FAIL-IX > PRTSR-FAIL-USED.
070500 4100-EXIT.
070600     EXIT.
070700*================================================================
070800*    4200-POST-RETIRE - STAMP ONE FAILURE ENTRY WITH THE RETIRE
070900*    DATE WHEN IT IS THE NAME RETIRED
071000*================================================================
071100 4200-POST-RETIRE.
071200     IF PRTSR-FL-RETIRED(PRTSR-FAIL-IX)
071300        AND PRTSR-FL-NAME(PRTSR-FAIL-IX) = PRTH-PRINTER-NAME
071400         MOVE PRTH-DATE TO PRTSR-FL-STAT-DATE(PRTSR-FAIL-IX)
071500     END-IF.
071600 4200-EXIT.
071700     EXIT.
071800*================================================================
071900*    5000-WRITE-NOTICES - ONE NOTICE PER TEAM, EACH LISTING EVERY
072000*    NOTICED JOB AND NAME THE TEAM OWNS
072100*================================================================
072200 5000-WRITE-NOTICES.
072300     OPEN OUTPUT PRTSRNOT-FILE.
072400     SET PRTSR-TEAM-IX TO 1.
072500     PERFORM 5100-WRITE-TEAM-NOTICE THRU 5100-EXIT
072600             VARYING PRTSR-TEAM-IX FROM 1 BY 1
072700             UNTIL PRTSR-TEAM-IX > PRTSR-TEAM-USED.
072800     CLOSE PRTSRNOT-FILE.
072900 5000-EXIT.
073000     EXIT.
073100*================================================================
073200*    5100-WRITE-TEAM-NOTICE - THE HEADING OF ONE TEAM'S NOTICE,
073300*    THEN ITS DETAIL LINES
073400*================================================================
073500 5100-WRITE-TEAM-NOTICE.
073600     ADD 1 TO PRTSR-NOTICE-COUNT.
073700     MOVE PRTSR-TM-TEAM(PRTSR-TEAM-IX) TO PRTSR-CUR-TEAM.
073800     MOVE ALL '=' TO PRTSR-REPORT-LINE.
073900     MOVE SPACES  TO PRTSR-REPORT-LINE(81:53).
074000     WRITE PRTSRNOT-RECORD FROM PRTSR-REPORT-LINE.
074100     MOVE SPACES TO PRTSR-REPORT-LINE.
074200     STRING 'PRINT SERVICES NOTICE TO APPLICATION TEAM '
074300            PRTSR-CUR-TEAM
074400            DELIMITED BY SIZE INTO PRTSR-REPORT-LINE.
074500     WRITE PRTSRNOT-RECORD FROM PRTSR-REPORT-LINE.
074600     MOVE SPACES TO PRTSR-REPORT-LINE.
074700     STRING 'CONTACT: ' PRTSR-TM-CONTACT(PRTSR-TEAM-IX)
074800            DELIMITED BY SIZE INTO PRTSR-REPORT-LINE.
074900     WRITE PRTSRNOT-RECORD FROM PRTSR-REPORT-LINE.
075000     MOVE SPACES TO PRTSR-REPORT-LINE.
075100     STRING 'YOUR JOBS ASKED FOR PRINTERS THAT ARE NOT IN'
075200            ' SERVICE BETWEEN ' PRTSR-FROM-DATE
075300            ' AND ' PRTSR-TO-DATE
075400            DELIMITED BY SIZE INTO PRTSR-REPORT-LINE.
075500     WRITE PRTSRNOT-RECORD FROM PRTSR-REPORT-LINE.
075600     MOVE SPACES TO PRTSR-REPORT-LINE.
075700     WRITE PRTSRNOT-RECORD FROM PRTSR-REPORT-LINE.
075800     MOVE '  JOB      PRINTER     FAILED  STATUS' TO
075900         PRTSR-REPORT-LINE.
076000     MOVE 'USE INSTEAD'   TO PRTSR-REPORT-LINE(70:11).
076100     WRITE PRTSRNOT-RECORD FROM PRTSR-REPORT-LINE.
076200     SET PRTSR-FAIL-IX TO 1.
076300     PERFORM 5200-WRITE-NOTICE-LINE THRU 5200-EXIT
076400             VARYING PRTSR-FAIL-IX FROM 1 BY 1
076500             UNTIL PRTSR-FAIL-IX > PRTSR-FAIL-USED.
076600     MOVE SPACES TO PRTSR-REPORT-LINE.
076700     WRITE PRTSRNOT-RECORD FROM PRTSR-REPORT-LINE.
076800 5100-EXIT.
076900     EXIT.
077000*================================================================
077100*    5200-WRITE-NOTICE-LINE - ONE JOB AND NAME FOR THE CURRENT
077200*    TEAM: THE FAILURE COUNT, WHY THE NAME FAILS, WHAT TO USE
077300*    INSTEAD, AND - FOR A REPEAT - AN ESCALATION LINE BENEATH
077400*================================================================
077500 5200-WRITE-NOTICE-LINE.
077600     IF NOT PRTSR-FL-NOTICED(PRTSR-FAIL-IX)
077700        OR PRTSR-FL-TEAM(PRTSR-FAIL-IX) NOT = PRTSR-CUR-TEAM
077800         GO TO 5200-EXIT
077900     END-IF.
078000     PERFORM 5300-SET-STATUS-TEXT THRU 5300-EXIT.
078100     MOVE PRTSR-FL-COUNT(PRTSR-FAIL-IX) TO PRTSR-PRINT-FAILS.
078200     MOVE SPACES TO PRTSR-REPORT-LINE.
078300     STRING '  ' PRTSR-FL-JOB(PRTSR-FAIL-IX)
078400            ' ' PRTSR-FL-NAME(PRTSR-FAIL-IX)
078500            ' ' PRTSR-PRINT-FAILS
078600            '  ' PRTSR-STATUS-TEXT
078700            DELIMITED BY SIZE INTO PRTSR-REPORT-LINE.
078800     IF PRTSR-FL-UNDEFINED(PRTSR-FAIL-IX)
078900         MOVE 'NO SUCH PRINTER - CHECK THE JCL/PARM'
079000             TO PRTSR-REPORT-LINE(70:36)
079100     ELSE
079200         IF PRTSR-FL-REPL(PRTSR-FAIL-IX) = SPACES
079300             MOVE 'NONE ACTIVE AT THAT LOCATION - CALL THE DESK'
079400                 TO PRTSR-REPORT-LINE(70:44)
079500         ELSE
079600             MOVE PRTSR-FL-REPL(PRTSR-FAIL-IX)
079700                 TO PRTSR-REPORT-LINE(70:8)
079800         END-IF
079900     END-IF.
080000     WRITE PRTSRNOT-RECORD FROM PRTSR-REPORT-LINE.
080100     IF PRTSR-FL-NOTICE-NO(PRTSR-FAIL-IX) > 1
080200         MOVE PRTSR-FL-NOTICE-NO(PRTSR-FAIL-IX)
080300             TO PRTSR-PRINT-NOTICE
080400         MOVE SPACES TO PRTSR-REPORT-LINE
080500         STRING '      *** ESCALATED - NOTICE ' PRTSR-PRINT-NOTICE
080600                ', FIRST SENT '
080700                PRTSR-FL-FIRST-DATE(PRTSR-FAIL-IX)
080800                ' - STILL FAILING, PLEASE CORRECT THIS JOB ***'
080900                DELIMITED BY SIZE INTO PRTSR-REPORT-LINE
081000         WRITE PRTSRNOT-RECORD FROM PRTSR-REPORT-LINE
081100     END-IF.
081200 5200-EXIT.
081300     EXIT.
081400*================================================================
081500*    5300-SET-STATUS-TEXT - WORD THE CLASSIFICATION, WITH ITS
081600*    RETIRE OR EXPECTED RETURN DATE WHERE THERE IS ONE
081700*================================================================
081800 5300-SET-STATUS-TEXT.
081900     MOVE SPACES TO PRTSR-STATUS-TEXT.
082000     EVALUATE TRUE
082100         WHEN PRTSR-FL-UNDEFINED(PRTSR-FAIL-IX)
082200             MOVE 'NEVER DEFINED' TO PRTSR-STATUS-TEXT
082300         WHEN PRTSR-FL-HELD(PRTSR-FAIL-IX)
082400             IF PRTSR-FL-STAT-DATE(PRTSR-FAIL-IX) = SPACES
082500                 MOVE 'HELD, NO RETURN DATE' TO PRTSR-STATUS-TEXT
082600             ELSE
082700                 STRING 'HELD, BACK '
082800                        PRTSR-FL-STAT-DATE(PRTSR-FAIL-IX)
082900                     DELIMITED BY SIZE INTO PRTSR-STATUS-TEXT
083000             END-IF
083100         WHEN OTHER
083200             IF PRTSR-FL-STAT-DATE(PRTSR-FAIL-IX) = SPACES
083300                 MOVE 'RETIRED' TO PRTSR-STATUS-TEXT
083400             ELSE
083500                 STRING 'RETIRED '
083600                        PRTSR-FL-STAT-DATE(PRTSR-FAIL-IX)
083700                     DELIMITED BY SIZE INTO PRTSR-STATUS-TEXT
083800             END-IF
083900     END-EVALUATE.
084000 5300-EXIT.
084100     EXIT.
084200*================================================================
084300*    6000-WRITE-NOTICE-HIST - THIS WEEK'S NOTICE HISTORY: ONE
084400*    RECORD FOR EVERY JOB AND NAME NOTICED THIS RUN.  NEXT
084500*    WEEK'S RUN READS IT AS PRTSROLD TO FIND THE REPEATS.
084600*================================================================
084700 6000-WRITE-NOTICE-HIST.
084800     OPEN OUTPUT PRTSRNEW-FILE.
084900     SET PRTSR-FAIL-IX TO 1.
085000     PERFORM 6100-WRITE-HIST-REC  THRU 6100-EXIT
085100             VARYING PRTSR-FAIL-IX FROM 1 BY 1
085200             UNTIL PRTSR-FAIL-IX > PRTSR-FAIL-USED.
085300     CLOSE PRTSRNEW-FILE.
085400 6000-EXIT.
085500     EXIT.
085600*================================================================
085700*    6100-WRITE-HIST-REC - ONE NOTICE HISTORY RECORD
085800*================================================================
085900 6100-WRITE-HIST-REC.
086000     IF NOT PRTSR-FL-NOTICED(PRTSR-FAIL-IX)
086100         GO TO 6100-EXIT
086200     END-IF.
086300     MOVE SPACES TO PRTSR-NOTICE-HIST.
086400     MOVE PRTSR-FL-JOB(PRTSR-FAIL-IX)  TO PRTSR-NH-JOBNAME.
086500     MOVE PRTSR-FL-NAME(PRTSR-FAIL-IX) TO PRTSR-NH-PRINTER-NAME.
086600     MOVE PRTSR-FL-TEAM(PRTSR-FAIL-IX) TO PRTSR-NH-TEAM.
086700     MOVE PRTSR-FL-FIRST-DATE(PRTSR-FAIL-IX)
086800         TO PRTSR-NH-FIRST-DATE.
086900     MOVE PRTSR-TODAY-DATE TO PRTSR-NH-LAST-DATE.
087000     MOVE PRTSR-FL-NOTICE-NO(PRTSR-FAIL-IX)
087100         TO PRTSR-NH-NOTICE-COUNT.
087200     MOVE PRTSR-FL-COUNT(PRTSR-FAIL-IX) TO PRTSR-NH-FAIL-COUNT.
087300     WRITE PRTSRNEW-RECORD FROM PRTSR-NOTICE-HIST.
087400     ADD 1 TO PRTSR-HIST-WRITE-COUNT.
087500 6100-EXIT.
087600     EXIT.
087700*================================================================
087800*    7000-PRINT-SUMMARY - THE DESK'S COPY: RUN TOTALS AND EVERY
087900*    ESCALATION, SO THE REPEATS CAN BE CHASED BY PHONE
088000*================================================================
088100 7000-PRINT-SUMMARY.
088200     OPEN OUTPUT PRTSRRPT-FILE.
088300     MOVE SPACES TO PRTSR-REPORT-LINE.
088400     STRING 'PRTSTAL - STALE PRINTER REFERENCES ' PRTSR-FROM-DATE
088500            ' THRU ' PRTSR-TO-DATE
088600            DELIMITED BY SIZE INTO PRTSR-REPORT-LINE.
088700     WRITE PRTSRRPT-RECORD FROM PRTSR-REPORT-LINE.
088800     MOVE SPACES TO PRTSR-REPORT-LINE.
088900     WRITE PRTSRRPT-RECORD FROM PRTSR-REPORT-LINE.
089000     MOVE SPACES TO PRTSR-REPORT-LINE.
089100     STRING 'AUDIT RECORDS READ=' PRTSR-AUD-READ-COUNT
089200            ' NOTFOUND IN WINDOW=' PRTSR-AUD-NOTFND-COUNT
089300            DELIMITED BY SIZE INTO PRTSR-REPORT-LINE.
089400     WRITE PRTSRRPT-RECORD FROM PRTSR-REPORT-LINE.
089500     MOVE SPACES TO PRTSR-REPORT-LINE.
089600     STRING 'JOB/NAME PAIRS: RETIRED=' PRTSR-RETIRED-COUNT
089700            ' HELD='          PRTSR-HELD-COUNT
089800            ' NEVER DEFINED=' PRTSR-UNDEF-COUNT
089900            ' ACTIVE AGAIN='  PRTSR-ACTIVE-COUNT
090000            ' LOOKUP ERROR='  PRTSR-SQLERR-COUNT
090100            DELIMITED BY SIZE INTO PRTSR-REPORT-LINE.
090200     WRITE PRTSRRPT-RECORD FROM PRTSR-REPORT-LINE.
090300     MOVE SPACES TO PRTSR-REPORT-LINE.
090400     STRING 'TEAM NOTICES WRITTEN=' PRTSR-NOTICE-COUNT
090500            ' ESCALATIONS=' PRTSR-ESCALATE-COUNT
090600            DELIMITED BY SIZE INTO PRTSR-REPORT-LINE.
090700     WRITE PRTSRRPT-RECORD FROM PRTSR-REPORT-LINE.
090800     IF PRTSR-ESCALATE-COUNT > ZERO
090900         MOVE SPACES TO PRTSR-REPORT-LINE
091000         WRITE PRTSRRPT-RECORD FROM PRTSR-REPORT-LINE
091100         MOVE 'ESCALATIONS - STILL FAILING AFTER A NOTICE'
091200             TO PRTSR-REPORT-LINE
091300         WRITE PRTSRRPT-RECORD FROM PRTSR-REPORT-LINE
091400         SET PRTSR-FAIL-IX TO 1
091500         PERFORM 7100-LIST-ESCALATION THRU 7100-EXIT
091600                 VARYING PRTSR-FAIL-IX FROM 1 BY 1
091700                 UNTIL PRTSR-FAIL-IX > PRTSR-FAIL-USED
091800     END-IF.
091900     CLOSE PRTSRRPT-FILE.
092000 7000-EXIT.
092100     EXIT.
092200*================================================================
092300*    7100-LIST-ESCALATION - ONE LINE PER ESCALATED JOB AND NAME
092400*================================================================
092500 7100-LIST-ESCALATION.
092600     IF NOT PRTSR-FL-NOTICED(PRTSR-FAIL-IX)
092700        OR PRTSR-FL-NOTICE-NO(PRTSR-FAIL-IX) NOT > 1
092800         GO TO 7100-EXIT
092900     END-IF.
093000     MOVE PRTSR-FL-COUNT(PRTSR-FAIL-IX)     TO PRTSR-PRINT-FAILS.
093100     MOVE PRTSR-FL-NOTICE-NO(PRTSR-FAIL-IX) TO PRTSR-PRINT-NOTICE.
093200     MOVE SPACES TO PRTSR-REPORT-LINE.
093300     STRING '  TEAM ' PRTSR-FL-TEAM(PRTSR-FAIL-IX)
093400            ' JOB '   PRTSR-FL-JOB(PRTSR-FAIL-IX)
093500            ' PRINTER ' PRTSR-FL-NAME(PRTSR-FAIL-IX)
093600            ' FAILED ' PRTSR-PRINT-FAILS
093700            ' NOTICE ' PRTSR-PRINT-NOTICE
093800            ' FIRST SENT ' PRTSR-FL-FIRST-DATE(PRTSR-FAIL-IX)
093900            DELIMITED BY SIZE INTO PRTSR-REPORT-LINE.
094000     WRITE PRTSRRPT-RECORD FROM PRTSR-REPORT-LINE.
094100 7100-EXIT.
094200     EXIT.
094300*================================================================
094400*    9000-TERMINATE - REPORT RUN TOTALS.  ANY ESCALATION ENDS
094500*    THE JOB RC=4 SO THE DESK LOOKS AT IT; A LOOKUP ERROR ENDS
094600*    IT RC=8 - THOSE NAMES WENT UNCLASSIFIED AND UNNOTICED.
094700*================================================================
094800 9000-TERMINATE.
094900     DISPLAY 'PRTSTAL0001 NOTFOUND=' PRTSR-AUD-NOTFND-COUNT
095000             ' NOTICES=' PRTSR-NOTICE-COUNT
095100             ' ESCALATIONS=' PRTSR-ESCALATE-COUNT
095200             ' HISTORY=' PRTSR-HIST-WRITE-COUNT.
095300     IF PRTSR-SQLERR-COUNT > ZERO
095400         MOVE 8 TO RETURN-CODE
095500         GO TO 9000-EXIT
095600     END-IF.
095700     IF PRTSR-ESCALATE-COUNT > ZERO
095800         MOVE 4 TO RETURN-CODE
095900     END-IF.
096000 9000-EXIT.
096100     EXIT.
