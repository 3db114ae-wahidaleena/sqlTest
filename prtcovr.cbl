000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTCOVR.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  NIGHTLY ROUTING-PROFILE
001300*                   COVERAGE CHECK.  WALKS EVERY PRTPROF PROFILE
001400*                   AND WEIGHS EVERY PRINTER ROW THAT COULD SERVE
001500*                   IT BY THE SAME CAPABILITY, LOCATION, WRITER-
001600*                   LIVE, ALTERNATE AND QUEUE-DEPTH TESTS PRTSEL
001700*                   APPLIES IN 3100-FETCH-CANDIDATE, AGAINST THE
001800*                   SAME PRTQDEP AND PRTWTR EXTRACTS, SO A PROFILE
001900*                   THAT CAN NO LONGER BE SATISFIED SHOWS UP HERE
002000*                   OVERNIGHT INSTEAD OF AS A NOMATCH ON THE
002100*                   MORNING PAYROLL OR CHECK-STOCK RUN.  EVERY
002200*                   DEVICE LINE NAMES WHAT IS BLOCKING IT (HELD,
002300*                   RETIRED, CAPABILITY, DEAD WRITER, NO QUEUE-
002400*                   DEPTH ENTRY), AND AN EXACT-DEST OVERRIDE IS
002500*                   CHECKED AS THE ONE DEVICE IT NAMES.  A PROFILE
002600*                   WITH NO ELIGIBLE DEVICE IS CRITICAL AND ENDS
002700*                   THE JOB RC=12; ONE DOWN TO A SINGLE DEVICE, OR
002800*                   SATISFIED ONLY THROUGH ALT-SUB SUBSTITUTIONS,
002900*                   IS A WARNING AND ENDS IT RC=4.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.        IBM-ZSERIES.
003400 OBJECT-COMPUTER.        IBM-ZSERIES.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PRTCCTL-FILE ASSIGN TO PRTCCTL
003800                         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PRTQDEP-FILE ASSIGN TO PRTQDEP
004000                         ORGANIZATION IS SEQUENTIAL.
004100     SELECT PRTWTR-FILE  ASSIGN TO PRTWTR
004200                         ORGANIZATION IS SEQUENTIAL.
004300     SELECT PRTPROF-FILE ASSIGN TO PRTPROF
004400                         ORGANIZATION IS SEQUENTIAL.
004500     SELECT PRTCRPT-FILE ASSIGN TO PRTCRPT
004600                         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PRTCCTL-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  PRTCCTL-RECORD.
005300     05  PRTCCTL-MAX-EXTR-AGE    PIC 9(03).
005400     05  FILLER                  PIC X(77).
005500 FD  PRTQDEP-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  PRTQDEP-RECORD.
005900     05  PRTQDEP-PRINTER-DEST    PIC X(08).
006000     05  PRTQDEP-QUEUE-DEPTH     PIC 9(05).
006100     05  FILLER                  PIC X(67).
006200 FD  PRTWTR-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  PRTWTR-RECORD.
006600     05  PRTWTR-WRITER-NAME      PIC X(08).
006700     05  FILLER                  PIC X(72).
006800 FD  PRTPROF-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY PRTPRFR.
007200 FD  PRTCRPT-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  PRTCRPT-RECORD              PIC X(133).
007600 WORKING-STORAGE SECTION.
007700*----------------------------------------------------------------
007800*    PRINTER TABLE DECLARATION AND HOST VARIABLES
007900*----------------------------------------------------------------
008000     COPY PRTTBL.
008100*----------------------------------------------------------------
008200*    SQL COMMUNICATION AREA
008300*----------------------------------------------------------------
008400     EXEC SQL INCLUDE SQLCA END-EXEC.
008500*----------------------------------------------------------------
008600*    PROFILE CRITERIA HOST VARIABLES - MUST BE DECLARED BEFORE
008700*    THE CURSORS BELOW THAT REFERENCE THEM
008800*----------------------------------------------------------------
008900 01  PRTCV-CRIT-LASER            PIC X(01).
009000 01  PRTCV-CRIT-PS               PIC X(01).
009100 01  PRTCV-CRIT-PCL              PIC X(01).
009200 01  PRTCV-CRIT-LOC              PIC X(08).
009300*----------------------------------------------------------------
009400*    CURSOR - EVERY PRINTER ROW AT THE PROFILE'S LOCATION, OR
009500*    WITH ITS EXACT-DEST OVERRIDE, WHATEVER ITS STATUS OR
009600*    CAPABILITIES - THE SAME ROWS PRTSEL'S LOCATION FILTER LETS
009700*    THROUGH, PLUS THE ONES ITS CURSOR NEVER SEES, SO A HELD,
009800*    RETIRED OR WRONG-CAPABILITY DEVICE AT THE SITE IS NAMED
009900*----------------------------------------------------------------
010000     EXEC SQL
010100         DECLARE PRTCV-LOC-CSR CURSOR FOR
010200         SELECT   PRINTER_DEST,       PRINTER_LOCATION,
010300                  WRITER_NAME,        ALTERNATE_DEST,
010400                  PRINTER_ACTIVE_IND, PRINTER_RETURN_DATE,
010500                  LASER_PRINTER_IND,  POST_SCRIPT_IND,
010600                  PCL_IND
010700         FROM     PRINTER
010800         WHERE   (PRINTER_LOCATION = :PRTCV-CRIT-LOC)
010900            OR   (PRINTER_DEST     = :PRTCV-CRIT-LOC)
011000         ORDER BY PRINTER_DEST
011100     END-EXEC.
011200*----------------------------------------------------------------
011300*    CURSOR - EVERY PRINTER ROW MATCHING THE PROFILE'S
011400*    CAPABILITY INDICATORS, WHATEVER ITS STATUS, FOR A PROFILE
011500*    WITH NO LOCATION OR OVERRIDE (ANY SITE WILL DO)
011600*----------------------------------------------------------------
011700     EXEC SQL
011800         DECLARE PRTCV-ANY-CSR CURSOR FOR
011900         SELECT   PRINTER_DEST,       PRINTER_LOCATION,
012000                  WRITER_NAME,        ALTERNATE_DEST,
012100                  PRINTER_ACTIVE_IND, PRINTER_RETURN_DATE,
012200                  LASER_PRINTER_IND,  POST_SCRIPT_IND,
012300                  PCL_IND
012400         FROM     PRINTER
012500         WHERE   (LASER_PRINTER_IND  = :PRTCV-CRIT-LASER)
012600           AND   (POST_SCRIPT_IND    = :PRTCV-CRIT-PS)
012700           AND   (PCL_IND            = :PRTCV-CRIT-PCL)
012800         ORDER BY PRINTER_DEST
012900     END-EXEC.
013000*----------------------------------------------------------------
013100*    EXTRACT GENERATION CONTROL RECORD AND THE CHECK STATE FOR
013200*    THE EXTRACT CURRENTLY BEING LOADED - RESET PER FILE BY
013300*    1500-RESET-GEN-CHECK, PROVED BY 1700-VERIFY-EXTRACT
013400*----------------------------------------------------------------
013500     COPY PRTGENC.
013600 01  PRTCV-MAX-EXTR-AGE          PIC 9(03)   VALUE 001.
013700 01  PRTCV-TODAY-DATE            PIC 9(08)   VALUE ZERO.
013800 01  PRTCV-GEN-CHECK.
013900     05  PRTCV-GEN-FILE          PIC X(08)   VALUE SPACES.
014000     05  PRTCV-GEN-HDR-SW        PIC X(01)   VALUE 'N'.
014100         88  PRTCV-GEN-HDR-SEEN              VALUE 'Y'.
014200     05  PRTCV-GEN-TRL-SW        PIC X(01)   VALUE 'N'.
014300         88  PRTCV-GEN-TRL-SEEN              VALUE 'Y'.
014400     05  PRTCV-GEN-BAD-SW        PIC X(01)   VALUE 'N'.
014500         88  PRTCV-GEN-BAD                   VALUE 'Y'.
014600     05  PRTCV-GEN-RECNO         PIC 9(07)   VALUE ZERO.
014700     05  PRTCV-GEN-DATA-COUNT    PIC 9(07)   VALUE ZERO.
014800     05  PRTCV-GEN-EXP-COUNT     PIC 9(09)   VALUE ZERO.
014900     05  PRTCV-GEN-DATE          PIC 9(08)   VALUE ZERO.
015000*----------------------------------------------------------------
015100*    CURRENT JES WRITER EXTRACT AND QUEUE DEPTH EXTRACT, HELD
015200*    AS TABLES EXACTLY AS PRTSEL HOLDS THEM
015300*----------------------------------------------------------------
015400 01  PRTCV-WRITER-TABLE.
015500     05  PRTCV-WRITER-ENTRY      PIC X(08)
015600             OCCURS 2000 TIMES
015700             INDEXED BY PRTCV-WRITER-IX.
015800 01  PRTCV-WRITER-COUNT          PIC 9(05)   VALUE ZERO.
015900 01  PRTCV-WTR-ARG               PIC X(08)   VALUE SPACES.
016000 01  PRTCV-QDEPTH-TABLE.
016100     05  PRTCV-QDEPTH-ENTRY      OCCURS 2000 TIMES
016200             INDEXED BY PRTCV-QDEPTH-IX.
016300         10  PRTCV-QDEPTH-DEST   PIC X(08).
016400         10  PRTCV-QDEPTH-DEPTH  PIC 9(05).
016500 01  PRTCV-QDEPTH-COUNT          PIC 9(05)   VALUE ZERO.
016600*----------------------------------------------------------------
016700*    ALTERNATE-ROW LOOKUP HOST VARIABLES AND THE DEST ACTUALLY
016800*    WEIGHED FOR THE CURRENT DEVICE (ITS OWN, OR ITS
016900*    ALTERNATE'S AFTER A SUBSTITUTION)
017000*----------------------------------------------------------------
017100 01  PRTCV-ALT-WRITER            PIC X(08)   VALUE SPACES.
017200 01  PRTCV-ALT-ACTIVE            PIC X(01)   VALUE SPACES.
017300 01  PRTCV-CAND-DEST             PIC X(08)   VALUE SPACES.
017400 01  PRTCV-CAND-DEPTH            PIC 9(05)   VALUE ZERO.
017500 01  PRTCV-CAND-VERDICT          PIC X(60)   VALUE SPACES.
017600*----------------------------------------------------------------
017700*    ROUTING PROFILES FROM THE PRTPROF REFERENCE FILE, EACH
017800*    WITH THE SEVERITY AND ONE-LINE FINDING THIS RUN GAVE IT
017900*    FOR THE CLOSING SUMMARY
018000*----------------------------------------------------------------
018100 01  PRTCV-PROF-TABLE.
018200     05  PRTCV-PROF-ENTRY        OCCURS 200 TIMES
018300             INDEXED BY PRTCV-PROF-IX.
018400         10  PRTCV-PROF-CODE     PIC X(08).
018500         10  PRTCV-PROF-LASER    PIC X(01).
018600         10  PRTCV-PROF-PS       PIC X(01).
018700         10  PRTCV-PROF-PCL      PIC X(01).
018800         10  PRTCV-PROF-LOC      PIC X(08).
018900         10  PRTCV-PROF-DEST     PIC X(08).
019000         10  PRTCV-PROF-SEV      PIC X(08).
019100         10  PRTCV-PROF-NOTE     PIC X(60).
019200 01  PRTCV-PROF-USED             PIC 9(05) COMP VALUE ZERO.
019300*----------------------------------------------------------------
019400*    PER-PROFILE TALLIES - HOW MANY ROWS WERE WEIGHED, HOW MANY
019500*    CAN TAKE THE WORK DIRECTLY OR ONLY AS AN ALT-SUB, AND
019600*    WHETHER THE ELIGIBLE DESTS COME TO ONE DEVICE OR MORE
019700*----------------------------------------------------------------
019800 01  PRTCV-PROFILE-COUNTS.
019900     05  PRTCV-ROW-COUNT         PIC 9(05)   VALUE ZERO.
020000     05  PRTCV-DIRECT-COUNT      PIC 9(05)   VALUE ZERO.
020100     05  PRTCV-ALTSUB-COUNT      PIC 9(05)   VALUE ZERO.
020200     05  PRTCV-FIRST-DEST        PIC X(08)   VALUE SPACES.
020300     05  PRTCV-DISTINCT-SW       PIC X(01)   VALUE '0'.
020400         88  PRTCV-NO-DEVICE                 VALUE '0'.
020500         88  PRTCV-ONE-DEVICE                VALUE '1'.
020600         88  PRTCV-MANY-DEVICES              VALUE '2'.
020700*----------------------------------------------------------------
020800*    SWITCHES AND COUNTERS
020900*----------------------------------------------------------------
021000 01  PRTCV-SWITCHES.
021100     05  PRTCV-QDEP-EOF-SW       PIC X(01)   VALUE 'N'.
021200         88  PRTCV-QDEP-EOF                  VALUE 'Y'.
021300     05  PRTCV-WTR-EOF-SW        PIC X(01)   VALUE 'N'.
021400         88  PRTCV-WTR-EOF                   VALUE 'Y'.
021500     05  PRTCV-PROF-EOF-SW       PIC X(01)   VALUE 'N'.
021600         88  PRTCV-PROF-EOF                  VALUE 'Y'.
021700     05  PRTCV-CSR-EOF-SW        PIC X(01)   VALUE 'N'.
021800         88  PRTCV-CSR-EOF                   VALUE 'Y'.
021900     05  PRTCV-QFOUND-SW         PIC X(01)   VALUE 'N'.
022000         88  PRTCV-QFOUND                    VALUE 'Y'.
022100     05  PRTCV-WFOUND-SW         PIC X(01)   VALUE 'N'.
022200         88  PRTCV-WFOUND                    VALUE 'Y'.
022300     05  PRTCV-SUB-SW            PIC X(01)   VALUE 'N'.
022400         88  PRTCV-SUBSTITUTED               VALUE 'Y'.
022500     05  PRTCV-OVR-SEEN-SW       PIC X(01)   VALUE 'N'.
022600         88  PRTCV-OVR-SEEN                  VALUE 'Y'.
022700 01  PRTCV-COUNTERS.
022800     05  PRTCV-CHECKED-COUNT     PIC 9(07)   VALUE ZERO.
022900     05  PRTCV-CRITICAL-COUNT    PIC 9(07)   VALUE ZERO.
023000     05  PRTCV-WARNING-COUNT     PIC 9(07)   VALUE ZERO.
023100     05  PRTCV-OK-COUNT          PIC 9(07)   VALUE ZERO.
023200 01  PRTCV-REPORT-LINE           PIC X(133).
023300 PROCEDURE DIVISION.
023400*================================================================
023500*    0000-MAINLINE
023600*================================================================
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
023900     SET PRTCV-PROF-IX TO 1.
024000     PERFORM 2000-CHECK-PROFILE   THRU 2000-EXIT
024100             VARYING PRTCV-PROF-IX FROM 1 BY 1
024200             UNTIL PRTCV-PROF-IX > PRTCV-PROF-USED.
024300     PERFORM 5000-PRINT-SUMMARY   THRU 5000-EXIT.
024400     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
024500     GOBACK.
024600*================================================================
024700*    1000-INITIALIZE - LOAD AND PROVE THE QUEUE DEPTH AND WRITER
024800*    EXTRACTS, LOAD THE ROUTING PROFILES AND OPEN THE REPORT
024900*================================================================
025000 1000-INITIALIZE.
025100     PERFORM 1050-READ-CONTROL    THRU 1050-EXIT.
025200     ACCEPT PRTCV-TODAY-DATE FROM DATE YYYYMMDD.
025300     OPEN INPUT  PRTQDEP-FILE.
025400     MOVE 'PRTQDEP ' TO PRTCV-GEN-FILE.
025500     PERFORM 1500-RESET-GEN-CHECK THRU 1500-EXIT.
025600     PERFORM 1100-READ-QDEPTH     THRU 1100-EXIT.
025700     PERFORM 1200-LOAD-QDEPTH     THRU 1200-EXIT
025800             UNTIL PRTCV-QDEP-EOF.
025900     CLOSE PRTQDEP-FILE.
026000     PERFORM 1700-VERIFY-EXTRACT  THRU 1700-EXIT.
026100     OPEN INPUT  PRTWTR-FILE.
026200     MOVE 'PRTWTR  ' TO PRTCV-GEN-FILE.
026300     PERFORM 1500-RESET-GEN-CHECK THRU 1500-EXIT.
026400     PERFORM 1300-READ-WRITER     THRU 1300-EXIT.
026500     PERFORM 1400-LOAD-WRITER     THRU 1400-EXIT
026600             UNTIL PRTCV-WTR-EOF.
026700     CLOSE PRTWTR-FILE.
026800     PERFORM 1700-VERIFY-EXTRACT  THRU 1700-EXIT.
026900     OPEN INPUT  PRTPROF-FILE.
027000     PERFORM 1800-READ-PROFILE    THRU 1800-EXIT.
027100     PERFORM 1850-LOAD-PROFILE    THRU 1850-EXIT
027200             UNTIL PRTCV-PROF-EOF.
027300     CLOSE PRTPROF-FILE.
027400     OPEN OUTPUT PRTCRPT-FILE.
027500     MOVE SPACES TO PRTCV-REPORT-LINE.
027600     STRING 'PRTCOVR - ROUTING PROFILE COVERAGE CHECK FOR '
027700            PRTCV-TODAY-DATE
027800            DELIMITED BY SIZE INTO PRTCV-REPORT-LINE.
027900     WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE.
028000 1000-EXIT.
028100     EXIT.
028200*================================================================
028300*    1050-READ-CONTROL - PICK UP THE EXTRACT AGE LIMIT IN DAYS.
028400*    A MISSING OR UNNUMERIC CARD LEAVES THE DEFAULT OF ONE DAY,
028500*    THE SAME LIMIT PRTSEL WILL HOLD THE EXTRACTS TO IN THE
028600*    MORNING.
028700*================================================================
028800 1050-READ-CONTROL.
028900     OPEN INPUT PRTCCTL-FILE.
029000     READ PRTCCTL-FILE
029100         AT END
029200             DISPLAY 'PRTCOVR0006 NO CONTROL RECORD - EXTRACT'
029300                     ' AGE LIMIT IS ' PRTCV-MAX-EXTR-AGE ' DAYS'
029400         NOT AT END
029500             IF PRTCCTL-MAX-EXTR-AGE NUMERIC
029600                AND PRTCCTL-MAX-EXTR-AGE > ZERO
029700                 MOVE PRTCCTL-MAX-EXTR-AGE TO PRTCV-MAX-EXTR-AGE
029800             END-IF
029900     END-READ.
030000     CLOSE PRTCCTL-FILE.
030100 1050-EXIT.
030200     EXIT.
030300*================================================================
030400*    1100-READ-QDEPTH - READ ONE RECORD FROM THE QUEUE DEPTH
030500*    EXTRACT
030600*================================================================
030700 1100-READ-QDEPTH.
030800     READ PRTQDEP-FILE
030900         AT END
031000             SET PRTCV-QDEP-EOF TO TRUE
031100     END-READ.
031200 1100-EXIT.
031300     EXIT.
031400*================================================================
031500*    1200-LOAD-QDEPTH - APPEND ONE ENTRY TO THE QUEUE DEPTH TABLE
031600*    AND READ THE NEXT RECORD
031700*================================================================
031800 1200-LOAD-QDEPTH.
031900     ADD 1 TO PRTCV-GEN-RECNO.
032000     MOVE PRTQDEP-RECORD TO PRTG-CONTROL-RECORD.
032100     IF PRTG-CTL-HEADER OR PRTG-CTL-TRAILER
032200         PERFORM 1600-TALLY-GEN-CONTROL THRU 1600-EXIT
032300         PERFORM 1100-READ-QDEPTH THRU 1100-EXIT
032400         GO TO 1200-EXIT
032500     END-IF.
032600     IF PRTCV-GEN-TRL-SEEN
032700         SET PRTCV-GEN-BAD TO TRUE
032800     END-IF.
032900     ADD 1 TO PRTCV-GEN-DATA-COUNT.
033000     IF PRTCV-QDEPTH-COUNT NOT < 2000
033100         DISPLAY 'PRTCOVR0002 QDEPTH TABLE FULL AT '
033200                 PRTCV-QDEPTH-COUNT ' - A SKIPPED DEVICE WOULD'
033300                 ' LOOK UNROUTABLE - RUN ABANDONED'
033400         CLOSE PRTQDEP-FILE
033500         MOVE 12 TO RETURN-CODE
033600         GOBACK
033700     END-IF.
033800     ADD 1 TO PRTCV-QDEPTH-COUNT.
033900     SET PRTCV-QDEPTH-IX TO PRTCV-QDEPTH-COUNT.
034000     MOVE PRTQDEP-PRINTER-DEST
034100         TO PRTCV-QDEPTH-DEST(PRTCV-QDEPTH-IX).
034200     MOVE PRTQDEP-QUEUE-DEPTH
034300         TO PRTCV-QDEPTH-DEPTH(PRTCV-QDEPTH-IX).
034400     PERFORM 1100-READ-QDEPTH     THRU 1100-EXIT.
034500 1200-EXIT.
034600     EXIT.
034700*================================================================
034800*    1300-READ-WRITER - READ ONE RECORD FROM THE WRITER EXTRACT
034900*================================================================
035000 1300-READ-WRITER.
035100     READ PRTWTR-FILE
035200         AT END
035300             SET PRTCV-WTR-EOF TO TRUE
035400     END-READ.
035500 1300-EXIT.
035600     EXIT.
035700*================================================================
035800*    1400-LOAD-WRITER - APPEND ONE WRITER NAME TO THE IN-MEMORY
035900*    TABLE AND READ THE NEXT RECORD
036000*================================================================
036100 1400-LOAD-WRITER.
036200     ADD 1 TO PRTCV-GEN-RECNO.
036300     MOVE PRTWTR-RECORD TO PRTG-CONTROL-RECORD.
036400     IF PRTG-CTL-HEADER OR PRTG-CTL-TRAILER
036500         PERFORM 1600-TALLY-GEN-CONTROL THRU 1600-EXIT
036600         PERFORM 1300-READ-WRITER THRU 1300-EXIT
036700         GO TO 1400-EXIT
036800     END-IF.
036900     IF PRTCV-GEN-TRL-SEEN
037000         SET PRTCV-GEN-BAD TO TRUE
037100     END-IF.
037200     ADD 1 TO PRTCV-GEN-DATA-COUNT.
037300     IF PRTCV-WRITER-COUNT NOT < 2000
037400         DISPLAY 'PRTCOVR0003 WRITER TABLE FULL AT '
037500                 PRTCV-WRITER-COUNT ' - A SKIPPED WRITER WOULD'
037600                 ' LOOK DEAD - RUN ABANDONED'
037700         CLOSE PRTWTR-FILE
037800         MOVE 12 TO RETURN-CODE
037900         GOBACK
038000     END-IF.
038100     ADD 1 TO PRTCV-WRITER-COUNT.
038200     SET PRTCV-WRITER-IX TO PRTCV-WRITER-COUNT.
038300     MOVE PRTWTR-WRITER-NAME
038400         TO PRTCV-WRITER-ENTRY(PRTCV-WRITER-IX).
038500     PERFORM 1300-READ-WRITER     THRU 1300-EXIT.
038600 1400-EXIT.
038700     EXIT.
038800*================================================================
038900*    1500-RESET-GEN-CHECK - CLEAR THE GENERATION-CONTROL CHECK
039000*    STATE BEFORE LOADING THE NEXT EXTRACT
039100*================================================================
039200 1500-RESET-GEN-CHECK.
039300     MOVE 'N'  TO PRTCV-GEN-HDR-SW
039400                  PRTCV-GEN-TRL-SW
039500                  PRTCV-GEN-BAD-SW.
039600     MOVE ZERO TO PRTCV-GEN-RECNO
039700                  PRTCV-GEN-DATA-COUNT
039800                  PRTCV-GEN-EXP-COUNT
039900                  PRTCV-GEN-DATE.
040000 1500-EXIT.
040100     EXIT.
040200*================================================================
040300*    1600-TALLY-GEN-CONTROL - CLASSIFY ONE GENERATION CONTROL
040400*    RECORD: THE HEADER MUST BE FIRST AND ONLY, THE TRAILER
040500*    LAST AND ONLY, AND BOTH MUST BE NUMERIC WHERE IT COUNTS
040600*================================================================
040700 1600-TALLY-GEN-CONTROL.
040800     IF PRTG-CTL-HEADER
040900         IF PRTCV-GEN-RECNO = 1
041000            AND PRTG-HDR-GEN-DATE NUMERIC
041100             SET PRTCV-GEN-HDR-SEEN TO TRUE
041200             MOVE PRTG-HDR-GEN-DATE TO PRTCV-GEN-DATE
041300         ELSE
041400             SET PRTCV-GEN-BAD TO TRUE
041500         END-IF
041600     ELSE
041700         IF PRTCV-GEN-TRL-SEEN
041800            OR PRTG-TRL-REC-COUNT NOT NUMERIC
041900             SET PRTCV-GEN-BAD TO TRUE
042000         ELSE
042100             SET PRTCV-GEN-TRL-SEEN TO TRUE
042200             MOVE PRTG-TRL-REC-COUNT TO PRTCV-GEN-EXP-COUNT
042300         END-IF
042400     END-IF.
042500 1600-EXIT.
042600     EXIT.
042700*================================================================
042800*    1700-VERIFY-EXTRACT - REFUSE THE RUN OUTRIGHT WHEN THE
042900*    EXTRACT JUST LOADED IS SHORT, OUT OF ORDER, OUT OF
043000*    BALANCE OR OLDER THAN THE AGE LIMIT.  PRTSEL WILL REFUSE
043100*    THE SAME EXTRACT IN THE MORNING, AND A COVERAGE VERDICT
043200*    BUILT ON IT WOULD BE WRONG IN BOTH DIRECTIONS.
043300*================================================================
043400 1700-VERIFY-EXTRACT.
043500     IF NOT PRTCV-GEN-HDR-SEEN
043600        OR NOT PRTCV-GEN-TRL-SEEN
043700        OR PRTCV-GEN-BAD
043800        OR PRTCV-GEN-EXP-COUNT NOT = PRTCV-GEN-DATA-COUNT
043900         DISPLAY 'PRTCOVR0004 ' PRTCV-GEN-FILE ' EXTRACT'
044000                 ' REJECTED - CONTROLS MISSING, OUT OF ORDER'
044100                 ' OR COUNT OUT OF BALANCE - EXPECTED '
044200                 PRTCV-GEN-EXP-COUNT ' GOT ' PRTCV-GEN-DATA-COUNT
044300         MOVE 8 TO RETURN-CODE
044400         GOBACK
044500     END-IF.
044600     IF FUNCTION INTEGER-OF-DATE(PRTCV-GEN-DATE)
044700            + PRTCV-MAX-EXTR-AGE
044800            < FUNCTION INTEGER-OF-DATE(PRTCV-TODAY-DATE)
044900         DISPLAY 'PRTCOVR0005 ' PRTCV-GEN-FILE ' EXTRACT STALE -'
045000                 ' GENERATED ' PRTCV-GEN-DATE ' LIMIT '
045100                 PRTCV-MAX-EXTR-AGE ' DAYS - RUN REFUSED'
045200         MOVE 8 TO RETURN-CODE
045300         GOBACK
045400     END-IF.
045500 1700-EXIT.
045600     EXIT.
045700*================================================================
045800*    1800-READ-PROFILE - READ ONE ROUTING PROFILE RECORD
045900*================================================================
046000 1800-READ-PROFILE.
046100     READ PRTPROF-FILE
046200         AT END
046300             SET PRTCV-PROF-EOF TO TRUE
046400     END-READ.
046500 1800-EXIT.
046600     EXIT.
046700*================================================================
046800*    1850-LOAD-PROFILE - APPEND ONE ROUTING PROFILE TO THE
046900*    TABLE AND READ THE NEXT.  A FULL TABLE HARD-FAILS THE RUN
047000*    - AN UNCHECKED PROFILE IS THE ONE THAT FAILS AT 06:00.
047100*================================================================
047200 1850-LOAD-PROFILE.
047300     IF PRTCV-PROF-USED NOT < 200
047400         DISPLAY 'PRTCOVR0007 PROFILE TABLE FULL AT '
047500                 PRTCV-PROF-USED ' - RAISE THE TABLE AND RERUN'
047600         CLOSE PRTPROF-FILE
047700         MOVE 12 TO RETURN-CODE
047800         GOBACK
047900     END-IF.
048000     ADD 1 TO PRTCV-PROF-USED.
048100     SET PRTCV-PROF-IX TO PRTCV-PROF-USED.
048200     MOVE PRTP-PROFILE-CODE   TO PRTCV-PROF-CODE(PRTCV-PROF-IX).
048300     MOVE PRTP-LASER-IND      TO PRTCV-PROF-LASER(PRTCV-PROF-IX).
048400     MOVE PRTP-POSTSCRIPT-IND TO PRTCV-PROF-PS(PRTCV-PROF-IX).
048500     MOVE PRTP-PCL-IND        TO PRTCV-PROF-PCL(PRTCV-PROF-IX).
048600     MOVE PRTP-LOCATION       TO PRTCV-PROF-LOC(PRTCV-PROF-IX).
048700     MOVE PRTP-DEST-OVERRIDE  TO PRTCV-PROF-DEST(PRTCV-PROF-IX).
048800     MOVE SPACES              TO PRTCV-PROF-SEV(PRTCV-PROF-IX)
048900                                 PRTCV-PROF-NOTE(PRTCV-PROF-IX).
049000     PERFORM 1800-READ-PROFILE    THRU 1800-EXIT.
049100 1850-EXIT.
049200     EXIT.
049300*================================================================
049400*    2000-CHECK-PROFILE - WEIGH EVERY PRINTER ROW THAT COULD
049500*    SERVE ONE PROFILE AND JUDGE THE PROFILE'S COVERAGE.  THE
049600*    LOCATION RESOLVES EXACTLY AS PRTSEL'S 3700-RESOLVE-PROFILE
049700*    RESOLVES IT: AN EXACT-DEST OVERRIDE WINS OVER THE PROFILE
049800*    LOCATION.
049900*================================================================
050000 2000-CHECK-PROFILE.
050100     ADD 1 TO PRTCV-CHECKED-COUNT.
050200     MOVE PRTCV-PROF-LASER(PRTCV-PROF-IX) TO PRTCV-CRIT-LASER.
050300     MOVE PRTCV-PROF-PS(PRTCV-PROF-IX)    TO PRTCV-CRIT-PS.
050400     MOVE PRTCV-PROF-PCL(PRTCV-PROF-IX)   TO PRTCV-CRIT-PCL.
050500     IF PRTCV-PROF-DEST(PRTCV-PROF-IX) NOT = SPACES
050600         MOVE PRTCV-PROF-DEST(PRTCV-PROF-IX) TO PRTCV-CRIT-LOC
050700     ELSE
050800         MOVE PRTCV-PROF-LOC(PRTCV-PROF-IX)  TO PRTCV-CRIT-LOC
050900     END-IF.
051000     MOVE ZERO   TO PRTCV-ROW-COUNT
051100                    PRTCV-DIRECT-COUNT
051200                    PRTCV-ALTSUB-COUNT.
051300     MOVE SPACES TO PRTCV-FIRST-DEST.
051400     MOVE '0'    TO PRTCV-DISTINCT-SW.
051500     MOVE 'N'    TO PRTCV-CSR-EOF-SW
051600                    PRTCV-OVR-SEEN-SW.
051700     MOVE SPACES TO PRTCV-REPORT-LINE.
051800     WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE.
051900     STRING 'PROFILE ' PRTCV-PROF-CODE(PRTCV-PROF-IX)
052000            ' LASER=' PRTCV-CRIT-LASER
052100            ' PS='    PRTCV-CRIT-PS
052200            ' PCL='   PRTCV-CRIT-PCL
052300            ' LOC='   PRTCV-PROF-LOC(PRTCV-PROF-IX)
052400            ' DEST='  PRTCV-PROF-DEST(PRTCV-PROF-IX)
052500            DELIMITED BY SIZE INTO PRTCV-REPORT-LINE.
052600     WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE.
052700     IF PRTCV-CRIT-LOC NOT = SPACES
052800         EXEC SQL OPEN PRTCV-LOC-CSR END-EXEC
052900         PERFORM 2100-FETCH-AT-LOCATION THRU 2100-EXIT
053000                 UNTIL PRTCV-CSR-EOF
053100         EXEC SQL CLOSE PRTCV-LOC-CSR END-EXEC
053200     ELSE
053300         EXEC SQL OPEN PRTCV-ANY-CSR END-EXEC
053400         PERFORM 2200-FETCH-ANYWHERE THRU 2200-EXIT
053500                 UNTIL PRTCV-CSR-EOF
053600         EXEC SQL CLOSE PRTCV-ANY-CSR END-EXEC
053700     END-IF.
053800     IF PRTCV-PROF-DEST(PRTCV-PROF-IX) NOT = SPACES
053900        AND NOT PRTCV-OVR-SEEN
054000         MOVE SPACES TO PRTCV-REPORT-LINE
054100         STRING '  DEVICE ' PRTCV-PROF-DEST(PRTCV-PROF-IX)
054200                ' BLOCKED - OVERRIDE DEST NOT ON THE PRINTER'
054300                ' TABLE'
054400                DELIMITED BY SIZE INTO PRTCV-REPORT-LINE
054500         WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE
054600     END-IF.
054700     PERFORM 2500-JUDGE-PROFILE   THRU 2500-EXIT.
054800 2000-EXIT.
054900     EXIT.
055000*================================================================
055100*    2100-FETCH-AT-LOCATION - FETCH ONE ROW AT THE PROFILE'S
055200*    LOCATION (OR WITH ITS OVERRIDE DEST) AND WEIGH IT
055300*================================================================
055400 2100-FETCH-AT-LOCATION.
055500     EXEC SQL
055600         FETCH PRTCV-LOC-CSR
055700         INTO  :PRINTER-DEST,       :PRINTER-LOCATION,
055800               :WRITER-NAME,        :ALTERNATE-DEST,
055900               :PRINTER-ACTIVE-IND, :PRINTER-RETURN-DATE,
056000               :LASER-PRINTER-IND,  :POST-SCRIPT-IND,
056100               :PCL-IND
056200     END-EXEC.
056300     IF SQLCODE NOT = ZERO
056400         SET PRTCV-CSR-EOF TO TRUE
056500         GO TO 2100-EXIT
056600     END-IF.
056700     PERFORM 3000-WEIGH-DEVICE    THRU 3000-EXIT.
056800 2100-EXIT.
056900     EXIT.
057000*================================================================
057100*    2200-FETCH-ANYWHERE - FETCH ONE CAPABILITY-MATCHING ROW FOR
057200*    A PROFILE WITH NO LOCATION AND WEIGH IT
057300*================================================================
057400 2200-FETCH-ANYWHERE.
057500     EXEC SQL
057600         FETCH PRTCV-ANY-CSR
057700         INTO  :PRINTER-DEST,       :PRINTER-LOCATION,
057800               :WRITER-NAME,        :ALTERNATE-DEST,
057900               :PRINTER-ACTIVE-IND, :PRINTER-RETURN-DATE,
058000               :LASER-PRINTER-IND,  :POST-SCRIPT-IND,
058100               :PCL-IND
058200     END-EXEC.
058300     IF SQLCODE NOT = ZERO
058400         SET PRTCV-CSR-EOF TO TRUE
058500         GO TO 2200-EXIT
058600     END-IF.
058700     PERFORM 3000-WEIGH-DEVICE    THRU 3000-EXIT.
058800 2200-EXIT.
058900     EXIT.
059000*================================================================
059100*    2500-JUDGE-PROFILE - TURN THE PROFILE'S TALLIES INTO A
059200*    SEVERITY.  NO ELIGIBLE DEVICE IS CRITICAL - PRTSEL WILL
059300*    RETURN NOMATCH FOR EVERY REQUEST NAMING THE PROFILE.  ONE
059400*    ELIGIBLE DEVICE, OR ELIGIBILITY ONLY THROUGH ALTERNATES
059500*    STANDING IN FOR DEAD WRITERS, IS A WARNING - ONE MORE
059600*    FAILURE AND IT IS CRITICAL.
059700*================================================================
059800 2500-JUDGE-PROFILE.
059900     MOVE SPACES TO PRTCV-REPORT-LINE.
060000     EVALUATE TRUE
060100         WHEN PRTCV-NO-DEVICE
060200             ADD 1 TO PRTCV-CRITICAL-COUNT
060300             MOVE 'CRITICAL' TO PRTCV-PROF-SEV(PRTCV-PROF-IX)
060400             MOVE 'NO ELIGIBLE DEVICE - PRTSEL WILL NOMATCH'
060500                 TO PRTCV-PROF-NOTE(PRTCV-PROF-IX)
060600         WHEN PRTCV-DIRECT-COUNT = ZERO
060700             ADD 1 TO PRTCV-WARNING-COUNT
060800             MOVE 'WARNING ' TO PRTCV-PROF-SEV(PRTCV-PROF-IX)
060900             MOVE 'ELIGIBLE ONLY THROUGH ALT-SUB SUBSTITUTION'
061000                 TO PRTCV-PROF-NOTE(PRTCV-PROF-IX)
061100         WHEN PRTCV-ONE-DEVICE
061200             ADD 1 TO PRTCV-WARNING-COUNT
061300             MOVE 'WARNING ' TO PRTCV-PROF-SEV(PRTCV-PROF-IX)
061400             STRING 'DOWN TO A SINGLE ELIGIBLE DEVICE - '
061500                    PRTCV-FIRST-DEST
061600                    DELIMITED BY SIZE
061700                    INTO PRTCV-PROF-NOTE(PRTCV-PROF-IX)
061800         WHEN OTHER
061900             ADD 1 TO PRTCV-OK-COUNT
062000             MOVE 'OK      ' TO PRTCV-PROF-SEV(PRTCV-PROF-IX)
062100             MOVE 'MORE THAN ONE ELIGIBLE DEVICE'
062200                 TO PRTCV-PROF-NOTE(PRTCV-PROF-IX)
062300     END-EVALUATE.
062400     STRING '  ' PRTCV-PROF-SEV(PRTCV-PROF-IX)
062500            ' - ' PRTCV-PROF-NOTE(PRTCV-PROF-IX)
062600            DELIMITED BY SIZE INTO PRTCV-REPORT-LINE.
062700     WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE.
062800     MOVE SPACES TO PRTCV-REPORT-LINE.
062900     STRING '  ROWS WEIGHED=' PRTCV-ROW-COUNT
063000            ' ELIGIBLE DIRECT=' PRTCV-DIRECT-COUNT
063100            ' ELIGIBLE VIA ALT-SUB=' PRTCV-ALTSUB-COUNT
063200            DELIMITED BY SIZE INTO PRTCV-REPORT-LINE.
063300     WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE.
063400 2500-EXIT.
063500     EXIT.
063600*================================================================
063700*    3000-WEIGH-DEVICE - PUT ONE PRINTER ROW THROUGH PRTSEL'S
063800*    TESTS IN PRTSEL'S ORDER AND WRITE ONE LINE SAYING WHETHER
063900*    IT CAN TAKE THE PROFILE'S WORK OR WHAT IS BLOCKING IT.
064000*    THE CURSOR HAS ALREADY APPLIED THE LOCATION FILTER; THE
064100*    STATUS AND CAPABILITY TESTS STAND IN FOR THE WHERE CLAUSE
064200*    OF PRTSEL'S OWN CURSOR, WHICH NEVER SHOWS IT THESE ROWS.
064300*================================================================
064400 3000-WEIGH-DEVICE.
064500     ADD 1 TO PRTCV-ROW-COUNT.
064600     IF PRINTER-DEST = PRTCV-PROF-DEST(PRTCV-PROF-IX)
064700         SET PRTCV-OVR-SEEN TO TRUE
064800     END-IF.
064900     MOVE PRINTER-DEST TO PRTCV-CAND-DEST.
065000     MOVE 'N'          TO PRTCV-SUB-SW.
065100     MOVE SPACES       TO PRTCV-CAND-VERDICT.
065200     IF PRINTER-IS-INACTIVE
065300         MOVE 'BLOCKED - RETIRED' TO PRTCV-CAND-VERDICT
065400         PERFORM 3100-WRITE-DEVICE THRU 3100-EXIT
065500         GO TO 3000-EXIT
065600     END-IF.
065700     IF PRINTER-IS-HELD
065800         STRING 'BLOCKED - HELD, EXPECTED BACK '
065900                PRINTER-RETURN-DATE
066000                DELIMITED BY SIZE INTO PRTCV-CAND-VERDICT
066100         PERFORM 3100-WRITE-DEVICE THRU 3100-EXIT
066200         GO TO 3000-EXIT
066300     END-IF.
066400     IF NOT PRINTER-IS-ACTIVE
066500         STRING 'BLOCKED - NOT IN SERVICE, STATUS '
066600                PRINTER-ACTIVE-IND
066700                DELIMITED BY SIZE INTO PRTCV-CAND-VERDICT
066800         PERFORM 3100-WRITE-DEVICE THRU 3100-EXIT
066900         GO TO 3000-EXIT
067000     END-IF.
067100     IF LASER-PRINTER-IND NOT = PRTCV-CRIT-LASER
067200        OR POST-SCRIPT-IND NOT = PRTCV-CRIT-PS
067300        OR PCL-IND NOT = PRTCV-CRIT-PCL
067400         STRING 'BLOCKED - CAPABILITY MISMATCH, LASER='
067500                LASER-PRINTER-IND
067600                ' PS='  POST-SCRIPT-IND
067700                ' PCL=' PCL-IND
067800                DELIMITED BY SIZE INTO PRTCV-CAND-VERDICT
067900         PERFORM 3100-WRITE-DEVICE THRU 3100-EXIT
068000         GO TO 3000-EXIT
068100     END-IF.
068200     MOVE WRITER-NAME TO PRTCV-WTR-ARG.
068300     PERFORM 3250-SEARCH-WRITER   THRU 3250-EXIT.
068400     IF NOT PRTCV-WFOUND
068500         IF ALTERNATE-DEST = SPACES
068600             MOVE 'BLOCKED - WRITER DEAD, NO ALTERNATE'
068700                 TO PRTCV-CAND-VERDICT
068800             PERFORM 3100-WRITE-DEVICE THRU 3100-EXIT
068900             GO TO 3000-EXIT
069000         END-IF
069100         PERFORM 3260-CHECK-ALTERNATE THRU 3260-EXIT
069200         IF NOT PRTCV-WFOUND
069300             STRING 'BLOCKED - WRITER DEAD, ALTERNATE '
069400                    ALTERNATE-DEST ' NOT LIVE'
069500                    DELIMITED BY SIZE INTO PRTCV-CAND-VERDICT
069600             PERFORM 3100-WRITE-DEVICE THRU 3100-EXIT
069700             GO TO 3000-EXIT
069800         END-IF
069900         MOVE ALTERNATE-DEST TO PRTCV-CAND-DEST
070000         SET PRTCV-SUBSTITUTED TO TRUE
070100     END-IF.
070200     PERFORM 3300-SEARCH-QUEUE    THRU 3300-EXIT.
070300     IF NOT PRTCV-QFOUND
070400         IF PRTCV-SUBSTITUTED
070500             STRING 'BLOCKED - WRITER DEAD, ALTERNATE '
070600                    ALTERNATE-DEST ' HAS NO QUEUE-DEPTH ENTRY'
070700                    DELIMITED BY SIZE INTO PRTCV-CAND-VERDICT
070800         ELSE
070900             MOVE 'BLOCKED - NO QUEUE-DEPTH ENTRY'
071000                 TO PRTCV-CAND-VERDICT
071100         END-IF
071200         PERFORM 3100-WRITE-DEVICE THRU 3100-EXIT
071300         GO TO 3000-EXIT
071400     END-IF.
071500     IF PRTCV-SUBSTITUTED
071600         ADD 1 TO PRTCV-ALTSUB-COUNT
071700         STRING 'ELIGIBLE VIA ALT-SUB - ALTERNATE '
071800                ALTERNATE-DEST ' DEPTH=' PRTCV-CAND-DEPTH
071900                DELIMITED BY SIZE INTO PRTCV-CAND-VERDICT
072000     ELSE
072100         ADD 1 TO PRTCV-DIRECT-COUNT
072200         STRING 'ELIGIBLE - DEPTH=' PRTCV-CAND-DEPTH
072300                DELIMITED BY SIZE INTO PRTCV-CAND-VERDICT
072400     END-IF.
072500     PERFORM 3400-COUNT-DEVICE    THRU 3400-EXIT.
072600     PERFORM 3100-WRITE-DEVICE    THRU 3100-EXIT.
072700 3000-EXIT.
072800     EXIT.
072900*================================================================
073000*    3100-WRITE-DEVICE - ONE REPORT LINE FOR THE ROW JUST
073100*    WEIGHED: ITS DEST, LOCATION AND THE VERDICT THE CALLER SET
073200*================================================================
073300 3100-WRITE-DEVICE.
073400     MOVE SPACES TO PRTCV-REPORT-LINE.
073500     STRING '  DEVICE ' PRINTER-DEST
073600            ' LOC=' PRINTER-LOCATION
073700            ' ' PRTCV-CAND-VERDICT
073800            DELIMITED BY SIZE INTO PRTCV-REPORT-LINE.
073900     WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE.
074000 3100-EXIT.
074100     EXIT.
074200*================================================================
074300*    3250-SEARCH-WRITER - LOOK THE NAME IN PRTCV-WTR-ARG UP IN
074400*    THE CURRENT WRITER EXTRACT
074500*================================================================
074600 3250-SEARCH-WRITER.
074700     SET PRTCV-WRITER-IX TO 1.
074800     MOVE 'N' TO PRTCV-WFOUND-SW.
074900     PERFORM 3255-MATCH-WRITER    THRU 3255-EXIT
075000             VARYING PRTCV-WRITER-IX FROM 1 BY 1
075100             UNTIL PRTCV-WRITER-IX > PRTCV-WRITER-COUNT
075200                OR PRTCV-WFOUND.
075300 3250-EXIT.
075400     EXIT.
075500*================================================================
075600*    3255-MATCH-WRITER - COMPARE ONE TABLE ENTRY TO THE NAME
075700*================================================================
075800 3255-MATCH-WRITER.
075900     IF PRTCV-WTR-ARG = PRTCV-WRITER-ENTRY(PRTCV-WRITER-IX)
076000         MOVE 'Y' TO PRTCV-WFOUND-SW
076100     END-IF.
076200 3255-EXIT.
076300     EXIT.
076400*================================================================
076500*    3260-CHECK-ALTERNATE - PROVE THE DEVICE'S ALTERNATE IS
076600*    ITSELF FIT TO TAKE THE WORK, BY PRTSEL'S OWN TEST: ON FILE
076700*    BY ITS DEST, ACTIVE, AND WITH A LIVE WRITER.  LEAVES
076800*    PRTCV-WFOUND SET WHEN IT IS.
076900*================================================================
077000 3260-CHECK-ALTERNATE.
077100     MOVE 'N' TO PRTCV-WFOUND-SW.
077200     EXEC SQL
077300         SELECT   WRITER_NAME, PRINTER_ACTIVE_IND
077400         INTO    :PRTCV-ALT-WRITER, :PRTCV-ALT-ACTIVE
077500         FROM     PRINTER
077600         WHERE   (PRINTER_DEST = :ALTERNATE-DEST)
077700           AND   (PRINTER_ACTIVE_IND = 'Y')
077800         COPY PRTQNO.
077900     END-EXEC.
078000     IF SQLCODE = ZERO
078100         MOVE PRTCV-ALT-WRITER TO PRTCV-WTR-ARG
078200         PERFORM 3250-SEARCH-WRITER THRU 3250-EXIT
078300     END-IF.
078400 3260-EXIT.
078500     EXIT.
078600*================================================================
078700*    3300-SEARCH-QUEUE - LOOK UP THE CURRENT QUEUE DEPTH FOR
078800*    THE DEST BEING WEIGHED (PRTCV-CAND-DEST)
078900*================================================================
079000 3300-SEARCH-QUEUE.
079100     SET PRTCV-QDEPTH-IX TO 1.
079200     MOVE 'N' TO PRTCV-QFOUND-SW.
079300     MOVE ZERO TO PRTCV-CAND-DEPTH.
079400     PERFORM 3310-MATCH-QUEUE     THRU 3310-EXIT
079500             VARYING PRTCV-QDEPTH-IX FROM 1 BY 1
079600             UNTIL PRTCV-QDEPTH-IX > PRTCV-QDEPTH-COUNT
079700                OR PRTCV-QFOUND.
079800 3300-EXIT.
079900     EXIT.
080000*================================================================
080100*    3310-MATCH-QUEUE - COMPARE ONE TABLE ENTRY TO THE DEST
080200*================================================================
080300 3310-MATCH-QUEUE.
080400     IF PRTCV-CAND-DEST = PRTCV-QDEPTH-DEST(PRTCV-QDEPTH-IX)
080500         MOVE 'Y' TO PRTCV-QFOUND-SW
080600         MOVE PRTCV-QDEPTH-DEPTH(PRTCV-QDEPTH-IX)
080700             TO PRTCV-CAND-DEPTH
080800     END-IF.
080900 3310-EXIT.
081000     EXIT.
081100*================================================================
081200*    3400-COUNT-DEVICE - NOTE THE DEST AN ELIGIBLE ROW WOULD
081300*    ACTUALLY PRINT ON.  TWO DEAD-WRITER DEVICES SUBSTITUTING TO
081400*    THE SAME ALTERNATE ARE STILL ONE DEVICE, SO "DOWN TO ONE"
081500*    IS JUDGED ON DISTINCT DESTS, NOT ON ELIGIBLE ROWS.
081600*================================================================
081700 3400-COUNT-DEVICE.
081800     EVALUATE TRUE
081900         WHEN PRTCV-NO-DEVICE
082000             MOVE PRTCV-CAND-DEST TO PRTCV-FIRST-DEST
082100             SET PRTCV-ONE-DEVICE TO TRUE
082200         WHEN PRTCV-ONE-DEVICE
082300             IF PRTCV-CAND-DEST NOT = PRTCV-FIRST-DEST
082400                 SET PRTCV-MANY-DEVICES TO TRUE
082500             END-IF
082600         WHEN OTHER
082700             CONTINUE
082800     END-EVALUATE.
082900 3400-EXIT.
083000     EXIT.
083100*================================================================
083200*    5000-PRINT-SUMMARY - THE DESK'S WORK LIST: EVERY CRITICAL
083300*    PROFILE, THEN EVERY WARNING, THEN THE RUN TOTALS
083400*================================================================
083500 5000-PRINT-SUMMARY.
083600     MOVE SPACES TO PRTCV-REPORT-LINE.
083700     WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE.
083800     MOVE 'COVERAGE SUMMARY - FIX BEFORE THE 06:00 ROUTING RUN'
083900         TO PRTCV-REPORT-LINE.
084000     WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE.
084100     SET PRTCV-PROF-IX TO 1.
084200     PERFORM 5100-LIST-CRITICAL   THRU 5100-EXIT
084300             VARYING PRTCV-PROF-IX FROM 1 BY 1
084400             UNTIL PRTCV-PROF-IX > PRTCV-PROF-USED.
084500     SET PRTCV-PROF-IX TO 1.
084600     PERFORM 5200-LIST-WARNING    THRU 5200-EXIT
084700             VARYING PRTCV-PROF-IX FROM 1 BY 1
084800             UNTIL PRTCV-PROF-IX > PRTCV-PROF-USED.
084900     IF PRTCV-CRITICAL-COUNT = ZERO
085000        AND PRTCV-WARNING-COUNT = ZERO
085100         MOVE '  EVERY PROFILE HAS MORE THAN ONE ELIGIBLE DEVICE'
085200             TO PRTCV-REPORT-LINE
085300         WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE
085400     END-IF.
085500     MOVE SPACES TO PRTCV-REPORT-LINE.
085600     STRING 'PROFILES=' PRTCV-CHECKED-COUNT
085700            ' CRITICAL=' PRTCV-CRITICAL-COUNT
085800            ' WARNING='  PRTCV-WARNING-COUNT
085900            ' OK='       PRTCV-OK-COUNT
086000            DELIMITED BY SIZE INTO PRTCV-REPORT-LINE.
086100     WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE.
086200 5000-EXIT.
086300     EXIT.
086400*================================================================
086500*    5100-LIST-CRITICAL - ONE SUMMARY LINE FOR A CRITICAL PROFILE
086600*================================================================
086700 5100-LIST-CRITICAL.
086800     IF PRTCV-PROF-SEV(PRTCV-PROF-IX) = 'CRITICAL'
086900         PERFORM 5300-WRITE-SUMMARY-LINE THRU 5300-EXIT
087000     END-IF.
087100 5100-EXIT.
087200     EXIT.
087300*================================================================
087400*    5200-LIST-WARNING - ONE SUMMARY LINE FOR A WARNING PROFILE
087500*================================================================
087600 5200-LIST-WARNING.
087700     IF PRTCV-PROF-SEV(PRTCV-PROF-IX) = 'WARNING '
087800         PERFORM 5300-WRITE-SUMMARY-LINE THRU 5300-EXIT
087900     END-IF.
088000 5200-EXIT.
088100     EXIT.
088200*================================================================
088300*    5300-WRITE-SUMMARY-LINE - PROFILE, SEVERITY AND FINDING
088400*================================================================
088500 5300-WRITE-SUMMARY-LINE.
088600     MOVE SPACES TO PRTCV-REPORT-LINE.
088700     STRING '  ' PRTCV-PROF-SEV(PRTCV-PROF-IX)
088800            ' ' PRTCV-PROF-CODE(PRTCV-PROF-IX)
088900            ' ' PRTCV-PROF-NOTE(PRTCV-PROF-IX)
089000            DELIMITED BY SIZE INTO PRTCV-REPORT-LINE.
089100     WRITE PRTCRPT-RECORD FROM PRTCV-REPORT-LINE.
089200 5300-EXIT.
089300     EXIT.
089400*================================================================
089500*    9000-TERMINATE - CLOSE THE REPORT AND HAND THE SCHEDULER
089600*    A RETURN CODE IT CAN ACT ON: RC=12 FOR ANY CRITICAL
089700*    PROFILE, RC=4 FOR WARNINGS ONLY
089800*================================================================
089900 9000-TERMINATE.
090000     CLOSE PRTCRPT-FILE.
090100     DISPLAY 'PRTCOVR0001 PROFILES=' PRTCV-CHECKED-COUNT
090200             ' CRITICAL=' PRTCV-CRITICAL-COUNT
090300             ' WARNING='  PRTCV-WARNING-COUNT
090400             ' OK='       PRTCV-OK-COUNT.
090500     IF PRTCV-CRITICAL-COUNT > ZERO
090600         DISPLAY 'PRTCOVR0008 PROFILE WITH NO ELIGIBLE DEVICE -'
090700                 ' SEE PRTCRPT'
090800         MOVE 12 TO RETURN-CODE
090900         GO TO 9000-EXIT
091000     END-IF.
091100     IF PRTCV-WARNING-COUNT > ZERO
091200         DISPLAY 'PRTCOVR0009 PROFILE COVERAGE THIN - SEE PRTCRPT'
091300         MOVE 4 TO RETURN-CODE
091400     END-IF.
091500 9000-EXIT.
091600     EXIT.
