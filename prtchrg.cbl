000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTCHRG.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  MONTH-END DEPARTMENTAL
001300*                   CHARGEBACK OF PAGE VOLUME.  PRICES THE
001400*                   CONTROL-CARD MONTH'S PRTUSE RECORDS AT THE
001500*                   COST PER PAGE IN EFFECT FOR THEIR LASER_MODEL
001600*                   ON THE DAY PRINTED (EFFECTIVE-DATED RATE
001700*                   TABLE PRTRATE, COLOUR OR MONO), CHARGES EACH
001800*                   TO THE COST CENTER ASSIGNED TO ITS
001900*                   PRINTER_LOCATION OR TO THE DEVICE'S OWN
002000*                   OVERRIDE (PRTCCTR), AND WRITES A BALANCED GL
002100*                   JOURNAL (PRTGLJ - DEBITS PER COST CENTER, ONE
002200*                   CREDIT TO THE RECOVERY ACCOUNT) AND THE
002300*                   DEPARTMENTAL STATEMENT.  UNMATCHED PAGES AND
002400*                   LOCATIONS WITH NO COST CENTER POST TO THE
002500*                   SUSPENSE COST CENTER AND ARE LISTED; SUSPENSE
002600*                   ENDS THE JOB RC=4 SO IT GETS CLEARED.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.        IBM-ZSERIES.
003100 OBJECT-COMPUTER.        IBM-ZSERIES.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PRTCCTL-FILE ASSIGN TO PRTCCTL
003500                         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PRTCCTR-FILE ASSIGN TO PRTCCTR
003700                         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PRTRATE-FILE ASSIGN TO PRTRATE
003900                         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PRTUSE-FILE  ASSIGN TO PRTUSE
004100                         ORGANIZATION IS SEQUENTIAL.
004200     SELECT PRTGLJ-FILE  ASSIGN TO PRTGLJ
004300                         ORGANIZATION IS SEQUENTIAL.
004400     SELECT PRTCSTM-FILE ASSIGN TO PRTCSTM
004500                         ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PRTCCTL-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  PRTCCTL-RECORD.
005200     05  PRTCCTL-BILL-MONTH      PIC 9(06).
005300     05  FILLER                  PIC X(01).
005400     05  PRTCCTL-RECOVERY-ACCT   PIC X(10).
005500     05  FILLER                  PIC X(01).
005600     05  PRTCCTL-SUSPENSE-CC     PIC X(10).
005700     05  FILLER                  PIC X(52).
005800*----------------------------------------------------------------
005900*    COST-CENTER ASSIGNMENT - TYPE 'L' KEYS A PRINTER_LOCATION,
006000*    TYPE 'D' KEYS A PRINTER_NAME AND OVERRIDES ITS LOCATION'S
006100*    COST CENTER FOR THAT ONE DEVICE
006200*----------------------------------------------------------------
006300 FD  PRTCCTR-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  PRTCCTR-RECORD.
006700     05  PRTCCTR-TYPE            PIC X(01).
006800         88  PRTCCTR-LOCATION                VALUE 'L'.
006900         88  PRTCCTR-DEVICE                  VALUE 'D'.
007000     05  FILLER                  PIC X(01).
007100     05  PRTCCTR-KEY             PIC X(08).
007200     05  FILLER                  PIC X(01).
007300     05  PRTCCTR-COST-CENTER     PIC X(10).
007400     05  FILLER                  PIC X(01).
007500     05  PRTCCTR-DESC            PIC X(30).
007600     05  FILLER                  PIC X(28).
007700*----------------------------------------------------------------
007800*    RATE TABLE - COST PER PAGE BY LASER_MODEL, EFFECTIVE FROM
007900*    ITS START DATE UNTIL THE NEXT START DATE FOR THE SAME MODEL.
008000*    MODEL '*DEFAULT' PRICES ANY MODEL WITHOUT A RATE OF ITS OWN
008100*    (AND THE UNMATCHED PAGES, WHICH HAVE NO MODEL AT ALL).
008200*----------------------------------------------------------------
008300 FD  PRTRATE-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  PRTRATE-RECORD.
008700     05  PRTRATE-MODEL           PIC X(08).
008800     05  FILLER                  PIC X(01).
008900     05  PRTRATE-CLASS           PIC X(01).
009000         88  PRTRATE-COLOUR                  VALUE 'C'.
009100         88  PRTRATE-MONO                    VALUE 'M'.
009200     05  FILLER                  PIC X(01).
009300     05  PRTRATE-EFF-DATE        PIC 9(08).
009400     05  FILLER                  PIC X(01).
009500     05  PRTRATE-PER-PAGE        PIC 9(03)V9(05).
009600     05  FILLER                  PIC X(52).
009700 FD  PRTUSE-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  PRTUSE-RECORD               PIC X(60).
010100 FD  PRTGLJ-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  PRTGLJ-RECORD               PIC X(80).
010500 FD  PRTCSTM-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  PRTCSTM-RECORD              PIC X(133).
010900 WORKING-STORAGE SECTION.
011000*----------------------------------------------------------------
011100*    USAGE RECORD - THE INPUT
011200*----------------------------------------------------------------
011300     COPY PRTUSGR.
011400*----------------------------------------------------------------
011500*    GENERAL-LEDGER JOURNAL RECORD - THE GL INTERFACE OUTPUT
011600*----------------------------------------------------------------
011700     COPY PRTGLJR.
011800*----------------------------------------------------------------
011900*    COST-CENTER ASSIGNMENTS AND RATES, LOADED WHOLE.  FULL
012000*    TABLES HARD-FAIL THE RUN - A PARTIAL RATE TABLE WOULD BILL
012100*    DEPARTMENTS AT THE WRONG RATE WITHOUT ANYONE NOTICING.
012200*----------------------------------------------------------------
012300 01  PRTCH-ASSIGN-TABLE.
012400     05  PRTCH-ASN-ENTRY         OCCURS 3000 TIMES
012500             INDEXED BY PRTCH-ASN-IX.
012600         10  PRTCH-ASN-TYPE      PIC X(01).
012700         10  PRTCH-ASN-KEY       PIC X(08).
012800         10  PRTCH-ASN-CC        PIC X(10).
012900 01  PRTCH-ASN-USED              PIC 9(05) COMP VALUE ZERO.
013000 01  PRTCH-RATE-TABLE.
013100     05  PRTCH-RATE-ENTRY        OCCURS 1000 TIMES
013200             INDEXED BY PRTCH-RATE-IX.
013300         10  PRTCH-RATE-MODEL    PIC X(08).
013400         10  PRTCH-RATE-CLASS    PIC X(01).
013500         10  PRTCH-RATE-EFF      PIC 9(08).
013600         10  PRTCH-RATE-AMT      PIC 9(03)V9(05).
013700 01  PRTCH-RATE-USED             PIC 9(05) COMP VALUE ZERO.
013800*----------------------------------------------------------------
013900*    CHARGE ROLLUPS - ONE ENTRY PER COST CENTER FOR THE JOURNAL,
014000*    ONE PER COST CENTER / MODEL / RATE FOR THE STATEMENT DETAIL
014100*    (A RATE CHANGE MID-MONTH SHOWS AS TWO LINES), AND THE
014200*    EXCEPTIONS LISTED AT THE END
014300*----------------------------------------------------------------
014400 01  PRTCH-CC-TABLE.
014500     05  PRTCH-CC-ENTRY          OCCURS 500 TIMES
014600             INDEXED BY PRTCH-CC-IX.
014700         10  PRTCH-CC-KEY        PIC X(10).
014800         10  PRTCH-CC-PAGES      PIC 9(11) COMP.
014900         10  PRTCH-CC-AMOUNT     PIC 9(11)V99 COMP.
015000 01  PRTCH-CC-USED               PIC 9(05) COMP VALUE ZERO.
015100 01  PRTCH-DTL-TABLE.
015200     05  PRTCH-DTL-ENTRY         OCCURS 3000 TIMES
015300             INDEXED BY PRTCH-DTL-IX.
015400         10  PRTCH-DTL-CC        PIC X(10).
015500         10  PRTCH-DTL-MODEL     PIC X(08).
015600         10  PRTCH-DTL-CLASS     PIC X(01).
015700         10  PRTCH-DTL-RATE      PIC 9(03)V9(05).
015800         10  PRTCH-DTL-PAGES     PIC 9(11) COMP.
015900         10  PRTCH-DTL-AMOUNT    PIC 9(11)V99 COMP.
016000 01  PRTCH-DTL-USED              PIC 9(05) COMP VALUE ZERO.
016100 01  PRTCH-EXC-TABLE.
016200     05  PRTCH-EXC-ENTRY         OCCURS 500 TIMES
016300             INDEXED BY PRTCH-EXC-IX.
016400         10  PRTCH-EXC-REASON    PIC X(01).
016500         10  PRTCH-EXC-KEY       PIC X(08).
016600         10  PRTCH-EXC-PAGES     PIC 9(11) COMP.
016700         10  PRTCH-EXC-AMOUNT    PIC 9(11)V99 COMP.
016800 01  PRTCH-EXC-USED              PIC 9(05) COMP VALUE ZERO.
016900 01  PRTCH-HIT-IX                PIC 9(05) COMP VALUE ZERO.
017000*----------------------------------------------------------------
017100*    THE CHARGE BEING PRICED - COST CENTER, RATE IN EFFECT, AND
017200*    WHY (IF AT ALL) IT IS AN EXCEPTION: 'N' UNMATCHED DEST, 'L'
017300*    LOCATION WITH NO COST CENTER (BOTH SUSPENSE), 'R' MODEL
017400*    PRICED AT THE DEFAULT RATE (CHARGED TO ITS OWN COST CENTER)
017500*----------------------------------------------------------------
017600 01  PRTCH-CHARGE.
017700     05  PRTCH-CHG-CC            PIC X(10)   VALUE SPACES.
017800     05  PRTCH-CHG-MODEL         PIC X(08)   VALUE SPACES.
017900     05  PRTCH-CHG-CLASS         PIC X(01)   VALUE SPACES.
018000     05  PRTCH-CHG-RATE          PIC 9(03)V9(05) VALUE ZERO.
018100     05  PRTCH-CHG-EFF           PIC 9(08)   VALUE ZERO.
018200     05  PRTCH-CHG-AMOUNT        PIC 9(09)V99 VALUE ZERO.
018300     05  PRTCH-CHG-REASON        PIC X(01)   VALUE SPACES.
018400     05  PRTCH-CHG-EXC-KEY       PIC X(08)   VALUE SPACES.
018500 01  PRTCH-RATE-WANTED           PIC X(08)   VALUE SPACES.
018600 01  PRTCH-BILL-MONTH            PIC 9(06)   VALUE ZERO.
018700 01  PRTCH-USAGE-MONTH           PIC 9(06)   VALUE ZERO.
018800 01  PRTCH-MONTH-START           PIC 9(08)   VALUE ZERO.
018900 01  PRTCH-RECOVERY-ACCT         PIC X(10)   VALUE SPACES.
019000 01  PRTCH-SUSPENSE-CC           PIC X(10)   VALUE SPACES.
019100 01  PRTCH-RUN-DATE              PIC 9(08)   VALUE ZERO.
019200 01  PRTCH-DEFAULT-MODEL         PIC X(08)   VALUE '*DEFAULT'.
019300*----------------------------------------------------------------
019400*    SWITCHES AND COUNTERS
019500*----------------------------------------------------------------
019600 01  PRTCH-SWITCHES.
019700     05  PRTCH-EOF-SW            PIC X(01)   VALUE 'N'.
019800         88  PRTCH-EOF                       VALUE 'Y'.
019900     05  PRTCH-CTL-EOF-SW        PIC X(01)   VALUE 'N'.
020000         88  PRTCH-CTL-EOF                   VALUE 'Y'.
020100     05  PRTCH-LOAD-EOF-SW       PIC X(01)   VALUE 'N'.
020200         88  PRTCH-LOAD-EOF                  VALUE 'Y'.
020300     05  PRTCH-FOUND-SW          PIC X(01)   VALUE 'N'.
020400         88  PRTCH-FOUND                     VALUE 'Y'.
020500 01  PRTCH-COUNTERS.
020600     05  PRTCH-READ-COUNT        PIC 9(09)   VALUE ZERO.
020700     05  PRTCH-MONTH-COUNT       PIC 9(09)   VALUE ZERO.
020800     05  PRTCH-SUSPENSE-COUNT    PIC 9(09)   VALUE ZERO.
020900     05  PRTCH-DEFAULT-COUNT     PIC 9(09)   VALUE ZERO.
021000     05  PRTCH-JOURNAL-COUNT     PIC 9(07)   VALUE ZERO.
021100     05  PRTCH-TOTAL-PAGES       PIC 9(11)   VALUE ZERO.
021200     05  PRTCH-SUSPENSE-PAGES    PIC 9(11)   VALUE ZERO.
021300     05  PRTCH-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
021400     05  PRTCH-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZERO.
021500 01  PRTCH-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
021600 01  PRTCH-PRINT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021700 01  PRTCH-PRINT-RATE            PIC ZZ9.99999.
021800 01  PRTCH-REPORT-LINE           PIC X(133).
021900 PROCEDURE DIVISION.
022000*================================================================
022100*    0000-MAINLINE
022200*================================================================
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
022500     PERFORM 2000-PROCESS-USAGE   THRU 2000-EXIT
022600             UNTIL PRTCH-EOF.
022700     PERFORM 4000-WRITE-JOURNAL   THRU 4000-EXIT.
022800     PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT.
022900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
023000     GOBACK.
023100*================================================================
023200*    1000-INITIALIZE - PICK UP THE BILLING MONTH AND THE TWO GL
023300*    ACCOUNTS, LOAD THE COST-CENTER ASSIGNMENTS AND RATES, OPEN
023400*    THE FILES, PRIME THE USAGE READ.  NO MONTH, NO RECOVERY
023500*    ACCOUNT OR NO SUSPENSE COST CENTER, NO RUN - THE JOURNAL
023600*    COULD NOT BALANCE WITHOUT ALL THREE.
023700*================================================================
023800 1000-INITIALIZE.
023900     OPEN INPUT PRTCCTL-FILE.
024000     READ PRTCCTL-FILE
024100         AT END
024200             SET PRTCH-CTL-EOF TO TRUE
024300     END-READ.
024400     IF PRTCH-CTL-EOF
024500        OR PRTCCTL-BILL-MONTH NOT NUMERIC
024600        OR PRTCCTL-BILL-MONTH = ZERO
024700        OR PRTCCTL-RECOVERY-ACCT = SPACES
024800        OR PRTCCTL-SUSPENSE-CC = SPACES
024900         DISPLAY 'PRTCHRG0001 RUN REJECTED - GIVE THE BILLING'
025000                 ' MONTH (YYYYMM), RECOVERY ACCOUNT AND SUSPENSE'
025100                 ' COST CENTER ON THE CONTROL CARD'
025200         CLOSE PRTCCTL-FILE
025300         MOVE 8 TO RETURN-CODE
025400         GOBACK
025500     END-IF.
025600     MOVE PRTCCTL-BILL-MONTH    TO PRTCH-BILL-MONTH.
025700     MOVE PRTCCTL-RECOVERY-ACCT TO PRTCH-RECOVERY-ACCT.
025800     MOVE PRTCCTL-SUSPENSE-CC   TO PRTCH-SUSPENSE-CC.
025900     CLOSE PRTCCTL-FILE.
026000     COMPUTE PRTCH-MONTH-START = PRTCH-BILL-MONTH * 100 + 1.
026100     ACCEPT PRTCH-RUN-DATE FROM DATE YYYYMMDD.
026200     PERFORM 1100-LOAD-ASSIGN     THRU 1100-EXIT.
026300     PERFORM 1300-LOAD-RATES      THRU 1300-EXIT.
026400     OPEN INPUT  PRTUSE-FILE.
026500     OPEN OUTPUT PRTGLJ-FILE
026600                 PRTCSTM-FILE.
026700     MOVE SPACES TO PRTCH-REPORT-LINE.
026800     STRING 'PRTCHRG - PRINT CHARGEBACK STATEMENT FOR '
026900            PRTCH-BILL-MONTH
027000            DELIMITED BY SIZE INTO PRTCH-REPORT-LINE.
027100     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
027200     PERFORM 2100-READ-USAGE      THRU 2100-EXIT.
027300 1000-EXIT.
027400     EXIT.
027500*================================================================
027600*    1100-LOAD-ASSIGN - LOAD THE COST-CENTER ASSIGNMENTS
027700*================================================================
027800 1100-LOAD-ASSIGN.
027900     OPEN INPUT PRTCCTR-FILE.
028000     MOVE 'N' TO PRTCH-LOAD-EOF-SW.
028100     PERFORM 1200-READ-ASSIGN     THRU 1200-EXIT
028200             UNTIL PRTCH-LOAD-EOF.
028300     CLOSE PRTCCTR-FILE.
028400 1100-EXIT.
028500     EXIT.
028600*================================================================
028700*    1200-READ-ASSIGN - READ AND TABLE ONE ASSIGNMENT.  A RECORD
028800*    THAT IS NEITHER A LOCATION NOR A DEVICE IS SKIPPED.
028900*================================================================
029000 1200-READ-ASSIGN.
029100     READ PRTCCTR-FILE
029200         AT END
029300             SET PRTCH-LOAD-EOF TO TRUE
029400             GO TO 1200-EXIT
029500     END-READ.
029600     IF NOT PRTCCTR-LOCATION
029700        AND NOT PRTCCTR-DEVICE
029800         GO TO 1200-EXIT
029900     END-IF.
030000     IF PRTCH-ASN-USED NOT < 3000
030100         DISPLAY 'PRTCHRG0002 COST-CENTER TABLE FULL - RAISE'
030200                 ' THE TABLE AND RERUN'
030300         CLOSE PRTCCTR-FILE
030400         MOVE 12 TO RETURN-CODE
030500         GOBACK
030600     END-IF.
030700     ADD 1 TO PRTCH-ASN-USED.
030800     SET PRTCH-ASN-IX TO PRTCH-ASN-USED.
030900     MOVE PRTCCTR-TYPE        TO PRTCH-ASN-TYPE(PRTCH-ASN-IX).
031000     MOVE PRTCCTR-KEY         TO PRTCH-ASN-KEY(PRTCH-ASN-IX).
031100     MOVE PRTCCTR-COST-CENTER TO PRTCH-ASN-CC(PRTCH-ASN-IX).
031200 1200-EXIT.
031300     EXIT.
031400*================================================================
031500*    1300-LOAD-RATES - LOAD THE RATE TABLE.  THE DEFAULT RATE
031600*    MUST BE IN EFFECT FROM THE FIRST OF THE MONTH, OR SOME PAGE
031700*    COULD GO UNPRICED AND THE JOURNAL WOULD NOT COVER THE MONTH.
031800*================================================================
031900 1300-LOAD-RATES.
032000     OPEN INPUT PRTRATE-FILE.
032100     MOVE 'N' TO PRTCH-LOAD-EOF-SW.
032200     PERFORM 1400-READ-RATE       THRU 1400-EXIT
032300             UNTIL PRTCH-LOAD-EOF.
032400     CLOSE PRTRATE-FILE.
032500     MOVE PRTCH-DEFAULT-MODEL TO PRTCH-RATE-WANTED.
032600     MOVE PRTCH-MONTH-START   TO PRTU-DATE.
032700     PERFORM 3200-FIND-RATE       THRU 3200-EXIT.
032800     IF NOT PRTCH-FOUND
032900         DISPLAY 'PRTCHRG0003 RUN REJECTED - NO *DEFAULT RATE IN'
033000                 ' EFFECT ON ' PRTCH-MONTH-START
033100         MOVE 8 TO RETURN-CODE
033200         GOBACK
033300     END-IF.
033400 1300-EXIT.
033500     EXIT.
033600*================================================================
033700*    1400-READ-RATE - READ AND TABLE ONE RATE.  A RATE WITH NO
033800*    USABLE START DATE IS SKIPPED.
033900*================================================================
034000 1400-READ-RATE.
034100     READ PRTRATE-FILE
034200         AT END
034300             SET PRTCH-LOAD-EOF TO TRUE
034400             GO TO 1400-EXIT
034500     END-READ.
034600     IF PRTRATE-EFF-DATE NOT NUMERIC
034700        OR PRTRATE-PER-PAGE NOT NUMERIC
034800         GO TO 1400-EXIT
034900     END-IF.
035000     IF PRTCH-RATE-USED NOT < 1000
035100         DISPLAY 'PRTCHRG0004 RATE TABLE FULL - RAISE THE TABLE'
035200                 ' AND RERUN'
035300         CLOSE PRTRATE-FILE
035400         MOVE 12 TO RETURN-CODE
035500         GOBACK
035600     END-IF.
035700     ADD 1 TO PRTCH-RATE-USED.
035800     SET PRTCH-RATE-IX TO PRTCH-RATE-USED.
035900     MOVE PRTRATE-MODEL    TO PRTCH-RATE-MODEL(PRTCH-RATE-IX).
036000     MOVE PRTRATE-CLASS    TO PRTCH-RATE-CLASS(PRTCH-RATE-IX).
036100     MOVE PRTRATE-EFF-DATE TO PRTCH-RATE-EFF(PRTCH-RATE-IX).
036200     MOVE PRTRATE-PER-PAGE TO PRTCH-RATE-AMT(PRTCH-RATE-IX).
036300 1400-EXIT.
036400     EXIT.
036500*================================================================
036600*    2000-PROCESS-USAGE - PRICE ONE USAGE RECORD WHEN IT BELONGS
036700*    TO THE BILLING MONTH, AND READ THE NEXT ONE
036800*================================================================
036900 2000-PROCESS-USAGE.
037000     ADD 1 TO PRTCH-READ-COUNT.
037100     MOVE PRTU-DATE(1:6) TO PRTCH-USAGE-MONTH.
037200     IF PRTCH-USAGE-MONTH NOT = PRTCH-BILL-MONTH
037300         GO TO 2000-NEXT
037400     END-IF.
037500     ADD 1 TO PRTCH-MONTH-COUNT.
037600     PERFORM 3000-ASSIGN-CC       THRU 3000-EXIT.
037700     MOVE PRTU-MODEL TO PRTCH-RATE-WANTED.
037800     PERFORM 3200-FIND-RATE       THRU 3200-EXIT.
037900     IF NOT PRTCH-FOUND
038000         MOVE PRTCH-DEFAULT-MODEL TO PRTCH-RATE-WANTED
038100         PERFORM 3200-FIND-RATE   THRU 3200-EXIT
038200         IF PRTU-MATCHED
038300            AND PRTCH-CHG-REASON = SPACES
038400             MOVE 'R'        TO PRTCH-CHG-REASON
038500             MOVE PRTU-MODEL TO PRTCH-CHG-EXC-KEY
038600             ADD 1 TO PRTCH-DEFAULT-COUNT
038700         END-IF
038800     END-IF.
038900     COMPUTE PRTCH-CHG-AMOUNT ROUNDED =
039000         PRTU-PAGE-COUNT * PRTCH-CHG-RATE.
039100     MOVE PRTU-MODEL TO PRTCH-CHG-MODEL.
039200     ADD PRTU-PAGE-COUNT  TO PRTCH-TOTAL-PAGES.
039300     ADD PRTCH-CHG-AMOUNT TO PRTCH-DEBIT-TOTAL.
039400     PERFORM 3400-TALLY-CC        THRU 3400-EXIT.
039500     PERFORM 3600-TALLY-DETAIL    THRU 3600-EXIT.
039600     IF PRTCH-CHG-REASON NOT = SPACES
039700         PERFORM 3800-TALLY-EXCEPTION THRU 3800-EXIT
039800     END-IF.
039900 2000-NEXT.
040000     PERFORM 2100-READ-USAGE      THRU 2100-EXIT.
040100 2000-EXIT.
040200     EXIT.
040300*================================================================
040400*    2100-READ-USAGE - READ THE NEXT USAGE RECORD
040500*================================================================
040600 2100-READ-USAGE.
040700     READ PRTUSE-FILE INTO PRTU-USAGE-RECORD
040800         AT END
040900             SET PRTCH-EOF TO TRUE
041000     END-READ.
041100 2100-EXIT.
041200     EXIT.
041300*================================================================
041400*    3000-ASSIGN-CC - CHOOSE THE COST CENTER: SUSPENSE FOR AN
041500*    UNMATCHED DEST, ELSE THE DEVICE'S OWN OVERRIDE, ELSE ITS
041600*    LOCATION'S COST CENTER, ELSE SUSPENSE
041700*================================================================
041800 3000-ASSIGN-CC.
041900     MOVE SPACES TO PRTCH-CHG-REASON
042000                    PRTCH-CHG-EXC-KEY.
042100     IF NOT PRTU-MATCHED
042200         MOVE PRTCH-SUSPENSE-CC TO PRTCH-CHG-CC
042300         MOVE 'N'               TO PRTCH-CHG-REASON
042400         MOVE PRTU-DEST         TO PRTCH-CHG-EXC-KEY
042500         GO TO 3000-EXIT
042600     END-IF.
042700     MOVE 'N' TO PRTCH-FOUND-SW.
042800     SET PRTCH-ASN-IX TO 1.
042900     PERFORM 3100-MATCH-DEVICE    THRU 3100-EXIT
043000             VARYING PRTCH-ASN-IX FROM 1 BY 1
043100             UNTIL PRTCH-ASN-IX > PRTCH-ASN-USED
043200                OR PRTCH-FOUND.
043300     IF PRTCH-FOUND
043400         GO TO 3000-EXIT
043500     END-IF.
043600     PERFORM 3150-MATCH-LOCATION  THRU 3150-EXIT
043700             VARYING PRTCH-ASN-IX FROM 1 BY 1
043800             UNTIL PRTCH-ASN-IX > PRTCH-ASN-USED
043900                OR PRTCH-FOUND.
044000     IF PRTCH-FOUND
044100         GO TO 3000-EXIT
044200     END-IF.
044300     MOVE PRTCH-SUSPENSE-CC TO PRTCH-CHG-CC.
044400     MOVE 'L'               TO PRTCH-CHG-REASON.
044500     MOVE PRTU-LOCATION     TO PRTCH-CHG-EXC-KEY.
044600 3000-EXIT.
044700     EXIT.
044800*================================================================
044900*    3100-MATCH-DEVICE - COMPARE ONE ASSIGNMENT TO THE DEVICE
045000*================================================================
045100 3100-MATCH-DEVICE.
045200     IF PRTCH-ASN-TYPE(PRTCH-ASN-IX) = 'D'
045300        AND PRTCH-ASN-KEY(PRTCH-ASN-IX) = PRTU-PRINTER-NAME
045400         SET PRTCH-FOUND TO TRUE
045500         MOVE PRTCH-ASN-CC(PRTCH-ASN-IX) TO PRTCH-CHG-CC
045600     END-IF.
045700 3100-EXIT.
045800     EXIT.
045900*================================================================
046000*    3150-MATCH-LOCATION - COMPARE ONE ASSIGNMENT TO THE
046100*    LOCATION
046200*================================================================
046300 3150-MATCH-LOCATION.
046400     IF PRTCH-ASN-TYPE(PRTCH-ASN-IX) = 'L'
046500        AND PRTCH-ASN-KEY(PRTCH-ASN-IX) = PRTU-LOCATION
046600         SET PRTCH-FOUND TO TRUE
046700         MOVE PRTCH-ASN-CC(PRTCH-ASN-IX) TO PRTCH-CHG-CC
046800     END-IF.
046900 3150-EXIT.
047000     EXIT.
047100*================================================================
047200*    3200-FIND-RATE - FIND THE RATE FOR PRTCH-RATE-WANTED IN
047300*    EFFECT ON THE USAGE DATE: THE LATEST START DATE NOT AFTER
047400*    IT.  THE TABLE IS NOT ASSUMED TO BE IN ANY ORDER.
047500*================================================================
047600 3200-FIND-RATE.
047700     MOVE 'N'  TO PRTCH-FOUND-SW.
047800     MOVE ZERO TO PRTCH-CHG-EFF
047900                  PRTCH-CHG-RATE.
048000     MOVE SPACES TO PRTCH-CHG-CLASS.
048100     SET PRTCH-RATE-IX TO 1.
048200     PERFORM 3300-MATCH-RATE      THRU 3300-EXIT
048300             VARYING PRTCH-RATE-IX FROM 1 BY 1
048400             UNTIL PRTCH-RATE-IX > PRTCH-RATE-USED.
048500 3200-EXIT.
048600     EXIT.
048700*================================================================
048800*    3300-MATCH-RATE - KEEP ONE RATE WHEN IT IS FOR THE MODEL,
048900*    ALREADY IN EFFECT, AND NEWER THAN THE BEST SO FAR
049000*================================================================
049100 3300-MATCH-RATE.
049200     IF PRTCH-RATE-MODEL(PRTCH-RATE-IX) = PRTCH-RATE-WANTED
049300        AND PRTCH-RATE-EFF(PRTCH-RATE-IX) NOT > PRTU-DATE
049400        AND PRTCH-RATE-EFF(PRTCH-RATE-IX) NOT < PRTCH-CHG-EFF
049500         SET PRTCH-FOUND TO TRUE
049600         MOVE PRTCH-RATE-EFF(PRTCH-RATE-IX)   TO PRTCH-CHG-EFF
049700         MOVE PRTCH-RATE-AMT(PRTCH-RATE-IX)   TO PRTCH-CHG-RATE
049800         MOVE PRTCH-RATE-CLASS(PRTCH-RATE-IX) TO PRTCH-CHG-CLASS
049900     END-IF.
050000 3300-EXIT.
050100     EXIT.
050200*================================================================
050300*    3400-TALLY-CC - FIND OR ADD THE COST-CENTER ENTRY AND ADD
050400*    THE CHARGE.  A FULL TABLE STOPS THE RUN.
050500*================================================================
050600 3400-TALLY-CC.
050700     MOVE 'N' TO PRTCH-FOUND-SW.
050800     SET PRTCH-CC-IX TO 1.
050900     PERFORM 3500-MATCH-CC        THRU 3500-EXIT
051000             VARYING PRTCH-CC-IX FROM 1 BY 1
051100             UNTIL PRTCH-CC-IX > PRTCH-CC-USED
051200                OR PRTCH-FOUND.
051300     IF PRTCH-FOUND
051400         SET PRTCH-CC-IX TO PRTCH-HIT-IX
051500     ELSE
051600         IF PRTCH-CC-USED NOT < 500
051700             DISPLAY 'PRTCHRG0005 COST-CENTER ROLLUP FULL - RAISE'
051800                     ' THE TABLE AND RERUN'
051900             PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
052000         END-IF
052100         ADD 1 TO PRTCH-CC-USED
052200         SET PRTCH-CC-IX TO PRTCH-CC-USED
052300         MOVE PRTCH-CHG-CC TO PRTCH-CC-KEY(PRTCH-CC-IX)
052400         MOVE ZERO         TO PRTCH-CC-PAGES(PRTCH-CC-IX)
052500                              PRTCH-CC-AMOUNT(PRTCH-CC-IX)
052600     END-IF.
052700     ADD PRTU-PAGE-COUNT  TO PRTCH-CC-PAGES(PRTCH-CC-IX).
052800     ADD PRTCH-CHG-AMOUNT TO PRTCH-CC-AMOUNT(PRTCH-CC-IX).
052900 3400-EXIT.
053000     EXIT.
053100*================================================================
053200*    3500-MATCH-CC - COMPARE ONE ENTRY TO THE COST CENTER
053300*================================================================
053400 3500-MATCH-CC.
053500     IF PRTCH-CHG-CC = PRTCH-CC-KEY(PRTCH-CC-IX)
053600         SET PRTCH-FOUND TO TRUE
053700         SET PRTCH-HIT-IX TO PRTCH-CC-IX
053800     END-IF.
053900 3500-EXIT.
054000     EXIT.
054100*================================================================
054200*    3600-TALLY-DETAIL - FIND OR ADD THE STATEMENT DETAIL ENTRY
054300*    FOR THE COST CENTER, MODEL AND RATE, AND ADD THE CHARGE
054400*================================================================
054500 3600-TALLY-DETAIL.
054600     MOVE 'N' TO PRTCH-FOUND-SW.
054700     SET PRTCH-DTL-IX TO 1.
054800     PERFORM 3700-MATCH-DETAIL    THRU 3700-EXIT
054900             VARYING PRTCH-DTL-IX FROM 1 BY 1
055000             UNTIL PRTCH-DTL-IX > PRTCH-DTL-USED
055100                OR PRTCH-FOUND.
055200     IF PRTCH-FOUND
055300         SET PRTCH-DTL-IX TO PRTCH-HIT-IX
055400     ELSE
055500         IF PRTCH-DTL-USED NOT < 3000
055600             DISPLAY 'PRTCHRG0006 STATEMENT DETAIL FULL - RAISE'
055700                     ' THE TABLE AND RERUN'
055800             PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
055900         END-IF
056000         ADD 1 TO PRTCH-DTL-USED
056100         SET PRTCH-DTL-IX TO PRTCH-DTL-USED
056200         MOVE PRTCH-CHG-CC    TO PRTCH-DTL-CC(PRTCH-DTL-IX)
056300         MOVE PRTCH-CHG-MODEL TO PRTCH-DTL-MODEL(PRTCH-DTL-IX)
056400         MOVE PRTCH-CHG-CLASS TO PRTCH-DTL-CLASS(PRTCH-DTL-IX)
056500         MOVE PRTCH-CHG-RATE  TO PRTCH-DTL-RATE(PRTCH-DTL-IX)
056600         MOVE ZERO            TO PRTCH-DTL-PAGES(PRTCH-DTL-IX)
056700                                 PRTCH-DTL-AMOUNT(PRTCH-DTL-IX)
056800     END-IF.
056900     ADD PRTU-PAGE-COUNT  TO PRTCH-DTL-PAGES(PRTCH-DTL-IX).
057000     ADD PRTCH-CHG-AMOUNT TO PRTCH-DTL-AMOUNT(PRTCH-DTL-IX).
057100 3600-EXIT.
057200     EXIT.
057300*================================================================
057400*    3700-MATCH-DETAIL - COMPARE ONE ENTRY TO THE CHARGE
057500*================================================================
057600 3700-MATCH-DETAIL.
057700     IF PRTCH-CHG-CC    = PRTCH-DTL-CC(PRTCH-DTL-IX)
057800        AND PRTCH-CHG-MODEL = PRTCH-DTL-MODEL(PRTCH-DTL-IX)
057900        AND PRTCH-CHG-RATE  = PRTCH-DTL-RATE(PRTCH-DTL-IX)
058000         SET PRTCH-FOUND TO TRUE
058100         SET PRTCH-HIT-IX TO PRTCH-DTL-IX
058200     END-IF.
058300 3700-EXIT.
058400     EXIT.
058500*================================================================
058600*    3800-TALLY-EXCEPTION - FIND OR ADD THE EXCEPTION ENTRY FOR
058700*    THE REASON AND KEY, AND ADD THE CHARGE.  SUSPENSE REASONS
058800*    ALSO COUNT TOWARD THE SUSPENSE TOTALS.
058900*================================================================
059000 3800-TALLY-EXCEPTION.
059100     IF PRTCH-CHG-REASON NOT = 'R'
059200         ADD 1               TO PRTCH-SUSPENSE-COUNT
059300         ADD PRTU-PAGE-COUNT TO PRTCH-SUSPENSE-PAGES
059400     END-IF.
059500     MOVE 'N' TO PRTCH-FOUND-SW.
059600     SET PRTCH-EXC-IX TO 1.
059700     PERFORM 3900-MATCH-EXCEPTION THRU 3900-EXIT
059800             VARYING PRTCH-EXC-IX FROM 1 BY 1
059900             UNTIL PRTCH-EXC-IX > PRTCH-EXC-USED
060000                OR PRTCH-FOUND.
060100     IF PRTCH-FOUND
060200         SET PRTCH-EXC-IX TO PRTCH-HIT-IX
060300     ELSE
060400         IF PRTCH-EXC-USED NOT < 500
060500             DISPLAY 'PRTCHRG0007 EXCEPTION ROLLUP FULL - CHECK'
060600                     ' THE COST-CENTER TABLE AND RERUN'
060700             PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
060800         END-IF
060900         ADD 1 TO PRTCH-EXC-USED
061000         SET PRTCH-EXC-IX TO PRTCH-EXC-USED
061100         MOVE PRTCH-CHG-REASON  TO PRTCH-EXC-REASON(PRTCH-EXC-IX)
061200         MOVE PRTCH-CHG-EXC-KEY TO PRTCH-EXC-KEY(PRTCH-EXC-IX)
061300         MOVE ZERO              TO PRTCH-EXC-PAGES(PRTCH-EXC-IX)
061400                                   PRTCH-EXC-AMOUNT(PRTCH-EXC-IX)
061500     END-IF.
061600     ADD PRTU-PAGE-COUNT  TO PRTCH-EXC-PAGES(PRTCH-EXC-IX).
061700     ADD PRTCH-CHG-AMOUNT TO PRTCH-EXC-AMOUNT(PRTCH-EXC-IX).
061800 3800-EXIT.
061900     EXIT.
062000*================================================================
062100*    3900-MATCH-EXCEPTION - COMPARE ONE ENTRY TO THE EXCEPTION
062200*================================================================
062300 3900-MATCH-EXCEPTION.
062400     IF PRTCH-CHG-REASON  = PRTCH-EXC-REASON(PRTCH-EXC-IX)
062500        AND PRTCH-CHG-EXC-KEY = PRTCH-EXC-KEY(PRTCH-EXC-IX)
062600         SET PRTCH-FOUND TO TRUE
062700         SET PRTCH-HIT-IX TO PRTCH-EXC-IX
062800     END-IF.
062900 3900-EXIT.
063000     EXIT.
063100*================================================================
063200*    4000-WRITE-JOURNAL - HEADER, ONE DEBIT PER COST CENTER, ONE
063300*    CREDIT TO THE RECOVERY ACCOUNT FOR THE SUM OF THE DEBITS,
063400*    THEN THE TRAILER.  THE CREDIT IS TAKEN FROM THE DEBITS AS
063500*    WRITTEN, SO THE JOURNAL BALANCES BY CONSTRUCTION; THE
063600*    TRAILER CARRIES BOTH TOTALS FOR THE GL SIDE TO PROVE IT.
063700*================================================================
063800 4000-WRITE-JOURNAL.
063900     MOVE SPACES           TO PRTGL-JOURNAL-RECORD.
064000     SET PRTGL-HEADER      TO TRUE.
064100     MOVE PRTCH-BILL-MONTH TO PRTGL-PERIOD.
064200     MOVE PRTCH-RUN-DATE   TO PRTGL-HDR-RUN-DATE.
064300     MOVE 'PRTCHRG'        TO PRTGL-HDR-SOURCE.
064400     PERFORM 4200-PUT-JOURNAL     THRU 4200-EXIT.
064500     SET PRTCH-CC-IX TO 1.
064600     PERFORM 4100-WRITE-DEBIT     THRU 4100-EXIT
064700             VARYING PRTCH-CC-IX FROM 1 BY 1
064800             UNTIL PRTCH-CC-IX > PRTCH-CC-USED.
064900     MOVE SPACES              TO PRTGL-JOURNAL-RECORD.
065000     SET PRTGL-CREDIT         TO TRUE.
065100     MOVE PRTCH-BILL-MONTH    TO PRTGL-PERIOD.
065200     MOVE PRTCH-RECOVERY-ACCT TO PRTGL-ACCOUNT.
065300     MOVE PRTCH-CREDIT-TOTAL  TO PRTGL-AMOUNT.
065400     MOVE PRTCH-TOTAL-PAGES   TO PRTGL-PAGES.
065500     MOVE 'PRINT SERVICES RECOVERY' TO PRTGL-TEXT.
065600     PERFORM 4200-PUT-JOURNAL     THRU 4200-EXIT.
065700     MOVE SPACES              TO PRTGL-JOURNAL-RECORD.
065800     SET PRTGL-TRAILER        TO TRUE.
065900     MOVE PRTCH-BILL-MONTH    TO PRTGL-PERIOD.
066000     ADD 1 TO PRTCH-JOURNAL-COUNT.
066100     MOVE PRTCH-JOURNAL-COUNT TO PRTGL-TRL-REC-COUNT.
066200     MOVE PRTCH-DEBIT-TOTAL   TO PRTGL-TRL-DEBIT-TOTAL.
066300     MOVE PRTCH-CREDIT-TOTAL  TO PRTGL-TRL-CREDIT-TOTAL.
066400     WRITE PRTGLJ-RECORD FROM PRTGL-JOURNAL-RECORD.
066500 4000-EXIT.
066600     EXIT.
066700*================================================================
066800*    4100-WRITE-DEBIT - ONE DEBIT FOR ONE COST CENTER
066900*================================================================
067000 4100-WRITE-DEBIT.
067100     MOVE SPACES           TO PRTGL-JOURNAL-RECORD.
067200     SET PRTGL-DEBIT       TO TRUE.
067300     MOVE PRTCH-BILL-MONTH TO PRTGL-PERIOD.
067400     MOVE PRTCH-CC-KEY(PRTCH-CC-IX)    TO PRTGL-ACCOUNT.
067500     MOVE PRTCH-CC-AMOUNT(PRTCH-CC-IX) TO PRTGL-AMOUNT.
067600     MOVE PRTCH-CC-PAGES(PRTCH-CC-IX)  TO PRTGL-PAGES.
067700     IF PRTCH-CC-KEY(PRTCH-CC-IX) = PRTCH-SUSPENSE-CC
067800         MOVE 'PRINT CHARGEBACK - SUSPENSE' TO PRTGL-TEXT
067900     ELSE
068000         MOVE 'PRINT CHARGEBACK'            TO PRTGL-TEXT
068100     END-IF.
068200     ADD PRTCH-CC-AMOUNT(PRTCH-CC-IX) TO PRTCH-CREDIT-TOTAL.
068300     PERFORM 4200-PUT-JOURNAL     THRU 4200-EXIT.
068400 4100-EXIT.
068500     EXIT.
068600*================================================================
068700*    4200-PUT-JOURNAL - WRITE ONE JOURNAL RECORD AND COUNT IT
068800*================================================================
068900 4200-PUT-JOURNAL.
069000     WRITE PRTGLJ-RECORD FROM PRTGL-JOURNAL-RECORD.
069100     ADD 1 TO PRTCH-JOURNAL-COUNT.
069200 4200-EXIT.
069300     EXIT.
069400*================================================================
069500*    5000-PRINT-STATEMENT - THE DEPARTMENTAL STATEMENT: EACH
069600*    COST CENTER'S CHARGES BY MODEL AND RATE WITH ITS TOTAL, THE
069700*    SUSPENSE AND DEFAULT-RATE EXCEPTIONS, AND THE JOURNAL TOTALS
069800*================================================================
069900 5000-PRINT-STATEMENT.
070000     MOVE SPACES TO PRTCH-REPORT-LINE.
070100     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
070200     MOVE SPACES TO PRTCH-REPORT-LINE.
070300     STRING 'COST CTR   MODEL    CLASS      RATE/PAGE'
070400            '        PAGES             AMOUNT'
070500            DELIMITED BY SIZE INTO PRTCH-REPORT-LINE.
070600     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
070700     SET PRTCH-CC-IX TO 1.
070800     PERFORM 5100-PRINT-CC        THRU 5100-EXIT
070900             VARYING PRTCH-CC-IX FROM 1 BY 1
071000             UNTIL PRTCH-CC-IX > PRTCH-CC-USED.
071100     MOVE SPACES TO PRTCH-REPORT-LINE.
071200     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
071300     MOVE 'EXCEPTIONS' TO PRTCH-REPORT-LINE.
071400     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
071500     IF PRTCH-EXC-USED = ZERO
071600         MOVE '  NONE' TO PRTCH-REPORT-LINE
071700         WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE
071800     END-IF.
071900     SET PRTCH-EXC-IX TO 1.
072000     PERFORM 5300-PRINT-EXCEPTION THRU 5300-EXIT
072100             VARYING PRTCH-EXC-IX FROM 1 BY 1
072200             UNTIL PRTCH-EXC-IX > PRTCH-EXC-USED.
072300     MOVE SPACES TO PRTCH-REPORT-LINE.
072400     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
072500     MOVE PRTCH-TOTAL-PAGES TO PRTCH-PRINT-COUNT.
072600     MOVE PRTCH-DEBIT-TOTAL TO PRTCH-PRINT-AMOUNT.
072700     MOVE SPACES TO PRTCH-REPORT-LINE.
072800     STRING 'PAGES PRICED=' PRTCH-PRINT-COUNT
072900            '  JOURNAL DEBITS=' PRTCH-PRINT-AMOUNT
073000            DELIMITED BY SIZE INTO PRTCH-REPORT-LINE.
073100     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
073200     MOVE PRTCH-SUSPENSE-PAGES TO PRTCH-PRINT-COUNT.
073300     MOVE PRTCH-CREDIT-TOTAL   TO PRTCH-PRINT-AMOUNT.
073400     MOVE SPACES TO PRTCH-REPORT-LINE.
073500     STRING 'SUSPENSE PAGES=' PRTCH-PRINT-COUNT
073600            '  RECOVERY CREDIT=' PRTCH-PRINT-AMOUNT
073700            '  ACCOUNT ' PRTCH-RECOVERY-ACCT
073800            DELIMITED BY SIZE INTO PRTCH-REPORT-LINE.
073900     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
074000 5000-EXIT.
074100     EXIT.
074200*================================================================
074300*    5100-PRINT-CC - ONE COST CENTER'S DETAIL LINES AND TOTAL
074400*================================================================
074500 5100-PRINT-CC.
074600     SET PRTCH-DTL-IX TO 1.
074700     PERFORM 5200-PRINT-DETAIL    THRU 5200-EXIT
074800             VARYING PRTCH-DTL-IX FROM 1 BY 1
074900             UNTIL PRTCH-DTL-IX > PRTCH-DTL-USED.
075000     MOVE PRTCH-CC-PAGES(PRTCH-CC-IX)  TO PRTCH-PRINT-COUNT.
075100     MOVE PRTCH-CC-AMOUNT(PRTCH-CC-IX) TO PRTCH-PRINT-AMOUNT.
075200     MOVE SPACES TO PRTCH-REPORT-LINE.
075300     MOVE PRTCH-CC-KEY(PRTCH-CC-IX) TO PRTCH-REPORT-LINE(1:10).
075400     MOVE 'TOTAL'                   TO PRTCH-REPORT-LINE(12:5).
075500     IF PRTCH-CC-KEY(PRTCH-CC-IX) = PRTCH-SUSPENSE-CC
075600         MOVE 'SUSPENSE'            TO PRTCH-REPORT-LINE(18:8)
075700     END-IF.
075800     MOVE PRTCH-PRINT-COUNT         TO PRTCH-REPORT-LINE(42:11).
075900     MOVE PRTCH-PRINT-AMOUNT        TO PRTCH-REPORT-LINE(55:17).
076000     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
076100     MOVE SPACES TO PRTCH-REPORT-LINE.
076200     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
076300 5100-EXIT.
076400     EXIT.
076500*================================================================
076600*    5200-PRINT-DETAIL - ONE DETAIL LINE WHEN IT BELONGS TO THE
076700*    COST CENTER BEING PRINTED
076800*================================================================
076900 5200-PRINT-DETAIL.
077000     IF PRTCH-DTL-CC(PRTCH-DTL-IX) NOT = PRTCH-CC-KEY(PRTCH-CC-IX)
077100         GO TO 5200-EXIT
077200     END-IF.
077300     MOVE SPACES TO PRTCH-REPORT-LINE.
077400     MOVE PRTCH-DTL-CC(PRTCH-DTL-IX)
077500         TO PRTCH-REPORT-LINE(1:10).
077600     MOVE PRTCH-DTL-MODEL(PRTCH-DTL-IX)
077700         TO PRTCH-REPORT-LINE(12:8).
077800     EVALUATE PRTCH-DTL-CLASS(PRTCH-DTL-IX)
077900         WHEN 'C'
078000             MOVE 'COLOUR' TO PRTCH-REPORT-LINE(21:6)
078100         WHEN 'M'
078200             MOVE 'MONO'   TO PRTCH-REPORT-LINE(21:4)
078300         WHEN OTHER
078400             CONTINUE
078500     END-EVALUATE.
078600     MOVE PRTCH-DTL-RATE(PRTCH-DTL-IX)   TO PRTCH-PRINT-RATE.
078700     MOVE PRTCH-PRINT-RATE
078800         TO PRTCH-REPORT-LINE(32:9).
078900     MOVE PRTCH-DTL-PAGES(PRTCH-DTL-IX)  TO PRTCH-PRINT-COUNT.
079000     MOVE PRTCH-PRINT-COUNT
079100         TO PRTCH-REPORT-LINE(42:11).
079200     MOVE PRTCH-DTL-AMOUNT(PRTCH-DTL-IX) TO PRTCH-PRINT-AMOUNT.
079300     MOVE PRTCH-PRINT-AMOUNT
079400         TO PRTCH-REPORT-LINE(55:17).
079500     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
079600 5200-EXIT.
079700     EXIT.
079800*================================================================
079900*    5300-PRINT-EXCEPTION - ONE EXCEPTION LINE
080000*================================================================
080100 5300-PRINT-EXCEPTION.
080200     MOVE SPACES TO PRTCH-REPORT-LINE.
080300     EVALUATE PRTCH-EXC-REASON(PRTCH-EXC-IX)
080400         WHEN 'N'
080500             MOVE 'UNMATCHED DEST' TO PRTCH-REPORT-LINE(3:14)
080600             MOVE 'TO SUSPENSE'    TO PRTCH-REPORT-LINE(81:11)
080700         WHEN 'L'
080800             MOVE 'NO COST CENTER' TO PRTCH-REPORT-LINE(3:14)
080900             MOVE 'TO SUSPENSE'    TO PRTCH-REPORT-LINE(81:11)
081000         WHEN OTHER
081100             MOVE 'NO MODEL RATE'  TO PRTCH-REPORT-LINE(3:13)
081200             MOVE 'AT *DEFAULT'    TO PRTCH-REPORT-LINE(81:11)
081300     END-EVALUATE.
081400     MOVE PRTCH-EXC-KEY(PRTCH-EXC-IX)
081500         TO PRTCH-REPORT-LINE(21:8).
081600     MOVE PRTCH-EXC-PAGES(PRTCH-EXC-IX)  TO PRTCH-PRINT-COUNT.
081700     MOVE PRTCH-PRINT-COUNT
081800         TO PRTCH-REPORT-LINE(42:11).
081900     MOVE PRTCH-EXC-AMOUNT(PRTCH-EXC-IX) TO PRTCH-PRINT-AMOUNT.
082000     MOVE PRTCH-PRINT-AMOUNT
082100         TO PRTCH-REPORT-LINE(55:17).
082200     WRITE PRTCSTM-RECORD FROM PRTCH-REPORT-LINE.
082300 5300-EXIT.
082400     EXIT.
082500*================================================================
082600*    9000-TERMINATE - CLOSE THE FILES AND HAND THE SCHEDULER A
082700*    RETURN CODE: RC=4 SAYS PAGES WENT TO SUSPENSE OR WERE
082800*    PRICED AT THE DEFAULT RATE - THE COST-CENTER OR RATE TABLE
082900*    NEEDS AN ENTRY BEFORE NEXT MONTH
083000*================================================================
083100 9000-TERMINATE.
083200     DISPLAY 'PRTCHRG0008 USAGE READ=' PRTCH-READ-COUNT
083300             ' PRICED=' PRTCH-MONTH-COUNT
083400             ' SUSPENSE=' PRTCH-SUSPENSE-COUNT
083500             ' DEFAULT RATE=' PRTCH-DEFAULT-COUNT.
083600     CLOSE PRTUSE-FILE
083700           PRTGLJ-FILE
083800           PRTCSTM-FILE.
083900     IF PRTCH-SUSPENSE-COUNT > ZERO
084000        OR PRTCH-DEFAULT-COUNT > ZERO
084100         MOVE 4 TO RETURN-CODE
084200     END-IF.
084300 9000-EXIT.
084400     EXIT.
084500*================================================================
084600*    9100-ABANDON-RUN - A ROLLUP TABLE FILLED.  CLOSE WHAT IS
084700*    OPEN AND STOP - A PARTIAL JOURNAL MUST NOT REACH THE GL.
084800*================================================================
084900 9100-ABANDON-RUN.
085000     CLOSE PRTUSE-FILE
085100           PRTGLJ-FILE
085200           PRTCSTM-FILE.
085300     MOVE 12 TO RETURN-CODE.
085400     GOBACK.
085500 9100-EXIT.
085600     EXIT.
