000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTREXT.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  NIGHTLY EXTRACT OF APPROVED
001300*                   MAINTENANCE REQUESTS (PRINTER_MAINT_REQ,
001400*                   STATUS 'A') INTO A PRTMIN TRANSACTION FILE FOR
001500*                   PRTMAINT, IN REQUEST NUMBER ORDER, BETWEEN THE
001600*                   CONTROL HEADER AND TRAILER PRTMAINT DEMANDS.
001700*                   EACH REQUEST EXTRACTED IS MARKED 'X' WITH THE
001800*                   EXTRACT DATE IN THE SAME UNIT OF WORK, SO IT
001900*                   CAN NEVER BE SENT TWICE; AN ABEND BEFORE THE
002000*                   COMMIT LEAVES THE REQUESTS APPROVED FOR THE
002100*                   RERUN.  A ROW THAT SHOULD NEVER HAVE REACHED
002200*                   'A' (DECIDED BY THE USER WHO KEYED IT, OR
002300*                   WHOSE TRANSACTION IMAGE DOES NOT MATCH ITS
002400*                   ACTION) IS NOT SENT - IT IS TURNED BACK TO
002500*                   REJECTED AND REPORTED.  THE REPORT ALSO LISTS
002600*                   THE REQUESTS STILL WAITING FOR A SECOND USER.
002700*                   AN EMPTY NIGHT STILL WRITES THE HEADER AND A
002800*                   ZERO TRAILER SO THE PRTMAINT STEP BALANCES.
002816*  10/15/26   JRM   TRANSACTION IMAGE NOW 129 BYTES (EFFECTIVE
002832*                   AND ENTERED DATES ADDED TO PRTMTXN).  A
002848*                   FUTURE-DATED REQUEST IS EXTRACTED AS SOON AS
002864*                   IT IS APPROVED - PRTMAINT PARKS IT UNTIL ITS
002880*                   EFFECTIVE DATE.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.        IBM-ZSERIES.
003300 OBJECT-COMPUTER.        IBM-ZSERIES.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PRTROUT-FILE ASSIGN TO PRTROUT
003700                         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PRTRRPT-FILE ASSIGN TO PRTRRPT
003900                         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PRTROUT-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 01  PRTROUT-RECORD              PIC X(129).
004600 FD  PRTRRPT-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  PRTRRPT-RECORD              PIC X(133).
005000 WORKING-STORAGE SECTION.
005100*----------------------------------------------------------------
005200*    PENDING REQUEST TABLE DECLARATION AND HOST VARIABLES
005300*----------------------------------------------------------------
005400     COPY PRTREQT.
005500*----------------------------------------------------------------
005600*    MAINTENANCE TRANSACTION LAYOUT - THE OUTPUT RECORD
005700*----------------------------------------------------------------
005800     COPY PRTMTXN.
005900*----------------------------------------------------------------
006000*    SQL COMMUNICATION AREA
006100*----------------------------------------------------------------
006200     EXEC SQL INCLUDE SQLCA END-EXEC.
006300*----------------------------------------------------------------
006400*    CURSOR - APPROVED REQUESTS, OLDEST FIRST, SO PRTMAINT APPLIES
006500*    THEM IN THE ORDER THEY WERE KEYED
006600*----------------------------------------------------------------
006700     EXEC SQL
006800         DECLARE PRTRX-CSR CURSOR FOR
006900         SELECT   REQUEST_ID,          ACTION_CODE,
007000                  PRINTER_NAME,        TRAN_IMAGE,
007100                  REQUESTED_BY,        DECIDED_BY,
007200                  DECIDED_DATE
007300         FROM     PRINTER_MAINT_REQ
007400         WHERE    REQUEST_STATUS = 'A'
007500         ORDER BY REQUEST_ID
007600         FOR UPDATE OF REQUEST_STATUS, DECISION_NOTE, EXTRACT_DATE
007700     END-EXEC.
007800*----------------------------------------------------------------
007900*    CURSOR - REQUESTS STILL WAITING FOR A SECOND USER
008000*----------------------------------------------------------------
008100     EXEC SQL
008200         DECLARE PRTRX-PEND-CSR CURSOR FOR
008300         SELECT   REQUEST_ID,          ACTION_CODE,
008400                  PRINTER_NAME,        REQUESTED_BY,
008500                  REQUESTED_DATE
008600         FROM     PRINTER_MAINT_REQ
008700         WHERE    REQUEST_STATUS = 'P'
008800         ORDER BY REQUEST_ID
008900     END-EXEC.
009000*----------------------------------------------------------------
009100*    SWITCHES AND COUNTERS
009200*----------------------------------------------------------------
009300 01  PRTRX-SWITCHES.
009400     05  PRTRX-EOF-SW            PIC X(01)   VALUE 'N'.
009500         88  PRTRX-EOF                       VALUE 'Y'.
009600     05  PRTRX-PEND-EOF-SW       PIC X(01)   VALUE 'N'.
009700         88  PRTRX-PEND-EOF                  VALUE 'Y'.
009800 01  PRTRX-COUNTERS.
009900     05  PRTRX-READ-COUNT        PIC 9(07)   VALUE ZERO.
010000     05  PRTRX-WRITE-COUNT       PIC 9(07)   VALUE ZERO.
010100     05  PRTRX-ADD-COUNT         PIC 9(07)   VALUE ZERO.
010200     05  PRTRX-CHANGE-COUNT      PIC 9(07)   VALUE ZERO.
010300     05  PRTRX-RETIRE-COUNT      PIC 9(07)   VALUE ZERO.
010400     05  PRTRX-REACT-COUNT       PIC 9(07)   VALUE ZERO.
010500     05  PRTRX-HOLD-COUNT        PIC 9(07)   VALUE ZERO.
010600     05  PRTRX-ALT-COUNT         PIC 9(07)   VALUE ZERO.
010700     05  PRTRX-TURNED-COUNT      PIC 9(07)   VALUE ZERO.
010800     05  PRTRX-PEND-COUNT        PIC 9(07)   VALUE ZERO.
010900 01  PRTRX-TODAY-DATE            PIC 9(08)   VALUE ZERO.
011000 01  PRTRX-TURN-REASON           PIC X(40)   VALUE SPACES.
011100 01  PRTRX-REQ-ID-DISP           PIC Z(08)9.
011200 01  PRTRX-SQLCODE-DISP          PIC -9(9).
011300 01  PRTRX-REPORT-LINE           PIC X(133).
011400 PROCEDURE DIVISION.
011500*================================================================
011600*    0000-MAINLINE
011700*================================================================
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
012000     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
012100             UNTIL PRTRX-EOF.
012200     EXEC SQL CLOSE PRTRX-CSR END-EXEC.
012300     PERFORM 5000-LIST-PENDING    THRU 5000-EXIT.
012400     PERFORM 8000-TERMINATE       THRU 8000-EXIT.
012500     GOBACK.
012600*================================================================
012700*    1000-INITIALIZE - OPEN THE FILES, WRITE THE CONTROL HEADER
012800*    AND PRIME THE FIRST APPROVED REQUEST
012900*================================================================
013000 1000-INITIALIZE.
013100     OPEN OUTPUT PRTROUT-FILE
013200                 PRTRRPT-FILE.
013300     ACCEPT PRTRX-TODAY-DATE FROM DATE YYYYMMDD.
013400     MOVE SPACES TO PRTRX-REPORT-LINE.
013500     STRING 'PRTREXT - APPROVED MAINTENANCE REQUESTS EXTRACTED '
013600            PRTRX-TODAY-DATE
013700            DELIMITED BY SIZE INTO PRTRX-REPORT-LINE.
013800     WRITE PRTRRPT-RECORD FROM PRTRX-REPORT-LINE.
013900     PERFORM 7100-WRITE-HEADER    THRU 7100-EXIT.
014000     EXEC SQL OPEN PRTRX-CSR END-EXEC.
014100     IF SQLCODE NOT = ZERO
014200         PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
014300     END-IF.
014400     PERFORM 2100-FETCH-REQUEST   THRU 2100-EXIT.
014500 1000-EXIT.
014600     EXIT.
014700*================================================================
014800*    2000-PROCESS-REQUEST - SEND ONE APPROVED REQUEST TO PRTMIN,
014900*    OR TURN IT BACK IF IT SHOULD NEVER HAVE BEEN APPROVED, AND
015000*    FETCH THE NEXT
015100*================================================================
015200 2000-PROCESS-REQUEST.
015300     ADD 1 TO PRTRX-READ-COUNT.
015400     MOVE REQUEST-ID TO PRTRX-REQ-ID-DISP.
015500     MOVE TRAN-IMAGE TO PRTM-TRAN-RECORD.
015600     MOVE SPACES     TO PRTRX-TURN-REASON.
015700     IF DECIDED-BY = REQUESTED-BY
015800        OR DECIDED-BY = SPACES
015900         MOVE 'NOT APPROVED BY A SECOND USER'
016000             TO PRTRX-TURN-REASON
016100     ELSE
016200         IF PRTM-ACTION-CODE NOT = ACTION-CODE
016300            OR PRTM-PRINTER-NAME NOT = REQ-PRINTER-NAME
016400             MOVE 'TRANSACTION IMAGE DOES NOT MATCH REQUEST'
016500                 TO PRTRX-TURN-REASON
016600         END-IF
016700     END-IF.
016800     IF PRTRX-TURN-REASON NOT = SPACES
016900         PERFORM 3500-TURN-BACK   THRU 3500-EXIT
017000     ELSE
017100         PERFORM 3000-EXTRACT     THRU 3000-EXIT
017200     END-IF.
017300     PERFORM 2100-FETCH-REQUEST   THRU 2100-EXIT.
017400 2000-EXIT.
017500     EXIT.
017600*================================================================
017700*    2100-FETCH-REQUEST - FETCH THE NEXT APPROVED REQUEST
017800*================================================================
017900 2100-FETCH-REQUEST.
018000     EXEC SQL
018100         FETCH PRTRX-CSR
018200         INTO :REQUEST-ID,          :ACTION-CODE,
018300              :REQ-PRINTER-NAME,    :TRAN-IMAGE,
018400              :REQUESTED-BY,        :DECIDED-BY,
018500              :DECIDED-DATE
018600     END-EXEC.
018700     EVALUATE SQLCODE
018800         WHEN ZERO
018900             CONTINUE
019000         WHEN 100
019100             SET PRTRX-EOF TO TRUE
019200         WHEN OTHER
019300             PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
019400     END-EVALUATE.
019500 2100-EXIT.
019600     EXIT.
019700*================================================================
019800*    3000-EXTRACT - WRITE THE TRANSACTION, COUNT IT UNDER ITS
019900*    ACTION FOR THE TRAILER, AND MARK THE REQUEST EXTRACTED
020000*================================================================
020100 3000-EXTRACT.
020200     EVALUATE TRUE
020300         WHEN PRTM-ACTION-ADD
020400             ADD 1 TO PRTRX-ADD-COUNT
020500         WHEN PRTM-ACTION-CHANGE
020600             ADD 1 TO PRTRX-CHANGE-COUNT
020700         WHEN PRTM-ACTION-RETIRE
020800             ADD 1 TO PRTRX-RETIRE-COUNT
020900         WHEN PRTM-ACTION-REACT
021000             ADD 1 TO PRTRX-REACT-COUNT
021100         WHEN PRTM-ACTION-HOLD
021200             ADD 1 TO PRTRX-HOLD-COUNT
021300         WHEN PRTM-ACTION-ALT
021400             ADD 1 TO PRTRX-ALT-COUNT
021500         WHEN OTHER
021600             MOVE 'ACTION CODE NOT A, C, D, R, S OR B'
021700                 TO PRTRX-TURN-REASON
021800             PERFORM 3500-TURN-BACK THRU 3500-EXIT
021900             GO TO 3000-EXIT
022000     END-EVALUATE.
022100     WRITE PRTROUT-RECORD FROM PRTM-TRAN-RECORD.
022200     ADD 1 TO PRTRX-WRITE-COUNT.
022300     SET REQUEST-IS-EXTRACTED TO TRUE.
022400     MOVE PRTRX-TODAY-DATE TO EXTRACT-DATE.
022500     EXEC SQL
022600         UPDATE   PRINTER_MAINT_REQ
022700         SET      REQUEST_STATUS = :REQUEST-STATUS,
022800                  EXTRACT_DATE   = :EXTRACT-DATE
022900         WHERE    CURRENT OF PRTRX-CSR
023000     END-EXEC.
023100     IF SQLCODE NOT = ZERO
023200         PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
023300     END-IF.
023400     MOVE SPACES TO PRTRX-REPORT-LINE.
023500     STRING 'EXTRACTED - REQUEST ' PRTRX-REQ-ID-DISP
023600            '  ' PRTM-ACTION-CODE ' ' PRTM-PRINTER-NAME
023700            '  KEYED BY ' REQUESTED-BY
023800            '  APPROVED BY ' DECIDED-BY ' ON ' DECIDED-DATE
023900            DELIMITED BY SIZE INTO PRTRX-REPORT-LINE.
024000     WRITE PRTRRPT-RECORD FROM PRTRX-REPORT-LINE.
024100 3000-EXIT.
024200     EXIT.
024300*================================================================
024400*    3500-TURN-BACK - A REQUEST THAT CANNOT BE SENT IS MARKED
024500*    REJECTED WITH THE REASON, SO IT IS NOT OFFERED AGAIN
024600*    TOMORROW, AND FLAGGED FOR REVIEW
024700*================================================================
024800 3500-TURN-BACK.
024900     ADD 1 TO PRTRX-TURNED-COUNT.
025000     SET REQUEST-IS-REJECTED TO TRUE.
025100     MOVE PRTRX-TURN-REASON TO DECISION-NOTE.
025200     EXEC SQL
025300         UPDATE   PRINTER_MAINT_REQ
025400         SET      REQUEST_STATUS = :REQUEST-STATUS,
025500                  DECISION_NOTE  = :DECISION-NOTE
025600         WHERE    CURRENT OF PRTRX-CSR
025700     END-EXEC.
025800     IF SQLCODE NOT = ZERO
025900         PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
026000     END-IF.
026100     MOVE SPACES TO PRTRX-REPORT-LINE.
026200     STRING 'NOT SENT  - REQUEST ' PRTRX-REQ-ID-DISP
026300            '  ' ACTION-CODE ' ' REQ-PRINTER-NAME
026400            '  KEYED BY ' REQUESTED-BY
026500            '  DECIDED BY ' DECIDED-BY
026600            ' - ' PRTRX-TURN-REASON
026700            DELIMITED BY SIZE INTO PRTRX-REPORT-LINE.
026800     WRITE PRTRRPT-RECORD FROM PRTRX-REPORT-LINE.
026900 3500-EXIT.
027000     EXIT.
027100*================================================================
027200*    5000-LIST-PENDING - THE REQUESTS STILL WAITING FOR A SECOND
027300*    USER, SO THE DESK CAN CHASE AN APPROVER
027400*================================================================
027500 5000-LIST-PENDING.
027600     MOVE SPACES TO PRTRX-REPORT-LINE.
027700     WRITE PRTRRPT-RECORD FROM PRTRX-REPORT-LINE.
027800     MOVE 'REQUESTS STILL PENDING APPROVAL' TO PRTRX-REPORT-LINE.
027900     WRITE PRTRRPT-RECORD FROM PRTRX-REPORT-LINE.
028000     EXEC SQL OPEN PRTRX-PEND-CSR END-EXEC.
028100     IF SQLCODE NOT = ZERO
028200         PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
028300     END-IF.
028400     PERFORM 5100-FETCH-PENDING   THRU 5100-EXIT.
028500     PERFORM 5200-LIST-ONE        THRU 5200-EXIT
028600             UNTIL PRTRX-PEND-EOF.
028700     EXEC SQL CLOSE PRTRX-PEND-CSR END-EXEC.
028800     IF PRTRX-PEND-COUNT = ZERO
028900         MOVE '  NONE' TO PRTRX-REPORT-LINE
029000         WRITE PRTRRPT-RECORD FROM PRTRX-REPORT-LINE
029100     END-IF.
029200 5000-EXIT.
029300     EXIT.
029400*================================================================
029500*    5100-FETCH-PENDING - FETCH THE NEXT PENDING REQUEST
029600*================================================================
029700 5100-FETCH-PENDING.
029800     EXEC SQL
029900         FETCH PRTRX-PEND-CSR
030000         INTO :REQUEST-ID,          :ACTION-CODE,
030100              :REQ-PRINTER-NAME,    :REQUESTED-BY,
030200              :REQUESTED-DATE
030300     END-EXEC.
030400     EVALUATE SQLCODE
030500         WHEN ZERO
030600             CONTINUE
030700         WHEN 100
030800             SET PRTRX-PEND-EOF TO TRUE
030900         WHEN OTHER
031000             PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
031100     END-EVALUATE.
031200 5100-EXIT.
031300     EXIT.
031400*================================================================
031500*    5200-LIST-ONE - ONE PENDING REQUEST ON THE REPORT
031600*================================================================
031700 5200-LIST-ONE.
031800     ADD 1 TO PRTRX-PEND-COUNT.
031900     MOVE REQUEST-ID TO PRTRX-REQ-ID-DISP.
032000     MOVE SPACES TO PRTRX-REPORT-LINE.
032100     STRING 'PENDING   - REQUEST ' PRTRX-REQ-ID-DISP
032200            '  ' ACTION-CODE ' ' REQ-PRINTER-NAME
032300            '  KEYED BY ' REQUESTED-BY ' ON ' REQUESTED-DATE
032400            DELIMITED BY SIZE INTO PRTRX-REPORT-LINE.
032500     WRITE PRTRRPT-RECORD FROM PRTRX-REPORT-LINE.
032600     PERFORM 5100-FETCH-PENDING   THRU 5100-EXIT.
032700 5200-EXIT.
032800     EXIT.
032900*================================================================
033000*    7100-WRITE-HEADER - THE CONTROL HEADER PRTMAINT DEMANDS
033100*================================================================
033200 7100-WRITE-HEADER.
033300     MOVE SPACES             TO PRTM-TRAN-RECORD.
033400     MOVE 'H'                TO PRTM-ACTION-CODE.
033500     MOVE PRTRX-TODAY-DATE   TO PRTM-HDR-RUN-DATE.
033600     MOVE 'PRTREXT '         TO PRTM-HDR-DESK.
033700     WRITE PRTROUT-RECORD FROM PRTM-TRAN-RECORD.
033800 7100-EXIT.
033900     EXIT.
034000*================================================================
034100*    7200-WRITE-TRAILER - THE CONTROL TRAILER, COUNTS BY ACTION
034200*================================================================
034300 7200-WRITE-TRAILER.
034400     MOVE SPACES             TO PRTM-TRAN-RECORD.
034500     MOVE 'T'                TO PRTM-ACTION-CODE.
034600     MOVE PRTRX-ADD-COUNT    TO PRTM-TRL-ADD-COUNT.
034700     MOVE PRTRX-CHANGE-COUNT TO PRTM-TRL-CHANGE-COUNT.
034800     MOVE PRTRX-RETIRE-COUNT TO PRTM-TRL-RETIRE-COUNT.
034900     MOVE PRTRX-REACT-COUNT  TO PRTM-TRL-REACT-COUNT.
035000     MOVE PRTRX-HOLD-COUNT   TO PRTM-TRL-HOLD-COUNT.
035100     MOVE PRTRX-ALT-COUNT    TO PRTM-TRL-ALT-COUNT.
035200     WRITE PRTROUT-RECORD FROM PRTM-TRAN-RECORD.
035300 7200-EXIT.
035400     EXIT.
035500*================================================================
035600*    8000-TERMINATE - WRITE THE TRAILER, COMMIT THE STATUS
035700*    CHANGES WITH THE FILE COMPLETE, AND THE RUN TOTALS.  A
035800*    REQUEST TURNED BACK MEANS AN APPROVAL WENT WRONG SOMEWHERE -
035900*    RC=4 SO SOMEONE LOOKS.
036000*================================================================
036100 8000-TERMINATE.
036200     PERFORM 7200-WRITE-TRAILER   THRU 7200-EXIT.
036300     EXEC SQL COMMIT END-EXEC.
036400     MOVE SPACES TO PRTRX-REPORT-LINE.
036500     WRITE PRTRRPT-RECORD FROM PRTRX-REPORT-LINE.
036600     STRING 'APPROVED READ=' PRTRX-READ-COUNT
036700            ' EXTRACTED='    PRTRX-WRITE-COUNT
036800            ' ADDS='         PRTRX-ADD-COUNT
036900            ' CHANGES='      PRTRX-CHANGE-COUNT
037000            ' RETIRES='      PRTRX-RETIRE-COUNT
037100            ' REACTS='       PRTRX-REACT-COUNT
037200            ' HOLDS='        PRTRX-HOLD-COUNT
037300            ' ALTS='         PRTRX-ALT-COUNT
037400            ' NOT SENT='     PRTRX-TURNED-COUNT
037500            ' PENDING='      PRTRX-PEND-COUNT
037600            DELIMITED BY SIZE INTO PRTRX-REPORT-LINE.
037700     WRITE PRTRRPT-RECORD FROM PRTRX-REPORT-LINE.
037800     DISPLAY 'PRTREXT0001 EXTRACTED=' PRTRX-WRITE-COUNT
037900             ' NOT SENT=' PRTRX-TURNED-COUNT
038000             ' PENDING='  PRTRX-PEND-COUNT.
038100     IF PRTRX-TURNED-COUNT > ZERO
038200         DISPLAY 'PRTREXT0002 REQUESTS TURNED BACK WITHOUT BEING'
038300                 ' SENT - SEE PRTRRPT'
038400         MOVE 4 TO RETURN-CODE
038500     END-IF.
038600     CLOSE PRTROUT-FILE
038700           PRTRRPT-FILE.
038800 8000-EXIT.
038900     EXIT.
039000*================================================================
039100*    9100-ABANDON-RUN - A DB2 FAILURE PART WAY THROUGH.  BACK OUT
039200*    EVERY STATUS CHANGE AND LEAVE PRTMIN WITHOUT A TRAILER SO
039300*    PRTMAINT REFUSES IT; THE REQUESTS STAY APPROVED FOR THE
039400*    RERUN.
039500*================================================================
039600 9100-ABANDON-RUN.
039700     MOVE SQLCODE TO PRTRX-SQLCODE-DISP.
039800     DISPLAY 'PRTREXT0003 RUN ABANDONED - SQLCODE '
039900             PRTRX-SQLCODE-DISP ' - NO REQUEST MARKED EXTRACTED'.
040000     EXEC SQL ROLLBACK END-EXEC.
040100     CLOSE PRTROUT-FILE
040200           PRTRRPT-FILE.
040300     MOVE 12 TO RETURN-CODE.
040400     GOBACK.
040500 9100-EXIT.
040600     EXIT.
