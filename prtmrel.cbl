000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTMREL.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  NIGHTLY RELEASE OF FUTURE-
001300*                   DATED MAINTENANCE.  READS LAST NIGHT'S
001400*                   GENERATION OF THE PENDING FILE (PRTMPND, AS
001500*                   PARKED BY PRTMAINT) AND SPLITS IT THREE WAYS:
001600*                   A TRANSACTION THE DESK HAS CANCELLED ON THE
001700*                   PRTMCAN CARDS IS DROPPED; ONE WHOSE EFFECTIVE
001800*                   DATE HAS COME ROUND IS WRITTEN TO A PRTMIN
001900*                   FILE, BETWEEN THE CONTROL HEADER AND TRAILER
002000*                   PRTMAINT DEMANDS, FOR THE PRTMAINT STEP THAT
002100*                   FOLLOWS; EVERYTHING ELSE IS CARRIED FORWARD TO
002200*                   THE NEW GENERATION.  THE REPORT LISTS WHAT WAS
002300*                   RELEASED AND CANCELLED, THEN EVERYTHING STILL
002400*                   PENDING BY EFFECTIVE DATE.  A CANCEL CARD THAT
002500*                   MATCHES NOTHING ENDS THE JOB RC=4 FOR REVIEW.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.        IBM-ZSERIES.
003000 OBJECT-COMPUTER.        IBM-ZSERIES.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PRTMCAN-FILE  ASSIGN TO PRTMCAN
003400                          ORGANIZATION IS SEQUENTIAL.
003500     SELECT PRTMPOLD-FILE ASSIGN TO PRTMPOLD
003600                          ORGANIZATION IS SEQUENTIAL.
003700     SELECT PRTMPNEW-FILE ASSIGN TO PRTMPNEW
003800                          ORGANIZATION IS SEQUENTIAL.
003900     SELECT PRTMROUT-FILE ASSIGN TO PRTMROUT
004000                          ORGANIZATION IS SEQUENTIAL.
004100     SELECT PRTMLRPT-FILE ASSIGN TO PRTMLRPT
004200                          ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------------
004600*    CANCEL CARD - ONE PER PENDING TRANSACTION THE DESK WANTS
004700*    WITHDRAWN BEFORE IT FIRES, IDENTIFIED THE WAY THE PENDING
004800*    REPORT SHOWS IT: PRINTER NAME, EFFECTIVE DATE AND (BLANK FOR
004900*    ANY) ACTION CODE.  A CARD WITH '*' IN COLUMN 1 IS A COMMENT.
005000*----------------------------------------------------------------
005100 FD  PRTMCAN-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  PRTMCAN-RECORD.
005500     05  PRTMCAN-ACTION          PIC X(01).
005600         88  PRTMCAN-COMMENT                 VALUE '*'.
005700     05  FILLER                  PIC X(01).
005800     05  PRTMCAN-PRINTER-NAME    PIC X(08).
005900     05  FILLER                  PIC X(01).
006000     05  PRTMCAN-EFFECTIVE-DATE  PIC X(08).
006100     05  FILLER                  PIC X(01).
006200     05  PRTMCAN-CANCEL-BY       PIC X(08).
006300     05  FILLER                  PIC X(01).
006400     05  PRTMCAN-REASON          PIC X(40).
006500     05  FILLER                  PIC X(11).
006600 FD  PRTMPOLD-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  PRTMPOLD-RECORD             PIC X(173).
007000 FD  PRTMPNEW-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  PRTMPNEW-RECORD             PIC X(173).
007400 FD  PRTMROUT-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  PRTMROUT-RECORD             PIC X(129).
007800 FD  PRTMLRPT-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  PRTMLRPT-RECORD             PIC X(133).
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------------
008400*    PENDING MAINTENANCE RECORD
008500*----------------------------------------------------------------
008600     COPY PRTMPND.
008700*----------------------------------------------------------------
008800*    MAINTENANCE TRANSACTION LAYOUT - THE PARKED IMAGE AND THE
008900*    RELEASED OUTPUT RECORD
009000*----------------------------------------------------------------
009100     COPY PRTMTXN.
009200*----------------------------------------------------------------
009300*    SWITCHES AND COUNTERS
009400*----------------------------------------------------------------
009500 01  PRTML-SWITCHES.
009600     05  PRTML-EOF-SW            PIC X(01)   VALUE 'N'.
009700         88  PRTML-EOF                       VALUE 'Y'.
009800     05  PRTML-CAN-EOF-SW        PIC X(01)   VALUE 'N'.
009900         88  PRTML-CAN-EOF                   VALUE 'Y'.
010000     05  PRTML-CANCEL-HIT-SW     PIC X(01)   VALUE 'N'.
010100         88  PRTML-CANCEL-HIT                VALUE 'Y'.
010200     05  PRTML-SLOT-FOUND-SW     PIC X(01)   VALUE 'N'.
010300         88  PRTML-SLOT-FOUND                VALUE 'Y'.
010400 01  PRTML-COUNTERS.
010500     05  PRTML-READ-COUNT        PIC 9(07)   VALUE ZERO.
010600     05  PRTML-RELEASE-COUNT     PIC 9(07)   VALUE ZERO.
010700     05  PRTML-CANCEL-COUNT      PIC 9(07)   VALUE ZERO.
010800     05  PRTML-PEND-COUNT        PIC 9(07)   VALUE ZERO.
010900     05  PRTML-HELD-COUNT        PIC 9(07)   VALUE ZERO.
011000     05  PRTML-ADD-COUNT         PIC 9(07)   VALUE ZERO.
011100     05  PRTML-CHANGE-COUNT      PIC 9(07)   VALUE ZERO.
011200     05  PRTML-RETIRE-COUNT      PIC 9(07)   VALUE ZERO.
011300     05  PRTML-REACT-COUNT       PIC 9(07)   VALUE ZERO.
011400     05  PRTML-HOLD-COUNT        PIC 9(07)   VALUE ZERO.
011500     05  PRTML-ALT-COUNT         PIC 9(07)   VALUE ZERO.
011600     05  PRTML-BADCARD-COUNT     PIC 9(07)   VALUE ZERO.
011700     05  PRTML-NOMATCH-COUNT     PIC 9(07)   VALUE ZERO.
011800     05  PRTML-UNLISTED-COUNT    PIC 9(07)   VALUE ZERO.
011900 01  PRTML-TODAY-DATE            PIC 9(08)   VALUE ZERO.
012000 01  PRTML-BREAK-DATE            PIC 9(08)   VALUE ZERO.
012100 01  PRTML-DETAIL                PIC X(60)   VALUE SPACES.
012200 01  PRTML-REPORT-LINE           PIC X(133).
012300*----------------------------------------------------------------
012400*    CANCEL CARDS - LOADED BEFORE THE PENDING FILE IS READ.  EACH
012500*    CARD KEEPS A COUNT OF THE PENDING TRANSACTIONS IT DROPPED SO
012600*    ONE THAT MATCHED NOTHING CAN BE REPORTED.
012700*----------------------------------------------------------------
012800 01  PRTML-CAN-USED              PIC 9(05) COMP VALUE ZERO.
012900 01  PRTML-CAN-MAX               PIC 9(05) COMP VALUE 500.
013000 01  PRTML-HIT-IX                PIC 9(05) COMP VALUE ZERO.
013100 01  PRTML-CAN-TABLE.
013200     05  PRTML-CAN-ENTRY         OCCURS 500 TIMES
013300                                 INDEXED BY PRTML-CAN-IX.
013400         10  PRTML-CAN-ACTION    PIC X(01).
013500         10  PRTML-CAN-NAME      PIC X(08).
013600         10  PRTML-CAN-EFFECTIVE PIC 9(08).
013700         10  PRTML-CAN-BY        PIC X(08).
013800         10  PRTML-CAN-REASON    PIC X(40).
013900         10  PRTML-CAN-HITS      PIC 9(05) COMP.
014000*----------------------------------------------------------------
014100*    STILL-PENDING LIST - EACH CARRIED-FORWARD RECORD IS SLOTTED
014200*    IN BY EFFECTIVE DATE AS IT IS READ (PARK ORDER WITHIN A
014300*    DATE), SO THE REPORT COMES OUT IN DATE ORDER WITHOUT A SORT
014400*    STEP.  THE PENDING FILE ITSELF IS WRITTEN IN FULL REGARDLESS
014500*    - A LIST THAT OVERFLOWS ONLY SHORTENS THE REPORT.
014600*----------------------------------------------------------------
014700 01  PRTML-LST-USED              PIC 9(05) COMP VALUE ZERO.
014800 01  PRTML-LST-MAX               PIC 9(05) COMP VALUE 5000.
014900 01  PRTML-SLOT                  PIC 9(05) COMP VALUE ZERO.
015000 01  PRTML-NEXT                  PIC 9(05) COMP VALUE ZERO.
015100 01  PRTML-LST-TABLE.
015200     05  PRTML-LST-ENTRY         OCCURS 5000 TIMES
015300                                 INDEXED BY PRTML-LST-IX.
015400         10  PRTML-LST-EFFECTIVE PIC 9(08).
015500         10  PRTML-LST-REST      PIC X(165).
015600 PROCEDURE DIVISION.
015700*================================================================
015800*    0000-MAINLINE
015900*================================================================
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
016200     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
016300             UNTIL PRTML-EOF.
016400     PERFORM 5000-LIST-PENDING    THRU 5000-EXIT.
016500     PERFORM 5500-LIST-UNMATCHED  THRU 5500-EXIT.
016600     PERFORM 8000-TERMINATE       THRU 8000-EXIT.
016700     GOBACK.
016800*================================================================
016900*    1000-INITIALIZE - OPEN THE FILES, LOAD THE CANCEL CARDS,
017000*    WRITE THE CONTROL HEADER AND PRIME THE FIRST PENDING READ
017100*================================================================
017200 1000-INITIALIZE.
017300     OPEN INPUT  PRTMCAN-FILE
017400                 PRTMPOLD-FILE
017500          OUTPUT PRTMPNEW-FILE
017600                 PRTMROUT-FILE
017700                 PRTMLRPT-FILE.
017800     ACCEPT PRTML-TODAY-DATE FROM DATE YYYYMMDD.
017900     MOVE SPACES TO PRTML-REPORT-LINE.
018000     STRING 'PRTMREL - FUTURE-DATED MAINTENANCE RELEASED THROUGH '
018100            PRTML-TODAY-DATE
018200            DELIMITED BY SIZE INTO PRTML-REPORT-LINE.
018300     WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE.
018400     PERFORM 1100-READ-CANCEL     THRU 1100-EXIT.
018500     PERFORM 1200-LOAD-CANCEL     THRU 1200-EXIT
018600             UNTIL PRTML-CAN-EOF.
018700     CLOSE PRTMCAN-FILE.
018800     PERFORM 7100-WRITE-HEADER    THRU 7100-EXIT.
018900     PERFORM 2100-READ-PENDING    THRU 2100-EXIT.
019000 1000-EXIT.
019100     EXIT.
019200*================================================================
019300*    1100-READ-CANCEL - READ THE NEXT CANCEL CARD
019400*================================================================
019500 1100-READ-CANCEL.
019600     READ PRTMCAN-FILE
019700         AT END
019800             SET PRTML-CAN-EOF TO TRUE
019900     END-READ.
020000 1100-EXIT.
020100     EXIT.
020200*================================================================
020300*    1200-LOAD-CANCEL - TAKE ONE CANCEL CARD AND READ THE NEXT
020400*================================================================
020500 1200-LOAD-CANCEL.
020600     IF PRTMCAN-RECORD NOT = SPACES
020700        AND NOT PRTMCAN-COMMENT
020800         PERFORM 1300-EDIT-CANCEL THRU 1300-EXIT
020900     END-IF.
021000     PERFORM 1100-READ-CANCEL     THRU 1100-EXIT.
021100 1200-EXIT.
021200     EXIT.
021300*================================================================
021400*    1300-EDIT-CANCEL - EDIT ONE CANCEL CARD INTO THE TABLE.  A
021500*    CARD THAT CANNOT IDENTIFY A TRANSACTION IS REPORTED AND
021600*    IGNORED - NOTHING IS CANCELLED ON A GUESS.
021700*================================================================
021800 1300-EDIT-CANCEL.
021900     IF PRTMCAN-PRINTER-NAME = SPACES
022000        OR PRTMCAN-EFFECTIVE-DATE NOT NUMERIC
022100        OR (PRTMCAN-ACTION NOT = SPACE
022200            AND PRTMCAN-ACTION NOT = 'A'
022300            AND PRTMCAN-ACTION NOT = 'C'
022400            AND PRTMCAN-ACTION NOT = 'D'
022500            AND PRTMCAN-ACTION NOT = 'R'
022600            AND PRTMCAN-ACTION NOT = 'S'
022700            AND PRTMCAN-ACTION NOT = 'B')
022800         ADD 1 TO PRTML-BADCARD-COUNT
022900         MOVE SPACES TO PRTML-REPORT-LINE
023000         STRING 'CANCEL CARD IGNORED - NEEDS PRINTER NAME, '
023100                'EFFECTIVE DATE YYYYMMDD AND A VALID OR BLANK '
023200                'ACTION: ' PRTMCAN-RECORD
023300                DELIMITED BY SIZE INTO PRTML-REPORT-LINE
023400         WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE
023500         GO TO 1300-EXIT
023600     END-IF.
023700     IF PRTML-CAN-USED NOT < PRTML-CAN-MAX
023800         DISPLAY 'PRTMREL0004 MORE THAN ' PRTML-CAN-MAX
023900                 ' CANCEL CARDS - SPLIT THE DECK'
024000         PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
024100     END-IF.
024200     ADD 1 TO PRTML-CAN-USED.
024300     SET PRTML-CAN-IX TO PRTML-CAN-USED.
024400     MOVE PRTMCAN-ACTION
024500         TO PRTML-CAN-ACTION(PRTML-CAN-IX).
024600     MOVE PRTMCAN-PRINTER-NAME
024700         TO PRTML-CAN-NAME(PRTML-CAN-IX).
024800     MOVE PRTMCAN-EFFECTIVE-DATE
024900         TO PRTML-CAN-EFFECTIVE(PRTML-CAN-IX).
025000     MOVE PRTMCAN-CANCEL-BY
025100         TO PRTML-CAN-BY(PRTML-CAN-IX).
025200     MOVE PRTMCAN-REASON
025300         TO PRTML-CAN-REASON(PRTML-CAN-IX).
025400     MOVE ZERO
025500         TO PRTML-CAN-HITS(PRTML-CAN-IX).
025600 1300-EXIT.
025700     EXIT.
025800*================================================================
025900*    2000-PROCESS-PENDING - CANCEL, RELEASE OR CARRY FORWARD ONE
026000*    PENDING TRANSACTION AND READ THE NEXT
026100*================================================================
026200 2000-PROCESS-PENDING.
026300     ADD 1 TO PRTML-READ-COUNT.
026400     MOVE PRTPD-TRAN-IMAGE TO PRTM-TRAN-RECORD.
026500     PERFORM 2200-MATCH-CANCEL    THRU 2200-EXIT.
026600     IF PRTML-CANCEL-HIT
026700         PERFORM 3500-CANCEL      THRU 3500-EXIT
026800     ELSE
026900         IF PRTPD-EFFECTIVE-DATE NOT > PRTML-TODAY-DATE
027000             PERFORM 3000-RELEASE THRU 3000-EXIT
027100         ELSE
027200             PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
027300         END-IF
027400     END-IF.
027500     PERFORM 2100-READ-PENDING    THRU 2100-EXIT.
027600 2000-EXIT.
027700     EXIT.
027800*================================================================
027900*    2100-READ-PENDING - READ THE NEXT PENDING TRANSACTION
028000*================================================================
028100 2100-READ-PENDING.
028200     READ PRTMPOLD-FILE INTO PRTPD-PENDING-RECORD
028300         AT END
028400             SET PRTML-EOF TO TRUE
028500     END-READ.
028600 2100-EXIT.
028700     EXIT.
028800*================================================================
028900*    2200-MATCH-CANCEL - LOOK FOR A CANCEL CARD NAMING THIS
029000*    TRANSACTION
029100*================================================================
029200 2200-MATCH-CANCEL.
029300     MOVE 'N'  TO PRTML-CANCEL-HIT-SW.
029400     MOVE ZERO TO PRTML-HIT-IX.
029500     PERFORM 2210-CHECK-CANCEL    THRU 2210-EXIT
029600             VARYING PRTML-CAN-IX FROM 1 BY 1
029700             UNTIL PRTML-CAN-IX > PRTML-CAN-USED
029800                OR PRTML-CANCEL-HIT.
029900 2200-EXIT.
030000     EXIT.
030100*================================================================
030200*    2210-CHECK-CANCEL - COMPARE ONE CANCEL CARD TO THE PENDING
030300*    TRANSACTION.  A BLANK ACTION ON THE CARD MATCHES ANY ACTION.
030400*================================================================
030500 2210-CHECK-CANCEL.
030600     IF PRTML-CAN-NAME(PRTML-CAN-IX) = PRTM-PRINTER-NAME
030700        AND PRTML-CAN-EFFECTIVE(PRTML-CAN-IX)
030800                = PRTPD-EFFECTIVE-DATE
030900        AND (PRTML-CAN-ACTION(PRTML-CAN-IX) = SPACE
031000         OR  PRTML-CAN-ACTION(PRTML-CAN-IX) = PRTM-ACTION-CODE)
031100         SET PRTML-CANCEL-HIT TO TRUE
031200         SET PRTML-HIT-IX     TO PRTML-CAN-IX
031300         ADD 1 TO PRTML-CAN-HITS(PRTML-CAN-IX)
031400     END-IF.
031500 2210-EXIT.
031600     EXIT.
031700*================================================================
031800*    3000-RELEASE - THE EFFECTIVE DATE HAS COME ROUND.  WRITE THE
031900*    TRANSACTION, ENTERED DATE AND ALL, FOR PRTMAINT AND COUNT IT
032000*    UNDER ITS ACTION FOR THE TRAILER.  AN ACTION CODE PRTMAINT
032100*    WOULD NOT RECOGNIZE IS HELD BACK ON THE PENDING FILE FOR THE
032200*    DESK TO CANCEL RATHER THAN SENT TO BE REJECTED.
032300*================================================================
032400 3000-RELEASE.
032500     EVALUATE TRUE
032600         WHEN PRTM-ACTION-ADD
032700             ADD 1 TO PRTML-ADD-COUNT
032800         WHEN PRTM-ACTION-CHANGE
032900             ADD 1 TO PRTML-CHANGE-COUNT
033000         WHEN PRTM-ACTION-RETIRE
033100             ADD 1 TO PRTML-RETIRE-COUNT
033200         WHEN PRTM-ACTION-REACT
033300             ADD 1 TO PRTML-REACT-COUNT
033400         WHEN PRTM-ACTION-HOLD
033500             ADD 1 TO PRTML-HOLD-COUNT
033600         WHEN PRTM-ACTION-ALT
033700             ADD 1 TO PRTML-ALT-COUNT
033800         WHEN OTHER
033900             ADD 1 TO PRTML-HELD-COUNT
034000             MOVE SPACES TO PRTML-REPORT-LINE
034100             STRING 'HELD BACK - ' PRTM-ACTION-CODE ' '
034200                    PRTM-PRINTER-NAME
034300                    '  EFFECTIVE ' PRTPD-EFFECTIVE-DATE
034400                    ' - ACTION CODE NOT RECOGNIZED, CANCEL IT'
034500                    DELIMITED BY SIZE INTO PRTML-REPORT-LINE
034600             WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE
034700             PERFORM 4000-CARRY-FORWARD THRU 4000-EXIT
034800             GO TO 3000-EXIT
034900     END-EVALUATE.
035000     WRITE PRTMROUT-RECORD FROM PRTM-TRAN-RECORD.
035100     ADD 1 TO PRTML-RELEASE-COUNT.
035200     MOVE SPACES TO PRTML-REPORT-LINE.
035300     STRING 'RELEASED  - ' PRTM-ACTION-CODE ' ' PRTM-PRINTER-NAME
035400            '  EFFECTIVE ' PRTPD-EFFECTIVE-DATE
035500            '  ENTERED ' PRTM-ENTERED-DATE
035600            '  FROM ' PRTPD-PARK-DESK
035700            DELIMITED BY SIZE INTO PRTML-REPORT-LINE.
035800     WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE.
035900 3000-EXIT.
036000     EXIT.
036100*================================================================
036200*    3500-CANCEL - DROP A TRANSACTION THE DESK HAS WITHDRAWN.  IT
036300*    IS NOT CARRIED FORWARD, SO IT CAN NEVER FIRE.
036400*================================================================
036500 3500-CANCEL.
036600     ADD 1 TO PRTML-CANCEL-COUNT.
036700     MOVE SPACES TO PRTML-REPORT-LINE.
036800     STRING 'CANCELLED - ' PRTM-ACTION-CODE ' ' PRTM-PRINTER-NAME
036900            '  EFFECTIVE ' PRTPD-EFFECTIVE-DATE
037000            '  ENTERED ' PRTM-ENTERED-DATE
037100            '  BY ' PRTML-CAN-BY(PRTML-HIT-IX)
037200            ' - ' PRTML-CAN-REASON(PRTML-HIT-IX)
037300            DELIMITED BY SIZE INTO PRTML-REPORT-LINE.
037400     WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE.
037500 3500-EXIT.
037600     EXIT.
037700*================================================================
037800*    4000-CARRY-FORWARD - NOT YET DUE.  COPY IT TO THE NEW
037900*    GENERATION OF THE PENDING FILE AND SLOT IT INTO THE LIST.
038000*================================================================
038100 4000-CARRY-FORWARD.
038200     WRITE PRTMPNEW-RECORD FROM PRTPD-PENDING-RECORD.
038300     ADD 1 TO PRTML-PEND-COUNT.
038400     IF PRTML-LST-USED NOT < PRTML-LST-MAX
038500         ADD 1 TO PRTML-UNLISTED-COUNT
038600         GO TO 4000-EXIT
038700     END-IF.
038800     MOVE PRTML-LST-USED TO PRTML-SLOT.
038900     MOVE 'N' TO PRTML-SLOT-FOUND-SW.
039000     PERFORM 4100-SHIFT-UP        THRU 4100-EXIT
039100             UNTIL PRTML-SLOT = ZERO
039200                OR PRTML-SLOT-FOUND.
039300     ADD 1 TO PRTML-SLOT.
039400     MOVE PRTPD-PENDING-RECORD TO PRTML-LST-ENTRY(PRTML-SLOT).
039500     ADD 1 TO PRTML-LST-USED.
039600 4000-EXIT.
039700     EXIT.
039800*================================================================
039900*    4100-SHIFT-UP - MOVE ONE LATER-DATED LIST ENTRY UP A PLACE TO
040000*    MAKE ROOM, OR STOP AT THE FIRST ENTRY DUE ON OR BEFORE THE
040100*    NEW ONE
040200*================================================================
040300 4100-SHIFT-UP.
040400     IF PRTML-LST-EFFECTIVE(PRTML-SLOT) > PRTPD-EFFECTIVE-DATE
040500         COMPUTE PRTML-NEXT = PRTML-SLOT + 1
040600         MOVE PRTML-LST-ENTRY(PRTML-SLOT)
040700             TO PRTML-LST-ENTRY(PRTML-NEXT)
040800         SUBTRACT 1 FROM PRTML-SLOT
040900     ELSE
041000         SET PRTML-SLOT-FOUND TO TRUE
041100     END-IF.
041200 4100-EXIT.
041300     EXIT.
041400*================================================================
041500*    5000-LIST-PENDING - EVERYTHING STILL PENDING, BY EFFECTIVE
041600*    DATE, SO THE DESK CAN SEE WHAT IS COMING AND CANCEL WHAT
041700*    SHOULD NOT HAPPEN
041800*================================================================
041900 5000-LIST-PENDING.
042000     MOVE SPACES TO PRTML-REPORT-LINE.
042100     WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE.
042200     MOVE 'STILL PENDING BY EFFECTIVE DATE' TO PRTML-REPORT-LINE.
042300     WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE.
042400     IF PRTML-LST-USED = ZERO
042500         MOVE '  NONE' TO PRTML-REPORT-LINE
042600         WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE
042700         GO TO 5000-EXIT
042800     END-IF.
042900     MOVE ZERO TO PRTML-BREAK-DATE.
043000     PERFORM 5100-LIST-ONE        THRU 5100-EXIT
043100             VARYING PRTML-LST-IX FROM 1 BY 1
043200             UNTIL PRTML-LST-IX > PRTML-LST-USED.
043300     IF PRTML-UNLISTED-COUNT > ZERO
043400         MOVE SPACES TO PRTML-REPORT-LINE
043500         STRING '  LIST FULL - ' PRTML-UNLISTED-COUNT
043600                ' MORE PENDING TRANSACTIONS CARRIED FORWARD'
043700                ' BUT NOT LISTED'
043800                DELIMITED BY SIZE INTO PRTML-REPORT-LINE
043900         WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE
044000     END-IF.
044100 5000-EXIT.
044200     EXIT.
044300*================================================================
044400*    5100-LIST-ONE - ONE PENDING TRANSACTION, UNDER A HEADING
044500*    LINE EACH TIME THE EFFECTIVE DATE CHANGES
044600*================================================================
044700 5100-LIST-ONE.
044800     MOVE PRTML-LST-ENTRY(PRTML-LST-IX) TO PRTPD-PENDING-RECORD.
044900     MOVE PRTPD-TRAN-IMAGE TO PRTM-TRAN-RECORD.
045000     IF PRTPD-EFFECTIVE-DATE NOT = PRTML-BREAK-DATE
045100         MOVE PRTPD-EFFECTIVE-DATE TO PRTML-BREAK-DATE
045200         MOVE SPACES TO PRTML-REPORT-LINE
045300         WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE
045400         STRING '  EFFECTIVE ' PRTPD-EFFECTIVE-DATE
045500                DELIMITED BY SIZE INTO PRTML-REPORT-LINE
045600         WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE
045700     END-IF.
045800     PERFORM 5200-DESCRIBE        THRU 5200-EXIT.
045900     MOVE SPACES TO PRTML-REPORT-LINE.
046000     STRING '    ' PRTM-ACTION-CODE ' ' PRTM-PRINTER-NAME
046100            '  ENTERED ' PRTM-ENTERED-DATE
046200            '  FROM ' PRTPD-PARK-DESK
046300            '  PARKED BY ' PRTPD-PARK-JOBNAME
046400            '  ' PRTML-DETAIL
046500            DELIMITED BY SIZE INTO PRTML-REPORT-LINE.
046600     WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE.
046700 5100-EXIT.
046800     EXIT.
046900*================================================================
047000*    5200-DESCRIBE - WHAT THE TRANSACTION WILL DO, IN A WORD OR
047100*    TWO, FOR THE PENDING LIST
047200*================================================================
047300 5200-DESCRIBE.
047400     MOVE SPACES TO PRTML-DETAIL.
047500     EVALUATE TRUE
047600         WHEN PRTM-ACTION-ADD
047700             STRING 'ADD ' PRTM-PRINTER-DESC
047800                    DELIMITED BY SIZE INTO PRTML-DETAIL
047900         WHEN PRTM-ACTION-CHANGE
048000             STRING 'CHANGE ' PRTM-PRINTER-DESC
048100                    DELIMITED BY SIZE INTO PRTML-DETAIL
048200         WHEN PRTM-ACTION-RETIRE
048300             MOVE 'RETIRE' TO PRTML-DETAIL
048400         WHEN PRTM-ACTION-REACT
048500             MOVE 'REACTIVATE' TO PRTML-DETAIL
048600         WHEN PRTM-ACTION-HOLD
048700             STRING 'HOLD UNTIL ' PRTM-HLD-RETURN-DATE
048800                    DELIMITED BY SIZE INTO PRTML-DETAIL
048900         WHEN PRTM-ACTION-ALT
049000             IF PRTM-ALT-DEST = SPACES
049100                 MOVE 'CLEAR ALTERNATE' TO PRTML-DETAIL
049200             ELSE
049300                 STRING 'ALTERNATE ' PRTM-ALT-DEST
049400                        DELIMITED BY SIZE INTO PRTML-DETAIL
049500             END-IF
049600         WHEN OTHER
049700             MOVE 'ACTION CODE NOT RECOGNIZED' TO PRTML-DETAIL
049800     END-EVALUATE.
049900 5200-EXIT.
050000     EXIT.
050100*================================================================
050200*    5500-LIST-UNMATCHED - CANCEL CARDS THAT DROPPED NOTHING.
050300*    EITHER THE TRANSACTION HAS ALREADY FIRED OR THE CARD IS
050400*    WRONG - EITHER WAY THE DESK NEEDS TO KNOW.
050500*================================================================
050600 5500-LIST-UNMATCHED.
050700     PERFORM 5600-CHECK-UNMATCHED THRU 5600-EXIT
050800             VARYING PRTML-CAN-IX FROM 1 BY 1
050900             UNTIL PRTML-CAN-IX > PRTML-CAN-USED.
051000 5500-EXIT.
051100     EXIT.
051200*================================================================
051300*    5600-CHECK-UNMATCHED - REPORT ONE CANCEL CARD IF IT MATCHED
051400*    NO PENDING TRANSACTION
051500*================================================================
051600 5600-CHECK-UNMATCHED.
051700     IF PRTML-CAN-HITS(PRTML-CAN-IX) = ZERO
051800         ADD 1 TO PRTML-NOMATCH-COUNT
051900         IF PRTML-NOMATCH-COUNT = 1
052000             MOVE SPACES TO PRTML-REPORT-LINE
052100             WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE
052200         END-IF
052300         MOVE SPACES TO PRTML-REPORT-LINE
052400         STRING 'CANCEL NOT MATCHED - '
052500                PRTML-CAN-ACTION(PRTML-CAN-IX) ' '
052600                PRTML-CAN-NAME(PRTML-CAN-IX)
052700                '  EFFECTIVE ' PRTML-CAN-EFFECTIVE(PRTML-CAN-IX)
052800                '  BY ' PRTML-CAN-BY(PRTML-CAN-IX)
052900                ' - NOTHING PENDING UNDER THAT KEY'
053000                DELIMITED BY SIZE INTO PRTML-REPORT-LINE
053100         WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE
053200     END-IF.
053300 5600-EXIT.
053400     EXIT.
053500*================================================================
053600*    7100-WRITE-HEADER - THE CONTROL HEADER PRTMAINT DEMANDS
053700*================================================================
053800 7100-WRITE-HEADER.
053900     MOVE SPACES             TO PRTM-TRAN-RECORD.
054000     MOVE 'H'                TO PRTM-ACTION-CODE.
054100     MOVE PRTML-TODAY-DATE   TO PRTM-HDR-RUN-DATE.
054200     MOVE 'PRTMREL '         TO PRTM-HDR-DESK.
054300     WRITE PRTMROUT-RECORD FROM PRTM-TRAN-RECORD.
054400 7100-EXIT.
054500     EXIT.
054600*================================================================
054700*    7200-WRITE-TRAILER - THE CONTROL TRAILER, COUNTS BY ACTION
054800*================================================================
054900 7200-WRITE-TRAILER.
055000     MOVE SPACES             TO PRTM-TRAN-RECORD.
055100     MOVE 'T'                TO PRTM-ACTION-CODE.
055200     MOVE PRTML-ADD-COUNT    TO PRTM-TRL-ADD-COUNT.
055300     MOVE PRTML-CHANGE-COUNT TO PRTM-TRL-CHANGE-COUNT.
055400     MOVE PRTML-RETIRE-COUNT TO PRTM-TRL-RETIRE-COUNT.
055500     MOVE PRTML-REACT-COUNT  TO PRTM-TRL-REACT-COUNT.
055600     MOVE PRTML-HOLD-COUNT   TO PRTM-TRL-HOLD-COUNT.
055700     MOVE PRTML-ALT-COUNT    TO PRTM-TRL-ALT-COUNT.
055800     WRITE PRTMROUT-RECORD FROM PRTM-TRAN-RECORD.
055900 7200-EXIT.
056000     EXIT.
056100*================================================================
056200*    8000-TERMINATE - WRITE THE TRAILER, THE RUN TOTALS AND CLOSE
056300*    UP.  A NIGHT WITH NOTHING DUE STILL WRITES THE HEADER AND A
056400*    ZERO TRAILER SO THE PRTMAINT STEP BALANCES.  A BAD OR
056500*    UNMATCHED CANCEL CARD, OR A TRANSACTION HELD BACK, IS RC=4
056600*    FOR REVIEW.
056700*================================================================
056800 8000-TERMINATE.
056900     PERFORM 7200-WRITE-TRAILER   THRU 7200-EXIT.
057000     MOVE SPACES TO PRTML-REPORT-LINE.
057100     WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE.
057200     STRING 'PENDING READ=' PRTML-READ-COUNT
057300            ' RELEASED='    PRTML-RELEASE-COUNT
057400            ' CANCELLED='   PRTML-CANCEL-COUNT
057500            ' STILL PENDING=' PRTML-PEND-COUNT
057600            DELIMITED BY SIZE INTO PRTML-REPORT-LINE.
057700     WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE.
057800     MOVE SPACES TO PRTML-REPORT-LINE.
057900     STRING 'RELEASED ADDS=' PRTML-ADD-COUNT
058000            ' CHANGES='     PRTML-CHANGE-COUNT
058100            ' RETIRES='     PRTML-RETIRE-COUNT
058200            ' REACTS='      PRTML-REACT-COUNT
058300            ' HOLDS='       PRTML-HOLD-COUNT
058400            ' ALTS='        PRTML-ALT-COUNT
058500            DELIMITED BY SIZE INTO PRTML-REPORT-LINE.
058600     WRITE PRTMLRPT-RECORD FROM PRTML-REPORT-LINE.
058700     DISPLAY 'PRTMREL0001 RELEASED=' PRTML-RELEASE-COUNT
058800             ' CANCELLED='     PRTML-CANCEL-COUNT
058900             ' STILL PENDING=' PRTML-PEND-COUNT.
059000     IF PRTML-BADCARD-COUNT > ZERO
059100        OR PRTML-NOMATCH-COUNT > ZERO
059200         DISPLAY 'PRTMREL0002 CANCEL CARDS IGNORED OR UNMATCHED -'
059300                 ' SEE PRTMLRPT'
059400         MOVE 4 TO RETURN-CODE
059500     END-IF.
059600     IF PRTML-HELD-COUNT > ZERO
059700         DISPLAY 'PRTMREL0003 TRANSACTIONS HELD BACK WITH AN'
059800                 ' UNRECOGNIZED ACTION CODE - SEE PRTMLRPT'
059900         MOVE 4 TO RETURN-CODE
060000     END-IF.
060100     CLOSE PRTMPOLD-FILE
060200           PRTMPNEW-FILE
060300           PRTMROUT-FILE
060400           PRTMLRPT-FILE.
060500 8000-EXIT.
060600     EXIT.
060700*================================================================
060800*    9100-ABANDON-RUN - STOP BEFORE ANYTHING IS RELEASED OR
060900*    CARRIED FORWARD.  PRTMIN IS LEFT WITHOUT A TRAILER SO
061000*    PRTMAINT REFUSES IT, AND THE OLD GENERATION OF THE PENDING
061100*    FILE STILL HOLDS EVERYTHING FOR THE RERUN.
061200*================================================================
061300 9100-ABANDON-RUN.
061400     CLOSE PRTMCAN-FILE
061500           PRTMPOLD-FILE
061600           PRTMPNEW-FILE
061700           PRTMROUT-FILE
061800           PRTMLRPT-FILE.
061900     MOVE 12 TO RETURN-CODE.
062000     GOBACK.
062100 9100-EXIT.
062200     EXIT.
