000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTAPR.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  SECOND-PERSON APPROVAL OF
001300*                   PRINTER MAINTENANCE REQUESTS KEYED AT PENT
001400*                   (TRANSACTION PAPR).
001500*                     PAPR nnn           SHOW REQUEST nnn - THE
001600*                                        CURRENT PRINTER ROW NEXT
001700*                                        TO THE PROPOSED VALUES
001800*                     PAPR nnn A         APPROVE IT
001900*                     PAPR nnn J note    REJECT IT, SAYING WHY
002000*                   ONLY A PENDING REQUEST CAN BE DECIDED, AND
002100*                   NEVER BY THE USER WHO KEYED IT.  AN APPROVED
002200*                   REQUEST IS PICKED UP BY THE NIGHTLY EXTRACT
002300*                   (PRTREXT) AND FED TO PRTMAINT.
002333*  10/15/26   JRM   TRANSACTION IMAGE NOW 129 BYTES (EFFECTIVE
002366*                   AND ENTERED DATES ADDED TO PRTMTXN).
002372*  10/15/26   JRM   REQUEST NUMBER KEYED SHORTER THAN NINE
002378*                   DIGITS IS NOW RIGHT-ALIGNED BEFORE THE
002384*                   NUMERIC CHECK - IT WAS REFUSED AS NOT
002390*                   NUMERIC, SO NO REQUEST COULD BE DECIDED.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.        IBM-ZSERIES.
002800 OBJECT-COMPUTER.        IBM-ZSERIES.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100*----------------------------------------------------------------
003200*    PRINTER TABLE DECLARATION AND HOST VARIABLES
003300*----------------------------------------------------------------
003400     COPY PRTTBL.
003500*----------------------------------------------------------------
003600*    PENDING REQUEST TABLE DECLARATION AND HOST VARIABLES
003700*----------------------------------------------------------------
003800     COPY PRTREQT.
003900*----------------------------------------------------------------
004000*    MAINTENANCE TRANSACTION LAYOUT - THE REQUEST AS KEYED
004100*----------------------------------------------------------------
004200     COPY PRTMTXN.
004300*----------------------------------------------------------------
004400*    REVIEW SCREEN AND PROPOSED ROW
004500*----------------------------------------------------------------
004600     COPY PRTRSCR.
004700*----------------------------------------------------------------
004800*    SQL COMMUNICATION AREA
004900*----------------------------------------------------------------
005000     EXEC SQL INCLUDE SQLCA END-EXEC.
005100*----------------------------------------------------------------
005200*    TERMINAL INPUT - TRANSACTION CODE, REQUEST NUMBER, DECISION
005300*    AND AN OPTIONAL NOTE, SEPARATED BY SPACES
005400*----------------------------------------------------------------
005500 01  PRTAP-INPUT-AREA.
005600     05  PRTAP-INPUT-TRANID      PIC X(04).
005700     05  PRTAP-INPUT-ARGS        PIC X(76).
005800 01  PRTAP-INPUT-LENGTH          PIC S9(04) COMP VALUE +80.
005900 01  PRTAP-ARG-ID                PIC X(09)   VALUE SPACES.
006000 01  PRTAP-ARG-DECISION          PIC X(01)   VALUE SPACE.
006100     88  PRTAP-DECISION-NONE                 VALUE SPACE.
006200     88  PRTAP-DECISION-APPROVE              VALUE 'A'.
006300     88  PRTAP-DECISION-REJECT               VALUE 'J'.
006400 01  PRTAP-ARG-NOTE              PIC X(40)   VALUE SPACES.
006500 01  PRTAP-ARG-PTR               PIC S9(04) COMP VALUE +1.
006600 01  PRTAP-ID-WORK               PIC X(09)   JUSTIFIED RIGHT.
006700 01  PRTAP-ID-NUM REDEFINES PRTAP-ID-WORK
006800                                 PIC 9(09).
006850 01  PRTAP-ID-LENGTH             PIC S9(04) COMP VALUE ZERO.
006900*----------------------------------------------------------------
007000*    SWITCHES AND WORK FIELDS
007100*----------------------------------------------------------------
007200 01  PRTAP-SWITCHES.
007300     05  PRTAP-REQ-SW            PIC X(01)   VALUE 'N'.
007400         88  PRTAP-REQ-FOUND                 VALUE 'Y'.
007500         88  PRTAP-REQ-NOT-FOUND             VALUE 'N'.
007600     05  PRTAP-ROW-SW            PIC X(01)   VALUE 'N'.
007700         88  PRTAP-ROW-FOUND                 VALUE 'Y'.
007800         88  PRTAP-ROW-NOT-FOUND             VALUE 'N'.
007900         88  PRTAP-ROW-SQL-ERROR             VALUE 'E'.
008000 01  PRTAP-USERID                PIC X(08)   VALUE SPACES.
008100 01  PRTAP-TODAY                 PIC 9(08)   VALUE ZERO.
008200 01  PRTAP-NOW                   PIC 9(08)   VALUE ZERO.
008300 01  PRTAP-STATUS-IND            PIC X(01)   VALUE SPACE.
008400 01  PRTAP-STATUS-TEXT           PIC X(13)   VALUE SPACES.
008500 01  PRTAP-SQLCODE-DISP          PIC -9(9).
008600 01  PRTAP-REQ-ID-DISP           PIC Z(08)9.
008700 PROCEDURE DIVISION.
008800*================================================================
008900*    0000-MAINLINE
009000*================================================================
009100 0000-MAINLINE.
009200     MOVE 'PRTAPR - PRINTER MAINTENANCE REQUEST APPROVAL'
009300         TO PRTRS-SCR-TITLE.
009400     PERFORM 1000-RECEIVE-INPUT   THRU 1000-EXIT.
009500     IF PRTAP-ARG-ID = SPACES
009600         STRING 'KEY PAPR AND A REQUEST NUMBER, THEN A TO APPROVE'
009700                ' OR J AND A NOTE TO REJECT'
009800                DELIMITED BY SIZE INTO PRTRS-SCR-MSG
009900         PERFORM 5900-CLEAR-DETAIL THRU 5900-EXIT
010000     ELSE
010100         PERFORM 2000-FETCH-REQUEST THRU 2000-EXIT
010200         IF PRTAP-REQ-FOUND
010300             PERFORM 3000-REVIEW-REQUEST THRU 3000-EXIT
010400         ELSE
010500             PERFORM 5900-CLEAR-DETAIL THRU 5900-EXIT
010600         END-IF
010700     END-IF.
010800     PERFORM 8000-SEND-SCREEN     THRU 8000-EXIT.
010900     EXEC CICS
011000         RETURN
011100     END-EXEC.
011200     GOBACK.
011300*================================================================
011400*    1000-RECEIVE-INPUT - PICK UP THE TERMINAL INPUT AND THE
011500*    SIGNED-ON USER, AND SPLIT THE ARGUMENTS
011600*================================================================
011700 1000-RECEIVE-INPUT.
011800     MOVE SPACES TO PRTAP-INPUT-AREA.
011900     MOVE +80    TO PRTAP-INPUT-LENGTH.
012000     EXEC CICS
012100         RECEIVE INTO(PRTAP-INPUT-AREA)
012200                 LENGTH(PRTAP-INPUT-LENGTH)
012300                 MAXLENGTH(PRTAP-INPUT-LENGTH)
012400                 NOTRUNCATE
012500     END-EXEC.
012600     EXEC CICS
012700         ASSIGN USERID(PRTAP-USERID)
012800     END-EXEC.
012900     ACCEPT PRTAP-TODAY FROM DATE YYYYMMDD.
013000     ACCEPT PRTAP-NOW   FROM TIME.
013100     MOVE +1 TO PRTAP-ARG-PTR.
013200     IF PRTAP-INPUT-ARGS NOT = SPACES
013300         PERFORM 1100-SKIP-SPACE THRU 1100-EXIT
013400                 UNTIL PRTAP-ARG-PTR > 76
013500                    OR PRTAP-INPUT-ARGS(PRTAP-ARG-PTR:1)
013600                           NOT = SPACE
013700         UNSTRING PRTAP-INPUT-ARGS DELIMITED BY ALL SPACE
013800             INTO PRTAP-ARG-ID
013900                  PRTAP-ARG-DECISION
014000             WITH POINTER PRTAP-ARG-PTR
014100         END-UNSTRING
014200     END-IF.
014300     IF PRTAP-ARG-PTR NOT > 76
014400         MOVE PRTAP-INPUT-ARGS(PRTAP-ARG-PTR:) TO PRTAP-ARG-NOTE
014500     END-IF.
014600 1000-EXIT.
014700     EXIT.
014800*================================================================
014900*    1100-SKIP-SPACE - STEP PAST THE SPACES AHEAD OF THE REQUEST
015000*    NUMBER
015100*================================================================
015200 1100-SKIP-SPACE.
015300     ADD +1 TO PRTAP-ARG-PTR.
015400 1100-EXIT.
015500     EXIT.
015600*================================================================
015700*    2000-FETCH-REQUEST - THE REQUEST NAMED ON THE COMMAND
015800*================================================================
015900 2000-FETCH-REQUEST.
016000     SET PRTAP-REQ-NOT-FOUND TO TRUE.
016050     MOVE ZERO TO PRTAP-ID-LENGTH.
016100     INSPECT PRTAP-ARG-ID TALLYING PRTAP-ID-LENGTH
016150             FOR CHARACTERS BEFORE INITIAL SPACE.
016200     IF PRTAP-ID-LENGTH = ZERO
016250         MOVE 'REQUEST NUMBER IS MISSING' TO PRTRS-SCR-MSG
016300         GO TO 2000-EXIT
016350     END-IF.
016400     MOVE PRTAP-ARG-ID(1:PRTAP-ID-LENGTH) TO PRTAP-ID-WORK.
016450     INSPECT PRTAP-ID-WORK REPLACING LEADING SPACE BY ZERO.
016500     IF PRTAP-ID-WORK NOT NUMERIC
016550         STRING 'REQUEST NUMBER ' PRTAP-ARG-ID ' IS NOT NUMERIC'
016600                DELIMITED BY SIZE INTO PRTRS-SCR-MSG
016650         GO TO 2000-EXIT
016700     END-IF.
016800     MOVE PRTAP-ID-NUM TO REQUEST-ID.
016900     EXEC SQL
017000         SELECT   REQUEST_ID,          REQUEST_STATUS,
017100                  ACTION_CODE,         PRINTER_NAME,
017200                  TRAN_IMAGE,          REQUESTED_BY,
017300                  REQUESTED_DATE,      REQUESTED_TIME,
017400                  DECIDED_BY,          DECIDED_DATE,
017500                  DECIDED_TIME,        DECISION_NOTE,
017600                  EXTRACT_DATE
017700         INTO    :REQUEST-ID,          :REQUEST-STATUS,
017800                 :ACTION-CODE,         :REQ-PRINTER-NAME,
017900                 :TRAN-IMAGE,          :REQUESTED-BY,
018000                 :REQUESTED-DATE,      :REQUESTED-TIME,
018100                 :DECIDED-BY,          :DECIDED-DATE,
018200                 :DECIDED-TIME,        :DECISION-NOTE,
018300                 :EXTRACT-DATE
018400         FROM     PRINTER_MAINT_REQ
018500         WHERE   (REQUEST_ID = :REQUEST-ID)
018600         COPY PRTQNO.
018700     END-EXEC.
018800     MOVE PRTAP-ID-NUM TO PRTAP-REQ-ID-DISP.
018900     EVALUATE SQLCODE
019000         WHEN ZERO
019100             SET PRTAP-REQ-FOUND TO TRUE
019200         WHEN 100
019300             STRING 'REQUEST ' PRTAP-REQ-ID-DISP ' NOT ON FILE'
019400                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
019500         WHEN OTHER
019600             MOVE SQLCODE TO PRTAP-SQLCODE-DISP
019700             STRING 'LOOKUP FAILED - SQLCODE ' PRTAP-SQLCODE-DISP
019800                    ' - CALL THE DBA GROUP'
019900                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
020000     END-EVALUATE.
020100 2000-EXIT.
020200     EXIT.
020300*================================================================
020400*    2500-SHOW-STATE - NO DECISION KEYED - SAY WHERE THE REQUEST
020500*    STANDS AND WHAT CAN BE DONE WITH IT
020600*================================================================
020700 2500-SHOW-STATE.
020800     EVALUATE TRUE
020900         WHEN REQUEST-IS-PENDING
021000             IF PRTAP-USERID = REQUESTED-BY
021100                 STRING 'PENDING - YOU KEYED THIS REQUEST,'
021200                        ' ANOTHER USER MUST APPROVE IT'
021300                        DELIMITED BY SIZE INTO PRTRS-SCR-MSG
021400             ELSE
021500                 STRING 'PENDING - KEY PAPR ' PRTAP-REQ-ID-DISP
021600                        ' A TO APPROVE OR J AND A NOTE TO REJECT'
021700                        DELIMITED BY SIZE INTO PRTRS-SCR-MSG
021800             END-IF
021900         WHEN REQUEST-IS-APPROVED
022000             STRING 'APPROVED BY ' DECIDED-BY ' ON ' DECIDED-DATE
022100                    ' - AWAITING TONIGHT''S EXTRACT'
022200                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
022300         WHEN REQUEST-IS-REJECTED
022400             STRING 'REJECTED BY ' DECIDED-BY ' - ' DECISION-NOTE
022500                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
022600         WHEN REQUEST-IS-EXTRACTED
022700             STRING 'APPROVED BY ' DECIDED-BY
022800                    ' - SENT TO PRTMAINT ON ' EXTRACT-DATE
022900                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
023000         WHEN OTHER
023100             STRING 'UNKNOWN REQUEST STATUS ' REQUEST-STATUS
023200                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
023300     END-EVALUATE.
023400 2500-EXIT.
023500     EXIT.
023600*================================================================
023700*    3000-REVIEW-REQUEST - SHOW THE REQUEST AGAINST THE PRINTER
023800*    ROW AS IT STANDS NOW, AND RECORD THE DECISION IF ONE WAS
023900*    KEYED
024000*================================================================
024100 3000-REVIEW-REQUEST.
024200     MOVE TRAN-IMAGE TO PRTM-TRAN-RECORD.
024300     PERFORM 3100-FETCH-CURRENT   THRU 3100-EXIT.
024400     IF PRTAP-DECISION-NONE
024500         PERFORM 2500-SHOW-STATE  THRU 2500-EXIT
024600     ELSE
024700         PERFORM 4000-RECORD-DECISION THRU 4000-EXIT
024800     END-IF.
024900     PERFORM 5000-BUILD-SCREEN    THRU 5000-EXIT.
025000 3000-EXIT.
025100     EXIT.
025200*================================================================
025300*    3100-FETCH-CURRENT - THE ROW AS IT STANDS NOW.  NO ACTIVE
025400*    FILTER - A REACTIVATE IS KEYED AGAINST A RETIRED OR HELD
025500*    ROW.
025600*================================================================
025700 3100-FETCH-CURRENT.
025800     MOVE PRTM-PRINTER-NAME TO PRINTER-NAME.
025900     EXEC SQL
026000         SELECT   PRINTER_NAME,       LASER_PRINTER_IND,
026100                  SYSTEM_PRINTER_IND, PRINTER_DEST,
026200                  PRINTER_UDK,        PRINTER_DESC,
026300                  LASER_MODEL,        POST_SCRIPT_IND,
026400                  PRINTER_LANGUAGE,   PCL_IND,
026500                  WRITER_NAME,        PRINTER_ACTIVE_IND,
026600                  PRINTER_LOCATION,   PRINTER_RETURN_DATE,
026700                  ALTERNATE_DEST
026800         INTO    :PRINTER-NAME,       :LASER-PRINTER-IND,
026900                 :SYSTEM-PRINTER-IND, :PRINTER-DEST,
027000                 :PRINTER-UDK,        :PRINTER-DESC,
027100                 :LASER-MODEL,        :POST-SCRIPT-IND,
027200                 :PRINTER-LANGUAGE,   :PCL-IND,
027300                 :WRITER-NAME,        :PRINTER-ACTIVE-IND,
027400                 :PRINTER-LOCATION,   :PRINTER-RETURN-DATE,
027500                 :ALTERNATE-DEST
027600         FROM     PRINTER
027700         WHERE   (PRINTER_NAME = :PRINTER-NAME)
027800         COPY PRTQNO.
027900     END-EXEC.
028000     EVALUATE SQLCODE
028100         WHEN ZERO
028200             SET PRTAP-ROW-FOUND     TO TRUE
028300         WHEN 100
028400             SET PRTAP-ROW-NOT-FOUND TO TRUE
028500             MOVE SPACES TO PRINTER-ROW
028600         WHEN OTHER
028700             SET PRTAP-ROW-SQL-ERROR TO TRUE
028800             MOVE SPACES TO PRINTER-ROW
028900     END-EVALUATE.
029000 3100-EXIT.
029100     EXIT.
029200*================================================================
029300*    4000-RECORD-DECISION - APPROVE OR REJECT A PENDING REQUEST.
029400*    THE USER WHO KEYED IT MAY NOT DECIDE IT, A REJECT MUST SAY
029500*    WHY, AND AN APPROVAL IS REFUSED IF THE PRINTER ROW HAS MOVED
029600*    UNDER THE REQUEST SINCE IT WAS KEYED (ADDED BY SOMEONE ELSE,
029700*    OR GONE).  THE UPDATE ITSELF RE-CHECKS THE PENDING STATUS SO
029800*    TWO APPROVERS CANNOT BOTH DECIDE THE SAME REQUEST.
029900*================================================================
030000 4000-RECORD-DECISION.
030100     IF NOT PRTAP-DECISION-APPROVE
030200        AND NOT PRTAP-DECISION-REJECT
030300         MOVE 'DECISION MUST BE A (APPROVE) OR J (REJECT)'
030400             TO PRTRS-SCR-MSG
030500         GO TO 4000-EXIT
030600     END-IF.
030700     IF NOT REQUEST-IS-PENDING
030800         PERFORM 2500-SHOW-STATE THRU 2500-EXIT
030900         GO TO 4000-EXIT
031000     END-IF.
031100     IF PRTAP-USERID = REQUESTED-BY
031200         STRING 'REFUSED - YOU KEYED THIS REQUEST,'
031300                ' ANOTHER USER MUST APPROVE IT'
031400                DELIMITED BY SIZE INTO PRTRS-SCR-MSG
031500         GO TO 4000-EXIT
031600     END-IF.
031700     IF PRTAP-DECISION-REJECT
031800        AND PRTAP-ARG-NOTE = SPACES
031900         MOVE 'REFUSED - A REJECT NEEDS A NOTE SAYING WHY'
032000             TO PRTRS-SCR-MSG
032100         GO TO 4000-EXIT
032200     END-IF.
032300     IF PRTAP-DECISION-APPROVE
032400         IF PRTAP-ROW-SQL-ERROR
032500             MOVE SQLCODE TO PRTAP-SQLCODE-DISP
032600             STRING 'LOOKUP FAILED - SQLCODE ' PRTAP-SQLCODE-DISP
032700                    ' - CALL THE DBA GROUP'
032800                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
032900             GO TO 4000-EXIT
033000         END-IF
033100         IF (PRTM-ACTION-ADD AND PRTAP-ROW-FOUND)
033200            OR (NOT PRTM-ACTION-ADD AND PRTAP-ROW-NOT-FOUND)
033300             STRING 'REFUSED - THE PRINTER ROW HAS CHANGED SINCE'
033400                    ' THIS WAS KEYED - REJECT IT'
033500                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
033600             GO TO 4000-EXIT
033700         END-IF
033800     END-IF.
033900     IF PRTAP-DECISION-APPROVE
034000         SET REQUEST-IS-APPROVED TO TRUE
034100     ELSE
034200         SET REQUEST-IS-REJECTED TO TRUE
034300     END-IF.
034400     MOVE PRTAP-USERID   TO DECIDED-BY.
034500     MOVE PRTAP-TODAY    TO DECIDED-DATE.
034600     MOVE PRTAP-NOW      TO DECIDED-TIME.
034700     MOVE PRTAP-ARG-NOTE TO DECISION-NOTE.
034800     EXEC SQL
034900         UPDATE   PRINTER_MAINT_REQ
035000         SET      REQUEST_STATUS = :REQUEST-STATUS,
035100                  DECIDED_BY     = :DECIDED-BY,
035200                  DECIDED_DATE   = :DECIDED-DATE,
035300                  DECIDED_TIME   = :DECIDED-TIME,
035400                  DECISION_NOTE  = :DECISION-NOTE
035500         WHERE   (REQUEST_ID     = :REQUEST-ID)
035600           AND   (REQUEST_STATUS = 'P')
035700     END-EXEC.
035800     EVALUATE SQLCODE
035900         WHEN ZERO
036000             IF REQUEST-IS-APPROVED
036100                 STRING 'REQUEST ' PRTAP-REQ-ID-DISP
036200                        ' APPROVED - IT GOES TO PRTMAINT TONIGHT'
036300                        DELIMITED BY SIZE INTO PRTRS-SCR-MSG
036400             ELSE
036500                 STRING 'REQUEST ' PRTAP-REQ-ID-DISP
036600                        ' REJECTED - NOTHING WILL BE APPLIED'
036700                        DELIMITED BY SIZE INTO PRTRS-SCR-MSG
036800             END-IF
036900         WHEN 100
037000             SET REQUEST-IS-PENDING TO TRUE
037100             STRING 'REQUEST ' PRTAP-REQ-ID-DISP
037200                    ' IS NO LONGER PENDING - ANOTHER USER DECIDED'
037300                    ' IT'
037400                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
037500         WHEN OTHER
037600             SET REQUEST-IS-PENDING TO TRUE
037700             MOVE SQLCODE TO PRTAP-SQLCODE-DISP
037800             STRING 'DECISION NOT RECORDED - SQLCODE '
037900                    PRTAP-SQLCODE-DISP ' - PRESS ENTER TO RETRY'
038000                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
038100     END-EVALUATE.
038200 4000-EXIT.
038300     EXIT.
038400*================================================================
038500*    5000-BUILD-SCREEN - THE REQUEST LINE AND THE CURRENT ROW
038600*    NEXT TO THE PROPOSED ONE
038700*================================================================
038800 5000-BUILD-SCREEN.
038900     MOVE REQUEST-ID         TO PRTRS-REQ-ID.
039000     MOVE ACTION-CODE        TO PRTRS-REQ-ACTION.
039100     MOVE REQ-PRINTER-NAME   TO PRTRS-REQ-NAME.
039200     MOVE REQUESTED-BY       TO PRTRS-REQ-BY.
039300     MOVE REQUESTED-DATE     TO PRTRS-REQ-DATE.
039400     EVALUATE TRUE
039500         WHEN REQUEST-IS-PENDING
039600             MOVE 'PENDING'   TO PRTRS-REQ-STATUS
039700         WHEN REQUEST-IS-APPROVED
039800             MOVE 'APPROVED'  TO PRTRS-REQ-STATUS
039900         WHEN REQUEST-IS-REJECTED
040000             MOVE 'REJECTED'  TO PRTRS-REQ-STATUS
040100         WHEN REQUEST-IS-EXTRACTED
040200             MOVE 'EXTRACTED' TO PRTRS-REQ-STATUS
040300         WHEN OTHER
040400             MOVE SPACES      TO PRTRS-REQ-STATUS
040500     END-EVALUATE.
040600     PERFORM 5100-BUILD-PROPOSED  THRU 5100-EXIT.
040700     PERFORM 5200-FILL-COMPARE    THRU 5200-EXIT.
040800 5000-EXIT.
040900     EXIT.
041000*================================================================
041100*    5100-BUILD-PROPOSED - LAY THE REQUEST OVER THE CURRENT ROW
041200*    THE WAY PRTMAINT WILL APPLY IT
041300*================================================================
041400 5100-BUILD-PROPOSED.
041500     MOVE PRINTER-ROW TO PRTRS-PROPOSED.
041600     EVALUATE TRUE
041700         WHEN PRTM-ACTION-ADD
041800             MOVE PRTM-PRINTER-NAME       TO PRTRS-PRO-NAME
041900             MOVE PRTM-LASER-PRINTER-IND  TO PRTRS-PRO-LASER-IND
042000             MOVE PRTM-SYSTEM-PRINTER-IND TO PRTRS-PRO-SYSTEM-IND
042100             MOVE PRTM-PRINTER-DEST       TO PRTRS-PRO-DEST
042200             MOVE PRTM-PRINTER-UDK        TO PRTRS-PRO-UDK
042300             MOVE PRTM-PRINTER-DESC       TO PRTRS-PRO-DESC
042400             MOVE PRTM-LASER-MODEL        TO PRTRS-PRO-MODEL
042500             MOVE PRTM-POST-SCRIPT-IND    TO PRTRS-PRO-PS-IND
042600             MOVE PRTM-PRINTER-LANGUAGE   TO PRTRS-PRO-LANGUAGE
042700             MOVE PRTM-PCL-IND            TO PRTRS-PRO-PCL-IND
042800             MOVE PRTM-WRITER-NAME        TO PRTRS-PRO-WRITER
042900             MOVE 'Y'                     TO PRTRS-PRO-ACTIVE-IND
043000             MOVE PRTM-PRINTER-LOCATION   TO PRTRS-PRO-LOCATION
043100             MOVE SPACES                  TO PRTRS-PRO-RETURN-DATE
043200                                             PRTRS-PRO-ALT-DEST
043300         WHEN PRTM-ACTION-CHANGE
043400             MOVE PRTM-PRINTER-DESC       TO PRTRS-PRO-DESC
043500             MOVE PRTM-PRINTER-DEST       TO PRTRS-PRO-DEST
043600             MOVE PRTM-WRITER-NAME        TO PRTRS-PRO-WRITER
043700             MOVE PRTM-PRINTER-LOCATION   TO PRTRS-PRO-LOCATION
043800         WHEN PRTM-ACTION-RETIRE
043900             MOVE 'N'                     TO PRTRS-PRO-ACTIVE-IND
044000         WHEN PRTM-ACTION-REACT
044100             MOVE 'Y'                     TO PRTRS-PRO-ACTIVE-IND
044200             MOVE SPACES                  TO PRTRS-PRO-RETURN-DATE
044300         WHEN PRTM-ACTION-HOLD
044400             MOVE 'H'                     TO PRTRS-PRO-ACTIVE-IND
044500             MOVE PRTM-HLD-RETURN-DATE    TO PRTRS-PRO-RETURN-DATE
044600         WHEN PRTM-ACTION-ALT
044700             MOVE PRTM-ALT-DEST           TO PRTRS-PRO-ALT-DEST
044800         WHEN OTHER
044900             CONTINUE
045000     END-EVALUATE.
045100 5100-EXIT.
045200     EXIT.
045300*================================================================
045400*    5200-FILL-COMPARE - ONE LINE PER COLUMN, CURRENT NEXT TO
045500*    PROPOSED, AND MARK EVERY LINE THE REQUEST CHANGES
045600*================================================================
045700 5200-FILL-COMPARE.
045800     MOVE SPACES TO PRTRS-SCR-CMP-LINE(1)  PRTRS-SCR-CMP-LINE(2)
045900                    PRTRS-SCR-CMP-LINE(3)  PRTRS-SCR-CMP-LINE(4)
046000                    PRTRS-SCR-CMP-LINE(5)  PRTRS-SCR-CMP-LINE(6)
046100                    PRTRS-SCR-CMP-LINE(7)  PRTRS-SCR-CMP-LINE(8)
046200                    PRTRS-SCR-CMP-LINE(9)  PRTRS-SCR-CMP-LINE(10)
046300                    PRTRS-SCR-CMP-LINE(11) PRTRS-SCR-CMP-LINE(12)
046400                    PRTRS-SCR-CMP-LINE(13).
046500     MOVE 'STATUS'        TO PRTRS-CMP-LABEL(1).
046600     IF PRTAP-ROW-FOUND
046700         MOVE PRINTER-ACTIVE-IND TO PRTAP-STATUS-IND
046800         PERFORM 5400-STATUS-TEXT THRU 5400-EXIT
046900         MOVE PRTAP-STATUS-TEXT  TO PRTRS-CMP-CURRENT(1)
047000     ELSE
047100         MOVE '(NOT ON FILE)'    TO PRTRS-CMP-CURRENT(1)
047200     END-IF.
047300     MOVE PRTRS-PRO-ACTIVE-IND TO PRTAP-STATUS-IND.
047400     PERFORM 5400-STATUS-TEXT     THRU 5400-EXIT.
047500     MOVE PRTAP-STATUS-TEXT    TO PRTRS-CMP-PROPOSED(1).
047600     MOVE 'RETURN DATE'   TO PRTRS-CMP-LABEL(2).
047700     MOVE PRINTER-RETURN-DATE   TO PRTRS-CMP-CURRENT(2).
047800     MOVE PRTRS-PRO-RETURN-DATE TO PRTRS-CMP-PROPOSED(2).
047900     MOVE 'DESTINATION'   TO PRTRS-CMP-LABEL(3).
048000     MOVE PRINTER-DEST          TO PRTRS-CMP-CURRENT(3).
048100     MOVE PRTRS-PRO-DEST        TO PRTRS-CMP-PROPOSED(3).
048200     MOVE 'WRITER'        TO PRTRS-CMP-LABEL(4).
048300     MOVE WRITER-NAME           TO PRTRS-CMP-CURRENT(4).
048400     MOVE PRTRS-PRO-WRITER      TO PRTRS-CMP-PROPOSED(4).
048500     MOVE 'ALTERNATE'     TO PRTRS-CMP-LABEL(5).
048600     MOVE ALTERNATE-DEST        TO PRTRS-CMP-CURRENT(5).
048700     MOVE PRTRS-PRO-ALT-DEST    TO PRTRS-CMP-PROPOSED(5).
048800     MOVE 'LOCATION'      TO PRTRS-CMP-LABEL(6).
048900     MOVE PRINTER-LOCATION      TO PRTRS-CMP-CURRENT(6).
049000     MOVE PRTRS-PRO-LOCATION    TO PRTRS-CMP-PROPOSED(6).
049100     MOVE 'MODEL'         TO PRTRS-CMP-LABEL(7).
049200     MOVE LASER-MODEL           TO PRTRS-CMP-CURRENT(7).
049300     MOVE PRTRS-PRO-MODEL       TO PRTRS-CMP-PROPOSED(7).
049400     MOVE 'LANGUAGE'      TO PRTRS-CMP-LABEL(8).
049500     MOVE PRINTER-LANGUAGE      TO PRTRS-CMP-CURRENT(8).
049600     MOVE PRTRS-PRO-LANGUAGE    TO PRTRS-CMP-PROPOSED(8).
049700     MOVE 'LASER'         TO PRTRS-CMP-LABEL(9).
049800     MOVE LASER-PRINTER-IND     TO PRTRS-CMP-CURRENT(9).
049900     MOVE PRTRS-PRO-LASER-IND   TO PRTRS-CMP-PROPOSED(9).
050000     MOVE 'SYSTEM'        TO PRTRS-CMP-LABEL(10).
050100     MOVE SYSTEM-PRINTER-IND    TO PRTRS-CMP-CURRENT(10).
050200     MOVE PRTRS-PRO-SYSTEM-IND  TO PRTRS-CMP-PROPOSED(10).
050300     MOVE 'POSTSCRIPT'    TO PRTRS-CMP-LABEL(11).
050400     MOVE POST-SCRIPT-IND       TO PRTRS-CMP-CURRENT(11).
050500     MOVE PRTRS-PRO-PS-IND      TO PRTRS-CMP-PROPOSED(11).
050600     MOVE 'PCL'           TO PRTRS-CMP-LABEL(12).
050700     MOVE PCL-IND               TO PRTRS-CMP-CURRENT(12).
050800     MOVE PRTRS-PRO-PCL-IND     TO PRTRS-CMP-PROPOSED(12).
050900     MOVE 'UDK'           TO PRTRS-CMP-LABEL(13).
051000     MOVE PRINTER-UDK           TO PRTRS-CMP-CURRENT(13).
051100     MOVE PRTRS-PRO-UDK         TO PRTRS-CMP-PROPOSED(13).
051200     PERFORM 5300-MARK-CHANGE     THRU 5300-EXIT
051300             VARYING PRTRS-CMP-IX FROM 1 BY 1
051400             UNTIL PRTRS-CMP-IX > 13.
051500     MOVE PRINTER-DESC          TO PRTRS-DESC-CURRENT.
051600     MOVE PRTRS-PRO-DESC        TO PRTRS-DESC-PROPOSED.
051700     IF PRINTER-DESC NOT = PRTRS-PRO-DESC
051800         MOVE ' <-' TO PRTRS-DESC-MARK
051900     ELSE
052000         MOVE SPACES TO PRTRS-DESC-MARK
052100     END-IF.
052200 5200-EXIT.
052300     EXIT.
052400*================================================================
052500*    5300-MARK-CHANGE - FLAG ONE COMPARE LINE THE REQUEST CHANGES
052600*================================================================
052700 5300-MARK-CHANGE.
052800     IF PRTRS-CMP-CURRENT(PRTRS-CMP-IX)
052900            NOT = PRTRS-CMP-PROPOSED(PRTRS-CMP-IX)
053000         MOVE ' <-' TO PRTRS-CMP-MARK(PRTRS-CMP-IX)
053100     END-IF.
053200 5300-EXIT.
053300     EXIT.
053400*================================================================
053500*    5400-STATUS-TEXT - PRINTER_ACTIVE_IND AS THE HELP DESK SAYS
053600*    IT
053700*================================================================
053800 5400-STATUS-TEXT.
053900     EVALUATE PRTAP-STATUS-IND
054000         WHEN 'Y'
054100             MOVE 'ACTIVE'  TO PRTAP-STATUS-TEXT
054200         WHEN 'H'
054300             MOVE 'HELD'    TO PRTAP-STATUS-TEXT
054400         WHEN 'N'
054500             MOVE 'RETIRED' TO PRTAP-STATUS-TEXT
054600         WHEN OTHER
054700             MOVE SPACES    TO PRTAP-STATUS-TEXT
054800     END-EVALUATE.
054900 5400-EXIT.
055000     EXIT.
055100*================================================================
055200*    5900-CLEAR-DETAIL - BLANK THE REQUEST AND COMPARE LINES
055300*================================================================
055400 5900-CLEAR-DETAIL.
055500     MOVE SPACES TO PRINTER-ROW
055600                    PRTRS-PROPOSED.
055700     MOVE ZERO   TO PRTRS-REQ-ID.
055800     MOVE SPACES TO PRTRS-REQ-ACTION
055900                    PRTRS-REQ-NAME
056000                    PRTRS-REQ-BY
056100                    PRTRS-REQ-DATE
056200                    PRTRS-REQ-STATUS.
056300     PERFORM 5200-FILL-COMPARE    THRU 5200-EXIT.
056400     MOVE SPACES TO PRTRS-CMP-CURRENT(1)
056500                    PRTRS-CMP-PROPOSED(1).
056600 5900-EXIT.
056700     EXIT.
056800*================================================================
056900*    8000-SEND-SCREEN - SEND THE BUILT SCREEN AND FREE THE
057000*    KEYBOARD FOR THE NEXT COMMAND
057100*================================================================
057200 8000-SEND-SCREEN.
057300     EXEC CICS
057400         SEND TEXT FROM(PRTRS-SCREEN)
057500                   LENGTH(PRTRS-SCREEN-LENGTH)
057600                   ERASE
057700                   FREEKB
057800     END-EXEC.
057900 8000-EXIT.
058000     EXIT.
