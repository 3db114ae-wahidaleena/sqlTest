000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTENT.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  ONLINE MAINTENANCE REQUEST
001300*                   ENTRY FOR THE PRINT-OPS DESK (TRANSACTION
001400*                   PENT).  THE DESK KEYS THE SAME PRTMTXN
001500*                   TRANSACTION IT USED TO KEY INTO THE FLAT FILE
001600*                   - A/C/D/R/S/B - AFTER THE TRANSACTION CODE.
001700*                   THE REQUEST GETS PRTMAINT'S OWN EDITS (ACTION
001800*                   CODE, APPROVED PRINTER_LANGUAGE ON AN ADD,
001900*                   EXPECTED RETURN DATE ON A HOLD) PLUS THE ROW-
002000*                   ON-FILE CHECKS PRTMAINT WOULD ONLY FIND AT
002100*                   APPLY TIME, AND IS RECORDED AS PENDING IN
002200*                   PRINTER_MAINT_REQ UNDER THE KEYING USER'S ID.
002300*                   THE SCREEN SHOWS THE CURRENT PRINTER ROW NEXT
002400*                   TO THE PROPOSED VALUES.  NOTHING REACHES
002500*                   PRTMAINT UNTIL A DIFFERENT USER APPROVES THE
002600*                   REQUEST AT PAPR (PRTAPR) AND THE NIGHTLY
002700*                   EXTRACT (PRTREXT) PICKS IT UP.
002710*  10/15/26   JRM   TRANSACTION IMAGE WIDENED TO 129 BYTES FOR
002720*                   THE EFFECTIVE AND ENTERED DATES (PRTMTXN).
002730*                   A KEYED EFFECTIVE DATE MUST BE A NUMERIC
002740*                   YYYYMMDD; THE ENTERED DATE IS NOT THE DESK'S
002750*                   TO KEY AND IS CLEARED.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.        IBM-ZSERIES.
003200 OBJECT-COMPUTER.        IBM-ZSERIES.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500*----------------------------------------------------------------
003600*    PRINTER TABLE DECLARATION AND HOST VARIABLES
003700*----------------------------------------------------------------
003800     COPY PRTTBL.
003900*----------------------------------------------------------------
004000*    PENDING REQUEST TABLE DECLARATION AND HOST VARIABLES
004100*----------------------------------------------------------------
004200     COPY PRTREQT.
004300*----------------------------------------------------------------
004400*    APPROVED PRINTER_LANGUAGE CODE LIST
004500*----------------------------------------------------------------
004600     COPY PRTLANG.
004700*----------------------------------------------------------------
004800*    MAINTENANCE TRANSACTION LAYOUT - THE REQUEST AS KEYED
004900*----------------------------------------------------------------
005000     COPY PRTMTXN.
005100*----------------------------------------------------------------
005200*    REVIEW SCREEN AND PROPOSED ROW
005300*----------------------------------------------------------------
005400     COPY PRTRSCR.
005500*----------------------------------------------------------------
005600*    SQL COMMUNICATION AREA
005700*----------------------------------------------------------------
005800     EXEC SQL INCLUDE SQLCA END-EXEC.
005900*----------------------------------------------------------------
006000*    TERMINAL INPUT - TRANSACTION CODE, THEN THE MAINTENANCE
006100*    TRANSACTION IN ITS PRTMTXN LAYOUT
006200*----------------------------------------------------------------
006300 01  PRTE-INPUT-AREA.
006400     05  PRTE-INPUT-TRANID       PIC X(04).
006500     05  FILLER                  PIC X(01).
006600     05  PRTE-INPUT-TRAN         PIC X(129).
006700     05  FILLER                  PIC X(66).
006800 01  PRTE-INPUT-LENGTH           PIC S9(04) COMP VALUE +200.
006900*----------------------------------------------------------------
007000*    SWITCHES AND WORK FIELDS
007100*----------------------------------------------------------------
007200 01  PRTE-SWITCHES.
007300     05  PRTE-ROW-SW             PIC X(01)   VALUE 'N'.
007400         88  PRTE-ROW-FOUND                  VALUE 'Y'.
007500         88  PRTE-ROW-NOT-FOUND              VALUE 'N'.
007600         88  PRTE-ROW-SQL-ERROR              VALUE 'E'.
007700     05  PRTE-EDIT-SW            PIC X(01)   VALUE 'Y'.
007800         88  PRTE-EDIT-OK                    VALUE 'Y'.
007900         88  PRTE-EDIT-FAILED                VALUE 'N'.
008000     05  PRTE-LANGUAGE-OK-SW     PIC X(01)   VALUE 'N'.
008100         88  PRTE-LANGUAGE-OK                VALUE 'Y'.
008200 01  PRTE-USERID                 PIC X(08)   VALUE SPACES.
008300 01  PRTE-TODAY                  PIC 9(08)   VALUE ZERO.
008400 01  PRTE-NOW                    PIC 9(08)   VALUE ZERO.
008500 01  PRTE-STATUS-IND             PIC X(01)   VALUE SPACE.
008600 01  PRTE-STATUS-TEXT            PIC X(13)   VALUE SPACES.
008700 01  PRTE-SQLCODE-DISP           PIC -9(9).
008800 01  PRTE-REQ-ID-DISP            PIC Z(08)9.
008900 PROCEDURE DIVISION.
009000*================================================================
009100*    0000-MAINLINE
009200*================================================================
009300 0000-MAINLINE.
009400     MOVE 'PRTENT - PRINTER MAINTENANCE REQUEST ENTRY'
009500         TO PRTRS-SCR-TITLE.
009600     PERFORM 1000-RECEIVE-INPUT   THRU 1000-EXIT.
009700     IF PRTE-INPUT-TRAN = SPACES
009800         MOVE 'KEY PENT FOLLOWED BY THE MAINTENANCE TRANSACTION'
009900             TO PRTRS-SCR-MSG
010000         PERFORM 5900-CLEAR-DETAIL THRU 5900-EXIT
010100     ELSE
010200         PERFORM 2000-EDIT-REQUEST THRU 2000-EXIT
010300         IF PRTE-EDIT-OK
010400             PERFORM 4000-RECORD-REQUEST THRU 4000-EXIT
010500         END-IF
010600         PERFORM 5000-BUILD-SCREEN THRU 5000-EXIT
010700     END-IF.
010800     PERFORM 8000-SEND-SCREEN     THRU 8000-EXIT.
010900     EXEC CICS
011000         RETURN
011100     END-EXEC.
011200     GOBACK.
011300*================================================================
011400*    1000-RECEIVE-INPUT - PICK UP THE TERMINAL INPUT AND THE
011500*    SIGNED-ON USER THE REQUEST IS RECORDED AGAINST
011600*================================================================
011700 1000-RECEIVE-INPUT.
011800     MOVE SPACES TO PRTE-INPUT-AREA.
011900     MOVE +200   TO PRTE-INPUT-LENGTH.
012000     EXEC CICS
012100         RECEIVE INTO(PRTE-INPUT-AREA)
012200                 LENGTH(PRTE-INPUT-LENGTH)
012300                 MAXLENGTH(PRTE-INPUT-LENGTH)
012400                 NOTRUNCATE
012500     END-EXEC.
012600     EXEC CICS
012700         ASSIGN USERID(PRTE-USERID)
012800     END-EXEC.
012900     ACCEPT PRTE-TODAY FROM DATE YYYYMMDD.
013000     ACCEPT PRTE-NOW   FROM TIME.
013100 1000-EXIT.
013200     EXIT.
013300*================================================================
013400*    2000-EDIT-REQUEST - THE EDITS PRTMAINT APPLIES, MADE AT THE
013500*    TERMINAL SO A BAD REQUEST IS FIXED BY THE PERSON WHO KEYED
013600*    IT INSTEAD OF BOUNCING OFF TONIGHT'S RUN.  THE ROW MUST NOT
013700*    BE ON FILE FOR AN ADD AND MUST BE ON FILE FOR EVERYTHING
013800*    ELSE.
013900*================================================================
014000 2000-EDIT-REQUEST.
014100     MOVE PRTE-INPUT-TRAN TO PRTM-TRAN-RECORD.
014150     MOVE SPACES          TO PRTM-ENTERED-DATE.
014200     SET PRTE-EDIT-OK TO TRUE.
014300     IF NOT PRTM-ACTION-ADD
014400        AND NOT PRTM-ACTION-CHANGE
014500        AND NOT PRTM-ACTION-RETIRE
014600        AND NOT PRTM-ACTION-REACT
014700        AND NOT PRTM-ACTION-HOLD
014800        AND NOT PRTM-ACTION-ALT
014900         SET PRTE-EDIT-FAILED TO TRUE
015000         MOVE 'REJECTED - ACTION CODE MUST BE A, C, D, R, S OR B'
015100             TO PRTRS-SCR-MSG
015200         GO TO 2000-EXIT
015300     END-IF.
015400     IF PRTM-PRINTER-NAME = SPACES
015500         SET PRTE-EDIT-FAILED TO TRUE
015600         MOVE 'REJECTED - PRINTER NAME MISSING' TO PRTRS-SCR-MSG
015700         GO TO 2000-EXIT
015800     END-IF.
015900     PERFORM 3000-FETCH-CURRENT   THRU 3000-EXIT.
016000     IF PRTE-ROW-SQL-ERROR
016100         SET PRTE-EDIT-FAILED TO TRUE
016200         MOVE SQLCODE TO PRTE-SQLCODE-DISP
016300         STRING 'LOOKUP FAILED - SQLCODE ' PRTE-SQLCODE-DISP
016400                ' - CALL THE DBA GROUP'
016500                DELIMITED BY SIZE INTO PRTRS-SCR-MSG
016600         GO TO 2000-EXIT
016700     END-IF.
016800     IF PRTM-ACTION-ADD
016900        AND PRTE-ROW-FOUND
017000         SET PRTE-EDIT-FAILED TO TRUE
017100         STRING 'REJECTED - ' PRTM-PRINTER-NAME
017200                ' IS ALREADY ON FILE - USE A CHANGE'
017300                DELIMITED BY SIZE INTO PRTRS-SCR-MSG
017400         GO TO 2000-EXIT
017500     END-IF.
017600     IF NOT PRTM-ACTION-ADD
017700        AND PRTE-ROW-NOT-FOUND
017800         SET PRTE-EDIT-FAILED TO TRUE
017900         STRING 'REJECTED - ' PRTM-PRINTER-NAME
018000                ' IS NOT ON FILE'
018100                DELIMITED BY SIZE INTO PRTRS-SCR-MSG
018200         GO TO 2000-EXIT
018300     END-IF.
018400     IF PRTM-ACTION-ADD
018500         PERFORM 6000-EDIT-LANGUAGE THRU 6000-EXIT
018600         IF NOT PRTE-LANGUAGE-OK
018700             SET PRTE-EDIT-FAILED TO TRUE
018800             STRING 'REJECTED - UNRECOGNIZED PRINTER_LANGUAGE '
018900                    PRTM-PRINTER-LANGUAGE
019000                    DELIMITED BY SIZE INTO PRTRS-SCR-MSG
019100             GO TO 2000-EXIT
019200         END-IF
019300     END-IF.
019400     IF PRTM-ACTION-HOLD
019500        AND PRTM-HLD-RETURN-DATE NOT NUMERIC
019600         SET PRTE-EDIT-FAILED TO TRUE
019700         MOVE 'REJECTED - HOLD NEEDS AN EXPECTED RETURN DATE'
019800             TO PRTRS-SCR-MSG
019900         GO TO 2000-EXIT
020000     END-IF.
020010     IF PRTM-EFFECTIVE-DATE NOT = SPACES
020020        AND PRTM-EFFECTIVE-DATE NOT NUMERIC
020030         SET PRTE-EDIT-FAILED TO TRUE
020040         MOVE 'REJECTED - EFFECTIVE DATE MUST BE YYYYMMDD'
020050             TO PRTRS-SCR-MSG
020060         GO TO 2000-EXIT
020070     END-IF.
020100 2000-EXIT.
020200     EXIT.
020300*================================================================
020400*    3000-FETCH-CURRENT - THE ROW AS IT STANDS NOW.  NO ACTIVE
020500*    FILTER - A REACTIVATE IS KEYED AGAINST A RETIRED OR HELD
020600*    ROW.
020700*================================================================
020800 3000-FETCH-CURRENT.
020900     MOVE PRTM-PRINTER-NAME TO PRINTER-NAME.
021000     EXEC SQL
021100         SELECT   PRINTER_NAME,       LASER_PRINTER_IND,
021200                  SYSTEM_PRINTER_IND, PRINTER_DEST,
021300                  PRINTER_UDK,        PRINTER_DESC,
021400                  LASER_MODEL,        POST_SCRIPT_IND,
021500                  PRINTER_LANGUAGE,   PCL_IND,
021600                  WRITER_NAME,        PRINTER_ACTIVE_IND,
021700                  PRINTER_LOCATION,   PRINTER_RETURN_DATE,
021800                  ALTERNATE_DEST
021900         INTO    :PRINTER-NAME,       :LASER-PRINTER-IND,
022000                 :SYSTEM-PRINTER-IND, :PRINTER-DEST,
022100                 :PRINTER-UDK,        :PRINTER-DESC,
022200                 :LASER-MODEL,        :POST-SCRIPT-IND,
022300                 :PRINTER-LANGUAGE,   :PCL-IND,
022400                 :WRITER-NAME,        :PRINTER-ACTIVE-IND,
022500                 :PRINTER-LOCATION,   :PRINTER-RETURN-DATE,
022600                 :ALTERNATE-DEST
022700         FROM     PRINTER
022800         WHERE   (PRINTER_NAME = :PRINTER-NAME)
022900         COPY PRTQNO.
023000     END-EXEC.
023100     EVALUATE SQLCODE
023200         WHEN ZERO
023300             SET PRTE-ROW-FOUND     TO TRUE
023400         WHEN 100
023500             SET PRTE-ROW-NOT-FOUND TO TRUE
023600             MOVE SPACES TO PRINTER-ROW
023700         WHEN OTHER
023800             SET PRTE-ROW-SQL-ERROR TO TRUE
023900             MOVE SPACES TO PRINTER-ROW
024000     END-EVALUATE.
024100 3000-EXIT.
024200     EXIT.
024300*================================================================
024400*    4000-RECORD-REQUEST - RECORD THE REQUEST AS PENDING UNDER
024500*    THE NEXT REQUEST NUMBER.  TWO DESKS KEYING AT THE SAME
024600*    INSTANT CAN DRAW THE SAME NUMBER - THE UNIQUE INDEX TURNS
024700*    THE SECOND AWAY (-803) AND THE DESK SIMPLY PRESSES ENTER
024800*    AGAIN.
024900*================================================================
025000 4000-RECORD-REQUEST.
025100     EXEC SQL
025200         SELECT   COALESCE(MAX(REQUEST_ID), 0) + 1
025300         INTO    :REQUEST-ID
025400         FROM     PRINTER_MAINT_REQ
025500     END-EXEC.
025600     IF SQLCODE NOT = ZERO
025700         GO TO 4000-FAILED
025800     END-IF.
025900     SET REQUEST-IS-PENDING TO TRUE.
026000     MOVE PRTM-ACTION-CODE  TO ACTION-CODE.
026100     MOVE PRTM-PRINTER-NAME TO REQ-PRINTER-NAME.
026200     MOVE PRTM-TRAN-RECORD  TO TRAN-IMAGE.
026300     MOVE PRTE-USERID       TO REQUESTED-BY.
026400     MOVE PRTE-TODAY        TO REQUESTED-DATE.
026500     MOVE PRTE-NOW          TO REQUESTED-TIME.
026600     MOVE SPACES            TO DECIDED-BY
026700                               DECIDED-DATE
026800                               DECIDED-TIME
026900                               DECISION-NOTE
027000                               EXTRACT-DATE.
027100     EXEC SQL
027200         INSERT INTO PRINTER_MAINT_REQ
027300            ( REQUEST_ID,          REQUEST_STATUS,
027400              ACTION_CODE,         PRINTER_NAME,
027500              TRAN_IMAGE,          REQUESTED_BY,
027600              REQUESTED_DATE,      REQUESTED_TIME,
027700              DECIDED_BY,          DECIDED_DATE,
027800              DECIDED_TIME,        DECISION_NOTE,
027900              EXTRACT_DATE )
028000         VALUES
028100            ( :REQUEST-ID,         :REQUEST-STATUS,
028200              :ACTION-CODE,        :REQ-PRINTER-NAME,
028300              :TRAN-IMAGE,         :REQUESTED-BY,
028400              :REQUESTED-DATE,     :REQUESTED-TIME,
028500              :DECIDED-BY,         :DECIDED-DATE,
028600              :DECIDED-TIME,       :DECISION-NOTE,
028700              :EXTRACT-DATE )
028800     END-EXEC.
028900     IF SQLCODE NOT = ZERO
029000         GO TO 4000-FAILED
029100     END-IF.
029200     MOVE REQUEST-ID TO PRTE-REQ-ID-DISP.
029300     STRING 'REQUEST ' PRTE-REQ-ID-DISP
029400            ' RECORDED - PENDING APPROVAL BY A SECOND USER (PAPR)'
029500            DELIMITED BY SIZE INTO PRTRS-SCR-MSG.
029600     GO TO 4000-EXIT.
029700 4000-FAILED.
029800     SET PRTE-EDIT-FAILED TO TRUE.
029900     MOVE ZERO TO REQUEST-ID.
030000     MOVE SQLCODE TO PRTE-SQLCODE-DISP.
030100     STRING 'REQUEST NOT RECORDED - SQLCODE ' PRTE-SQLCODE-DISP
030200            ' - PRESS ENTER TO RETRY'
030300            DELIMITED BY SIZE INTO PRTRS-SCR-MSG.
030400 4000-EXIT.
030500     EXIT.
030600*================================================================
030700*    5000-BUILD-SCREEN - THE REQUEST LINE AND THE CURRENT ROW
030800*    NEXT TO THE PROPOSED ONE
030900*================================================================
031000 5000-BUILD-SCREEN.
031100     IF PRTE-EDIT-OK
031200         MOVE REQUEST-ID     TO PRTRS-REQ-ID
031300         MOVE 'PENDING'      TO PRTRS-REQ-STATUS
031400     ELSE
031500         MOVE ZERO           TO PRTRS-REQ-ID
031600         MOVE 'NOT TAKEN'    TO PRTRS-REQ-STATUS
031700     END-IF.
031800     MOVE PRTM-ACTION-CODE   TO PRTRS-REQ-ACTION.
031900     MOVE PRTM-PRINTER-NAME  TO PRTRS-REQ-NAME.
032000     MOVE PRTE-USERID        TO PRTRS-REQ-BY.
032100     MOVE PRTE-TODAY         TO PRTRS-REQ-DATE.
032200     PERFORM 5100-BUILD-PROPOSED  THRU 5100-EXIT.
032300     PERFORM 5200-FILL-COMPARE    THRU 5200-EXIT.
032400 5000-EXIT.
032500     EXIT.
032600*================================================================
032700*    5100-BUILD-PROPOSED - LAY THE REQUEST OVER THE CURRENT ROW
032800*    THE WAY PRTMAINT WILL APPLY IT
032900*================================================================
033000 5100-BUILD-PROPOSED.
033100     MOVE PRINTER-ROW TO PRTRS-PROPOSED.
033200     EVALUATE TRUE
033300         WHEN PRTM-ACTION-ADD
033400             MOVE PRTM-PRINTER-NAME       TO PRTRS-PRO-NAME
033500             MOVE PRTM-LASER-PRINTER-IND  TO PRTRS-PRO-LASER-IND
033600             MOVE PRTM-SYSTEM-PRINTER-IND TO PRTRS-PRO-SYSTEM-IND
033700             MOVE PRTM-PRINTER-DEST       TO PRTRS-PRO-DEST
033800             MOVE PRTM-PRINTER-UDK        TO PRTRS-PRO-UDK
033900             MOVE PRTM-PRINTER-DESC       TO PRTRS-PRO-DESC
034000             MOVE PRTM-LASER-MODEL        TO PRTRS-PRO-MODEL
034100             MOVE PRTM-POST-SCRIPT-IND    TO PRTRS-PRO-PS-IND
034200             MOVE PRTM-PRINTER-LANGUAGE   TO PRTRS-PRO-LANGUAGE
034300             MOVE PRTM-PCL-IND            TO PRTRS-PRO-PCL-IND
034400             MOVE PRTM-WRITER-NAME        TO PRTRS-PRO-WRITER
034500             MOVE 'Y'                     TO PRTRS-PRO-ACTIVE-IND
034600             MOVE PRTM-PRINTER-LOCATION   TO PRTRS-PRO-LOCATION
034700             MOVE SPACES                  TO PRTRS-PRO-RETURN-DATE
034800                                             PRTRS-PRO-ALT-DEST
034900         WHEN PRTM-ACTION-CHANGE
035000             MOVE PRTM-PRINTER-DESC       TO PRTRS-PRO-DESC
035100             MOVE PRTM-PRINTER-DEST       TO PRTRS-PRO-DEST
035200             MOVE PRTM-WRITER-NAME        TO PRTRS-PRO-WRITER
035300             MOVE PRTM-PRINTER-LOCATION   TO PRTRS-PRO-LOCATION
035400         WHEN PRTM-ACTION-RETIRE
035500             MOVE 'N'                     TO PRTRS-PRO-ACTIVE-IND
035600         WHEN PRTM-ACTION-REACT
035700             MOVE 'Y'                     TO PRTRS-PRO-ACTIVE-IND
035800             MOVE SPACES                  TO PRTRS-PRO-RETURN-DATE
035900         WHEN PRTM-ACTION-HOLD
036000             MOVE 'H'                     TO PRTRS-PRO-ACTIVE-IND
036100             MOVE PRTM-HLD-RETURN-DATE    TO PRTRS-PRO-RETURN-DATE
036200         WHEN PRTM-ACTION-ALT
036300             MOVE PRTM-ALT-DEST           TO PRTRS-PRO-ALT-DEST
036400         WHEN OTHER
036500             CONTINUE
036600     END-EVALUATE.
036700 5100-EXIT.
036800     EXIT.
036900*================================================================
037000*    5200-FILL-COMPARE - ONE LINE PER COLUMN, CURRENT NEXT TO
037100*    PROPOSED, AND MARK EVERY LINE THE REQUEST CHANGES
037200*================================================================
037300 5200-FILL-COMPARE.
037400     MOVE SPACES TO PRTRS-SCR-CMP-LINE(1)  PRTRS-SCR-CMP-LINE(2)
037500                    PRTRS-SCR-CMP-LINE(3)  PRTRS-SCR-CMP-LINE(4)
037600                    PRTRS-SCR-CMP-LINE(5)  PRTRS-SCR-CMP-LINE(6)
037700                    PRTRS-SCR-CMP-LINE(7)  PRTRS-SCR-CMP-LINE(8)
037800                    PRTRS-SCR-CMP-LINE(9)  PRTRS-SCR-CMP-LINE(10)
037900                    PRTRS-SCR-CMP-LINE(11) PRTRS-SCR-CMP-LINE(12)
038000                    PRTRS-SCR-CMP-LINE(13).
038100     MOVE 'STATUS'        TO PRTRS-CMP-LABEL(1).
038200     IF PRTE-ROW-FOUND
038300         MOVE PRINTER-ACTIVE-IND TO PRTE-STATUS-IND
038400         PERFORM 5400-STATUS-TEXT THRU 5400-EXIT
038500         MOVE PRTE-STATUS-TEXT   TO PRTRS-CMP-CURRENT(1)
038600     ELSE
038700         MOVE '(NOT ON FILE)'    TO PRTRS-CMP-CURRENT(1)
038800     END-IF.
038900     MOVE PRTRS-PRO-ACTIVE-IND TO PRTE-STATUS-IND.
039000     PERFORM 5400-STATUS-TEXT     THRU 5400-EXIT.
039100     MOVE PRTE-STATUS-TEXT     TO PRTRS-CMP-PROPOSED(1).
039200     MOVE 'RETURN DATE'   TO PRTRS-CMP-LABEL(2).
039300     MOVE PRINTER-RETURN-DATE   TO PRTRS-CMP-CURRENT(2).
039400     MOVE PRTRS-PRO-RETURN-DATE TO PRTRS-CMP-PROPOSED(2).
039500     MOVE 'DESTINATION'   TO PRTRS-CMP-LABEL(3).
039600     MOVE PRINTER-DEST          TO PRTRS-CMP-CURRENT(3).
039700     MOVE PRTRS-PRO-DEST        TO PRTRS-CMP-PROPOSED(3).
039800     MOVE 'WRITER'        TO PRTRS-CMP-LABEL(4).
039900     MOVE WRITER-NAME           TO PRTRS-CMP-CURRENT(4).
040000     MOVE PRTRS-PRO-WRITER      TO PRTRS-CMP-PROPOSED(4).
040100     MOVE 'ALTERNATE'     TO PRTRS-CMP-LABEL(5).
040200     MOVE ALTERNATE-DEST        TO PRTRS-CMP-CURRENT(5).
040300     MOVE PRTRS-PRO-ALT-DEST    TO PRTRS-CMP-PROPOSED(5).
040400     MOVE 'LOCATION'      TO PRTRS-CMP-LABEL(6).
040500     MOVE PRINTER-LOCATION      TO PRTRS-CMP-CURRENT(6).
040600     MOVE PRTRS-PRO-LOCATION    TO PRTRS-CMP-PROPOSED(6).
040700     MOVE 'MODEL'         TO PRTRS-CMP-LABEL(7).
040800     MOVE LASER-MODEL           TO PRTRS-CMP-CURRENT(7).
040900     MOVE PRTRS-PRO-MODEL       TO PRTRS-CMP-PROPOSED(7).
041000     MOVE 'LANGUAGE'      TO PRTRS-CMP-LABEL(8).
041100     MOVE PRINTER-LANGUAGE      TO PRTRS-CMP-CURRENT(8).
041200     MOVE PRTRS-PRO-LANGUAGE    TO PRTRS-CMP-PROPOSED(8).
041300     MOVE 'LASER'         TO PRTRS-CMP-LABEL(9).
041400     MOVE LASER-PRINTER-IND     TO PRTRS-CMP-CURRENT(9).
041500     MOVE PRTRS-PRO-LASER-IND   TO PRTRS-CMP-PROPOSED(9).
041600     MOVE 'SYSTEM'        TO PRTRS-CMP-LABEL(10).
041700     MOVE SYSTEM-PRINTER-IND    TO PRTRS-CMP-CURRENT(10).
041800     MOVE PRTRS-PRO-SYSTEM-IND  TO PRTRS-CMP-PROPOSED(10).
041900     MOVE 'POSTSCRIPT'    TO PRTRS-CMP-LABEL(11).
042000     MOVE POST-SCRIPT-IND       TO PRTRS-CMP-CURRENT(11).
042100     MOVE PRTRS-PRO-PS-IND      TO PRTRS-CMP-PROPOSED(11).
042200     MOVE 'PCL'           TO PRTRS-CMP-LABEL(12).
042300     MOVE PCL-IND               TO PRTRS-CMP-CURRENT(12).
042400     MOVE PRTRS-PRO-PCL-IND     TO PRTRS-CMP-PROPOSED(12).
042500     MOVE 'UDK'           TO PRTRS-CMP-LABEL(13).
042600     MOVE PRINTER-UDK           TO PRTRS-CMP-CURRENT(13).
042700     MOVE PRTRS-PRO-UDK         TO PRTRS-CMP-PROPOSED(13).
042800     PERFORM 5300-MARK-CHANGE     THRU 5300-EXIT
042900             VARYING PRTRS-CMP-IX FROM 1 BY 1
043000             UNTIL PRTRS-CMP-IX > 13.
043100     MOVE PRINTER-DESC          TO PRTRS-DESC-CURRENT.
043200     MOVE PRTRS-PRO-DESC        TO PRTRS-DESC-PROPOSED.
043300     IF PRINTER-DESC NOT = PRTRS-PRO-DESC
043400         MOVE ' <-' TO PRTRS-DESC-MARK
043500     ELSE
043600         MOVE SPACES TO PRTRS-DESC-MARK
043700     END-IF.
043800 5200-EXIT.
043900     EXIT.
044000*================================================================
044100*    5300-MARK-CHANGE - FLAG ONE COMPARE LINE THE REQUEST CHANGES
044200*================================================================
044300 5300-MARK-CHANGE.
044400     IF PRTRS-CMP-CURRENT(PRTRS-CMP-IX)
044500            NOT = PRTRS-CMP-PROPOSED(PRTRS-CMP-IX)
044600         MOVE ' <-' TO PRTRS-CMP-MARK(PRTRS-CMP-IX)
044700     END-IF.
044800 5300-EXIT.
044900     EXIT.
045000*================================================================
045100*    5400-STATUS-TEXT - PRINTER_ACTIVE_IND AS THE HELP DESK SAYS
045200*    IT
045300*================================================================
045400 5400-STATUS-TEXT.
045500     EVALUATE PRTE-STATUS-IND
045600         WHEN 'Y'
045700             MOVE 'ACTIVE'  TO PRTE-STATUS-TEXT
045800         WHEN 'H'
045900             MOVE 'HELD'    TO PRTE-STATUS-TEXT
046000         WHEN 'N'
046100             MOVE 'RETIRED' TO PRTE-STATUS-TEXT
046200         WHEN OTHER
046300             MOVE SPACES    TO PRTE-STATUS-TEXT
046400     END-EVALUATE.
046500 5400-EXIT.
046600     EXIT.
046700*================================================================
046800*    5900-CLEAR-DETAIL - BLANK THE REQUEST AND COMPARE LINES
046900*================================================================
047000 5900-CLEAR-DETAIL.
047100     MOVE SPACES TO PRINTER-ROW
047200                    PRTRS-PROPOSED.
047300     MOVE ZERO   TO PRTRS-REQ-ID.
047400     MOVE SPACES TO PRTRS-REQ-ACTION
047500                    PRTRS-REQ-NAME
047600                    PRTRS-REQ-BY
047700                    PRTRS-REQ-DATE
047800                    PRTRS-REQ-STATUS.
047900     PERFORM 5200-FILL-COMPARE    THRU 5200-EXIT.
048000     MOVE SPACES TO PRTRS-CMP-CURRENT(1)
048100                    PRTRS-CMP-PROPOSED(1).
048200 5900-EXIT.
048300     EXIT.
048400*================================================================
048500*    6000-EDIT-LANGUAGE - VALIDATE PRINTER_LANGUAGE AGAINST THE
048600*    APPROVED CODE LIST, AS PRTMAINT DOES FOR AN ADD
048700*================================================================
048800 6000-EDIT-LANGUAGE.
048900     SET PRTL-LANGUAGE-IX TO 1.
049000     MOVE 'N' TO PRTE-LANGUAGE-OK-SW.
049100     PERFORM 6100-CHECK-LANGUAGE THRU 6100-EXIT
049200             VARYING PRTL-LANGUAGE-IX FROM 1 BY 1
049300             UNTIL PRTL-LANGUAGE-IX > PRTL-LANGUAGE-COUNT
049400                OR PRTE-LANGUAGE-OK.
049500 6000-EXIT.
049600     EXIT.
049700*================================================================
049800*    6100-CHECK-LANGUAGE - COMPARE ONE TABLE ENTRY TO THE
049900*    REQUEST'S PRINTER_LANGUAGE VALUE
050000*================================================================
050100 6100-CHECK-LANGUAGE.
050200     IF PRTM-PRINTER-LANGUAGE =
050300             PRTL-LANGUAGE-ENTRY(PRTL-LANGUAGE-IX)
050400         SET PRTE-LANGUAGE-OK TO TRUE
050500     END-IF.
050600 6100-EXIT.
050700     EXIT.
050800*================================================================
050900*    8000-SEND-SCREEN - SEND THE BUILT SCREEN AND FREE THE
051000*    KEYBOARD FOR THE NEXT REQUEST
051100*================================================================
051200 8000-SEND-SCREEN.
051300     EXEC CICS
051400         SEND TEXT FROM(PRTRS-SCREEN)
051500                   LENGTH(PRTRS-SCREEN-LENGTH)
051600                   ERASE
051700                   FREEKB
051800     END-EXEC.
051900 8000-EXIT.
052000     EXIT.
