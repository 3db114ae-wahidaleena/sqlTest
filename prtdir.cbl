000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTDIR.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  NIGHTLY OUTBOUND PRINTER
001300*                   DIRECTORY FEED (PRTDIRR LAYOUT) FOR THE
001400*                   DISTRIBUTED PRINT SERVERS AND THE CMDB, SO
001500*                   THEIR COPIES OF THE PRINTER LIST STOP DRIFTING
001600*                   AFTER EVERY PRTMAINT RUN.  MODE F SENDS EVERY
001700*                   IN-SERVICE (ACTIVE OR HELD) DEVICE; MODE D
001800*                   SENDS ONE RECORD PER PRTHIST ACTION OF THE RUN
001900*                   DATE, MARKED ADDED, CHANGED, HELD, RELEASED OR
002000*                   RETIRED.  HEADER CARRIES THE RUN DATE AND A
002100*                   SEQUENCE NUMBER, TRAILER THE RECORD COUNT.
002200*                   THE LAST SEQUENCE SENT IS KEPT ON A STATE FILE
002300*                   (PRTDISQI IN, PRTDISQO OUT); A SKIPPED OR
002400*                   REPEATED SEQUENCE, OR A RUN DATE ALREADY SENT,
002500*                   IS REFUSED RC=8 UNTIL A RESET CARD CARRYING A
002600*                   CHANGE REFERENCE IS RUN.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.        IBM-ZSERIES.
003100 OBJECT-COMPUTER.        IBM-ZSERIES.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PRTDICTL-FILE ASSIGN TO PRTDICTL
003500                          ORGANIZATION IS SEQUENTIAL.
003600     SELECT PRTDISQI-FILE ASSIGN TO PRTDISQI
003700                          ORGANIZATION IS SEQUENTIAL.
003800     SELECT PRTDISQO-FILE ASSIGN TO PRTDISQO
003900                          ORGANIZATION IS SEQUENTIAL.
004000     SELECT PRTHIST-FILE  ASSIGN TO PRTHIST
004100                          ORGANIZATION IS SEQUENTIAL.
004200     SELECT PRTDIOUT-FILE ASSIGN TO PRTDIOUT
004300                          ORGANIZATION IS SEQUENTIAL.
004400     SELECT PRTDIRPT-FILE ASSIGN TO PRTDIRPT
004500                          ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800*    CONTROL CARD.  MODE F (FULL REFRESH) OR D (DELTA FROM THE
004900*    RUN DATE'S PRTHIST).  RUN DATE DEFAULTS TO TODAY.  SEQUENCE
005000*    MAY BE LEFT ZERO FOR THE NEXT ONE DUE; WHEN SUPPLIED IT MUST
005100*    BE THE NEXT ONE DUE.  RESET 'Y' WITH A SEQUENCE AND A CHANGE
005200*    REFERENCE RESTARTS THE SEQUENCE AT THAT NUMBER.
005300 FD  PRTDICTL-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  PRTDICTL-RECORD.
005700     05  PRTDICTL-MODE           PIC X(01).
005800     05  FILLER                  PIC X(01).
005900     05  PRTDICTL-RUN-DATE       PIC 9(08).
006000     05  FILLER                  PIC X(01).
006100     05  PRTDICTL-SEQUENCE       PIC 9(07).
006200     05  FILLER                  PIC X(01).
006300     05  PRTDICTL-RESET          PIC X(01).
006400     05  FILLER                  PIC X(01).
006500     05  PRTDICTL-CHANGE-REF     PIC X(10).
006600     05  FILLER                  PIC X(49).
006700 FD  PRTDISQI-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  PRTDISQI-RECORD             PIC X(80).
007100 FD  PRTDISQO-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  PRTDISQO-RECORD             PIC X(80).
007500 FD  PRTHIST-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  PRTHIST-RECORD              PIC X(301).
007900 FD  PRTDIOUT-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  PRTDIOUT-RECORD             PIC X(150).
008300 FD  PRTDIRPT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  PRTDIRPT-RECORD             PIC X(133).
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
009700*    CURSOR - EVERY IN-SERVICE PRINTER ROW (ACTIVE OR HELD) FOR A
009800*    FULL REFRESH.  RETIRED ROWS ARE NOT IN THE DIRECTORY.
009900*----------------------------------------------------------------
010000     EXEC SQL
010100         DECLARE PRTDI-CSR CURSOR FOR
010200         SELECT   PRINTER_NAME,       PRINTER_DEST,
010300                  PRINTER_DESC,       LASER_MODEL,
010400                  PRINTER_LANGUAGE,   LASER_PRINTER_IND,
010500                  POST_SCRIPT_IND,    PCL_IND,
010600                  PRINTER_LOCATION,   PRINTER_ACTIVE_IND,
010700                  PRINTER_RETURN_DATE, ALTERNATE_DEST
010800         FROM     PRINTER
010900         WHERE    PRINTER_ACTIVE_IND IN ('Y', 'H')
011000         ORDER BY PRINTER_NAME
011100     END-EXEC.
011200*----------------------------------------------------------------
011300*    MAINTENANCE HISTORY RECORD - THE SOURCE OF A DELTA
011400*----------------------------------------------------------------
011500     COPY PRTHSTR.
011600*----------------------------------------------------------------
011700*    OUTBOUND FEED RECORD LAYOUTS
011800*----------------------------------------------------------------
011900     COPY PRTDIRR.
012000*----------------------------------------------------------------
012100*    SEQUENCE STATE - THE LAST FEED SENT.  READ FROM THE PRIOR
012200*    GENERATION, WRITTEN TO THE NEW ONE EVERY RUN: ADVANCED FOR A
012300*    FEED SENT, CARRIED FORWARD UNCHANGED FOR A REFUSED RUN.
012400*----------------------------------------------------------------
012500 01  PRTDI-SEQ-STATE.
012600     05  PRTDI-SQ-LAST-SEQUENCE  PIC 9(07).
012700     05  FILLER                  PIC X(01).
012800     05  PRTDI-SQ-LAST-RUN-DATE  PIC 9(08).
012900     05  FILLER                  PIC X(01).
013000     05  PRTDI-SQ-LAST-MODE      PIC X(01).
013100     05  FILLER                  PIC X(01).
013200     05  PRTDI-SQ-LAST-COUNT     PIC 9(09).
013300     05  FILLER                  PIC X(01).
013400     05  PRTDI-SQ-SENT-DATE      PIC 9(08).
013500     05  FILLER                  PIC X(01).
013600     05  PRTDI-SQ-RESET-REF      PIC X(10).
013700     05  FILLER                  PIC X(32).
013800*----------------------------------------------------------------
013900*    RUN PARAMETERS AS SETTLED FROM THE CONTROL CARD
014000*----------------------------------------------------------------
014100 01  PRTDI-MODE                  PIC X(01)   VALUE 'D'.
014200     88  PRTDI-MODE-FULL                     VALUE 'F'.
014300     88  PRTDI-MODE-DELTA                    VALUE 'D'.
014400 01  PRTDI-RUN-DATE              PIC 9(08)   VALUE ZERO.
014500 01  PRTDI-TODAY-DATE            PIC 9(08)   VALUE ZERO.
014600 01  PRTDI-NOW-TIME              PIC 9(08)   VALUE ZERO.
014700 01  PRTDI-CARD-SEQUENCE         PIC 9(07)   VALUE ZERO.
014800 01  PRTDI-NEXT-SEQUENCE         PIC 9(07)   VALUE ZERO.
014900 01  PRTDI-THIS-SEQUENCE         PIC 9(07)   VALUE ZERO.
015000 01  PRTDI-CHANGE-REF            PIC X(10)   VALUE SPACES.
015100 01  PRTDI-REFUSE-REASON         PIC X(60)   VALUE SPACES.
015200*----------------------------------------------------------------
015300*    SWITCHES AND COUNTERS
015400*----------------------------------------------------------------
015500 01  PRTDI-SWITCHES.
015600     05  PRTDI-EOF-SW            PIC X(01)   VALUE 'N'.
015700         88  PRTDI-EOF                       VALUE 'Y'.
015800     05  PRTDI-CSR-EOF-SW        PIC X(01)   VALUE 'N'.
015900         88  PRTDI-CSR-EOF                   VALUE 'Y'.
016000     05  PRTDI-STATE-SW          PIC X(01)   VALUE 'N'.
016100         88  PRTDI-STATE-FOUND               VALUE 'Y'.
016200     05  PRTDI-RESET-SW          PIC X(01)   VALUE 'N'.
016300         88  PRTDI-RESET                     VALUE 'Y'.
016400     05  PRTDI-REFUSED-SW        PIC X(01)   VALUE 'N'.
016500         88  PRTDI-REFUSED                   VALUE 'Y'.
016600 01  PRTDI-COUNTERS.
016700     05  PRTDI-DEVICE-COUNT      PIC 9(09)   VALUE ZERO.
016800     05  PRTDI-HIST-READ-COUNT   PIC 9(09)   VALUE ZERO.
016900     05  PRTDI-ADDED-COUNT       PIC 9(07)   VALUE ZERO.
017000     05  PRTDI-CHANGED-COUNT     PIC 9(07)   VALUE ZERO.
017100     05  PRTDI-HELD-COUNT        PIC 9(07)   VALUE ZERO.
017200     05  PRTDI-RELEASED-COUNT    PIC 9(07)   VALUE ZERO.
017300     05  PRTDI-RETIRED-COUNT     PIC 9(07)   VALUE ZERO.
017400 01  PRTDI-REPORT-LINE           PIC X(133).
017500 PROCEDURE DIVISION.
017600*================================================================
017700*    0000-MAINLINE
017800*================================================================
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
018100     PERFORM 1500-CHECK-SEQUENCE  THRU 1500-EXIT.
018200     IF PRTDI-REFUSED
018300         PERFORM 8000-REFUSE-RUN  THRU 8000-EXIT
018400     ELSE
018500         PERFORM 2000-WRITE-HEADER THRU 2000-EXIT
018600         IF PRTDI-MODE-FULL
018700             PERFORM 3000-FULL-REFRESH THRU 3000-EXIT
018800         ELSE
018900             PERFORM 4000-DELTA    THRU 4000-EXIT
019000         END-IF
019100         PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
019200         PERFORM 6000-SAVE-SEQUENCE THRU 6000-EXIT
019300     END-IF.
019400     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
019500     GOBACK.
019600*================================================================
019700*    1000-INITIALIZE - READ THE CONTROL CARD AND THE LAST FEED'S
019800*    SEQUENCE STATE, AND OPEN THE REPORT
019900*================================================================
020000 1000-INITIALIZE.
020100     ACCEPT PRTDI-TODAY-DATE FROM DATE YYYYMMDD.
020200     ACCEPT PRTDI-NOW-TIME   FROM TIME.
020300     MOVE PRTDI-TODAY-DATE TO PRTDI-RUN-DATE.
020400     OPEN INPUT PRTDICTL-FILE.
020500     READ PRTDICTL-FILE
020600         AT END
020700             DISPLAY 'PRTDIR0006 NO CONTROL RECORD - DELTA FOR '
020800                     PRTDI-RUN-DATE
020900         NOT AT END
021000             PERFORM 1100-TAKE-CONTROL THRU 1100-EXIT
021100     END-READ.
021200     CLOSE PRTDICTL-FILE.
021300     MOVE SPACES TO PRTDI-SEQ-STATE.
021400     MOVE ZERO   TO PRTDI-SQ-LAST-SEQUENCE
021500                    PRTDI-SQ-LAST-RUN-DATE
021600                    PRTDI-SQ-LAST-COUNT
021700                    PRTDI-SQ-SENT-DATE.
021800     OPEN INPUT PRTDISQI-FILE.
021900     READ PRTDISQI-FILE INTO PRTDI-SEQ-STATE
022000         AT END
022100             CONTINUE
022200         NOT AT END
022300             IF PRTDI-SQ-LAST-SEQUENCE NUMERIC
022400                AND PRTDI-SQ-LAST-RUN-DATE NUMERIC
022500                 SET PRTDI-STATE-FOUND TO TRUE
022600             END-IF
022700     END-READ.
022800     CLOSE PRTDISQI-FILE.
022900     OPEN OUTPUT PRTDIRPT-FILE.
023000     MOVE SPACES TO PRTDI-REPORT-LINE.
023100     STRING 'PRTDIR - OUTBOUND PRINTER DIRECTORY FEED FOR '
023200            PRTDI-RUN-DATE ' MODE ' PRTDI-MODE
023300            DELIMITED BY SIZE INTO PRTDI-REPORT-LINE.
023400     WRITE PRTDIRPT-RECORD FROM PRTDI-REPORT-LINE.
023500     MOVE SPACES TO PRTDI-REPORT-LINE.
023600     WRITE PRTDIRPT-RECORD FROM PRTDI-REPORT-LINE.
023700 1000-EXIT.
023800     EXIT.
023900*================================================================
024000*    1100-TAKE-CONTROL - ACCEPT THE CONTROL CARD'S MODE, RUN
024100*    DATE, SEQUENCE AND RESET REQUEST.  AN UNKNOWN MODE IS
024200*    REFUSED RATHER THAN GUESSED AT.
024300*================================================================
024400 1100-TAKE-CONTROL.
024500     IF PRTDICTL-MODE NOT = SPACE
024600         MOVE PRTDICTL-MODE TO PRTDI-MODE
024700     END-IF.
024800     IF NOT PRTDI-MODE-FULL AND NOT PRTDI-MODE-DELTA
024900         SET PRTDI-REFUSED TO TRUE
025000         MOVE 'MODE MUST BE F (FULL) OR D (DELTA)'
025100             TO PRTDI-REFUSE-REASON
025200     END-IF.
025300     IF PRTDICTL-RUN-DATE NUMERIC
025400        AND PRTDICTL-RUN-DATE > ZERO
025500         MOVE PRTDICTL-RUN-DATE TO PRTDI-RUN-DATE
025600     END-IF.
025700     IF PRTDICTL-SEQUENCE NUMERIC
025800         MOVE PRTDICTL-SEQUENCE TO PRTDI-CARD-SEQUENCE
025900     END-IF.
026000     IF PRTDICTL-RESET = 'Y'
026100         SET PRTDI-RESET TO TRUE
026200         MOVE PRTDICTL-CHANGE-REF TO PRTDI-CHANGE-REF
026300     END-IF.
026400 1100-EXIT.
026500     EXIT.
026600*================================================================
026700*    1500-CHECK-SEQUENCE - SETTLE THIS FEED'S SEQUENCE NUMBER.
026800*    A RESET TAKES THE CARD'S NUMBER AS GIVEN, BUT ONLY WITH A
026900*    CHANGE REFERENCE.  OTHERWISE THE NUMBER MUST BE THE ONE
027000*    AFTER THE LAST FEED SENT AND THE RUN DATE MUST BE LATER
027100*    THAN THE LAST FEED'S - A REPEAT WOULD REPLAY A NIGHT'S
027200*    CHANGES AT THE RECEIVING END, A GAP WOULD LOSE ONE.
027300*================================================================
027400 1500-CHECK-SEQUENCE.
027500     IF PRTDI-REFUSED
027600         GO TO 1500-EXIT
027700     END-IF.
027800     IF PRTDI-RESET
027900         IF PRTDI-CARD-SEQUENCE = ZERO
028000            OR PRTDI-CHANGE-REF = SPACES
028100             SET PRTDI-REFUSED TO TRUE
028200             MOVE 'RESET NEEDS A SEQUENCE AND A CHANGE REFERENCE'
028300                 TO PRTDI-REFUSE-REASON
028400             GO TO 1500-EXIT
028500         END-IF
028600         MOVE PRTDI-CARD-SEQUENCE TO PRTDI-THIS-SEQUENCE
028700         MOVE SPACES TO PRTDI-REPORT-LINE
028800         STRING 'SEQUENCE RESET TO ' PRTDI-THIS-SEQUENCE
028900                ' UNDER CHANGE ' PRTDI-CHANGE-REF
029000                ' - LAST SENT WAS ' PRTDI-SQ-LAST-SEQUENCE
029100                DELIMITED BY SIZE INTO PRTDI-REPORT-LINE
029200         WRITE PRTDIRPT-RECORD FROM PRTDI-REPORT-LINE
029300         GO TO 1500-EXIT
029400     END-IF.
029500     IF NOT PRTDI-STATE-FOUND
029600         SET PRTDI-REFUSED TO TRUE
029700         MOVE 'NO SEQUENCE STATE - RESET UNDER CHANGE CONTROL'
029800             TO PRTDI-REFUSE-REASON
029900         GO TO 1500-EXIT
030000     END-IF.
030100     COMPUTE PRTDI-NEXT-SEQUENCE = PRTDI-SQ-LAST-SEQUENCE + 1.
030200     IF PRTDI-CARD-SEQUENCE = ZERO
030300         MOVE PRTDI-NEXT-SEQUENCE TO PRTDI-THIS-SEQUENCE
030400     ELSE
030500         MOVE PRTDI-CARD-SEQUENCE TO PRTDI-THIS-SEQUENCE
030600     END-IF.
030700     IF PRTDI-THIS-SEQUENCE < PRTDI-NEXT-SEQUENCE
030800         SET PRTDI-REFUSED TO TRUE
030900         MOVE SPACES TO PRTDI-REFUSE-REASON
031000         STRING 'SEQUENCE ' PRTDI-THIS-SEQUENCE
031100                ' REPEATED - NEXT DUE IS ' PRTDI-NEXT-SEQUENCE
031200                DELIMITED BY SIZE INTO PRTDI-REFUSE-REASON
031300         GO TO 1500-EXIT
031400     END-IF.
031500     IF PRTDI-THIS-SEQUENCE > PRTDI-NEXT-SEQUENCE
031600         SET PRTDI-REFUSED TO TRUE
031700         MOVE SPACES TO PRTDI-REFUSE-REASON
031800         STRING 'SEQUENCE ' PRTDI-THIS-SEQUENCE
031900                ' SKIPS AHEAD - NEXT DUE IS ' PRTDI-NEXT-SEQUENCE
032000                DELIMITED BY SIZE INTO PRTDI-REFUSE-REASON
032100         GO TO 1500-EXIT
032200     END-IF.
032300     IF PRTDI-RUN-DATE NOT > PRTDI-SQ-LAST-RUN-DATE
032400         SET PRTDI-REFUSED TO TRUE
032500         MOVE SPACES TO PRTDI-REFUSE-REASON
032600         STRING 'RUN DATE ' PRTDI-RUN-DATE
032700                ' NOT AFTER LAST FEED ' PRTDI-SQ-LAST-RUN-DATE
032800                ' - REPLAY'
032900                DELIMITED BY SIZE INTO PRTDI-REFUSE-REASON
033000     END-IF.
033100 1500-EXIT.
033200     EXIT.
033300*================================================================
033400*    2000-WRITE-HEADER - OPEN THE FEED AND WRITE ITS HEADER
033500*================================================================
033600 2000-WRITE-HEADER.
033700     OPEN OUTPUT PRTDIOUT-FILE.
033800     MOVE PRTDI-RUN-DATE      TO PRTDF-HDR-RUN-DATE.
033900     MOVE PRTDI-THIS-SEQUENCE TO PRTDF-HDR-SEQUENCE.
034000     MOVE PRTDI-NOW-TIME      TO PRTDF-HDR-CREATE-TIME.
034100     IF PRTDI-MODE-FULL
034200         MOVE 'FULL' TO PRTDF-HDR-MODE
034300     ELSE
034400         MOVE 'DLTA' TO PRTDF-HDR-MODE
034500     END-IF.
034600     WRITE PRTDIOUT-RECORD FROM PRTDF-HEADER-RECORD.
034700 2000-EXIT.
034800     EXIT.
034900*================================================================
035000*    3000-FULL-REFRESH - ONE REFRESH RECORD PER IN-SERVICE ROW
035100*================================================================
035200 3000-FULL-REFRESH.
035300     MOVE 'N' TO PRTDI-CSR-EOF-SW.
035400     EXEC SQL OPEN PRTDI-CSR END-EXEC.
035500     PERFORM 3100-FETCH-DEVICE    THRU 3100-EXIT
035600             UNTIL PRTDI-CSR-EOF.
035700     EXEC SQL CLOSE PRTDI-CSR END-EXEC.
035800 3000-EXIT.
035900     EXIT.
036000*================================================================
036100*    3100-FETCH-DEVICE - FETCH ONE ROW AND WRITE IT TO THE FEED
036200*================================================================
036300 3100-FETCH-DEVICE.
036400     EXEC SQL
036500         FETCH PRTDI-CSR
036600         INTO  :PRINTER-NAME,        :PRINTER-DEST,
036700               :PRINTER-DESC,        :LASER-MODEL,
036800               :PRINTER-LANGUAGE,    :LASER-PRINTER-IND,
036900               :POST-SCRIPT-IND,     :PCL-IND,
037000               :PRINTER-LOCATION,    :PRINTER-ACTIVE-IND,
037100               :PRINTER-RETURN-DATE, :ALTERNATE-DEST
037200     END-EXEC.
037300     IF SQLCODE NOT = ZERO
037400         SET PRTDI-CSR-EOF TO TRUE
037500         GO TO 3100-EXIT
037600     END-IF.
037700     MOVE 'REFRESH '          TO PRTDF-DEV-ACTION.
037800     MOVE PRINTER-NAME        TO PRTDF-DEV-NAME.
037900     MOVE PRINTER-DEST        TO PRTDF-DEV-DEST.
038000     MOVE PRINTER-DESC        TO PRTDF-DEV-DESC.
038100     MOVE LASER-MODEL         TO PRTDF-DEV-MODEL.
038200     MOVE PRINTER-LANGUAGE    TO PRTDF-DEV-LANGUAGE.
038300     MOVE LASER-PRINTER-IND   TO PRTDF-DEV-LASER-IND.
038400     MOVE POST-SCRIPT-IND     TO PRTDF-DEV-PS-IND.
038500     MOVE PCL-IND             TO PRTDF-DEV-PCL-IND.
038600     MOVE PRINTER-LOCATION    TO PRTDF-DEV-LOCATION.
038700     MOVE PRINTER-RETURN-DATE TO PRTDF-DEV-RETURN-DATE.
038800     MOVE ALTERNATE-DEST      TO PRTDF-DEV-ALT-DEST.
038900     PERFORM 3200-SET-STATUS      THRU 3200-EXIT.
039000     PERFORM 3900-WRITE-DEVICE    THRU 3900-EXIT.
039100 3100-EXIT.
039200     EXIT.
039300*================================================================
039400*    3200-SET-STATUS - WORD THE ROW'S ACTIVE INDICATOR AS IT
039500*    STOOD AFTER THE ACTION
039600*================================================================
039700 3200-SET-STATUS.
039800     EVALUATE PRINTER-ACTIVE-IND
039900         WHEN 'Y'
040000             MOVE 'ACTIVE  ' TO PRTDF-DEV-STATUS
040100         WHEN 'H'
040200             MOVE 'HELD    ' TO PRTDF-DEV-STATUS
040300         WHEN 'N'
040400             MOVE 'RETIRED ' TO PRTDF-DEV-STATUS
040500         WHEN OTHER
040600             MOVE 'UNKNOWN ' TO PRTDF-DEV-STATUS
040700     END-EVALUATE.
040800 3200-EXIT.
040900     EXIT.
041000*================================================================
041100*    3900-WRITE-DEVICE - WRITE ONE DEVICE RECORD AND COUNT IT
041200*================================================================
041300 3900-WRITE-DEVICE.
041400     WRITE PRTDIOUT-RECORD FROM PRTDF-DEVICE-RECORD.
041500     ADD 1 TO PRTDI-DEVICE-COUNT.
041600 3900-EXIT.
041700     EXIT.
041800*================================================================
041900*    4000-DELTA - ONE RECORD PER MAINTENANCE ACTION APPLIED ON
042000*    THE RUN DATE, IN THE ORDER APPLIED, SO THE RECEIVING SIDE
042100*    CAN REPLAY THE NIGHT EXACTLY
042200*================================================================
042300 4000-DELTA.
042400     OPEN INPUT PRTHIST-FILE.
042500     MOVE 'N' TO PRTDI-EOF-SW.
042600     PERFORM 4100-READ-HISTORY    THRU 4100-EXIT
042700             UNTIL PRTDI-EOF.
042800     CLOSE PRTHIST-FILE.
042900 4000-EXIT.
043000     EXIT.
043100*================================================================
043200*    4100-READ-HISTORY - READ ONE HISTORY RECORD AND, WHEN IT WAS
043300*    APPLIED ON THE RUN DATE, WRITE IT AS A DELTA.  THE DEVICE
043400*    IS DESCRIBED BY ITS AFTER IMAGE.  A REACTIVATE RELEASES A
043500*    HELD DEVICE BUT PUTS A RETIRED ONE BACK INTO THE DIRECTORY,
043600*    SO THE BEFORE IMAGE DECIDES WHICH IT WAS.
043700*================================================================
043800 4100-READ-HISTORY.
043900     READ PRTHIST-FILE INTO PRTH-HISTORY-RECORD
044000         AT END
044100             SET PRTDI-EOF TO TRUE
044200             GO TO 4100-EXIT
044300     END-READ.
044400     ADD 1 TO PRTDI-HIST-READ-COUNT.
044500     IF PRTH-DATE NOT = PRTDI-RUN-DATE
044600         GO TO 4100-EXIT
044700     END-IF.
044800     EVALUATE TRUE
044900         WHEN PRTH-ACTION-ADD
045000             MOVE 'ADDED   ' TO PRTDF-DEV-ACTION
045100             ADD 1 TO PRTDI-ADDED-COUNT
045200         WHEN PRTH-ACTION-CHANGE
045300         WHEN PRTH-ACTION-ALT
045400             MOVE 'CHANGED ' TO PRTDF-DEV-ACTION
045500             ADD 1 TO PRTDI-CHANGED-COUNT
045600         WHEN PRTH-ACTION-HOLD
045700             MOVE 'HELD    ' TO PRTDF-DEV-ACTION
045800             ADD 1 TO PRTDI-HELD-COUNT
045900         WHEN PRTH-ACTION-REACT
046000             IF PRTH-BEF-ACTIVE-IND = 'H'
046100                 MOVE 'RELEASED' TO PRTDF-DEV-ACTION
046200                 ADD 1 TO PRTDI-RELEASED-COUNT
046300             ELSE
046400                 MOVE 'ADDED   ' TO PRTDF-DEV-ACTION
046500                 ADD 1 TO PRTDI-ADDED-COUNT
046600             END-IF
046700         WHEN PRTH-ACTION-RETIRE
046800             MOVE 'RETIRED ' TO PRTDF-DEV-ACTION
046900             ADD 1 TO PRTDI-RETIRED-COUNT
047000         WHEN OTHER
047100             GO TO 4100-EXIT
047200     END-EVALUATE.
047300     MOVE PRTH-AFT-NAME        TO PRTDF-DEV-NAME.
047400     MOVE PRTH-AFT-DEST        TO PRTDF-DEV-DEST.
047500     MOVE PRTH-AFT-DESC        TO PRTDF-DEV-DESC.
047600     MOVE PRTH-AFT-MODEL       TO PRTDF-DEV-MODEL.
047700     MOVE PRTH-AFT-LANGUAGE    TO PRTDF-DEV-LANGUAGE.
047800     MOVE PRTH-AFT-LASER-IND   TO PRTDF-DEV-LASER-IND.
047900     MOVE PRTH-AFT-PS-IND      TO PRTDF-DEV-PS-IND.
048000     MOVE PRTH-AFT-PCL-IND     TO PRTDF-DEV-PCL-IND.
048100     MOVE PRTH-AFT-LOCATION    TO PRTDF-DEV-LOCATION.
048200     MOVE PRTH-AFT-RETURN-DATE TO PRTDF-DEV-RETURN-DATE.
048300     MOVE PRTH-AFT-ALT-DEST    TO PRTDF-DEV-ALT-DEST.
048400     MOVE PRTH-AFT-ACTIVE-IND  TO PRINTER-ACTIVE-IND.
048500     PERFORM 3200-SET-STATUS      THRU 3200-EXIT.
048600     PERFORM 3900-WRITE-DEVICE    THRU 3900-EXIT.
048700 4100-EXIT.
048800     EXIT.
048900*================================================================
049000*    5000-WRITE-TRAILER - CLOSE THE FEED WITH ITS RECORD COUNT
049100*    AND THE HEADER'S SEQUENCE, THEN REPORT WHAT WAS SENT
049200*================================================================
049300 5000-WRITE-TRAILER.
049400     MOVE PRTDI-DEVICE-COUNT  TO PRTDF-TRL-RECORD-COUNT.
049500     MOVE PRTDI-THIS-SEQUENCE TO PRTDF-TRL-SEQUENCE.
049600     WRITE PRTDIOUT-RECORD FROM PRTDF-TRAILER-RECORD.
049700     CLOSE PRTDIOUT-FILE.
049800     MOVE SPACES TO PRTDI-REPORT-LINE.
049900     STRING 'FEED SEQUENCE ' PRTDI-THIS-SEQUENCE
050000            ' SENT - DEVICE RECORDS=' PRTDI-DEVICE-COUNT
050100            DELIMITED BY SIZE INTO PRTDI-REPORT-LINE.
050200     WRITE PRTDIRPT-RECORD FROM PRTDI-REPORT-LINE.
050300     IF PRTDI-MODE-DELTA
050400         MOVE SPACES TO PRTDI-REPORT-LINE
050500         STRING 'HISTORY READ=' PRTDI-HIST-READ-COUNT
050600                ' ADDED='    PRTDI-ADDED-COUNT
050700                ' CHANGED='  PRTDI-CHANGED-COUNT
050800                ' HELD='     PRTDI-HELD-COUNT
050900                ' RELEASED=' PRTDI-RELEASED-COUNT
051000                ' RETIRED='  PRTDI-RETIRED-COUNT
051100                DELIMITED BY SIZE INTO PRTDI-REPORT-LINE
051200         WRITE PRTDIRPT-RECORD FROM PRTDI-REPORT-LINE
051300     END-IF.
051400 5000-EXIT.
051500     EXIT.
051600*================================================================
051700*    6000-SAVE-SEQUENCE - RECORD THE FEED JUST SENT AS THE NEW
051800*    GENERATION OF THE SEQUENCE STATE
051900*================================================================
052000 6000-SAVE-SEQUENCE.
052100     MOVE SPACES              TO PRTDI-SEQ-STATE.
052200     MOVE PRTDI-THIS-SEQUENCE TO PRTDI-SQ-LAST-SEQUENCE.
052300     MOVE PRTDI-RUN-DATE      TO PRTDI-SQ-LAST-RUN-DATE.
052400     MOVE PRTDI-MODE          TO PRTDI-SQ-LAST-MODE.
052500     MOVE PRTDI-DEVICE-COUNT  TO PRTDI-SQ-LAST-COUNT.
052600     MOVE PRTDI-TODAY-DATE    TO PRTDI-SQ-SENT-DATE.
052700     IF PRTDI-RESET
052800         MOVE PRTDI-CHANGE-REF TO PRTDI-SQ-RESET-REF
052900     END-IF.
053000     OPEN OUTPUT PRTDISQO-FILE.
053100     WRITE PRTDISQO-RECORD FROM PRTDI-SEQ-STATE.
053200     CLOSE PRTDISQO-FILE.
053300 6000-EXIT.
053400     EXIT.
053500*================================================================
053600*    8000-REFUSE-RUN - SEND NOTHING.  THE SEQUENCE STATE IS
053700*    CARRIED FORWARD UNCHANGED SO THE NEXT RUN IS HELD TO THE
053800*    SAME NUMBER, AND THE REASON GOES ON THE REPORT.
053900*================================================================
054000 8000-REFUSE-RUN.
054100     OPEN OUTPUT PRTDISQO-FILE.
054200     IF PRTDI-STATE-FOUND
054300         WRITE PRTDISQO-RECORD FROM PRTDI-SEQ-STATE
054400     END-IF.
054500     CLOSE PRTDISQO-FILE.
054600     MOVE SPACES TO PRTDI-REPORT-LINE.
054700     STRING 'FEED REFUSED - ' PRTDI-REFUSE-REASON
054800            DELIMITED BY SIZE INTO PRTDI-REPORT-LINE.
054900     WRITE PRTDIRPT-RECORD FROM PRTDI-REPORT-LINE.
055000     DISPLAY 'PRTDIR0002 FEED REFUSED - ' PRTDI-REFUSE-REASON.
055100     MOVE 8 TO RETURN-CODE.
055200 8000-EXIT.
055300     EXIT.
055400*================================================================
055500*    9000-TERMINATE - CLOSE THE REPORT AND REPORT RUN TOTALS
055600*================================================================
055700 9000-TERMINATE.
055800     CLOSE PRTDIRPT-FILE.
055900     DISPLAY 'PRTDIR0001 MODE=' PRTDI-MODE
056000             ' RUN DATE=' PRTDI-RUN-DATE
056100             ' SEQUENCE=' PRTDI-THIS-SEQUENCE
056200             ' RECORDS=' PRTDI-DEVICE-COUNT.
056300 9000-EXIT.
056400     EXIT.
