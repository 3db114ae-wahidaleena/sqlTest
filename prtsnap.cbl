000100 IDENTIFICATION DIVISION.
000200*================================================================
000300 PROGRAM-ID.             PRTSNAP.
000400 AUTHOR.                 PRINT SERVICES SYSTEMS GROUP.
000500 INSTALLATION.           DATA CENTER OPERATIONS.
000600 DATE-WRITTEN.           10/15/2026.
000700 DATE-COMPILED.
000800*================================================================
000900*  MODIFICATION HISTORY
001000*    DATE      BY    DESCRIPTION
001100*  --------  -----  --------------------------------------------
001200*  10/15/26   JRM   ORIGINAL PROGRAM.  AS-OF FLEET SNAPSHOT.
001300*                   REBUILDS EVERY PRINTER ROW AS IT STOOD AT THE
001400*                   END OF AN AS-OF DATE, WITHOUT AN IMAGE-COPY
001500*                   RESTORE: START FROM THE TABLE AS IT IS NOW AND
001600*                   TAKE, FOR EACH ROW, THE BEFORE IMAGE OF THE
001700*                   FIRST PRTHIST RECORD DATED AFTER THE AS-OF
001800*                   DATE - THE ROW AS THE LAST CHANGE ON OR BEFORE
001900*                   THE DATE LEFT IT.  A ROW WITH NO LATER HISTORY
002000*                   IS UNCHANGED SINCE; A BEFORE IMAGE OF SPACES
002100*                   (AN ADD) MEANS THE ROW WAS NOT YET ON FILE.
002200*                   MODE 'S' WRITES THE SNAPSHOT IN THE
002300*                   PRINTER-ROW LAYOUT (PRTSNOUT) AND A FLEET
002400*                   LISTING.  MODE 'C' REBUILDS TWO AS-OF DATES
002500*                   AND LISTS EVERY ROW ADDED, RETIRED OR CHANGED
002600*                   BETWEEN THEM, FIELD BY FIELD; PRTSNOUT THEN
002700*                   HOLDS THE LATER DATE.
002800*                   RC=4 WHEN THE AS-OF DATE IS OLDER THAN THE
002900*                   HISTORY TRAIL - CHANGES MADE BEFORE THE TRAIL
003000*                   BEGAN CANNOT BE ROLLED BACK.
003033*  10/15/26   JRM   PRTHIST RECORD NOW 301 BYTES (ENTERED DATE
003066*                   ADDED TO PRTHSTR).
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.        IBM-ZSERIES.
003500 OBJECT-COMPUTER.        IBM-ZSERIES.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PRTSNCTL-FILE ASSIGN TO PRTSNCTL
003900                         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PRTHIST-FILE ASSIGN TO PRTHIST
004100                         ORGANIZATION IS SEQUENTIAL.
004200     SELECT PRTSNOUT-FILE ASSIGN TO PRTSNOUT
004300                         ORGANIZATION IS SEQUENTIAL.
004400     SELECT PRTSNRPT-FILE ASSIGN TO PRTSNRPT
004500                         ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PRTSNCTL-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  PRTSNCTL-RECORD.
005200     05  PRTSNCTL-MODE           PIC X(01).
005300         88  PRTSNCTL-MODE-SNAPSHOT          VALUE 'S' ' '.
005400         88  PRTSNCTL-MODE-COMPARE           VALUE 'C'.
005500     05  PRTSNCTL-AS-OF-DATE     PIC 9(08).
005600     05  PRTSNCTL-TO-DATE        PIC 9(08).
005700     05  FILLER                  PIC X(63).
005800 FD  PRTHIST-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  PRTHIST-RECORD              PIC X(301).
006200 FD  PRTSNOUT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  PRTSNOUT-RECORD             PIC X(127).
006600 FD  PRTSNRPT-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  PRTSNRPT-RECORD             PIC X(133).
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200*    PRINTER TABLE DECLARATION AND HOST VARIABLES
007300*----------------------------------------------------------------
007400     COPY PRTTBL.
007500*----------------------------------------------------------------
007600*    MAINTENANCE HISTORY RECORD - THE ROLLBACK INPUT.  ITS BEFORE
007700*    AND AFTER IMAGES ALSO SERVE AS THE NAMED-FIELD VIEW OF THE
007800*    TWO ROWS BEING COMPARED.
007900*----------------------------------------------------------------
008000     COPY PRTHSTR.
008100*----------------------------------------------------------------
008200*    SQL COMMUNICATION AREA
008300*----------------------------------------------------------------
008400     EXEC SQL INCLUDE SQLCA END-EXEC.
008500*----------------------------------------------------------------
008600*    CURSOR - EVERY PRINTER ROW, ACTIVE OR NOT, IN NAME ORDER
008700*----------------------------------------------------------------
008800     EXEC SQL
008900         DECLARE PRTSN-CSR CURSOR FOR
009000         SELECT   PRINTER_NAME,       LASER_PRINTER_IND,
009100                  SYSTEM_PRINTER_IND, PRINTER_DEST,
009200                  PRINTER_UDK,        PRINTER_DESC,
009300                  LASER_MODEL,        POST_SCRIPT_IND,
009400                  PRINTER_LANGUAGE,   PCL_IND,
009500                  WRITER_NAME,        PRINTER_ACTIVE_IND,
009600                  PRINTER_LOCATION,   PRINTER_RETURN_DATE,
009700                  ALTERNATE_DEST
009800         FROM     PRINTER
009900         ORDER BY PRINTER_NAME
010000     END-EXEC.
010100*----------------------------------------------------------------
010200*    THE FLEET IN STORAGE - ONE ENTRY PER PRINTER_NAME ON THE
010300*    TABLE NOW OR IN THE HISTORY AFTER THE AS-OF DATE.  IMAGE 1 IS
010400*    THE ROW AT THE END OF THE AS-OF DATE, IMAGE 2 AT THE END OF
010500*    THE COMPARE-TO DATE; EACH STARTS AS THE CURRENT ROW (SPACES
010600*    IF THE NAME IS NO LONGER ON THE TABLE) AND IS SET, ONCE, BY
010700*    THE FIRST HISTORY RECORD AFTER ITS DATE.  A FULL TABLE
010800*    HARD-FAILS THE RUN - A SNAPSHOT MISSING ROWS WOULD BE TAKEN
010900*    AS THE WHOLE FLEET.
011000*----------------------------------------------------------------
011100 01  PRTSN-ROW-TABLE.
011200     05  PRTSN-ROW-ENTRY         OCCURS 5000 TIMES
011300             INDEXED BY PRTSN-ROW-IX.
011400         10  PRTSN-ROW-NAME      PIC X(08).
011500         10  PRTSN-ROW-SET1-SW   PIC X(01).
011600             88  PRTSN-ROW-SET1              VALUE 'Y'.
011700         10  PRTSN-ROW-SET2-SW   PIC X(01).
011800             88  PRTSN-ROW-SET2              VALUE 'Y'.
011900         10  PRTSN-ROW-IMAGE1    PIC X(127).
012000         10  PRTSN-ROW-IMAGE2    PIC X(127).
012100 01  PRTSN-ROW-USED              PIC 9(05) COMP VALUE ZERO.
012200 01  PRTSN-HIT-IX                PIC 9(05) COMP VALUE ZERO.
012300*----------------------------------------------------------------
012400*    FIELD-BY-FIELD COMPARE - ONE SLOT PER PRINTER COLUMN, IN
012500*    TABLE ORDER
012600*----------------------------------------------------------------
012700 01  PRTSN-FIELD-NAMES.
012800     05  FILLER                  PIC X(13)   VALUE 'PRINTER NAME'.
012900     05  FILLER                  PIC X(13)   VALUE 'LASER IND'.
013000     05  FILLER                  PIC X(13)   VALUE 'SYSTEM IND'.
013100     05  FILLER                  PIC X(13)   VALUE 'DESTINATION'.
013200     05  FILLER                  PIC X(13)   VALUE 'UDK'.
013300     05  FILLER                  PIC X(13)   VALUE 'DESCRIPTION'.
013400     05  FILLER                  PIC X(13)   VALUE 'MODEL'.
013500     05  FILLER                  PIC X(13)   VALUE 'POSTSCRIPT'.
013600     05  FILLER                  PIC X(13)   VALUE 'LANGUAGE'.
013700     05  FILLER                  PIC X(13)   VALUE 'PCL'.
013800     05  FILLER                  PIC X(13)   VALUE 'WRITER'.
013900     05  FILLER                  PIC X(13)   VALUE 'STATUS'.
014000     05  FILLER                  PIC X(13)   VALUE 'LOCATION'.
014100     05  FILLER                  PIC X(13)   VALUE 'RETURN DATE'.
014200     05  FILLER                  PIC X(13)   VALUE 'ALTERNATE'.
014300 01  PRTSN-FIELD-NAMES-R REDEFINES PRTSN-FIELD-NAMES.
014400     05  PRTSN-FIELD-NAME        PIC X(13)
014500             OCCURS 15 TIMES.
014600 01  PRTSN-CMP-TABLE.
014700     05  PRTSN-CMP-ENTRY         OCCURS 15 TIMES
014800             INDEXED BY PRTSN-CMP-IX.
014900         10  PRTSN-CMP-OLD       PIC X(55).
015000         10  PRTSN-CMP-NEW       PIC X(55).
015100*----------------------------------------------------------------
015200*    REPORT LINES
015300*----------------------------------------------------------------
015400 01  PRTSN-LIST-LINE.
015500     05  PRTSN-LST-NAME          PIC X(08).
015600     05  FILLER                  PIC X(02).
015700     05  PRTSN-LST-STATUS        PIC X(08).
015800     05  FILLER                  PIC X(01).
015900     05  PRTSN-LST-RETURN        PIC X(08).
016000     05  FILLER                  PIC X(02).
016100     05  PRTSN-LST-DEST          PIC X(08).
016200     05  FILLER                  PIC X(02).
016300     05  PRTSN-LST-WRITER        PIC X(08).
016400     05  FILLER                  PIC X(02).
016500     05  PRTSN-LST-LOCATION      PIC X(08).
016600     05  FILLER                  PIC X(02).
016700     05  PRTSN-LST-ALT-DEST      PIC X(08).
016800     05  FILLER                  PIC X(02).
016900     05  PRTSN-LST-MODEL         PIC X(08).
017000     05  FILLER                  PIC X(02).
017100     05  PRTSN-LST-DESC          PIC X(55).
017200 01  PRTSN-FIELD-LINE.
017300     05  FILLER                  PIC X(08).
017400     05  PRTSN-FLD-NAME          PIC X(13).
017500     05  FILLER                  PIC X(01).
017600     05  PRTSN-FLD-OLD           PIC X(55).
017700     05  FILLER                  PIC X(01).
017800     05  PRTSN-FLD-NEW           PIC X(55).
017900 01  PRTSN-REPORT-LINE           PIC X(133).
018000*----------------------------------------------------------------
018100*    SWITCHES, COUNTERS AND WORK FIELDS
018200*----------------------------------------------------------------
018300 01  PRTSN-SWITCHES.
018400     05  PRTSN-EOF-SW            PIC X(01)   VALUE 'N'.
018500         88  PRTSN-EOF                       VALUE 'Y'.
018600     05  PRTSN-CTL-EOF-SW        PIC X(01)   VALUE 'N'.
018700         88  PRTSN-CTL-EOF                   VALUE 'Y'.
018800     05  PRTSN-CSR-EOF-SW        PIC X(01)   VALUE 'N'.
018900         88  PRTSN-CSR-EOF                   VALUE 'Y'.
019000     05  PRTSN-FOUND-SW          PIC X(01)   VALUE 'N'.
019100         88  PRTSN-FOUND                     VALUE 'Y'.
019200     05  PRTSN-MODE-SW           PIC X(01)   VALUE 'S'.
019300         88  PRTSN-SNAPSHOT                  VALUE 'S'.
019400         88  PRTSN-COMPARE                   VALUE 'C'.
019500 01  PRTSN-COUNTERS.
019600     05  PRTSN-TABLE-COUNT       PIC 9(07)   VALUE ZERO.
019700     05  PRTSN-HIST-COUNT        PIC 9(07)   VALUE ZERO.
019800     05  PRTSN-ROLLED-COUNT      PIC 9(07)   VALUE ZERO.
019900     05  PRTSN-WRITE-COUNT       PIC 9(07)   VALUE ZERO.
020000     05  PRTSN-ACTIVE-COUNT      PIC 9(07)   VALUE ZERO.
020100     05  PRTSN-HELD-COUNT        PIC 9(07)   VALUE ZERO.
020200     05  PRTSN-RETIRED-COUNT     PIC 9(07)   VALUE ZERO.
020300     05  PRTSN-ADDED-COUNT       PIC 9(07)   VALUE ZERO.
020400     05  PRTSN-DROPPED-COUNT     PIC 9(07)   VALUE ZERO.
020500     05  PRTSN-RETIRE-CHG-COUNT  PIC 9(07)   VALUE ZERO.
020600     05  PRTSN-CHANGED-COUNT     PIC 9(07)   VALUE ZERO.
020700     05  PRTSN-SAME-COUNT        PIC 9(07)   VALUE ZERO.
020800 01  PRTSN-AS-OF-DATE            PIC 9(08)   VALUE ZERO.
020900 01  PRTSN-TO-DATE               PIC 9(08)   VALUE ZERO.
021000 01  PRTSN-TODAY-DATE            PIC 9(08)   VALUE ZERO.
021100 01  PRTSN-FIRST-HIST-DATE       PIC 9(08)   VALUE ZERO.
021200 01  PRTSN-STATUS-IND            PIC X(01)   VALUE SPACE.
021300 01  PRTSN-STATUS-TEXT           PIC X(08)   VALUE SPACES.
021400 01  PRTSN-CHANGE-TAG            PIC X(08)   VALUE SPACES.
021500 PROCEDURE DIVISION.
021600*================================================================
021700*    0000-MAINLINE
021800*================================================================
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
022100     PERFORM 1500-LOAD-TABLE      THRU 1500-EXIT.
022200     PERFORM 2000-PROCESS-HIST    THRU 2000-EXIT
022300             UNTIL PRTSN-EOF.
022400     IF PRTSN-SNAPSHOT
022500         PERFORM 5000-LIST-SNAPSHOT THRU 5000-EXIT
022600     ELSE
022700         PERFORM 6000-LIST-COMPARE  THRU 6000-EXIT
022800     END-IF.
022900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
023000     GOBACK.
023100*================================================================
023200*    1000-INITIALIZE - PICK UP THE MODE AND DATES, OPEN THE
023300*    FILES, PRIME THE HISTORY READ.  AN AS-OF DATE IN THE FUTURE
023400*    HAS NOTHING TO ROLL BACK TO AND IS REFUSED, AS IS A COMPARE
023500*    WHOSE SECOND DATE IS NOT AFTER THE FIRST.
023600*================================================================
023700 1000-INITIALIZE.
023800     ACCEPT PRTSN-TODAY-DATE FROM DATE YYYYMMDD.
023900     OPEN INPUT PRTSNCTL-FILE.
024000     READ PRTSNCTL-FILE
024100         AT END
024200             SET PRTSN-CTL-EOF TO TRUE
024300     END-READ.
024400     IF PRTSN-CTL-EOF
024500        OR PRTSNCTL-AS-OF-DATE NOT NUMERIC
024600        OR PRTSNCTL-AS-OF-DATE = ZERO
024700        OR (NOT PRTSNCTL-MODE-SNAPSHOT
024800            AND NOT PRTSNCTL-MODE-COMPARE)
024900         DISPLAY 'PRTSNAP0001 RUN REJECTED - GIVE MODE S OR C AND'
025000                 ' THE AS-OF DATE (YYYYMMDD) ON THE CONTROL CARD'
025100         CLOSE PRTSNCTL-FILE
025200         MOVE 8 TO RETURN-CODE
025300         GOBACK
025400     END-IF.
025500     MOVE PRTSNCTL-AS-OF-DATE TO PRTSN-AS-OF-DATE.
025600     IF PRTSNCTL-MODE-COMPARE
025700         SET PRTSN-COMPARE TO TRUE
025800         IF PRTSNCTL-TO-DATE NUMERIC
025900            AND PRTSNCTL-TO-DATE > PRTSN-AS-OF-DATE
026000             MOVE PRTSNCTL-TO-DATE TO PRTSN-TO-DATE
026100         ELSE
026200             DISPLAY 'PRTSNAP0002 RUN REJECTED - COMPARE NEEDS A'
026300                     ' SECOND DATE AFTER ' PRTSN-AS-OF-DATE
026400             CLOSE PRTSNCTL-FILE
026500             MOVE 8 TO RETURN-CODE
026600             GOBACK
026700         END-IF
026800     ELSE
026900         SET PRTSN-SNAPSHOT TO TRUE
027000         MOVE PRTSN-AS-OF-DATE TO PRTSN-TO-DATE
027100     END-IF.
027200     CLOSE PRTSNCTL-FILE.
027300     IF PRTSN-TO-DATE > PRTSN-TODAY-DATE
027400         DISPLAY 'PRTSNAP0003 RUN REJECTED - AS-OF DATE '
027500                 PRTSN-TO-DATE ' IS IN THE FUTURE'
027600         MOVE 8 TO RETURN-CODE
027700         GOBACK
027800     END-IF.
027900     OPEN INPUT  PRTHIST-FILE.
028000     OPEN OUTPUT PRTSNOUT-FILE
028100                 PRTSNRPT-FILE.
028200     MOVE SPACES TO PRTSN-REPORT-LINE.
028300     IF PRTSN-SNAPSHOT
028400         STRING 'PRTSNAP - PRINTER FLEET AS OF THE END OF '
028500                PRTSN-AS-OF-DATE
028600                DELIMITED BY SIZE INTO PRTSN-REPORT-LINE
028700     ELSE
028800         STRING 'PRTSNAP - PRINTER FLEET CHANGES FROM THE END OF '
028900                PRTSN-AS-OF-DATE ' TO THE END OF ' PRTSN-TO-DATE
029000                DELIMITED BY SIZE INTO PRTSN-REPORT-LINE
029100     END-IF.
029200     WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE.
029300     MOVE SPACES TO PRTSN-REPORT-LINE.
029400     WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE.
029500     PERFORM 2100-READ-HIST       THRU 2100-EXIT.
029600     IF NOT PRTSN-EOF
029700         MOVE PRTH-DATE TO PRTSN-FIRST-HIST-DATE
029800     END-IF.
029900 1000-EXIT.
030000     EXIT.
030100*================================================================
030200*    1500-LOAD-TABLE - THE TABLE AS IT STANDS NOW IS THE STARTING
030300*    POINT FOR BOTH DATES
030400*================================================================
030500 1500-LOAD-TABLE.
030600     EXEC SQL OPEN PRTSN-CSR END-EXEC.
030700     PERFORM 1600-FETCH-ROW       THRU 1600-EXIT.
030800     PERFORM 1700-LOAD-ROW        THRU 1700-EXIT
030900             UNTIL PRTSN-CSR-EOF.
031000     EXEC SQL CLOSE PRTSN-CSR END-EXEC.
031100 1500-EXIT.
031200     EXIT.
031300*================================================================
031400*    1600-FETCH-ROW - FETCH THE NEXT PRINTER ROW
031500*================================================================
031600 1600-FETCH-ROW.
031700     EXEC SQL
031800         FETCH PRTSN-CSR
031900         INTO :PRINTER-NAME,       :LASER-PRINTER-IND,
032000              :SYSTEM-PRINTER-IND, :PRINTER-DEST,
032100              :PRINTER-UDK,        :PRINTER-DESC,
032200              :LASER-MODEL,        :POST-SCRIPT-IND,
032300              :PRINTER-LANGUAGE,   :PCL-IND,
032400              :WRITER-NAME,        :PRINTER-ACTIVE-IND,
032500              :PRINTER-LOCATION,   :PRINTER-RETURN-DATE,
032600              :ALTERNATE-DEST
032700     END-EXEC.
032800     IF SQLCODE NOT = ZERO
032900         SET PRTSN-CSR-EOF TO TRUE
033000     END-IF.
033100 1600-EXIT.
033200     EXIT.
033300*================================================================
033400*    1700-LOAD-ROW - ONE CURRENT ROW INTO THE FLEET TABLE, THEN
033500*    FETCH THE NEXT
033600*================================================================
033700 1700-LOAD-ROW.
033800     ADD 1 TO PRTSN-TABLE-COUNT.
033900     PERFORM 3500-ADD-ENTRY       THRU 3500-EXIT.
034000     MOVE PRINTER-NAME TO PRTSN-ROW-NAME(PRTSN-ROW-IX).
034100     MOVE PRINTER-ROW  TO PRTSN-ROW-IMAGE1(PRTSN-ROW-IX)
034200                          PRTSN-ROW-IMAGE2(PRTSN-ROW-IX).
034300     PERFORM 1600-FETCH-ROW       THRU 1600-EXIT.
034400 1700-EXIT.
034500     EXIT.
034600*================================================================
034700*    2000-PROCESS-HIST - ROLL ONE HISTORY RECORD BACK AND READ
034800*    THE NEXT.  THE TRAIL IS APPENDED IN RUN ORDER, SO THE FIRST
034900*    RECORD FOR A NAME AFTER A DATE CARRIES THE ROW AS IT STOOD
035000*    AT THE END OF THAT DATE; LATER ONES ARE ALREADY ACCOUNTED
035100*    FOR.  RECORDS ON OR BEFORE THE AS-OF DATE CHANGE NOTHING.
035200*================================================================
035300 2000-PROCESS-HIST.
035400     ADD 1 TO PRTSN-HIST-COUNT.
035500     IF PRTH-DATE NOT > PRTSN-AS-OF-DATE
035600         GO TO 2000-NEXT
035700     END-IF.
035800     PERFORM 3000-FIND-ROW        THRU 3000-EXIT.
035900     IF PRTSN-FOUND
036000         SET PRTSN-ROW-IX TO PRTSN-HIT-IX
036100     ELSE
036200         PERFORM 3500-ADD-ENTRY   THRU 3500-EXIT
036300         MOVE PRTH-PRINTER-NAME TO PRTSN-ROW-NAME(PRTSN-ROW-IX)
036400         MOVE SPACES TO PRTSN-ROW-IMAGE1(PRTSN-ROW-IX)
036500                        PRTSN-ROW-IMAGE2(PRTSN-ROW-IX)
036600     END-IF.
036700     IF NOT PRTSN-ROW-SET1(PRTSN-ROW-IX)
036800         MOVE PRTH-BEFORE-IMAGE TO PRTSN-ROW-IMAGE1(PRTSN-ROW-IX)
036900         SET PRTSN-ROW-SET1(PRTSN-ROW-IX) TO TRUE
037000         ADD 1 TO PRTSN-ROLLED-COUNT
037100     END-IF.
037200     IF PRTH-DATE > PRTSN-TO-DATE
037300        AND NOT PRTSN-ROW-SET2(PRTSN-ROW-IX)
037400         MOVE PRTH-BEFORE-IMAGE TO PRTSN-ROW-IMAGE2(PRTSN-ROW-IX)
037500         SET PRTSN-ROW-SET2(PRTSN-ROW-IX) TO TRUE
037600     END-IF.
037700 2000-NEXT.
037800     PERFORM 2100-READ-HIST       THRU 2100-EXIT.
037900 2000-EXIT.
038000     EXIT.
038100*================================================================
038200*    2100-READ-HIST - READ THE NEXT HISTORY RECORD
038300*================================================================
038400 2100-READ-HIST.
038500     READ PRTHIST-FILE INTO PRTH-HISTORY-RECORD
038600         AT END
038700             SET PRTSN-EOF TO TRUE
038800     END-READ.
038900 2100-EXIT.
039000     EXIT.
039100*================================================================
039200*    3000-FIND-ROW - LOOK UP THE HISTORY RECORD'S PRINTER IN THE
039300*    FLEET TABLE, CAPTURING THE MATCHED ENTRY
039400*================================================================
039500 3000-FIND-ROW.
039600     MOVE 'N' TO PRTSN-FOUND-SW.
039700     SET PRTSN-ROW-IX TO 1.
039800     PERFORM 3100-MATCH-ROW       THRU 3100-EXIT
039900             VARYING PRTSN-ROW-IX FROM 1 BY 1
040000             UNTIL PRTSN-ROW-IX > PRTSN-ROW-USED
040100                OR PRTSN-FOUND.
040200 3000-EXIT.
040300     EXIT.
040400*================================================================
040500*    3100-MATCH-ROW - COMPARE ONE ENTRY TO THE NAME
040600*================================================================
040700 3100-MATCH-ROW.
040800     IF PRTH-PRINTER-NAME = PRTSN-ROW-NAME(PRTSN-ROW-IX)
040900         SET PRTSN-FOUND TO TRUE
041000         SET PRTSN-HIT-IX TO PRTSN-ROW-IX
041100     END-IF.
041200 3100-EXIT.
041300     EXIT.
041400*================================================================
041500*    3500-ADD-ENTRY - OPEN THE NEXT FLEET TABLE ENTRY, LEAVING
041600*    PRTSN-ROW-IX ON IT
041700*================================================================
041800 3500-ADD-ENTRY.
041900     IF PRTSN-ROW-USED NOT < 5000
042000         DISPLAY 'PRTSNAP0004 FLEET TABLE FULL AT '
042100                 PRTSN-ROW-USED ' PRINTERS - RAISE THE TABLE AND'
042200                 ' RERUN'
042300         PERFORM 9100-ABANDON-RUN THRU 9100-EXIT
042400     END-IF.
042500     ADD 1 TO PRTSN-ROW-USED.
042600     SET PRTSN-ROW-IX TO PRTSN-ROW-USED.
042700     MOVE 'N' TO PRTSN-ROW-SET1-SW(PRTSN-ROW-IX)
042800                 PRTSN-ROW-SET2-SW(PRTSN-ROW-IX).
042900 3500-EXIT.
043000     EXIT.
043100*================================================================
043200*    5000-LIST-SNAPSHOT - WRITE EVERY ROW ON FILE AT THE END OF
043300*    THE AS-OF DATE TO THE SNAPSHOT FILE AND THE LISTING
043400*================================================================
043500 5000-LIST-SNAPSHOT.
043600     MOVE SPACES TO PRTSN-REPORT-LINE.
043700     STRING 'PRINTER   STATUS   RETURN    DEST      WRITER    '
043800            'LOCATION  ALTERNATE MODEL     DESCRIPTION'
043900            DELIMITED BY SIZE INTO PRTSN-REPORT-LINE.
044000     WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE.
044100     PERFORM 5100-LIST-ROW        THRU 5100-EXIT
044200             VARYING PRTSN-ROW-IX FROM 1 BY 1
044300             UNTIL PRTSN-ROW-IX > PRTSN-ROW-USED.
044400     MOVE SPACES TO PRTSN-REPORT-LINE.
044500     WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE.
044600     STRING 'ON FILE=' PRTSN-WRITE-COUNT
044700            ' ACTIVE=' PRTSN-ACTIVE-COUNT
044800            ' HELD=' PRTSN-HELD-COUNT
044900            ' RETIRED=' PRTSN-RETIRED-COUNT
045000            DELIMITED BY SIZE INTO PRTSN-REPORT-LINE.
045100     WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE.
045200 5000-EXIT.
045300     EXIT.
045400*================================================================
045500*    5100-LIST-ROW - ONE ROW OF THE SNAPSHOT.  A NAME NOT YET ON
045600*    FILE AT THE AS-OF DATE IS LEFT OUT.
045700*================================================================
045800 5100-LIST-ROW.
045900     IF PRTSN-ROW-IMAGE1(PRTSN-ROW-IX) = SPACES
046000         GO TO 5100-EXIT
046100     END-IF.
046200     MOVE PRTSN-ROW-IMAGE1(PRTSN-ROW-IX) TO PRINTER-ROW.
046300     WRITE PRTSNOUT-RECORD FROM PRINTER-ROW.
046400     ADD 1 TO PRTSN-WRITE-COUNT.
046500     EVALUATE TRUE
046600         WHEN PRINTER-IS-ACTIVE
046700             ADD 1 TO PRTSN-ACTIVE-COUNT
046800         WHEN PRINTER-IS-HELD
046900             ADD 1 TO PRTSN-HELD-COUNT
047000         WHEN OTHER
047100             ADD 1 TO PRTSN-RETIRED-COUNT
047200     END-EVALUATE.
047300     PERFORM 5200-FORMAT-ROW      THRU 5200-EXIT.
047400     WRITE PRTSNRPT-RECORD FROM PRTSN-LIST-LINE.
047500 5100-EXIT.
047600     EXIT.
047700*================================================================
047800*    5200-FORMAT-ROW - PRINTER-ROW ONTO THE LISTING LINE
047900*================================================================
048000 5200-FORMAT-ROW.
048100     MOVE SPACES              TO PRTSN-LIST-LINE.
048200     MOVE PRINTER-ACTIVE-IND  TO PRTSN-STATUS-IND.
048300     PERFORM 5300-STATUS-TEXT     THRU 5300-EXIT.
048400     MOVE PRINTER-NAME        TO PRTSN-LST-NAME.
048500     MOVE PRTSN-STATUS-TEXT   TO PRTSN-LST-STATUS.
048600     MOVE PRINTER-RETURN-DATE TO PRTSN-LST-RETURN.
048700     MOVE PRINTER-DEST        TO PRTSN-LST-DEST.
048800     MOVE WRITER-NAME         TO PRTSN-LST-WRITER.
048900     MOVE PRINTER-LOCATION    TO PRTSN-LST-LOCATION.
049000     MOVE ALTERNATE-DEST      TO PRTSN-LST-ALT-DEST.
049100     MOVE LASER-MODEL         TO PRTSN-LST-MODEL.
049200     MOVE PRINTER-DESC        TO PRTSN-LST-DESC.
049300 5200-EXIT.
049400     EXIT.
049500*================================================================
049600*    5300-STATUS-TEXT - PRINTER_ACTIVE_IND IN WORDS
049700*================================================================
049800 5300-STATUS-TEXT.
049900     EVALUATE PRTSN-STATUS-IND
050000         WHEN 'Y'
050100             MOVE 'ACTIVE'  TO PRTSN-STATUS-TEXT
050200         WHEN 'H'
050300             MOVE 'HELD'    TO PRTSN-STATUS-TEXT
050400         WHEN 'N'
050500             MOVE 'RETIRED' TO PRTSN-STATUS-TEXT
050600         WHEN OTHER
050700             MOVE PRTSN-STATUS-IND TO PRTSN-STATUS-TEXT
050800     END-EVALUATE.
050900 5300-EXIT.
051000     EXIT.
051100*================================================================
051200*    6000-LIST-COMPARE - EVERY ROW THAT DIFFERS BETWEEN THE TWO
051300*    DATES.  PRTSNOUT CARRIES THE LATER DATE'S SNAPSHOT.
051400*================================================================
051500 6000-LIST-COMPARE.
051600     MOVE 'PRINTER   CHANGE' TO PRTSN-REPORT-LINE.
051700     WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE.
051800     MOVE SPACES  TO PRTSN-FIELD-LINE.
051900     MOVE 'FIELD' TO PRTSN-FLD-NAME.
052000     STRING 'AS OF ' PRTSN-AS-OF-DATE
052100            DELIMITED BY SIZE INTO PRTSN-FLD-OLD.
052200     STRING 'AS OF ' PRTSN-TO-DATE
052300            DELIMITED BY SIZE INTO PRTSN-FLD-NEW.
052400     WRITE PRTSNRPT-RECORD FROM PRTSN-FIELD-LINE.
052500     PERFORM 6100-COMPARE-ROW     THRU 6100-EXIT
052600             VARYING PRTSN-ROW-IX FROM 1 BY 1
052700             UNTIL PRTSN-ROW-IX > PRTSN-ROW-USED.
052800     MOVE SPACES TO PRTSN-REPORT-LINE.
052900     WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE.
053000     STRING 'ADDED=' PRTSN-ADDED-COUNT
053100            ' RETIRED=' PRTSN-RETIRE-CHG-COUNT
053200            ' CHANGED=' PRTSN-CHANGED-COUNT
053300            ' REMOVED FROM TABLE=' PRTSN-DROPPED-COUNT
053400            ' UNCHANGED=' PRTSN-SAME-COUNT
053500            DELIMITED BY SIZE INTO PRTSN-REPORT-LINE.
053600     WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE.
053700 6000-EXIT.
053800     EXIT.
053900*================================================================
054000*    6100-COMPARE-ROW - CLASSIFY ONE NAME BETWEEN THE TWO DATES
054100*    AND LIST WHAT MOVED.  A ROW GOING FROM ACTIVE OR HELD TO
054200*    RETIRED IS A RETIREMENT; ANY OTHER DIFFERENCE IS A CHANGE.
054300*================================================================
054400 6100-COMPARE-ROW.
054500     IF PRTSN-ROW-IMAGE2(PRTSN-ROW-IX) NOT = SPACES
054600         MOVE PRTSN-ROW-IMAGE2(PRTSN-ROW-IX) TO PRINTER-ROW
054700         WRITE PRTSNOUT-RECORD FROM PRINTER-ROW
054800         ADD 1 TO PRTSN-WRITE-COUNT
054900     END-IF.
055000     IF PRTSN-ROW-IMAGE1(PRTSN-ROW-IX)
055100            = PRTSN-ROW-IMAGE2(PRTSN-ROW-IX)
055200         IF PRTSN-ROW-IMAGE1(PRTSN-ROW-IX) NOT = SPACES
055300             ADD 1 TO PRTSN-SAME-COUNT
055400         END-IF
055500         GO TO 6100-EXIT
055600     END-IF.
055700     MOVE PRTSN-ROW-IMAGE1(PRTSN-ROW-IX) TO PRTH-BEFORE-IMAGE.
055800     MOVE PRTSN-ROW-IMAGE2(PRTSN-ROW-IX) TO PRTH-AFTER-IMAGE.
055900     EVALUATE TRUE
056000         WHEN PRTH-BEFORE-IMAGE = SPACES
056100             ADD 1 TO PRTSN-ADDED-COUNT
056200             MOVE 'ADDED'    TO PRTSN-CHANGE-TAG
056300         WHEN PRTH-AFTER-IMAGE = SPACES
056400             ADD 1 TO PRTSN-DROPPED-COUNT
056500             MOVE 'REMOVED'  TO PRTSN-CHANGE-TAG
056600         WHEN PRTH-BEF-ACTIVE-IND NOT = 'N'
056700          AND PRTH-AFT-ACTIVE-IND = 'N'
056800             ADD 1 TO PRTSN-RETIRE-CHG-COUNT
056900             MOVE 'RETIRED'  TO PRTSN-CHANGE-TAG
057000         WHEN OTHER
057100             ADD 1 TO PRTSN-CHANGED-COUNT
057200             MOVE 'CHANGED'  TO PRTSN-CHANGE-TAG
057300     END-EVALUATE.
057400     MOVE SPACES TO PRTSN-REPORT-LINE.
057500     STRING PRTSN-ROW-NAME(PRTSN-ROW-IX) '  ' PRTSN-CHANGE-TAG
057600            DELIMITED BY SIZE INTO PRTSN-REPORT-LINE.
057700     WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE.
057800     PERFORM 6200-LOAD-FIELDS     THRU 6200-EXIT.
057900     PERFORM 6300-LIST-FIELD      THRU 6300-EXIT
058000             VARYING PRTSN-CMP-IX FROM 1 BY 1
058100             UNTIL PRTSN-CMP-IX > 15.
058200 6100-EXIT.
058300     EXIT.
058400*================================================================
058500*    6200-LOAD-FIELDS - THE TWO ROWS, COLUMN BY COLUMN, INTO THE
058600*    COMPARE SLOTS.  STATUS IS SHOWN IN WORDS.
058700*================================================================
058800 6200-LOAD-FIELDS.
058900     MOVE PRTH-BEF-NAME          TO PRTSN-CMP-OLD(1).
059000     MOVE PRTH-AFT-NAME          TO PRTSN-CMP-NEW(1).
059100     MOVE PRTH-BEF-LASER-IND     TO PRTSN-CMP-OLD(2).
059200     MOVE PRTH-AFT-LASER-IND     TO PRTSN-CMP-NEW(2).
059300     MOVE PRTH-BEF-SYSTEM-IND    TO PRTSN-CMP-OLD(3).
059400     MOVE PRTH-AFT-SYSTEM-IND    TO PRTSN-CMP-NEW(3).
059500     MOVE PRTH-BEF-DEST          TO PRTSN-CMP-OLD(4).
059600     MOVE PRTH-AFT-DEST          TO PRTSN-CMP-NEW(4).
059700     MOVE PRTH-BEF-UDK           TO PRTSN-CMP-OLD(5).
059800     MOVE PRTH-AFT-UDK           TO PRTSN-CMP-NEW(5).
059900     MOVE PRTH-BEF-DESC          TO PRTSN-CMP-OLD(6).
060000     MOVE PRTH-AFT-DESC          TO PRTSN-CMP-NEW(6).
060100     MOVE PRTH-BEF-MODEL         TO PRTSN-CMP-OLD(7).
060200     MOVE PRTH-AFT-MODEL         TO PRTSN-CMP-NEW(7).
060300     MOVE PRTH-BEF-PS-IND        TO PRTSN-CMP-OLD(8).
060400     MOVE PRTH-AFT-PS-IND        TO PRTSN-CMP-NEW(8).
060500     MOVE PRTH-BEF-LANGUAGE      TO PRTSN-CMP-OLD(9).
060600     MOVE PRTH-AFT-LANGUAGE      TO PRTSN-CMP-NEW(9).
060700     MOVE PRTH-BEF-PCL-IND       TO PRTSN-CMP-OLD(10).
060800     MOVE PRTH-AFT-PCL-IND       TO PRTSN-CMP-NEW(10).
060900     MOVE PRTH-BEF-WRITER        TO PRTSN-CMP-OLD(11).
061000     MOVE PRTH-AFT-WRITER        TO PRTSN-CMP-NEW(11).
061100     MOVE SPACES                 TO PRTSN-CMP-OLD(12)
061200                                    PRTSN-CMP-NEW(12).
061300     IF PRTH-BEFORE-IMAGE NOT = SPACES
061400         MOVE PRTH-BEF-ACTIVE-IND TO PRTSN-STATUS-IND
061500         PERFORM 5300-STATUS-TEXT THRU 5300-EXIT
061600         MOVE PRTSN-STATUS-TEXT   TO PRTSN-CMP-OLD(12)
061700     END-IF.
061800     IF PRTH-AFTER-IMAGE NOT = SPACES
061900         MOVE PRTH-AFT-ACTIVE-IND TO PRTSN-STATUS-IND
062000         PERFORM 5300-STATUS-TEXT THRU 5300-EXIT
062100         MOVE PRTSN-STATUS-TEXT   TO PRTSN-CMP-NEW(12)
062200     END-IF.
062300     MOVE PRTH-BEF-LOCATION      TO PRTSN-CMP-OLD(13).
062400     MOVE PRTH-AFT-LOCATION      TO PRTSN-CMP-NEW(13).
062500     MOVE PRTH-BEF-RETURN-DATE   TO PRTSN-CMP-OLD(14).
062600     MOVE PRTH-AFT-RETURN-DATE   TO PRTSN-CMP-NEW(14).
062700     MOVE PRTH-BEF-ALT-DEST      TO PRTSN-CMP-OLD(15).
062800     MOVE PRTH-AFT-ALT-DEST      TO PRTSN-CMP-NEW(15).
062900 6200-EXIT.
063000     EXIT.
063100*================================================================
063200*    6300-LIST-FIELD - ONE LINE FOR A COLUMN THAT DIFFERS
063300*================================================================
063400 6300-LIST-FIELD.
063500     IF PRTSN-CMP-OLD(PRTSN-CMP-IX) = PRTSN-CMP-NEW(PRTSN-CMP-IX)
063600         GO TO 6300-EXIT
063700     END-IF.
063800     MOVE SPACES TO PRTSN-FIELD-LINE.
063900     MOVE PRTSN-FIELD-NAME(PRTSN-CMP-IX)  TO PRTSN-FLD-NAME.
064000     MOVE PRTSN-CMP-OLD(PRTSN-CMP-IX)     TO PRTSN-FLD-OLD.
064100     MOVE PRTSN-CMP-NEW(PRTSN-CMP-IX)     TO PRTSN-FLD-NEW.
064200     WRITE PRTSNRPT-RECORD FROM PRTSN-FIELD-LINE.
064300 6300-EXIT.
064400     EXIT.
064500*================================================================
064600*    9000-TERMINATE - RUN TOTALS, AND A WARNING IF THE AS-OF DATE
064700*    IS OLDER THAN THE HISTORY TRAIL
064800*================================================================
064900 9000-TERMINATE.
065000     MOVE SPACES TO PRTSN-REPORT-LINE.
065100     STRING 'TABLE ROWS=' PRTSN-TABLE-COUNT
065200            ' HISTORY READ=' PRTSN-HIST-COUNT
065300            ' ROWS ROLLED BACK=' PRTSN-ROLLED-COUNT
065400            ' SNAPSHOT ROWS WRITTEN=' PRTSN-WRITE-COUNT
065500            DELIMITED BY SIZE INTO PRTSN-REPORT-LINE.
065600     WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE.
065700     DISPLAY 'PRTSNAP0005 TABLE ROWS=' PRTSN-TABLE-COUNT
065800             ' ROLLED BACK=' PRTSN-ROLLED-COUNT
065900             ' WRITTEN=' PRTSN-WRITE-COUNT.
066000     IF PRTSN-FIRST-HIST-DATE = ZERO
066100        OR PRTSN-AS-OF-DATE < PRTSN-FIRST-HIST-DATE
066200         MOVE SPACES TO PRTSN-REPORT-LINE
066300         STRING 'WARNING - THE HISTORY TRAIL BEGINS '
066400                PRTSN-FIRST-HIST-DATE
066500                ' - CHANGES BEFORE THEN ARE NOT ROLLED BACK'
066600                DELIMITED BY SIZE INTO PRTSN-REPORT-LINE
066700         WRITE PRTSNRPT-RECORD FROM PRTSN-REPORT-LINE
066800         DISPLAY 'PRTSNAP0006 AS-OF DATE ' PRTSN-AS-OF-DATE
066900                 ' PRECEDES THE HISTORY TRAIL - SEE PRTSNRPT'
067000         MOVE 4 TO RETURN-CODE
067100     END-IF.
067200     CLOSE PRTHIST-FILE
067300           PRTSNOUT-FILE
067400           PRTSNRPT-FILE.
067500 9000-EXIT.
067600     EXIT.
067700*================================================================
067800*    9100-ABANDON-RUN - A FULL TABLE
067900*================================================================
068000 9100-ABANDON-RUN.
068100     CLOSE PRTHIST-FILE
068200           PRTSNOUT-FILE
068300           PRTSNRPT-FILE.
068400     MOVE 12 TO RETURN-CODE.
068500     GOBACK.
068600 9100-EXIT.
068700     EXIT.
