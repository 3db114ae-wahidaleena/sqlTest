001643*                   A ROW'S ALTERNATE_DEST (EO1408), THE DEVICE
001644*                   PRTSEL SUBSTITUTES WHEN THE ROW'S WRITER IS
001645*                   DEAD.
001646*  10/15/26   JRM   FUTURE-DATED MAINTENANCE.  A TRANSACTION WHOSE
001647*                   EFFECTIVE DATE (NEW IN PRTMTXN) IS LATER THAN
001648*                   TODAY IS PARKED ON THE PENDING FILE (PRTMPND)
001649*                   WITH ITS ENTERED DATE FILLED IN INSTEAD OF
001650*                   BEING APPLIED, AND COUNTS AS PARKED IN THE
001651*                   TRAILER BALANCE.  PRTMREL FEEDS IT BACK UNDER
001652*                   ITS OWN HEADER AND TRAILER ON THE DAY IT FALLS
001653*                   DUE.  PRTHIST NOW CARRIES THE ENTERED DATE
001654*                   BESIDE THE APPLIED DATE.  AN UNNUMERIC
001655*                   EFFECTIVE DATE IS REJECTED.
001655*  10/15/26   JRM   DESK AUTHORITY.  THE HEADER DESK IS NOW
001655*                   LOOKED UP ON THE PRTDESK AUTHORITY FILE
001655*                   (PRTDSKR) - A DESK WITH NO RECORD THERE
001655*                   REJECTS THE WHOLE FILE RC=8, AND EACH
001655*                   TRANSACTION MUST BE ALLOWED BY ONE OF THE
001655*                   DESK'S RECORDS (ACTION, PRINTER_LOCATION AND,
001655*                   FOR A SYSTEM PRINTER, THE SYSTEM INDICATOR)
001655*                   BEFORE IT IS APPLIED OR PARKED.  ONE THAT IS
001655*                   NOT IS REJECTED AS NOT AUTHORIZED, STILL
001655*                   COUNTS TOWARD THE TRAILER BALANCE, IS LOGGED
001655*                   TO PRTSECV (PRTSECR) FOR THE WEEKLY SECURITY
001655*                   SUMMARY AND ENDS THE RUN RC=4.
001655*  10/15/26   JRM   NIGHTLY RUN LEDGER.  APPENDS A START RECORD
001655*                   TO PRTLEDG (PRTLEDR) AS THE RUN BEGINS AND AN
001655*                   END RECORD WITH ITS RETURN CODE AND
001655*                   TRANSACTIONS, ACTIONS APPLIED AND PRTHIST
001655*                   RECORDS WRITTEN BY THIS RUN, PARKED, REJECTED
001655*                   AND DENIED AS IT ENDS, REFUSALS INCLUDED, FOR
001655*                   THE PRTBAL BALANCING STEP AND RUN BOOK.
001655*                   APPLIED EXCLUDES WORK A RESTART TOOK OVER
001655*                   FROM THE CHECKPOINT.
001646*================================================================
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
002620                         ORGANIZATION IS SEQUENTIAL.
002630     SELECT PRTMCKP-FILE ASSIGN TO PRTMCKP
002640                         ORGANIZATION IS SEQUENTIAL.
002650     SELECT PRTMPND-FILE ASSIGN TO PRTMPND
002660                         ORGANIZATION IS SEQUENTIAL.
002670     SELECT PRTDESK-FILE ASSIGN TO PRTDESK
002675                         ORGANIZATION IS SEQUENTIAL.
002680     SELECT PRTSECV-FILE ASSIGN TO PRTSECV
002685                         ORGANIZATION IS SEQUENTIAL.
002690     SELECT PRTLEDG-FILE ASSIGN TO PRTLEDG
002695                         ORGANIZATION IS SEQUENTIAL.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  PRTMIN-FILE
003000     RECORDING MODE IS F
003100     LABEL RECORDS ARE STANDARD.
003200 01  PRTMIN-RECORD               PIC X(129).
003300 FD  PRTMRPT-FILE
003400     RECORDING MODE IS F
003500     LABEL RECORDS ARE STANDARD.
003610 FD  PRTHIST-FILE
003620     RECORDING MODE IS F
003630     LABEL RECORDS ARE STANDARD.
003640 01  PRTHIST-RECORD              PIC X(301).
003645 FD  PRTMCKP-FILE
003650     RECORDING MODE IS F
003655     LABEL RECORDS ARE STANDARD.
003698     05  PRTMCKP-HOLD-COUNT      PIC 9(07).
003698     05  PRTMCKP-ALT-COUNT       PIC 9(07).
003699     05  PRTMCKP-REJECT-COUNT    PIC 9(07).
003699     05  PRTMCKP-PARK-COUNT      PIC 9(07).
003699     05  PRTMCKP-DENY-COUNT      PIC 9(07).
003699 FD  PRTMPND-FILE
003699     RECORDING MODE IS F
003699     LABEL RECORDS ARE STANDARD.
003699 01  PRTMPND-RECORD              PIC X(173).
003699 FD  PRTDESK-FILE
003699     RECORDING MODE IS F
003699     LABEL RECORDS ARE STANDARD.
003699     COPY PRTDSKR.
003699 FD  PRTSECV-FILE
003699     RECORDING MODE IS F
003699     LABEL RECORDS ARE STANDARD.
003699 01  PRTSECV-RECORD              PIC X(80).
003699 FD  PRTLEDG-FILE
003699     RECORDING MODE IS F
003699     LABEL RECORDS ARE STANDARD.
003699 01  PRTLEDG-RECORD              PIC X(180).
003700 WORKING-STORAGE SECTION.
003800*----------------------------------------------------------------
003900*    PRINTER TABLE DECLARATION AND HOST VARIABLES
004600     COPY PRTHSTR.
004610 01  PRTM-OLD-ROW                PIC X(127).
004620 01  PRTM-JOBNAME                PIC X(08)   VALUE SPACES.
004630*----------------------------------------------------------------
004640*    PENDING (FUTURE-DATED) MAINTENANCE RECORD
004650*----------------------------------------------------------------
004660     COPY PRTMPND.
004670 01  PRTM-TODAY-DATE             PIC 9(08)   VALUE ZERO.
004672*----------------------------------------------------------------
004674*    DESK AUTHORITY - THE PRTDSKR RECORDS FOR THE HEADER DESK,
004676*    AND THE SECURITY LOG RECORD WRITTEN FOR EACH TRANSACTION
004678*    OUTSIDE THEM
004680*----------------------------------------------------------------
004682 01  PRTM-AUTH-TABLE.
004684     05  PRTM-AUTH-ENTRY         OCCURS 200 TIMES
004686             INDEXED BY PRTM-AUTH-IX.
004688         10  PRTM-AUTH-ACTIONS   PIC X(06).
004690         10  PRTM-AUTH-SYSTEM    PIC X(01).
004692         10  PRTM-AUTH-LOC       PIC X(08)
004694                                 OCCURS 6 TIMES
004696                                 INDEXED BY PRTM-AUTH-LX.
004698 01  PRTM-AUTH-USED              PIC 9(05) COMP VALUE ZERO.
004700 01  PRTM-AUTH-TALLY             PIC 9(03)   VALUE ZERO.
004702 01  PRTM-AUTH-LOC-KEY           PIC X(08)   VALUE SPACES.
004704 01  PRTM-AUTH-SYS-KEY           PIC X(01)   VALUE SPACES.
004706 01  PRTM-AUTH-REASON            PIC X(01)   VALUE SPACES.
004708 01  PRTM-AUTH-REASON-TEXT       PIC X(20)   VALUE SPACES.
004710     COPY PRTSECR.
004700*----------------------------------------------------------------
005200*    SQL COMMUNICATION AREA
005300*----------------------------------------------------------------
006060         88  PRTM-LANGUAGE-OK                VALUE 'Y'.
006070     05  PRTM-CKPT-EXISTS-SW     PIC X(01)   VALUE 'N'.
006080         88  PRTM-CKPT-EXISTS                VALUE 'Y'.
006090     05  PRTM-DISPOSED-SW        PIC X(01)   VALUE 'N'.
006095         88  PRTM-DISPOSED                   VALUE 'Y'.
006096     05  PRTM-DESK-EOF-SW        PIC X(01)   VALUE 'N'.
006096         88  PRTM-DESK-EOF                   VALUE 'Y'.
006097     05  PRTM-ROW-KNOWN-SW       PIC X(01)   VALUE 'N'.
006097         88  PRTM-ROW-KNOWN                  VALUE 'Y'.
006098     05  PRTM-AUTH-OK-SW         PIC X(01)   VALUE 'N'.
006098         88  PRTM-AUTH-OK                    VALUE 'Y'.
006098     05  PRTM-AUTH-ACT-SW        PIC X(01)   VALUE 'N'.
006098         88  PRTM-AUTH-ACT-SEEN              VALUE 'Y'.
006099     05  PRTM-AUTH-LOC-SW        PIC X(01)   VALUE 'N'.
006099         88  PRTM-AUTH-LOC-SEEN              VALUE 'Y'.
006099     05  PRTM-LOC-MATCH-SW       PIC X(01)   VALUE 'N'.
006099         88  PRTM-LOC-MATCH                  VALUE 'Y'.
006100 01  PRTM-COUNTERS.
006200     05  PRTM-ADD-COUNT          PIC 9(07)   VALUE ZERO.
006300     05  PRTM-CHANGE-COUNT       PIC 9(07)   VALUE ZERO.
006460     05  PRTM-HOLD-COUNT         PIC 9(07)   VALUE ZERO.
006470     05  PRTM-ALT-COUNT          PIC 9(07)   VALUE ZERO.
006500     05  PRTM-REJECT-COUNT       PIC 9(07)   VALUE ZERO.
006510     05  PRTM-PARK-COUNT         PIC 9(07)   VALUE ZERO.
006515     05  PRTM-DENY-COUNT         PIC 9(07)   VALUE ZERO.
006517     05  PRTM-HIST-COUNT         PIC 9(07)   VALUE ZERO.
006520     05  PRTM-TRAN-COUNT         PIC 9(07)   VALUE ZERO.
006530 01  PRTM-CMIT-INTERVAL          PIC 9(05)   VALUE 00100.
006540 01  PRTM-CMIT-TEST              PIC 9(07)   VALUE ZERO.
006551 01  PRTM-CKPT-RUN-DATE          PIC 9(08)   VALUE ZERO.
006552 01  PRTM-CKPT-RUN-DESK          PIC X(08)   VALUE SPACES.
006553 01  PRTM-CKPT-DATE              PIC 9(08)   VALUE ZERO.
006553 01  PRTM-CKPT-APPLIED           PIC 9(07)   VALUE ZERO.
006554 01  PRTM-SQLCODE-DISP           PIC -9(9).
006551*----------------------------------------------------------------
006552*    RUN CONTROL - WHAT THE PRE-PASS FOUND IN THE FILE AND WHAT
006576 01  PRTM-BAL-EXPECTED           PIC 9(07)   VALUE ZERO.
006577 01  PRTM-BAL-ACTUAL             PIC 9(07)   VALUE ZERO.
006600 01  PRTM-REPORT-LINE            PIC X(133).
006612*----------------------------------------------------------------
006624*    NIGHTLY RUN LEDGER RECORD, AND THIS RUN'S START RECORD AS
006636*    WRITTEN SO THE END RECORD CAN BE PAIRED WITH IT
006648*----------------------------------------------------------------
006660     COPY PRTLEDR.
006672 01  PRTM-LEDGER-START           PIC X(180)  VALUE SPACES.
006684 01  PRTM-LEDGER-APPLIED         PIC 9(07)   VALUE ZERO.
006700 PROCEDURE DIVISION.
006800*================================================================
006900*    0000-MAINLINE
007300     PERFORM 2000-PROCESS-TRAN    THRU 2000-EXIT
007400             UNTIL PRTM-EOF.
007500     PERFORM 8000-TERMINATE       THRU 8000-EXIT.
007550     PERFORM 9600-LEDGER-END      THRU 9600-EXIT.
007600     GOBACK.
007700*================================================================
007800*    1000-INITIALIZE - OPEN FILES AND PRIME THE READ
007900*================================================================
008000 1000-INITIALIZE.
008050     PERFORM 9500-LEDGER-START    THRU 9500-EXIT.
008100     OPEN INPUT  PRTMIN-FILE
008200          OUTPUT PRTMRPT-FILE.
008210*    THE HISTORY FILE IS A PERMANENT DATASET OPENED EXTEND SO
008220*    EACH RUN'S RECORDS APPEND TO THE TRAIL (SAME ASSUMPTION
008230*    THE PRINTER LOOKUP AUDIT FILE ALREADY RELIES ON).
008240     OPEN EXTEND PRTHIST-FILE.
008242*    THE PENDING FILE LIKEWISE - EACH RUN'S PARKED TRANSACTIONS
008244*    APPEND TO WHATEVER PRTMREL CARRIED FORWARD LAST NIGHT.
008246     OPEN EXTEND PRTMPND-FILE.
008247     OPEN EXTEND PRTSECV-FILE.
008248     ACCEPT PRTM-TODAY-DATE FROM DATE YYYYMMDD.
008250     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
008260     ACCEPT PRTM-JOBNAME FROM ENVIRONMENT-VALUE.
008300     MOVE SPACES TO PRTM-REPORT-LINE.
008500         DELIMITED BY SIZE INTO PRTM-REPORT-LINE.
008600     WRITE PRTMRPT-RECORD FROM PRTM-REPORT-LINE.
008610     PERFORM 2500-VERIFY-CONTROL  THRU 2500-EXIT.
008615     PERFORM 2600-VERIFY-DESK     THRU 2600-EXIT.
008620     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
008625     IF PRTM-CKPT-EXISTS
008630         IF PRTM-CKPT-INPUT-COUNT NOT = PRTM-CTL-RECNO
008962                 MOVE PRTMCKP-HOLD-COUNT   TO PRTM-HOLD-COUNT
008963                 MOVE PRTMCKP-ALT-COUNT    TO PRTM-ALT-COUNT
008964                 MOVE PRTMCKP-REJECT-COUNT TO PRTM-REJECT-COUNT
008965                 MOVE PRTMCKP-PARK-COUNT   TO PRTM-PARK-COUNT
008965                 MOVE PRTMCKP-DENY-COUNT   TO PRTM-DENY-COUNT
008965                 COMPUTE PRTM-CKPT-APPLIED = PRTMCKP-ADD-COUNT
008965                                           + PRTMCKP-CHANGE-COUNT
008965                                           + PRTMCKP-RETIRE-COUNT
008965                                           + PRTMCKP-REACT-COUNT
008965                                           + PRTMCKP-HOLD-COUNT
008965                                           + PRTMCKP-ALT-COUNT
008966             END-IF
008968     END-READ.
008970     CLOSE PRTMCKP-FILE.
009022             ' OR CLEAR THE CHECKPOINT TO START OVER'.
009024     CLOSE PRTMIN-FILE
009026           PRTMRPT-FILE
009028           PRTHIST-FILE
009029           PRTMPND-FILE
009029           PRTSECV-FILE.
009030     MOVE 12 TO RETURN-CODE.
009031     PERFORM 9600-LEDGER-END THRU 9600-EXIT.
009032     GOBACK.
009034 1400-EXIT.
009036     EXIT.
009100*    2000-PROCESS-TRAN - DISPATCH ONE TRANSACTION BY ACTION CODE
009200*================================================================
009300 2000-PROCESS-TRAN.
009310     MOVE 'N' TO PRTM-DISPOSED-SW.
009312     IF NOT PRTM-ACTION-HEADER
009314        AND NOT PRTM-ACTION-TRAILER
009316         PERFORM 2700-CHECK-AUTHORITY THRU 2700-EXIT
009318     END-IF.
009320     IF PRTM-EFFECTIVE-DATE NOT = SPACES
009325        AND NOT PRTM-DISPOSED
009330        AND NOT PRTM-ACTION-HEADER
009340        AND NOT PRTM-ACTION-TRAILER
009350         PERFORM 2200-CHECK-EFFECTIVE THRU 2200-EXIT
009360     END-IF.
009400     EVALUATE TRUE
009405         WHEN PRTM-DISPOSED
009407             CONTINUE
009410         WHEN PRTM-ACTION-HEADER
009420         WHEN PRTM-ACTION-TRAILER
009430             CONTINUE
012000     END-READ.
012100 2100-EXIT.
012200     EXIT.
012202*================================================================
012204*    2200-CHECK-EFFECTIVE - A TRANSACTION CARRYING AN EFFECTIVE
012206*    DATE.  TODAY OR EARLIER IS APPLIED NOW LIKE ANY OTHER
012208*    (THAT IS HOW PRTMREL'S RELEASED TRANSACTIONS ARRIVE).  A
012210*    LATER DATE IS PARKED, BUT ONLY IF IT WOULD PASS THE EDITS
012212*    THAT DO NOT DEPEND ON THE ROW - A BAD ACTION CODE, A HOLD
012214*    WITHOUT A RETURN DATE OR AN ADD IN AN UNAPPROVED LANGUAGE
012216*    FALLS THROUGH TO THE NORMAL DISPATCH AND IS REJECTED NOW
012218*    RATHER THAN ON THE DAY IT FALLS DUE.
012220*================================================================
012222 2200-CHECK-EFFECTIVE.
012224     IF PRTM-EFFECTIVE-DATE NOT NUMERIC
012226         SET PRTM-DISPOSED TO TRUE
012228         ADD 1 TO PRTM-REJECT-COUNT
012230         MOVE SPACES TO PRTM-REPORT-LINE
012232         STRING 'REJECTED - INVALID EFFECTIVE DATE '
012234             DELIMITED BY SIZE
012236             PRTM-EFFECTIVE-DATE  DELIMITED BY SIZE
012238             ' FOR ' DELIMITED BY SIZE
012240             PRTM-PRINTER-NAME    DELIMITED BY SIZE
012242             INTO PRTM-REPORT-LINE
012244         WRITE PRTMRPT-RECORD FROM PRTM-REPORT-LINE
012246         GO TO 2200-EXIT
012248     END-IF.
012250     IF PRTM-EFFECTIVE-DATE-N NOT > PRTM-TODAY-DATE
012252         GO TO 2200-EXIT
012254     END-IF.
012256     IF NOT PRTM-ACTION-ADD
012258        AND NOT PRTM-ACTION-CHANGE
012260        AND NOT PRTM-ACTION-RETIRE
012262        AND NOT PRTM-ACTION-REACT
012264        AND NOT PRTM-ACTION-HOLD
012266        AND NOT PRTM-ACTION-ALT
012268         GO TO 2200-EXIT
012270     END-IF.
012272     IF PRTM-ACTION-HOLD
012274        AND PRTM-HLD-RETURN-DATE NOT NUMERIC
012276         GO TO 2200-EXIT
012278     END-IF.
012280     IF PRTM-ACTION-ADD
012282         PERFORM 6000-EDIT-LANGUAGE THRU 6000-EXIT
012284         IF NOT PRTM-LANGUAGE-OK
012286             GO TO 2200-EXIT
012288         END-IF
012290     END-IF.
012292     PERFORM 2300-PARK-TRAN       THRU 2300-EXIT.
012294 2200-EXIT.
012296     EXIT.
012298*================================================================
012300*    2300-PARK-TRAN - APPEND THE TRANSACTION TO THE PENDING FILE
012302*    WITH THE DATE IT WAS ENTERED (THE HEADER RUN DATE, UNLESS
012304*    IT ALREADY CARRIES ONE) AND THE RUN THAT PARKED IT
012306*================================================================
012308 2300-PARK-TRAN.
012310     IF PRTM-ENTERED-DATE = SPACES
012312         MOVE PRTM-RUN-DATE       TO PRTM-ENTERED-DATE
012314     END-IF.
012316     MOVE SPACES                  TO PRTPD-PENDING-RECORD.
012318     MOVE PRTM-EFFECTIVE-DATE-N   TO PRTPD-EFFECTIVE-DATE.
012320     MOVE PRTM-TODAY-DATE         TO PRTPD-PARK-DATE.
012322     ACCEPT PRTPD-PARK-TIME FROM TIME.
012324     MOVE PRTM-JOBNAME            TO PRTPD-PARK-JOBNAME.
012326     MOVE PRTM-RUN-DESK           TO PRTPD-PARK-DESK.
012328     MOVE PRTM-TRAN-RECORD        TO PRTPD-TRAN-IMAGE.
012330     WRITE PRTMPND-RECORD FROM PRTPD-PENDING-RECORD.
012332     SET PRTM-DISPOSED            TO TRUE.
012334     ADD 1 TO PRTM-PARK-COUNT.
012336     MOVE SPACES TO PRTM-REPORT-LINE.
012338     STRING 'PARKED   - ' DELIMITED BY SIZE
012340            PRTM-PRINTER-NAME   DELIMITED BY SIZE
012342            ' ACTION ' DELIMITED BY SIZE
012344            PRTM-ACTION-CODE    DELIMITED BY SIZE
012346            ' EFFECTIVE ' DELIMITED BY SIZE
012348            PRTM-EFFECTIVE-DATE DELIMITED BY SIZE
012350            INTO PRTM-REPORT-LINE.
012352     WRITE PRTMRPT-RECORD FROM PRTM-REPORT-LINE.
012354 2300-EXIT.
012356     EXIT.
012201*================================================================
012202*    2500-VERIFY-CONTROL - PRE-PASS OVER THE WHOLE TRANSACTION
012203*    FILE BEFORE ANYTHING IS APPLIED: THE FIRST RECORD MUST BE
012253         CLOSE PRTMIN-FILE
012254               PRTMRPT-FILE
012255               PRTHIST-FILE
012255               PRTMPND-FILE
012255               PRTSECV-FILE
012256         MOVE 8 TO RETURN-CODE
012256         PERFORM 9600-LEDGER-END THRU 9600-EXIT
012257         GOBACK
012258     END-IF.
012259     MOVE SPACES TO PRTM-REPORT-LINE.
012311     PERFORM 2100-READ-TRAN       THRU 2100-EXIT.
012312 2510-EXIT.
012313     EXIT.
012318*================================================================
012323*    2600-VERIFY-DESK - LOAD THE HEADER DESK'S AUTHORITY RECORDS.
012328*    A DESK WITH NONE IS NOT KNOWN TO SECURITY AT ALL, SO THE
012333*    WHOLE FILE IS REFUSED WITH RC=8 - NOTHING APPLIED - AND THE
012338*    ATTEMPT IS LOGGED FOR THE WEEKLY SECURITY SUMMARY.
012343*================================================================
012348 2600-VERIFY-DESK.
012353     OPEN INPUT PRTDESK-FILE.
012358     MOVE 'N' TO PRTM-DESK-EOF-SW.
012363     PERFORM 2610-LOAD-DESK       THRU 2610-EXIT
012368             UNTIL PRTM-DESK-EOF.
012373     CLOSE PRTDESK-FILE.
012378     IF PRTM-AUTH-USED > ZERO
012383         GO TO 2600-EXIT
012388     END-IF.
012393     MOVE SPACES TO PRTM-REPORT-LINE.
012398     STRING 'RUN REJECTED - DESK ' PRTM-RUN-DESK
012403            ' HAS NO MAINTENANCE AUTHORITY ON PRTDESK'
012408            DELIMITED BY SIZE INTO PRTM-REPORT-LINE.
012413     WRITE PRTMRPT-RECORD FROM PRTM-REPORT-LINE.
012418     MOVE SPACES                  TO PRTSV-RECORD.
012423     MOVE 'K'                     TO PRTSV-REASON.
012428     COMPUTE PRTSV-TRAN-COUNT = PRTM-FILE-ADD-COUNT
012433                              + PRTM-FILE-CHANGE-COUNT
012438                              + PRTM-FILE-RETIRE-COUNT
012443                              + PRTM-FILE-REACT-COUNT
012448                              + PRTM-FILE-HOLD-COUNT
012453                              + PRTM-FILE-ALT-COUNT
012458                              + PRTM-FILE-OTHER-COUNT.
012463     PERFORM 2760-LOG-ATTEMPT     THRU 2760-EXIT.
012468     DISPLAY 'PRTMAINT0007 RUN REJECTED - DESK ' PRTM-RUN-DESK
012473             ' NOT KNOWN TO PRTDESK - NOTHING APPLIED'.
012478     CLOSE PRTMIN-FILE
012483           PRTMRPT-FILE
012488           PRTHIST-FILE
012493           PRTMPND-FILE
012498           PRTSECV-FILE.
012503     MOVE 8 TO RETURN-CODE.
012508     PERFORM 9600-LEDGER-END THRU 9600-EXIT.
012513     GOBACK.
012518 2600-EXIT.
012523     EXIT.
012528*================================================================
012533*    2610-LOAD-DESK - READ ONE AUTHORITY RECORD AND KEEP IT WHEN
012538*    IT BELONGS TO THE HEADER DESK.  A FULL TABLE HARD-FAILS THE
012543*    RUN - A DROPPED RECORD WOULD REJECT AUTHORIZED WORK.
012548*================================================================
012553 2610-LOAD-DESK.
012558     READ PRTDESK-FILE
012563         AT END
012568             SET PRTM-DESK-EOF TO TRUE
012573             GO TO 2610-EXIT
012578     END-READ.
012583     IF PRTDK-DESK-ID NOT = PRTM-RUN-DESK
012588         GO TO 2610-EXIT
012593     END-IF.
012598     IF PRTM-AUTH-USED NOT < 200
012603         DISPLAY 'PRTMAINT0008 DESK AUTHORITY TABLE FULL AT '
012608                 PRTM-AUTH-USED ' - RAISE THE TABLE AND RERUN'
012613         CLOSE PRTDESK-FILE
012618               PRTMIN-FILE
012623               PRTMRPT-FILE
012628               PRTHIST-FILE
012633               PRTMPND-FILE
012638               PRTSECV-FILE
012643         MOVE 12 TO RETURN-CODE
012648         PERFORM 9600-LEDGER-END THRU 9600-EXIT
012653         GOBACK
012658     END-IF.
012663     ADD 1 TO PRTM-AUTH-USED.
012668     SET PRTM-AUTH-IX TO PRTM-AUTH-USED.
012673     MOVE PRTDK-ACTIONS    TO PRTM-AUTH-ACTIONS(PRTM-AUTH-IX).
012678     MOVE PRTDK-SYSTEM-IND TO PRTM-AUTH-SYSTEM(PRTM-AUTH-IX).
012683     SET PRTM-AUTH-LX TO 1.
012688     PERFORM 2620-LOAD-LOCATION   THRU 2620-EXIT
012693             VARYING PRTM-AUTH-LX FROM 1 BY 1
012698             UNTIL PRTM-AUTH-LX > 6.
012703 2610-EXIT.
012708     EXIT.
012713*================================================================
012718*    2620-LOAD-LOCATION - CARRY ONE LOCATION OF THE RECORD
012723*================================================================
012728 2620-LOAD-LOCATION.
012733     MOVE PRTDK-LOCATION(PRTM-AUTH-LX)
012738         TO PRTM-AUTH-LOC(PRTM-AUTH-IX, PRTM-AUTH-LX).
012743 2620-EXIT.
012748     EXIT.
012753*================================================================
012758*    2700-CHECK-AUTHORITY - PROVE THE HEADER DESK MAY PERFORM THIS
012763*    TRANSACTION BEFORE IT IS APPLIED OR PARKED.  AN ADD IS
012768*    JUDGED ON THE LOCATION AND SYSTEM INDICATOR IT CARRIES;
012773*    EVERY OTHER ACTION ON THE ROW AS IT STANDS, AND A CHANGE
012778*    THAT MOVES THE DEVICE ON ITS NEW LOCATION AS WELL, SO A
012783*    DESK CAN NEITHER TAKE A DEVICE IN NOR SEND ONE OUT OF ITS
012788*    OWN SITES.  A ROW THAT CANNOT BE READ IS JUDGED ON THE
012793*    ACTION ALONE - THE ACTION ITSELF THEN FAILS ON ITS SQLCODE
012798*    AS BEFORE.  AN UNKNOWN ACTION CODE IS LEFT FOR THE DISPATCH
012803*    TO REJECT.
012808*================================================================
012813 2700-CHECK-AUTHORITY.
012818     IF NOT PRTM-ACTION-ADD
012823        AND NOT PRTM-ACTION-CHANGE
012828        AND NOT PRTM-ACTION-RETIRE
012833        AND NOT PRTM-ACTION-REACT
012838        AND NOT PRTM-ACTION-HOLD
012843        AND NOT PRTM-ACTION-ALT
012848         GO TO 2700-EXIT
012853     END-IF.
012858     SET PRTM-ROW-KNOWN TO TRUE.
012863     IF PRTM-ACTION-ADD
012868         MOVE PRTM-PRINTER-LOCATION   TO PRTM-AUTH-LOC-KEY
012873         MOVE PRTM-SYSTEM-PRINTER-IND TO PRTM-AUTH-SYS-KEY
012878     ELSE
012883         PERFORM 2705-READ-ROW-SCOPE THRU 2705-EXIT
012888     END-IF.
012893     PERFORM 2710-TEST-AUTHORITY  THRU 2710-EXIT.
012898     IF PRTM-AUTH-OK
012903        AND PRTM-ACTION-CHANGE
012908        AND PRTM-ROW-KNOWN
012913        AND PRTM-PRINTER-LOCATION NOT = PRTM-AUTH-LOC-KEY
012918         MOVE PRTM-PRINTER-LOCATION   TO PRTM-AUTH-LOC-KEY
012923         PERFORM 2710-TEST-AUTHORITY THRU 2710-EXIT
012928     END-IF.
012933     IF NOT PRTM-AUTH-OK
012938         PERFORM 2750-DENY-TRAN   THRU 2750-EXIT
012943     END-IF.
012948 2700-EXIT.
012953     EXIT.
012958*================================================================
012963*    2705-READ-ROW-SCOPE - THE LOCATION AND SYSTEM INDICATOR OF
012968*    THE ROW THE TRANSACTION WOULD TOUCH
012973*================================================================
012978 2705-READ-ROW-SCOPE.
012983     MOVE PRTM-PRINTER-NAME       TO PRINTER-NAME.
012988     EXEC SQL
012993         SELECT   PRINTER_LOCATION,   SYSTEM_PRINTER_IND
012998         INTO    :PRINTER-LOCATION,  :SYSTEM-PRINTER-IND
013003         FROM     PRINTER
013008         WHERE   (PRINTER_NAME = :PRINTER-NAME)
013013         COPY PRTQNO.
013018     END-EXEC.
013023     IF SQLCODE = ZERO
013028         MOVE PRINTER-LOCATION    TO PRTM-AUTH-LOC-KEY
013033         MOVE SYSTEM-PRINTER-IND  TO PRTM-AUTH-SYS-KEY
013038     ELSE
013043         MOVE 'N'                 TO PRTM-ROW-KNOWN-SW
013048         MOVE SPACES              TO PRTM-AUTH-LOC-KEY
013053                                     PRTM-AUTH-SYS-KEY
013058     END-IF.
013063 2705-EXIT.
013068     EXIT.
013073*================================================================
013078*    2710-TEST-AUTHORITY - TRY THE DESK'S RECORDS IN TURN UNTIL
013083*    ONE ALLOWS THE ACTION AT PRTM-AUTH-LOC-KEY.  WHEN NONE DOES,
013088*    THE REASON IS THE FIRST TEST NO RECORD GOT PAST: THE ACTION,
013093*    THEN THE LOCATION, THEN THE SYSTEM PRINTER INDICATOR.
013098*================================================================
013103 2710-TEST-AUTHORITY.
013108     MOVE 'N' TO PRTM-AUTH-OK-SW
013113                 PRTM-AUTH-ACT-SW
013118                 PRTM-AUTH-LOC-SW.
013123     SET PRTM-AUTH-IX TO 1.
013128     PERFORM 2720-TEST-ENTRY      THRU 2720-EXIT
013133             VARYING PRTM-AUTH-IX FROM 1 BY 1
013138             UNTIL PRTM-AUTH-IX > PRTM-AUTH-USED
013143                OR PRTM-AUTH-OK.
013148     EVALUATE TRUE
013153         WHEN PRTM-AUTH-OK
013158             MOVE SPACE TO PRTM-AUTH-REASON
013163         WHEN NOT PRTM-AUTH-ACT-SEEN
013168             MOVE 'A'   TO PRTM-AUTH-REASON
013173         WHEN NOT PRTM-AUTH-LOC-SEEN
013178             MOVE 'L'   TO PRTM-AUTH-REASON
013183         WHEN OTHER
013188             MOVE 'S'   TO PRTM-AUTH-REASON
013193     END-EVALUATE.
013198 2710-EXIT.
013203     EXIT.
013208*================================================================
013213*    2720-TEST-ENTRY - DOES ONE AUTHORITY RECORD ALLOW THE
013218*    TRANSACTION
013223*================================================================
013228 2720-TEST-ENTRY.
013233     MOVE ZERO TO PRTM-AUTH-TALLY.
013238     INSPECT PRTM-AUTH-ACTIONS(PRTM-AUTH-IX)
013243             TALLYING PRTM-AUTH-TALLY FOR ALL PRTM-ACTION-CODE.
013248     IF PRTM-AUTH-TALLY = ZERO
013253         GO TO 2720-EXIT
013258     END-IF.
013263     SET PRTM-AUTH-ACT-SEEN TO TRUE.
013268     IF NOT PRTM-ROW-KNOWN
013273         SET PRTM-AUTH-OK TO TRUE
013278         GO TO 2720-EXIT
013283     END-IF.
013288     MOVE 'N' TO PRTM-LOC-MATCH-SW.
013293     SET PRTM-AUTH-LX TO 1.
013298     PERFORM 2730-TEST-LOCATION   THRU 2730-EXIT
013303             VARYING PRTM-AUTH-LX FROM 1 BY 1
013308             UNTIL PRTM-AUTH-LX > 6
013313                OR PRTM-LOC-MATCH.
013318     IF NOT PRTM-LOC-MATCH
013323         GO TO 2720-EXIT
013328     END-IF.
013333     SET PRTM-AUTH-LOC-SEEN TO TRUE.
013338     IF PRTM-AUTH-SYS-KEY = 'Y'
013343        AND PRTM-AUTH-SYSTEM(PRTM-AUTH-IX) NOT = 'Y'
013348         GO TO 2720-EXIT
013353     END-IF.
013358     SET PRTM-AUTH-OK TO TRUE.
013363 2720-EXIT.
013368     EXIT.
013373*================================================================
013378*    2730-TEST-LOCATION - COMPARE ONE LOCATION OF THE RECORD.
013383*    '*' COVERS EVERY LOCATION; A BLANK ENTRY COVERS NOTHING.
013388*================================================================
013393 2730-TEST-LOCATION.
013398     IF PRTM-AUTH-LOC(PRTM-AUTH-IX, PRTM-AUTH-LX) = '*'
013403         SET PRTM-LOC-MATCH TO TRUE
013408     END-IF.
013413     IF PRTM-AUTH-LOC(PRTM-AUTH-IX, PRTM-AUTH-LX) NOT = SPACES
013418        AND PRTM-AUTH-LOC(PRTM-AUTH-IX, PRTM-AUTH-LX)
013423            = PRTM-AUTH-LOC-KEY
013428         SET PRTM-LOC-MATCH TO TRUE
013433     END-IF.
013438 2730-EXIT.
013443     EXIT.
013448*================================================================
013453*    2750-DENY-TRAN - REJECT A TRANSACTION OUTSIDE THE DESK'S
013458*    AUTHORITY.  IT COUNTS AS A REJECT SO THE FILE STILL
013463*    BALANCES TO ITS TRAILER, AND IS LOGGED FOR SECURITY.
013468*================================================================
013473 2750-DENY-TRAN.
013478     SET PRTM-DISPOSED TO TRUE.
013483     ADD 1 TO PRTM-REJECT-COUNT.
013488     ADD 1 TO PRTM-DENY-COUNT.
013493     EVALUATE PRTM-AUTH-REASON
013498         WHEN 'A'
013503             MOVE 'ACTION NOT GRANTED' TO PRTM-AUTH-REASON-TEXT
013508         WHEN 'L'
013513             MOVE SPACES TO PRTM-AUTH-REASON-TEXT
013518             STRING 'LOCATION ' PRTM-AUTH-LOC-KEY
013523                    DELIMITED BY SIZE INTO PRTM-AUTH-REASON-TEXT
013528         WHEN OTHER
013533             MOVE 'SYSTEM PRINTER' TO PRTM-AUTH-REASON-TEXT
013538     END-EVALUATE.
013543     MOVE SPACES TO PRTM-REPORT-LINE.
013548     STRING 'REJECTED - DESK ' DELIMITED BY SIZE
013553            PRTM-RUN-DESK       DELIMITED BY SIZE
013558            ' NOT AUTHORIZED FOR ' DELIMITED BY SIZE
013563            PRTM-ACTION-CODE    DELIMITED BY SIZE
013568            ' ON ' DELIMITED BY SIZE
013573            PRTM-PRINTER-NAME   DELIMITED BY SIZE
013578            ' - ' DELIMITED BY SIZE
013583            PRTM-AUTH-REASON-TEXT DELIMITED BY SIZE
013588            INTO PRTM-REPORT-LINE.
013593     WRITE PRTMRPT-RECORD FROM PRTM-REPORT-LINE.
013598     MOVE SPACES                  TO PRTSV-RECORD.
013603     MOVE PRTM-AUTH-REASON        TO PRTSV-REASON.
013608     MOVE PRTM-ACTION-CODE        TO PRTSV-ACTION-CODE.
013613     MOVE PRTM-PRINTER-NAME       TO PRTSV-PRINTER-NAME.
013618     MOVE PRTM-AUTH-LOC-KEY       TO PRTSV-LOCATION.
013623     MOVE PRTM-AUTH-SYS-KEY       TO PRTSV-SYSTEM-IND.
013628     MOVE 1                       TO PRTSV-TRAN-COUNT.
013633     PERFORM 2760-LOG-ATTEMPT     THRU 2760-EXIT.
013638 2750-EXIT.
013643     EXIT.
013648*================================================================
013653*    2760-LOG-ATTEMPT - STAMP AND APPEND ONE SECURITY LOG RECORD
013658*================================================================
013663 2760-LOG-ATTEMPT.
013668     MOVE PRTM-TODAY-DATE         TO PRTSV-DATE.
013673     ACCEPT PRTSV-TIME FROM TIME.
013678     MOVE PRTM-JOBNAME            TO PRTSV-JOBNAME.
013683     MOVE PRTM-RUN-DESK           TO PRTSV-DESK.
013688     MOVE PRTM-RUN-DATE           TO PRTSV-RUN-DATE.
013693     WRITE PRTSECV-RECORD FROM PRTSV-RECORD.
013698 2760-EXIT.
013703     EXIT.
013708*================================================================
013713*    3000-ADD-PRINTER - INSERT A NEW PRINTER ROW
013718*================================================================
013723 3000-ADD-PRINTER.
013728     MOVE SPACES                  TO PRTM-OLD-ROW.
013733     MOVE PRTM-PRINTER-NAME       TO PRINTER-NAME.
013738     MOVE PRTM-LASER-PRINTER-IND  TO LASER-PRINTER-IND.
013743     MOVE PRTM-SYSTEM-PRINTER-IND TO SYSTEM-PRINTER-IND.
013748     MOVE PRTM-PRINTER-DEST       TO PRINTER-DEST.
013753     MOVE PRTM-PRINTER-UDK        TO PRINTER-UDK.
013758     MOVE PRTM-PRINTER-DESC       TO PRINTER-DESC.
013763     MOVE PRTM-LASER-MODEL        TO LASER-MODEL.
013768     MOVE PRTM-POST-SCRIPT-IND    TO POST-SCRIPT-IND.
013773     MOVE PRTM-PRINTER-LANGUAGE   TO PRINTER-LANGUAGE.
013778     MOVE PRTM-PCL-IND            TO PCL-IND.
013783     MOVE PRTM-WRITER-NAME        TO WRITER-NAME.
013810     MOVE PRTM-PRINTER-LOCATION   TO PRINTER-LOCATION.
013850     PERFORM 6000-EDIT-LANGUAGE   THRU 6000-EXIT.
013860     IF NOT PRTM-LANGUAGE-OK
025930     MOVE PRINTER-NAME        TO PRTH-PRINTER-NAME.
025940     MOVE PRTM-OLD-ROW        TO PRTH-BEFORE-IMAGE.
025950     MOVE PRINTER-ROW         TO PRTH-AFTER-IMAGE.
025952*    ENTERED DATE - CARRIED BY A RELEASED TRANSACTION, OTHERWISE
025954*    THE RUN DATE OF THE FILE IT ARRIVED IN
025956     IF PRTM-ENTERED-DATE = SPACES
025957         MOVE PRTM-RUN-DATE   TO PRTH-ENTERED-DATE
025958     ELSE
025959         MOVE PRTM-ENTERED-DATE TO PRTH-ENTERED-DATE
025959     END-IF.
025960     WRITE PRTHIST-RECORD FROM PRTH-HISTORY-RECORD.
025965     ADD 1 TO PRTM-HIST-COUNT.
025970 7000-EXIT.
025980     EXIT.
026000*================================================================
026808     MOVE PRTM-HOLD-COUNT      TO PRTMCKP-HOLD-COUNT.
026809     MOVE PRTM-ALT-COUNT       TO PRTMCKP-ALT-COUNT.
026810     MOVE PRTM-REJECT-COUNT    TO PRTMCKP-REJECT-COUNT.
026811     MOVE PRTM-PARK-COUNT      TO PRTMCKP-PARK-COUNT.
026811     MOVE PRTM-DENY-COUNT      TO PRTMCKP-DENY-COUNT.
026812     WRITE PRTMCKP-RECORD.
026814     CLOSE PRTMCKP-FILE.
026816 7200-EXIT.
026848                    PRTMCKP-REACT-COUNT
026850                    PRTMCKP-HOLD-COUNT
026851                    PRTMCKP-ALT-COUNT
026852                    PRTMCKP-REJECT-COUNT
026853                    PRTMCKP-PARK-COUNT
026853                    PRTMCKP-DENY-COUNT.
026854     MOVE SPACES TO PRTMCKP-LAST-NAME
026856                    PRTMCKP-RUN-DESK.
026858     WRITE PRTMCKP-RECORD.
027151     PERFORM 7300-RESET-CHECKPOINT THRU 7300-EXIT.
027151*    PROVE THE BALANCE AGAIN THE OTHER WAY ROUND: EVERYTHING
027152*    THE TRAILER PROMISED MUST NOW BE ACCOUNTED FOR AS EITHER
027153*    APPLIED, PARKED FOR A LATER EFFECTIVE DATE OR REJECTED
027153*    (A TRANSACTION OUTSIDE THE DESK'S AUTHORITY IS A REJECT).
027154     COMPUTE PRTM-BAL-EXPECTED = PRTM-EXP-ADD-COUNT
027155                               + PRTM-EXP-CHANGE-COUNT
027156                               + PRTM-EXP-RETIRE-COUNT
027161                               + PRTM-REACT-COUNT
027161                               + PRTM-HOLD-COUNT
027161                               + PRTM-ALT-COUNT
027162                               + PRTM-PARK-COUNT
027162                               + PRTM-REJECT-COUNT.
027161     IF PRTM-BAL-ACTUAL NOT = PRTM-BAL-EXPECTED
027162         MOVE SPACES TO PRTM-REPORT-LINE
027163         STRING 'RUN OUT OF BALANCE - TRAILER PROMISED '
027164                PRTM-BAL-EXPECTED
027165                ' BUT APPLIED+PARKED+REJECTED = ' PRTM-BAL-ACTUAL
027166                DELIMITED BY SIZE INTO PRTM-REPORT-LINE
027167         WRITE PRTMRPT-RECORD FROM PRTM-REPORT-LINE
027168         DISPLAY 'PRTMAINT0002 RUN OUT OF BALANCE - SEE PRTMRPT'
027175                DELIMITED BY SIZE INTO PRTM-REPORT-LINE
027176         WRITE PRTMRPT-RECORD FROM PRTM-REPORT-LINE
027177     END-IF.
027180     IF PRTM-DENY-COUNT > ZERO
027182         DISPLAY 'PRTMAINT0009 ' PRTM-DENY-COUNT
027184                 ' TRANSACTIONS OUTSIDE THE AUTHORITY OF DESK '
027186                 PRTM-RUN-DESK ' - LOGGED TO PRTSECV'
027188         IF RETURN-CODE < 4
027190             MOVE 4 TO RETURN-CODE
027192         END-IF
027194     END-IF.
027200     MOVE SPACES TO PRTM-REPORT-LINE.
027300     STRING 'ADDS='    DELIMITED BY SIZE
027400            PRTM-ADD-COUNT     DELIMITED BY SIZE
027860            PRTM-HOLD-COUNT    DELIMITED BY SIZE
027870            ' ALTS='    DELIMITED BY SIZE
027880            PRTM-ALT-COUNT     DELIMITED BY SIZE
027890            ' PARKED='  DELIMITED BY SIZE
027895            PRTM-PARK-COUNT    DELIMITED BY SIZE
027900            ' REJECTS=' DELIMITED BY SIZE
028000            PRTM-REJECT-COUNT  DELIMITED BY SIZE
028010            ' DENIED='  DELIMITED BY SIZE
028020            PRTM-DENY-COUNT    DELIMITED BY SIZE
028100            INTO PRTM-REPORT-LINE.
028200     WRITE PRTMRPT-RECORD FROM PRTM-REPORT-LINE.
028300     CLOSE PRTMIN-FILE
028400           PRTMRPT-FILE
028450           PRTHIST-FILE
028460           PRTMPND-FILE
028470           PRTSECV-FILE.
028500 8000-EXIT.
028600     EXIT.
028700*================================================================
028800*    9500-LEDGER-START - APPEND THIS RUN'S START RECORD TO THE
028900*    NIGHTLY RUN LEDGER (PRTLEDR) BEFORE ANYTHING ELSE HAPPENS,
029000*    SO A RUN THAT ABENDS STILL SHOWS AS STARTED AND NOT ENDED.
029100*    A RUN STARTED BEFORE NOON BELONGS TO THE PREVIOUS NIGHT.
029200*================================================================
029300 9500-LEDGER-START.
029400     MOVE SPACES                  TO PRTLG-LEDGER-RECORD.
029500     SET PRTLG-START-REC          TO TRUE.
029600     MOVE 'PRTMAINT'              TO PRTLG-PROGRAM.
029700     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
029800     ACCEPT PRTLG-JOBNAME FROM ENVIRONMENT-VALUE.
029900     ACCEPT PRTLG-START-DATE FROM DATE YYYYMMDD.
030000     ACCEPT PRTLG-START-TIME FROM TIME.
030100     IF PRTLG-START-TIME < 12000000
030200         COMPUTE PRTLG-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
030300                 (FUNCTION INTEGER-OF-DATE(PRTLG-START-DATE) - 1)
030400     ELSE
030500         MOVE PRTLG-START-DATE    TO PRTLG-NIGHT-DATE
030600     END-IF.
030700     MOVE ZERO                    TO PRTLG-END-DATE
030800                                     PRTLG-END-TIME
030900                                     PRTLG-RETURN-CODE
031000                                     PRTLG-COUNT-VALUE(1)
031100                                     PRTLG-COUNT-VALUE(2)
031200                                     PRTLG-COUNT-VALUE(3)
031300                                     PRTLG-COUNT-VALUE(4)
031400                                     PRTLG-COUNT-VALUE(5)
031500                                     PRTLG-COUNT-VALUE(6).
031600     MOVE PRTLG-LEDGER-RECORD     TO PRTM-LEDGER-START.
031700     OPEN EXTEND PRTLEDG-FILE.
031800     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
031900     CLOSE PRTLEDG-FILE.
032000 9500-EXIT.
032100     EXIT.
032200*================================================================
032300*    9600-LEDGER-END - APPEND THIS RUN'S END RECORD: RETURN CODE
032400*    AND THE KEY COUNTS IN AND OUT.  PERFORMED AT NORMAL END AND
032500*    AHEAD OF EVERY EARLY GOBACK, SO A REFUSED RUN IS ON THE
032600*    LEDGER WITH THE RETURN CODE IT ENDED ON.
032700*================================================================
032800 9600-LEDGER-END.
032900     MOVE PRTM-LEDGER-START       TO PRTLG-LEDGER-RECORD.
033000     SET PRTLG-END-REC            TO TRUE.
033100     ACCEPT PRTLG-END-DATE FROM DATE YYYYMMDD.
033200     ACCEPT PRTLG-END-TIME FROM TIME.
033300     MOVE RETURN-CODE             TO PRTLG-RETURN-CODE.
033400*    APPLIED IS THIS RUN'S OWN, LIKE HIST-WRT - A RESTART'S
033500*    SKIPPED TRANSACTIONS WERE APPLIED, AND THEIR HISTORY
033600*    WRITTEN, BY THE RUN THAT FAILED
033700     COMPUTE PRTM-LEDGER-APPLIED = PRTM-ADD-COUNT
033800                                 + PRTM-CHANGE-COUNT
033900                                 + PRTM-RETIRE-COUNT
034000                                 + PRTM-REACT-COUNT
034100                                 + PRTM-HOLD-COUNT
034200                                 + PRTM-ALT-COUNT
034300                                 - PRTM-CKPT-APPLIED.
034400     MOVE 'MIN-TRAN'              TO PRTLG-COUNT-NAME(1).
034500     MOVE PRTM-TRAN-COUNT         TO PRTLG-COUNT-VALUE(1).
034600     MOVE 'APPLIED '              TO PRTLG-COUNT-NAME(2).
034700     MOVE PRTM-LEDGER-APPLIED     TO PRTLG-COUNT-VALUE(2).
034800     MOVE 'HIST-WRT'              TO PRTLG-COUNT-NAME(3).
034900     MOVE PRTM-HIST-COUNT         TO PRTLG-COUNT-VALUE(3).
035000     MOVE 'PARKED  '              TO PRTLG-COUNT-NAME(4).
035100     MOVE PRTM-PARK-COUNT         TO PRTLG-COUNT-VALUE(4).
035200     MOVE 'REJECTED'              TO PRTLG-COUNT-NAME(5).
035300     MOVE PRTM-REJECT-COUNT       TO PRTLG-COUNT-VALUE(5).
035400     MOVE 'DENIED  '              TO PRTLG-COUNT-NAME(6).
035500     MOVE PRTM-DENY-COUNT         TO PRTLG-COUNT-VALUE(6).
035600     OPEN EXTEND PRTLEDG-FILE.
035700     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
035800     CLOSE PRTLEDG-FILE.
035900 9600-EXIT.
036000     EXIT.
