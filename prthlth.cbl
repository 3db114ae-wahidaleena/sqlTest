002390*                   AND BREACH FLAG - SO THE MONTH-END TREND
002392*                   REPORT (PRTTREND) CAN SEE A RATE CREEPING
002394*                   ACROSS WEEKS THAT NO SINGLE NIGHT TRIPS.
002394*  10/15/26   JRM   NIGHTLY RUN LEDGER.  APPENDS A START RECORD
002394*                   TO PRTLEDG (PRTLEDR) AS THE RUN BEGINS AND AN
002394*                   END RECORD WITH ITS RETURN CODE AND PRTBOUT
002394*                   READ, NOT FOUND, WRITER EXCEPTIONS, AUDIT
002394*                   ROWS READ AND THE EXTRACT RECORDS CHECKED AS
002394*                   IT ENDS, REFUSALS INCLUDED, FOR THE PRTBAL
002394*                   BALANCING STEP AND RUN BOOK.  REFUSES TO RUN
002394*                   (RC=8) UNLESS THE LEDGER SHOWS THE NIGHT'S
002394*                   LATEST PRTBATCH RUN ENDED CLEAN.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004040                         ORGANIZATION IS SEQUENTIAL.
004050     SELECT PRTWTR-FILE  ASSIGN TO PRTWTR
004060                         ORGANIZATION IS SEQUENTIAL.
004073     SELECT PRTLEDG-FILE ASSIGN TO PRTLEDG
004086                         ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PRTHCTL-FILE
007362     RECORDING MODE IS F
007364     LABEL RECORDS ARE STANDARD.
007366 01  PRTWTR-RECORD               PIC X(80).
007372 FD  PRTLEDG-FILE
007378     RECORDING MODE IS F
007384     LABEL RECORDS ARE STANDARD.
007390 01  PRTLEDG-RECORD              PIC X(180).
007400 WORKING-STORAGE SECTION.
007410*----------------------------------------------------------------
007420*    PRINTER TABLE DECLARATION AND HOST VARIABLES
009800     05  PRTHL-AUD-NOTFND-COUNT  PIC 9(09)   VALUE ZERO.
009900     05  PRTHL-AUD-SQLERR-COUNT  PIC 9(09)   VALUE ZERO.
009910     05  PRTHL-OVERDUE-COUNT     PIC 9(05)   VALUE ZERO.
009913     05  PRTHL-WTR-DATA-COUNT    PIC 9(07)   VALUE ZERO.
009916     05  PRTHL-QDEP-DATA-COUNT   PIC 9(07)   VALUE ZERO.
009920*----------------------------------------------------------------
009930*    HELD DEVICES PAST THEIR EXPECTED RETURN, COLLECTED BY
009940*    4500-SCAN-HOLDS AND LISTED BY 5000-PRINT-SUMMARY
010000 01  PRTHL-NOTFND-PCT            PIC 9(03)   VALUE ZERO.
010100 01  PRTHL-PRINT-COUNT           PIC ZZZ,ZZZ,ZZ9.
010200 01  PRTHL-REPORT-LINE           PIC X(133).
010204*----------------------------------------------------------------
010208*    NIGHTLY RUN LEDGER RECORD, AND THIS RUN'S START RECORD AS
010212*    WRITTEN SO THE END RECORD CAN BE PAIRED WITH IT
010216*----------------------------------------------------------------
010220     COPY PRTLEDR.
010224 01  PRTHL-LEDGER-START          PIC X(180)  VALUE SPACES.
010228*----------------------------------------------------------------
010232*    PREDECESSOR CHECK - HOW THE LATEST RUN OF THE STEP THIS ONE
010236*    DEPENDS ON ENDED, FOR THIS RUN'S NIGHT, PER THE LEDGER
010240*----------------------------------------------------------------
010244 01  PRTHL-PRED-PROGRAM          PIC X(08)   VALUE SPACES.
010248 01  PRTHL-PRED-NIGHT            PIC 9(08)   VALUE ZERO.
010252 01  PRTHL-PRED-STATE-SW         PIC X(01)   VALUE 'N'.
010256     88  PRTHL-PRED-NOT-RUN                  VALUE 'N'.
010260     88  PRTHL-PRED-INCOMPLETE               VALUE 'I'.
010264     88  PRTHL-PRED-FAILED                   VALUE 'F'.
010268     88  PRTHL-PRED-CLEAN                    VALUE 'C'.
010272 01  PRTHL-PRED-START-DATE       PIC 9(08)   VALUE ZERO.
010276 01  PRTHL-PRED-START-TIME       PIC 9(08)   VALUE ZERO.
010280 01  PRTHL-PRED-RC               PIC 9(04)   VALUE ZERO.
010284 01  PRTHL-PRED-TEXT             PIC X(20)   VALUE SPACES.
010288 01  PRTHL-LEDG-EOF-SW           PIC X(01)   VALUE 'N'.
010292     88  PRTHL-LEDG-EOF                      VALUE 'Y'.
010300 PROCEDURE DIVISION.
010400*================================================================
010500*    0000-MAINLINE
011200     PERFORM 5000-PRINT-SUMMARY   THRU 5000-EXIT.
011250     PERFORM 6000-WRITE-METRICS   THRU 6000-EXIT.
011300     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
011350     PERFORM 9600-LEDGER-END      THRU 9600-EXIT.
011400     GOBACK.
011500*================================================================
011600*    1000-INITIALIZE - PICK UP THE THRESHOLD CONTROL CARD AND
011700*    OPEN THE SUMMARY REPORT
011800*================================================================
011900 1000-INITIALIZE.
011925     PERFORM 9500-LEDGER-START    THRU 9500-EXIT.
011950     MOVE 'PRTBATCH'               TO PRTHL-PRED-PROGRAM.
011975     PERFORM 9700-CHECK-PREDECESSOR THRU 9700-EXIT.
012000     OPEN INPUT PRTHCTL-FILE.
012100     MOVE 'N' TO PRTHL-EOF-SW.
012200     READ PRTHCTL-FILE
023654     CLOSE PRTQDEP-FILE.
023655     PERFORM 4760-JUDGE-EXTRACT   THRU 4760-EXIT.
023656     MOVE PRTHL-EXTR-STATUS TO PRTHL-QDEP-STATUS.
023656     MOVE PRTHL-GEN-DATA-COUNT TO PRTHL-QDEP-DATA-COUNT.
023657     PERFORM 4710-RESET-GEN-CHECK THRU 4710-EXIT.
023658     OPEN INPUT PRTWTR-FILE.
023659     MOVE 'N' TO PRTHL-EOF-SW.
023662     CLOSE PRTWTR-FILE.
023663     PERFORM 4760-JUDGE-EXTRACT   THRU 4760-EXIT.
023664     MOVE PRTHL-EXTR-STATUS TO PRTHL-WTR-STATUS.
023664     MOVE PRTHL-GEN-DATA-COUNT TO PRTHL-WTR-DATA-COUNT.
023665 4700-EXIT.
023666     EXIT.
023667*================================================================
034400     END-IF.
034500 9000-EXIT.
034600     EXIT.
034700*================================================================
034800*    9500-LEDGER-START - APPEND THIS RUN'S START RECORD TO THE
034900*    NIGHTLY RUN LEDGER (PRTLEDR) BEFORE ANYTHING ELSE HAPPENS,
035000*    SO A RUN THAT ABENDS STILL SHOWS AS STARTED AND NOT ENDED.
035100*    A RUN STARTED BEFORE NOON BELONGS TO THE PREVIOUS NIGHT.
035200*================================================================
035300 9500-LEDGER-START.
035400     MOVE SPACES                  TO PRTLG-LEDGER-RECORD.
035500     SET PRTLG-START-REC          TO TRUE.
035600     MOVE 'PRTHLTH '              TO PRTLG-PROGRAM.
035700     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
035800     ACCEPT PRTLG-JOBNAME FROM ENVIRONMENT-VALUE.
035900     ACCEPT PRTLG-START-DATE FROM DATE YYYYMMDD.
036000     ACCEPT PRTLG-START-TIME FROM TIME.
036100     IF PRTLG-START-TIME < 12000000
036200         COMPUTE PRTLG-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
036300                 (FUNCTION INTEGER-OF-DATE(PRTLG-START-DATE) - 1)
036400     ELSE
036500         MOVE PRTLG-START-DATE    TO PRTLG-NIGHT-DATE
036600     END-IF.
036700     MOVE ZERO                    TO PRTLG-END-DATE
036800                                     PRTLG-END-TIME
036900                                     PRTLG-RETURN-CODE
037000                                     PRTLG-COUNT-VALUE(1)
037100                                     PRTLG-COUNT-VALUE(2)
037200                                     PRTLG-COUNT-VALUE(3)
037300                                     PRTLG-COUNT-VALUE(4)
037400                                     PRTLG-COUNT-VALUE(5)
037500                                     PRTLG-COUNT-VALUE(6).
037600     MOVE PRTLG-LEDGER-RECORD     TO PRTHL-LEDGER-START.
037700     OPEN EXTEND PRTLEDG-FILE.
037800     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
037900     CLOSE PRTLEDG-FILE.
038000 9500-EXIT.
038100     EXIT.
038200*================================================================
038300*    9600-LEDGER-END - APPEND THIS RUN'S END RECORD: RETURN CODE
038400*    AND THE KEY COUNTS IN AND OUT.  PERFORMED AT NORMAL END AND
038500*    AHEAD OF EVERY EARLY GOBACK, SO A REFUSED RUN IS ON THE
038600*    LEDGER WITH THE RETURN CODE IT ENDED ON.
038700*================================================================
038800 9600-LEDGER-END.
038900     MOVE PRTHL-LEDGER-START      TO PRTLG-LEDGER-RECORD.
039000     SET PRTLG-END-REC            TO TRUE.
039100     ACCEPT PRTLG-END-DATE FROM DATE YYYYMMDD.
039200     ACCEPT PRTLG-END-TIME FROM TIME.
039300     MOVE RETURN-CODE             TO PRTLG-RETURN-CODE.
039400     MOVE 'BOUT-RD '              TO PRTLG-COUNT-NAME(1).
039500     MOVE PRTHL-BAT-READ-COUNT    TO PRTLG-COUNT-VALUE(1).
039600     MOVE 'NOTFOUND'              TO PRTLG-COUNT-NAME(2).
039700     MOVE PRTHL-BAT-NOTFND-COUNT  TO PRTLG-COUNT-VALUE(2).
039800     MOVE 'WTR-EXC '              TO PRTLG-COUNT-NAME(3).
039900     MOVE PRTHL-WTR-EXC-COUNT     TO PRTLG-COUNT-VALUE(3).
040000     MOVE 'AUD-RD  '              TO PRTLG-COUNT-NAME(4).
040100     MOVE PRTHL-AUD-READ-COUNT    TO PRTLG-COUNT-VALUE(4).
040200     MOVE 'WTR-RD  '              TO PRTLG-COUNT-NAME(5).
040300     MOVE PRTHL-WTR-DATA-COUNT    TO PRTLG-COUNT-VALUE(5).
040400     MOVE 'QDEP-RD '              TO PRTLG-COUNT-NAME(6).
040500     MOVE PRTHL-QDEP-DATA-COUNT   TO PRTLG-COUNT-VALUE(6).
040600     OPEN EXTEND PRTLEDG-FILE.
040700     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
040800     CLOSE PRTLEDG-FILE.
040900 9600-EXIT.
041000     EXIT.
041100*================================================================
041200*    9700-CHECK-PREDECESSOR - REFUSE TO RUN UNLESS THE LEDGER
041300*    SHOWS THE LATEST RUN OF PRTBATCH FOR THIS NIGHT ENDED
041400*    CLEAN (RC 4 OR LESS).  ONE THAT NEVER RAN, IS STILL RUNNING
041500*    OR ABENDED, OR ENDED RC 8 OR WORSE REFUSES THIS RUN RC=8
041600*    BEFORE IT TOUCHES ANYTHING.  ONLY THE LATEST RUN COUNTS, SO
041700*    A RERUN THAT ENDS CLEAN RELEASES THIS STEP.
041800*    THE SUMMARY IS BUILT FROM PRTBOUT, WHICH IS NOT WHOLE
041900*    UNTIL THE NIGHT'S PRTBATCH RUN HAS FINISHED.
042000*================================================================
042100 9700-CHECK-PREDECESSOR.
042200     MOVE PRTLG-NIGHT-DATE        TO PRTHL-PRED-NIGHT.
042300     SET PRTHL-PRED-NOT-RUN        TO TRUE.
042400     MOVE 'N'                     TO PRTHL-LEDG-EOF-SW.
042500     OPEN INPUT PRTLEDG-FILE.
042600     PERFORM 9710-READ-LEDGER     THRU 9710-EXIT
042700             UNTIL PRTHL-LEDG-EOF.
042800     CLOSE PRTLEDG-FILE.
042900     IF PRTHL-PRED-CLEAN
043000         GO TO 9700-EXIT
043100     END-IF.
043200     EVALUATE TRUE
043300         WHEN PRTHL-PRED-NOT-RUN
043400             MOVE 'HAS NOT RUN'       TO PRTHL-PRED-TEXT
043500         WHEN PRTHL-PRED-INCOMPLETE
043600             MOVE 'DID NOT FINISH'    TO PRTHL-PRED-TEXT
043700         WHEN OTHER
043800             MOVE SPACES              TO PRTHL-PRED-TEXT
043900             STRING 'ENDED RC=' PRTHL-PRED-RC
044000                 DELIMITED BY SIZE INTO PRTHL-PRED-TEXT
044100     END-EVALUATE.
044200     DISPLAY 'PRTHLTH0004 PREDECESSOR ' PRTHL-PRED-PROGRAM ' '
044300             PRTHL-PRED-TEXT ' FOR THE NIGHT OF ' PRTHL-PRED-NIGHT
044400             ' - RUN REFUSED'.
044500     MOVE 8 TO RETURN-CODE.
044600     PERFORM 9600-LEDGER-END THRU 9600-EXIT.
044700     GOBACK.
044800 9700-EXIT.
044900     EXIT.
045000*================================================================
045100*    9710-READ-LEDGER - FOLD ONE LEDGER RECORD INTO THE
045200*    PREDECESSOR'S STATE: A START MAKES IT THE LATEST RUN, NOT
045300*    YET ENDED; THE END RECORD PAIRED WITH THAT START SAYS HOW
045400*    IT ENDED
045500*================================================================
045600 9710-READ-LEDGER.
045700     READ PRTLEDG-FILE INTO PRTLG-LEDGER-RECORD
045800         AT END
045900             SET PRTHL-LEDG-EOF        TO TRUE
046000     END-READ.
046100     IF PRTHL-LEDG-EOF
046200        OR PRTLG-PROGRAM    NOT = PRTHL-PRED-PROGRAM
046300        OR PRTLG-NIGHT-DATE NOT = PRTHL-PRED-NIGHT
046400         GO TO 9710-EXIT
046500     END-IF.
046600     IF PRTLG-START-REC
046700         SET PRTHL-PRED-INCOMPLETE TO TRUE
046800         MOVE PRTLG-START-DATE    TO PRTHL-PRED-START-DATE
046900         MOVE PRTLG-START-TIME    TO PRTHL-PRED-START-TIME
047000         GO TO 9710-EXIT
047100     END-IF.
047200     IF PRTLG-END-REC
047300        AND PRTLG-START-DATE = PRTHL-PRED-START-DATE
047400        AND PRTLG-START-TIME = PRTHL-PRED-START-TIME
047500         MOVE PRTLG-RETURN-CODE   TO PRTHL-PRED-RC
047600         IF PRTLG-RETURN-CODE > 4
047700             SET PRTHL-PRED-FAILED TO TRUE
047800         ELSE
047900             SET PRTHL-PRED-CLEAN  TO TRUE
048000         END-IF
048100     END-IF.
048200 9710-EXIT.
048300     EXIT.
