001745*                   REQUEST (STATUS REJECTED, REASON BADPROF)
001746*                   INSTEAD OF FALLING THROUGH TO A BLANK-
001747*                   CRITERIA MATCH-ANYTHING PICK.
001747*  10/15/26   JRM   NIGHTLY RUN LEDGER.  APPENDS A START RECORD
001747*                   TO PRTLEDG (PRTLEDR) AS THE RUN BEGINS AND AN
001747*                   END RECORD WITH ITS RETURN CODE AND REQUESTS
001747*                   READ, SELECTED, NO MATCH, BAD PROFILE,
001747*                   WRITERS AND QUEUE DEPTHS LOADED AS IT ENDS,
001747*                   REFUSALS INCLUDED, FOR THE PRTBAL BALANCING
001747*                   STEP AND RUN BOOK.  REFUSES TO ROUTE (RC=8)
001747*                   UNLESS THE LEDGER SHOWS THE NIGHT'S LATEST
001747*                   PRTMAINT RUN ENDED CLEAN.
001748*================================================================
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002960                         ORGANIZATION IS SEQUENTIAL.
002970     SELECT PRTPROF-FILE ASSIGN TO PRTPROF
002980                         ORGANIZATION IS SEQUENTIAL.
002986     SELECT PRTLEDG-FILE ASSIGN TO PRTLEDG
002992                         ORGANIZATION IS SEQUENTIAL.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  PRTSIN-FILE
006020     RECORDING MODE IS F
006022     LABEL RECORDS ARE STANDARD.
006024     COPY PRTPRFR.
006024 FD  PRTLEDG-FILE
006024     RECORDING MODE IS F
006024     LABEL RECORDS ARE STANDARD.
006024 01  PRTLEDG-RECORD              PIC X(180).
006000 WORKING-STORAGE SECTION.
006100*----------------------------------------------------------------
006200*    PRINTER TABLE DECLARATION AND HOST VARIABLES
011675     05  PRTS-WTRPASS-COUNT      PIC 9(05)   VALUE ZERO.
011680     05  PRTS-QPASS-COUNT        PIC 9(05)   VALUE ZERO.
011690 01  PRTS-LOG-LINE               PIC X(133).
011690*----------------------------------------------------------------
011690*    NIGHTLY RUN LEDGER RECORD, AND THIS RUN'S START RECORD AS
011690*    WRITTEN SO THE END RECORD CAN BE PAIRED WITH IT
011690*----------------------------------------------------------------
011690     COPY PRTLEDR.
011690 01  PRTS-LEDGER-START           PIC X(180)  VALUE SPACES.
011690*----------------------------------------------------------------
011690*    PREDECESSOR CHECK - HOW THE LATEST RUN OF THE STEP THIS ONE
011690*    DEPENDS ON ENDED, FOR THIS RUN'S NIGHT, PER THE LEDGER
011690*----------------------------------------------------------------
011690 01  PRTS-PRED-PROGRAM           PIC X(08)   VALUE SPACES.
011690 01  PRTS-PRED-NIGHT             PIC 9(08)   VALUE ZERO.
011690 01  PRTS-PRED-STATE-SW          PIC X(01)   VALUE 'N'.
011690     88  PRTS-PRED-NOT-RUN                   VALUE 'N'.
011690     88  PRTS-PRED-INCOMPLETE                VALUE 'I'.
011690     88  PRTS-PRED-FAILED                    VALUE 'F'.
011690     88  PRTS-PRED-CLEAN                     VALUE 'C'.
011690 01  PRTS-PRED-START-DATE        PIC 9(08)   VALUE ZERO.
011690 01  PRTS-PRED-START-TIME        PIC 9(08)   VALUE ZERO.
011690 01  PRTS-PRED-RC                PIC 9(04)   VALUE ZERO.
011690 01  PRTS-PRED-TEXT              PIC X(20)   VALUE SPACES.
011690 01  PRTS-LEDG-EOF-SW            PIC X(01)   VALUE 'N'.
011690     88  PRTS-LEDG-EOF                       VALUE 'Y'.
011700 PROCEDURE DIVISION.
011800*================================================================
011900*    0000-MAINLINE
012300     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
012400             UNTIL PRTS-REQ-EOF.
012500     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
012550     PERFORM 9600-LEDGER-END      THRU 9600-EXIT.
012600     GOBACK.
012700*================================================================
012800*    1000-INITIALIZE - LOAD THE QUEUE DEPTH EXTRACT AND PRIME THE
012900*    FIRST SELECTION REQUEST
013000*================================================================
013100 1000-INITIALIZE.
013102     PERFORM 9500-LEDGER-START    THRU 9500-EXIT.
013104     MOVE 'PRTMAINT'               TO PRTS-PRED-PROGRAM.
013106     PERFORM 9700-CHECK-PREDECESSOR THRU 9700-EXIT.
013110     PERFORM 1050-READ-CONTROL    THRU 1050-EXIT.
013120     ACCEPT PRTS-TODAY-DATE FROM DATE YYYYMMDD.
013200     OPEN INPUT  PRTQDEP-FILE.
015780                 ' INVISIBLE TO EVERY PICK - RUN ABANDONED'
015790         CLOSE PRTQDEP-FILE
015795         MOVE 12 TO RETURN-CODE
015796         PERFORM 9600-LEDGER-END THRU 9600-EXIT
015797         GOBACK
015798     END-IF.
015800     ADD 1 TO PRTS-QDEPTH-COUNT.
016710                 ' DEAD TO EVERY CANDIDATE - RUN ABANDONED'
016712         CLOSE PRTWTR-FILE
016714         MOVE 12 TO RETURN-CODE
016715         PERFORM 9600-LEDGER-END THRU 9600-EXIT
016716         GOBACK
016718     END-IF.
016720     ADD 1 TO PRTS-WRITER-COUNT.
016832                 ' OR COUNT OUT OF BALANCE - EXPECTED '
016834                 PRTS-GEN-EXP-COUNT ' GOT ' PRTS-GEN-DATA-COUNT
016836         MOVE 8 TO RETURN-CODE
016837         PERFORM 9600-LEDGER-END THRU 9600-EXIT
016838         GOBACK
016840     END-IF.
016842     IF FUNCTION INTEGER-OF-DATE(PRTS-GEN-DATE)
016850                 ' GENERATED ' PRTS-GEN-DATE ' LIMIT '
016852                 PRTS-MAX-EXTR-AGE ' DAYS - RUN REFUSED'
016854         MOVE 8 TO RETURN-CODE
016855         PERFORM 9600-LEDGER-END THRU 9600-EXIT
016856         GOBACK
016858     END-IF.
016860 1700-EXIT.
016900                 PRTS-PROF-USED ' - RAISE THE TABLE AND RERUN'
016902         CLOSE PRTPROF-FILE
016904         MOVE 12 TO RETURN-CODE
016905         PERFORM 9600-LEDGER-END THRU 9600-EXIT
016906         GOBACK
016908     END-IF.
016910     ADD 1 TO PRTS-PROF-USED.
027450           PRTSLOG-FILE.
027500 9000-EXIT.
027600     EXIT.
027700*================================================================
027800*    9500-LEDGER-START - APPEND THIS RUN'S START RECORD TO THE
027900*    NIGHTLY RUN LEDGER (PRTLEDR) BEFORE ANYTHING ELSE HAPPENS,
028000*    SO A RUN THAT ABENDS STILL SHOWS AS STARTED AND NOT ENDED.
028100*    A RUN STARTED BEFORE NOON BELONGS TO THE PREVIOUS NIGHT.
028200*================================================================
028300 9500-LEDGER-START.
028400     MOVE SPACES                  TO PRTLG-LEDGER-RECORD.
028500     SET PRTLG-START-REC          TO TRUE.
028600     MOVE 'PRTSEL  '              TO PRTLG-PROGRAM.
028700     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
028800     ACCEPT PRTLG-JOBNAME FROM ENVIRONMENT-VALUE.
028900     ACCEPT PRTLG-START-DATE FROM DATE YYYYMMDD.
029000     ACCEPT PRTLG-START-TIME FROM TIME.
029100     IF PRTLG-START-TIME < 12000000
029200         COMPUTE PRTLG-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
029300                 (FUNCTION INTEGER-OF-DATE(PRTLG-START-DATE) - 1)
029400     ELSE
029500         MOVE PRTLG-START-DATE    TO PRTLG-NIGHT-DATE
029600     END-IF.
029700     MOVE ZERO                    TO PRTLG-END-DATE
029800                                     PRTLG-END-TIME
029900                                     PRTLG-RETURN-CODE
030000                                     PRTLG-COUNT-VALUE(1)
030100                                     PRTLG-COUNT-VALUE(2)
030200                                     PRTLG-COUNT-VALUE(3)
030300                                     PRTLG-COUNT-VALUE(4)
030400                                     PRTLG-COUNT-VALUE(5)
030500                                     PRTLG-COUNT-VALUE(6).
030600     MOVE PRTLG-LEDGER-RECORD     TO PRTS-LEDGER-START.
030700     OPEN EXTEND PRTLEDG-FILE.
030800     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
030900     CLOSE PRTLEDG-FILE.
031000 9500-EXIT.
031100     EXIT.
031200*================================================================
031300*    9600-LEDGER-END - APPEND THIS RUN'S END RECORD: RETURN CODE
031400*    AND THE KEY COUNTS IN AND OUT.  PERFORMED AT NORMAL END AND
031500*    AHEAD OF EVERY EARLY GOBACK, SO A REFUSED RUN IS ON THE
031600*    LEDGER WITH THE RETURN CODE IT ENDED ON.
031700*================================================================
031800 9600-LEDGER-END.
031900     MOVE PRTS-LEDGER-START       TO PRTLG-LEDGER-RECORD.
032000     SET PRTLG-END-REC            TO TRUE.
032100     ACCEPT PRTLG-END-DATE FROM DATE YYYYMMDD.
032200     ACCEPT PRTLG-END-TIME FROM TIME.
032300     MOVE RETURN-CODE             TO PRTLG-RETURN-CODE.
032400     MOVE 'SIN-RD  '              TO PRTLG-COUNT-NAME(1).
032500     MOVE PRTS-REQUEST-COUNT      TO PRTLG-COUNT-VALUE(1).
032600     MOVE 'SELECTED'              TO PRTLG-COUNT-NAME(2).
032700     MOVE PRTS-SELECTED-COUNT     TO PRTLG-COUNT-VALUE(2).
032800     MOVE 'NOMATCH '              TO PRTLG-COUNT-NAME(3).
032900     MOVE PRTS-NOMATCH-COUNT      TO PRTLG-COUNT-VALUE(3).
033000     MOVE 'BADPROF '              TO PRTLG-COUNT-NAME(4).
033100     MOVE PRTS-BADPROF-COUNT      TO PRTLG-COUNT-VALUE(4).
033200     MOVE 'WTR-RD  '              TO PRTLG-COUNT-NAME(5).
033300     MOVE PRTS-WRITER-COUNT       TO PRTLG-COUNT-VALUE(5).
033400     MOVE 'QDEP-RD '              TO PRTLG-COUNT-NAME(6).
033500     MOVE PRTS-QDEPTH-COUNT       TO PRTLG-COUNT-VALUE(6).
033600     OPEN EXTEND PRTLEDG-FILE.
033700     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
033800     CLOSE PRTLEDG-FILE.
033900 9600-EXIT.
034000     EXIT.
034100*================================================================
034200*    9700-CHECK-PREDECESSOR - REFUSE TO RUN UNLESS THE LEDGER
034300*    SHOWS THE LATEST RUN OF PRTMAINT FOR THIS NIGHT ENDED
034400*    CLEAN (RC 4 OR LESS).  ONE THAT NEVER RAN, IS STILL RUNNING
034500*    OR ABENDED, OR ENDED RC 8 OR WORSE REFUSES THIS RUN RC=8
034600*    BEFORE IT TOUCHES ANYTHING.  ONLY THE LATEST RUN COUNTS, SO
034700*    A RERUN THAT ENDS CLEAN RELEASES THIS STEP.
034800*    NOTHING IS ROUTED ON A PRINTER TABLE THE NIGHT'S
034900*    MAINTENANCE HAS NOT FINISHED APPLYING.
035000*================================================================
035100 9700-CHECK-PREDECESSOR.
035200     MOVE PRTLG-NIGHT-DATE        TO PRTS-PRED-NIGHT.
035300     SET PRTS-PRED-NOT-RUN        TO TRUE.
035400     MOVE 'N'                     TO PRTS-LEDG-EOF-SW.
035500     OPEN INPUT PRTLEDG-FILE.
035600     PERFORM 9710-READ-LEDGER     THRU 9710-EXIT
035700             UNTIL PRTS-LEDG-EOF.
035800     CLOSE PRTLEDG-FILE.
035900     IF PRTS-PRED-CLEAN
036000         GO TO 9700-EXIT
036100     END-IF.
036200     EVALUATE TRUE
036300         WHEN PRTS-PRED-NOT-RUN
036400             MOVE 'HAS NOT RUN'       TO PRTS-PRED-TEXT
036500         WHEN PRTS-PRED-INCOMPLETE
036600             MOVE 'DID NOT FINISH'    TO PRTS-PRED-TEXT
036700         WHEN OTHER
036800             MOVE SPACES              TO PRTS-PRED-TEXT
036900             STRING 'ENDED RC=' PRTS-PRED-RC
037000                 DELIMITED BY SIZE INTO PRTS-PRED-TEXT
037100     END-EVALUATE.
037200     DISPLAY 'PRTSEL0008 PREDECESSOR ' PRTS-PRED-PROGRAM ' '
037300             PRTS-PRED-TEXT ' FOR THE NIGHT OF ' PRTS-PRED-NIGHT
037400             ' - RUN REFUSED'.
037500     MOVE 8 TO RETURN-CODE.
037600     PERFORM 9600-LEDGER-END THRU 9600-EXIT.
037700     GOBACK.
037800 9700-EXIT.
037900     EXIT.
038000*================================================================
038100*    9710-READ-LEDGER - FOLD ONE LEDGER RECORD INTO THE
038200*    PREDECESSOR'S STATE: A START MAKES IT THE LATEST RUN, NOT
038300*    YET ENDED; THE END RECORD PAIRED WITH THAT START SAYS HOW
038400*    IT ENDED
038500*================================================================
038600 9710-READ-LEDGER.
038700     READ PRTLEDG-FILE INTO PRTLG-LEDGER-RECORD
038800         AT END
038900             SET PRTS-LEDG-EOF        TO TRUE
039000     END-READ.
039100     IF PRTS-LEDG-EOF
039200        OR PRTLG-PROGRAM    NOT = PRTS-PRED-PROGRAM
039300        OR PRTLG-NIGHT-DATE NOT = PRTS-PRED-NIGHT
039400         GO TO 9710-EXIT
039500     END-IF.
039600     IF PRTLG-START-REC
039700         SET PRTS-PRED-INCOMPLETE TO TRUE
039800         MOVE PRTLG-START-DATE    TO PRTS-PRED-START-DATE
039900         MOVE PRTLG-START-TIME    TO PRTS-PRED-START-TIME
040000         GO TO 9710-EXIT
040100     END-IF.
040200     IF PRTLG-END-REC
040300        AND PRTLG-START-DATE = PRTS-PRED-START-DATE
040400        AND PRTLG-START-TIME = PRTS-PRED-START-TIME
040500         MOVE PRTLG-RETURN-CODE   TO PRTS-PRED-RC
040600         IF PRTLG-RETURN-CODE > 4
040700             SET PRTS-PRED-FAILED TO TRUE
040800         ELSE
040900             SET PRTS-PRED-CLEAN  TO TRUE
041000         END-IF
041100     END-IF.
041200 9710-EXIT.
041300     EXIT.
