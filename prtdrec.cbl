002574*                   A SHORT OR STALE EXTRACT REFUSES THE RUN
002576*                   RC=8 INSTEAD OF REPORTING HALF THE FLEET
002578*                   AS MISSING ITS QUEUE.
002580*  10/15/26   JRM   NIGHTLY RUN LEDGER.  APPENDS A START RECORD
002582*                   TO PRTLEDG (PRTLEDR) AS THE RUN BEGINS AND AN
002584*                   END RECORD WITH ITS RETURN CODE AND QUEUE
002586*                   DEPTHS LOADED, ROWS READ, NO-QUEUE, UNCLAIMED
002588*                   AND DUPLICATE DEST COUNTS AS IT ENDS,
002590*                   REFUSALS INCLUDED, FOR THE PRTBAL BALANCING
002592*                   STEP AND RUN BOOK.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003600                         ORGANIZATION IS SEQUENTIAL.
003610     SELECT PRTDCTL-FILE ASSIGN TO PRTDCTL
003620                         ORGANIZATION IS SEQUENTIAL.
003646     SELECT PRTLEDG-FILE ASSIGN TO PRTLEDG
003672                         ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PRTQDEP-FILE
004940 01  PRTDCTL-RECORD.
004950     05  PRTDCTL-MAX-EXTR-AGE    PIC 9(03).
004960     05  FILLER                  PIC X(77).
004968 FD  PRTLEDG-FILE
004976     RECORDING MODE IS F
004984     LABEL RECORDS ARE STANDARD.
004992 01  PRTLEDG-RECORD              PIC X(180).
005000 WORKING-STORAGE SECTION.
005100*----------------------------------------------------------------
005200*    PRINTER TABLE DECLARATION AND HOST VARIABLES
010900     05  PRTD-ORPHAN-COUNT       PIC 9(07)   VALUE ZERO.
011000     05  PRTD-DUPDEST-COUNT      PIC 9(07)   VALUE ZERO.
011100 01  PRTD-REPORT-LINE            PIC X(133).
011114*----------------------------------------------------------------
011128*    NIGHTLY RUN LEDGER RECORD, AND THIS RUN'S START RECORD AS
011142*    WRITTEN SO THE END RECORD CAN BE PAIRED WITH IT
011156*----------------------------------------------------------------
011170     COPY PRTLEDR.
011184 01  PRTD-LEDGER-START           PIC X(180)  VALUE SPACES.
011200 PROCEDURE DIVISION.
011300*================================================================
011400*    0000-MAINLINE
011900             UNTIL PRTD-CSR-EOF.
012000     PERFORM 5000-REPORT-ORPHANS  THRU 5000-EXIT.
012100     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
012150     PERFORM 9600-LEDGER-END      THRU 9600-EXIT.
012200     GOBACK.
012300*================================================================
012400*    1000-INITIALIZE - LOAD THE QUEUE DEPTH EXTRACT, OPEN THE
012500*    PRINTER CURSOR, AND PRIME THE FIRST FETCH
012600*================================================================
012700 1000-INITIALIZE.
012705     PERFORM 9500-LEDGER-START    THRU 9500-EXIT.
012710     PERFORM 1050-READ-CONTROL    THRU 1050-EXIT.
012720     ACCEPT PRTD-TODAY-DATE FROM DATE YYYYMMDD.
012800     OPEN INPUT  PRTQDEP-FILE.
016040         CLOSE PRTQDEP-FILE
016050               PRTDRPT-FILE
016060         MOVE 12 TO RETURN-CODE
016065         PERFORM 9600-LEDGER-END THRU 9600-EXIT
016070         GOBACK
016080     END-IF.
016100     ADD 1 TO PRTD-QDEPTH-COUNT.
017526                 ' GOT ' PRTD-GEN-DATA-COUNT
017528         CLOSE PRTDRPT-FILE
017530         MOVE 8 TO RETURN-CODE
017531         PERFORM 9600-LEDGER-END THRU 9600-EXIT
017532         GOBACK
017534     END-IF.
017536     IF FUNCTION INTEGER-OF-DATE(PRTD-GEN-DATE)
017552                 PRTD-MAX-EXTR-AGE ' DAYS - RUN REFUSED'
017554         CLOSE PRTDRPT-FILE
017556         MOVE 8 TO RETURN-CODE
017557         PERFORM 9600-LEDGER-END THRU 9600-EXIT
017558         GOBACK
017560     END-IF.
017562 1400-EXIT.
023840             EXEC SQL CLOSE PRTD-CSR END-EXEC
023850             CLOSE PRTDRPT-FILE
023860             MOVE 12 TO RETURN-CODE
023865             PERFORM 9600-LEDGER-END THRU 9600-EXIT
023870             GOBACK
023880         END-IF
023900         ADD 1 TO PRTD-DEST-USED
034800     CLOSE PRTDRPT-FILE.
034900 9000-EXIT.
035000     EXIT.
035100*================================================================
035200*    9500-LEDGER-START - APPEND THIS RUN'S START RECORD TO THE
035300*    NIGHTLY RUN LEDGER (PRTLEDR) BEFORE ANYTHING ELSE HAPPENS,
035400*    SO A RUN THAT ABENDS STILL SHOWS AS STARTED AND NOT ENDED.
035500*    A RUN STARTED BEFORE NOON BELONGS TO THE PREVIOUS NIGHT.
035600*================================================================
035700 9500-LEDGER-START.
035800     MOVE SPACES                  TO PRTLG-LEDGER-RECORD.
035900     SET PRTLG-START-REC          TO TRUE.
036000     MOVE 'PRTDREC '              TO PRTLG-PROGRAM.
036100     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
036200     ACCEPT PRTLG-JOBNAME FROM ENVIRONMENT-VALUE.
036300     ACCEPT PRTLG-START-DATE FROM DATE YYYYMMDD.
036400     ACCEPT PRTLG-START-TIME FROM TIME.
036500     IF PRTLG-START-TIME < 12000000
036600         COMPUTE PRTLG-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
036700                 (FUNCTION INTEGER-OF-DATE(PRTLG-START-DATE) - 1)
036800     ELSE
036900         MOVE PRTLG-START-DATE    TO PRTLG-NIGHT-DATE
037000     END-IF.
037100     MOVE ZERO                    TO PRTLG-END-DATE
037200                                     PRTLG-END-TIME
037300                                     PRTLG-RETURN-CODE
037400                                     PRTLG-COUNT-VALUE(1)
037500                                     PRTLG-COUNT-VALUE(2)
037600                                     PRTLG-COUNT-VALUE(3)
037700                                     PRTLG-COUNT-VALUE(4)
037800                                     PRTLG-COUNT-VALUE(5)
037900                                     PRTLG-COUNT-VALUE(6).
038000     MOVE PRTLG-LEDGER-RECORD     TO PRTD-LEDGER-START.
038100     OPEN EXTEND PRTLEDG-FILE.
038200     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
038300     CLOSE PRTLEDG-FILE.
038400 9500-EXIT.
038500     EXIT.
038600*================================================================
038700*    9600-LEDGER-END - APPEND THIS RUN'S END RECORD: RETURN CODE
038800*    AND THE KEY COUNTS IN AND OUT.  PERFORMED AT NORMAL END AND
038900*    AHEAD OF EVERY EARLY GOBACK, SO A REFUSED RUN IS ON THE
039000*    LEDGER WITH THE RETURN CODE IT ENDED ON.
039100*================================================================
039200 9600-LEDGER-END.
039300     MOVE PRTD-LEDGER-START       TO PRTLG-LEDGER-RECORD.
039400     SET PRTLG-END-REC            TO TRUE.
039500     ACCEPT PRTLG-END-DATE FROM DATE YYYYMMDD.
039600     ACCEPT PRTLG-END-TIME FROM TIME.
039700     MOVE RETURN-CODE             TO PRTLG-RETURN-CODE.
039800     MOVE 'QDEP-RD '              TO PRTLG-COUNT-NAME(1).
039900     MOVE PRTD-QDEPTH-COUNT       TO PRTLG-COUNT-VALUE(1).
040000     MOVE 'ROWS-RD '              TO PRTLG-COUNT-NAME(2).
040100     MOVE PRTD-TOTAL-ROWS         TO PRTLG-COUNT-VALUE(2).
040200     MOVE 'NOQUEUE '              TO PRTLG-COUNT-NAME(3).
040300     MOVE PRTD-NOQUEUE-COUNT      TO PRTLG-COUNT-VALUE(3).
040400     MOVE 'UNCLAIM '              TO PRTLG-COUNT-NAME(4).
040500     MOVE PRTD-ORPHAN-COUNT       TO PRTLG-COUNT-VALUE(4).
040600     MOVE 'DUPDEST '              TO PRTLG-COUNT-NAME(5).
040700     MOVE PRTD-DUPDEST-COUNT      TO PRTLG-COUNT-VALUE(5).
040800     OPEN EXTEND PRTLEDG-FILE.
040900     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
041000     CLOSE PRTLEDG-FILE.
041100 9600-EXIT.
041200     EXIT.
