002100*                   AGAINST A DEST NO IN-SERVICE ROW CLAIMS
002200*                   ARE KEPT TOO (MATCH FLAG 'N') AND REPORTED
002300*                   AS EXCEPTIONS.
002311*  10/15/26   JRM   NIGHTLY RUN LEDGER.  APPENDS A START RECORD
002322*                   TO PRTLEDG (PRTLEDR) AS THE RUN BEGINS AND AN
002333*                   END RECORD WITH ITS RETURN CODE AND PRTJVOL
002344*                   RECORDS AND PAGES READ, PRTUSE RECORDS AND
002355*                   PAGES WRITTEN, MATCHED AND UNCLAIMED AS IT
002366*                   ENDS, REFUSALS INCLUDED, FOR THE PRTBAL
002377*                   BALANCING STEP AND RUN BOOK.  PAGES READ AND
002388*                   RECORDED NOW ALSO ON THE REPORT.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003400                         ORGANIZATION IS SEQUENTIAL.
003500     SELECT PRTVRPT-FILE ASSIGN TO PRTVRPT
003600                         ORGANIZATION IS SEQUENTIAL.
003633     SELECT PRTLEDG-FILE ASSIGN TO PRTLEDG
003666                         ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PRTJVOL-FILE
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  PRTVRPT-RECORD              PIC X(133).
005420 FD  PRTLEDG-FILE
005440     RECORDING MODE IS F
005460     LABEL RECORDS ARE STANDARD.
005480 01  PRTLEDG-RECORD              PIC X(180).
005500 WORKING-STORAGE SECTION.
005600*----------------------------------------------------------------
005700*    PRINTER TABLE DECLARATION AND HOST VARIABLES
012000     05  PRTV-MATCH-COUNT        PIC 9(09)   VALUE ZERO.
012100     05  PRTV-ORPHAN-COUNT       PIC 9(09)   VALUE ZERO.
012200     05  PRTV-USAGE-COUNT        PIC 9(07)   VALUE ZERO.
012233     05  PRTV-JVOL-PAGES         PIC 9(09)   VALUE ZERO.
012266     05  PRTV-USE-PAGES          PIC 9(09)   VALUE ZERO.
012300 01  PRTV-EXTRACT-DATE           PIC 9(08)   VALUE ZERO.
012400 01  PRTV-PRINT-COUNT            PIC ZZZ,ZZZ,ZZ9.
012500 01  PRTV-REPORT-LINE            PIC X(133).
012514*----------------------------------------------------------------
012528*    NIGHTLY RUN LEDGER RECORD, AND THIS RUN'S START RECORD AS
012542*    WRITTEN SO THE END RECORD CAN BE PAIRED WITH IT
012556*----------------------------------------------------------------
012570     COPY PRTLEDR.
012584 01  PRTV-LEDGER-START           PIC X(180)  VALUE SPACES.
012600 PROCEDURE DIVISION.
012700*================================================================
012800*    0000-MAINLINE
013300             UNTIL PRTV-EOF.
013400     PERFORM 5000-WRITE-USAGE     THRU 5000-EXIT.
013500     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
013550     PERFORM 9600-LEDGER-END      THRU 9600-EXIT.
013600     GOBACK.
013700*================================================================
013800*    1000-INITIALIZE - LOAD THE IN-SERVICE FLEET INTO STORAGE,
013900*    OPEN THE FILES, PRIME THE EXTRACT READ
014000*================================================================
014100 1000-INITIALIZE.
014150     PERFORM 9500-LEDGER-START    THRU 9500-EXIT.
014200     OPEN INPUT  PRTJVOL-FILE.
014300     OPEN EXTEND PRTUSE-FILE.
014400     OPEN OUTPUT PRTVRPT-FILE.
018000               PRTUSE-FILE
018100               PRTVRPT-FILE
018200         MOVE 12 TO RETURN-CODE
018250         PERFORM 9600-LEDGER-END THRU 9600-EXIT
018300         GOBACK
018400     END-IF.
018500     ADD 1 TO PRTV-ROW-USED.
019800*================================================================
019900 2000-PROCESS-VOLUME.
020000     ADD 1 TO PRTV-READ-COUNT.
020050     ADD PRTJ-PAGE-COUNT TO PRTV-JVOL-PAGES.
020100     IF PRTV-EXTRACT-DATE = ZERO
020200        AND PRTJ-DATE NUMERIC
020300         MOVE PRTJ-DATE TO PRTV-EXTRACT-DATE
027400               PRTUSE-FILE
027500               PRTVRPT-FILE
027600         MOVE 12 TO RETURN-CODE
027650         PERFORM 9600-LEDGER-END THRU 9600-EXIT
027700         GOBACK
027800     END-IF.
027900     ADD 1 TO PRTV-ORPHAN-USED.
032700     MOVE PRTV-ROW-PAGES(PRTV-ROW-IX) TO PRTU-PAGE-COUNT.
032800     MOVE 'Y'                      TO PRTU-MATCH-FLAG.
032900     WRITE PRTUSE-RECORD FROM PRTU-USAGE-RECORD.
032950     ADD PRTU-PAGE-COUNT TO PRTV-USE-PAGES.
033000 5100-EXIT.
033100     EXIT.
033200*================================================================
034500                                   TO PRTU-PAGE-COUNT.
034600     MOVE 'N'                      TO PRTU-MATCH-FLAG.
034700     WRITE PRTUSE-RECORD FROM PRTU-USAGE-RECORD.
034750     ADD PRTU-PAGE-COUNT TO PRTV-USE-PAGES.
034800     MOVE PRTV-ORPHAN-PAGES(PRTV-ORPHAN-IX)
034900         TO PRTV-PRINT-COUNT.
035000     MOVE SPACES TO PRTV-REPORT-LINE.
036600            ' USAGE RECORDS=' PRTV-USAGE-COUNT
036700            DELIMITED BY SIZE INTO PRTV-REPORT-LINE.
036800     WRITE PRTVRPT-RECORD FROM PRTV-REPORT-LINE.
036816     MOVE SPACES TO PRTV-REPORT-LINE.
036832     STRING 'PAGES READ='   PRTV-JVOL-PAGES
036848            ' PAGES RECORDED=' PRTV-USE-PAGES
036864            DELIMITED BY SIZE INTO PRTV-REPORT-LINE.
036880     WRITE PRTVRPT-RECORD FROM PRTV-REPORT-LINE.
036900     DISPLAY 'PRTVOL0003 READ=' PRTV-READ-COUNT
037000             ' MATCHED='   PRTV-MATCH-COUNT
037100             ' UNCLAIMED=' PRTV-ORPHAN-COUNT.
037400           PRTVRPT-FILE.
037500 9000-EXIT.
037600     EXIT.
037700*================================================================
037800*    9500-LEDGER-START - APPEND THIS RUN'S START RECORD TO THE
037900*    NIGHTLY RUN LEDGER (PRTLEDR) BEFORE ANYTHING ELSE HAPPENS,
038000*    SO A RUN THAT ABENDS STILL SHOWS AS STARTED AND NOT ENDED.
038100*    A RUN STARTED BEFORE NOON BELONGS TO THE PREVIOUS NIGHT.
038200*================================================================
038300 9500-LEDGER-START.
038400     MOVE SPACES                  TO PRTLG-LEDGER-RECORD.
038500     SET PRTLG-START-REC          TO TRUE.
038600     MOVE 'PRTVOL  '              TO PRTLG-PROGRAM.
038700     DISPLAY 'JOBNAME' UPON ENVIRONMENT-NAME.
038800     ACCEPT PRTLG-JOBNAME FROM ENVIRONMENT-VALUE.
038900     ACCEPT PRTLG-START-DATE FROM DATE YYYYMMDD.
039000     ACCEPT PRTLG-START-TIME FROM TIME.
039100     IF PRTLG-START-TIME < 12000000
039200         COMPUTE PRTLG-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
039300                 (FUNCTION INTEGER-OF-DATE(PRTLG-START-DATE) - 1)
039400     ELSE
039500         MOVE PRTLG-START-DATE    TO PRTLG-NIGHT-DATE
039600     END-IF.
039700     MOVE ZERO                    TO PRTLG-END-DATE
039800                                     PRTLG-END-TIME
039900                                     PRTLG-RETURN-CODE
040000                                     PRTLG-COUNT-VALUE(1)
040100                                     PRTLG-COUNT-VALUE(2)
040200                                     PRTLG-COUNT-VALUE(3)
040300                                     PRTLG-COUNT-VALUE(4)
040400                                     PRTLG-COUNT-VALUE(5)
040500                                     PRTLG-COUNT-VALUE(6).
040600     MOVE PRTLG-LEDGER-RECORD     TO PRTV-LEDGER-START.
040700     OPEN EXTEND PRTLEDG-FILE.
040800     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
040900     CLOSE PRTLEDG-FILE.
041000 9500-EXIT.
041100     EXIT.
041200*================================================================
041300*    9600-LEDGER-END - APPEND THIS RUN'S END RECORD: RETURN CODE
041400*    AND THE KEY COUNTS IN AND OUT.  PERFORMED AT NORMAL END AND
041500*    AHEAD OF EVERY EARLY GOBACK, SO A REFUSED RUN IS ON THE
041600*    LEDGER WITH THE RETURN CODE IT ENDED ON.
041700*================================================================
041800 9600-LEDGER-END.
041900     MOVE PRTV-LEDGER-START       TO PRTLG-LEDGER-RECORD.
042000     SET PRTLG-END-REC            TO TRUE.
042100     ACCEPT PRTLG-END-DATE FROM DATE YYYYMMDD.
042200     ACCEPT PRTLG-END-TIME FROM TIME.
042300     MOVE RETURN-CODE             TO PRTLG-RETURN-CODE.
042400     MOVE 'JVOL-RD '              TO PRTLG-COUNT-NAME(1).
042500     MOVE PRTV-READ-COUNT         TO PRTLG-COUNT-VALUE(1).
042600     MOVE 'JVOL-PGS'              TO PRTLG-COUNT-NAME(2).
042700     MOVE PRTV-JVOL-PAGES         TO PRTLG-COUNT-VALUE(2).
042800     MOVE 'USE-WRT '              TO PRTLG-COUNT-NAME(3).
042900     MOVE PRTV-USAGE-COUNT        TO PRTLG-COUNT-VALUE(3).
043000     MOVE 'USE-PGS '              TO PRTLG-COUNT-NAME(4).
043100     MOVE PRTV-USE-PAGES          TO PRTLG-COUNT-VALUE(4).
043200     MOVE 'MATCHED '              TO PRTLG-COUNT-NAME(5).
043300     MOVE PRTV-MATCH-COUNT        TO PRTLG-COUNT-VALUE(5).
043400     MOVE 'UNCLAIM '              TO PRTLG-COUNT-NAME(6).
043500     MOVE PRTV-ORPHAN-COUNT       TO PRTLG-COUNT-VALUE(6).
043600     OPEN EXTEND PRTLEDG-FILE.
043700     WRITE PRTLEDG-RECORD FROM PRTLG-LEDGER-RECORD.
043800     CLOSE PRTLEDG-FILE.
043900 9600-EXIT.
044000     EXIT.
