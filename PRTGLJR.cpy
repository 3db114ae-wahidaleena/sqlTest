      *================================================================
      *  PRTGLJR   -  PRINT CHARGEBACK GENERAL-LEDGER JOURNAL RECORD
      *
      *  WRITTEN BY THE MONTH-END CHARGEBACK RUN (PRTCHRG) AS THE
      *  GL INTERFACE FILE (PRTGLJ) FINANCE POSTS FROM.  ONE HEADER
      *  CARRYING THE PERIOD AND RUN DATE, ONE DEBIT PER COST CENTER
      *  CHARGED (SUSPENSE INCLUDED), ONE CREDIT TO THE PRINT-
      *  SERVICES RECOVERY ACCOUNT FOR THE SUM OF THE DEBITS, AND A
      *  TRAILER WITH THE RECORD COUNT AND BOTH TOTALS SO THE GL
      *  SIDE CAN PROVE THE JOURNAL IS COMPLETE AND IN BALANCE.
      *  AMOUNTS ARE UNSIGNED - THE RECORD TYPE SAYS DEBIT OR CREDIT.
      *================================================================
       01  PRTGL-JOURNAL-RECORD.
           05  PRTGL-REC-TYPE              PIC X(01).
               88  PRTGL-HEADER                     VALUE 'H'.
               88  PRTGL-DEBIT                      VALUE 'D'.
               88  PRTGL-CREDIT                     VALUE 'C'.
               88  PRTGL-TRAILER                    VALUE 'T'.
           05  FILLER                      PIC X(01).
           05  PRTGL-PERIOD                PIC 9(06).
           05  FILLER                      PIC X(01).
           05  PRTGL-ENTRY-DATA.
               10  PRTGL-ACCOUNT           PIC X(10).
               10  FILLER                  PIC X(01).
               10  PRTGL-AMOUNT            PIC 9(11)V99.
               10  FILLER                  PIC X(01).
               10  PRTGL-PAGES             PIC 9(11).
               10  FILLER                  PIC X(01).
               10  PRTGL-TEXT              PIC X(30).
           05  PRTGL-HDR-DATA REDEFINES PRTGL-ENTRY-DATA.
               10  PRTGL-HDR-RUN-DATE      PIC 9(08).
               10  FILLER                  PIC X(01).
               10  PRTGL-HDR-SOURCE        PIC X(08).
               10  FILLER                  PIC X(50).
           05  PRTGL-TRL-DATA REDEFINES PRTGL-ENTRY-DATA.
               10  PRTGL-TRL-REC-COUNT     PIC 9(07).
               10  FILLER                  PIC X(01).
               10  PRTGL-TRL-DEBIT-TOTAL   PIC 9(11)V99.
               10  FILLER                  PIC X(01).
               10  PRTGL-TRL-CREDIT-TOTAL  PIC 9(11)V99.
               10  FILLER                  PIC X(32).
           05  FILLER                      PIC X(04).
