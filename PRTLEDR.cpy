      *================================================================
      *  PRTLEDR   -  NIGHTLY RUN LEDGER RECORD
      *
      *  EVERY STEP OF THE NIGHTLY PRINT SERVICES STREAM (PRTXREF,
      *  PRTDREC, PRTBATCH, PRTSEL, PRTVOL, PRTMAINT, PRTHLTH)
      *  APPENDS TWO RECORDS PER RUN TO THE PERMANENT LEDGER
      *  (PRTLEDG, OPENED EXTEND): AN 'S' RECORD THE MOMENT IT
      *  STARTS, AND AN 'E' RECORD AS IT ENDS - NORMALLY OR BY ONE
      *  OF ITS OWN REFUSALS - WITH ITS RETURN CODE AND ITS KEY
      *  RECORD COUNTS IN AND OUT.  A RUN THAT ABENDS LEAVES ITS
      *  'S' RECORD WITH NO 'E' RECORD BEHIND IT, WHICH IS HOW THE
      *  LEDGER TELLS AN INCOMPLETE RUN FROM ONE THAT NEVER STARTED.
      *  THE 'E' RECORD REPEATS THE START DATE AND TIME SO IT CAN BE
      *  PAIRED WITH ITS OWN 'S' RECORD.
      *
      *  PRTLG-NIGHT-DATE IS THE NIGHT THE RUN BELONGS TO, NOT THE
      *  CALENDAR DATE: A RUN STARTED AT OR AFTER NOON BELONGS TO
      *  THAT DAY'S NIGHT, ONE STARTED BEFORE NOON TO THE PREVIOUS
      *  DAY'S - SO THE EVENING MAINTENANCE AND THE MORNING
      *  SELECTION RUN ARE THE SAME NIGHT'S STREAM.  THE BALANCING
      *  STEP (PRTBAL) AND THE PREDECESSOR CHECKS IN PRTSEL AND
      *  PRTHLTH ALL SELECT ON IT.
      *
      *  UP TO SIX NAMED COUNTS.  EACH PROGRAM NAMES ITS OWN (SEE
      *  ITS 9600-LEDGER-END); UNUSED ENTRIES ARE SPACES AND ZERO.
      *================================================================
       01  PRTLG-LEDGER-RECORD.
           05  PRTLG-REC-TYPE              PIC X(01).
               88  PRTLG-START-REC                  VALUE 'S'.
               88  PRTLG-END-REC                    VALUE 'E'.
           05  FILLER                      PIC X(01).
           05  PRTLG-PROGRAM               PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTLG-NIGHT-DATE            PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PRTLG-JOBNAME               PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTLG-START-DATE            PIC 9(08).
           05  PRTLG-START-TIME            PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PRTLG-END-DATE              PIC 9(08).
           05  PRTLG-END-TIME              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PRTLG-RETURN-CODE           PIC 9(04).
           05  FILLER                      PIC X(01).
           05  PRTLG-COUNT-ENTRY           OCCURS 6 TIMES.
               10  PRTLG-COUNT-NAME        PIC X(08).
               10  PRTLG-COUNT-VALUE       PIC 9(09).
               10  FILLER                  PIC X(01).
           05  FILLER                      PIC X(04).
