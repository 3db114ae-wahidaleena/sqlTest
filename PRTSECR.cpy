      *================================================================
      *  PRTSECR   -  UNAUTHORIZED MAINTENANCE ATTEMPT RECORD
      *
      *  ONE RECORD IS APPENDED TO THE SECURITY LOG (PRTSECV) BY
      *  PRTMAINT FOR EVERY TRANSACTION IT REJECTS AS OUTSIDE THE
      *  ORIGINATING DESK'S AUTHORITY (PRTDSKR), AND ONE FOR A WHOLE
      *  FILE REFUSED BECAUSE ITS DESK HAS NO AUTHORITY AT ALL.  THE
      *  WEEKLY SECURITY SUMMARY (PRTSECS) REPORTS FROM IT.
      *
      *  PRTSV-REASON SAYS WHICH TEST FAILED.  FOR AN UNKNOWN DESK
      *  THE TRANSACTION FIELDS ARE SPACES AND PRTSV-TRAN-COUNT IS
      *  THE NUMBER OF TRANSACTIONS THE FILE CARRIED; OTHERWISE IT
      *  IS ONE.
      *================================================================
       01  PRTSV-RECORD.
           05  PRTSV-DATE                  PIC 9(08).
           05  PRTSV-TIME                  PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PRTSV-JOBNAME               PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTSV-DESK                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTSV-RUN-DATE              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PRTSV-ACTION-CODE           PIC X(01).
           05  FILLER                      PIC X(01).
           05  PRTSV-PRINTER-NAME          PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTSV-LOCATION              PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTSV-SYSTEM-IND            PIC X(01).
           05  FILLER                      PIC X(01).
           05  PRTSV-REASON                PIC X(01).
               88  PRTSV-UNKNOWN-DESK               VALUE 'K'.
               88  PRTSV-ACTION-DENIED              VALUE 'A'.
               88  PRTSV-LOCATION-DENIED            VALUE 'L'.
               88  PRTSV-SYSTEM-DENIED              VALUE 'S'.
           05  FILLER                      PIC X(01).
           05  PRTSV-TRAN-COUNT            PIC 9(07).
           05  FILLER                      PIC X(05).
