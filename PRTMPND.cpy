      *================================================================
      *  PRTMPND   -  PENDING (FUTURE-DATED) MAINTENANCE RECORD
      *
      *  ONE RECORD PER MAINTENANCE TRANSACTION THAT ARRIVED WITH AN
      *  EFFECTIVE DATE LATER THAN THE DAY PRTMAINT RAN.  PRTMAINT
      *  APPENDS IT HERE INSTEAD OF APPLYING IT; THE NIGHTLY RELEASE
      *  (PRTMREL) CARRIES IT FORWARD TO THE NEXT GENERATION OF THE
      *  FILE UNTIL ITS EFFECTIVE DATE COMES ROUND, THEN WRITES IT TO
      *  A NORMAL HEADER/TRAILER TRANSACTION FILE FOR PRTMAINT - OR
      *  DROPS IT IF THE DESK HAS CANCELLED IT IN THE MEANTIME.
      *
      *  THE TRANSACTION IS CARRIED WHOLE, IN THE PRTMTXN LAYOUT,
      *  WITH ITS ENTERED DATE ALREADY FILLED IN.  THE PARK FIELDS
      *  SAY WHICH RUN PARKED IT AND FROM WHICH DESK'S FILE.
      *================================================================
       01  PRTPD-PENDING-RECORD.
           05  PRTPD-EFFECTIVE-DATE        PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PRTPD-PARK-DATE             PIC 9(08).
           05  PRTPD-PARK-TIME             PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PRTPD-PARK-JOBNAME          PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTPD-PARK-DESK             PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTPD-TRAN-IMAGE            PIC X(129).
