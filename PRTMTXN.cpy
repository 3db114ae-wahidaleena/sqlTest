      *    SITE / FLOOR / DOCK CODE ON ADDS AND CHANGES.
           05  PRTM-PRINTER-LOCATION       PIC X(08).
           05  FILLER                      PIC X(02).
      *    EFFECTIVE AND ENTERED DATES ADDED TO THE END OF THE RECORD
      *    (113 TO 129 BYTES) FOR FUTURE-DATED MAINTENANCE.  A BLANK
      *    EFFECTIVE DATE MEANS APPLY NOW, AS BEFORE; A DATE LATER
      *    THAN THE DAY PRTMAINT RUNS PARKS THE TRANSACTION ON THE
      *    PENDING FILE (PRTMPND) UNTIL PRTMREL RELEASES IT.  THE
      *    ENTERED DATE IS LEFT BLANK BY THE DESK - PRTMAINT FILLS IT
      *    FROM THE HEADER RUN DATE WHEN IT PARKS A TRANSACTION, SO A
      *    RELEASED ONE STILL CARRIES THE DAY IT WAS KEYED THROUGH TO
      *    PRTHIST.  APPLIES TO EVERY ACTION; THE CONTROL RECORDS
      *    IGNORE IT.
           05  PRTM-EFFECTIVE-DATE         PIC X(08).
           05  PRTM-EFFECTIVE-DATE-N REDEFINES
               PRTM-EFFECTIVE-DATE         PIC 9(08).
           05  PRTM-ENTERED-DATE           PIC X(08).
      *----------------------------------------------------------------
      *    CONTROL RECORDS - THE FIRST RECORD OF THE FILE MUST BE A
      *    HEADER ('H') AND THE LAST A TRAILER ('T') CARRYING THE
           05  FILLER                      PIC X(01).
           05  PRTM-HLD-PRINTER-NAME       PIC X(08).
           05  PRTM-HLD-RETURN-DATE        PIC 9(08).
           05  FILLER                      PIC X(112).
      *----------------------------------------------------------------
      *    ALTERNATE RECORD - A 'B' TRANSACTION CARRIES THE PRINTER
      *    NAME AND THE ALTERNATE DEVICE'S PRINTER_DEST (SPACES TO
           05  FILLER                      PIC X(01).
           05  PRTM-ALT-PRINTER-NAME       PIC X(08).
           05  PRTM-ALT-DEST               PIC X(08).
           05  FILLER                      PIC X(112).
       01  PRTM-HDR-RECORD REDEFINES PRTM-TRAN-RECORD.
           05  FILLER                      PIC X(01).
           05  PRTM-HDR-RUN-DATE           PIC 9(08).
           05  PRTM-HDR-DESK               PIC X(08).
           05  FILLER                      PIC X(112).
       01  PRTM-TRL-RECORD REDEFINES PRTM-TRAN-RECORD.
           05  FILLER                      PIC X(01).
           05  PRTM-TRL-ADD-COUNT          PIC 9(07).
           05  PRTM-TRL-REACT-COUNT        PIC 9(07).
           05  PRTM-TRL-HOLD-COUNT         PIC 9(07).
           05  PRTM-TRL-ALT-COUNT          PIC 9(07).
           05  FILLER                      PIC X(86).
