      *================================================================
      *  PRTDIRR   -  OUTBOUND PRINTER DIRECTORY FEED RECORDS
      *
      *  THE INTERFACE PRTDIR WRITES FOR THE DISTRIBUTED PRINT
      *  SERVERS AND THE SERVICE-DESK CMDB.  150-BYTE RECORDS, FIELDS
      *  SEPARATED BY '|' AT FIXED POSITIONS, EVERY FIELD PADDED TO
      *  ITS FULL WIDTH - THE RECEIVING SIDE STRIPS TRAILING SPACES.
      *
      *    H  HEADER   - ONE PER FEED: RUN DATE, SEQUENCE NUMBER AND
      *                  MODE (FULL OR DLTA).  THE SEQUENCE RISES BY
      *                  ONE EVERY FEED; A GAP MEANS A FEED WAS LOST,
      *                  A REPEAT MEANS ONE WAS REPLAYED.
      *    D  DEVICE   - ONE PER DEVICE (FULL) OR PER MAINTENANCE
      *                  ACTION (DLTA), WITH WHAT HAPPENED TO IT:
      *                  REFRESH (FULL MODE), ADDED, CHANGED, HELD,
      *                  RELEASED OR RETIRED.
      *    T  TRAILER  - ONE PER FEED: THE DEVICE RECORD COUNT AND
      *                  THE HEADER'S SEQUENCE NUMBER AGAIN.
      *================================================================
       01  PRTDF-HEADER-RECORD.
           05  PRTDF-HDR-TYPE              PIC X(01)   VALUE 'H'.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-HDR-FEED-ID           PIC X(08)   VALUE 'PRTDIR'.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-HDR-RUN-DATE          PIC 9(08)   VALUE ZERO.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-HDR-SEQUENCE          PIC 9(07)   VALUE ZERO.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-HDR-MODE              PIC X(04)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-HDR-CREATE-TIME       PIC 9(08)   VALUE ZERO.
           05  FILLER                      PIC X(109)  VALUE SPACES.
       01  PRTDF-DEVICE-RECORD.
           05  PRTDF-DEV-TYPE              PIC X(01)   VALUE 'D'.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-ACTION            PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-NAME              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-DEST              PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-DESC              PIC X(55)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-MODEL             PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-LANGUAGE          PIC X(10)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-LASER-IND         PIC X(01)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-PS-IND            PIC X(01)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-PCL-IND           PIC X(01)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-LOCATION          PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-STATUS            PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-RETURN-DATE       PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-DEV-ALT-DEST          PIC X(08)   VALUE SPACES.
           05  FILLER                      PIC X(04)   VALUE SPACES.
       01  PRTDF-TRAILER-RECORD.
           05  PRTDF-TRL-TYPE              PIC X(01)   VALUE 'T'.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-TRL-RECORD-COUNT      PIC 9(09)   VALUE ZERO.
           05  FILLER                      PIC X(01)   VALUE '|'.
           05  PRTDF-TRL-SEQUENCE          PIC 9(07)   VALUE ZERO.
           05  FILLER                      PIC X(131)  VALUE SPACES.
