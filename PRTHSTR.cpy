      *  KEEP THEM IN STEP WITH PRINTER-ROW IN PRTTBL, COLUMN FOR
      *  COLUMN - PRTMAINT FILLS EACH IMAGE WITH A GROUP MOVE FROM
      *  PRINTER-ROW.
      *
      *  PRTH-DATE IS THE DAY THE ACTION WAS APPLIED.  PRTH-ENTERED-
      *  DATE (ADDED TO THE END OF THE RECORD, 292 TO 301 BYTES, FOR
      *  FUTURE-DATED MAINTENANCE) IS THE RUN DATE OF THE DESK FILE
      *  THE TRANSACTION ARRIVED IN - THE SAME AS PRTH-DATE FOR AN
      *  ACTION APPLIED ON ARRIVAL, EARLIER FOR ONE PARKED ON THE
      *  PENDING FILE AND RELEASED ON ITS EFFECTIVE DATE.  RECORDS
      *  WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES IN IT.
      *================================================================
       01  PRTH-HISTORY-RECORD.
           05  PRTH-DATE                   PIC 9(08).
               10  PRTH-AFT-LOCATION       PIC X(08).
               10  PRTH-AFT-RETURN-DATE    PIC X(08).
               10  PRTH-AFT-ALT-DEST       PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTH-ENTERED-DATE           PIC X(08).
