      *================================================================
      *  PRTREQT   -  PENDING MAINTENANCE REQUEST TABLE DECLARATION /
      *               HOST VARIABLES
      *
      *  ONE ROW PER MAINTENANCE REQUEST KEYED AT THE ONLINE ENTRY
      *  TRANSACTION (PENT, PROGRAM PRTENT).  THE REQUEST CARRIES
      *  THE PRTMTXN TRANSACTION IMAGE EXACTLY AS IT WILL REACH
      *  PRTMAINT, THE USER WHO KEYED IT, AND - ONCE A DIFFERENT
      *  USER HAS ACTED ON IT AT THE APPROVAL TRANSACTION (PAPR,
      *  PROGRAM PRTAPR) - WHO DECIDED AND WHEN.  THE NIGHTLY
      *  EXTRACT (PRTREXT) BUILDS PRTMIN FROM THE APPROVED ROWS AND
      *  MARKS THEM EXTRACTED, SO NO REQUEST IS APPLIED TWICE.
      *  REQUEST_STATUS:  P - PENDING APPROVAL
      *                   A - APPROVED, AWAITING THE NIGHTLY EXTRACT
      *                   J - REJECTED BY THE APPROVER
      *                   X - EXTRACTED TO PRTMIN ON EXTRACT_DATE
      *  COORDINATED WITH DBA AS A NEW TABLE (UNIQUE INDEX ON
      *  REQUEST_ID).
      *================================================================
           EXEC SQL DECLARE PRINTER_MAINT_REQ TABLE                      |
           ( REQUEST_ID                     INTEGER NOT NULL,            |
             REQUEST_STATUS                 CHAR(1) NOT NULL,            |
             ACTION_CODE                    CHAR(1) NOT NULL,            |
             PRINTER_NAME                   CHAR(8) NOT NULL,            |
             TRAN_IMAGE                     CHAR(129) NOT NULL,          |
             REQUESTED_BY                   CHAR(8) NOT NULL,            |
             REQUESTED_DATE                 CHAR(8) NOT NULL,            |
             REQUESTED_TIME                 CHAR(8) NOT NULL,            |
             DECIDED_BY                     CHAR(8) NOT NULL,            |
             DECIDED_DATE                   CHAR(8) NOT NULL,            |
             DECIDED_TIME                   CHAR(8) NOT NULL,            |
             DECISION_NOTE                  CHAR(40) NOT NULL,           |
             EXTRACT_DATE                   CHAR(8) NOT NULL             |
           ) END-EXEC.
      *----------------------------------------------------------------
      *    HOST VARIABLES - ONE PER COLUMN, NAMED TO MATCH THE COLUMN
      *----------------------------------------------------------------
       01  PRTREQ-ROW.
           05  REQUEST-ID                  PIC S9(09) COMP.
           05  REQUEST-STATUS              PIC X(01).
               88  REQUEST-IS-PENDING           VALUE 'P'.
               88  REQUEST-IS-APPROVED          VALUE 'A'.
               88  REQUEST-IS-REJECTED          VALUE 'J'.
               88  REQUEST-IS-EXTRACTED         VALUE 'X'.
           05  ACTION-CODE                 PIC X(01).
           05  REQ-PRINTER-NAME            PIC X(08).
           05  TRAN-IMAGE                  PIC X(129).
           05  REQUESTED-BY                PIC X(08).
           05  REQUESTED-DATE              PIC X(08).
           05  REQUESTED-TIME              PIC X(08).
           05  DECIDED-BY                  PIC X(08).
           05  DECIDED-DATE                PIC X(08).
           05  DECIDED-TIME                PIC X(08).
           05  DECISION-NOTE               PIC X(40).
           05  EXTRACT-DATE                PIC X(08).
