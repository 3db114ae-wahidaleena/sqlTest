      *================================================================
      *  PRTRSCR   -  MAINTENANCE REQUEST REVIEW SCREEN
      *
      *  SHARED BY THE ONLINE ENTRY (PRTENT, TRANSACTION PENT) AND
      *  APPROVAL (PRTAPR, TRANSACTION PAPR) PROGRAMS SO THE PERSON
      *  KEYING A REQUEST AND THE PERSON APPROVING IT SEE THE SAME
      *  PICTURE: THE PRINTER ROW AS IT STANDS NOW NEXT TO THE
      *  VALUES THE REQUEST WOULD LEAVE IN IT, WITH EVERY FIELD THE
      *  REQUEST CHANGES MARKED.  BUILT AS FIXED LINES AND SENT AS
      *  ONE TEXT BLOCK, THE SAME WAY PRTINQ SENDS ITS SCREEN.
      *----------------------------------------------------------------
      *    PROPOSED ROW - THE PRINTER ROW AS THE REQUEST WOULD LEAVE
      *    IT, IN THE PRINTER-ROW LAYOUT SO THE CURRENT ROW CAN BE
      *    MOVED IN WHOLE BEFORE THE REQUEST'S FIELDS ARE LAID OVER
      *----------------------------------------------------------------
       01  PRTRS-PROPOSED.
           05  PRTRS-PRO-NAME              PIC X(08).
           05  PRTRS-PRO-LASER-IND         PIC X(01).
           05  PRTRS-PRO-SYSTEM-IND        PIC X(01).
           05  PRTRS-PRO-DEST              PIC X(08).
           05  PRTRS-PRO-UDK               PIC X(01).
           05  PRTRS-PRO-DESC              PIC X(55).
           05  PRTRS-PRO-MODEL             PIC X(08).
           05  PRTRS-PRO-PS-IND            PIC X(01).
           05  PRTRS-PRO-LANGUAGE          PIC X(10).
           05  PRTRS-PRO-PCL-IND           PIC X(01).
           05  PRTRS-PRO-WRITER            PIC X(08).
           05  PRTRS-PRO-ACTIVE-IND        PIC X(01).
           05  PRTRS-PRO-LOCATION          PIC X(08).
           05  PRTRS-PRO-RETURN-DATE       PIC X(08).
           05  PRTRS-PRO-ALT-DEST          PIC X(08).
      *----------------------------------------------------------------
      *    SCREEN
      *----------------------------------------------------------------
       01  PRTRS-SCREEN.
           05  PRTRS-SCR-TITLE             PIC X(79).
           05  PRTRS-SCR-MSG               PIC X(79)   VALUE SPACES.
           05  PRTRS-SCR-REQ-LINE.
               10  FILLER                  PIC X(08)   VALUE
                   'REQUEST '.
               10  PRTRS-REQ-ID            PIC Z(08)9.
               10  FILLER                  PIC X(09)   VALUE
                   '  ACTION '.
               10  PRTRS-REQ-ACTION        PIC X(01).
               10  FILLER                  PIC X(10)   VALUE
                   '  PRINTER '.
               10  PRTRS-REQ-NAME          PIC X(08).
               10  FILLER                  PIC X(05)   VALUE
                   '  BY '.
               10  PRTRS-REQ-BY            PIC X(08).
               10  FILLER                  PIC X(01)   VALUE SPACE.
               10  PRTRS-REQ-DATE          PIC X(08).
               10  FILLER                  PIC X(02)   VALUE SPACES.
               10  PRTRS-REQ-STATUS        PIC X(10).
           05  PRTRS-SCR-HEAD-LINE         PIC X(79)   VALUE
               'FIELD         CURRENT                         PROPOSED'.
           05  PRTRS-SCR-CMP-LINE          OCCURS 13 TIMES
                   INDEXED BY PRTRS-CMP-IX.
               10  PRTRS-CMP-LABEL         PIC X(13).
               10  FILLER                  PIC X(01).
               10  PRTRS-CMP-CURRENT       PIC X(30).
               10  FILLER                  PIC X(02).
               10  PRTRS-CMP-PROPOSED      PIC X(30).
               10  PRTRS-CMP-MARK          PIC X(03).
           05  PRTRS-SCR-DESC-CUR-LINE.
               10  FILLER                  PIC X(14)   VALUE
                   'DESC CURRENT '.
               10  PRTRS-DESC-CURRENT      PIC X(55).
               10  FILLER                  PIC X(10)   VALUE SPACES.
           05  PRTRS-SCR-DESC-PRO-LINE.
               10  FILLER                  PIC X(14)   VALUE
                   'DESC PROPOSED'.
               10  PRTRS-DESC-PROPOSED     PIC X(55).
               10  PRTRS-DESC-MARK         PIC X(03).
               10  FILLER                  PIC X(07)   VALUE SPACES.
       01  PRTRS-SCREEN-LENGTH             PIC S9(04) COMP VALUE +1501.
