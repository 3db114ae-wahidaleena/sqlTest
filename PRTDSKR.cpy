      *================================================================
      *  PRTDSKR   -  DESK AUTHORITY REFERENCE RECORD
      *
      *  SAYS WHAT EACH ORIGINATING DESK (THE PRTM-HDR-DESK OF A
      *  PRTMIN HEADER) MAY DO TO THE PRINTER TABLE.  PRTMAINT
      *  REFUSES A WHOLE FILE FROM A DESK WITH NO RECORD HERE, AND
      *  REJECTS ANY TRANSACTION NO RECORD FOR THE DESK ALLOWS.
      *
      *  ONE RECORD GRANTS THE ACTIONS LISTED IN PRTDK-ACTIONS (ANY
      *  OF A C D R S B, IN ANY ORDER, UNUSED POSITIONS SPACES) AT
      *  THE PRINTER_LOCATION VALUES LISTED IN PRTDK-LOCATION.  A
      *  LOCATION OF '*' MEANS EVERY LOCATION, INCLUDING A DEVICE
      *  WITH NO LOCATION SET.  PRTDK-SYSTEM-IND 'Y' ALSO ALLOWS
      *  ROWS WITH SYSTEM_PRINTER_IND = 'Y'; ANYTHING ELSE KEEPS THE
      *  DESK OFF THEM.  A DESK NEEDING MORE THAN SIX LOCATIONS, OR
      *  DIFFERENT ACTIONS AT DIFFERENT LOCATIONS, CARRIES MORE THAN
      *  ONE RECORD - A TRANSACTION IS ALLOWED WHEN ANY ONE OF THE
      *  DESK'S RECORDS ALLOWS ITS ACTION, ITS LOCATION AND (FOR A
      *  SYSTEM PRINTER) THE SYSTEM ROWS TOGETHER.
      *
      *  THE GENERATED FILES RUN UNDER THEIR OWN DESK IDS AND NEED
      *  THEIR OWN RECORDS: PRTSYNC (A C D), PRTBKOUT (ALL SIX - IT
      *  REVERSES WHATEVER A RUN DID), PRTREXT (THE ACTIONS THE
      *  ONLINE ENTRY DESKS MAY KEY) AND PRTMREL (ALL SIX, EVERY
      *  LOCATION - A PARKED TRANSACTION WAS CHECKED AGAINST ITS
      *  ORIGINATING DESK WHEN IT WAS PARKED).  MAINTAINED BY
      *  SECURITY ADMINISTRATION UNDER CHANGE CONTROL.
      *================================================================
       01  PRTDK-AUTHORITY-RECORD.
           05  PRTDK-DESK-ID               PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTDK-ACTIONS               PIC X(06).
           05  FILLER                      PIC X(01).
           05  PRTDK-SYSTEM-IND            PIC X(01).
               88  PRTDK-SYSTEM-ALLOWED             VALUE 'Y'.
           05  FILLER                      PIC X(01).
           05  PRTDK-LOCATION              PIC X(08)
                                           OCCURS 6 TIMES.
           05  FILLER                      PIC X(14).
