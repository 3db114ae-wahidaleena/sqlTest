      *================================================================
      *  PRTJOWN   -  JOB-OWNERSHIP REFERENCE RECORD
      *
      *  ONE RECORD PER BATCH JOB (OR FAMILY OF JOBS) NAMING THE
      *  APPLICATION TEAM THAT OWNS IT AND HOW TO REACH THEM, SO A
      *  PROBLEM FOUND AGAINST A JOBNAME ON THE LOOKUP AUDIT TRAIL
      *  CAN BE SENT TO THE PEOPLE WHO CAN FIX THE JOB.
      *
      *  PRTJO-JOBNAME IS EITHER A FULL JOBNAME OR A PREFIX ENDING
      *  IN '*' (E.G. 'PAYR*   ' FOR EVERY PAYROLL JOB).  A FULL
      *  JOBNAME ALWAYS WINS; OTHERWISE THE LONGEST MATCHING PREFIX
      *  DOES.  MAINTAINED BY THE PRINT SERVICES DESK FROM THE
      *  APPLICATION INVENTORY.
      *================================================================
       01  PRTJO-OWNER-RECORD.
           05  PRTJO-JOBNAME               PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTJO-TEAM                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRTJO-CONTACT               PIC X(40).
           05  FILLER                      PIC X(22).
