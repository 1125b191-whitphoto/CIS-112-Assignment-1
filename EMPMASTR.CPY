           05  EMP-PAY-METHOD       PIC X.
               88  EMP-PAY-BY-CHECK     VALUE 'C'.
               88  EMP-PAY-BY-EFT       VALUE 'E' ' '.
      *--------------------------------------------------------
      * EMPLOYMENT STATUS - A (OR SPACE ON AN OLDER RECORD) =
      * ACTIVE, L = ON LEAVE OF ABSENCE (NO AUTOMATIC SALARY,
      * TIME CARDS STILL ACCEPTED), T = TERMINATED. A
      * TERMINATED EMPLOYEE STAYS ON THE MASTER SO QTD/YTD
      * BALANCES REACH THE 941 AND W-2 AND A REHIRE PICKS UP
      * THE SAME RECORD; YEAREND PURGES IT ONCE NOTHING IS
      * LEFT TO REPORT. DATES ARE CCYYMMDD, ZERO WHEN UNKNOWN.
      * EMP-TERM-DATE IS KEPT THROUGH A REHIRE AS THE LAST
      * SEPARATION ON RECORD.
      *--------------------------------------------------------
           05  EMP-STATUS           PIC X.
               88  EMP-ACTIVE           VALUE 'A' ' '.
               88  EMP-ON-LEAVE         VALUE 'L'.
               88  EMP-TERMINATED       VALUE 'T'.
           05  EMP-HIRE-DATE        PIC 9(8).
           05  EMP-TERM-DATE        PIC 9(8).
           05  EMP-REHIRE-DATE      PIC 9(8).
      *--------------------------------------------------------
      * Y = ONE FINAL CHECK IS AUTHORIZED FOR A TERMINATED
      * EMPLOYEE - THE NEXT PAYROLL RUN ACCEPTS THE TIME CARD
      * (OR PAYS THE SALARY) AND CLEARS THE FLAG ONCE PAID.
      *--------------------------------------------------------
           05  EMP-FINAL-CHECK      PIC X.
               88  EMP-FINAL-CHECK-DUE  VALUE 'Y'.
      *--------------------------------------------------------
      * EFFECTIVE DATE OF THE RATE/SALARY NOW ON THE RECORD,
      * AND ONE HELD FUTURE-DATED CHANGE. THE PAYROLL RUN
      * MOVES THE HELD RATE AND SALARY INTO EMP-RATE-MASTER/
      * EMP-SALARY-PERIOD FOR THE FIRST PERIOD ENDING ON OR
      * AFTER EMP-PEND-EFF-DATE AND ZEROES THE HELD FIELDS.
      * EMP-PEND-EFF-DATE ZERO MEANS NOTHING IS HELD.
      *--------------------------------------------------------
           05  EMP-RATE-EFF-DATE    PIC 9(8).
           05  EMP-PEND-RATE        PIC 9V99.
           05  EMP-PEND-SALARY      PIC 9(4)V99.
           05  EMP-PEND-EFF-DATE    PIC 9(8).
      *--------------------------------------------------------
      * STATE WHERE THE EMPLOYEE NORMALLY WORKS AND STATE OF
      * RESIDENCE - BOTH TWO-LETTER CODES ON THE STATE TAX
      * RATE TABLE (STTAXTBL.TXT). A TIME CARD MAY NAME A
      * DIFFERENT WORK STATE FOR ONE WEEK. BLANK RESIDENT
      * STATE MEANS THE EMPLOYEE LIVES IN THE WORK STATE;
      * BLANK WORK STATE (AN OLDER RECORD) MEANS THE COMPANY
      * HOME STATE ON THE RUN CONTROL CARD.
      *--------------------------------------------------------
           05  EMP-WORK-STATE       PIC X(2).
           05  EMP-RESIDENT-STATE   PIC X(2).
      *--------------------------------------------------------
      * STATE WAGES AND WITHHOLDING BY STATE - ONE SLOT PER
      * STATE THE EMPLOYEE HAS BEEN TAXED IN THIS YEAR, TAKEN
      * IN ORDER OF FIRST USE. THE TOTAL STATE TAX BUCKETS
      * ABOVE STAY THE SUM OF THESE. QTD IS ZEROED AT QUARTER
      * CLOSE WITH THE OTHER QTD FIELDS; YEAREND ZEROES YTD
      * AND FREES THE SLOTS.
      *--------------------------------------------------------
           05  EMP-STATE-ACCUM OCCURS 4 TIMES.
               10  EMP-ST-CODE          PIC X(2).
               10  EMP-ST-QTD-WAGES     PIC 9(7)V99.
               10  EMP-ST-QTD-TAX       PIC 9(6)V99.
               10  EMP-ST-YTD-WAGES     PIC 9(7)V99.
               10  EMP-ST-YTD-TAX       PIC 9(6)V99.
      *--------------------------------------------------------
      * DATE (CCYYMMDD) THE BANK ROUTING OR ACCOUNT NUMBER WAS
      * LAST KEYED THROUGH MAINTENANCE - ZERO WHEN NEVER
      * CHANGED SINCE THE RECORD WAS ADDED. THE PRE-RELEASE
      * VARIANCE REVIEW FLAGS A CHANGE MADE SINCE LAST PAYDAY.
      *--------------------------------------------------------
           05  EMP-BANK-CHANGE-DATE PIC 9(8).
      *--------------------------------------------------------
      * WORKERS' COMPENSATION CLASS CODE FOR THIS EMPLOYEE,
      * OVERRIDING THE CLASS ASSIGNED TO THE DEPARTMENT ON THE
      * WC CLASS TABLE (WCCLASS.TXT). BLANK = THE DEPARTMENT'S
      * CLASS APPLIES.
      *--------------------------------------------------------
           05  EMP-WC-CLASS         PIC X(4).
