      *--------------------------------------------------------
      * PAID LEAVE BALANCE RECORD (LEAVBAL.DAT) - ONE RECORD
      * PER EMPLOYEE, KEYED EXACTLY LIKE EMPMAST.DAT ON COMPANY
      * CODE PLUS EMPLOYEE ID. SHARED BY THE PAYROLL RUN (WHICH
      * ACCRUES AND DEBITS IT) AND THE LEAVE LIABILITY REPORT.
      * BALANCES ARE IN HOURS.
      *--------------------------------------------------------
       01  LEAVE-BALANCE-REC.
           05  LV-KEY.
               10  LV-COMPANY           PIC X(4).
               10  LV-EMP-ID            PIC 9(6).
      *--------------------------------------------------------
      * SERVICE DATE THE ACCRUAL SENIORITY BAND IS MEASURED
      * FROM. A RECORD THE PAYROLL RUN CREATES FOR AN EMPLOYEE
      * WITH NONE ON FILE STARTS SENIORITY AT THAT PERIOD.
      *--------------------------------------------------------
           05  LV-SERVICE-DATE          PIC 9(8).
           05  LV-VAC-BALANCE           PIC 9(4)V99.
           05  LV-SICK-BALANCE          PIC 9(4)V99.
           05  LV-HOL-BALANCE           PIC 9(4)V99.
           05  LV-VAC-USED-YTD          PIC 9(4)V99.
           05  LV-SICK-USED-YTD         PIC 9(4)V99.
           05  LV-HOL-USED-YTD          PIC 9(4)V99.
      *--------------------------------------------------------
      * PERIOD-END DATE OF THE LAST ACCRUAL POSTED - A RERUN OR
      * RESTART OF THE SAME PERIOD DOES NOT ACCRUE TWICE.
      *--------------------------------------------------------
           05  LV-LAST-ACCRUAL          PIC 9(8).
