       IDENTIFICATION DIVISION.

       PROGRAM-ID.  LEAVERPT.
      ********************************************************
      * PERIOD-END ACCRUED LEAVE LIABILITY. READS EVERY      *
      * LEAVE BALANCE ON LEAVBAL.DAT FOR THE COMPANY NAMED   *
      * ON THE PARAMETER CARD (LEAVPARM.TXT), PRICES IT AT   *
      * THE EMPLOYEE'S CURRENT MASTER RATE, AND PRINTS THE   *
      * HOURS AND DOLLARS BY DEPARTMENT (LEAVERPT.TXT). THE  *
      * VALUED LIABILITY IS ALSO WRITTEN AS A BALANCED GL    *
      * ACCRUAL ENTRY (LEAVEGL.TXT) IN THE SAME IMPORT       *
      * LAYOUT AS THE PAYROLL RUN'S GLDIST.TXT, FOR POSTING  *
      * AS AN AUTO-REVERSING MONTH-END ACCRUAL.              *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "LEAVPARM.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LV-KEY
            FILE STATUS IS WS-LEAVE-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-KEY
            FILE STATUS IS WS-MASTER-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO "LEAVERPT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT LEAVE-GL-FILE ASSIGN TO "LEAVEGL.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------
      * PARAMETER CARD - THE COMPANY BEING VALUED AND THE
      * PERIOD-END DATE THE ACCRUAL IS BOOKED UNDER.
      *--------------------------------------------------------
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           05  LP-COMPANY           PIC X(4).
           05  LP-PERIOD-END        PIC 9(8).
           05  FILLER               PIC X(68).
       FD  LEAVE-BALANCE-FILE.
           COPY LEAVBALR.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMASTR.
       FD  LIABILITY-REPORT-FILE.
       01  LIABILITY-REPORT-REC PIC X(110).
      *--------------------------------------------------------
      * SAME IMPORT LAYOUT AS GLDIST.TXT.
      *--------------------------------------------------------
       FD  LEAVE-GL-FILE.
       01  GL-DIST-REC.
           05  GL-COMPANY           PIC X(4).
           05  FILLER               PIC X(1).
           05  GL-PERIOD            PIC 9(8).
           05  FILLER               PIC X(1).
           05  GL-ACCOUNT           PIC X(4).
           05  FILLER               PIC X(1).
           05  GL-COST-CENTER       PIC X(4).
           05  FILLER               PIC X(1).
           05  GL-DR-CR             PIC X(1).
           05  FILLER               PIC X(1).
           05  GL-AMOUNT            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2).
           05  GL-DESCRIPTION       PIC X(26).
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-LEAVE-STATUS       PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-LEAVE-EOF          PIC X.
       01  WS-RUN-COMPANY        PIC X(4).
       01  WS-PERIOD-END         PIC 9(8).
      *--------------------------------------------------------
      * PAYROLL CYCLE LEDGER (CYCLEDGR.DAT) - THIS RUN'S OWN
      * STEP ENTRY.
      *--------------------------------------------------------
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-LEDGER-FOUND       PIC X.
       01  WS-STEP-KEY.
           05  LDS-COMPANY          PIC X(4).
           05  LDS-PERIOD-DATE      PIC 9(8).
           05  LDS-RUN-ID           PIC X(2).
           05  LDS-STEP             PIC X(8) VALUE 'LEAVERPT'.
           05  LDS-MODE             PIC X VALUE SPACE.
      *--------------------------------------------------------
      * A PAY STEP (PAYROLL OR SUPPAY) FOUND STILL OPEN ON THE
      * LEDGER - ITS RESTART IS PENDING ON CHECKPT.DAT. SCAN
      * COMPANY SPACES LOOKS ACROSS EVERY COMPANY.
      *--------------------------------------------------------
       01  WS-SCAN-COMPANY       PIC X(4).
       01  WS-PAY-BUSY           PIC X.
       01  WS-LEDGER-EOF         PIC X.
       01  WS-BUSY-KEY.
           05  LDB-COMPANY          PIC X(4).
           05  LDB-PERIOD-DATE      PIC 9(8).
           05  LDB-RUN-ID           PIC X(2).
           05  LDB-STEP             PIC X(8).
           05  LDB-MODE             PIC X.
      *--------------------------------------------------------
      * HOURLY VALUE OF AN HOUR OF LEAVE - THE MASTER RATE FOR
      * HOURLY STAFF, THE PER-PERIOD SALARY OVER A 40-HOUR
      * WEEK FOR SALARIED STAFF.
      *--------------------------------------------------------
       01  WS-HOUR-VALUE         PIC 9(4)V99.
      *--------------------------------------------------------
      * ONE ROW PER LEAVE BALANCE, SORTED INTO DEPARTMENT
      * ORDER BEFORE PRINTING. SICK LEAVE IS NOT PAID OUT AT
      * SEPARATION, SO ITS HOURS ARE CARRIED FOR INFORMATION
      * ONLY - THE LIABILITY IS VACATION PLUS HOLIDAY.
      *--------------------------------------------------------
       01  WS-LB-COUNT           PIC 9(4) VALUE 0.
       01  WS-LB-TABLE.
           05  WS-LB-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-LB-COUNT
                   INDEXED BY LB-IDX.
               10  LB-DEPT          PIC X(4).
               10  LB-EMP-ID        PIC 9(6).
               10  LB-NAME          PIC X(20).
               10  LB-HOUR-VALUE    PIC 9(4)V99.
               10  LB-VAC-HOURS     PIC 9(4)V99.
               10  LB-SICK-HOURS    PIC 9(4)V99.
               10  LB-HOL-HOURS     PIC 9(4)V99.
               10  LB-LIABILITY     PIC 9(7)V99.
       01  WS-PREV-DEPT          PIC X(4).
       01  WS-DEPT-VAC-HOURS     PIC 9(6)V99 VALUE 0.
       01  WS-DEPT-SICK-HOURS    PIC 9(6)V99 VALUE 0.
       01  WS-DEPT-HOL-HOURS     PIC 9(6)V99 VALUE 0.
       01  WS-DEPT-LIABILITY     PIC 9(9)V99 VALUE 0.
      *--------------------------------------------------------
      * ONE GL DEBIT PER DEPARTMENT, KEPT AS THE DEPARTMENT
      * SUBTOTALS ARE PRINTED.
      *--------------------------------------------------------
       01  WS-GLD-COUNT          PIC 9(4) VALUE 0.
       01  WS-GLD-TABLE.
           05  WS-GLD-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-GLD-COUNT.
               10  GLD-DEPT         PIC X(4).
               10  GLD-AMOUNT       PIC 9(9)V99.
       01  WS-GLD-IDX            PIC 9(5).
      *--------------------------------------------------------
      * COMPANY TOTALS FOR THE REPORT TRAILER.
      *--------------------------------------------------------
       01  WS-TOT-EMPLOYEES      PIC 9(5) VALUE 0.
       01  WS-TOT-VAC-HOURS      PIC 9(7)V99 VALUE 0.
       01  WS-TOT-SICK-HOURS     PIC 9(7)V99 VALUE 0.
       01  WS-TOT-HOL-HOURS      PIC 9(7)V99 VALUE 0.
       01  WS-TOT-LIABILITY      PIC 9(9)V99 VALUE 0.
       01  WS-NO-MASTER-COUNT    PIC 9(5) VALUE 0.
       01  LEAVE-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(32) VALUE
               'ACCRUED LEAVE LIABILITY'.
           05  FILLER               PIC X(8) VALUE 'COMPANY '.
           05  LH-COMPANY           PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(7) VALUE 'AS OF '.
           05  LH-PERIOD-END        PIC 9(8).
       01  LEAVE-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE 'DEPT'.
           05  FILLER               PIC X(8) VALUE 'EMP-ID'.
           05  FILLER               PIC X(22) VALUE 'NAME'.
           05  FILLER               PIC X(10) VALUE '    RATE'.
           05  FILLER               PIC X(11) VALUE '  VACATION'.
           05  FILLER               PIC X(11) VALUE '   HOLIDAY'.
           05  FILLER               PIC X(11) VALUE '  SICK(M)'.
           05  FILLER               PIC X(14) VALUE '   LIABILITY'.
       01  LEAVE-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  LD-DEPT              PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LD-EMP-ID            PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LD-NAME              PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LD-HOUR-VALUE        PIC Z,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LD-VAC-HOURS         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LD-HOL-HOURS         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LD-SICK-HOURS        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  LD-LIABILITY         PIC Z,ZZZ,ZZ9.99.
       01  LEAVE-SUBTOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  LS-DEPT              PIC X(4).
           05  FILLER               PIC X(30) VALUE
               ' DEPARTMENT TOTAL'.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  LS-VAC-HOURS         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LS-HOL-HOURS         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LS-SICK-HOURS        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X VALUE SPACE.
           05  LS-LIABILITY         PIC ZZ,ZZZ,ZZ9.99.
       01  LEAVE-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  LT-LABEL             PIC X(30).
           05  LT-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-READ-PARAMETER
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LEAVE-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN LEAVE-BALANCE-FILE '
                   'LEAVBAL.DAT - FILE STATUS ' WS-LEAVE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPLOYEE-MASTER-FILE '
                   'EMPMAST.DAT - FILE STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-LOAD-BALANCES
           CLOSE LEAVE-BALANCE-FILE, EMPLOYEE-MASTER-FILE
           OPEN OUTPUT LIABILITY-REPORT-FILE
           OPEN OUTPUT LEAVE-GL-FILE
           MOVE WS-RUN-COMPANY TO LH-COMPANY
           MOVE WS-PERIOD-END  TO LH-PERIOD-END
           WRITE LIABILITY-REPORT-REC FROM LEAVE-HEADING-LINE
           END-WRITE
           WRITE LIABILITY-REPORT-REC FROM LEAVE-COLUMN-LINE
           END-WRITE
           MOVE SPACES TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC END-WRITE
           IF WS-LB-COUNT > 0
               SORT WS-LB-ENTRY ASCENDING KEY LB-DEPT LB-EMP-ID
               MOVE SPACES TO WS-PREV-DEPT
               PERFORM 130-PRINT-BALANCE-ROW
                   VARYING LB-IDX FROM 1 BY 1
                   UNTIL LB-IDX > WS-LB-COUNT
               PERFORM 140-PRINT-DEPT-SUBTOTAL
           END-IF
           PERFORM 150-WRITE-TOTALS
           PERFORM 160-WRITE-GL-ACCRUAL
           CLOSE LIABILITY-REPORT-FILE, LEAVE-GL-FILE
           PERFORM 815-POST-STEP-END
           STOP RUN.

       105-READ-PARAMETER.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'FATAL: NO LEAVE PARAMETER CARD '
                   '(LEAVPARM.TXT) - FILE STATUS ' WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'FATAL: LEAVE PARAMETER CARD IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF LP-COMPANY = SPACES
               DISPLAY 'FATAL: COMPANY CODE MISSING ON LEAVPARM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LP-PERIOD-END NOT NUMERIC OR LP-PERIOD-END = 0
               DISPLAY 'FATAL: PERIOD-END DATE INVALID ON '
                   'LEAVPARM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LP-COMPANY    TO WS-RUN-COMPANY
           MOVE LP-PERIOD-END TO WS-PERIOD-END
           CLOSE PARAMETER-FILE.

       110-LOAD-BALANCES.
           MOVE 'N' TO WS-LEAVE-EOF
           MOVE WS-RUN-COMPANY TO LV-COMPANY
           MOVE 0 TO LV-EMP-ID
           START LEAVE-BALANCE-FILE KEY NOT < LV-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEAVE-EOF
           END-START
           PERFORM UNTIL WS-LEAVE-EOF = 'Y'
               READ LEAVE-BALANCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEAVE-EOF
                   NOT AT END
                       IF LV-COMPANY NOT = WS-RUN-COMPANY
                           MOVE 'Y' TO WS-LEAVE-EOF
                       ELSE
                           PERFORM 120-POST-BALANCE-ROW
                       END-IF
               END-READ
           END-PERFORM.

      *--------------------------------------------------------
      * THE DEPARTMENT AND RATE COME FROM THE MASTER. A
      * BALANCE WITH NO MASTER BEHIND IT CANNOT BE PRICED OR
      * CHARGED TO A DEPARTMENT - IT IS SHOUTED AND THE RUN
      * FLAGGED RATHER THAN BOOKED TO A GUESS.
      *--------------------------------------------------------
       120-POST-BALANCE-ROW.
           MOVE LV-COMPANY TO EMP-COMPANY-MASTER
           MOVE LV-EMP-ID  TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'WARNING: NO MASTER FOR LEAVE BALANCE - '
                       'EMPLOYEE ' LV-EMP-ID ' OMITTED'
                   ADD 1 TO WS-NO-MASTER-COUNT
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF WS-LB-COUNT < 9999
                       PERFORM 125-ADD-BALANCE-ROW
                   ELSE
                       DISPLAY 'WARNING: BALANCE TABLE FULL - '
                           'EMPLOYEE ' LV-EMP-ID ' OMITTED FROM '
                           'LEAVE LIABILITY'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       125-ADD-BALANCE-ROW.
           IF EMP-SALARIED
               DIVIDE EMP-SALARY-PERIOD BY 40
                   GIVING WS-HOUR-VALUE ROUNDED
           ELSE
               MOVE EMP-RATE-MASTER TO WS-HOUR-VALUE
           END-IF
           ADD 1 TO WS-LB-COUNT
           SET LB-IDX TO WS-LB-COUNT
           MOVE EMP-DEPT-MASTER  TO LB-DEPT (LB-IDX)
           MOVE LV-EMP-ID        TO LB-EMP-ID (LB-IDX)
           MOVE EMP-NAME-MASTER  TO LB-NAME (LB-IDX)
           MOVE WS-HOUR-VALUE    TO LB-HOUR-VALUE (LB-IDX)
           MOVE LV-VAC-BALANCE   TO LB-VAC-HOURS (LB-IDX)
           MOVE LV-SICK-BALANCE  TO LB-SICK-HOURS (LB-IDX)
           MOVE LV-HOL-BALANCE   TO LB-HOL-HOURS (LB-IDX)
           COMPUTE LB-LIABILITY (LB-IDX) ROUNDED =
               (LV-VAC-BALANCE + LV-HOL-BALANCE) * WS-HOUR-VALUE.

       130-PRINT-BALANCE-ROW.
           IF LB-DEPT (LB-IDX) NOT = WS-PREV-DEPT
              AND LB-IDX > 1
               PERFORM 140-PRINT-DEPT-SUBTOTAL
           END-IF
           MOVE LB-DEPT (LB-IDX) TO WS-PREV-DEPT
           MOVE LB-DEPT (LB-IDX)       TO LD-DEPT
           MOVE LB-EMP-ID (LB-IDX)     TO LD-EMP-ID
           MOVE LB-NAME (LB-IDX)       TO LD-NAME
           MOVE LB-HOUR-VALUE (LB-IDX) TO LD-HOUR-VALUE
           MOVE LB-VAC-HOURS (LB-IDX)  TO LD-VAC-HOURS
           MOVE LB-HOL-HOURS (LB-IDX)  TO LD-HOL-HOURS
           MOVE LB-SICK-HOURS (LB-IDX) TO LD-SICK-HOURS
           MOVE LB-LIABILITY (LB-IDX)  TO LD-LIABILITY
           WRITE LIABILITY-REPORT-REC FROM LEAVE-DETAIL-LINE
           END-WRITE
           ADD LB-VAC-HOURS (LB-IDX)  TO WS-DEPT-VAC-HOURS
           ADD LB-SICK-HOURS (LB-IDX) TO WS-DEPT-SICK-HOURS
           ADD LB-HOL-HOURS (LB-IDX)  TO WS-DEPT-HOL-HOURS
           ADD LB-LIABILITY (LB-IDX)  TO WS-DEPT-LIABILITY
           ADD 1 TO WS-TOT-EMPLOYEES
           ADD LB-VAC-HOURS (LB-IDX)  TO WS-TOT-VAC-HOURS
           ADD LB-SICK-HOURS (LB-IDX) TO WS-TOT-SICK-HOURS
           ADD LB-HOL-HOURS (LB-IDX)  TO WS-TOT-HOL-HOURS
           ADD LB-LIABILITY (LB-IDX)  TO WS-TOT-LIABILITY.

       140-PRINT-DEPT-SUBTOTAL.
           MOVE WS-PREV-DEPT       TO LS-DEPT
           MOVE WS-DEPT-VAC-HOURS  TO LS-VAC-HOURS
           MOVE WS-DEPT-HOL-HOURS  TO LS-HOL-HOURS
           MOVE WS-DEPT-SICK-HOURS TO LS-SICK-HOURS
           MOVE WS-DEPT-LIABILITY  TO LS-LIABILITY
           WRITE LIABILITY-REPORT-REC FROM LEAVE-SUBTOTAL-LINE
           END-WRITE
           MOVE SPACES TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC END-WRITE
           IF WS-DEPT-LIABILITY > 0 AND WS-GLD-COUNT < 9999
               ADD 1 TO WS-GLD-COUNT
               MOVE WS-PREV-DEPT      TO GLD-DEPT (WS-GLD-COUNT)
               MOVE WS-DEPT-LIABILITY TO GLD-AMOUNT (WS-GLD-COUNT)
           END-IF
           MOVE 0 TO WS-DEPT-VAC-HOURS
           MOVE 0 TO WS-DEPT-SICK-HOURS
           MOVE 0 TO WS-DEPT-HOL-HOURS
           MOVE 0 TO WS-DEPT-LIABILITY.

       150-WRITE-TOTALS.
           MOVE 'EMPLOYEES WITH BALANCES' TO LT-LABEL
           MOVE WS-TOT-EMPLOYEES TO LT-VALUE
           WRITE LIABILITY-REPORT-REC FROM LEAVE-TOTAL-LINE
           END-WRITE
           MOVE 'VACATION HOURS' TO LT-LABEL
           MOVE WS-TOT-VAC-HOURS TO LT-VALUE
           WRITE LIABILITY-REPORT-REC FROM LEAVE-TOTAL-LINE
           END-WRITE
           MOVE 'HOLIDAY HOURS' TO LT-LABEL
           MOVE WS-TOT-HOL-HOURS TO LT-VALUE
           WRITE LIABILITY-REPORT-REC FROM LEAVE-TOTAL-LINE
           END-WRITE
           MOVE 'SICK HOURS (MEMO)' TO LT-LABEL
           MOVE WS-TOT-SICK-HOURS TO LT-VALUE
           WRITE LIABILITY-REPORT-REC FROM LEAVE-TOTAL-LINE
           END-WRITE
           MOVE 'TOTAL ACCRUED LIABILITY' TO LT-LABEL
           MOVE WS-TOT-LIABILITY TO LT-VALUE
           WRITE LIABILITY-REPORT-REC FROM LEAVE-TOTAL-LINE
           END-WRITE
           IF WS-NO-MASTER-COUNT > 0
               MOVE 'BALANCES WITH NO MASTER' TO LT-LABEL
               MOVE WS-NO-MASTER-COUNT TO LT-VALUE
               WRITE LIABILITY-REPORT-REC FROM LEAVE-TOTAL-LINE
               END-WRITE
           END-IF.

      *--------------------------------------------------------
      * A SELF-BALANCING ENTRY - LEAVE EXPENSE DEBITED TO EACH
      * DEPARTMENT, ONE LIABILITY CREDIT FOR THE TOTAL. IT IS
      * THE FULL BALANCE AT PERIOD END, SO THE GL REVERSES IT
      * ON THE FIRST OF THE NEXT PERIOD.
      *--------------------------------------------------------
       160-WRITE-GL-ACCRUAL.
           IF WS-TOT-LIABILITY > 0
               PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
                   UNTIL WS-GLD-IDX > WS-GLD-COUNT
                   MOVE SPACES TO GL-DIST-REC
                   MOVE WS-RUN-COMPANY TO GL-COMPANY
                   MOVE WS-PERIOD-END  TO GL-PERIOD
                   MOVE '5160'         TO GL-ACCOUNT
                   MOVE GLD-DEPT (WS-GLD-IDX) TO GL-COST-CENTER
                   MOVE 'D'            TO GL-DR-CR
                   MOVE GLD-AMOUNT (WS-GLD-IDX) TO GL-AMOUNT
                   MOVE 'LEAVE EXPENSE-AUTO REVERSE' TO GL-DESCRIPTION
                   WRITE GL-DIST-REC END-WRITE
               END-PERFORM
               MOVE SPACES TO GL-DIST-REC
               MOVE WS-RUN-COMPANY   TO GL-COMPANY
               MOVE WS-PERIOD-END    TO GL-PERIOD
               MOVE '2180'           TO GL-ACCOUNT
               MOVE SPACES           TO GL-COST-CENTER
               MOVE 'C'              TO GL-DR-CR
               MOVE WS-TOT-LIABILITY TO GL-AMOUNT
               MOVE 'ACCRUED LEAVE LIABILITY' TO GL-DESCRIPTION
               WRITE GL-DIST-REC END-WRITE
           END-IF.

      *--------------------------------------------------------
      * PAYROLL CYCLE LEDGER. THE LEDGER IS SYSTEM-BUILT, SO
      * LIKE PAYHIST.DAT IT IS CREATED EMPTY ON FIRST USE.
      *--------------------------------------------------------
       800-OPEN-LEDGER.
           OPEN I-O CYCLE-LEDGER-FILE
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT CYCLE-LEDGER-FILE
               CLOSE CYCLE-LEDGER-FILE
               OPEN I-O CYCLE-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN CYCLE-LEDGER-FILE '
                   'CYCLEDGR.DAT - FILE STATUS ' WS-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *--------------------------------------------------------
      * BALANCES ARE ONLY SETTLED ONCE THE COMPANY'S LAST PAY
      * STEP HAS COMPLETED - NO LIABILITY ACCRUAL WHILE ONE IS
      * STILL OPEN ON THE LEDGER. POSTS UNDER THE PERIOD-END
      * DATE.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE WS-RUN-COMPANY TO LDS-COMPANY
           MOVE WS-PERIOD-END TO LDS-PERIOD-DATE
           MOVE SPACES TO LDS-RUN-ID
           MOVE LDS-COMPANY TO WS-SCAN-COMPANY
           PERFORM 820-FIND-PAY-IN-PROGRESS
           IF WS-PAY-BUSY = 'Y'
               DISPLAY 'FATAL: ' LDB-STEP ' FOR ' LDB-COMPANY
                   ' PERIOD ' LDB-PERIOD-DATE ' RUN ' LDB-RUN-ID
                   ' NEVER COMPLETED - FINISH ITS RESTART FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *--------------------------------------------------------
      * A RERUN OF THE STEP REUSES ITS ENTRY - THE START PUTS
      * IT BACK TO S AND CLEARS THE LAST COMPLETION, SO A RUN
      * THAT NEVER REACHES 815- IS LEFT SHOWING AS NOT DONE.
      *--------------------------------------------------------
       810-POST-STEP-START.
           MOVE WS-STEP-KEY TO LG-KEY
           PERFORM 830-READ-LEDGER-ENTRY
           IF WS-LEDGER-FOUND = 'N'
               MOVE SPACES TO LG-STEP-DATA
               MOVE WS-STEP-KEY TO LG-KEY
               MOVE 0 TO LG-RUN-COUNT
           END-IF
           MOVE 'S' TO LG-STATUS
           MOVE 0 TO LG-RETURN-CODE
           MOVE 0 TO LG-END-DATE
           MOVE 0 TO LG-END-TIME
           ACCEPT LG-START-DATE FROM DATE YYYYMMDD
           ACCEPT LG-START-TIME FROM TIME
           ADD 1 TO LG-RUN-COUNT
           PERFORM 840-SAVE-LEDGER-ENTRY.

       815-POST-STEP-END.
           MOVE WS-STEP-KEY TO LG-KEY
           PERFORM 830-READ-LEDGER-ENTRY
           IF WS-LEDGER-FOUND = 'Y'
               IF RETURN-CODE < 12
                   MOVE 'C' TO LG-STATUS
               ELSE
                   MOVE 'F' TO LG-STATUS
               END-IF
               MOVE RETURN-CODE TO LG-RETURN-CODE
               ACCEPT LG-END-DATE FROM DATE YYYYMMDD
               ACCEPT LG-END-TIME FROM TIME
               PERFORM 840-SAVE-LEDGER-ENTRY
           ELSE
               DISPLAY 'WARNING: ' LDS-STEP ' ENTRY MISSING FROM '
                   'CYCLEDGR.DAT - COMPLETION NOT POSTED'
           END-IF
           CLOSE CYCLE-LEDGER-FILE.

      *--------------------------------------------------------
      * LOOKS FOR A PAY STEP THAT STARTED AND NEVER COMPLETED -
      * A PAYROLL OR SUPPAY RESTART STILL PENDING ON CHECKPT.DAT.
      * THIS RUN'S OWN ENTRY IS NOT COUNTED.
      *--------------------------------------------------------
       820-FIND-PAY-IN-PROGRESS.
           MOVE 'N' TO WS-PAY-BUSY
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO LG-KEY
           IF WS-SCAN-COMPANY NOT = SPACES
               MOVE WS-SCAN-COMPANY TO LG-COMPANY
           END-IF
           START CYCLE-LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ CYCLE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF WS-SCAN-COMPANY NOT = SPACES AND
                          LG-COMPANY NOT = WS-SCAN-COMPANY
                           MOVE 'Y' TO WS-LEDGER-EOF
                       ELSE
                           PERFORM 821-CHECK-PAY-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       821-CHECK-PAY-ENTRY.
           IF (LG-STEP = 'PAYROLL' OR LG-STEP = 'SUPPAY')
              AND NOT LG-COMPLETED
              AND LG-KEY NOT = WS-STEP-KEY
               MOVE 'Y' TO WS-PAY-BUSY
               MOVE LG-KEY TO WS-BUSY-KEY
               MOVE 'Y' TO WS-LEDGER-EOF
           END-IF.

       830-READ-LEDGER-ENTRY.
           READ CYCLE-LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEDGER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-FOUND
           END-READ.

       840-SAVE-LEDGER-ENTRY.
           IF WS-LEDGER-FOUND = 'Y'
               REWRITE CYCLE-LEDGER-REC
               END-REWRITE
           ELSE
               WRITE CYCLE-LEDGER-REC
               END-WRITE
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT POST TO CYCLE-LEDGER-FILE '
                   'CYCLEDGR.DAT - FILE STATUS ' WS-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
