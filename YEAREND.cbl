      * REPORTED-BEFORE-RESET SAFETY THE QUARTER CLOSE IN    *
      * TAXRPT GIVES THE QTD BUCKETS. THE QTD BUCKETS        *
      * THEMSELVES ARE TAXRPT'S TO CLOSE (MODE C) AHEAD OF   *
      * THIS RUN. A MODE-C CLOSE ALSO PURGES TERMINATED      *
      * EMPLOYEES WHO HAVE NOTHING LEFT TO REPORT, WITH      *
      * THEIR LEAVE BALANCE RECORDS.                         *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-KEY
            FILE STATUS IS WS-MASTER-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LV-KEY
            FILE STATUS IS WS-LEAVE-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
           05  AR-YTD-STATE-TAX     PIC 9(6)V99.
           05  AR-YTD-FICA-TAX     PIC 9(6)V99.
           05  AR-YTD-401K          PIC 9(6)V99.
           05  AR-STATE-DETAIL OCCURS 4 TIMES.
               10  AR-STATE-CODE    PIC X(2).
               10  AR-STATE-WAGES   PIC 9(7)V99.
               10  AR-STATE-TAX     PIC 9(6)V99.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMASTR.
       FD  LEAVE-BALANCE-FILE.
           COPY LEAVBALR.
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-ARCHIVE-STATUS     PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-LEAVE-STATUS       PIC XX.
       01  WS-LEAVE-FILE-OPEN    PIC X VALUE 'N'.
       01  WS-MASTER-EOF         PIC X VALUE 'N'.
       01  WS-RUN-YEAR           PIC 9(4).
       01  WS-RUN-COMPANY        PIC X(4).
           88  MODE-ARCHIVE-ONLY     VALUE 'R'.
           88  MODE-CLOSE            VALUE 'C'.
           88  MODE-KNOWN            VALUE 'R' 'C'.
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
           05  LDS-STEP             PIC X(8) VALUE 'YEAREND'.
           05  LDS-MODE             PIC X VALUE SPACE.
      *--------------------------------------------------------
      * THE LEDGER ENTRY A PREREQUISITE CHECK LOOKS UP.
      *--------------------------------------------------------
       01  WS-PREREQ-KEY.
           05  LDP-COMPANY          PIC X(4).
           05  LDP-PERIOD-DATE      PIC 9(8).
           05  LDP-RUN-ID           PIC X(2).
           05  LDP-STEP             PIC X(8).
           05  LDP-MODE             PIC X.
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
      * THE CLOSING YEAR'S LAST DAY - THE LEDGER PERIOD THIS
      * RUN AND THE DECEMBER QUARTER CLOSE ARE POSTED UNDER.
      *--------------------------------------------------------
       01  WS-CLOSE-DATE         PIC 9(8).
       01  WS-CLOSE-DATE-SPLIT REDEFINES WS-CLOSE-DATE.
           05  CD-YYYY              PIC 9(4).
           05  CD-MMDD              PIC 9(4).
       01  WS-ARCHIVE-COUNT      PIC 9(5) VALUE 0.
       01  WS-RESET-COUNT        PIC 9(5) VALUE 0.
       01  WS-PURGE-COUNT        PIC 9(5) VALUE 0.
       01  WS-TERM-DATE-WORK     PIC 9(8).
       01  WS-TERM-DATE-SPLIT REDEFINES WS-TERM-DATE-WORK.
           05  WS-TD-YYYY           PIC 9(4).
           05  WS-TD-MMDD           PIC 9(4).
       01  WS-ARCH-EOF           PIC X.
       01  WS-ALREADY-ARCHIVED   PIC X.
       01  WS-ST-IDX             PIC 9.
       01  WS-STATE-RESET        PIC X.
      *--------------------------------------------------------
      * Y = THIS EMPLOYEE'S YTD RESET DID NOT REACH THE MASTER,
      * SO THE RECORD IS NOT PURGED.
      *--------------------------------------------------------
       01  WS-RESET-FAILED       PIC X.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-READ-PARAMETER
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           OPEN I-O EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPLOYEE-MASTER-FILE '
               PERFORM 130-RESET-PASS
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
           IF WS-LEAVE-FILE-OPEN = 'Y'
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           DISPLAY 'YEAR ' WS-RUN-YEAR ' - EMPLOYEES ARCHIVED: '
               WS-ARCHIVE-COUNT
           IF MODE-CLOSE
               DISPLAY 'YEAR ' WS-RUN-YEAR ' - YTD BUCKETS RESET: '
                   WS-RESET-COUNT
               DISPLAY 'YEAR ' WS-RUN-YEAR ' - TERMINATED EMPLOYEES '
                   'PURGED: ' WS-PURGE-COUNT
           END-IF
           PERFORM 815-POST-STEP-END
           STOP RUN.

      *--------------------------------------------------------
               MOVE EMP-YTD-STATE-TAX  TO AR-YTD-STATE-TAX
               MOVE EMP-YTD-FICA-TAX   TO AR-YTD-FICA-TAX
               MOVE EMP-YTD-401K       TO AR-YTD-401K
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > 4
                   MOVE EMP-ST-CODE (WS-ST-IDX)
                       TO AR-STATE-CODE (WS-ST-IDX)
                   MOVE EMP-ST-YTD-WAGES (WS-ST-IDX)
                       TO AR-STATE-WAGES (WS-ST-IDX)
                   MOVE EMP-ST-YTD-TAX (WS-ST-IDX)
                       TO AR-STATE-TAX (WS-ST-IDX)
               END-PERFORM
               WRITE YTD-ARCHIVE-REC END-WRITE
               ADD 1 TO WS-ARCHIVE-COUNT
           END-IF.
      * BEHAVES.
      *--------------------------------------------------------
       130-RESET-PASS.
      *--------------------------------------------------------
      * LEAVE BALANCES GO WITH A PURGED EMPLOYEE. AN INSTALL
      * THAT HAS NEVER RUN LEAVE ACCRUAL HAS NO LEAVBAL.DAT,
      * AND THE PURGE SIMPLY HAS NOTHING TO REMOVE THERE.
      *--------------------------------------------------------
           OPEN I-O LEAVE-BALANCE-FILE
           IF WS-LEAVE-STATUS = '00'
               MOVE 'Y' TO WS-LEAVE-FILE-OPEN
           END-IF
           MOVE 'N' TO WS-MASTER-EOF
           MOVE WS-RUN-COMPANY TO EMP-COMPANY-MASTER
           MOVE 0 TO EMP-ID-MASTER
                           MOVE 'Y' TO WS-MASTER-EOF
                       ELSE
                           PERFORM 140-RESET-EMPLOYEE
                           PERFORM 150-PURGE-TERMINATED
                       END-IF
               END-READ
           END-PERFORM.

       140-RESET-EMPLOYEE.
           MOVE 'N' TO WS-RESET-FAILED
           PERFORM 145-CHECK-STATE-SLOTS
           IF EMP-YTD-WAGES > 0 OR EMP-YTD-HOURS > 0
              OR EMP-YTD-FED-TAX > 0 OR EMP-YTD-STATE-TAX > 0
              OR EMP-YTD-FICA-TAX > 0 OR EMP-YTD-401K > 0
              OR WS-STATE-RESET = 'Y'
               MOVE 0 TO EMP-YTD-HOURS
               MOVE 0 TO EMP-YTD-WAGES
               MOVE 0 TO EMP-YTD-FED-TAX
               MOVE 0 TO EMP-YTD-STATE-TAX
               MOVE 0 TO EMP-YTD-FICA-TAX
               MOVE 0 TO EMP-YTD-401K
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > 4
                   MOVE 0 TO EMP-ST-YTD-WAGES (WS-ST-IDX)
                   MOVE 0 TO EMP-ST-YTD-TAX (WS-ST-IDX)
                   IF EMP-ST-QTD-WAGES (WS-ST-IDX) = 0
                      AND EMP-ST-QTD-TAX (WS-ST-IDX) = 0
                       MOVE SPACES TO EMP-ST-CODE (WS-ST-IDX)
                   END-IF
               END-PERFORM
               REWRITE EMPLOYEE-MASTER-REC
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'WARNING: YTD RESET FAILED FOR EMPLOYEE '
                       EMP-ID-MASTER ' - FILE STATUS '
                       WS-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-RESET-FAILED
               ELSE
                   ADD 1 TO WS-RESET-COUNT
               END-IF
           END-IF.

      *--------------------------------------------------------
      * THE MASTER'S STATE SLOTS START THE NEW YEAR EMPTY SO
      * A MOVE TO ANOTHER STATE CAN TAKE ONE. A SLOT STILL
      * HOLDING UNCLOSED QTD FIGURES KEEPS ITS STATE CODE
      * UNTIL TAXRPT CLOSES THAT QUARTER.
      *--------------------------------------------------------
       145-CHECK-STATE-SLOTS.
           MOVE 'N' TO WS-STATE-RESET
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > 4
               IF EMP-ST-YTD-WAGES (WS-ST-IDX) > 0
                  OR EMP-ST-YTD-TAX (WS-ST-IDX) > 0
                  OR (EMP-ST-CODE (WS-ST-IDX) NOT = SPACES
                      AND EMP-ST-QTD-WAGES (WS-ST-IDX) = 0
                      AND EMP-ST-QTD-TAX (WS-ST-IDX) = 0)
                   MOVE 'Y' TO WS-STATE-RESET
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * A TERMINATED EMPLOYEE IS PURGED ONLY WHEN THERE IS
      * NOTHING LEFT TO REPORT: SEPARATED IN OR BEFORE THE
      * YEAR BEING CLOSED, NO FINAL CHECK STILL OWED, THE YTD
      * BUCKETS ARCHIVED AND RESET ABOVE, AND THE QTD BUCKETS
      * ALREADY CLOSED BY TAXRPT. A RECORD FAILING ANY TEST
      * STAYS FOR NEXT YEAR'S CLOSE. ONE WHOSE RESET FAILED
      * STAYS TOO - THE MASTER STILL HOLDS ITS YTD FIGURES -
      * AND THE RERUN OF THE CLOSE RESETS AND PURGES IT.
      *--------------------------------------------------------
       150-PURGE-TERMINATED.
           IF WS-RESET-FAILED = 'Y'
               IF EMP-TERMINATED
                   DISPLAY 'WARNING: PURGE SKIPPED FOR EMPLOYEE '
                       EMP-ID-MASTER ' - YTD RESET FAILED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 152-CHECK-PURGE
           END-IF.

       152-CHECK-PURGE.
           IF EMP-TERMINATED AND NOT EMP-FINAL-CHECK-DUE
              AND EMP-TERM-DATE NUMERIC
              AND EMP-YTD-WAGES = 0 AND EMP-YTD-HOURS = 0
              AND EMP-YTD-FED-TAX = 0 AND EMP-YTD-STATE-TAX = 0
              AND EMP-YTD-FICA-TAX = 0 AND EMP-YTD-401K = 0
              AND EMP-QTD-WAGES = 0 AND EMP-QTD-FED-TAX = 0
              AND EMP-QTD-STATE-TAX = 0 AND EMP-QTD-FICA-TAX = 0
               MOVE EMP-TERM-DATE TO WS-TERM-DATE-WORK
               IF WS-TD-YYYY NOT > WS-RUN-YEAR
                   PERFORM 155-DELETE-TERMINATED
               END-IF
           END-IF.

       155-DELETE-TERMINATED.
           DELETE EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY 'WARNING: PURGE FAILED FOR EMPLOYEE '
                       EMP-ID-MASTER ' - FILE STATUS '
                       WS-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-PURGE-COUNT
                   DISPLAY 'PURGED TERMINATED EMPLOYEE '
                       EMP-ID-MASTER ' ' EMP-NAME-MASTER
                       ' TERMINATED ' EMP-TERM-DATE
                   IF WS-LEAVE-FILE-OPEN = 'Y'
                       MOVE EMP-COMPANY-MASTER TO LV-COMPANY
                       MOVE EMP-ID-MASTER      TO LV-EMP-ID
                       DELETE LEAVE-BALANCE-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-DELETE.

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
      * THE YTD BUCKETS ARE ONLY WHOLE ONCE THE COMPANY'S LAST
      * PAY STEP HAS COMPLETED, AND A CLOSE (MODE C) ALSO NEEDS
      * THE DECEMBER QUARTER CLOSED BY TAXRPT (MODE C) FIRST.
      * THE RUN POSTS UNDER THE YEAR'S LAST DAY AND ITS MODE.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE WS-RUN-YEAR    TO CD-YYYY
           MOVE 1231           TO CD-MMDD
           MOVE WS-RUN-COMPANY TO LDS-COMPANY
           MOVE WS-CLOSE-DATE  TO LDS-PERIOD-DATE
           MOVE SPACES         TO LDS-RUN-ID
           MOVE WS-RUN-MODE    TO LDS-MODE
           MOVE WS-RUN-COMPANY TO WS-SCAN-COMPANY
           PERFORM 820-FIND-PAY-IN-PROGRESS
           IF WS-PAY-BUSY = 'Y'
               DISPLAY 'FATAL: ' LDB-STEP ' FOR ' LDB-COMPANY
                   ' PERIOD ' LDB-PERIOD-DATE ' RUN ' LDB-RUN-ID
                   ' NEVER COMPLETED - FINISH ITS RESTART FIRST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODE-CLOSE
               MOVE WS-STEP-KEY TO WS-PREREQ-KEY
               MOVE 'TAXRPT'    TO LDP-STEP
               MOVE 'C'         TO LDP-MODE
               PERFORM 845-REQUIRE-PREREQ
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

      *--------------------------------------------------------
      * HALTS THE RUN UNLESS THE STEP NAMED IN WS-PREREQ-KEY
      * HAS COMPLETED ON THE LEDGER.
      *--------------------------------------------------------
       845-REQUIRE-PREREQ.
           MOVE WS-PREREQ-KEY TO LG-KEY
           PERFORM 830-READ-LEDGER-ENTRY
           IF WS-LEDGER-FOUND = 'N'
               DISPLAY 'FATAL: ' LDP-STEP ' HAS NOT RUN FOR '
                   LDP-COMPANY ' PERIOD ' LDP-PERIOD-DATE ' RUN '
                   LDP-RUN-ID ' - ' LDS-STEP ' CANNOT START'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT LG-COMPLETED
               DISPLAY 'FATAL: ' LDP-STEP ' FOR ' LDP-COMPANY
                   ' PERIOD ' LDP-PERIOD-DATE ' RUN ' LDP-RUN-ID
                   ' HAS NOT COMPLETED - ' LDS-STEP ' CANNOT START'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
