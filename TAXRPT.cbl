      *       (ZEROES THE MASTER QTD FIELDS)                 *
      *   W - W-2 EXTRACT ONLY                               *
      *   A - BOTH REPORTS, NO CLOSE                         *
      * AND, OPTIONALLY, THE QUARTER-END DATE (YYYYMMDD) OF  *
      * THE QUARTER TO REPORT OR CLOSE. LEFT BLANK, IT IS    *
      * THE EARLIEST QUARTER WITH A COMPLETED PAY CYCLE THAT *
      * HAS NOT YET BEEN CLOSED.                             *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-KEY
            FILE STATUS IS WS-MASTER-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           05  TP-MODE              PIC X.
           05  TP-COMPANY           PIC X(4).
           05  TP-QTR-END-DATE      PIC X(8).
           05  FILLER               PIC X(67).
       FD  QUARTERLY-REPORT-FILE.
       01  QUARTERLY-REPORT-REC PIC X(110).
      *--------------------------------------------------------
      * W-2 EXTRACT RECORD - THE FIXED LAYOUT THE SERVICE
      * BUREAU TAKES: ZONED AMOUNTS, TWO ASSUMED DECIMALS.
      * W2-STATE-DETAIL CARRIES BOXES 15-17 FOR UP TO FOUR
      * STATES, UNUSED ENTRIES BLANK STATE AND ZERO AMOUNTS.
      *--------------------------------------------------------
       FD  W2-EXTRACT-FILE.
       01  W2-EXTRACT-REC.
           05  W2-YTD-FED-TAX       PIC 9(6)V99.
           05  W2-YTD-STATE-TAX     PIC 9(6)V99.
           05  W2-YTD-FICA-TAX      PIC 9(6)V99.
           05  W2-STATE-DETAIL OCCURS 4 TIMES.
               10  W2-STATE-CODE    PIC X(2).
               10  W2-STATE-WAGES   PIC 9(7)V99.
               10  W2-STATE-TAX     PIC 9(6)V99.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMASTR.
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
           88  MODE-W2               VALUE 'W' 'A'.
           88  MODE-KNOWN            VALUE 'Q' 'C' 'W' 'A'.
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
           05  LDS-STEP             PIC X(8) VALUE 'TAXRPT'.
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
      * A COMPANY'S CURRENT CYCLE - THE LAST PAY STEP STARTED.
      *--------------------------------------------------------
       01  WS-CUR-COMPANY        PIC X(4).
       01  WS-CUR-PERIOD-DATE    PIC 9(8).
       01  WS-CUR-RUN-ID         PIC X(2).
       01  WS-CUR-STEP           PIC X(8).
      *--------------------------------------------------------
      * THE QUARTER THIS RUN REPORTS OR CLOSES, POSTED ON THE
      * LEDGER UNDER ITS QUARTER-END DATE.
      *--------------------------------------------------------
       01  WS-QTR-END-DATE       PIC 9(8).
       01  WS-QTR-END-SPLIT REDEFINES WS-QTR-END-DATE.
           05  QE-YYYY              PIC 9(4).
           05  QE-MM                PIC 9(2).
           05  QE-DD                PIC 9(2).
       01  WS-PARM-QTR-END       PIC X(8).
      *--------------------------------------------------------
      * THE LEDGER SCAN FOR THE QUARTER TO WORK - THE LAST
      * QUARTER CLOSED AND THE FIRST ONE AFTER IT WITH A PAY
      * CYCLE COMPLETED.
      *--------------------------------------------------------
       01  WS-CLOSED-QTR-END     PIC 9(8).
       01  WS-OPEN-QTR-END       PIC 9(8).
      *--------------------------------------------------------
      * COMPANY-LEVEL ACCUMULATORS FOR THE 941 SUMMARY BLOCK.
      *--------------------------------------------------------
       01  WS-QTR-EMPLOYEES      PIC 9(5) VALUE 0.
       01  WS-QTR-FICA-TAX       PIC 9(8)V99 VALUE 0.
       01  WS-QTR-FICA-TOTAL     PIC 9(9)V99 VALUE 0.
       01  WS-W2-COUNT           PIC 9(5) VALUE 0.
      *--------------------------------------------------------
      * QTD STATE WAGES AND WITHHOLDING BY STATE, FROM THE
      * MASTER'S STATE SLOTS, FOR EACH STATE'S QUARTERLY RETURN.
      *--------------------------------------------------------
       01  WS-ST-IDX             PIC 9.
       01  WS-QS-IDX             PIC 9(2).
       01  WS-QS-FOUND           PIC X.
       01  WS-QTR-STATE-COUNT    PIC 9(2) VALUE 0.
       01  WS-QTR-STATE-TABLE.
           05  WS-QTR-STATE-ENTRY OCCURS 60 TIMES.
               10  QS-STATE         PIC X(2).
               10  QS-WAGES         PIC 9(9)V99.
               10  QS-TAX           PIC 9(8)V99.
       01  QTR-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(44) VALUE
           05  FILLER               PIC X(4) VALUE SPACES.
           05  QT-LABEL             PIC X(34).
           05  QT-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
       01  QTR-STATE-LINE.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE 'STATE '.
           05  QSL-STATE            PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE 'WAGES '.
           05  QSL-WAGES            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE 'WITHHELD '.
           05  QSL-TAX              PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-READ-PARAMETER
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           OPEN I-O EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPLOYEE-MASTER-FILE '
               PERFORM 115-CLOSE-QUARTER-PASS
           END-IF
           CLOSE EMPLOYEE-MASTER-FILE
           PERFORM 815-POST-STEP-END
           STOP RUN.

      *--------------------------------------------------------
           END-READ
           MOVE TP-MODE    TO WS-RUN-MODE
           MOVE TP-COMPANY TO WS-RUN-COMPANY
           MOVE TP-QTR-END-DATE TO WS-PARM-QTR-END
           CLOSE PARAMETER-FILE
           IF NOT MODE-KNOWN
               DISPLAY 'FATAL: UNRECOGNIZED RUN MODE ' WS-RUN-MODE
               DISPLAY 'FATAL: COMPANY CODE MISSING ON TAXPARM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-QTR-END NOT = SPACES
               IF WS-PARM-QTR-END NUMERIC
                   MOVE WS-PARM-QTR-END TO WS-QTR-END-DATE
               ELSE
                   MOVE 0 TO WS-QTR-END-DATE
               END-IF
               IF NOT ((QE-MM = 3 AND QE-DD = 31) OR
                       (QE-MM = 6 AND QE-DD = 30) OR
                       (QE-MM = 9 AND QE-DD = 30) OR
                       (QE-MM = 12 AND QE-DD = 31))
                   DISPLAY 'FATAL: QUARTER-END DATE ' WS-PARM-QTR-END
                       ' ON TAXPARM.TXT IS NOT A QUARTER END'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *--------------------------------------------------------
               ADD EMP-QTD-FED-TAX    TO WS-QTR-FED-TAX
               ADD EMP-QTD-STATE-TAX  TO WS-QTR-STATE-TAX
               ADD EMP-QTD-FICA-TAX   TO WS-QTR-FICA-TAX
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > 4
                   IF EMP-ST-CODE (WS-ST-IDX) NOT = SPACES
                       PERFORM 125-ADD-QTR-STATE
                   END-IF
               END-PERFORM
           END-IF
           IF MODE-W2 AND EMP-YTD-WAGES > 0
               MOVE EMP-ID-MASTER     TO W2-EMP-ID
               MOVE EMP-YTD-FED-TAX   TO W2-YTD-FED-TAX
               MOVE EMP-YTD-STATE-TAX TO W2-YTD-STATE-TAX
               MOVE EMP-YTD-FICA-TAX  TO W2-YTD-FICA-TAX
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > 4
                   IF EMP-ST-CODE (WS-ST-IDX) = SPACES
                       MOVE SPACES TO W2-STATE-CODE (WS-ST-IDX)
                       MOVE 0 TO W2-STATE-WAGES (WS-ST-IDX)
                       MOVE 0 TO W2-STATE-TAX (WS-ST-IDX)
                   ELSE
                       MOVE EMP-ST-CODE (WS-ST-IDX)
                           TO W2-STATE-CODE (WS-ST-IDX)
                       MOVE EMP-ST-YTD-WAGES (WS-ST-IDX)
                           TO W2-STATE-WAGES (WS-ST-IDX)
                       MOVE EMP-ST-YTD-TAX (WS-ST-IDX)
                           TO W2-STATE-TAX (WS-ST-IDX)
                   END-IF
               END-PERFORM
               WRITE W2-EXTRACT-REC END-WRITE
               ADD 1 TO WS-W2-COUNT
           END-IF.
      *--------------------------------------------------------
      * THE QTD BUCKETS START OVER ONCE THEIR AMOUNTS HAVE
      * BEEN REPORTED. ONLY RECORDS THAT CARRY A BALANCE ARE
      * REWRITTEN. THE PER-STATE QTD FIGURES GO WITH THEM; THE
      * STATE SLOTS THEMSELVES STAY TAKEN UNTIL YEAR END.
      *--------------------------------------------------------
       120-CLOSE-QUARTER.
           IF EMP-QTD-WAGES > 0 OR EMP-QTD-FED-TAX > 0
              OR EMP-QTD-STATE-TAX > 0 OR EMP-QTD-FICA-TAX > 0
              OR EMP-ST-QTD-WAGES (1) > 0 OR EMP-ST-QTD-WAGES (2) > 0
              OR EMP-ST-QTD-WAGES (3) > 0 OR EMP-ST-QTD-WAGES (4) > 0
               MOVE 0 TO EMP-QTD-WAGES
               MOVE 0 TO EMP-QTD-FED-TAX
               MOVE 0 TO EMP-QTD-STATE-TAX
               MOVE 0 TO EMP-QTD-FICA-TAX
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > 4
                   MOVE 0 TO EMP-ST-QTD-WAGES (WS-ST-IDX)
                   MOVE 0 TO EMP-ST-QTD-TAX (WS-ST-IDX)
               END-PERFORM
               REWRITE EMPLOYEE-MASTER-REC
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY 'WARNING: QTD RESET FAILED FOR EMPLOYEE '
               END-IF
           END-IF.

       125-ADD-QTR-STATE.
           MOVE 'N' TO WS-QS-FOUND
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
               UNTIL WS-QS-IDX > WS-QTR-STATE-COUNT
               IF QS-STATE (WS-QS-IDX) = EMP-ST-CODE (WS-ST-IDX)
                   ADD EMP-ST-QTD-WAGES (WS-ST-IDX)
                       TO QS-WAGES (WS-QS-IDX)
                   ADD EMP-ST-QTD-TAX (WS-ST-IDX)
                       TO QS-TAX (WS-QS-IDX)
                   MOVE 'Y' TO WS-QS-FOUND
                   MOVE WS-QTR-STATE-COUNT TO WS-QS-IDX
               END-IF
           END-PERFORM
           IF WS-QS-FOUND = 'N' AND WS-QTR-STATE-COUNT < 60
               ADD 1 TO WS-QTR-STATE-COUNT
               MOVE EMP-ST-CODE (WS-ST-IDX)
                   TO QS-STATE (WS-QTR-STATE-COUNT)
               MOVE EMP-ST-QTD-WAGES (WS-ST-IDX)
                   TO QS-WAGES (WS-QTR-STATE-COUNT)
               MOVE EMP-ST-QTD-TAX (WS-ST-IDX)
                   TO QS-TAX (WS-QTR-STATE-COUNT)
           END-IF.

       130-WRITE-QTR-TOTALS.
           MOVE SPACES TO QUARTERLY-REPORT-REC
           WRITE QUARTERLY-REPORT-REC END-WRITE
           MOVE 'STATE INCOME TAX WITHHELD' TO QT-LABEL
           MOVE WS-QTR-STATE-TAX TO QT-VALUE
           WRITE QUARTERLY-REPORT-REC FROM QTR-TOTAL-LINE END-WRITE
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
               UNTIL WS-QS-IDX > WS-QTR-STATE-COUNT
               MOVE QS-STATE (WS-QS-IDX) TO QSL-STATE
               MOVE QS-WAGES (WS-QS-IDX) TO QSL-WAGES
               MOVE QS-TAX (WS-QS-IDX)   TO QSL-TAX
               WRITE QUARTERLY-REPORT-REC FROM QTR-STATE-LINE
               END-WRITE
           END-PERFORM
           MOVE 'FICA TAX WITHHELD (EMPLOYEE)' TO QT-LABEL
           MOVE WS-QTR-FICA-TAX TO QT-VALUE
           WRITE QUARTERLY-REPORT-REC FROM QTR-TOTAL-LINE END-WRITE
           MOVE 'FICA TAX WITH EMPLOYER MATCH' TO QT-LABEL
           MOVE WS-QTR-FICA-TOTAL TO QT-VALUE
           WRITE QUARTERLY-REPORT-REC FROM QTR-TOTAL-LINE END-WRITE.

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
      * THE QTD BUCKETS ARE ONLY WHOLE ONCE THE COMPANY'S LAST
      * PAY STEP HAS COMPLETED - NO REPORT OR CLOSE WHILE ONE
      * IS STILL OPEN ON THE LEDGER. THE QUARTER IS THE ONE ON
      * THE PARAMETER CARD; FAILING THAT, THE EARLIEST QUARTER
      * WITH A COMPLETED PAY CYCLE THAT IS NOT YET CLOSED, SO A
      * CYCLE ALREADY RUN INTO THE NEXT QUARTER CANNOT MOVE THE
      * CLOSE OFF THE QUARTER IT BELONGS TO. WITH EVERY QUARTER
      * CLOSED IT IS THE ONE THE CURRENT CYCLE FALLS IN (THE
      * RUN DATE'S FOR A COMPANY WITH NO CYCLE YET). THE RUN
      * POSTS UNDER THAT QUARTER-END DATE AND ITS RUN MODE -
      * THE YEAR-END CLOSE LOOKS FOR THE DECEMBER QUARTER'S
      * MODE C ENTRY.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           IF WS-PARM-QTR-END = SPACES
               PERFORM 850-FIND-OPEN-QUARTER
               IF WS-OPEN-QTR-END > 0
                   MOVE WS-OPEN-QTR-END TO WS-QTR-END-DATE
               ELSE
                   MOVE WS-RUN-COMPANY TO WS-CUR-COMPANY
                   PERFORM 825-READ-CURRENT-CYCLE
                   IF WS-CUR-PERIOD-DATE = 0
                       ACCEPT WS-QTR-END-DATE FROM DATE YYYYMMDD
                   ELSE
                       MOVE WS-CUR-PERIOD-DATE TO WS-QTR-END-DATE
                   END-IF
                   PERFORM 852-ROUND-TO-QUARTER-END
               END-IF
           END-IF
           MOVE WS-RUN-COMPANY  TO LDS-COMPANY
           MOVE WS-QTR-END-DATE TO LDS-PERIOD-DATE
           MOVE SPACES          TO LDS-RUN-ID
           MOVE WS-RUN-MODE     TO LDS-MODE
           MOVE WS-RUN-COMPANY  TO WS-SCAN-COMPANY
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

      *--------------------------------------------------------
      * THE CURRENT-CYCLE RECORD FOR WS-CUR-COMPANY. A COMPANY
      * WITH NO PAY STEP ON THE LEDGER YET COMES BACK WITH A
      * ZERO PERIOD DATE.
      *--------------------------------------------------------
       825-READ-CURRENT-CYCLE.
           MOVE WS-CUR-COMPANY TO LG-COMPANY
           MOVE 0 TO LG-PERIOD-DATE
           MOVE SPACES TO LG-RUN-ID
           MOVE 'CURRENT' TO LG-STEP
           MOVE SPACE TO LG-MODE
           PERFORM 830-READ-LEDGER-ENTRY
           IF WS-LEDGER-FOUND = 'Y'
               MOVE LG-CUR-PERIOD-DATE TO WS-CUR-PERIOD-DATE
               MOVE LG-CUR-RUN-ID      TO WS-CUR-RUN-ID
               MOVE LG-CUR-STEP        TO WS-CUR-STEP
           ELSE
               MOVE 0      TO WS-CUR-PERIOD-DATE
               MOVE SPACES TO WS-CUR-RUN-ID
               MOVE SPACES TO WS-CUR-STEP
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
      * WALKS THE COMPANY'S LEDGER IN PERIOD-DATE ORDER. A
      * COMPLETED QUARTER CLOSE (TAXRPT MODE C) SETTLES EVERY
      * QUARTER UP TO ITS DATE; THE FIRST COMPLETED PAY CYCLE
      * AFTER THE LAST ONE OPENS THE QUARTER TO WORK. ZERO
      * MEANS EVERY QUARTER PAID SO FAR IS CLOSED.
      *--------------------------------------------------------
       850-FIND-OPEN-QUARTER.
           MOVE 0 TO WS-CLOSED-QTR-END
           MOVE 0 TO WS-OPEN-QTR-END
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO LG-KEY
           MOVE WS-RUN-COMPANY TO LG-COMPANY
           START CYCLE-LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ CYCLE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF LG-COMPANY NOT = WS-RUN-COMPANY
                           MOVE 'Y' TO WS-LEDGER-EOF
                       ELSE
                           PERFORM 851-CHECK-QUARTER-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       851-CHECK-QUARTER-ENTRY.
           IF LG-STEP = 'TAXRPT' AND LG-MODE = 'C'
              AND LG-COMPLETED
               MOVE LG-PERIOD-DATE TO WS-CLOSED-QTR-END
               IF LG-PERIOD-DATE NOT < WS-OPEN-QTR-END
                   MOVE 0 TO WS-OPEN-QTR-END
               END-IF
           END-IF
           IF (LG-STEP = 'PAYROLL' OR LG-STEP = 'SUPPAY')
              AND LG-COMPLETED
              AND WS-OPEN-QTR-END = 0
               MOVE LG-PERIOD-DATE TO WS-QTR-END-DATE
               PERFORM 852-ROUND-TO-QUARTER-END
               IF WS-QTR-END-DATE > WS-CLOSED-QTR-END
                   MOVE WS-QTR-END-DATE TO WS-OPEN-QTR-END
               END-IF
           END-IF.

       852-ROUND-TO-QUARTER-END.
           EVALUATE TRUE
               WHEN QE-MM < 4
                   MOVE 3  TO QE-MM
                   MOVE 31 TO QE-DD
               WHEN QE-MM < 7
                   MOVE 6  TO QE-MM
                   MOVE 30 TO QE-DD
               WHEN QE-MM < 10
                   MOVE 9  TO QE-MM
                   MOVE 30 TO QE-DD
               WHEN OTHER
                   MOVE 12 TO QE-MM
                   MOVE 31 TO QE-DD
           END-EVALUATE.
