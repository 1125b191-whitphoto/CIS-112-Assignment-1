       IDENTIFICATION DIVISION.

       PROGRAM-ID.  RETROPAY.
      ********************************************************
      * RETROACTIVE PAY CALCULATION. EMPLOYEE MAINTENANCE    *
      * QUEUES A REQUEST ON RETROREQ.TXT WHENEVER A RATE OR  *
      * SALARY CHANGE IS KEYED WITH AN EFFECTIVE DATE THAT   *
      * HAS ALREADY PASSED. FOR EACH REQUEST THIS PROGRAM    *
      * READS THE EMPLOYEE'S PAY HISTORY (PAYHIST.DAT) FROM  *
      * THE EFFECTIVE DATE FORWARD, REPRICES EVERY PERIOD    *
      * STILL PAID AT THE OLD FIGURES - REGULAR, OVERTIME,   *
      * SHIFT DIFFERENTIAL AND PAID LEAVE HOURS AT THE NEW   *
      * RATE, OR THE NEW PER-PERIOD SALARY - AND WRITES THE  *
      * DIFFERENCE OWED TO RETROERN.TXT, WHERE THE NEXT      *
      * PAYROLL RUN PICKS IT UP AS A RETRO PAY EARNINGS      *
      * LINE. EVERY PERIOD REPRICED IS LISTED ON THE RETRO   *
      * REGISTER (RETRORPT.TXT) FOR APPROVAL BEFORE THAT RUN.*
      * A RATE DECREASE IS NOT APPLIED RETROACTIVELY - ANY   *
      * RECOVERY OF OVERPAID WAGES IS A MANUAL ADJUSTMENT.   *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-REQUEST-FILE ASSIGN TO "RETROREQ.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-REQUEST-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-HIST-STATUS.
           SELECT RETRO-EARNINGS-FILE ASSIGN TO "RETROERN.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETRO-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
           SELECT RETRO-REPORT-FILE ASSIGN TO "RETRORPT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------
      * SAME LAYOUT EMPMAINT WRITES.
      *--------------------------------------------------------
       FD  RETRO-REQUEST-FILE.
       01  RETRO-REQUEST-REC.
           05  RQ-COMPANY           PIC X(4).
           05  RQ-EMP-ID            PIC 9(6).
           05  RQ-EFF-DATE          PIC 9(8).
           05  RQ-PAY-CLASS         PIC X.
           05  RQ-OLD-RATE          PIC 9V99.
           05  RQ-NEW-RATE          PIC 9V99.
           05  RQ-OLD-SALARY        PIC 9(4)V99.
           05  RQ-NEW-SALARY        PIC 9(4)V99.
           05  RQ-REQUEST-DATE      PIC 9(8).
       FD  PAY-HISTORY-FILE.
           COPY PAYHISTR.
      *--------------------------------------------------------
      * SAME LAYOUT PAYROLL READS. APPENDED TO - ENTRIES STILL
      * UNPAID FROM AN EARLIER CALCULATION STAY ON THE FILE.
      *--------------------------------------------------------
       FD  RETRO-EARNINGS-FILE.
       01  RETRO-EARNINGS-REC.
           05  RE-COMPANY           PIC X(4).
           05  RE-EMP-ID            PIC 9(6).
           05  RE-EFF-DATE          PIC 9(8).
           05  RE-PERIODS           PIC 9(3).
           05  RE-AMOUNT            PIC 9(4)V99.
       FD  RETRO-REPORT-FILE.
       01  RETRO-REPORT-REC PIC X(120).
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS     PIC XX.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-RETRO-STATUS       PIC XX.
       01  WS-REQUEST-EOF        PIC X.
       01  WS-HIST-EOF           PIC X.
       01  WS-RUN-DATE           PIC 9(8).
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
           05  LDS-STEP             PIC X(8) VALUE 'RETROPAY'.
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
      * SHIFT DIFFERENTIAL MULTIPLIER TABLE - SAME VALUES THE
      * PAYROLL RUN PAYS SHIFT SEGMENTS AT.
      *--------------------------------------------------------
       01  SHIFT-DIFF-TABLE-VALUES.
           05  FILLER PIC X(4) VALUE '1100'.
           05  FILLER PIC X(4) VALUE '2110'.
           05  FILLER PIC X(4) VALUE '3115'.
           05  FILLER PIC X(4) VALUE 'W120'.
       01  SHIFT-DIFF-TABLE REDEFINES SHIFT-DIFF-TABLE-VALUES.
           05  SHIFT-DIFF-ENTRY OCCURS 4 TIMES.
               10  SHIFT-DIFF-CODE  PIC X.
               10  SHIFT-DIFF-MULT  PIC 9V99.
       01  WS-SHIFT-IDX          PIC 9.
       01  WS-SHIFT-DIFF-IDX     PIC 9.
       01  WS-SHIFT-MULT         PIC 9V99.
       01  WS-OT-PREMIUM-MULT    PIC 9V99.
       01  WS-SHIFT-HOURS-SUM    PIC 9(3).
       01  WS-CUM-SHIFT-HOURS    PIC 9(2).
       01  WS-SEG-REG-HOURS      PIC 9(2).
       01  WS-SEG-OT-HOURS       PIC 9(2).
       01  WS-SEG-REMAINING-REG  PIC 9(2).
       01  WS-SHIFT-WAGE         PIC 9(3)V99.
       01  WS-OT-RATE            PIC 9(2)V999.
       01  WS-LEAVE-HOURS        PIC 9(3).
      *--------------------------------------------------------
      * ONE PERIOD PRICED AT WS-PRICE-RATE - 140- IS RUN ONCE
      * AT THE RATE ALREADY PAID FOR THE PERIOD AND ONCE AT THE
      * NEW RATE, THE SAME WAY FOR BOTH, SO THE DIFFERENCE IS
      * THE RATE CHANGE ALONE. WS-PAID-PAY IS THE RATE (OR
      * SALARY) TAKEN AS ALREADY PAID.
      *--------------------------------------------------------
       01  WS-PAID-PAY           PIC 9(4)V99.
       01  WS-PRICE-RATE         PIC 9V99.
       01  WS-PRICE-REG          PIC 9(4)V99.
       01  WS-PRICE-OT           PIC 9(4)V99.
       01  WS-PRICE-LEAVE        PIC 9(4)V99.
       01  WS-PRICE-TOTAL        PIC 9(5)V99.
       01  WS-PAID-AMOUNT        PIC 9(5)V99.
       01  WS-REPRICED-AMOUNT    PIC 9(5)V99.
       01  WS-PERIOD-RETRO       PIC 9(5)V99.
       01  WS-REQUEST-SKIP       PIC X.
           88  REQUEST-OK            VALUE 'N'.
           88  REQUEST-SKIPPED       VALUE 'Y'.
       01  WS-SKIP-REASON        PIC X(40).
      *--------------------------------------------------------
      * PER-REQUEST AND RUN TOTALS.
      *--------------------------------------------------------
       01  WS-EMP-PERIODS        PIC 9(3).
       01  WS-EMP-RETRO          PIC 9(6)V99.
       01  WS-EMP-NAME           PIC X(20).
       01  WS-REQUEST-COUNT      PIC 9(5) VALUE 0.
       01  WS-PAID-REQ-COUNT     PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT         PIC 9(5) VALUE 0.
       01  WS-TOTAL-PERIODS      PIC 9(5) VALUE 0.
       01  WS-TOTAL-RETRO        PIC 9(8)V99 VALUE 0.
       01  RETRO-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(40) VALUE
               'RETROACTIVE PAY REGISTER'.
           05  FILLER               PIC X(9) VALUE 'RUN DATE '.
           05  RH-RUN-DATE          PIC 9(8).
       01  RETRO-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE 'CO'.
           05  FILLER               PIC X(8) VALUE 'EMP-ID'.
           05  FILLER               PIC X(22) VALUE 'NAME'.
           05  FILLER               PIC X(10) VALUE 'PERIOD'.
           05  FILLER               PIC X(7) VALUE '  HRS'.
           05  FILLER               PIC X(11) VALUE 'PAID AT'.
           05  FILLER               PIC X(11) VALUE 'NEW RATE'.
           05  FILLER               PIC X(11) VALUE '      PAID'.
           05  FILLER               PIC X(11) VALUE '  REPRICED'.
           05  FILLER               PIC X(11) VALUE '     RETRO'.
       01  RETRO-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RD-COMPANY           PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RD-EMP-ID            PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RD-NAME              PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RD-PERIOD            PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RD-HOURS             PIC ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RD-OLD-PAY           PIC Z,ZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  RD-NEW-PAY           PIC Z,ZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  RD-PAID              PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RD-REPRICED          PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RD-RETRO             PIC ZZ,ZZ9.99.
       01  RETRO-EMP-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RET-COMPANY          PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RET-EMP-ID           PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE 'EFFECTIVE'.
           05  RET-EFF-DATE         PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  RET-PERIODS          PIC ZZ9.
           05  FILLER               PIC X(10) VALUE ' PERIODS'.
           05  RET-NOTE             PIC X(34).
           05  RET-RETRO            PIC ZZZ,ZZ9.99.
       01  RETRO-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RT-LABEL             PIC X(30).
           05  RT-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
       01  RETRO-SIGNOFF-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(44) VALUE
               'APPROVED FOR PAYMENT BY ____________________'.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'DATE ______________'.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RETRO-REQUEST-FILE
           IF WS-REQUEST-STATUS = '35'
               DISPLAY 'NO RETRO REQUESTS (RETROREQ.TXT) - NOTHING '
                   'TO CALCULATE'
               STOP RUN
           END-IF
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN RETRO-REQUEST-FILE '
                   'RETROREQ.TXT - FILE STATUS ' WS-REQUEST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN PAY-HISTORY-FILE '
                   'PAYHIST.DAT - FILE STATUS ' WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RETRO-EARNINGS-FILE
           IF WS-RETRO-STATUS = '35'
               OPEN OUTPUT RETRO-EARNINGS-FILE
           END-IF
           IF WS-RETRO-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN RETRO-EARNINGS-FILE '
                   'RETROERN.TXT - FILE STATUS ' WS-RETRO-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RETRO-REPORT-FILE
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           WRITE RETRO-REPORT-REC FROM RETRO-HEADING-LINE END-WRITE
           WRITE RETRO-REPORT-REC FROM RETRO-COLUMN-LINE END-WRITE
           MOVE SPACES TO RETRO-REPORT-REC
           WRITE RETRO-REPORT-REC END-WRITE
           MOVE 'N' TO WS-REQUEST-EOF
           PERFORM UNTIL WS-REQUEST-EOF = 'Y'
               READ RETRO-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-REQUEST-EOF
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM 110-PROCESS-REQUEST
               END-READ
           END-PERFORM
           PERFORM 160-WRITE-TOTALS
           CLOSE RETRO-REQUEST-FILE, PAY-HISTORY-FILE,
                 RETRO-EARNINGS-FILE, RETRO-REPORT-FILE
      *--------------------------------------------------------
      * EVERY REQUEST HAS NOW BEEN CALCULATED OR REPORTED AS
      * SKIPPED - EMPTY THE QUEUE SO A SECOND RUN CANNOT PAY
      * THE SAME CHANGE TWICE.
      *--------------------------------------------------------
           OPEN OUTPUT RETRO-REQUEST-FILE
           CLOSE RETRO-REQUEST-FILE
           PERFORM 815-POST-STEP-END
           STOP RUN.

      *--------------------------------------------------------
      * ONE RATE OR SALARY CHANGE. THE REQUEST IS EDITED, THEN
      * EVERY HISTORY RECORD FROM THE EFFECTIVE DATE UP TO THE
      * DAY THE CHANGE WAS KEYED IS REPRICED. PERIODS PAID
      * AFTER THAT ALREADY CARRIED THE NEW FIGURES.
      *--------------------------------------------------------
       110-PROCESS-REQUEST.
           SET REQUEST-OK TO TRUE
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SPACES TO WS-EMP-NAME
           MOVE 0 TO WS-EMP-PERIODS
           MOVE 0 TO WS-EMP-RETRO
           IF RQ-EMP-ID NOT NUMERIC OR RQ-EFF-DATE NOT NUMERIC
              OR RQ-REQUEST-DATE NOT NUMERIC
              OR RQ-OLD-RATE NOT NUMERIC OR RQ-NEW-RATE NOT NUMERIC
              OR RQ-OLD-SALARY NOT NUMERIC
              OR RQ-NEW-SALARY NOT NUMERIC
               SET REQUEST-SKIPPED TO TRUE
               MOVE 'REQUEST NOT NUMERIC - NOT CALCULATED'
                   TO WS-SKIP-REASON
           ELSE
               IF RQ-PAY-CLASS = 'S'
                   IF RQ-NEW-SALARY NOT > RQ-OLD-SALARY
                       SET REQUEST-SKIPPED TO TRUE
                       MOVE 'NO SALARY INCREASE - NOT RETROACTIVE'
                           TO WS-SKIP-REASON
                   END-IF
               ELSE
                   IF RQ-NEW-RATE NOT > RQ-OLD-RATE
                       SET REQUEST-SKIPPED TO TRUE
                       MOVE 'NO RATE INCREASE - NOT RETROACTIVE'
                           TO WS-SKIP-REASON
                   END-IF
               END-IF
           END-IF
           IF REQUEST-OK
               PERFORM 120-READ-AFFECTED-PERIODS
           END-IF
           IF REQUEST-OK AND WS-EMP-RETRO > 9999.99
               SET REQUEST-SKIPPED TO TRUE
               MOVE 'OVER ONE-CHECK LIMIT - PAY MANUALLY'
                   TO WS-SKIP-REASON
               MOVE 8 TO RETURN-CODE
           END-IF
           IF REQUEST-OK AND WS-EMP-RETRO = 0
               MOVE 'NO PERIODS OWED RETRO PAY' TO WS-SKIP-REASON
           END-IF
           IF REQUEST-OK AND WS-EMP-RETRO > 0
               PERFORM 150-WRITE-RETRO-EARNINGS
           END-IF
           IF REQUEST-SKIPPED
               ADD 1 TO WS-SKIP-COUNT
           END-IF
           PERFORM 155-WRITE-EMP-TOTAL.

      *--------------------------------------------------------
      * ONLY THE REGULAR RUN'S RECORD FOR A PERIOD IS REPRICED -
      * AN OFF-CYCLE SUPPLEMENTAL PAYMENT (NON-BLANK RUN ID) IS
      * A FLAT AMOUNT, NOT RATE-BASED PAY.
      *--------------------------------------------------------
       120-READ-AFFECTED-PERIODS.
           MOVE 'N' TO WS-HIST-EOF
           MOVE RQ-COMPANY  TO PH-COMPANY
           MOVE RQ-EMP-ID   TO PH-EMP-ID
           MOVE RQ-EFF-DATE TO PH-PERIOD-DATE
           MOVE SPACES      TO PH-RUN-ID
           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF PH-COMPANY NOT = RQ-COMPANY OR
                          PH-EMP-ID NOT = RQ-EMP-ID OR
                          PH-PERIOD-DATE > RQ-REQUEST-DATE
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           IF PH-VOID-FLAG NOT = 'V' AND
                              PH-RUN-ID = SPACES
                               PERFORM 130-REPRICE-PERIOD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *--------------------------------------------------------
      * AN HOURLY PERIOD IS REPRICED ONLY IF IT WAS PAID BELOW
      * THE NEW RATE; A SALARIED PERIOD ONLY IF ITS SALARY WAS
      * BELOW THE NEW SALARY. THE PAID SIDE IS THE HIGHER OF
      * THE PERIOD'S OWN PAID FIGURE AND THE OLD FIGURE ON THE
      * REQUEST: THE PAID FIGURE COVERS A PERIOD ALREADY PAID
      * PART OF THE INCREASE, AND THE OLD FIGURE COVERS RETRO
      * PAY ALREADY ISSUED FOR AN EARLIER BACK-DATED CHANGE
      * OVER THE SAME SPAN, WHICH THE HISTORY RECORD'S RATE
      * DOES NOT SHOW - SO NO DIFFERENCE IS PAID TWICE.
      *--------------------------------------------------------
       130-REPRICE-PERIOD.
           MOVE 0 TO WS-PERIOD-RETRO
           IF RQ-PAY-CLASS = 'S'
               MOVE PH-REG-WAGES TO WS-PAID-PAY
               IF RQ-OLD-SALARY > WS-PAID-PAY
                   MOVE RQ-OLD-SALARY TO WS-PAID-PAY
               END-IF
               IF PH-REG-HOURS = 0 AND PH-OT-HOURS = 0 AND
                  WS-PAID-PAY < RQ-NEW-SALARY
                   MOVE WS-PAID-PAY   TO WS-PAID-AMOUNT
                   MOVE RQ-NEW-SALARY TO WS-REPRICED-AMOUNT
                   COMPUTE WS-PERIOD-RETRO =
                       WS-REPRICED-AMOUNT - WS-PAID-AMOUNT
               END-IF
           ELSE
               IF PH-RATE NUMERIC AND PH-RATE > 0
                   MOVE PH-RATE TO WS-PAID-PAY
                   IF RQ-OLD-RATE > WS-PAID-PAY
                       MOVE RQ-OLD-RATE TO WS-PAID-PAY
                   END-IF
               ELSE
                   MOVE 0 TO WS-PAID-PAY
               END-IF
               IF WS-PAID-PAY > 0 AND WS-PAID-PAY < RQ-NEW-RATE
                   MOVE WS-PAID-PAY TO WS-PRICE-RATE
                   PERFORM 140-PRICE-HOURLY-PERIOD
                   MOVE WS-PRICE-TOTAL TO WS-PAID-AMOUNT
                   MOVE RQ-NEW-RATE TO WS-PRICE-RATE
                   PERFORM 140-PRICE-HOURLY-PERIOD
                   MOVE WS-PRICE-TOTAL TO WS-REPRICED-AMOUNT
                   COMPUTE WS-PERIOD-RETRO =
                       WS-REPRICED-AMOUNT - WS-PAID-AMOUNT
               END-IF
           END-IF
           IF WS-PERIOD-RETRO > 0
               ADD 1 TO WS-EMP-PERIODS
               ADD WS-PERIOD-RETRO TO WS-EMP-RETRO
               MOVE PH-NAME TO WS-EMP-NAME
               MOVE RQ-COMPANY     TO RD-COMPANY
               MOVE RQ-EMP-ID      TO RD-EMP-ID
               MOVE PH-NAME        TO RD-NAME
               MOVE PH-PERIOD-DATE TO RD-PERIOD
               COMPUTE RD-HOURS = PH-REG-HOURS + PH-OT-HOURS
                   + PH-VAC-HOURS + PH-SICK-HOURS + PH-HOL-HOURS
               MOVE WS-PAID-PAY TO RD-OLD-PAY
               IF RQ-PAY-CLASS = 'S'
                   MOVE RQ-NEW-SALARY TO RD-NEW-PAY
               ELSE
                   MOVE RQ-NEW-RATE   TO RD-NEW-PAY
               END-IF
               MOVE WS-PAID-AMOUNT     TO RD-PAID
               MOVE WS-REPRICED-AMOUNT TO RD-REPRICED
               MOVE WS-PERIOD-RETRO    TO RD-RETRO
               WRITE RETRO-REPORT-REC FROM RETRO-DETAIL-LINE
               END-WRITE
           END-IF.

      *--------------------------------------------------------
      * PRICES THE PERIOD'S HOURS AT WS-PRICE-RATE BY THE SAME
      * RULES THE PAYROLL RUN PAID THEM - FLAT TIME AND A HALF
      * OVER 40, OR SHIFT SEGMENTS AT THEIR DIFFERENTIALS WITH
      * THE OVERTIME PREMIUM AT THE HIGHEST DIFFERENTIAL WORKED
      * - PLUS PAID LEAVE HOURS AT STRAIGHT TIME.
      *--------------------------------------------------------
       140-PRICE-HOURLY-PERIOD.
           MOVE 0 TO WS-PRICE-REG
           MOVE 0 TO WS-PRICE-OT
           MOVE 0 TO WS-SHIFT-HOURS-SUM
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
               UNTIL WS-SHIFT-IDX > 3
               IF PH-SHIFT-HOURS (WS-SHIFT-IDX) NUMERIC
                   ADD PH-SHIFT-HOURS (WS-SHIFT-IDX)
                       TO WS-SHIFT-HOURS-SUM
               END-IF
           END-PERFORM
           IF WS-SHIFT-HOURS-SUM > 0
               PERFORM 142-PRICE-SHIFT-SEGMENTS
           ELSE
               MULTIPLY WS-PRICE-RATE BY 1.5 GIVING WS-OT-RATE
               MULTIPLY PH-REG-HOURS BY WS-PRICE-RATE
                   GIVING WS-PRICE-REG
               MULTIPLY PH-OT-HOURS BY WS-OT-RATE
                   GIVING WS-PRICE-OT
           END-IF
           COMPUTE WS-LEAVE-HOURS =
               PH-VAC-HOURS + PH-SICK-HOURS + PH-HOL-HOURS
           MULTIPLY WS-LEAVE-HOURS BY WS-PRICE-RATE
               GIVING WS-PRICE-LEAVE
           ADD WS-PRICE-REG WS-PRICE-OT WS-PRICE-LEAVE
               GIVING WS-PRICE-TOTAL.

       142-PRICE-SHIFT-SEGMENTS.
           MOVE 0 TO WS-CUM-SHIFT-HOURS
           MOVE 1.00 TO WS-OT-PREMIUM-MULT
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
               UNTIL WS-SHIFT-IDX > 3
               IF PH-SHIFT-HOURS (WS-SHIFT-IDX) NUMERIC AND
                  PH-SHIFT-HOURS (WS-SHIFT-IDX) > 0
                   PERFORM 146-LOOKUP-SHIFT-MULT
                   PERFORM 144-SPLIT-SEGMENT-HOURS
                   IF WS-SEG-REG-HOURS > 0
                       MULTIPLY WS-SEG-REG-HOURS BY
                           WS-PRICE-RATE GIVING WS-SHIFT-WAGE
                       MULTIPLY WS-SHIFT-WAGE BY WS-SHIFT-MULT
                           GIVING WS-SHIFT-WAGE
                       ADD WS-SHIFT-WAGE TO WS-PRICE-REG
                   END-IF
                   IF WS-SEG-OT-HOURS > 0
                       MULTIPLY WS-SEG-OT-HOURS BY
                           WS-PRICE-RATE GIVING WS-SHIFT-WAGE
                       MULTIPLY WS-SHIFT-WAGE BY WS-SHIFT-MULT
                           GIVING WS-SHIFT-WAGE
                       ADD WS-SHIFT-WAGE TO WS-PRICE-OT
                   END-IF
                   ADD PH-SHIFT-HOURS (WS-SHIFT-IDX)
                       TO WS-CUM-SHIFT-HOURS
                   IF WS-SHIFT-MULT > WS-OT-PREMIUM-MULT
                       MOVE WS-SHIFT-MULT TO WS-OT-PREMIUM-MULT
                   END-IF
               END-IF
           END-PERFORM
           MULTIPLY PH-OT-HOURS BY WS-PRICE-RATE
               GIVING WS-SHIFT-WAGE
           MULTIPLY WS-SHIFT-WAGE BY WS-OT-PREMIUM-MULT
               GIVING WS-SHIFT-WAGE
           MULTIPLY WS-SHIFT-WAGE BY .5 GIVING WS-SHIFT-WAGE
           ADD WS-SHIFT-WAGE TO WS-PRICE-OT.

       144-SPLIT-SEGMENT-HOURS.
           IF WS-CUM-SHIFT-HOURS >= 40
               MOVE 0 TO WS-SEG-REG-HOURS
               MOVE PH-SHIFT-HOURS (WS-SHIFT-IDX) TO WS-SEG-OT-HOURS
           ELSE
               COMPUTE WS-SEG-REMAINING-REG = 40 - WS-CUM-SHIFT-HOURS
               IF PH-SHIFT-HOURS (WS-SHIFT-IDX) <=
                       WS-SEG-REMAINING-REG
                   MOVE PH-SHIFT-HOURS (WS-SHIFT-IDX)
                       TO WS-SEG-REG-HOURS
                   MOVE 0 TO WS-SEG-OT-HOURS
               ELSE
                   MOVE WS-SEG-REMAINING-REG TO WS-SEG-REG-HOURS
                   COMPUTE WS-SEG-OT-HOURS =
                       PH-SHIFT-HOURS (WS-SHIFT-IDX) -
                       WS-SEG-REMAINING-REG
               END-IF
           END-IF.

       146-LOOKUP-SHIFT-MULT.
           MOVE 1.00 TO WS-SHIFT-MULT
           PERFORM VARYING WS-SHIFT-DIFF-IDX FROM 1 BY 1
               UNTIL WS-SHIFT-DIFF-IDX > 4
               IF SHIFT-DIFF-CODE (WS-SHIFT-DIFF-IDX) =
                       PH-SHIFT-CODE (WS-SHIFT-IDX)
                   MOVE SHIFT-DIFF-MULT (WS-SHIFT-DIFF-IDX)
                       TO WS-SHIFT-MULT
                   MOVE 5 TO WS-SHIFT-DIFF-IDX
               END-IF
           END-PERFORM.

       150-WRITE-RETRO-EARNINGS.
           MOVE RQ-COMPANY     TO RE-COMPANY
           MOVE RQ-EMP-ID      TO RE-EMP-ID
           MOVE RQ-EFF-DATE    TO RE-EFF-DATE
           MOVE WS-EMP-PERIODS TO RE-PERIODS
           MOVE WS-EMP-RETRO   TO RE-AMOUNT
           WRITE RETRO-EARNINGS-REC END-WRITE
           ADD 1 TO WS-PAID-REQ-COUNT
           ADD WS-EMP-PERIODS TO WS-TOTAL-PERIODS
           ADD WS-EMP-RETRO   TO WS-TOTAL-RETRO.

       155-WRITE-EMP-TOTAL.
           MOVE RQ-COMPANY     TO RET-COMPANY
           MOVE RQ-EMP-ID      TO RET-EMP-ID
           IF RQ-EFF-DATE NUMERIC
               MOVE RQ-EFF-DATE TO RET-EFF-DATE
           ELSE
               MOVE 0 TO RET-EFF-DATE
           END-IF
           MOVE WS-EMP-PERIODS TO RET-PERIODS
           IF WS-SKIP-REASON = SPACES
               MOVE 'RETRO PAY DUE' TO RET-NOTE
           ELSE
               MOVE WS-SKIP-REASON TO RET-NOTE
           END-IF
           IF REQUEST-SKIPPED
               MOVE 0 TO RET-RETRO
           ELSE
               MOVE WS-EMP-RETRO TO RET-RETRO
           END-IF
           WRITE RETRO-REPORT-REC FROM RETRO-EMP-TOTAL-LINE
           END-WRITE
           MOVE SPACES TO RETRO-REPORT-REC
           WRITE RETRO-REPORT-REC END-WRITE.

       160-WRITE-TOTALS.
           MOVE 'REQUESTS READ' TO RT-LABEL
           MOVE WS-REQUEST-COUNT TO RT-VALUE
           WRITE RETRO-REPORT-REC FROM RETRO-TOTAL-LINE END-WRITE
           MOVE 'REQUESTS WITH RETRO PAY DUE' TO RT-LABEL
           MOVE WS-PAID-REQ-COUNT TO RT-VALUE
           WRITE RETRO-REPORT-REC FROM RETRO-TOTAL-LINE END-WRITE
           MOVE 'REQUESTS NOT CALCULATED' TO RT-LABEL
           MOVE WS-SKIP-COUNT TO RT-VALUE
           WRITE RETRO-REPORT-REC FROM RETRO-TOTAL-LINE END-WRITE
           MOVE 'PERIODS REPRICED' TO RT-LABEL
           MOVE WS-TOTAL-PERIODS TO RT-VALUE
           WRITE RETRO-REPORT-REC FROM RETRO-TOTAL-LINE END-WRITE
           MOVE 'TOTAL RETRO PAY DUE' TO RT-LABEL
           MOVE WS-TOTAL-RETRO TO RT-VALUE
           WRITE RETRO-REPORT-REC FROM RETRO-TOTAL-LINE END-WRITE
           MOVE SPACES TO RETRO-REPORT-REC
           WRITE RETRO-REPORT-REC END-WRITE
           WRITE RETRO-REPORT-REC FROM RETRO-SIGNOFF-LINE END-WRITE
           DISPLAY 'RETRO REQUESTS READ: ' WS-REQUEST-COUNT
               '  RETRO PAY DUE: ' WS-TOTAL-RETRO.

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
      * RETROERN.TXT IS LOADED AND REWRITTEN BY THE PAY RUN,
      * AND A PAY STEP THAT NEVER COMPLETED WILL REWRITE IT
      * AGAIN WHEN IT IS RESTARTED - NO RETRO RUN WHILE ANY PAY
      * STEP IS OPEN ON THE LEDGER. THE RETRO RUN POSTS UNDER
      * COMPANY *ALL FOR THE RUN DATE.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE '*ALL'      TO LDS-COMPANY
           MOVE WS-RUN-DATE TO LDS-PERIOD-DATE
           MOVE SPACES      TO LDS-RUN-ID
           MOVE SPACES      TO WS-SCAN-COMPANY
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
