       IDENTIFICATION DIVISION.

       PROGRAM-ID.  WCPREM.
      ********************************************************
      * WORKERS' COMPENSATION PREMIUM REPORT. READS PAY      *
      * HISTORY FOR THE DATE RANGE ON THE PARAMETER CARD     *
      * (WCPARM.TXT) AND TOTALS PAYROLL BY WORK STATE AND WC *
      * CLASS - THE EMPLOYEE'S OVERRIDE CLASS FROM THE       *
      * MASTER, ELSE THE CLASS THE WC CLASS TABLE            *
      * (WCCLASS.TXT) ASSIGNS TO THE DEPARTMENT PAID. THE    *
      * OVERTIME PREMIUM PORTION IS TAKEN OUT OF PAYROLL AS  *
      * THE CARRIERS REQUIRE, THE CLASS RATE PER $100 IS     *
      * APPLIED, AND THE ESTIMATED PREMIUM IS LISTED ON      *
      * WCPRPT.TXT. THE SAME FIGURES GO TO THE CARRIER AUDIT *
      * SUMMARY FILE (WCAUDIT.TXT). VOIDED HISTORY RECORDS   *
      * ARE EXCLUDED; REPLACED RECORDS CARRY THE CORRECTED   *
      * AMOUNTS AND ARE INCLUDED.                            *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "WCPARM.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT WC-CLASS-TABLE-FILE ASSIGN TO "WCCLASS.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-WCCLS-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-KEY
            FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-HIST-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
           SELECT WC-REPORT-FILE ASSIGN TO "WCPRPT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT WC-AUDIT-FILE ASSIGN TO "WCAUDIT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------
      * PARAMETER CARD - THE COMPANY, THE FIRST AND LAST
      * PERIOD DATES TO INCLUDE (THE POLICY PERIOD BEING
      * AUDITED, OR ANY PART OF IT) AND THE HOME STATE THAT
      * HISTORY WRITTEN BEFORE WORK STATES WERE RECORDED IS
      * REPORTED TO.
      *--------------------------------------------------------
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           05  WP-COMPANY           PIC X(4).
           05  WP-FROM-DATE         PIC 9(8).
           05  WP-TO-DATE           PIC 9(8).
           05  WP-HOME-STATE        PIC X(2).
           05  FILLER               PIC X(58).
      *--------------------------------------------------------
      * WC CLASS TABLE - MAINTAINED BY HAND, TWO KINDS OF
      * RECORD:
      *   R - A CLASS RATE: STATE, CLASS, RATE PER $100 OF
      *       PAYROLL AND DESCRIPTION. A BLANK STATE IS THE
      *       RATE FOR ANY STATE WITHOUT ITS OWN R RECORD.
      *   D - A DEPARTMENT'S CLASS ASSIGNMENT.
      *--------------------------------------------------------
       FD  WC-CLASS-TABLE-FILE.
       01  WC-CLASS-TABLE-REC.
           05  WCT-REC-TYPE         PIC X.
               88  WCT-CLASS-RATE       VALUE 'R'.
               88  WCT-DEPT-CLASS       VALUE 'D'.
           05  WCT-RATE-DATA.
               10  WCT-STATE        PIC X(2).
               10  WCT-CLASS        PIC X(4).
               10  WCT-RATE         PIC 9(3)V9999.
               10  WCT-DESCRIPTION  PIC X(30).
               10  FILLER           PIC X(36).
           05  WCT-DEPT-DATA REDEFINES WCT-RATE-DATA.
               10  WCT-DEPT         PIC X(4).
               10  WCT-DEPT-WC-CLASS PIC X(4).
               10  FILLER           PIC X(71).
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMASTR.
       FD  PAY-HISTORY-FILE.
           COPY PAYHISTR.
       FD  WC-REPORT-FILE.
       01  WC-REPORT-REC PIC X(132).
      *--------------------------------------------------------
      * CARRIER AUDIT SUMMARY - ONE RECORD PER STATE AND
      * CLASS. ZONED AMOUNTS WITH ASSUMED DECIMALS, THE SAME
      * CONVENTION AS THE W-2 SERVICE BUREAU EXTRACT. THE
      * RATE CARRIES FOUR DECIMALS.
      *--------------------------------------------------------
       FD  WC-AUDIT-FILE.
       01  WC-AUDIT-REC.
           05  WA-COMPANY           PIC X(4).
           05  WA-FROM-DATE         PIC 9(8).
           05  WA-TO-DATE           PIC 9(8).
           05  WA-STATE             PIC X(2).
           05  WA-CLASS             PIC X(4).
           05  WA-EMPLOYEES         PIC 9(5).
           05  WA-GROSS-WAGES       PIC 9(9)V99.
           05  WA-OT-PREMIUM        PIC 9(9)V99.
           05  WA-PAYROLL           PIC 9(9)V99.
           05  WA-RATE              PIC 9(3)V9999.
           05  WA-PREMIUM           PIC 9(9)V99.
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-WCCLS-STATUS       PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-WCCLS-EOF          PIC X.
       01  WS-HIST-EOF           PIC X.
       01  WS-RUN-COMPANY        PIC X(4).
       01  WS-FROM-DATE          PIC 9(8).
       01  WS-TO-DATE            PIC 9(8).
       01  WS-HOME-STATE         PIC X(2).
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
           05  LDS-STEP             PIC X(8) VALUE 'WCPREM'.
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
      * CLASS RATES AND DEPARTMENT ASSIGNMENTS FROM THE WC
      * CLASS TABLE.
      *--------------------------------------------------------
       01  WS-RATE-COUNT         PIC 9(3) VALUE 0.
       01  WS-RATE-IDX           PIC 9(3).
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 300 TIMES.
               10  WT-STATE         PIC X(2).
               10  WT-CLASS         PIC X(4).
               10  WT-RATE          PIC 9(3)V9999.
               10  WT-DESCRIPTION   PIC X(30).
       01  WS-DEPT-COUNT         PIC 9(3) VALUE 0.
       01  WS-DEPT-IDX           PIC 9(3).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 300 TIMES.
               10  WD-DEPT          PIC X(4).
               10  WD-CLASS         PIC X(4).
      *--------------------------------------------------------
      * SAME SHIFT DIFFERENTIALS THE PAYROLL RUN PAYS - THE
      * OVERTIME PREMIUM IS PAID AT THE HIGHEST DIFFERENTIAL
      * WORKED THAT WEEK, SO IT IS TAKEN OUT AT THE SAME ONE.
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
       01  WS-OT-PREMIUM-MULT    PIC 9V99.
      *--------------------------------------------------------
      * ONE HISTORY RECORD'S STATE, CLASS AND OVERTIME
      * PREMIUM. THE MASTER IS READ ONCE PER EMPLOYEE FOR
      * THE OVERRIDE CLASS.
      *--------------------------------------------------------
       01  WS-ROW-STATE          PIC X(2).
       01  WS-ROW-CLASS          PIC X(4).
       01  WS-ROW-OT-PREMIUM     PIC 9(5)V99.
       01  WS-LAST-EMP-ID        PIC 9(6) VALUE 0.
       01  WS-EMP-WC-CLASS       PIC X(4).
      *--------------------------------------------------------
      * ONE ROW PER WORK STATE AND CLASS. WR-LAST-EMP COUNTS
      * EACH EMPLOYEE ONCE - HISTORY IS READ IN EMPLOYEE
      * ORDER, SO AN EMPLOYEE'S RECORDS ARRIVE TOGETHER.
      *--------------------------------------------------------
       01  WS-ROW-COUNT          PIC 9(3) VALUE 0.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-ROW-COUNT
                   INDEXED BY WR-IDX.
               10  WR-STATE         PIC X(2).
               10  WR-CLASS         PIC X(4).
               10  WR-EMPLOYEES     PIC 9(5).
               10  WR-LAST-EMP      PIC 9(6).
               10  WR-GROSS         PIC 9(9)V99.
               10  WR-OT-PREMIUM    PIC 9(9)V99.
       01  WS-FIND-IDX           PIC 9(3).
       01  WS-FOUND              PIC X.
       01  WS-CLASS-RATE         PIC 9(3)V9999.
       01  WS-CLASS-DESC         PIC X(30).
       01  WS-RATE-FOUND         PIC X.
       01  WS-PAYROLL            PIC 9(9)V99.
       01  WS-PREMIUM            PIC 9(9)V99.
      *--------------------------------------------------------
      * STATE SUBTOTALS AND REPORT TOTALS.
      *--------------------------------------------------------
       01  WS-PREV-STATE         PIC X(2).
       01  WS-FIRST-ROW          PIC X.
       01  WS-SUB-PAYROLL        PIC 9(9)V99 VALUE 0.
       01  WS-SUB-PREMIUM        PIC 9(9)V99 VALUE 0.
       01  WS-TOT-RECORDS        PIC 9(7) VALUE 0.
       01  WS-TOT-GROSS          PIC 9(9)V99 VALUE 0.
       01  WS-TOT-OT-PREMIUM     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PAYROLL        PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PREMIUM        PIC 9(9)V99 VALUE 0.
       01  WS-UNRATED-COUNT      PIC 9(3) VALUE 0.
       01  WC-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(36) VALUE
               'WORKERS COMPENSATION PREMIUM'.
           05  FILLER               PIC X(8) VALUE 'COMPANY '.
           05  WH-COMPANY           PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(7) VALUE 'PERIOD '.
           05  WH-FROM-DATE         PIC 9(8).
           05  FILLER               PIC X(4) VALUE ' TO '.
           05  WH-TO-DATE           PIC 9(8).
       01  WC-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(7) VALUE 'CLASS'.
           05  FILLER               PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER               PIC X(6) VALUE 'EMPS'.
           05  FILLER               PIC X(15) VALUE '  GROSS WAGES'.
           05  FILLER               PIC X(15) VALUE '  OT PREMIUM'.
           05  FILLER               PIC X(15) VALUE '  PAYROLL'.
           05  FILLER               PIC X(10) VALUE 'RATE/100'.
           05  FILLER               PIC X(15) VALUE '  PREMIUM'.
       01  WC-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WL-CLASS             PIC X(4).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WL-DESCRIPTION       PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WL-EMPLOYEES         PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WL-GROSS             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WL-OT-PREMIUM        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WL-PAYROLL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WL-RATE              PIC ZZ9.9999.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WL-PREMIUM           PIC ZZZ,ZZZ,ZZ9.99.
       01  WC-STATE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE 'STATE '.
           05  WSH-STATE            PIC X(2).
       01  WC-SUBTOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE 'STATE '.
           05  WSL-STATE            PIC X(2).
           05  FILLER               PIC X(20) VALUE ' TOTAL PAYROLL'.
           05  WSL-PAYROLL          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'PREMIUM'.
           05  WSL-PREMIUM          PIC ZZZ,ZZZ,ZZ9.99.
       01  WC-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WTL-LABEL             PIC X(30).
           05  WTL-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-READ-PARAMETER
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           PERFORM 107-LOAD-CLASS-TABLE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPLOYEE-MASTER-FILE '
                   'EMPMAST.DAT - FILE STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN PAY-HISTORY-FILE '
                   'PAYHIST.DAT - FILE STATUS ' WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-ACCUMULATE-HISTORY
           CLOSE PAY-HISTORY-FILE, EMPLOYEE-MASTER-FILE
           OPEN OUTPUT WC-REPORT-FILE
           OPEN OUTPUT WC-AUDIT-FILE
           MOVE WS-RUN-COMPANY TO WH-COMPANY
           MOVE WS-FROM-DATE   TO WH-FROM-DATE
           MOVE WS-TO-DATE     TO WH-TO-DATE
           WRITE WC-REPORT-REC FROM WC-HEADING-LINE END-WRITE
           WRITE WC-REPORT-REC FROM WC-COLUMN-LINE END-WRITE
           MOVE SPACES TO WC-REPORT-REC
           WRITE WC-REPORT-REC END-WRITE
           IF WS-ROW-COUNT > 0
               SORT WS-ROW-ENTRY ASCENDING KEY WR-STATE WR-CLASS
           END-IF
           MOVE 'Y' TO WS-FIRST-ROW
           PERFORM 130-REPORT-CLASS
               VARYING WR-IDX FROM 1 BY 1
               UNTIL WR-IDX > WS-ROW-COUNT
           IF WS-FIRST-ROW = 'N'
               PERFORM 135-WRITE-STATE-SUBTOTAL
           END-IF
           PERFORM 140-WRITE-TOTALS
           CLOSE WC-REPORT-FILE, WC-AUDIT-FILE
           IF WS-UNRATED-COUNT > 0
               DISPLAY 'WARNING: ' WS-UNRATED-COUNT ' STATE/CLASS '
                   'ROWS HAVE NO RATE ON WCCLASS.TXT - PREMIUM '
                   'UNDERSTATED'
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 815-POST-STEP-END
           STOP RUN.

       105-READ-PARAMETER.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'FATAL: NO WC PARAMETER CARD '
                   '(WCPARM.TXT) - FILE STATUS ' WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'FATAL: WC PARAMETER CARD IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WP-COMPANY = SPACES
               DISPLAY 'FATAL: COMPANY CODE MISSING ON WCPARM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WP-FROM-DATE NOT NUMERIC OR WP-FROM-DATE = 0
              OR WP-TO-DATE NOT NUMERIC OR WP-TO-DATE = 0
              OR WP-TO-DATE < WP-FROM-DATE
               DISPLAY 'FATAL: DATE RANGE INVALID ON WCPARM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WP-COMPANY    TO WS-RUN-COMPANY
           MOVE WP-FROM-DATE  TO WS-FROM-DATE
           MOVE WP-TO-DATE    TO WS-TO-DATE
           MOVE WP-HOME-STATE TO WS-HOME-STATE
           CLOSE PARAMETER-FILE.

      *--------------------------------------------------------
      * THE CLASS TABLE IS REQUIRED HERE - WITHOUT IT THERE
      * ARE NO CLASSES OR RATES TO REPORT AGAINST.
      *--------------------------------------------------------
       107-LOAD-CLASS-TABLE.
           OPEN INPUT WC-CLASS-TABLE-FILE
           IF WS-WCCLS-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN WC CLASS TABLE '
                   'WCCLASS.TXT - FILE STATUS ' WS-WCCLS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-WCCLS-EOF
           PERFORM UNTIL WS-WCCLS-EOF = 'Y'
               READ WC-CLASS-TABLE-FILE
                   AT END MOVE 'Y' TO WS-WCCLS-EOF
                   NOT AT END
                       PERFORM 108-TAKE-CLASS-ENTRY
               END-READ
           END-PERFORM
           CLOSE WC-CLASS-TABLE-FILE.

       108-TAKE-CLASS-ENTRY.
           EVALUATE TRUE
               WHEN WCT-CLASS-RATE
                   IF WS-RATE-COUNT < 300 AND WCT-RATE NUMERIC
                       ADD 1 TO WS-RATE-COUNT
                       MOVE WCT-STATE TO WT-STATE (WS-RATE-COUNT)
                       MOVE WCT-CLASS TO WT-CLASS (WS-RATE-COUNT)
                       MOVE WCT-RATE  TO WT-RATE (WS-RATE-COUNT)
                       MOVE WCT-DESCRIPTION
                           TO WT-DESCRIPTION (WS-RATE-COUNT)
                   END-IF
               WHEN WCT-DEPT-CLASS
                   IF WS-DEPT-COUNT < 300
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE WCT-DEPT TO WD-DEPT (WS-DEPT-COUNT)
                       MOVE WCT-DEPT-WC-CLASS
                           TO WD-CLASS (WS-DEPT-COUNT)
                   END-IF
           END-EVALUATE.

       110-ACCUMULATE-HISTORY.
           MOVE 'N' TO WS-HIST-EOF
           MOVE WS-RUN-COMPANY TO PH-COMPANY
           MOVE 0 TO PH-EMP-ID
           MOVE 0 TO PH-PERIOD-DATE
           MOVE SPACES TO PH-RUN-ID
           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF PH-COMPANY NOT = WS-RUN-COMPANY
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           IF PH-VOID-FLAG NOT = 'V'
                              AND PH-PERIOD-DATE >= WS-FROM-DATE
                              AND PH-PERIOD-DATE <= WS-TO-DATE
                               PERFORM 120-POST-HISTORY-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *--------------------------------------------------------
      * HISTORY WRITTEN BEFORE WORK STATES WERE RECORDED
      * BELONGS TO THE HOME STATE ON THE PARAMETER CARD. THE
      * CLASS IS THE EMPLOYEE'S OVERRIDE, ELSE THE CLASS OF
      * THE DEPARTMENT THE PAY WAS CHARGED TO; PAY WITH
      * NEITHER IS CARRIED AS CLASS '????' SO IT IS SEEN.
      *--------------------------------------------------------
       120-POST-HISTORY-ROW.
           ADD 1 TO WS-TOT-RECORDS
           MOVE PH-WORK-STATE TO WS-ROW-STATE
           IF WS-ROW-STATE = SPACES
               MOVE WS-HOME-STATE TO WS-ROW-STATE
           END-IF
           IF PH-EMP-ID NOT = WS-LAST-EMP-ID
               MOVE PH-EMP-ID TO WS-LAST-EMP-ID
               MOVE WS-RUN-COMPANY TO EMP-COMPANY-MASTER
               MOVE PH-EMP-ID TO EMP-ID-MASTER
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-EMP-WC-CLASS
                   NOT INVALID KEY
                       MOVE EMP-WC-CLASS TO WS-EMP-WC-CLASS
               END-READ
           END-IF
           MOVE WS-EMP-WC-CLASS TO WS-ROW-CLASS
           IF WS-ROW-CLASS = SPACES
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   IF WD-DEPT (WS-DEPT-IDX) = PH-DEPT
                       MOVE WD-CLASS (WS-DEPT-IDX) TO WS-ROW-CLASS
                       MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ROW-CLASS = SPACES
               MOVE '????' TO WS-ROW-CLASS
           END-IF
           PERFORM 125-CALC-OT-PREMIUM
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-ROW-COUNT
               IF WR-STATE (WS-FIND-IDX) = WS-ROW-STATE
                  AND WR-CLASS (WS-FIND-IDX) = WS-ROW-CLASS
                   MOVE 'Y' TO WS-FOUND
                   SET WR-IDX TO WS-FIND-IDX
                   COMPUTE WS-FIND-IDX = WS-ROW-COUNT + 1
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               IF WS-ROW-COUNT < 500
                   ADD 1 TO WS-ROW-COUNT
                   SET WR-IDX TO WS-ROW-COUNT
                   MOVE WS-ROW-STATE TO WR-STATE (WR-IDX)
                   MOVE WS-ROW-CLASS TO WR-CLASS (WR-IDX)
                   MOVE 0 TO WR-EMPLOYEES (WR-IDX)
                   MOVE 0 TO WR-LAST-EMP (WR-IDX)
                   MOVE 0 TO WR-GROSS (WR-IDX)
                   MOVE 0 TO WR-OT-PREMIUM (WR-IDX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
      *--------------------------------------------------------
      * AN AUDIT FIGURE MUST NEVER BE SILENTLY UNDERSTATED -
      * AN OVERFLOWED TABLE IS SHOUTED AND THE RUN FLAGGED.
      *--------------------------------------------------------
                   DISPLAY 'WARNING: STATE/CLASS TABLE FULL - PAY '
                       'FOR EMPLOYEE ' PH-EMP-ID ' OMITTED FROM '
                       'WC REPORT'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FOUND = 'Y'
               IF WR-LAST-EMP (WR-IDX) NOT = PH-EMP-ID
                   ADD 1 TO WR-EMPLOYEES (WR-IDX)
                   MOVE PH-EMP-ID TO WR-LAST-EMP (WR-IDX)
               END-IF
               ADD PH-GROSS TO WR-GROSS (WR-IDX)
               ADD WS-ROW-OT-PREMIUM TO WR-OT-PREMIUM (WR-IDX)
           END-IF.

      *--------------------------------------------------------
      * THE OVERTIME PREMIUM IS THE EXTRA HALF-TIME ON THE
      * OVERTIME HOURS AT THE RATE PAID AND THE HIGHEST SHIFT
      * DIFFERENTIAL WORKED - EXACTLY AS THE PAYROLL RUN PAID
      * IT. A RECORD WRITTEN BEFORE THE RATE WAS CARRIED HAS
      * ONLY ITS OVERTIME WAGES, ONE THIRD OF WHICH IS THE
      * PREMIUM AT TIME AND A HALF.
      *--------------------------------------------------------
       125-CALC-OT-PREMIUM.
           MOVE 0 TO WS-ROW-OT-PREMIUM
           IF PH-OT-WAGES > 0
               IF PH-RATE NUMERIC AND PH-RATE > 0
                  AND PH-OT-HOURS > 0
                   MOVE 1.00 TO WS-OT-PREMIUM-MULT
                   PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-SHIFT-IDX > 3
                       IF PH-SHIFT-HOURS (WS-SHIFT-IDX) NUMERIC AND
                          PH-SHIFT-HOURS (WS-SHIFT-IDX) > 0
                           PERFORM 126-LOOKUP-SHIFT-MULT
                       END-IF
                   END-PERFORM
                   COMPUTE WS-ROW-OT-PREMIUM ROUNDED =
                       PH-OT-HOURS * PH-RATE * WS-OT-PREMIUM-MULT
                       * .5
               ELSE
                   COMPUTE WS-ROW-OT-PREMIUM ROUNDED =
                       PH-OT-WAGES / 3
               END-IF
               IF WS-ROW-OT-PREMIUM > PH-OT-WAGES
                   MOVE PH-OT-WAGES TO WS-ROW-OT-PREMIUM
               END-IF
           END-IF.

       126-LOOKUP-SHIFT-MULT.
           PERFORM VARYING WS-SHIFT-DIFF-IDX FROM 1 BY 1
               UNTIL WS-SHIFT-DIFF-IDX > 4
               IF SHIFT-DIFF-CODE (WS-SHIFT-DIFF-IDX) =
                       PH-SHIFT-CODE (WS-SHIFT-IDX)
                   IF SHIFT-DIFF-MULT (WS-SHIFT-DIFF-IDX) >
                           WS-OT-PREMIUM-MULT
                       MOVE SHIFT-DIFF-MULT (WS-SHIFT-DIFF-IDX)
                           TO WS-OT-PREMIUM-MULT
                   END-IF
                   MOVE 5 TO WS-SHIFT-DIFF-IDX
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * PAYROLL IS GROSS LESS THE OVERTIME PREMIUM. THE RATE
      * IS THE STATE'S OWN FOR THE CLASS, ELSE THE CLASS'S
      * ALL-STATES RATE; A ROW WITH NEITHER IS LISTED AT ZERO
      * PREMIUM AND FLAGGED. A CHANGE OF STATE IN THE SORTED
      * TABLE CLOSES THE PREVIOUS STATE'S GROUP.
      *--------------------------------------------------------
       130-REPORT-CLASS.
           IF WS-FIRST-ROW = 'N'
              AND WR-STATE (WR-IDX) NOT = WS-PREV-STATE
               PERFORM 135-WRITE-STATE-SUBTOTAL
           END-IF
           IF WS-FIRST-ROW = 'Y'
              OR WR-STATE (WR-IDX) NOT = WS-PREV-STATE
               MOVE 'N' TO WS-FIRST-ROW
               MOVE WR-STATE (WR-IDX) TO WS-PREV-STATE
               MOVE WS-PREV-STATE TO WSH-STATE
               WRITE WC-REPORT-REC FROM WC-STATE-LINE END-WRITE
           END-IF
           PERFORM 132-FIND-CLASS-RATE
           COMPUTE WS-PAYROLL =
               WR-GROSS (WR-IDX) - WR-OT-PREMIUM (WR-IDX)
           COMPUTE WS-PREMIUM ROUNDED =
               WS-PAYROLL * WS-CLASS-RATE / 100
           MOVE WR-CLASS (WR-IDX)      TO WL-CLASS
           MOVE WS-CLASS-DESC          TO WL-DESCRIPTION
           MOVE WR-EMPLOYEES (WR-IDX)  TO WL-EMPLOYEES
           MOVE WR-GROSS (WR-IDX)      TO WL-GROSS
           MOVE WR-OT-PREMIUM (WR-IDX) TO WL-OT-PREMIUM
           MOVE WS-PAYROLL             TO WL-PAYROLL
           MOVE WS-CLASS-RATE          TO WL-RATE
           MOVE WS-PREMIUM             TO WL-PREMIUM
           WRITE WC-REPORT-REC FROM WC-DETAIL-LINE END-WRITE
           MOVE WS-RUN-COMPANY         TO WA-COMPANY
           MOVE WS-FROM-DATE           TO WA-FROM-DATE
           MOVE WS-TO-DATE             TO WA-TO-DATE
           MOVE WR-STATE (WR-IDX)      TO WA-STATE
           MOVE WR-CLASS (WR-IDX)      TO WA-CLASS
           MOVE WR-EMPLOYEES (WR-IDX)  TO WA-EMPLOYEES
           MOVE WR-GROSS (WR-IDX)      TO WA-GROSS-WAGES
           MOVE WR-OT-PREMIUM (WR-IDX) TO WA-OT-PREMIUM
           MOVE WS-PAYROLL             TO WA-PAYROLL
           MOVE WS-CLASS-RATE          TO WA-RATE
           MOVE WS-PREMIUM             TO WA-PREMIUM
           WRITE WC-AUDIT-REC END-WRITE
           ADD WR-GROSS (WR-IDX)      TO WS-TOT-GROSS
           ADD WR-OT-PREMIUM (WR-IDX) TO WS-TOT-OT-PREMIUM
           ADD WS-PAYROLL             TO WS-TOT-PAYROLL
           ADD WS-PREMIUM             TO WS-TOT-PREMIUM
           ADD WS-PAYROLL             TO WS-SUB-PAYROLL
           ADD WS-PREMIUM             TO WS-SUB-PREMIUM.

       132-FIND-CLASS-RATE.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 0 TO WS-CLASS-RATE
           MOVE SPACES TO WS-CLASS-DESC
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WT-CLASS (WS-RATE-IDX) = WR-CLASS (WR-IDX)
                   IF WT-STATE (WS-RATE-IDX) = WR-STATE (WR-IDX)
                       MOVE 'Y' TO WS-RATE-FOUND
                       MOVE WT-RATE (WS-RATE-IDX) TO WS-CLASS-RATE
                       MOVE WT-DESCRIPTION (WS-RATE-IDX)
                           TO WS-CLASS-DESC
                       MOVE WS-RATE-COUNT TO WS-RATE-IDX
                   ELSE
                       IF WT-STATE (WS-RATE-IDX) = SPACES
                           MOVE 'Y' TO WS-RATE-FOUND
                           MOVE WT-RATE (WS-RATE-IDX)
                               TO WS-CLASS-RATE
                           MOVE WT-DESCRIPTION (WS-RATE-IDX)
                               TO WS-CLASS-DESC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND = 'N'
               ADD 1 TO WS-UNRATED-COUNT
               IF WR-CLASS (WR-IDX) = '????'
                   MOVE '** NO CLASS FOR DEPARTMENT **'
                       TO WS-CLASS-DESC
               ELSE
                   MOVE '** NO RATE ON CLASS TABLE **'
                       TO WS-CLASS-DESC
               END-IF
           END-IF.

       135-WRITE-STATE-SUBTOTAL.
           MOVE WS-PREV-STATE  TO WSL-STATE
           MOVE WS-SUB-PAYROLL TO WSL-PAYROLL
           MOVE WS-SUB-PREMIUM TO WSL-PREMIUM
           WRITE WC-REPORT-REC FROM WC-SUBTOTAL-LINE END-WRITE
           MOVE SPACES TO WC-REPORT-REC
           WRITE WC-REPORT-REC END-WRITE
           MOVE 0 TO WS-SUB-PAYROLL
           MOVE 0 TO WS-SUB-PREMIUM.

       140-WRITE-TOTALS.
           MOVE SPACES TO WC-REPORT-REC
           WRITE WC-REPORT-REC END-WRITE
           MOVE 'HISTORY RECORDS INCLUDED' TO WTL-LABEL
           MOVE WS-TOT-RECORDS TO WTL-VALUE
           WRITE WC-REPORT-REC FROM WC-TOTAL-LINE END-WRITE
           MOVE 'TOTAL GROSS WAGES' TO WTL-LABEL
           MOVE WS-TOT-GROSS TO WTL-VALUE
           WRITE WC-REPORT-REC FROM WC-TOTAL-LINE END-WRITE
           MOVE 'LESS OVERTIME PREMIUM' TO WTL-LABEL
           MOVE WS-TOT-OT-PREMIUM TO WTL-VALUE
           WRITE WC-REPORT-REC FROM WC-TOTAL-LINE END-WRITE
           MOVE 'REPORTABLE PAYROLL' TO WTL-LABEL
           MOVE WS-TOT-PAYROLL TO WTL-VALUE
           WRITE WC-REPORT-REC FROM WC-TOTAL-LINE END-WRITE
           MOVE 'ESTIMATED PREMIUM' TO WTL-LABEL
           MOVE WS-TOT-PREMIUM TO WTL-VALUE
           WRITE WC-REPORT-REC FROM WC-TOTAL-LINE END-WRITE
           MOVE 'ROWS WITHOUT A RATE' TO WTL-LABEL
           MOVE WS-UNRATED-COUNT TO WTL-VALUE
           WRITE WC-REPORT-REC FROM WC-TOTAL-LINE END-WRITE.

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
      * THE PERIOD'S HISTORY IS ONLY WHOLE ONCE THE COMPANY'S
      * LAST PAY STEP HAS COMPLETED - NO PREMIUM REPORT WHILE
      * ONE IS STILL OPEN ON THE LEDGER. POSTS UNDER THE
      * REPORT'S TO-DATE.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE WS-RUN-COMPANY TO LDS-COMPANY
           MOVE WS-TO-DATE TO LDS-PERIOD-DATE
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
