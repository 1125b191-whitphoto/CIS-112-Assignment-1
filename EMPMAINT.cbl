       PROGRAM-ID.  EMPMAINT.
      ********************************************************
      * EMPLOYEE MASTER MAINTENANCE - APPLIES A TRANSACTION  *
      * FILE OF ADDS, CHANGES, TERMINATIONS AND REHIRES TO   *
      * EMPMAST.DAT AND WRITES A BEFORE/AFTER AUDIT REPORT   *
      * OF EVERY CHANGE SO RATE, BANK-DETAIL, EMPLOYMENT     *
      * STATUS AND WORK/RESIDENT STATE EDITS ARE REVIEWABLE. *
      * A WORKERS' COMPENSATION CLASS OVERRIDE IS EDITED     *
      * AGAINST THE WC CLASS TABLE (WCCLASS.TXT).            *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDITRPT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT RETRO-REQUEST-FILE ASSIGN TO "RETROREQ.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETRO-STATUS.
           SELECT STATE-TAX-TABLE-FILE ASSIGN TO "STTAXTBL.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-STTAX-STATUS.
           SELECT WC-CLASS-TABLE-FILE ASSIGN TO "WCCLASS.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-WCCLS-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
      * A CHECK EMPLOYEE MAY CARRY ZERO BANK DETAILS.
      *--------------------------------------------------------
           05  TR-PAY-METHOD        PIC X.
      *--------------------------------------------------------
      * EMPLOYMENT DATE FOR THE ACTION - THE HIRE DATE ON AN
      * ADD (A), THE LAST DAY WORKED ON A TERMINATION (T),
      * THE RETURN DATE ON A REHIRE (R). ON A CHANGE (C) IT IS
      * THE EFFECTIVE DATE OF A NEW RATE OR SALARY - BLANK OR
      * TODAY TAKES EFFECT NOW, A LATER DATE IS HELD FOR THE
      * PAYROLL RUN, AN EARLIER DATE IS BACK-DATED AND QUEUES
      * RETRO PAY FOR PERIODS ALREADY PAID AT THE OLD RATE.
      * TR-STATUS ON A CHANGE MOVES AN EMPLOYEE ONTO (L) OR
      * BACK FROM (A) A LEAVE OF ABSENCE - BLANK MEANS LEAVE
      * AS IS; TERMINATION AND REHIRE HAVE THEIR OWN ACTIONS.
      * TR-FINAL-CHECK Y ON A TERMINATION (OR A CHANGE TO A
      * TERMINATED EMPLOYEE) AUTHORIZES ONE FINAL PAYMENT.
      *--------------------------------------------------------
           05  TR-ACTION-DATE       PIC 9(8).
           05  TR-STATUS            PIC X.
           05  TR-FINAL-CHECK       PIC X.
      *--------------------------------------------------------
      * WORK AND RESIDENT STATE CODES. ON AN ADD A BLANK WORK
      * STATE MEANS THE COMPANY HOME STATE AND A BLANK
      * RESIDENT STATE MEANS THE EMPLOYEE LIVES IN THE WORK
      * STATE; ON A CHANGE BLANK MEANS LEAVE AS IS. A CODE
      * KEYED MUST BE ON THE STATE TAX RATE TABLE.
      *--------------------------------------------------------
           05  TR-WORK-STATE        PIC X(2).
           05  TR-RESIDENT-STATE    PIC X(2).
      *--------------------------------------------------------
      * WORKERS' COMPENSATION CLASS OVERRIDE. ON AN ADD BLANK
      * MEANS THE DEPARTMENT'S CLASS APPLIES; ON A CHANGE
      * BLANK MEANS LEAVE AS IS AND 'DEPT' DROPS THE OVERRIDE
      * BACK TO THE DEPARTMENT'S CLASS. A CODE KEYED MUST BE
      * RATED ON THE WC CLASS TABLE.
      *--------------------------------------------------------
           05  TR-WC-CLASS          PIC X(4).
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-REC PIC X(170).
      *--------------------------------------------------------
      * ONE REQUEST PER BACK-DATED RATE OR SALARY CHANGE,
      * CARRYING THE PAY BEFORE AND AFTER. EXTENDED HERE AND
      * CONSUMED BY THE RETRO PAY PROGRAM.
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
      *--------------------------------------------------------
      * SAME LAYOUT THE PAYROLL RUN READS - ONLY THE STATE
      * CODE IS USED HERE, TO EDIT THE KEYED STATES.
      *--------------------------------------------------------
       FD  STATE-TAX-TABLE-FILE.
       01  STATE-TAX-TABLE-REC.
           05  STX-STATE            PIC X(2).
           05  STX-RATE             PIC V9999.
           05  STX-SUTA-WAGE-BASE   PIC 9(6)V99.
           05  STX-RECIP-STATE      PIC X(2) OCCURS 10 TIMES.
           05  FILLER               PIC X(46).
      *--------------------------------------------------------
      * SAME LAYOUT THE WC PREMIUM REPORT READS - ONLY THE
      * CLASS CODES ON THE RATE RECORDS ARE USED HERE.
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
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  EOF PIC X VALUE 'N'.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-RETRO-STATUS       PIC XX.
       01  WS-STTAX-STATUS       PIC XX.
       01  WS-STTAX-EOF          PIC X.
      *--------------------------------------------------------
      * STATE CODES FROM THE STATE TAX RATE TABLE. WITHOUT THE
      * TABLE THE STATE CODES ARE TAKEN AS KEYED AND LEFT FOR
      * THE PAYROLL RUN TO REFUSE.
      *--------------------------------------------------------
       01  WS-STATE-TABLE-SW     PIC X VALUE 'N'.
           88  STATE-TABLE-LOADED    VALUE 'Y'.
       01  WS-STATE-CODE-COUNT   PIC 9(2) VALUE 0.
       01  WS-STATE-CODE-IDX     PIC 9(2).
       01  WS-STATE-CODE-TABLE.
           05  SC-STATE             PIC X(2) OCCURS 60 TIMES.
       01  WS-CHECK-STATE        PIC X(2).
       01  WS-STATE-FOUND        PIC X.
       01  WS-SLOT-IDX           PIC 9.
      *--------------------------------------------------------
      * RATED WC CLASS CODES FROM THE WC CLASS TABLE. WITHOUT
      * THE TABLE AN OVERRIDE IS TAKEN AS KEYED AND LEFT FOR
      * THE PREMIUM REPORT TO SHOW UNRATED.
      *--------------------------------------------------------
       01  WS-WCCLS-STATUS       PIC XX.
       01  WS-WCCLS-EOF          PIC X.
       01  WS-WC-TABLE-SW        PIC X VALUE 'N'.
           88  WC-TABLE-LOADED       VALUE 'Y'.
       01  WS-WC-CODE-COUNT      PIC 9(3) VALUE 0.
       01  WS-WC-CODE-IDX        PIC 9(3).
       01  WS-WC-CODE-TABLE.
           05  WCC-CLASS            PIC X(4) OCCURS 200 TIMES.
       01  WS-WC-FOUND           PIC X.
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
           05  LDS-STEP             PIC X(8) VALUE 'EMPMAINT'.
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
       01  WS-PAY-CHANGE         PIC X.
           88  PAY-CHANGE-KEYED      VALUE 'Y'.
       01  WS-PAY-CHANGE-TIMING  PIC X.
           88  PAY-CHANGE-NOW        VALUE 'N'.
           88  PAY-CHANGE-HELD       VALUE 'H'.
           88  PAY-CHANGE-BACKDATED  VALUE 'B'.
       01  WS-RETRO-REQ-COUNT    PIC 9(5) VALUE 0.
       01  WS-TRAN-STATUS        PIC X.
           88  TRAN-VALID            VALUE 'Y'.
           88  TRAN-INVALID          VALUE 'N'.
           05  WS-BEF-SALARY        PIC 9(4)V99.
           05  WS-BEF-DEPT          PIC X(4).
           05  WS-BEF-METHOD        PIC X.
           05  WS-BEF-STATUS        PIC X.
           05  WS-BEF-HIRE-DATE     PIC 9(8).
           05  WS-BEF-TERM-DATE     PIC 9(8).
           05  WS-BEF-REHIRE-DATE   PIC 9(8).
           05  WS-BEF-FINAL-CHECK   PIC X.
           05  WS-BEF-WORK-STATE    PIC X(2).
           05  WS-BEF-RES-STATE     PIC X(2).
           05  WS-BEF-WC-CLASS      PIC X(4).
      *--------------------------------------------------------
      * ABA ROUTING NUMBER CHECK - WEIGHTS 3,7,1 REPEATED OVER
      * THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN. AN ALL-
       01  WS-ADD-COUNT          PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT       PIC 9(5) VALUE 0.
       01  WS-TERM-COUNT         PIC 9(5) VALUE 0.
       01  WS-REHIRE-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT       PIC 9(5) VALUE 0.
       01  AUDIT-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(3) VALUE 'CLS'.
           05  FILLER               PIC X(9) VALUE ' SALARY'.
           05  FILLER               PIC X(6) VALUE 'DEPT'.
           05  FILLER               PIC X(4) VALUE 'PM'.
           05  FILLER               PIC X(3) VALUE 'ST'.
           05  FILLER               PIC X(10) VALUE 'HIRED'.
           05  FILLER               PIC X(10) VALUE 'TERMED'.
           05  FILLER               PIC X(10) VALUE 'REHIRED'.
           05  FILLER               PIC X(4) VALUE 'FC'.
           05  FILLER               PIC X(3) VALUE 'WS'.
           05  FILLER               PIC X(4) VALUE 'RS'.
           05  FILLER               PIC X(4) VALUE 'WC'.
       01  AUDIT-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  AUD-ACTION           PIC X(6).
           05  AUD-DEPT             PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  AUD-METHOD           PIC X.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  AUD-STATUS           PIC X.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  AUD-HIRE-DATE        PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  AUD-TERM-DATE        PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  AUD-REHIRE-DATE      PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  AUD-FINAL-CHECK      PIC X.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  AUD-WORK-STATE       PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  AUD-RES-STATE        PIC X(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  AUD-WC-CLASS         PIC X(4).
       01  AUDIT-REJECT-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  REJ-ACTION           PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE 'REJECTED '.
           05  REJ-REASON           PIC X(30).
       01  AUDIT-RATE-LINE.
           05  FILLER               PIC X(26) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'PAY EFFECTIVE'.
           05  ARL-EFF-DATE         PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  ARL-PEND-LABEL       PIC X(14).
           05  ARL-PEND-RATE        PIC 9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ARL-PEND-SALARY      PIC 9999.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ARL-PEND-DATE        PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  ARL-RETRO-NOTE       PIC X(20).
       01  AUDIT-TRAILER-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  TRL-LABEL            PIC X(24).
           05  TRL-VALUE            PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           PERFORM 105-LOAD-STATE-CODES
           PERFORM 106-LOAD-WC-CLASSES
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE
      *--------------------------------------------------------
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPLOYEE-MASTER-FILE '
                   'EMPMAST.DAT - FILE STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE AUDIT-REPORT-REC FROM AUDIT-HEADING-LINE END-WRITE
           PERFORM 190-WRITE-TRAILER
           CLOSE TRANSACTION-FILE, AUDIT-REPORT-FILE,
                 EMPLOYEE-MASTER-FILE
           IF WS-RETRO-REQ-COUNT > 0
               CLOSE RETRO-REQUEST-FILE
           END-IF
           PERFORM 815-POST-STEP-END
           STOP RUN.

       105-LOAD-STATE-CODES.
           OPEN INPUT STATE-TAX-TABLE-FILE
           IF WS-STTAX-STATUS NOT = '35'
               IF WS-STTAX-STATUS NOT = '00'
                   DISPLAY 'FATAL: CANNOT OPEN STATE TAX TABLE '
                       'STTAXTBL.TXT - FILE STATUS ' WS-STTAX-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-STATE-TABLE-SW
               MOVE 'N' TO WS-STTAX-EOF
               PERFORM UNTIL WS-STTAX-EOF = 'Y'
                   READ STATE-TAX-TABLE-FILE
                       AT END MOVE 'Y' TO WS-STTAX-EOF
                       NOT AT END
                           IF WS-STATE-CODE-COUNT < 60
                               ADD 1 TO WS-STATE-CODE-COUNT
                               MOVE STX-STATE
                                   TO SC-STATE (WS-STATE-CODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-TAX-TABLE-FILE
           END-IF.

       106-LOAD-WC-CLASSES.
           OPEN INPUT WC-CLASS-TABLE-FILE
           IF WS-WCCLS-STATUS NOT = '35'
               IF WS-WCCLS-STATUS NOT = '00'
                   DISPLAY 'FATAL: CANNOT OPEN WC CLASS TABLE '
                       'WCCLASS.TXT - FILE STATUS ' WS-WCCLS-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-WC-TABLE-SW
               MOVE 'N' TO WS-WCCLS-EOF
               PERFORM UNTIL WS-WCCLS-EOF = 'Y'
                   READ WC-CLASS-TABLE-FILE
                       AT END MOVE 'Y' TO WS-WCCLS-EOF
                       NOT AT END
                           IF WCT-CLASS-RATE
                              AND WS-WC-CODE-COUNT < 200
                               ADD 1 TO WS-WC-CODE-COUNT
                               MOVE WCT-CLASS
                                   TO WCC-CLASS (WS-WC-CODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WC-CLASS-TABLE-FILE
           END-IF.

       110-PROCESS-TRAN.
           SET TRAN-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
                   PERFORM 130-CHANGE-EMPLOYEE
               WHEN 'T'
                   PERFORM 140-TERMINATE-EMPLOYEE
               WHEN 'R'
                   PERFORM 160-REHIRE-EMPLOYEE
               WHEN OTHER
                   SET TRAN-INVALID TO TRUE
                   MOVE 'UNRECOGNIZED ACTION CODE' TO WS-REJECT-REASON
               MOVE 'UNRECOGNIZED PAY METHOD' TO WS-REJECT-REASON
               SET TRAN-INVALID TO TRUE
           END-IF
           IF TRAN-VALID AND
              (TR-ACTION-DATE NOT NUMERIC OR TR-ACTION-DATE = 0)
               MOVE 'HIRE DATE MISSING OR INVALID' TO WS-REJECT-REASON
               SET TRAN-INVALID TO TRUE
           END-IF
           IF TRAN-VALID AND TR-PAY-METHOD NOT = 'C'
               MOVE TR-ROUTING TO WS-ROUTING-WORK
               PERFORM 150-VALIDATE-ROUTING
                   SET TRAN-INVALID TO TRUE
               END-IF
           END-IF
           IF TRAN-VALID
               PERFORM 155-VALIDATE-STATES
           END-IF
           IF TRAN-VALID AND TR-WC-CLASS = 'DEPT'
               MOVE 'WC CLASS DEPT ONLY ON A CHANGE' TO WS-REJECT-REASON
               SET TRAN-INVALID TO TRUE
           END-IF
           IF TRAN-VALID
               PERFORM 157-VALIDATE-WC-CLASS
           END-IF
           IF TRAN-INVALID
               PERFORM 180-WRITE-REJECT
           ELSE
               ELSE
                   MOVE 'E' TO EMP-PAY-METHOD
               END-IF
               MOVE 'A'            TO EMP-STATUS
               MOVE TR-ACTION-DATE TO EMP-HIRE-DATE
               MOVE 0              TO EMP-TERM-DATE
               MOVE 0              TO EMP-REHIRE-DATE
               MOVE SPACE          TO EMP-FINAL-CHECK
               MOVE TR-ACTION-DATE TO EMP-RATE-EFF-DATE
               MOVE 0              TO EMP-PEND-RATE
               MOVE 0              TO EMP-PEND-SALARY
               MOVE 0              TO EMP-PEND-EFF-DATE
               MOVE TR-WORK-STATE     TO EMP-WORK-STATE
               MOVE TR-RESIDENT-STATE TO EMP-RESIDENT-STATE
               MOVE 0                 TO EMP-BANK-CHANGE-DATE
               MOVE TR-WC-CLASS       TO EMP-WC-CLASS
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 4
                   MOVE SPACES TO EMP-ST-CODE (WS-SLOT-IDX)
                   MOVE 0 TO EMP-ST-QTD-WAGES (WS-SLOT-IDX)
                   MOVE 0 TO EMP-ST-QTD-TAX (WS-SLOT-IDX)
                   MOVE 0 TO EMP-ST-YTD-WAGES (WS-SLOT-IDX)
                   MOVE 0 TO EMP-ST-YTD-TAX (WS-SLOT-IDX)
               END-PERFORM
               WRITE EMPLOYEE-MASTER-REC
                   INVALID KEY
                       MOVE 'EMPLOYEE ALREADY ON MASTER'
                   MOVE EMP-SALARY-PERIOD TO WS-BEF-SALARY
                   MOVE EMP-DEPT-MASTER   TO WS-BEF-DEPT
                   MOVE EMP-PAY-METHOD    TO WS-BEF-METHOD
                   PERFORM 176-SAVE-EMPLOYMENT-BEFORE
                   PERFORM 155-VALIDATE-STATES
                   IF TR-WORK-STATE NOT = SPACES
                       MOVE TR-WORK-STATE TO EMP-WORK-STATE
                   END-IF
                   IF TR-RESIDENT-STATE NOT = SPACES
                       MOVE TR-RESIDENT-STATE TO EMP-RESIDENT-STATE
                   END-IF
                   IF TRAN-VALID
                       PERFORM 157-VALIDATE-WC-CLASS
                   END-IF
                   IF TR-WC-CLASS = 'DEPT'
                       MOVE SPACES TO EMP-WC-CLASS
                   ELSE
                       IF TR-WC-CLASS NOT = SPACES
                           MOVE TR-WC-CLASS TO EMP-WC-CLASS
                       END-IF
                   END-IF
                   IF TR-NAME NOT = SPACES
                       MOVE TR-NAME TO EMP-NAME-MASTER
                   END-IF
                   PERFORM 136-APPLY-PAY-CHANGE
      *--------------------------------------------------------
      * FRESH BANK DETAILS LIFT AN ACH-RETURN HOLD - THE OLD
      * DEAD ACCOUNT IS WHAT THE HOLD WAS PROTECTING AGAINST.
      * A ROUTING OR ACCOUNT NUMBER THAT ACTUALLY DIFFERS IS
      * DATED SO THE VARIANCE REVIEW CAN FLAG IT BEFORE THE
      * NEXT EFT RELEASE.
      *--------------------------------------------------------
                   IF TR-ROUTING NUMERIC AND TR-ROUTING > 0
                       MOVE TR-ROUTING TO EMP-BANK-ROUTING
                       MOVE TR-ACCOUNT TO EMP-BANK-ACCOUNT
                       MOVE SPACE TO EMP-BANK-STATUS
                   END-IF
                   IF EMP-BANK-ROUTING NOT = WS-BEF-ROUTING
                      OR EMP-BANK-ACCOUNT NOT = WS-BEF-ACCOUNT
                       MOVE WS-RUN-DATE TO EMP-BANK-CHANGE-DATE
                   END-IF
                   IF TR-PAY-CLASS = 'H' OR TR-PAY-CLASS = 'S'
                       MOVE TR-PAY-CLASS TO EMP-PAY-CLASS
                   END-IF
                   IF TR-DEPT NOT = SPACES
                       MOVE TR-DEPT TO EMP-DEPT-MASTER
                   END-IF
                   IF TR-PAY-METHOD = 'E' OR TR-PAY-METHOD = 'C'
                       MOVE TR-PAY-METHOD TO EMP-PAY-METHOD
                   END-IF
                   PERFORM 135-CHANGE-EMPLOYMENT-STATUS
                   IF TRAN-VALID AND EMP-PAY-CLASS NOT = 'S' AND
                      (EMP-RATE-MASTER NOT NUMERIC OR
                       EMP-RATE-MASTER = 0)
                       MOVE 'HOURLY RATE ZERO OR INVALID'
                           PERFORM 175-WRITE-AUDIT-BEFORE
                           MOVE 'AFTER ' TO AUD-IMAGE
                           PERFORM 170-WRITE-AUDIT-MASTER
                           IF PAY-CHANGE-KEYED
                               PERFORM 178-WRITE-AUDIT-RATE
                           END-IF
                           IF PAY-CHANGE-BACKDATED
                               PERFORM 137-WRITE-RETRO-REQUEST
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *--------------------------------------------------------
      * A NEW RATE OR SALARY TAKES ITS EFFECTIVE DATE FROM
      * TR-ACTION-DATE. A FUTURE DATE LEAVES THE CURRENT PAY
      * ALONE AND HOLDS THE NEW FIGURES (REPLACING ANY CHANGE
      * ALREADY HELD) FOR THE PAYROLL RUN TO APPLY. TODAY OR
      * EARLIER APPLIES THEM NOW; EARLIER THAN TODAY ALSO
      * QUEUES A RETRO REQUEST ONCE THE REWRITE SUCCEEDS.
      *--------------------------------------------------------
       136-APPLY-PAY-CHANGE.
           MOVE 'N' TO WS-PAY-CHANGE
           SET PAY-CHANGE-NOW TO TRUE
           IF (TR-RATE NUMERIC AND TR-RATE > 0)
              OR (TR-SALARY NUMERIC AND TR-SALARY > 0)
               MOVE 'Y' TO WS-PAY-CHANGE
           END-IF
           IF PAY-CHANGE-KEYED
               IF TR-ACTION-DATE NUMERIC AND
                  TR-ACTION-DATE > WS-RUN-DATE
                   SET PAY-CHANGE-HELD TO TRUE
                   MOVE EMP-RATE-MASTER   TO EMP-PEND-RATE
                   MOVE EMP-SALARY-PERIOD TO EMP-PEND-SALARY
                   IF TR-RATE NUMERIC AND TR-RATE > 0
                       MOVE TR-RATE TO EMP-PEND-RATE
                   END-IF
                   IF TR-SALARY NUMERIC AND TR-SALARY > 0
                       MOVE TR-SALARY TO EMP-PEND-SALARY
                   END-IF
                   MOVE TR-ACTION-DATE TO EMP-PEND-EFF-DATE
               ELSE
                   IF TR-RATE NUMERIC AND TR-RATE > 0
                       MOVE TR-RATE TO EMP-RATE-MASTER
                   END-IF
                   IF TR-SALARY NUMERIC AND TR-SALARY > 0
                       MOVE TR-SALARY TO EMP-SALARY-PERIOD
                   END-IF
                   IF TR-ACTION-DATE NUMERIC AND TR-ACTION-DATE > 0
                       MOVE TR-ACTION-DATE TO EMP-RATE-EFF-DATE
                       IF TR-ACTION-DATE < WS-RUN-DATE
                          AND (EMP-RATE-MASTER NOT = WS-BEF-RATE
                           OR EMP-SALARY-PERIOD NOT = WS-BEF-SALARY)
                           SET PAY-CHANGE-BACKDATED TO TRUE
                       END-IF
                   ELSE
                       MOVE WS-RUN-DATE TO EMP-RATE-EFF-DATE
                   END-IF
               END-IF
           END-IF.

       137-WRITE-RETRO-REQUEST.
           IF WS-RETRO-REQ-COUNT = 0
               OPEN EXTEND RETRO-REQUEST-FILE
               IF WS-RETRO-STATUS = '35'
                   OPEN OUTPUT RETRO-REQUEST-FILE
               END-IF
           END-IF
           MOVE EMP-COMPANY-MASTER TO RQ-COMPANY
           MOVE EMP-ID-MASTER      TO RQ-EMP-ID
           MOVE EMP-RATE-EFF-DATE  TO RQ-EFF-DATE
           MOVE EMP-PAY-CLASS      TO RQ-PAY-CLASS
           MOVE WS-BEF-RATE        TO RQ-OLD-RATE
           MOVE EMP-RATE-MASTER    TO RQ-NEW-RATE
           MOVE WS-BEF-SALARY      TO RQ-OLD-SALARY
           MOVE EMP-SALARY-PERIOD  TO RQ-NEW-SALARY
           MOVE WS-RUN-DATE        TO RQ-REQUEST-DATE
           WRITE RETRO-REQUEST-REC END-WRITE
           ADD 1 TO WS-RETRO-REQ-COUNT.

      *--------------------------------------------------------
      * A LEAVE-OF-ABSENCE MOVE ON A CHANGE TRANSACTION. A
      * TERMINATED EMPLOYEE CANNOT BE CHANGED BACK TO ACTIVE
      * HERE - THAT IS A REHIRE, WHICH STAMPS THE RETURN DATE.
      * THE FINAL-CHECK FLAG MAY BE SET ON A TERMINATED
      * EMPLOYEE TO AUTHORIZE A LATE OR CORRECTED FINAL PAY.
      *--------------------------------------------------------
       135-CHANGE-EMPLOYMENT-STATUS.
           IF TR-STATUS NOT = SPACE
               IF TR-STATUS NOT = 'A' AND TR-STATUS NOT = 'L'
                   MOVE 'UNRECOGNIZED STATUS - USE A/L'
                       TO WS-REJECT-REASON
                   SET TRAN-INVALID TO TRUE
               ELSE
                   IF EMP-TERMINATED
                       MOVE 'EMPLOYEE TERMINATED-USE REHIRE'
                           TO WS-REJECT-REASON
                       SET TRAN-INVALID TO TRUE
                   ELSE
                       MOVE TR-STATUS TO EMP-STATUS
                   END-IF
               END-IF
           END-IF
           IF TRAN-VALID AND TR-FINAL-CHECK = 'Y'
               IF EMP-TERMINATED
                   MOVE 'Y' TO EMP-FINAL-CHECK
               ELSE
                   MOVE 'FINAL CHECK-NOT TERMINATED'
                       TO WS-REJECT-REASON
                   SET TRAN-INVALID TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------
      * A TERMINATION NO LONGER REMOVES THE RECORD - THE TAX
      * REPORTING PROGRAM STILL NEEDS A TERMINATED EMPLOYEE'S
      * WAGES AND WITHHOLDING FOR THE QUARTERLY SUMMARY AND
      * THE YEAR-END W-2 EXTRACT, AND A REHIRE SHOULD COME
      * BACK ON THE SAME RECORD. THE STATUS STOPS THE PAYROLL
      * RUN PAYING THE EMPLOYEE (BARRING A FLAGGED FINAL
      * CHECK); YEAREND PURGES THE RECORD ONCE NOTHING IS
      * LEFT TO REPORT.
      *--------------------------------------------------------
       140-TERMINATE-EMPLOYEE.
           MOVE TR-COMPANY TO EMP-COMPANY-MASTER
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
                   PERFORM 180-WRITE-REJECT
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE 'EMPLOYEE ALREADY TERMINATED'
                           TO WS-REJECT-REASON
                       PERFORM 180-WRITE-REJECT
                   ELSE
                       IF TR-ACTION-DATE NOT NUMERIC OR
                          TR-ACTION-DATE = 0
                           MOVE 'TERMINATION DATE MISSING'
                               TO WS-REJECT-REASON
                           PERFORM 180-WRITE-REJECT
                       ELSE
                           PERFORM 141-TERMINATE-ON-MASTER
                       END-IF
                   END-IF
           END-READ.

       141-TERMINATE-ON-MASTER.
           PERFORM 176-SAVE-EMPLOYMENT-BEFORE
           MOVE 'T' TO EMP-STATUS
           MOVE TR-ACTION-DATE TO EMP-TERM-DATE
           IF TR-FINAL-CHECK = 'Y'
               MOVE 'Y' TO EMP-FINAL-CHECK
           ELSE
               MOVE SPACE TO EMP-FINAL-CHECK
           END-IF
           REWRITE EMPLOYEE-MASTER-REC
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
               PERFORM 180-WRITE-REJECT
           ELSE
               ADD 1 TO WS-TERM-COUNT
               MOVE 'TERM  ' TO AUD-ACTION
               PERFORM 177-WRITE-AUDIT-STATUS-PAIR
           END-IF.

      *--------------------------------------------------------
      * REHIRE - ONLY A TERMINATED EMPLOYEE CAN BE REHIRED, ON
      * THE RETURN DATE GIVEN, WHICH CANNOT PRECEDE THE LAST
      * SEPARATION. THE ORIGINAL HIRE DATE AND THE QTD/YTD
      * BALANCES CARRY OVER SO THE RETURNING EMPLOYEE'S W-2
      * STAYS ON ONE RECORD. ANY UNUSED FINAL-CHECK FLAG IS
      * DROPPED - PAY FROM HERE ON IS ORDINARY PAY.
      *--------------------------------------------------------
       160-REHIRE-EMPLOYEE.
           MOVE TR-COMPANY TO EMP-COMPANY-MASTER
           MOVE TR-EMP-ID TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
                   PERFORM 180-WRITE-REJECT
               NOT INVALID KEY
                   IF NOT EMP-TERMINATED
                       MOVE 'EMPLOYEE NOT TERMINATED'
                           TO WS-REJECT-REASON
                       PERFORM 180-WRITE-REJECT
                   ELSE
                       IF TR-ACTION-DATE NOT NUMERIC OR
                          TR-ACTION-DATE = 0 OR
                          TR-ACTION-DATE < EMP-TERM-DATE
                           MOVE 'REHIRE DATE MISSING OR INVALID'
                               TO WS-REJECT-REASON
                           PERFORM 180-WRITE-REJECT
                       ELSE
                           PERFORM 161-REHIRE-ON-MASTER
                       END-IF
                   END-IF
           END-READ.

       161-REHIRE-ON-MASTER.
           PERFORM 176-SAVE-EMPLOYMENT-BEFORE
           MOVE 'A' TO EMP-STATUS
           MOVE TR-ACTION-DATE TO EMP-REHIRE-DATE
           MOVE SPACE TO EMP-FINAL-CHECK
           REWRITE EMPLOYEE-MASTER-REC
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'MASTER REWRITE FAILED' TO WS-REJECT-REASON
               PERFORM 180-WRITE-REJECT
           ELSE
               ADD 1 TO WS-REHIRE-COUNT
               MOVE 'REHIRE' TO AUD-ACTION
               PERFORM 177-WRITE-AUDIT-STATUS-PAIR
           END-IF.

       150-VALIDATE-ROUTING.
           SET ROUTING-VALID TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------
      * A KEYED WORK OR RESIDENT STATE MUST BE ON THE STATE TAX
      * RATE TABLE - AN UNKNOWN CODE WOULD ONLY BE CAUGHT AT
      * PAY TIME, WITH THE EMPLOYEE'S PAY HELD.
      *--------------------------------------------------------
       155-VALIDATE-STATES.
           IF STATE-TABLE-LOADED AND TR-WORK-STATE NOT = SPACES
               MOVE TR-WORK-STATE TO WS-CHECK-STATE
               PERFORM 156-FIND-STATE-CODE
               IF WS-STATE-FOUND = 'N'
                   MOVE 'WORK STATE NOT ON TAX TABLE'
                       TO WS-REJECT-REASON
                   SET TRAN-INVALID TO TRUE
               END-IF
           END-IF
           IF TRAN-VALID AND STATE-TABLE-LOADED
              AND TR-RESIDENT-STATE NOT = SPACES
               MOVE TR-RESIDENT-STATE TO WS-CHECK-STATE
               PERFORM 156-FIND-STATE-CODE
               IF WS-STATE-FOUND = 'N'
                   MOVE 'RESIDENT STATE NOT ON TAX TABLE'
                       TO WS-REJECT-REASON
                   SET TRAN-INVALID TO TRUE
               END-IF
           END-IF.

       156-FIND-STATE-CODE.
           MOVE 'N' TO WS-STATE-FOUND
           PERFORM VARYING WS-STATE-CODE-IDX FROM 1 BY 1
               UNTIL WS-STATE-CODE-IDX > WS-STATE-CODE-COUNT
               IF SC-STATE (WS-STATE-CODE-IDX) = WS-CHECK-STATE
                   MOVE 'Y' TO WS-STATE-FOUND
                   MOVE WS-STATE-CODE-COUNT TO WS-STATE-CODE-IDX
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * A KEYED WC CLASS OVERRIDE MUST BE RATED ON THE WC
      * CLASS TABLE - AN UNRATED CLASS WOULD ONLY SHOW UP AS
      * MISSING PREMIUM AT AUDIT TIME.
      *--------------------------------------------------------
       157-VALIDATE-WC-CLASS.
           IF WC-TABLE-LOADED AND TR-WC-CLASS NOT = SPACES
              AND TR-WC-CLASS NOT = 'DEPT'
               MOVE 'N' TO WS-WC-FOUND
               PERFORM VARYING WS-WC-CODE-IDX FROM 1 BY 1
                   UNTIL WS-WC-CODE-IDX > WS-WC-CODE-COUNT
                   IF WCC-CLASS (WS-WC-CODE-IDX) = TR-WC-CLASS
                       MOVE 'Y' TO WS-WC-FOUND
                       MOVE WS-WC-CODE-COUNT TO WS-WC-CODE-IDX
                   END-IF
               END-PERFORM
               IF WS-WC-FOUND = 'N'
                   MOVE 'WC CLASS NOT ON CLASS TABLE'
                       TO WS-REJECT-REASON
                   SET TRAN-INVALID TO TRUE
               END-IF
           END-IF.

       170-WRITE-AUDIT-MASTER.
           MOVE EMP-COMPANY-MASTER TO AUD-COMPANY
           MOVE EMP-ID-MASTER    TO AUD-EMP-ID
           MOVE EMP-SALARY-PERIOD TO AUD-SALARY
           MOVE EMP-DEPT-MASTER  TO AUD-DEPT
           MOVE EMP-PAY-METHOD   TO AUD-METHOD
           MOVE EMP-STATUS       TO AUD-STATUS
           MOVE EMP-HIRE-DATE    TO AUD-HIRE-DATE
           MOVE EMP-TERM-DATE    TO AUD-TERM-DATE
           MOVE EMP-REHIRE-DATE  TO AUD-REHIRE-DATE
           MOVE EMP-FINAL-CHECK  TO AUD-FINAL-CHECK
           MOVE EMP-WORK-STATE   TO AUD-WORK-STATE
           MOVE EMP-RESIDENT-STATE TO AUD-RES-STATE
           MOVE EMP-WC-CLASS     TO AUD-WC-CLASS
           WRITE AUDIT-REPORT-REC FROM AUDIT-DETAIL-LINE END-WRITE.

       175-WRITE-AUDIT-BEFORE.
           MOVE WS-BEF-SALARY  TO AUD-SALARY
           MOVE WS-BEF-DEPT    TO AUD-DEPT
           MOVE WS-BEF-METHOD  TO AUD-METHOD
           MOVE WS-BEF-STATUS      TO AUD-STATUS
           MOVE WS-BEF-HIRE-DATE   TO AUD-HIRE-DATE
           MOVE WS-BEF-TERM-DATE   TO AUD-TERM-DATE
           MOVE WS-BEF-REHIRE-DATE TO AUD-REHIRE-DATE
           MOVE WS-BEF-FINAL-CHECK TO AUD-FINAL-CHECK
           MOVE WS-BEF-WORK-STATE  TO AUD-WORK-STATE
           MOVE WS-BEF-RES-STATE   TO AUD-RES-STATE
           MOVE WS-BEF-WC-CLASS    TO AUD-WC-CLASS
           WRITE AUDIT-REPORT-REC FROM AUDIT-DETAIL-LINE END-WRITE.

      *--------------------------------------------------------
      * EMPLOYMENT FIELDS FOR THE BEFORE IMAGE. A RECORD
      * WRITTEN BEFORE THE DATES WERE CARRIED MAY HOLD SPACES
      * IN THEM - THEY ARE REPORTED AS ZERO, NOT AS GARBAGE.
      *--------------------------------------------------------
       176-SAVE-EMPLOYMENT-BEFORE.
           MOVE EMP-STATUS      TO WS-BEF-STATUS
           MOVE EMP-FINAL-CHECK TO WS-BEF-FINAL-CHECK
           MOVE EMP-WORK-STATE  TO WS-BEF-WORK-STATE
           MOVE EMP-RESIDENT-STATE TO WS-BEF-RES-STATE
           MOVE EMP-WC-CLASS    TO WS-BEF-WC-CLASS
           IF EMP-HIRE-DATE NUMERIC
               MOVE EMP-HIRE-DATE TO WS-BEF-HIRE-DATE
           ELSE
               MOVE 0 TO WS-BEF-HIRE-DATE
               MOVE 0 TO EMP-HIRE-DATE
           END-IF
           IF EMP-TERM-DATE NUMERIC
               MOVE EMP-TERM-DATE TO WS-BEF-TERM-DATE
           ELSE
               MOVE 0 TO WS-BEF-TERM-DATE
               MOVE 0 TO EMP-TERM-DATE
           END-IF
           IF EMP-REHIRE-DATE NUMERIC
               MOVE EMP-REHIRE-DATE TO WS-BEF-REHIRE-DATE
           ELSE
               MOVE 0 TO WS-BEF-REHIRE-DATE
               MOVE 0 TO EMP-REHIRE-DATE
           END-IF.

      *--------------------------------------------------------
      * A TERMINATION OR REHIRE ONLY MOVES THE EMPLOYMENT
      * FIELDS, SO ITS BEFORE IMAGE IS THE CURRENT RECORD WITH
      * THOSE FIELDS TAKEN BACK FROM THE SAVED COPY.
      *--------------------------------------------------------
       177-WRITE-AUDIT-STATUS-PAIR.
           MOVE EMP-NAME-MASTER   TO WS-BEF-NAME
           MOVE EMP-RATE-MASTER   TO WS-BEF-RATE
           MOVE EMP-BANK-ROUTING  TO WS-BEF-ROUTING
           MOVE EMP-BANK-ACCOUNT  TO WS-BEF-ACCOUNT
           MOVE EMP-PAY-CLASS     TO WS-BEF-CLASS
           MOVE EMP-SALARY-PERIOD TO WS-BEF-SALARY
           MOVE EMP-DEPT-MASTER   TO WS-BEF-DEPT
           MOVE EMP-PAY-METHOD    TO WS-BEF-METHOD
           PERFORM 175-WRITE-AUDIT-BEFORE
           MOVE 'AFTER ' TO AUD-IMAGE
           PERFORM 170-WRITE-AUDIT-MASTER.

      *--------------------------------------------------------
      * FOLLOWS THE AFTER IMAGE OF A RATE OR SALARY CHANGE -
      * WHEN THE NEW PAY TAKES EFFECT, ANY CHANGE STILL HELD,
      * AND WHETHER RETRO PAY WAS QUEUED.
      *--------------------------------------------------------
       178-WRITE-AUDIT-RATE.
           MOVE EMP-RATE-EFF-DATE TO ARL-EFF-DATE
           IF EMP-PEND-EFF-DATE > 0
               MOVE 'HELD CHANGE  ' TO ARL-PEND-LABEL
               MOVE EMP-PEND-RATE     TO ARL-PEND-RATE
               MOVE EMP-PEND-SALARY   TO ARL-PEND-SALARY
               MOVE EMP-PEND-EFF-DATE TO ARL-PEND-DATE
           ELSE
               MOVE SPACES TO ARL-PEND-LABEL
               MOVE 0 TO ARL-PEND-RATE
               MOVE 0 TO ARL-PEND-SALARY
               MOVE 0 TO ARL-PEND-DATE
           END-IF
           IF PAY-CHANGE-BACKDATED
               MOVE 'RETRO PAY QUEUED' TO ARL-RETRO-NOTE
           ELSE
               MOVE SPACES TO ARL-RETRO-NOTE
           END-IF
           WRITE AUDIT-REPORT-REC FROM AUDIT-RATE-LINE END-WRITE.

       180-WRITE-REJECT.
           EVALUATE TR-ACTION
               WHEN 'A'    MOVE 'ADD   ' TO REJ-ACTION
               WHEN 'C'    MOVE 'CHANGE' TO REJ-ACTION
               WHEN 'T'    MOVE 'TERM  ' TO REJ-ACTION
               WHEN 'R'    MOVE 'REHIRE' TO REJ-ACTION
               WHEN OTHER  MOVE '??    ' TO REJ-ACTION
           END-EVALUATE
           IF TR-EMP-ID NUMERIC
           MOVE 'EMPLOYEES TERMINATED' TO TRL-LABEL
           MOVE WS-TERM-COUNT TO TRL-VALUE
           WRITE AUDIT-REPORT-REC FROM AUDIT-TRAILER-LINE END-WRITE
           MOVE 'EMPLOYEES REHIRED' TO TRL-LABEL
           MOVE WS-REHIRE-COUNT TO TRL-VALUE
           WRITE AUDIT-REPORT-REC FROM AUDIT-TRAILER-LINE END-WRITE
           MOVE 'RETRO PAY REQUESTS QUEUED' TO TRL-LABEL
           MOVE WS-RETRO-REQ-COUNT TO TRL-VALUE
           WRITE AUDIT-REPORT-REC FROM AUDIT-TRAILER-LINE END-WRITE
           MOVE 'TRANSACTIONS REJECTED' TO TRL-LABEL
           MOVE WS-REJECT-COUNT TO TRL-VALUE
           WRITE AUDIT-REPORT-REC FROM AUDIT-TRAILER-LINE END-WRITE.

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
      * A PAY STEP THAT NEVER COMPLETED WILL BE RESTARTED
      * AGAINST THE MASTER AS IT STOOD WHEN IT STARTED - NO
      * RATE, BANK OR STATUS CHANGE MAY LAND IN BETWEEN.
      * MAINTENANCE POSTS UNDER COMPANY *ALL FOR THE RUN DATE.
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
