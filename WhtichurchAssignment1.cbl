            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-HIST-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVBAL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LV-KEY
            FILE STATUS IS WS-LEAVE-STATUS.
           SELECT RETRO-EARNINGS-FILE ASSIGN TO "RETROERN.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETRO-STATUS.
           SELECT STATE-TAX-TABLE-FILE ASSIGN TO "STTAXTBL.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-STTAX-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
      *--------------------------------------------------------
            05  ADJUST-CODE-IN       PIC X.
            05  ADJUST-PERIOD-IN     PIC 9(8).
      *--------------------------------------------------------
      * PAID LEAVE TAKEN THIS WEEK - BLANK WHEN NONE.
      * V = VACATION  S = SICK  H = HOLIDAY. PAID AT THE
      * MASTER RATE ON TOP OF ANY HOURS WORKED (NO OVERTIME,
      * NO SHIFT DIFFERENTIAL) AND DEBITED FROM LEAVBAL.DAT.
      *--------------------------------------------------------
            05  LEAVE-ENTRIES OCCURS 2 TIMES.
                10  LEAVE-CODE-IN    PIC X.
                10  LEAVE-HOURS-IN   PIC 9(2).
      *--------------------------------------------------------
      * WORK STATE FOR THIS WEEK WHEN IT DIFFERS FROM THE
      * MASTER WORK STATE - BLANK MEANS THE MASTER'S.
      *--------------------------------------------------------
            05  WORK-STATE-IN        PIC X(2).
           FD  OUTPUT-FILE.
       01  OUTPUT-REC PIC X(132).
       FD  EXCEPTION-FILE.
      *--------------------------------------------------------
           05  CKPT-IN-PROGRESS-EMP  PIC 9(6).
      *--------------------------------------------------------
      * STATE WITHHOLDING BY STATE FOR THE PER-STATE GL
      * CREDITS - AN IMAGE OF WS-STATE-TOTAL-TABLE.
      *--------------------------------------------------------
           05  CKPT-STATE-TOTAL-COUNT PIC 9(2).
           05  CKPT-STATE-TOTAL-TABLE PIC X(660).
      *--------------------------------------------------------
      * ALTERNATE VIEW OF THE SAME RECORD AREA USED TO PERSIST ONE
      * WS-DEPT-TABLE ROW PER RELATIVE KEY (KEY 2 = ROW 1, ETC) SO
      * THE DEPARTMENT BREAKDOWN SURVIVES A RESTART TOO.
      * RUN CONTROL CARD - IDENTIFIES THE PAY PERIOD BEING RUN
      * AND THE EXPECTED INPUT VOLUME. RC-RERUN-OVERRIDE 'Y'
      * LETS AN OPERATOR DELIBERATELY RE-RUN A PERIOD THAT IS
      * ALREADY ON THE POSTED-PERIOD LOG. RC-HOME-STATE IS THE
      * COMPANY'S HOME STATE, TAKEN AS THE WORK STATE OF ANY
      * EMPLOYEE WHOSE MASTER DOES NOT YET CARRY ONE.
      *--------------------------------------------------------
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05  RC-EXPECTED-COUNT    PIC 9(5).
           05  RC-RERUN-OVERRIDE    PIC X.
           05  RC-DUP-MODE          PIC X.
           05  RC-HOME-STATE        PIC X(2).
           05  FILLER               PIC X(59).
      *--------------------------------------------------------
      * POSTED-PERIOD LOG - ONE LINE PER SUCCESSFULLY COMPLETED
      * RUN. CONSULTED AT START-UP SO THE SAME COMPANY/PERIOD
      * GENERAL LEDGER DISTRIBUTION - ONE BALANCED JOURNAL
      * ENTRY PER RUN: A WAGE-EXPENSE DEBIT PER DEPARTMENT,
      * CREDITS FOR EACH WITHHOLDING LIABILITY AND THE NET-PAY
      * CLEARING ACCOUNT. STATE WITHHOLDING IS CREDITED ONE
      * LINE PER STATE WITH THE STATE CODE IN THE COST CENTER.
      * IMPORT-READY FIXED LAYOUT.
      *--------------------------------------------------------
       FD  GL-DIST-FILE.
       01  GL-DIST-REC.
      * THE CONTROLLER SIGNS; THE LEDGER CARRIES ONE RECORD
      * PER ISSUED CHECK (STATUS O = OUTSTANDING, C = CLEARED,
      * E = ESCHEATED - CLEARED/ESCHEATED ARE POSTED BY THE
      * CLEARING RUN, CHKRECON, NOT HERE) SO STALE UNCASHED
      * CHECKS SURFACE FOR ESCHEATMENT.
      *--------------------------------------------------------
      *--------------------------------------------------------
      * REMITTANCE DETAIL - ONE RECORD PER VOLUNTARY DEDUCTION
           05  VD-ARREARS           PIC 9(5)V99.
       FD  PAY-HISTORY-FILE.
           COPY PAYHISTR.
       FD  LEAVE-BALANCE-FILE.
           COPY LEAVBALR.
      *--------------------------------------------------------
      * RETRO PAY OWED FROM A BACK-DATED RATE OR SALARY CHANGE,
      * ONE RECORD PER EMPLOYEE PER CHANGE (SAME LAYOUT RETROPAY
      * WRITES). PAID WITH THE EMPLOYEE'S NEXT PAYCHECK AND
      * DROPPED FROM THE FILE ONCE PAID.
      *--------------------------------------------------------
       FD  RETRO-EARNINGS-FILE.
       01  RETRO-EARNINGS-REC.
           05  RE-COMPANY           PIC X(4).
           05  RE-EMP-ID            PIC 9(6).
           05  RE-EFF-DATE          PIC 9(8).
           05  RE-PERIODS           PIC 9(3).
           05  RE-AMOUNT            PIC 9(4)V99.
      *--------------------------------------------------------
      * STATE INCOME TAX RATE TABLE - ONE RECORD PER STATE,
      * MAINTAINED BY PAYROLL ADMINISTRATION. A ZERO RATE IS A
      * STATE WITH NO INCOME TAX. STX-RECIP-STATE LISTS UP TO
      * TEN RESIDENT STATES WHOSE WORKERS THIS STATE DOES NOT
      * TAX UNDER A RECIPROCAL AGREEMENT - THEIR HOME STATE
      * WITHHOLDS INSTEAD. STX-SUTA-WAGE-BASE IS USED BY THE
      * SUTA WAGE REPORT.
      *--------------------------------------------------------
       FD  STATE-TAX-TABLE-FILE.
       01  STATE-TAX-TABLE-REC.
           05  STX-STATE            PIC X(2).
           05  STX-RATE             PIC V9999.
           05  STX-SUTA-WAGE-BASE   PIC 9(6)V99.
           05  STX-RECIP-STATE      PIC X(2) OCCURS 10 TIMES.
           05  FILLER               PIC X(46).
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
        WORKING-STORAGE SECTION.
       01  EOF PIC X VALUE 'N'.
       01  DETAIL-LINE.
       01  WS-TOTAL-DEDUCTIONS  PIC 9(4)V99.
       01  WS-NET-PAY           PIC 9(4)V99.
      *--------------------------------------------------------
      * WITHHOLDING RATE TABLES - FLAT FICA RATES AND A
      * PROGRESSIVE FEDERAL BRACKET TABLE KEYED ON GROSS WAGES.
      * STATE WITHHOLDING RATES COME FROM STTAXTBL.TXT, WHICH
      * IS LOADED WHOLE AT START-UP. A PAYMENT IS TAXED BY ITS
      * WORK STATE AND, WHEN THE EMPLOYEE LIVES ELSEWHERE, BY
      * THE RESIDENT STATE LESS A CREDIT FOR THE WORK-STATE
      * TAX. UNDER A
      * RECIPROCAL AGREEMENT THE WORK STATE STEPS ASIDE AND
      * THE RESIDENT STATE TAKES THE WHOLE WITHHOLDING. THE
      * TS- TABLE HOLDS THE SPLIT FOR THE PAYMENT IN HAND.
      *--------------------------------------------------------
       01  WS-STTAX-STATUS       PIC XX.
       01  WS-STTAX-EOF          PIC X.
       01  WS-STATE-RATE-COUNT   PIC 9(2) VALUE 0.
       01  WS-STATE-RATE-TABLE.
           05  WS-STATE-RATE-ENTRY OCCURS 60 TIMES.
               10  SR-STATE          PIC X(2).
               10  SR-RATE           PIC V9999.
               10  SR-RECIP-STATE    PIC X(2) OCCURS 10 TIMES.
       01  WS-SR-IDX             PIC 9(2).
       01  WS-RECIP-IDX          PIC 9(2).
       01  WS-STATE-LOOKUP       PIC X(2).
       01  WS-STATE-LOOKUP-IDX   PIC 9(2).
       01  WS-WORK-STATE         PIC X(2).
       01  WS-RESIDENT-STATE     PIC X(2).
       01  WS-WORK-STATE-IDX     PIC 9(2).
       01  WS-RESIDENT-STATE-IDX PIC 9(2).
       01  WS-STATE-RECIP        PIC X.
           88  STATE-RECIPROCAL      VALUE 'Y'.
           88  STATE-NOT-RECIPROCAL  VALUE 'N'.
       01  WS-STATE-CALC-TAX     PIC 9(4)V99.
       01  WS-TAX-STATE-COUNT    PIC 9.
       01  WS-TAX-STATE-TABLE.
           05  WS-TAX-STATE-ENTRY OCCURS 2 TIMES.
               10  TS-STATE          PIC X(2).
               10  TS-RATE-IDX       PIC 9(2).
               10  TS-WAGES          PIC 9(4)V99.
               10  TS-TAX            PIC 9(3)V99.
       01  WS-TS-IDX             PIC 9.
      *--------------------------------------------------------
      * THE SPLIT ON A PAY HISTORY RECORD BEING BACKED OUT BY
      * A VOID, REPLACEMENT OR DUPLICATE REVERSAL, AND THE
      * MASTER STATE SLOT WORK FIELDS.
      *--------------------------------------------------------
       01  WS-PRIOR-STATE-COUNT  PIC 9.
       01  WS-PRIOR-STATE-TABLE.
           05  WS-PRIOR-STATE-ENTRY OCCURS 2 TIMES.
               10  PS-STATE          PIC X(2).
               10  PS-WAGES          PIC 9(4)V99.
               10  PS-TAX            PIC 9(3)V99.
       01  WS-PS-IDX             PIC 9.
       01  WS-ACCUM-IDX          PIC 9.
       01  WS-ACCUM-SLOT         PIC 9.
       01  WS-ACCUM-FREE         PIC 9.
       01  WS-SLOTS-NEEDED       PIC 9.
      *--------------------------------------------------------
      * FICA IS WITHHELD AS SOCIAL SECURITY (STOPPED AT THE
      * ANNUAL WAGE BASE, MEASURED AGAINST MASTER YTD WAGES
       01  WS-SEG-REG-HOURS      PIC 9(2).
       01  WS-SEG-OT-HOURS       PIC 9(2).
       01  WS-SEG-REMAINING-REG  PIC 9(2).
      *--------------------------------------------------------
      * PAID LEAVE - THE HOURS TAKEN THIS WEEK BY TYPE OFF THE
      * TIME RECORD, THEIR PAY AT THE MASTER RATE, AND THE
      * EDIT RESULT. A REQUEST OVER THE BALANCE ON FILE (PLUS
      * ANY HOURS A REPLACEMENT IS ABOUT TO PUT BACK) DIVERTS
      * THE WHOLE RECORD TO THE EXCEPTION REPORT.
      *--------------------------------------------------------
       01  WS-LEAVE-STATUS       PIC XX.
       01  WS-LEAVE-IDX          PIC 9.
       01  WS-LEAVE-HOURS-SUM    PIC 9(3).
       01  WS-LV-TAKE-VAC        PIC 9(3).
       01  WS-LV-TAKE-SICK       PIC 9(3).
       01  WS-LV-TAKE-HOL        PIC 9(3).
       01  WS-LV-RESTORE-VAC     PIC 9(3).
       01  WS-LV-RESTORE-SICK    PIC 9(3).
       01  WS-LV-RESTORE-HOL     PIC 9(3).
       01  WS-VAC-PAY            PIC 9(4)V99.
       01  WS-SICK-PAY           PIC 9(4)V99.
       01  WS-HOL-PAY            PIC 9(4)V99.
       01  WS-LEAVE-WAGES        PIC 9(4)V99.
       01  WS-LEAVE-EDIT         PIC X.
           88  LEAVE-EDIT-OK         VALUE 'Y'.
           88  LEAVE-EDIT-INVALID    VALUE 'N'.
           88  LEAVE-OVER-BALANCE    VALUE 'O'.
       01  WS-SALARIED-LEAVE     PIC X.
           88  SALARIED-LEAVE-CARD   VALUE 'Y'.
           88  NOT-SALARIED-LEAVE    VALUE 'N'.
      *--------------------------------------------------------
      * LEAVE-ONLY CARDS FOR SALARIED STAFF, HELD BY EMPLOYEE
      * UNTIL THE SALARY PASS PAYS THE WEEK. THE HOURS ARE
      * DEBITED, STUBBED AND WRITTEN TO PAY HISTORY WITH THE
      * SALARY, SO A VOID OF THAT PAY PUTS THEM BACK. ONE CARD
      * PER EMPLOYEE PER RUN.
      *--------------------------------------------------------
       01  WS-SAL-LEAVE-COUNT    PIC 9(4) VALUE 0.
       01  WS-SAL-LEAVE-IDX      PIC 9(5).
       01  WS-SAL-LEAVE-HIT      PIC 9(4).
       01  WS-SAL-LEAVE-FOUND    PIC X.
           88  SAL-LEAVE-FOUND       VALUE 'Y'.
           88  SAL-LEAVE-NOT-FOUND   VALUE 'N'.
       01  WS-SAL-LEAVE-TABLE.
           05  WS-SAL-LEAVE-ENTRY OCCURS 9999 TIMES.
               10  SL-EMP-ID        PIC 9(6).
               10  SL-VAC-HOURS     PIC 9(3).
               10  SL-SICK-HOURS    PIC 9(3).
               10  SL-HOL-HOURS     PIC 9(3).
       01  WS-LEAVE-ACCRUE       PIC X.
           88  LEAVE-ACCRUE-THIS-PAY VALUE 'Y'.
           88  LEAVE-NO-ACCRUAL      VALUE 'N'.
       01  WS-LV-RECORD-FOUND    PIC X.
           88  LV-RECORD-FOUND       VALUE 'Y'.
           88  LV-RECORD-NEW         VALUE 'N'.
      *--------------------------------------------------------
      * LEAVE ACCRUAL TABLE - HOURS EARNED PER WEEKLY RUN BY
      * PAY CLASS (H/S) AND COMPLETED YEARS OF SERVICE. EACH
      * CLASS IS LISTED IN ASCENDING SENIORITY; THE LAST BAND
      * THE EMPLOYEE HAS REACHED APPLIES. VACATION STOPS
      * ACCRUING AT THE CARRY-OVER CAP.
      *--------------------------------------------------------
       01  LEAVE-ACCRUAL-TABLE-VALUES.
           05  FILLER PIC X(12) VALUE 'H00154077092'.
           05  FILLER PIC X(12) VALUE 'H05231077092'.
           05  FILLER PIC X(12) VALUE 'H10308077092'.
           05  FILLER PIC X(12) VALUE 'S00185092092'.
           05  FILLER PIC X(12) VALUE 'S05277092092'.
           05  FILLER PIC X(12) VALUE 'S10308092092'.
       01  LEAVE-ACCRUAL-TABLE REDEFINES LEAVE-ACCRUAL-TABLE-VALUES.
           05  LEAVE-ACCRUAL-ENTRY OCCURS 6 TIMES.
               10  LA-PAY-CLASS      PIC X.
               10  LA-MIN-YEARS      PIC 9(2).
               10  LA-VAC-HOURS      PIC 9V99.
               10  LA-SICK-HOURS     PIC 9V99.
               10  LA-HOL-HOURS      PIC 9V99.
       01  WS-LA-IDX             PIC 9.
       01  WS-LA-BAND            PIC 9.
       01  WS-LA-CLASS           PIC X.
       01  WS-VAC-BALANCE-CAP    PIC 9(4)V99 VALUE 240.00.
       01  WS-LV-SERVICE-YEARS   PIC S9(4).
       01  WS-LV-DATE-WORK       PIC 9(8).
       01  WS-LV-DATE-SPLIT REDEFINES WS-LV-DATE-WORK.
           05  LVD-YYYY             PIC 9(4).
           05  LVD-MMDD             PIC 9(4).
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-MASTER-FOUND       PIC X.
           88  MASTER-FOUND          VALUE 'Y'.
       01  WS-EFFECTIVE-RATE     PIC 9V99.
       01  WS-SALARIED-EOF       PIC X.
      *--------------------------------------------------------
      * RETRO PAY - RETROERN.TXT IS LOADED WHOLE AT THE START
      * OF THE RUN AND WRITTEN BACK AT THE END WITH WHATEVER IS
      * STILL UNPAID. RT-ORIGIN 'F' CAME OFF THE FILE, 'V' WAS
      * PUT BACK THIS RUN BY A VOID OF A PAY THAT CARRIED IT.
      *--------------------------------------------------------
       01  WS-RETRO-STATUS       PIC XX.
       01  WS-RETRO-EOF          PIC X.
       01  WS-RETRO-WAGES        PIC 9(4)V99.
       01  WS-RETRO-COUNT        PIC 9(4) VALUE 0.
       01  WS-RETRO-IDX          PIC 9(4).
       01  WS-RETRO-KEPT         PIC 9(4).
       01  WS-RETRO-FOUND        PIC X.
       01  WS-RETRO-TABLE.
           05  WS-RETRO-ENTRY OCCURS 2000 TIMES.
               10  RT-COMPANY        PIC X(4).
               10  RT-EMP-ID         PIC 9(6).
               10  RT-EFF-DATE       PIC 9(8).
               10  RT-PERIODS        PIC 9(3).
               10  RT-AMOUNT         PIC 9(4)V99.
               10  RT-PAID           PIC X.
               10  RT-ORIGIN         PIC X.
      *--------------------------------------------------------
      * RESTART/CHECKPOINT MARKER - RECORDS THE SEQUENCE NUMBER
      * OF THE LAST INPUT-FILE RECORD SUCCESSFULLY PROCESSED SO A
      * RERUN AFTER AN ABEND CAN SKIP WORK ALREADY DONE.
       01  WS-TOTAL-ER-FICA      PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-FUTA         PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-SUTA         PIC S9(7)V99 VALUE 0.
      *--------------------------------------------------------
      * WS-TOTAL-STATE-TAX BROKEN OUT BY STATE FOR THE GL
      * CREDITS AND THE TAX DEPOSIT REPORT. ZERO AMOUNTS ARE
      * NOT CARRIED. CHECKPOINTED WITH THE OTHER RUN TOTALS.
      *--------------------------------------------------------
       01  WS-STATE-TOTAL-COUNT  PIC 9(2) VALUE 0.
       01  WS-STATE-TOTAL-TABLE.
           05  WS-STATE-TOTAL-ENTRY OCCURS 60 TIMES.
               10  STT-STATE         PIC X(2).
               10  STT-TAX           PIC S9(7)V99.
       01  WS-STT-STATE          PIC X(2).
       01  WS-STT-AMOUNT         PIC S9(7)V99.
       01  WS-STT-IDX            PIC 9(2).
       01  WS-STT-FOUND          PIC X.
       01  WS-GL-STATE-FOOT      PIC S9(9)V99.
       01  WS-941-DEPOSIT        PIC S9(7)V99.
       01  WS-GL-CREDITS         PIC S9(9)V99.
       01  WS-GL-ER-TOTAL        PIC S9(9)V99.
       01  WS-HIST-STATUS        PIC XX.
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
           05  LDS-STEP             PIC X(8) VALUE 'PAYROLL'.
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
      * A CYCLE WHOSE CHECKS ARE STILL TO GO TO THE BANK AS
      * POSITIVE-PAY ISSUES - LG-CUR-POSPAY IS Y ON ITS
      * COMPANY'S CURRENT-CYCLE RECORD.
      *--------------------------------------------------------
       01  WS-POSPAY-DUE         PIC X.
       01  WS-DUE-CYCLE.
           05  LDD-COMPANY          PIC X(4).
           05  LDD-PERIOD-DATE      PIC 9(8).
           05  LDD-RUN-ID           PIC X(2).
      *--------------------------------------------------------
      * RUN CONTROL - THE PAY PERIOD THIS RUN IS POSTING. THE
      * PERIOD-END DATE KEYS THE PAY HISTORY RECORDS AND IS
      * ECHOED IN EVERY REPORT HEADING AND THE EFT BATCH
           05  CTL-PD-YYYY          PIC 9(4).
           05  CTL-PD-MM            PIC 9(2).
           05  CTL-PD-DD            PIC 9(2).
       01  WS-CTL-PERIOD-MMDD-VIEW REDEFINES WS-CTL-PERIOD-DATE.
           05  FILLER               PIC 9(4).
           05  CTL-PD-MMDD          PIC 9(4).
       01  WS-CTL-EXPECTED       PIC 9(5).
       01  WS-CTL-OVERRIDE       PIC X.
           88  RERUN-OVERRIDDEN      VALUE 'Y'.
       01  WS-CTL-DUP-MODE       PIC X.
           88  DUP-REPLACE-MODE      VALUE 'R'.
       01  WS-CTL-HOME-STATE     PIC X(2).
      *--------------------------------------------------------
      * DUPLICATE TIME-RECORD DETECTION - THE DEPT TABLE
      * ALREADY HOLDS ONE ROW PER EMPLOYEE PAID THIS RUN (AND
           05  STUB-YTD-HOURS       PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(8) VALUE ' HOURS'.
           05  STUB-YTD-WAGES       PIC Z,ZZZ,ZZ9.99.
       01  STUB-LEAVE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE 'LEAVE BALANCE'.
           05  FILLER               PIC X(9) VALUE 'VACATION '.
           05  STUB-LV-VAC          PIC ZZZ9.99.
           05  FILLER               PIC X(7) VALUE '  SICK '.
           05  STUB-LV-SICK         PIC ZZZ9.99.
           05  FILLER               PIC X(10) VALUE '  HOLIDAY '.
           05  STUB-LV-HOL          PIC ZZZ9.99.
      *--------------------------------------------------------
      * ADJUSTMENTS PROCESSED THIS RUN, COLLECTED SO THE
      * PAYROLL REPORT CAN PRINT THEM AS THEIR OWN SECTION
           05  FILLER               PIC X(4) VALUE SPACES.
           05  TXD-LABEL            PIC X(34).
           05  TXD-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
       01  TAXDEP-STATE-LINE.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE
               'WITHHELD - STATE '.
           05  TXS-STATE            PIC X(2).
           05  FILLER               PIC X(13) VALUE SPACES.
           05  TXS-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
       01  TRAILER-LINE.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  TRAILER-LABEL        PIC X(20) VALUE SPACES.
         PROCEDURE DIVISION.
        100-MAIN.
          PERFORM 101-READ-RUN-CONTROL.
          PERFORM 190-LOAD-STATE-RATES.
          PERFORM 104-CHECK-POSTED-PERIOD.
          PERFORM 800-OPEN-LEDGER.
          PERFORM 805-CHECK-PREREQUISITES.
          PERFORM 810-POST-STEP-START.
          PERFORM 835-SET-CURRENT-CYCLE.
          OPEN INPUT INPUT-FILE
          I-O EMPLOYEE-MASTER-FILE.
      *--------------------------------------------------------
       IF WS-MASTER-STATUS NOT = '00'
           DISPLAY 'FATAL: CANNOT OPEN EMPLOYEE-MASTER-FILE '
               'EMPMAST.DAT - FILE STATUS ' WS-MASTER-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
      *--------------------------------------------------------
           IF WS-VOLDED-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN VOL-DED-FILE '
                   'VOLDED.DAT - FILE STATUS ' WS-VOLDED-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       IF WS-HIST-STATUS NOT = '00'
           DISPLAY 'FATAL: CANNOT OPEN PAY-HISTORY-FILE '
               'PAYHIST.DAT - FILE STATUS ' WS-HIST-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
      *--------------------------------------------------------
      * LEAVBAL.DAT IS BUILT UP BY THE RUN AS EMPLOYEES ACCRUE,
      * SO LIKE PAYHIST.DAT IT IS CREATED EMPTY ON FIRST USE.
      *--------------------------------------------------------
       OPEN I-O LEAVE-BALANCE-FILE.
       IF WS-LEAVE-STATUS = '35'
           OPEN OUTPUT LEAVE-BALANCE-FILE
           CLOSE LEAVE-BALANCE-FILE
           OPEN I-O LEAVE-BALANCE-FILE
       END-IF.
       IF WS-LEAVE-STATUS NOT = '00'
           DISPLAY 'FATAL: CANNOT OPEN LEAVE-BALANCE-FILE '
               'LEAVBAL.DAT - FILE STATUS ' WS-LEAVE-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM 102-OPEN-CHECKPOINT.
       PERFORM 105-READ-CHECKPOINT.
       PERFORM 108-READ-CHECK-CONTROL.
       PERFORM 109-OPEN-CHECK-LEDGER.
       PERFORM 176-LOAD-RETRO-EARNINGS.
       PERFORM 103-OPEN-REPORT-FILES.
        PERFORM UNTIL EOF = 'Y'
            READ INPUT-FILE
                         PERFORM 120-PROCESS-RECORD
                         PERFORM 150-WRITE-CHECKPOINT
                     END-IF
                 ELSE
                     PERFORM 232-RENOTE-SALARIED-LEAVE
                 END-IF
         END-READ
        END-PERFORM.
       PERFORM 205-WRITE-GL-DISTRIBUTION.
       PERFORM 167-WRITE-TAX-DEPOSIT-RPT.
       PERFORM 165-WRITE-RUN-TOTALS.
       PERFORM 180-SAVE-RETRO-EARNINGS.
       PERFORM 160-RESET-CHECKPOINT.
       PERFORM 166-RECORD-POSTED-PERIOD.
       PERFORM 169-SAVE-CHECK-CONTROL.
             CHECK-PRINT-FILE, CHECK-REGISTER-FILE,
             CHECK-LEDGER-FILE, REMIT-DETAIL-FILE,
             EMPLOYEE-MASTER-FILE, CHECKPOINT-FILE,
             PAY-HISTORY-FILE, LEAVE-BALANCE-FILE.
       IF VOLDED-AVAILABLE
           CLOSE VOL-DED-FILE
       END-IF.
       PERFORM 815-POST-STEP-END.
       STOP RUN.

       101-READ-RUN-CONTROL.
           MOVE RC-EXPECTED-COUNT  TO WS-CTL-EXPECTED
           MOVE RC-RERUN-OVERRIDE  TO WS-CTL-OVERRIDE
           MOVE RC-DUP-MODE        TO WS-CTL-DUP-MODE
           MOVE RC-HOME-STATE      TO WS-CTL-HOME-STATE
           IF RC-PERIOD-END-DATE NOT NUMERIC
               DISPLAY 'FATAL: PAY-PERIOD ENDING DATE NOT NUMERIC'
               MOVE 12 TO RETURN-CODE

      *--------------------------------------------------------
      * THE LEDGER ONLY EVER GROWS - ISSUED CHECKS FROM EVERY
      * RUN STAY ON IT UNTIL THE CLEARING RUN (CHKRECON)
      * MARKS THEM CLEARED OR ESCHEATED.
      *--------------------------------------------------------
       109-OPEN-CHECK-LEDGER.
                   MOVE CKPT-CHECK-COUNT     TO WS-CHECK-COUNT
                   MOVE CKPT-CHECK-AMOUNT    TO WS-CHECK-AMOUNT
                   MOVE CKPT-NEXT-CHECK-NO   TO WS-NEXT-CHECK-NO
                   MOVE CKPT-STATE-TOTAL-COUNT
                                             TO WS-STATE-TOTAL-COUNT
                   MOVE CKPT-STATE-TOTAL-TABLE
                                             TO WS-STATE-TOTAL-TABLE
      *--------------------------------------------------------
      * A RESTART MUST RESUME THE SAME COMPANY AND PERIOD THE
      * INTERRUPTED RUN WAS POSTING - A DIFFERENT CONTROL CARD
           MOVE WS-CHECK-AMOUNT        TO CKPT-CHECK-AMOUNT
           MOVE WS-NEXT-CHECK-NO       TO CKPT-NEXT-CHECK-NO
           MOVE 0                      TO CKPT-IN-PROGRESS-EMP
           MOVE WS-STATE-TOTAL-COUNT   TO CKPT-STATE-TOTAL-COUNT
           MOVE WS-STATE-TOTAL-TABLE   TO CKPT-STATE-TOTAL-TABLE
           REWRITE CHECKPOINT-REC
           IF WS-CKPT-STATUS NOT = '00'
               WRITE CHECKPOINT-REC
           MOVE WS-CHECK-AMOUNT      TO CKPT-CHECK-AMOUNT
           MOVE WS-NEXT-CHECK-NO     TO CKPT-NEXT-CHECK-NO
           MOVE 0                    TO CKPT-IN-PROGRESS-EMP
           MOVE WS-STATE-TOTAL-COUNT TO CKPT-STATE-TOTAL-COUNT
           MOVE WS-STATE-TOTAL-TABLE TO CKPT-STATE-TOTAL-TABLE
           REWRITE CHECKPOINT-REC
           IF WS-CKPT-STATUS NOT = '00'
               WRITE CHECKPOINT-REC
           MOVE 0 TO CKPT-CHECK-AMOUNT
           MOVE 0 TO CKPT-NEXT-CHECK-NO
           MOVE 0 TO CKPT-IN-PROGRESS-EMP
           MOVE 0 TO CKPT-STATE-TOTAL-COUNT
           MOVE SPACES TO CKPT-STATE-TOTAL-TABLE
           REWRITE CHECKPOINT-REC
           IF WS-CKPT-STATUS NOT = '00'
               WRITE CHECKPOINT-REC
           CLOSE RUN-TOTALS-FILE.

       120-PROCESS-RECORD.
           MOVE 0 TO WS-LV-RESTORE-VAC
           MOVE 0 TO WS-LV-RESTORE-SICK
           MOVE 0 TO WS-LV-RESTORE-HOL
           IF ADJUST-CODE-IN = 'V' OR ADJUST-CODE-IN = 'R'
               PERFORM 127-PROCESS-ADJUSTMENT
           ELSE
      *--------------------------------------------------------
       119-HANDLE-DUPLICATE.
           IF DUP-REPLACE-MODE
               PERFORM 111-CREDIT-PRIOR-LEAVE
               PERFORM 114-VALIDATE-TIME-RECORD
               IF RECORD-INVALID
                   MOVE EMPLOYEE-NAME-IN TO EXC-NAME
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      *--------------------------------------------------------
      * THE EARLIER OCCURRENCE'S LEAVE HOURS GO BACK ON THE
      * BALANCE WHEN IT IS REPLACED, SO THE REPLACEMENT'S
      * LEAVE IS EDITED AGAINST THE BALANCE PLUS THOSE HOURS.
      *--------------------------------------------------------
       111-CREDIT-PRIOR-LEAVE.
           MOVE WS-CTL-COMPANY     TO PH-COMPANY
           MOVE EMPLOYEE-ID-IN     TO PH-EMP-ID
           MOVE WS-CTL-PERIOD-DATE TO PH-PERIOD-DATE
           MOVE SPACES             TO PH-RUN-ID
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PH-VAC-HOURS  TO WS-LV-RESTORE-VAC
                   MOVE PH-SICK-HOURS TO WS-LV-RESTORE-SICK
                   MOVE PH-HOL-HOURS  TO WS-LV-RESTORE-HOL
           END-READ.

      *--------------------------------------------------------
      * BACKS THE EARLIER OCCURRENCE'S PAY OUT AGAIN USING THE
      * EXACT AMOUNTS ON ITS PAY HISTORY RECORD. VOLUNTARY
           MOVE WS-CTL-COMPANY     TO PH-COMPANY
           MOVE EMPLOYEE-ID-IN     TO PH-EMP-ID
           MOVE WS-CTL-PERIOD-DATE TO PH-PERIOD-DATE
           MOVE SPACES             TO PH-RUN-ID
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               SUBTRACT PH-VOL-DED FROM WS-TOTAL-VOL-DED
               SUBTRACT PH-FED-TAX   FROM WS-TOTAL-FED-TAX
               SUBTRACT PH-STATE-TAX FROM WS-TOTAL-STATE-TAX
               PERFORM 194-BACK-OUT-STATE-TOTALS
               SUBTRACT PH-FICA-TAX  FROM WS-TOTAL-FICA-TAX
      *--------------------------------------------------------
      * THE FIRST OCCURRENCE'S EMPLOYER ACCRUALS COME OUT TOO
               WRITE EFT-REC END-WRITE
               ADD 1 TO WS-EFT-COUNT
               SUBTRACT PH-NET FROM WS-EFT-AMOUNT
               PERFORM 162-RESTORE-LEAVE-USAGE
               PERFORM 179-RESTORE-RETRO
               PERFORM 126-DROP-DEPT-ENTRY
           END-IF.

               MOVE WS-CTL-COMPANY   TO PH-COMPANY
               MOVE EMPLOYEE-ID-IN   TO PH-EMP-ID
               MOVE ADJUST-PERIOD-IN TO PH-PERIOD-DATE
               MOVE SPACES           TO PH-RUN-ID
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       MOVE 'ADJUSTMENT-NO HISTORY ON FILE'
               SUBTRACT PH-VOL-DED   FROM WS-TOTAL-VOL-DED
               SUBTRACT PH-FED-TAX   FROM WS-TOTAL-FED-TAX
               SUBTRACT PH-STATE-TAX FROM WS-TOTAL-STATE-TAX
               PERFORM 194-BACK-OUT-STATE-TOTALS
               SUBTRACT PH-FICA-TAX  FROM WS-TOTAL-FICA-TAX
               SUBTRACT PH-GROSS     FROM WS-YTD-POSTED-GROSS
               MOVE EMPLOYEE-ID-IN   TO EFT-EMP-ID
               MOVE PH-DEPT TO WS-GLA-DEPT
               COMPUTE WS-GLA-AMOUNT = 0 - PH-GROSS
               PERFORM 149-ADD-ADJ-GL-GROSS
               PERFORM 162-RESTORE-LEAVE-USAGE
               PERFORM 179-RESTORE-RETRO
               MOVE 'V' TO PH-VOID-FLAG
               REWRITE PAY-HISTORY-REC
               IF WS-HIST-STATUS NOT = '00'
      *--------------------------------------------------------
      * THE REPLACEMENT'S HOURS MUST PROVE PAYABLE BEFORE THE
      * ORIGINAL PAY IS BACKED OUT - EXACTLY AS THE DUPLICATE
      * REPLACE PATH DOES. THE ORIGINAL'S LEAVE HOURS COUNT
      * TOWARD THE BALANCE THE REPLACEMENT'S LEAVE IS EDITED
      * AGAINST, SINCE THEY GO BACK ON IT.
      *--------------------------------------------------------
       146-VALIDATE-REPLACEMENT.
           MOVE PH-VAC-HOURS  TO WS-LV-RESTORE-VAC
           MOVE PH-SICK-HOURS TO WS-LV-RESTORE-SICK
           MOVE PH-HOL-HOURS  TO WS-LV-RESTORE-HOL
           PERFORM 114-VALIDATE-TIME-RECORD
           IF RECORD-INVALID
               PERFORM 145-WRITE-EXCEPTION
           MOVE PH-NET TO WS-ADJ-OLD-NET
           PERFORM 143-BACK-OUT-MASTER-AMOUNTS
           PERFORM 136-CALC-GROSS-WAGES
      *--------------------------------------------------------
      * RETRO PAY THE ORIGINAL CARRIED WAS OWED REGARDLESS OF
      * THE HOURS BEING CORRECTED, SO THE REPLACEMENT KEEPS IT.
      *--------------------------------------------------------
           MOVE PH-RETRO-WAGES TO WS-RETRO-WAGES
           ADD WS-RETRO-WAGES TO WS-GROSS-WAGES
           PERFORM 130-CALC-DEDUCTIONS
           ADD HOURS-WORKED-IN TO EMP-YTD-HOURS
           ADD WS-GROSS-WAGES  TO EMP-YTD-WAGES
           ADD WS-FED-TAX      TO EMP-YTD-FED-TAX
           ADD WS-STATE-TAX    TO EMP-YTD-STATE-TAX
           ADD WS-FICA-TAX     TO EMP-YTD-FICA-TAX
           PERFORM 185-POST-STATE-ACCUM
           REWRITE EMPLOYEE-MASTER-REC
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'ADJUSTMENT-MASTER UPD FAILED'
               SUBTRACT PH-FED-TAX   FROM WS-TOTAL-FED-TAX
               ADD WS-FED-TAX        TO WS-TOTAL-FED-TAX
               SUBTRACT PH-STATE-TAX FROM WS-TOTAL-STATE-TAX
               PERFORM 194-BACK-OUT-STATE-TOTALS
               ADD WS-STATE-TAX      TO WS-TOTAL-STATE-TAX
               PERFORM 193-ADD-STATE-TOTALS
               SUBTRACT PH-FICA-TAX  FROM WS-TOTAL-FICA-TAX
               ADD WS-FICA-TAX       TO WS-TOTAL-FICA-TAX
               SUBTRACT PH-GROSS     FROM WS-YTD-POSTED-GROSS
                   ADD 1 TO WS-EFT-COUNT
                   ADD WS-ADJ-NET-DIFF TO WS-EFT-AMOUNT
               END-IF
               SET LEAVE-NO-ACCRUAL TO TRUE
               PERFORM 158-POST-LEAVE-BALANCE
               MOVE WS-REGULAR-HOURS  TO PH-REG-HOURS
               MOVE WS-OVERTIME-HOURS TO PH-OT-HOURS
               MOVE WS-REG-WAGES      TO PH-REG-WAGES
               MOVE 0                 TO PH-VOL-DED
               MOVE WS-NET-PAY        TO PH-NET
               MOVE 0                 TO PH-401K-TAKE
               MOVE WS-LV-TAKE-VAC    TO PH-VAC-HOURS
               MOVE WS-LV-TAKE-SICK   TO PH-SICK-HOURS
               MOVE WS-LV-TAKE-HOL    TO PH-HOL-HOURS
               MOVE WS-LEAVE-WAGES    TO PH-LEAVE-WAGES
               PERFORM 181-MOVE-HISTORY-RATE
               PERFORM 195-MOVE-HISTORY-STATES
               MOVE 'R'               TO PH-VOID-FLAG
               REWRITE PAY-HISTORY-REC
               IF WS-HIST-STATUS NOT = '00'
      * THE MASTER RECORD AREA (REWRITE IS THE CALLER'S JOB).
      * THE QTD BUCKETS FLOOR AT ZERO - A CORRECTION THAT
      * CROSSES A QUARTER CLOSE CANNOT DRIVE THEM NEGATIVE.
      * THE PER-STATE SLOTS COME OUT THE SAME WAY, AND THE
      * RECORD'S STATE SPLIT IS LEFT IN THE PS- TABLE FOR THE
      * CALLER'S RUN-TOTAL BACK-OUT.
      *--------------------------------------------------------
       143-BACK-OUT-MASTER-AMOUNTS.
           SUBTRACT PH-REG-HOURS PH-OT-HOURS FROM EMP-YTD-HOURS
               MOVE 0 TO EMP-QTD-FICA-TAX
           ELSE
               SUBTRACT PH-FICA-TAX FROM EMP-QTD-FICA-TAX
           END-IF
           PERFORM 186-BACK-OUT-STATE-ACCUM.

       149-ADD-ADJ-GL-GROSS.
           MOVE 'N' TO WS-GLA-FOUND
           IF RECORD-VALID
               PERFORM 122-CALCULATE-AND-PRINT
           ELSE
               IF SALARIED-LEAVE-CARD
                   PERFORM 113-RECORD-SALARIED-LEAVE
               ELSE
                   PERFORM 145-WRITE-EXCEPTION
               END-IF
           END-IF.

      *--------------------------------------------------------
           ELSE
               MOVE 0 TO WS-SHIFT-HOURS-SUM
           END-IF
           PERFORM 112-VALIDATE-LEAVE-ENTRIES
           PERFORM 115-VALIDATE-RECORD
           IF RECORD-VALID
               PERFORM 183-RESOLVE-TAX-STATES
           END-IF.

      *--------------------------------------------------------
      * SHIFT-HOURS-IN IS A NUMERIC DISPLAY FIELD AT THE TAIL OF

       115-VALIDATE-RECORD.
           SET RECORD-VALID TO TRUE
           SET NOT-SALARIED-LEAVE TO TRUE
           MOVE SPACES TO EXC-REASON
           IF MASTER-NOT-FOUND
               SET RECORD-INVALID TO TRUE
               MOVE 'EMPLOYEE ID NOT ON MASTER FILE' TO EXC-REASON
           END-IF
      *--------------------------------------------------------
      * A TERMINATED EMPLOYEE IS PAID ONLY WHEN MAINTENANCE HAS
      * FLAGGED A FINAL CHECK; ANY OTHER CARD FOR ONE IS HELD.
      *--------------------------------------------------------
           IF RECORD-VALID AND EMP-TERMINATED
              AND NOT EMP-FINAL-CHECK-DUE
               SET RECORD-INVALID TO TRUE
               MOVE 'EMPLOYEE TERMINATED-NO FINAL' TO EXC-REASON
           END-IF
           IF RECORD-VALID AND LEAVE-EDIT-INVALID
               SET RECORD-INVALID TO TRUE
               MOVE 'LEAVE CODE OR HOURS INVALID' TO EXC-REASON
           END-IF
           IF RECORD-VALID AND LEAVE-OVER-BALANCE
               SET RECORD-INVALID TO TRUE
               MOVE 'LEAVE EXCEEDS BALANCE ON FILE' TO EXC-REASON
           END-IF
      *--------------------------------------------------------
      * A SALARIED EMPLOYEE IS PAID AUTOMATICALLY BY THE
      * SALARY PASS - A TIME CARD FOR ONE IS DIVERTED SO THE
      * OLD FABRICATED-40-HOUR CARDS CANNOT DOUBLE-PAY. THE
      * ONE EXCEPTION IS A LEAVE-ONLY CARD (NO HOURS WORKED):
      * IT PAYS NOTHING BUT IS FLAGGED SO THE LEAVE TAKEN IS
      * DEBITED FROM THE BALANCE.
      *--------------------------------------------------------
           IF RECORD-VALID AND EMP-SALARIED
               SET RECORD-INVALID TO TRUE
               MOVE 'SALARIED-PAID AUTOMATICALLY' TO EXC-REASON
               IF HOURS-WORKED-IN = 0 AND WS-LEAVE-HOURS-SUM > 0
                   SET SALARIED-LEAVE-CARD TO TRUE
               END-IF
           END-IF
           IF RECORD-VALID
               IF HOURS-WORKED-IN > 80 OR
                  (HOURS-WORKED-IN = 0 AND WS-LEAVE-HOURS-SUM = 0)
                   SET RECORD-INVALID TO TRUE
                   MOVE 'HOURS WORKED OUT OF RANGE' TO EXC-REASON
               ELSE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------
      * EDITS THE TWO LEAVE SLOTS AND TOTALS THE HOURS TAKEN BY
      * TYPE. A SLOT LEFT BLANK (OR ZERO HOURS) IS UNUSED. AN
      * UNKNOWN CODE, NON-NUMERIC HOURS, OR MORE THAN A
      * 40-HOUR WEEK OF LEAVE FAILS THE EDIT; OTHERWISE EACH
      * TYPE IS CHECKED AGAINST THE BALANCE ON LEAVBAL.DAT.
      *--------------------------------------------------------
       112-VALIDATE-LEAVE-ENTRIES.
           SET LEAVE-EDIT-OK TO TRUE
           MOVE 0 TO WS-LV-TAKE-VAC
           MOVE 0 TO WS-LV-TAKE-SICK
           MOVE 0 TO WS-LV-TAKE-HOL
           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
               UNTIL WS-LEAVE-IDX > 2
               IF LEAVE-ENTRIES (WS-LEAVE-IDX) NOT = SPACES
                   IF LEAVE-HOURS-IN (WS-LEAVE-IDX) NOT NUMERIC
                       SET LEAVE-EDIT-INVALID TO TRUE
                   ELSE
                       EVALUATE LEAVE-CODE-IN (WS-LEAVE-IDX)
                           WHEN 'V'
                               ADD LEAVE-HOURS-IN (WS-LEAVE-IDX)
                                   TO WS-LV-TAKE-VAC
                           WHEN 'S'
                               ADD LEAVE-HOURS-IN (WS-LEAVE-IDX)
                                   TO WS-LV-TAKE-SICK
                           WHEN 'H'
                               ADD LEAVE-HOURS-IN (WS-LEAVE-IDX)
                                   TO WS-LV-TAKE-HOL
                           WHEN OTHER
                               IF LEAVE-HOURS-IN (WS-LEAVE-IDX) > 0
                                   SET LEAVE-EDIT-INVALID TO TRUE
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-LV-TAKE-VAC WS-LV-TAKE-SICK WS-LV-TAKE-HOL
               GIVING WS-LEAVE-HOURS-SUM
           IF WS-LEAVE-HOURS-SUM > 40
               SET LEAVE-EDIT-INVALID TO TRUE
           END-IF
           IF LEAVE-EDIT-INVALID
               MOVE 0 TO WS-LV-TAKE-VAC
               MOVE 0 TO WS-LV-TAKE-SICK
               MOVE 0 TO WS-LV-TAKE-HOL
               MOVE 0 TO WS-LEAVE-HOURS-SUM
           ELSE
               IF WS-LEAVE-HOURS-SUM > 0
                   PERFORM 163-READ-LEAVE-FOR-UPDATE
                   IF WS-LV-TAKE-VAC >
                          LV-VAC-BALANCE + WS-LV-RESTORE-VAC
                      OR WS-LV-TAKE-SICK >
                          LV-SICK-BALANCE + WS-LV-RESTORE-SICK
                      OR WS-LV-TAKE-HOL >
                          LV-HOL-BALANCE + WS-LV-RESTORE-HOL
                       SET LEAVE-OVER-BALANCE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------
      * LEAVE-ONLY CARD FOR A SALARIED EMPLOYEE - THE SALARY
      * PASS PAYS THE WEEK AS USUAL, SO THE HOURS ARE ONLY
      * HELD HERE. THE SALARY PASS DEBITS THEM WITH THE
      * ACCRUAL AND CARRIES THEM ONTO THE STUB AND HISTORY.
      * A SECOND CARD, OR A CARD FOR SOMEONE THE SALARY PASS
      * WILL NOT PAY, IS HELD FOR REVIEW INSTEAD.
      *--------------------------------------------------------
       113-RECORD-SALARIED-LEAVE.
           PERFORM 230-FIND-SALARIED-LEAVE
           IF SAL-LEAVE-FOUND
               MOVE 'DUPLICATE SALARIED LEAVE CARD' TO EXC-REASON
               PERFORM 145-WRITE-EXCEPTION
           ELSE
               IF EMP-ACTIVE OR EMP-FINAL-CHECK-DUE
                   IF WS-SAL-LEAVE-COUNT < 9999
                       PERFORM 231-NOTE-SALARIED-LEAVE
                   ELSE
                       MOVE 'SALARIED LEAVE TABLE FULL'
                           TO EXC-REASON
                       PERFORM 145-WRITE-EXCEPTION
                   END-IF
               ELSE
                   MOVE 'NO SALARY THIS RUN-LEAVE HELD'
                       TO EXC-REASON
                   PERFORM 145-WRITE-EXCEPTION
               END-IF
           END-IF.

       122-CALCULATE-AND-PRINT.
           MOVE HOURS-WORKED-IN  TO HOURS-OUT
           MOVE WS-EFFECTIVE-RATE TO RATE-OUT
           PERFORM 136-CALC-GROSS-WAGES
           PERFORM 177-ADD-RETRO-PAY
           MOVE WS-REG-WAGES   TO REG-WAGES-OUT
           MOVE WS-OT-WAGES    TO OT-WAGES-OUT
           MOVE WS-GROSS-WAGES TO WEEKLY-WAGES-OUT
      *--------------------------------------------------------
           IF MASTER-UPDATE-OK
               PERFORM 133-POST-VOL-DEDUCTIONS
               PERFORM 178-MARK-RETRO-PAID
               IF EMP-TERMINATED
                   SET LEAVE-NO-ACCRUAL TO TRUE
               ELSE
                   SET LEAVE-ACCRUE-THIS-PAY TO TRUE
               END-IF
               PERFORM 158-POST-LEAVE-BALANCE
               IF EMP-PAY-BY-CHECK OR EMP-BANK-RETURNED
                   PERFORM 156-WRITE-CHECK
               ELSE
               ADD WS-VOL-DED-TOTAL TO WS-TOTAL-VOL-DED
               ADD WS-FED-TAX     TO WS-TOTAL-FED-TAX
               ADD WS-STATE-TAX   TO WS-TOTAL-STATE-TAX
               PERFORM 193-ADD-STATE-TOTALS
               ADD WS-FICA-TAX    TO WS-TOTAL-FICA-TAX
               ADD WS-ER-FICA-TAX TO WS-TOTAL-ER-FICA
               ADD WS-FUTA-TAX    TO WS-TOTAL-FUTA
                   GIVING WS-GROSS-WAGES
           ELSE
               PERFORM 153-CALC-HOURLY-WAGES
           END-IF
           PERFORM 154-CALC-LEAVE-PAY.

      *--------------------------------------------------------
      * PAID LEAVE IS STRAIGHT TIME AT THE MASTER RATE, ADDED
      * TO WHATEVER THE WORKED HOURS EARNED. IT NEVER COUNTS
      * TOWARD THE 40-HOUR OVERTIME THRESHOLD.
      *--------------------------------------------------------
       154-CALC-LEAVE-PAY.
           MULTIPLY WS-LV-TAKE-VAC BY WS-EFFECTIVE-RATE
               GIVING WS-VAC-PAY
           MULTIPLY WS-LV-TAKE-SICK BY WS-EFFECTIVE-RATE
               GIVING WS-SICK-PAY
           MULTIPLY WS-LV-TAKE-HOL BY WS-EFFECTIVE-RATE
               GIVING WS-HOL-PAY
           ADD WS-VAC-PAY WS-SICK-PAY WS-HOL-PAY
               GIVING WS-LEAVE-WAGES
           ADD WS-LEAVE-WAGES TO WS-GROSS-WAGES.

       153-CALC-HOURLY-WAGES.
           IF HOURS-WORKED-IN > 40
                   MOVE HOURLY-RATE-IN TO WS-EFFECTIVE-RATE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
                   PERFORM 175-APPLY-PENDING-RATE
                   MOVE EMP-RATE-MASTER TO WS-EFFECTIVE-RATE
           END-READ.

               ADD WS-STATE-TAX    TO EMP-YTD-STATE-TAX
               ADD WS-FICA-TAX     TO EMP-YTD-FICA-TAX
               ADD WS-VD-401K-TAKEN TO EMP-YTD-401K
               PERFORM 185-POST-STATE-ACCUM
      *--------------------------------------------------------
      * A FINAL CHECK IS ONE PAYMENT - THE FLAG IS SPENT WITH
      * THE SAME REWRITE THAT POSTS IT.
      *--------------------------------------------------------
               IF EMP-TERMINATED
                   MOVE SPACE TO EMP-FINAL-CHECK
               END-IF
               REWRITE EMPLOYEE-MASTER-REC
               IF WS-MASTER-STATUS NOT = '00'
                   SET MASTER-UPDATE-FAILED TO TRUE
      *--------------------------------------------------------
      * ONE-PAGE EARNINGS STATEMENT PER PAID EMPLOYEE. WRITTEN
      * AFTER 135-UPDATE-MASTER SO EMP-YTD-HOURS/EMP-YTD-WAGES
      * ALREADY REFLECT THIS WEEK'S PAY WHEN THEY ARE PRINTED,
      * AND AFTER 158-POST-LEAVE-BALANCE SO THE LEAVE BALANCES
      * STILL IN THE LEAVBAL.DAT RECORD AREA ARE THE NEW ONES.
      *--------------------------------------------------------
       138-WRITE-PAY-STUB.
           MOVE WS-CTL-PERIOD-DATE TO STUB-PERIOD
               MOVE WS-STUB-OT-PREMIUM TO STUB-AMT-VALUE
               WRITE PAY-STUB-REC FROM STUB-AMT-LINE END-WRITE
           END-IF
           IF WS-LV-TAKE-VAC > 0
               MOVE 'VACATION PAY'     TO STUB-EARN-LABEL
               MOVE WS-LV-TAKE-VAC     TO STUB-EARN-HOURS
               MOVE WS-VAC-PAY         TO STUB-EARN-AMT
               WRITE PAY-STUB-REC FROM STUB-EARN-LINE END-WRITE
           END-IF
           IF WS-LV-TAKE-SICK > 0
               MOVE 'SICK PAY'         TO STUB-EARN-LABEL
               MOVE WS-LV-TAKE-SICK    TO STUB-EARN-HOURS
               MOVE WS-SICK-PAY        TO STUB-EARN-AMT
               WRITE PAY-STUB-REC FROM STUB-EARN-LINE END-WRITE
           END-IF
           IF WS-LV-TAKE-HOL > 0
               MOVE 'HOLIDAY PAY'      TO STUB-EARN-LABEL
               MOVE WS-LV-TAKE-HOL     TO STUB-EARN-HOURS
               MOVE WS-HOL-PAY         TO STUB-EARN-AMT
               WRITE PAY-STUB-REC FROM STUB-EARN-LINE END-WRITE
           END-IF
           IF WS-RETRO-WAGES > 0
               MOVE 'RETRO PAY'        TO STUB-AMT-LABEL
               MOVE WS-RETRO-WAGES     TO STUB-AMT-VALUE
               WRITE PAY-STUB-REC FROM STUB-AMT-LINE END-WRITE
           END-IF
           MOVE 'GROSS PAY'       TO STUB-AMT-LABEL
           MOVE WS-GROSS-WAGES    TO STUB-AMT-VALUE
           WRITE PAY-STUB-REC FROM STUB-AMT-LINE END-WRITE
           MOVE EMP-YTD-HOURS TO STUB-YTD-HOURS
           MOVE EMP-YTD-WAGES TO STUB-YTD-WAGES
           WRITE PAY-STUB-REC FROM STUB-YTD-LINE END-WRITE
           MOVE LV-VAC-BALANCE  TO STUB-LV-VAC
           MOVE LV-SICK-BALANCE TO STUB-LV-SICK
           MOVE LV-HOL-BALANCE  TO STUB-LV-HOL
           WRITE PAY-STUB-REC FROM STUB-LEAVE-LINE END-WRITE
           WRITE PAY-STUB-REC FROM STUB-RULE-LINE END-WRITE
           MOVE SPACES TO PAY-STUB-REC
           WRITE PAY-STUB-REC END-WRITE.
           MOVE WS-CTL-COMPANY    TO PH-COMPANY
           MOVE EMPLOYEE-ID-IN    TO PH-EMP-ID
           MOVE WS-CTL-PERIOD-DATE TO PH-PERIOD-DATE
           MOVE SPACES             TO PH-RUN-ID
           MOVE DEPT-CODE-IN      TO PH-DEPT
           MOVE EMPLOYEE-NAME-IN  TO PH-NAME
           MOVE WS-REGULAR-HOURS  TO PH-REG-HOURS
           MOVE WS-NET-PAY        TO PH-NET
           MOVE WS-VD-401K-TAKEN  TO PH-401K-TAKE
           MOVE SPACE             TO PH-VOID-FLAG
           MOVE WS-LV-TAKE-VAC    TO PH-VAC-HOURS
           MOVE WS-LV-TAKE-SICK   TO PH-SICK-HOURS
           MOVE WS-LV-TAKE-HOL    TO PH-HOL-HOURS
           MOVE WS-LEAVE-WAGES    TO PH-LEAVE-WAGES
           PERFORM 181-MOVE-HISTORY-RATE
           PERFORM 195-MOVE-HISTORY-STATES
           WRITE PAY-HISTORY-REC
               INVALID KEY
                   REWRITE PAY-HISTORY-REC
           END-IF
           MULTIPLY WS-GROSS-WAGES BY FED-BRACKET-RATE (WS-FED-TAX-IDX)
               GIVING WS-FED-TAX ROUNDED
           PERFORM 184-CALC-STATE-TAX
      *--------------------------------------------------------
      * SOCIAL SECURITY STOPS AT THE WAGE BASE - ONLY THE
      * PORTION OF THIS PAY THAT FITS UNDER THE BASE IS TAXED.
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * POSTS THIS PAYMENT'S LEAVE ACTIVITY TO LEAVBAL.DAT -
      * THE WEEK'S ACCRUAL (WHEN THE CALLER ASKS FOR IT AND THE
      * PERIOD HAS NOT ACCRUED YET), ANY HOURS A REPLACEMENT
      * PUTS BACK, THEN THE HOURS TAKEN. LIKE THE DEDUCTION
      * ARREARS IT RUNS ONLY AFTER A SUCCESSFUL MASTER UPDATE.
      *--------------------------------------------------------
       158-POST-LEAVE-BALANCE.
           PERFORM 163-READ-LEAVE-FOR-UPDATE
           IF LEAVE-ACCRUE-THIS-PAY
              AND LV-LAST-ACCRUAL < WS-CTL-PERIOD-DATE
               PERFORM 159-ACCRUE-LEAVE
           END-IF
           PERFORM 161-ADD-BACK-LEAVE
           IF WS-LV-TAKE-VAC > LV-VAC-BALANCE
               MOVE 0 TO LV-VAC-BALANCE
           ELSE
               SUBTRACT WS-LV-TAKE-VAC FROM LV-VAC-BALANCE
           END-IF
           IF WS-LV-TAKE-SICK > LV-SICK-BALANCE
               MOVE 0 TO LV-SICK-BALANCE
           ELSE
               SUBTRACT WS-LV-TAKE-SICK FROM LV-SICK-BALANCE
           END-IF
           IF WS-LV-TAKE-HOL > LV-HOL-BALANCE
               MOVE 0 TO LV-HOL-BALANCE
           ELSE
               SUBTRACT WS-LV-TAKE-HOL FROM LV-HOL-BALANCE
           END-IF
           ADD WS-LV-TAKE-VAC  TO LV-VAC-USED-YTD
           ADD WS-LV-TAKE-SICK TO LV-SICK-USED-YTD
           ADD WS-LV-TAKE-HOL  TO LV-HOL-USED-YTD
           PERFORM 164-SAVE-LEAVE-RECORD.

      *--------------------------------------------------------
      * ONE WEEK'S ACCRUAL FROM THE TABLE BAND FOR THE PAY
      * CLASS AND COMPLETED YEARS OF SERVICE AT PERIOD END.
      * THE FIRST ACCRUAL OF A NEW CALENDAR YEAR ALSO STARTS
      * THE USED-YTD COUNTERS OVER.
      *--------------------------------------------------------
       159-ACCRUE-LEAVE.
           MOVE LV-LAST-ACCRUAL TO WS-LV-DATE-WORK
           IF LVD-YYYY < CTL-PD-YYYY
               MOVE 0 TO LV-VAC-USED-YTD
               MOVE 0 TO LV-SICK-USED-YTD
               MOVE 0 TO LV-HOL-USED-YTD
           END-IF
           MOVE LV-SERVICE-DATE TO WS-LV-DATE-WORK
           COMPUTE WS-LV-SERVICE-YEARS = CTL-PD-YYYY - LVD-YYYY
           IF CTL-PD-MMDD < LVD-MMDD
               SUBTRACT 1 FROM WS-LV-SERVICE-YEARS
           END-IF
           IF WS-LV-SERVICE-YEARS < 0
               MOVE 0 TO WS-LV-SERVICE-YEARS
           END-IF
           IF EMP-SALARIED
               MOVE 'S' TO WS-LA-CLASS
           ELSE
               MOVE 'H' TO WS-LA-CLASS
           END-IF
           MOVE 0 TO WS-LA-BAND
           PERFORM VARYING WS-LA-IDX FROM 1 BY 1
               UNTIL WS-LA-IDX > 6
               IF LA-PAY-CLASS (WS-LA-IDX) = WS-LA-CLASS
                  AND LA-MIN-YEARS (WS-LA-IDX) NOT >
                      WS-LV-SERVICE-YEARS
                   MOVE WS-LA-IDX TO WS-LA-BAND
               END-IF
           END-PERFORM
           IF WS-LA-BAND > 0
               ADD LA-VAC-HOURS (WS-LA-BAND)  TO LV-VAC-BALANCE
               ADD LA-SICK-HOURS (WS-LA-BAND) TO LV-SICK-BALANCE
               ADD LA-HOL-HOURS (WS-LA-BAND)  TO LV-HOL-BALANCE
               IF LV-VAC-BALANCE > WS-VAC-BALANCE-CAP
                   MOVE WS-VAC-BALANCE-CAP TO LV-VAC-BALANCE
               END-IF
           END-IF
           MOVE WS-CTL-PERIOD-DATE TO LV-LAST-ACCRUAL.

      *--------------------------------------------------------
      * PUTS LEAVE HOURS FROM A PAYMENT BEING VOIDED OR
      * REPLACED BACK ON THE BALANCE AND OFF USED-YTD (WHICH
      * FLOORS AT ZERO ACROSS A YEAR BOUNDARY).
      *--------------------------------------------------------
       161-ADD-BACK-LEAVE.
           ADD WS-LV-RESTORE-VAC  TO LV-VAC-BALANCE
           ADD WS-LV-RESTORE-SICK TO LV-SICK-BALANCE
           ADD WS-LV-RESTORE-HOL  TO LV-HOL-BALANCE
           IF WS-LV-RESTORE-VAC > LV-VAC-USED-YTD
               MOVE 0 TO LV-VAC-USED-YTD
           ELSE
               SUBTRACT WS-LV-RESTORE-VAC FROM LV-VAC-USED-YTD
           END-IF
           IF WS-LV-RESTORE-SICK > LV-SICK-USED-YTD
               MOVE 0 TO LV-SICK-USED-YTD
           ELSE
               SUBTRACT WS-LV-RESTORE-SICK FROM LV-SICK-USED-YTD
           END-IF
           IF WS-LV-RESTORE-HOL > LV-HOL-USED-YTD
               MOVE 0 TO LV-HOL-USED-YTD
           ELSE
               SUBTRACT WS-LV-RESTORE-HOL FROM LV-HOL-USED-YTD
           END-IF.

      *--------------------------------------------------------
      * A PAYMENT BACKED OUT IN FULL (VOID, OR THE EARLIER OF
      * TWO DUPLICATE TIME RECORDS) GIVES BACK THE LEAVE HOURS
      * ON ITS HISTORY RECORD. THE ACCRUAL STANDS - IT WAS
      * EARNED BY SERVICE, NOT BY THE PAYMENT.
      *--------------------------------------------------------
       162-RESTORE-LEAVE-USAGE.
           IF PH-VAC-HOURS > 0 OR PH-SICK-HOURS > 0
              OR PH-HOL-HOURS > 0
               MOVE PH-VAC-HOURS  TO WS-LV-RESTORE-VAC
               MOVE PH-SICK-HOURS TO WS-LV-RESTORE-SICK
               MOVE PH-HOL-HOURS  TO WS-LV-RESTORE-HOL
               PERFORM 163-READ-LEAVE-FOR-UPDATE
               PERFORM 161-ADD-BACK-LEAVE
               PERFORM 164-SAVE-LEAVE-RECORD
           END-IF
           MOVE 0 TO WS-LV-RESTORE-VAC
           MOVE 0 TO WS-LV-RESTORE-SICK
           MOVE 0 TO WS-LV-RESTORE-HOL.

      *--------------------------------------------------------
      * READS THE EMPLOYEE'S LEAVE RECORD, OR SETS UP A NEW
      * ONE IN THE RECORD AREA (ZERO BALANCES, SENIORITY FROM
      * THIS PERIOD) WHEN NONE IS ON FILE YET.
      *--------------------------------------------------------
       163-READ-LEAVE-FOR-UPDATE.
           MOVE WS-CTL-COMPANY TO LV-COMPANY
           MOVE EMPLOYEE-ID-IN TO LV-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   SET LV-RECORD-NEW TO TRUE
                   MOVE WS-CTL-COMPANY     TO LV-COMPANY
                   MOVE EMPLOYEE-ID-IN     TO LV-EMP-ID
                   PERFORM 110-DEFAULT-SERVICE-DATE
                   MOVE 0 TO LV-VAC-BALANCE
                   MOVE 0 TO LV-SICK-BALANCE
                   MOVE 0 TO LV-HOL-BALANCE
                   MOVE 0 TO LV-VAC-USED-YTD
                   MOVE 0 TO LV-SICK-USED-YTD
                   MOVE 0 TO LV-HOL-USED-YTD
                   MOVE 0 TO LV-LAST-ACCRUAL
               NOT INVALID KEY
                   SET LV-RECORD-FOUND TO TRUE
           END-READ.

      *--------------------------------------------------------
      * SENIORITY FOR A NEW LEAVE RECORD RUNS FROM THE LATEST
      * HIRE OR REHIRE DATE ON THE MASTER, OR FROM THIS PERIOD
      * WHEN THE MASTER CARRIES NEITHER.
      *--------------------------------------------------------
       110-DEFAULT-SERVICE-DATE.
           MOVE WS-CTL-PERIOD-DATE TO LV-SERVICE-DATE
           IF EMP-COMPANY-MASTER = WS-CTL-COMPANY
              AND EMP-ID-MASTER = EMPLOYEE-ID-IN
               IF EMP-REHIRE-DATE NUMERIC AND EMP-REHIRE-DATE > 0
                   MOVE EMP-REHIRE-DATE TO LV-SERVICE-DATE
               ELSE
                   IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > 0
                       MOVE EMP-HIRE-DATE TO LV-SERVICE-DATE
                   END-IF
               END-IF
           END-IF.

       164-SAVE-LEAVE-RECORD.
           IF LV-RECORD-NEW
               WRITE LEAVE-BALANCE-REC
               END-WRITE
           ELSE
               REWRITE LEAVE-BALANCE-REC
               END-REWRITE
           END-IF
           IF WS-LEAVE-STATUS NOT = '00'
               DISPLAY 'WARNING: LEAVE BALANCE UPDATE FAILED FOR '
                   'EMPLOYEE ' EMPLOYEE-ID-IN ' - FILE STATUS '
                   WS-LEAVE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------
      * SALARIED/EXEMPT STAFF ARE PAID THEIR PER-PERIOD SALARY
      * AUTOMATICALLY EVERY RUN - NO TIME CARD IS READ FOR
      * THEM. THE PASS RUNS AFTER THE TIME-CARD LOOP AND FEEDS
      * EACH SALARIED EMPLOYEE THROUGH THE SAME CALCULATION,
      * DEDUCTION, EFT, STUB, HISTORY AND DEPARTMENT PATHS A
      * TIME CARD TAKES. ONLY ACTIVE STAFF ARE PAID - NOT ONE
      * ON LEAVE OF ABSENCE, AND NOT ONE TERMINATED UNLESS A
      * FINAL CHECK HAS BEEN FLAGGED.
      *--------------------------------------------------------
       170-PAY-SALARIED-STAFF.
           MOVE 'N' TO WS-SALARIED-EOF
                       IF EMP-COMPANY-MASTER NOT = WS-CTL-COMPANY
                           MOVE 'Y' TO WS-SALARIED-EOF
                       ELSE
                           IF EMP-SALARIED AND
                              (EMP-ACTIVE OR EMP-FINAL-CHECK-DUE)
                               PERFORM 171-PAY-ONE-SALARIED
                           END-IF
                       END-IF
               MOVE WS-CTL-COMPANY     TO PH-COMPANY
               MOVE EMP-ID-MASTER      TO PH-EMP-ID
               MOVE WS-CTL-PERIOD-DATE TO PH-PERIOD-DATE
               MOVE SPACES             TO PH-RUN-ID
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       PERFORM 172-CALC-SALARIED-PAY
           MOVE 0 TO HOURS-WORKED-IN
           MOVE 0 TO HOURLY-RATE-IN
           MOVE SPACE TO ADJUST-CODE-IN
           MOVE SPACES TO LEAVE-ENTRIES (1)
           MOVE SPACES TO LEAVE-ENTRIES (2)
           MOVE SPACES TO WORK-STATE-IN
           MOVE 0 TO WS-SHIFT-HOURS-SUM
           MOVE 0 TO WS-LV-TAKE-VAC
           MOVE 0 TO WS-LV-TAKE-SICK
           MOVE 0 TO WS-LV-TAKE-HOL
           MOVE 0 TO WS-LEAVE-HOURS-SUM
           PERFORM 233-TAKE-SALARIED-LEAVE
           MOVE 0 TO WS-LV-RESTORE-VAC
           MOVE 0 TO WS-LV-RESTORE-SICK
           MOVE 0 TO WS-LV-RESTORE-HOL
           SET MASTER-FOUND TO TRUE
           MOVE 0 TO WS-EFFECTIVE-RATE
           PERFORM 175-APPLY-PENDING-RATE
           SET RECORD-VALID TO TRUE
           PERFORM 183-RESOLVE-TAX-STATES
           IF RECORD-INVALID
               MOVE EMP-NAME-MASTER TO EXC-NAME
               WRITE EXCEPTION-REC FROM EXCEPTION-LINE END-WRITE
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 150-WRITE-CHECKPOINT
           ELSE
               PERFORM 173-CLAIM-SALARIED-EMP
               PERFORM 122-CALCULATE-AND-PRINT
               PERFORM 150-WRITE-CHECKPOINT
           END-IF.

      *--------------------------------------------------------
      * SETS EVERY CONTROL FIELD, NOT JUST THE CLAIM - THE
           MOVE WS-CHECK-AMOUNT      TO CKPT-CHECK-AMOUNT
           MOVE WS-NEXT-CHECK-NO     TO CKPT-NEXT-CHECK-NO
           MOVE EMP-ID-MASTER        TO CKPT-IN-PROGRESS-EMP
           MOVE WS-STATE-TOTAL-COUNT TO CKPT-STATE-TOTAL-COUNT
           MOVE WS-STATE-TOTAL-TABLE TO CKPT-STATE-TOTAL-TABLE
           REWRITE CHECKPOINT-REC
           IF WS-CKPT-STATUS NOT = '00'
               WRITE CHECKPOINT-REC
           END-IF.

      *--------------------------------------------------------
      * A RATE OR SALARY CHANGE KEYED AHEAD OF ITS EFFECTIVE
      * DATE WAITS ON THE MASTER UNTIL THE FIRST RUN WHOSE
      * PERIOD-END DATE REACHES IT, WHICH PAYS THE WHOLE PERIOD
      * AT THE NEW FIGURES. ONLY THE RECORD AREA CHANGES HERE -
      * THE MASTER REWRITE THAT POSTS THE PAY MAKES IT STICK.
      *--------------------------------------------------------
       175-APPLY-PENDING-RATE.
           IF EMP-PEND-EFF-DATE NUMERIC AND
              EMP-PEND-EFF-DATE > 0 AND
              EMP-PEND-EFF-DATE NOT > WS-CTL-PERIOD-DATE
               MOVE EMP-PEND-RATE     TO EMP-RATE-MASTER
               MOVE EMP-PEND-SALARY   TO EMP-SALARY-PERIOD
               MOVE EMP-PEND-EFF-DATE TO EMP-RATE-EFF-DATE
               MOVE 0 TO EMP-PEND-RATE
               MOVE 0 TO EMP-PEND-SALARY
               MOVE 0 TO EMP-PEND-EFF-DATE
           END-IF.

      *--------------------------------------------------------
      * NO RETROERN.TXT MEANS NO RETRO PAY IS OWED. ENTRIES FOR
      * OTHER COMPANIES ARE LOADED TOO SO THE WRITE-BACK CAN
      * CARRY THEM FORWARD UNTOUCHED.
      *--------------------------------------------------------
       176-LOAD-RETRO-EARNINGS.
           MOVE 0 TO WS-RETRO-COUNT
           OPEN INPUT RETRO-EARNINGS-FILE
           IF WS-RETRO-STATUS = '00'
               MOVE 'N' TO WS-RETRO-EOF
               PERFORM UNTIL WS-RETRO-EOF = 'Y'
                   READ RETRO-EARNINGS-FILE
                       AT END MOVE 'Y' TO WS-RETRO-EOF
                       NOT AT END
                           IF WS-RETRO-COUNT < 2000
                               ADD 1 TO WS-RETRO-COUNT
                               MOVE RE-COMPANY
                                   TO RT-COMPANY (WS-RETRO-COUNT)
                               MOVE RE-EMP-ID
                                   TO RT-EMP-ID (WS-RETRO-COUNT)
                               MOVE RE-EFF-DATE
                                   TO RT-EFF-DATE (WS-RETRO-COUNT)
                               MOVE RE-PERIODS
                                   TO RT-PERIODS (WS-RETRO-COUNT)
                               MOVE RE-AMOUNT
                                   TO RT-AMOUNT (WS-RETRO-COUNT)
                               MOVE 'N' TO RT-PAID (WS-RETRO-COUNT)
                               MOVE 'F' TO RT-ORIGIN (WS-RETRO-COUNT)
                           ELSE
                               DISPLAY 'FATAL: RETRO EARNINGS TABLE '
                                   'FULL - RETROERN.TXT OVER 2000 '
                                   'ENTRIES'
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETRO-EARNINGS-FILE
           END-IF.

      *--------------------------------------------------------
      * EVERY UNPAID RETRO ENTRY FOR THIS EMPLOYEE GOES ON THIS
      * PAYCHECK AS ITS OWN EARNINGS LINE, ON TOP OF THE GROSS
      * THE HOURS OR SALARY EARNED. THE ENTRIES ARE ONLY MARKED
      * PAID ONCE THE MASTER REWRITE HAS POSTED THE PAY.
      *--------------------------------------------------------
       177-ADD-RETRO-PAY.
           MOVE 0 TO WS-RETRO-WAGES
           PERFORM VARYING WS-RETRO-IDX FROM 1 BY 1
               UNTIL WS-RETRO-IDX > WS-RETRO-COUNT
               IF RT-COMPANY (WS-RETRO-IDX) = WS-CTL-COMPANY AND
                  RT-EMP-ID (WS-RETRO-IDX) = EMPLOYEE-ID-IN AND
                  RT-PAID (WS-RETRO-IDX) = 'N'
                   ADD RT-AMOUNT (WS-RETRO-IDX) TO WS-RETRO-WAGES
               END-IF
           END-PERFORM
           ADD WS-RETRO-WAGES TO WS-GROSS-WAGES.

       178-MARK-RETRO-PAID.
           IF WS-RETRO-WAGES > 0
               PERFORM VARYING WS-RETRO-IDX FROM 1 BY 1
                   UNTIL WS-RETRO-IDX > WS-RETRO-COUNT
                   IF RT-COMPANY (WS-RETRO-IDX) = WS-CTL-COMPANY AND
                      RT-EMP-ID (WS-RETRO-IDX) = EMPLOYEE-ID-IN AND
                      RT-PAID (WS-RETRO-IDX) = 'N'
                       MOVE 'Y' TO RT-PAID (WS-RETRO-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *--------------------------------------------------------
      * A BACKED-OUT OR VOIDED PAY TAKES ITS RETRO PAY WITH IT,
      * SO THE AMOUNT IS OWED AGAIN. A DUPLICATE BACKED OUT OF
      * THIS PERIOD SIMPLY REOPENS THE ENTRIES IT PAID; RETRO
      * ON A VOIDED EARLIER PERIOD IS PUT BACK AS A NEW ENTRY
      * DATED WITH THAT PERIOD.
      *--------------------------------------------------------
       179-RESTORE-RETRO.
           IF PH-RETRO-WAGES > 0
               MOVE 'N' TO WS-RETRO-FOUND
               IF PH-PERIOD-DATE = WS-CTL-PERIOD-DATE
                   PERFORM VARYING WS-RETRO-IDX FROM 1 BY 1
                       UNTIL WS-RETRO-IDX > WS-RETRO-COUNT
                       IF RT-COMPANY (WS-RETRO-IDX) = WS-CTL-COMPANY
                          AND RT-EMP-ID (WS-RETRO-IDX) =
                              EMPLOYEE-ID-IN
                          AND RT-PAID (WS-RETRO-IDX) = 'Y'
                           MOVE 'N' TO RT-PAID (WS-RETRO-IDX)
                           MOVE 'Y' TO WS-RETRO-FOUND
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-RETRO-FOUND = 'N'
                   IF WS-RETRO-COUNT < 2000
                       ADD 1 TO WS-RETRO-COUNT
                       MOVE WS-CTL-COMPANY
                           TO RT-COMPANY (WS-RETRO-COUNT)
                       MOVE EMPLOYEE-ID-IN
                           TO RT-EMP-ID (WS-RETRO-COUNT)
                       MOVE PH-PERIOD-DATE
                           TO RT-EFF-DATE (WS-RETRO-COUNT)
                       MOVE 0 TO RT-PERIODS (WS-RETRO-COUNT)
                       MOVE PH-RETRO-WAGES
                           TO RT-AMOUNT (WS-RETRO-COUNT)
                       MOVE 'N' TO RT-PAID (WS-RETRO-COUNT)
                       MOVE 'V' TO RT-ORIGIN (WS-RETRO-COUNT)
                   ELSE
                       DISPLAY 'WARNING: RETRO TABLE FULL - RETRO PAY '
                           PH-RETRO-WAGES ' FOR EMPLOYEE '
                           EMPLOYEE-ID-IN ' NOT REQUEUED'
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------
      * REWRITES RETROERN.TXT WITH ONLY WHAT IS STILL OWED. ON
      * A RESTARTED RUN THE EMPLOYEES PAID BEFORE THE ABEND
      * WERE SKIPPED, SO THEIR ENTRIES STILL LOOK UNPAID HERE -
      * A HISTORY RECORD FOR THIS PERIOD THAT CARRIED RETRO PAY
      * SHOWS THE ENTRY WAS IN FACT PAID AND IT IS DROPPED.
      *--------------------------------------------------------
       180-SAVE-RETRO-EARNINGS.
           IF WS-RETRO-COUNT > 0
               MOVE 0 TO WS-RETRO-KEPT
               OPEN OUTPUT RETRO-EARNINGS-FILE
               IF WS-RETRO-STATUS NOT = '00'
                   DISPLAY 'WARNING: COULD NOT REWRITE RETROERN.TXT - '
                       'FILE STATUS ' WS-RETRO-STATUS
                       ' - PAID RETRO ENTRIES MUST BE REMOVED BY HAND'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-RETRO-IDX FROM 1 BY 1
                       UNTIL WS-RETRO-IDX > WS-RETRO-COUNT
                       IF RT-PAID (WS-RETRO-IDX) = 'N'
                           PERFORM 182-CHECK-RETRO-POSTED
                           IF RT-PAID (WS-RETRO-IDX) = 'N'
                               MOVE RT-COMPANY (WS-RETRO-IDX)
                                   TO RE-COMPANY
                               MOVE RT-EMP-ID (WS-RETRO-IDX)
                                   TO RE-EMP-ID
                               MOVE RT-EFF-DATE (WS-RETRO-IDX)
                                   TO RE-EFF-DATE
                               MOVE RT-PERIODS (WS-RETRO-IDX)
                                   TO RE-PERIODS
                               MOVE RT-AMOUNT (WS-RETRO-IDX)
                                   TO RE-AMOUNT
                               WRITE RETRO-EARNINGS-REC END-WRITE
                               ADD 1 TO WS-RETRO-KEPT
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE RETRO-EARNINGS-FILE
                   DISPLAY 'RETRO PAY ENTRIES CARRIED FORWARD: '
                       WS-RETRO-KEPT
               END-IF
           END-IF.

       182-CHECK-RETRO-POSTED.
           IF RT-ORIGIN (WS-RETRO-IDX) = 'F' AND
              RT-COMPANY (WS-RETRO-IDX) = WS-CTL-COMPANY
               MOVE WS-CTL-COMPANY           TO PH-COMPANY
               MOVE RT-EMP-ID (WS-RETRO-IDX) TO PH-EMP-ID
               MOVE WS-CTL-PERIOD-DATE       TO PH-PERIOD-DATE
               MOVE SPACES                   TO PH-RUN-ID
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PH-RETRO-WAGES > 0 AND PH-VOID-FLAG NOT = 'V'
                           MOVE 'Y' TO RT-PAID (WS-RETRO-IDX)
                       END-IF
               END-READ
           END-IF.

      *--------------------------------------------------------
      * THE RATE THE PERIOD WAS PAID AT AND ITS SHIFT SEGMENTS
      * GO ON THE HISTORY RECORD SO A LATER RETRO CALCULATION
      * CAN REPRICE THE SAME HOURS AT A BACK-DATED RATE.
      *--------------------------------------------------------
       181-MOVE-HISTORY-RATE.
           MOVE WS-RETRO-WAGES    TO PH-RETRO-WAGES
           IF MASTER-FOUND AND EMP-SALARIED
               MOVE 0 TO PH-RATE
           ELSE
               MOVE WS-EFFECTIVE-RATE TO PH-RATE
           END-IF
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
               UNTIL WS-SHIFT-IDX > 3
               IF WS-SHIFT-HOURS-SUM > 0 AND
                  SHIFT-HOURS-IN (WS-SHIFT-IDX) NUMERIC
                   MOVE SHIFT-CODE-IN (WS-SHIFT-IDX)
                       TO PH-SHIFT-CODE (WS-SHIFT-IDX)
                   MOVE SHIFT-HOURS-IN (WS-SHIFT-IDX)
                       TO PH-SHIFT-HOURS (WS-SHIFT-IDX)
               ELSE
                   MOVE SPACE TO PH-SHIFT-CODE (WS-SHIFT-IDX)
                   MOVE 0 TO PH-SHIFT-HOURS (WS-SHIFT-IDX)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * THE STATE RATE TABLE IS REQUIRED - WITHOUT IT NO STATE
      * WITHHOLDING CAN BE COMPUTED, SO A MISSING, EMPTY OR
      * OVERFULL TABLE HALTS THE RUN BEFORE ANY FILE IS OPENED.
      *--------------------------------------------------------
       190-LOAD-STATE-RATES.
           MOVE 0 TO WS-STATE-RATE-COUNT
           MOVE 'N' TO WS-STTAX-EOF
           OPEN INPUT STATE-TAX-TABLE-FILE
           IF WS-STTAX-STATUS NOT = '00'
               DISPLAY 'FATAL: NO STATE TAX RATE TABLE '
                   '(STTAXTBL.TXT) - FILE STATUS ' WS-STTAX-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STTAX-EOF = 'Y'
               READ STATE-TAX-TABLE-FILE
                   AT END MOVE 'Y' TO WS-STTAX-EOF
                   NOT AT END
                       PERFORM 197-ADD-STATE-RATE
               END-READ
           END-PERFORM
           CLOSE STATE-TAX-TABLE-FILE
           IF WS-STATE-RATE-COUNT = 0
               DISPLAY 'FATAL: STATE TAX RATE TABLE IS EMPTY'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       197-ADD-STATE-RATE.
           IF STX-STATE = SPACES OR STX-RATE NOT NUMERIC
               DISPLAY 'FATAL: STATE TAX RATE TABLE ENTRY INVALID - '
                   'STATE ' STX-STATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STATE-RATE-COUNT NOT < 60
               DISPLAY 'FATAL: STATE TAX RATE TABLE OVER 60 ENTRIES'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STATE-RATE-COUNT
           MOVE STX-STATE TO SR-STATE (WS-STATE-RATE-COUNT)
           MOVE STX-RATE  TO SR-RATE (WS-STATE-RATE-COUNT)
           PERFORM VARYING WS-RECIP-IDX FROM 1 BY 1
               UNTIL WS-RECIP-IDX > 10
               MOVE STX-RECIP-STATE (WS-RECIP-IDX)
                   TO SR-RECIP-STATE (WS-STATE-RATE-COUNT,
                                      WS-RECIP-IDX)
           END-PERFORM.

       188-LOOKUP-STATE-RATE.
           MOVE 0 TO WS-STATE-LOOKUP-IDX
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > WS-STATE-RATE-COUNT
               IF SR-STATE (WS-SR-IDX) = WS-STATE-LOOKUP
                   MOVE WS-SR-IDX TO WS-STATE-LOOKUP-IDX
                   MOVE WS-STATE-RATE-COUNT TO WS-SR-IDX
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * DECIDES WHICH STATES THIS PAYMENT IS TAXED IN BEFORE
      * ANY MONEY MOVES. THE WORK STATE IS THE TIME CARD'S
      * OVERRIDE, ELSE THE MASTER WORK STATE, ELSE THE COMPANY
      * HOME STATE; THE RESIDENT STATE DEFAULTS TO THE WORK
      * STATE. A STATE NOT ON THE RATE TABLE, OR A NEW STATE
      * FOR AN EMPLOYEE WHOSE MASTER STATE SLOTS ARE ALREADY
      * ALL TAKEN THIS YEAR, MAKES THE RECORD INVALID.
      *--------------------------------------------------------
       183-RESOLVE-TAX-STATES.
           MOVE 0 TO WS-TAX-STATE-COUNT
           MOVE WORK-STATE-IN TO WS-WORK-STATE
           IF WS-WORK-STATE = SPACES
               MOVE EMP-WORK-STATE TO WS-WORK-STATE
           END-IF
           IF WS-WORK-STATE = SPACES
               MOVE WS-CTL-HOME-STATE TO WS-WORK-STATE
           END-IF
           MOVE EMP-RESIDENT-STATE TO WS-RESIDENT-STATE
           IF WS-RESIDENT-STATE = SPACES
               MOVE WS-WORK-STATE TO WS-RESIDENT-STATE
           END-IF
           MOVE WS-WORK-STATE TO WS-STATE-LOOKUP
           PERFORM 188-LOOKUP-STATE-RATE
           MOVE WS-STATE-LOOKUP-IDX TO WS-WORK-STATE-IDX
           MOVE WS-RESIDENT-STATE TO WS-STATE-LOOKUP
           PERFORM 188-LOOKUP-STATE-RATE
           MOVE WS-STATE-LOOKUP-IDX TO WS-RESIDENT-STATE-IDX
           IF WS-WORK-STATE = SPACES
               SET RECORD-INVALID TO TRUE
               MOVE 'NO WORK STATE ON MASTER' TO EXC-REASON
           ELSE
               IF WS-WORK-STATE-IDX = 0 OR WS-RESIDENT-STATE-IDX = 0
                   SET RECORD-INVALID TO TRUE
                   MOVE 'STATE NOT ON TAX RATE TABLE' TO EXC-REASON
               ELSE
                   PERFORM 198-BUILD-TAX-STATES
                   PERFORM 199-CHECK-STATE-SLOTS
                   IF WS-SLOTS-NEEDED > WS-ACCUM-FREE
                       SET RECORD-INVALID TO TRUE
                       MOVE 'STATE SLOTS FULL ON MASTER'
                           TO EXC-REASON
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------
      * THE WORK STATE TAXES THE PAYMENT UNLESS IT HAS A
      * RECIPROCAL AGREEMENT WITH THE RESIDENT STATE. A
      * DIFFERENT RESIDENT STATE IS CARRIED WHEN IT TAXES
      * INCOME AT ALL, OR WHEN RECIPROCITY HANDS IT THE WHOLE
      * WITHHOLDING.
      *--------------------------------------------------------
       198-BUILD-TAX-STATES.
           SET STATE-NOT-RECIPROCAL TO TRUE
           IF WS-RESIDENT-STATE NOT = WS-WORK-STATE
               PERFORM VARYING WS-RECIP-IDX FROM 1 BY 1
                   UNTIL WS-RECIP-IDX > 10
                   IF SR-RECIP-STATE (WS-WORK-STATE-IDX,
                                      WS-RECIP-IDX)
                          = WS-RESIDENT-STATE
                       SET STATE-RECIPROCAL TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF STATE-NOT-RECIPROCAL
               ADD 1 TO WS-TAX-STATE-COUNT
               MOVE WS-WORK-STATE TO TS-STATE (WS-TAX-STATE-COUNT)
               MOVE WS-WORK-STATE-IDX
                   TO TS-RATE-IDX (WS-TAX-STATE-COUNT)
           END-IF
           IF WS-RESIDENT-STATE NOT = WS-WORK-STATE
              AND (STATE-RECIPROCAL
                   OR SR-RATE (WS-RESIDENT-STATE-IDX) > 0)
               ADD 1 TO WS-TAX-STATE-COUNT
               MOVE WS-RESIDENT-STATE
                   TO TS-STATE (WS-TAX-STATE-COUNT)
               MOVE WS-RESIDENT-STATE-IDX
                   TO TS-RATE-IDX (WS-TAX-STATE-COUNT)
           END-IF
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TAX-STATE-COUNT
               MOVE 0 TO TS-WAGES (WS-TS-IDX)
               MOVE 0 TO TS-TAX (WS-TS-IDX)
           END-PERFORM.

       199-CHECK-STATE-SLOTS.
           MOVE 0 TO WS-SLOTS-NEEDED
           MOVE 0 TO WS-ACCUM-FREE
           PERFORM VARYING WS-ACCUM-IDX FROM 1 BY 1
               UNTIL WS-ACCUM-IDX > 4
               IF EMP-ST-CODE (WS-ACCUM-IDX) = SPACES
                   ADD 1 TO WS-ACCUM-FREE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TAX-STATE-COUNT
               MOVE TS-STATE (WS-TS-IDX) TO WS-STATE-LOOKUP
               PERFORM 191-FIND-ACCUM-SLOT
               IF WS-ACCUM-SLOT = 0
                   ADD 1 TO WS-SLOTS-NEEDED
               END-IF
           END-PERFORM.

       191-FIND-ACCUM-SLOT.
           MOVE 0 TO WS-ACCUM-SLOT
           PERFORM VARYING WS-ACCUM-IDX FROM 1 BY 1
               UNTIL WS-ACCUM-IDX > 4
               IF EMP-ST-CODE (WS-ACCUM-IDX) = WS-STATE-LOOKUP
                   MOVE WS-ACCUM-IDX TO WS-ACCUM-SLOT
                   MOVE 4 TO WS-ACCUM-IDX
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * SPLITS THE STATE WITHHOLDING ACROSS THE STATES 183-
      * RESOLVED. THE RESIDENT STATE, WHEN IT IS NOT THE WORK
      * STATE, GIVES CREDIT FOR THE WORK-STATE TAX AND TAKES
      * ONLY ANY EXCESS OF ITS OWN RATE - UNLESS RECIPROCITY
      * HAS ALREADY DROPPED THE WORK STATE, IN WHICH CASE IT
      * TAKES IT ALL. BOTH STATES REPORT THE FULL GROSS AS
      * STATE WAGES.
      *--------------------------------------------------------
       184-CALC-STATE-TAX.
           MOVE 0 TO WS-STATE-TAX
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TAX-STATE-COUNT
               MOVE WS-GROSS-WAGES TO TS-WAGES (WS-TS-IDX)
               MOVE TS-RATE-IDX (WS-TS-IDX) TO WS-SR-IDX
               MULTIPLY WS-GROSS-WAGES BY SR-RATE (WS-SR-IDX)
                   GIVING WS-STATE-CALC-TAX ROUNDED
               IF WS-TS-IDX > 1
                   IF WS-STATE-CALC-TAX > TS-TAX (1)
                       SUBTRACT TS-TAX (1) FROM WS-STATE-CALC-TAX
                   ELSE
                       MOVE 0 TO WS-STATE-CALC-TAX
                   END-IF
               END-IF
               MOVE WS-STATE-CALC-TAX TO TS-TAX (WS-TS-IDX)
               ADD TS-TAX (WS-TS-IDX) TO WS-STATE-TAX
           END-PERFORM.

      *--------------------------------------------------------
      * POSTS THE PAYMENT'S STATE SPLIT TO THE MASTER'S STATE
      * SLOTS (RECORD AREA ONLY - THE CALLER REWRITES). A STATE
      * NEW TO THE EMPLOYEE THIS YEAR TAKES THE NEXT FREE SLOT;
      * 183- HAS ALREADY PROVED ONE IS THERE.
      *--------------------------------------------------------
       185-POST-STATE-ACCUM.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TAX-STATE-COUNT
               MOVE TS-STATE (WS-TS-IDX) TO WS-STATE-LOOKUP
               PERFORM 191-FIND-ACCUM-SLOT
               IF WS-ACCUM-SLOT = 0
                   PERFORM 192-CLAIM-ACCUM-SLOT
               END-IF
               IF WS-ACCUM-SLOT > 0
                   ADD TS-WAGES (WS-TS-IDX)
                       TO EMP-ST-QTD-WAGES (WS-ACCUM-SLOT)
                   ADD TS-TAX (WS-TS-IDX)
                       TO EMP-ST-QTD-TAX (WS-ACCUM-SLOT)
                   ADD TS-WAGES (WS-TS-IDX)
                       TO EMP-ST-YTD-WAGES (WS-ACCUM-SLOT)
                   ADD TS-TAX (WS-TS-IDX)
                       TO EMP-ST-YTD-TAX (WS-ACCUM-SLOT)
               END-IF
           END-PERFORM.

       192-CLAIM-ACCUM-SLOT.
           MOVE SPACES TO WS-STATE-LOOKUP
           PERFORM 191-FIND-ACCUM-SLOT
           IF WS-ACCUM-SLOT > 0
               MOVE TS-STATE (WS-TS-IDX)
                   TO EMP-ST-CODE (WS-ACCUM-SLOT)
               MOVE 0 TO EMP-ST-QTD-WAGES (WS-ACCUM-SLOT)
               MOVE 0 TO EMP-ST-QTD-TAX (WS-ACCUM-SLOT)
               MOVE 0 TO EMP-ST-YTD-WAGES (WS-ACCUM-SLOT)
               MOVE 0 TO EMP-ST-YTD-TAX (WS-ACCUM-SLOT)
           END-IF.

      *--------------------------------------------------------
      * TAKES A HISTORY RECORD'S STATE SPLIT BACK OFF THE
      * MASTER'S STATE SLOTS, FLOORING AT ZERO LIKE THE TOTAL
      * BUCKETS IN 143-.
      *--------------------------------------------------------
       186-BACK-OUT-STATE-ACCUM.
           PERFORM 189-LOAD-PRIOR-STATES
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-PRIOR-STATE-COUNT
               MOVE PS-STATE (WS-PS-IDX) TO WS-STATE-LOOKUP
               PERFORM 191-FIND-ACCUM-SLOT
               IF WS-ACCUM-SLOT > 0
                   IF PS-WAGES (WS-PS-IDX) >
                           EMP-ST-QTD-WAGES (WS-ACCUM-SLOT)
                       MOVE 0 TO EMP-ST-QTD-WAGES (WS-ACCUM-SLOT)
                   ELSE
                       SUBTRACT PS-WAGES (WS-PS-IDX)
                           FROM EMP-ST-QTD-WAGES (WS-ACCUM-SLOT)
                   END-IF
                   IF PS-TAX (WS-PS-IDX) >
                           EMP-ST-QTD-TAX (WS-ACCUM-SLOT)
                       MOVE 0 TO EMP-ST-QTD-TAX (WS-ACCUM-SLOT)
                   ELSE
                       SUBTRACT PS-TAX (WS-PS-IDX)
                           FROM EMP-ST-QTD-TAX (WS-ACCUM-SLOT)
                   END-IF
                   IF PS-WAGES (WS-PS-IDX) >
                           EMP-ST-YTD-WAGES (WS-ACCUM-SLOT)
                       MOVE 0 TO EMP-ST-YTD-WAGES (WS-ACCUM-SLOT)
                   ELSE
                       SUBTRACT PS-WAGES (WS-PS-IDX)
                           FROM EMP-ST-YTD-WAGES (WS-ACCUM-SLOT)
                   END-IF
                   IF PS-TAX (WS-PS-IDX) >
                           EMP-ST-YTD-TAX (WS-ACCUM-SLOT)
                       MOVE 0 TO EMP-ST-YTD-TAX (WS-ACCUM-SLOT)
                   ELSE
                       SUBTRACT PS-TAX (WS-PS-IDX)
                           FROM EMP-ST-YTD-TAX (WS-ACCUM-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * A HISTORY RECORD WRITTEN BEFORE STATES WERE SPLIT OUT
      * CARRIES NO STATE DETAIL - ITS WHOLE STATE TAX BELONGS
      * TO THE COMPANY HOME STATE.
      *--------------------------------------------------------
       189-LOAD-PRIOR-STATES.
           MOVE 0 TO WS-PRIOR-STATE-COUNT
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > 2
               IF PH-TAX-STATE (WS-PS-IDX) NOT = SPACES
                   ADD 1 TO WS-PRIOR-STATE-COUNT
                   MOVE PH-TAX-STATE (WS-PS-IDX)
                       TO PS-STATE (WS-PRIOR-STATE-COUNT)
                   MOVE PH-TAX-STATE-WAGES (WS-PS-IDX)
                       TO PS-WAGES (WS-PRIOR-STATE-COUNT)
                   MOVE PH-TAX-STATE-AMT (WS-PS-IDX)
                       TO PS-TAX (WS-PRIOR-STATE-COUNT)
               END-IF
           END-PERFORM
           IF WS-PRIOR-STATE-COUNT = 0
               MOVE 1 TO WS-PRIOR-STATE-COUNT
               MOVE WS-CTL-HOME-STATE TO PS-STATE (1)
               MOVE PH-GROSS          TO PS-WAGES (1)
               MOVE PH-STATE-TAX      TO PS-TAX (1)
           END-IF.

      *--------------------------------------------------------
      * RUN TOTALS BY STATE - SAME FIND-OR-ADD PATTERN AS THE
      * GL ADJUSTMENT TABLE IN 149-.
      *--------------------------------------------------------
       187-ADD-STATE-TOTAL.
           MOVE 'N' TO WS-STT-FOUND
           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
               UNTIL WS-STT-IDX > WS-STATE-TOTAL-COUNT
               IF STT-STATE (WS-STT-IDX) = WS-STT-STATE
                   ADD WS-STT-AMOUNT TO STT-TAX (WS-STT-IDX)
                   MOVE 'Y' TO WS-STT-FOUND
                   MOVE WS-STATE-TOTAL-COUNT TO WS-STT-IDX
               END-IF
           END-PERFORM
           IF WS-STT-FOUND = 'N' AND WS-STATE-TOTAL-COUNT < 60
               ADD 1 TO WS-STATE-TOTAL-COUNT
               MOVE WS-STT-STATE  TO STT-STATE (WS-STATE-TOTAL-COUNT)
               MOVE WS-STT-AMOUNT TO STT-TAX (WS-STATE-TOTAL-COUNT)
           END-IF.

       193-ADD-STATE-TOTALS.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TAX-STATE-COUNT
               IF TS-TAX (WS-TS-IDX) NOT = 0
                   MOVE TS-STATE (WS-TS-IDX) TO WS-STT-STATE
                   MOVE TS-TAX (WS-TS-IDX)   TO WS-STT-AMOUNT
                   PERFORM 187-ADD-STATE-TOTAL
               END-IF
           END-PERFORM.

       194-BACK-OUT-STATE-TOTALS.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > WS-PRIOR-STATE-COUNT
               IF PS-TAX (WS-PS-IDX) NOT = 0
                   MOVE PS-STATE (WS-PS-IDX) TO WS-STT-STATE
                   COMPUTE WS-STT-AMOUNT = 0 - PS-TAX (WS-PS-IDX)
                   PERFORM 187-ADD-STATE-TOTAL
               END-IF
           END-PERFORM.

       195-MOVE-HISTORY-STATES.
           MOVE WS-WORK-STATE TO PH-WORK-STATE
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > 2
               IF WS-TS-IDX > WS-TAX-STATE-COUNT
                   MOVE SPACES TO PH-TAX-STATE (WS-TS-IDX)
                   MOVE 0 TO PH-TAX-STATE-WAGES (WS-TS-IDX)
                   MOVE 0 TO PH-TAX-STATE-AMT (WS-TS-IDX)
               ELSE
                   MOVE TS-STATE (WS-TS-IDX)
                       TO PH-TAX-STATE (WS-TS-IDX)
                   MOVE TS-WAGES (WS-TS-IDX)
                       TO PH-TAX-STATE-WAGES (WS-TS-IDX)
                   MOVE TS-TAX (WS-TS-IDX)
                       TO PH-TAX-STATE-AMT (WS-TS-IDX)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * ONE 2120 LIABILITY CREDIT PER STATE, THE STATE CODE IN
      * THE COST CENTER SO EACH AGENCY'S PAYABLE CAN BE TRACED.
      *--------------------------------------------------------
       196-WRITE-GL-STATE-CREDITS.
           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
               UNTIL WS-STT-IDX > WS-STATE-TOTAL-COUNT
               MOVE SPACES                 TO GL-DIST-REC
               MOVE WS-CTL-COMPANY         TO GL-COMPANY
               MOVE WS-CTL-PERIOD-DATE     TO GL-PERIOD
               MOVE '2120'                 TO GL-ACCOUNT
               MOVE STT-STATE (WS-STT-IDX) TO GL-COST-CENTER
               MOVE 'C'                    TO GL-DR-CR
               MOVE STT-TAX (WS-STT-IDX)   TO GL-AMOUNT
               MOVE 'STATE TAX WITHHELD'   TO GL-DESCRIPTION
               WRITE GL-DIST-REC END-WRITE
           END-PERFORM.

       140-WRITE-TRAILER.
           IF WS-ADJ-COUNT > 0
               MOVE SPACES TO OUTPUT-REC
               UNTIL WS-GLA-IDX > WS-GL-ADJ-COUNT
               ADD GLA-GROSS (WS-GLA-IDX) TO WS-GL-DEBIT-TOTAL
           END-PERFORM
      *--------------------------------------------------------
      * STATE WITHHOLDING IS FOOTED FROM THE PER-STATE TABLE
      * THE CREDIT LINES ARE WRITTEN FROM, SO THE BALANCE TEST
      * PROVES THE LINES THAT ACTUALLY GO OUT.
      *--------------------------------------------------------
           MOVE 0 TO WS-GL-STATE-FOOT
           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
               UNTIL WS-STT-IDX > WS-STATE-TOTAL-COUNT
               ADD STT-TAX (WS-STT-IDX) TO WS-GL-STATE-FOOT
           END-PERFORM
           COMPUTE WS-GL-CREDITS =
               WS-TOTAL-FED-TAX + WS-GL-STATE-FOOT +
               WS-TOTAL-FICA-TAX + WS-TOTAL-VOL-DED +
               WS-EFT-AMOUNT + WS-CHECK-AMOUNT
           OPEN OUTPUT GL-DIST-FILE
           MOVE WS-TOTAL-FED-TAX TO GL-AMOUNT
           MOVE 'FEDERAL TAX WITHHELD' TO GL-DESCRIPTION
           PERFORM 209-WRITE-GL-CREDIT-LINE
           PERFORM 196-WRITE-GL-STATE-CREDITS
           MOVE '2130' TO GL-ACCOUNT
           MOVE WS-TOTAL-FICA-TAX TO GL-AMOUNT
           MOVE 'FICA WITHHELD' TO GL-DESCRIPTION
           MOVE 'STATE INCOME TAX WITHHELD' TO TXD-LABEL
           MOVE WS-TOTAL-STATE-TAX TO TXD-VALUE
           WRITE TAX-DEPOSIT-REC FROM TAXDEP-LINE END-WRITE
           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
               UNTIL WS-STT-IDX > WS-STATE-TOTAL-COUNT
               MOVE STT-STATE (WS-STT-IDX) TO TXS-STATE
               MOVE STT-TAX (WS-STT-IDX)   TO TXS-VALUE
               WRITE TAX-DEPOSIT-REC FROM TAXDEP-STATE-LINE
               END-WRITE
           END-PERFORM
           MOVE 'FUTA ACCRUED THIS RUN' TO TXD-LABEL
           MOVE WS-TOTAL-FUTA TO TXD-VALUE
           WRITE TAX-DEPOSIT-REC FROM TAXDEP-LINE END-WRITE
           MOVE WS-TOTAL-SUTA TO TXD-VALUE
           WRITE TAX-DEPOSIT-REC FROM TAXDEP-LINE END-WRITE
           CLOSE TAX-DEPOSIT-FILE.

      *--------------------------------------------------------
      * LOOKS UP THE HELD LEAVE FOR THE EMPLOYEE IN
      * EMPLOYEE-ID-IN.
      *--------------------------------------------------------
       230-FIND-SALARIED-LEAVE.
           SET SAL-LEAVE-NOT-FOUND TO TRUE
           MOVE 0 TO WS-SAL-LEAVE-HIT
           PERFORM VARYING WS-SAL-LEAVE-IDX FROM 1 BY 1
               UNTIL WS-SAL-LEAVE-IDX > WS-SAL-LEAVE-COUNT
               IF SL-EMP-ID (WS-SAL-LEAVE-IDX) = EMPLOYEE-ID-IN
                   SET SAL-LEAVE-FOUND TO TRUE
                   MOVE WS-SAL-LEAVE-IDX TO WS-SAL-LEAVE-HIT
                   COMPUTE WS-SAL-LEAVE-IDX = WS-SAL-LEAVE-COUNT + 1
               END-IF
           END-PERFORM.

       231-NOTE-SALARIED-LEAVE.
           ADD 1 TO WS-SAL-LEAVE-COUNT
           MOVE EMPLOYEE-ID-IN  TO SL-EMP-ID (WS-SAL-LEAVE-COUNT)
           MOVE WS-LV-TAKE-VAC  TO SL-VAC-HOURS (WS-SAL-LEAVE-COUNT)
           MOVE WS-LV-TAKE-SICK TO SL-SICK-HOURS (WS-SAL-LEAVE-COUNT)
           MOVE WS-LV-TAKE-HOL  TO SL-HOL-HOURS (WS-SAL-LEAVE-COUNT).

      *--------------------------------------------------------
      * A RESTART SKIPS THE TIME RECORDS THE INTERRUPTED RUN
      * HAD FINISHED, BUT THE LEAVE HELD FROM ITS SALARIED
      * LEAVE-ONLY CARDS WAS NEVER SAVED. EACH SKIPPED RECORD
      * IS EDITED AGAIN, WITHOUT POSTING ANYTHING, SO THE
      * TABLE IS REBUILT AS THE FIRST PASS LEFT IT. AN
      * EMPLOYEE WHOSE SALARY WAS ALREADY PAID IS PASSED BY
      * 171- ON HISTORY, SO AN ENTRY FOR ONE IS NEVER USED.
      *--------------------------------------------------------
       232-RENOTE-SALARIED-LEAVE.
           IF ADJUST-CODE-IN = SPACE
               MOVE 0 TO WS-LV-RESTORE-VAC
               MOVE 0 TO WS-LV-RESTORE-SICK
               MOVE 0 TO WS-LV-RESTORE-HOL
               PERFORM 114-VALIDATE-TIME-RECORD
               IF RECORD-INVALID AND SALARIED-LEAVE-CARD
                  AND (EMP-ACTIVE OR EMP-FINAL-CHECK-DUE)
                   PERFORM 230-FIND-SALARIED-LEAVE
                   IF SAL-LEAVE-NOT-FOUND
                      AND WS-SAL-LEAVE-COUNT < 9999
                       PERFORM 231-NOTE-SALARIED-LEAVE
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------
      * PICKS UP ANY LEAVE HELD FOR THE SALARIED EMPLOYEE NOW
      * BEING PAID. IT IS PAID INSIDE THE SALARY - THE RATE
      * IS ZERO ON THIS PASS, SO 154- ADDS NOTHING TO GROSS.
      *--------------------------------------------------------
       233-TAKE-SALARIED-LEAVE.
           PERFORM 230-FIND-SALARIED-LEAVE
           IF SAL-LEAVE-FOUND
               MOVE SL-VAC-HOURS (WS-SAL-LEAVE-HIT)
                   TO WS-LV-TAKE-VAC
               MOVE SL-SICK-HOURS (WS-SAL-LEAVE-HIT)
                   TO WS-LV-TAKE-SICK
               MOVE SL-HOL-HOURS (WS-SAL-LEAVE-HIT)
                   TO WS-LV-TAKE-HOL
               ADD WS-LV-TAKE-VAC WS-LV-TAKE-SICK WS-LV-TAKE-HOL
                   GIVING WS-LEAVE-HOURS-SUM
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
      * CHECKPT.DAT HOLDS ONE RESTART AT A TIME FOR EVERY
      * COMPANY, SO A NEW CYCLE CANNOT START WHILE ANY OTHER
      * PAY STEP IS STILL OPEN ON THE LEDGER. RESTARTING THE
      * SAME CYCLE IS WHAT THE CHECKPOINT IS FOR AND IS LET
      * THROUGH.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE WS-CTL-COMPANY     TO LDS-COMPANY
           MOVE WS-CTL-PERIOD-DATE TO LDS-PERIOD-DATE
           MOVE SPACES             TO LDS-RUN-ID
           MOVE SPACES             TO WS-SCAN-COMPANY
           PERFORM 820-FIND-PAY-IN-PROGRESS
           IF WS-PAY-BUSY = 'Y'
               DISPLAY 'FATAL: ' LDB-STEP ' FOR ' LDB-COMPANY
                   ' PERIOD ' LDB-PERIOD-DATE ' RUN ' LDB-RUN-ID
                   ' NEVER COMPLETED - RESTART IT BEFORE STARTING '
                   'A NEW CYCLE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *--------------------------------------------------------
      * CHECKPRT.TXT IS SHARED BY EVERY COMPANY AND REPLACED BY
      * EACH PAY STEP, SO NO NEW CYCLE STARTS WHILE ANOTHER
      * CYCLE'S CHECKS ARE STILL TO GO TO THE BANK AS POSITIVE
      * PAY. A RESTART OR RERUN OF THAT SAME CYCLE IS LET BY.
      *--------------------------------------------------------
           PERFORM 850-FIND-POSPAY-DUE
           IF WS-POSPAY-DUE = 'Y'
              AND (LDD-COMPANY NOT = LDS-COMPANY
               OR LDD-PERIOD-DATE NOT = LDS-PERIOD-DATE
               OR LDD-RUN-ID NOT = LDS-RUN-ID)
               DISPLAY 'FATAL: CHECKS FOR ' LDD-COMPANY
                   ' PERIOD ' LDD-PERIOD-DATE ' RUN ' LDD-RUN-ID
                   ' NOT YET SENT AS POSITIVE PAY - RUN CHKRECON '
                   'BEFORE STARTING A NEW CYCLE'
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

      *--------------------------------------------------------
      * THE PAY STEP MAKES ITS CYCLE THE COMPANY'S CURRENT ONE
      * - RUNTOTAL.TXT, THE EFT FILE AND THE REMITTANCE DETAIL
      * IT IS ABOUT TO WRITE BELONG TO THIS CYCLE FROM NOW ON,
      * AND ITS CHECK PRINT FILE IS DUE TO GO TO THE BANK.
      *--------------------------------------------------------
       835-SET-CURRENT-CYCLE.
           MOVE LDS-COMPANY TO LG-COMPANY
           MOVE 0 TO LG-PERIOD-DATE
           MOVE SPACES TO LG-RUN-ID
           MOVE 'CURRENT' TO LG-STEP
           MOVE SPACE TO LG-MODE
           PERFORM 830-READ-LEDGER-ENTRY
           MOVE SPACES TO LG-CYCLE-DATA
           MOVE LDS-COMPANY TO LG-COMPANY
           MOVE 0 TO LG-PERIOD-DATE
           MOVE SPACES TO LG-RUN-ID
           MOVE 'CURRENT' TO LG-STEP
           MOVE SPACE TO LG-MODE
           MOVE LDS-PERIOD-DATE TO LG-CUR-PERIOD-DATE
           MOVE LDS-RUN-ID      TO LG-CUR-RUN-ID
           MOVE LDS-STEP        TO LG-CUR-STEP
           ACCEPT LG-CUR-SET-DATE FROM DATE YYYYMMDD
           MOVE 'Y'             TO LG-CUR-POSPAY
           PERFORM 840-SAVE-LEDGER-ENTRY.

      *--------------------------------------------------------
      * LOOKS FOR A CYCLE WHOSE CHECK PRINT FILE HAS NOT YET
      * GONE TO THE BANK AS POSITIVE PAY. CHECKPRT.TXT IS
      * SHARED BY EVERY COMPANY AND THE PAY STEPS WAIT ON THIS,
      * SO AT MOST ONE CYCLE IS EVER WAITING.
      *--------------------------------------------------------
       850-FIND-POSPAY-DUE.
           MOVE 'N' TO WS-POSPAY-DUE
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO LG-KEY
           START CYCLE-LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ CYCLE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       PERFORM 851-CHECK-POSPAY-ENTRY
               END-READ
           END-PERFORM.

       851-CHECK-POSPAY-ENTRY.
           IF LG-STEP = 'CURRENT' AND LG-PERIOD-DATE = 0
              AND LG-CUR-POSPAY-DUE
               MOVE 'Y' TO WS-POSPAY-DUE
               MOVE LG-COMPANY         TO LDD-COMPANY
               MOVE LG-CUR-PERIOD-DATE TO LDD-PERIOD-DATE
               MOVE LG-CUR-RUN-ID      TO LDD-RUN-ID
               MOVE 'Y' TO WS-LEDGER-EOF
           END-IF.
