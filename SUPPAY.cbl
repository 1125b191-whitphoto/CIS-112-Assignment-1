       IDENTIFICATION DIVISION.

       PROGRAM-ID.  SUPPAY.
      ********************************************************
      * OFF-CYCLE SUPPLEMENTAL PAY RUN. PAYS A FLAT AMOUNT   *
      * (BONUS, COMMISSION OR OTHER SUPPLEMENTAL WAGES) TO   *
      * EACH EMPLOYEE ON THE SUPPLEMENTAL EARNINGS FILE      *
      * (SUPEARN.TXT) OUTSIDE THE WEEKLY CYCLE. FEDERAL TAX  *
      * IS WITHHELD AT THE FLAT SUPPLEMENTAL RATE; STATE AND *
      * FICA ARE TAKEN AS IN THE WEEKLY RUN, WITH THE SOCIAL *
      * SECURITY WAGE BASE AND THE 401(K) ANNUAL LIMIT       *
      * MEASURED AGAINST THE MASTER'S YEAR-TO-DATE FIGURES.  *
      * HISTORY IS WRITTEN TO PAYHIST.DAT UNDER THE RUN ID   *
      * ON THE PARAMETER CARD SO IT NEVER COLLIDES WITH THE  *
      * REGULAR RUN'S RECORD FOR THE SAME DATE. THE EFT,     *
      * CHECK, REGISTER, GL, TAX DEPOSIT AND RUN TOTALS      *
      * FILES ARE THE SAME ONES THE WEEKLY RUN PRODUCES, SO  *
      * PAYRECON BALANCES AND RELEASES A SUPPLEMENTAL RUN    *
      * EXACTLY AS IT DOES A REGULAR ONE.                    *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "SUPPARM.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT SUPP-EARNINGS-FILE ASSIGN TO "SUPEARN.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-EARN-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "OUTFILE.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTION.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMP-KEY
            FILE STATUS IS WS-MASTER-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT.DAT"
            ORGANIZATION IS RELATIVE
            ACCESS MODE IS RANDOM
            RELATIVE KEY IS WS-CKPT-KEY
            FILE STATUS IS WS-CKPT-STATUS.
           SELECT EFT-FILE ASSIGN TO "EFTFILE.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT RUN-TOTALS-FILE ASSIGN TO "RUNTOTAL.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT GL-DIST-FILE ASSIGN TO "GLDIST.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT TAX-DEPOSIT-FILE ASSIGN TO "TAXDEP.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKPRT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT REMIT-DETAIL-FILE ASSIGN TO "REMITDTL.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT CHECK-LEDGER-FILE ASSIGN TO "CHECKLDG.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHKLDG-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHKCTL-STATUS.
           SELECT VOL-DED-FILE ASSIGN TO "VOLDED.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VD-KEY
            FILE STATUS IS WS-VOLDED-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-HIST-STATUS.
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
      *--------------------------------------------------------
      * ONE CARD PER SUPPLEMENTAL RUN. SP-PAY-DATE IS THE DATE
      * THE PAYMENT IS MADE AND KEYS ITS HISTORY RECORDS.
      * SP-RUN-ID (NEVER BLANK - BLANK IS THE REGULAR RUN)
      * TELLS TWO OFF-CYCLE RUNS ON THE SAME DATE APART.
      * SP-EXPECTED-COUNT IS THE NUMBER OF EARNINGS RECORDS
      * THE RUN SHOULD READ. SP-HOME-STATE IS THE COMPANY HOME
      * STATE, AS ON THE WEEKLY RUN CONTROL CARD.
      *--------------------------------------------------------
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           05  SP-COMPANY           PIC X(4).
           05  SP-PAY-DATE          PIC 9(8).
           05  SP-RUN-ID            PIC X(2).
           05  SP-EXPECTED-COUNT    PIC 9(5).
           05  SP-HOME-STATE        PIC X(2).
           05  FILLER               PIC X(59).
      *--------------------------------------------------------
      * ONE RECORD PER EMPLOYEE TO BE PAID. SE-EARN-TYPE:
      * B = BONUS  C = COMMISSION  O = OTHER SUPPLEMENTAL.
      *--------------------------------------------------------
       FD  SUPP-EARNINGS-FILE.
       01  SUPP-EARNINGS-REC.
           05  SE-EMP-ID            PIC 9(6).
           05  SE-EARN-TYPE         PIC X.
           05  SE-AMOUNT            PIC 9(5)V99.
       FD  OUTPUT-FILE.
       01  OUTPUT-REC PIC X(132).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC PIC X(80).
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMASTR.
      *--------------------------------------------------------
      * THE WEEKLY RUN'S CHECKPOINT - ONLY THE RESTART FIELDS
      * ARE NAMED. THE REST OF THE 847-BYTE RECORD IS CARRIED
      * AS FILLER.
      *--------------------------------------------------------
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  CKPT-LAST-SEQ         PIC 9(7).
           05  CKPT-IN-PROGRESS-SEQ  PIC 9(7).
           05  FILLER                PIC X(165).
           05  CKPT-IN-PROGRESS-EMP  PIC 9(6).
           05  FILLER                PIC X(662).
       FD  EFT-FILE.
       01  EFT-REC.
           05  EFT-EMP-ID           PIC 9(6).
           05  EFT-ROUTING-NUMBER   PIC 9(9).
           05  EFT-ACCOUNT-NUMBER   PIC X(17).
           05  EFT-NET-AMOUNT       PIC 9(7)V99.
           05  EFT-TRANS-CODE       PIC X.
       01  EFT-HEADER-REC.
           05  EFT-HDR-TYPE         PIC X(3).
           05  EFT-HDR-COMPANY      PIC X(4).
           05  EFT-HDR-PERIOD       PIC 9(8).
           05  FILLER               PIC X(27).
      *--------------------------------------------------------
      * SAME LAYOUT THE WEEKLY RUN HANDS TO PAYRECON.
      *--------------------------------------------------------
       FD  RUN-TOTALS-FILE.
       01  RUN-TOTALS-REC.
           05  RT-EMPLOYEES         PIC 9(5).
           05  RT-TOTAL-HOURS       PIC S9(7)V99.
           05  RT-GROSS             PIC S9(7)V99.
           05  RT-NET               PIC S9(7)V99.
           05  RT-VOLDED            PIC S9(7)V99.
           05  RT-EXCEPTIONS        PIC 9(5).
           05  RT-EFT-COUNT         PIC 9(5).
           05  RT-EFT-AMOUNT        PIC S9(9)V99.
           05  RT-YTD-DELTA         PIC S9(7)V99.
           05  RT-COMPANY-CODE      PIC X(4).
           05  RT-PERIOD-END-DATE   PIC 9(8).
           05  RT-RECORDS-READ      PIC 9(7).
           05  RT-EXPECTED-COUNT    PIC 9(5).
           05  RT-CHECK-COUNT       PIC 9(5).
           05  RT-CHECK-AMOUNT      PIC S9(9)V99.
       FD  GL-DIST-FILE.
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
       FD  TAX-DEPOSIT-FILE.
       01  TAX-DEPOSIT-REC PIC X(110).
       FD  REMIT-DETAIL-FILE.
       01  REMIT-DETAIL-REC.
           05  RD-COMPANY           PIC X(4).
           05  RD-PERIOD-DATE       PIC 9(8).
           05  RD-EMP-ID            PIC 9(6).
           05  RD-EMP-NAME          PIC X(20).
           05  RD-SEQ               PIC 9(2).
           05  RD-TYPE              PIC X.
           05  RD-AMOUNT            PIC 9(5)V99.
       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-REC.
           05  CK-CHECK-NO          PIC 9(8).
           05  CK-ISSUE-DATE        PIC 9(8).
           05  CK-EMP-ID            PIC 9(6).
           05  CK-NAME              PIC X(20).
           05  CK-NET-AMOUNT        PIC 9(7)V99.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC PIC X(110).
       FD  CHECK-LEDGER-FILE.
       01  CHECK-LEDGER-REC.
           05  CL-CHECK-NO          PIC 9(8).
           05  CL-ISSUE-DATE        PIC 9(8).
           05  CL-EMP-ID            PIC 9(6).
           05  CL-AMOUNT            PIC 9(7)V99.
           05  CL-STATUS            PIC X.
       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-REC.
           05  CC-NEXT-CHECK-NO     PIC 9(8).
       FD  VOL-DED-FILE.
       01  VOL-DED-REC.
           05  VD-KEY.
               10  VD-COMPANY       PIC X(4).
               10  VD-EMP-ID        PIC 9(6).
               10  VD-SEQ           PIC 9(2).
           05  VD-TYPE              PIC X.
           05  VD-PRIORITY          PIC 9(2).
           05  VD-METHOD            PIC X.
           05  VD-AMOUNT            PIC 9(5)V99.
           05  VD-PERCENT           PIC V999.
           05  VD-ARREARS           PIC 9(5)V99.
       FD  PAY-HISTORY-FILE.
           COPY PAYHISTR.
      *--------------------------------------------------------
      * SAME LAYOUT THE WEEKLY RUN READS.
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
       01  WS-PARM-STATUS        PIC XX.
       01  WS-EARN-STATUS        PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-CKPT-STATUS        PIC XX.
       01  WS-CKPT-KEY           PIC 9(4).
       01  WS-CHKLDG-STATUS      PIC XX.
       01  WS-CHKCTL-STATUS      PIC XX.
       01  WS-VOLDED-STATUS      PIC XX.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-STTAX-STATUS       PIC XX.
       01  WS-STTAX-EOF          PIC X.
       01  WS-EARN-EOF           PIC X VALUE 'N'.
       01  WS-VOLDED-EOF         PIC X.
       01  WS-VOLDED-AVAIL       PIC X VALUE 'Y'.
           88  VOLDED-AVAILABLE      VALUE 'Y'.
           88  VOLDED-MISSING        VALUE 'N'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-CTL-COMPANY        PIC X(4).
       01  WS-CTL-RUN-ID         PIC X(2).
       01  WS-CTL-EXPECTED       PIC 9(5).
       01  WS-CTL-PAY-DATE       PIC 9(8).
       01  WS-CTL-PAY-SPLIT REDEFINES WS-CTL-PAY-DATE.
           05  CTL-PD-YYYY          PIC 9(4).
           05  CTL-PD-MM            PIC 9(2).
           05  CTL-PD-DD            PIC 9(2).
       01  WS-CTL-HOME-STATE     PIC X(2).
      *--------------------------------------------------------
      * A RERUN OF A SUPPLEMENTAL RUN THAT STOPPED PART WAY -
      * ITS LEDGER ENTRY WAS STARTED AND NEVER COMPLETED. AN
      * EMPLOYEE THE STOPPED RUN ALREADY POSTED IS NOT PAID
      * AGAIN, BUT THE PAYMENT IS REBUILT FROM ITS HISTORY
      * RECORD INTO THIS RUN'S RELEASE FILES AND TOTALS, WHICH
      * WERE STARTED AFRESH. HANDLED-TABLE HOLDS EVERY EMPLOYEE
      * THIS RUN HAS PAID OR REBUILT SO A DUPLICATE EARNINGS
      * RECORD IS STILL CAUGHT.
      *--------------------------------------------------------
       01  WS-RERUN-SW           PIC X VALUE 'N'.
           88  RERUN-OF-STOPPED-RUN  VALUE 'Y'.
       01  WS-REBUILD-SW         PIC X.
           88  REBUILD-PAYMENT       VALUE 'Y'.
           88  NEW-PAYMENT           VALUE 'N'.
       01  WS-REBUILT-COUNT      PIC 9(5) VALUE 0.
       01  WS-HANDLED-COUNT      PIC 9(4) VALUE 0.
       01  WS-HANDLED-IDX        PIC 9(4).
       01  WS-HANDLED-FOUND      PIC X.
       01  WS-HANDLED-TABLE.
           05  HT-EMP-ID OCCURS 9999 TIMES PIC 9(6).
      *--------------------------------------------------------
      * CHECKS THE STOPPED RUN WROTE TO CHECKLDG.TXT - EVERY
      * NUMBER AT OR PAST THE ONE ON CHKCTL.TXT, WHICH IS ONLY
      * SAVED WHEN A RUN COMPLETES (NO OTHER PAY STEP CAN RUN
      * WHILE THIS ONE IS OPEN ON THE LEDGER). A REBUILT CHECK
      * PAYMENT IS REPRINTED UNDER ITS ORIGINAL NUMBER.
      *--------------------------------------------------------
       01  WS-PRIOR-CHECK-COUNT  PIC 9(4) VALUE 0.
       01  WS-PRIOR-CHECK-IDX    PIC 9(4).
       01  WS-PRIOR-CHECK-FOUND  PIC X.
       01  WS-PRIOR-CHECK-HIT    PIC 9(4).
       01  WS-PRIOR-CHECK-TABLE.
           05  WS-PRIOR-CHECK-ENTRY OCCURS 5000 TIMES.
               10  PC-CHECK-NO      PIC 9(8).
               10  PC-ISSUE-DATE    PIC 9(8).
               10  PC-EMP-ID        PIC 9(6).
               10  PC-AMOUNT        PIC 9(7)V99.
       01  WS-CHKLDG-EOF         PIC X.
       01  WS-HIGH-CHECK-NO      PIC 9(8).
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
           05  LDS-STEP             PIC X(8) VALUE 'SUPPAY'.
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
      * SUPPLEMENTAL WAGES ARE WITHHELD AT THE FLAT FEDERAL
      * SUPPLEMENTAL RATE INSTEAD OF THROUGH THE WEEKLY
      * BRACKET TABLE. THE OTHER RATES AND LIMITS ARE THE
      * WEEKLY RUN'S.
      *--------------------------------------------------------
       01  WS-SUPP-FED-RATE      PIC V999 VALUE .220.
       01  WS-SS-RATE            PIC V9999 VALUE .0620.
       01  WS-MEDICARE-RATE      PIC V9999 VALUE .0145.
       01  WS-SS-WAGE-BASE       PIC 9(7)V99 VALUE 168600.00.
       01  WS-401K-ANNUAL-LIMIT  PIC 9(6)V99 VALUE 23000.00.
       01  WS-FUTA-RATE          PIC V9999 VALUE .0060.
       01  WS-SUTA-RATE          PIC V9999 VALUE .0270.
       01  WS-FUTA-WAGE-BASE     PIC 9(5)V99 VALUE 7000.00.
       01  WS-SUTA-WAGE-BASE     PIC 9(5)V99 VALUE 9500.00.
      *--------------------------------------------------------
      * ONE PAYMENT.
      *--------------------------------------------------------
       01  WS-RECORD-STATUS      PIC X.
           88  RECORD-VALID          VALUE 'Y'.
           88  RECORD-INVALID        VALUE 'N'.
       01  WS-MASTER-UPDATE-STATUS PIC X.
           88  MASTER-UPDATE-OK      VALUE 'Y'.
           88  MASTER-UPDATE-FAILED  VALUE 'N'.
       01  WS-GROSS-WAGES        PIC 9(4)V99.
       01  WS-FED-TAX            PIC 9(4)V99.
       01  WS-STATE-TAX          PIC 9(3)V99.
       01  WS-FICA-TAX           PIC 9(3)V99.
       01  WS-SS-TAXABLE         PIC S9(7)V99.
       01  WS-SS-TAX             PIC 9(4)V99.
       01  WS-MEDI-TAX           PIC 9(4)V99.
       01  WS-NET-PAY            PIC 9(4)V99.
       01  WS-ER-FICA-TAX        PIC 9(4)V99.
       01  WS-FUTA-TAX           PIC 9(4)V99.
       01  WS-SUTA-TAX           PIC 9(4)V99.
       01  WS-ER-TAXABLE         PIC S9(7)V99.
       01  WS-DEPT-CODE          PIC X(4).
       01  WS-PAY-CHANNEL        PIC X(3).
      *--------------------------------------------------------
      * STATE WITHHOLDING - THE WEEKLY RUN'S STATE TABLE AND
      * WORK/RESIDENT STATE RULES, APPLIED TO THE MASTER'S
      * STATES (AN EARNINGS RECORD CARRIES NO OVERRIDE).
      *--------------------------------------------------------
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
       01  WS-ACCUM-IDX          PIC 9.
       01  WS-ACCUM-SLOT         PIC 9.
       01  WS-ACCUM-FREE         PIC 9.
       01  WS-SLOTS-NEEDED       PIC 9.
      *--------------------------------------------------------
      * 401(K) ON SUPPLEMENTAL PAY - ONLY A PERCENT-OF-PAY
      * ELECTION APPLIES TO A FLAT PAYMENT (A FLAT-AMOUNT
      * ELECTION IS A PER-PAYCHECK FIGURE FOR THE WEEKLY RUN).
      * OTHER DEDUCTIONS AND ARREARS ARE LEFT TO THE WEEKLY
      * RUN, SO VOLDED.DAT IS ONLY READ HERE.
      *--------------------------------------------------------
       01  WS-401K-ROOM          PIC S9(6)V99.
       01  WS-401K-TAKEN         PIC 9(5)V99.
       01  WS-VD-ATTEMPT         PIC 9(6)V99.
       01  WS-VD-COUNT           PIC 9(2) VALUE 0.
       01  WS-VD-IDX             PIC 9(2).
       01  WS-VD-TABLE.
           05  WS-VD-ENTRY OCCURS 10 TIMES.
               10  VDT-SEQ          PIC 9(2).
               10  VDT-TAKE         PIC 9(5)V99.
      *--------------------------------------------------------
      * GROSS BY DEPARTMENT FOR THE WAGE-EXPENSE DEBITS.
      *--------------------------------------------------------
       01  WS-DEPT-COUNT         PIC 9(3) VALUE 0.
       01  WS-DEPT-IDX           PIC 9(3).
       01  WS-DEPT-FOUND         PIC X.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DEPT-COUNT.
               10  DT-DEPT-CODE     PIC X(4).
               10  DT-GROSS         PIC S9(7)V99.
      *--------------------------------------------------------
      * RUN TOTALS.
      *--------------------------------------------------------
       01  WS-RECORD-SEQ         PIC 9(7) VALUE 0.
       01  WS-TOTAL-EMPLOYEES    PIC 9(5) VALUE 0.
       01  WS-TOTAL-HOURS        PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-GROSS-WAGES  PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-NET-WAGES    PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-VOL-DED      PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-FED-TAX      PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-STATE-TAX    PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-FICA-TAX     PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-ER-FICA      PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-FUTA         PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-SUTA         PIC S9(7)V99 VALUE 0.
       01  WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
       01  WS-YTD-POSTED-GROSS   PIC S9(7)V99 VALUE 0.
       01  WS-EFT-COUNT          PIC 9(5) VALUE 0.
       01  WS-EFT-AMOUNT         PIC S9(9)V99 VALUE 0.
       01  WS-NEXT-CHECK-NO      PIC 9(8) VALUE 0.
       01  WS-CHECK-COUNT        PIC 9(5) VALUE 0.
       01  WS-CHECK-AMOUNT       PIC S9(9)V99 VALUE 0.
      *--------------------------------------------------------
      * STATE WITHHOLDING BY STATE FOR THE GL CREDITS AND THE
      * TAX DEPOSIT REPORT.
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
       01  WS-GL-DEBIT-TOTAL     PIC S9(9)V99.
       01  REPORT-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  RH-TITLE             PIC X(26).
           05  FILLER               PIC X(8) VALUE 'COMPANY '.
           05  RH-COMPANY           PIC X(4).
           05  FILLER               PIC X(11) VALUE '  PAY DATE '.
           05  RH-PERIOD            PIC 9(8).
           05  FILLER               PIC X(9) VALUE '  RUN ID '.
           05  RH-RUN-ID            PIC X(2).
       01  SUPP-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE 'EMP-ID'.
           05  FILLER               PIC X(22) VALUE 'NAME'.
           05  FILLER               PIC X(6) VALUE 'DEPT'.
           05  FILLER               PIC X(5) VALUE 'TYPE'.
           05  FILLER               PIC X(10) VALUE '    GROSS'.
           05  FILLER               PIC X(10) VALUE '      FED'.
           05  FILLER               PIC X(9) VALUE '   STATE'.
           05  FILLER               PIC X(9) VALUE '    FICA'.
           05  FILLER               PIC X(10) VALUE '    401K'.
           05  FILLER               PIC X(10) VALUE '      NET'.
           05  FILLER               PIC X(4) VALUE 'PAID'.
       01  SUPP-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  SD-EMP-ID            PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SD-NAME              PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SD-DEPT              PIC X(4).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  SD-TYPE              PIC X.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SD-GROSS             PIC Z,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SD-FED               PIC Z,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SD-STATE             PIC ZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  SD-FICA              PIC ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SD-401K              PIC Z,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SD-NET               PIC Z,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SD-CHANNEL           PIC X(3).
       01  EXCEPTION-LINE.
           05  EXC-EMP-ID           PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  EXC-NAME             PIC X(20).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  EXC-REASON           PIC X(30).
      *--------------------------------------------------------
      * SAME TRAILER LAYOUT AS THE WEEKLY REGISTER - PAYRECON
      * READS THE LABELS AND VALUES BY POSITION.
      *--------------------------------------------------------
       01  TRAILER-LINE.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  TRAILER-LABEL        PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  TRAILER-VALUE        PIC ZZ,ZZZ,ZZ9.99-.
       01  TAXDEP-LINE.
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
       01  CHKREG-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'CHECK NO'.
           05  FILLER               PIC X(8) VALUE 'EMP-ID'.
           05  FILLER               PIC X(22) VALUE 'NAME'.
           05  FILLER               PIC X(13) VALUE 'NET AMOUNT'.
       01  CHKREG-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  CRG-CHECK-NO         PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CRG-EMP-ID           PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CRG-NAME             PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CRG-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
       01  CHKREG-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  CRT-LABEL            PIC X(24).
           05  CRT-VALUE            PIC ZZ,ZZZ,ZZ9.99.
       01  CHKREG-SIGNOFF-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(22) VALUE
               'CONTROLLER APPROVAL:'.
           05  FILLER               PIC X(30) VALUE ALL '_'.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 101-READ-PARAMETERS
           PERFORM 190-LOAD-STATE-RATES
           PERFORM 102-CHECK-PENDING-RESTART
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           PERFORM 835-SET-CURRENT-CYCLE
           OPEN INPUT SUPP-EARNINGS-FILE
           IF WS-EARN-STATUS NOT = '00'
               DISPLAY 'FATAL: NO SUPPLEMENTAL EARNINGS FILE '
                   '(SUPEARN.TXT) - FILE STATUS ' WS-EARN-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPLOYEE-MASTER-FILE '
                   'EMPMAST.DAT - FILE STATUS ' WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT VOL-DED-FILE
           IF WS-VOLDED-STATUS = '35'
               SET VOLDED-MISSING TO TRUE
           ELSE
               IF WS-VOLDED-STATUS NOT = '00'
                   DISPLAY 'FATAL: CANNOT OPEN VOL-DED-FILE '
                       'VOLDED.DAT - FILE STATUS ' WS-VOLDED-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O PAY-HISTORY-FILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN PAY-HISTORY-FILE '
                   'PAYHIST.DAT - FILE STATUS ' WS-HIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 108-READ-CHECK-CONTROL
           IF RERUN-OF-STOPPED-RUN
               PERFORM 106-LOAD-PRIOR-CHECKS
           END-IF
           PERFORM 109-OPEN-CHECK-LEDGER
           PERFORM 103-OPEN-REPORT-FILES
           PERFORM UNTIL WS-EARN-EOF = 'Y'
               READ SUPP-EARNINGS-FILE
                   AT END MOVE 'Y' TO WS-EARN-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-SEQ
                       PERFORM 110-PROCESS-EARNING
               END-READ
           END-PERFORM
           PERFORM 140-WRITE-TRAILER
           PERFORM 168-WRITE-CHECK-REGISTER
           PERFORM 205-WRITE-GL-DISTRIBUTION
           PERFORM 167-WRITE-TAX-DEPOSIT-RPT
           PERFORM 165-WRITE-RUN-TOTALS
           PERFORM 169-SAVE-CHECK-CONTROL
           CLOSE SUPP-EARNINGS-FILE, OUTPUT-FILE, EXCEPTION-FILE,
                 EFT-FILE, CHECK-PRINT-FILE, CHECK-REGISTER-FILE,
                 CHECK-LEDGER-FILE, REMIT-DETAIL-FILE,
                 EMPLOYEE-MASTER-FILE, PAY-HISTORY-FILE
           IF VOLDED-AVAILABLE
               CLOSE VOL-DED-FILE
           END-IF
           IF RERUN-OF-STOPPED-RUN
               DISPLAY 'RERUN - PAYMENTS REBUILT FROM HISTORY: '
                   WS-REBUILT-COUNT
           END-IF
           PERFORM 815-POST-STEP-END
           STOP RUN.

       101-READ-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'FATAL: NO SUPPLEMENTAL RUN CARD (SUPPARM.TXT)'
                   ' - FILE STATUS ' WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'FATAL: SUPPLEMENTAL RUN CARD IS EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PARAMETER-FILE
           IF SP-COMPANY = SPACES
               DISPLAY 'FATAL: COMPANY CODE MISSING ON RUN CARD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SP-PAY-DATE NOT NUMERIC
               DISPLAY 'FATAL: PAY DATE NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SP-PAY-DATE TO WS-CTL-PAY-DATE
           IF CTL-PD-MM < 1 OR CTL-PD-MM > 12
              OR CTL-PD-DD < 1 OR CTL-PD-DD > 31
               DISPLAY 'FATAL: PAY DATE INVALID - ' WS-CTL-PAY-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *--------------------------------------------------------
      * A BLANK RUN ID IS THE REGULAR WEEKLY RUN'S KEY - AN
      * OFF-CYCLE RUN UNDER IT COULD COLLIDE WITH A WEEKLY
      * PERIOD ENDING ON THE SAME DATE.
      *--------------------------------------------------------
           IF SP-RUN-ID = SPACES
               DISPLAY 'FATAL: RUN ID MISSING ON RUN CARD - A '
                   'SUPPLEMENTAL RUN NEEDS ITS OWN RUN ID'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SP-EXPECTED-COUNT NOT NUMERIC
               DISPLAY 'FATAL: EXPECTED RECORD COUNT NOT NUMERIC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SP-COMPANY        TO WS-CTL-COMPANY
           MOVE SP-RUN-ID         TO WS-CTL-RUN-ID
           MOVE SP-EXPECTED-COUNT TO WS-CTL-EXPECTED
           MOVE SP-HOME-STATE     TO WS-CTL-HOME-STATE.

      *--------------------------------------------------------
      * THIS RUN WRITES THE SAME OUTPUT FILES AS THE WEEKLY
      * RUN. IF A WEEKLY RUN WAS INTERRUPTED AND IS WAITING TO
      * BE RESTARTED, ITS PART-WRITTEN FILES MUST NOT BE
      * OVERWRITTEN - FINISH THE RESTART FIRST.
      *--------------------------------------------------------
       102-CHECK-PENDING-RESTART.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
               MOVE 1 TO WS-CKPT-KEY
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CKPT-LAST-SEQ > 0
                          OR CKPT-IN-PROGRESS-SEQ > 0
                          OR CKPT-IN-PROGRESS-EMP > 0
                           DISPLAY 'FATAL: WEEKLY PAYROLL RESTART '
                               'PENDING (CHECKPT.DAT) - COMPLETE '
                               'THE RESTART BEFORE A SUPPLEMENTAL '
                               'RUN'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       103-OPEN-REPORT-FILES.
           OPEN OUTPUT OUTPUT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT EFT-FILE
           OPEN OUTPUT CHECK-PRINT-FILE
           OPEN OUTPUT CHECK-REGISTER-FILE
           OPEN OUTPUT REMIT-DETAIL-FILE
      *--------------------------------------------------------
      * EMPTY THE RUN-TOTALS HANDOFF UNTIL THIS RUN COMPLETES,
      * SO PAYRECON CANNOT BALANCE AGAINST THE PREVIOUS RUN'S
      * TOTALS AFTER AN ABEND.
      *--------------------------------------------------------
           OPEN OUTPUT RUN-TOTALS-FILE
           CLOSE RUN-TOTALS-FILE
           PERFORM 104-WRITE-REPORT-HEADINGS.

       104-WRITE-REPORT-HEADINGS.
           MOVE WS-CTL-COMPANY  TO RH-COMPANY
           MOVE WS-CTL-PAY-DATE TO RH-PERIOD
           MOVE WS-CTL-RUN-ID   TO RH-RUN-ID
           MOVE 'SUPPLEMENTAL PAY REGISTER' TO RH-TITLE
           WRITE OUTPUT-REC FROM REPORT-HEADING-LINE END-WRITE
           WRITE OUTPUT-REC FROM SUPP-COLUMN-LINE END-WRITE
           MOVE SPACES TO OUTPUT-REC
           WRITE OUTPUT-REC END-WRITE
           MOVE 'SUPPLEMENTAL EXCEPTIONS' TO RH-TITLE
           WRITE EXCEPTION-REC FROM REPORT-HEADING-LINE END-WRITE
           MOVE SPACES TO EXCEPTION-REC
           WRITE EXCEPTION-REC END-WRITE
           MOVE 'HDR'           TO EFT-HDR-TYPE
           MOVE WS-CTL-COMPANY  TO EFT-HDR-COMPANY
           MOVE WS-CTL-PAY-DATE TO EFT-HDR-PERIOD
           MOVE SPACES TO EFT-HEADER-REC (16:)
           WRITE EFT-HEADER-REC END-WRITE
           MOVE 'CHECK REGISTER' TO RH-TITLE
           WRITE CHECK-REGISTER-REC FROM REPORT-HEADING-LINE
           END-WRITE
           WRITE CHECK-REGISTER-REC FROM CHKREG-COLUMN-LINE
           END-WRITE
           MOVE SPACES TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC END-WRITE.

      *--------------------------------------------------------
      * RERUN ONLY - PICKS UP THE STOPPED RUN'S CHECKS AND
      * MOVES THE NEXT CHECK NUMBER PAST THEM SO NO NUMBER ON
      * THE LEDGER IS ISSUED TWICE. WITHOUT CHKCTL.TXT THE
      * STOPPED RUN'S CHECKS CANNOT BE TOLD FROM EARLIER ONES,
      * SO NONE ARE PICKED UP AND A REBUILT CHECK PAYMENT GETS
      * A NEW CHECK.
      *--------------------------------------------------------
       106-LOAD-PRIOR-CHECKS.
           MOVE WS-NEXT-CHECK-NO TO WS-HIGH-CHECK-NO
           MOVE 'N' TO WS-CHKLDG-EOF
           IF WS-CHKCTL-STATUS NOT = '00'
               DISPLAY 'WARNING: NO CHKCTL.TXT - CHECKS FROM THE '
                   'STOPPED RUN ARE ISSUED AGAIN UNDER NEW NUMBERS'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-CHKLDG-EOF
           END-IF
           IF WS-CHKLDG-EOF = 'N'
               OPEN INPUT CHECK-LEDGER-FILE
           END-IF
           IF WS-CHKLDG-STATUS NOT = '00'
               MOVE 'Y' TO WS-CHKLDG-EOF
           END-IF
           PERFORM UNTIL WS-CHKLDG-EOF = 'Y'
               READ CHECK-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-CHKLDG-EOF
                   NOT AT END
                       IF CL-CHECK-NO NOT < WS-NEXT-CHECK-NO
                           PERFORM 107-NOTE-PRIOR-CHECK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHKLDG-STATUS = '00' OR WS-CHKLDG-STATUS = '10'
               CLOSE CHECK-LEDGER-FILE
           END-IF
           MOVE WS-HIGH-CHECK-NO TO WS-NEXT-CHECK-NO.

       107-NOTE-PRIOR-CHECK.
           IF WS-PRIOR-CHECK-COUNT NOT < 5000
               DISPLAY 'FATAL: MORE THAN 5000 CHECKS FROM THE '
                   'STOPPED RUN ON CHECKLDG.TXT - CANNOT RERUN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PRIOR-CHECK-COUNT
           MOVE CL-CHECK-NO   TO PC-CHECK-NO (WS-PRIOR-CHECK-COUNT)
           MOVE CL-ISSUE-DATE TO PC-ISSUE-DATE (WS-PRIOR-CHECK-COUNT)
           MOVE CL-EMP-ID     TO PC-EMP-ID (WS-PRIOR-CHECK-COUNT)
           MOVE CL-AMOUNT     TO PC-AMOUNT (WS-PRIOR-CHECK-COUNT)
           IF CL-CHECK-NO NOT < WS-HIGH-CHECK-NO
               COMPUTE WS-HIGH-CHECK-NO = CL-CHECK-NO + 1
           END-IF.

       108-READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           IF WS-CHKCTL-STATUS = '00'
               READ CHECK-CONTROL-FILE
                   AT END MOVE 1 TO WS-NEXT-CHECK-NO
                   NOT AT END
                       MOVE CC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE CHECK-CONTROL-FILE
           ELSE
               MOVE 1 TO WS-NEXT-CHECK-NO
               DISPLAY 'WARNING: NO CHECK NUMBER CONTROL '
                   '(CHKCTL.TXT) - NUMBERING STARTS AT 00000001'
           END-IF.

       109-OPEN-CHECK-LEDGER.
           OPEN EXTEND CHECK-LEDGER-FILE
           IF WS-CHKLDG-STATUS = '35'
               OPEN OUTPUT CHECK-LEDGER-FILE
           END-IF
           IF WS-CHKLDG-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN CHECK-LEDGER-FILE '
                   'CHECKLDG.TXT - FILE STATUS ' WS-CHKLDG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       169-SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE
           IF WS-CHKCTL-STATUS = '00'
               MOVE WS-NEXT-CHECK-NO TO CC-NEXT-CHECK-NO
               WRITE CHECK-CONTROL-REC
               CLOSE CHECK-CONTROL-FILE
           ELSE
               DISPLAY 'WARNING: COULD NOT SAVE NEXT CHECK NUMBER - '
                   'FILE STATUS ' WS-CHKCTL-STATUS
           END-IF.

      *--------------------------------------------------------
      * ONE SUPPLEMENTAL PAYMENT. A TERMINATED EMPLOYEE MAY
      * STILL BE PAID (A COMMISSION OR BONUS EARNED BEFORE
      * SEPARATION), SO EMPLOYMENT STATUS IS NOT EDITED.
      *--------------------------------------------------------
       110-PROCESS-EARNING.
           SET RECORD-VALID TO TRUE
           SET NEW-PAYMENT TO TRUE
           MOVE SPACES TO EXC-NAME
           PERFORM 115-VALIDATE-EARNING
           IF RECORD-VALID
               PERFORM 120-CHECK-ALREADY-PAID
           END-IF
           IF RECORD-VALID AND REBUILD-PAYMENT
               PERFORM 125-REBUILD-PAYMENT
           END-IF
           IF RECORD-VALID AND NEW-PAYMENT
               PERFORM 183-RESOLVE-TAX-STATES
               IF RECORD-INVALID
                   PERFORM 145-WRITE-EXCEPTION
               END-IF
           END-IF
           IF RECORD-VALID AND NEW-PAYMENT
               MOVE SE-AMOUNT TO WS-GROSS-WAGES
               MOVE EMP-DEPT-MASTER TO WS-DEPT-CODE
               PERFORM 130-CALC-DEDUCTIONS
               PERFORM 155-CALC-EMPLOYER-TAXES
               PERFORM 132-CALC-401K
               PERFORM 135-UPDATE-MASTER
               IF MASTER-UPDATE-OK
                   PERFORM 136-POST-PAYMENT
                   IF RERUN-OF-STOPPED-RUN
                       PERFORM 122-NOTE-HANDLED
                   END-IF
               ELSE
                   MOVE 'MASTER UPDATE FAILED' TO EXC-REASON
                   PERFORM 145-WRITE-EXCEPTION
               END-IF
           END-IF.

       115-VALIDATE-EARNING.
           IF SE-EMP-ID NOT NUMERIC OR SE-AMOUNT NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               MOVE 'EARNINGS RECORD NOT NUMERIC' TO EXC-REASON
           END-IF
           IF RECORD-VALID AND SE-AMOUNT = 0
               SET RECORD-INVALID TO TRUE
               MOVE 'ZERO SUPPLEMENTAL AMOUNT' TO EXC-REASON
           END-IF
           IF RECORD-VALID AND SE-AMOUNT > 9999.99
               SET RECORD-INVALID TO TRUE
               MOVE 'OVER ONE-CHECK LIMIT - PAY MANUALLY'
                   TO EXC-REASON
           END-IF
           IF RECORD-VALID
              AND SE-EARN-TYPE NOT = 'B' AND SE-EARN-TYPE NOT = 'C'
              AND SE-EARN-TYPE NOT = 'O'
               SET RECORD-INVALID TO TRUE
               MOVE 'EARNINGS TYPE INVALID' TO EXC-REASON
           END-IF
           IF RECORD-VALID
               MOVE WS-CTL-COMPANY TO EMP-COMPANY-MASTER
               MOVE SE-EMP-ID      TO EMP-ID-MASTER
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       SET RECORD-INVALID TO TRUE
                       MOVE 'NOT ON EMPLOYEE MASTER' TO EXC-REASON
                   NOT INVALID KEY
                       MOVE EMP-NAME-MASTER TO EXC-NAME
               END-READ
           END-IF
           IF RECORD-INVALID
               PERFORM 145-WRITE-EXCEPTION
           END-IF.

      *--------------------------------------------------------
      * A HISTORY RECORD ALREADY ON FILE UNDER THIS PAY DATE
      * AND RUN ID MEANS THE EMPLOYEE HAS BEEN PAID BY THIS
      * RUN - A DUPLICATE EARNINGS RECORD OR A RERUN OF THE
      * SAME CARD. IT IS NOT PAID AGAIN. ON THE RERUN OF A
      * STOPPED RUN, THE FIRST TIME THE EMPLOYEE COMES UP THE
      * PAYMENT IS REBUILT FROM THE HISTORY RECORD INSTEAD.
      *--------------------------------------------------------
       120-CHECK-ALREADY-PAID.
           MOVE WS-CTL-COMPANY  TO PH-COMPANY
           MOVE SE-EMP-ID       TO PH-EMP-ID
           MOVE WS-CTL-PAY-DATE TO PH-PERIOD-DATE
           MOVE WS-CTL-RUN-ID   TO PH-RUN-ID
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-HANDLED-FOUND
                   IF RERUN-OF-STOPPED-RUN
                       PERFORM 121-CHECK-HANDLED
                   END-IF
                   IF RERUN-OF-STOPPED-RUN
                      AND WS-HANDLED-FOUND = 'N'
                       SET REBUILD-PAYMENT TO TRUE
                   ELSE
                       SET RECORD-INVALID TO TRUE
                       MOVE 'ALREADY PAID UNDER THIS RUN ID'
                           TO EXC-REASON
                       PERFORM 145-WRITE-EXCEPTION
                   END-IF
           END-READ.

       121-CHECK-HANDLED.
           PERFORM VARYING WS-HANDLED-IDX FROM 1 BY 1
               UNTIL WS-HANDLED-IDX > WS-HANDLED-COUNT
               IF HT-EMP-ID (WS-HANDLED-IDX) = SE-EMP-ID
                   MOVE 'Y' TO WS-HANDLED-FOUND
                   MOVE WS-HANDLED-COUNT TO WS-HANDLED-IDX
               END-IF
           END-PERFORM.

       122-NOTE-HANDLED.
           IF WS-HANDLED-COUNT < 9999
               ADD 1 TO WS-HANDLED-COUNT
               MOVE SE-EMP-ID TO HT-EMP-ID (WS-HANDLED-COUNT)
           ELSE
               DISPLAY 'WARNING: RERUN EMPLOYEE TABLE FULL - A '
                   'DUPLICATE EARNINGS RECORD FOR ' SE-EMP-ID
                   ' WOULD NOT BE CAUGHT'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------
      * THE STOPPED RUN POSTED THIS PAYMENT TO THE MASTER AND
      * TO HISTORY - PUT IT BACK INTO THE RELEASE FILES AND
      * RUN TOTALS EXACTLY AS IT WAS FIGURED, WITHOUT POSTING
      * ANYTHING AGAIN. EMPLOYER TAXES ARE REFIGURED AGAINST
      * THE YEAR-TO-DATE WAGES AS THEY STOOD BEFORE IT.
      *--------------------------------------------------------
       125-REBUILD-PAYMENT.
           MOVE PH-GROSS        TO WS-GROSS-WAGES
           MOVE PH-FED-TAX      TO WS-FED-TAX
           MOVE PH-STATE-TAX    TO WS-STATE-TAX
           MOVE PH-FICA-TAX     TO WS-FICA-TAX
           MOVE PH-NET          TO WS-NET-PAY
           MOVE PH-401K-TAKE    TO WS-401K-TAKEN
           MOVE PH-DEPT         TO WS-DEPT-CODE
           MOVE 0 TO WS-TAX-STATE-COUNT
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > 2
               IF PH-TAX-STATE (WS-TS-IDX) NOT = SPACES
                   ADD 1 TO WS-TAX-STATE-COUNT
                   MOVE PH-TAX-STATE (WS-TS-IDX)
                       TO TS-STATE (WS-TAX-STATE-COUNT)
                   MOVE PH-TAX-STATE-WAGES (WS-TS-IDX)
                       TO TS-WAGES (WS-TAX-STATE-COUNT)
                   MOVE PH-TAX-STATE-AMT (WS-TS-IDX)
                       TO TS-TAX (WS-TAX-STATE-COUNT)
               END-IF
           END-PERFORM
           SUBTRACT WS-GROSS-WAGES FROM EMP-YTD-WAGES
           PERFORM 155-CALC-EMPLOYER-TAXES
           ADD WS-GROSS-WAGES TO EMP-YTD-WAGES
           PERFORM 126-REBUILD-401K-SPLIT
           PERFORM 128-FIND-PRIOR-CHECK
           IF WS-PRIOR-CHECK-FOUND = 'Y'
               PERFORM 129-REPRINT-CHECK
               MOVE 'CHK' TO WS-PAY-CHANNEL
           ELSE
               IF EMP-PAY-BY-CHECK OR EMP-BANK-RETURNED
                   PERFORM 156-WRITE-CHECK
                   MOVE 'CHK' TO WS-PAY-CHANNEL
               ELSE
                   PERFORM 137-WRITE-EFT
                   MOVE 'EFT' TO WS-PAY-CHANNEL
               END-IF
           END-IF
           ADD WS-GROSS-WAGES TO WS-YTD-POSTED-GROSS
           PERFORM 138-RECORD-PAYMENT
           PERFORM 122-NOTE-HANDLED
           ADD 1 TO WS-REBUILT-COUNT.

      *--------------------------------------------------------
      * HISTORY CARRIES ONLY THE 401(K) TOTAL. THE ELECTIONS
      * WERE TAKEN IN KEY ORDER, EACH UP TO ITS PERCENT OF
      * GROSS, UNTIL THE LIMIT OR THE NET RAN OUT - SO SHARING
      * THE TOTAL OUT IN THE SAME ORDER GIVES BACK EACH
      * ELECTION'S AMOUNT FOR THE REMITTANCE DETAIL.
      *--------------------------------------------------------
       126-REBUILD-401K-SPLIT.
           MOVE 0 TO WS-VD-COUNT
           MOVE WS-401K-TAKEN TO WS-401K-ROOM
           IF VOLDED-AVAILABLE AND WS-401K-TAKEN > 0
               MOVE WS-CTL-COMPANY TO VD-COMPANY
               MOVE SE-EMP-ID      TO VD-EMP-ID
               MOVE 0 TO VD-SEQ
               MOVE 'N' TO WS-VOLDED-EOF
               START VOL-DED-FILE KEY NOT < VD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-VOLDED-EOF
               END-START
               PERFORM UNTIL WS-VOLDED-EOF = 'Y'
                   READ VOL-DED-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-VOLDED-EOF
                       NOT AT END
                           IF VD-COMPANY NOT = WS-CTL-COMPANY
                              OR VD-EMP-ID NOT = SE-EMP-ID
                               MOVE 'Y' TO WS-VOLDED-EOF
                           ELSE
                               IF VD-TYPE = 'K' AND VD-METHOD = 'P'
                                  AND WS-VD-COUNT < 10
                                   PERFORM 127-SPLIT-401K-ELECTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       127-SPLIT-401K-ELECTION.
           COMPUTE WS-VD-ATTEMPT ROUNDED =
               WS-GROSS-WAGES * VD-PERCENT
           IF WS-VD-ATTEMPT > WS-401K-ROOM
               MOVE WS-401K-ROOM TO WS-VD-ATTEMPT
           END-IF
           IF WS-VD-ATTEMPT > 0
               ADD 1 TO WS-VD-COUNT
               MOVE VD-SEQ        TO VDT-SEQ (WS-VD-COUNT)
               MOVE WS-VD-ATTEMPT TO VDT-TAKE (WS-VD-COUNT)
               SUBTRACT WS-VD-ATTEMPT FROM WS-401K-ROOM
           END-IF.

       128-FIND-PRIOR-CHECK.
           MOVE 'N' TO WS-PRIOR-CHECK-FOUND
           PERFORM VARYING WS-PRIOR-CHECK-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-CHECK-IDX > WS-PRIOR-CHECK-COUNT
               IF PC-EMP-ID (WS-PRIOR-CHECK-IDX) = SE-EMP-ID
                  AND PC-AMOUNT (WS-PRIOR-CHECK-IDX) = WS-NET-PAY
                   MOVE 'Y' TO WS-PRIOR-CHECK-FOUND
                   MOVE WS-PRIOR-CHECK-IDX TO WS-PRIOR-CHECK-HIT
                   MOVE WS-PRIOR-CHECK-COUNT TO WS-PRIOR-CHECK-IDX
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * THE CHECK IS ALREADY ON CHECKLDG.TXT - ONLY THE PRINT
      * FILE AND THE REGISTER, STARTED AFRESH, NEED IT AGAIN.
      *--------------------------------------------------------
       129-REPRINT-CHECK.
           MOVE PC-CHECK-NO (WS-PRIOR-CHECK-HIT) TO CK-CHECK-NO
           MOVE PC-CHECK-NO (WS-PRIOR-CHECK-HIT) TO CRG-CHECK-NO
           MOVE PC-ISSUE-DATE (WS-PRIOR-CHECK-HIT) TO CK-ISSUE-DATE
           MOVE SE-EMP-ID        TO CK-EMP-ID
           MOVE SE-EMP-ID        TO CRG-EMP-ID
           MOVE EMP-NAME-MASTER  TO CK-NAME
           MOVE EMP-NAME-MASTER  TO CRG-NAME
           MOVE WS-NET-PAY       TO CK-NET-AMOUNT
           MOVE WS-NET-PAY       TO CRG-AMOUNT
           WRITE CHECK-PRINT-REC END-WRITE
           WRITE CHECK-REGISTER-REC FROM CHKREG-DETAIL-LINE
           END-WRITE
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-NET-PAY TO WS-CHECK-AMOUNT.

      *--------------------------------------------------------
      * FLAT SUPPLEMENTAL FEDERAL RATE, STATE AT THE WEEKLY
      * RATES FOR THE EMPLOYEE'S STATES, SOCIAL SECURITY
      * STOPPING AT THE WAGE BASE AND MEDICARE ON EVERY DOLLAR
      * - AS IN THE WEEKLY RUN.
      *--------------------------------------------------------
       130-CALC-DEDUCTIONS.
           MULTIPLY WS-GROSS-WAGES BY WS-SUPP-FED-RATE
               GIVING WS-FED-TAX ROUNDED
           PERFORM 184-CALC-STATE-TAX
           MOVE WS-GROSS-WAGES TO WS-SS-TAXABLE
           IF EMP-YTD-WAGES >= WS-SS-WAGE-BASE
               MOVE 0 TO WS-SS-TAXABLE
           ELSE
               IF EMP-YTD-WAGES + WS-GROSS-WAGES > WS-SS-WAGE-BASE
                   COMPUTE WS-SS-TAXABLE =
                       WS-SS-WAGE-BASE - EMP-YTD-WAGES
               END-IF
           END-IF
           MULTIPLY WS-SS-TAXABLE BY WS-SS-RATE
               GIVING WS-SS-TAX ROUNDED
           MULTIPLY WS-GROSS-WAGES BY WS-MEDICARE-RATE
               GIVING WS-MEDI-TAX ROUNDED
           ADD WS-SS-TAX WS-MEDI-TAX GIVING WS-FICA-TAX
           COMPUTE WS-NET-PAY = WS-GROSS-WAGES - WS-FED-TAX
               - WS-STATE-TAX - WS-FICA-TAX.

      *--------------------------------------------------------
      * EACH PERCENT-OF-PAY 401(K) ELECTION ON FILE, STOPPED
      * AT THE ANNUAL LIMIT AGAINST EMP-YTD-401K AND AT THE
      * NET LEFT AFTER TAXES. NOTHING GOES TO ARREARS.
      *--------------------------------------------------------
       132-CALC-401K.
           MOVE 0 TO WS-VD-COUNT
           MOVE 0 TO WS-401K-TAKEN
           IF VOLDED-AVAILABLE
               MOVE WS-CTL-COMPANY TO VD-COMPANY
               MOVE SE-EMP-ID      TO VD-EMP-ID
               MOVE 0 TO VD-SEQ
               MOVE 'N' TO WS-VOLDED-EOF
               START VOL-DED-FILE KEY NOT < VD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-VOLDED-EOF
               END-START
               PERFORM UNTIL WS-VOLDED-EOF = 'Y'
                   READ VOL-DED-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-VOLDED-EOF
                       NOT AT END
                           IF VD-COMPANY NOT = WS-CTL-COMPANY
                              OR VD-EMP-ID NOT = SE-EMP-ID
                               MOVE 'Y' TO WS-VOLDED-EOF
                           ELSE
                               IF VD-TYPE = 'K' AND VD-METHOD = 'P'
                                  AND WS-VD-COUNT < 10
                                   PERFORM 134-TAKE-401K
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           SUBTRACT WS-401K-TAKEN FROM WS-NET-PAY.

       134-TAKE-401K.
           COMPUTE WS-VD-ATTEMPT ROUNDED =
               WS-GROSS-WAGES * VD-PERCENT
           COMPUTE WS-401K-ROOM =
               WS-401K-ANNUAL-LIMIT - EMP-YTD-401K - WS-401K-TAKEN
           IF WS-401K-ROOM < 0
               MOVE 0 TO WS-401K-ROOM
           END-IF
           IF WS-VD-ATTEMPT > WS-401K-ROOM
               MOVE WS-401K-ROOM TO WS-VD-ATTEMPT
           END-IF
           IF WS-VD-ATTEMPT > WS-NET-PAY - WS-401K-TAKEN
               COMPUTE WS-VD-ATTEMPT = WS-NET-PAY - WS-401K-TAKEN
           END-IF
           IF WS-VD-ATTEMPT > 0
               ADD 1 TO WS-VD-COUNT
               MOVE VD-SEQ        TO VDT-SEQ (WS-VD-COUNT)
               MOVE WS-VD-ATTEMPT TO VDT-TAKE (WS-VD-COUNT)
               ADD WS-VD-ATTEMPT  TO WS-401K-TAKEN
           END-IF.

      *--------------------------------------------------------
      * SUPPLEMENTAL PAY CARRIES NO HOURS - ONLY THE WAGE AND
      * WITHHOLDING BUCKETS AND THE 401(K) BALANCE MOVE.
      *--------------------------------------------------------
       135-UPDATE-MASTER.
           SET MASTER-UPDATE-OK TO TRUE
           ADD WS-GROSS-WAGES TO EMP-YTD-WAGES
           ADD WS-GROSS-WAGES TO EMP-QTD-WAGES
           ADD WS-FED-TAX     TO EMP-QTD-FED-TAX
           ADD WS-STATE-TAX   TO EMP-QTD-STATE-TAX
           ADD WS-FICA-TAX    TO EMP-QTD-FICA-TAX
           ADD WS-FED-TAX     TO EMP-YTD-FED-TAX
           ADD WS-STATE-TAX   TO EMP-YTD-STATE-TAX
           ADD WS-FICA-TAX    TO EMP-YTD-FICA-TAX
           ADD WS-401K-TAKEN  TO EMP-YTD-401K
           PERFORM 185-POST-STATE-ACCUM
           REWRITE EMPLOYEE-MASTER-REC
           IF WS-MASTER-STATUS NOT = '00'
               SET MASTER-UPDATE-FAILED TO TRUE
           ELSE
               ADD WS-GROSS-WAGES TO WS-YTD-POSTED-GROSS
           END-IF.

      *--------------------------------------------------------
      * THE MASTER IS POSTED - DISBURSE, RECORD HISTORY AND
      * REMITTANCE DETAIL, AND ROLL THE PAYMENT INTO THE RUN
      * AND DEPARTMENT TOTALS.
      *--------------------------------------------------------
       136-POST-PAYMENT.
           IF EMP-PAY-BY-CHECK OR EMP-BANK-RETURNED
               PERFORM 156-WRITE-CHECK
               MOVE 'CHK' TO WS-PAY-CHANNEL
           ELSE
               PERFORM 137-WRITE-EFT
               MOVE 'EFT' TO WS-PAY-CHANNEL
           END-IF
           PERFORM 139-WRITE-PAY-HISTORY
           PERFORM 138-RECORD-PAYMENT.

      *--------------------------------------------------------
      * REMITTANCE DETAIL, RUN AND DEPARTMENT TOTALS AND THE
      * REGISTER LINE FOR A PAYMENT, NEW OR REBUILT.
      *--------------------------------------------------------
       138-RECORD-PAYMENT.
           PERFORM 133-WRITE-REMIT-DETAIL
           PERFORM 157-ADD-DEPT-GROSS
           ADD 1 TO WS-TOTAL-EMPLOYEES
           ADD WS-GROSS-WAGES TO WS-TOTAL-GROSS-WAGES
           ADD WS-NET-PAY     TO WS-TOTAL-NET-WAGES
           ADD WS-401K-TAKEN  TO WS-TOTAL-VOL-DED
           ADD WS-FED-TAX     TO WS-TOTAL-FED-TAX
           ADD WS-STATE-TAX   TO WS-TOTAL-STATE-TAX
           PERFORM 193-ADD-STATE-TOTALS
           ADD WS-FICA-TAX    TO WS-TOTAL-FICA-TAX
           ADD WS-ER-FICA-TAX TO WS-TOTAL-ER-FICA
           ADD WS-FUTA-TAX    TO WS-TOTAL-FUTA
           ADD WS-SUTA-TAX    TO WS-TOTAL-SUTA
           MOVE SE-EMP-ID       TO SD-EMP-ID
           MOVE EMP-NAME-MASTER TO SD-NAME
           MOVE WS-DEPT-CODE    TO SD-DEPT
           MOVE SE-EARN-TYPE    TO SD-TYPE
           MOVE WS-GROSS-WAGES  TO SD-GROSS
           MOVE WS-FED-TAX      TO SD-FED
           MOVE WS-STATE-TAX    TO SD-STATE
           MOVE WS-FICA-TAX     TO SD-FICA
           MOVE WS-401K-TAKEN   TO SD-401K
           MOVE WS-NET-PAY      TO SD-NET
           MOVE WS-PAY-CHANNEL  TO SD-CHANNEL
           WRITE OUTPUT-REC FROM SUPP-DETAIL-LINE END-WRITE.

       133-WRITE-REMIT-DETAIL.
           PERFORM VARYING WS-VD-IDX FROM 1 BY 1
               UNTIL WS-VD-IDX > WS-VD-COUNT
               MOVE WS-CTL-COMPANY         TO RD-COMPANY
               MOVE WS-CTL-PAY-DATE        TO RD-PERIOD-DATE
               MOVE SE-EMP-ID              TO RD-EMP-ID
               MOVE EMP-NAME-MASTER        TO RD-EMP-NAME
               MOVE VDT-SEQ (WS-VD-IDX)    TO RD-SEQ
               MOVE 'K'                    TO RD-TYPE
               MOVE VDT-TAKE (WS-VD-IDX)   TO RD-AMOUNT
               WRITE REMIT-DETAIL-REC END-WRITE
           END-PERFORM.

       137-WRITE-EFT.
           MOVE SE-EMP-ID        TO EFT-EMP-ID
           MOVE EMP-BANK-ROUTING TO EFT-ROUTING-NUMBER
           MOVE EMP-BANK-ACCOUNT TO EFT-ACCOUNT-NUMBER
           MOVE WS-NET-PAY       TO EFT-NET-AMOUNT
           MOVE 'C'              TO EFT-TRANS-CODE
           WRITE EFT-REC END-WRITE
           ADD 1 TO WS-EFT-COUNT
           ADD WS-NET-PAY TO WS-EFT-AMOUNT.

      *--------------------------------------------------------
      * THE WHOLE PAYMENT IS CARRIED AS GROSS WITH NO HOURS,
      * RATE OR SHIFT DETAIL, UNDER THIS RUN'S ID.
      *--------------------------------------------------------
       139-WRITE-PAY-HISTORY.
           MOVE WS-CTL-COMPANY  TO PH-COMPANY
           MOVE SE-EMP-ID       TO PH-EMP-ID
           MOVE WS-CTL-PAY-DATE TO PH-PERIOD-DATE
           MOVE WS-CTL-RUN-ID   TO PH-RUN-ID
           MOVE WS-DEPT-CODE    TO PH-DEPT
           MOVE EMP-NAME-MASTER TO PH-NAME
           MOVE 0               TO PH-REG-HOURS
           MOVE 0               TO PH-OT-HOURS
           MOVE 0               TO PH-REG-WAGES
           MOVE 0               TO PH-OT-WAGES
           MOVE WS-GROSS-WAGES  TO PH-GROSS
           MOVE WS-FED-TAX      TO PH-FED-TAX
           MOVE WS-STATE-TAX    TO PH-STATE-TAX
           MOVE WS-FICA-TAX     TO PH-FICA-TAX
           MOVE WS-401K-TAKEN   TO PH-VOL-DED
           MOVE WS-NET-PAY      TO PH-NET
           MOVE WS-401K-TAKEN   TO PH-401K-TAKE
           MOVE SPACE           TO PH-VOID-FLAG
           MOVE 0               TO PH-VAC-HOURS
           MOVE 0               TO PH-SICK-HOURS
           MOVE 0               TO PH-HOL-HOURS
           MOVE 0               TO PH-LEAVE-WAGES
           MOVE 0               TO PH-RATE
           MOVE SPACE           TO PH-SHIFT-CODE (1)
           MOVE SPACE           TO PH-SHIFT-CODE (2)
           MOVE SPACE           TO PH-SHIFT-CODE (3)
           MOVE 0               TO PH-SHIFT-HOURS (1)
           MOVE 0               TO PH-SHIFT-HOURS (2)
           MOVE 0               TO PH-SHIFT-HOURS (3)
           MOVE 0               TO PH-RETRO-WAGES
           PERFORM 195-MOVE-HISTORY-STATES
           WRITE PAY-HISTORY-REC
               INVALID KEY
                   DISPLAY 'WARNING: PAY HISTORY NOT WRITTEN FOR '
                       SE-EMP-ID ' - FILE STATUS ' WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

       145-WRITE-EXCEPTION.
           MOVE SE-EMP-ID TO EXC-EMP-ID
           WRITE EXCEPTION-REC FROM EXCEPTION-LINE END-WRITE
           ADD 1 TO WS-EXCEPTION-COUNT.

       155-CALC-EMPLOYER-TAXES.
           MOVE WS-FICA-TAX TO WS-ER-FICA-TAX
           MOVE 0 TO WS-FUTA-TAX
           IF EMP-YTD-WAGES < WS-FUTA-WAGE-BASE
               COMPUTE WS-ER-TAXABLE =
                   WS-FUTA-WAGE-BASE - EMP-YTD-WAGES
               IF WS-ER-TAXABLE > WS-GROSS-WAGES
                   MOVE WS-GROSS-WAGES TO WS-ER-TAXABLE
               END-IF
               MULTIPLY WS-ER-TAXABLE BY WS-FUTA-RATE
                   GIVING WS-FUTA-TAX ROUNDED
           END-IF
           MOVE 0 TO WS-SUTA-TAX
           IF EMP-YTD-WAGES < WS-SUTA-WAGE-BASE
               COMPUTE WS-ER-TAXABLE =
                   WS-SUTA-WAGE-BASE - EMP-YTD-WAGES
               IF WS-ER-TAXABLE > WS-GROSS-WAGES
                   MOVE WS-GROSS-WAGES TO WS-ER-TAXABLE
               END-IF
               MULTIPLY WS-ER-TAXABLE BY WS-SUTA-RATE
                   GIVING WS-SUTA-TAX ROUNDED
           END-IF.

       156-WRITE-CHECK.
           MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
           MOVE WS-NEXT-CHECK-NO TO CL-CHECK-NO
           MOVE WS-NEXT-CHECK-NO TO CRG-CHECK-NO
           MOVE WS-RUN-DATE      TO CK-ISSUE-DATE
           MOVE WS-RUN-DATE      TO CL-ISSUE-DATE
           MOVE SE-EMP-ID        TO CK-EMP-ID
           MOVE SE-EMP-ID        TO CL-EMP-ID
           MOVE SE-EMP-ID        TO CRG-EMP-ID
           MOVE EMP-NAME-MASTER  TO CK-NAME
           MOVE EMP-NAME-MASTER  TO CRG-NAME
           MOVE WS-NET-PAY       TO CK-NET-AMOUNT
           MOVE WS-NET-PAY       TO CL-AMOUNT
           MOVE WS-NET-PAY       TO CRG-AMOUNT
           MOVE 'O'              TO CL-STATUS
           WRITE CHECK-PRINT-REC END-WRITE
           WRITE CHECK-LEDGER-REC END-WRITE
           WRITE CHECK-REGISTER-REC FROM CHKREG-DETAIL-LINE
           END-WRITE
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-NET-PAY TO WS-CHECK-AMOUNT
           ADD 1 TO WS-NEXT-CHECK-NO.

       157-ADD-DEPT-GROSS.
           MOVE 'N' TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-FOUND = 'Y'
               IF DT-DEPT-CODE (WS-DEPT-IDX) = WS-DEPT-CODE
                   ADD WS-GROSS-WAGES TO DT-GROSS (WS-DEPT-IDX)
                   MOVE 'Y' TO WS-DEPT-FOUND
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = 'N'
               IF WS-DEPT-COUNT < 500
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-CODE   TO DT-DEPT-CODE (WS-DEPT-COUNT)
                   MOVE WS-GROSS-WAGES TO DT-GROSS (WS-DEPT-COUNT)
               ELSE
                   DISPLAY 'WARNING: DEPARTMENT TABLE FULL - GL '
                       'DISTRIBUTION WILL NOT BALANCE'
               END-IF
           END-IF.

       168-WRITE-CHECK-REGISTER.
           MOVE SPACES TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC END-WRITE
           MOVE 'CHECKS ISSUED' TO CRT-LABEL
           MOVE WS-CHECK-COUNT TO CRT-VALUE
           WRITE CHECK-REGISTER-REC FROM CHKREG-TOTAL-LINE END-WRITE
           MOVE 'TOTAL CHECK AMOUNT' TO CRT-LABEL
           MOVE WS-CHECK-AMOUNT TO CRT-VALUE
           WRITE CHECK-REGISTER-REC FROM CHKREG-TOTAL-LINE END-WRITE
           MOVE SPACES TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC END-WRITE
           WRITE CHECK-REGISTER-REC FROM CHKREG-SIGNOFF-LINE
           END-WRITE.

      *--------------------------------------------------------
      * SAME TRAILER LABELS AS THE WEEKLY REGISTER. A
      * SUPPLEMENTAL RUN POSTS NO HOURS.
      *--------------------------------------------------------
       140-WRITE-TRAILER.
           MOVE SPACES TO OUTPUT-REC
           WRITE OUTPUT-REC END-WRITE
           MOVE 'TOTAL EMPLOYEES PROCESSED' TO TRAILER-LABEL
           MOVE WS-TOTAL-EMPLOYEES TO TRAILER-VALUE
           WRITE OUTPUT-REC FROM TRAILER-LINE END-WRITE
           MOVE 'TOTAL HOURS' TO TRAILER-LABEL
           MOVE WS-TOTAL-HOURS TO TRAILER-VALUE
           WRITE OUTPUT-REC FROM TRAILER-LINE END-WRITE
           MOVE 'TOTAL GROSS WAGES' TO TRAILER-LABEL
           MOVE WS-TOTAL-GROSS-WAGES TO TRAILER-VALUE
           WRITE OUTPUT-REC FROM TRAILER-LINE END-WRITE
           MOVE 'TOTAL NET WAGES' TO TRAILER-LABEL
           MOVE WS-TOTAL-NET-WAGES TO TRAILER-VALUE
           WRITE OUTPUT-REC FROM TRAILER-LINE END-WRITE
           MOVE 'TOTAL VOL DEDUCTIONS' TO TRAILER-LABEL
           MOVE WS-TOTAL-VOL-DED TO TRAILER-VALUE
           WRITE OUTPUT-REC FROM TRAILER-LINE END-WRITE
           MOVE 'TOTAL EXCEPTIONS' TO TRAILER-LABEL
           MOVE WS-EXCEPTION-COUNT TO TRAILER-VALUE
           WRITE OUTPUT-REC FROM TRAILER-LINE END-WRITE
           MOVE 'INPUT RECORDS READ' TO TRAILER-LABEL
           MOVE WS-RECORD-SEQ TO TRAILER-VALUE
           WRITE OUTPUT-REC FROM TRAILER-LINE END-WRITE
           MOVE 'EXPECTED RECORDS' TO TRAILER-LABEL
           MOVE WS-CTL-EXPECTED TO TRAILER-VALUE
           WRITE OUTPUT-REC FROM TRAILER-LINE END-WRITE
           IF WS-RECORD-SEQ NOT = WS-CTL-EXPECTED
               DISPLAY 'WARNING: INPUT RECORD COUNT ' WS-RECORD-SEQ
                   ' DOES NOT MATCH EXPECTED ' WS-CTL-EXPECTED
           END-IF.

      *--------------------------------------------------------
      * THE PAY DATE STANDS IN FOR THE PERIOD-END DATE IN THE
      * CONTROL TOTALS, MATCHING THE EFT BATCH HEADER.
      *--------------------------------------------------------
       165-WRITE-RUN-TOTALS.
           OPEN OUTPUT RUN-TOTALS-FILE
           MOVE WS-TOTAL-EMPLOYEES   TO RT-EMPLOYEES
           MOVE WS-TOTAL-HOURS       TO RT-TOTAL-HOURS
           MOVE WS-TOTAL-GROSS-WAGES TO RT-GROSS
           MOVE WS-TOTAL-NET-WAGES   TO RT-NET
           MOVE WS-TOTAL-VOL-DED     TO RT-VOLDED
           MOVE WS-EXCEPTION-COUNT   TO RT-EXCEPTIONS
           MOVE WS-EFT-COUNT         TO RT-EFT-COUNT
           MOVE WS-EFT-AMOUNT        TO RT-EFT-AMOUNT
           MOVE WS-YTD-POSTED-GROSS  TO RT-YTD-DELTA
           MOVE WS-CTL-COMPANY       TO RT-COMPANY-CODE
           MOVE WS-CTL-PAY-DATE      TO RT-PERIOD-END-DATE
           MOVE WS-RECORD-SEQ        TO RT-RECORDS-READ
           MOVE WS-CTL-EXPECTED      TO RT-EXPECTED-COUNT
           MOVE WS-CHECK-COUNT       TO RT-CHECK-COUNT
           MOVE WS-CHECK-AMOUNT      TO RT-CHECK-AMOUNT
           WRITE RUN-TOTALS-REC
           CLOSE RUN-TOTALS-FILE.

       167-WRITE-TAX-DEPOSIT-RPT.
           OPEN OUTPUT TAX-DEPOSIT-FILE
           MOVE WS-CTL-COMPANY  TO RH-COMPANY
           MOVE WS-CTL-PAY-DATE TO RH-PERIOD
           MOVE WS-CTL-RUN-ID   TO RH-RUN-ID
           MOVE 'TAX DEPOSIT LIABILITY' TO RH-TITLE
           WRITE TAX-DEPOSIT-REC FROM REPORT-HEADING-LINE END-WRITE
           MOVE SPACES TO TAX-DEPOSIT-REC
           WRITE TAX-DEPOSIT-REC END-WRITE
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO TXD-LABEL
           MOVE WS-TOTAL-FED-TAX TO TXD-VALUE
           WRITE TAX-DEPOSIT-REC FROM TAXDEP-LINE END-WRITE
           MOVE 'FICA WITHHELD (EMPLOYEE)' TO TXD-LABEL
           MOVE WS-TOTAL-FICA-TAX TO TXD-VALUE
           WRITE TAX-DEPOSIT-REC FROM TAXDEP-LINE END-WRITE
           MOVE 'FICA EMPLOYER MATCH' TO TXD-LABEL
           MOVE WS-TOTAL-ER-FICA TO TXD-VALUE
           WRITE TAX-DEPOSIT-REC FROM TAXDEP-LINE END-WRITE
           COMPUTE WS-941-DEPOSIT =
               WS-TOTAL-FED-TAX + WS-TOTAL-FICA-TAX +
               WS-TOTAL-ER-FICA
           MOVE 'TOTAL 941 DEPOSIT DUE' TO TXD-LABEL
           MOVE WS-941-DEPOSIT TO TXD-VALUE
           WRITE TAX-DEPOSIT-REC FROM TAXDEP-LINE END-WRITE
           MOVE SPACES TO TAX-DEPOSIT-REC
           WRITE TAX-DEPOSIT-REC END-WRITE
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
           MOVE 'SUTA ACCRUED THIS RUN' TO TXD-LABEL
           MOVE WS-TOTAL-SUTA TO TXD-VALUE
           WRITE TAX-DEPOSIT-REC FROM TAXDEP-LINE END-WRITE
           CLOSE TAX-DEPOSIT-FILE.

      *--------------------------------------------------------
      * SAME ACCOUNTS AND BALANCING RULE AS THE WEEKLY RUN'S
      * JOURNAL ENTRY, DATED WITH THE PAY DATE.
      *--------------------------------------------------------
       205-WRITE-GL-DISTRIBUTION.
           MOVE 0 TO WS-GL-DEBIT-TOTAL
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               ADD DT-GROSS (WS-DEPT-IDX) TO WS-GL-DEBIT-TOTAL
           END-PERFORM
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
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDITS
               DISPLAY 'WARNING: GL DISTRIBUTION OUT OF BALANCE - '
                   'DEBITS ' WS-GL-DEBIT-TOTAL
                   ' CREDITS ' WS-GL-CREDITS
                   ' - GLDIST.TXT NOT WRITTEN'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DEPT-COUNT > 0
                   PERFORM 206-WRITE-GL-DEBITS
                   PERFORM 207-WRITE-GL-CREDITS
                   PERFORM 211-WRITE-GL-EMPLOYER-TAXES
               END-IF
           END-IF
           CLOSE GL-DIST-FILE.

       206-WRITE-GL-DEBITS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE SPACES TO GL-DIST-REC
               MOVE WS-CTL-COMPANY  TO GL-COMPANY
               MOVE WS-CTL-PAY-DATE TO GL-PERIOD
               MOVE '5100'          TO GL-ACCOUNT
               MOVE DT-DEPT-CODE (WS-DEPT-IDX) TO GL-COST-CENTER
               MOVE 'D'             TO GL-DR-CR
               MOVE DT-GROSS (WS-DEPT-IDX) TO GL-AMOUNT
               MOVE 'SUPPLEMENTAL WAGE EXPENSE' TO GL-DESCRIPTION
               WRITE GL-DIST-REC END-WRITE
           END-PERFORM.

       207-WRITE-GL-CREDITS.
           MOVE '2110' TO GL-ACCOUNT
           MOVE WS-TOTAL-FED-TAX TO GL-AMOUNT
           MOVE 'FEDERAL TAX WITHHELD' TO GL-DESCRIPTION
           PERFORM 209-WRITE-GL-CREDIT-LINE
           PERFORM 196-WRITE-GL-STATE-CREDITS
           MOVE '2130' TO GL-ACCOUNT
           MOVE WS-TOTAL-FICA-TAX TO GL-AMOUNT
           MOVE 'FICA WITHHELD' TO GL-DESCRIPTION
           PERFORM 209-WRITE-GL-CREDIT-LINE
           MOVE '2140' TO GL-ACCOUNT
           MOVE WS-TOTAL-VOL-DED TO GL-AMOUNT
           MOVE 'EMPLOYEE DEDUCTIONS' TO GL-DESCRIPTION
           PERFORM 209-WRITE-GL-CREDIT-LINE
           MOVE '2100' TO GL-ACCOUNT
           MOVE WS-EFT-AMOUNT TO GL-AMOUNT
           MOVE 'NET PAY CLEARING-EFT' TO GL-DESCRIPTION
           PERFORM 209-WRITE-GL-CREDIT-LINE
           MOVE '2105' TO GL-ACCOUNT
           MOVE WS-CHECK-AMOUNT TO GL-AMOUNT
           MOVE 'NET PAY CLEARING-CHECKS' TO GL-DESCRIPTION
           PERFORM 209-WRITE-GL-CREDIT-LINE.

       209-WRITE-GL-CREDIT-LINE.
           MOVE WS-CTL-COMPANY  TO GL-COMPANY
           MOVE WS-CTL-PAY-DATE TO GL-PERIOD
           MOVE SPACES          TO GL-COST-CENTER
           MOVE 'C'             TO GL-DR-CR
           WRITE GL-DIST-REC END-WRITE.

       211-WRITE-GL-EMPLOYER-TAXES.
           COMPUTE WS-GL-ER-TOTAL =
               WS-TOTAL-ER-FICA + WS-TOTAL-FUTA + WS-TOTAL-SUTA
           IF WS-GL-ER-TOTAL NOT = 0
               MOVE SPACES TO GL-DIST-REC
               MOVE WS-CTL-COMPANY  TO GL-COMPANY
               MOVE WS-CTL-PAY-DATE TO GL-PERIOD
               MOVE '5150'          TO GL-ACCOUNT
               MOVE SPACES          TO GL-COST-CENTER
               MOVE 'D'             TO GL-DR-CR
               MOVE WS-GL-ER-TOTAL  TO GL-AMOUNT
               MOVE 'EMPLOYER PAYROLL TAXES' TO GL-DESCRIPTION
               WRITE GL-DIST-REC END-WRITE
               MOVE '2150' TO GL-ACCOUNT
               MOVE WS-TOTAL-ER-FICA TO GL-AMOUNT
               MOVE 'ACCRUED FICA EMPLOYER' TO GL-DESCRIPTION
               PERFORM 209-WRITE-GL-CREDIT-LINE
               MOVE '2160' TO GL-ACCOUNT
               MOVE WS-TOTAL-FUTA TO GL-AMOUNT
               MOVE 'ACCRUED FUTA' TO GL-DESCRIPTION
               PERFORM 209-WRITE-GL-CREDIT-LINE
               MOVE '2170' TO GL-ACCOUNT
               MOVE WS-TOTAL-SUTA TO GL-AMOUNT
               MOVE 'ACCRUED SUTA' TO GL-DESCRIPTION
               PERFORM 209-WRITE-GL-CREDIT-LINE
           END-IF.

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
      * ANY MONEY MOVES. THE WORK STATE IS THE MASTER WORK
      * STATE, ELSE THE COMPANY HOME STATE; THE RESIDENT STATE
      * DEFAULTS TO THE WORK STATE. A STATE NOT ON THE RATE
      * TABLE, OR A NEW STATE FOR AN EMPLOYEE WHOSE MASTER
      * STATE SLOTS ARE ALREADY ALL TAKEN THIS YEAR, MAKES THE
      * RECORD INVALID.
      *--------------------------------------------------------
       183-RESOLVE-TAX-STATES.
           MOVE 0 TO WS-TAX-STATE-COUNT
           MOVE EMP-WORK-STATE TO WS-WORK-STATE
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
      * RUN TOTALS BY STATE - SAME FIND-OR-ADD PATTERN AS THE
      * DEPARTMENT TABLE IN 157-.
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
               MOVE WS-CTL-PAY-DATE        TO GL-PERIOD
               MOVE '2120'                 TO GL-ACCOUNT
               MOVE STT-STATE (WS-STT-IDX) TO GL-COST-CENTER
               MOVE 'C'                    TO GL-DR-CR
               MOVE STT-TAX (WS-STT-IDX)   TO GL-AMOUNT
               MOVE 'STATE TAX WITHHELD'   TO GL-DESCRIPTION
               WRITE GL-DIST-REC END-WRITE
           END-PERFORM.

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
      * THE SAME OUTPUT FILES AS THE WEEKLY RUN AGAIN - NO
      * OTHER PAY STEP, FOR ANY COMPANY, MAY STILL BE OPEN ON
      * THE LEDGER. A RERUN OF THIS SAME RUN IS LET THROUGH,
      * AND IF THIS RUN WAS LEFT STARTED IT IS FLAGGED AS THE
      * RERUN OF A STOPPED RUN.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE WS-CTL-COMPANY  TO LDS-COMPANY
           MOVE WS-CTL-PAY-DATE TO LDS-PERIOD-DATE
           MOVE WS-CTL-RUN-ID   TO LDS-RUN-ID
           MOVE SPACES          TO WS-SCAN-COMPANY
           PERFORM 820-FIND-PAY-IN-PROGRESS
           IF WS-PAY-BUSY = 'Y'
               DISPLAY 'FATAL: ' LDB-STEP ' FOR ' LDB-COMPANY
                   ' PERIOD ' LDB-PERIOD-DATE ' RUN ' LDB-RUN-ID
                   ' NEVER COMPLETED - FINISH IT BEFORE A '
                   'SUPPLEMENTAL RUN'
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
           END-IF
           MOVE WS-STEP-KEY TO LG-KEY
           PERFORM 830-READ-LEDGER-ENTRY
           IF WS-LEDGER-FOUND = 'Y' AND NOT LG-COMPLETED
               SET RERUN-OF-STOPPED-RUN TO TRUE
               DISPLAY 'RERUN OF SUPPLEMENTAL RUN ' WS-CTL-RUN-ID
                   ' FOR ' WS-CTL-PAY-DATE ' - PAYMENTS ALREADY '
                   'POSTED ARE REBUILT FROM HISTORY'
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
