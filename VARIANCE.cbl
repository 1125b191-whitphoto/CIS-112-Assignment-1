       IDENTIFICATION DIVISION.

       PROGRAM-ID.  VARIANCE.
      ********************************************************
      * PRE-RELEASE PAY VARIANCE REVIEW. RUN AFTER A PAYROLL *
      * (OR SUPPLEMENTAL) RUN AND BEFORE PAYRECON RELEASES   *
      * THE EFT FILE. EVERY EMPLOYEE'S PAY HISTORY RECORD    *
      * FOR THE RUN NAMED ON THE PARAMETER CARD (VARPARM.TXT)*
      * IS COMPARED WITH THE EMPLOYEE'S PRIOR REGULAR        *
      * PERIODS, AND THE REVIEW FLAGS:                       *
      *   GS/NS - GROSS OR NET PAY OFF THE PRIOR AVERAGE BY  *
      *           MORE THAN THE TOLERANCE PERCENT            *
      *   NP    - A FIRST-TIME PAYEE                         *
      *   MR    - A REGULAR (PAID EVERY PRIOR PERIOD LOOKED  *
      *           AT) WITH NO PAY THIS PERIOD                *
      *   BK    - BANK DETAILS CHANGED SINCE LAST PAYDAY     *
      * EACH FLAG IS MATCHED AGAINST THE APPROVALS KEYED ON  *
      * VARAPPR.TXT AND PRINTED ON THE VARIANCE REPORT       *
      * (VARRPT.TXT) FOR SIGN-OFF. THE COUNTS ARE LEFT ON    *
      * VARCTL.TXT, AND PAYRECON WILL NOT RELEASE THE EFT    *
      * FILE WHILE ANY FLAGGED ITEM IS STILL OUTSTANDING.    *
      * ONCE APPROVALS ARE KEYED THE REVIEW IS SIMPLY RUN    *
      * AGAIN.                                               *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "VARPARM.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "VARAPPR.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-APPR-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-HIST-STATUS.
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
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARRPT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
           SELECT VARIANCE-CONTROL-FILE ASSIGN TO "VARCTL.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------
      * PARAMETER CARD - THE RUN BEING REVIEWED (COMPANY, THE
      * PERIOD DATE IT WAS PAID UNDER AND ITS RUN ID - BLANK
      * FOR THE REGULAR RUN), THE GROSS AND NET TOLERANCES AS
      * A PERCENT OF THE PRIOR AVERAGE, A DOLLAR FLOOR BELOW
      * WHICH A SWING IS NOT WORTH FLAGGING, AND HOW MANY
      * PRIOR REGULAR PERIODS MAKE UP THE AVERAGE. BLANK
      * TOLERANCES AND LOOKBACK TAKE THE DEFAULTS BELOW.
      *--------------------------------------------------------
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           05  VP-COMPANY           PIC X(4).
           05  VP-PERIOD-DATE       PIC 9(8).
           05  VP-RUN-ID            PIC X(2).
           05  VP-GROSS-PCT         PIC 9(3)V99.
           05  VP-NET-PCT           PIC 9(3)V99.
           05  VP-MIN-SWING         PIC 9(5)V99.
           05  VP-LOOKBACK          PIC 9(2).
           05  FILLER               PIC X(47).
      *--------------------------------------------------------
      * ONE APPROVAL PER FLAGGED ITEM, KEYED BY THE REVIEWER.
      * A BLANK FLAG CODE APPROVES EVERY FLAG ON THAT EMPLOYEE.
      * EMPLOYEE ID ZERO OVERRIDES THE WHOLE RUN - EVERY ITEM
      * IS RELEASED UNDER THE APPROVER NAMED.
      *--------------------------------------------------------
       FD  APPROVAL-FILE.
       01  APPROVAL-REC.
           05  VA-COMPANY           PIC X(4).
           05  VA-PERIOD-DATE       PIC 9(8).
           05  VA-RUN-ID            PIC X(2).
           05  VA-EMP-ID            PIC 9(6).
           05  VA-FLAG-CODE         PIC X(2).
           05  VA-APPROVER          PIC X(10).
           05  FILLER               PIC X(48).
       FD  PAY-HISTORY-FILE.
           COPY PAYHISTR.
       FD  EMPLOYEE-MASTER-FILE.
           COPY EMPMASTR.
       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-REC PIC X(120).
      *--------------------------------------------------------
      * REVIEW RESULT FOR PAYRECON. THE EFT FILE IS ONLY
      * RELEASED FOR THE COMPANY AND PERIOD NAMED HERE, AND
      * ONLY WITH NOTHING OUTSTANDING OR A RUN OVERRIDE.
      *--------------------------------------------------------
       FD  VARIANCE-CONTROL-FILE.
       01  VARIANCE-CONTROL-REC.
           05  VC-COMPANY           PIC X(4).
           05  VC-PERIOD-DATE       PIC 9(8).
           05  VC-RUN-ID            PIC X(2).
           05  VC-REVIEWED          PIC 9(5).
           05  VC-FLAGGED           PIC 9(5).
           05  VC-APPROVED          PIC 9(5).
           05  VC-OUTSTANDING       PIC 9(5).
           05  VC-OVERRIDE-BY       PIC X(10).
           05  VC-REVIEW-DATE       PIC 9(8).
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-APPR-STATUS        PIC XX.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-HIST-EOF           PIC X.
       01  WS-APPR-EOF           PIC X.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-RUN-COMPANY        PIC X(4).
       01  WS-RUN-PERIOD         PIC 9(8).
       01  WS-RUN-ID             PIC X(2).
           88  REGULAR-RUN           VALUE SPACES.
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
           05  LDS-STEP             PIC X(8) VALUE 'VARIANCE'.
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
       01  WS-GROSS-TOL          PIC 9(3)V99 VALUE 25.00.
       01  WS-NET-TOL            PIC 9(3)V99 VALUE 25.00.
       01  WS-MIN-SWING          PIC 9(5)V99 VALUE 0.
       01  WS-LOOKBACK           PIC 9(2) VALUE 4.
      *--------------------------------------------------------
      * THE MOST RECENT PRIOR REGULAR PERIOD DATES FOR THE
      * COMPANY, NEWEST FIRST. THE OLDEST KEPT IS THE START OF
      * THE COMPARISON WINDOW; THE NEWEST IS LAST PAYDAY.
      *--------------------------------------------------------
       01  WS-PD-COUNT           PIC 9(2) VALUE 0.
       01  WS-PD-IDX             PIC 9(2).
       01  WS-PD-FOUND           PIC X.
       01  WS-PD-SWAP            PIC 9(8).
       01  WS-PD-TABLE.
           05  PD-DATE              PIC 9(8) OCCURS 12 TIMES.
       01  WS-WINDOW-START       PIC 9(8) VALUE 0.
       01  WS-LAST-PAYDAY        PIC 9(8) VALUE 0.
      *--------------------------------------------------------
      * APPROVALS KEYED FOR THIS RUN.
      *--------------------------------------------------------
       01  WS-AP-COUNT           PIC 9(4) VALUE 0.
       01  WS-AP-IDX             PIC 9(4).
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY OCCURS 500 TIMES.
               10  AP-EMP-ID        PIC 9(6).
               10  AP-FLAG-CODE     PIC X(2).
               10  AP-APPROVER      PIC X(10).
       01  WS-OVERRIDE-BY        PIC X(10) VALUE SPACES.
           88  RUN-NOT-OVERRIDDEN    VALUE SPACES.
      *--------------------------------------------------------
      * ONE EMPLOYEE'S HISTORY, GATHERED AS THE FILE IS READ
      * IN KEY ORDER AND REVIEWED ON A CHANGE OF EMPLOYEE.
      *--------------------------------------------------------
       01  WS-HAVE-EMP           PIC X.
       01  WS-EMP-ID             PIC 9(6).
       01  WS-EMP-NAME           PIC X(20).
       01  WS-EMP-EVER-PAID      PIC X.
       01  WS-EMP-PRIOR-COUNT    PIC 9(2).
       01  WS-EMP-PRIOR-GROSS    PIC 9(6)V99.
       01  WS-EMP-PRIOR-NET      PIC 9(6)V99.
       01  WS-EMP-CUR-FOUND      PIC X.
       01  WS-EMP-CUR-GROSS      PIC 9(4)V99.
       01  WS-EMP-CUR-NET        PIC 9(4)V99.
       01  WS-AVG-GROSS          PIC 9(4)V99.
       01  WS-AVG-NET            PIC 9(4)V99.
      *--------------------------------------------------------
      * ONE FLAG, AS PASSED TO 140-RAISE-FLAG.
      *--------------------------------------------------------
       01  WS-FLAG-CODE          PIC X(2).
       01  WS-FLAG-CURRENT       PIC 9(4)V99.
       01  WS-FLAG-PRIOR         PIC 9(4)V99.
       01  WS-FLAG-TOL           PIC 9(3)V99.
       01  WS-SWING-AMT          PIC 9(4)V99.
       01  WS-SWING-PCT          PIC 9(8)V99.
       01  WS-FLAG-STATUS        PIC X(22).
       01  WS-FLAG-CLEARED       PIC X.
      *--------------------------------------------------------
      * REVIEW TOTALS.
      *--------------------------------------------------------
       01  WS-REVIEWED-COUNT     PIC 9(5) VALUE 0.
       01  WS-FLAGGED-COUNT      PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT     PIC 9(5) VALUE 0.
       01  WS-OUTSTANDING-COUNT  PIC 9(5) VALUE 0.
       01  VARIANCE-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(36) VALUE
               'PRE-RELEASE PAY VARIANCE REVIEW'.
           05  FILLER               PIC X(8) VALUE 'COMPANY '.
           05  VH-COMPANY           PIC X(4).
           05  FILLER               PIC X(9) VALUE '  PERIOD '.
           05  VH-PERIOD            PIC 9(8).
           05  FILLER               PIC X(6) VALUE '  RUN '.
           05  VH-RUN-ID            PIC X(2).
           05  FILLER               PIC X(11) VALUE '  RUN DATE '.
           05  VH-RUN-DATE          PIC 9(8).
       01  VARIANCE-PARM-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(16) VALUE 'GROSS TOLERANCE '.
           05  VPL-GROSS-TOL        PIC ZZ9.99.
           05  FILLER               PIC X(18) VALUE
               '%   NET TOLERANCE '.
           05  VPL-NET-TOL          PIC ZZ9.99.
           05  FILLER               PIC X(16) VALUE
               '%   SWING FLOOR '.
           05  VPL-MIN-SWING        PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(16) VALUE
               '   LAST PAYDAY '.
           05  VPL-LAST-PAYDAY      PIC 9(8).
       01  VARIANCE-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE 'EMP-ID'.
           05  FILLER               PIC X(22) VALUE 'NAME'.
           05  FILLER               PIC X(26) VALUE 'FLAG'.
           05  FILLER               PIC X(10) VALUE '  CURRENT'.
           05  FILLER               PIC X(10) VALUE '    PRIOR'.
           05  FILLER               PIC X(10) VALUE '  SWING %'.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(22) VALUE 'STATUS'.
       01  VARIANCE-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  VD-EMP-ID            PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  VD-NAME              PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  VD-FLAG-CODE         PIC X(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  VD-FLAG-TEXT         PIC X(22).
           05  VD-CURRENT           PIC Z,ZZZ,ZZ9.99.
           05  VD-PRIOR             PIC Z,ZZZ,ZZ9.99.
           05  VD-SWING-PCT         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  VD-STATUS            PIC X(22).
       01  VARIANCE-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  VT-LABEL             PIC X(30).
           05  VT-VALUE             PIC ZZ,ZZ9.
       01  VARIANCE-MESSAGE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  VM-MESSAGE           PIC X(60).
       01  VARIANCE-SIGNOFF-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(44) VALUE
               'REVIEWED FOR RELEASE BY ____________________'.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               'DATE ______________'.
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-PARAMETER
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           PERFORM 107-LOAD-APPROVALS
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN PAY-HISTORY-FILE '
                   'PAYHIST.DAT - FILE STATUS ' WS-HIST-STATUS
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
           PERFORM 110-FIND-PRIOR-PERIODS
           OPEN OUTPUT VARIANCE-REPORT-FILE
           MOVE WS-RUN-COMPANY TO VH-COMPANY
           MOVE WS-RUN-PERIOD  TO VH-PERIOD
           MOVE WS-RUN-ID      TO VH-RUN-ID
           MOVE WS-RUN-DATE    TO VH-RUN-DATE
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-HEADING-LINE
           END-WRITE
           MOVE WS-GROSS-TOL   TO VPL-GROSS-TOL
           MOVE WS-NET-TOL     TO VPL-NET-TOL
           MOVE WS-MIN-SWING   TO VPL-MIN-SWING
           MOVE WS-LAST-PAYDAY TO VPL-LAST-PAYDAY
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-PARM-LINE
           END-WRITE
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-COLUMN-LINE
           END-WRITE
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC END-WRITE
           PERFORM 120-REVIEW-HISTORY
           PERFORM 160-WRITE-TOTALS
           PERFORM 170-WRITE-CONTROL
           CLOSE PAY-HISTORY-FILE, EMPLOYEE-MASTER-FILE,
                 VARIANCE-REPORT-FILE
           IF WS-REVIEWED-COUNT = 0
               DISPLAY 'FATAL: NO PAY HISTORY FOR THE RUN NAMED ON '
                   'VARPARM.TXT'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-OUTSTANDING-COUNT > 0
                  AND RUN-NOT-OVERRIDDEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'VARIANCE ITEMS FLAGGED: ' WS-FLAGGED-COUNT
               '  OUTSTANDING: ' WS-OUTSTANDING-COUNT
           PERFORM 815-POST-STEP-END
           STOP RUN.

       105-READ-PARAMETER.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN PARAMETER-FILE '
                   'VARPARM.TXT - FILE STATUS ' WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'FATAL: PARAMETER FILE VARPARM.TXT IS '
                       'EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF VP-COMPANY = SPACES
               DISPLAY 'FATAL: COMPANY CODE MISSING ON VARPARM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF VP-PERIOD-DATE NOT NUMERIC OR VP-PERIOD-DATE = 0
               DISPLAY 'FATAL: PERIOD DATE INVALID ON VARPARM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE VP-COMPANY     TO WS-RUN-COMPANY
           MOVE VP-PERIOD-DATE TO WS-RUN-PERIOD
           MOVE VP-RUN-ID      TO WS-RUN-ID
           IF VP-GROSS-PCT NUMERIC AND VP-GROSS-PCT > 0
               MOVE VP-GROSS-PCT TO WS-GROSS-TOL
           END-IF
           IF VP-NET-PCT NUMERIC AND VP-NET-PCT > 0
               MOVE VP-NET-PCT TO WS-NET-TOL
           END-IF
           IF VP-MIN-SWING NUMERIC
               MOVE VP-MIN-SWING TO WS-MIN-SWING
           END-IF
           IF VP-LOOKBACK NUMERIC AND VP-LOOKBACK > 0
               MOVE VP-LOOKBACK TO WS-LOOKBACK
           END-IF
           IF WS-LOOKBACK > 12
               MOVE 12 TO WS-LOOKBACK
           END-IF
           CLOSE PARAMETER-FILE.

      *--------------------------------------------------------
      * THE APPROVAL FILE IS OPTIONAL - ON THE FIRST REVIEW OF
      * A RUN NOTHING HAS BEEN APPROVED YET. ONLY APPROVALS
      * FOR THIS COMPANY, PERIOD AND RUN ID ARE TAKEN.
      *--------------------------------------------------------
       107-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-STATUS NOT = '35'
               IF WS-APPR-STATUS NOT = '00'
                   DISPLAY 'FATAL: CANNOT OPEN APPROVAL-FILE '
                       'VARAPPR.TXT - FILE STATUS ' WS-APPR-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-APPR-EOF
               PERFORM UNTIL WS-APPR-EOF = 'Y'
                   READ APPROVAL-FILE
                       AT END MOVE 'Y' TO WS-APPR-EOF
                       NOT AT END
                           PERFORM 108-TAKE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       108-TAKE-APPROVAL.
           IF VA-COMPANY = WS-RUN-COMPANY
              AND VA-PERIOD-DATE = WS-RUN-PERIOD
              AND VA-RUN-ID = WS-RUN-ID
              AND VA-EMP-ID NUMERIC
              AND VA-APPROVER NOT = SPACES
               IF VA-EMP-ID = 0
                   MOVE VA-APPROVER TO WS-OVERRIDE-BY
               ELSE
                   IF WS-AP-COUNT < 500
                       ADD 1 TO WS-AP-COUNT
                       MOVE VA-EMP-ID    TO AP-EMP-ID (WS-AP-COUNT)
                       MOVE VA-FLAG-CODE TO AP-FLAG-CODE (WS-AP-COUNT)
                       MOVE VA-APPROVER  TO AP-APPROVER (WS-AP-COUNT)
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------
      * FIRST PASS - COLLECT THE COMPANY'S MOST RECENT PRIOR
      * REGULAR PERIOD DATES (VOIDED RECORDS AND OFF-CYCLE
      * RUNS DO NOT MAKE A PAYDAY).
      *--------------------------------------------------------
       110-FIND-PRIOR-PERIODS.
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
                              AND PH-RUN-ID = SPACES
                              AND PH-PERIOD-DATE < WS-RUN-PERIOD
                               PERFORM 112-ADD-PRIOR-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PD-COUNT > 0
               MOVE PD-DATE (1) TO WS-LAST-PAYDAY
               MOVE PD-DATE (WS-PD-COUNT) TO WS-WINDOW-START
           END-IF.

      *--------------------------------------------------------
      * KEEPS THE TABLE NEWEST FIRST - A NEW DATE GOES ON THE
      * END (OR REPLACES THE OLDEST WHEN THE TABLE IS FULL AND
      * IT IS NEWER) AND IS MOVED UP INTO PLACE.
      *--------------------------------------------------------
       112-ADD-PRIOR-DATE.
           MOVE 'N' TO WS-PD-FOUND
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT
               IF PD-DATE (WS-PD-IDX) = PH-PERIOD-DATE
                   MOVE 'Y' TO WS-PD-FOUND
                   MOVE WS-PD-COUNT TO WS-PD-IDX
               END-IF
           END-PERFORM
           IF WS-PD-FOUND = 'N'
               IF WS-PD-COUNT < WS-LOOKBACK
                   ADD 1 TO WS-PD-COUNT
                   MOVE PH-PERIOD-DATE TO PD-DATE (WS-PD-COUNT)
                   PERFORM 114-SORT-PRIOR-DATE
               ELSE
                   IF PH-PERIOD-DATE > PD-DATE (WS-PD-COUNT)
                       MOVE PH-PERIOD-DATE TO PD-DATE (WS-PD-COUNT)
                       PERFORM 114-SORT-PRIOR-DATE
                   END-IF
               END-IF
           END-IF.

       114-SORT-PRIOR-DATE.
           PERFORM VARYING WS-PD-IDX FROM WS-PD-COUNT BY -1
               UNTIL WS-PD-IDX < 2
               IF PD-DATE (WS-PD-IDX) > PD-DATE (WS-PD-IDX - 1)
                   MOVE PD-DATE (WS-PD-IDX) TO WS-PD-SWAP
                   MOVE PD-DATE (WS-PD-IDX - 1)
                       TO PD-DATE (WS-PD-IDX)
                   MOVE WS-PD-SWAP TO PD-DATE (WS-PD-IDX - 1)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * SECOND PASS - HISTORY COMES BACK IN EMPLOYEE ORDER, SO
      * EACH EMPLOYEE'S RECORDS ARE GATHERED AND REVIEWED WHEN
      * THE NEXT EMPLOYEE (OR THE END OF THE COMPANY) IS SEEN.
      *--------------------------------------------------------
       120-REVIEW-HISTORY.
           MOVE 'N' TO WS-HAVE-EMP
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
                           PERFORM 122-GATHER-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HAVE-EMP = 'Y'
               PERFORM 130-REVIEW-EMPLOYEE
           END-IF.

       122-GATHER-HISTORY-ROW.
           IF WS-HAVE-EMP = 'Y' AND PH-EMP-ID NOT = WS-EMP-ID
               PERFORM 130-REVIEW-EMPLOYEE
               MOVE 'N' TO WS-HAVE-EMP
           END-IF
           IF WS-HAVE-EMP = 'N'
               MOVE 'Y' TO WS-HAVE-EMP
               MOVE PH-EMP-ID TO WS-EMP-ID
               MOVE PH-NAME   TO WS-EMP-NAME
               MOVE 'N' TO WS-EMP-EVER-PAID
               MOVE 'N' TO WS-EMP-CUR-FOUND
               MOVE 0 TO WS-EMP-PRIOR-COUNT
               MOVE 0 TO WS-EMP-PRIOR-GROSS
               MOVE 0 TO WS-EMP-PRIOR-NET
               MOVE 0 TO WS-EMP-CUR-GROSS
               MOVE 0 TO WS-EMP-CUR-NET
           END-IF
           IF PH-VOID-FLAG NOT = 'V'
               IF PH-PERIOD-DATE < WS-RUN-PERIOD
                   MOVE 'Y' TO WS-EMP-EVER-PAID
                   IF PH-RUN-ID = SPACES
                      AND WS-PD-COUNT > 0
                      AND PH-PERIOD-DATE NOT < WS-WINDOW-START
                       ADD 1 TO WS-EMP-PRIOR-COUNT
                       ADD PH-GROSS TO WS-EMP-PRIOR-GROSS
                       ADD PH-NET   TO WS-EMP-PRIOR-NET
                   END-IF
               END-IF
               IF PH-PERIOD-DATE = WS-RUN-PERIOD
                  AND PH-RUN-ID = WS-RUN-ID
                   MOVE 'Y' TO WS-EMP-CUR-FOUND
                   MOVE PH-NAME  TO WS-EMP-NAME
                   MOVE PH-GROSS TO WS-EMP-CUR-GROSS
                   MOVE PH-NET   TO WS-EMP-CUR-NET
               END-IF
           END-IF.

      *--------------------------------------------------------
      * ONE EMPLOYEE. GROSS/NET SWINGS AND MISSING REGULARS
      * ONLY MEAN SOMETHING ON THE REGULAR RUN - AN OFF-CYCLE
      * BONUS OR COMMISSION IS EXPECTED TO LOOK NOTHING LIKE
      * A WEEK'S PAY - SO A SUPPLEMENTAL RUN IS ONLY CHECKED
      * FOR NEW PAYEES AND BANK CHANGES.
      *--------------------------------------------------------
       130-REVIEW-EMPLOYEE.
           IF WS-EMP-CUR-FOUND = 'Y'
               ADD 1 TO WS-REVIEWED-COUNT
               IF WS-EMP-EVER-PAID = 'N'
                   MOVE 'NP' TO WS-FLAG-CODE
                   MOVE WS-EMP-CUR-GROSS TO WS-FLAG-CURRENT
                   MOVE 0 TO WS-FLAG-PRIOR
                   MOVE 0 TO WS-SWING-PCT
                   PERFORM 140-RAISE-FLAG
               ELSE
                   IF REGULAR-RUN AND WS-EMP-PRIOR-COUNT > 0
                       PERFORM 132-CHECK-SWINGS
                   END-IF
                   PERFORM 134-CHECK-BANK-CHANGE
               END-IF
           ELSE
               IF REGULAR-RUN AND WS-PD-COUNT > 0
                  AND WS-EMP-PRIOR-COUNT = WS-PD-COUNT
                   PERFORM 136-CHECK-MISSING-REGULAR
               END-IF
           END-IF.

       132-CHECK-SWINGS.
           DIVIDE WS-EMP-PRIOR-GROSS BY WS-EMP-PRIOR-COUNT
               GIVING WS-AVG-GROSS ROUNDED
           DIVIDE WS-EMP-PRIOR-NET BY WS-EMP-PRIOR-COUNT
               GIVING WS-AVG-NET ROUNDED
           MOVE 'GS' TO WS-FLAG-CODE
           MOVE WS-EMP-CUR-GROSS TO WS-FLAG-CURRENT
           MOVE WS-AVG-GROSS     TO WS-FLAG-PRIOR
           MOVE WS-GROSS-TOL     TO WS-FLAG-TOL
           PERFORM 133-TEST-SWING
           MOVE 'NS' TO WS-FLAG-CODE
           MOVE WS-EMP-CUR-NET   TO WS-FLAG-CURRENT
           MOVE WS-AVG-NET       TO WS-FLAG-PRIOR
           MOVE WS-NET-TOL       TO WS-FLAG-TOL
           PERFORM 133-TEST-SWING.

      *--------------------------------------------------------
      * A SWING IS THE DIFFERENCE EITHER WAY AS A PERCENT OF
      * THE PRIOR AVERAGE. PAY WHERE THE AVERAGE WAS ZERO IS
      * AN UNLIMITED SWING.
      *--------------------------------------------------------
       133-TEST-SWING.
           IF WS-FLAG-CURRENT > WS-FLAG-PRIOR
               COMPUTE WS-SWING-AMT = WS-FLAG-CURRENT - WS-FLAG-PRIOR
           ELSE
               COMPUTE WS-SWING-AMT = WS-FLAG-PRIOR - WS-FLAG-CURRENT
           END-IF
           IF WS-FLAG-PRIOR = 0
               IF WS-SWING-AMT > 0
                   MOVE 99999.99 TO WS-SWING-PCT
               ELSE
                   MOVE 0 TO WS-SWING-PCT
               END-IF
           ELSE
               COMPUTE WS-SWING-PCT ROUNDED =
                   WS-SWING-AMT * 100 / WS-FLAG-PRIOR
           END-IF
           IF WS-SWING-PCT > WS-FLAG-TOL
              AND WS-SWING-AMT > WS-MIN-SWING
               IF WS-SWING-PCT > 99999.99
                   MOVE 99999.99 TO WS-SWING-PCT
               END-IF
               PERFORM 140-RAISE-FLAG
           END-IF.

      *--------------------------------------------------------
      * NEW BANK DETAILS ARE DATED BY MAINTENANCE. A CHANGE
      * KEYED AFTER THE LAST PAYDAY HAS NEVER HAD A PAYMENT GO
      * THROUGH IT.
      *--------------------------------------------------------
       134-CHECK-BANK-CHANGE.
           MOVE WS-RUN-COMPANY TO EMP-COMPANY-MASTER
           MOVE WS-EMP-ID      TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-BANK-CHANGE-DATE NUMERIC
                      AND EMP-BANK-CHANGE-DATE > WS-LAST-PAYDAY
                       MOVE 'BK' TO WS-FLAG-CODE
                       MOVE WS-EMP-CUR-NET TO WS-FLAG-CURRENT
                       MOVE 0 TO WS-FLAG-PRIOR
                       MOVE 0 TO WS-SWING-PCT
                       PERFORM 140-RAISE-FLAG
                   END-IF
           END-READ.

      *--------------------------------------------------------
      * A REGULAR WHO HAS SINCE BEEN TERMINATED OR PUT ON
      * LEAVE IS EXPECTED TO DROP OFF THE RUN.
      *--------------------------------------------------------
       136-CHECK-MISSING-REGULAR.
           MOVE WS-RUN-COMPANY TO EMP-COMPANY-MASTER
           MOVE WS-EMP-ID      TO EMP-ID-MASTER
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT EMP-TERMINATED AND NOT EMP-ON-LEAVE
                       DIVIDE WS-EMP-PRIOR-GROSS BY WS-EMP-PRIOR-COUNT
                           GIVING WS-AVG-GROSS ROUNDED
                       MOVE 'MR' TO WS-FLAG-CODE
                       MOVE 0 TO WS-FLAG-CURRENT
                       MOVE WS-AVG-GROSS TO WS-FLAG-PRIOR
                       MOVE 0 TO WS-SWING-PCT
                       PERFORM 140-RAISE-FLAG
                   END-IF
           END-READ.

       140-RAISE-FLAG.
           ADD 1 TO WS-FLAGGED-COUNT
           PERFORM 145-CHECK-APPROVAL
           MOVE WS-EMP-ID       TO VD-EMP-ID
           MOVE WS-EMP-NAME     TO VD-NAME
           MOVE WS-FLAG-CODE    TO VD-FLAG-CODE
           EVALUATE WS-FLAG-CODE
               WHEN 'GS' MOVE 'GROSS PAY SWING'     TO VD-FLAG-TEXT
               WHEN 'NS' MOVE 'NET PAY SWING'       TO VD-FLAG-TEXT
               WHEN 'NP' MOVE 'FIRST-TIME PAYEE'    TO VD-FLAG-TEXT
               WHEN 'MR' MOVE 'REGULAR NOT PAID'    TO VD-FLAG-TEXT
               WHEN 'BK' MOVE 'BANK DETAILS CHANGED' TO VD-FLAG-TEXT
           END-EVALUATE
           MOVE WS-FLAG-CURRENT TO VD-CURRENT
           MOVE WS-FLAG-PRIOR   TO VD-PRIOR
           MOVE WS-SWING-PCT    TO VD-SWING-PCT
           MOVE WS-FLAG-STATUS  TO VD-STATUS
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-DETAIL-LINE
           END-WRITE.

      *--------------------------------------------------------
      * AN ITEM IS CLEARED BY AN APPROVAL FOR THE EMPLOYEE
      * NAMING THIS FLAG (OR NO FLAG), OR BY A RUN OVERRIDE.
      *--------------------------------------------------------
       145-CHECK-APPROVAL.
           MOVE 'N' TO WS-FLAG-CLEARED
           MOVE 'OUTSTANDING' TO WS-FLAG-STATUS
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT
               IF AP-EMP-ID (WS-AP-IDX) = WS-EMP-ID
                  AND (AP-FLAG-CODE (WS-AP-IDX) = WS-FLAG-CODE
                   OR AP-FLAG-CODE (WS-AP-IDX) = SPACES)
                   MOVE 'Y' TO WS-FLAG-CLEARED
                   MOVE 'APPROVED' TO WS-FLAG-STATUS
                   MOVE AP-APPROVER (WS-AP-IDX)
                       TO WS-FLAG-STATUS (10:)
                   MOVE WS-AP-COUNT TO WS-AP-IDX
               END-IF
           END-PERFORM
           IF WS-FLAG-CLEARED = 'Y'
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               ADD 1 TO WS-OUTSTANDING-COUNT
               IF NOT RUN-NOT-OVERRIDDEN
                   MOVE 'OVERRIDDEN' TO WS-FLAG-STATUS
                   MOVE WS-OVERRIDE-BY TO WS-FLAG-STATUS (12:)
               END-IF
           END-IF.

       160-WRITE-TOTALS.
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC END-WRITE
           MOVE 'PAYEES REVIEWED' TO VT-LABEL
           MOVE WS-REVIEWED-COUNT TO VT-VALUE
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-TOTAL-LINE
           END-WRITE
           MOVE 'ITEMS FLAGGED' TO VT-LABEL
           MOVE WS-FLAGGED-COUNT TO VT-VALUE
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-TOTAL-LINE
           END-WRITE
           MOVE 'ITEMS APPROVED' TO VT-LABEL
           MOVE WS-APPROVED-COUNT TO VT-VALUE
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-TOTAL-LINE
           END-WRITE
           MOVE 'ITEMS OUTSTANDING' TO VT-LABEL
           MOVE WS-OUTSTANDING-COUNT TO VT-VALUE
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-TOTAL-LINE
           END-WRITE
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC END-WRITE
           IF WS-OUTSTANDING-COUNT = 0
               MOVE 'NO ITEMS OUTSTANDING - EFT MAY BE RELEASED'
                   TO VM-MESSAGE
           ELSE
               IF RUN-NOT-OVERRIDDEN
                   MOVE 'ITEMS OUTSTANDING - EFT WILL BE HELD'
                       TO VM-MESSAGE
               ELSE
                   MOVE 'RUN OVERRIDDEN FOR RELEASE BY '
                       TO VM-MESSAGE
                   MOVE WS-OVERRIDE-BY TO VM-MESSAGE (31:)
               END-IF
           END-IF
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-MESSAGE-LINE
           END-WRITE
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC END-WRITE
           WRITE VARIANCE-REPORT-REC FROM VARIANCE-SIGNOFF-LINE
           END-WRITE.

       170-WRITE-CONTROL.
           OPEN OUTPUT VARIANCE-CONTROL-FILE
           MOVE WS-RUN-COMPANY       TO VC-COMPANY
           MOVE WS-RUN-PERIOD        TO VC-PERIOD-DATE
           MOVE WS-RUN-ID            TO VC-RUN-ID
           MOVE WS-REVIEWED-COUNT    TO VC-REVIEWED
           MOVE WS-FLAGGED-COUNT     TO VC-FLAGGED
           MOVE WS-APPROVED-COUNT    TO VC-APPROVED
           MOVE WS-OUTSTANDING-COUNT TO VC-OUTSTANDING
           MOVE WS-OVERRIDE-BY       TO VC-OVERRIDE-BY
           MOVE WS-RUN-DATE          TO VC-REVIEW-DATE
           WRITE VARIANCE-CONTROL-REC END-WRITE
           CLOSE VARIANCE-CONTROL-FILE.

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
      * THE RUN BEING REVIEWED MUST HAVE BEEN PAID TO THE END -
      * A PAY STEP STILL OPEN ON THE LEDGER HAS ONLY PART OF
      * ITS HISTORY WRITTEN.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE WS-RUN-COMPANY TO LDS-COMPANY
           MOVE WS-RUN-PERIOD  TO LDS-PERIOD-DATE
           MOVE WS-RUN-ID      TO LDS-RUN-ID
           MOVE WS-STEP-KEY    TO WS-PREREQ-KEY
           IF WS-RUN-ID = SPACES
               MOVE 'PAYROLL' TO LDP-STEP
           ELSE
               MOVE 'SUPPAY'  TO LDP-STEP
           END-IF
           PERFORM 845-REQUIRE-PREREQ.

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
