       IDENTIFICATION DIVISION.

       PROGRAM-ID.  CYCLRPT.
      ********************************************************
      * PAYROLL CYCLE STATUS REPORT. READS THE CYCLE LEDGER  *
      * (CYCLEDGR.DAT) FOR THE COMPANY ON THE PARAMETER CARD *
      * (CYCLPARM.TXT) AND LISTS THE LATEST PAY CYCLES -     *
      * THE CURRENT ONE AND THE PRIOR ONES - WITH EACH STEP  *
      * OF THE CYCLE SHOWN AS DONE, FAILED OR OUTSTANDING.   *
      * THE COMPANY'S OTHER STEPS (TAX REPORTING, YEAR END,  *
      * SUTA, LEAVE, WC) AND THE SYSTEM-WIDE STEPS POSTED    *
      * SINCE THE OLDEST CYCLE LISTED FOLLOW. THE REPORT     *
      * (CYCLRPT.TXT) ONLY READS THE LEDGER AND POSTS        *
      * NOTHING TO IT, SO IT CAN BE RUN AT ANY POINT.        *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "CYCLPARM.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CYCLE-REPORT-FILE ASSIGN TO "CYCLRPT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------
      * PARAMETER CARD - THE COMPANY AND HOW MANY CYCLES TO
      * LIST (BLANK OR ZERO = 2, THE CURRENT AND THE ONE
      * BEFORE IT; AT MOST 12).
      *--------------------------------------------------------
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           05  CP-COMPANY           PIC X(4).
           05  CP-CYCLES            PIC 9(2).
           05  FILLER               PIC X(74).
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       FD  CYCLE-REPORT-FILE.
       01  CYCLE-REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-LEDGER-FOUND       PIC X.
       01  WS-LEDGER-EOF         PIC X.
       01  WS-RUN-COMPANY        PIC X(4).
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-CYCLES-WANTED      PIC 9(2).
      *--------------------------------------------------------
      * THE COMPANY'S CURRENT-CYCLE RECORD.
      *--------------------------------------------------------
       01  WS-CUR-PERIOD-DATE    PIC 9(8).
       01  WS-CUR-RUN-ID         PIC X(2).
       01  WS-CUR-STEP           PIC X(8).
       01  WS-CUR-SET-DATE       PIC 9(8).
      *--------------------------------------------------------
      * THE LATEST CYCLES, OLDEST FIRST - ONE PER PAY STEP
      * (PAYROLL OR SUPPAY) ON THE LEDGER. THE LEDGER IS READ
      * IN KEY ORDER, SO ONCE THE TABLE IS FULL EACH NEW CYCLE
      * PUSHES THE OLDEST ONE OUT.
      *--------------------------------------------------------
       01  WS-CYCLE-COUNT        PIC 9(2) VALUE 0.
       01  WS-CYCLE-IDX          PIC 9(2).
       01  WS-SHIFT-IDX          PIC 9(2).
       01  WS-CYCLE-TABLE.
           05  WS-CYCLE-ENTRY OCCURS 12 TIMES.
               10  CY-PERIOD-DATE   PIC 9(8).
               10  CY-RUN-ID        PIC X(2).
               10  CY-PAY-STEP      PIC X(8).
       01  WS-CYCLE-LISTED       PIC X.
       01  WS-SINCE-DATE         PIC 9(8).
      *--------------------------------------------------------
      * THE STEPS EVERY CYCLE RUNS, IN ORDER, AFTER ITS PAY
      * STEP. ACHRTN AND THE OTHER OCCASIONAL STEPS ARE LISTED
      * ONLY WHEN THEY HAVE POSTED.
      *--------------------------------------------------------
       01  CYCLE-STEP-TABLE-VALUES.
           05  FILLER PIC X(8) VALUE 'VARIANCE'.
           05  FILLER PIC X(8) VALUE 'PAYRECON'.
           05  FILLER PIC X(8) VALUE 'VOLREMIT'.
           05  FILLER PIC X(8) VALUE 'CHKRECON'.
       01  CYCLE-STEP-TABLE REDEFINES CYCLE-STEP-TABLE-VALUES.
           05  CYCLE-STEP-NAME OCCURS 4 TIMES PIC X(8).
       01  WS-STEP-IDX           PIC 9.
       01  WS-EXPECTED-STEP      PIC X.
       01  WS-ENTRY-KEY.
           05  LDE-COMPANY          PIC X(4).
           05  LDE-PERIOD-DATE      PIC 9(8).
           05  LDE-RUN-ID           PIC X(2).
           05  LDE-STEP             PIC X(8).
           05  LDE-MODE             PIC X.
      *--------------------------------------------------------
      * PER-CYCLE COUNTS OF THE PAY STEP AND THE STEPS IN
      * CYCLE-STEP-TABLE.
      *--------------------------------------------------------
       01  WS-DONE-COUNT         PIC 9(2).
       01  WS-FAILED-COUNT       PIC 9(2).
       01  WS-OUTSTANDING-COUNT  PIC 9(2).
       01  WS-OTHER-COUNT        PIC 9(4).
       01  WS-EDIT-COUNT         PIC ZZZ9.
       01  WS-TIME-8             PIC 9(8).
       01  WS-TIME-PARTS REDEFINES WS-TIME-8.
           05  WS-TIME-HHMMSS       PIC X(6).
           05  FILLER               PIC X(2).
       01  CR-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(32) VALUE
               'PAYROLL CYCLE STATUS'.
           05  FILLER               PIC X(8) VALUE 'COMPANY '.
           05  CH-COMPANY           PIC X(4).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE 'RUN DATE '.
           05  CH-RUN-DATE          PIC 9(8).
       01  CR-CURRENT-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(21) VALUE
               'CURRENT CYCLE PERIOD '.
           05  CC-PERIOD-DATE       PIC 9(8).
           05  FILLER               PIC X(5) VALUE ' RUN '.
           05  CC-RUN-ID            PIC X(2).
           05  FILLER               PIC X(8) VALUE ' SET BY '.
           05  CC-STEP              PIC X(8).
           05  FILLER               PIC X(4) VALUE ' ON '.
           05  CC-SET-DATE          PIC 9(8).
       01  CR-COLUMN-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'PERIOD'.
           05  FILLER               PIC X(5) VALUE 'RUN'.
           05  FILLER               PIC X(10) VALUE 'STEP'.
           05  FILLER               PIC X(6) VALUE 'MODE'.
           05  FILLER               PIC X(13) VALUE 'STATUS'.
           05  FILLER               PIC X(6) VALUE '  RC'.
           05  FILLER               PIC X(6) VALUE 'RUNS'.
           05  FILLER               PIC X(17) VALUE 'STARTED'.
           05  FILLER               PIC X(17) VALUE 'ENDED'.
           05  FILLER               PIC X(30) VALUE 'REMARKS'.
       01  CR-CYCLE-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE 'CYCLE PERIOD '.
           05  CL-PERIOD-DATE       PIC 9(8).
           05  FILLER               PIC X(5) VALUE ' RUN '.
           05  CL-RUN-ID            PIC X(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  CL-CURRENT           PIC X(15).
       01  CR-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  DL-PERIOD-DATE       PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DL-RUN-ID            PIC X(2).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  DL-STEP              PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DL-MODE              PIC X.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  DL-STATUS            PIC X(11).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DL-RC                PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DL-RUNS              PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DL-START-DATE        PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  DL-START-TIME        PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DL-END-DATE          PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  DL-END-TIME          PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  DL-REMARKS           PIC X(30).
       01  CR-COUNT-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(16) VALUE 'CYCLE STEPS DONE'.
           05  CN-DONE              PIC ZZ9.
           05  FILLER               PIC X(9) VALUE '  FAILED '.
           05  CN-FAILED            PIC ZZ9.
           05  FILLER               PIC X(14) VALUE '  OUTSTANDING '.
           05  CN-OUTSTANDING       PIC ZZ9.
       01  CR-SECTION-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  SL-TITLE             PIC X(40).
           05  SL-SINCE-DATE        PIC 9(8).
       01  CR-MESSAGE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  ML-TEXT              PIC X(60).
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 105-READ-PARAMETER
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CYCLE-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN CYCLE-LEDGER-FILE '
                   'CYCLEDGR.DAT - FILE STATUS ' WS-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-READ-CURRENT-CYCLE
           PERFORM 115-LOAD-CYCLES
           OPEN OUTPUT CYCLE-REPORT-FILE
           MOVE WS-RUN-COMPANY TO CH-COMPANY
           MOVE WS-RUN-DATE    TO CH-RUN-DATE
           WRITE CYCLE-REPORT-REC FROM CR-HEADING-LINE END-WRITE
           IF WS-CUR-PERIOD-DATE = 0
               MOVE 'NO CURRENT CYCLE ON THE LEDGER' TO ML-TEXT
               WRITE CYCLE-REPORT-REC FROM CR-MESSAGE-LINE
               END-WRITE
           ELSE
               MOVE WS-CUR-PERIOD-DATE TO CC-PERIOD-DATE
               MOVE WS-CUR-RUN-ID      TO CC-RUN-ID
               MOVE WS-CUR-STEP        TO CC-STEP
               MOVE WS-CUR-SET-DATE    TO CC-SET-DATE
               WRITE CYCLE-REPORT-REC FROM CR-CURRENT-LINE
               END-WRITE
           END-IF
           WRITE CYCLE-REPORT-REC FROM CR-COLUMN-LINE END-WRITE
           IF WS-CYCLE-COUNT = 0
               MOVE SPACES TO CYCLE-REPORT-REC
               WRITE CYCLE-REPORT-REC END-WRITE
               MOVE 'NO PAY CYCLES ON THE LEDGER FOR THIS COMPANY'
                   TO ML-TEXT
               WRITE CYCLE-REPORT-REC FROM CR-MESSAGE-LINE
               END-WRITE
               MOVE 0 TO WS-SINCE-DATE
           ELSE
               MOVE CY-PERIOD-DATE (1) TO WS-SINCE-DATE
           END-IF
           PERFORM 120-REPORT-CYCLE
               VARYING WS-CYCLE-IDX FROM WS-CYCLE-COUNT BY -1
               UNTIL WS-CYCLE-IDX < 1
           MOVE 'OTHER COMPANY STEPS SINCE PERIOD' TO SL-TITLE
           PERFORM 150-WRITE-SECTION-LINE
           MOVE WS-RUN-COMPANY TO LDE-COMPANY
           PERFORM 140-REPORT-OTHER-STEPS
           MOVE 'SYSTEM-WIDE STEPS SINCE PERIOD' TO SL-TITLE
           PERFORM 150-WRITE-SECTION-LINE
           MOVE '*ALL' TO LDE-COMPANY
           PERFORM 140-REPORT-OTHER-STEPS
           CLOSE CYCLE-LEDGER-FILE, CYCLE-REPORT-FILE
           DISPLAY 'CYCLES LISTED: ' WS-CYCLE-COUNT
           STOP RUN.

       105-READ-PARAMETER.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'FATAL: NO CYCLE STATUS PARAMETER CARD '
                   '(CYCLPARM.TXT) - FILE STATUS ' WS-PARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETER-FILE
               AT END
                   DISPLAY 'FATAL: CYCLE STATUS PARAMETER CARD IS '
                       'EMPTY'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF CP-COMPANY = SPACES
               DISPLAY 'FATAL: COMPANY CODE MISSING ON CYCLPARM.TXT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CP-COMPANY TO WS-RUN-COMPANY
           IF CP-CYCLES NOT NUMERIC OR CP-CYCLES = 0
               MOVE 2 TO WS-CYCLES-WANTED
           ELSE
               MOVE CP-CYCLES TO WS-CYCLES-WANTED
           END-IF
           IF WS-CYCLES-WANTED > 12
               MOVE 12 TO WS-CYCLES-WANTED
           END-IF
           CLOSE PARAMETER-FILE.

       110-READ-CURRENT-CYCLE.
           MOVE WS-RUN-COMPANY TO LG-COMPANY
           MOVE 0 TO LG-PERIOD-DATE
           MOVE SPACES TO LG-RUN-ID
           MOVE 'CURRENT' TO LG-STEP
           MOVE SPACE TO LG-MODE
           PERFORM 830-READ-LEDGER-ENTRY
           IF WS-LEDGER-FOUND = 'Y'
               MOVE LG-CUR-PERIOD-DATE TO WS-CUR-PERIOD-DATE
               MOVE LG-CUR-RUN-ID      TO WS-CUR-RUN-ID
               MOVE LG-CUR-STEP        TO WS-CUR-STEP
               MOVE LG-CUR-SET-DATE    TO WS-CUR-SET-DATE
           ELSE
               MOVE 0      TO WS-CUR-PERIOD-DATE
               MOVE SPACES TO WS-CUR-RUN-ID
               MOVE SPACES TO WS-CUR-STEP
               MOVE 0      TO WS-CUR-SET-DATE
           END-IF.

      *--------------------------------------------------------
      * EVERY PAY STEP ON THE LEDGER FOR THE COMPANY STARTS A
      * CYCLE. THE TABLE IS LEFT HOLDING THE LATEST
      * WS-CYCLES-WANTED OF THEM.
      *--------------------------------------------------------
       115-LOAD-CYCLES.
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
                           IF LG-STEP = 'PAYROLL'
                              OR LG-STEP = 'SUPPAY'
                               PERFORM 116-NOTE-CYCLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       116-NOTE-CYCLE.
           IF WS-CYCLE-COUNT < WS-CYCLES-WANTED
               ADD 1 TO WS-CYCLE-COUNT
           ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-SHIFT-IDX >= WS-CYCLE-COUNT
                   MOVE WS-CYCLE-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-CYCLE-ENTRY (WS-SHIFT-IDX)
               END-PERFORM
           END-IF
           MOVE LG-PERIOD-DATE TO CY-PERIOD-DATE (WS-CYCLE-COUNT)
           MOVE LG-RUN-ID      TO CY-RUN-ID (WS-CYCLE-COUNT)
           MOVE LG-STEP        TO CY-PAY-STEP (WS-CYCLE-COUNT).

      *--------------------------------------------------------
      * ONE CYCLE, NEWEST FIRST: ITS PAY STEP AND THE STEPS IN
      * CYCLE-STEP-TABLE (OUTSTANDING WHEN NOT ON THE LEDGER),
      * THEN WHATEVER ELSE HAS POSTED UNDER THE SAME PERIOD
      * AND RUN ID.
      *--------------------------------------------------------
       120-REPORT-CYCLE.
           MOVE SPACES TO CYCLE-REPORT-REC
           WRITE CYCLE-REPORT-REC END-WRITE
           MOVE CY-PERIOD-DATE (WS-CYCLE-IDX) TO CL-PERIOD-DATE
           MOVE CY-RUN-ID (WS-CYCLE-IDX)      TO CL-RUN-ID
           IF CY-PERIOD-DATE (WS-CYCLE-IDX) = WS-CUR-PERIOD-DATE
              AND CY-RUN-ID (WS-CYCLE-IDX) = WS-CUR-RUN-ID
               MOVE '** CURRENT **' TO CL-CURRENT
           ELSE
               MOVE SPACES TO CL-CURRENT
           END-IF
           WRITE CYCLE-REPORT-REC FROM CR-CYCLE-LINE END-WRITE
           MOVE 0 TO WS-DONE-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-OUTSTANDING-COUNT
           MOVE WS-RUN-COMPANY TO LDE-COMPANY
           MOVE CY-PERIOD-DATE (WS-CYCLE-IDX) TO LDE-PERIOD-DATE
           MOVE CY-RUN-ID (WS-CYCLE-IDX)      TO LDE-RUN-ID
           MOVE SPACE                         TO LDE-MODE
           MOVE CY-PAY-STEP (WS-CYCLE-IDX)    TO LDE-STEP
           PERFORM 125-REPORT-CYCLE-STEP
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 4
               MOVE CYCLE-STEP-NAME (WS-STEP-IDX) TO LDE-STEP
               PERFORM 125-REPORT-CYCLE-STEP
           END-PERFORM
           PERFORM 130-REPORT-CYCLE-OTHERS
           MOVE WS-DONE-COUNT        TO CN-DONE
           MOVE WS-FAILED-COUNT      TO CN-FAILED
           MOVE WS-OUTSTANDING-COUNT TO CN-OUTSTANDING
           WRITE CYCLE-REPORT-REC FROM CR-COUNT-LINE END-WRITE.

       125-REPORT-CYCLE-STEP.
           MOVE WS-ENTRY-KEY TO LG-KEY
           PERFORM 830-READ-LEDGER-ENTRY
           IF WS-LEDGER-FOUND = 'Y'
               PERFORM 160-FORMAT-ENTRY
               IF LG-COMPLETED
                   ADD 1 TO WS-DONE-COUNT
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           ELSE
               MOVE SPACES TO CR-DETAIL-LINE
               MOVE LDE-PERIOD-DATE TO DL-PERIOD-DATE
               MOVE LDE-RUN-ID      TO DL-RUN-ID
               MOVE LDE-STEP        TO DL-STEP
               MOVE 'OUTSTANDING'   TO DL-STATUS
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           WRITE CYCLE-REPORT-REC FROM CR-DETAIL-LINE END-WRITE.

       130-REPORT-CYCLE-OTHERS.
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE WS-ENTRY-KEY TO LG-KEY
           MOVE LOW-VALUES TO LG-STEP
           MOVE LOW-VALUES TO LG-MODE
           START CYCLE-LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ CYCLE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF LG-COMPANY NOT = LDE-COMPANY
                          OR LG-PERIOD-DATE NOT = LDE-PERIOD-DATE
                          OR LG-RUN-ID NOT = LDE-RUN-ID
                           MOVE 'Y' TO WS-LEDGER-EOF
                       ELSE
                           PERFORM 135-CHECK-EXPECTED-STEP
                           IF WS-EXPECTED-STEP = 'N'
                               PERFORM 160-FORMAT-ENTRY
                               WRITE CYCLE-REPORT-REC
                                   FROM CR-DETAIL-LINE
                               END-WRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       135-CHECK-EXPECTED-STEP.
           MOVE 'N' TO WS-EXPECTED-STEP
           IF LG-STEP = CY-PAY-STEP (WS-CYCLE-IDX)
               MOVE 'Y' TO WS-EXPECTED-STEP
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 4
               IF LG-STEP = CYCLE-STEP-NAME (WS-STEP-IDX)
                   MOVE 'Y' TO WS-EXPECTED-STEP
               END-IF
           END-PERFORM.

      *--------------------------------------------------------
      * ENTRIES FOR LDE-COMPANY FROM THE OLDEST CYCLE LISTED
      * ON THAT ARE NOT PART OF A LISTED CYCLE - THE COMPANY'S
      * TAX, YEAR-END, SUTA, LEAVE, WC AND PUNCH IMPORT STEPS,
      * OR THE '*ALL' STEPS THAT ARE NOT TIED TO ONE COMPANY.
      *--------------------------------------------------------
       140-REPORT-OTHER-STEPS.
           MOVE 0 TO WS-OTHER-COUNT
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES TO LG-KEY
           MOVE LDE-COMPANY TO LG-COMPANY
           MOVE WS-SINCE-DATE TO LG-PERIOD-DATE
           START CYCLE-LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ CYCLE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF LG-COMPANY NOT = LDE-COMPANY
                           MOVE 'Y' TO WS-LEDGER-EOF
                       ELSE
                           PERFORM 145-CHECK-CYCLE-LISTED
                           IF WS-CYCLE-LISTED = 'N'
                              AND LG-STEP NOT = 'CURRENT'
                               PERFORM 160-FORMAT-ENTRY
                               WRITE CYCLE-REPORT-REC
                                   FROM CR-DETAIL-LINE
                               END-WRITE
                               ADD 1 TO WS-OTHER-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OTHER-COUNT = 0
               MOVE 'NONE POSTED' TO ML-TEXT
               WRITE CYCLE-REPORT-REC FROM CR-MESSAGE-LINE
               END-WRITE
           END-IF.

       145-CHECK-CYCLE-LISTED.
           MOVE 'N' TO WS-CYCLE-LISTED
           IF LG-COMPANY = WS-RUN-COMPANY
               PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
                       UNTIL WS-CYCLE-IDX > WS-CYCLE-COUNT
                   IF LG-PERIOD-DATE = CY-PERIOD-DATE (WS-CYCLE-IDX)
                      AND LG-RUN-ID = CY-RUN-ID (WS-CYCLE-IDX)
                       MOVE 'Y' TO WS-CYCLE-LISTED
                       MOVE WS-CYCLE-COUNT TO WS-CYCLE-IDX
                   END-IF
               END-PERFORM
           END-IF.

       150-WRITE-SECTION-LINE.
           MOVE SPACES TO CYCLE-REPORT-REC
           WRITE CYCLE-REPORT-REC END-WRITE
           MOVE WS-SINCE-DATE TO SL-SINCE-DATE
           WRITE CYCLE-REPORT-REC FROM CR-SECTION-LINE END-WRITE.

      *--------------------------------------------------------
      * A STEP LEFT AT S NEVER POSTED ITS COMPLETION - IT IS
      * STILL RUNNING OR IT STOPPED SHORT (AN ABEND OR A FATAL
      * STOP) - AND IS SHOWN AS FAILED UNTIL IT IS RERUN.
      *--------------------------------------------------------
       160-FORMAT-ENTRY.
           MOVE SPACES TO CR-DETAIL-LINE
           MOVE LG-PERIOD-DATE TO DL-PERIOD-DATE
           MOVE LG-RUN-ID      TO DL-RUN-ID
           MOVE LG-STEP        TO DL-STEP
           MOVE LG-MODE        TO DL-MODE
           EVALUATE TRUE
               WHEN LG-COMPLETED
                   MOVE 'DONE' TO DL-STATUS
                   IF LG-RETURN-CODE > 0
                       MOVE 'COMPLETED WITH WARNINGS' TO DL-REMARKS
                   END-IF
               WHEN LG-FAILED
                   MOVE 'FAILED' TO DL-STATUS
                   MOVE 'FAILING RETURN CODE' TO DL-REMARKS
               WHEN OTHER
                   MOVE 'FAILED' TO DL-STATUS
                   MOVE 'STARTED - NO COMPLETION POSTED'
                       TO DL-REMARKS
           END-EVALUATE
           MOVE LG-RUN-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO DL-RUNS
           MOVE LG-START-DATE TO DL-START-DATE
           MOVE LG-START-TIME TO WS-TIME-8
           MOVE WS-TIME-HHMMSS TO DL-START-TIME
           IF NOT LG-STARTED
               MOVE LG-RETURN-CODE TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO DL-RC
               MOVE LG-END-DATE TO DL-END-DATE
               MOVE LG-END-TIME TO WS-TIME-8
               MOVE WS-TIME-HHMMSS TO DL-END-TIME
           END-IF.

       830-READ-LEDGER-ENTRY.
           READ CYCLE-LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEDGER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-FOUND
           END-READ.
