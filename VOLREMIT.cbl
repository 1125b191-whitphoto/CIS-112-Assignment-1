            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PA-KEY
            FILE STATUS IS WS-PAYEE-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REMIT-REPORT-FILE ASSIGN TO "REMITRPT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  PA-CASE-NUMBER       PIC X(15).
       FD  REMIT-REPORT-FILE.
       01  REMIT-REPORT-REC PIC X(110).
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  EOF PIC X VALUE 'N'.
       01  WS-RUNTOT-STATUS      PIC XX.
           88  PAYEE-FILE-AVAILABLE  VALUE 'Y'.
           88  PAYEE-FILE-MISSING    VALUE 'N'.
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
           05  LDS-STEP             PIC X(8) VALUE 'VOLREMIT'.
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
      * A COMPANY'S CURRENT CYCLE - THE LAST PAY STEP STARTED.
      *--------------------------------------------------------
       01  WS-CUR-COMPANY        PIC X(4).
       01  WS-CUR-PERIOD-DATE    PIC 9(8).
       01  WS-CUR-RUN-ID         PIC X(2).
       01  WS-CUR-STEP           PIC X(8).
      *--------------------------------------------------------
      * EVERY DETAIL RECORD IS HELD WITH ITS RESOLVED PAYEE SO
      * THE REPORT CAN PRINT EACH PAYEE'S EMPLOYEES TOGETHER.
      * AN UNASSIGNED DEDUCTION LANDS ON THE ?????? PAYEE AND
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
      *--------------------------------------------------------
      * A MISSING PAYEE MASTER JUST MEANS EVERY DEDUCTION
      * LANDS IN THE UNASSIGNED SECTION FOR THE BOOKKEEPER.
           IF PAYEE-FILE-AVAILABLE
               CLOSE PAYEE-ASSIGN-FILE
           END-IF
           PERFORM 815-POST-STEP-END
           STOP RUN.

       110-LOAD-DETAIL.
           END-IF
           WRITE REMIT-REPORT-REC FROM REMIT-MESSAGE-LINE
           END-WRITE.

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
      * RUNTOTAL.TXT AND THE REMITTANCE DETAIL MUST BELONG TO
      * THE COMPANY'S CURRENT CYCLE, AND THAT CYCLE'S PAY STEP
      * MUST HAVE COMPLETED - A PART-WRITTEN REMITDTL.TXT WOULD
      * SHORT-PAY THE PAYEES. RUNTOTAL.TXT CARRIES NO RUN ID,
      * SO THE CURRENT CYCLE SUPPLIES IT.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE RT-COMPANY-CODE TO WS-CUR-COMPANY
           PERFORM 825-READ-CURRENT-CYCLE
           IF WS-CUR-PERIOD-DATE NOT = RT-PERIOD-END-DATE
               DISPLAY 'FATAL: RUNTOTAL.TXT IS FOR ' RT-COMPANY-CODE
                   ' PERIOD ' RT-PERIOD-END-DATE ' BUT THE CURRENT '
                   'CYCLE IS PERIOD ' WS-CUR-PERIOD-DATE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RT-COMPANY-CODE    TO LDS-COMPANY
           MOVE RT-PERIOD-END-DATE TO LDS-PERIOD-DATE
           MOVE WS-CUR-RUN-ID      TO LDS-RUN-ID
           MOVE WS-STEP-KEY        TO WS-PREREQ-KEY
           MOVE WS-CUR-STEP        TO LDP-STEP
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
