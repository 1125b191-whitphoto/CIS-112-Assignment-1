            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LH-KEY
            FILE STATUS IS WS-HIST-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------------
      * THE LIVE INDEX CARRIES THE SAME PAYHISTR LAYOUT AS THE
      * ARCHIVE FD ABOVE - ONLY THE KEY IS NAMED HERE (THE
      * PH- NAMES BELONG TO THE ARCHIVE COPY) AND THE BODY IS
      * CARRIED AS FILLER, 140 BYTES FROM PH-DEPT THROUGH
      * PH-STATE-DETAIL.
      *--------------------------------------------------------
       FD  PAY-HISTORY-FILE.
       01  LIVE-HISTORY-REC.
               10  LH-COMPANY       PIC X(4).
               10  LH-EMP-ID        PIC 9(6).
               10  LH-PERIOD-DATE   PIC 9(8).
               10  LH-RUN-ID        PIC X(2).
           05  FILLER               PIC X(140).
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX.
       01  WS-ARCHIVE-STATUS     PIC XX.
       01  WS-HIST-STATUS        PIC XX.
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
           05  LDS-STEP             PIC X(8) VALUE 'HISTPURG'.
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
       01  WS-RETAIN-YEARS       PIC 9(2) VALUE 7.
       01  WS-CUTOFF-DATE        PIC 9(8).
       01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 105-READ-PARAMETER
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           OPEN I-O PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN PAY-HISTORY-FILE '
           PERFORM 130-WRITE-MARKER
           PERFORM 140-WRITE-TRAILER
           CLOSE PAY-HISTORY-FILE, PURGE-REPORT-FILE
           PERFORM 815-POST-STEP-END
           STOP RUN.

       105-READ-PARAMETER.
           MOVE 'ERRORS' TO PT-LABEL
           MOVE WS-ERROR-COUNT TO PT-VALUE
           WRITE PURGE-REPORT-REC FROM PURGE-TRAILER-LINE END-WRITE.

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
      * THE PURGE COVERS EVERY COMPANY, AND A PAY STEP THAT
      * NEVER COMPLETED STILL HAS A RESTART PENDING ON
      * CHECKPT.DAT THAT EXPECTS ITS HISTORY TO BE THERE - NO
      * PURGE WHILE ANY PAY STEP IS OPEN ON THE LEDGER. THE
      * PURGE POSTS UNDER COMPANY *ALL FOR THE RUN DATE.
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
