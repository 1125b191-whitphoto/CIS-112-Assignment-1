            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-KEY
            FILE STATUS IS WS-HIST-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE.
           05  HA-PURGE-RUN-DATE    PIC 9(8).
       FD  PAY-HISTORY-FILE.
           COPY PAYHISTR.
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  EOF PIC X VALUE 'N'.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-MATCH-COUNT        PIC 9(4).
       01  WS-MARKER-STATUS      PIC XX.
       01  WS-ARCHIVED-THRU      PIC 9(8) VALUE 0.
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
           05  LDS-STEP             PIC X(8) VALUE 'PAYHINQ'.
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
       01  HIST-HEADING-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
           05  FILLER               PIC X(9) VALUE 'FICA'.
           05  FILLER               PIC X(10) VALUE 'VOL-DED'.
           05  FILLER               PIC X(10) VALUE 'NET'.
           05  FILLER               PIC X(4) VALUE 'ADJ '.
           05  FILLER               PIC X(3) VALUE 'RUN'.
       01  HIST-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  HD-PERIOD            PIC 9(8).
           05  HD-NET               PIC ZZZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  HD-VOID-FLAG         PIC X.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  HD-RUN-ID            PIC X(2).
       01  HIST-MESSAGE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  HMS-TEXT             PIC X(40).
       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           OPEN INPUT INQUIRY-FILE
           OPEN OUTPUT HISTORY-REPORT-FILE
           OPEN INPUT PAY-HISTORY-FILE
           END-PERFORM
           CLOSE INQUIRY-FILE, HISTORY-REPORT-FILE,
                 PAY-HISTORY-FILE
           PERFORM 815-POST-STEP-END
           STOP RUN.

      *--------------------------------------------------------
           MOVE IQ-COMPANY   TO PH-COMPANY
           MOVE IQ-EMP-ID    TO PH-EMP-ID
           MOVE IQ-FROM-DATE TO PH-PERIOD-DATE
           MOVE SPACES       TO PH-RUN-ID
           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           MOVE PH-VOL-DED     TO HD-VOL-DED
           MOVE PH-NET         TO HD-NET
           MOVE PH-VOID-FLAG   TO HD-VOID-FLAG
           MOVE PH-RUN-ID      TO HD-RUN-ID
           WRITE HISTORY-REPORT-REC FROM HIST-DETAIL-LINE END-WRITE
           ADD 1 TO WS-MATCH-COUNT.

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
      * AN INQUIRY CHANGES NOTHING, SO A PAY STEP STILL OPEN ON
      * THE LEDGER DOES NOT STOP IT - BUT THAT CYCLE'S HISTORY
      * MAY BE ONLY PARTLY WRITTEN, AND THE OPERATOR IS TOLD SO.
      * INQUIRIES POST UNDER COMPANY *ALL FOR THE RUN DATE.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           MOVE '*ALL'      TO LDS-COMPANY
           MOVE WS-RUN-DATE TO LDS-PERIOD-DATE
           MOVE SPACES      TO LDS-RUN-ID
           MOVE SPACES      TO WS-SCAN-COMPANY
           PERFORM 820-FIND-PAY-IN-PROGRESS
           IF WS-PAY-BUSY = 'Y'
               DISPLAY 'WARNING: ' LDB-STEP ' FOR ' LDB-COMPANY
                   ' PERIOD ' LDB-PERIOD-DATE ' RUN ' LDB-RUN-ID
                   ' NEVER COMPLETED - ITS HISTORY MAY BE INCOMPLETE'
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
