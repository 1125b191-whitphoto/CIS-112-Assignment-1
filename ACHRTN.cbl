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
      *--------------------------------------------------------
           COPY EMPMASTR.
       FD  PAY-HISTORY-FILE.
           COPY PAYHISTR.
       FD  CYCLE-LEDGER-FILE.
           COPY CYCLEDGR.
       WORKING-STORAGE SECTION.
       01  EOF PIC X VALUE 'N'.
       01  WS-RETURN-STATUS      PIC XX.
       01  WS-MASTER-STATUS      PIC XX.
       01  WS-HIST-STATUS        PIC XX.
       01  WS-HIST-EOF           PIC X.
       01  WS-HIST-FOUND         PIC X.
       01  WS-HIST-AMT-MATCH     PIC X.
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
           05  LDS-STEP             PIC X(8) VALUE 'ACHRTN'.
           05  LDS-MODE             PIC X VALUE SPACE.
      *--------------------------------------------------------
      * THE PAY CYCLES THE RETURNED ITEMS BELONG TO, TAKEN IN A
      * FIRST PASS OF THE RETURN FILE. EACH IS CHECKED AND
      * POSTED ON THE LEDGER ON ITS OWN.
      *--------------------------------------------------------
       01  WS-LEDGER-EOF         PIC X.
       01  WS-CYCLE-FOUND        PIC X.
       01  WS-CYCLE-RELEASED     PIC X.
       01  WS-CYCLE-COUNT        PIC 9(2) VALUE 0.
       01  WS-CYCLE-IDX          PIC 9(2).
       01  WS-RETURN-CYCLE-TABLE.
           05  WS-RETURN-CYCLE OCCURS 20 TIMES.
               10  RCY-COMPANY      PIC X(4).
               10  RCY-PERIOD-DATE  PIC 9(8).
               10  RCY-RUN-ID       PIC X(2).
       01  WS-ITEM-NAME          PIC X(20).
       01  WS-DISPOSITION        PIC X(30).
      *--------------------------------------------------------
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 808-POST-CYCLE-STARTS
           OPEN I-O EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'FATAL: CANNOT OPEN EMPLOYEE-MASTER-FILE '
           PERFORM 190-WRITE-TRAILER
           CLOSE BANK-RETURN-FILE, RETURN-REPORT-FILE,
                 EMPLOYEE-MASTER-FILE, PAY-HISTORY-FILE
           PERFORM 809-POST-CYCLE-ENDS
           STOP RUN.

      *--------------------------------------------------------
           ADD BR-AMOUNT TO WS-ITEM-AMOUNT
           MOVE SPACES TO WS-ITEM-NAME
           MOVE SPACES TO WS-DISPOSITION
           PERFORM 115-FIND-HISTORY-ITEM
           IF WS-HIST-FOUND = 'N'
               MOVE 'NO PAY HISTORY FOR ITEM'
                   TO WS-DISPOSITION
               ADD 1 TO WS-UNMATCHED-COUNT
           ELSE
               IF WS-HIST-AMT-MATCH = 'N'
                   MOVE 'AMOUNT DIFFERS FROM HISTORY'
                       TO WS-DISPOSITION
               END-IF
           END-IF
           PERFORM 120-FLAG-MASTER-BANK
           PERFORM 130-WRITE-RETURN-LINE.

      *--------------------------------------------------------
      * THE SAME PAY DATE CAN CARRY THE REGULAR RUN AND AN
      * OFF-CYCLE SUPPLEMENTAL RUN, AND THE BANK ITEM DOES NOT
      * SAY WHICH. EVERY RUN'S RECORD FOR THE DATE IS TRIED AND
      * THE ONE WHOSE NET PAY MATCHES THE ITEM IS TAKEN.
      *--------------------------------------------------------
       115-FIND-HISTORY-ITEM.
           MOVE 'N' TO WS-HIST-FOUND
           MOVE 'N' TO WS-HIST-AMT-MATCH
           MOVE 'N' TO WS-HIST-EOF
           MOVE BR-COMPANY     TO PH-COMPANY
           MOVE BR-EMP-ID      TO PH-EMP-ID
           MOVE BR-PERIOD-DATE TO PH-PERIOD-DATE
           MOVE SPACES         TO PH-RUN-ID
           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = 'Y' OR WS-HIST-AMT-MATCH = 'Y'
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF PH-COMPANY NOT = BR-COMPANY
                          OR PH-EMP-ID NOT = BR-EMP-ID
                          OR PH-PERIOD-DATE NOT = BR-PERIOD-DATE
                           MOVE 'Y' TO WS-HIST-EOF
                       ELSE
                           IF WS-HIST-FOUND = 'N'
                              OR PH-NET = BR-AMOUNT
                               MOVE 'Y' TO WS-HIST-FOUND
                               MOVE PH-NAME TO WS-ITEM-NAME
                           END-IF
                           IF PH-NET = BR-AMOUNT
                               MOVE 'Y' TO WS-HIST-AMT-MATCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       120-FLAG-MASTER-BANK.
           MOVE BR-COMPANY TO EMP-COMPANY-MASTER
           MOVE 'ITEMS WITHOUT PAY HISTORY' TO RTL-LABEL
           MOVE WS-UNMATCHED-COUNT TO RTL-VALUE
           WRITE RETURN-REPORT-REC FROM RTN-TRAILER-LINE END-WRITE.

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
      * A RETURNED ITEM CAN ONLY BE OURS ONCE PAYRECON HAS
      * RELEASED THE CYCLE'S EFT FILE, SO EVERY COMPANY AND
      * PERIOD ON THE RETURN FILE MUST HAVE A PAYRECON RUN
      * THAT ENDED WITH RETURN CODE 0 BEFORE ANY MASTER IS
      * TOUCHED. THE FILE IS THEN REOPENED FOR THE REAL PASS.
      *--------------------------------------------------------
       805-CHECK-PREREQUISITES.
           PERFORM UNTIL EOF = 'Y'
               READ BANK-RETURN-FILE
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM 806-NOTE-RETURN-CYCLE
               END-READ
           END-PERFORM
           CLOSE BANK-RETURN-FILE
           OPEN INPUT BANK-RETURN-FILE
           MOVE 'N' TO EOF.

       806-NOTE-RETURN-CYCLE.
           MOVE 'N' TO WS-CYCLE-FOUND
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
               UNTIL WS-CYCLE-IDX > WS-CYCLE-COUNT
               IF RCY-COMPANY (WS-CYCLE-IDX) = BR-COMPANY
                  AND RCY-PERIOD-DATE (WS-CYCLE-IDX) = BR-PERIOD-DATE
                   MOVE 'Y' TO WS-CYCLE-FOUND
                   MOVE WS-CYCLE-COUNT TO WS-CYCLE-IDX
               END-IF
           END-PERFORM
           IF WS-CYCLE-FOUND = 'N'
               IF WS-CYCLE-COUNT = 20
                   DISPLAY 'FATAL: RETURN FILE SPANS MORE THAN 20 '
                       'PAY CYCLES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CYCLE-COUNT
               MOVE BR-COMPANY     TO RCY-COMPANY (WS-CYCLE-COUNT)
               MOVE BR-PERIOD-DATE TO RCY-PERIOD-DATE (WS-CYCLE-COUNT)
               PERFORM 807-CHECK-EFT-RELEASED
           END-IF.

      *--------------------------------------------------------
      * THE BANK ITEM DOES NOT CARRY THE RUN ID, SO A RELEASE
      * BY ANY RUN FOR THE PERIOD SATISFIES IT, AND THAT RUN'S
      * ID IS THE ONE THIS STEP POSTS UNDER.
      *--------------------------------------------------------
       807-CHECK-EFT-RELEASED.
           MOVE 'N' TO WS-CYCLE-RELEASED
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES     TO LG-KEY
           MOVE BR-COMPANY     TO LG-COMPANY
           MOVE BR-PERIOD-DATE TO LG-PERIOD-DATE
           START CYCLE-LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ CYCLE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF LG-COMPANY NOT = BR-COMPANY
                          OR LG-PERIOD-DATE NOT = BR-PERIOD-DATE
                           MOVE 'Y' TO WS-LEDGER-EOF
                       ELSE
                           IF LG-STEP = 'PAYRECON'
                              AND LG-COMPLETED
                              AND LG-RETURN-CODE = 0
                               MOVE 'Y' TO WS-CYCLE-RELEASED
                               MOVE LG-RUN-ID
                                   TO RCY-RUN-ID (WS-CYCLE-COUNT)
                               MOVE 'Y' TO WS-LEDGER-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CYCLE-RELEASED = 'N'
               DISPLAY 'FATAL: NO EFT RELEASE BY PAYRECON ON THE '
                   'CYCLE LEDGER FOR ' BR-COMPANY ' PERIOD '
                   BR-PERIOD-DATE ' - RETURN FILE NOT PROCESSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       808-POST-CYCLE-STARTS.
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
               UNTIL WS-CYCLE-IDX > WS-CYCLE-COUNT
               MOVE RCY-COMPANY (WS-CYCLE-IDX)     TO LDS-COMPANY
               MOVE RCY-PERIOD-DATE (WS-CYCLE-IDX) TO LDS-PERIOD-DATE
               MOVE RCY-RUN-ID (WS-CYCLE-IDX)      TO LDS-RUN-ID
               PERFORM 810-POST-STEP-START
           END-PERFORM.

       809-POST-CYCLE-ENDS.
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
               UNTIL WS-CYCLE-IDX > WS-CYCLE-COUNT
               MOVE RCY-COMPANY (WS-CYCLE-IDX)     TO LDS-COMPANY
               MOVE RCY-PERIOD-DATE (WS-CYCLE-IDX) TO LDS-PERIOD-DATE
               MOVE RCY-RUN-ID (WS-CYCLE-IDX)      TO LDS-RUN-ID
               PERFORM 815-POST-STEP-END
           END-PERFORM
           CLOSE CYCLE-LEDGER-FILE.

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
