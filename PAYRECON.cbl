      * RECONCILIATION REPORT, AND ONLY COPIES THE EFT FILE  *
      * TO THE RELEASE FILE FOR TRANSMISSION WHEN EVERY      *
      * COMPARISON TIES OUT. AN OUT-OF-BALANCE RUN ENDS WITH *
      * RETURN-CODE 8 AND NO RELEASE FILE. A BALANCED RUN IS *
      * ALSO HELD (RETURN-CODE 8) UNTIL THE PRE-RELEASE      *
      * VARIANCE REVIEW (VARCTL.TXT) HAS BEEN RUN FOR THE    *
      * SAME COMPANY AND PERIOD WITH EVERY FLAGGED ITEM      *
      * APPROVED OR THE RUN OVERRIDDEN.                      *
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHECK-PRINT-FILE ASSIGN TO "CHECKPRT.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECK-STATUS.
           SELECT VARIANCE-CONTROL-FILE ASSIGN TO "VARCTL.TXT"
            ORGANIZATION  IS LINE SEQUENTIAL
            FILE STATUS IS WS-VARCTL-STATUS.
           SELECT CYCLE-LEDGER-FILE ASSIGN TO "CYCLEDGR.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LG-KEY
            FILE STATUS IS WS-LEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TOTALS-FILE.
           05  CK-EMP-ID            PIC 9(6).
           05  CK-NAME              PIC X(20).
           05  CK-NET-AMOUNT        PIC 9(7)V99.
      *--------------------------------------------------------
      * SAME LAYOUT THE VARIANCE REVIEW WRITES.
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
       01  WS-RUNTOT-STATUS      PIC XX.
       01  WS-EFT-STATUS         PIC XX.
       01  WS-IN-BALANCE         PIC X VALUE 'Y'.
           88  RUN-IN-BALANCE        VALUE 'Y'.
           88  RUN-OUT-OF-BALANCE    VALUE 'N'.
      *--------------------------------------------------------
      * VARIANCE REVIEW GATE - CLEAR ONLY WHEN THE REVIEW FOR
      * THIS COMPANY AND PERIOD LEFT NOTHING OUTSTANDING.
      *--------------------------------------------------------
       01  WS-VARCTL-STATUS      PIC XX.
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
           05  LDS-STEP             PIC X(8) VALUE 'PAYRECON'.
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
       01  WS-REVIEW-CLEAR       PIC X VALUE 'N'.
           88  REVIEW-CLEAR          VALUE 'Y'.
       01  WS-COMPARE-A          PIC S9(9)V99.
       01  WS-COMPARE-B          PIC S9(9)V99.
       01  RECON-HEADING-LINE.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM 800-OPEN-LEDGER
           PERFORM 805-CHECK-PREREQUISITES
           PERFORM 810-POST-STEP-START
           OPEN OUTPUT RECON-REPORT-FILE
           WRITE RECON-REPORT-REC FROM RECON-HEADING-LINE END-WRITE
           MOVE SPACES TO RECON-REPORT-REC
           PERFORM 115-SUM-CHECK-FILE
           PERFORM 120-SCAN-REPORT-TRAILER
           PERFORM 130-COMPARE-TOTALS
           PERFORM 150-CHECK-VARIANCE-REVIEW
           IF RUN-IN-BALANCE AND REVIEW-CLEAR
               PERFORM 140-RELEASE-EFT-FILE
               MOVE 'RUN IN BALANCE - EFT FILE RELEASED AS '
                   TO RCN-MESSAGE
               WRITE RECON-REPORT-REC FROM RECON-MESSAGE-LINE
               END-WRITE
           ELSE
               IF RUN-IN-BALANCE
                   MOVE 'RUN IN BALANCE - EFT HELD FOR VARIANCE '
                       TO RCN-MESSAGE
                   MOVE 'REVIEW' TO RCN-MESSAGE (40:)
                   WRITE RECON-REPORT-REC FROM RECON-MESSAGE-LINE
                   END-WRITE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'RUN OUT OF BALANCE - EFT FILE NOT RELEASED'
                       TO RCN-MESSAGE
                   WRITE RECON-REPORT-REC FROM RECON-MESSAGE-LINE
                   END-WRITE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE RUN-TOTALS-FILE, RECON-REPORT-FILE
           PERFORM 815-POST-STEP-END
           STOP RUN.

       110-SUM-EFT-FILE.
               END-READ
           END-PERFORM
           CLOSE EFT-FILE, EFT-RELEASE-FILE.

      *--------------------------------------------------------
      * A RUN THAT BALANCES CAN STILL PAY SOMEONE THE WRONG
      * AMOUNT - THE VARIANCE REVIEW MUST HAVE BEEN RUN FOR
      * THIS COMPANY AND PERIOD, AND FOR THE RUN ID OF THE
      * CURRENT CYCLE (RUNTOTAL.TXT CARRIES NONE), SO THE
      * SIGN-OFF FOR A REGULAR RUN NEVER RELEASES A
      * SUPPLEMENTAL RUN ON THE SAME DATE OR THE REVERSE. EVERY
      * ITEM IT FLAGGED MUST BE APPROVED OR THE WHOLE RUN
      * OVERRIDDEN BEFORE THE EFT FILE GOES OUT. THE REVIEW
      * FIGURES ARE PRINTED EITHER WAY.
      *--------------------------------------------------------
       150-CHECK-VARIANCE-REVIEW.
           MOVE 'N' TO WS-REVIEW-CLEAR
           OPEN INPUT VARIANCE-CONTROL-FILE
           IF WS-VARCTL-STATUS NOT = '00'
               MOVE 'VARIANCE REVIEW (VARCTL.TXT) HAS NOT BEEN RUN'
                   TO RCN-MESSAGE
               WRITE RECON-REPORT-REC FROM RECON-MESSAGE-LINE
               END-WRITE
           ELSE
               READ VARIANCE-CONTROL-FILE
                   AT END
                       MOVE 'VARIANCE REVIEW CONTROL FILE IS EMPTY'
                           TO RCN-MESSAGE
                       WRITE RECON-REPORT-REC FROM RECON-MESSAGE-LINE
                       END-WRITE
                   NOT AT END
                       PERFORM 155-TEST-VARIANCE-REVIEW
               END-READ
               CLOSE VARIANCE-CONTROL-FILE
           END-IF
           MOVE SPACES TO RECON-REPORT-REC
           WRITE RECON-REPORT-REC END-WRITE.

       155-TEST-VARIANCE-REVIEW.
           IF VC-COMPANY NOT = RT-COMPANY-CODE
              OR VC-PERIOD-DATE NOT = RT-PERIOD-END-DATE
              OR VC-RUN-ID NOT = WS-CUR-RUN-ID
               MOVE 'VARIANCE REVIEW IS FOR A DIFFERENT RUN'
                   TO RCN-MESSAGE
               WRITE RECON-REPORT-REC FROM RECON-MESSAGE-LINE
               END-WRITE
           ELSE
               MOVE 'VARIANCE ITEMS FLAGGED / APPROVED' TO RCN-LABEL
               MOVE VC-FLAGGED  TO RCN-VALUE-A
               MOVE VC-APPROVED TO RCN-VALUE-B
               MOVE SPACES TO RCN-STATUS
               WRITE RECON-REPORT-REC FROM RECON-DETAIL-LINE
               END-WRITE
               MOVE 'VARIANCE ITEMS OUTSTANDING' TO RCN-LABEL
               MOVE VC-OUTSTANDING TO RCN-VALUE-A
               MOVE 0 TO RCN-VALUE-B
               IF VC-OUTSTANDING = 0
                   MOVE 'CLEAR' TO RCN-STATUS
                   SET REVIEW-CLEAR TO TRUE
               ELSE
                   IF VC-OVERRIDE-BY NOT = SPACES
                       MOVE 'OVERRIDDEN' TO RCN-STATUS
                       SET REVIEW-CLEAR TO TRUE
                   ELSE
                       MOVE 'NOT APPROVED' TO RCN-STATUS
                   END-IF
               END-IF
               WRITE RECON-REPORT-REC FROM RECON-DETAIL-LINE
               END-WRITE
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
      * RUNTOTAL.TXT MUST BELONG TO ITS COMPANY'S CURRENT CYCLE
      * - A LEFT-OVER FILE FROM AN EARLIER PERIOD WOULD RELEASE
      * THE WRONG EFT FILE - AND THAT CYCLE'S PAY STEP AND ITS
      * VARIANCE REVIEW MUST BOTH HAVE COMPLETED. RUNTOTAL.TXT
      * CARRIES NO RUN ID, SO THE CURRENT CYCLE SUPPLIES IT.
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
           PERFORM 845-REQUIRE-PREREQ
           MOVE 'VARIANCE'         TO LDP-STEP
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
