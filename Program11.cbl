           ASSIGN TO RUNCTL-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RC-FILE-STATUS-WS.
       SELECT PERIOD-CLOSE-FILE-IN
           ASSIGN TO PERIODCL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS-WS.
       SELECT OPENBAL-FILE-IN
           ASSIGN TO OPENBAL-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-STUDENT-NUMBER
               FILE STATUS IS OPENBAL-STATUS-WS.
       SELECT AUDIT-TRAIL-FILE-IN
           ASSIGN TO STUAUDIT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
           05 RC-RECORD-COUNT     PIC 9(6).
           05 FILLER              PIC X(1).
           05 RC-TOTAL-TUITION    PIC 9(9)V99.
       FD PERIOD-CLOSE-FILE-IN.
       01 PERIOD-CLOSE-RECORD-IN.
           05 PC-PERIOD-START-DATE     PIC 9(8).
           05 FILLER                   PIC X(1).
           05 PC-PERIOD-END-DATE       PIC 9(8).
           05 FILLER                   PIC X(1).
           05 PC-CLOSE-TIMESTAMP       PIC X(21).
           05 FILLER                   PIC X(1).
           05 PC-AUDIT-RECORD-COUNT    PIC 9(7).
           05 FILLER                   PIC X(1).
           05 PC-PRIOR-BALANCE-TOTAL   PIC 9(9)V99.
           05 FILLER                   PIC X(1).
           05 PC-INCREASE-TOTAL        PIC 9(9)V99.
           05 FILLER                   PIC X(1).
           05 PC-DECREASE-TOTAL        PIC 9(9)V99.
           05 FILLER                   PIC X(1).
           05 PC-STUDENT-COUNT         PIC 9(6).
           05 FILLER                   PIC X(1).
           05 PC-OPENING-BALANCE-TOTAL PIC 9(9)V99.
           05 FILLER                   PIC X(1).
           05 PC-OPENING-CREDIT-TOTAL  PIC 9(9)V99.
           05 FILLER                   PIC X(1).
           05 PC-HISTORY-FILE-NAME     PIC X(80).
           05 FILLER                   PIC X(1).
           05 PC-OPENBAL-FILE-NAME     PIC X(80).
       FD OPENBAL-FILE-IN.
       01 OPENBAL-RECORD-IN.
           05 OB-STUDENT-NUMBER        PIC 9(6).
           05 OB-TUITION-OWED          PIC 9(6)V99.
           05 OB-CREDIT-BALANCE        PIC 9(6)V99.
           05 OB-LAST-ACTIVITY-DATE    PIC X(8).
           05 OB-LAST-PAYMENT-DATE     PIC X(8).
           05 OB-LATE-FEES             PIC 9(6)V99.
           05 OB-PERIOD-END-DATE       PIC 9(8).
       FD AUDIT-TRAIL-FILE-IN.
       01 AUDIT-RECORD-IN.
           05 AUDIT-STUDENT-NUMBER    PIC 9(6).
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 RUNCTL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 OPENBAL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 RC-FILE-STATUS-WS PIC X(2).
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 OPENBAL-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 EOF-FLAG-OPENBAL PIC X(3) VALUE "NO".
       01 PERIOD-CLOSE-FOUND-FLAG PIC X(3) VALUE "NO".
       01 PERIOD-CLOSE-VERIFIED-FLAG PIC X(3) VALUE "YES".
       01 LAST-PERIOD-CLOSE-WS PIC X(276).
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-AUDIT PIC X(3) VALUE "NO".
       01 EOF-FLAG-MASTER PIC X(3) VALUE "NO".
           05 EXPECTED-TUITION-WS  PIC S9(10)V99 VALUE ZERO.
           05 ACTUAL-TUITION-WS    PIC 9(9)V99 VALUE ZERO.
           05 DISCREPANCY-WS       PIC S9(10)V99 VALUE ZERO.
       01 PERIOD-CLOSE-TOTALS.
           05 ROLL-FORWARD-DIFF-WS PIC S9(10)V99 VALUE ZERO.
           05 OPENBAL-TOTAL-WS     PIC 9(9)V99 VALUE ZERO.
           05 OPENBAL-DIFF-WS      PIC S9(10)V99 VALUE ZERO.
           05 OPENBAL-COUNT-DIFF-WS PIC S9(7) VALUE ZERO.
       01 RUN-COUNTERS.
           05 AUDIT-ENTRIES-CT   PIC 9(6) VALUE ZERO.
           05 MASTER-RECORDS-CT  PIC 9(6) VALUE ZERO.
           05 OPENBAL-RECORDS-CT PIC 9(6) VALUE ZERO.
           05 CLOSED-PERIOD-ENTRIES-CT PIC 9(6) VALUE ZERO.
       01 REPORT-DETAIL-LINE.
           05 REPORT-LABEL-OUT   PIC X(28).
           05 REPORT-AMOUNT-OUT  PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 REPORT-COUNT-LINE.
           05 REPORT-COUNT-LABEL-OUT PIC X(28).
           05 REPORT-COUNT-OUT       PIC -Z,ZZZ,ZZ9.
       01 REPORT-PERIOD-LINE.
           05 FILLER PIC X(28) VALUE "PERIOD CLOSE CONTROL FOR".
           05 REPORT-PERIOD-START-OUT PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 REPORT-PERIOD-END-OUT PIC 9(8).
       01 REPORT-HEADER.
           05 FILLER PIC X(34) VALUE
               "DAILY TUITION BALANCING REPORT".
           PERFORM 201-READ-RUN-CONTROL-BASELINE.
           PERFORM 202-SUM-AUDIT-TRAIL-ACTIVITY.
           PERFORM 203-SUM-MASTER-FILE-TUITION.
           IF PERIOD-CLOSE-FOUND-FLAG = "YES"
               PERFORM 205-VERIFY-PERIOD-CLOSE
           END-IF.
           PERFORM 204-WRITE-BALANCING-REPORT.
           GOBACK.

       201-READ-RUN-CONTROL-BASELINE.
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               PERFORM 301-FIND-LAST-PERIOD-CLOSE
           END-IF.
           IF PERIOD-CLOSE-FOUND-FLAG = "YES"
               MOVE PC-OPENING-BALANCE-TOTAL TO BASELINE-TUITION-WS
               MOVE PC-OPENBAL-FILE-NAME TO OPENBAL-FILE-NAME-WS
           ELSE
               PERFORM 303-READ-RUNCTL-BASELINE
           END-IF.

       303-READ-RUNCTL-BASELINE.
           OPEN INPUT RUN-CONTROL-FILE-IN.
           IF RC-FILE-STATUS-WS = "00"
               READ RUN-CONTROL-FILE-IN
                       AT END MOVE "YES" TO EOF-FLAG-AUDIT
                       NOT AT END
                           ADD 1 TO AUDIT-ENTRIES-CT
                           IF PERIOD-CLOSE-FOUND-FLAG = "YES"
                               AND AUDIT-TIMESTAMP(1:8) NOT >
                               PC-PERIOD-END-DATE
                               ADD 1 TO CLOSED-PERIOD-ENTRIES-CT
                           END-IF
                           COMPUTE AUDIT-NET-CHANGE-WS =
                               AUDIT-NET-CHANGE-WS +
                               AUDIT-NEW-TUITION - AUDIT-OLD-TUITION
               ACTUAL-TUITION-WS - EXPECTED-TUITION-WS.
           OPEN OUTPUT BALANCING-REPORT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-HEADER.
           IF PERIOD-CLOSE-FOUND-FLAG = "YES"
               MOVE "BASELINE (PERIOD CLOSE)" TO REPORT-LABEL-OUT
           ELSE
               MOVE "BASELINE TOTAL (RUNCTL)" TO REPORT-LABEL-OUT
           END-IF.
           MOVE BASELINE-TUITION-WS TO REPORT-AMOUNT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-DETAIL-LINE.
           MOVE "NET AUDIT TRAIL ACTIVITY" TO REPORT-LABEL-OUT.
           MOVE "DISCREPANCY" TO REPORT-LABEL-OUT.
           MOVE DISCREPANCY-WS TO REPORT-AMOUNT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-DETAIL-LINE.
           IF PERIOD-CLOSE-FOUND-FLAG = "YES"
               PERFORM 304-WRITE-PERIOD-CLOSE-LINES
           END-IF.
           EVALUATE TRUE
               WHEN DISCREPANCY-WS NOT = ZERO
                   MOVE "*** FILE IS OUT OF BALANCE -- INVESTIGATE ***"
                       TO REPORT-VERDICT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN PERIOD-CLOSE-VERIFIED-FLAG = "NO"
                   MOVE "*** PERIOD CLOSE DOES NOT VERIFY ***" TO
                       REPORT-VERDICT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "*** FILE IS IN BALANCE ***" TO
                       REPORT-VERDICT-LINE
           END-EVALUATE.
           WRITE BALANCING-RECORD-OUT FROM REPORT-VERDICT-LINE.
           CLOSE BALANCING-REPORT-OUT.
           MOVE MASTER-RECORDS-CT TO STEP-RECORDS-PROCESSED.
           DISPLAY "MASTER RECORDS READ: " MASTER-RECORDS-CT.
           DISPLAY REPORT-VERDICT-LINE.

       205-VERIFY-PERIOD-CLOSE.
           COMPUTE ROLL-FORWARD-DIFF-WS = PC-PRIOR-BALANCE-TOTAL +
               PC-INCREASE-TOTAL - PC-DECREASE-TOTAL -
               PC-OPENING-BALANCE-TOTAL.
           OPEN INPUT OPENBAL-FILE-IN.
           IF OPENBAL-STATUS-WS = "00"
               PERFORM 302-ADD-ONE-OPENING-BALANCE
                   UNTIL EOF-FLAG-OPENBAL = "YES"
               CLOSE OPENBAL-FILE-IN
           ELSE
               DISPLAY "OPENING BALANCE FILE NOT FOUND -- PERIOD "
                   "CLOSE CANNOT BE VERIFIED"
           END-IF.
           COMPUTE OPENBAL-DIFF-WS =
               OPENBAL-TOTAL-WS - PC-OPENING-BALANCE-TOTAL.
           COMPUTE OPENBAL-COUNT-DIFF-WS =
               OPENBAL-RECORDS-CT - PC-STUDENT-COUNT.
           IF ROLL-FORWARD-DIFF-WS NOT = ZERO
               OR OPENBAL-DIFF-WS NOT = ZERO
               OR OPENBAL-COUNT-DIFF-WS NOT = ZERO
               OR CLOSED-PERIOD-ENTRIES-CT > ZERO
               MOVE "NO" TO PERIOD-CLOSE-VERIFIED-FLAG
           END-IF.

       301-FIND-LAST-PERIOD-CLOSE.
           OPEN INPUT PERIOD-CLOSE-FILE-IN.
           IF PERIOD-FILE-STATUS-WS = "00"
               PERFORM UNTIL EOF-FLAG-PERIOD-CLOSE = "YES"
                   READ PERIOD-CLOSE-FILE-IN
                       AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
                       NOT AT END
                           MOVE "YES" TO PERIOD-CLOSE-FOUND-FLAG
                           MOVE PERIOD-CLOSE-RECORD-IN TO
                               LAST-PERIOD-CLOSE-WS
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CLOSE-FILE-IN
               MOVE LAST-PERIOD-CLOSE-WS TO PERIOD-CLOSE-RECORD-IN
           ELSE
               DISPLAY "PERIOD CLOSE FILE NOT FOUND -- RUNCTL "
                   "BASELINE USED"
           END-IF.

       302-ADD-ONE-OPENING-BALANCE.
           READ OPENBAL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-OPENBAL
               NOT AT END
                   ADD 1 TO OPENBAL-RECORDS-CT
                   ADD OB-TUITION-OWED TO OPENBAL-TOTAL-WS
           END-READ.

       304-WRITE-PERIOD-CLOSE-LINES.
           MOVE PC-PERIOD-START-DATE TO REPORT-PERIOD-START-OUT.
           MOVE PC-PERIOD-END-DATE TO REPORT-PERIOD-END-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-PERIOD-LINE.
           MOVE "PRIOR BALANCE (CONTROL)" TO REPORT-LABEL-OUT.
           MOVE PC-PRIOR-BALANCE-TOTAL TO REPORT-AMOUNT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-DETAIL-LINE.
           MOVE "PERIOD INCREASES (CONTROL)" TO REPORT-LABEL-OUT.
           MOVE PC-INCREASE-TOTAL TO REPORT-AMOUNT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-DETAIL-LINE.
           MOVE "PERIOD DECREASES (CONTROL)" TO REPORT-LABEL-OUT.
           MOVE PC-DECREASE-TOTAL TO REPORT-AMOUNT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-DETAIL-LINE.
           MOVE "ROLL-FORWARD DIFFERENCE" TO REPORT-LABEL-OUT.
           MOVE ROLL-FORWARD-DIFF-WS TO REPORT-AMOUNT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-DETAIL-LINE.
           MOVE "OPENING BALANCES ON FILE" TO REPORT-LABEL-OUT.
           MOVE OPENBAL-TOTAL-WS TO REPORT-AMOUNT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-DETAIL-LINE.
           MOVE "OPENING BALANCE DIFFERENCE" TO REPORT-LABEL-OUT.
           MOVE OPENBAL-DIFF-WS TO REPORT-AMOUNT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-DETAIL-LINE.
           MOVE "OPENING RECORD COUNT DIFF" TO REPORT-COUNT-LABEL-OUT.
           MOVE OPENBAL-COUNT-DIFF-WS TO REPORT-COUNT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-COUNT-LINE.
           MOVE "UNROLLED CLOSED-PERIOD ITEMS" TO
               REPORT-COUNT-LABEL-OUT.
           MOVE CLOSED-PERIOD-ENTRIES-CT TO REPORT-COUNT-OUT.
           WRITE BALANCING-RECORD-OUT FROM REPORT-COUNT-LINE.

       330-LOAD-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE-IN.
           IF PARM-FILE-STATUS-WS NOT = "00"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "RUNCTL"
                           MOVE PARM-VALUE TO RUNCTL-FILE-NAME-WS
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
