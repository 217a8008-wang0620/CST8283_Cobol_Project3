           ASSIGN TO PLANFILE-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS-WS.
       SELECT PERIOD-CLOSE-FILE-IN
           ASSIGN TO PERIODCL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS-WS.
       SELECT AUDIT-TRAIL-FILE-IN
           ASSIGN TO AUDIT-INPUT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS-WS.
       SELECT INDEXED-STUDENT-FILE-IN
           05 PLAN-DUE-DAY          PIC 9(2).
           05 FILLER                PIC X(1).
           05 PLAN-START-DATE       PIC 9(8).
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
       FD AUDIT-TRAIL-FILE-IN.
       01 AUDIT-RECORD-IN.
           05 AUDIT-STUDENT-NUMBER    PIC 9(6).
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 PLANSTAT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 AUDIT-INPUT-NAME-WS PIC X(80) VALUE SPACES.
       01 PLAN-FILE-STATUS-WS PIC X(2).
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 EARLIEST-PLAN-START-WS PIC 9(8) VALUE 99999999.
       01 EOF-FLAG-PLAN PIC X(3) VALUE "NO".
       01 EOF-FLAG-AUDIT PIC X(3) VALUE "NO".
       01 PLAN-FOUND-FLAG PIC X(3) VALUE "NO".
                   MOVE PLAN-START-DATE TO
                       PLAN-START-TBL(PLAN-TABLE-COUNT-WS)
                   MOVE ZERO TO PLAN-PAID-TBL(PLAN-TABLE-COUNT-WS)
                   IF PLAN-START-DATE < EARLIEST-PLAN-START-WS
                       MOVE PLAN-START-DATE TO EARLIEST-PLAN-START-WS
                   END-IF
           END-READ.

       202-SUM-PLAN-PAYMENTS.
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               PERFORM 308-SUM-CLOSED-PERIOD-PAYMENTS
           END-IF.
           MOVE STUAUDIT-FILE-NAME-WS TO AUDIT-INPUT-NAME-WS.
           MOVE "NO" TO EOF-FLAG-AUDIT.
           OPEN INPUT AUDIT-TRAIL-FILE-IN.
           IF AUDIT-FILE-STATUS-WS = "00"
               PERFORM 303-APPLY-ONE-AUDIT-ENTRY
               END-IF
           END-PERFORM.

       308-SUM-CLOSED-PERIOD-PAYMENTS.
           OPEN INPUT PERIOD-CLOSE-FILE-IN.
           IF PERIOD-FILE-STATUS-WS = "00"
               PERFORM 309-SUM-ONE-CLOSED-PERIOD
                   UNTIL EOF-FLAG-PERIOD-CLOSE = "YES"
               CLOSE PERIOD-CLOSE-FILE-IN
           END-IF.

       309-SUM-ONE-CLOSED-PERIOD.
           READ PERIOD-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
               NOT AT END
                   IF PC-PERIOD-END-DATE >= EARLIEST-PLAN-START-WS
                       MOVE PC-HISTORY-FILE-NAME TO AUDIT-INPUT-NAME-WS
                       MOVE "NO" TO EOF-FLAG-AUDIT
                       OPEN INPUT AUDIT-TRAIL-FILE-IN
                       IF AUDIT-FILE-STATUS-WS = "00"
                           PERFORM 303-APPLY-ONE-AUDIT-ENTRY
                               UNTIL EOF-FLAG-AUDIT = "YES"
                           CLOSE AUDIT-TRAIL-FILE-IN
                       ELSE
                           DISPLAY "AUDIT HISTORY FOR PERIOD ENDING "
                               PC-PERIOD-END-DATE " NOT FOUND -- "
                               "PAYMENTS NOT COUNTED"
                       END-IF
                   END-IF
           END-READ.

       203-REPORT-PLAN-STATUS.
           PERFORM 305-REPORT-ONE-PLAN
               VARYING PLAN-SUB-WS FROM 1 BY 1
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "PLANSTAT"
                           MOVE PARM-VALUE TO PLANSTAT-FILE-NAME-WS
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
