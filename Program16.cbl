               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES.
       SELECT PERIOD-CLOSE-FILE-IN
           ASSIGN TO PERIODCL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS-WS.
       SELECT OPENBAL-FILE-IN
           ASSIGN TO OPENBAL-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OB-STUDENT-NUMBER
               FILE STATUS IS OPENBAL-STATUS-WS.
       SELECT AUDIT-SORT-WORK ASSIGN TO "AGESORT.TMP".
       SELECT AUDIT-SORTED-FILE
           ASSIGN TO "C:\Users\Administrator\Downloads\AGESORTD.TXT"
           05 IND-STUDENT-STATUS  PIC X(1).
           05 IND-CREDIT-BALANCE  PIC 9(6)V99.
           05 IND-COLLECTION-FLAG PIC X(1).
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
       SD AUDIT-SORT-WORK.
       01 SORT-AUDIT-RECORD.
           05 SORT-AUDIT-STUDENT-NUMBER PIC 9(6).
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-TERM           PIC X(5).
       FD AGING-REPORT-OUT.
       01 AGING-RECORD-OUT PIC X(135).

       working-storage section.
       01 PARM-FILE-STATUS-WS PIC X(2).
       01 RUN-PARAMETER-VALUES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 OPENBAL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 OPENBAL-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 OPENBAL-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 AUDIT-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 EOF-FLAG-SORT PIC X(3) VALUE "NO".
           05 DAYS60-TOTAL-WS  PIC 9(9)V99 VALUE ZERO.
           05 DAYS90-TOTAL-WS  PIC 9(9)V99 VALUE ZERO.
           05 GRAND-TOTAL-WS   PIC 9(9)V99 VALUE ZERO.
           05 LATE-FEE-TOTAL-WS PIC 9(9)V99 VALUE ZERO.
       01 DEBTOR-COUNT-WS PIC 9(6) VALUE ZERO.
       01 NET-OWED-WS PIC S9(7)V99 VALUE ZERO.
       01 LATE-FEES-WS PIC S9(7)V99 VALUE ZERO.
       01 AGING-DETAIL-LINE.
           05 AGING-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGING-DAYS60-OUT PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(3) VALUE SPACES.
           05 AGING-DAYS90-OUT PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(3) VALUE SPACES.
           05 AGING-LATE-FEES-OUT PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 AGING-HEADER.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "   60 DAYS".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "  90+ DAYS".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE " LATE FEES".
       01 AGING-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 AGING-TOTAL-LABEL-OUT PIC X(40).
           05 AGING-TOT-DAYS60-OUT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 AGING-TOT-DAYS90-OUT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 AGING-TOT-LATE-FEES-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 AGING-GRAND-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(40) VALUE "GRAND TOTAL RECEIVABLE".
           MOVE CD-DATE-WS TO TODAY-DATE-WS.
           COMPUTE TODAY-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE-WS).
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               PERFORM 308-OPEN-OPENING-BALANCES
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE-IN.
           OPEN OUTPUT AGING-REPORT-OUT.
           WRITE AGING-RECORD-OUT FROM AGING-HEADER.
           MOVE DAYS30-TOTAL-WS TO AGING-TOT-DAYS30-OUT.
           MOVE DAYS60-TOTAL-WS TO AGING-TOT-DAYS60-OUT.
           MOVE DAYS90-TOTAL-WS TO AGING-TOT-DAYS90-OUT.
           MOVE LATE-FEE-TOTAL-WS TO AGING-TOT-LATE-FEES-OUT.
           WRITE AGING-RECORD-OUT FROM AGING-TOTAL-LINE.
           MOVE GRAND-TOTAL-WS TO AGING-GRAND-TOTAL-OUT.
           WRITE AGING-RECORD-OUT FROM AGING-GRAND-LINE.
           IF AUDIT-PRESENT-FLAG-WS = "YES"
               CLOSE AUDIT-SORTED-FILE
           END-IF.
           IF OPENBAL-PRESENT-FLAG-WS = "YES"
               CLOSE OPENBAL-FILE-IN
           END-IF.
           DISPLAY "DEBTORS AGED: " DEBTOR-COUNT-WS.

       303-READ-NEXT-STUDENT.
                   MOVE NET-OWED-WS TO AGING-DAYS90-OUT
                   ADD NET-OWED-WS TO DAYS90-TOTAL-WS
           END-EVALUATE.
           IF LATE-FEES-WS > NET-OWED-WS
               MOVE NET-OWED-WS TO LATE-FEES-WS
           END-IF.
           IF LATE-FEES-WS < ZERO
               MOVE ZERO TO LATE-FEES-WS
           END-IF.
           MOVE LATE-FEES-WS TO AGING-LATE-FEES-OUT.
           ADD LATE-FEES-WS TO LATE-FEE-TOTAL-WS.
           ADD NET-OWED-WS TO GRAND-TOTAL-WS.
           ADD 1 TO DEBTOR-COUNT-WS.
           WRITE AGING-RECORD-OUT FROM AGING-DETAIL-LINE.

       305-FIND-LAST-ACTIVITY-DATE.
           MOVE SPACES TO ACTIVITY-DATE-WS.
           MOVE ZERO TO LATE-FEES-WS.
           IF OPENBAL-PRESENT-FLAG-WS = "YES"
               MOVE IND-STUDENT-NUMBER TO OB-STUDENT-NUMBER
               READ OPENBAL-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OB-LAST-ACTIVITY-DATE TO ACTIVITY-DATE-WS
                       MOVE OB-LATE-FEES TO LATE-FEES-WS
               END-READ
           END-IF.
           IF AUDIT-PRESENT-FLAG-WS = "YES"
               PERFORM UNTIL EOF-FLAG-SORT = "YES"
                       OR NEXT-AUDIT-STUDENT-WS > IND-STUDENT-NUMBER
                   IF NEXT-AUDIT-STUDENT-WS = IND-STUDENT-NUMBER
                       PERFORM 307-APPLY-ACTIVITY-ENTRY
                   END-IF
                   PERFORM 301-READ-SORTED-AUDIT
               END-PERFORM
                   FUNCTION INTEGER-OF-DATE(ACTIVITY-DATE-NUM-WS)
           END-IF.

       307-APPLY-ACTIVITY-ENTRY.
           IF SRT-AUDIT-SOURCE = "LF"
               COMPUTE LATE-FEES-WS = LATE-FEES-WS +
                   SRT-AUDIT-NEW-TUITION - SRT-AUDIT-OLD-TUITION
           ELSE
               IF SRT-AUDIT-SOURCE NOT = "SB"
                   MOVE NEXT-AUDIT-DATE-WS TO ACTIVITY-DATE-WS
                   IF SRT-AUDIT-NEW-TUITION < SRT-AUDIT-OLD-TUITION
                       MOVE ZERO TO LATE-FEES-WS
                   END-IF
               END-IF
           END-IF.

       308-OPEN-OPENING-BALANCES.
           OPEN INPUT PERIOD-CLOSE-FILE-IN.
           IF PERIOD-FILE-STATUS-WS = "00"
               PERFORM 309-READ-PERIOD-CLOSE-RECORD
                   UNTIL EOF-FLAG-PERIOD-CLOSE = "YES"
               CLOSE PERIOD-CLOSE-FILE-IN
           END-IF.
           IF OPENBAL-FILE-NAME-WS NOT = SPACES
               OPEN INPUT OPENBAL-FILE-IN
               IF OPENBAL-STATUS-WS = "00"
                   MOVE "YES" TO OPENBAL-PRESENT-FLAG-WS
               ELSE
                   DISPLAY "OPENING BALANCE FILE NOT FOUND -- "
                       "ACTIVITY DATES FROM CURRENT PERIOD ONLY"
               END-IF
           END-IF.

       309-READ-PERIOD-CLOSE-RECORD.
           READ PERIOD-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
               NOT AT END
                   MOVE PC-OPENBAL-FILE-NAME TO OPENBAL-FILE-NAME-WS
           END-READ.

       330-LOAD-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE-IN.
           IF PARM-FILE-STATUS-WS NOT = "00"
                           MOVE PARM-VALUE TO STUFILE4-FILE-NAME-WS
                       WHEN "STUAUDIT"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
