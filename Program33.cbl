       program-id. Program33 as "Program33".

       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETER-FILE-IN
           ASSIGN TO
           "C:\Users\Administrator\Downloads\PARMFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS-WS.
       SELECT LOCK-FILE
           ASSIGN TO STULOCK-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS-WS.
       SELECT PAYMENT-PLAN-FILE-IN
           ASSIGN TO PLANFILE-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS-WS.
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
       SELECT AUDIT-TRAIL-FILE-IN
           ASSIGN TO AUDIT-INPUT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS-WS.
       SELECT INDEXED-STUDENT-FILE
           ASSIGN TO STUFILE4-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES
               FILE STATUS IS STATUS-FIELD.
       SELECT AUDIT-SORT-WORK ASSIGN TO "LATESORT.TMP".
       SELECT AUDIT-SORTED-FILE
           ASSIGN TO "C:\Users\Administrator\Downloads\LATESORTD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIT-TRAIL-FILE-OUT
           ASSIGN TO STUAUDIT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JOURNAL-FILE-OUT
           ASSIGN TO STUJRNL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LATE-FEE-REGISTER-OUT
           ASSIGN TO LATEREG-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD PARAMETER-FILE-IN.
       01 PARAMETER-RECORD-IN.
           05 PARM-KEYWORD PIC X(12).
           05 PARM-VALUE   PIC X(68).
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-HOLDER    PIC X(8).
           05 FILLER         PIC X(1).
           05 LOCK-TIMESTAMP PIC X(21).
       FD PAYMENT-PLAN-FILE-IN.
       01 PAYMENT-PLAN-RECORD-IN.
           05 PLAN-STUDENT-NUMBER   PIC 9(6).
           05 FILLER                PIC X(1).
           05 PLAN-TOTAL-AMOUNT     PIC 9(6)V99.
           05 FILLER                PIC X(1).
           05 PLAN-NUM-INSTALLMENTS PIC 9(2).
           05 FILLER                PIC X(1).
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
           05 AUDIN-STUDENT-NUMBER    PIC 9(6).
           05 FILLER                  PIC X(1).
           05 AUDIN-OLD-TUITION       PIC 9(6)V99.
           05 FILLER                  PIC X(1).
           05 AUDIN-NEW-TUITION       PIC 9(6)V99.
           05 FILLER                  PIC X(1).
           05 AUDIN-TIMESTAMP         PIC X(21).
           05 FILLER                  PIC X(1).
           05 AUDIN-SOURCE            PIC X(2).
           05 FILLER                  PIC X(1).
           05 AUDIN-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(1).
           05 AUDIN-TERM              PIC X(5).
       FD INDEXED-STUDENT-FILE.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC 9(6)V99.
           05 IND-STUDENT-NAME    PIC X(40).
           05 IND-PROGRAM-OF-STUDY    PIC X(5).
           05 IND-COURSE-COUNT    PIC 9(2).
           05 IND-COURSE-ENTRY OCCURS 10 TIMES.
               10 IND-COURSE-CODE PIC X(7).
               10 IND-AVERAGE     PIC 9(3).
               10 IND-COURSE-TERM PIC X(5).
           05 IND-STUDENT-STATUS  PIC X(1).
           05 IND-CREDIT-BALANCE  PIC 9(6)V99.
           05 IND-COLLECTION-FLAG PIC X(1).
       SD AUDIT-SORT-WORK.
       01 SORT-AUDIT-RECORD.
           05 SORT-AUDIT-STUDENT-NUMBER PIC 9(6).
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-OLD-TUITION    PIC 9(6)V99.
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-NEW-TUITION    PIC 9(6)V99.
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-TIMESTAMP      PIC X(21).
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-SOURCE         PIC X(2).
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-OPERATOR       PIC X(8).
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-TERM           PIC X(5).
       FD AUDIT-SORTED-FILE.
       01 SRT-AUDIT-RECORD.
           05 SRT-AUDIT-STUDENT-NUMBER PIC 9(6).
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-OLD-TUITION    PIC 9(6)V99.
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-NEW-TUITION    PIC 9(6)V99.
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-TIMESTAMP      PIC X(21).
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-SOURCE         PIC X(2).
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-OPERATOR       PIC X(8).
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-TERM           PIC X(5).
       FD AUDIT-TRAIL-FILE-OUT.
       01 AUDIT-RECORD-OUT.
           05 AUDIT-STUDENT-NUMBER    PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-OLD-TUITION       PIC 9(6)V99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-NEW-TUITION       PIC 9(6)V99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-TIMESTAMP         PIC X(21).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-SOURCE            PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-TERM              PIC X(5).
       FD JOURNAL-FILE-OUT.
       01 JOURNAL-RECORD-OUT.
           05 JRNL-ACTION        PIC X(1).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 JRNL-TIMESTAMP     PIC X(21).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 JRNL-BEFORE-IMAGE  PIC X(221).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 JRNL-AFTER-IMAGE   PIC X(221).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 JRNL-OPERATOR      PIC X(8).
       FD LATE-FEE-REGISTER-OUT.
       01 LATE-FEE-REGISTER-RECORD-OUT PIC X(110).

       working-storage section.
       01 STATUS-FIELD PIC X(2).
       01 PARM-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PARM PIC X(3) VALUE "NO".
       01 MISSING-PARM-NAME-WS PIC X(12).
       01 LOCK-FILE-STATUS-WS PIC X(2).
       01 LOCK-HOLDER-WS PIC X(8).
       01 LOCK-TIMESTAMP-WS PIC X(21).
       01 OVERRIDE-FLAG-WS PIC X(1).
       01 RUN-PARAMETER-VALUES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUJRNL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 PLANFILE-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 LATEREG-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 AUDIT-INPUT-NAME-WS PIC X(80) VALUE SPACES.
       01 OPENBAL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 OPENBAL-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 EOF-FLAG-AUDIT PIC X(3) VALUE "NO".
       01 OPENBAL-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 EARLIEST-PLAN-START-WS PIC 9(8) VALUE 99999999.
       01 LATE-FEE-CONTROLS.
           05 LATE-FLAT-FEE-WS    PIC 9(4)V99 VALUE ZERO.
           05 LATE-RATE-WS        PIC 9(3)V999 VALUE ZERO.
           05 GRACE-DAYS-WS       PIC 9(3) VALUE 30.
           05 MINIMUM-BALANCE-WS  PIC 9(6)V99 VALUE ZERO.
           05 LATE-FEE-CAP-WS     PIC 9(6)V99 VALUE ZERO.
       01 PLAN-FILE-STATUS-WS PIC X(2).
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PLAN PIC X(3) VALUE "NO".
       01 EOF-FLAG-SORT PIC X(3) VALUE "NO".
       01 EOF-FLAG-MASTER PIC X(3) VALUE "NO".
       01 PLAN-CURRENT-FLAG-WS PIC X(3) VALUE "NO".
       01 PLAN-TABLE-COUNT-WS PIC 9(3) VALUE ZERO.
       01 PLAN-SUB-WS PIC 9(3).
       01 SCAN-SUB-WS PIC 9(3).
       01 PAYMENT-PLAN-TABLE.
           05 PLAN-TBL-RECORD OCCURS 200 TIMES.
               10 PLAN-STUDENT-TBL      PIC 9(6).
               10 PLAN-TOTAL-TBL        PIC 9(6)V99.
               10 PLAN-INSTALLMENTS-TBL PIC 9(2).
               10 PLAN-DUE-DAY-TBL      PIC 9(2).
               10 PLAN-START-TBL        PIC 9(8).
               10 PLAN-PRIOR-PAID-TBL   PIC 9(9)V99.
       01 PLAN-PAID-WS PIC 9(9)V99 VALUE ZERO.
       01 PLAN-START-FIELDS-WS.
           05 START-YEAR-WS  PIC 9(4).
           05 START-MONTH-WS PIC 9(2).
           05 START-DAY-WS   PIC 9(2).
       01 BILLING-CONTROLS.
           05 MONTHS-DUE-WS        PIC S9(4) VALUE ZERO.
           05 INSTALLMENT-AMT-WS   PIC 9(6)V99 VALUE ZERO.
           05 EXPECTED-TO-DATE-WS  PIC 9(9)V99 VALUE ZERO.
       01 CURRENT-DATE-FIELDS-WS.
           05 CD-DATE-WS.
               10 CD-YEAR-WS  PIC 9(4).
               10 CD-MONTH-WS PIC 9(2).
               10 CD-DAY-WS   PIC 9(2).
           05 FILLER      PIC X(13).
       01 NEXT-AUDIT-STUDENT-WS PIC 9(6) VALUE ZERO.
       01 NEXT-AUDIT-DATE-WS PIC X(8) VALUE SPACES.
       01 TODAY-DATE-WS PIC 9(8).
       01 TODAY-INTEGER-WS PIC 9(8).
       01 ACTIVITY-DATE-WS PIC X(8).
       01 ACTIVITY-DATE-NUM-WS PIC 9(8).
       01 LAST-FEE-DATE-WS PIC X(8).
       01 AGE-DAYS-WS PIC S9(6) VALUE ZERO.
       01 NET-OWED-WS PIC S9(7)V99 VALUE ZERO.
       01 LATE-FEE-WS PIC 9(6)V99 VALUE ZERO.
       01 OLD-TUITION-WS PIC 9(6)V99.
       01 JOURNAL-BEFORE-IMAGE-WS PIC X(221).
       01 TERM-CODE-WS PIC X(5) VALUE SPACES.
       01 RUN-COUNTERS.
           05 STUDENTS-READ-CT    PIC 9(6) VALUE ZERO.
           05 FEES-CHARGED-CT     PIC 9(6) VALUE ZERO.
           05 PLACED-SKIPPED-CT   PIC 9(6) VALUE ZERO.
           05 BELOW-MINIMUM-CT    PIC 9(6) VALUE ZERO.
           05 WITHIN-GRACE-CT     PIC 9(6) VALUE ZERO.
           05 ALREADY-CHARGED-CT  PIC 9(6) VALUE ZERO.
           05 PLAN-CURRENT-CT     PIC 9(6) VALUE ZERO.
           05 TOTAL-FEES-WS       PIC 9(9)V99 VALUE ZERO.
       01 LATE-FEE-REGISTER-LINE.
           05 LATREG-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LATREG-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LATREG-AGE-DAYS-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LATREG-NET-OWED-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LATREG-FEE-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LATREG-NEW-BALANCE-OUT PIC ZZZ,ZZ9.99.
       01 LATE-FEE-REGISTER-HEADER.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NAME".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "   DAYS".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "  PAST DUE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "  LATE FEE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "   BALANCE".
       01 LATE-FEE-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL LATE FEES CHARGED".
           05 LATREG-COUNT-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(24) VALUE SPACES.
           05 LATREG-TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99.

       procedure division.
       100-ASSESS-LATE-FEES.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-LATE-FEE-RUN.
           PERFORM 202-ASSESS-ONE-STUDENT
               UNTIL EOF-FLAG-MASTER = "YES".
           PERFORM 203-TERMINATE-LATE-FEE-RUN.
           STOP RUN.

       201-INITIATE-LATE-FEE-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS-WS.
           MOVE CD-DATE-WS TO TODAY-DATE-WS.
           COMPUTE TODAY-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE-WS).
           PERFORM 301-LOAD-PLAN-TABLE.
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               PERFORM 315-LOAD-CLOSED-PERIODS
           END-IF.
           MOVE STUAUDIT-FILE-NAME-WS TO AUDIT-INPUT-NAME-WS.
           OPEN INPUT AUDIT-TRAIL-FILE-IN.
           IF AUDIT-FILE-STATUS-WS NOT = "00"
               DISPLAY "AUDIT TRAIL FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.
           CLOSE AUDIT-TRAIL-FILE-IN.
           PERFORM 340-ACQUIRE-MASTER-LOCK.
           SORT AUDIT-SORT-WORK
               ON ASCENDING KEY SORT-AUDIT-STUDENT-NUMBER
                                SORT-AUDIT-TIMESTAMP
               USING AUDIT-TRAIL-FILE-IN
               GIVING AUDIT-SORTED-FILE.
           OPEN INPUT AUDIT-SORTED-FILE.
           PERFORM 303-READ-SORTED-AUDIT.
           OPEN I-O INDEXED-STUDENT-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE-OUT.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN OUTPUT LATE-FEE-REGISTER-OUT.
           WRITE LATE-FEE-REGISTER-RECORD-OUT FROM
               LATE-FEE-REGISTER-HEADER.
           PERFORM 304-READ-NEXT-STUDENT.

       202-ASSESS-ONE-STUDENT.
           PERFORM 307-FIND-STUDENT-PLAN.
           PERFORM 305-FIND-LAST-ACTIVITY-DATE.
           PERFORM 306-COMPUTE-AGE-DAYS.
           PERFORM 308-CHECK-PLAN-STANDING.
           COMPUTE NET-OWED-WS =
               IND-TUITION-OWED - IND-CREDIT-BALANCE.
           EVALUATE TRUE
               WHEN NET-OWED-WS NOT > ZERO
                   CONTINUE
               WHEN IND-COLLECTION-FLAG = "C"
                   ADD 1 TO PLACED-SKIPPED-CT
               WHEN NET-OWED-WS NOT > MINIMUM-BALANCE-WS
                   ADD 1 TO BELOW-MINIMUM-CT
               WHEN AGE-DAYS-WS NOT > GRACE-DAYS-WS
                   ADD 1 TO WITHIN-GRACE-CT
               WHEN LAST-FEE-DATE-WS(1:6) = CD-DATE-WS(1:6)
                   ADD 1 TO ALREADY-CHARGED-CT
               WHEN PLAN-CURRENT-FLAG-WS = "YES"
                   ADD 1 TO PLAN-CURRENT-CT
               WHEN OTHER
                   PERFORM 309-CHARGE-LATE-FEE
           END-EVALUATE.
           PERFORM 304-READ-NEXT-STUDENT.

       203-TERMINATE-LATE-FEE-RUN.
           MOVE FEES-CHARGED-CT TO LATREG-COUNT-OUT.
           MOVE TOTAL-FEES-WS TO LATREG-TOTAL-OUT.
           WRITE LATE-FEE-REGISTER-RECORD-OUT FROM
               LATE-FEE-TOTAL-LINE.
           CLOSE INDEXED-STUDENT-FILE AUDIT-SORTED-FILE
                 AUDIT-TRAIL-FILE-OUT JOURNAL-FILE-OUT
                 LATE-FEE-REGISTER-OUT.
           IF OPENBAL-PRESENT-FLAG-WS = "YES"
               CLOSE OPENBAL-FILE-IN
           END-IF.
           PERFORM 341-RELEASE-MASTER-LOCK.
           DISPLAY "STUDENTS READ:       " STUDENTS-READ-CT.
           DISPLAY "LATE FEES CHARGED:   " FEES-CHARGED-CT.
           DISPLAY "PLACED WITH AGENCY:  " PLACED-SKIPPED-CT.
           DISPLAY "BELOW MINIMUM:       " BELOW-MINIMUM-CT.
           DISPLAY "WITHIN GRACE PERIOD: " WITHIN-GRACE-CT.
           DISPLAY "CHARGED THIS MONTH:  " ALREADY-CHARGED-CT.
           DISPLAY "CURRENT ON PLAN:     " PLAN-CURRENT-CT.
           DISPLAY "TOTAL LATE FEES:     " TOTAL-FEES-WS.

       301-LOAD-PLAN-TABLE.
           MOVE ZERO TO PLAN-TABLE-COUNT-WS.
           IF PLANFILE-FILE-NAME-WS NOT = SPACES
               OPEN INPUT PAYMENT-PLAN-FILE-IN
               IF PLAN-FILE-STATUS-WS = "00"
                   PERFORM 302-LOAD-ONE-PLAN-ENTRY
                       UNTIL EOF-FLAG-PLAN = "YES"
                   CLOSE PAYMENT-PLAN-FILE-IN
               ELSE
                   DISPLAY "PAYMENT PLAN FILE NOT FOUND -- NO PLAN "
                       "EXEMPTIONS APPLIED"
               END-IF
           END-IF.

       302-LOAD-ONE-PLAN-ENTRY.
           READ PAYMENT-PLAN-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PLAN
               NOT AT END
                   IF PLAN-TABLE-COUNT-WS >= 200
                       DISPLAY "PLAN TABLE FULL -- RUN ABORTED"
                       STOP RUN
                   END-IF
                   ADD 1 TO PLAN-TABLE-COUNT-WS
                   MOVE PLAN-STUDENT-NUMBER TO
                       PLAN-STUDENT-TBL(PLAN-TABLE-COUNT-WS)
                   MOVE PLAN-TOTAL-AMOUNT TO
                       PLAN-TOTAL-TBL(PLAN-TABLE-COUNT-WS)
                   MOVE PLAN-NUM-INSTALLMENTS TO
                       PLAN-INSTALLMENTS-TBL(PLAN-TABLE-COUNT-WS)
                   MOVE PLAN-DUE-DAY TO
                       PLAN-DUE-DAY-TBL(PLAN-TABLE-COUNT-WS)
                   MOVE PLAN-START-DATE TO
                       PLAN-START-TBL(PLAN-TABLE-COUNT-WS)
                   MOVE ZERO TO
                       PLAN-PRIOR-PAID-TBL(PLAN-TABLE-COUNT-WS)
                   IF PLAN-START-DATE < EARLIEST-PLAN-START-WS
                       MOVE PLAN-START-DATE TO EARLIEST-PLAN-START-WS
                   END-IF
           END-READ.

       303-READ-SORTED-AUDIT.
           READ AUDIT-SORTED-FILE
               AT END
                   MOVE "YES" TO EOF-FLAG-SORT
               NOT AT END
                   MOVE SRT-AUDIT-STUDENT-NUMBER TO
                       NEXT-AUDIT-STUDENT-WS
                   MOVE SRT-AUDIT-TIMESTAMP(1:8) TO
                       NEXT-AUDIT-DATE-WS
           END-READ.

       304-READ-NEXT-STUDENT.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG-MASTER
               NOT AT END ADD 1 TO STUDENTS-READ-CT
           END-READ.

       305-FIND-LAST-ACTIVITY-DATE.
           MOVE SPACES TO ACTIVITY-DATE-WS.
           MOVE SPACES TO LAST-FEE-DATE-WS.
           MOVE ZERO TO PLAN-PAID-WS.
           IF PLAN-SUB-WS > ZERO
               MOVE PLAN-PRIOR-PAID-TBL(PLAN-SUB-WS) TO PLAN-PAID-WS
           END-IF.
           IF OPENBAL-PRESENT-FLAG-WS = "YES"
               MOVE IND-STUDENT-NUMBER TO OB-STUDENT-NUMBER
               READ OPENBAL-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OB-LAST-ACTIVITY-DATE TO ACTIVITY-DATE-WS
               END-READ
           END-IF.
           PERFORM UNTIL EOF-FLAG-SORT = "YES"
                   OR NEXT-AUDIT-STUDENT-WS > IND-STUDENT-NUMBER
               IF NEXT-AUDIT-STUDENT-WS = IND-STUDENT-NUMBER
                   PERFORM 313-APPLY-ACTIVITY-ENTRY
               END-IF
               PERFORM 303-READ-SORTED-AUDIT
           END-PERFORM.

       306-COMPUTE-AGE-DAYS.
           IF ACTIVITY-DATE-WS = SPACES
               OR ACTIVITY-DATE-WS IS NOT NUMERIC
               MOVE 999 TO AGE-DAYS-WS
           ELSE
               MOVE ACTIVITY-DATE-WS TO ACTIVITY-DATE-NUM-WS
               COMPUTE AGE-DAYS-WS = TODAY-INTEGER-WS -
                   FUNCTION INTEGER-OF-DATE(ACTIVITY-DATE-NUM-WS)
           END-IF.

       307-FIND-STUDENT-PLAN.
           MOVE ZERO TO PLAN-SUB-WS.
           PERFORM VARYING SCAN-SUB-WS FROM 1 BY 1
                   UNTIL SCAN-SUB-WS > PLAN-TABLE-COUNT-WS
                   OR PLAN-SUB-WS > ZERO
               IF PLAN-STUDENT-TBL(SCAN-SUB-WS) = IND-STUDENT-NUMBER
                   MOVE SCAN-SUB-WS TO PLAN-SUB-WS
               END-IF
           END-PERFORM.

       308-CHECK-PLAN-STANDING.
           MOVE "NO" TO PLAN-CURRENT-FLAG-WS.
           IF PLAN-SUB-WS > ZERO
               AND PLAN-INSTALLMENTS-TBL(PLAN-SUB-WS) > ZERO
               AND PLAN-PAID-WS < PLAN-TOTAL-TBL(PLAN-SUB-WS)
               PERFORM 314-COMPUTE-EXPECTED-TO-DATE
               IF PLAN-PAID-WS >= EXPECTED-TO-DATE-WS
                   MOVE "YES" TO PLAN-CURRENT-FLAG-WS
               END-IF
           END-IF.

       309-CHARGE-LATE-FEE.
           COMPUTE LATE-FEE-WS ROUNDED = LATE-FLAT-FEE-WS +
               NET-OWED-WS * LATE-RATE-WS / 100.
           IF LATE-FEE-CAP-WS > ZERO AND LATE-FEE-WS > LATE-FEE-CAP-WS
               MOVE LATE-FEE-CAP-WS TO LATE-FEE-WS
           END-IF.
           IF LATE-FEE-WS > ZERO
               MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS
               MOVE IND-TUITION-OWED TO OLD-TUITION-WS
               ADD LATE-FEE-WS TO IND-TUITION-OWED
               REWRITE INDEXED-FILE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR STUDENT "
                           IND-STUDENT-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO FEES-CHARGED-CT
                       ADD LATE-FEE-WS TO TOTAL-FEES-WS
                       PERFORM 310-WRITE-AUDIT-RECORD
                       PERFORM 311-WRITE-JOURNAL-RECORD
                       PERFORM 312-WRITE-REGISTER-LINE
               END-REWRITE
           END-IF.

       310-WRITE-AUDIT-RECORD.
           MOVE IND-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE OLD-TUITION-WS TO AUDIT-OLD-TUITION.
           MOVE IND-TUITION-OWED TO AUDIT-NEW-TUITION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE "LATEFEE" TO AUDIT-OPERATOR.
           MOVE TERM-CODE-WS TO AUDIT-TERM.
           MOVE "LF" TO AUDIT-SOURCE.
           WRITE AUDIT-RECORD-OUT.

       311-WRITE-JOURNAL-RECORD.
           MOVE "U" TO JRNL-ACTION.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP.
           MOVE "LATEFEE" TO JRNL-OPERATOR.
           MOVE JOURNAL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE.
           MOVE INDEXED-FILE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD-OUT.

       312-WRITE-REGISTER-LINE.
           MOVE IND-STUDENT-NUMBER TO LATREG-STUDENT-NUMBER-OUT.
           MOVE IND-STUDENT-NAME TO LATREG-STUDENT-NAME-OUT.
           MOVE AGE-DAYS-WS TO LATREG-AGE-DAYS-OUT.
           MOVE NET-OWED-WS TO LATREG-NET-OWED-OUT.
           MOVE LATE-FEE-WS TO LATREG-FEE-OUT.
           MOVE IND-TUITION-OWED TO LATREG-NEW-BALANCE-OUT.
           WRITE LATE-FEE-REGISTER-RECORD-OUT FROM
               LATE-FEE-REGISTER-LINE.

       313-APPLY-ACTIVITY-ENTRY.
           IF SRT-AUDIT-SOURCE = "LF"
               MOVE NEXT-AUDIT-DATE-WS TO LAST-FEE-DATE-WS
           ELSE
               IF SRT-AUDIT-SOURCE NOT = "SB"
                   MOVE NEXT-AUDIT-DATE-WS TO ACTIVITY-DATE-WS
               END-IF
           END-IF.
           IF PLAN-SUB-WS > ZERO
               AND SRT-AUDIT-SOURCE = "PY"
               AND SRT-AUDIT-NEW-TUITION < SRT-AUDIT-OLD-TUITION
               AND SRT-AUDIT-TIMESTAMP(1:8) >=
                   PLAN-START-TBL(PLAN-SUB-WS)
               COMPUTE PLAN-PAID-WS = PLAN-PAID-WS +
                   SRT-AUDIT-OLD-TUITION - SRT-AUDIT-NEW-TUITION
           END-IF.

       314-COMPUTE-EXPECTED-TO-DATE.
           MOVE PLAN-START-TBL(PLAN-SUB-WS) TO PLAN-START-FIELDS-WS.
           COMPUTE MONTHS-DUE-WS =
               (CD-YEAR-WS * 12 + CD-MONTH-WS) -
               (START-YEAR-WS * 12 + START-MONTH-WS).
           IF CD-DAY-WS >= PLAN-DUE-DAY-TBL(PLAN-SUB-WS)
               ADD 1 TO MONTHS-DUE-WS
           END-IF.
           IF MONTHS-DUE-WS < ZERO
               MOVE ZERO TO MONTHS-DUE-WS
           END-IF.
           IF MONTHS-DUE-WS > PLAN-INSTALLMENTS-TBL(PLAN-SUB-WS)
               MOVE PLAN-INSTALLMENTS-TBL(PLAN-SUB-WS) TO
                   MONTHS-DUE-WS
           END-IF.
           IF MONTHS-DUE-WS = PLAN-INSTALLMENTS-TBL(PLAN-SUB-WS)
               MOVE PLAN-TOTAL-TBL(PLAN-SUB-WS) TO
                   EXPECTED-TO-DATE-WS
           ELSE
               COMPUTE INSTALLMENT-AMT-WS ROUNDED =
                   PLAN-TOTAL-TBL(PLAN-SUB-WS) /
                   PLAN-INSTALLMENTS-TBL(PLAN-SUB-WS)
               COMPUTE EXPECTED-TO-DATE-WS =
                   INSTALLMENT-AMT-WS * MONTHS-DUE-WS
           END-IF.

       315-LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-CLOSE-FILE-IN.
           IF PERIOD-FILE-STATUS-WS = "00"
               PERFORM 316-LOAD-ONE-CLOSED-PERIOD
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

       316-LOAD-ONE-CLOSED-PERIOD.
           READ PERIOD-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
               NOT AT END
                   MOVE PC-OPENBAL-FILE-NAME TO OPENBAL-FILE-NAME-WS
                   IF PLAN-TABLE-COUNT-WS > ZERO
                       AND PC-PERIOD-END-DATE >= EARLIEST-PLAN-START-WS
                       MOVE PC-HISTORY-FILE-NAME TO AUDIT-INPUT-NAME-WS
                       MOVE "NO" TO EOF-FLAG-AUDIT
                       OPEN INPUT AUDIT-TRAIL-FILE-IN
                       IF AUDIT-FILE-STATUS-WS = "00"
                           PERFORM 317-APPLY-CLOSED-PERIOD-ENTRY
                               UNTIL EOF-FLAG-AUDIT = "YES"
                           CLOSE AUDIT-TRAIL-FILE-IN
                       ELSE
                           DISPLAY "AUDIT HISTORY FOR PERIOD ENDING "
                               PC-PERIOD-END-DATE " NOT FOUND -- "
                               "PLAN PAYMENTS NOT COUNTED"
                       END-IF
                   END-IF
           END-READ.

       317-APPLY-CLOSED-PERIOD-ENTRY.
           READ AUDIT-TRAIL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-AUDIT
               NOT AT END
                   IF AUDIN-SOURCE = "PY"
                       AND AUDIN-NEW-TUITION < AUDIN-OLD-TUITION
                       PERFORM 318-ADD-PRIOR-PLAN-PAYMENT
                   END-IF
           END-READ.

       318-ADD-PRIOR-PLAN-PAYMENT.
           PERFORM VARYING SCAN-SUB-WS FROM 1 BY 1
                   UNTIL SCAN-SUB-WS > PLAN-TABLE-COUNT-WS
               IF PLAN-STUDENT-TBL(SCAN-SUB-WS) = AUDIN-STUDENT-NUMBER
                   AND AUDIN-TIMESTAMP(1:8) >=
                       PLAN-START-TBL(SCAN-SUB-WS)
                   COMPUTE PLAN-PRIOR-PAID-TBL(SCAN-SUB-WS) =
                       PLAN-PRIOR-PAID-TBL(SCAN-SUB-WS) +
                       AUDIN-OLD-TUITION - AUDIN-NEW-TUITION
               END-IF
           END-PERFORM.

       330-LOAD-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE-IN.
           IF PARM-FILE-STATUS-WS NOT = "00"
               DISPLAY "PARAMETER FILE PARMFILE.TXT NOT FOUND -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.
           PERFORM 331-APPLY-ONE-PARAMETER
               UNTIL EOF-FLAG-PARM = "YES".
           CLOSE PARAMETER-FILE-IN.
           PERFORM 332-CHECK-REQUIRED-PARAMETERS.

       331-APPLY-ONE-PARAMETER.
           READ PARAMETER-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PARM
               NOT AT END
                   EVALUATE FUNCTION TRIM(PARM-KEYWORD)
                       WHEN "STUFILE4"
                           MOVE PARM-VALUE TO STUFILE4-FILE-NAME-WS
                       WHEN "STUAUDIT"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "STUJRNL"
                           MOVE PARM-VALUE TO STUJRNL-FILE-NAME-WS
                       WHEN "STULOCK"
                           MOVE PARM-VALUE TO STULOCK-FILE-NAME-WS
                       WHEN "PLANFILE"
                           MOVE PARM-VALUE TO PLANFILE-FILE-NAME-WS
                       WHEN "LATEREG"
                           MOVE PARM-VALUE TO LATEREG-FILE-NAME-WS
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
                       WHEN "LATEFLAT"
                           PERFORM 334-APPLY-FLAT-FEE
                       WHEN "LATERATE"
                           PERFORM 335-APPLY-INTEREST-RATE
                       WHEN "LATEGRACE"
                           PERFORM 336-APPLY-GRACE-DAYS
                       WHEN "LATEMIN"
                           PERFORM 337-APPLY-MINIMUM-BALANCE
                       WHEN "LATECAP"
                           PERFORM 338-APPLY-FEE-CAP
                       WHEN "TERMCODE"
                           MOVE PARM-VALUE TO TERM-CODE-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF STUFILE4-FILE-NAME-WS = SPACES
               MOVE "STUFILE4" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUAUDIT-FILE-NAME-WS = SPACES
               MOVE "STUAUDIT" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUJRNL-FILE-NAME-WS = SPACES
               MOVE "STUJRNL" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STULOCK-FILE-NAME-WS = SPACES
               MOVE "STULOCK" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF LATEREG-FILE-NAME-WS = SPACES
               MOVE "LATEREG" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF LATE-FLAT-FEE-WS = ZERO AND LATE-RATE-WS = ZERO
               DISPLAY "NEITHER LATEFLAT NOR LATERATE IS SET "
                   "IN PARMFILE.TXT -- RUN ABORTED"
               STOP RUN
           END-IF.
           IF TERM-CODE-WS = SPACES
               MOVE "TERMCODE" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

       334-APPLY-FLAT-FEE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 0
               AND FUNCTION NUMVAL(PARM-VALUE) < 10000
               COMPUTE LATE-FLAT-FEE-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER LATEFLAT -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       335-APPLY-INTEREST-RATE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 0
               AND FUNCTION NUMVAL(PARM-VALUE) <= 100
               COMPUTE LATE-RATE-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER LATERATE -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       336-APPLY-GRACE-DAYS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 0
               AND FUNCTION NUMVAL(PARM-VALUE) <= 999
               COMPUTE GRACE-DAYS-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER LATEGRACE -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       337-APPLY-MINIMUM-BALANCE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 0
               COMPUTE MINIMUM-BALANCE-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER LATEMIN -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       338-APPLY-FEE-CAP.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 0
               COMPUTE LATE-FEE-CAP-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER LATECAP -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       340-ACQUIRE-MASTER-LOCK.
           MOVE SPACES TO LOCK-HOLDER-WS.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-STATUS-WS = "00"
               READ LOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE LOCK-HOLDER TO LOCK-HOLDER-WS
                       MOVE LOCK-TIMESTAMP TO LOCK-TIMESTAMP-WS
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           IF LOCK-HOLDER-WS NOT = SPACES
               DISPLAY "STUDENT MASTER IN USE BY " LOCK-HOLDER-WS
                   " SINCE " LOCK-TIMESTAMP-WS
               DISPLAY "SUPERVISED OVERRIDE OF A CRASHED SESSION "
                   "(Y/N)? "
               ACCEPT OVERRIDE-FLAG-WS
               IF OVERRIDE-FLAG-WS = "Y" OR OVERRIDE-FLAG-WS = "y"
                   DISPLAY "LOCK OVERRIDDEN -- PROCEEDING"
               ELSE
                   DISPLAY "LATE FEE RUN NOT STARTED"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "LATEFEE" TO LOCK-HOLDER.
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       341-RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       end program Program33.
