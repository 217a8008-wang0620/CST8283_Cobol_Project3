       program-id. Program34 as "Program34".

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
       SELECT DROP-FILE-IN
           ASSIGN TO DROPTRAN-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DROP-FILE-STATUS-WS.
       SELECT REFUND-SCHEDULE-FILE-IN
           ASSIGN TO REFSCHED-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS-WS.
       SELECT FEE-SCHEDULE-FILE-IN
           ASSIGN TO
           "C:\Users\Administrator\Downloads\FEESCHED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-FILE-STATUS-WS.
       SELECT STUDENT-FILE
           ASSIGN TO STUFILE4-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES
               FILE STATUS IS STATUS-FIELD.
       SELECT AUDIT-TRAIL-FILE-OUT
           ASSIGN TO STUAUDIT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JOURNAL-FILE-OUT
           ASSIGN TO STUJRNL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DROP-REGISTER-OUT
           ASSIGN TO DROPREG-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DROP-ERROR-FILE-OUT
           ASSIGN TO DROPERR-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ENROLMENT-CONTROL-FILE
           ASSIGN TO ENRLCTL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS-WS.
       SELECT WAITLIST-FILE
           ASSIGN TO WAITLIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-FILE-STATUS-WS.
       SELECT REFUND-DUE-FILE-OUT
           ASSIGN TO REFUND-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-FILE-STATUS-WS.
       SELECT REFUND-LEDGER-FILE-OUT
           ASSIGN TO REFLEDGR-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS-WS.

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
       FD DROP-FILE-IN.
       01 DROP-RECORD-IN.
           05 DRP-STUDENT-NUMBER PIC 9(6).
           05 DRP-COURSE-CODE    PIC X(7).
           05 DRP-DROP-DATE      PIC X(8).
       FD REFUND-SCHEDULE-FILE-IN.
       01 REFUND-SCHEDULE-RECORD-IN.
           05 RFS-TERM          PIC X(5).
           05 FILLER            PIC X(1).
           05 RFS-END-DATE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 RFS-PERCENT       PIC 9(3).
       FD FEE-SCHEDULE-FILE-IN.
       01 FEE-SCHEDULE-RECORD-IN.
           05 FEE-PROGRAM-CODE    PIC X(5).
           05 FEE-BASE-AMOUNT     PIC 9(6)V99.
           05 FEE-PER-COURSE-RATE PIC 9(4)V99.
       FD STUDENT-FILE.
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
       FD DROP-REGISTER-OUT.
       01 DROP-REGISTER-RECORD-OUT PIC X(120).
       FD DROP-ERROR-FILE-OUT.
       01 DROP-ERROR-RECORD-OUT.
           05 DRPERR-STUDENT-NUMBER PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DRPERR-REASON         PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 DRPERR-RAW-RECORD     PIC X(21).
       FD ENROLMENT-CONTROL-FILE.
       01 ENROLMENT-CONTROL-RECORD.
           05 ENC-COURSE-CODE  PIC X(7).
           05 FILLER           PIC X(1).
           05 ENC-TERM         PIC X(5).
           05 FILLER           PIC X(1).
           05 ENC-CAPACITY     PIC 9(4).
           05 FILLER           PIC X(1).
           05 ENC-SEATS-TAKEN  PIC 9(4).
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-COURSE-CODE    PIC X(7).
           05 FILLER            PIC X(1).
           05 WL-TERM           PIC X(5).
           05 FILLER            PIC X(1).
           05 WL-STUDENT-NUMBER PIC 9(6).
           05 FILLER            PIC X(1).
           05 WL-REQUEST-DATE   PIC 9(8).
       FD REFUND-DUE-FILE-OUT.
       01 REFUND-DUE-RECORD-OUT.
           05 RFND-STUDENT-NUMBER PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RFND-STUDENT-NAME   PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RFND-AMOUNT         PIC 9(6)V99.
       FD REFUND-LEDGER-FILE-OUT.
       01 REFUND-LEDGER-RECORD-OUT.
           05 RL-POST-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 RL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER             PIC X(1).
           05 RL-AMOUNT          PIC 9(6)V99.
           05 FILLER             PIC X(1).
           05 RL-ENTRY-TYPE      PIC X(2).

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
           05 DROPTRAN-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 REFSCHED-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUJRNL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 DROPREG-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 DROPERR-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 ENRLCTL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 WAITLIST-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 REFUND-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 REFLEDGR-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 DROP-FILE-STATUS-WS PIC X(2).
       01 SCHEDULE-FILE-STATUS-WS PIC X(2).
       01 FEE-FILE-STATUS-WS PIC X(2).
       01 CONTROL-FILE-STATUS-WS PIC X(2).
       01 WAITLIST-FILE-STATUS-WS PIC X(2).
       01 REFUND-FILE-STATUS-WS PIC X(2).
       01 LEDGER-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-CTL PIC X(3) VALUE "NO".
       01 EOF-FLAG-WAIT PIC X(3) VALUE "NO".
       01 COURSE-ENROLLED-FLAG PIC X(3) VALUE "NO".
       01 CTL-COUNT-WS PIC 9(3) VALUE ZERO.
       01 CTL-SUB-WS PIC 9(3).
       01 SCAN-SUB-WS PIC 9(3).
       01 WAIT-COUNT-WS PIC 9(4) VALUE ZERO.
       01 WAIT-SUB-WS PIC 9(4).
       01 ENROLMENT-CONTROL-TABLE.
           05 CTL-TBL-RECORD OCCURS 500 TIMES.
               10 CTL-COURSE-TBL   PIC X(7).
               10 CTL-TERM-TBL     PIC X(5).
               10 CTL-CAPACITY-TBL PIC 9(4).
               10 CTL-TAKEN-TBL    PIC 9(4).
       01 WAITLIST-TABLE.
           05 WAIT-TBL-RECORD OCCURS 2000 TIMES.
               10 WAIT-COURSE-TBL  PIC X(7).
               10 WAIT-TERM-TBL    PIC X(5).
               10 WAIT-STUDENT-TBL PIC 9(6).
               10 WAIT-DATE-TBL    PIC 9(8).
               10 WAIT-ACTIVE-TBL  PIC X(3).
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 EOF-FLAG-SCHED PIC X(3) VALUE "NO".
       01 EOF-FLAG-FEE PIC X(3) VALUE "NO".
       01 FEE-FOUND-FLAG-WS PIC X(3) VALUE "NO".
       01 WITHDRAWN-FLAG-WS PIC X(3) VALUE "NO".
       01 REJECT-REASON-WS PIC X(30).
       01 SUB-WS PIC 9(2).
       01 DROP-SUB-WS PIC 9(2).
       01 FEE-COUNT-WS PIC 9(3) VALUE ZERO.
       01 FEE-SUB-WS PIC 9(3).
       01 SCHED-COUNT-WS PIC 9(3) VALUE ZERO.
       01 SCHED-SUB-WS PIC 9(3).
       01 FEE-SCHEDULE-TABLE.
           05 FEE-TBL-RECORD OCCURS 100 TIMES.
               10 FEE-CODE-TBL PIC X(5).
               10 FEE-RATE-TBL PIC 9(4)V99.
       01 REFUND-SCHEDULE-TABLE.
           05 SCHED-TBL-RECORD OCCURS 100 TIMES.
               10 SCHED-END-DATE-TBL PIC 9(8).
               10 SCHED-PERCENT-TBL  PIC 9(3).
       01 CURRENT-DATE-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 FILLER      PIC X(13).
       01 DROP-DATE-WS PIC 9(8).
       01 BEST-END-DATE-WS PIC 9(8).
       01 REFUND-PERCENT-WS PIC 9(3).
       01 COURSE-FEE-WS PIC 9(4)V99.
       01 DROP-CREDIT-WS PIC 9(6)V99.
       01 TUITION-CREDIT-WS PIC 9(6)V99.
       01 BALANCE-CREDIT-WS PIC 9(6)V99.
       01 OLD-TUITION-WS PIC 9(6)V99.
       01 JOURNAL-BEFORE-IMAGE-WS PIC X(221).
       01 TERM-CODE-WS PIC X(5) VALUE SPACES.
       01 RUN-COUNTERS.
           05 DROPS-READ-CT       PIC 9(6) VALUE ZERO.
           05 DROPS-PROCESSED-CT  PIC 9(6) VALUE ZERO.
           05 DROPS-REJECTED-CT   PIC 9(6) VALUE ZERO.
           05 WITHDRAWALS-CT      PIC 9(6) VALUE ZERO.
           05 WAITLIST-ENROLLED-CT PIC 9(6) VALUE ZERO.
           05 TOTAL-CREDITED-WS   PIC 9(9)V99 VALUE ZERO.
           05 REFUNDS-DUE-CT      PIC 9(6) VALUE ZERO.
           05 TOTAL-REFUND-DUE-WS PIC 9(9)V99 VALUE ZERO.
       01 DROP-REGISTER-LINE.
           05 DRPREG-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRPREG-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRPREG-COURSE-CODE-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRPREG-DROP-DATE-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRPREG-PERCENT-OUT PIC ZZ9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRPREG-CREDIT-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRPREG-BALANCE-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRPREG-STATUS-OUT PIC X(9).
       01 DROP-REGISTER-HEADER.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NAME".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "COURSE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "DROPPED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "PCT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "    CREDIT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "   BALANCE".
       01 DROP-REGISTER-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL DROP CREDITS".
           05 DRPREG-COUNT-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(26) VALUE SPACES.
           05 DRPREG-TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99.

       procedure division.
       100-PROCESS-COURSE-DROPS.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-DROP-RUN.
           PERFORM 202-PROCESS-ONE-DROP UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-DROP-RUN.
           STOP RUN.

       201-INITIATE-DROP-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
           PERFORM 310-LOAD-FEE-SCHEDULE.
           PERFORM 312-LOAD-REFUND-SCHEDULE.
           PERFORM 340-ACQUIRE-MASTER-LOCK.
           IF ENRLCTL-FILE-NAME-WS NOT = SPACES
               PERFORM 320-LOAD-ENROLMENT-CONTROL
               PERFORM 322-LOAD-WAITLIST
           END-IF.
           OPEN INPUT DROP-FILE-IN.
           IF DROP-FILE-STATUS-WS NOT = "00"
               DISPLAY "DROP TRANSACTION FILE NOT FOUND -- NOTHING "
                   "TO PROCESS"
               PERFORM 341-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE-OUT.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN OUTPUT DROP-REGISTER-OUT.
           OPEN OUTPUT DROP-ERROR-FILE-OUT.
           OPEN EXTEND REFUND-DUE-FILE-OUT.
           IF REFUND-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT REFUND-DUE-FILE-OUT
           END-IF.
           OPEN EXTEND REFUND-LEDGER-FILE-OUT.
           IF LEDGER-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT REFUND-LEDGER-FILE-OUT
           END-IF.
           WRITE DROP-REGISTER-RECORD-OUT FROM DROP-REGISTER-HEADER.
           PERFORM 302-READ-DROP-TRANSACTION.

       202-PROCESS-ONE-DROP.
           PERFORM 303-APPLY-DROP.
           PERFORM 302-READ-DROP-TRANSACTION.

       203-TERMINATE-DROP-RUN.
           MOVE DROPS-PROCESSED-CT TO DRPREG-COUNT-OUT.
           MOVE TOTAL-CREDITED-WS TO DRPREG-TOTAL-OUT.
           WRITE DROP-REGISTER-RECORD-OUT FROM
               DROP-REGISTER-TOTAL-LINE.
           CLOSE DROP-FILE-IN STUDENT-FILE AUDIT-TRAIL-FILE-OUT
                 JOURNAL-FILE-OUT DROP-REGISTER-OUT
                 DROP-ERROR-FILE-OUT REFUND-DUE-FILE-OUT
                 REFUND-LEDGER-FILE-OUT.
           IF ENRLCTL-FILE-NAME-WS NOT = SPACES
               PERFORM 326-REWRITE-ENROLMENT-CONTROL
               PERFORM 328-REWRITE-WAITLIST
           END-IF.
           PERFORM 341-RELEASE-MASTER-LOCK.
           DISPLAY "DROPS READ:      " DROPS-READ-CT.
           DISPLAY "DROPS PROCESSED: " DROPS-PROCESSED-CT.
           DISPLAY "DROPS REJECTED:  " DROPS-REJECTED-CT.
           DISPLAY "WITHDRAWALS:     " WITHDRAWALS-CT.
           DISPLAY "WAITLIST ENROLLED: " WAITLIST-ENROLLED-CT.
           DISPLAY "TOTAL CREDITED:  " TOTAL-CREDITED-WS.
           DISPLAY "REFUNDS DUE:     " REFUNDS-DUE-CT.
           DISPLAY "TOTAL REFUND DUE: " TOTAL-REFUND-DUE-WS.

       301-RECORD-REFUND-DUE.
           ADD 1 TO REFUNDS-DUE-CT.
           ADD BALANCE-CREDIT-WS TO TOTAL-REFUND-DUE-WS.
           MOVE IND-STUDENT-NUMBER TO RFND-STUDENT-NUMBER.
           MOVE IND-STUDENT-NAME TO RFND-STUDENT-NAME.
           MOVE BALANCE-CREDIT-WS TO RFND-AMOUNT.
           WRITE REFUND-DUE-RECORD-OUT.
           MOVE SPACES TO REFUND-LEDGER-RECORD-OUT.
           MOVE RUN-DATE-WS TO RL-POST-DATE.
           MOVE IND-STUDENT-NUMBER TO RL-STUDENT-NUMBER.
           MOVE BALANCE-CREDIT-WS TO RL-AMOUNT.
           MOVE "DC" TO RL-ENTRY-TYPE.
           WRITE REFUND-LEDGER-RECORD-OUT.

       302-READ-DROP-TRANSACTION.
           READ DROP-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO DROPS-READ-CT
           END-READ.

       303-APPLY-DROP.
           EVALUATE TRUE
               WHEN DRP-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO
                       REJECT-REASON-WS
                   PERFORM 700-DROP-ERROR-RTN
               WHEN DRP-COURSE-CODE = SPACES
                   MOVE "COURSE CODE MISSING" TO REJECT-REASON-WS
                   PERFORM 700-DROP-ERROR-RTN
               WHEN DRP-DROP-DATE NOT = SPACES
                   AND DRP-DROP-DATE IS NOT NUMERIC
                   MOVE "DROP DATE NOT NUMERIC" TO REJECT-REASON-WS
                   PERFORM 700-DROP-ERROR-RTN
               WHEN OTHER
                   IF DRP-DROP-DATE = SPACES
                       MOVE RUN-DATE-WS TO DROP-DATE-WS
                   ELSE
                       MOVE DRP-DROP-DATE TO DROP-DATE-WS
                   END-IF
                   PERFORM 304-READ-DROP-STUDENT
           END-EVALUATE.

       304-READ-DROP-STUDENT.
           MOVE DRP-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO REJECT-REASON-WS
                   PERFORM 700-DROP-ERROR-RTN
               NOT INVALID KEY
                   PERFORM 305-CHECK-DROP-ELIGIBILITY
           END-READ.

       305-CHECK-DROP-ELIGIBILITY.
           PERFORM 306-FIND-ENROLLED-COURSE.
           PERFORM 307-FIND-COURSE-FEE.
           EVALUATE TRUE
               WHEN IND-STUDENT-STATUS NOT = "A"
                   MOVE "STUDENT NOT ACTIVE" TO REJECT-REASON-WS
                   PERFORM 700-DROP-ERROR-RTN
               WHEN DROP-SUB-WS = ZERO
                   MOVE "NOT ENROLLED IN COURSE" TO REJECT-REASON-WS
                   PERFORM 700-DROP-ERROR-RTN
               WHEN FEE-FOUND-FLAG-WS = "NO"
                   MOVE "NO FEE SCHEDULE FOR PROGRAM" TO
                       REJECT-REASON-WS
                   PERFORM 700-DROP-ERROR-RTN
               WHEN OTHER
                   PERFORM 308-DROP-COURSE
           END-EVALUATE.

       306-FIND-ENROLLED-COURSE.
           MOVE ZERO TO DROP-SUB-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > IND-COURSE-COUNT OR SUB-WS > 10
                   OR DROP-SUB-WS > ZERO
               IF IND-COURSE-CODE(SUB-WS) = DRP-COURSE-CODE
                   AND IND-COURSE-TERM(SUB-WS) = TERM-CODE-WS
                   MOVE SUB-WS TO DROP-SUB-WS
               END-IF
           END-PERFORM.

       307-FIND-COURSE-FEE.
           MOVE "NO" TO FEE-FOUND-FLAG-WS.
           MOVE ZERO TO COURSE-FEE-WS.
           PERFORM VARYING FEE-SUB-WS FROM 1 BY 1
                   UNTIL FEE-SUB-WS > FEE-COUNT-WS
                   OR FEE-FOUND-FLAG-WS = "YES"
               IF IND-PROGRAM-OF-STUDY = FEE-CODE-TBL(FEE-SUB-WS)
                   MOVE "YES" TO FEE-FOUND-FLAG-WS
                   MOVE FEE-RATE-TBL(FEE-SUB-WS) TO COURSE-FEE-WS
               END-IF
           END-PERFORM.

       308-DROP-COURSE.
           MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS.
           MOVE IND-TUITION-OWED TO OLD-TUITION-WS.
           PERFORM 309-FIND-REFUND-PERCENT.
           COMPUTE DROP-CREDIT-WS ROUNDED =
               COURSE-FEE-WS * REFUND-PERCENT-WS / 100.
           IF DROP-CREDIT-WS > IND-TUITION-OWED
               MOVE IND-TUITION-OWED TO TUITION-CREDIT-WS
           ELSE
               MOVE DROP-CREDIT-WS TO TUITION-CREDIT-WS
           END-IF.
           COMPUTE BALANCE-CREDIT-WS =
               DROP-CREDIT-WS - TUITION-CREDIT-WS.
           SUBTRACT TUITION-CREDIT-WS FROM IND-TUITION-OWED.
           ADD BALANCE-CREDIT-WS TO IND-CREDIT-BALANCE.
           PERFORM 311-REMOVE-COURSE-ENTRY.
           PERFORM 313-CHECK-FULL-WITHDRAWAL.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO REJECT-REASON-WS
                   PERFORM 700-DROP-ERROR-RTN
               NOT INVALID KEY
                   ADD 1 TO DROPS-PROCESSED-CT
                   ADD DROP-CREDIT-WS TO TOTAL-CREDITED-WS
                   IF WITHDRAWN-FLAG-WS = "YES"
                       ADD 1 TO WITHDRAWALS-CT
                   END-IF
                   IF DROP-CREDIT-WS > ZERO
                       PERFORM 315-WRITE-AUDIT-RECORD
                   END-IF
                   PERFORM 316-WRITE-JOURNAL-RECORD
                   PERFORM 317-WRITE-REGISTER-LINE
                   IF BALANCE-CREDIT-WS > ZERO
                       PERFORM 301-RECORD-REFUND-DUE
                   END-IF
                   IF ENRLCTL-FILE-NAME-WS NOT = SPACES
                       PERFORM 319-RELEASE-SEAT
                   END-IF
           END-REWRITE.

       309-FIND-REFUND-PERCENT.
           MOVE ZERO TO REFUND-PERCENT-WS.
           MOVE 99999999 TO BEST-END-DATE-WS.
           PERFORM VARYING SCHED-SUB-WS FROM 1 BY 1
                   UNTIL SCHED-SUB-WS > SCHED-COUNT-WS
               IF SCHED-END-DATE-TBL(SCHED-SUB-WS) >= DROP-DATE-WS
                   AND SCHED-END-DATE-TBL(SCHED-SUB-WS) <
                       BEST-END-DATE-WS
                   MOVE SCHED-END-DATE-TBL(SCHED-SUB-WS) TO
                       BEST-END-DATE-WS
                   MOVE SCHED-PERCENT-TBL(SCHED-SUB-WS) TO
                       REFUND-PERCENT-WS
               END-IF
           END-PERFORM.

       310-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHEDULE-FILE-IN.
           IF FEE-FILE-STATUS-WS = "00"
               PERFORM 314-LOAD-ONE-FEE-ENTRY
                   UNTIL EOF-FLAG-FEE = "YES"
               CLOSE FEE-SCHEDULE-FILE-IN
           ELSE
               DISPLAY "FEE SCHEDULE FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.

       311-REMOVE-COURSE-ENTRY.
           PERFORM VARYING SUB-WS FROM DROP-SUB-WS BY 1
                   UNTIL SUB-WS >= IND-COURSE-COUNT OR SUB-WS >= 10
               MOVE IND-COURSE-ENTRY(SUB-WS + 1) TO
                   IND-COURSE-ENTRY(SUB-WS)
           END-PERFORM.
           MOVE SPACES TO IND-COURSE-CODE(SUB-WS).
           MOVE ZERO TO IND-AVERAGE(SUB-WS).
           MOVE SPACES TO IND-COURSE-TERM(SUB-WS).
           SUBTRACT 1 FROM IND-COURSE-COUNT.

       312-LOAD-REFUND-SCHEDULE.
           OPEN INPUT REFUND-SCHEDULE-FILE-IN.
           IF SCHEDULE-FILE-STATUS-WS = "00"
               PERFORM 318-LOAD-ONE-SCHEDULE-ENTRY
                   UNTIL EOF-FLAG-SCHED = "YES"
               CLOSE REFUND-SCHEDULE-FILE-IN
           ELSE
               DISPLAY "REFUND SCHEDULE FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.
           IF SCHED-COUNT-WS = ZERO
               DISPLAY "NO REFUND SCHEDULE FOR TERM " TERM-CODE-WS
                   " -- RUN ABORTED"
               STOP RUN
           END-IF.

       313-CHECK-FULL-WITHDRAWAL.
           MOVE "YES" TO WITHDRAWN-FLAG-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > IND-COURSE-COUNT OR SUB-WS > 10
               IF IND-COURSE-TERM(SUB-WS) = TERM-CODE-WS
                   MOVE "NO" TO WITHDRAWN-FLAG-WS
               END-IF
           END-PERFORM.
           IF WITHDRAWN-FLAG-WS = "YES"
               MOVE "W" TO IND-STUDENT-STATUS
           END-IF.

       314-LOAD-ONE-FEE-ENTRY.
           READ FEE-SCHEDULE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-FEE
               NOT AT END
                   IF FEE-COUNT-WS >= 100
                       DISPLAY "FEE SCHEDULE TABLE FULL -- RUN ABORTED"
                       STOP RUN
                   END-IF
                   ADD 1 TO FEE-COUNT-WS
                   MOVE FEE-PROGRAM-CODE TO FEE-CODE-TBL(FEE-COUNT-WS)
                   MOVE FEE-PER-COURSE-RATE TO
                       FEE-RATE-TBL(FEE-COUNT-WS)
           END-READ.

       315-WRITE-AUDIT-RECORD.
           MOVE IND-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE OLD-TUITION-WS TO AUDIT-OLD-TUITION.
           MOVE IND-TUITION-OWED TO AUDIT-NEW-TUITION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE "DROP" TO AUDIT-OPERATOR.
           MOVE TERM-CODE-WS TO AUDIT-TERM.
           MOVE "DR" TO AUDIT-SOURCE.
           WRITE AUDIT-RECORD-OUT.

       316-WRITE-JOURNAL-RECORD.
           MOVE "U" TO JRNL-ACTION.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP.
           MOVE "DROP" TO JRNL-OPERATOR.
           MOVE JOURNAL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE.
           MOVE INDEXED-FILE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD-OUT.

       317-WRITE-REGISTER-LINE.
           MOVE IND-STUDENT-NUMBER TO DRPREG-STUDENT-NUMBER-OUT.
           MOVE IND-STUDENT-NAME TO DRPREG-STUDENT-NAME-OUT.
           MOVE DRP-COURSE-CODE TO DRPREG-COURSE-CODE-OUT.
           MOVE DROP-DATE-WS TO DRPREG-DROP-DATE-OUT.
           MOVE REFUND-PERCENT-WS TO DRPREG-PERCENT-OUT.
           MOVE DROP-CREDIT-WS TO DRPREG-CREDIT-OUT.
           MOVE IND-TUITION-OWED TO DRPREG-BALANCE-OUT.
           IF WITHDRAWN-FLAG-WS = "YES"
               MOVE "WITHDRAWN" TO DRPREG-STATUS-OUT
           ELSE
               MOVE SPACES TO DRPREG-STATUS-OUT
           END-IF.
           WRITE DROP-REGISTER-RECORD-OUT FROM DROP-REGISTER-LINE.

       318-LOAD-ONE-SCHEDULE-ENTRY.
           READ REFUND-SCHEDULE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-SCHED
               NOT AT END
                   IF RFS-TERM = TERM-CODE-WS
                       AND RFS-END-DATE IS NUMERIC
                       AND RFS-PERCENT IS NUMERIC
                       AND RFS-PERCENT <= 100
                       IF SCHED-COUNT-WS >= 100
                           DISPLAY "REFUND SCHEDULE TABLE FULL -- "
                               "RUN ABORTED"
                           STOP RUN
                       END-IF
                       ADD 1 TO SCHED-COUNT-WS
                       MOVE RFS-END-DATE TO
                           SCHED-END-DATE-TBL(SCHED-COUNT-WS)
                       MOVE RFS-PERCENT TO
                           SCHED-PERCENT-TBL(SCHED-COUNT-WS)
                   END-IF
           END-READ.

       319-RELEASE-SEAT.
           MOVE ZERO TO CTL-SUB-WS.
           PERFORM VARYING SCAN-SUB-WS FROM 1 BY 1
                   UNTIL SCAN-SUB-WS > CTL-COUNT-WS
                   OR CTL-SUB-WS > ZERO
               IF CTL-COURSE-TBL(SCAN-SUB-WS) = DRP-COURSE-CODE
                   AND CTL-TERM-TBL(SCAN-SUB-WS) = TERM-CODE-WS
                   MOVE SCAN-SUB-WS TO CTL-SUB-WS
               END-IF
           END-PERFORM.
           IF CTL-SUB-WS > ZERO
               IF CTL-TAKEN-TBL(CTL-SUB-WS) > ZERO
                   SUBTRACT 1 FROM CTL-TAKEN-TBL(CTL-SUB-WS)
               END-IF
               PERFORM 324-ENROL-WAITLISTED-STUDENT
                   VARYING WAIT-SUB-WS FROM 1 BY 1
                   UNTIL WAIT-SUB-WS > WAIT-COUNT-WS
                   OR CTL-TAKEN-TBL(CTL-SUB-WS) >=
                      CTL-CAPACITY-TBL(CTL-SUB-WS)
           END-IF.

       320-LOAD-ENROLMENT-CONTROL.
           OPEN INPUT ENROLMENT-CONTROL-FILE.
           IF CONTROL-FILE-STATUS-WS = "00"
               PERFORM 321-LOAD-ONE-CONTROL-ENTRY
                   UNTIL EOF-FLAG-CTL = "YES"
               CLOSE ENROLMENT-CONTROL-FILE
           ELSE
               DISPLAY "ENROLMENT CONTROL FILE NOT FOUND -- RUN "
                   "ABORTED"
               PERFORM 341-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.

       321-LOAD-ONE-CONTROL-ENTRY.
           READ ENROLMENT-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-CTL
               NOT AT END
                   IF CTL-COUNT-WS >= 500
                       DISPLAY "ENROLMENT CONTROL TABLE FULL -- RUN "
                           "ABORTED"
                       PERFORM 341-RELEASE-MASTER-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO CTL-COUNT-WS
                   MOVE ENC-COURSE-CODE TO CTL-COURSE-TBL(CTL-COUNT-WS)
                   MOVE ENC-TERM TO CTL-TERM-TBL(CTL-COUNT-WS)
                   MOVE ZERO TO CTL-CAPACITY-TBL(CTL-COUNT-WS)
                   IF ENC-CAPACITY IS NUMERIC
                       MOVE ENC-CAPACITY TO
                           CTL-CAPACITY-TBL(CTL-COUNT-WS)
                   END-IF
                   MOVE ZERO TO CTL-TAKEN-TBL(CTL-COUNT-WS)
                   IF ENC-SEATS-TAKEN IS NUMERIC
                       MOVE ENC-SEATS-TAKEN TO
                           CTL-TAKEN-TBL(CTL-COUNT-WS)
                   END-IF
           END-READ.

       322-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-FILE-STATUS-WS = "00"
               PERFORM 323-LOAD-ONE-WAITLIST-ENTRY
                   UNTIL EOF-FLAG-WAIT = "YES"
               CLOSE WAITLIST-FILE
           END-IF.

       323-LOAD-ONE-WAITLIST-ENTRY.
           READ WAITLIST-FILE
               AT END MOVE "YES" TO EOF-FLAG-WAIT
               NOT AT END
                   IF WAIT-COUNT-WS >= 2000
                       DISPLAY "WAITLIST TABLE FULL -- RUN ABORTED"
                       PERFORM 341-RELEASE-MASTER-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO WAIT-COUNT-WS
                   MOVE WL-COURSE-CODE TO WAIT-COURSE-TBL(WAIT-COUNT-WS)
                   MOVE WL-TERM TO WAIT-TERM-TBL(WAIT-COUNT-WS)
                   MOVE WL-STUDENT-NUMBER TO
                       WAIT-STUDENT-TBL(WAIT-COUNT-WS)
                   MOVE WL-REQUEST-DATE TO WAIT-DATE-TBL(WAIT-COUNT-WS)
                   MOVE "YES" TO WAIT-ACTIVE-TBL(WAIT-COUNT-WS)
           END-READ.

       324-ENROL-WAITLISTED-STUDENT.
           IF WAIT-ACTIVE-TBL(WAIT-SUB-WS) = "YES"
               AND WAIT-COURSE-TBL(WAIT-SUB-WS) =
                   CTL-COURSE-TBL(CTL-SUB-WS)
               AND WAIT-TERM-TBL(WAIT-SUB-WS) = CTL-TERM-TBL(CTL-SUB-WS)
               MOVE "NO" TO WAIT-ACTIVE-TBL(WAIT-SUB-WS)
               MOVE WAIT-STUDENT-TBL(WAIT-SUB-WS) TO IND-STUDENT-NUMBER
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "WAITLIST ENTRY REMOVED - STUDENT "
                           "NOT ON FILE - STUDENT NUMBER "
                           WAIT-STUDENT-TBL(WAIT-SUB-WS)
                   NOT INVALID KEY
                       PERFORM 325-ADD-WAITLISTED-COURSE
               END-READ
           END-IF.

       325-ADD-WAITLISTED-COURSE.
           MOVE "NO" TO COURSE-ENROLLED-FLAG.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > IND-COURSE-COUNT OR SUB-WS > 10
                   OR COURSE-ENROLLED-FLAG = "YES"
               IF IND-COURSE-CODE(SUB-WS) = WAIT-COURSE-TBL(WAIT-SUB-WS)
                   MOVE "YES" TO COURSE-ENROLLED-FLAG
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN IND-STUDENT-STATUS NOT = "A"
                   OR COURSE-ENROLLED-FLAG = "YES"
                   OR IND-COURSE-COUNT >= 10
                   DISPLAY "WAITLIST ENTRY REMOVED - STUDENT NOT "
                       "ELIGIBLE - STUDENT NUMBER " IND-STUDENT-NUMBER
               WHEN OTHER
                   MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS
                   ADD 1 TO IND-COURSE-COUNT
                   MOVE WAIT-COURSE-TBL(WAIT-SUB-WS) TO
                       IND-COURSE-CODE(IND-COURSE-COUNT)
                   MOVE ZERO TO IND-AVERAGE(IND-COURSE-COUNT)
                   MOVE WAIT-TERM-TBL(WAIT-SUB-WS) TO
                       IND-COURSE-TERM(IND-COURSE-COUNT)
                   REWRITE INDEXED-FILE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR STUDENT "
                               IND-STUDENT-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO CTL-TAKEN-TBL(CTL-SUB-WS)
                           ADD 1 TO WAITLIST-ENROLLED-CT
                           PERFORM 316-WRITE-JOURNAL-RECORD
                           DISPLAY "ENROLLED FROM WAITLIST - "
                               WAIT-COURSE-TBL(WAIT-SUB-WS)
                               " - STUDENT NUMBER " IND-STUDENT-NUMBER
                   END-REWRITE
           END-EVALUATE.

       326-REWRITE-ENROLMENT-CONTROL.
           OPEN OUTPUT ENROLMENT-CONTROL-FILE.
           PERFORM 327-REWRITE-ONE-CONTROL-ENTRY
               VARYING CTL-SUB-WS FROM 1 BY 1
               UNTIL CTL-SUB-WS > CTL-COUNT-WS.
           CLOSE ENROLMENT-CONTROL-FILE.

       327-REWRITE-ONE-CONTROL-ENTRY.
           MOVE SPACES TO ENROLMENT-CONTROL-RECORD.
           MOVE CTL-COURSE-TBL(CTL-SUB-WS) TO ENC-COURSE-CODE.
           MOVE CTL-TERM-TBL(CTL-SUB-WS) TO ENC-TERM.
           MOVE CTL-CAPACITY-TBL(CTL-SUB-WS) TO ENC-CAPACITY.
           MOVE CTL-TAKEN-TBL(CTL-SUB-WS) TO ENC-SEATS-TAKEN.
           WRITE ENROLMENT-CONTROL-RECORD.

       328-REWRITE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM 329-REWRITE-ONE-WAITLIST-ENTRY
               VARYING WAIT-SUB-WS FROM 1 BY 1
               UNTIL WAIT-SUB-WS > WAIT-COUNT-WS.
           CLOSE WAITLIST-FILE.

       329-REWRITE-ONE-WAITLIST-ENTRY.
           IF WAIT-ACTIVE-TBL(WAIT-SUB-WS) = "YES"
               MOVE SPACES TO WAITLIST-RECORD
               MOVE WAIT-COURSE-TBL(WAIT-SUB-WS) TO WL-COURSE-CODE
               MOVE WAIT-TERM-TBL(WAIT-SUB-WS) TO WL-TERM
               MOVE WAIT-STUDENT-TBL(WAIT-SUB-WS) TO WL-STUDENT-NUMBER
               MOVE WAIT-DATE-TBL(WAIT-SUB-WS) TO WL-REQUEST-DATE
               WRITE WAITLIST-RECORD
           END-IF.

       700-DROP-ERROR-RTN.
           ADD 1 TO DROPS-REJECTED-CT.
           MOVE ZERO TO DRPERR-STUDENT-NUMBER.
           IF DRP-STUDENT-NUMBER IS NUMERIC
               MOVE DRP-STUDENT-NUMBER TO DRPERR-STUDENT-NUMBER
           END-IF.
           MOVE REJECT-REASON-WS TO DRPERR-REASON.
           MOVE DROP-RECORD-IN TO DRPERR-RAW-RECORD.
           WRITE DROP-ERROR-RECORD-OUT.
           DISPLAY "DROP ERROR - " REJECT-REASON-WS
               " - STUDENT NUMBER " DRP-STUDENT-NUMBER.

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
                       WHEN "DROPTRAN"
                           MOVE PARM-VALUE TO DROPTRAN-FILE-NAME-WS
                       WHEN "REFSCHED"
                           MOVE PARM-VALUE TO REFSCHED-FILE-NAME-WS
                       WHEN "STUFILE4"
                           MOVE PARM-VALUE TO STUFILE4-FILE-NAME-WS
                       WHEN "STUAUDIT"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "STUJRNL"
                           MOVE PARM-VALUE TO STUJRNL-FILE-NAME-WS
                       WHEN "STULOCK"
                           MOVE PARM-VALUE TO STULOCK-FILE-NAME-WS
                       WHEN "DROPREG"
                           MOVE PARM-VALUE TO DROPREG-FILE-NAME-WS
                       WHEN "DROPERR"
                           MOVE PARM-VALUE TO DROPERR-FILE-NAME-WS
                       WHEN "ENRLCTL"
                           MOVE PARM-VALUE TO ENRLCTL-FILE-NAME-WS
                       WHEN "WAITLIST"
                           MOVE PARM-VALUE TO WAITLIST-FILE-NAME-WS
                       WHEN "REFUND"
                           MOVE PARM-VALUE TO REFUND-FILE-NAME-WS
                       WHEN "REFLEDGR"
                           MOVE PARM-VALUE TO REFLEDGR-FILE-NAME-WS
                       WHEN "TERMCODE"
                           MOVE PARM-VALUE TO TERM-CODE-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF DROPTRAN-FILE-NAME-WS = SPACES
               MOVE "DROPTRAN" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF REFSCHED-FILE-NAME-WS = SPACES
               MOVE "REFSCHED" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
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
           IF DROPREG-FILE-NAME-WS = SPACES
               MOVE "DROPREG" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF DROPERR-FILE-NAME-WS = SPACES
               MOVE "DROPERR" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF REFUND-FILE-NAME-WS = SPACES
               MOVE "REFUND" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF REFLEDGR-FILE-NAME-WS = SPACES
               MOVE "REFLEDGR" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF ENRLCTL-FILE-NAME-WS NOT = SPACES
               AND WAITLIST-FILE-NAME-WS = SPACES
               MOVE "WAITLIST" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF TERM-CODE-WS = SPACES
               MOVE "TERMCODE" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

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
                   DISPLAY "DROP BATCH NOT STARTED"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "DROP" TO LOCK-HOLDER.
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       341-RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       end program Program34.
