       program-id. Program30 as "Program30".

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
       SELECT REFUND-DUE-FILE
           ASSIGN TO REFUND-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-FILE-STATUS-WS.
       SELECT CHEQUE-CONTROL-FILE
           ASSIGN TO CHEQCTL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUE-FILE-STATUS-WS.
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
       SELECT CHEQUE-REGISTER-OUT
           ASSIGN TO CHEQREG-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT POSITIVE-PAY-FILE-OUT
           ASSIGN TO POSPAY-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REFUND-EXCEPTION-OUT
           ASSIGN TO REFUNDEX-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CONTACT-FILE-IN
           ASSIGN TO STUCONT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-STUDENT-NUMBER
               FILE STATUS IS CONTACT-FILE-STATUS-WS.
       SELECT MAIL-HOLD-FILE-OUT
           ASSIGN TO MAILHOLD-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILHOLD-FILE-STATUS-WS.
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
       FD REFUND-DUE-FILE.
       01 REFUND-DUE-RECORD.
           05 RFND-STUDENT-NUMBER PIC 9(6).
           05 FILLER              PIC X(1).
           05 RFND-STUDENT-NAME   PIC X(40).
           05 FILLER              PIC X(1).
           05 RFND-AMOUNT         PIC 9(6)V99.
       FD CHEQUE-CONTROL-FILE.
       01 CHEQUE-CONTROL-RECORD.
           05 CHQ-LAST-CHEQUE-NUMBER PIC 9(8).
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
       FD CHEQUE-REGISTER-OUT.
       01 CHEQUE-REGISTER-RECORD-OUT PIC X(80).
       FD POSITIVE-PAY-FILE-OUT.
       01 POSITIVE-PAY-RECORD-OUT.
           05 PP-RECORD-TYPE    PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PP-ACCOUNT-NUMBER PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PP-CHEQUE-NUMBER  PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PP-ISSUE-DATE     PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PP-AMOUNT         PIC 9(9)V99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PP-PAYEE-NAME     PIC X(40).
       01 POSITIVE-PAY-TRAILER-OUT.
           05 PPT-RECORD-TYPE    PIC X(1).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PPT-ACCOUNT-NUMBER PIC X(12).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PPT-CHEQUE-COUNT   PIC 9(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 PPT-TOTAL-AMOUNT   PIC 9(11)V99.
           05 FILLER             PIC X(50) VALUE SPACES.
       FD REFUND-EXCEPTION-OUT.
       01 REFUND-EXCEPTION-RECORD-OUT PIC X(90).
       FD CONTACT-FILE-IN.
       01 CONTACT-RECORD.
           05 CON-STUDENT-NUMBER     PIC 9(6).
           05 CON-ADDRESS-LINE-1     PIC X(40).
           05 CON-ADDRESS-LINE-2     PIC X(40).
           05 CON-CITY               PIC X(25).
           05 CON-PROVINCE           PIC X(2).
           05 CON-POSTAL-CODE        PIC X(7).
           05 CON-EMAIL              PIC X(50).
           05 CON-PHONE              PIC X(15).
           05 CON-ADDRESS-EFF-DATE   PIC 9(8).
           05 CON-RETURNED-MAIL-FLAG PIC X(1).
       FD MAIL-HOLD-FILE-OUT.
       01 MAIL-HOLD-RECORD-OUT.
           05 MH-HOLD-DATE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 MH-PROGRAM        PIC X(9).
           05 FILLER            PIC X(1).
           05 MH-DOCUMENT       PIC X(20).
           05 FILLER            PIC X(1).
           05 MH-STUDENT-NUMBER PIC 9(6).
           05 FILLER            PIC X(1).
           05 MH-STUDENT-NAME   PIC X(40).
           05 FILLER            PIC X(1).
           05 MH-REASON         PIC X(30).
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
           05 REFUND-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 CHEQCTL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUJRNL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 CHEQREG-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 POSPAY-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 REFUNDEX-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUCONT-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 MAILHOLD-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 REFLEDGR-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 REFUND-FILE-STATUS-WS PIC X(2).
       01 CHEQUE-FILE-STATUS-WS PIC X(2).
       01 CONTACT-FILE-STATUS-WS PIC X(2).
       01 MAILHOLD-FILE-STATUS-WS PIC X(2).
       01 LEDGER-FILE-STATUS-WS PIC X(2).
       01 CONTACT-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 CONTACT-FOUND-FLAG PIC X(3) VALUE "NO".
       01 HOLD-REASON-WS PIC X(30).
       01 EOF-FLAG-RFND PIC X(3) VALUE "NO".
       01 BANK-ACCOUNT-WS PIC X(12) VALUE SPACES.
       01 CHEQUE-NUMBER-WS PIC 9(8) VALUE ZERO.
       01 FIRST-CHEQUE-NUMBER-WS PIC 9(8) VALUE ZERO.
       01 OLD-TUITION-WS PIC 9(6)V99.
       01 JOURNAL-BEFORE-IMAGE-WS PIC X(221).
       01 REJECT-REASON-WS PIC X(30).
       01 REFUND-TABLE-COUNT-WS PIC 9(4) VALUE ZERO.
       01 RFND-SUB-WS PIC 9(4).
       01 REFUND-DUE-TABLE.
           05 RFND-TBL-RECORD OCCURS 1000 TIMES.
               10 RFND-STUDENT-TBL PIC 9(6).
               10 RFND-NAME-TBL    PIC X(40).
               10 RFND-AMOUNT-TBL  PIC 9(6)V99.
               10 RFND-HELD-TBL    PIC X(3).
       01 CURRENT-DATE-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 FILLER      PIC X(13).
       01 RUN-COUNTERS.
           05 REFUNDS-READ-CT   PIC 9(6) VALUE ZERO.
           05 CHEQUES-ISSUED-CT PIC 9(6) VALUE ZERO.
           05 REFUNDS-HELD-CT   PIC 9(6) VALUE ZERO.
           05 NO-ADDRESS-CT     PIC 9(6) VALUE ZERO.
           05 TOTAL-ISSUED-WS   PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-HELD-WS     PIC 9(9)V99 VALUE ZERO.
       01 CHEQUE-REGISTER-LINE.
           05 CHQREG-CHEQUE-NUMBER-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CHQREG-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CHQREG-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CHQREG-AMOUNT-OUT PIC ZZZ,ZZ9.99.
       01 CHEQUE-REGISTER-HEADER.
           05 FILLER PIC X(8) VALUE "CHEQUE #".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NAME".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "    AMOUNT".
       01 CHEQUE-REGISTER-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL REFUND CHEQUES ISSUED".
           05 CHQREG-COUNT-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CHQREG-TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 ADDRESS-LINE-WS.
           05 FILLER PIC X(18) VALUE SPACES.
           05 ADDRESS-TEXT-OUT PIC X(40).
       01 ADDRESS-CITY-LINE.
           05 FILLER PIC X(18) VALUE SPACES.
           05 ADDRESS-CITY-OUT PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ADDRESS-PROVINCE-OUT PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADDRESS-POSTAL-OUT PIC X(7).
       01 REFUND-EXCEPTION-LINE.
           05 RFNDEX-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFNDEX-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFNDEX-AMOUNT-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RFNDEX-REASON-OUT PIC X(28).
       01 REFUND-EXCEPTION-HEADER.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NAME".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "    AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "REASON HELD".
       01 REFUND-EXCEPTION-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL REFUNDS HELD".
           05 RFNDEX-COUNT-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RFNDEX-TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99.

       01 TERM-CODE-WS PIC X(5) VALUE SPACES.

       procedure division.
       100-ISSUE-REFUND-CHEQUES.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-REFUND-RUN.
           PERFORM 202-ISSUE-ONE-REFUND
               VARYING RFND-SUB-WS FROM 1 BY 1
               UNTIL RFND-SUB-WS > REFUND-TABLE-COUNT-WS.
           PERFORM 203-TERMINATE-REFUND-RUN.
           STOP RUN.

       201-INITIATE-REFUND-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
           PERFORM 340-ACQUIRE-MASTER-LOCK.
           PERFORM 301-LOAD-REFUND-DUE-TABLE.
           IF REFUND-TABLE-COUNT-WS = ZERO
               DISPLAY "NO REFUNDS DUE -- NO CHEQUES ISSUED"
               PERFORM 341-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           PERFORM 303-READ-CHEQUE-CONTROL.
           OPEN I-O STUDENT-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE-OUT.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN OUTPUT CHEQUE-REGISTER-OUT.
           OPEN OUTPUT POSITIVE-PAY-FILE-OUT.
           OPEN OUTPUT REFUND-EXCEPTION-OUT.
           OPEN INPUT CONTACT-FILE-IN.
           IF CONTACT-FILE-STATUS-WS = "00"
               MOVE "YES" TO CONTACT-PRESENT-FLAG-WS
           ELSE
               DISPLAY "CONTACT FILE NOT FOUND -- NO MAILING "
                   "ADDRESSES AVAILABLE"
           END-IF.
           OPEN EXTEND MAIL-HOLD-FILE-OUT.
           IF MAILHOLD-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT MAIL-HOLD-FILE-OUT
           END-IF.
           OPEN EXTEND REFUND-LEDGER-FILE-OUT.
           IF LEDGER-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT REFUND-LEDGER-FILE-OUT
           END-IF.
           WRITE CHEQUE-REGISTER-RECORD-OUT FROM
               CHEQUE-REGISTER-HEADER.
           WRITE REFUND-EXCEPTION-RECORD-OUT FROM
               REFUND-EXCEPTION-HEADER.

       202-ISSUE-ONE-REFUND.
           EVALUATE TRUE
               WHEN RFND-STUDENT-TBL(RFND-SUB-WS) IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO
                       REJECT-REASON-WS
                   PERFORM 700-REFUND-EXCEPTION-RTN
               WHEN RFND-AMOUNT-TBL(RFND-SUB-WS) IS NOT NUMERIC
                   OR RFND-AMOUNT-TBL(RFND-SUB-WS) = ZERO
                   MOVE "REFUND AMOUNT INVALID" TO REJECT-REASON-WS
                   PERFORM 700-REFUND-EXCEPTION-RTN
               WHEN OTHER
                   PERFORM 305-READ-REFUND-STUDENT
           END-EVALUATE.

       203-TERMINATE-REFUND-RUN.
           MOVE CHEQUES-ISSUED-CT TO CHQREG-COUNT-OUT.
           MOVE TOTAL-ISSUED-WS TO CHQREG-TOTAL-OUT.
           WRITE CHEQUE-REGISTER-RECORD-OUT FROM
               CHEQUE-REGISTER-TOTAL-LINE.
           MOVE REFUNDS-HELD-CT TO RFNDEX-COUNT-OUT.
           MOVE TOTAL-HELD-WS TO RFNDEX-TOTAL-OUT.
           WRITE REFUND-EXCEPTION-RECORD-OUT FROM
               REFUND-EXCEPTION-TOTAL-LINE.
           PERFORM 312-WRITE-POSITIVE-PAY-TRAILER.
           CLOSE STUDENT-FILE AUDIT-TRAIL-FILE-OUT JOURNAL-FILE-OUT
                 CHEQUE-REGISTER-OUT POSITIVE-PAY-FILE-OUT
                 REFUND-EXCEPTION-OUT MAIL-HOLD-FILE-OUT
                 REFUND-LEDGER-FILE-OUT.
           IF CONTACT-PRESENT-FLAG-WS = "YES"
               CLOSE CONTACT-FILE-IN
           END-IF.
           PERFORM 313-REWRITE-CHEQUE-CONTROL.
           PERFORM 314-REWRITE-REFUND-DUE-FILE.
           PERFORM 341-RELEASE-MASTER-LOCK.
           DISPLAY "REFUNDS READ:    " REFUNDS-READ-CT.
           DISPLAY "CHEQUES ISSUED:  " CHEQUES-ISSUED-CT.
           DISPLAY "REFUNDS HELD:    " REFUNDS-HELD-CT.
           DISPLAY "NO ADDRESS:      " NO-ADDRESS-CT.
           DISPLAY "TOTAL ISSUED:    " TOTAL-ISSUED-WS.
           IF CHEQUES-ISSUED-CT > ZERO
               DISPLAY "CHEQUES " FIRST-CHEQUE-NUMBER-WS " THROUGH "
                   CHEQUE-NUMBER-WS
           END-IF.

       301-LOAD-REFUND-DUE-TABLE.
           MOVE ZERO TO REFUND-TABLE-COUNT-WS.
           OPEN INPUT REFUND-DUE-FILE.
           IF REFUND-FILE-STATUS-WS = "00"
               PERFORM 302-LOAD-ONE-REFUND-DUE
                   UNTIL EOF-FLAG-RFND = "YES"
               CLOSE REFUND-DUE-FILE
           ELSE
               DISPLAY "REFUND DUE FILE NOT FOUND -- NOTHING TO PAY"
           END-IF.

       302-LOAD-ONE-REFUND-DUE.
           READ REFUND-DUE-FILE
               AT END MOVE "YES" TO EOF-FLAG-RFND
               NOT AT END
                   IF REFUND-TABLE-COUNT-WS >= 1000
                       DISPLAY "REFUND DUE TABLE FULL -- RUN ABORTED"
                       PERFORM 341-RELEASE-MASTER-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO REFUND-TABLE-COUNT-WS
                   ADD 1 TO REFUNDS-READ-CT
                   MOVE RFND-STUDENT-NUMBER TO
                       RFND-STUDENT-TBL(REFUND-TABLE-COUNT-WS)
                   MOVE RFND-STUDENT-NAME TO
                       RFND-NAME-TBL(REFUND-TABLE-COUNT-WS)
                   MOVE RFND-AMOUNT TO
                       RFND-AMOUNT-TBL(REFUND-TABLE-COUNT-WS)
                   MOVE "NO" TO RFND-HELD-TBL(REFUND-TABLE-COUNT-WS)
           END-READ.

       303-READ-CHEQUE-CONTROL.
           OPEN INPUT CHEQUE-CONTROL-FILE.
           IF CHEQUE-FILE-STATUS-WS NOT = "00"
               DISPLAY "CHEQUE CONTROL FILE NOT FOUND -- RUN ABORTED"
               PERFORM 341-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           READ CHEQUE-CONTROL-FILE
               AT END
                   DISPLAY "CHEQUE CONTROL FILE EMPTY -- RUN ABORTED"
                   PERFORM 341-RELEASE-MASTER-LOCK
                   STOP RUN
           END-READ.
           IF CHQ-LAST-CHEQUE-NUMBER IS NOT NUMERIC
               DISPLAY "CHEQUE CONTROL NUMBER NOT NUMERIC -- RUN "
                   "ABORTED"
               PERFORM 341-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           MOVE CHQ-LAST-CHEQUE-NUMBER TO CHEQUE-NUMBER-WS.
           CLOSE CHEQUE-CONTROL-FILE.

       305-READ-REFUND-STUDENT.
           MOVE RFND-STUDENT-TBL(RFND-SUB-WS) TO IND-STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO REJECT-REASON-WS
                   PERFORM 700-REFUND-EXCEPTION-RTN
               NOT INVALID KEY
                   PERFORM 306-CHECK-REFUND-ELIGIBILITY
           END-READ.

       306-CHECK-REFUND-ELIGIBILITY.
           PERFORM 316-LOOK-UP-CONTACT.
           EVALUATE TRUE
               WHEN IND-COLLECTION-FLAG = "C"
                   MOVE "ACCOUNT PLACED WITH AGENCY" TO
                       REJECT-REASON-WS
                   PERFORM 700-REFUND-EXCEPTION-RTN
               WHEN CONTACT-FOUND-FLAG = "YES"
                   AND CON-RETURNED-MAIL-FLAG = "Y"
                   MOVE "RETURNED MAIL - ADDRESS BAD" TO
                       REJECT-REASON-WS
                   PERFORM 700-REFUND-EXCEPTION-RTN
                   MOVE "RETURNED MAIL - REFUND HELD" TO
                       HOLD-REASON-WS
                   PERFORM 318-LIST-HELD-MAIL
               WHEN IND-CREDIT-BALANCE < RFND-AMOUNT-TBL(RFND-SUB-WS)
                   MOVE "CREDIT BALANCE BELOW REFUND" TO
                       REJECT-REASON-WS
                   PERFORM 700-REFUND-EXCEPTION-RTN
               WHEN OTHER
                   PERFORM 307-PAY-REFUND
           END-EVALUATE.

       307-PAY-REFUND.
           MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS.
           MOVE IND-TUITION-OWED TO OLD-TUITION-WS.
           SUBTRACT RFND-AMOUNT-TBL(RFND-SUB-WS) FROM
               IND-CREDIT-BALANCE.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO REJECT-REASON-WS
                   PERFORM 700-REFUND-EXCEPTION-RTN
               NOT INVALID KEY
                   ADD 1 TO CHEQUE-NUMBER-WS
                   IF CHEQUES-ISSUED-CT = ZERO
                       MOVE CHEQUE-NUMBER-WS TO FIRST-CHEQUE-NUMBER-WS
                   END-IF
                   ADD 1 TO CHEQUES-ISSUED-CT
                   ADD RFND-AMOUNT-TBL(RFND-SUB-WS) TO TOTAL-ISSUED-WS
                   PERFORM 308-WRITE-AUDIT-RECORD
                   PERFORM 309-WRITE-JOURNAL-RECORD
                   PERFORM 310-WRITE-CHEQUE-REGISTER
                   PERFORM 311-WRITE-POSITIVE-PAY-RECORD
                   PERFORM 319-WRITE-LEDGER-RECORD
           END-REWRITE.

       308-WRITE-AUDIT-RECORD.
           MOVE IND-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE OLD-TUITION-WS TO AUDIT-OLD-TUITION.
           MOVE IND-TUITION-OWED TO AUDIT-NEW-TUITION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE "REFUND" TO AUDIT-OPERATOR.
           MOVE TERM-CODE-WS TO AUDIT-TERM.
           MOVE "RF" TO AUDIT-SOURCE.
           WRITE AUDIT-RECORD-OUT.

       309-WRITE-JOURNAL-RECORD.
           MOVE "U" TO JRNL-ACTION.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP.
           MOVE "REFUND" TO JRNL-OPERATOR.
           MOVE JOURNAL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE.
           MOVE INDEXED-FILE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD-OUT.

       310-WRITE-CHEQUE-REGISTER.
           MOVE CHEQUE-NUMBER-WS TO CHQREG-CHEQUE-NUMBER-OUT.
           MOVE IND-STUDENT-NUMBER TO CHQREG-STUDENT-NUMBER-OUT.
           MOVE IND-STUDENT-NAME TO CHQREG-STUDENT-NAME-OUT.
           MOVE RFND-AMOUNT-TBL(RFND-SUB-WS) TO CHQREG-AMOUNT-OUT.
           WRITE CHEQUE-REGISTER-RECORD-OUT FROM
               CHEQUE-REGISTER-LINE.
           PERFORM 317-WRITE-ADDRESS-BLOCK.

       311-WRITE-POSITIVE-PAY-RECORD.
           MOVE SPACES TO POSITIVE-PAY-RECORD-OUT.
           MOVE "D" TO PP-RECORD-TYPE.
           MOVE BANK-ACCOUNT-WS TO PP-ACCOUNT-NUMBER.
           MOVE CHEQUE-NUMBER-WS TO PP-CHEQUE-NUMBER.
           MOVE RUN-DATE-WS TO PP-ISSUE-DATE.
           MOVE RFND-AMOUNT-TBL(RFND-SUB-WS) TO PP-AMOUNT.
           MOVE IND-STUDENT-NAME TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD-OUT.

       312-WRITE-POSITIVE-PAY-TRAILER.
           MOVE SPACES TO POSITIVE-PAY-TRAILER-OUT.
           MOVE "T" TO PPT-RECORD-TYPE.
           MOVE BANK-ACCOUNT-WS TO PPT-ACCOUNT-NUMBER.
           MOVE CHEQUES-ISSUED-CT TO PPT-CHEQUE-COUNT.
           MOVE TOTAL-ISSUED-WS TO PPT-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-TRAILER-OUT.

       313-REWRITE-CHEQUE-CONTROL.
           OPEN OUTPUT CHEQUE-CONTROL-FILE.
           MOVE CHEQUE-NUMBER-WS TO CHQ-LAST-CHEQUE-NUMBER.
           WRITE CHEQUE-CONTROL-RECORD.
           CLOSE CHEQUE-CONTROL-FILE.

       314-REWRITE-REFUND-DUE-FILE.
           OPEN OUTPUT REFUND-DUE-FILE.
           PERFORM 315-REWRITE-ONE-HELD-REFUND
               VARYING RFND-SUB-WS FROM 1 BY 1
               UNTIL RFND-SUB-WS > REFUND-TABLE-COUNT-WS.
           CLOSE REFUND-DUE-FILE.

       315-REWRITE-ONE-HELD-REFUND.
           IF RFND-HELD-TBL(RFND-SUB-WS) = "YES"
               MOVE SPACES TO REFUND-DUE-RECORD
               MOVE RFND-STUDENT-TBL(RFND-SUB-WS) TO
                   RFND-STUDENT-NUMBER
               MOVE RFND-NAME-TBL(RFND-SUB-WS) TO RFND-STUDENT-NAME
               MOVE RFND-AMOUNT-TBL(RFND-SUB-WS) TO RFND-AMOUNT
               WRITE REFUND-DUE-RECORD
           END-IF.

       316-LOOK-UP-CONTACT.
           MOVE "NO" TO CONTACT-FOUND-FLAG.
           IF CONTACT-PRESENT-FLAG-WS = "YES"
               MOVE IND-STUDENT-NUMBER TO CON-STUDENT-NUMBER
               READ CONTACT-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "YES" TO CONTACT-FOUND-FLAG
               END-READ
           END-IF.

       317-WRITE-ADDRESS-BLOCK.
           IF CONTACT-FOUND-FLAG = "YES"
               MOVE CON-ADDRESS-LINE-1 TO ADDRESS-TEXT-OUT
               WRITE CHEQUE-REGISTER-RECORD-OUT FROM ADDRESS-LINE-WS
               IF CON-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CON-ADDRESS-LINE-2 TO ADDRESS-TEXT-OUT
                   WRITE CHEQUE-REGISTER-RECORD-OUT FROM
                       ADDRESS-LINE-WS
               END-IF
               MOVE CON-CITY TO ADDRESS-CITY-OUT
               MOVE CON-PROVINCE TO ADDRESS-PROVINCE-OUT
               MOVE CON-POSTAL-CODE TO ADDRESS-POSTAL-OUT
               WRITE CHEQUE-REGISTER-RECORD-OUT FROM
                   ADDRESS-CITY-LINE
           ELSE
               MOVE "** NO MAILING ADDRESS ON FILE **" TO
                   ADDRESS-TEXT-OUT
               WRITE CHEQUE-REGISTER-RECORD-OUT FROM ADDRESS-LINE-WS
               MOVE "NO ADDRESS ON FILE - PRINTED" TO HOLD-REASON-WS
               PERFORM 318-LIST-HELD-MAIL
               ADD 1 TO NO-ADDRESS-CT
           END-IF.

       318-LIST-HELD-MAIL.
           MOVE SPACES TO MAIL-HOLD-RECORD-OUT.
           MOVE RUN-DATE-WS TO MH-HOLD-DATE.
           MOVE "PROGRAM30" TO MH-PROGRAM.
           MOVE "REFUND CHEQUE" TO MH-DOCUMENT.
           MOVE IND-STUDENT-NUMBER TO MH-STUDENT-NUMBER.
           MOVE IND-STUDENT-NAME TO MH-STUDENT-NAME.
           MOVE HOLD-REASON-WS TO MH-REASON.
           WRITE MAIL-HOLD-RECORD-OUT.

       319-WRITE-LEDGER-RECORD.
           MOVE SPACES TO REFUND-LEDGER-RECORD-OUT.
           MOVE RUN-DATE-WS TO RL-POST-DATE.
           MOVE IND-STUDENT-NUMBER TO RL-STUDENT-NUMBER.
           MOVE RFND-AMOUNT-TBL(RFND-SUB-WS) TO RL-AMOUNT.
           MOVE "RF" TO RL-ENTRY-TYPE.
           WRITE REFUND-LEDGER-RECORD-OUT.

       700-REFUND-EXCEPTION-RTN.
           ADD 1 TO REFUNDS-HELD-CT.
           MOVE "YES" TO RFND-HELD-TBL(RFND-SUB-WS).
           MOVE ZERO TO RFNDEX-STUDENT-NUMBER-OUT.
           IF RFND-STUDENT-TBL(RFND-SUB-WS) IS NUMERIC
               MOVE RFND-STUDENT-TBL(RFND-SUB-WS) TO
                   RFNDEX-STUDENT-NUMBER-OUT
           END-IF.
           MOVE RFND-NAME-TBL(RFND-SUB-WS) TO RFNDEX-STUDENT-NAME-OUT.
           MOVE ZERO TO RFNDEX-AMOUNT-OUT.
           IF RFND-AMOUNT-TBL(RFND-SUB-WS) IS NUMERIC
               MOVE RFND-AMOUNT-TBL(RFND-SUB-WS) TO RFNDEX-AMOUNT-OUT
               ADD RFND-AMOUNT-TBL(RFND-SUB-WS) TO TOTAL-HELD-WS
           END-IF.
           MOVE REJECT-REASON-WS TO RFNDEX-REASON-OUT.
           WRITE REFUND-EXCEPTION-RECORD-OUT FROM
               REFUND-EXCEPTION-LINE.
           DISPLAY "REFUND HELD - " REJECT-REASON-WS
               " - STUDENT NUMBER " RFNDEX-STUDENT-NUMBER-OUT.

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
                       WHEN "REFUND"
                           MOVE PARM-VALUE TO REFUND-FILE-NAME-WS
                       WHEN "CHEQCTL"
                           MOVE PARM-VALUE TO CHEQCTL-FILE-NAME-WS
                       WHEN "STUFILE4"
                           MOVE PARM-VALUE TO STUFILE4-FILE-NAME-WS
                       WHEN "STUAUDIT"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "STUJRNL"
                           MOVE PARM-VALUE TO STUJRNL-FILE-NAME-WS
                       WHEN "STULOCK"
                           MOVE PARM-VALUE TO STULOCK-FILE-NAME-WS
                       WHEN "CHEQREG"
                           MOVE PARM-VALUE TO CHEQREG-FILE-NAME-WS
                       WHEN "POSPAY"
                           MOVE PARM-VALUE TO POSPAY-FILE-NAME-WS
                       WHEN "REFUNDEX"
                           MOVE PARM-VALUE TO REFUNDEX-FILE-NAME-WS
                       WHEN "STUCONT"
                           MOVE PARM-VALUE TO STUCONT-FILE-NAME-WS
                       WHEN "MAILHOLD"
                           MOVE PARM-VALUE TO MAILHOLD-FILE-NAME-WS
                       WHEN "REFLEDGR"
                           MOVE PARM-VALUE TO REFLEDGR-FILE-NAME-WS
                       WHEN "BANKACCT"
                           MOVE PARM-VALUE TO BANK-ACCOUNT-WS
                       WHEN "TERMCODE"
                           MOVE PARM-VALUE TO TERM-CODE-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF REFUND-FILE-NAME-WS = SPACES
               MOVE "REFUND" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF CHEQCTL-FILE-NAME-WS = SPACES
               MOVE "CHEQCTL" TO MISSING-PARM-NAME-WS
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
           IF CHEQREG-FILE-NAME-WS = SPACES
               MOVE "CHEQREG" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF POSPAY-FILE-NAME-WS = SPACES
               MOVE "POSPAY" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF REFUNDEX-FILE-NAME-WS = SPACES
               MOVE "REFUNDEX" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUCONT-FILE-NAME-WS = SPACES
               MOVE "STUCONT" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF MAILHOLD-FILE-NAME-WS = SPACES
               MOVE "MAILHOLD" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF REFLEDGR-FILE-NAME-WS = SPACES
               MOVE "REFLEDGR" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF BANK-ACCOUNT-WS = SPACES
               MOVE "BANKACCT" TO MISSING-PARM-NAME-WS
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
                   DISPLAY "REFUND RUN NOT STARTED"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "REFUND" TO LOCK-HOLDER.
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       341-RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       end program Program30.
