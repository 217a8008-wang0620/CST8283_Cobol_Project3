       program-id. Program39 as "Program39".

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
       SELECT SPONSOR-FILE-IN
           ASSIGN TO SPONSOR-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSOR-FILE-STATUS-WS.
       SELECT ASSIGNMENT-FILE-IN
           ASSIGN TO SPONASGN-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-FILE-STATUS-WS.
       SELECT RECEIVABLE-FILE
           ASSIGN TO SPONRCV-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIVABLE-FILE-STATUS-WS.
       SELECT SPONSOR-PAYMENT-FILE-IN
           ASSIGN TO SPONPAY-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-FILE-STATUS-WS.
       SELECT SPONSOR-CASH-FILE-OUT
           ASSIGN TO SPONCASH-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-FILE-STATUS-WS.
       SELECT PERIOD-CLOSE-FILE-IN
           ASSIGN TO PERIODCL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS-WS.
       SELECT AUDIT-TRAIL-FILE-IN
           ASSIGN TO AUDIT-INPUT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS-WS.
       SELECT INDEXED-STUDENT-FILE
           ASSIGN TO STUFILE4-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       SELECT SPONSOR-INVOICE-OUT
           ASSIGN TO SPONINV-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SPONSOR-REGISTER-OUT
           ASSIGN TO SPONREG-FILE-NAME-WS
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
       FD SPONSOR-FILE-IN.
       01 SPONSOR-RECORD-IN.
           05 SPN-SPONSOR-CODE     PIC X(6).
           05 FILLER               PIC X(1).
           05 SPN-SPONSOR-NAME     PIC X(30).
           05 FILLER               PIC X(1).
           05 SPN-BILLING-CONTACT  PIC X(40).
       FD ASSIGNMENT-FILE-IN.
       01 ASSIGNMENT-RECORD-IN.
           05 SA-STUDENT-NUMBER    PIC 9(6).
           05 FILLER               PIC X(1).
           05 SA-SPONSOR-CODE      PIC X(6).
           05 FILLER               PIC X(1).
           05 SA-TERM              PIC X(5).
           05 FILLER               PIC X(1).
           05 SA-BASIS             PIC X(1).
           05 FILLER               PIC X(1).
           05 SA-VALUE             PIC 9(6)V99.
       FD RECEIVABLE-FILE.
       01 RECEIVABLE-RECORD.
           05 SR-INVOICE-NUMBER    PIC 9(6).
           05 FILLER               PIC X(1).
           05 SR-SPONSOR-CODE      PIC X(6).
           05 FILLER               PIC X(1).
           05 SR-STUDENT-NUMBER    PIC 9(6).
           05 FILLER               PIC X(1).
           05 SR-TERM              PIC X(5).
           05 FILLER               PIC X(1).
           05 SR-BILLED-AMOUNT     PIC 9(6)V99.
           05 FILLER               PIC X(1).
           05 SR-PAID-AMOUNT       PIC 9(6)V99.
           05 FILLER               PIC X(1).
           05 SR-BILL-DATE         PIC 9(8).
       FD SPONSOR-PAYMENT-FILE-IN.
       01 SPONSOR-PAYMENT-RECORD-IN.
           05 SPY-SPONSOR-CODE     PIC X(6).
           05 FILLER               PIC X(1).
           05 SPY-INVOICE-NUMBER   PIC 9(6).
           05 FILLER               PIC X(1).
           05 SPY-AMOUNT           PIC 9(6)V99.
           05 FILLER               PIC X(1).
           05 SPY-PAYMENT-DATE     PIC 9(8).
       FD SPONSOR-CASH-FILE-OUT.
       01 SPONSOR-CASH-RECORD-OUT.
           05 SC-POST-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 SC-SPONSOR-CODE      PIC X(6).
           05 FILLER               PIC X(1).
           05 SC-INVOICE-NUMBER    PIC 9(6).
           05 FILLER               PIC X(1).
           05 SC-AMOUNT            PIC 9(6)V99.
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
       FD SPONSOR-INVOICE-OUT.
       01 SPONSOR-INVOICE-RECORD-OUT PIC X(80).
       FD SPONSOR-REGISTER-OUT.
       01 SPONSOR-REGISTER-RECORD-OUT PIC X(100).

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
           05 SPONSOR-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 SPONASGN-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 SPONRCV-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 SPONPAY-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 SPONCASH-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 SPONINV-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 SPONREG-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 AUDIT-INPUT-NAME-WS PIC X(80) VALUE SPACES.
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 SPONSOR-FILE-STATUS-WS PIC X(2).
       01 ASSIGN-FILE-STATUS-WS PIC X(2).
       01 RECEIVABLE-FILE-STATUS-WS PIC X(2).
       01 PAYMENT-FILE-STATUS-WS PIC X(2).
       01 CASH-FILE-STATUS-WS PIC X(2).
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-SPONSOR PIC X(3) VALUE "NO".
       01 EOF-FLAG-ASSIGN PIC X(3) VALUE "NO".
       01 EOF-FLAG-RECEIVABLE PIC X(3) VALUE "NO".
       01 EOF-FLAG-PAYMENT PIC X(3) VALUE "NO".
       01 EOF-FLAG-AUDIT PIC X(3) VALUE "NO".
       01 REJECT-REASON-WS PIC X(40) VALUE SPACES.
       01 TERM-CODE-WS PIC X(5) VALUE SPACES.
       01 CURRENT-DATE-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 FILLER      PIC X(13).
       01 OLD-TUITION-WS PIC 9(6)V99.
       01 JOURNAL-BEFORE-IMAGE-WS PIC X(221).
       01 SPONSORED-AMOUNT-WS PIC 9(6)V99.
       01 ASSESSED-AMOUNT-WS PIC S9(7)V99.
       01 PAYMENT-REMAINING-WS PIC 9(6)V99.
       01 LINE-OPEN-WS PIC 9(6)V99.
       01 LINE-APPLIED-WS PIC 9(6)V99.
       01 PAYMENT-APPLIED-WS PIC 9(6)V99.
       01 PREVIOUS-BALANCE-WS PIC 9(8)V99.
       01 NEXT-INVOICE-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 SPONSOR-COUNT-WS PIC 9(3) VALUE ZERO.
       01 SPONSOR-SUB-WS PIC 9(3).
       01 SPON-SUB-WS PIC 9(3).
       01 RECEIVABLE-COUNT-WS PIC 9(4) VALUE ZERO.
       01 RCV-SUB-WS PIC 9(4).
       01 INVOICE-FOUND-FLAG PIC X(3) VALUE "NO".
       01 ALREADY-BILLED-FLAG PIC X(3) VALUE "NO".
       01 ASSESSED-COUNT-WS PIC 9(4) VALUE ZERO.
       01 ASSESSED-SUB-WS PIC 9(4).
       01 ASSESSED-FOUND-SUB-WS PIC 9(4).
       01 SEARCH-STUDENT-WS PIC 9(6).
       01 PAYMENT-FILE-OPEN-FLAG PIC X(3) VALUE "NO".
       01 SPONSOR-TABLE.
           05 SPONSOR-TBL-RECORD OCCURS 200 TIMES.
               10 SPON-CODE-TBL          PIC X(6).
               10 SPON-NAME-TBL          PIC X(30).
               10 SPON-CONTACT-TBL       PIC X(40).
               10 SPON-INVOICE-TBL       PIC 9(6).
               10 SPON-INVOICE-TOTAL-TBL PIC 9(8)V99.
       01 RECEIVABLE-TABLE.
           05 RECEIVABLE-TBL-RECORD OCCURS 5000 TIMES.
               10 RCV-INVOICE-TBL   PIC 9(6).
               10 RCV-SPONSOR-TBL   PIC X(6).
               10 RCV-STUDENT-TBL   PIC 9(6).
               10 RCV-TERM-TBL      PIC X(5).
               10 RCV-BILLED-TBL    PIC 9(6)V99.
               10 RCV-PAID-TBL      PIC 9(6)V99.
               10 RCV-BILL-DATE-TBL PIC 9(8).
       01 ASSESSED-TABLE.
           05 ASSESSED-TBL-RECORD OCCURS 5000 TIMES.
               10 ASSESSED-STUDENT-TBL PIC 9(6).
               10 ASSESSED-AMOUNT-TBL  PIC S9(7)V99.
       01 RUN-COUNTERS.
           05 PAYMENTS-READ-CT        PIC 9(6) VALUE ZERO.
           05 PAYMENTS-APPLIED-CT     PIC 9(6) VALUE ZERO.
           05 PAYMENTS-REJECTED-CT    PIC 9(6) VALUE ZERO.
           05 ASSIGNMENTS-READ-CT     PIC 9(6) VALUE ZERO.
           05 STUDENTS-BILLED-CT      PIC 9(6) VALUE ZERO.
           05 ASSIGNMENTS-REJECTED-CT PIC 9(6) VALUE ZERO.
           05 ALREADY-BILLED-CT       PIC 9(6) VALUE ZERO.
           05 OTHER-TERM-CT           PIC 9(6) VALUE ZERO.
           05 INVOICES-CT             PIC 9(6) VALUE ZERO.
           05 TOTAL-BILLED-WS         PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-RECEIVED-WS       PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-UNAPPLIED-WS      PIC 9(9)V99 VALUE ZERO.
       01 SPONSOR-REGISTER-HEADER.
           05 FILLER PIC X(8) VALUE "ACTION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "SPONSR".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "INVOIC".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "    AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "REMARKS".
       01 SPONSOR-REGISTER-LINE.
           05 SREG-ACTION-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SREG-SPONSOR-OUT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SREG-INVOICE-OUT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SREG-STUDENT-OUT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SREG-AMOUNT-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SREG-REMARKS-OUT PIC X(40).
       01 SPONSOR-REGISTER-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 SREG-TOTAL-LABEL-OUT PIC X(30).
           05 SREG-COUNT-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SREG-TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 INVOICE-TITLE-LINE.
           05 FILLER PIC X(20) VALUE "SPONSOR INVOICE NO. ".
           05 INV-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 INV-DATE-OUT PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "TERM: ".
           05 INV-TERM-OUT PIC X(5).
       01 INVOICE-BILL-TO-LINE.
           05 FILLER PIC X(11) VALUE "BILL TO:   ".
           05 INV-SPONSOR-CODE-OUT PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INV-SPONSOR-NAME-OUT PIC X(30).
       01 INVOICE-CONTACT-LINE.
           05 FILLER PIC X(11) VALUE "ATTENTION: ".
           05 INV-CONTACT-OUT PIC X(40).
       01 INVOICE-COLUMN-HEADER.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NAME".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "    AMOUNT".
       01 INVOICE-DETAIL-LINE.
           05 INV-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INV-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INV-AMOUNT-OUT PIC ZZZ,ZZ9.99.
       01 INVOICE-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 INV-TOTAL-LABEL-OUT PIC X(30).
           05 FILLER PIC X(7) VALUE SPACES.
           05 INV-TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 BLANK-LINE-WS PIC X(80) VALUE SPACES.

       procedure division.
       100-BILL-SPONSORED-TUITION.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-SPONSOR-RUN.
           PERFORM 202-APPLY-ONE-SPONSOR-PAYMENT
               UNTIL EOF-FLAG-PAYMENT = "YES".
           PERFORM 204-BILL-ONE-ASSIGNMENT
               UNTIL EOF-FLAG-ASSIGN = "YES".
           PERFORM 203-TERMINATE-SPONSOR-RUN.
           STOP RUN.

       201-INITIATE-SPONSOR-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
           PERFORM 301-LOAD-SPONSOR-TABLE.
           PERFORM 303-LOAD-RECEIVABLE-TABLE.
           PERFORM 305-LOAD-ASSESSED-TABLE.
           OPEN INPUT ASSIGNMENT-FILE-IN.
           IF ASSIGN-FILE-STATUS-WS NOT = "00"
               DISPLAY "SPONSOR ASSIGNMENT FILE NOT FOUND -- RUN "
                   "ABORTED"
               STOP RUN
           END-IF.
           PERFORM 340-ACQUIRE-MASTER-LOCK.
           OPEN I-O INDEXED-STUDENT-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE-OUT.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN OUTPUT SPONSOR-REGISTER-OUT.
           WRITE SPONSOR-REGISTER-RECORD-OUT FROM
               SPONSOR-REGISTER-HEADER.
           IF SPONPAY-FILE-NAME-WS = SPACES
               MOVE "YES" TO EOF-FLAG-PAYMENT
           ELSE
               OPEN INPUT SPONSOR-PAYMENT-FILE-IN
               IF PAYMENT-FILE-STATUS-WS = "00"
                   MOVE "YES" TO PAYMENT-FILE-OPEN-FLAG
                   OPEN EXTEND SPONSOR-CASH-FILE-OUT
                   IF CASH-FILE-STATUS-WS NOT = "00"
                       OPEN OUTPUT SPONSOR-CASH-FILE-OUT
                   END-IF
                   PERFORM 308-READ-SPONSOR-PAYMENT
               ELSE
                   DISPLAY "SPONSOR PAYMENT FILE NOT FOUND -- NO "
                       "PAYMENTS APPLIED"
                   MOVE "YES" TO EOF-FLAG-PAYMENT
               END-IF
           END-IF.
           PERFORM 309-READ-ASSIGNMENT.

       202-APPLY-ONE-SPONSOR-PAYMENT.
           ADD 1 TO PAYMENTS-READ-CT.
           MOVE "NO" TO INVOICE-FOUND-FLAG.
           MOVE ZERO TO PAYMENT-APPLIED-WS.
           IF SPY-INVOICE-NUMBER IS NUMERIC
               AND SPY-AMOUNT IS NUMERIC
               AND SPY-AMOUNT > ZERO
               MOVE SPY-AMOUNT TO PAYMENT-REMAINING-WS
               PERFORM 310-APPLY-TO-INVOICE-LINE
                   VARYING RCV-SUB-WS FROM 1 BY 1
                   UNTIL RCV-SUB-WS > RECEIVABLE-COUNT-WS
           END-IF.
           MOVE SPACES TO SPONSOR-REGISTER-LINE.
           MOVE SPY-SPONSOR-CODE TO SREG-SPONSOR-OUT.
           MOVE SPY-INVOICE-NUMBER TO SREG-INVOICE-OUT.
           EVALUATE TRUE
               WHEN SPY-INVOICE-NUMBER IS NOT NUMERIC
                   OR SPY-AMOUNT IS NOT NUMERIC
                   OR SPY-AMOUNT = ZERO
                   ADD 1 TO PAYMENTS-REJECTED-CT
                   MOVE "REJECTED" TO SREG-ACTION-OUT
                   MOVE "INVOICE NUMBER OR AMOUNT INVALID" TO
                       SREG-REMARKS-OUT
                   WRITE SPONSOR-REGISTER-RECORD-OUT FROM
                       SPONSOR-REGISTER-LINE
               WHEN INVOICE-FOUND-FLAG = "NO"
                   ADD 1 TO PAYMENTS-REJECTED-CT
                   MOVE "REJECTED" TO SREG-ACTION-OUT
                   MOVE SPY-AMOUNT TO SREG-AMOUNT-OUT
                   MOVE "INVOICE NOT ON FILE FOR SPONSOR" TO
                       SREG-REMARKS-OUT
                   WRITE SPONSOR-REGISTER-RECORD-OUT FROM
                       SPONSOR-REGISTER-LINE
               WHEN PAYMENT-APPLIED-WS = ZERO
                   ADD 1 TO PAYMENTS-REJECTED-CT
                   ADD SPY-AMOUNT TO TOTAL-UNAPPLIED-WS
                   MOVE "REJECTED" TO SREG-ACTION-OUT
                   MOVE SPY-AMOUNT TO SREG-AMOUNT-OUT
                   MOVE "INVOICE ALREADY PAID IN FULL" TO
                       SREG-REMARKS-OUT
                   WRITE SPONSOR-REGISTER-RECORD-OUT FROM
                       SPONSOR-REGISTER-LINE
               WHEN OTHER
                   ADD 1 TO PAYMENTS-APPLIED-CT
                   ADD PAYMENT-APPLIED-WS TO TOTAL-RECEIVED-WS
                   MOVE "PAYMENT" TO SREG-ACTION-OUT
                   MOVE PAYMENT-APPLIED-WS TO SREG-AMOUNT-OUT
                   MOVE "APPLIED TO INVOICE" TO SREG-REMARKS-OUT
                   WRITE SPONSOR-REGISTER-RECORD-OUT FROM
                       SPONSOR-REGISTER-LINE
                   PERFORM 311-WRITE-SPONSOR-CASH
                   IF PAYMENT-REMAINING-WS > ZERO
                       ADD PAYMENT-REMAINING-WS TO TOTAL-UNAPPLIED-WS
                       MOVE "UNAPPLD" TO SREG-ACTION-OUT
                       MOVE PAYMENT-REMAINING-WS TO SREG-AMOUNT-OUT
                       MOVE "OVERPAYMENT - REFER TO SPONSOR" TO
                           SREG-REMARKS-OUT
                       WRITE SPONSOR-REGISTER-RECORD-OUT FROM
                           SPONSOR-REGISTER-LINE
                   END-IF
           END-EVALUATE.
           PERFORM 308-READ-SPONSOR-PAYMENT.

       203-TERMINATE-SPONSOR-RUN.
           OPEN OUTPUT SPONSOR-INVOICE-OUT.
           PERFORM 315-WRITE-SPONSOR-INVOICE
               VARYING SPONSOR-SUB-WS FROM 1 BY 1
               UNTIL SPONSOR-SUB-WS > SPONSOR-COUNT-WS.
           CLOSE SPONSOR-INVOICE-OUT.
           PERFORM 318-REWRITE-RECEIVABLE-FILE.
           MOVE SPACES TO SPONSOR-REGISTER-TOTAL-LINE.
           MOVE "TOTAL SPONSOR PAYMENTS APPLIED" TO
               SREG-TOTAL-LABEL-OUT.
           MOVE PAYMENTS-APPLIED-CT TO SREG-COUNT-OUT.
           MOVE TOTAL-RECEIVED-WS TO SREG-TOTAL-OUT.
           WRITE SPONSOR-REGISTER-RECORD-OUT FROM
               SPONSOR-REGISTER-TOTAL-LINE.
           MOVE "TOTAL TUITION BILLED" TO SREG-TOTAL-LABEL-OUT.
           MOVE STUDENTS-BILLED-CT TO SREG-COUNT-OUT.
           MOVE TOTAL-BILLED-WS TO SREG-TOTAL-OUT.
           WRITE SPONSOR-REGISTER-RECORD-OUT FROM
               SPONSOR-REGISTER-TOTAL-LINE.
           CLOSE ASSIGNMENT-FILE-IN INDEXED-STUDENT-FILE
                 AUDIT-TRAIL-FILE-OUT JOURNAL-FILE-OUT
                 SPONSOR-REGISTER-OUT.
           IF PAYMENT-FILE-OPEN-FLAG = "YES"
               CLOSE SPONSOR-PAYMENT-FILE-IN SPONSOR-CASH-FILE-OUT
           END-IF.
           PERFORM 341-RELEASE-MASTER-LOCK.
           DISPLAY "SPONSOR PAYMENTS READ:   " PAYMENTS-READ-CT.
           DISPLAY "PAYMENTS APPLIED:        " PAYMENTS-APPLIED-CT.
           DISPLAY "PAYMENTS REJECTED:       " PAYMENTS-REJECTED-CT.
           DISPLAY "TOTAL RECEIVED:          " TOTAL-RECEIVED-WS.
           DISPLAY "TOTAL UNAPPLIED:         " TOTAL-UNAPPLIED-WS.
           DISPLAY "ASSIGNMENTS READ:        " ASSIGNMENTS-READ-CT.
           DISPLAY "STUDENTS BILLED:         " STUDENTS-BILLED-CT.
           DISPLAY "ALREADY BILLED:          " ALREADY-BILLED-CT.
           DISPLAY "OTHER TERMS SKIPPED:     " OTHER-TERM-CT.
           DISPLAY "ASSIGNMENTS REJECTED:    " ASSIGNMENTS-REJECTED-CT.
           DISPLAY "INVOICES PRODUCED:       " INVOICES-CT.
           DISPLAY "TOTAL BILLED:            " TOTAL-BILLED-WS.

       204-BILL-ONE-ASSIGNMENT.
           ADD 1 TO ASSIGNMENTS-READ-CT.
           MOVE SPACES TO REJECT-REASON-WS.
           IF SA-TERM NOT = TERM-CODE-WS
               ADD 1 TO OTHER-TERM-CT
           ELSE
               PERFORM 312-VALIDATE-ASSIGNMENT
               IF ALREADY-BILLED-FLAG = "YES"
                   ADD 1 TO ALREADY-BILLED-CT
               ELSE
                   IF REJECT-REASON-WS = SPACES
                       PERFORM 313-TRANSFER-TO-SPONSOR
                   ELSE
                       PERFORM 314-WRITE-ASSIGNMENT-REJECT
                   END-IF
               END-IF
           END-IF.
           PERFORM 309-READ-ASSIGNMENT.

       301-LOAD-SPONSOR-TABLE.
           OPEN INPUT SPONSOR-FILE-IN.
           IF SPONSOR-FILE-STATUS-WS NOT = "00"
               DISPLAY "SPONSOR FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.
           PERFORM 302-LOAD-ONE-SPONSOR
               UNTIL EOF-FLAG-SPONSOR = "YES".
           CLOSE SPONSOR-FILE-IN.

       302-LOAD-ONE-SPONSOR.
           READ SPONSOR-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-SPONSOR
               NOT AT END
                   IF SPONSOR-COUNT-WS >= 200
                       DISPLAY "SPONSOR TABLE FULL -- RUN ABORTED"
                       STOP RUN
                   END-IF
                   ADD 1 TO SPONSOR-COUNT-WS
                   MOVE SPN-SPONSOR-CODE TO
                       SPON-CODE-TBL(SPONSOR-COUNT-WS)
                   MOVE SPN-SPONSOR-NAME TO
                       SPON-NAME-TBL(SPONSOR-COUNT-WS)
                   MOVE SPN-BILLING-CONTACT TO
                       SPON-CONTACT-TBL(SPONSOR-COUNT-WS)
                   MOVE ZERO TO SPON-INVOICE-TBL(SPONSOR-COUNT-WS)
                   MOVE ZERO TO
                       SPON-INVOICE-TOTAL-TBL(SPONSOR-COUNT-WS)
           END-READ.

       303-LOAD-RECEIVABLE-TABLE.
           OPEN INPUT RECEIVABLE-FILE.
           IF RECEIVABLE-FILE-STATUS-WS = "00"
               PERFORM 304-LOAD-ONE-RECEIVABLE
                   UNTIL EOF-FLAG-RECEIVABLE = "YES"
               CLOSE RECEIVABLE-FILE
           END-IF.
           ADD 1 TO NEXT-INVOICE-NUMBER-WS.

       304-LOAD-ONE-RECEIVABLE.
           READ RECEIVABLE-FILE
               AT END MOVE "YES" TO EOF-FLAG-RECEIVABLE
               NOT AT END
                   IF RECEIVABLE-COUNT-WS >= 5000
                       DISPLAY "SPONSOR RECEIVABLE TABLE FULL -- "
                           "RUN ABORTED"
                       STOP RUN
                   END-IF
                   ADD 1 TO RECEIVABLE-COUNT-WS
                   MOVE SR-INVOICE-NUMBER TO
                       RCV-INVOICE-TBL(RECEIVABLE-COUNT-WS)
                   MOVE SR-SPONSOR-CODE TO
                       RCV-SPONSOR-TBL(RECEIVABLE-COUNT-WS)
                   MOVE SR-STUDENT-NUMBER TO
                       RCV-STUDENT-TBL(RECEIVABLE-COUNT-WS)
                   MOVE SR-TERM TO RCV-TERM-TBL(RECEIVABLE-COUNT-WS)
                   MOVE SR-BILLED-AMOUNT TO
                       RCV-BILLED-TBL(RECEIVABLE-COUNT-WS)
                   MOVE SR-PAID-AMOUNT TO
                       RCV-PAID-TBL(RECEIVABLE-COUNT-WS)
                   MOVE SR-BILL-DATE TO
                       RCV-BILL-DATE-TBL(RECEIVABLE-COUNT-WS)
                   IF SR-INVOICE-NUMBER > NEXT-INVOICE-NUMBER-WS
                       MOVE SR-INVOICE-NUMBER TO NEXT-INVOICE-NUMBER-WS
                   END-IF
           END-READ.

       305-LOAD-ASSESSED-TABLE.
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               PERFORM 324-LOAD-CLOSED-PERIODS
           END-IF.
           MOVE STUAUDIT-FILE-NAME-WS TO AUDIT-INPUT-NAME-WS.
           MOVE "NO" TO EOF-FLAG-AUDIT.
           OPEN INPUT AUDIT-TRAIL-FILE-IN.
           IF AUDIT-FILE-STATUS-WS NOT = "00"
               DISPLAY "AUDIT TRAIL FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.
           PERFORM 306-LOAD-ONE-AUDIT-ENTRY
               UNTIL EOF-FLAG-AUDIT = "YES".
           CLOSE AUDIT-TRAIL-FILE-IN.

       306-LOAD-ONE-AUDIT-ENTRY.
           READ AUDIT-TRAIL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-AUDIT
               NOT AT END
                   IF AUDIN-SOURCE = "AS"
                       AND AUDIN-TERM = TERM-CODE-WS
                       PERFORM 307-ADD-ASSESSED-AMOUNT
                   END-IF
           END-READ.

       307-ADD-ASSESSED-AMOUNT.
           MOVE AUDIN-STUDENT-NUMBER TO SEARCH-STUDENT-WS.
           PERFORM 317-FIND-ASSESSED-ENTRY.
           IF ASSESSED-FOUND-SUB-WS = ZERO
               IF ASSESSED-COUNT-WS >= 5000
                   DISPLAY "ASSESSMENT TABLE FULL -- RUN ABORTED"
                   STOP RUN
               END-IF
               ADD 1 TO ASSESSED-COUNT-WS
               MOVE ASSESSED-COUNT-WS TO ASSESSED-FOUND-SUB-WS
               MOVE AUDIN-STUDENT-NUMBER TO
                   ASSESSED-STUDENT-TBL(ASSESSED-FOUND-SUB-WS)
               MOVE ZERO TO ASSESSED-AMOUNT-TBL(ASSESSED-FOUND-SUB-WS)
           END-IF.
           COMPUTE ASSESSED-AMOUNT-TBL(ASSESSED-FOUND-SUB-WS) =
               ASSESSED-AMOUNT-TBL(ASSESSED-FOUND-SUB-WS) +
               AUDIN-NEW-TUITION - AUDIN-OLD-TUITION.

       308-READ-SPONSOR-PAYMENT.
           READ SPONSOR-PAYMENT-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PAYMENT
           END-READ.

       309-READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-ASSIGN
           END-READ.

       310-APPLY-TO-INVOICE-LINE.
           IF RCV-INVOICE-TBL(RCV-SUB-WS) = SPY-INVOICE-NUMBER
               AND RCV-SPONSOR-TBL(RCV-SUB-WS) = SPY-SPONSOR-CODE
               MOVE "YES" TO INVOICE-FOUND-FLAG
               COMPUTE LINE-OPEN-WS = RCV-BILLED-TBL(RCV-SUB-WS) -
                   RCV-PAID-TBL(RCV-SUB-WS)
               IF PAYMENT-REMAINING-WS > LINE-OPEN-WS
                   MOVE LINE-OPEN-WS TO LINE-APPLIED-WS
               ELSE
                   MOVE PAYMENT-REMAINING-WS TO LINE-APPLIED-WS
               END-IF
               ADD LINE-APPLIED-WS TO RCV-PAID-TBL(RCV-SUB-WS)
               ADD LINE-APPLIED-WS TO PAYMENT-APPLIED-WS
               SUBTRACT LINE-APPLIED-WS FROM PAYMENT-REMAINING-WS
           END-IF.

       311-WRITE-SPONSOR-CASH.
           MOVE SPACES TO SPONSOR-CASH-RECORD-OUT.
           MOVE RUN-DATE-WS TO SC-POST-DATE.
           MOVE SPY-SPONSOR-CODE TO SC-SPONSOR-CODE.
           MOVE SPY-INVOICE-NUMBER TO SC-INVOICE-NUMBER.
           MOVE PAYMENT-APPLIED-WS TO SC-AMOUNT.
           WRITE SPONSOR-CASH-RECORD-OUT.

       312-VALIDATE-ASSIGNMENT.
           MOVE "NO" TO ALREADY-BILLED-FLAG.
           MOVE ZERO TO SPON-SUB-WS.
           PERFORM VARYING SPONSOR-SUB-WS FROM 1 BY 1
                   UNTIL SPONSOR-SUB-WS > SPONSOR-COUNT-WS
                   OR SPON-SUB-WS > ZERO
               IF SPON-CODE-TBL(SPONSOR-SUB-WS) = SA-SPONSOR-CODE
                   MOVE SPONSOR-SUB-WS TO SPON-SUB-WS
               END-IF
           END-PERFORM.
           PERFORM VARYING RCV-SUB-WS FROM 1 BY 1
                   UNTIL RCV-SUB-WS > RECEIVABLE-COUNT-WS
                   OR ALREADY-BILLED-FLAG = "YES"
               IF RCV-SPONSOR-TBL(RCV-SUB-WS) = SA-SPONSOR-CODE
                   AND RCV-STUDENT-TBL(RCV-SUB-WS) = SA-STUDENT-NUMBER
                   AND RCV-TERM-TBL(RCV-SUB-WS) = SA-TERM
                   MOVE "YES" TO ALREADY-BILLED-FLAG
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN SA-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO
                       REJECT-REASON-WS
               WHEN SPON-SUB-WS = ZERO
                   MOVE "SPONSOR NOT ON FILE" TO REJECT-REASON-WS
               WHEN SA-BASIS NOT = "P" AND SA-BASIS NOT = "F"
                   MOVE "BASIS MUST BE P OR F" TO REJECT-REASON-WS
               WHEN SA-VALUE IS NOT NUMERIC OR SA-VALUE = ZERO
                   MOVE "SPONSORED VALUE MISSING OR INVALID" TO
                       REJECT-REASON-WS
               WHEN SA-BASIS = "P" AND SA-VALUE > 100
                   MOVE "PERCENTAGE OVER 100" TO REJECT-REASON-WS
               WHEN OTHER
                   PERFORM 316-COMPUTE-SPONSORED-AMOUNT
           END-EVALUATE.

       313-TRANSFER-TO-SPONSOR.
           MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS.
           MOVE IND-TUITION-OWED TO OLD-TUITION-WS.
           SUBTRACT SPONSORED-AMOUNT-WS FROM IND-TUITION-OWED.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO REJECT-REASON-WS
                   PERFORM 314-WRITE-ASSIGNMENT-REJECT
               NOT INVALID KEY
                   ADD 1 TO STUDENTS-BILLED-CT
                   ADD SPONSORED-AMOUNT-WS TO TOTAL-BILLED-WS
                   PERFORM 319-WRITE-AUDIT-RECORD
                   PERFORM 320-WRITE-JOURNAL-RECORD
                   PERFORM 321-ADD-RECEIVABLE-ENTRY
           END-REWRITE.

       314-WRITE-ASSIGNMENT-REJECT.
           ADD 1 TO ASSIGNMENTS-REJECTED-CT.
           MOVE SPACES TO SPONSOR-REGISTER-LINE.
           MOVE "REJECTED" TO SREG-ACTION-OUT.
           MOVE SA-SPONSOR-CODE TO SREG-SPONSOR-OUT.
           MOVE SA-STUDENT-NUMBER TO SREG-STUDENT-OUT.
           MOVE REJECT-REASON-WS TO SREG-REMARKS-OUT.
           WRITE SPONSOR-REGISTER-RECORD-OUT FROM
               SPONSOR-REGISTER-LINE.

       315-WRITE-SPONSOR-INVOICE.
           IF SPON-INVOICE-TBL(SPONSOR-SUB-WS) > ZERO
               ADD 1 TO INVOICES-CT
               MOVE SPON-INVOICE-TBL(SPONSOR-SUB-WS) TO INV-NUMBER-OUT
               MOVE RUN-DATE-WS TO INV-DATE-OUT
               MOVE TERM-CODE-WS TO INV-TERM-OUT
               MOVE SPON-CODE-TBL(SPONSOR-SUB-WS) TO
                   INV-SPONSOR-CODE-OUT
               MOVE SPON-NAME-TBL(SPONSOR-SUB-WS) TO
                   INV-SPONSOR-NAME-OUT
               MOVE SPON-CONTACT-TBL(SPONSOR-SUB-WS) TO
                   INV-CONTACT-OUT
               WRITE SPONSOR-INVOICE-RECORD-OUT FROM
                   INVOICE-TITLE-LINE
               WRITE SPONSOR-INVOICE-RECORD-OUT FROM
                   INVOICE-BILL-TO-LINE
               WRITE SPONSOR-INVOICE-RECORD-OUT FROM
                   INVOICE-CONTACT-LINE
               WRITE SPONSOR-INVOICE-RECORD-OUT FROM BLANK-LINE-WS
               WRITE SPONSOR-INVOICE-RECORD-OUT FROM
                   INVOICE-COLUMN-HEADER
               MOVE ZERO TO PREVIOUS-BALANCE-WS
               PERFORM 322-WRITE-INVOICE-LINE
                   VARYING RCV-SUB-WS FROM 1 BY 1
                   UNTIL RCV-SUB-WS > RECEIVABLE-COUNT-WS
               MOVE "INVOICE TOTAL" TO INV-TOTAL-LABEL-OUT
               MOVE SPON-INVOICE-TOTAL-TBL(SPONSOR-SUB-WS) TO
                   INV-TOTAL-OUT
               WRITE SPONSOR-INVOICE-RECORD-OUT FROM
                   INVOICE-TOTAL-LINE
               MOVE "PREVIOUS BALANCE OUTSTANDING" TO
                   INV-TOTAL-LABEL-OUT
               MOVE PREVIOUS-BALANCE-WS TO INV-TOTAL-OUT
               WRITE SPONSOR-INVOICE-RECORD-OUT FROM
                   INVOICE-TOTAL-LINE
               ADD SPON-INVOICE-TOTAL-TBL(SPONSOR-SUB-WS) TO
                   PREVIOUS-BALANCE-WS
               MOVE "TOTAL NOW DUE" TO INV-TOTAL-LABEL-OUT
               MOVE PREVIOUS-BALANCE-WS TO INV-TOTAL-OUT
               WRITE SPONSOR-INVOICE-RECORD-OUT FROM
                   INVOICE-TOTAL-LINE
               WRITE SPONSOR-INVOICE-RECORD-OUT FROM BLANK-LINE-WS
           END-IF.

       316-COMPUTE-SPONSORED-AMOUNT.
           MOVE SA-STUDENT-NUMBER TO SEARCH-STUDENT-WS.
           PERFORM 317-FIND-ASSESSED-ENTRY.
           IF ASSESSED-FOUND-SUB-WS = ZERO
               MOVE ZERO TO ASSESSED-AMOUNT-WS
           ELSE
               MOVE ASSESSED-AMOUNT-TBL(ASSESSED-FOUND-SUB-WS) TO
                   ASSESSED-AMOUNT-WS
           END-IF.
           MOVE SA-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
           READ INDEXED-STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO REJECT-REASON-WS
           END-READ.
           IF REJECT-REASON-WS = SPACES
               IF ASSESSED-AMOUNT-WS NOT > ZERO
                   MOVE "NOT ASSESSED FOR TERM" TO REJECT-REASON-WS
               ELSE
                   IF SA-BASIS = "P"
                       COMPUTE SPONSORED-AMOUNT-WS ROUNDED =
                           ASSESSED-AMOUNT-WS * SA-VALUE / 100
                   ELSE
                       IF SA-VALUE > ASSESSED-AMOUNT-WS
                           MOVE ASSESSED-AMOUNT-WS TO
                               SPONSORED-AMOUNT-WS
                       ELSE
                           MOVE SA-VALUE TO SPONSORED-AMOUNT-WS
                       END-IF
                   END-IF
                   IF SPONSORED-AMOUNT-WS > IND-TUITION-OWED
                       MOVE IND-TUITION-OWED TO SPONSORED-AMOUNT-WS
                   END-IF
                   IF SPONSORED-AMOUNT-WS = ZERO
                       MOVE "NO TUITION OWING TO TRANSFER" TO
                           REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

       317-FIND-ASSESSED-ENTRY.
           MOVE ZERO TO ASSESSED-FOUND-SUB-WS.
           PERFORM VARYING ASSESSED-SUB-WS FROM 1 BY 1
                   UNTIL ASSESSED-SUB-WS > ASSESSED-COUNT-WS
                   OR ASSESSED-FOUND-SUB-WS > ZERO
               IF ASSESSED-STUDENT-TBL(ASSESSED-SUB-WS) =
                   SEARCH-STUDENT-WS
                   MOVE ASSESSED-SUB-WS TO ASSESSED-FOUND-SUB-WS
               END-IF
           END-PERFORM.

       318-REWRITE-RECEIVABLE-FILE.
           OPEN OUTPUT RECEIVABLE-FILE.
           PERFORM 323-WRITE-ONE-RECEIVABLE
               VARYING RCV-SUB-WS FROM 1 BY 1
               UNTIL RCV-SUB-WS > RECEIVABLE-COUNT-WS.
           CLOSE RECEIVABLE-FILE.

       319-WRITE-AUDIT-RECORD.
           MOVE IND-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE OLD-TUITION-WS TO AUDIT-OLD-TUITION.
           MOVE IND-TUITION-OWED TO AUDIT-NEW-TUITION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE "SPONBILL" TO AUDIT-OPERATOR.
           MOVE TERM-CODE-WS TO AUDIT-TERM.
           MOVE "SB" TO AUDIT-SOURCE.
           WRITE AUDIT-RECORD-OUT.

       320-WRITE-JOURNAL-RECORD.
           MOVE "U" TO JRNL-ACTION.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP.
           MOVE "SPONBILL" TO JRNL-OPERATOR.
           MOVE JOURNAL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE.
           MOVE INDEXED-FILE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD-OUT.

       321-ADD-RECEIVABLE-ENTRY.
           IF SPON-INVOICE-TBL(SPON-SUB-WS) = ZERO
               MOVE NEXT-INVOICE-NUMBER-WS TO
                   SPON-INVOICE-TBL(SPON-SUB-WS)
               ADD 1 TO NEXT-INVOICE-NUMBER-WS
           END-IF.
           IF RECEIVABLE-COUNT-WS >= 5000
               DISPLAY "SPONSOR RECEIVABLE TABLE FULL -- RUN ABORTED"
               STOP RUN
           END-IF.
           ADD 1 TO RECEIVABLE-COUNT-WS.
           MOVE SPON-INVOICE-TBL(SPON-SUB-WS) TO
               RCV-INVOICE-TBL(RECEIVABLE-COUNT-WS).
           MOVE SA-SPONSOR-CODE TO RCV-SPONSOR-TBL(RECEIVABLE-COUNT-WS).
           MOVE SA-STUDENT-NUMBER TO
               RCV-STUDENT-TBL(RECEIVABLE-COUNT-WS).
           MOVE SA-TERM TO RCV-TERM-TBL(RECEIVABLE-COUNT-WS).
           MOVE SPONSORED-AMOUNT-WS TO
               RCV-BILLED-TBL(RECEIVABLE-COUNT-WS).
           MOVE ZERO TO RCV-PAID-TBL(RECEIVABLE-COUNT-WS).
           MOVE RUN-DATE-WS TO RCV-BILL-DATE-TBL(RECEIVABLE-COUNT-WS).
           ADD SPONSORED-AMOUNT-WS TO
               SPON-INVOICE-TOTAL-TBL(SPON-SUB-WS).
           MOVE SPACES TO SPONSOR-REGISTER-LINE.
           MOVE "BILLED" TO SREG-ACTION-OUT.
           MOVE SA-SPONSOR-CODE TO SREG-SPONSOR-OUT.
           MOVE SPON-INVOICE-TBL(SPON-SUB-WS) TO SREG-INVOICE-OUT.
           MOVE SA-STUDENT-NUMBER TO SREG-STUDENT-OUT.
           MOVE SPONSORED-AMOUNT-WS TO SREG-AMOUNT-OUT.
           MOVE IND-STUDENT-NAME TO SREG-REMARKS-OUT.
           WRITE SPONSOR-REGISTER-RECORD-OUT FROM
               SPONSOR-REGISTER-LINE.

       322-WRITE-INVOICE-LINE.
           IF RCV-INVOICE-TBL(RCV-SUB-WS) =
               SPON-INVOICE-TBL(SPONSOR-SUB-WS)
               MOVE RCV-STUDENT-TBL(RCV-SUB-WS) TO
                   INV-STUDENT-NUMBER-OUT
               MOVE RCV-STUDENT-TBL(RCV-SUB-WS) TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE
                   INVALID KEY
                       MOVE "** STUDENT NOT ON FILE **" TO
                           INV-STUDENT-NAME-OUT
                   NOT INVALID KEY
                       MOVE IND-STUDENT-NAME TO INV-STUDENT-NAME-OUT
               END-READ
               MOVE RCV-BILLED-TBL(RCV-SUB-WS) TO INV-AMOUNT-OUT
               WRITE SPONSOR-INVOICE-RECORD-OUT FROM
                   INVOICE-DETAIL-LINE
           ELSE
               IF RCV-SPONSOR-TBL(RCV-SUB-WS) =
                   SPON-CODE-TBL(SPONSOR-SUB-WS)
                   COMPUTE PREVIOUS-BALANCE-WS = PREVIOUS-BALANCE-WS +
                       RCV-BILLED-TBL(RCV-SUB-WS) -
                       RCV-PAID-TBL(RCV-SUB-WS)
               END-IF
           END-IF.

       323-WRITE-ONE-RECEIVABLE.
           MOVE SPACES TO RECEIVABLE-RECORD.
           MOVE RCV-INVOICE-TBL(RCV-SUB-WS) TO SR-INVOICE-NUMBER.
           MOVE RCV-SPONSOR-TBL(RCV-SUB-WS) TO SR-SPONSOR-CODE.
           MOVE RCV-STUDENT-TBL(RCV-SUB-WS) TO SR-STUDENT-NUMBER.
           MOVE RCV-TERM-TBL(RCV-SUB-WS) TO SR-TERM.
           MOVE RCV-BILLED-TBL(RCV-SUB-WS) TO SR-BILLED-AMOUNT.
           MOVE RCV-PAID-TBL(RCV-SUB-WS) TO SR-PAID-AMOUNT.
           MOVE RCV-BILL-DATE-TBL(RCV-SUB-WS) TO SR-BILL-DATE.
           WRITE RECEIVABLE-RECORD.

       324-LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-CLOSE-FILE-IN.
           IF PERIOD-FILE-STATUS-WS = "00"
               PERFORM 325-LOAD-ONE-CLOSED-PERIOD
                   UNTIL EOF-FLAG-PERIOD-CLOSE = "YES"
               CLOSE PERIOD-CLOSE-FILE-IN
           END-IF.

       325-LOAD-ONE-CLOSED-PERIOD.
           READ PERIOD-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
               NOT AT END
                   MOVE PC-HISTORY-FILE-NAME TO AUDIT-INPUT-NAME-WS
                   MOVE "NO" TO EOF-FLAG-AUDIT
                   OPEN INPUT AUDIT-TRAIL-FILE-IN
                   IF AUDIT-FILE-STATUS-WS = "00"
                       PERFORM 306-LOAD-ONE-AUDIT-ENTRY
                           UNTIL EOF-FLAG-AUDIT = "YES"
                       CLOSE AUDIT-TRAIL-FILE-IN
                   ELSE
                       DISPLAY "AUDIT HISTORY FOR PERIOD ENDING "
                           PC-PERIOD-END-DATE " NOT FOUND -- "
                           "ASSESSMENTS NOT COUNTED"
                   END-IF
           END-READ.

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
                       WHEN "SPONSOR"
                           MOVE PARM-VALUE TO SPONSOR-FILE-NAME-WS
                       WHEN "SPONASGN"
                           MOVE PARM-VALUE TO SPONASGN-FILE-NAME-WS
                       WHEN "SPONRCV"
                           MOVE PARM-VALUE TO SPONRCV-FILE-NAME-WS
                       WHEN "SPONPAY"
                           MOVE PARM-VALUE TO SPONPAY-FILE-NAME-WS
                       WHEN "SPONCASH"
                           MOVE PARM-VALUE TO SPONCASH-FILE-NAME-WS
                       WHEN "SPONINV"
                           MOVE PARM-VALUE TO SPONINV-FILE-NAME-WS
                       WHEN "SPONREG"
                           MOVE PARM-VALUE TO SPONREG-FILE-NAME-WS
                       WHEN "TERMCODE"
                           MOVE PARM-VALUE TO TERM-CODE-WS
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
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
           IF SPONSOR-FILE-NAME-WS = SPACES
               MOVE "SPONSOR" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF SPONASGN-FILE-NAME-WS = SPACES
               MOVE "SPONASGN" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF SPONRCV-FILE-NAME-WS = SPACES
               MOVE "SPONRCV" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF SPONPAY-FILE-NAME-WS NOT = SPACES
               AND SPONCASH-FILE-NAME-WS = SPACES
               MOVE "SPONCASH" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF SPONINV-FILE-NAME-WS = SPACES
               MOVE "SPONINV" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF SPONREG-FILE-NAME-WS = SPACES
               MOVE "SPONREG" TO MISSING-PARM-NAME-WS
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
                   DISPLAY "SPONSOR BILLING RUN NOT STARTED"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "SPONBILL" TO LOCK-HOLDER.
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       341-RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       end program Program39.
