           ASSIGN TO OPERFILE-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS-WS.
       SELECT CONTACT-FILE
           ASSIGN TO STUCONT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-STUDENT-NUMBER
               FILE STATUS IS CONTACT-FILE-STATUS-WS.
       SELECT PENDING-APPROVAL-FILE
           ASSIGN TO PENDAPPR-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-QUEUE-NUMBER
               FILE STATUS IS PENDING-FILE-STATUS-WS.
       SELECT RECEIPT-CONTROL-FILE
           ASSIGN TO RECEIPTS-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-FILE-STATUS-WS.
       SELECT COUNTER-PAYMENT-FILE
           ASSIGN TO CASHPAY-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASHPAY-FILE-STATUS-WS.
       SELECT DRAWER-CLOSE-FILE
           ASSIGN TO DRAWCLOS-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWER-FILE-STATUS-WS.
       SELECT CASHIER-PRINT-FILE-OUT
           ASSIGN TO CASHPRT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASHPRT-FILE-STATUS-WS.

       data division.
       FILE SECTION.
           05 AUDIT-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-TERM              PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-APPROVER          PIC X(8).
       FD PROGRAM-FILE-IN.
       01 PROGRAM-RECORD-IN.
           05 PRG-CODE-IN   PIC X(5).
           05 JRNL-AFTER-IMAGE   PIC X(221).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 JRNL-OPERATOR      PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 JRNL-APPROVER      PIC X(8).
       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LOCK-HOLDER    PIC X(8).
           05 OPR-PASSWORD  PIC X(8).
           05 FILLER        PIC X(1).
           05 OPR-AUTHORITY PIC X(1).
       FD CONTACT-FILE.
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
       FD PENDING-APPROVAL-FILE.
       01 PENDING-APPROVAL-RECORD.
           05 PA-QUEUE-NUMBER       PIC 9(6).
           05 PA-STUDENT-NUMBER     PIC 9(6).
           05 PA-OLD-TUITION        PIC 9(6)V99.
           05 PA-NEW-TUITION        PIC 9(6)V99.
           05 PA-ENTERED-BY         PIC X(8).
           05 PA-ENTERED-TIMESTAMP  PIC X(21).
           05 PA-STATUS             PIC X(1).
           05 PA-REVIEWED-BY        PIC X(8).
           05 PA-REVIEWED-TIMESTAMP PIC X(21).
           05 PA-REJECT-REASON      PIC X(30).
       FD RECEIPT-CONTROL-FILE.
       01 RECEIPT-CONTROL-RECORD.
           05 RCPT-RECEIPT-NUMBER PIC X(8).
           05 FILLER              PIC X(1).
           05 RCPT-STUDENT-NUMBER PIC 9(6).
           05 FILLER              PIC X(1).
           05 RCPT-AMOUNT         PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 RCPT-POSTED-TIMESTAMP PIC X(21).
       FD COUNTER-PAYMENT-FILE.
       01 COUNTER-PAYMENT-RECORD.
           05 CP-RECEIPT-NUMBER PIC X(8).
           05 FILLER            PIC X(1).
           05 CP-STUDENT-NUMBER PIC 9(6).
           05 FILLER            PIC X(1).
           05 CP-AMOUNT         PIC 9(5)V99.
           05 FILLER            PIC X(1).
           05 CP-TENDER-TYPE    PIC X(1).
           05 FILLER            PIC X(1).
           05 CP-OPERATOR       PIC X(8).
           05 FILLER            PIC X(1).
           05 CP-TIMESTAMP      PIC X(21).
       FD DRAWER-CLOSE-FILE.
       01 DRAWER-CLOSE-RECORD.
           05 DC-OPERATOR        PIC X(8).
           05 FILLER             PIC X(1).
           05 DC-CLOSE-TIMESTAMP PIC X(21).
           05 FILLER             PIC X(1).
           05 DC-CLOSED-BY       PIC X(8).
           05 FILLER             PIC X(1).
           05 DC-CASH-COUNT      PIC 9(4).
           05 FILLER             PIC X(1).
           05 DC-CASH-EXPECTED   PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 DC-CASH-COUNTED    PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 DC-CHEQUE-COUNT    PIC 9(4).
           05 FILLER             PIC X(1).
           05 DC-CHEQUE-EXPECTED PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 DC-CHEQUE-COUNTED  PIC 9(7)V99.
           05 FILLER             PIC X(1).
           05 DC-DEBIT-COUNT     PIC 9(4).
           05 FILLER             PIC X(1).
           05 DC-DEBIT-TOTAL     PIC 9(7)V99.
       FD CASHIER-PRINT-FILE-OUT.
       01 CASHIER-PRINT-RECORD-OUT PIC X(80).

       working-storage section.
       01 STATUS-FIELD PIC X(2).
           05 STUJRNL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 OPERFILE-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUCONT-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 PENDAPPR-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 RECEIPTS-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 CASHPAY-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 DRAWCLOS-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 CASHPRT-FILE-NAME-WS  PIC X(80) VALUE SPACES.
       01 PROGRAM-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-TBL PIC X(3) VALUE "NO".
       01 PROGRAM-TABLE-COUNT-WS PIC 9(3) VALUE ZERO.
               10 OPR-PASSWORD-TBL  PIC X(8).
               10 OPR-AUTHORITY-TBL PIC X(1).
       01 TERM-CODE-WS PIC X(5) VALUE SPACES.
       01 CONTACT-FILE-STATUS-WS PIC X(2).
       01 CONTACT-FOUND-FLAG PIC X(3) VALUE "NO".
       01 CONTACT-FIELDS-WS.
           05 CONTACT-ADDRESS-WS.
               10 CONTACT-ADDRESS-1-WS PIC X(40).
               10 CONTACT-ADDRESS-2-WS PIC X(40).
               10 CONTACT-CITY-WS      PIC X(25).
               10 CONTACT-PROVINCE-WS  PIC X(2).
               10 CONTACT-POSTAL-WS    PIC X(7).
           05 CONTACT-EMAIL-WS         PIC X(50).
           05 CONTACT-PHONE-WS         PIC X(15).
           05 CONTACT-EFF-DATE-WS      PIC 9(8).
           05 CONTACT-RETURNED-FLAG-WS PIC X(1).
       01 OLD-CONTACT-ADDRESS-WS PIC X(114).
       01 OLD-CONTACT-EFF-DATE-WS PIC 9(8).
       01 CONTACT-DATE-FIELDS-WS.
           05 CONTACT-TODAY-WS PIC 9(8).
           05 FILLER           PIC X(13).
       01 PENDING-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PEND PIC X(3) VALUE "NO".
       01 APPROVAL-LIMIT-WS PIC 9(6)V99 VALUE 1000.00.
       01 ADJUSTMENT-AMOUNT-WS PIC S9(7)V99 VALUE ZERO.
       01 NEXT-QUEUE-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 QUEUE-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 PENDING-COUNT-WS PIC 9(4) VALUE ZERO.
       01 REVIEW-DECISION-WS PIC X(1).
       01 ENTERED-BY-WS PIC X(8) VALUE SPACES.
       01 APPROVER-ID-WS PIC X(8) VALUE SPACES.
       01 PENDING-LIST-LINE.
           05 PEND-QUEUE-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PEND-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PEND-OLD-TUITION-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE " TO ".
           05 PEND-NEW-TUITION-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PEND-ENTERED-BY-OUT PIC X(8).
       01 AUDIT-SOURCE-WS PIC X(2) VALUE "ON".
       01 RECEIPT-FILE-STATUS-WS PIC X(2).
       01 CASHPAY-FILE-STATUS-WS PIC X(2).
       01 DRAWER-FILE-STATUS-WS PIC X(2).
       01 CASHPRT-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-RCPT PIC X(3) VALUE "NO".
       01 EOF-FLAG-CASH PIC X(3) VALUE "NO".
       01 EOF-FLAG-DRAW PIC X(3) VALUE "NO".
       01 NEXT-RECEIPT-SEQ-WS PIC 9(7) VALUE ZERO.
       01 RECEIPT-NUMBER-WS.
           05 RECEIPT-PREFIX-WS PIC X(1) VALUE "W".
           05 RECEIPT-SEQ-WS    PIC 9(7) VALUE ZERO.
       01 PAYMENT-AMOUNT-WS PIC 9(5)V99.
       01 TENDER-TYPE-WS PIC X(1).
       01 TENDER-NAME-WS PIC X(7).
       01 POSTING-TIMESTAMP-WS PIC X(21).
       01 AUDIT-TIMESTAMP-WS PIC X(21) VALUE SPACES.
       01 CLOSE-OPERATOR-WS PIC X(8).
       01 LAST-CLOSE-TIMESTAMP-WS PIC X(21).
       01 DRAWER-TOTALS-WS.
           05 CASH-COUNT-WS        PIC 9(4).
           05 CASH-EXPECTED-WS     PIC 9(7)V99.
           05 CHEQUE-COUNT-WS      PIC 9(4).
           05 CHEQUE-EXPECTED-WS   PIC 9(7)V99.
           05 DEBIT-COUNT-WS       PIC 9(4).
           05 DEBIT-TOTAL-WS       PIC 9(7)V99.
       01 CASH-COUNTED-WS PIC 9(7)V99 VALUE ZERO.
       01 CHEQUE-COUNTED-WS PIC 9(7)V99 VALUE ZERO.
       01 CASH-OVER-SHORT-WS PIC S9(8)V99 VALUE ZERO.
       01 CHEQUE-OVER-SHORT-WS PIC S9(8)V99 VALUE ZERO.
       01 TOTAL-OVER-SHORT-WS PIC S9(8)V99 VALUE ZERO.
       01 PRINT-AMOUNT-WS PIC ZZ,ZZZ,ZZ9.99-.
       01 RECEIPT-HEADING-LINE.
           05 FILLER PIC X(31) VALUE
              "STUDENT TUITION PAYMENT RECEIPT".
       01 RECEIPT-DETAIL-LINE.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RCT-LABEL-OUT PIC X(18).
           05 RCT-VALUE-OUT PIC X(40).
       01 CLOSE-OUT-HEADING-LINE.
           05 FILLER PIC X(26) VALUE "CASHIER DRAWER CLOSE-OUT ".
           05 CLH-OPERATOR-OUT PIC X(8).
           05 FILLER PIC X(4) VALUE " AT ".
           05 CLH-TIMESTAMP-OUT PIC X(14).
           05 FILLER PIC X(4) VALUE " BY ".
           05 CLH-CLOSED-BY-OUT PIC X(8).
       01 CLOSE-OUT-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE "TENDER".
           05 FILLER PIC X(6) VALUE " ITEMS".
           05 FILLER PIC X(16) VALUE "        EXPECTED".
           05 FILLER PIC X(16) VALUE "         COUNTED".
           05 FILLER PIC X(16) VALUE "      OVER/SHORT".
       01 CLOSE-OUT-DETAIL-LINE.
           05 CLO-TENDER-OUT     PIC X(10).
           05 CLO-COUNT-OUT      PIC ZZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CLO-EXPECTED-OUT   PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CLO-COUNTED-OUT    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CLO-OVER-SHORT-OUT PIC ZZ,ZZZ,ZZ9.99-.

       SCREEN SECTION.
       01 ONLINE-TRANSACTION-SEREEN.
         05 VALUE "ONLINE TRANSACTION" LINE 3 COL 3.
         05 VALUE "TRANSACTION TO ENTER (U/A/C/D/I/L/M/R/P/B/N)?"
            LINE 5 COL 5.
         05 TRANS-IN-FLAG  LINE 5 COL 51 PIC X(1) TO TRANS-FLAG-WS.
       01 UPDATE-TUITION-SCREEN.
         05 VALUE "UPDATE TUITION" LINE 3 COL 3.
         05 VALUE "STUDENT NUMBER?" LINE 7 COL 5.
            STUDENT-NUMBER-WS.
       01 MESSAGE-NO-MATCHES-SCREEN.
           05 VALUE "NO STUDENTS MATCH THAT NAME." LINE 15 COL 5.
       01 CONTACT-LOOKUP-SCREEN.
         05 VALUE "STUDENT MAILING ADDRESS / CONTACT" LINE 3 COL 3.
         05 VALUE "STUDENT NUMBER?" LINE 7 COL 5.
         05 CNT-STUDENT-NUMBER-TRANS LINE 7 COL 25 PIC 9(6) TO
            STUDENT-NUMBER-WS.
       01 CONTACT-MAINTENANCE-SCREEN.
         05 VALUE "STUDENT MAILING ADDRESS / CONTACT" LINE 3 COL 3.
         05 VALUE "STUDENT:" LINE 5 COL 5.
         05 CNT-DISP-STUDENT-NAME LINE 5 COL 25 PIC X(40) FROM
            IND-STUDENT-NAME.
         05 VALUE "ADDRESS LINE 1?" LINE 7 COL 5.
         05 CNT-ADDRESS-1-TRANS LINE 7 COL 25 PIC X(40) USING
            CONTACT-ADDRESS-1-WS.
         05 VALUE "ADDRESS LINE 2?" LINE 8 COL 5.
         05 CNT-ADDRESS-2-TRANS LINE 8 COL 25 PIC X(40) USING
            CONTACT-ADDRESS-2-WS.
         05 VALUE "CITY?" LINE 9 COL 5.
         05 CNT-CITY-TRANS LINE 9 COL 25 PIC X(25) USING
            CONTACT-CITY-WS.
         05 VALUE "PROVINCE?" LINE 9 COL 52.
         05 CNT-PROVINCE-TRANS LINE 9 COL 63 PIC X(2) USING
            CONTACT-PROVINCE-WS.
         05 VALUE "POSTAL CODE?" LINE 10 COL 5.
         05 CNT-POSTAL-TRANS LINE 10 COL 25 PIC X(7) USING
            CONTACT-POSTAL-WS.
         05 VALUE "EMAIL?" LINE 11 COL 5.
         05 CNT-EMAIL-TRANS LINE 11 COL 25 PIC X(50) USING
            CONTACT-EMAIL-WS.
         05 VALUE "PHONE?" LINE 12 COL 5.
         05 CNT-PHONE-TRANS LINE 12 COL 25 PIC X(15) USING
            CONTACT-PHONE-WS.
         05 VALUE "ADDRESS EFFECTIVE (YYYYMMDD)?" LINE 13 COL 5.
         05 CNT-EFF-DATE-TRANS LINE 13 COL 36 PIC 9(8) USING
            CONTACT-EFF-DATE-WS.
         05 VALUE "RETURNED MAIL (Y/N)?" LINE 14 COL 5.
         05 CNT-RETURNED-TRANS LINE 14 COL 36 PIC X(1) USING
            CONTACT-RETURNED-FLAG-WS.
       01 MESSAGE-QUEUED-SCREEN.
           05 VALUE "; Queued For Supervisor Approval." LINE 15
              COL 29.
       01 REVIEW-SELECT-SCREEN.
         05 VALUE "QUEUE NUMBER TO REVIEW (000000 TO CANCEL)?" LINE 17
            COL 5.
         05 REV-QUEUE-NUMBER-TRANS LINE 17 COL 49 PIC 9(6) TO
            QUEUE-NUMBER-WS.
       01 REVIEW-ADJUSTMENT-SCREEN.
         05 VALUE "REVIEW TUITION ADJUSTMENT" LINE 3 COL 3.
         05 VALUE "QUEUE NUMBER:" LINE 5 COL 5.
         05 REV-DISP-QUEUE LINE 5 COL 25 PIC 9(6) FROM
            PA-QUEUE-NUMBER.
         05 VALUE "STUDENT NUMBER:" LINE 7 COL 5.
         05 REV-DISP-STUDENT-NUMBER LINE 7 COL 25 PIC 9(6) FROM
            IND-STUDENT-NUMBER.
         05 VALUE "STUDENT NAME:" LINE 8 COL 5.
         05 REV-DISP-STUDENT-NAME LINE 8 COL 25 PIC X(40) FROM
            IND-STUDENT-NAME.
         05 VALUE "TUITION OWED NOW:" LINE 9 COL 5.
         05 REV-DISP-CURRENT LINE 9 COL 25 PIC ZZZ,ZZ9.99 FROM
            IND-TUITION-OWED.
         05 VALUE "REQUESTED TUITION:" LINE 10 COL 5.
         05 REV-DISP-REQUESTED LINE 10 COL 25 PIC ZZZ,ZZ9.99 FROM
            PA-NEW-TUITION.
         05 VALUE "ENTERED BY:" LINE 11 COL 5.
         05 REV-DISP-ENTERED-BY LINE 11 COL 25 PIC X(8) FROM
            PA-ENTERED-BY.
         05 VALUE "AT" LINE 11 COL 35.
         05 REV-DISP-ENTERED-AT LINE 11 COL 38 PIC X(14) FROM
            PA-ENTERED-TIMESTAMP.
         05 VALUE "APPROVE OR REJECT (A/R)?" LINE 13 COL 5.
         05 REV-DECISION-TRANS LINE 13 COL 31 PIC X(1) TO
            REVIEW-DECISION-WS.
       01 MESSAGE-OWN-ENTRY-SCREEN.
           05 VALUE "; Entered By You - Second Operator Required."
              LINE 15 COL 29.
       01 MESSAGE-NOT-PENDING-SCREEN.
           05 VALUE "; Item Not Pending.  " LINE 15 COL 29.
       01 MESSAGE-APPROVED-SCREEN.
           05 VALUE "; Adjustment Approved." LINE 15 COL 29.
       01 MESSAGE-REJECTED-SCREEN.
           05 VALUE "; Adjustment Rejected." LINE 15 COL 29.
       01 MESSAGE-BALANCE-CHANGED-SCREEN.
           05 VALUE "; Balance Changed Since Entry - Rejected."
              LINE 15 COL 29.
       01 MESSAGE-NO-PENDING-SCREEN.
           05 VALUE "NO ADJUSTMENTS AWAITING APPROVAL." LINE 15 COL 5.
       01 PAYMENT-ENTRY-SCREEN.
         05 VALUE "CASHIER PAYMENT" LINE 3 COL 3.
         05 VALUE "STUDENT NUMBER?" LINE 7 COL 5.
         05 PAY-STUDENT-NUMBER-TRANS LINE 7 COL 25 PIC 9(6) TO
            STUDENT-NUMBER-WS.
         05 VALUE "PAYMENT AMOUNT?" LINE 9 COL 5.
         05 PAY-AMOUNT-TRANS LINE 9 COL 25 PIC 9(5)V99 TO
            PAYMENT-AMOUNT-WS.
         05 VALUE "TENDER (C-CASH, Q-CHEQUE, D-DEBIT)?" LINE 11 COL 5.
         05 PAY-TENDER-TRANS LINE 11 COL 42 PIC X(1) TO
            TENDER-TYPE-WS.
       01 MESSAGE-PAYMENT-POSTED-SCREEN.
           05 VALUE "; Payment Posted. Receipt" LINE 15 COL 29.
           05 PAY-DISP-RECEIPT LINE 15 COL 55 PIC X(8) FROM
              RECEIPT-NUMBER-WS.
       01 MESSAGE-OVERPAYMENT-SCREEN.
           05 VALUE "; Payment Exceeds Balance Owing." LINE 15 COL 29.
       01 DRAWER-OPERATOR-SCREEN.
         05 VALUE "CASHIER DRAWER CLOSE-OUT" LINE 3 COL 3.
         05 VALUE "CASHIER OPERATOR ID?" LINE 5 COL 5.
         05 CLS-OPERATOR-TRANS LINE 5 COL 27 PIC X(8) USING
            CLOSE-OPERATOR-WS.
       01 DRAWER-COUNT-SCREEN.
         05 VALUE "TENDER" LINE 7 COL 5.
         05 VALUE "ITEMS" LINE 7 COL 19.
         05 VALUE "EXPECTED" LINE 7 COL 33.
         05 VALUE "COUNTED" LINE 7 COL 48.
         05 VALUE "CASH" LINE 9 COL 5.
         05 CLS-CASH-COUNT LINE 9 COL 20 PIC ZZZ9 FROM
            CASH-COUNT-WS.
         05 CLS-CASH-EXPECTED LINE 9 COL 28 PIC ZZ,ZZZ,ZZ9.99 FROM
            CASH-EXPECTED-WS.
         05 CLS-CASH-COUNTED LINE 9 COL 46 PIC 9(7)V99 USING
            CASH-COUNTED-WS.
         05 VALUE "CHEQUE" LINE 10 COL 5.
         05 CLS-CHEQUE-COUNT LINE 10 COL 20 PIC ZZZ9 FROM
            CHEQUE-COUNT-WS.
         05 CLS-CHEQUE-EXPECTED LINE 10 COL 28 PIC ZZ,ZZZ,ZZ9.99 FROM
            CHEQUE-EXPECTED-WS.
         05 CLS-CHEQUE-COUNTED LINE 10 COL 46 PIC 9(7)V99 USING
            CHEQUE-COUNTED-WS.
         05 VALUE "DEBIT" LINE 11 COL 5.
         05 CLS-DEBIT-COUNT LINE 11 COL 20 PIC ZZZ9 FROM
            DEBIT-COUNT-WS.
         05 CLS-DEBIT-TOTAL LINE 11 COL 28 PIC ZZ,ZZZ,ZZ9.99 FROM
            DEBIT-TOTAL-WS.
       01 DRAWER-RESULT-SCREEN.
         05 VALUE "DRAWER OVER/SHORT:" LINE 13 COL 5.
         05 CLS-OVER-SHORT LINE 13 COL 25 PIC ZZ,ZZZ,ZZ9.99- FROM
            TOTAL-OVER-SHORT-WS.
         05 VALUE "; Drawer Closed.     " LINE 15 COL 29.
       01 MESSAGE-NOT-AUTHORIZED-SCREEN.
           05 VALUE "OPERATOR NOT AUTHORIZED FOR THAT TRANSACTION."
              LINE 15 COL 5.
                   PERFORM 713-PROCESS-INQUIRY-TRANSACTION
               WHEN TRANS-FLAG-WS = "L" OR TRANS-FLAG-WS = "l"
                   PERFORM 723-PROCESS-LOOKUP-TRANSACTION
               WHEN TRANS-FLAG-WS = "M" OR TRANS-FLAG-WS = "m"
                   PERFORM 731-CHECK-UPDATE-AUTHORITY
                   IF UPDATE-ALLOWED-FLAG = "YES"
                       PERFORM 735-PROCESS-CONTACT-TRANSACTION
                   END-IF
               WHEN TRANS-FLAG-WS = "R" OR TRANS-FLAG-WS = "r"
                   IF OPERATOR-AUTHORITY-WS = "S"
                       PERFORM 743-PROCESS-REVIEW-TRANSACTION
                   ELSE
                       DISPLAY MESSAGE-NOT-AUTHORIZED-SCREEN
                   END-IF
               WHEN TRANS-FLAG-WS = "P" OR TRANS-FLAG-WS = "p"
                   PERFORM 731-CHECK-UPDATE-AUTHORITY
                   IF UPDATE-ALLOWED-FLAG = "YES"
                       PERFORM 749-PROCESS-PAYMENT-TRANSACTION
                   END-IF
               WHEN TRANS-FLAG-WS = "B" OR TRANS-FLAG-WS = "b"
                   PERFORM 731-CHECK-UPDATE-AUTHORITY
                   IF UPDATE-ALLOWED-FLAG = "YES"
                       PERFORM 756-PROCESS-DRAWER-CLOSE-OUT
                   END-IF
               WHEN TRANS-FLAG-WS = "N" OR TRANS-FLAG-WS = "n"
                   CONTINUE
               WHEN OTHER
           OPEN I-O STUDENT-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE-OUT.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN I-O CONTACT-FILE.
           IF CONTACT-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.
           OPEN I-O PENDING-APPROVAL-FILE.
           IF PENDING-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF.
           PERFORM 741-FIND-NEXT-QUEUE-NUMBER.
           PERFORM 754-FIND-NEXT-RECEIPT-NUMBER.
           OPEN EXTEND RECEIPT-CONTROL-FILE.
           IF RECEIPT-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT RECEIPT-CONTROL-FILE
           END-IF.
           OPEN EXTEND COUNTER-PAYMENT-FILE.
           IF CASHPAY-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT COUNTER-PAYMENT-FILE
           END-IF.
           OPEN EXTEND CASHIER-PRINT-FILE-OUT.
           IF CASHPRT-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT CASHIER-PRINT-FILE-OUT
           END-IF.
           PERFORM 714-LOAD-PROGRAM-TABLE.
           MOVE SPACE TO TRANS-FLAG-WS.

           MOVE STUDENT-NUMBER-WS TO IND-STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY DISPLAY MESSAGE-REC-NOT-FOUND-SCREEN
               NOT INVALID KEY PERFORM 739-ROUTE-TUITION-UPDATE
           END-READ.

       UPDATE-STUFILE-RECORD.

       717-WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP.
           MOVE ENTERED-BY-WS TO JRNL-OPERATOR.
           MOVE APPROVER-ID-WS TO JRNL-APPROVER.
           MOVE JOURNAL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE.
           MOVE INDEXED-FILE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD-OUT.
           MOVE IND-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE OLD-TUITION-WS TO AUDIT-OLD-TUITION.
           MOVE IND-TUITION-OWED TO AUDIT-NEW-TUITION.
           IF AUDIT-TIMESTAMP-WS = SPACES
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           ELSE
               MOVE AUDIT-TIMESTAMP-WS TO AUDIT-TIMESTAMP
           END-IF.
           MOVE ENTERED-BY-WS TO AUDIT-OPERATOR.
           MOVE APPROVER-ID-WS TO AUDIT-APPROVER.
           MOVE TERM-CODE-WS TO AUDIT-TERM.
           MOVE AUDIT-SOURCE-WS TO AUDIT-SOURCE.
           WRITE AUDIT-RECORD-OUT.

       704-CLOSE-UPDATE-STUDENT-FILE.
           CLOSE STUDENT-FILE AUDIT-TRAIL-FILE-OUT JOURNAL-FILE-OUT
                 CONTACT-FILE PENDING-APPROVAL-FILE
                 RECEIPT-CONTROL-FILE COUNTER-PAYMENT-FILE
                 CASHIER-PRINT-FILE-OUT.
           PERFORM 728-RELEASE-MASTER-LOCK.

       727-ACQUIRE-MASTER-LOCK.
           END-IF.
           DISPLAY "OPERATOR " OPERATOR-ID-WS " SIGNED ON WITH "
               "AUTHORITY " OPERATOR-AUTHORITY-WS.
           MOVE OPERATOR-ID-WS TO ENTERED-BY-WS.
           MOVE SPACES TO APPROVER-ID-WS.

       732-LOAD-OPERATOR-TABLE.
           MOVE ZERO TO OPERATOR-COUNT-WS.
               END-READ
           END-IF.

       735-PROCESS-CONTACT-TRANSACTION.
           DISPLAY CONTACT-LOOKUP-SCREEN.
           ACCEPT CONTACT-LOOKUP-SCREEN.
           MOVE STUDENT-NUMBER-WS TO IND-STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY STUDENT-NUMBER-SCREEN
                   DISPLAY MESSAGE-REC-NOT-FOUND-SCREEN
               NOT INVALID KEY
                   PERFORM 736-LOAD-CONTACT-FIELDS
                   DISPLAY CONTACT-MAINTENANCE-SCREEN
                   ACCEPT CONTACT-MAINTENANCE-SCREEN
                   PERFORM 737-CHECK-CONTACT-DATA
                   IF INPUT-DATA-FLAG = "GOOD"
                       PERFORM 738-SAVE-CONTACT-RECORD
                   ELSE
                       DISPLAY STUDENT-NUMBER-SCREEN
                       DISPLAY MESSAGE-INPUT-INVALID-SCREEN
                   END-IF
           END-READ.

       736-LOAD-CONTACT-FIELDS.
           MOVE STUDENT-NUMBER-WS TO CON-STUDENT-NUMBER.
           READ CONTACT-FILE
               INVALID KEY
                   MOVE "NO" TO CONTACT-FOUND-FLAG
                   MOVE SPACES TO CONTACT-FIELDS-WS
                   MOVE ZERO TO CONTACT-EFF-DATE-WS
                   MOVE "N" TO CONTACT-RETURNED-FLAG-WS
               NOT INVALID KEY
                   MOVE "YES" TO CONTACT-FOUND-FLAG
                   MOVE CON-ADDRESS-LINE-1 TO CONTACT-ADDRESS-1-WS
                   MOVE CON-ADDRESS-LINE-2 TO CONTACT-ADDRESS-2-WS
                   MOVE CON-CITY TO CONTACT-CITY-WS
                   MOVE CON-PROVINCE TO CONTACT-PROVINCE-WS
                   MOVE CON-POSTAL-CODE TO CONTACT-POSTAL-WS
                   MOVE CON-EMAIL TO CONTACT-EMAIL-WS
                   MOVE CON-PHONE TO CONTACT-PHONE-WS
                   MOVE CON-ADDRESS-EFF-DATE TO CONTACT-EFF-DATE-WS
                   MOVE CON-RETURNED-MAIL-FLAG TO
                       CONTACT-RETURNED-FLAG-WS
           END-READ.
           MOVE CONTACT-ADDRESS-WS TO OLD-CONTACT-ADDRESS-WS.
           MOVE CONTACT-EFF-DATE-WS TO OLD-CONTACT-EFF-DATE-WS.

       737-CHECK-CONTACT-DATA.
           MOVE FUNCTION UPPER-CASE(CONTACT-RETURNED-FLAG-WS) TO
               CONTACT-RETURNED-FLAG-WS.
           MOVE FUNCTION UPPER-CASE(CONTACT-PROVINCE-WS) TO
               CONTACT-PROVINCE-WS.
           MOVE FUNCTION UPPER-CASE(CONTACT-POSTAL-WS) TO
               CONTACT-POSTAL-WS.
           IF CONTACT-RETURNED-FLAG-WS = SPACE
               MOVE "N" TO CONTACT-RETURNED-FLAG-WS
           END-IF.
           IF CONTACT-ADDRESS-1-WS = SPACES
               OR CONTACT-CITY-WS = SPACES
               OR (CONTACT-RETURNED-FLAG-WS NOT = "Y"
                   AND CONTACT-RETURNED-FLAG-WS NOT = "N")
               MOVE "BAD" TO INPUT-DATA-FLAG
           ELSE
               MOVE "GOOD" TO INPUT-DATA-FLAG
           END-IF.
           IF INPUT-DATA-FLAG = "GOOD"
               AND CONTACT-ADDRESS-WS NOT = OLD-CONTACT-ADDRESS-WS
               MOVE "N" TO CONTACT-RETURNED-FLAG-WS
               IF CONTACT-EFF-DATE-WS = OLD-CONTACT-EFF-DATE-WS
                   MOVE FUNCTION CURRENT-DATE TO
                       CONTACT-DATE-FIELDS-WS
                   MOVE CONTACT-TODAY-WS TO CONTACT-EFF-DATE-WS
               END-IF
           END-IF.

       738-SAVE-CONTACT-RECORD.
           MOVE STUDENT-NUMBER-WS TO CON-STUDENT-NUMBER.
           MOVE CONTACT-ADDRESS-1-WS TO CON-ADDRESS-LINE-1.
           MOVE CONTACT-ADDRESS-2-WS TO CON-ADDRESS-LINE-2.
           MOVE CONTACT-CITY-WS TO CON-CITY.
           MOVE CONTACT-PROVINCE-WS TO CON-PROVINCE.
           MOVE CONTACT-POSTAL-WS TO CON-POSTAL-CODE.
           MOVE CONTACT-EMAIL-WS TO CON-EMAIL.
           MOVE CONTACT-PHONE-WS TO CON-PHONE.
           MOVE CONTACT-EFF-DATE-WS TO CON-ADDRESS-EFF-DATE.
           MOVE CONTACT-RETURNED-FLAG-WS TO CON-RETURNED-MAIL-FLAG.
           DISPLAY STUDENT-NUMBER-SCREEN.
           IF CONTACT-FOUND-FLAG = "YES"
               REWRITE CONTACT-RECORD
                   INVALID KEY DISPLAY MESSAGE-REC-NOT-FOUND-SCREEN
                   NOT INVALID KEY DISPLAY MESSAGE-REC-UPDATED-SCREEN
               END-REWRITE
           ELSE
               WRITE CONTACT-RECORD
                   INVALID KEY DISPLAY MESSAGE-REC-DUP-SCREEN
                   NOT INVALID KEY DISPLAY MESSAGE-REC-ADDED-SCREEN
               END-WRITE
           END-IF.

       739-ROUTE-TUITION-UPDATE.
           COMPUTE ADJUSTMENT-AMOUNT-WS =
               TUTION-OWNED-WS - IND-TUITION-OWED.
           IF ADJUSTMENT-AMOUNT-WS < ZERO
               COMPUTE ADJUSTMENT-AMOUNT-WS = ADJUSTMENT-AMOUNT-WS * -1
           END-IF.
           IF ADJUSTMENT-AMOUNT-WS > APPROVAL-LIMIT-WS
               OR (TUTION-OWNED-WS = ZERO
                   AND IND-TUITION-OWED > ZERO)
               PERFORM 740-QUEUE-TUITION-ADJUSTMENT
           ELSE
               PERFORM UPDATE-STUFILE-RECORD
           END-IF.

       740-QUEUE-TUITION-ADJUSTMENT.
           MOVE SPACES TO PENDING-APPROVAL-RECORD.
           ADD 1 TO NEXT-QUEUE-NUMBER-WS.
           MOVE NEXT-QUEUE-NUMBER-WS TO PA-QUEUE-NUMBER.
           MOVE IND-STUDENT-NUMBER TO PA-STUDENT-NUMBER.
           MOVE IND-TUITION-OWED TO PA-OLD-TUITION.
           MOVE TUTION-OWNED-WS TO PA-NEW-TUITION.
           MOVE OPERATOR-ID-WS TO PA-ENTERED-BY.
           MOVE FUNCTION CURRENT-DATE TO PA-ENTERED-TIMESTAMP.
           MOVE "P" TO PA-STATUS.
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY MESSAGE-INPUT-INVALID-SCREEN
               NOT INVALID KEY
                   DISPLAY MESSAGE-QUEUED-SCREEN
           END-WRITE.

       741-FIND-NEXT-QUEUE-NUMBER.
           MOVE ZERO TO NEXT-QUEUE-NUMBER-WS.
           MOVE "NO" TO EOF-FLAG-PEND.
           MOVE ZERO TO PA-QUEUE-NUMBER.
           START PENDING-APPROVAL-FILE KEY >= PA-QUEUE-NUMBER
               INVALID KEY MOVE "YES" TO EOF-FLAG-PEND
           END-START.
           PERFORM UNTIL EOF-FLAG-PEND = "YES"
               READ PENDING-APPROVAL-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-FLAG-PEND
                   NOT AT END
                       MOVE PA-QUEUE-NUMBER TO NEXT-QUEUE-NUMBER-WS
               END-READ
           END-PERFORM.

       742-APPLY-APPROVAL-LIMIT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 0
               COMPUTE APPROVAL-LIMIT-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER APPRLIMIT -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       743-PROCESS-REVIEW-TRANSACTION.
           PERFORM 744-LIST-PENDING-ADJUSTMENTS.
           IF PENDING-COUNT-WS = ZERO
               DISPLAY MESSAGE-NO-PENDING-SCREEN
           ELSE
               DISPLAY REVIEW-SELECT-SCREEN
               ACCEPT REVIEW-SELECT-SCREEN
               IF QUEUE-NUMBER-WS > ZERO
                   MOVE QUEUE-NUMBER-WS TO PA-QUEUE-NUMBER
                   READ PENDING-APPROVAL-FILE
                       INVALID KEY
                           DISPLAY MESSAGE-REC-NOT-FOUND-SCREEN
                       NOT INVALID KEY
                           PERFORM 745-REVIEW-ONE-ADJUSTMENT
                   END-READ
               END-IF
           END-IF.

       744-LIST-PENDING-ADJUSTMENTS.
           MOVE ZERO TO PENDING-COUNT-WS.
           MOVE "NO" TO EOF-FLAG-PEND.
           MOVE ZERO TO PA-QUEUE-NUMBER.
           START PENDING-APPROVAL-FILE KEY >= PA-QUEUE-NUMBER
               INVALID KEY MOVE "YES" TO EOF-FLAG-PEND
           END-START.
           PERFORM UNTIL EOF-FLAG-PEND = "YES"
               READ PENDING-APPROVAL-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-FLAG-PEND
                   NOT AT END
                       IF PA-STATUS = "P"
                           ADD 1 TO PENDING-COUNT-WS
                           IF PENDING-COUNT-WS <= 15
                               MOVE PA-QUEUE-NUMBER TO
                                   PEND-QUEUE-NUMBER-OUT
                               MOVE PA-STUDENT-NUMBER TO
                                   PEND-STUDENT-NUMBER-OUT
                               MOVE PA-OLD-TUITION TO
                                   PEND-OLD-TUITION-OUT
                               MOVE PA-NEW-TUITION TO
                                   PEND-NEW-TUITION-OUT
                               MOVE PA-ENTERED-BY TO
                                   PEND-ENTERED-BY-OUT
                               DISPLAY PENDING-LIST-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF PENDING-COUNT-WS > 15
               DISPLAY "MORE PENDING ITEMS NOT SHOWN -- REVIEW THESE "
                   "FIRST"
           END-IF.

       745-REVIEW-ONE-ADJUSTMENT.
           EVALUATE TRUE
               WHEN PA-STATUS NOT = "P"
                   DISPLAY MESSAGE-NOT-PENDING-SCREEN
               WHEN PA-ENTERED-BY = OPERATOR-ID-WS
                   DISPLAY MESSAGE-OWN-ENTRY-SCREEN
               WHEN OTHER
                   MOVE PA-STUDENT-NUMBER TO IND-STUDENT-NUMBER
                   READ STUDENT-FILE
                       INVALID KEY
                           DISPLAY MESSAGE-REC-NOT-FOUND-SCREEN
                       NOT INVALID KEY
                           DISPLAY REVIEW-ADJUSTMENT-SCREEN
                           ACCEPT REVIEW-ADJUSTMENT-SCREEN
                           EVALUATE TRUE
                               WHEN REVIEW-DECISION-WS = "A"
                                   OR REVIEW-DECISION-WS = "a"
                                   PERFORM 746-APPROVE-ADJUSTMENT
                               WHEN REVIEW-DECISION-WS = "R"
                                   OR REVIEW-DECISION-WS = "r"
                                   MOVE "REJECTED BY SUPERVISOR" TO
                                       PA-REJECT-REASON
                                   PERFORM 747-REJECT-ADJUSTMENT
                                   DISPLAY MESSAGE-REJECTED-SCREEN
                               WHEN OTHER
                                   DISPLAY MESSAGE-INPUT-INVALID-SCREEN
                           END-EVALUATE
                   END-READ
           END-EVALUATE.

       746-APPROVE-ADJUSTMENT.
           IF IND-TUITION-OWED NOT = PA-OLD-TUITION
               MOVE "BALANCE CHANGED SINCE ENTRY" TO PA-REJECT-REASON
               PERFORM 747-REJECT-ADJUSTMENT
               DISPLAY MESSAGE-BALANCE-CHANGED-SCREEN
           ELSE
               MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS
               MOVE IND-TUITION-OWED TO OLD-TUITION-WS
               MOVE PA-NEW-TUITION TO IND-TUITION-OWED
               REWRITE INDEXED-FILE-RECORD
                   INVALID KEY DISPLAY MESSAGE-REC-NOT-FOUND-SCREEN
                   NOT INVALID KEY
                       MOVE PA-ENTERED-BY TO ENTERED-BY-WS
                       MOVE OPERATOR-ID-WS TO APPROVER-ID-WS
                       PERFORM 712-WRITE-AUDIT-RECORD
                       MOVE "U" TO JRNL-ACTION
                       PERFORM 717-WRITE-JOURNAL-RECORD
                       MOVE OPERATOR-ID-WS TO ENTERED-BY-WS
                       MOVE SPACES TO APPROVER-ID-WS
                       MOVE "A" TO PA-STATUS
                       PERFORM 748-MARK-ADJUSTMENT-REVIEWED
                       DISPLAY MESSAGE-APPROVED-SCREEN
               END-REWRITE
           END-IF.

       747-REJECT-ADJUSTMENT.
           MOVE "R" TO PA-STATUS.
           PERFORM 748-MARK-ADJUSTMENT-REVIEWED.

       748-MARK-ADJUSTMENT-REVIEWED.
           MOVE OPERATOR-ID-WS TO PA-REVIEWED-BY.
           MOVE FUNCTION CURRENT-DATE TO PA-REVIEWED-TIMESTAMP.
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY DISPLAY MESSAGE-REC-NOT-FOUND-SCREEN
           END-REWRITE.

       749-PROCESS-PAYMENT-TRANSACTION.
           DISPLAY PAYMENT-ENTRY-SCREEN.
           ACCEPT PAYMENT-ENTRY-SCREEN.
           PERFORM 750-CHECK-PAYMENT-DATA.
           IF INPUT-DATA-FLAG = "GOOD"
               PERFORM 730-SET-COLLECTION-DISPLAY
               DISPLAY STUDENT-INQUIRY-DISPLAY-SCREEN
               DISPLAY CONFIRM-STUDENT-SCREEN
               ACCEPT CONFIRM-STUDENT-SCREEN
               IF CONFIRM-FLAG-WS = "Y" OR CONFIRM-FLAG-WS = "y"
                   PERFORM 751-POST-COUNTER-PAYMENT
               END-IF
           END-IF.

       750-CHECK-PAYMENT-DATA.
           DISPLAY STUDENT-NUMBER-SCREEN.
           MOVE FUNCTION UPPER-CASE(TENDER-TYPE-WS) TO TENDER-TYPE-WS.
           EVALUATE TENDER-TYPE-WS
               WHEN "C"
                   MOVE "CASH" TO TENDER-NAME-WS
               WHEN "Q"
                   MOVE "CHEQUE" TO TENDER-NAME-WS
               WHEN "D"
                   MOVE "DEBIT" TO TENDER-NAME-WS
               WHEN OTHER
                   MOVE SPACES TO TENDER-NAME-WS
           END-EVALUATE.
           IF TENDER-NAME-WS = SPACES
               OR PAYMENT-AMOUNT-WS NOT > ZERO
               MOVE "BAD" TO INPUT-DATA-FLAG
               DISPLAY MESSAGE-INPUT-INVALID-SCREEN
           ELSE
               MOVE STUDENT-NUMBER-WS TO IND-STUDENT-NUMBER
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "BAD" TO INPUT-DATA-FLAG
                       DISPLAY MESSAGE-REC-NOT-FOUND-SCREEN
                   NOT INVALID KEY
                       IF PAYMENT-AMOUNT-WS > IND-TUITION-OWED
                           MOVE "BAD" TO INPUT-DATA-FLAG
                           DISPLAY MESSAGE-OVERPAYMENT-SCREEN
                       ELSE
                           MOVE "GOOD" TO INPUT-DATA-FLAG
                       END-IF
               END-READ
           END-IF.

       751-POST-COUNTER-PAYMENT.
           MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS.
           MOVE IND-TUITION-OWED TO OLD-TUITION-WS.
           SUBTRACT PAYMENT-AMOUNT-WS FROM IND-TUITION-OWED.
           MOVE FUNCTION CURRENT-DATE TO POSTING-TIMESTAMP-WS.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY DISPLAY MESSAGE-REC-NOT-FOUND-SCREEN
               NOT INVALID KEY
                   ADD 1 TO NEXT-RECEIPT-SEQ-WS
                   MOVE NEXT-RECEIPT-SEQ-WS TO RECEIPT-SEQ-WS
                   PERFORM 752-RECORD-COUNTER-RECEIPT
                   MOVE "PY" TO AUDIT-SOURCE-WS
                   MOVE POSTING-TIMESTAMP-WS TO AUDIT-TIMESTAMP-WS
                   PERFORM 712-WRITE-AUDIT-RECORD
                   MOVE "ON" TO AUDIT-SOURCE-WS
                   MOVE SPACES TO AUDIT-TIMESTAMP-WS
                   MOVE "U" TO JRNL-ACTION
                   PERFORM 717-WRITE-JOURNAL-RECORD
                   PERFORM 753-PRINT-PAYMENT-RECEIPT
                   DISPLAY STUDENT-NUMBER-SCREEN
                   DISPLAY MESSAGE-PAYMENT-POSTED-SCREEN
           END-REWRITE.

       752-RECORD-COUNTER-RECEIPT.
           MOVE SPACES TO RECEIPT-CONTROL-RECORD.
           MOVE RECEIPT-NUMBER-WS TO RCPT-RECEIPT-NUMBER.
           MOVE IND-STUDENT-NUMBER TO RCPT-STUDENT-NUMBER.
           MOVE PAYMENT-AMOUNT-WS TO RCPT-AMOUNT.
           MOVE POSTING-TIMESTAMP-WS TO RCPT-POSTED-TIMESTAMP.
           WRITE RECEIPT-CONTROL-RECORD.
           MOVE SPACES TO COUNTER-PAYMENT-RECORD.
           MOVE RECEIPT-NUMBER-WS TO CP-RECEIPT-NUMBER.
           MOVE IND-STUDENT-NUMBER TO CP-STUDENT-NUMBER.
           MOVE PAYMENT-AMOUNT-WS TO CP-AMOUNT.
           MOVE TENDER-TYPE-WS TO CP-TENDER-TYPE.
           MOVE OPERATOR-ID-WS TO CP-OPERATOR.
           MOVE POSTING-TIMESTAMP-WS TO CP-TIMESTAMP.
           WRITE COUNTER-PAYMENT-RECORD.

       753-PRINT-PAYMENT-RECEIPT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM RECEIPT-HEADING-LINE.
           MOVE "RECEIPT NUMBER" TO RCT-LABEL-OUT.
           MOVE RECEIPT-NUMBER-WS TO RCT-VALUE-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM RECEIPT-DETAIL-LINE.
           MOVE "DATE/TIME" TO RCT-LABEL-OUT.
           MOVE SPACES TO RCT-VALUE-OUT.
           MOVE POSTING-TIMESTAMP-WS(1:8) TO RCT-VALUE-OUT(1:8).
           MOVE POSTING-TIMESTAMP-WS(9:4) TO RCT-VALUE-OUT(10:4).
           WRITE CASHIER-PRINT-RECORD-OUT FROM RECEIPT-DETAIL-LINE.
           MOVE "STUDENT NUMBER" TO RCT-LABEL-OUT.
           MOVE IND-STUDENT-NUMBER TO RCT-VALUE-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM RECEIPT-DETAIL-LINE.
           MOVE "STUDENT NAME" TO RCT-LABEL-OUT.
           MOVE IND-STUDENT-NAME TO RCT-VALUE-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM RECEIPT-DETAIL-LINE.
           MOVE "AMOUNT PAID" TO RCT-LABEL-OUT.
           MOVE PAYMENT-AMOUNT-WS TO PRINT-AMOUNT-WS.
           MOVE PRINT-AMOUNT-WS TO RCT-VALUE-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM RECEIPT-DETAIL-LINE.
           MOVE "TENDER" TO RCT-LABEL-OUT.
           MOVE TENDER-NAME-WS TO RCT-VALUE-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM RECEIPT-DETAIL-LINE.
           MOVE "BALANCE OWING" TO RCT-LABEL-OUT.
           MOVE IND-TUITION-OWED TO PRINT-AMOUNT-WS.
           MOVE PRINT-AMOUNT-WS TO RCT-VALUE-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM RECEIPT-DETAIL-LINE.
           MOVE "CASHIER" TO RCT-LABEL-OUT.
           MOVE OPERATOR-ID-WS TO RCT-VALUE-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM RECEIPT-DETAIL-LINE.
           MOVE SPACES TO CASHIER-PRINT-RECORD-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT.

       754-FIND-NEXT-RECEIPT-NUMBER.
           MOVE ZERO TO NEXT-RECEIPT-SEQ-WS.
           MOVE "NO" TO EOF-FLAG-RCPT.
           OPEN INPUT RECEIPT-CONTROL-FILE.
           IF RECEIPT-FILE-STATUS-WS = "00"
               PERFORM 755-CHECK-ONE-RECEIPT-NUMBER
                   UNTIL EOF-FLAG-RCPT = "YES"
               CLOSE RECEIPT-CONTROL-FILE
           END-IF.

       755-CHECK-ONE-RECEIPT-NUMBER.
           READ RECEIPT-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-RCPT
               NOT AT END
                   IF RCPT-RECEIPT-NUMBER(1:1) = RECEIPT-PREFIX-WS
                       AND RCPT-RECEIPT-NUMBER(2:7) IS NUMERIC
                       AND RCPT-RECEIPT-NUMBER(2:7) >
                           NEXT-RECEIPT-SEQ-WS
                       MOVE RCPT-RECEIPT-NUMBER(2:7) TO
                           NEXT-RECEIPT-SEQ-WS
                   END-IF
           END-READ.

       756-PROCESS-DRAWER-CLOSE-OUT.
           MOVE OPERATOR-ID-WS TO CLOSE-OPERATOR-WS.
           DISPLAY DRAWER-OPERATOR-SCREEN.
           ACCEPT DRAWER-OPERATOR-SCREEN.
           MOVE FUNCTION UPPER-CASE(CLOSE-OPERATOR-WS) TO
               CLOSE-OPERATOR-WS.
           IF CLOSE-OPERATOR-WS = SPACES
               MOVE OPERATOR-ID-WS TO CLOSE-OPERATOR-WS
           END-IF.
           IF CLOSE-OPERATOR-WS NOT = OPERATOR-ID-WS
               AND OPERATOR-AUTHORITY-WS NOT = "S"
               DISPLAY MESSAGE-NOT-AUTHORIZED-SCREEN
           ELSE
               PERFORM 757-FIND-LAST-CLOSE-OUT
               PERFORM 758-TOTAL-DRAWER-PAYMENTS
               MOVE ZERO TO CASH-COUNTED-WS CHEQUE-COUNTED-WS
               DISPLAY DRAWER-COUNT-SCREEN
               ACCEPT DRAWER-COUNT-SCREEN
               COMPUTE CASH-OVER-SHORT-WS =
                   CASH-COUNTED-WS - CASH-EXPECTED-WS
               COMPUTE CHEQUE-OVER-SHORT-WS =
                   CHEQUE-COUNTED-WS - CHEQUE-EXPECTED-WS
               COMPUTE TOTAL-OVER-SHORT-WS =
                   CASH-OVER-SHORT-WS + CHEQUE-OVER-SHORT-WS
               PERFORM 760-RECORD-DRAWER-CLOSE-OUT
               DISPLAY DRAWER-RESULT-SCREEN
           END-IF.

       757-FIND-LAST-CLOSE-OUT.
           MOVE SPACES TO LAST-CLOSE-TIMESTAMP-WS.
           MOVE "NO" TO EOF-FLAG-DRAW.
           OPEN INPUT DRAWER-CLOSE-FILE.
           IF DRAWER-FILE-STATUS-WS = "00"
               PERFORM 761-CHECK-ONE-CLOSE-OUT
                   UNTIL EOF-FLAG-DRAW = "YES"
               CLOSE DRAWER-CLOSE-FILE
           END-IF.

       758-TOTAL-DRAWER-PAYMENTS.
           MOVE ZERO TO CASH-COUNT-WS CASH-EXPECTED-WS
                        CHEQUE-COUNT-WS CHEQUE-EXPECTED-WS
                        DEBIT-COUNT-WS DEBIT-TOTAL-WS.
           MOVE "NO" TO EOF-FLAG-CASH.
           CLOSE COUNTER-PAYMENT-FILE.
           OPEN INPUT COUNTER-PAYMENT-FILE.
           IF CASHPAY-FILE-STATUS-WS = "00"
               PERFORM 759-ADD-ONE-DRAWER-PAYMENT
                   UNTIL EOF-FLAG-CASH = "YES"
               CLOSE COUNTER-PAYMENT-FILE
           END-IF.
           OPEN EXTEND COUNTER-PAYMENT-FILE.
           IF CASHPAY-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT COUNTER-PAYMENT-FILE
           END-IF.

       759-ADD-ONE-DRAWER-PAYMENT.
           READ COUNTER-PAYMENT-FILE
               AT END MOVE "YES" TO EOF-FLAG-CASH
               NOT AT END
                   IF CP-OPERATOR = CLOSE-OPERATOR-WS
                       AND CP-TIMESTAMP > LAST-CLOSE-TIMESTAMP-WS
                       EVALUATE CP-TENDER-TYPE
                           WHEN "C"
                               ADD 1 TO CASH-COUNT-WS
                               ADD CP-AMOUNT TO CASH-EXPECTED-WS
                           WHEN "Q"
                               ADD 1 TO CHEQUE-COUNT-WS
                               ADD CP-AMOUNT TO CHEQUE-EXPECTED-WS
                           WHEN OTHER
                               ADD 1 TO DEBIT-COUNT-WS
                               ADD CP-AMOUNT TO DEBIT-TOTAL-WS
                       END-EVALUATE
                   END-IF
           END-READ.

       760-RECORD-DRAWER-CLOSE-OUT.
           MOVE FUNCTION CURRENT-DATE TO POSTING-TIMESTAMP-WS.
           MOVE SPACES TO DRAWER-CLOSE-RECORD.
           MOVE CLOSE-OPERATOR-WS TO DC-OPERATOR.
           MOVE POSTING-TIMESTAMP-WS TO DC-CLOSE-TIMESTAMP.
           MOVE OPERATOR-ID-WS TO DC-CLOSED-BY.
           MOVE CASH-COUNT-WS TO DC-CASH-COUNT.
           MOVE CASH-EXPECTED-WS TO DC-CASH-EXPECTED.
           MOVE CASH-COUNTED-WS TO DC-CASH-COUNTED.
           MOVE CHEQUE-COUNT-WS TO DC-CHEQUE-COUNT.
           MOVE CHEQUE-EXPECTED-WS TO DC-CHEQUE-EXPECTED.
           MOVE CHEQUE-COUNTED-WS TO DC-CHEQUE-COUNTED.
           MOVE DEBIT-COUNT-WS TO DC-DEBIT-COUNT.
           MOVE DEBIT-TOTAL-WS TO DC-DEBIT-TOTAL.
           OPEN EXTEND DRAWER-CLOSE-FILE.
           IF DRAWER-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT DRAWER-CLOSE-FILE
           END-IF.
           WRITE DRAWER-CLOSE-RECORD.
           CLOSE DRAWER-CLOSE-FILE.
           MOVE CLOSE-OPERATOR-WS TO CLH-OPERATOR-OUT.
           MOVE POSTING-TIMESTAMP-WS(1:14) TO CLH-TIMESTAMP-OUT.
           MOVE OPERATOR-ID-WS TO CLH-CLOSED-BY-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM CLOSE-OUT-HEADING-LINE.
           WRITE CASHIER-PRINT-RECORD-OUT FROM CLOSE-OUT-COLUMN-LINE.
           MOVE "CASH" TO CLO-TENDER-OUT.
           MOVE CASH-COUNT-WS TO CLO-COUNT-OUT.
           MOVE CASH-EXPECTED-WS TO CLO-EXPECTED-OUT.
           MOVE CASH-COUNTED-WS TO CLO-COUNTED-OUT.
           MOVE CASH-OVER-SHORT-WS TO CLO-OVER-SHORT-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM CLOSE-OUT-DETAIL-LINE.
           MOVE "CHEQUE" TO CLO-TENDER-OUT.
           MOVE CHEQUE-COUNT-WS TO CLO-COUNT-OUT.
           MOVE CHEQUE-EXPECTED-WS TO CLO-EXPECTED-OUT.
           MOVE CHEQUE-COUNTED-WS TO CLO-COUNTED-OUT.
           MOVE CHEQUE-OVER-SHORT-WS TO CLO-OVER-SHORT-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM CLOSE-OUT-DETAIL-LINE.
           MOVE "DEBIT" TO CLO-TENDER-OUT.
           MOVE DEBIT-COUNT-WS TO CLO-COUNT-OUT.
           MOVE DEBIT-TOTAL-WS TO CLO-EXPECTED-OUT.
           MOVE DEBIT-TOTAL-WS TO CLO-COUNTED-OUT.
           MOVE ZERO TO CLO-OVER-SHORT-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM CLOSE-OUT-DETAIL-LINE.
           MOVE "TOTAL" TO CLO-TENDER-OUT.
           COMPUTE CLO-COUNT-OUT =
               CASH-COUNT-WS + CHEQUE-COUNT-WS + DEBIT-COUNT-WS.
           COMPUTE CLO-EXPECTED-OUT = CASH-EXPECTED-WS +
               CHEQUE-EXPECTED-WS + DEBIT-TOTAL-WS.
           COMPUTE CLO-COUNTED-OUT = CASH-COUNTED-WS +
               CHEQUE-COUNTED-WS + DEBIT-TOTAL-WS.
           MOVE TOTAL-OVER-SHORT-WS TO CLO-OVER-SHORT-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT FROM CLOSE-OUT-DETAIL-LINE.
           MOVE SPACES TO CASHIER-PRINT-RECORD-OUT.
           WRITE CASHIER-PRINT-RECORD-OUT.

       761-CHECK-ONE-CLOSE-OUT.
           READ DRAWER-CLOSE-FILE
               AT END MOVE "YES" TO EOF-FLAG-DRAW
               NOT AT END
                   IF DC-OPERATOR = CLOSE-OPERATOR-WS
                       AND DC-CLOSE-TIMESTAMP > LAST-CLOSE-TIMESTAMP-WS
                       MOVE DC-CLOSE-TIMESTAMP TO
                           LAST-CLOSE-TIMESTAMP-WS
                   END-IF
           END-READ.

       718-LOAD-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE-IN.
           IF PARM-FILE-STATUS-WS NOT = "00"
                           MOVE PARM-VALUE TO STULOCK-FILE-NAME-WS
                       WHEN "OPERFILE"
                           MOVE PARM-VALUE TO OPERFILE-FILE-NAME-WS
                       WHEN "STUCONT"
                           MOVE PARM-VALUE TO STUCONT-FILE-NAME-WS
                       WHEN "PENDAPPR"
                           MOVE PARM-VALUE TO PENDAPPR-FILE-NAME-WS
                       WHEN "RECEIPTS"
                           MOVE PARM-VALUE TO RECEIPTS-FILE-NAME-WS
                       WHEN "CASHPAY"
                           MOVE PARM-VALUE TO CASHPAY-FILE-NAME-WS
                       WHEN "DRAWCLOS"
                           MOVE PARM-VALUE TO DRAWCLOS-FILE-NAME-WS
                       WHEN "CASHPRT"
                           MOVE PARM-VALUE TO CASHPRT-FILE-NAME-WS
                       WHEN "APPRLIMIT"
                           PERFORM 742-APPLY-APPROVAL-LIMIT
                       WHEN "MAXTUITION"
                           PERFORM 721-APPLY-MAX-TUITION
                       WHEN "TERMCODE"
               MOVE "OPERFILE" TO MISSING-PARM-NAME-WS
               PERFORM 722-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUCONT-FILE-NAME-WS = SPACES
               MOVE "STUCONT" TO MISSING-PARM-NAME-WS
               PERFORM 722-ABORT-MISSING-PARAMETER
           END-IF.
           IF PENDAPPR-FILE-NAME-WS = SPACES
               MOVE "PENDAPPR" TO MISSING-PARM-NAME-WS
               PERFORM 722-ABORT-MISSING-PARAMETER
           END-IF.
           IF RECEIPTS-FILE-NAME-WS = SPACES
               MOVE "RECEIPTS" TO MISSING-PARM-NAME-WS
               PERFORM 722-ABORT-MISSING-PARAMETER
           END-IF.
           IF CASHPAY-FILE-NAME-WS = SPACES
               MOVE "CASHPAY" TO MISSING-PARM-NAME-WS
               PERFORM 722-ABORT-MISSING-PARAMETER
           END-IF.
           IF DRAWCLOS-FILE-NAME-WS = SPACES
               MOVE "DRAWCLOS" TO MISSING-PARM-NAME-WS
               PERFORM 722-ABORT-MISSING-PARAMETER
           END-IF.
           IF CASHPRT-FILE-NAME-WS = SPACES
               MOVE "CASHPRT" TO MISSING-PARM-NAME-WS
               PERFORM 722-ABORT-MISSING-PARAMETER
           END-IF.
           IF TERM-CODE-WS = SPACES
               MOVE "TERMCODE" TO MISSING-PARM-NAME-WS
               PERFORM 722-ABORT-MISSING-PARAMETER
