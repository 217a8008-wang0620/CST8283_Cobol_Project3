           ASSIGN TO RECEIPTS-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-FILE-STATUS-WS.
       SELECT COUNTER-PAYMENT-FILE-IN
           ASSIGN TO CASHPAY-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASHPAY-FILE-STATUS-WS.
       SELECT DRAWER-CLOSE-FILE-IN
           ASSIGN TO DRAWCLOS-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWER-FILE-STATUS-WS.
       SELECT REFUND-LEDGER-FILE-OUT
           ASSIGN TO REFLEDGR-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS-WS.

       data division.
       FILE SECTION.
       FD RECEIPT-CONTROL-FILE.
       01 RECEIPT-CONTROL-RECORD.
           05 RCPT-RECEIPT-NUMBER PIC X(8).
           05 FILLER              PIC X(1).
           05 RCPT-STUDENT-NUMBER PIC 9(6).
           05 FILLER              PIC X(1).
           05 RCPT-AMOUNT         PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 RCPT-POSTED-TIMESTAMP PIC X(21).
       FD COUNTER-PAYMENT-FILE-IN.
       01 COUNTER-PAYMENT-RECORD-IN.
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
       FD REFUND-LEDGER-FILE-OUT.
       01 REFUND-LEDGER-RECORD-OUT.
           05 RL-POST-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 RL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER             PIC X(1).
           05 RL-AMOUNT          PIC 9(6)V99.
           05 FILLER             PIC X(1).
           05 RL-ENTRY-TYPE      PIC X(2).
       FD DRAWER-CLOSE-FILE-IN.
       01 DRAWER-CLOSE-RECORD-IN.
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

       working-storage section.
       01 STATUS-FIELD PIC X(2).
           05 BANKDEP-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 DEPRECON-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 RECEIPTS-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 CASHPAY-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 DRAWCLOS-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 REFLEDGR-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 OLD-TUITION-WS PIC 9(6)V99.
       01 POSTING-TIMESTAMP-WS PIC X(21).
       01 JOURNAL-BEFORE-IMAGE-WS PIC X(221).
       01 LOCK-FILE-STATUS-WS PIC X(2).
       01 LOCK-HOLDER-WS PIC X(8).
           05 PAYMENT-TOTAL-WS    PIC 9(9)V99 VALUE ZERO.
           05 COUNT-DIFFERENCE-WS PIC S9(6) VALUE ZERO.
           05 TOTAL-DIFFERENCE-WS PIC S9(10)V99 VALUE ZERO.
           05 COUNTER-COUNT-WS    PIC 9(6) VALUE ZERO.
           05 COUNTER-TOTAL-WS    PIC 9(9)V99 VALUE ZERO.
           05 CLOSE-OUT-COUNT-WS  PIC 9(6) VALUE ZERO.
           05 OVER-SHORT-TOTAL-WS PIC S9(9)V99 VALUE ZERO.
       01 CASHPAY-FILE-STATUS-WS PIC X(2).
       01 DRAWER-FILE-STATUS-WS PIC X(2).
       01 LEDGER-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-CASH PIC X(3) VALUE "NO".
       01 EOF-FLAG-DRAW PIC X(3) VALUE "NO".
       01 RECON-DETAIL-LINE.
           05 RECON-LABEL-OUT   PIC X(28).
           05 RECON-COUNT-OUT   PIC ZZZ,ZZ9.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN EXTEND REFUND-DUE-FILE-OUT.
           OPEN OUTPUT REFUND-REGISTER-OUT.
           OPEN EXTEND REFUND-LEDGER-FILE-OUT.
           IF LEDGER-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT REFUND-LEDGER-FILE-OUT
           END-IF.
           WRITE REFUND-REGISTER-RECORD-OUT FROM
               REFUND-REGISTER-HEADER.

           ADD 1 TO RECEIPT-TABLE-COUNT-WS.
           MOVE PYMT-RECEIPT-NUMBER TO
               RECEIPT-NUMBER-TBL(RECEIPT-TABLE-COUNT-WS).
           MOVE SPACES TO RECEIPT-CONTROL-RECORD.
           MOVE PYMT-RECEIPT-NUMBER TO RCPT-RECEIPT-NUMBER.
           MOVE PYMT-STUDENT-NUMBER TO RCPT-STUDENT-NUMBER.
           MOVE PYMT-AMOUNT TO RCPT-AMOUNT.
           MOVE POSTING-TIMESTAMP-WS TO RCPT-POSTED-TIMESTAMP.
           WRITE RECEIPT-CONTROL-RECORD.

       304-CLOSE-FILES.
           CLOSE PAYMENT-TRANSACTION-FILE-IN STUDENT-FILE
                 AUDIT-TRAIL-FILE-OUT JOURNAL-FILE-OUT
                 REFUND-DUE-FILE-OUT REFUND-REGISTER-OUT
                 RECEIPT-CONTROL-FILE REFUND-LEDGER-FILE-OUT.
           PERFORM 313-RELEASE-MASTER-LOCK.

       312-ACQUIRE-MASTER-LOCK.
       315-RECONCILE-BANK-DEPOSIT.
           PERFORM 316-TALLY-PAYMENT-FILE.
           PERFORM 317-READ-DEPOSIT-SUMMARY.
           IF CASHPAY-FILE-NAME-WS NOT = SPACES
               PERFORM 325-TALLY-COUNTER-PAYMENTS
           END-IF.
           IF DRAWCLOS-FILE-NAME-WS NOT = SPACES
               PERFORM 327-TALLY-DRAWER-CLOSE-OUTS
           END-IF.
           COMPUTE COUNT-DIFFERENCE-WS = PAYMENT-COUNT-WS +
               COUNTER-COUNT-WS - BANK-DEPOSIT-COUNT-WS.
           COMPUTE TOTAL-DIFFERENCE-WS = PAYMENT-TOTAL-WS +
               COUNTER-TOTAL-WS + OVER-SHORT-TOTAL-WS -
               BANK-DEPOSIT-TOTAL-WS.
           PERFORM 318-WRITE-RECON-REPORT.
           IF COUNT-DIFFERENCE-WS NOT = ZERO
               OR TOTAL-DIFFERENCE-WS NOT = ZERO
               STOP RUN
           END-IF.

       325-TALLY-COUNTER-PAYMENTS.
           OPEN INPUT COUNTER-PAYMENT-FILE-IN.
           IF CASHPAY-FILE-STATUS-WS = "00"
               PERFORM 326-TALLY-ONE-COUNTER-PAYMENT
                   UNTIL EOF-FLAG-CASH = "YES"
               CLOSE COUNTER-PAYMENT-FILE-IN
           END-IF.

       326-TALLY-ONE-COUNTER-PAYMENT.
           READ COUNTER-PAYMENT-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-CASH
               NOT AT END
                   IF CP-TIMESTAMP(1:8) = RECON-RUN-DATE-WS
                       AND CP-AMOUNT IS NUMERIC
                       ADD 1 TO COUNTER-COUNT-WS
                       ADD CP-AMOUNT TO COUNTER-TOTAL-WS
                   END-IF
           END-READ.

       327-TALLY-DRAWER-CLOSE-OUTS.
           OPEN INPUT DRAWER-CLOSE-FILE-IN.
           IF DRAWER-FILE-STATUS-WS = "00"
               PERFORM 328-TALLY-ONE-CLOSE-OUT
                   UNTIL EOF-FLAG-DRAW = "YES"
               CLOSE DRAWER-CLOSE-FILE-IN
           END-IF.

       328-TALLY-ONE-CLOSE-OUT.
           READ DRAWER-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-DRAW
               NOT AT END
                   IF DC-CLOSE-TIMESTAMP(1:8) = RECON-RUN-DATE-WS
                       ADD 1 TO CLOSE-OUT-COUNT-WS
                       COMPUTE OVER-SHORT-TOTAL-WS =
                           OVER-SHORT-TOTAL-WS + DC-CASH-COUNTED
                           + DC-CHEQUE-COUNTED - DC-CASH-EXPECTED
                           - DC-CHEQUE-EXPECTED
                   END-IF
           END-READ.

       318-WRITE-RECON-REPORT.
           OPEN OUTPUT DEPOSIT-RECON-REPORT-OUT.
           WRITE DEPOSIT-RECON-RECORD-OUT FROM RECON-HEADER.
           MOVE PAYMENT-COUNT-WS TO RECON-COUNT-OUT.
           MOVE PAYMENT-TOTAL-WS TO RECON-AMOUNT-OUT.
           WRITE DEPOSIT-RECON-RECORD-OUT FROM RECON-DETAIL-LINE.
           IF CASHPAY-FILE-NAME-WS NOT = SPACES
               MOVE "COUNTER PAYMENTS" TO RECON-LABEL-OUT
               MOVE COUNTER-COUNT-WS TO RECON-COUNT-OUT
               MOVE COUNTER-TOTAL-WS TO RECON-AMOUNT-OUT
               WRITE DEPOSIT-RECON-RECORD-OUT FROM RECON-DETAIL-LINE
           END-IF.
           IF DRAWCLOS-FILE-NAME-WS NOT = SPACES
               MOVE "DRAWER OVER/SHORT" TO RECON-LABEL-OUT
               MOVE CLOSE-OUT-COUNT-WS TO RECON-COUNT-OUT
               MOVE OVER-SHORT-TOTAL-WS TO RECON-AMOUNT-OUT
               WRITE DEPOSIT-RECON-RECORD-OUT FROM RECON-DETAIL-LINE
           END-IF.
           MOVE "BANK DEPOSIT SUMMARY" TO RECON-LABEL-OUT.
           MOVE BANK-DEPOSIT-COUNT-WS TO RECON-COUNT-OUT.
           MOVE BANK-DEPOSIT-TOTAL-WS TO RECON-AMOUNT-OUT.
           ELSE
               SUBTRACT PYMT-AMOUNT FROM IND-TUITION-OWED
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO POSTING-TIMESTAMP-WS.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY ADD 1 TO NOT-FOUND-COUNT
               NOT INVALID KEY
           MOVE OVERPAY-AMOUNT-WS TO RFND-REG-AMOUNT-OUT.
           WRITE REFUND-REGISTER-RECORD-OUT FROM
               REFUND-REGISTER-LINE.
           MOVE SPACES TO REFUND-LEDGER-RECORD-OUT.
           MOVE POSTING-TIMESTAMP-WS(1:8) TO RL-POST-DATE.
           MOVE IND-STUDENT-NUMBER TO RL-STUDENT-NUMBER.
           MOVE OVERPAY-AMOUNT-WS TO RL-AMOUNT.
           MOVE "OP" TO RL-ENTRY-TYPE.
           WRITE REFUND-LEDGER-RECORD-OUT.

       306-WRITE-AUDIT-RECORD.
           MOVE IND-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE OLD-TUITION-WS TO AUDIT-OLD-TUITION.
           MOVE IND-TUITION-OWED TO AUDIT-NEW-TUITION.
           MOVE POSTING-TIMESTAMP-WS TO AUDIT-TIMESTAMP.
           MOVE "BATCH" TO AUDIT-OPERATOR.
           MOVE TERM-CODE-WS TO AUDIT-TERM.
           MOVE "PY" TO AUDIT-SOURCE.
                           MOVE PARM-VALUE TO REFUND-FILE-NAME-WS
                       WHEN "REFUNDRG"
                           MOVE PARM-VALUE TO REFUNDRG-FILE-NAME-WS
                       WHEN "REFLEDGR"
                           MOVE PARM-VALUE TO REFLEDGR-FILE-NAME-WS
                       WHEN "BANKDEP"
                           MOVE PARM-VALUE TO BANKDEP-FILE-NAME-WS
                       WHEN "DEPRECON"
                           MOVE PARM-VALUE TO DEPRECON-FILE-NAME-WS
                       WHEN "RECEIPTS"
                           MOVE PARM-VALUE TO RECEIPTS-FILE-NAME-WS
                       WHEN "CASHPAY"
                           MOVE PARM-VALUE TO CASHPAY-FILE-NAME-WS
                       WHEN "DRAWCLOS"
                           MOVE PARM-VALUE TO DRAWCLOS-FILE-NAME-WS
                       WHEN "TERMCODE"
                           MOVE PARM-VALUE TO TERM-CODE-WS
                       WHEN OTHER
               MOVE "REFUNDRG" TO MISSING-PARM-NAME-WS
               PERFORM 311-ABORT-MISSING-PARAMETER
           END-IF.
           IF REFLEDGR-FILE-NAME-WS = SPACES
               MOVE "REFLEDGR" TO MISSING-PARM-NAME-WS
               PERFORM 311-ABORT-MISSING-PARAMETER
           END-IF.
           IF BANKDEP-FILE-NAME-WS = SPACES
               MOVE "BANKDEP" TO MISSING-PARM-NAME-WS
               PERFORM 311-ABORT-MISSING-PARAMETER
