       program-id. Program31 as "Program31".

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
       SELECT BANK-RETURNS-FILE-IN
           ASSIGN TO RETURNS-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURNS-FILE-STATUS-WS.
       SELECT RECEIPT-CONTROL-FILE-IN
           ASSIGN TO RECEIPTS-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-FILE-STATUS-WS.
       SELECT REVERSAL-CONTROL-FILE
           ASSIGN TO NSFCTL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVERSAL-FILE-STATUS-WS.
       SELECT REFUND-DUE-FILE
           ASSIGN TO REFUND-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-FILE-STATUS-WS.
       SELECT PERIOD-CLOSE-FILE-IN
           ASSIGN TO PERIODCL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS-WS.
       SELECT AUDIT-TRAIL-FILE-IN
           ASSIGN TO AUDIT-INPUT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS-WS.
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
       SELECT RETURNED-PAYMENT-REGISTER-OUT
           ASSIGN TO RETREG-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
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
       FD BANK-RETURNS-FILE-IN.
       01 BANK-RETURN-RECORD-IN.
           05 BRT-RECEIPT-NUMBER PIC X(8).
           05 FILLER             PIC X(1).
           05 BRT-AMOUNT         PIC 9(5)V99.
           05 FILLER             PIC X(1).
           05 BRT-RETURN-REASON  PIC X(20).
       FD RECEIPT-CONTROL-FILE-IN.
       01 RECEIPT-CONTROL-RECORD.
           05 RCPT-RECEIPT-NUMBER PIC X(8).
           05 FILLER              PIC X(1).
           05 RCPT-STUDENT-NUMBER PIC 9(6).
           05 FILLER              PIC X(1).
           05 RCPT-AMOUNT         PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 RCPT-POSTED-TIMESTAMP PIC X(21).
       FD REVERSAL-CONTROL-FILE.
       01 REVERSAL-CONTROL-RECORD.
           05 RVC-RECEIPT-NUMBER PIC X(8).
           05 FILLER             PIC X(1).
           05 RVC-REVERSAL-DATE  PIC 9(8).
       FD REFUND-DUE-FILE.
       01 REFUND-DUE-RECORD.
           05 RFND-STUDENT-NUMBER PIC 9(6).
           05 FILLER              PIC X(1).
           05 RFND-STUDENT-NAME   PIC X(40).
           05 FILLER              PIC X(1).
           05 RFND-AMOUNT         PIC 9(6)V99.
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
       FD RETURNED-PAYMENT-REGISTER-OUT.
       01 RETURNED-PAYMENT-RECORD-OUT PIC X(130).
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
           05 RETURNS-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 RECEIPTS-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 NSFCTL-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 REFUND-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUJRNL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 RETREG-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 REFLEDGR-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 AUDIT-INPUT-NAME-WS PIC X(80) VALUE SPACES.
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 EARLIEST-POSTED-DATE-WS PIC X(8).
       01 PERIOD-END-DATE-WS PIC X(8).
       01 RETURNS-FILE-STATUS-WS PIC X(2).
       01 RECEIPT-FILE-STATUS-WS PIC X(2).
       01 REVERSAL-FILE-STATUS-WS PIC X(2).
       01 REFUND-FILE-STATUS-WS PIC X(2).
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-RETURNS PIC X(3) VALUE "NO".
       01 EOF-FLAG-RCPT PIC X(3) VALUE "NO".
       01 EOF-FLAG-RVC PIC X(3) VALUE "NO".
       01 EOF-FLAG-RFND PIC X(3) VALUE "NO".
       01 EOF-FLAG-AUDIT PIC X(3) VALUE "NO".
       01 ALREADY-REVERSED-FLAG PIC X(3) VALUE "NO".
       01 REFUND-CANCELLED-FLAG PIC X(3) VALUE "NO".
       01 NSF-FEE-WS PIC 9(4)V99 VALUE ZERO.
       01 OLD-TUITION-WS PIC 9(6)V99.
       01 REVERSED-TUITION-WS PIC 9(6)V99.
       01 TUITION-PORTION-WS PIC 9(6)V99.
       01 CREDIT-PORTION-WS PIC 9(6)V99.
       01 CREDIT-SHORTFALL-WS PIC 9(6)V99.
       01 CREDIT-REVERSED-WS PIC 9(6)V99.
       01 LEDGER-FILE-STATUS-WS PIC X(2).
       01 JOURNAL-BEFORE-IMAGE-WS PIC X(221).
       01 REJECT-REASON-WS PIC X(30).
       01 RETURN-TABLE-COUNT-WS PIC 9(3) VALUE ZERO.
       01 RETN-SUB-WS PIC 9(3).
       01 SCAN-SUB-WS PIC 9(4).
       01 BANK-RETURN-TABLE.
           05 RETN-TBL-RECORD OCCURS 500 TIMES.
               10 RETN-RECEIPT-TBL      PIC X(8).
               10 RETN-AMOUNT-TBL       PIC 9(5)V99.
               10 RETN-REASON-TBL       PIC X(20).
               10 RETN-RCPT-FOUND-TBL   PIC X(3).
               10 RETN-STUDENT-TBL      PIC 9(6).
               10 RETN-RCPT-AMOUNT-TBL  PIC 9(5)V99.
               10 RETN-POSTED-TS-TBL    PIC X(21).
               10 RETN-PY-FOUND-TBL     PIC X(3).
               10 RETN-OLD-TUITION-TBL  PIC 9(6)V99.
               10 RETN-NEW-TUITION-TBL  PIC 9(6)V99.
       01 REVERSED-TABLE-COUNT-WS PIC 9(4) VALUE ZERO.
       01 REVERSED-RECEIPTS-TABLE.
           05 REVERSED-RECEIPT-TBL OCCURS 5000 TIMES PIC X(8).
       01 REFUND-TABLE-COUNT-WS PIC 9(4) VALUE ZERO.
       01 RFND-SUB-WS PIC 9(4).
       01 REFUND-DUE-TABLE.
           05 RFND-TBL-RECORD OCCURS 1000 TIMES.
               10 RFND-STUDENT-TBL   PIC 9(6).
               10 RFND-NAME-TBL      PIC X(40).
               10 RFND-AMOUNT-TBL    PIC 9(6)V99.
               10 RFND-CANCELLED-TBL PIC X(3).
       01 CURRENT-DATE-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 FILLER      PIC X(13).
       01 RUN-COUNTERS.
           05 RETURNS-READ-CT     PIC 9(6) VALUE ZERO.
           05 PAYMENTS-REVERSED-CT PIC 9(6) VALUE ZERO.
           05 RETURNS-UNMATCHED-CT PIC 9(6) VALUE ZERO.
           05 REFUNDS-CANCELLED-CT PIC 9(6) VALUE ZERO.
           05 TOTAL-REVERSED-WS   PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-FEES-WS       PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-UNMATCHED-WS  PIC 9(9)V99 VALUE ZERO.
       01 RETURNED-PAYMENT-LINE.
           05 RETREG-RECEIPT-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RETREG-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RETREG-STUDENT-NAME-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RETREG-AMOUNT-OUT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RETREG-FEE-OUT PIC Z,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RETREG-BANK-REASON-OUT PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RETREG-RESULT-OUT PIC X(30).
       01 RETURNED-PAYMENT-HEADER.
           05 FILLER PIC X(8) VALUE "RECEIPT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NAME".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "   AMOUNT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE " NSF FEE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "BANK RETURN REASON".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "RESULT".
       01 RETURNED-PAYMENT-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 RETREG-TOTAL-LABEL-OUT PIC X(30).
           05 RETREG-TOTAL-COUNT-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RETREG-TOTAL-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.

       01 TERM-CODE-WS PIC X(5) VALUE SPACES.

       procedure division.
       100-REVERSE-RETURNED-PAYMENTS.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-REVERSAL-RUN.
           PERFORM 202-REVERSE-ONE-RETURN
               VARYING RETN-SUB-WS FROM 1 BY 1
               UNTIL RETN-SUB-WS > RETURN-TABLE-COUNT-WS.
           PERFORM 203-TERMINATE-REVERSAL-RUN.
           STOP RUN.

       201-INITIATE-REVERSAL-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
           PERFORM 301-LOAD-RETURN-TABLE.
           IF RETURN-TABLE-COUNT-WS = ZERO
               DISPLAY "NO RETURNED PAYMENTS -- NOTHING TO REVERSE"
               STOP RUN
           END-IF.
           PERFORM 340-ACQUIRE-MASTER-LOCK.
           PERFORM 303-MATCH-RECEIPT-CONTROL.
           PERFORM 305-MATCH-PAYMENT-POSTINGS.
           PERFORM 307-LOAD-REVERSED-RECEIPTS.
           PERFORM 309-LOAD-REFUND-DUE-TABLE.
           OPEN EXTEND REVERSAL-CONTROL-FILE.
           IF REVERSAL-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT REVERSAL-CONTROL-FILE
           END-IF.
           OPEN I-O STUDENT-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE-OUT.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN OUTPUT RETURNED-PAYMENT-REGISTER-OUT.
           OPEN EXTEND REFUND-LEDGER-FILE-OUT.
           IF LEDGER-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT REFUND-LEDGER-FILE-OUT
           END-IF.
           WRITE RETURNED-PAYMENT-RECORD-OUT FROM
               RETURNED-PAYMENT-HEADER.

       202-REVERSE-ONE-RETURN.
           PERFORM 311-CHECK-ALREADY-REVERSED.
           EVALUATE TRUE
               WHEN RETN-RECEIPT-TBL(RETN-SUB-WS) = SPACES
                   MOVE "RECEIPT NUMBER MISSING" TO REJECT-REASON-WS
                   PERFORM 700-UNMATCHED-RETURN-RTN
               WHEN RETN-AMOUNT-TBL(RETN-SUB-WS) IS NOT NUMERIC
                   OR RETN-AMOUNT-TBL(RETN-SUB-WS) = ZERO
                   MOVE "RETURN AMOUNT INVALID" TO REJECT-REASON-WS
                   PERFORM 700-UNMATCHED-RETURN-RTN
               WHEN ALREADY-REVERSED-FLAG = "YES"
                   MOVE "RECEIPT ALREADY REVERSED" TO REJECT-REASON-WS
                   PERFORM 700-UNMATCHED-RETURN-RTN
               WHEN RETN-RCPT-FOUND-TBL(RETN-SUB-WS) = "NO"
                   MOVE "RECEIPT NOT ON CONTROL FILE" TO
                       REJECT-REASON-WS
                   PERFORM 700-UNMATCHED-RETURN-RTN
               WHEN RETN-POSTED-TS-TBL(RETN-SUB-WS) = SPACES
                   MOVE "NO POSTING DETAIL ON RECEIPT" TO
                       REJECT-REASON-WS
                   PERFORM 700-UNMATCHED-RETURN-RTN
               WHEN RETN-AMOUNT-TBL(RETN-SUB-WS) NOT =
                   RETN-RCPT-AMOUNT-TBL(RETN-SUB-WS)
                   MOVE "AMOUNT DIFFERS FROM RECEIPT" TO
                       REJECT-REASON-WS
                   PERFORM 700-UNMATCHED-RETURN-RTN
               WHEN RETN-PY-FOUND-TBL(RETN-SUB-WS) = "NO"
                   MOVE "ORIGINAL POSTING NOT FOUND" TO
                       REJECT-REASON-WS
                   PERFORM 700-UNMATCHED-RETURN-RTN
               WHEN RETN-OLD-TUITION-TBL(RETN-SUB-WS) -
                   RETN-NEW-TUITION-TBL(RETN-SUB-WS) >
                   RETN-AMOUNT-TBL(RETN-SUB-WS)
                   MOVE "POSTING EXCEEDS RETURN AMOUNT" TO
                       REJECT-REASON-WS
                   PERFORM 700-UNMATCHED-RETURN-RTN
               WHEN OTHER
                   PERFORM 312-READ-RETURN-STUDENT
           END-EVALUATE.

       203-TERMINATE-REVERSAL-RUN.
           PERFORM 320-WRITE-REGISTER-TOTALS.
           CLOSE STUDENT-FILE AUDIT-TRAIL-FILE-OUT JOURNAL-FILE-OUT
                 REVERSAL-CONTROL-FILE RETURNED-PAYMENT-REGISTER-OUT
                 REFUND-LEDGER-FILE-OUT.
           IF REFUNDS-CANCELLED-CT > ZERO
               PERFORM 321-REWRITE-REFUND-DUE-FILE
           END-IF.
           PERFORM 341-RELEASE-MASTER-LOCK.
           DISPLAY "RETURNS READ:       " RETURNS-READ-CT.
           DISPLAY "PAYMENTS REVERSED:  " PAYMENTS-REVERSED-CT.
           DISPLAY "RETURNS UNMATCHED:  " RETURNS-UNMATCHED-CT.
           DISPLAY "REFUNDS CANCELLED:  " REFUNDS-CANCELLED-CT.
           DISPLAY "TOTAL REVERSED:     " TOTAL-REVERSED-WS.
           DISPLAY "TOTAL NSF FEES:     " TOTAL-FEES-WS.

       301-LOAD-RETURN-TABLE.
           MOVE ZERO TO RETURN-TABLE-COUNT-WS.
           OPEN INPUT BANK-RETURNS-FILE-IN.
           IF RETURNS-FILE-STATUS-WS = "00"
               PERFORM 302-LOAD-ONE-BANK-RETURN
                   UNTIL EOF-FLAG-RETURNS = "YES"
               CLOSE BANK-RETURNS-FILE-IN
           ELSE
               DISPLAY "BANK RETURNS FILE NOT FOUND -- NOTHING TO "
                   "REVERSE"
           END-IF.

       302-LOAD-ONE-BANK-RETURN.
           READ BANK-RETURNS-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-RETURNS
               NOT AT END
                   IF RETURN-TABLE-COUNT-WS >= 500
                       DISPLAY "BANK RETURN TABLE FULL -- RUN ABORTED"
                       STOP RUN
                   END-IF
                   ADD 1 TO RETURN-TABLE-COUNT-WS
                   ADD 1 TO RETURNS-READ-CT
                   MOVE RETURN-TABLE-COUNT-WS TO RETN-SUB-WS
                   MOVE BRT-RECEIPT-NUMBER TO
                       RETN-RECEIPT-TBL(RETN-SUB-WS)
                   MOVE BRT-AMOUNT TO RETN-AMOUNT-TBL(RETN-SUB-WS)
                   MOVE BRT-RETURN-REASON TO
                       RETN-REASON-TBL(RETN-SUB-WS)
                   MOVE "NO" TO RETN-RCPT-FOUND-TBL(RETN-SUB-WS)
                   MOVE ZERO TO RETN-STUDENT-TBL(RETN-SUB-WS)
                   MOVE ZERO TO RETN-RCPT-AMOUNT-TBL(RETN-SUB-WS)
                   MOVE SPACES TO RETN-POSTED-TS-TBL(RETN-SUB-WS)
                   MOVE "NO" TO RETN-PY-FOUND-TBL(RETN-SUB-WS)
                   MOVE ZERO TO RETN-OLD-TUITION-TBL(RETN-SUB-WS)
                   MOVE ZERO TO RETN-NEW-TUITION-TBL(RETN-SUB-WS)
           END-READ.

       303-MATCH-RECEIPT-CONTROL.
           OPEN INPUT RECEIPT-CONTROL-FILE-IN.
           IF RECEIPT-FILE-STATUS-WS = "00"
               PERFORM 304-MATCH-ONE-RECEIPT
                   UNTIL EOF-FLAG-RCPT = "YES"
               CLOSE RECEIPT-CONTROL-FILE-IN
           ELSE
               DISPLAY "RECEIPT CONTROL FILE NOT FOUND -- NO RETURNS "
                   "CAN BE MATCHED"
           END-IF.

       304-MATCH-ONE-RECEIPT.
           READ RECEIPT-CONTROL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-RCPT
               NOT AT END
                   PERFORM VARYING RETN-SUB-WS FROM 1 BY 1
                           UNTIL RETN-SUB-WS > RETURN-TABLE-COUNT-WS
                       IF RCPT-RECEIPT-NUMBER =
                           RETN-RECEIPT-TBL(RETN-SUB-WS)
                           AND RCPT-RECEIPT-NUMBER NOT = SPACES
                           MOVE "YES" TO
                               RETN-RCPT-FOUND-TBL(RETN-SUB-WS)
                           IF RCPT-STUDENT-NUMBER IS NUMERIC
                               AND RCPT-AMOUNT IS NUMERIC
                               MOVE RCPT-STUDENT-NUMBER TO
                                   RETN-STUDENT-TBL(RETN-SUB-WS)
                               MOVE RCPT-AMOUNT TO
                                   RETN-RCPT-AMOUNT-TBL(RETN-SUB-WS)
                               MOVE RCPT-POSTED-TIMESTAMP TO
                                   RETN-POSTED-TS-TBL(RETN-SUB-WS)
                           END-IF
                       END-IF
                   END-PERFORM
           END-READ.

       305-MATCH-PAYMENT-POSTINGS.
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               PERFORM 323-MATCH-CLOSED-PERIODS
           END-IF.
           MOVE STUAUDIT-FILE-NAME-WS TO AUDIT-INPUT-NAME-WS.
           MOVE "NO" TO EOF-FLAG-AUDIT.
           OPEN INPUT AUDIT-TRAIL-FILE-IN.
           IF AUDIT-FILE-STATUS-WS = "00"
               PERFORM 306-MATCH-ONE-AUDIT-ENTRY
                   UNTIL EOF-FLAG-AUDIT = "YES"
               CLOSE AUDIT-TRAIL-FILE-IN
           ELSE
               DISPLAY "AUDIT TRAIL FILE NOT FOUND -- NO RETURNS "
                   "CAN BE MATCHED"
           END-IF.

       306-MATCH-ONE-AUDIT-ENTRY.
           READ AUDIT-TRAIL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-AUDIT
               NOT AT END
                   IF AUDIN-SOURCE = "PY"
                       PERFORM VARYING RETN-SUB-WS FROM 1 BY 1
                               UNTIL RETN-SUB-WS >
                               RETURN-TABLE-COUNT-WS
                           IF AUDIN-STUDENT-NUMBER =
                               RETN-STUDENT-TBL(RETN-SUB-WS)
                               AND AUDIN-TIMESTAMP =
                               RETN-POSTED-TS-TBL(RETN-SUB-WS)
                               MOVE "YES" TO
                                   RETN-PY-FOUND-TBL(RETN-SUB-WS)
                               MOVE AUDIN-OLD-TUITION TO
                                   RETN-OLD-TUITION-TBL(RETN-SUB-WS)
                               MOVE AUDIN-NEW-TUITION TO
                                   RETN-NEW-TUITION-TBL(RETN-SUB-WS)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       307-LOAD-REVERSED-RECEIPTS.
           MOVE ZERO TO REVERSED-TABLE-COUNT-WS.
           OPEN INPUT REVERSAL-CONTROL-FILE.
           IF REVERSAL-FILE-STATUS-WS = "00"
               PERFORM 308-LOAD-ONE-REVERSED-RECEIPT
                   UNTIL EOF-FLAG-RVC = "YES"
               CLOSE REVERSAL-CONTROL-FILE
           ELSE
               DISPLAY "REVERSAL CONTROL FILE NOT FOUND -- STARTING "
                   "A NEW ONE"
           END-IF.

       308-LOAD-ONE-REVERSED-RECEIPT.
           READ REVERSAL-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-RVC
               NOT AT END
                   IF REVERSED-TABLE-COUNT-WS >= 5000
                       DISPLAY "REVERSAL CONTROL TABLE FULL -- CLEAR "
                           "THE CONTROL FILE AFTER BACKUP -- RUN "
                           "ABORTED"
                       PERFORM 341-RELEASE-MASTER-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO REVERSED-TABLE-COUNT-WS
                   MOVE RVC-RECEIPT-NUMBER TO
                       REVERSED-RECEIPT-TBL(REVERSED-TABLE-COUNT-WS)
           END-READ.

       309-LOAD-REFUND-DUE-TABLE.
           MOVE ZERO TO REFUND-TABLE-COUNT-WS.
           OPEN INPUT REFUND-DUE-FILE.
           IF REFUND-FILE-STATUS-WS = "00"
               PERFORM 310-LOAD-ONE-REFUND-DUE
                   UNTIL EOF-FLAG-RFND = "YES"
               CLOSE REFUND-DUE-FILE
           END-IF.

       310-LOAD-ONE-REFUND-DUE.
           READ REFUND-DUE-FILE
               AT END MOVE "YES" TO EOF-FLAG-RFND
               NOT AT END
                   IF REFUND-TABLE-COUNT-WS >= 1000
                       DISPLAY "REFUND DUE TABLE FULL -- RUN ABORTED"
                       PERFORM 341-RELEASE-MASTER-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO REFUND-TABLE-COUNT-WS
                   MOVE RFND-STUDENT-NUMBER TO
                       RFND-STUDENT-TBL(REFUND-TABLE-COUNT-WS)
                   MOVE RFND-STUDENT-NAME TO
                       RFND-NAME-TBL(REFUND-TABLE-COUNT-WS)
                   MOVE RFND-AMOUNT TO
                       RFND-AMOUNT-TBL(REFUND-TABLE-COUNT-WS)
                   MOVE "NO" TO
                       RFND-CANCELLED-TBL(REFUND-TABLE-COUNT-WS)
           END-READ.

       311-CHECK-ALREADY-REVERSED.
           MOVE "NO" TO ALREADY-REVERSED-FLAG.
           PERFORM VARYING SCAN-SUB-WS FROM 1 BY 1
                   UNTIL SCAN-SUB-WS > REVERSED-TABLE-COUNT-WS
                   OR ALREADY-REVERSED-FLAG = "YES"
               IF RETN-RECEIPT-TBL(RETN-SUB-WS) =
                   REVERSED-RECEIPT-TBL(SCAN-SUB-WS)
                   MOVE "YES" TO ALREADY-REVERSED-FLAG
               END-IF
           END-PERFORM.

       312-READ-RETURN-STUDENT.
           MOVE RETN-STUDENT-TBL(RETN-SUB-WS) TO IND-STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO REJECT-REASON-WS
                   PERFORM 700-UNMATCHED-RETURN-RTN
               NOT INVALID KEY
                   PERFORM 313-REVERSE-PAYMENT
           END-READ.

       313-REVERSE-PAYMENT.
           MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS.
           MOVE IND-TUITION-OWED TO OLD-TUITION-WS.
           COMPUTE TUITION-PORTION-WS =
               RETN-OLD-TUITION-TBL(RETN-SUB-WS) -
               RETN-NEW-TUITION-TBL(RETN-SUB-WS).
           COMPUTE CREDIT-PORTION-WS =
               RETN-AMOUNT-TBL(RETN-SUB-WS) - TUITION-PORTION-WS.
           ADD TUITION-PORTION-WS TO IND-TUITION-OWED.
           MOVE "NO" TO REFUND-CANCELLED-FLAG.
           MOVE ZERO TO CREDIT-REVERSED-WS.
           IF CREDIT-PORTION-WS > ZERO
               PERFORM 314-BACK-OUT-CREDIT
           END-IF.
           MOVE IND-TUITION-OWED TO REVERSED-TUITION-WS.
           ADD NSF-FEE-WS TO IND-TUITION-OWED.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   IF REFUND-CANCELLED-FLAG = "YES"
                       MOVE "NO" TO RFND-CANCELLED-TBL(RFND-SUB-WS)
                       SUBTRACT 1 FROM REFUNDS-CANCELLED-CT
                   END-IF
                   MOVE "REWRITE FAILED" TO REJECT-REASON-WS
                   PERFORM 700-UNMATCHED-RETURN-RTN
               NOT INVALID KEY
                   ADD 1 TO PAYMENTS-REVERSED-CT
                   ADD RETN-AMOUNT-TBL(RETN-SUB-WS) TO
                       TOTAL-REVERSED-WS
                   ADD NSF-FEE-WS TO TOTAL-FEES-WS
                   PERFORM 316-WRITE-AUDIT-RECORDS
                   PERFORM 317-WRITE-JOURNAL-RECORD
                   PERFORM 318-RECORD-REVERSED-RECEIPT
                   PERFORM 319-WRITE-REVERSED-LINE
                   IF CREDIT-REVERSED-WS > ZERO
                       PERFORM 325-WRITE-LEDGER-RECORD
                   END-IF
           END-REWRITE.

       314-BACK-OUT-CREDIT.
           PERFORM 315-CANCEL-REFUND-DUE.
           IF IND-CREDIT-BALANCE >= CREDIT-PORTION-WS
               MOVE CREDIT-PORTION-WS TO CREDIT-REVERSED-WS
               SUBTRACT CREDIT-PORTION-WS FROM IND-CREDIT-BALANCE
           ELSE
               COMPUTE CREDIT-SHORTFALL-WS =
                   CREDIT-PORTION-WS - IND-CREDIT-BALANCE
               MOVE IND-CREDIT-BALANCE TO CREDIT-REVERSED-WS
               MOVE ZERO TO IND-CREDIT-BALANCE
               ADD CREDIT-SHORTFALL-WS TO IND-TUITION-OWED
           END-IF.

       315-CANCEL-REFUND-DUE.
           PERFORM VARYING RFND-SUB-WS FROM 1 BY 1
                   UNTIL RFND-SUB-WS > REFUND-TABLE-COUNT-WS
                   OR REFUND-CANCELLED-FLAG = "YES"
               IF RFND-STUDENT-TBL(RFND-SUB-WS) = IND-STUDENT-NUMBER
                   AND RFND-AMOUNT-TBL(RFND-SUB-WS) = CREDIT-PORTION-WS
                   AND RFND-CANCELLED-TBL(RFND-SUB-WS) = "NO"
                   MOVE "YES" TO RFND-CANCELLED-TBL(RFND-SUB-WS)
                   MOVE "YES" TO REFUND-CANCELLED-FLAG
                   ADD 1 TO REFUNDS-CANCELLED-CT
               END-IF
           END-PERFORM.
           IF REFUND-CANCELLED-FLAG = "YES"
               SUBTRACT 1 FROM RFND-SUB-WS
           END-IF.

       316-WRITE-AUDIT-RECORDS.
           MOVE IND-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE OLD-TUITION-WS TO AUDIT-OLD-TUITION.
           MOVE REVERSED-TUITION-WS TO AUDIT-NEW-TUITION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE "NSFREV" TO AUDIT-OPERATOR.
           MOVE TERM-CODE-WS TO AUDIT-TERM.
           MOVE "RV" TO AUDIT-SOURCE.
           WRITE AUDIT-RECORD-OUT.
           IF NSF-FEE-WS > ZERO
               MOVE REVERSED-TUITION-WS TO AUDIT-OLD-TUITION
               MOVE IND-TUITION-OWED TO AUDIT-NEW-TUITION
               MOVE "NF" TO AUDIT-SOURCE
               WRITE AUDIT-RECORD-OUT
           END-IF.

       317-WRITE-JOURNAL-RECORD.
           MOVE "U" TO JRNL-ACTION.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP.
           MOVE "NSFREV" TO JRNL-OPERATOR.
           MOVE JOURNAL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE.
           MOVE INDEXED-FILE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD-OUT.

       318-RECORD-REVERSED-RECEIPT.
           IF REVERSED-TABLE-COUNT-WS < 5000
               ADD 1 TO REVERSED-TABLE-COUNT-WS
               MOVE RETN-RECEIPT-TBL(RETN-SUB-WS) TO
                   REVERSED-RECEIPT-TBL(REVERSED-TABLE-COUNT-WS)
           END-IF.
           MOVE SPACES TO REVERSAL-CONTROL-RECORD.
           MOVE RETN-RECEIPT-TBL(RETN-SUB-WS) TO RVC-RECEIPT-NUMBER.
           MOVE RUN-DATE-WS TO RVC-REVERSAL-DATE.
           WRITE REVERSAL-CONTROL-RECORD.

       319-WRITE-REVERSED-LINE.
           MOVE RETN-RECEIPT-TBL(RETN-SUB-WS) TO RETREG-RECEIPT-OUT.
           MOVE IND-STUDENT-NUMBER TO RETREG-STUDENT-NUMBER-OUT.
           MOVE IND-STUDENT-NAME TO RETREG-STUDENT-NAME-OUT.
           MOVE RETN-AMOUNT-TBL(RETN-SUB-WS) TO RETREG-AMOUNT-OUT.
           MOVE NSF-FEE-WS TO RETREG-FEE-OUT.
           MOVE RETN-REASON-TBL(RETN-SUB-WS) TO
               RETREG-BANK-REASON-OUT.
           IF REFUND-CANCELLED-FLAG = "YES"
               MOVE "REVERSED - REFUND CANCELLED" TO RETREG-RESULT-OUT
           ELSE
               MOVE "REVERSED" TO RETREG-RESULT-OUT
           END-IF.
           WRITE RETURNED-PAYMENT-RECORD-OUT FROM
               RETURNED-PAYMENT-LINE.

       320-WRITE-REGISTER-TOTALS.
           MOVE "TOTAL PAYMENTS REVERSED" TO RETREG-TOTAL-LABEL-OUT.
           MOVE PAYMENTS-REVERSED-CT TO RETREG-TOTAL-COUNT-OUT.
           MOVE TOTAL-REVERSED-WS TO RETREG-TOTAL-AMOUNT-OUT.
           WRITE RETURNED-PAYMENT-RECORD-OUT FROM
               RETURNED-PAYMENT-TOTAL-LINE.
           MOVE "TOTAL NSF FEES CHARGED" TO RETREG-TOTAL-LABEL-OUT.
           MOVE PAYMENTS-REVERSED-CT TO RETREG-TOTAL-COUNT-OUT.
           MOVE TOTAL-FEES-WS TO RETREG-TOTAL-AMOUNT-OUT.
           WRITE RETURNED-PAYMENT-RECORD-OUT FROM
               RETURNED-PAYMENT-TOTAL-LINE.
           MOVE "TOTAL RETURNS NOT MATCHED" TO RETREG-TOTAL-LABEL-OUT.
           MOVE RETURNS-UNMATCHED-CT TO RETREG-TOTAL-COUNT-OUT.
           MOVE TOTAL-UNMATCHED-WS TO RETREG-TOTAL-AMOUNT-OUT.
           WRITE RETURNED-PAYMENT-RECORD-OUT FROM
               RETURNED-PAYMENT-TOTAL-LINE.

       321-REWRITE-REFUND-DUE-FILE.
           OPEN OUTPUT REFUND-DUE-FILE.
           PERFORM 322-REWRITE-ONE-REFUND-DUE
               VARYING RFND-SUB-WS FROM 1 BY 1
               UNTIL RFND-SUB-WS > REFUND-TABLE-COUNT-WS.
           CLOSE REFUND-DUE-FILE.

       322-REWRITE-ONE-REFUND-DUE.
           IF RFND-CANCELLED-TBL(RFND-SUB-WS) = "NO"
               MOVE SPACES TO REFUND-DUE-RECORD
               MOVE RFND-STUDENT-TBL(RFND-SUB-WS) TO
                   RFND-STUDENT-NUMBER
               MOVE RFND-NAME-TBL(RFND-SUB-WS) TO RFND-STUDENT-NAME
               MOVE RFND-AMOUNT-TBL(RFND-SUB-WS) TO RFND-AMOUNT
               WRITE REFUND-DUE-RECORD
           END-IF.

       700-UNMATCHED-RETURN-RTN.
           ADD 1 TO RETURNS-UNMATCHED-CT.
           MOVE RETN-RECEIPT-TBL(RETN-SUB-WS) TO RETREG-RECEIPT-OUT.
           MOVE RETN-STUDENT-TBL(RETN-SUB-WS) TO
               RETREG-STUDENT-NUMBER-OUT.
           MOVE SPACES TO RETREG-STUDENT-NAME-OUT.
           MOVE ZERO TO RETREG-AMOUNT-OUT.
           IF RETN-AMOUNT-TBL(RETN-SUB-WS) IS NUMERIC
               MOVE RETN-AMOUNT-TBL(RETN-SUB-WS) TO RETREG-AMOUNT-OUT
               ADD RETN-AMOUNT-TBL(RETN-SUB-WS) TO TOTAL-UNMATCHED-WS
           END-IF.
           MOVE ZERO TO RETREG-FEE-OUT.
           MOVE RETN-REASON-TBL(RETN-SUB-WS) TO
               RETREG-BANK-REASON-OUT.
           MOVE REJECT-REASON-WS TO RETREG-RESULT-OUT.
           WRITE RETURNED-PAYMENT-RECORD-OUT FROM
               RETURNED-PAYMENT-LINE.
           DISPLAY "RETURN NOT REVERSED - " REJECT-REASON-WS
               " - RECEIPT " RETN-RECEIPT-TBL(RETN-SUB-WS).

       323-MATCH-CLOSED-PERIODS.
           MOVE HIGH-VALUES TO EARLIEST-POSTED-DATE-WS.
           PERFORM VARYING RETN-SUB-WS FROM 1 BY 1
                   UNTIL RETN-SUB-WS > RETURN-TABLE-COUNT-WS
               IF RETN-POSTED-TS-TBL(RETN-SUB-WS) NOT = SPACES
                   AND RETN-POSTED-TS-TBL(RETN-SUB-WS)(1:8) <
                       EARLIEST-POSTED-DATE-WS
                   MOVE RETN-POSTED-TS-TBL(RETN-SUB-WS)(1:8) TO
                       EARLIEST-POSTED-DATE-WS
               END-IF
           END-PERFORM.
           IF EARLIEST-POSTED-DATE-WS NOT = HIGH-VALUES
               OPEN INPUT PERIOD-CLOSE-FILE-IN
               IF PERIOD-FILE-STATUS-WS = "00"
                   PERFORM 324-MATCH-ONE-CLOSED-PERIOD
                       UNTIL EOF-FLAG-PERIOD-CLOSE = "YES"
                   CLOSE PERIOD-CLOSE-FILE-IN
               END-IF
           END-IF.

       324-MATCH-ONE-CLOSED-PERIOD.
           READ PERIOD-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
               NOT AT END
                   MOVE PC-PERIOD-END-DATE TO PERIOD-END-DATE-WS
                   IF PERIOD-END-DATE-WS >= EARLIEST-POSTED-DATE-WS
                       MOVE PC-HISTORY-FILE-NAME TO AUDIT-INPUT-NAME-WS
                       MOVE "NO" TO EOF-FLAG-AUDIT
                       OPEN INPUT AUDIT-TRAIL-FILE-IN
                       IF AUDIT-FILE-STATUS-WS = "00"
                           PERFORM 306-MATCH-ONE-AUDIT-ENTRY
                               UNTIL EOF-FLAG-AUDIT = "YES"
                           CLOSE AUDIT-TRAIL-FILE-IN
                       ELSE
                           DISPLAY "AUDIT HISTORY FOR PERIOD ENDING "
                               PC-PERIOD-END-DATE " NOT FOUND"
                       END-IF
                   END-IF
           END-READ.

       325-WRITE-LEDGER-RECORD.
           MOVE SPACES TO REFUND-LEDGER-RECORD-OUT.
           MOVE RUN-DATE-WS TO RL-POST-DATE.
           MOVE IND-STUDENT-NUMBER TO RL-STUDENT-NUMBER.
           MOVE CREDIT-REVERSED-WS TO RL-AMOUNT.
           MOVE "RV" TO RL-ENTRY-TYPE.
           WRITE REFUND-LEDGER-RECORD-OUT.

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
                       WHEN "RETURNS"
                           MOVE PARM-VALUE TO RETURNS-FILE-NAME-WS
                       WHEN "RECEIPTS"
                           MOVE PARM-VALUE TO RECEIPTS-FILE-NAME-WS
                       WHEN "NSFCTL"
                           MOVE PARM-VALUE TO NSFCTL-FILE-NAME-WS
                       WHEN "REFUND"
                           MOVE PARM-VALUE TO REFUND-FILE-NAME-WS
                       WHEN "STUFILE4"
                           MOVE PARM-VALUE TO STUFILE4-FILE-NAME-WS
                       WHEN "STUAUDIT"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "STUJRNL"
                           MOVE PARM-VALUE TO STUJRNL-FILE-NAME-WS
                       WHEN "STULOCK"
                           MOVE PARM-VALUE TO STULOCK-FILE-NAME-WS
                       WHEN "RETREG"
                           MOVE PARM-VALUE TO RETREG-FILE-NAME-WS
                       WHEN "NSFFEE"
                           PERFORM 334-APPLY-NSF-FEE
                       WHEN "TERMCODE"
                           MOVE PARM-VALUE TO TERM-CODE-WS
                       WHEN "REFLEDGR"
                           MOVE PARM-VALUE TO REFLEDGR-FILE-NAME-WS
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF RETURNS-FILE-NAME-WS = SPACES
               MOVE "RETURNS" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF RECEIPTS-FILE-NAME-WS = SPACES
               MOVE "RECEIPTS" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF NSFCTL-FILE-NAME-WS = SPACES
               MOVE "NSFCTL" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF REFUND-FILE-NAME-WS = SPACES
               MOVE "REFUND" TO MISSING-PARM-NAME-WS
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
           IF RETREG-FILE-NAME-WS = SPACES
               MOVE "RETREG" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF REFLEDGR-FILE-NAME-WS = SPACES
               MOVE "REFLEDGR" TO MISSING-PARM-NAME-WS
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

       334-APPLY-NSF-FEE.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 0
               AND FUNCTION NUMVAL(PARM-VALUE) < 10000
               COMPUTE NSF-FEE-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER NSFFEE -- "
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
                   DISPLAY "NSF REVERSAL RUN NOT STARTED"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "NSFREV" TO LOCK-HOLDER.
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       341-RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       end program Program31.
