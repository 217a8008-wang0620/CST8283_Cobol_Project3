           "C:\Users\Administrator\Downloads\PARMFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS-WS.
       SELECT PERIOD-CLOSE-FILE-IN
           ASSIGN TO PERIODCL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS-WS.
       SELECT AUDIT-TRAIL-FILE-IN
           ASSIGN TO AUDIT-INPUT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS-WS.
       SELECT AGENCY-COMMISSION-FILE-IN
           ASSIGN TO AGYCOMM-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMISSION-FILE-STATUS-WS.
       SELECT SPONSOR-CASH-FILE-IN
           ASSIGN TO SPONCASH-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPONSOR-CASH-STATUS-WS.
       SELECT DRAWER-CLOSE-FILE-IN
           ASSIGN TO DRAWCLOS-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWER-FILE-STATUS-WS.
       SELECT REFUND-LEDGER-FILE-IN
           ASSIGN TO REFLEDGR-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS-WS.
       SELECT GL-POSTING-FILE-OUT
           ASSIGN TO GLEXTR-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       01 PARAMETER-RECORD-IN.
           05 PARM-KEYWORD PIC X(12).
           05 PARM-VALUE   PIC X(68).
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
           05 AUDIT-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(1).
           05 AUDIT-TERM              PIC X(5).
       FD AGENCY-COMMISSION-FILE-IN.
       01 AGENCY-COMMISSION-RECORD-IN.
           05 CMN-POST-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 CMN-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(1).
           05 CMN-AMOUNT         PIC 9(6)V99.
           05 FILLER             PIC X(1).
           05 CMN-ENTRY-TYPE     PIC X(2).
       FD SPONSOR-CASH-FILE-IN.
       01 SPONSOR-CASH-RECORD-IN.
           05 SC-POST-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 SC-SPONSOR-CODE      PIC X(6).
           05 FILLER               PIC X(1).
           05 SC-INVOICE-NUMBER    PIC 9(6).
           05 FILLER               PIC X(1).
           05 SC-AMOUNT            PIC 9(6)V99.
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
       FD REFUND-LEDGER-FILE-IN.
       01 REFUND-LEDGER-RECORD-IN.
           05 RL-POST-DATE       PIC 9(8).
           05 FILLER             PIC X(1).
           05 RL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER             PIC X(1).
           05 RL-AMOUNT          PIC 9(6)V99.
           05 FILLER             PIC X(1).
           05 RL-ENTRY-TYPE      PIC X(2).
       FD GL-POSTING-FILE-OUT.
       01 GL-POSTING-RECORD-OUT.
           05 GL-RECORD-TYPE  PIC X(1).
       01 RUN-PARAMETER-VALUES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 GLEXTR-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 AGYCOMM-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 SPONCASH-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 DRAWCLOS-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 REFLEDGR-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 AUDIT-INPUT-NAME-WS PIC X(80) VALUE SPACES.
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 EXTRACT-DATE-WS PIC 9(8) VALUE ZERO.
       01 EOF-FLAG-AUDIT PIC X(3) VALUE "NO".
       01 COMMISSION-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-COMM PIC X(3) VALUE "NO".
       01 SPONSOR-CASH-STATUS-WS PIC X(2).
       01 EOF-FLAG-SPONCASH PIC X(3) VALUE "NO".
       01 DRAWER-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-DRAW PIC X(3) VALUE "NO".
       01 LEDGER-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-LEDGER PIC X(3) VALUE "NO".
       01 ENTRY-AMOUNT-WS PIC S9(7)V99 VALUE ZERO.
       01 POSTING-AMOUNT-WS PIC 9(7)V99 VALUE ZERO.
       01 CURRENT-DATE-FIELDS-WS.
           05 PAYMENTS-CT        PIC 9(6) VALUE ZERO.
           05 SCHOLARSHIPS-CT    PIC 9(6) VALUE ZERO.
           05 ADJUSTMENTS-CT     PIC 9(6) VALUE ZERO.
           05 REVERSALS-CT       PIC 9(6) VALUE ZERO.
           05 NSF-FEES-CT        PIC 9(6) VALUE ZERO.
           05 AGENCY-COLLECT-CT  PIC 9(6) VALUE ZERO.
           05 WRITE-OFFS-CT      PIC 9(6) VALUE ZERO.
           05 COMMISSIONS-CT     PIC 9(6) VALUE ZERO.
           05 LATE-FEES-CT       PIC 9(6) VALUE ZERO.
           05 DROP-CREDITS-CT    PIC 9(6) VALUE ZERO.
           05 SPONSOR-BILLED-CT  PIC 9(6) VALUE ZERO.
           05 SPONSOR-PAID-CT    PIC 9(6) VALUE ZERO.
           05 COUNTER-PAYMENTS-CT PIC 9(6) VALUE ZERO.
           05 OVER-SHORT-CT      PIC 9(6) VALUE ZERO.
           05 CREDITS-RAISED-CT  PIC 9(6) VALUE ZERO.
           05 REFUNDS-ISSUED-CT  PIC 9(6) VALUE ZERO.
           05 CREDITS-REVERSED-CT PIC 9(6) VALUE ZERO.

       procedure division.
       100-EXTRACT-GL-POSTINGS.
           IF EXTRACT-DATE-WS = ZERO
               MOVE CD-DATE-WS TO EXTRACT-DATE-WS
           END-IF.
           MOVE STUAUDIT-FILE-NAME-WS TO AUDIT-INPUT-NAME-WS.
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               PERFORM 321-FIND-CLOSED-PERIOD
           END-IF.
           OPEN INPUT AUDIT-TRAIL-FILE-IN.
           IF AUDIT-FILE-STATUS-WS NOT = "00"
               DISPLAY "AUDIT TRAIL FILE NOT FOUND -- NO GL EXTRACT "
           PERFORM 301-READ-AUDIT-ENTRY.

       203-TERMINATE-GL-EXTRACT.
           IF AGYCOMM-FILE-NAME-WS NOT = SPACES
               PERFORM 313-POST-AGENCY-COMMISSIONS
           END-IF.
           IF SPONCASH-FILE-NAME-WS NOT = SPACES
               PERFORM 316-POST-SPONSOR-PAYMENTS
           END-IF.
           IF DRAWCLOS-FILE-NAME-WS NOT = SPACES
               PERFORM 318-POST-DRAWER-OVER-SHORT
           END-IF.
           IF REFLEDGR-FILE-NAME-WS NOT = SPACES
               PERFORM 324-POST-REFUND-LEDGER
           END-IF.
           PERFORM 308-WRITE-CONTROL-RECORD.
           CLOSE AUDIT-TRAIL-FILE-IN GL-POSTING-FILE-OUT.
           DISPLAY "AUDIT ENTRIES READ:  " AUDIT-ENTRIES-CT.
               ENTRIES-SELECTED-CT.
           DISPLAY "ASSESSMENTS POSTED:  " ASSESSMENTS-CT.
           DISPLAY "PAYMENTS POSTED:     " PAYMENTS-CT.
           DISPLAY "COUNTER PAYMENTS:    " COUNTER-PAYMENTS-CT.
           DISPLAY "SCHOLARSHIPS POSTED: " SCHOLARSHIPS-CT.
           DISPLAY "ADJUSTMENTS POSTED:  " ADJUSTMENTS-CT.
           DISPLAY "RETURNED PAYMENTS:   " REVERSALS-CT.
           DISPLAY "NSF FEES POSTED:     " NSF-FEES-CT.
           DISPLAY "AGENCY COLLECTIONS:  " AGENCY-COLLECT-CT.
           DISPLAY "WRITE-OFFS POSTED:   " WRITE-OFFS-CT.
           DISPLAY "AGENCY COMMISSIONS:  " COMMISSIONS-CT.
           DISPLAY "LATE FEES POSTED:    " LATE-FEES-CT.
           DISPLAY "DROP CREDITS POSTED: " DROP-CREDITS-CT.
           DISPLAY "SPONSOR BILLINGS:    " SPONSOR-BILLED-CT.
           DISPLAY "SPONSOR PAYMENTS:    " SPONSOR-PAID-CT.
           DISPLAY "DRAWER OVER/SHORT:   " OVER-SHORT-CT.
           DISPLAY "CREDITS RAISED:      " CREDITS-RAISED-CT.
           DISPLAY "REFUNDS ISSUED:      " REFUNDS-ISSUED-CT.
           DISPLAY "CREDITS REVERSED:    " CREDITS-REVERSED-CT.
           DISPLAY "NET A-R CHANGE:      " NET-AR-CHANGE-WS.

       301-READ-AUDIT-ENTRY.
                   ADD 1 TO ASSESSMENTS-CT
                   MOVE "TUITION ASSESSMENT" TO GL-DESCRIPTION
                   PERFORM 303-POST-ASSESSMENT
               WHEN AUDIT-SOURCE = "PY" AND ENTRY-AMOUNT-WS < ZERO
                   AND AUDIT-OPERATOR NOT = "BATCH"
                   ADD 1 TO PAYMENTS-CT
                   ADD 1 TO COUNTER-PAYMENTS-CT
                   MOVE "COUNTER PAYMENT" TO GL-DESCRIPTION
                   PERFORM 304-POST-PAYMENT
               WHEN AUDIT-SOURCE = "PY" AND ENTRY-AMOUNT-WS < ZERO
                   ADD 1 TO PAYMENTS-CT
                   MOVE "TUITION PAYMENT" TO GL-DESCRIPTION
                   ADD 1 TO SCHOLARSHIPS-CT
                   MOVE "HONOR ROLL CREDIT" TO GL-DESCRIPTION
                   PERFORM 305-POST-SCHOLARSHIP
               WHEN AUDIT-SOURCE = "RV" AND ENTRY-AMOUNT-WS > ZERO
                   ADD 1 TO REVERSALS-CT
                   MOVE "RETURNED PAYMENT" TO GL-DESCRIPTION
                   PERFORM 309-POST-RETURNED-PAYMENT
               WHEN AUDIT-SOURCE = "NF" AND ENTRY-AMOUNT-WS > ZERO
                   ADD 1 TO NSF-FEES-CT
                   MOVE "NSF FEE" TO GL-DESCRIPTION
                   PERFORM 310-POST-NSF-FEE
               WHEN AUDIT-SOURCE = "AC" AND ENTRY-AMOUNT-WS < ZERO
                   ADD 1 TO AGENCY-COLLECT-CT
                   MOVE "AGENCY COLLECTION" TO GL-DESCRIPTION
                   PERFORM 304-POST-PAYMENT
               WHEN AUDIT-SOURCE = "WO" AND ENTRY-AMOUNT-WS < ZERO
                   ADD 1 TO WRITE-OFFS-CT
                   MOVE "BAD DEBT WRITE-OFF" TO GL-DESCRIPTION
                   PERFORM 311-POST-WRITE-OFF
               WHEN AUDIT-SOURCE = "LF" AND ENTRY-AMOUNT-WS > ZERO
                   ADD 1 TO LATE-FEES-CT
                   MOVE "LATE PAYMENT FEE" TO GL-DESCRIPTION
                   PERFORM 312-POST-LATE-FEE
               WHEN AUDIT-SOURCE = "DR" AND ENTRY-AMOUNT-WS < ZERO
                   ADD 1 TO DROP-CREDITS-CT
                   MOVE "COURSE DROP CREDIT" TO GL-DESCRIPTION
                   PERFORM 323-POST-DROP-CREDIT
               WHEN AUDIT-SOURCE = "SB" AND ENTRY-AMOUNT-WS < ZERO
                   ADD 1 TO SPONSOR-BILLED-CT
                   MOVE "SPONSOR BILLING" TO GL-DESCRIPTION
                   PERFORM 315-POST-SPONSOR-TRANSFER
               WHEN OTHER
                   ADD 1 TO ADJUSTMENTS-CT
                   MOVE "BALANCE ADJUSTMENT" TO GL-DESCRIPTION
           MOVE GL-HASH-TOTAL-WS TO GLC-HASH-TOTAL.
           WRITE GL-CONTROL-RECORD-OUT.

       309-POST-RETURNED-PAYMENT.
           MOVE "1200" TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.
           MOVE "1100" TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.

       310-POST-NSF-FEE.
           MOVE "1200" TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.
           MOVE "4200" TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.

       311-POST-WRITE-OFF.
           MOVE "5500" TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.
           MOVE "1200" TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.

       312-POST-LATE-FEE.
           MOVE "1200" TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.
           MOVE "4300" TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.

       313-POST-AGENCY-COMMISSIONS.
           OPEN INPUT AGENCY-COMMISSION-FILE-IN.
           IF COMMISSION-FILE-STATUS-WS = "00"
               PERFORM 314-POST-ONE-COMMISSION
                   UNTIL EOF-FLAG-COMM = "YES"
               CLOSE AGENCY-COMMISSION-FILE-IN
           END-IF.

       314-POST-ONE-COMMISSION.
           READ AGENCY-COMMISSION-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-COMM
               NOT AT END
                   IF CMN-POST-DATE = EXTRACT-DATE-WS
                       AND CMN-AMOUNT IS NUMERIC
                       AND CMN-AMOUNT > ZERO
                       MOVE CMN-AMOUNT TO POSTING-AMOUNT-WS
                       IF CMN-ENTRY-TYPE = "EX"
                           ADD 1 TO CREDITS-RAISED-CT
                           MOVE "AGENCY EXCESS" TO GL-DESCRIPTION
                           MOVE "1100" TO GL-ACCOUNT
                           MOVE "DR" TO GL-DRCR
                           PERFORM 307-WRITE-POSTING-RECORD
                           MOVE "2100" TO GL-ACCOUNT
                           MOVE "CR" TO GL-DRCR
                           PERFORM 307-WRITE-POSTING-RECORD
                       ELSE
                           ADD 1 TO COMMISSIONS-CT
                           MOVE "AGENCY COMMISSION" TO GL-DESCRIPTION
                           MOVE "5400" TO GL-ACCOUNT
                           MOVE "DR" TO GL-DRCR
                           PERFORM 307-WRITE-POSTING-RECORD
                           MOVE "1100" TO GL-ACCOUNT
                           MOVE "CR" TO GL-DRCR
                           PERFORM 307-WRITE-POSTING-RECORD
                       END-IF
                   END-IF
           END-READ.

       315-POST-SPONSOR-TRANSFER.
           MOVE "1250" TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.
           MOVE "1200" TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.

       316-POST-SPONSOR-PAYMENTS.
           OPEN INPUT SPONSOR-CASH-FILE-IN.
           IF SPONSOR-CASH-STATUS-WS = "00"
               PERFORM 317-POST-ONE-SPONSOR-PAYMENT
                   UNTIL EOF-FLAG-SPONCASH = "YES"
               CLOSE SPONSOR-CASH-FILE-IN
           END-IF.

       317-POST-ONE-SPONSOR-PAYMENT.
           READ SPONSOR-CASH-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-SPONCASH
               NOT AT END
                   IF SC-POST-DATE = EXTRACT-DATE-WS
                       AND SC-AMOUNT IS NUMERIC
                       AND SC-AMOUNT > ZERO
                       ADD 1 TO SPONSOR-PAID-CT
                       MOVE SC-AMOUNT TO POSTING-AMOUNT-WS
                       MOVE "SPONSOR PAYMENT" TO GL-DESCRIPTION
                       MOVE "1100" TO GL-ACCOUNT
                       MOVE "DR" TO GL-DRCR
                       PERFORM 307-WRITE-POSTING-RECORD
                       MOVE "1250" TO GL-ACCOUNT
                       MOVE "CR" TO GL-DRCR
                       PERFORM 307-WRITE-POSTING-RECORD
                   END-IF
           END-READ.

       318-POST-DRAWER-OVER-SHORT.
           OPEN INPUT DRAWER-CLOSE-FILE-IN.
           IF DRAWER-FILE-STATUS-WS = "00"
               PERFORM 319-POST-ONE-OVER-SHORT
                   UNTIL EOF-FLAG-DRAW = "YES"
               CLOSE DRAWER-CLOSE-FILE-IN
           END-IF.

       319-POST-ONE-OVER-SHORT.
           READ DRAWER-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-DRAW
               NOT AT END
                   IF DC-CLOSE-TIMESTAMP(1:8) = EXTRACT-DATE-WS
                       COMPUTE ENTRY-AMOUNT-WS = DC-CASH-COUNTED +
                           DC-CHEQUE-COUNTED - DC-CASH-EXPECTED -
                           DC-CHEQUE-EXPECTED
                       IF ENTRY-AMOUNT-WS NOT = ZERO
                           ADD 1 TO OVER-SHORT-CT
                           MOVE "CASH OVER/SHORT" TO GL-DESCRIPTION
                           PERFORM 320-POST-OVER-SHORT-ENTRY
                       END-IF
                   END-IF
           END-READ.

       320-POST-OVER-SHORT-ENTRY.
           IF ENTRY-AMOUNT-WS > ZERO
               MOVE ENTRY-AMOUNT-WS TO POSTING-AMOUNT-WS
               MOVE "1100" TO GL-ACCOUNT
               MOVE "DR" TO GL-DRCR
               PERFORM 307-WRITE-POSTING-RECORD
               MOVE "5600" TO GL-ACCOUNT
               MOVE "CR" TO GL-DRCR
               PERFORM 307-WRITE-POSTING-RECORD
           ELSE
               COMPUTE POSTING-AMOUNT-WS = ENTRY-AMOUNT-WS * -1
               MOVE "5600" TO GL-ACCOUNT
               MOVE "DR" TO GL-DRCR
               PERFORM 307-WRITE-POSTING-RECORD
               MOVE "1100" TO GL-ACCOUNT
               MOVE "CR" TO GL-DRCR
               PERFORM 307-WRITE-POSTING-RECORD
           END-IF.

       321-FIND-CLOSED-PERIOD.
           OPEN INPUT PERIOD-CLOSE-FILE-IN.
           IF PERIOD-FILE-STATUS-WS = "00"
               PERFORM 322-CHECK-ONE-CLOSED-PERIOD
                   UNTIL EOF-FLAG-PERIOD-CLOSE = "YES"
               CLOSE PERIOD-CLOSE-FILE-IN
           END-IF.

       322-CHECK-ONE-CLOSED-PERIOD.
           READ PERIOD-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
               NOT AT END
                   IF EXTRACT-DATE-WS >= PC-PERIOD-START-DATE
                       AND EXTRACT-DATE-WS <= PC-PERIOD-END-DATE
                       MOVE PC-HISTORY-FILE-NAME TO AUDIT-INPUT-NAME-WS
                       DISPLAY "EXTRACT DATE IS IN A CLOSED PERIOD -- "
                           "READING AUDIT HISTORY"
                   END-IF
           END-READ.

       323-POST-DROP-CREDIT.
           MOVE "4100" TO GL-ACCOUNT.
           MOVE "DR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.
           MOVE "1200" TO GL-ACCOUNT.
           MOVE "CR" TO GL-DRCR.
           PERFORM 307-WRITE-POSTING-RECORD.

       324-POST-REFUND-LEDGER.
           OPEN INPUT REFUND-LEDGER-FILE-IN.
           IF LEDGER-FILE-STATUS-WS = "00"
               PERFORM 325-POST-ONE-LEDGER-ENTRY
                   UNTIL EOF-FLAG-LEDGER = "YES"
               CLOSE REFUND-LEDGER-FILE-IN
           END-IF.

       325-POST-ONE-LEDGER-ENTRY.
           READ REFUND-LEDGER-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-LEDGER
               NOT AT END
                   IF RL-POST-DATE = EXTRACT-DATE-WS
                       AND RL-AMOUNT IS NUMERIC
                       AND RL-AMOUNT > ZERO
                       MOVE RL-AMOUNT TO POSTING-AMOUNT-WS
                       PERFORM 326-CLASSIFY-LEDGER-ENTRY
                   END-IF
           END-READ.

       326-CLASSIFY-LEDGER-ENTRY.
           EVALUATE RL-ENTRY-TYPE
               WHEN "OP"
                   ADD 1 TO CREDITS-RAISED-CT
                   MOVE "OVERPAYMENT CREDIT" TO GL-DESCRIPTION
                   MOVE "1100" TO GL-ACCOUNT
                   MOVE "DR" TO GL-DRCR
                   PERFORM 307-WRITE-POSTING-RECORD
                   MOVE "2100" TO GL-ACCOUNT
                   MOVE "CR" TO GL-DRCR
                   PERFORM 307-WRITE-POSTING-RECORD
               WHEN "DC"
                   ADD 1 TO CREDITS-RAISED-CT
                   MOVE "DROP CREDIT REFUND" TO GL-DESCRIPTION
                   MOVE "4100" TO GL-ACCOUNT
                   MOVE "DR" TO GL-DRCR
                   PERFORM 307-WRITE-POSTING-RECORD
                   MOVE "2100" TO GL-ACCOUNT
                   MOVE "CR" TO GL-DRCR
                   PERFORM 307-WRITE-POSTING-RECORD
               WHEN "RF"
                   ADD 1 TO REFUNDS-ISSUED-CT
                   MOVE "REFUND ISSUED" TO GL-DESCRIPTION
                   MOVE "2100" TO GL-ACCOUNT
                   MOVE "DR" TO GL-DRCR
                   PERFORM 307-WRITE-POSTING-RECORD
                   MOVE "1100" TO GL-ACCOUNT
                   MOVE "CR" TO GL-DRCR
                   PERFORM 307-WRITE-POSTING-RECORD
               WHEN "RV"
                   ADD 1 TO CREDITS-REVERSED-CT
                   MOVE "RETURNED CREDIT" TO GL-DESCRIPTION
                   MOVE "2100" TO GL-ACCOUNT
                   MOVE "DR" TO GL-DRCR
                   PERFORM 307-WRITE-POSTING-RECORD
                   MOVE "1100" TO GL-ACCOUNT
                   MOVE "CR" TO GL-DRCR
                   PERFORM 307-WRITE-POSTING-RECORD
               WHEN OTHER
                   DISPLAY "REFUND LEDGER ENTRY IGNORED - UNKNOWN "
                       "TYPE " RL-ENTRY-TYPE " - STUDENT "
                       RL-STUDENT-NUMBER
           END-EVALUATE.

       330-LOAD-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE-IN.
           IF PARM-FILE-STATUS-WS NOT = "00"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "GLEXTR"
                           MOVE PARM-VALUE TO GLEXTR-FILE-NAME-WS
                       WHEN "AGYCOMM"
                           MOVE PARM-VALUE TO AGYCOMM-FILE-NAME-WS
                       WHEN "SPONCASH"
                           MOVE PARM-VALUE TO SPONCASH-FILE-NAME-WS
                       WHEN "DRAWCLOS"
                           MOVE PARM-VALUE TO DRAWCLOS-FILE-NAME-WS
                       WHEN "REFLEDGR"
                           MOVE PARM-VALUE TO REFLEDGR-FILE-NAME-WS
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
                       WHEN "EXTRDATE"
                           PERFORM 334-APPLY-EXTRACT-DATE
                       WHEN OTHER
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

       334-APPLY-EXTRACT-DATE.
           IF PARM-VALUE(1:8) IS NUMERIC
               MOVE PARM-VALUE(1:8) TO EXTRACT-DATE-WS
               STOP RUN
           END-IF.

       end program Program28.
