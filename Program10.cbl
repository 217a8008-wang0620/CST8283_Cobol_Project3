           "C:\Users\Administrator\Downloads\PARMFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS-WS.
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
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES
               FILE STATUS IS STATUS-FIELD.
       SELECT AUDIT-EXTRACT-FILE
           ASSIGN TO "C:\Users\Administrator\Downloads\STMTEXTR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIT-SORT-WORK ASSIGN TO "AUDSORT.TMP".
       SELECT AUDIT-SORTED-FILE
           ASSIGN TO "C:\Users\Administrator\Downloads\AUDSORTD.TXT"
           ASSIGN TO
           "C:\Users\Administrator\Downloads\STATEMENT.TXT"
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

       data division.
       FILE SECTION.
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
           05 AUDIT-STUDENT-NUMBER    PIC 9(6).
           05 IND-STUDENT-STATUS  PIC X(1).
           05 IND-CREDIT-BALANCE  PIC 9(6)V99.
           05 IND-COLLECTION-FLAG PIC X(1).
       FD AUDIT-EXTRACT-FILE.
       01 AUDIT-EXTRACT-RECORD PIC X(64).
       SD AUDIT-SORT-WORK.
       01 SORT-AUDIT-RECORD.
           05 SORT-AUDIT-STUDENT-NUMBER PIC 9(6).
           05 SRT-AUDIT-TERM           PIC X(5).
       FD STATEMENT-REPORT-OUT.
       01 STATEMENT-RECORD-OUT PIC X(90).
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

       working-storage section.
       01 PARM-FILE-STATUS-WS PIC X(2).
       01 RUN-PARAMETER-VALUES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUCONT-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 MAILHOLD-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 AUDIT-INPUT-NAME-WS PIC X(80) VALUE SPACES.
       01 OPENBAL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 OPENBAL-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 EOF-FLAG-AUDIT PIC X(3) VALUE "NO".
       01 OPENBAL-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 STATEMENT-FROM-DATE-WS PIC 9(8) VALUE ZERO.
       01 STATEMENT-TO-DATE-WS PIC 9(8) VALUE ZERO.
       01 ENTRY-DATE-WS PIC X(8).
       01 STATUS-FIELD PIC X(2).
       01 CONTACT-FILE-STATUS-WS PIC X(2).
       01 MAILHOLD-FILE-STATUS-WS PIC X(2).
       01 CONTACT-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 CONTACT-FOUND-FLAG PIC X(3) VALUE "NO".
       01 HOLD-REASON-WS PIC X(30).
       01 CURRENT-DATE-FIELDS-WS.
           05 CD-DATE-WS PIC 9(8).
           05 FILLER     PIC X(13).
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 AUDIT-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 EOF-FLAG-SORT PIC X(3) VALUE "NO".
           05 ENTRIES-READ-CT    PIC 9(6) VALUE ZERO.
           05 STATEMENTS-CT      PIC 9(6) VALUE ZERO.
           05 PLACED-SKIPPED-CT  PIC 9(6) VALUE ZERO.
           05 MAIL-HELD-CT       PIC 9(6) VALUE ZERO.
           05 NO-ADDRESS-CT      PIC 9(6) VALUE ZERO.
       01 STATEMENT-HEADER-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 STMT-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(18) VALUE "CLOSING BALANCE".
           05 FILLER PIC X(22) VALUE SPACES.
           05 STMT-CLOSING-BALANCE-OUT PIC ZZZ,ZZ9.99.
       01 ADDRESS-LINE-WS.
           05 FILLER PIC X(17) VALUE SPACES.
           05 ADDRESS-TEXT-OUT PIC X(40).
       01 ADDRESS-CITY-LINE.
           05 FILLER PIC X(17) VALUE SPACES.
           05 ADDRESS-CITY-OUT PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ADDRESS-PROVINCE-OUT PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADDRESS-POSTAL-OUT PIC X(7).
       01 BLANK-LINE-WS PIC X(90) VALUE SPACES.

       procedure division.
           STOP RUN.

       200-CHECK-AUDIT-TRAIL-PRESENT.
           MOVE STUAUDIT-FILE-NAME-WS TO AUDIT-INPUT-NAME-WS.
           OPEN INPUT AUDIT-TRAIL-FILE-IN.
           IF AUDIT-FILE-STATUS-WS = "00"
               MOVE "YES" TO AUDIT-PRESENT-FLAG-WS
           END-IF.

       201-SORT-AUDIT-TRAIL.
           OPEN OUTPUT AUDIT-EXTRACT-FILE.
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               PERFORM 312-EXTRACT-CLOSED-PERIODS
           END-IF.
           MOVE STUAUDIT-FILE-NAME-WS TO AUDIT-INPUT-NAME-WS.
           PERFORM 314-EXTRACT-AUDIT-FILE.
           CLOSE AUDIT-EXTRACT-FILE.
           SORT AUDIT-SORT-WORK
               ON ASCENDING KEY SORT-AUDIT-STUDENT-NUMBER
                                SORT-AUDIT-TIMESTAMP
               USING AUDIT-EXTRACT-FILE
               GIVING AUDIT-SORTED-FILE.

       202-INITIATE-STATEMENT-RUN.
           OPEN INPUT AUDIT-SORTED-FILE.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN OUTPUT STATEMENT-REPORT-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS-WS.
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
           IF OPENBAL-FILE-NAME-WS NOT = SPACES
               AND STATEMENT-FROM-DATE-WS = ZERO
               OPEN INPUT OPENBAL-FILE-IN
               IF OPENBAL-STATUS-WS = "00"
                   MOVE "YES" TO OPENBAL-PRESENT-FLAG-WS
               ELSE
                   DISPLAY "OPENING BALANCE FILE NOT FOUND -- "
                       "OPENING BALANCES TAKEN FROM AUDIT TRAIL"
               END-IF
           END-IF.
           PERFORM 302-READ-SORTED-AUDIT.

       203-PROCESS-AUDIT-ENTRY.
               PERFORM 307-CHECK-COLLECTION-PLACED
               IF SKIP-STUDENT-FLAG-WS = "YES"
                   ADD 1 TO PLACED-SKIPPED-CT
               ELSE
                   PERFORM 309-LOOK-UP-CONTACT
               END-IF
               IF SKIP-STUDENT-FLAG-WS = "YES"
                   CONTINUE
               ELSE
                   PERFORM 304-START-NEW-STATEMENT
                   MOVE "YES" TO STATEMENT-OPEN-FLAG-WS

       204-TERMINATE-STATEMENT-RUN.
           CLOSE AUDIT-SORTED-FILE INDEXED-STUDENT-FILE
                 STATEMENT-REPORT-OUT MAIL-HOLD-FILE-OUT.
           IF CONTACT-PRESENT-FLAG-WS = "YES"
               CLOSE CONTACT-FILE-IN
           END-IF.
           IF OPENBAL-PRESENT-FLAG-WS = "YES"
               CLOSE OPENBAL-FILE-IN
           END-IF.
           DISPLAY "AUDIT ENTRIES READ:  " ENTRIES-READ-CT.
           DISPLAY "STATEMENTS PRODUCED: " STATEMENTS-CT.
           DISPLAY "PLACED ACCOUNTS SKIPPED: " PLACED-SKIPPED-CT.
           DISPLAY "HELD - RETURNED MAIL: " MAIL-HELD-CT.
           DISPLAY "NO ADDRESS ON FILE:   " NO-ADDRESS-CT.

       302-READ-SORTED-AUDIT.
           READ AUDIT-SORTED-FILE
               MOVE SPACES TO STMT-PROGRAM-OUT
           END-IF.
           WRITE STATEMENT-RECORD-OUT FROM STATEMENT-HEADER-LINE.
           PERFORM 310-WRITE-ADDRESS-BLOCK.
           MOVE SRT-AUDIT-OLD-TUITION TO STMT-OPENING-BALANCE-OUT.
           IF OPENBAL-PRESENT-FLAG-WS = "YES"
               MOVE SRT-AUDIT-STUDENT-NUMBER TO OB-STUDENT-NUMBER
               READ OPENBAL-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OB-TUITION-OWED TO STMT-OPENING-BALANCE-OUT
               END-READ
           END-IF.
           WRITE STATEMENT-RECORD-OUT FROM STATEMENT-OPENING-LINE.
           ADD 1 TO STATEMENTS-CT.

           COMPUTE ENTRY-AMOUNT-WS =
               SRT-AUDIT-NEW-TUITION - SRT-AUDIT-OLD-TUITION.
           IF ENTRY-AMOUNT-WS < ZERO
               IF SRT-AUDIT-SOURCE = "SB"
                   MOVE "SPONSOR" TO STMT-TYPE-OUT
               ELSE
                   MOVE "PAYMENT" TO STMT-TYPE-OUT
               END-IF
               COMPUTE ENTRY-AMOUNT-WS = ENTRY-AMOUNT-WS * -1
           ELSE
               IF SRT-AUDIT-SOURCE = "LF"
                   MOVE "LATE FEE" TO STMT-TYPE-OUT
               ELSE
                   MOVE "CHARGE" TO STMT-TYPE-OUT
               END-IF
           END-IF.
           MOVE ENTRY-AMOUNT-WS TO STMT-AMOUNT-OUT.
           MOVE SRT-AUDIT-NEW-TUITION TO STMT-BALANCE-OUT.
           WRITE STATEMENT-RECORD-OUT FROM STATEMENT-CLOSING-LINE.
           WRITE STATEMENT-RECORD-OUT FROM BLANK-LINE-WS.

       309-LOOK-UP-CONTACT.
           MOVE "NO" TO CONTACT-FOUND-FLAG.
           IF CONTACT-PRESENT-FLAG-WS = "YES"
               MOVE SRT-AUDIT-STUDENT-NUMBER TO CON-STUDENT-NUMBER
               READ CONTACT-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "YES" TO CONTACT-FOUND-FLAG
               END-READ
           END-IF.
           IF CONTACT-FOUND-FLAG = "YES"
               AND CON-RETURNED-MAIL-FLAG = "Y"
               MOVE "YES" TO SKIP-STUDENT-FLAG-WS
               MOVE "RETURNED MAIL - SUPPRESSED" TO HOLD-REASON-WS
               PERFORM 311-LIST-HELD-MAIL
               ADD 1 TO MAIL-HELD-CT
           END-IF.

       310-WRITE-ADDRESS-BLOCK.
           IF CONTACT-FOUND-FLAG = "YES"
               MOVE CON-ADDRESS-LINE-1 TO ADDRESS-TEXT-OUT
               WRITE STATEMENT-RECORD-OUT FROM ADDRESS-LINE-WS
               IF CON-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CON-ADDRESS-LINE-2 TO ADDRESS-TEXT-OUT
                   WRITE STATEMENT-RECORD-OUT FROM ADDRESS-LINE-WS
               END-IF
               MOVE CON-CITY TO ADDRESS-CITY-OUT
               MOVE CON-PROVINCE TO ADDRESS-PROVINCE-OUT
               MOVE CON-POSTAL-CODE TO ADDRESS-POSTAL-OUT
               WRITE STATEMENT-RECORD-OUT FROM ADDRESS-CITY-LINE
           ELSE
               MOVE "** NO MAILING ADDRESS ON FILE **" TO
                   ADDRESS-TEXT-OUT
               WRITE STATEMENT-RECORD-OUT FROM ADDRESS-LINE-WS
               MOVE "NO ADDRESS ON FILE - PRINTED" TO HOLD-REASON-WS
               PERFORM 311-LIST-HELD-MAIL
               ADD 1 TO NO-ADDRESS-CT
           END-IF.

       311-LIST-HELD-MAIL.
           MOVE SPACES TO MAIL-HOLD-RECORD-OUT.
           MOVE CD-DATE-WS TO MH-HOLD-DATE.
           MOVE "PROGRAM10" TO MH-PROGRAM.
           MOVE "ACCOUNT STATEMENT" TO MH-DOCUMENT.
           MOVE SRT-AUDIT-STUDENT-NUMBER TO MH-STUDENT-NUMBER.
           IF STUDENT-FOUND-FLAG-WS = "YES"
               MOVE IND-STUDENT-NAME TO MH-STUDENT-NAME
           END-IF.
           MOVE HOLD-REASON-WS TO MH-REASON.
           WRITE MAIL-HOLD-RECORD-OUT.

       312-EXTRACT-CLOSED-PERIODS.
           OPEN INPUT PERIOD-CLOSE-FILE-IN.
           IF PERIOD-FILE-STATUS-WS = "00"
               PERFORM 313-EXTRACT-ONE-CLOSED-PERIOD
                   UNTIL EOF-FLAG-PERIOD-CLOSE = "YES"
               CLOSE PERIOD-CLOSE-FILE-IN
           END-IF.

       313-EXTRACT-ONE-CLOSED-PERIOD.
           READ PERIOD-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
               NOT AT END
                   MOVE PC-OPENBAL-FILE-NAME TO OPENBAL-FILE-NAME-WS
                   IF STATEMENT-FROM-DATE-WS NOT = ZERO
                       AND PC-PERIOD-END-DATE >= STATEMENT-FROM-DATE-WS
                       AND (STATEMENT-TO-DATE-WS = ZERO
                       OR PC-PERIOD-START-DATE <= STATEMENT-TO-DATE-WS)
                       MOVE PC-HISTORY-FILE-NAME TO AUDIT-INPUT-NAME-WS
                       PERFORM 314-EXTRACT-AUDIT-FILE
                   END-IF
           END-READ.

       314-EXTRACT-AUDIT-FILE.
           MOVE "NO" TO EOF-FLAG-AUDIT.
           OPEN INPUT AUDIT-TRAIL-FILE-IN.
           IF AUDIT-FILE-STATUS-WS = "00"
               PERFORM 315-EXTRACT-ONE-AUDIT-ENTRY
                   UNTIL EOF-FLAG-AUDIT = "YES"
               CLOSE AUDIT-TRAIL-FILE-IN
           ELSE
               DISPLAY "AUDIT FILE NOT FOUND -- "
                   FUNCTION TRIM(AUDIT-INPUT-NAME-WS)
           END-IF.

       315-EXTRACT-ONE-AUDIT-ENTRY.
           READ AUDIT-TRAIL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-AUDIT
               NOT AT END
                   MOVE AUDIT-TIMESTAMP(1:8) TO ENTRY-DATE-WS
                   IF ENTRY-DATE-WS >= STATEMENT-FROM-DATE-WS
                       AND (STATEMENT-TO-DATE-WS = ZERO
                       OR ENTRY-DATE-WS <= STATEMENT-TO-DATE-WS)
                       WRITE AUDIT-EXTRACT-RECORD FROM AUDIT-RECORD-IN
                   END-IF
           END-READ.

       330-LOAD-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE-IN.
           IF PARM-FILE-STATUS-WS NOT = "00"
                           MOVE PARM-VALUE TO STUFILE4-FILE-NAME-WS
                       WHEN "STUAUDIT"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "STUCONT"
                           MOVE PARM-VALUE TO STUCONT-FILE-NAME-WS
                       WHEN "MAILHOLD"
                           MOVE PARM-VALUE TO MAILHOLD-FILE-NAME-WS
                       WHEN "STMTTERM"
                           MOVE PARM-VALUE TO STATEMENT-TERM-WS
                       WHEN "STMTFROM"
                           PERFORM 334-APPLY-STATEMENT-FROM
                       WHEN "STMTTO"
                           PERFORM 335-APPLY-STATEMENT-TO
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               MOVE "STUAUDIT" TO MISSING-PARM-NAME-WS
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
           IF STATEMENT-TO-DATE-WS NOT = ZERO
               AND STATEMENT-FROM-DATE-WS > STATEMENT-TO-DATE-WS
               DISPLAY "STMTFROM IS LATER THAN STMTTO IN "
                   "PARMFILE.TXT -- RUN ABORTED"
               STOP RUN
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

       334-APPLY-STATEMENT-FROM.
           IF PARM-VALUE(1:8) IS NUMERIC
               AND PARM-VALUE(9:60) = SPACES
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(PARM-VALUE(1:8))) = 0
               MOVE PARM-VALUE(1:8) TO STATEMENT-FROM-DATE-WS
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER STMTFROM -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       335-APPLY-STATEMENT-TO.
           IF PARM-VALUE(1:8) IS NUMERIC
               AND PARM-VALUE(9:60) = SPACES
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(PARM-VALUE(1:8))) = 0
               MOVE PARM-VALUE(1:8) TO STATEMENT-TO-DATE-WS
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER STMTTO -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       end program Program10.
