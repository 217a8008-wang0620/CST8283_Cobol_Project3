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
       SELECT AUDIT-SORT-WORK ASSIGN TO "DUNSORT.TMP".
       SELECT AUDIT-SORTED-FILE
           ASSIGN TO "C:\Users\Administrator\Downloads\DUNSORTD.TXT"
       SELECT NOTICE-PRINT-FILE-OUT
           ASSIGN TO NOTICES-FILE-NAME-WS
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
           05 NH-NOTICE-DATE    PIC 9(8).
       FD NOTICE-PRINT-FILE-OUT.
       01 NOTICE-PRINT-RECORD-OUT PIC X(90).
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
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 NOTEHIST-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 NOTICES-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 STUCONT-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 MAILHOLD-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 OPENBAL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 OPENBAL-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 OPENBAL-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 CONTACT-FILE-STATUS-WS PIC X(2).
       01 MAILHOLD-FILE-STATUS-WS PIC X(2).
       01 CONTACT-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 CONTACT-FOUND-FLAG PIC X(3) VALUE "NO".
       01 HOLD-REASON-WS PIC X(30).
       01 HOLD-DOCUMENT-WS PIC X(20).
       01 HISTORY-FILE-STATUS-WS PIC X(2).
       01 AUDIT-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 EOF-FLAG-SORT PIC X(3) VALUE "NO".
           05 SECOND-NOTICE-CT PIC 9(6) VALUE ZERO.
           05 FINAL-NOTICE-CT  PIC 9(6) VALUE ZERO.
           05 NOTICE-RESET-CT  PIC 9(6) VALUE ZERO.
           05 MAIL-HELD-CT     PIC 9(6) VALUE ZERO.
           05 NO-ADDRESS-CT    PIC 9(6) VALUE ZERO.
       01 NOTICE-TITLE-WS PIC X(13).
       01 NOTICE-HEADER-LINE.
           05 NOTICE-TITLE-OUT PIC X(13).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "AMOUNT OWED ".
           05 NOTICE-AMOUNT-OUT PIC ZZZ,ZZ9.99.
       01 ADDRESS-LINE-WS.
           05 FILLER PIC X(10) VALUE SPACES.
           05 ADDRESS-TEXT-OUT PIC X(40).
       01 ADDRESS-CITY-LINE.
           05 FILLER PIC X(10) VALUE SPACES.
           05 ADDRESS-CITY-OUT PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ADDRESS-PROVINCE-OUT PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADDRESS-POSTAL-OUT PIC X(7).
       01 BLANK-LINE-WS PIC X(90) VALUE SPACES.

       procedure division.
           COMPUTE TODAY-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE-WS).
           PERFORM 310-LOAD-NOTICE-HISTORY.
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               PERFORM 317-OPEN-OPENING-BALANCES
           END-IF.
           OPEN EXTEND NOTICE-HISTORY-FILE.
           OPEN INPUT INDEXED-STUDENT-FILE-IN.
           OPEN OUTPUT NOTICE-PRINT-FILE-OUT.
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
           PERFORM 303-READ-NEXT-STUDENT.

       310-LOAD-NOTICE-HISTORY.

       204-TERMINATE-NOTICE-RUN.
           CLOSE INDEXED-STUDENT-FILE-IN NOTICE-PRINT-FILE-OUT
                 NOTICE-HISTORY-FILE MAIL-HOLD-FILE-OUT.
           IF AUDIT-PRESENT-FLAG-WS = "YES"
               CLOSE AUDIT-SORTED-FILE
           END-IF.
           IF CONTACT-PRESENT-FLAG-WS = "YES"
               CLOSE CONTACT-FILE-IN
           END-IF.
           IF OPENBAL-PRESENT-FLAG-WS = "YES"
               CLOSE OPENBAL-FILE-IN
           END-IF.
           DISPLAY "FIRST NOTICES:  " FIRST-NOTICE-CT.
           DISPLAY "SECOND NOTICES: " SECOND-NOTICE-CT.
           DISPLAY "FINAL NOTICES:  " FINAL-NOTICE-CT.
           DISPLAY "NOTICES RESET:  " NOTICE-RESET-CT.
           DISPLAY "HELD - RETURNED MAIL: " MAIL-HELD-CT.
           DISPLAY "NO ADDRESS ON FILE:   " NO-ADDRESS-CT.

       303-READ-NEXT-STUDENT.
           READ INDEXED-STUDENT-FILE-IN
           IF NOTICE-LEVEL-WS > ZERO
               PERFORM 307-LOOK-UP-LAST-NOTICE-LEVEL
               IF NOTICE-LEVEL-WS > LAST-LEVEL-WS
                   PERFORM 314-LOOK-UP-CONTACT
                   IF CONTACT-FOUND-FLAG = "YES"
                       AND CON-RETURNED-MAIL-FLAG = "Y"
                       MOVE "RETURNED MAIL - SUPPRESSED" TO
                           HOLD-REASON-WS
                       MOVE "DUNNING NOTICE" TO HOLD-DOCUMENT-WS
                       PERFORM 316-LIST-HELD-MAIL
                       ADD 1 TO MAIL-HELD-CT
                   ELSE
                       PERFORM 308-WRITE-NOTICE
                       PERFORM 309-RECORD-NOTICE-HISTORY
                   END-IF
               END-IF
           END-IF.

       305-FIND-LAST-ACTIVITY-DATE.
           MOVE SPACES TO ACTIVITY-DATE-WS.
           IF OPENBAL-PRESENT-FLAG-WS = "YES"
               MOVE IND-STUDENT-NUMBER TO OB-STUDENT-NUMBER
               READ OPENBAL-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE OB-LAST-ACTIVITY-DATE TO ACTIVITY-DATE-WS
               END-READ
           END-IF.
           IF AUDIT-PRESENT-FLAG-WS = "YES"
               PERFORM UNTIL EOF-FLAG-SORT = "YES"
                       OR NEXT-AUDIT-STUDENT-WS > IND-STUDENT-NUMBER
                   IF NEXT-AUDIT-STUDENT-WS = IND-STUDENT-NUMBER
                       AND SRT-AUDIT-SOURCE NOT = "LF"
                       AND SRT-AUDIT-SOURCE NOT = "SB"
                       MOVE NEXT-AUDIT-DATE-WS TO ACTIVITY-DATE-WS
                   END-IF
                   PERFORM 301-READ-SORTED-AUDIT
           MOVE IND-STUDENT-NAME TO NOTICE-STUDENT-NAME-OUT.
           MOVE NET-OWED-WS TO NOTICE-AMOUNT-OUT.
           WRITE NOTICE-PRINT-RECORD-OUT FROM NOTICE-DETAIL-LINE.
           PERFORM 315-WRITE-ADDRESS-BLOCK.
           WRITE NOTICE-PRINT-RECORD-OUT FROM BLANK-LINE-WS.

       309-RECORD-NOTICE-HISTORY.
               ADD 1 TO NOTICE-RESET-CT
           END-IF.

       314-LOOK-UP-CONTACT.
           MOVE "NO" TO CONTACT-FOUND-FLAG.
           IF CONTACT-PRESENT-FLAG-WS = "YES"
               MOVE IND-STUDENT-NUMBER TO CON-STUDENT-NUMBER
               READ CONTACT-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "YES" TO CONTACT-FOUND-FLAG
               END-READ
           END-IF.

       315-WRITE-ADDRESS-BLOCK.
           IF CONTACT-FOUND-FLAG = "YES"
               MOVE CON-ADDRESS-LINE-1 TO ADDRESS-TEXT-OUT
               WRITE NOTICE-PRINT-RECORD-OUT FROM ADDRESS-LINE-WS
               IF CON-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CON-ADDRESS-LINE-2 TO ADDRESS-TEXT-OUT
                   WRITE NOTICE-PRINT-RECORD-OUT FROM ADDRESS-LINE-WS
               END-IF
               MOVE CON-CITY TO ADDRESS-CITY-OUT
               MOVE CON-PROVINCE TO ADDRESS-PROVINCE-OUT
               MOVE CON-POSTAL-CODE TO ADDRESS-POSTAL-OUT
               WRITE NOTICE-PRINT-RECORD-OUT FROM ADDRESS-CITY-LINE
           ELSE
               MOVE "** NO MAILING ADDRESS ON FILE **" TO
                   ADDRESS-TEXT-OUT
               WRITE NOTICE-PRINT-RECORD-OUT FROM ADDRESS-LINE-WS
               MOVE "NO ADDRESS ON FILE - PRINTED" TO HOLD-REASON-WS
               MOVE NOTICE-TITLE-WS TO HOLD-DOCUMENT-WS
               PERFORM 316-LIST-HELD-MAIL
               ADD 1 TO NO-ADDRESS-CT
           END-IF.

       316-LIST-HELD-MAIL.
           MOVE SPACES TO MAIL-HOLD-RECORD-OUT.
           MOVE TODAY-DATE-WS TO MH-HOLD-DATE.
           MOVE "PROGRAM21" TO MH-PROGRAM.
           MOVE HOLD-DOCUMENT-WS TO MH-DOCUMENT.
           MOVE IND-STUDENT-NUMBER TO MH-STUDENT-NUMBER.
           MOVE IND-STUDENT-NAME TO MH-STUDENT-NAME.
           MOVE HOLD-REASON-WS TO MH-REASON.
           WRITE MAIL-HOLD-RECORD-OUT.

       317-OPEN-OPENING-BALANCES.
           OPEN INPUT PERIOD-CLOSE-FILE-IN.
           IF PERIOD-FILE-STATUS-WS = "00"
               PERFORM 318-READ-PERIOD-CLOSE-RECORD
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

       318-READ-PERIOD-CLOSE-RECORD.
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
                       WHEN "NOTEHIST"
                           MOVE PARM-VALUE TO NOTEHIST-FILE-NAME-WS
                       WHEN "NOTICES"
                           MOVE PARM-VALUE TO NOTICES-FILE-NAME-WS
                       WHEN "STUCONT"
                           MOVE PARM-VALUE TO STUCONT-FILE-NAME-WS
                       WHEN "MAILHOLD"
                           MOVE PARM-VALUE TO MAILHOLD-FILE-NAME-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               MOVE "NOTICES" TO MISSING-PARM-NAME-WS
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

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
