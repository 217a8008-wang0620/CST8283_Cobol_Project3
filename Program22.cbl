       SELECT AGENCY-EXTRACT-FILE-OUT
           ASSIGN TO AGENCY-FILE-NAME-WS
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
           05 AGY-AMOUNT-OWED    PIC 9(6)V99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AGY-FINAL-NOTICE-DATE PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AGY-ADDRESS-LINE-1 PIC X(40).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AGY-ADDRESS-LINE-2 PIC X(40).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AGY-CITY           PIC X(25).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AGY-PROVINCE       PIC X(2).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AGY-POSTAL-CODE    PIC X(7).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AGY-PHONE          PIC X(15).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AGY-EMAIL          PIC X(50).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 AGY-RETURNED-MAIL-FLAG PIC X(1).
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
       01 STATUS-FIELD PIC X(2).
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 NOTEHIST-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 AGENCY-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 STUCONT-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 MAILHOLD-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 CONTACT-FILE-STATUS-WS PIC X(2).
       01 MAILHOLD-FILE-STATUS-WS PIC X(2).
       01 CONTACT-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 CONTACT-FOUND-FLAG PIC X(3) VALUE "NO".
       01 HOLD-REASON-WS PIC X(30).
       01 CURRENT-DATE-FIELDS-WS.
           05 CD-DATE-WS PIC 9(8).
           05 FILLER     PIC X(13).
       01 HISTORY-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-HIST PIC X(3) VALUE "NO".
       01 HAND-OFF-FOUND-FLAG PIC X(3) VALUE "NO".
           05 ACCOUNTS-PLACED-CT   PIC 9(6) VALUE ZERO.
           05 ALREADY-PLACED-CT    PIC 9(6) VALUE ZERO.
           05 ACCOUNTS-SKIPPED-CT  PIC 9(6) VALUE ZERO.
           05 BAD-ADDRESS-CT       PIC 9(6) VALUE ZERO.

       procedure division.
       100-HAND-OFF-COLLECTIONS.
           OPEN I-O INDEXED-STUDENT-FILE.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN OUTPUT AGENCY-EXTRACT-FILE-OUT.
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

       301-LOAD-FINAL-NOTICE-TABLE.
           MOVE ZERO TO HAND-OFF-TABLE-COUNT-WS.
           MOVE NET-OWED-WS TO AGY-AMOUNT-OWED.
           MOVE HAND-OFF-DATE-TBL(HAND-OFF-SUB-WS) TO
               AGY-FINAL-NOTICE-DATE.
           PERFORM 310-LOOK-UP-CONTACT.
           IF CONTACT-FOUND-FLAG = "YES"
               MOVE CON-ADDRESS-LINE-1 TO AGY-ADDRESS-LINE-1
               MOVE CON-ADDRESS-LINE-2 TO AGY-ADDRESS-LINE-2
               MOVE CON-CITY TO AGY-CITY
               MOVE CON-PROVINCE TO AGY-PROVINCE
               MOVE CON-POSTAL-CODE TO AGY-POSTAL-CODE
               MOVE CON-PHONE TO AGY-PHONE
               MOVE CON-EMAIL TO AGY-EMAIL
               MOVE CON-RETURNED-MAIL-FLAG TO AGY-RETURNED-MAIL-FLAG
               IF CON-RETURNED-MAIL-FLAG = "Y"
                   MOVE "RETURNED MAIL - FLAGGED TO AGY" TO
                       HOLD-REASON-WS
                   PERFORM 311-LIST-HELD-MAIL
               END-IF
           ELSE
               MOVE SPACES TO AGY-ADDRESS-LINE-1 AGY-ADDRESS-LINE-2
                   AGY-CITY AGY-PROVINCE AGY-POSTAL-CODE AGY-PHONE
                   AGY-EMAIL
               MOVE "Y" TO AGY-RETURNED-MAIL-FLAG
               MOVE "NO ADDRESS ON FILE - TO AGENCY" TO HOLD-REASON-WS
               PERFORM 311-LIST-HELD-MAIL
           END-IF.
           WRITE AGENCY-EXTRACT-RECORD-OUT.

       308-WRITE-JOURNAL-RECORD.

       203-TERMINATE-HAND-OFF-RUN.
           CLOSE INDEXED-STUDENT-FILE JOURNAL-FILE-OUT
                 AGENCY-EXTRACT-FILE-OUT MAIL-HOLD-FILE-OUT.
           IF CONTACT-PRESENT-FLAG-WS = "YES"
               CLOSE CONTACT-FILE-IN
           END-IF.
           PERFORM 341-RELEASE-MASTER-LOCK.
           DISPLAY "ACCOUNTS REVIEWED: " ACCOUNTS-REVIEWED-CT.
           DISPLAY "ACCOUNTS PLACED:   " ACCOUNTS-PLACED-CT.
           DISPLAY "ALREADY PLACED:    " ALREADY-PLACED-CT.
           DISPLAY "ACCOUNTS SKIPPED:  " ACCOUNTS-SKIPPED-CT.
           DISPLAY "BAD OR NO ADDRESS: " BAD-ADDRESS-CT.

       310-LOOK-UP-CONTACT.
           MOVE "NO" TO CONTACT-FOUND-FLAG.
           IF CONTACT-PRESENT-FLAG-WS = "YES"
               MOVE IND-STUDENT-NUMBER TO CON-STUDENT-NUMBER
               READ CONTACT-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "YES" TO CONTACT-FOUND-FLAG
               END-READ
           END-IF.

       311-LIST-HELD-MAIL.
           ADD 1 TO BAD-ADDRESS-CT.
           MOVE SPACES TO MAIL-HOLD-RECORD-OUT.
           MOVE CD-DATE-WS TO MH-HOLD-DATE.
           MOVE "PROGRAM22" TO MH-PROGRAM.
           MOVE "AGENCY PLACEMENT" TO MH-DOCUMENT.
           MOVE IND-STUDENT-NUMBER TO MH-STUDENT-NUMBER.
           MOVE IND-STUDENT-NAME TO MH-STUDENT-NAME.
           MOVE HOLD-REASON-WS TO MH-REASON.
           WRITE MAIL-HOLD-RECORD-OUT.

       330-LOAD-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE-IN.
                           MOVE PARM-VALUE TO NOTEHIST-FILE-NAME-WS
                       WHEN "AGENCY"
                           MOVE PARM-VALUE TO AGENCY-FILE-NAME-WS
                       WHEN "STUCONT"
                           MOVE PARM-VALUE TO STUCONT-FILE-NAME-WS
                       WHEN "MAILHOLD"
                           MOVE PARM-VALUE TO MAILHOLD-FILE-NAME-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               MOVE "AGENCY" TO MISSING-PARM-NAME-WS
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
