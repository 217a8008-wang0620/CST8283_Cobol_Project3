       program-id. Program40 as "Program40".

       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETER-FILE-IN
           ASSIGN TO
           "C:\Users\Administrator\Downloads\PARMFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS-WS.
       SELECT PENDING-APPROVAL-FILE
           ASSIGN TO PENDAPPR-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-QUEUE-NUMBER
               FILE STATUS IS PENDING-FILE-STATUS-WS.
       SELECT STUDENT-FILE
           ASSIGN TO STUFILE4-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES
               FILE STATUS IS STATUS-FIELD.
       SELECT APPROVAL-REPORT-OUT
           ASSIGN TO APPRRPT-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD PARAMETER-FILE-IN.
       01 PARAMETER-RECORD-IN.
           05 PARM-KEYWORD PIC X(12).
           05 PARM-VALUE   PIC X(68).
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
       FD APPROVAL-REPORT-OUT.
       01 APPROVAL-REPORT-RECORD-OUT PIC X(132).

       working-storage section.
       01 STATUS-FIELD PIC X(2).
       01 PARM-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PARM PIC X(3) VALUE "NO".
       01 MISSING-PARM-NAME-WS PIC X(12).
       01 RUN-PARAMETER-VALUES.
           05 PENDAPPR-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 APPRRPT-FILE-NAME-WS  PIC X(80) VALUE SPACES.
       01 REJECTED-DAYS-WS PIC 9(3) VALUE 1.
       01 PENDING-FILE-STATUS-WS PIC X(2).
       01 PENDING-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 EOF-FLAG-PEND PIC X(3) VALUE "NO".
       01 LIST-STATUS-WS PIC X(1).
       01 ENTRY-DATE-WS PIC 9(8).
       01 AGE-DAYS-WS PIC S9(6) VALUE ZERO.
       01 TODAY-INTEGER-WS PIC 9(8).
       01 REJECTED-FROM-INTEGER-WS PIC S9(8).
       01 CURRENT-DATE-FIELDS-WS.
           05 CD-DATE-WS PIC 9(8).
           05 FILLER     PIC X(13).
       01 RUN-COUNTERS.
           05 ITEMS-READ-CT     PIC 9(6) VALUE ZERO.
           05 PENDING-CT        PIC 9(6) VALUE ZERO.
           05 REJECTED-CT       PIC 9(6) VALUE ZERO.
           05 PENDING-CHANGE-WS PIC S9(9)V99 VALUE ZERO.
       01 REPORT-TITLE-LINE.
           05 FILLER PIC X(44) VALUE
              "ONLINE TUITION ADJUSTMENTS AWAITING APPROVAL".
           05 FILLER PIC X(16) VALUE " -- RUN DATE ".
           05 TITLE-DATE-OUT PIC 9(8).
       01 SECTION-TITLE-LINE.
           05 SECTION-TITLE-OUT PIC X(60).
       01 COLUMN-HEADER-LINE.
           05 FILLER PIC X(6) VALUE "QUEUE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "STUDENT NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "       OLD".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "       NEW".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ENTERED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ON".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE " AGE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "REVIEWER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "REASON".
       01 APPROVAL-DETAIL-LINE.
           05 APR-QUEUE-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-STUDENT-NAME-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-OLD-TUITION-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-NEW-TUITION-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-ENTERED-BY-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-ENTERED-DATE-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-AGE-OUT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-REVIEWED-BY-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APR-REASON-OUT PIC X(30).
       01 PENDING-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL ITEMS STILL PENDING".
           05 PEND-COUNT-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "NET CHANGE HELD".
           05 PEND-CHANGE-OUT PIC ZZZ,ZZZ,ZZ9.99-.
       01 REJECTED-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL ITEMS REJECTED".
           05 REJ-COUNT-OUT PIC ZZZ,ZZ9.
       01 BLANK-LINE-WS PIC X(132) VALUE SPACES.

       procedure division.
       100-REPORT-PENDING-APPROVALS.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-APPROVAL-REPORT.
           MOVE "P" TO LIST-STATUS-WS.
           MOVE "ADJUSTMENTS STILL PENDING APPROVAL" TO
               SECTION-TITLE-OUT.
           PERFORM 202-LIST-ONE-STATUS.
           MOVE "R" TO LIST-STATUS-WS.
           MOVE "ADJUSTMENTS REJECTED" TO SECTION-TITLE-OUT.
           PERFORM 202-LIST-ONE-STATUS.
           PERFORM 203-TERMINATE-APPROVAL-REPORT.
           STOP RUN.

       201-INITIATE-APPROVAL-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS-WS.
           COMPUTE TODAY-INTEGER-WS =
               FUNCTION INTEGER-OF-DATE(CD-DATE-WS).
           COMPUTE REJECTED-FROM-INTEGER-WS =
               TODAY-INTEGER-WS - REJECTED-DAYS-WS + 1.
           OPEN INPUT PENDING-APPROVAL-FILE.
           IF PENDING-FILE-STATUS-WS = "00"
               MOVE "YES" TO PENDING-PRESENT-FLAG-WS
               CLOSE PENDING-APPROVAL-FILE
           ELSE
               DISPLAY "PENDING APPROVAL FILE NOT FOUND -- NOTHING "
                   "AWAITING APPROVAL"
           END-IF.
           OPEN INPUT STUDENT-FILE.
           OPEN OUTPUT APPROVAL-REPORT-OUT.
           MOVE CD-DATE-WS TO TITLE-DATE-OUT.
           WRITE APPROVAL-REPORT-RECORD-OUT FROM REPORT-TITLE-LINE.

       202-LIST-ONE-STATUS.
           WRITE APPROVAL-REPORT-RECORD-OUT FROM BLANK-LINE-WS.
           WRITE APPROVAL-REPORT-RECORD-OUT FROM SECTION-TITLE-LINE.
           WRITE APPROVAL-REPORT-RECORD-OUT FROM COLUMN-HEADER-LINE.
           IF PENDING-PRESENT-FLAG-WS = "YES"
               MOVE "NO" TO EOF-FLAG-PEND
               OPEN INPUT PENDING-APPROVAL-FILE
               PERFORM 301-READ-PENDING-ITEM
               PERFORM 302-CHECK-ONE-ITEM
                   UNTIL EOF-FLAG-PEND = "YES"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.
           IF LIST-STATUS-WS = "P"
               MOVE PENDING-CT TO PEND-COUNT-OUT
               MOVE PENDING-CHANGE-WS TO PEND-CHANGE-OUT
               WRITE APPROVAL-REPORT-RECORD-OUT FROM
                   PENDING-TOTAL-LINE
           ELSE
               MOVE REJECTED-CT TO REJ-COUNT-OUT
               WRITE APPROVAL-REPORT-RECORD-OUT FROM
                   REJECTED-TOTAL-LINE
           END-IF.

       203-TERMINATE-APPROVAL-REPORT.
           CLOSE STUDENT-FILE APPROVAL-REPORT-OUT.
           DISPLAY "QUEUE ITEMS READ:  " ITEMS-READ-CT.
           DISPLAY "ITEMS PENDING:     " PENDING-CT.
           DISPLAY "ITEMS REJECTED:    " REJECTED-CT.

       301-READ-PENDING-ITEM.
           READ PENDING-APPROVAL-FILE
               AT END MOVE "YES" TO EOF-FLAG-PEND
               NOT AT END
                   IF LIST-STATUS-WS = "P"
                       ADD 1 TO ITEMS-READ-CT
                   END-IF
           END-READ.

       302-CHECK-ONE-ITEM.
           IF PA-STATUS = LIST-STATUS-WS
               IF LIST-STATUS-WS = "P"
                   MOVE PA-ENTERED-TIMESTAMP(1:8) TO ENTRY-DATE-WS
                   PERFORM 303-WRITE-DETAIL-LINE
                   ADD 1 TO PENDING-CT
                   COMPUTE PENDING-CHANGE-WS = PENDING-CHANGE-WS +
                       PA-NEW-TUITION - PA-OLD-TUITION
               ELSE
                   MOVE PA-REVIEWED-TIMESTAMP(1:8) TO ENTRY-DATE-WS
                   IF ENTRY-DATE-WS IS NUMERIC
                       AND FUNCTION INTEGER-OF-DATE(ENTRY-DATE-WS) >=
                           REJECTED-FROM-INTEGER-WS
                       PERFORM 303-WRITE-DETAIL-LINE
                       ADD 1 TO REJECTED-CT
                   END-IF
               END-IF
           END-IF.
           PERFORM 301-READ-PENDING-ITEM.

       303-WRITE-DETAIL-LINE.
           MOVE PA-QUEUE-NUMBER TO APR-QUEUE-NUMBER-OUT.
           MOVE PA-STUDENT-NUMBER TO APR-STUDENT-NUMBER-OUT.
           MOVE PA-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "** STUDENT NOT ON FILE **" TO
                       APR-STUDENT-NAME-OUT
               NOT INVALID KEY
                   MOVE IND-STUDENT-NAME TO APR-STUDENT-NAME-OUT
           END-READ.
           MOVE PA-OLD-TUITION TO APR-OLD-TUITION-OUT.
           MOVE PA-NEW-TUITION TO APR-NEW-TUITION-OUT.
           MOVE PA-ENTERED-BY TO APR-ENTERED-BY-OUT.
           MOVE PA-ENTERED-TIMESTAMP(1:8) TO APR-ENTERED-DATE-OUT.
           MOVE ZERO TO AGE-DAYS-WS.
           IF PA-ENTERED-TIMESTAMP(1:8) IS NUMERIC
               MOVE PA-ENTERED-TIMESTAMP(1:8) TO ENTRY-DATE-WS
               COMPUTE AGE-DAYS-WS = TODAY-INTEGER-WS -
                   FUNCTION INTEGER-OF-DATE(ENTRY-DATE-WS)
           END-IF.
           MOVE AGE-DAYS-WS TO APR-AGE-OUT.
           MOVE PA-REVIEWED-BY TO APR-REVIEWED-BY-OUT.
           MOVE PA-REJECT-REASON TO APR-REASON-OUT.
           WRITE APPROVAL-REPORT-RECORD-OUT FROM APPROVAL-DETAIL-LINE.

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
                       WHEN "PENDAPPR"
                           MOVE PARM-VALUE TO PENDAPPR-FILE-NAME-WS
                       WHEN "STUFILE4"
                           MOVE PARM-VALUE TO STUFILE4-FILE-NAME-WS
                       WHEN "APPRRPT"
                           MOVE PARM-VALUE TO APPRRPT-FILE-NAME-WS
                       WHEN "APPRDAYS"
                           PERFORM 334-APPLY-REJECTED-DAYS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF PENDAPPR-FILE-NAME-WS = SPACES
               MOVE "PENDAPPR" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUFILE4-FILE-NAME-WS = SPACES
               MOVE "STUFILE4" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF APPRRPT-FILE-NAME-WS = SPACES
               MOVE "APPRRPT" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

       334-APPLY-REJECTED-DAYS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(PARM-VALUE) <= 999
               COMPUTE REJECTED-DAYS-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER APPRDAYS -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       end program Program40.
