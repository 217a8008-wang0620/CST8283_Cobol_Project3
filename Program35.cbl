       program-id. Program35 as "Program35".

       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETER-FILE-IN
           ASSIGN TO
           "C:\Users\Administrator\Downloads\PARMFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS-WS.
       SELECT COURSE-CATALOG-FILE-IN
           ASSIGN TO "C:\Users\Administrator\Downloads\COURSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS-WS.
       SELECT INDEXED-STUDENT-FILE
           ASSIGN TO STUFILE4-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES
               FILE STATUS IS STATUS-FIELD.
       SELECT ENROLMENT-CONTROL-FILE
           ASSIGN TO ENRLCTL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS-WS.
       SELECT WAITLIST-FILE
           ASSIGN TO WAITLIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-FILE-STATUS-WS.
       SELECT ROSTER-REPORT-OUT
           ASSIGN TO ROSTER-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD PARAMETER-FILE-IN.
       01 PARAMETER-RECORD-IN.
           05 PARM-KEYWORD PIC X(12).
           05 PARM-VALUE   PIC X(68).
       FD COURSE-CATALOG-FILE-IN.
       01 COURSE-CATALOG-RECORD-IN.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-NAME PIC X(20).
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
       FD ENROLMENT-CONTROL-FILE.
       01 ENROLMENT-CONTROL-RECORD.
           05 ENC-COURSE-CODE  PIC X(7).
           05 FILLER           PIC X(1).
           05 ENC-TERM         PIC X(5).
           05 FILLER           PIC X(1).
           05 ENC-CAPACITY     PIC 9(4).
           05 FILLER           PIC X(1).
           05 ENC-SEATS-TAKEN  PIC 9(4).
       FD WAITLIST-FILE.
       01 WAITLIST-RECORD.
           05 WL-COURSE-CODE    PIC X(7).
           05 FILLER            PIC X(1).
           05 WL-TERM           PIC X(5).
           05 FILLER            PIC X(1).
           05 WL-STUDENT-NUMBER PIC 9(6).
           05 FILLER            PIC X(1).
           05 WL-REQUEST-DATE   PIC 9(8).
       FD ROSTER-REPORT-OUT.
       01 ROSTER-RECORD-OUT PIC X(100).

       working-storage section.
       01 STATUS-FIELD PIC X(2).
       01 PARM-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PARM PIC X(3) VALUE "NO".
       01 MISSING-PARM-NAME-WS PIC X(12).
       01 RUN-PARAMETER-VALUES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 ENRLCTL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 WAITLIST-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 ROSTER-FILE-NAME-WS   PIC X(80) VALUE SPACES.
       01 CATALOG-FILE-STATUS-WS PIC X(2).
       01 CONTROL-FILE-STATUS-WS PIC X(2).
       01 WAITLIST-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 EOF-FLAG-CAT PIC X(3) VALUE "NO".
       01 EOF-FLAG-CTL PIC X(3) VALUE "NO".
       01 EOF-FLAG-WAIT PIC X(3) VALUE "NO".
       01 TERM-CODE-WS PIC X(5) VALUE SPACES.
       01 SUB-WS PIC 9(2).
       01 CATALOG-COUNT-WS PIC 9(3) VALUE ZERO.
       01 CAT-SUB-WS PIC 9(3).
       01 CTL-COUNT-WS PIC 9(3) VALUE ZERO.
       01 CTL-SUB-WS PIC 9(3).
       01 SCAN-SUB-WS PIC 9(3).
       01 WAIT-COUNT-WS PIC 9(4) VALUE ZERO.
       01 WAIT-SUB-WS PIC 9(4).
       01 ROSTER-COUNT-WS PIC 9(4) VALUE ZERO.
       01 ROSTER-SUB-WS PIC 9(4).
       01 POSITION-WS PIC 9(4).
       01 COURSE-ENROLLED-WS PIC 9(4).
       01 COURSE-WAITLISTED-WS PIC 9(4).
       01 SEATS-REMAINING-WS PIC 9(4).
       01 EDIT-COUNT-WS PIC ZZZ9.
       01 COURSE-CATALOG-TABLE.
           05 CATALOG-TBL-RECORD OCCURS 200 TIMES.
               10 CAT-CODE-TBL PIC X(7).
               10 CAT-NAME-TBL PIC X(20).
       01 ENROLMENT-CONTROL-TABLE.
           05 CTL-TBL-RECORD OCCURS 500 TIMES.
               10 CTL-COURSE-TBL   PIC X(7).
               10 CTL-CAPACITY-TBL PIC 9(4).
       01 WAITLIST-TABLE.
           05 WAIT-TBL-RECORD OCCURS 2000 TIMES.
               10 WAIT-COURSE-TBL  PIC X(7).
               10 WAIT-STUDENT-TBL PIC 9(6).
               10 WAIT-DATE-TBL    PIC 9(8).
       01 ROSTER-TABLE.
           05 ROSTER-TBL-RECORD OCCURS 5000 TIMES.
               10 ROSTER-COURSE-TBL  PIC X(7).
               10 ROSTER-STUDENT-TBL PIC 9(6).
               10 ROSTER-NAME-TBL    PIC X(40).
               10 ROSTER-STATUS-TBL  PIC X(1).
       01 RUN-COUNTERS.
           05 STUDENTS-READ-CT    PIC 9(6) VALUE ZERO.
           05 COURSES-LISTED-CT   PIC 9(6) VALUE ZERO.
           05 TOTAL-ENROLLED-CT   PIC 9(6) VALUE ZERO.
           05 TOTAL-WAITLISTED-CT PIC 9(6) VALUE ZERO.
       01 ROSTER-TITLE-LINE.
           05 FILLER PIC X(26) VALUE "CLASS ROSTERS FOR TERM".
           05 ROSTER-TERM-OUT PIC X(5).
       01 ROSTER-COURSE-LINE.
           05 FILLER PIC X(8) VALUE "COURSE ".
           05 ROSTER-COURSE-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROSTER-COURSE-NAME-OUT PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "CAPACITY ".
           05 ROSTER-CAPACITY-OUT PIC X(8).
           05 FILLER PIC X(10) VALUE "ENROLLED ".
           05 ROSTER-ENROLLED-OUT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "SEATS REMAINING ".
           05 ROSTER-REMAINING-OUT PIC X(8).
       01 ROSTER-SECTION-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ROSTER-SECTION-OUT PIC X(20).
       01 ROSTER-STUDENT-LINE.
           05 FILLER PIC X(6) VALUE SPACES.
           05 ROSTER-POSITION-OUT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROSTER-STUDENT-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROSTER-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROSTER-NOTE-OUT PIC X(20).
       01 ROSTER-NONE-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "(NONE)".
       01 ROSTER-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE "COURSES LISTED ".
           05 ROSTER-COURSES-TOTAL-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "TOTAL ENROLLED ".
           05 ROSTER-ENROLLED-TOTAL-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "TOTAL WAITLISTED ".
           05 ROSTER-WAITLIST-TOTAL-OUT PIC ZZZ,ZZ9.

       procedure division.
       100-PRINT-CLASS-ROSTERS.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-ROSTER-RUN.
           PERFORM 202-PRINT-ONE-COURSE
               VARYING CAT-SUB-WS FROM 1 BY 1
               UNTIL CAT-SUB-WS > CATALOG-COUNT-WS.
           PERFORM 203-TERMINATE-ROSTER-RUN.
           STOP RUN.

       201-INITIATE-ROSTER-RUN.
           PERFORM 310-LOAD-COURSE-CATALOG.
           PERFORM 312-LOAD-ENROLMENT-CONTROL.
           PERFORM 314-LOAD-WAITLIST.
           OPEN INPUT INDEXED-STUDENT-FILE.
           PERFORM 302-READ-NEXT-STUDENT.
           PERFORM 303-COLLECT-TERM-ENROLMENTS
               UNTIL EOF-FLAG = "YES".
           OPEN OUTPUT ROSTER-REPORT-OUT.
           MOVE TERM-CODE-WS TO ROSTER-TERM-OUT.
           WRITE ROSTER-RECORD-OUT FROM ROSTER-TITLE-LINE.

       202-PRINT-ONE-COURSE.
           MOVE ZERO TO CTL-SUB-WS.
           PERFORM VARYING SCAN-SUB-WS FROM 1 BY 1
                   UNTIL SCAN-SUB-WS > CTL-COUNT-WS
                   OR CTL-SUB-WS > ZERO
               IF CTL-COURSE-TBL(SCAN-SUB-WS) = CAT-CODE-TBL(CAT-SUB-WS)
                   MOVE SCAN-SUB-WS TO CTL-SUB-WS
               END-IF
           END-PERFORM.
           MOVE ZERO TO COURSE-ENROLLED-WS.
           PERFORM VARYING ROSTER-SUB-WS FROM 1 BY 1
                   UNTIL ROSTER-SUB-WS > ROSTER-COUNT-WS
               IF ROSTER-COURSE-TBL(ROSTER-SUB-WS) =
                   CAT-CODE-TBL(CAT-SUB-WS)
                   ADD 1 TO COURSE-ENROLLED-WS
               END-IF
           END-PERFORM.
           MOVE ZERO TO COURSE-WAITLISTED-WS.
           PERFORM VARYING WAIT-SUB-WS FROM 1 BY 1
                   UNTIL WAIT-SUB-WS > WAIT-COUNT-WS
               IF WAIT-COURSE-TBL(WAIT-SUB-WS) =
                   CAT-CODE-TBL(CAT-SUB-WS)
                   ADD 1 TO COURSE-WAITLISTED-WS
               END-IF
           END-PERFORM.
           IF CTL-SUB-WS > ZERO OR COURSE-ENROLLED-WS > ZERO
               OR COURSE-WAITLISTED-WS > ZERO
               PERFORM 304-WRITE-COURSE-HEADING
               MOVE "ENROLLED STUDENTS" TO ROSTER-SECTION-OUT
               WRITE ROSTER-RECORD-OUT FROM ROSTER-SECTION-LINE
               IF COURSE-ENROLLED-WS = ZERO
                   WRITE ROSTER-RECORD-OUT FROM ROSTER-NONE-LINE
               END-IF
               MOVE ZERO TO POSITION-WS
               PERFORM 305-WRITE-ENROLLED-STUDENT
                   VARYING ROSTER-SUB-WS FROM 1 BY 1
                   UNTIL ROSTER-SUB-WS > ROSTER-COUNT-WS
               MOVE "WAITLIST" TO ROSTER-SECTION-OUT
               WRITE ROSTER-RECORD-OUT FROM ROSTER-SECTION-LINE
               IF COURSE-WAITLISTED-WS = ZERO
                   WRITE ROSTER-RECORD-OUT FROM ROSTER-NONE-LINE
               END-IF
               MOVE ZERO TO POSITION-WS
               PERFORM 306-WRITE-WAITLISTED-STUDENT
                   VARYING WAIT-SUB-WS FROM 1 BY 1
                   UNTIL WAIT-SUB-WS > WAIT-COUNT-WS
               MOVE SPACES TO ROSTER-RECORD-OUT
               WRITE ROSTER-RECORD-OUT
               ADD 1 TO COURSES-LISTED-CT
               ADD COURSE-ENROLLED-WS TO TOTAL-ENROLLED-CT
               ADD COURSE-WAITLISTED-WS TO TOTAL-WAITLISTED-CT
           END-IF.

       203-TERMINATE-ROSTER-RUN.
           MOVE COURSES-LISTED-CT TO ROSTER-COURSES-TOTAL-OUT.
           MOVE TOTAL-ENROLLED-CT TO ROSTER-ENROLLED-TOTAL-OUT.
           MOVE TOTAL-WAITLISTED-CT TO ROSTER-WAITLIST-TOTAL-OUT.
           WRITE ROSTER-RECORD-OUT FROM ROSTER-TOTAL-LINE.
           CLOSE INDEXED-STUDENT-FILE ROSTER-REPORT-OUT.
           DISPLAY "STUDENTS READ:    " STUDENTS-READ-CT.
           DISPLAY "COURSES LISTED:   " COURSES-LISTED-CT.
           DISPLAY "TOTAL ENROLLED:   " TOTAL-ENROLLED-CT.
           DISPLAY "TOTAL WAITLISTED: " TOTAL-WAITLISTED-CT.

       302-READ-NEXT-STUDENT.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO STUDENTS-READ-CT
           END-READ.

       303-COLLECT-TERM-ENROLMENTS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > IND-COURSE-COUNT OR SUB-WS > 10
               IF IND-COURSE-TERM(SUB-WS) = TERM-CODE-WS
                   IF ROSTER-COUNT-WS >= 5000
                       DISPLAY "ROSTER TABLE FULL -- RUN ABORTED"
                       STOP RUN
                   END-IF
                   ADD 1 TO ROSTER-COUNT-WS
                   MOVE IND-COURSE-CODE(SUB-WS) TO
                       ROSTER-COURSE-TBL(ROSTER-COUNT-WS)
                   MOVE IND-STUDENT-NUMBER TO
                       ROSTER-STUDENT-TBL(ROSTER-COUNT-WS)
                   MOVE IND-STUDENT-NAME TO
                       ROSTER-NAME-TBL(ROSTER-COUNT-WS)
                   MOVE IND-STUDENT-STATUS TO
                       ROSTER-STATUS-TBL(ROSTER-COUNT-WS)
               END-IF
           END-PERFORM.
           PERFORM 302-READ-NEXT-STUDENT.

       304-WRITE-COURSE-HEADING.
           MOVE CAT-CODE-TBL(CAT-SUB-WS) TO ROSTER-COURSE-OUT.
           MOVE CAT-NAME-TBL(CAT-SUB-WS) TO ROSTER-COURSE-NAME-OUT.
           MOVE COURSE-ENROLLED-WS TO ROSTER-ENROLLED-OUT.
           IF CTL-SUB-WS > ZERO
               MOVE CTL-CAPACITY-TBL(CTL-SUB-WS) TO EDIT-COUNT-WS
               MOVE EDIT-COUNT-WS TO ROSTER-CAPACITY-OUT
               IF COURSE-ENROLLED-WS < CTL-CAPACITY-TBL(CTL-SUB-WS)
                   COMPUTE SEATS-REMAINING-WS =
                       CTL-CAPACITY-TBL(CTL-SUB-WS) - COURSE-ENROLLED-WS
               ELSE
                   MOVE ZERO TO SEATS-REMAINING-WS
               END-IF
               MOVE SEATS-REMAINING-WS TO EDIT-COUNT-WS
               MOVE EDIT-COUNT-WS TO ROSTER-REMAINING-OUT
           ELSE
               MOVE "NO LIMIT" TO ROSTER-CAPACITY-OUT
               MOVE "NO LIMIT" TO ROSTER-REMAINING-OUT
           END-IF.
           WRITE ROSTER-RECORD-OUT FROM ROSTER-COURSE-LINE.

       305-WRITE-ENROLLED-STUDENT.
           IF ROSTER-COURSE-TBL(ROSTER-SUB-WS) =
               CAT-CODE-TBL(CAT-SUB-WS)
               ADD 1 TO POSITION-WS
               MOVE POSITION-WS TO ROSTER-POSITION-OUT
               MOVE ROSTER-STUDENT-TBL(ROSTER-SUB-WS) TO
                   ROSTER-STUDENT-OUT
               MOVE ROSTER-NAME-TBL(ROSTER-SUB-WS) TO ROSTER-NAME-OUT
               IF ROSTER-STATUS-TBL(ROSTER-SUB-WS) = "A"
                   MOVE SPACES TO ROSTER-NOTE-OUT
               ELSE
                   MOVE "STUDENT NOT ACTIVE" TO ROSTER-NOTE-OUT
               END-IF
               WRITE ROSTER-RECORD-OUT FROM ROSTER-STUDENT-LINE
           END-IF.

       306-WRITE-WAITLISTED-STUDENT.
           IF WAIT-COURSE-TBL(WAIT-SUB-WS) = CAT-CODE-TBL(CAT-SUB-WS)
               ADD 1 TO POSITION-WS
               MOVE POSITION-WS TO ROSTER-POSITION-OUT
               MOVE WAIT-STUDENT-TBL(WAIT-SUB-WS) TO ROSTER-STUDENT-OUT
               MOVE SPACES TO ROSTER-NOTE-OUT
               STRING "SINCE " WAIT-DATE-TBL(WAIT-SUB-WS)
                   DELIMITED BY SIZE INTO ROSTER-NOTE-OUT
               END-STRING
               MOVE WAIT-STUDENT-TBL(WAIT-SUB-WS) TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE
                   INVALID KEY
                       MOVE "*** NOT ON FILE ***" TO ROSTER-NAME-OUT
                   NOT INVALID KEY
                       MOVE IND-STUDENT-NAME TO ROSTER-NAME-OUT
               END-READ
               WRITE ROSTER-RECORD-OUT FROM ROSTER-STUDENT-LINE
           END-IF.

       310-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE-IN.
           IF CATALOG-FILE-STATUS-WS = "00"
               PERFORM 311-LOAD-ONE-CATALOG-ENTRY
                   UNTIL EOF-FLAG-CAT = "YES"
                   OR CATALOG-COUNT-WS >= 200
               CLOSE COURSE-CATALOG-FILE-IN
           ELSE
               DISPLAY "COURSE CATALOG FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.

       311-LOAD-ONE-CATALOG-ENTRY.
           READ COURSE-CATALOG-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-CAT
               NOT AT END
                   ADD 1 TO CATALOG-COUNT-WS
                   MOVE CAT-COURSE-CODE TO
                       CAT-CODE-TBL(CATALOG-COUNT-WS)
                   MOVE CAT-COURSE-NAME TO
                       CAT-NAME-TBL(CATALOG-COUNT-WS)
           END-READ.

       312-LOAD-ENROLMENT-CONTROL.
           OPEN INPUT ENROLMENT-CONTROL-FILE.
           IF CONTROL-FILE-STATUS-WS = "00"
               PERFORM 313-LOAD-ONE-CONTROL-ENTRY
                   UNTIL EOF-FLAG-CTL = "YES"
               CLOSE ENROLMENT-CONTROL-FILE
           ELSE
               DISPLAY "ENROLMENT CONTROL FILE NOT FOUND -- RUN "
                   "ABORTED"
               STOP RUN
           END-IF.

       313-LOAD-ONE-CONTROL-ENTRY.
           READ ENROLMENT-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-CTL
               NOT AT END
                   IF ENC-TERM = TERM-CODE-WS
                       IF CTL-COUNT-WS >= 500
                           DISPLAY "ENROLMENT CONTROL TABLE FULL -- "
                               "RUN ABORTED"
                           STOP RUN
                       END-IF
                       ADD 1 TO CTL-COUNT-WS
                       MOVE ENC-COURSE-CODE TO
                           CTL-COURSE-TBL(CTL-COUNT-WS)
                       MOVE ZERO TO CTL-CAPACITY-TBL(CTL-COUNT-WS)
                       IF ENC-CAPACITY IS NUMERIC
                           MOVE ENC-CAPACITY TO
                               CTL-CAPACITY-TBL(CTL-COUNT-WS)
                       END-IF
                   END-IF
           END-READ.

       314-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-FILE-STATUS-WS = "00"
               PERFORM 315-LOAD-ONE-WAITLIST-ENTRY
                   UNTIL EOF-FLAG-WAIT = "YES"
               CLOSE WAITLIST-FILE
           END-IF.

       315-LOAD-ONE-WAITLIST-ENTRY.
           READ WAITLIST-FILE
               AT END MOVE "YES" TO EOF-FLAG-WAIT
               NOT AT END
                   IF WL-TERM = TERM-CODE-WS
                       IF WAIT-COUNT-WS >= 2000
                           DISPLAY "WAITLIST TABLE FULL -- RUN ABORTED"
                           STOP RUN
                       END-IF
                       ADD 1 TO WAIT-COUNT-WS
                       MOVE WL-COURSE-CODE TO
                           WAIT-COURSE-TBL(WAIT-COUNT-WS)
                       MOVE WL-STUDENT-NUMBER TO
                           WAIT-STUDENT-TBL(WAIT-COUNT-WS)
                       MOVE WL-REQUEST-DATE TO
                           WAIT-DATE-TBL(WAIT-COUNT-WS)
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
                       WHEN "ENRLCTL"
                           MOVE PARM-VALUE TO ENRLCTL-FILE-NAME-WS
                       WHEN "WAITLIST"
                           MOVE PARM-VALUE TO WAITLIST-FILE-NAME-WS
                       WHEN "ROSTER"
                           MOVE PARM-VALUE TO ROSTER-FILE-NAME-WS
                       WHEN "TERMCODE"
                           MOVE PARM-VALUE TO TERM-CODE-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF STUFILE4-FILE-NAME-WS = SPACES
               MOVE "STUFILE4" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF ENRLCTL-FILE-NAME-WS = SPACES
               MOVE "ENRLCTL" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF WAITLIST-FILE-NAME-WS = SPACES
               MOVE "WAITLIST" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF ROSTER-FILE-NAME-WS = SPACES
               MOVE "ROSTER" TO MISSING-PARM-NAME-WS
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

       end program Program35.
