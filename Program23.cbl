       SELECT REGISTRATION-ERROR-FILE-OUT
           ASSIGN TO REGERR-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ENROLMENT-CONTROL-FILE
           ASSIGN TO ENRLCTL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS-WS.
       SELECT WAITLIST-FILE
           ASSIGN TO WAITLIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-FILE-STATUS-WS.

       data division.
       FILE SECTION.
           05 REGERR-REASON         PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 REGERR-RAW-RECORD     PIC X(13).
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

       working-storage section.
       01 STATUS-FIELD PIC X(2).
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 REGERR-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 ENRLCTL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 WAITLIST-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 CATALOG-FILE-STATUS-WS PIC X(2).
       01 CONTROL-FILE-STATUS-WS PIC X(2).
       01 WAITLIST-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-CTL PIC X(3) VALUE "NO".
       01 EOF-FLAG-WAIT PIC X(3) VALUE "NO".
       01 COURSE-FULL-FLAG PIC X(3) VALUE "NO".
       01 WAITLISTED-FLAG PIC X(3) VALUE "NO".
       01 CTL-COUNT-WS PIC 9(3) VALUE ZERO.
       01 CTL-SUB-WS PIC 9(3).
       01 SCAN-SUB-WS PIC 9(3).
       01 WAIT-COUNT-WS PIC 9(4) VALUE ZERO.
       01 WAIT-SUB-WS PIC 9(4).
       01 ENROLMENT-CONTROL-TABLE.
           05 CTL-TBL-RECORD OCCURS 500 TIMES.
               10 CTL-COURSE-TBL   PIC X(7).
               10 CTL-TERM-TBL     PIC X(5).
               10 CTL-CAPACITY-TBL PIC 9(4).
               10 CTL-TAKEN-TBL    PIC 9(4).
       01 WAITLIST-TABLE.
           05 WAIT-TBL-RECORD OCCURS 2000 TIMES.
               10 WAIT-COURSE-TBL  PIC X(7).
               10 WAIT-TERM-TBL    PIC X(5).
               10 WAIT-STUDENT-TBL PIC 9(6).
               10 WAIT-DATE-TBL    PIC 9(8).
               10 WAIT-ACTIVE-TBL  PIC X(3).
       01 CURRENT-DATE-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 FILLER      PIC X(13).
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 EOF-FLAG-CAT PIC X(3) VALUE "NO".
       01 COURSE-VALID-FLAG PIC X(3) VALUE "NO".
           05 REGS-READ-CT     PIC 9(6) VALUE ZERO.
           05 REGS-ENROLLED-CT PIC 9(6) VALUE ZERO.
           05 REGS-REJECTED-CT PIC 9(6) VALUE ZERO.
           05 REGS-WAITLISTED-CT PIC 9(6) VALUE ZERO.
           05 WAITLIST-ENROLLED-CT PIC 9(6) VALUE ZERO.

       01 TERM-CODE-WS PIC X(5) VALUE SPACES.

           STOP RUN.

       201-INITIATE-REGISTRATION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
           PERFORM 310-LOAD-COURSE-CATALOG.
           PERFORM 340-ACQUIRE-MASTER-LOCK.
           IF ENRLCTL-FILE-NAME-WS NOT = SPACES
               PERFORM 312-LOAD-ENROLMENT-CONTROL
               PERFORM 314-LOAD-WAITLIST
           END-IF.
           OPEN INPUT REGISTRATION-FILE-IN.
           OPEN I-O STUDENT-FILE.
           OPEN OUTPUT REGISTRATION-ERROR-FILE-OUT.
           PERFORM 302-READ-REGISTRATION.

       203-TERMINATE-REGISTRATION.
           IF ENRLCTL-FILE-NAME-WS NOT = SPACES
               PERFORM 318-FILL-OPEN-SEATS
                   VARYING CTL-SUB-WS FROM 1 BY 1
                   UNTIL CTL-SUB-WS > CTL-COUNT-WS
           END-IF.
           CLOSE REGISTRATION-FILE-IN STUDENT-FILE
                 REGISTRATION-ERROR-FILE-OUT.
           IF ENRLCTL-FILE-NAME-WS NOT = SPACES
               PERFORM 321-REWRITE-ENROLMENT-CONTROL
               PERFORM 323-REWRITE-WAITLIST
           END-IF.
           PERFORM 341-RELEASE-MASTER-LOCK.
           DISPLAY "REGISTRATIONS READ:     " REGS-READ-CT.
           DISPLAY "REGISTRATIONS ENROLLED: " REGS-ENROLLED-CT.
           DISPLAY "REGISTRATIONS REJECTED: " REGS-REJECTED-CT.
           DISPLAY "REGISTRATIONS WAITLISTED: " REGS-WAITLISTED-CT.
           DISPLAY "ENROLLED FROM WAITLIST: " WAITLIST-ENROLLED-CT.

       310-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE-IN.
                   PERFORM 700-REGISTRATION-ERROR-RTN
               WHEN OTHER
                   PERFORM 307-CHECK-ALREADY-ENROLLED
                   PERFORM 316-FIND-ENROLMENT-CONTROL
                   EVALUATE TRUE
                       WHEN COURSE-ENROLLED-FLAG = "YES"
                           MOVE "ALREADY ENROLLED IN COURSE" TO
                           MOVE "COURSE LIST FULL" TO
                               REJECT-REASON-WS
                           PERFORM 700-REGISTRATION-ERROR-RTN
                       WHEN COURSE-FULL-FLAG = "YES"
                           PERFORM 317-ADD-TO-WAITLIST
                       WHEN OTHER
                           ADD 1 TO IND-COURSE-COUNT
                           MOVE REG-COURSE-CODE TO
                   PERFORM 700-REGISTRATION-ERROR-RTN
               NOT INVALID KEY
                   ADD 1 TO REGS-ENROLLED-CT
                   IF CTL-SUB-WS > ZERO
                       ADD 1 TO CTL-TAKEN-TBL(CTL-SUB-WS)
                   END-IF
           END-REWRITE.

       312-LOAD-ENROLMENT-CONTROL.
           OPEN INPUT ENROLMENT-CONTROL-FILE.
           IF CONTROL-FILE-STATUS-WS = "00"
               PERFORM 313-LOAD-ONE-CONTROL-ENTRY
                   UNTIL EOF-FLAG-CTL = "YES"
               CLOSE ENROLMENT-CONTROL-FILE
           ELSE
               DISPLAY "ENROLMENT CONTROL FILE NOT FOUND -- RUN "
                   "ABORTED"
               PERFORM 341-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.

       313-LOAD-ONE-CONTROL-ENTRY.
           READ ENROLMENT-CONTROL-FILE
               AT END MOVE "YES" TO EOF-FLAG-CTL
               NOT AT END
                   IF CTL-COUNT-WS >= 500
                       DISPLAY "ENROLMENT CONTROL TABLE FULL -- RUN "
                           "ABORTED"
                       PERFORM 341-RELEASE-MASTER-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO CTL-COUNT-WS
                   MOVE ENC-COURSE-CODE TO CTL-COURSE-TBL(CTL-COUNT-WS)
                   MOVE ENC-TERM TO CTL-TERM-TBL(CTL-COUNT-WS)
                   MOVE ZERO TO CTL-CAPACITY-TBL(CTL-COUNT-WS)
                   IF ENC-CAPACITY IS NUMERIC
                       MOVE ENC-CAPACITY TO
                           CTL-CAPACITY-TBL(CTL-COUNT-WS)
                   END-IF
                   MOVE ZERO TO CTL-TAKEN-TBL(CTL-COUNT-WS)
                   IF ENC-SEATS-TAKEN IS NUMERIC
                       MOVE ENC-SEATS-TAKEN TO
                           CTL-TAKEN-TBL(CTL-COUNT-WS)
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
                   IF WAIT-COUNT-WS >= 2000
                       DISPLAY "WAITLIST TABLE FULL -- RUN ABORTED"
                       PERFORM 341-RELEASE-MASTER-LOCK
                       STOP RUN
                   END-IF
                   ADD 1 TO WAIT-COUNT-WS
                   MOVE WL-COURSE-CODE TO WAIT-COURSE-TBL(WAIT-COUNT-WS)
                   MOVE WL-TERM TO WAIT-TERM-TBL(WAIT-COUNT-WS)
                   MOVE WL-STUDENT-NUMBER TO
                       WAIT-STUDENT-TBL(WAIT-COUNT-WS)
                   MOVE WL-REQUEST-DATE TO WAIT-DATE-TBL(WAIT-COUNT-WS)
                   MOVE "YES" TO WAIT-ACTIVE-TBL(WAIT-COUNT-WS)
           END-READ.

       316-FIND-ENROLMENT-CONTROL.
           MOVE ZERO TO CTL-SUB-WS.
           MOVE "NO" TO COURSE-FULL-FLAG.
           PERFORM VARYING SCAN-SUB-WS FROM 1 BY 1
                   UNTIL SCAN-SUB-WS > CTL-COUNT-WS
                   OR CTL-SUB-WS > ZERO
               IF CTL-COURSE-TBL(SCAN-SUB-WS) = REG-COURSE-CODE
                   AND CTL-TERM-TBL(SCAN-SUB-WS) = TERM-CODE-WS
                   MOVE SCAN-SUB-WS TO CTL-SUB-WS
               END-IF
           END-PERFORM.
           IF CTL-SUB-WS > ZERO
               IF CTL-TAKEN-TBL(CTL-SUB-WS) >=
                   CTL-CAPACITY-TBL(CTL-SUB-WS)
                   MOVE "YES" TO COURSE-FULL-FLAG
               END-IF
           END-IF.

       317-ADD-TO-WAITLIST.
           MOVE "NO" TO WAITLISTED-FLAG.
           PERFORM VARYING WAIT-SUB-WS FROM 1 BY 1
                   UNTIL WAIT-SUB-WS > WAIT-COUNT-WS
                   OR WAITLISTED-FLAG = "YES"
               IF WAIT-COURSE-TBL(WAIT-SUB-WS) = REG-COURSE-CODE
                   AND WAIT-TERM-TBL(WAIT-SUB-WS) = TERM-CODE-WS
                   AND WAIT-STUDENT-TBL(WAIT-SUB-WS) =
                       REG-STUDENT-NUMBER
                   AND WAIT-ACTIVE-TBL(WAIT-SUB-WS) = "YES"
                   MOVE "YES" TO WAITLISTED-FLAG
               END-IF
           END-PERFORM.
           IF WAITLISTED-FLAG = "YES"
               MOVE "ALREADY ON WAITLIST" TO REJECT-REASON-WS
           ELSE
               IF WAIT-COUNT-WS >= 2000
                   DISPLAY "WAITLIST TABLE FULL -- RUN ABORTED"
                   PERFORM 341-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO WAIT-COUNT-WS
               MOVE REG-COURSE-CODE TO WAIT-COURSE-TBL(WAIT-COUNT-WS)
               MOVE TERM-CODE-WS TO WAIT-TERM-TBL(WAIT-COUNT-WS)
               MOVE REG-STUDENT-NUMBER TO
                   WAIT-STUDENT-TBL(WAIT-COUNT-WS)
               MOVE RUN-DATE-WS TO WAIT-DATE-TBL(WAIT-COUNT-WS)
               MOVE "YES" TO WAIT-ACTIVE-TBL(WAIT-COUNT-WS)
               ADD 1 TO REGS-WAITLISTED-CT
               MOVE "COURSE FULL - WAITLISTED" TO REJECT-REASON-WS
           END-IF.
           PERFORM 700-REGISTRATION-ERROR-RTN.

       318-FILL-OPEN-SEATS.
           PERFORM 319-ENROL-WAITLISTED-STUDENT
               VARYING WAIT-SUB-WS FROM 1 BY 1
               UNTIL WAIT-SUB-WS > WAIT-COUNT-WS
               OR CTL-TAKEN-TBL(CTL-SUB-WS) >=
                  CTL-CAPACITY-TBL(CTL-SUB-WS).

       319-ENROL-WAITLISTED-STUDENT.
           IF WAIT-ACTIVE-TBL(WAIT-SUB-WS) = "YES"
               AND WAIT-COURSE-TBL(WAIT-SUB-WS) =
                   CTL-COURSE-TBL(CTL-SUB-WS)
               AND WAIT-TERM-TBL(WAIT-SUB-WS) = CTL-TERM-TBL(CTL-SUB-WS)
               MOVE "NO" TO WAIT-ACTIVE-TBL(WAIT-SUB-WS)
               MOVE WAIT-STUDENT-TBL(WAIT-SUB-WS) TO IND-STUDENT-NUMBER
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "WAITLIST ENTRY REMOVED - STUDENT "
                           "NOT ON FILE - STUDENT NUMBER "
                           WAIT-STUDENT-TBL(WAIT-SUB-WS)
                   NOT INVALID KEY
                       PERFORM 320-ADD-WAITLISTED-COURSE
               END-READ
           END-IF.

       320-ADD-WAITLISTED-COURSE.
           MOVE "NO" TO COURSE-ENROLLED-FLAG.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > IND-COURSE-COUNT OR SUB-WS > 10
                   OR COURSE-ENROLLED-FLAG = "YES"
               IF IND-COURSE-CODE(SUB-WS) = WAIT-COURSE-TBL(WAIT-SUB-WS)
                   MOVE "YES" TO COURSE-ENROLLED-FLAG
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN IND-STUDENT-STATUS NOT = "A"
                   OR COURSE-ENROLLED-FLAG = "YES"
                   OR IND-COURSE-COUNT >= 10
                   DISPLAY "WAITLIST ENTRY REMOVED - STUDENT NOT "
                       "ELIGIBLE - STUDENT NUMBER " IND-STUDENT-NUMBER
               WHEN OTHER
                   ADD 1 TO IND-COURSE-COUNT
                   MOVE WAIT-COURSE-TBL(WAIT-SUB-WS) TO
                       IND-COURSE-CODE(IND-COURSE-COUNT)
                   MOVE ZERO TO IND-AVERAGE(IND-COURSE-COUNT)
                   MOVE WAIT-TERM-TBL(WAIT-SUB-WS) TO
                       IND-COURSE-TERM(IND-COURSE-COUNT)
                   REWRITE INDEXED-FILE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR STUDENT "
                               IND-STUDENT-NUMBER
                       NOT INVALID KEY
                           ADD 1 TO CTL-TAKEN-TBL(CTL-SUB-WS)
                           ADD 1 TO WAITLIST-ENROLLED-CT
                           DISPLAY "ENROLLED FROM WAITLIST - "
                               WAIT-COURSE-TBL(WAIT-SUB-WS)
                               " - STUDENT NUMBER " IND-STUDENT-NUMBER
                   END-REWRITE
           END-EVALUATE.

       321-REWRITE-ENROLMENT-CONTROL.
           OPEN OUTPUT ENROLMENT-CONTROL-FILE.
           PERFORM 322-REWRITE-ONE-CONTROL-ENTRY
               VARYING CTL-SUB-WS FROM 1 BY 1
               UNTIL CTL-SUB-WS > CTL-COUNT-WS.
           CLOSE ENROLMENT-CONTROL-FILE.

       322-REWRITE-ONE-CONTROL-ENTRY.
           MOVE SPACES TO ENROLMENT-CONTROL-RECORD.
           MOVE CTL-COURSE-TBL(CTL-SUB-WS) TO ENC-COURSE-CODE.
           MOVE CTL-TERM-TBL(CTL-SUB-WS) TO ENC-TERM.
           MOVE CTL-CAPACITY-TBL(CTL-SUB-WS) TO ENC-CAPACITY.
           MOVE CTL-TAKEN-TBL(CTL-SUB-WS) TO ENC-SEATS-TAKEN.
           WRITE ENROLMENT-CONTROL-RECORD.

       323-REWRITE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM 324-REWRITE-ONE-WAITLIST-ENTRY
               VARYING WAIT-SUB-WS FROM 1 BY 1
               UNTIL WAIT-SUB-WS > WAIT-COUNT-WS.
           CLOSE WAITLIST-FILE.

       324-REWRITE-ONE-WAITLIST-ENTRY.
           IF WAIT-ACTIVE-TBL(WAIT-SUB-WS) = "YES"
               MOVE SPACES TO WAITLIST-RECORD
               MOVE WAIT-COURSE-TBL(WAIT-SUB-WS) TO WL-COURSE-CODE
               MOVE WAIT-TERM-TBL(WAIT-SUB-WS) TO WL-TERM
               MOVE WAIT-STUDENT-TBL(WAIT-SUB-WS) TO WL-STUDENT-NUMBER
               MOVE WAIT-DATE-TBL(WAIT-SUB-WS) TO WL-REQUEST-DATE
               WRITE WAITLIST-RECORD
           END-IF.

       700-REGISTRATION-ERROR-RTN.
           ADD 1 TO REGS-REJECTED-CT.
           MOVE ZERO TO REGERR-STUDENT-NUMBER.
                           MOVE PARM-VALUE TO STULOCK-FILE-NAME-WS
                       WHEN "REGERR"
                           MOVE PARM-VALUE TO REGERR-FILE-NAME-WS
                       WHEN "ENRLCTL"
                           MOVE PARM-VALUE TO ENRLCTL-FILE-NAME-WS
                       WHEN "WAITLIST"
                           MOVE PARM-VALUE TO WAITLIST-FILE-NAME-WS
                       WHEN "TERMCODE"
                           MOVE PARM-VALUE TO TERM-CODE-WS
                       WHEN OTHER
               MOVE "REGERR" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF ENRLCTL-FILE-NAME-WS NOT = SPACES
               AND WAITLIST-FILE-NAME-WS = SPACES
               MOVE "WAITLIST" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF TERM-CODE-WS = SPACES
               MOVE "TERMCODE" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
