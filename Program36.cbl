       program-id. Program36 as "Program36".

       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETER-FILE-IN
           ASSIGN TO
           "C:\Users\Administrator\Downloads\PARMFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS-WS.
       SELECT INDEXED-STUDENT-FILE-IN
           ASSIGN TO STUFILE4-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES.
       SELECT COURSE-CATALOG-FILE-IN
           ASSIGN TO "C:\Users\Administrator\Downloads\COURSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS-WS.
       SELECT COURSE-HISTORY-FILE-IN
           ASSIGN TO CRSHIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS-WS.
       SELECT PROGRAM-FILE-IN
           ASSIGN TO PROGRAM-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-FILE-STATUS-WS.
       SELECT REQUIREMENT-FILE-IN
           ASSIGN TO PROGREQ-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUIREMENT-FILE-STATUS-WS.
       SELECT DEGREE-AUDIT-REPORT-OUT
           ASSIGN TO DEGAUDIT-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GRADUATION-CANDIDATE-OUT
           ASSIGN TO GRADCAND-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD PARAMETER-FILE-IN.
       01 PARAMETER-RECORD-IN.
           05 PARM-KEYWORD PIC X(12).
           05 PARM-VALUE   PIC X(68).
       FD INDEXED-STUDENT-FILE-IN.
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
       FD COURSE-CATALOG-FILE-IN.
       01 COURSE-CATALOG-RECORD-IN.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-NAME PIC X(20).
       FD COURSE-HISTORY-FILE-IN.
       01 COURSE-HISTORY-RECORD-IN.
           05 CH-STUDENT-NUMBER   PIC 9(6).
           05 FILLER              PIC X(1).
           05 CH-COURSE-CODE      PIC X(7).
           05 FILLER              PIC X(1).
           05 CH-GRADE            PIC 9(3).
           05 FILLER              PIC X(1).
           05 CH-COMPLETION-DATE  PIC 9(8).
           05 FILLER              PIC X(1).
           05 CH-TERM             PIC X(5).
       FD PROGRAM-FILE-IN.
       01 PROGRAM-RECORD-IN.
           05 PRG-CODE-IN   PIC X(5).
           05 PRG-NAME-IN   PIC X(20).
           05 PRG-STATUS-IN PIC X(1).
       FD REQUIREMENT-FILE-IN.
       01 REQUIREMENT-RECORD-IN.
           05 REQ-PROGRAM-CODE PIC X(5).
           05 FILLER           PIC X(1).
           05 REQ-COURSE-CODE  PIC X(7).
           05 FILLER           PIC X(1).
           05 REQ-MIN-GRADE    PIC 9(3).
       FD DEGREE-AUDIT-REPORT-OUT.
       01 DEGREE-AUDIT-RECORD-OUT PIC X(100).
       FD GRADUATION-CANDIDATE-OUT.
       01 GRADUATION-CANDIDATE-RECORD.
           05 GC-STUDENT-NUMBER PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 GC-STUDENT-NAME   PIC X(40).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 GC-PROGRAM-CODE   PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 GC-AUDIT-DATE     PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 GC-APPROVAL-FLAG  PIC X(1).

       working-storage section.
       01 PARM-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PARM PIC X(3) VALUE "NO".
       01 MISSING-PARM-NAME-WS PIC X(12).
       01 RUN-PARAMETER-VALUES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 CRSHIST-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 PROGRAM-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 PROGREQ-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 DEGAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 GRADCAND-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 CATALOG-FILE-STATUS-WS PIC X(2).
       01 HIST-FILE-STATUS-WS PIC X(2).
       01 PROGRAM-FILE-STATUS-WS PIC X(2).
       01 REQUIREMENT-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 EOF-FLAG-CAT PIC X(3) VALUE "NO".
       01 EOF-FLAG-HIST PIC X(3) VALUE "NO".
       01 EOF-FLAG-TBL PIC X(3) VALUE "NO".
       01 EOF-FLAG-REQ PIC X(3) VALUE "NO".
       01 FOUND-FLAG PIC X(3) VALUE "NO".
       01 PROGRAM-CODE-FOUND-FLAG PIC X(3) VALUE "NO".
       01 COURSE-TAKEN-FLAG PIC X(3) VALUE "NO".
       01 SUB PIC 9(3).
       01 SUB-WS PIC 9(2).
       01 TBL-SUB-WS PIC 9(3).
       01 CATALOG-COUNT-WS PIC 9(3) VALUE ZERO.
       01 PROGRAM-TABLE-COUNT-WS PIC 9(3) VALUE ZERO.
       01 HISTORY-COUNT-WS PIC 9(4) VALUE ZERO.
       01 HIST-SUB-WS PIC 9(4).
       01 REQ-COUNT-WS PIC 9(4) VALUE ZERO.
       01 REQ-SUB-WS PIC 9(4).
       01 REQS-FOR-PROGRAM-WS PIC 9(3).
       01 REQS-MET-WS PIC 9(3).
       01 BEST-GRADE-WS PIC 9(3).
       01 EDIT-GRADE-WS PIC ZZ9.
       01 CURRENT-DATE-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 FILLER      PIC X(13).
       01 COURSE-CATALOG-TABLE.
           05 CATALOG-TBL-RECORD OCCURS 200 TIMES.
               10 CAT-CODE-TBL PIC X(7).
               10 CAT-NAME-TBL PIC X(20).
       01 PROGRAM-NAMES-RECORDS.
         05 PROGRAM-TBL-RECORD OCCURS 100 TIMES.
           10 PROGRAM-CODE-TBL   PIC X(5).
           10 PROGRAM-NAME-TBL   PIC X(20).
       01 REQUIREMENT-TABLE.
           05 REQ-TBL-RECORD OCCURS 2000 TIMES.
               10 REQ-PROGRAM-TBL   PIC X(5).
               10 REQ-COURSE-TBL    PIC X(7).
               10 REQ-MIN-GRADE-TBL PIC 9(3).
       01 COURSE-HISTORY-TABLE.
           05 HISTORY-TBL-RECORD OCCURS 5000 TIMES.
               10 HIST-STUDENT-TBL PIC 9(6).
               10 HIST-COURSE-TBL  PIC X(7).
               10 HIST-GRADE-TBL   PIC 9(3).
       01 RUN-COUNTERS.
           05 STUDENTS-READ-CT     PIC 9(6) VALUE ZERO.
           05 STUDENTS-AUDITED-CT  PIC 9(6) VALUE ZERO.
           05 CANDIDATES-CT        PIC 9(6) VALUE ZERO.
           05 OUTSTANDING-CT       PIC 9(6) VALUE ZERO.
           05 NO-REQUIREMENTS-CT   PIC 9(6) VALUE ZERO.
       01 AUDIT-STUDENT-LINE.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 DAUD-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DAUD-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "PROGRAM: ".
           05 DAUD-PROGRAM-OUT PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DAUD-PROGRAM-NAME-OUT PIC X(20).
       01 AUDIT-COLUMN-HEADER.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "COURSE CODE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "COURSE NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "MINIMUM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "BEST".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "STATUS".
       01 AUDIT-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DAUD-COURSE-CODE-OUT PIC X(7).
           05 FILLER PIC X(6) VALUE SPACES.
           05 DAUD-COURSE-NAME-OUT PIC X(20).
           05 FILLER PIC X(6) VALUE SPACES.
           05 DAUD-MIN-GRADE-OUT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DAUD-BEST-GRADE-OUT PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DAUD-STATUS-OUT PIC X(25).
       01 AUDIT-SUMMARY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "REQUIREMENTS MET ".
           05 DAUD-MET-OUT PIC ZZ9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 DAUD-REQUIRED-OUT PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DAUD-RESULT-OUT PIC X(40).
       01 AUDIT-TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "STUDENTS AUDITED ".
           05 DAUD-AUDITED-TOTAL-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "GRADUATION CANDIDATES ".
           05 DAUD-CANDIDATE-TOTAL-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "OUTSTANDING ".
           05 DAUD-OUTSTANDING-TOTAL-OUT PIC ZZZ,ZZ9.
       01 BLANK-LINE-WS PIC X(100) VALUE SPACES.

       procedure division.
       100-RUN-DEGREE-AUDIT.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-DEGREE-AUDIT.
           PERFORM 202-AUDIT-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-DEGREE-AUDIT.
           STOP RUN.

       201-INITIATE-DEGREE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
           PERFORM 310-LOAD-COURSE-CATALOG.
           PERFORM 312-LOAD-PROGRAM-TABLE.
           PERFORM 314-LOAD-REQUIREMENTS.
           PERFORM 316-LOAD-COURSE-HISTORY.
           OPEN INPUT INDEXED-STUDENT-FILE-IN.
           OPEN OUTPUT DEGREE-AUDIT-REPORT-OUT.
           OPEN OUTPUT GRADUATION-CANDIDATE-OUT.
           PERFORM 302-READ-NEXT-STUDENT.

       202-AUDIT-ONE-STUDENT.
           IF IND-STUDENT-STATUS = "A"
               PERFORM 303-AUDIT-STUDENT
           END-IF.
           PERFORM 302-READ-NEXT-STUDENT.

       203-TERMINATE-DEGREE-AUDIT.
           MOVE STUDENTS-AUDITED-CT TO DAUD-AUDITED-TOTAL-OUT.
           MOVE CANDIDATES-CT TO DAUD-CANDIDATE-TOTAL-OUT.
           MOVE OUTSTANDING-CT TO DAUD-OUTSTANDING-TOTAL-OUT.
           WRITE DEGREE-AUDIT-RECORD-OUT FROM AUDIT-TOTAL-LINE.
           CLOSE INDEXED-STUDENT-FILE-IN DEGREE-AUDIT-REPORT-OUT
                 GRADUATION-CANDIDATE-OUT.
           DISPLAY "STUDENTS READ:         " STUDENTS-READ-CT.
           DISPLAY "STUDENTS AUDITED:      " STUDENTS-AUDITED-CT.
           DISPLAY "GRADUATION CANDIDATES: " CANDIDATES-CT.
           DISPLAY "REQUIREMENTS OUTSTANDING: " OUTSTANDING-CT.
           DISPLAY "NO REQUIREMENTS ON FILE: " NO-REQUIREMENTS-CT.

       302-READ-NEXT-STUDENT.
           READ INDEXED-STUDENT-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO STUDENTS-READ-CT
           END-READ.

       303-AUDIT-STUDENT.
           ADD 1 TO STUDENTS-AUDITED-CT.
           MOVE IND-STUDENT-NUMBER TO DAUD-STUDENT-NUMBER-OUT.
           MOVE IND-STUDENT-NAME TO DAUD-STUDENT-NAME-OUT.
           MOVE IND-PROGRAM-OF-STUDY TO DAUD-PROGRAM-OUT.
           MOVE "NO" TO PROGRAM-CODE-FOUND-FLAG.
           MOVE SPACES TO DAUD-PROGRAM-NAME-OUT.
           PERFORM VARYING TBL-SUB-WS FROM 1 BY 1
                   UNTIL TBL-SUB-WS > PROGRAM-TABLE-COUNT-WS
                   OR PROGRAM-CODE-FOUND-FLAG = "YES"
               IF IND-PROGRAM-OF-STUDY = PROGRAM-CODE-TBL(TBL-SUB-WS)
                   MOVE "YES" TO PROGRAM-CODE-FOUND-FLAG
                   MOVE PROGRAM-NAME-TBL(TBL-SUB-WS) TO
                       DAUD-PROGRAM-NAME-OUT
               END-IF
           END-PERFORM.
           WRITE DEGREE-AUDIT-RECORD-OUT FROM AUDIT-STUDENT-LINE.
           WRITE DEGREE-AUDIT-RECORD-OUT FROM AUDIT-COLUMN-HEADER.
           MOVE ZERO TO REQS-FOR-PROGRAM-WS.
           MOVE ZERO TO REQS-MET-WS.
           PERFORM 304-CHECK-ONE-REQUIREMENT
               VARYING REQ-SUB-WS FROM 1 BY 1
               UNTIL REQ-SUB-WS > REQ-COUNT-WS.
           MOVE REQS-MET-WS TO DAUD-MET-OUT.
           MOVE REQS-FOR-PROGRAM-WS TO DAUD-REQUIRED-OUT.
           EVALUATE TRUE
               WHEN PROGRAM-CODE-FOUND-FLAG = "NO"
                   MOVE "PROGRAM CODE NOT ON PROGRAM TABLE" TO
                       DAUD-RESULT-OUT
                   ADD 1 TO NO-REQUIREMENTS-CT
               WHEN REQS-FOR-PROGRAM-WS = ZERO
                   MOVE "NO REQUIREMENTS ON FILE FOR PROGRAM" TO
                       DAUD-RESULT-OUT
                   ADD 1 TO NO-REQUIREMENTS-CT
               WHEN REQS-MET-WS = REQS-FOR-PROGRAM-WS
                   MOVE "ALL MET -- GRADUATION CANDIDATE" TO
                       DAUD-RESULT-OUT
                   PERFORM 307-WRITE-GRADUATION-CANDIDATE
               WHEN OTHER
                   MOVE "REQUIREMENTS OUTSTANDING" TO DAUD-RESULT-OUT
                   ADD 1 TO OUTSTANDING-CT
           END-EVALUATE.
           WRITE DEGREE-AUDIT-RECORD-OUT FROM AUDIT-SUMMARY-LINE.
           WRITE DEGREE-AUDIT-RECORD-OUT FROM BLANK-LINE-WS.

       304-CHECK-ONE-REQUIREMENT.
           IF REQ-PROGRAM-TBL(REQ-SUB-WS) = IND-PROGRAM-OF-STUDY
               ADD 1 TO REQS-FOR-PROGRAM-WS
               MOVE ZERO TO BEST-GRADE-WS
               MOVE "NO" TO COURSE-TAKEN-FLAG
               PERFORM 305-CHECK-MASTER-COURSE
                   VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > IND-COURSE-COUNT OR SUB-WS > 10
               PERFORM 306-CHECK-HISTORY-COURSE
                   VARYING HIST-SUB-WS FROM 1 BY 1
                   UNTIL HIST-SUB-WS > HISTORY-COUNT-WS
               MOVE REQ-COURSE-TBL(REQ-SUB-WS) TO DAUD-COURSE-CODE-OUT
               MOVE SPACES TO DAUD-COURSE-NAME-OUT
               MOVE "NO" TO FOUND-FLAG
               PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > CATALOG-COUNT-WS
                       OR FOUND-FLAG = "YES"
                   IF REQ-COURSE-TBL(REQ-SUB-WS) = CAT-CODE-TBL(SUB)
                       MOVE "YES" TO FOUND-FLAG
                       MOVE CAT-NAME-TBL(SUB) TO DAUD-COURSE-NAME-OUT
                   END-IF
               END-PERFORM
               MOVE REQ-MIN-GRADE-TBL(REQ-SUB-WS) TO DAUD-MIN-GRADE-OUT
               EVALUATE TRUE
                   WHEN COURSE-TAKEN-FLAG = "NO"
                       MOVE SPACES TO DAUD-BEST-GRADE-OUT
                       MOVE "OUTSTANDING - NOT TAKEN" TO
                           DAUD-STATUS-OUT
                   WHEN BEST-GRADE-WS >= REQ-MIN-GRADE-TBL(REQ-SUB-WS)
                       MOVE BEST-GRADE-WS TO EDIT-GRADE-WS
                       MOVE EDIT-GRADE-WS TO DAUD-BEST-GRADE-OUT
                       MOVE "MET" TO DAUD-STATUS-OUT
                       ADD 1 TO REQS-MET-WS
                   WHEN OTHER
                       MOVE BEST-GRADE-WS TO EDIT-GRADE-WS
                       MOVE EDIT-GRADE-WS TO DAUD-BEST-GRADE-OUT
                       MOVE "OUTSTANDING - BELOW MINIMUM" TO
                           DAUD-STATUS-OUT
               END-EVALUATE
               WRITE DEGREE-AUDIT-RECORD-OUT FROM AUDIT-DETAIL-LINE
           END-IF.

       305-CHECK-MASTER-COURSE.
           IF IND-COURSE-CODE(SUB-WS) = REQ-COURSE-TBL(REQ-SUB-WS)
               MOVE "YES" TO COURSE-TAKEN-FLAG
               IF IND-AVERAGE(SUB-WS) > BEST-GRADE-WS
                   MOVE IND-AVERAGE(SUB-WS) TO BEST-GRADE-WS
               END-IF
           END-IF.

       306-CHECK-HISTORY-COURSE.
           IF HIST-STUDENT-TBL(HIST-SUB-WS) = IND-STUDENT-NUMBER
               AND HIST-COURSE-TBL(HIST-SUB-WS) =
                   REQ-COURSE-TBL(REQ-SUB-WS)
               MOVE "YES" TO COURSE-TAKEN-FLAG
               IF HIST-GRADE-TBL(HIST-SUB-WS) > BEST-GRADE-WS
                   MOVE HIST-GRADE-TBL(HIST-SUB-WS) TO BEST-GRADE-WS
               END-IF
           END-IF.

       307-WRITE-GRADUATION-CANDIDATE.
           ADD 1 TO CANDIDATES-CT.
           MOVE IND-STUDENT-NUMBER TO GC-STUDENT-NUMBER.
           MOVE IND-STUDENT-NAME TO GC-STUDENT-NAME.
           MOVE IND-PROGRAM-OF-STUDY TO GC-PROGRAM-CODE.
           MOVE RUN-DATE-WS TO GC-AUDIT-DATE.
           MOVE SPACE TO GC-APPROVAL-FLAG.
           WRITE GRADUATION-CANDIDATE-RECORD.

       310-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE-IN.
           IF CATALOG-FILE-STATUS-WS = "00"
               PERFORM 311-LOAD-ONE-CATALOG-ENTRY
                   UNTIL EOF-FLAG-CAT = "YES"
                   OR CATALOG-COUNT-WS >= 200
               CLOSE COURSE-CATALOG-FILE-IN
           ELSE
               DISPLAY "COURSE CATALOG FILE NOT FOUND -- COURSE "
                   "NAMES WILL BE BLANK"
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

       312-LOAD-PROGRAM-TABLE.
           OPEN INPUT PROGRAM-FILE-IN.
           IF PROGRAM-FILE-STATUS-WS = "00"
               PERFORM 313-LOAD-ONE-PROGRAM-ENTRY
                   UNTIL EOF-FLAG-TBL = "YES"
                   OR PROGRAM-TABLE-COUNT-WS >= 100
               CLOSE PROGRAM-FILE-IN
           ELSE
               DISPLAY "PROGRAM TABLE FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.

       313-LOAD-ONE-PROGRAM-ENTRY.
           READ PROGRAM-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-TBL
               NOT AT END
                   ADD 1 TO PROGRAM-TABLE-COUNT-WS
                   MOVE PRG-CODE-IN TO
                       PROGRAM-CODE-TBL(PROGRAM-TABLE-COUNT-WS)
                   MOVE PRG-NAME-IN TO
                       PROGRAM-NAME-TBL(PROGRAM-TABLE-COUNT-WS)
           END-READ.

       314-LOAD-REQUIREMENTS.
           OPEN INPUT REQUIREMENT-FILE-IN.
           IF REQUIREMENT-FILE-STATUS-WS = "00"
               PERFORM 315-LOAD-ONE-REQUIREMENT
                   UNTIL EOF-FLAG-REQ = "YES"
               CLOSE REQUIREMENT-FILE-IN
           ELSE
               DISPLAY "PROGRAM REQUIREMENTS FILE NOT FOUND -- RUN "
                   "ABORTED"
               STOP RUN
           END-IF.

       315-LOAD-ONE-REQUIREMENT.
           READ REQUIREMENT-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-REQ
               NOT AT END
                   MOVE "NO" TO PROGRAM-CODE-FOUND-FLAG
                   PERFORM VARYING TBL-SUB-WS FROM 1 BY 1
                           UNTIL TBL-SUB-WS > PROGRAM-TABLE-COUNT-WS
                           OR PROGRAM-CODE-FOUND-FLAG = "YES"
                       IF REQ-PROGRAM-CODE =
                           PROGRAM-CODE-TBL(TBL-SUB-WS)
                           MOVE "YES" TO PROGRAM-CODE-FOUND-FLAG
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN PROGRAM-CODE-FOUND-FLAG = "NO"
                           DISPLAY "REQUIREMENT IGNORED - PROGRAM "
                               REQ-PROGRAM-CODE
                               " NOT ON PROGRAM TABLE"
                       WHEN REQ-MIN-GRADE IS NOT NUMERIC
                           DISPLAY "REQUIREMENT IGNORED - MINIMUM "
                               "GRADE NOT NUMERIC - " REQ-PROGRAM-CODE
                               " " REQ-COURSE-CODE
                       WHEN OTHER
                           IF REQ-COUNT-WS >= 2000
                               DISPLAY "REQUIREMENT TABLE FULL -- "
                                   "RUN ABORTED"
                               STOP RUN
                           END-IF
                           ADD 1 TO REQ-COUNT-WS
                           MOVE REQ-PROGRAM-CODE TO
                               REQ-PROGRAM-TBL(REQ-COUNT-WS)
                           MOVE REQ-COURSE-CODE TO
                               REQ-COURSE-TBL(REQ-COUNT-WS)
                           MOVE REQ-MIN-GRADE TO
                               REQ-MIN-GRADE-TBL(REQ-COUNT-WS)
                   END-EVALUATE
           END-READ.

       316-LOAD-COURSE-HISTORY.
           MOVE ZERO TO HISTORY-COUNT-WS.
           OPEN INPUT COURSE-HISTORY-FILE-IN.
           IF HIST-FILE-STATUS-WS = "00"
               PERFORM 317-LOAD-ONE-HISTORY-ENTRY
                   UNTIL EOF-FLAG-HIST = "YES"
               CLOSE COURSE-HISTORY-FILE-IN
           ELSE
               DISPLAY "COURSE HISTORY FILE NOT FOUND -- AUDIT USES "
                   "CURRENT COURSES ONLY"
           END-IF.

       317-LOAD-ONE-HISTORY-ENTRY.
           READ COURSE-HISTORY-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-HIST
               NOT AT END
                   IF HISTORY-COUNT-WS >= 5000
                       DISPLAY "COURSE HISTORY TABLE FULL -- "
                           "AUDIT WOULD BE INCOMPLETE -- RUN "
                           "ABORTED"
                       STOP RUN
                   ELSE
                       ADD 1 TO HISTORY-COUNT-WS
                       MOVE CH-STUDENT-NUMBER TO
                           HIST-STUDENT-TBL(HISTORY-COUNT-WS)
                       MOVE CH-COURSE-CODE TO
                           HIST-COURSE-TBL(HISTORY-COUNT-WS)
                       MOVE CH-GRADE TO
                           HIST-GRADE-TBL(HISTORY-COUNT-WS)
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
                       WHEN "CRSHIST"
                           MOVE PARM-VALUE TO CRSHIST-FILE-NAME-WS
                       WHEN "PROGRAM"
                           MOVE PARM-VALUE TO PROGRAM-FILE-NAME-WS
                       WHEN "PROGREQ"
                           MOVE PARM-VALUE TO PROGREQ-FILE-NAME-WS
                       WHEN "DEGAUDIT"
                           MOVE PARM-VALUE TO DEGAUDIT-FILE-NAME-WS
                       WHEN "GRADCAND"
                           MOVE PARM-VALUE TO GRADCAND-FILE-NAME-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF STUFILE4-FILE-NAME-WS = SPACES
               MOVE "STUFILE4" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF CRSHIST-FILE-NAME-WS = SPACES
               MOVE "CRSHIST" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF PROGRAM-FILE-NAME-WS = SPACES
               MOVE "PROGRAM" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF PROGREQ-FILE-NAME-WS = SPACES
               MOVE "PROGREQ" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF DEGAUDIT-FILE-NAME-WS = SPACES
               MOVE "DEGAUDIT" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF GRADCAND-FILE-NAME-WS = SPACES
               MOVE "GRADCAND" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

       end program Program36.
