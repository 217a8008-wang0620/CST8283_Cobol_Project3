       program-id. Program37 as "Program37".

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
       SELECT GRADUATION-CANDIDATE-IN
           ASSIGN TO GRADCAND-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CANDIDATE-FILE-STATUS-WS.
       SELECT STUDENT-FILE
           ASSIGN TO STUFILE4-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES
               FILE STATUS IS STATUS-FIELD.
       SELECT JOURNAL-FILE-OUT
           ASSIGN TO STUJRNL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GRADUATION-REGISTER-OUT
           ASSIGN TO GRADREG-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.

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
       FD GRADUATION-CANDIDATE-IN.
       01 GRADUATION-CANDIDATE-RECORD.
           05 GC-STUDENT-NUMBER PIC 9(6).
           05 FILLER            PIC X(1).
           05 GC-STUDENT-NAME   PIC X(40).
           05 FILLER            PIC X(1).
           05 GC-PROGRAM-CODE   PIC X(5).
           05 FILLER            PIC X(1).
           05 GC-AUDIT-DATE     PIC 9(8).
           05 FILLER            PIC X(1).
           05 GC-APPROVAL-FLAG  PIC X(1).
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
       FD GRADUATION-REGISTER-OUT.
       01 GRADUATION-REGISTER-RECORD-OUT PIC X(90).

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
           05 GRADCAND-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUJRNL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 GRADREG-FILE-NAME-WS  PIC X(80) VALUE SPACES.
       01 CANDIDATE-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 JOURNAL-BEFORE-IMAGE-WS PIC X(221).
       01 RUN-COUNTERS.
           05 CANDIDATES-READ-CT    PIC 9(6) VALUE ZERO.
           05 GRADUATED-CT          PIC 9(6) VALUE ZERO.
           05 NOT-APPROVED-CT       PIC 9(6) VALUE ZERO.
           05 CANDIDATES-REJECTED-CT PIC 9(6) VALUE ZERO.
       01 GRADUATION-REGISTER-LINE.
           05 GRDREG-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRDREG-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRDREG-PROGRAM-OUT PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRDREG-RESULT-OUT PIC X(30).
       01 GRADUATION-REGISTER-HEADER.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NAME".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "PROGRAM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "RESULT".
       01 GRADUATION-REGISTER-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL GRADUATED".
           05 GRDREG-COUNT-OUT PIC ZZZ,ZZ9.

       procedure division.
       100-POST-GRADUATIONS.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-GRADUATION-RUN.
           PERFORM 202-PROCESS-ONE-CANDIDATE UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-GRADUATION-RUN.
           STOP RUN.

       201-INITIATE-GRADUATION-RUN.
           OPEN INPUT GRADUATION-CANDIDATE-IN.
           IF CANDIDATE-FILE-STATUS-WS NOT = "00"
               DISPLAY "GRADUATION CANDIDATE FILE NOT FOUND -- "
                   "NOTHING TO PROCESS"
               STOP RUN
           END-IF.
           PERFORM 340-ACQUIRE-MASTER-LOCK.
           OPEN I-O STUDENT-FILE.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN OUTPUT GRADUATION-REGISTER-OUT.
           WRITE GRADUATION-REGISTER-RECORD-OUT FROM
               GRADUATION-REGISTER-HEADER.
           PERFORM 302-READ-CANDIDATE.

       202-PROCESS-ONE-CANDIDATE.
           PERFORM 303-APPLY-CANDIDATE.
           PERFORM 302-READ-CANDIDATE.

       203-TERMINATE-GRADUATION-RUN.
           MOVE GRADUATED-CT TO GRDREG-COUNT-OUT.
           WRITE GRADUATION-REGISTER-RECORD-OUT FROM
               GRADUATION-REGISTER-TOTAL-LINE.
           CLOSE GRADUATION-CANDIDATE-IN STUDENT-FILE
                 JOURNAL-FILE-OUT GRADUATION-REGISTER-OUT.
           PERFORM 341-RELEASE-MASTER-LOCK.
           DISPLAY "CANDIDATES READ:     " CANDIDATES-READ-CT.
           DISPLAY "STUDENTS GRADUATED:  " GRADUATED-CT.
           DISPLAY "NOT APPROVED:        " NOT-APPROVED-CT.
           DISPLAY "CANDIDATES REJECTED: " CANDIDATES-REJECTED-CT.

       302-READ-CANDIDATE.
           READ GRADUATION-CANDIDATE-IN
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO CANDIDATES-READ-CT
           END-READ.

       303-APPLY-CANDIDATE.
           MOVE ZERO TO GRDREG-STUDENT-NUMBER-OUT.
           IF GC-STUDENT-NUMBER IS NUMERIC
               MOVE GC-STUDENT-NUMBER TO GRDREG-STUDENT-NUMBER-OUT
           END-IF.
           MOVE GC-STUDENT-NAME TO GRDREG-STUDENT-NAME-OUT.
           MOVE GC-PROGRAM-CODE TO GRDREG-PROGRAM-OUT.
           EVALUATE TRUE
               WHEN GC-APPROVAL-FLAG NOT = "Y"
                   AND GC-APPROVAL-FLAG NOT = "y"
                   ADD 1 TO NOT-APPROVED-CT
                   MOVE "NOT APPROVED - NO CHANGE" TO
                       GRDREG-RESULT-OUT
                   PERFORM 306-WRITE-REGISTER-LINE
               WHEN GC-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO
                       GRDREG-RESULT-OUT
                   PERFORM 700-CANDIDATE-ERROR-RTN
               WHEN OTHER
                   PERFORM 304-READ-CANDIDATE-STUDENT
           END-EVALUATE.

       304-READ-CANDIDATE-STUDENT.
           MOVE GC-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO GRDREG-RESULT-OUT
                   PERFORM 700-CANDIDATE-ERROR-RTN
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN IND-STUDENT-STATUS NOT = "A"
                           MOVE "STUDENT NOT ACTIVE" TO
                               GRDREG-RESULT-OUT
                           PERFORM 700-CANDIDATE-ERROR-RTN
                       WHEN IND-PROGRAM-OF-STUDY NOT = GC-PROGRAM-CODE
                           MOVE "PROGRAM CHANGED SINCE AUDIT" TO
                               GRDREG-RESULT-OUT
                           PERFORM 700-CANDIDATE-ERROR-RTN
                       WHEN OTHER
                           PERFORM 305-SET-GRADUATED-STATUS
                   END-EVALUATE
           END-READ.

       305-SET-GRADUATED-STATUS.
           MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS.
           MOVE "G" TO IND-STUDENT-STATUS.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO GRDREG-RESULT-OUT
                   PERFORM 700-CANDIDATE-ERROR-RTN
               NOT INVALID KEY
                   ADD 1 TO GRADUATED-CT
                   PERFORM 307-WRITE-JOURNAL-RECORD
                   MOVE IND-STUDENT-NAME TO GRDREG-STUDENT-NAME-OUT
                   MOVE "GRADUATED" TO GRDREG-RESULT-OUT
                   PERFORM 306-WRITE-REGISTER-LINE
           END-REWRITE.

       306-WRITE-REGISTER-LINE.
           WRITE GRADUATION-REGISTER-RECORD-OUT FROM
               GRADUATION-REGISTER-LINE.

       307-WRITE-JOURNAL-RECORD.
           MOVE "U" TO JRNL-ACTION.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP.
           MOVE "GRADUATE" TO JRNL-OPERATOR.
           MOVE JOURNAL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE.
           MOVE INDEXED-FILE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD-OUT.

       700-CANDIDATE-ERROR-RTN.
           ADD 1 TO CANDIDATES-REJECTED-CT.
           PERFORM 306-WRITE-REGISTER-LINE.
           DISPLAY "GRADUATION ERROR - " GRDREG-RESULT-OUT
               " - STUDENT NUMBER " GC-STUDENT-NUMBER.

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
                       WHEN "GRADCAND"
                           MOVE PARM-VALUE TO GRADCAND-FILE-NAME-WS
                       WHEN "STUFILE4"
                           MOVE PARM-VALUE TO STUFILE4-FILE-NAME-WS
                       WHEN "STUJRNL"
                           MOVE PARM-VALUE TO STUJRNL-FILE-NAME-WS
                       WHEN "STULOCK"
                           MOVE PARM-VALUE TO STULOCK-FILE-NAME-WS
                       WHEN "GRADREG"
                           MOVE PARM-VALUE TO GRADREG-FILE-NAME-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF GRADCAND-FILE-NAME-WS = SPACES
               MOVE "GRADCAND" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUFILE4-FILE-NAME-WS = SPACES
               MOVE "STUFILE4" TO MISSING-PARM-NAME-WS
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
           IF GRADREG-FILE-NAME-WS = SPACES
               MOVE "GRADREG" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

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
                   DISPLAY "GRADUATION RUN NOT STARTED"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "GRADUATE" TO LOCK-HOLDER.
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       341-RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       end program Program37.
