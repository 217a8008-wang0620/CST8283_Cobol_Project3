       program-id. Program42 as "Program42".

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
       SELECT COURSE-HISTORY-FILE-IN
           ASSIGN TO CRSHIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS-WS.
       SELECT PROGRAM-FILE-IN
           ASSIGN TO PROGRAM-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-FILE-STATUS-WS.
       SELECT TERM-CALENDAR-FILE-IN
           ASSIGN TO TERMCAL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS-WS.
       SELECT PERIOD-CLOSE-FILE-IN
           ASSIGN TO PERIODCL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS-WS.
       SELECT AUDIT-TRAIL-FILE-IN
           ASSIGN TO AUDIT-INPUT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS-WS.
       SELECT STATISTICS-REPORT-OUT
           ASSIGN TO ENRLSTAT-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SUBMISSION-FILE-OUT
           ASSIGN TO ENRLSUB-FILE-NAME-WS
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
       FD TERM-CALENDAR-FILE-IN.
       01 TERM-CALENDAR-RECORD-IN.
           05 TCAL-TERM        PIC X(5).
           05 FILLER           PIC X(1).
           05 TCAL-START-DATE  PIC 9(8).
           05 FILLER           PIC X(1).
           05 TCAL-END-DATE    PIC 9(8).
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
           05 FILLER                  PIC X(1).
           05 AUDIT-OLD-TUITION       PIC 9(6)V99.
           05 FILLER                  PIC X(1).
           05 AUDIT-NEW-TUITION       PIC 9(6)V99.
           05 FILLER                  PIC X(1).
           05 AUDIT-TIMESTAMP         PIC X(21).
           05 FILLER                  PIC X(1).
           05 AUDIT-SOURCE            PIC X(2).
           05 FILLER                  PIC X(1).
           05 AUDIT-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(1).
           05 AUDIT-TERM              PIC X(5).
       FD STATISTICS-REPORT-OUT.
       01 STATISTICS-RECORD-OUT PIC X(100).
       FD SUBMISSION-FILE-OUT.
       01 SUBMISSION-RECORD-OUT PIC X(80).

       working-storage section.
       01 PARM-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PARM PIC X(3) VALUE "NO".
       01 MISSING-PARM-NAME-WS PIC X(12).
       01 RUN-PARAMETER-VALUES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 CRSHIST-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 PROGRAM-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 TERMCAL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 ENRLSTAT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 ENRLSUB-FILE-NAME-WS  PIC X(80) VALUE SPACES.
       01 AUDIT-INPUT-NAME-WS PIC X(80) VALUE SPACES.
       01 HIST-FILE-STATUS-WS PIC X(2).
       01 PROGRAM-FILE-STATUS-WS PIC X(2).
       01 TERM-FILE-STATUS-WS PIC X(2).
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 EOF-FLAG-HIST PIC X(3) VALUE "NO".
       01 EOF-FLAG-TBL PIC X(3) VALUE "NO".
       01 EOF-FLAG-TERM PIC X(3) VALUE "NO".
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 EOF-FLAG-AUDIT PIC X(3) VALUE "NO".
       01 CURRENT-TERM-WS PIC X(5) VALUE SPACES.
       01 PRIOR-TERM-WS PIC X(5) VALUE SPACES.
       01 FT-COURSES-WS PIC 9(2) VALUE 3.
       01 CURRENT-DATE-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 FILLER      PIC X(13).
       01 CURRENT-START-WS PIC 9(8).
       01 PRIOR-MONTH-WS PIC 9(6).
       01 TERM-CHECK-WS PIC X(5).
       01 TERM-IX-WS PIC 9(1).
       01 SEARCH-STUDENT-WS PIC 9(6).
       01 COURSE-CHECK-WS PIC X(7).
       01 PROGRAM-CHECK-WS PIC X(5).
       01 SUB-WS PIC 9(2).
       01 TERM-SUB-WS PIC 9(3).
       01 STU-SUB-WS PIC 9(4).
       01 FOUND-SUB-WS PIC 9(4).
       01 PRG-SUB-WS PIC 9(3).
       01 CRS-SUB-WS PIC 9(3).
       01 SHIFT-SUB-WS PIC 9(3).
       01 CHANGE-WS PIC S9(6).
       01 MASTER-COURSE-COUNTS.
           05 MASTER-COURSES-WS OCCURS 2 TIMES PIC 9(2).
       01 TERM-COUNT-WS PIC 9(3) VALUE ZERO.
       01 TERM-CALENDAR-TABLE.
           05 TERM-TBL-RECORD OCCURS 200 TIMES.
               10 TERM-CODE-TBL  PIC X(5).
               10 TERM-START-TBL PIC 9(8).
               10 TERM-MONTH-TBL PIC 9(6).
       01 PROGRAM-TABLE-COUNT-WS PIC 9(3) VALUE ZERO.
       01 PROGRAM-STATISTICS-TABLE.
           05 PRG-TBL-RECORD OCCURS 100 TIMES.
               10 PROGRAM-CODE-TBL PIC X(5).
               10 PROGRAM-NAME-TBL PIC X(20).
               10 PRG-HEAD-TBL     PIC 9(6) OCCURS 2 TIMES.
               10 PRG-FT-TBL       PIC 9(6) OCCURS 2 TIMES.
               10 PRG-PT-TBL       PIC 9(6) OCCURS 2 TIMES.
       01 STUDENT-COUNT-WS PIC 9(4) VALUE ZERO.
       01 STUDENT-TERM-TABLE.
           05 STU-TBL-RECORD OCCURS 5000 TIMES.
               10 STU-NUMBER-TBL  PIC 9(6).
               10 STU-PROGRAM-TBL PIC X(5).
               10 STU-COURSES-TBL PIC 9(2) OCCURS 2 TIMES.
               10 STU-ADMIT-TBL   PIC X(3) OCCURS 2 TIMES.
               10 STU-DROP-TBL    PIC X(3) OCCURS 2 TIMES.
       01 COURSE-COUNT-WS PIC 9(3) VALUE ZERO.
       01 COURSE-ENROLMENT-TABLE.
           05 CRS-TBL-RECORD OCCURS 500 TIMES.
               10 CRS-CODE-TBL   PIC X(7).
               10 CRS-ENROL-TBL  PIC 9(6) OCCURS 2 TIMES.
       01 TERM-TOTALS.
           05 TOTAL-HEADCOUNT-WS  PIC 9(6) OCCURS 2 TIMES.
           05 TOTAL-FULL-TIME-WS  PIC 9(6) OCCURS 2 TIMES.
           05 TOTAL-PART-TIME-WS  PIC 9(6) OCCURS 2 TIMES.
           05 TOTAL-NEW-ADMITS-WS PIC 9(6) OCCURS 2 TIMES.
           05 TOTAL-RETURNING-WS  PIC 9(6) OCCURS 2 TIMES.
           05 TOTAL-WITHDRAWN-WS  PIC 9(6) OCCURS 2 TIMES.
           05 TOTAL-ENROLMENTS-WS PIC 9(6) OCCURS 2 TIMES.
       01 RUN-COUNTERS.
           05 STUDENTS-READ-CT     PIC 9(6) VALUE ZERO.
           05 HISTORY-READ-CT      PIC 9(6) VALUE ZERO.
           05 AUDIT-READ-CT        PIC 9(6) VALUE ZERO.
           05 SUB-RECORDS-CT       PIC 9(6) VALUE ZERO.
           05 SUB-PROGRAMS-CT      PIC 9(6) VALUE ZERO.
           05 SUB-COURSES-CT       PIC 9(6) VALUE ZERO.
           05 SUB-HEADCOUNT-WS     PIC 9(7) VALUE ZERO.
           05 SUB-ENROLMENTS-WS    PIC 9(7) VALUE ZERO.
       01 STATISTICS-TITLE-LINE.
           05 FILLER PIC X(34) VALUE
               "TERM ENROLMENT STATISTICS -- TERM ".
           05 STAT-TERM-OUT PIC X(5).
           05 FILLER PIC X(15) VALUE " COMPARED WITH ".
           05 STAT-PRIOR-TERM-OUT PIC X(5).
           05 FILLER PIC X(13) VALUE "   RUN DATE: ".
           05 STAT-RUN-DATE-OUT PIC 9(8).
       01 STATISTICS-SECTION-LINE.
           05 STAT-SECTION-OUT PIC X(60).
       01 PROGRAM-HEADER-1.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "       HEADCOUNT".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "   FULL-TIME".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "   PART-TIME".
       01 PROGRAM-HEADER-2.
           05 FILLER PIC X(5) VALUE "CODE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "PROGRAM NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  THIS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  LAST".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "CHANGE".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  THIS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  LAST".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  THIS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  LAST".
       01 PROGRAM-STATISTICS-LINE.
           05 PL-PROGRAM-CODE-OUT PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-PROGRAM-NAME-OUT PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-HEAD-THIS-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-HEAD-LAST-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-HEAD-CHANGE-OUT PIC --,--9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PL-FT-THIS-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-FT-LAST-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PL-PT-THIS-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-PT-LAST-OUT PIC ZZ,ZZ9.
       01 SUMMARY-HEADER.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SH-TERM-OUT PIC X(5).
           05 FILLER PIC X(5) VALUE SPACES.
           05 SH-PRIOR-TERM-OUT PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE " CHANGE".
       01 SUMMARY-LINE.
           05 SL-LABEL-OUT PIC X(30).
           05 SL-THIS-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SL-LAST-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SL-CHANGE-OUT PIC ---,--9.
       01 COURSE-HEADER.
           05 FILLER PIC X(7) VALUE "COURSE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 CRSH-TERM-OUT PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CRSH-PRIOR-TERM-OUT PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "CHANGE".
       01 COURSE-STATISTICS-LINE.
           05 CL-COURSE-CODE-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-THIS-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CL-LAST-OUT PIC ZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CL-CHANGE-OUT PIC --,--9.
       01 BLANK-LINE-WS PIC X(100) VALUE SPACES.
       01 SUBMISSION-HEADER-RECORD.
           05 FILLER PIC X(1) VALUE "H".
           05 SUBH-TERM PIC X(5).
           05 SUBH-PRIOR-TERM PIC X(5).
           05 SUBH-RUN-DATE PIC 9(8).
           05 SUBH-FT-COURSES PIC 9(2).
           05 FILLER PIC X(59) VALUE SPACES.
       01 SUBMISSION-PROGRAM-RECORD.
           05 FILLER PIC X(1) VALUE "P".
           05 SUBP-PROGRAM-CODE PIC X(5).
           05 SUBP-HEADCOUNT PIC 9(6).
           05 SUBP-FULL-TIME PIC 9(6).
           05 SUBP-PART-TIME PIC 9(6).
           05 FILLER PIC X(56) VALUE SPACES.
       01 SUBMISSION-COURSE-RECORD.
           05 FILLER PIC X(1) VALUE "C".
           05 SUBC-COURSE-CODE PIC X(7).
           05 SUBC-ENROLMENTS PIC 9(6).
           05 FILLER PIC X(66) VALUE SPACES.
       01 SUBMISSION-SUMMARY-RECORD.
           05 FILLER PIC X(1) VALUE "S".
           05 SUBS-HEADCOUNT PIC 9(6).
           05 SUBS-FULL-TIME PIC 9(6).
           05 SUBS-PART-TIME PIC 9(6).
           05 SUBS-NEW-ADMITS PIC 9(6).
           05 SUBS-RETURNING PIC 9(6).
           05 SUBS-WITHDRAWN PIC 9(6).
           05 SUBS-ENROLMENTS PIC 9(6).
           05 FILLER PIC X(37) VALUE SPACES.
       01 SUBMISSION-TRAILER-RECORD.
           05 FILLER PIC X(1) VALUE "T".
           05 SUBT-RECORD-COUNT PIC 9(6).
           05 SUBT-PROGRAM-COUNT PIC 9(6).
           05 SUBT-COURSE-COUNT PIC 9(6).
           05 SUBT-HEADCOUNT-TOTAL PIC 9(7).
           05 SUBT-ENROLMENT-TOTAL PIC 9(7).
           05 FILLER PIC X(47) VALUE SPACES.

       procedure division.
       100-PRODUCE-ENROLMENT-STATISTICS.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-STATISTICS-RUN.
           PERFORM 202-TALLY-ONE-STUDENT
               VARYING STU-SUB-WS FROM 1 BY 1
               UNTIL STU-SUB-WS > STUDENT-COUNT-WS.
           PERFORM 203-WRITE-STATISTICS-REPORT.
           PERFORM 204-WRITE-SUBMISSION-FILE.
           PERFORM 205-TERMINATE-STATISTICS-RUN.
           STOP RUN.

       201-INITIATE-STATISTICS-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
           INITIALIZE TERM-TOTALS.
           PERFORM 301-LOAD-PROGRAM-TABLE.
           IF PRIOR-TERM-WS = SPACES
               PERFORM 303-LOAD-TERM-CALENDAR
               PERFORM 305-FIND-PRIOR-TERM
           END-IF.
           PERFORM 306-LOAD-COURSE-HISTORY.
           PERFORM 308-LOAD-AUDIT-ENTRIES.
           PERFORM 312-READ-MASTER-FILE.
           OPEN OUTPUT STATISTICS-REPORT-OUT.
           OPEN OUTPUT SUBMISSION-FILE-OUT.

       202-TALLY-ONE-STUDENT.
           PERFORM 318-TALLY-STUDENT-TERM
               VARYING TERM-IX-WS FROM 1 BY 1
               UNTIL TERM-IX-WS > 2.

       203-WRITE-STATISTICS-REPORT.
           MOVE CURRENT-TERM-WS TO STAT-TERM-OUT.
           MOVE PRIOR-TERM-WS TO STAT-PRIOR-TERM-OUT.
           MOVE RUN-DATE-WS TO STAT-RUN-DATE-OUT.
           WRITE STATISTICS-RECORD-OUT FROM STATISTICS-TITLE-LINE.
           WRITE STATISTICS-RECORD-OUT FROM BLANK-LINE-WS.
           MOVE "HEADCOUNT BY PROGRAM OF STUDY" TO STAT-SECTION-OUT.
           WRITE STATISTICS-RECORD-OUT FROM STATISTICS-SECTION-LINE.
           WRITE STATISTICS-RECORD-OUT FROM PROGRAM-HEADER-1.
           WRITE STATISTICS-RECORD-OUT FROM PROGRAM-HEADER-2.
           PERFORM 320-WRITE-PROGRAM-LINE
               VARYING PRG-SUB-WS FROM 1 BY 1
               UNTIL PRG-SUB-WS > PROGRAM-TABLE-COUNT-WS.
           WRITE STATISTICS-RECORD-OUT FROM BLANK-LINE-WS.
           MOVE "TERM SUMMARY" TO STAT-SECTION-OUT.
           WRITE STATISTICS-RECORD-OUT FROM STATISTICS-SECTION-LINE.
           MOVE CURRENT-TERM-WS TO SH-TERM-OUT.
           MOVE PRIOR-TERM-WS TO SH-PRIOR-TERM-OUT.
           WRITE STATISTICS-RECORD-OUT FROM SUMMARY-HEADER.
           MOVE "TOTAL HEADCOUNT" TO SL-LABEL-OUT.
           MOVE TOTAL-HEADCOUNT-WS(1) TO SL-THIS-OUT.
           MOVE TOTAL-HEADCOUNT-WS(2) TO SL-LAST-OUT.
           COMPUTE CHANGE-WS =
               TOTAL-HEADCOUNT-WS(1) - TOTAL-HEADCOUNT-WS(2).
           PERFORM 322-WRITE-SUMMARY-LINE.
           MOVE "  FULL-TIME" TO SL-LABEL-OUT.
           MOVE TOTAL-FULL-TIME-WS(1) TO SL-THIS-OUT.
           MOVE TOTAL-FULL-TIME-WS(2) TO SL-LAST-OUT.
           COMPUTE CHANGE-WS =
               TOTAL-FULL-TIME-WS(1) - TOTAL-FULL-TIME-WS(2).
           PERFORM 322-WRITE-SUMMARY-LINE.
           MOVE "  PART-TIME" TO SL-LABEL-OUT.
           MOVE TOTAL-PART-TIME-WS(1) TO SL-THIS-OUT.
           MOVE TOTAL-PART-TIME-WS(2) TO SL-LAST-OUT.
           COMPUTE CHANGE-WS =
               TOTAL-PART-TIME-WS(1) - TOTAL-PART-TIME-WS(2).
           PERFORM 322-WRITE-SUMMARY-LINE.
           MOVE "  RETURNING STUDENTS" TO SL-LABEL-OUT.
           MOVE TOTAL-RETURNING-WS(1) TO SL-THIS-OUT.
           MOVE TOTAL-RETURNING-WS(2) TO SL-LAST-OUT.
           COMPUTE CHANGE-WS =
               TOTAL-RETURNING-WS(1) - TOTAL-RETURNING-WS(2).
           PERFORM 322-WRITE-SUMMARY-LINE.
           MOVE "NEW ADMITS" TO SL-LABEL-OUT.
           MOVE TOTAL-NEW-ADMITS-WS(1) TO SL-THIS-OUT.
           MOVE TOTAL-NEW-ADMITS-WS(2) TO SL-LAST-OUT.
           COMPUTE CHANGE-WS =
               TOTAL-NEW-ADMITS-WS(1) - TOTAL-NEW-ADMITS-WS(2).
           PERFORM 322-WRITE-SUMMARY-LINE.
           MOVE "WITHDRAWN STUDENTS" TO SL-LABEL-OUT.
           MOVE TOTAL-WITHDRAWN-WS(1) TO SL-THIS-OUT.
           MOVE TOTAL-WITHDRAWN-WS(2) TO SL-LAST-OUT.
           COMPUTE CHANGE-WS =
               TOTAL-WITHDRAWN-WS(1) - TOTAL-WITHDRAWN-WS(2).
           PERFORM 322-WRITE-SUMMARY-LINE.
           MOVE "COURSE ENROLMENTS" TO SL-LABEL-OUT.
           MOVE TOTAL-ENROLMENTS-WS(1) TO SL-THIS-OUT.
           MOVE TOTAL-ENROLMENTS-WS(2) TO SL-LAST-OUT.
           COMPUTE CHANGE-WS =
               TOTAL-ENROLMENTS-WS(1) - TOTAL-ENROLMENTS-WS(2).
           PERFORM 322-WRITE-SUMMARY-LINE.
           WRITE STATISTICS-RECORD-OUT FROM BLANK-LINE-WS.
           MOVE "COURSE ENROLMENTS BY COURSE CODE" TO
               STAT-SECTION-OUT.
           WRITE STATISTICS-RECORD-OUT FROM STATISTICS-SECTION-LINE.
           MOVE CURRENT-TERM-WS TO CRSH-TERM-OUT.
           MOVE PRIOR-TERM-WS TO CRSH-PRIOR-TERM-OUT.
           WRITE STATISTICS-RECORD-OUT FROM COURSE-HEADER.
           PERFORM 321-WRITE-COURSE-LINE
               VARYING CRS-SUB-WS FROM 1 BY 1
               UNTIL CRS-SUB-WS > COURSE-COUNT-WS.

       204-WRITE-SUBMISSION-FILE.
           MOVE CURRENT-TERM-WS TO SUBH-TERM.
           MOVE PRIOR-TERM-WS TO SUBH-PRIOR-TERM.
           MOVE RUN-DATE-WS TO SUBH-RUN-DATE.
           MOVE FT-COURSES-WS TO SUBH-FT-COURSES.
           WRITE SUBMISSION-RECORD-OUT FROM SUBMISSION-HEADER-RECORD.
           ADD 1 TO SUB-RECORDS-CT.
           PERFORM 323-WRITE-SUBMISSION-PROGRAM
               VARYING PRG-SUB-WS FROM 1 BY 1
               UNTIL PRG-SUB-WS > PROGRAM-TABLE-COUNT-WS.
           PERFORM 324-WRITE-SUBMISSION-COURSE
               VARYING CRS-SUB-WS FROM 1 BY 1
               UNTIL CRS-SUB-WS > COURSE-COUNT-WS.
           MOVE TOTAL-HEADCOUNT-WS(1) TO SUBS-HEADCOUNT.
           MOVE TOTAL-FULL-TIME-WS(1) TO SUBS-FULL-TIME.
           MOVE TOTAL-PART-TIME-WS(1) TO SUBS-PART-TIME.
           MOVE TOTAL-NEW-ADMITS-WS(1) TO SUBS-NEW-ADMITS.
           MOVE TOTAL-RETURNING-WS(1) TO SUBS-RETURNING.
           MOVE TOTAL-WITHDRAWN-WS(1) TO SUBS-WITHDRAWN.
           MOVE TOTAL-ENROLMENTS-WS(1) TO SUBS-ENROLMENTS.
           WRITE SUBMISSION-RECORD-OUT FROM SUBMISSION-SUMMARY-RECORD.
           ADD 1 TO SUB-RECORDS-CT.
           ADD 1 TO SUB-RECORDS-CT.
           MOVE SUB-RECORDS-CT TO SUBT-RECORD-COUNT.
           MOVE SUB-PROGRAMS-CT TO SUBT-PROGRAM-COUNT.
           MOVE SUB-COURSES-CT TO SUBT-COURSE-COUNT.
           MOVE SUB-HEADCOUNT-WS TO SUBT-HEADCOUNT-TOTAL.
           MOVE SUB-ENROLMENTS-WS TO SUBT-ENROLMENT-TOTAL.
           WRITE SUBMISSION-RECORD-OUT FROM SUBMISSION-TRAILER-RECORD.
           IF SUB-HEADCOUNT-WS NOT = TOTAL-HEADCOUNT-WS(1)
               OR SUB-ENROLMENTS-WS NOT = TOTAL-ENROLMENTS-WS(1)
               DISPLAY "*** SUBMISSION CONTROL TOTALS DO NOT AGREE "
                   "WITH TERM SUMMARY ***"
           END-IF.

       205-TERMINATE-STATISTICS-RUN.
           CLOSE STATISTICS-REPORT-OUT SUBMISSION-FILE-OUT.
           DISPLAY "TERM:                   " CURRENT-TERM-WS.
           DISPLAY "COMPARED WITH:          " PRIOR-TERM-WS.
           DISPLAY "STUDENTS READ:          " STUDENTS-READ-CT.
           DISPLAY "COURSE HISTORY READ:    " HISTORY-READ-CT.
           DISPLAY "AUDIT ENTRIES READ:     " AUDIT-READ-CT.
           DISPLAY "HEADCOUNT THIS TERM:    " TOTAL-HEADCOUNT-WS(1).
           DISPLAY "HEADCOUNT LAST YEAR:    " TOTAL-HEADCOUNT-WS(2).
           DISPLAY "SUBMISSION RECORDS:     " SUB-RECORDS-CT.

       301-LOAD-PROGRAM-TABLE.
           OPEN INPUT PROGRAM-FILE-IN.
           IF PROGRAM-FILE-STATUS-WS = "00"
               PERFORM 302-LOAD-ONE-PROGRAM-ENTRY
                   UNTIL EOF-FLAG-TBL = "YES"
                   OR PROGRAM-TABLE-COUNT-WS >= 100
               CLOSE PROGRAM-FILE-IN
           ELSE
               DISPLAY "PROGRAM TABLE FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.

       302-LOAD-ONE-PROGRAM-ENTRY.
           READ PROGRAM-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-TBL
               NOT AT END
                   ADD 1 TO PROGRAM-TABLE-COUNT-WS
                   MOVE PROGRAM-TABLE-COUNT-WS TO PRG-SUB-WS
                   INITIALIZE PRG-TBL-RECORD(PRG-SUB-WS)
                   MOVE PRG-CODE-IN TO PROGRAM-CODE-TBL(PRG-SUB-WS)
                   MOVE PRG-NAME-IN TO PROGRAM-NAME-TBL(PRG-SUB-WS)
           END-READ.

       303-LOAD-TERM-CALENDAR.
           OPEN INPUT TERM-CALENDAR-FILE-IN.
           IF TERM-FILE-STATUS-WS = "00"
               PERFORM 304-LOAD-ONE-TERM-ENTRY
                   UNTIL EOF-FLAG-TERM = "YES"
               CLOSE TERM-CALENDAR-FILE-IN
           ELSE
               DISPLAY "TERM CALENDAR FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.

       304-LOAD-ONE-TERM-ENTRY.
           READ TERM-CALENDAR-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-TERM
               NOT AT END
                   IF TCAL-START-DATE IS NUMERIC
                       IF TERM-COUNT-WS >= 200
                           DISPLAY "TERM CALENDAR TABLE FULL -- RUN "
                               "ABORTED"
                           STOP RUN
                       END-IF
                       ADD 1 TO TERM-COUNT-WS
                       MOVE TCAL-TERM TO TERM-CODE-TBL(TERM-COUNT-WS)
                       MOVE TCAL-START-DATE TO
                           TERM-START-TBL(TERM-COUNT-WS)
                       COMPUTE TERM-MONTH-TBL(TERM-COUNT-WS) =
                           TCAL-START-DATE / 100
                   ELSE
                       DISPLAY "TERM CALENDAR ENTRY IGNORED - DATES "
                           "INVALID - " TCAL-TERM
                   END-IF
           END-READ.

       305-FIND-PRIOR-TERM.
           MOVE ZERO TO CURRENT-START-WS.
           PERFORM VARYING TERM-SUB-WS FROM 1 BY 1
                   UNTIL TERM-SUB-WS > TERM-COUNT-WS
               IF TERM-CODE-TBL(TERM-SUB-WS) = CURRENT-TERM-WS
                   MOVE TERM-START-TBL(TERM-SUB-WS) TO CURRENT-START-WS
               END-IF
           END-PERFORM.
           IF CURRENT-START-WS > ZERO
               COMPUTE PRIOR-MONTH-WS =
                   (CURRENT-START-WS - 10000) / 100
               PERFORM VARYING TERM-SUB-WS FROM 1 BY 1
                       UNTIL TERM-SUB-WS > TERM-COUNT-WS
                       OR PRIOR-TERM-WS NOT = SPACES
                   IF TERM-MONTH-TBL(TERM-SUB-WS) = PRIOR-MONTH-WS
                       MOVE TERM-CODE-TBL(TERM-SUB-WS) TO PRIOR-TERM-WS
                   END-IF
               END-PERFORM
           END-IF.
           IF PRIOR-TERM-WS = SPACES
               DISPLAY "SAME TERM LAST YEAR NOT FOUND ON TERM "
                   "CALENDAR -- LAST YEAR COLUMNS WILL BE ZERO"
           END-IF.

       306-LOAD-COURSE-HISTORY.
           OPEN INPUT COURSE-HISTORY-FILE-IN.
           IF HIST-FILE-STATUS-WS = "00"
               PERFORM 307-LOAD-ONE-HISTORY-ENTRY
                   UNTIL EOF-FLAG-HIST = "YES"
               CLOSE COURSE-HISTORY-FILE-IN
           ELSE
               DISPLAY "COURSE HISTORY FILE NOT FOUND -- STATISTICS "
                   "USE CURRENT COURSES ONLY"
           END-IF.

       307-LOAD-ONE-HISTORY-ENTRY.
           READ COURSE-HISTORY-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-HIST
               NOT AT END
                   ADD 1 TO HISTORY-READ-CT
                   MOVE CH-TERM TO TERM-CHECK-WS
                   PERFORM 314-SET-TERM-INDEX
                   IF TERM-IX-WS > ZERO
                       MOVE CH-STUDENT-NUMBER TO SEARCH-STUDENT-WS
                       PERFORM 316-ADD-STUDENT
                       ADD 1 TO STU-COURSES-TBL(FOUND-SUB-WS,
                           TERM-IX-WS)
                       MOVE CH-COURSE-CODE TO COURSE-CHECK-WS
                       PERFORM 317-ADD-COURSE-ENROLMENT
                   END-IF
           END-READ.

       308-LOAD-AUDIT-ENTRIES.
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               OPEN INPUT PERIOD-CLOSE-FILE-IN
               IF PERIOD-FILE-STATUS-WS = "00"
                   PERFORM 309-LOAD-ONE-CLOSED-PERIOD
                       UNTIL EOF-FLAG-PERIOD-CLOSE = "YES"
                   CLOSE PERIOD-CLOSE-FILE-IN
               END-IF
           END-IF.
           MOVE STUAUDIT-FILE-NAME-WS TO AUDIT-INPUT-NAME-WS.
           PERFORM 310-READ-AUDIT-FILE.

       309-LOAD-ONE-CLOSED-PERIOD.
           READ PERIOD-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
               NOT AT END
                   MOVE PC-HISTORY-FILE-NAME TO AUDIT-INPUT-NAME-WS
                   PERFORM 310-READ-AUDIT-FILE
           END-READ.

       310-READ-AUDIT-FILE.
           MOVE "NO" TO EOF-FLAG-AUDIT.
           OPEN INPUT AUDIT-TRAIL-FILE-IN.
           IF AUDIT-FILE-STATUS-WS = "00"
               PERFORM 311-LOAD-ONE-AUDIT-ENTRY
                   UNTIL EOF-FLAG-AUDIT = "YES"
               CLOSE AUDIT-TRAIL-FILE-IN
           ELSE
               DISPLAY "AUDIT FILE NOT FOUND -- "
                   FUNCTION TRIM(AUDIT-INPUT-NAME-WS)
                   " -- ADMITS AND WITHDRAWALS MAY BE UNDERSTATED"
           END-IF.

       311-LOAD-ONE-AUDIT-ENTRY.
           READ AUDIT-TRAIL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-AUDIT
               NOT AT END
                   ADD 1 TO AUDIT-READ-CT
                   IF AUDIT-SOURCE = "AD" OR AUDIT-SOURCE = "DR"
                       MOVE AUDIT-TERM TO TERM-CHECK-WS
                       PERFORM 314-SET-TERM-INDEX
                       IF TERM-IX-WS > ZERO
                           MOVE AUDIT-STUDENT-NUMBER TO
                               SEARCH-STUDENT-WS
                           PERFORM 316-ADD-STUDENT
                           IF AUDIT-SOURCE = "AD"
                               MOVE "YES" TO
                                   STU-ADMIT-TBL(FOUND-SUB-WS,
                                   TERM-IX-WS)
                           ELSE
                               MOVE "YES" TO
                                   STU-DROP-TBL(FOUND-SUB-WS,
                                   TERM-IX-WS)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       312-READ-MASTER-FILE.
           OPEN INPUT INDEXED-STUDENT-FILE-IN.
           PERFORM 313-COUNT-MASTER-COURSES UNTIL EOF-FLAG = "YES".
           CLOSE INDEXED-STUDENT-FILE-IN.

       313-COUNT-MASTER-COURSES.
           READ INDEXED-STUDENT-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO STUDENTS-READ-CT
                   MOVE ZERO TO MASTER-COURSES-WS(1)
                   MOVE ZERO TO MASTER-COURSES-WS(2)
                   PERFORM VARYING SUB-WS FROM 1 BY 1
                           UNTIL SUB-WS > IND-COURSE-COUNT
                           OR SUB-WS > 10
                       MOVE IND-COURSE-TERM(SUB-WS) TO TERM-CHECK-WS
                       PERFORM 314-SET-TERM-INDEX
                       IF TERM-IX-WS > ZERO
                           ADD 1 TO MASTER-COURSES-WS(TERM-IX-WS)
                           MOVE IND-COURSE-CODE(SUB-WS) TO
                               COURSE-CHECK-WS
                           PERFORM 317-ADD-COURSE-ENROLMENT
                       END-IF
                   END-PERFORM
                   MOVE IND-STUDENT-NUMBER TO SEARCH-STUDENT-WS
                   IF MASTER-COURSES-WS(1) > ZERO
                       OR MASTER-COURSES-WS(2) > ZERO
                       PERFORM 316-ADD-STUDENT
                   ELSE
                       PERFORM 315-FIND-STUDENT
                   END-IF
                   IF FOUND-SUB-WS > ZERO
                       MOVE IND-PROGRAM-OF-STUDY TO
                           STU-PROGRAM-TBL(FOUND-SUB-WS)
                       ADD MASTER-COURSES-WS(1) TO
                           STU-COURSES-TBL(FOUND-SUB-WS, 1)
                       ADD MASTER-COURSES-WS(2) TO
                           STU-COURSES-TBL(FOUND-SUB-WS, 2)
                   END-IF
           END-READ.

       314-SET-TERM-INDEX.
           EVALUATE TRUE
               WHEN TERM-CHECK-WS = SPACES
                   MOVE ZERO TO TERM-IX-WS
               WHEN TERM-CHECK-WS = CURRENT-TERM-WS
                   MOVE 1 TO TERM-IX-WS
               WHEN TERM-CHECK-WS = PRIOR-TERM-WS
                   MOVE 2 TO TERM-IX-WS
               WHEN OTHER
                   MOVE ZERO TO TERM-IX-WS
           END-EVALUATE.

       315-FIND-STUDENT.
           MOVE ZERO TO FOUND-SUB-WS.
           PERFORM VARYING STU-SUB-WS FROM 1 BY 1
                   UNTIL STU-SUB-WS > STUDENT-COUNT-WS
                   OR FOUND-SUB-WS > ZERO
               IF STU-NUMBER-TBL(STU-SUB-WS) = SEARCH-STUDENT-WS
                   MOVE STU-SUB-WS TO FOUND-SUB-WS
               END-IF
           END-PERFORM.

       316-ADD-STUDENT.
           PERFORM 315-FIND-STUDENT.
           IF FOUND-SUB-WS = ZERO
               IF STUDENT-COUNT-WS >= 5000
                   DISPLAY "STUDENT TERM TABLE FULL -- RUN ABORTED"
                   STOP RUN
               END-IF
               ADD 1 TO STUDENT-COUNT-WS
               MOVE STUDENT-COUNT-WS TO FOUND-SUB-WS
               MOVE SEARCH-STUDENT-WS TO STU-NUMBER-TBL(FOUND-SUB-WS)
               MOVE SPACES TO STU-PROGRAM-TBL(FOUND-SUB-WS)
               MOVE ZERO TO STU-COURSES-TBL(FOUND-SUB-WS, 1)
               MOVE ZERO TO STU-COURSES-TBL(FOUND-SUB-WS, 2)
               MOVE "NO" TO STU-ADMIT-TBL(FOUND-SUB-WS, 1)
               MOVE "NO" TO STU-ADMIT-TBL(FOUND-SUB-WS, 2)
               MOVE "NO" TO STU-DROP-TBL(FOUND-SUB-WS, 1)
               MOVE "NO" TO STU-DROP-TBL(FOUND-SUB-WS, 2)
           END-IF.

       317-ADD-COURSE-ENROLMENT.
           PERFORM VARYING CRS-SUB-WS FROM 1 BY 1
                   UNTIL CRS-SUB-WS > COURSE-COUNT-WS
                   OR CRS-CODE-TBL(CRS-SUB-WS) >= COURSE-CHECK-WS
               CONTINUE
           END-PERFORM.
           IF CRS-SUB-WS > COURSE-COUNT-WS
               OR CRS-CODE-TBL(CRS-SUB-WS) NOT = COURSE-CHECK-WS
               IF COURSE-COUNT-WS >= 500
                   DISPLAY "COURSE ENROLMENT TABLE FULL -- RUN "
                       "ABORTED"
                   STOP RUN
               END-IF
               PERFORM VARYING SHIFT-SUB-WS FROM COURSE-COUNT-WS
                       BY -1 UNTIL SHIFT-SUB-WS < CRS-SUB-WS
                   MOVE CRS-TBL-RECORD(SHIFT-SUB-WS) TO
                       CRS-TBL-RECORD(SHIFT-SUB-WS + 1)
               END-PERFORM
               ADD 1 TO COURSE-COUNT-WS
               MOVE COURSE-CHECK-WS TO CRS-CODE-TBL(CRS-SUB-WS)
               MOVE ZERO TO CRS-ENROL-TBL(CRS-SUB-WS, 1)
               MOVE ZERO TO CRS-ENROL-TBL(CRS-SUB-WS, 2)
           END-IF.
           ADD 1 TO CRS-ENROL-TBL(CRS-SUB-WS, TERM-IX-WS).
           ADD 1 TO TOTAL-ENROLMENTS-WS(TERM-IX-WS).

       318-TALLY-STUDENT-TERM.
           IF STU-COURSES-TBL(STU-SUB-WS, TERM-IX-WS) > ZERO
               MOVE STU-PROGRAM-TBL(STU-SUB-WS) TO PROGRAM-CHECK-WS
               PERFORM 319-FIND-PROGRAM
               ADD 1 TO PRG-HEAD-TBL(PRG-SUB-WS, TERM-IX-WS)
               ADD 1 TO TOTAL-HEADCOUNT-WS(TERM-IX-WS)
               IF STU-COURSES-TBL(STU-SUB-WS, TERM-IX-WS) >=
                   FT-COURSES-WS
                   ADD 1 TO PRG-FT-TBL(PRG-SUB-WS, TERM-IX-WS)
                   ADD 1 TO TOTAL-FULL-TIME-WS(TERM-IX-WS)
               ELSE
                   ADD 1 TO PRG-PT-TBL(PRG-SUB-WS, TERM-IX-WS)
                   ADD 1 TO TOTAL-PART-TIME-WS(TERM-IX-WS)
               END-IF
               IF STU-ADMIT-TBL(STU-SUB-WS, TERM-IX-WS) = "NO"
                   ADD 1 TO TOTAL-RETURNING-WS(TERM-IX-WS)
               END-IF
           ELSE
               IF STU-DROP-TBL(STU-SUB-WS, TERM-IX-WS) = "YES"
                   ADD 1 TO TOTAL-WITHDRAWN-WS(TERM-IX-WS)
               END-IF
           END-IF.
           IF STU-ADMIT-TBL(STU-SUB-WS, TERM-IX-WS) = "YES"
               ADD 1 TO TOTAL-NEW-ADMITS-WS(TERM-IX-WS)
           END-IF.

       319-FIND-PROGRAM.
           PERFORM VARYING PRG-SUB-WS FROM 1 BY 1
                   UNTIL PRG-SUB-WS > PROGRAM-TABLE-COUNT-WS
                   OR PROGRAM-CODE-TBL(PRG-SUB-WS) = PROGRAM-CHECK-WS
               CONTINUE
           END-PERFORM.
           IF PRG-SUB-WS > PROGRAM-TABLE-COUNT-WS
               IF PROGRAM-TABLE-COUNT-WS >= 100
                   DISPLAY "PROGRAM TABLE FULL -- RUN ABORTED"
                   STOP RUN
               END-IF
               ADD 1 TO PROGRAM-TABLE-COUNT-WS
               MOVE PROGRAM-TABLE-COUNT-WS TO PRG-SUB-WS
               INITIALIZE PRG-TBL-RECORD(PRG-SUB-WS)
               MOVE PROGRAM-CHECK-WS TO PROGRAM-CODE-TBL(PRG-SUB-WS)
               IF PROGRAM-CHECK-WS = SPACES
                   MOVE "NOT ON STUDENT FILE" TO
                       PROGRAM-NAME-TBL(PRG-SUB-WS)
               ELSE
                   MOVE "NOT IN PROGRAM TABLE" TO
                       PROGRAM-NAME-TBL(PRG-SUB-WS)
               END-IF
           END-IF.

       320-WRITE-PROGRAM-LINE.
           IF PRG-HEAD-TBL(PRG-SUB-WS, 1) > ZERO
               OR PRG-HEAD-TBL(PRG-SUB-WS, 2) > ZERO
               MOVE PROGRAM-CODE-TBL(PRG-SUB-WS) TO PL-PROGRAM-CODE-OUT
               MOVE PROGRAM-NAME-TBL(PRG-SUB-WS) TO PL-PROGRAM-NAME-OUT
               MOVE PRG-HEAD-TBL(PRG-SUB-WS, 1) TO PL-HEAD-THIS-OUT
               MOVE PRG-HEAD-TBL(PRG-SUB-WS, 2) TO PL-HEAD-LAST-OUT
               COMPUTE PL-HEAD-CHANGE-OUT =
                   PRG-HEAD-TBL(PRG-SUB-WS, 1) -
                   PRG-HEAD-TBL(PRG-SUB-WS, 2)
               MOVE PRG-FT-TBL(PRG-SUB-WS, 1) TO PL-FT-THIS-OUT
               MOVE PRG-FT-TBL(PRG-SUB-WS, 2) TO PL-FT-LAST-OUT
               MOVE PRG-PT-TBL(PRG-SUB-WS, 1) TO PL-PT-THIS-OUT
               MOVE PRG-PT-TBL(PRG-SUB-WS, 2) TO PL-PT-LAST-OUT
               WRITE STATISTICS-RECORD-OUT FROM PROGRAM-STATISTICS-LINE
           END-IF.

       321-WRITE-COURSE-LINE.
           MOVE CRS-CODE-TBL(CRS-SUB-WS) TO CL-COURSE-CODE-OUT.
           MOVE CRS-ENROL-TBL(CRS-SUB-WS, 1) TO CL-THIS-OUT.
           MOVE CRS-ENROL-TBL(CRS-SUB-WS, 2) TO CL-LAST-OUT.
           COMPUTE CL-CHANGE-OUT =
               CRS-ENROL-TBL(CRS-SUB-WS, 1) -
               CRS-ENROL-TBL(CRS-SUB-WS, 2).
           WRITE STATISTICS-RECORD-OUT FROM COURSE-STATISTICS-LINE.

       322-WRITE-SUMMARY-LINE.
           MOVE CHANGE-WS TO SL-CHANGE-OUT.
           WRITE STATISTICS-RECORD-OUT FROM SUMMARY-LINE.

       323-WRITE-SUBMISSION-PROGRAM.
           IF PRG-HEAD-TBL(PRG-SUB-WS, 1) > ZERO
               MOVE PROGRAM-CODE-TBL(PRG-SUB-WS) TO SUBP-PROGRAM-CODE
               MOVE PRG-HEAD-TBL(PRG-SUB-WS, 1) TO SUBP-HEADCOUNT
               MOVE PRG-FT-TBL(PRG-SUB-WS, 1) TO SUBP-FULL-TIME
               MOVE PRG-PT-TBL(PRG-SUB-WS, 1) TO SUBP-PART-TIME
               WRITE SUBMISSION-RECORD-OUT FROM
                   SUBMISSION-PROGRAM-RECORD
               ADD 1 TO SUB-RECORDS-CT
               ADD 1 TO SUB-PROGRAMS-CT
               ADD PRG-HEAD-TBL(PRG-SUB-WS, 1) TO SUB-HEADCOUNT-WS
           END-IF.

       324-WRITE-SUBMISSION-COURSE.
           IF CRS-ENROL-TBL(CRS-SUB-WS, 1) > ZERO
               MOVE CRS-CODE-TBL(CRS-SUB-WS) TO SUBC-COURSE-CODE
               MOVE CRS-ENROL-TBL(CRS-SUB-WS, 1) TO SUBC-ENROLMENTS
               WRITE SUBMISSION-RECORD-OUT FROM
                   SUBMISSION-COURSE-RECORD
               ADD 1 TO SUB-RECORDS-CT
               ADD 1 TO SUB-COURSES-CT
               ADD CRS-ENROL-TBL(CRS-SUB-WS, 1) TO SUB-ENROLMENTS-WS
           END-IF.

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
                       WHEN "TERMCAL"
                           MOVE PARM-VALUE TO TERMCAL-FILE-NAME-WS
                       WHEN "STUAUDIT"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
                       WHEN "ENRLSTAT"
                           MOVE PARM-VALUE TO ENRLSTAT-FILE-NAME-WS
                       WHEN "ENRLSUB"
                           MOVE PARM-VALUE TO ENRLSUB-FILE-NAME-WS
                       WHEN "TERMCODE"
                           MOVE PARM-VALUE TO CURRENT-TERM-WS
                       WHEN "PRIORTRM"
                           MOVE PARM-VALUE TO PRIOR-TERM-WS
                       WHEN "FTCOURSES"
                           PERFORM 334-APPLY-FULL-TIME-COURSES
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
           IF STUAUDIT-FILE-NAME-WS = SPACES
               MOVE "STUAUDIT" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF ENRLSTAT-FILE-NAME-WS = SPACES
               MOVE "ENRLSTAT" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF ENRLSUB-FILE-NAME-WS = SPACES
               MOVE "ENRLSUB" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF CURRENT-TERM-WS = SPACES
               MOVE "TERMCODE" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF PRIOR-TERM-WS = SPACES
               AND TERMCAL-FILE-NAME-WS = SPACES
               MOVE "TERMCAL" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

       334-APPLY-FULL-TIME-COURSES.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(PARM-VALUE) <= 10
               COMPUTE FT-COURSES-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER FTCOURSES -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       end program Program42.
