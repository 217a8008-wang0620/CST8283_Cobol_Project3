       program-id. Program38 as "Program38".

       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETER-FILE-IN
           ASSIGN TO
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
       SELECT AUDIT-EXTRACT-FILE
           ASSIGN TO "C:\Users\Administrator\Downloads\T2202EXT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIT-SORT-WORK ASSIGN TO "T2202SRT.TMP".
       SELECT AUDIT-SORTED-FILE
           ASSIGN TO "C:\Users\Administrator\Downloads\T2202SRTD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT STUDENT-FILE
           ASSIGN TO STUFILE4-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES
               FILE STATUS IS STATUS-FIELD.
       SELECT TERM-CALENDAR-FILE-IN
           ASSIGN TO TERMCAL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS-WS.
       SELECT COURSE-HISTORY-FILE-IN
           ASSIGN TO CRSHIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS-WS.
       SELECT SLIP-HISTORY-FILE
           ASSIGN TO T2202HST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLIP-FILE-STATUS-WS.
       SELECT CERTIFICATE-FILE-OUT
           ASSIGN TO T2202-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SUBMISSION-FILE-OUT
           ASSIGN TO T2202SUB-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AMENDED-SLIP-LIST-OUT
           ASSIGN TO T2202AMD-FILE-NAME-WS
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
       FD PARAMETER-FILE-IN.
       01 PARAMETER-RECORD-IN.
           05 PARM-KEYWORD PIC X(12).
           05 PARM-VALUE   PIC X(68).
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
       FD AUDIT-EXTRACT-FILE.
       01 AUDIT-EXTRACT-RECORD PIC X(64).
       SD AUDIT-SORT-WORK.
       01 SORT-AUDIT-RECORD.
           05 SORT-AUDIT-STUDENT-NUMBER PIC 9(6).
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-OLD-TUITION    PIC 9(6)V99.
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-NEW-TUITION    PIC 9(6)V99.
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-TIMESTAMP      PIC X(21).
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-SOURCE         PIC X(2).
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-OPERATOR       PIC X(8).
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-TERM           PIC X(5).
       FD AUDIT-SORTED-FILE.
       01 SRT-AUDIT-RECORD.
           05 SRT-AUDIT-STUDENT-NUMBER PIC 9(6).
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-OLD-TUITION    PIC 9(6)V99.
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-NEW-TUITION    PIC 9(6)V99.
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-TIMESTAMP      PIC X(21).
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-SOURCE         PIC X(2).
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-OPERATOR       PIC X(8).
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-TERM           PIC X(5).
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
       FD TERM-CALENDAR-FILE-IN.
       01 TERM-CALENDAR-RECORD-IN.
           05 TCAL-TERM        PIC X(5).
           05 FILLER           PIC X(1).
           05 TCAL-START-DATE  PIC 9(8).
           05 FILLER           PIC X(1).
           05 TCAL-END-DATE    PIC 9(8).
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
       FD SLIP-HISTORY-FILE.
       01 SLIP-HISTORY-RECORD.
           05 SLIP-STUDENT-NUMBER PIC 9(6).
           05 FILLER              PIC X(1).
           05 SLIP-TAX-YEAR       PIC 9(4).
           05 FILLER              PIC X(1).
           05 SLIP-AMOUNT         PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 SLIP-ISSUE-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 SLIP-TYPE           PIC X(1).
       FD CERTIFICATE-FILE-OUT.
       01 CERTIFICATE-RECORD-OUT PIC X(80).
       FD SUBMISSION-FILE-OUT.
       01 SUBMISSION-RECORD-OUT PIC X(80).
       FD AMENDED-SLIP-LIST-OUT.
       01 AMENDED-SLIP-RECORD-OUT PIC X(100).
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
       01 PARM-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PARM PIC X(3) VALUE "NO".
       01 MISSING-PARM-NAME-WS PIC X(12).
       01 RUN-PARAMETER-VALUES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 TERMCAL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 CRSHIST-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 T2202HST-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 T2202-FILE-NAME-WS    PIC X(80) VALUE SPACES.
           05 T2202SUB-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 T2202AMD-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUCONT-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 MAILHOLD-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 AUDIT-INPUT-NAME-WS PIC X(80) VALUE SPACES.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 EOF-FLAG-AUDIT PIC X(3) VALUE "NO".
       01 HISTORY-FROM-DATE-WS PIC 9(8).
       01 TERM-FILE-STATUS-WS PIC X(2).
       01 HIST-FILE-STATUS-WS PIC X(2).
       01 SLIP-FILE-STATUS-WS PIC X(2).
       01 CONTACT-FILE-STATUS-WS PIC X(2).
       01 MAILHOLD-FILE-STATUS-WS PIC X(2).
       01 CONTACT-PRESENT-FLAG-WS PIC X(3) VALUE "NO".
       01 CONTACT-FOUND-FLAG PIC X(3) VALUE "NO".
       01 HOLD-REASON-WS PIC X(30).
       01 EOF-FLAG-SORT PIC X(3) VALUE "NO".
       01 EOF-FLAG-TERM PIC X(3) VALUE "NO".
       01 EOF-FLAG-HIST PIC X(3) VALUE "NO".
       01 EOF-FLAG-SLIP PIC X(3) VALUE "NO".
       01 STUDENT-FOUND-FLAG PIC X(3) VALUE "NO".
       01 TAX-YEAR-WS PIC 9(4) VALUE ZERO.
       01 FT-COURSES-WS PIC 9(2) VALUE 3.
       01 CURRENT-DATE-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 FILLER      PIC X(13).
       01 CURRENT-STUDENT-WS PIC 9(6).
       01 ENTRY-AMOUNT-WS PIC S9(7)V99.
       01 ENTRY-YEAR-WS PIC 9(4).
       01 ELIGIBLE-TUITION-WS PIC S9(7)V99.
       01 PRIOR-AMOUNT-WS PIC 9(7)V99.
       01 SLIP-TYPE-WS PIC X(1).
       01 FT-MONTHS-WS PIC 9(2).
       01 PT-MONTHS-WS PIC 9(2).
       01 TERM-COURSES-WS PIC 9(3).
       01 START-YEAR-WS PIC 9(4).
       01 START-MONTH-WS PIC 9(2).
       01 END-YEAR-WS PIC 9(4).
       01 END-MONTH-WS PIC 9(2).
       01 SUB-WS PIC 9(2).
       01 TERM-COUNT-WS PIC 9(3) VALUE ZERO.
       01 TERM-SUB-WS PIC 9(3).
       01 ENTRY-TERM-SUB-WS PIC 9(3).
       01 HISTORY-COUNT-WS PIC 9(4) VALUE ZERO.
       01 HIST-SUB-WS PIC 9(4).
       01 SLIP-COUNT-WS PIC 9(4) VALUE ZERO.
       01 SLIP-SUB-WS PIC 9(4).
       01 PRIOR-SUB-WS PIC 9(4).
       01 TERM-CALENDAR-TABLE.
           05 TERM-TBL-RECORD OCCURS 200 TIMES.
               10 TERM-CODE-TBL   PIC X(5).
               10 TERM-YEAR-TBL   PIC 9(4).
               10 TERM-MONTHS-TBL PIC 9(2).
       01 COURSE-HISTORY-TABLE.
           05 HISTORY-TBL-RECORD OCCURS 5000 TIMES.
               10 HIST-STUDENT-TBL PIC 9(6).
               10 HIST-TERM-TBL    PIC X(5).
       01 SLIP-HISTORY-TABLE.
           05 SLIP-TBL-RECORD OCCURS 5000 TIMES.
               10 SLIP-STUDENT-TBL PIC 9(6).
               10 SLIP-AMOUNT-TBL  PIC 9(7)V99.
       01 RUN-COUNTERS.
           05 STUDENTS-READ-CT       PIC 9(6) VALUE ZERO.
           05 ORIGINAL-SLIPS-CT      PIC 9(6) VALUE ZERO.
           05 AMENDED-SLIPS-CT       PIC 9(6) VALUE ZERO.
           05 ALREADY-ISSUED-CT      PIC 9(6) VALUE ZERO.
           05 ZERO-TUITION-CT        PIC 9(6) VALUE ZERO.
           05 SLIPS-WRITTEN-CT       PIC 9(6) VALUE ZERO.
           05 TOTAL-ELIGIBLE-WS      PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-FT-MONTHS-WS     PIC 9(7) VALUE ZERO.
           05 TOTAL-PT-MONTHS-WS     PIC 9(7) VALUE ZERO.
           05 MAIL-HELD-CT           PIC 9(6) VALUE ZERO.
           05 NO-ADDRESS-CT          PIC 9(6) VALUE ZERO.
       01 CERTIFICATE-TITLE-LINE.
           05 FILLER PIC X(42) VALUE
               "TUITION AND ENROLMENT CERTIFICATE (T2202)".
           05 FILLER PIC X(9) VALUE "TAX YEAR ".
           05 CERT-TAX-YEAR-OUT PIC 9(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CERT-TYPE-OUT PIC X(8).
       01 CERTIFICATE-STUDENT-LINE.
           05 FILLER PIC X(16) VALUE "STUDENT NUMBER: ".
           05 CERT-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "NAME: ".
           05 CERT-STUDENT-NAME-OUT PIC X(40).
       01 CERTIFICATE-PROGRAM-LINE.
           05 FILLER PIC X(16) VALUE "PROGRAM:        ".
           05 CERT-PROGRAM-OUT PIC X(5).
       01 CERTIFICATE-AMOUNT-LINE.
           05 FILLER PIC X(24) VALUE "ELIGIBLE TUITION FEES:  ".
           05 CERT-AMOUNT-OUT PIC Z,ZZZ,ZZ9.99.
       01 CERTIFICATE-MONTHS-LINE.
           05 FILLER PIC X(18) VALUE "PART-TIME MONTHS: ".
           05 CERT-PT-MONTHS-OUT PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "FULL-TIME MONTHS: ".
           05 CERT-FT-MONTHS-OUT PIC Z9.
       01 ADDRESS-LINE-WS.
           05 FILLER PIC X(16) VALUE SPACES.
           05 ADDRESS-TEXT-OUT PIC X(40).
       01 ADDRESS-CITY-LINE.
           05 FILLER PIC X(16) VALUE SPACES.
           05 ADDRESS-CITY-OUT PIC X(25).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ADDRESS-PROVINCE-OUT PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADDRESS-POSTAL-OUT PIC X(7).
       01 BLANK-LINE-WS PIC X(80) VALUE SPACES.
       01 SUBMISSION-HEADER-RECORD.
           05 FILLER PIC X(1) VALUE "H".
           05 SUBH-TAX-YEAR PIC 9(4).
           05 SUBH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(67) VALUE SPACES.
       01 SUBMISSION-DETAIL-RECORD.
           05 FILLER PIC X(1) VALUE "D".
           05 SUBD-STUDENT-NUMBER PIC 9(6).
           05 SUBD-STUDENT-NAME PIC X(40).
           05 SUBD-SLIP-TYPE PIC X(1).
           05 SUBD-ELIGIBLE-AMOUNT PIC 9(7)V99.
           05 SUBD-PT-MONTHS PIC 9(2).
           05 SUBD-FT-MONTHS PIC 9(2).
           05 FILLER PIC X(19) VALUE SPACES.
       01 SUBMISSION-TRAILER-RECORD.
           05 FILLER PIC X(1) VALUE "T".
           05 SUBT-SLIP-COUNT PIC 9(6).
           05 SUBT-ORIGINAL-COUNT PIC 9(6).
           05 SUBT-AMENDED-COUNT PIC 9(6).
           05 SUBT-TOTAL-AMOUNT PIC 9(9)V99.
           05 SUBT-TOTAL-PT-MONTHS PIC 9(7).
           05 SUBT-TOTAL-FT-MONTHS PIC 9(7).
           05 FILLER PIC X(36) VALUE SPACES.
       01 AMENDED-SLIP-HEADER.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NAME".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "    ORIGINAL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "     REVISED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "   DIFFERENCE".
       01 AMENDED-SLIP-LINE.
           05 AMDL-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AMDL-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AMDL-ORIGINAL-OUT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AMDL-REVISED-OUT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AMDL-DIFFERENCE-OUT PIC -Z,ZZZ,ZZ9.99.
       01 AMENDED-SLIP-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "TOTAL AMENDED SLIPS".
           05 AMDL-COUNT-OUT PIC ZZZ,ZZ9.

       procedure division.
       100-PRODUCE-TAX-CERTIFICATES.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-CERTIFICATE-RUN.
           PERFORM 202-PROCESS-ONE-STUDENT
               UNTIL EOF-FLAG-SORT = "YES".
           PERFORM 203-TERMINATE-CERTIFICATE-RUN.
           STOP RUN.

       201-INITIATE-CERTIFICATE-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
           PERFORM 314-LOAD-TERM-CALENDAR.
           PERFORM 316-LOAD-COURSE-HISTORY.
           PERFORM 318-LOAD-SLIP-HISTORY.
           MOVE STUAUDIT-FILE-NAME-WS TO AUDIT-INPUT-NAME-WS.
           OPEN INPUT AUDIT-TRAIL-FILE-IN.
           IF AUDIT-FILE-STATUS-WS NOT = "00"
               DISPLAY "AUDIT TRAIL FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.
           CLOSE AUDIT-TRAIL-FILE-IN.
           OPEN OUTPUT AUDIT-EXTRACT-FILE.
           IF PERIODCL-FILE-NAME-WS NOT = SPACES
               PERFORM 320-EXTRACT-CLOSED-PERIODS
           END-IF.
           MOVE STUAUDIT-FILE-NAME-WS TO AUDIT-INPUT-NAME-WS.
           PERFORM 322-EXTRACT-AUDIT-FILE.
           CLOSE AUDIT-EXTRACT-FILE.
           SORT AUDIT-SORT-WORK
               ON ASCENDING KEY SORT-AUDIT-STUDENT-NUMBER
                                SORT-AUDIT-TIMESTAMP
               USING AUDIT-EXTRACT-FILE
               GIVING AUDIT-SORTED-FILE.
           OPEN INPUT AUDIT-SORTED-FILE.
           OPEN INPUT STUDENT-FILE.
           OPEN EXTEND SLIP-HISTORY-FILE.
           IF SLIP-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT SLIP-HISTORY-FILE
           END-IF.
           OPEN OUTPUT CERTIFICATE-FILE-OUT.
           OPEN OUTPUT SUBMISSION-FILE-OUT.
           OPEN OUTPUT AMENDED-SLIP-LIST-OUT.
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
           MOVE TAX-YEAR-WS TO SUBH-TAX-YEAR.
           MOVE RUN-DATE-WS TO SUBH-RUN-DATE.
           WRITE SUBMISSION-RECORD-OUT FROM SUBMISSION-HEADER-RECORD.
           WRITE AMENDED-SLIP-RECORD-OUT FROM AMENDED-SLIP-HEADER.
           PERFORM 302-READ-SORTED-AUDIT.

       202-PROCESS-ONE-STUDENT.
           MOVE SRT-AUDIT-STUDENT-NUMBER TO CURRENT-STUDENT-WS.
           ADD 1 TO STUDENTS-READ-CT.
           MOVE ZERO TO ELIGIBLE-TUITION-WS.
           PERFORM 303-APPLY-AUDIT-ENTRY
               UNTIL EOF-FLAG-SORT = "YES"
               OR SRT-AUDIT-STUDENT-NUMBER NOT = CURRENT-STUDENT-WS.
           IF ELIGIBLE-TUITION-WS < ZERO
               MOVE ZERO TO ELIGIBLE-TUITION-WS
           END-IF.
           PERFORM 304-FINISH-STUDENT.

       203-TERMINATE-CERTIFICATE-RUN.
           MOVE SLIPS-WRITTEN-CT TO SUBT-SLIP-COUNT.
           MOVE ORIGINAL-SLIPS-CT TO SUBT-ORIGINAL-COUNT.
           MOVE AMENDED-SLIPS-CT TO SUBT-AMENDED-COUNT.
           MOVE TOTAL-ELIGIBLE-WS TO SUBT-TOTAL-AMOUNT.
           MOVE TOTAL-PT-MONTHS-WS TO SUBT-TOTAL-PT-MONTHS.
           MOVE TOTAL-FT-MONTHS-WS TO SUBT-TOTAL-FT-MONTHS.
           WRITE SUBMISSION-RECORD-OUT FROM SUBMISSION-TRAILER-RECORD.
           MOVE AMENDED-SLIPS-CT TO AMDL-COUNT-OUT.
           WRITE AMENDED-SLIP-RECORD-OUT FROM AMENDED-SLIP-TOTAL-LINE.
           CLOSE AUDIT-SORTED-FILE STUDENT-FILE SLIP-HISTORY-FILE
                 CERTIFICATE-FILE-OUT SUBMISSION-FILE-OUT
                 AMENDED-SLIP-LIST-OUT MAIL-HOLD-FILE-OUT.
           IF CONTACT-PRESENT-FLAG-WS = "YES"
               CLOSE CONTACT-FILE-IN
           END-IF.
           DISPLAY "STUDENTS ON AUDIT TRAIL: " STUDENTS-READ-CT.
           DISPLAY "ORIGINAL SLIPS:          " ORIGINAL-SLIPS-CT.
           DISPLAY "AMENDED SLIPS:           " AMENDED-SLIPS-CT.
           DISPLAY "ALREADY ISSUED:          " ALREADY-ISSUED-CT.
           DISPLAY "ZERO ELIGIBLE TUITION:   " ZERO-TUITION-CT.
           DISPLAY "TOTAL ELIGIBLE TUITION:  " TOTAL-ELIGIBLE-WS.
           DISPLAY "HELD - RETURNED MAIL:    " MAIL-HELD-CT.
           DISPLAY "NO ADDRESS ON FILE:      " NO-ADDRESS-CT.

       302-READ-SORTED-AUDIT.
           READ AUDIT-SORTED-FILE
               AT END MOVE "YES" TO EOF-FLAG-SORT
           END-READ.

       303-APPLY-AUDIT-ENTRY.
           IF SRT-AUDIT-SOURCE = "AS" OR SRT-AUDIT-SOURCE = "DR"
               PERFORM 313-FIND-ENTRY-YEAR
               IF ENTRY-YEAR-WS = TAX-YEAR-WS
                   COMPUTE ENTRY-AMOUNT-WS =
                       SRT-AUDIT-NEW-TUITION - SRT-AUDIT-OLD-TUITION
                   ADD ENTRY-AMOUNT-WS TO ELIGIBLE-TUITION-WS
               END-IF
           END-IF.
           PERFORM 302-READ-SORTED-AUDIT.

       304-FINISH-STUDENT.
           PERFORM 305-FIND-PRIOR-SLIP.
           EVALUATE TRUE
               WHEN PRIOR-SUB-WS > ZERO
                   AND ELIGIBLE-TUITION-WS = PRIOR-AMOUNT-WS
                   ADD 1 TO ALREADY-ISSUED-CT
               WHEN PRIOR-SUB-WS > ZERO
                   MOVE "A" TO SLIP-TYPE-WS
                   PERFORM 306-ISSUE-CERTIFICATE
               WHEN ELIGIBLE-TUITION-WS = ZERO
                   ADD 1 TO ZERO-TUITION-CT
               WHEN OTHER
                   MOVE "O" TO SLIP-TYPE-WS
                   PERFORM 306-ISSUE-CERTIFICATE
           END-EVALUATE.

       305-FIND-PRIOR-SLIP.
           MOVE ZERO TO PRIOR-SUB-WS.
           MOVE ZERO TO PRIOR-AMOUNT-WS.
           PERFORM VARYING SLIP-SUB-WS FROM 1 BY 1
                   UNTIL SLIP-SUB-WS > SLIP-COUNT-WS
               IF SLIP-STUDENT-TBL(SLIP-SUB-WS) = CURRENT-STUDENT-WS
                   MOVE SLIP-SUB-WS TO PRIOR-SUB-WS
                   MOVE SLIP-AMOUNT-TBL(SLIP-SUB-WS) TO PRIOR-AMOUNT-WS
               END-IF
           END-PERFORM.

       306-ISSUE-CERTIFICATE.
           MOVE CURRENT-STUDENT-WS TO IND-STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "NO" TO STUDENT-FOUND-FLAG
                   MOVE "*** NOT ON MASTER ***" TO IND-STUDENT-NAME
                   MOVE SPACES TO IND-PROGRAM-OF-STUDY
                   MOVE ZERO TO IND-COURSE-COUNT
               NOT INVALID KEY
                   MOVE "YES" TO STUDENT-FOUND-FLAG
           END-READ.
           PERFORM 307-COMPUTE-MONTHS.
           PERFORM 324-LOOK-UP-CONTACT.
           IF CONTACT-FOUND-FLAG = "YES"
               AND CON-RETURNED-MAIL-FLAG = "Y"
               MOVE "RETURNED MAIL - SUPPRESSED" TO HOLD-REASON-WS
               PERFORM 326-LIST-HELD-MAIL
               ADD 1 TO MAIL-HELD-CT
           ELSE
               PERFORM 309-WRITE-CERTIFICATE
           END-IF.
           PERFORM 310-WRITE-SUBMISSION-DETAIL.
           PERFORM 311-WRITE-SLIP-HISTORY.
           ADD 1 TO SLIPS-WRITTEN-CT.
           ADD ELIGIBLE-TUITION-WS TO TOTAL-ELIGIBLE-WS.
           ADD FT-MONTHS-WS TO TOTAL-FT-MONTHS-WS.
           ADD PT-MONTHS-WS TO TOTAL-PT-MONTHS-WS.
           IF SLIP-TYPE-WS = "A"
               ADD 1 TO AMENDED-SLIPS-CT
               PERFORM 312-WRITE-AMENDED-LINE
           ELSE
               ADD 1 TO ORIGINAL-SLIPS-CT
           END-IF.

       307-COMPUTE-MONTHS.
           MOVE ZERO TO FT-MONTHS-WS.
           MOVE ZERO TO PT-MONTHS-WS.
           PERFORM 308-COUNT-TERM-COURSES
               VARYING TERM-SUB-WS FROM 1 BY 1
               UNTIL TERM-SUB-WS > TERM-COUNT-WS.
           IF FT-MONTHS-WS > 12
               MOVE 12 TO FT-MONTHS-WS
           END-IF.
           IF PT-MONTHS-WS > 12
               MOVE 12 TO PT-MONTHS-WS
           END-IF.

       308-COUNT-TERM-COURSES.
           IF TERM-YEAR-TBL(TERM-SUB-WS) = TAX-YEAR-WS
               MOVE ZERO TO TERM-COURSES-WS
               IF STUDENT-FOUND-FLAG = "YES"
                   PERFORM VARYING SUB-WS FROM 1 BY 1
                           UNTIL SUB-WS > IND-COURSE-COUNT
                           OR SUB-WS > 10
                       IF IND-COURSE-TERM(SUB-WS) =
                           TERM-CODE-TBL(TERM-SUB-WS)
                           ADD 1 TO TERM-COURSES-WS
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM VARYING HIST-SUB-WS FROM 1 BY 1
                       UNTIL HIST-SUB-WS > HISTORY-COUNT-WS
                   IF HIST-STUDENT-TBL(HIST-SUB-WS) = CURRENT-STUDENT-WS
                       AND HIST-TERM-TBL(HIST-SUB-WS) =
                           TERM-CODE-TBL(TERM-SUB-WS)
                       ADD 1 TO TERM-COURSES-WS
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN TERM-COURSES-WS >= FT-COURSES-WS
                       ADD TERM-MONTHS-TBL(TERM-SUB-WS) TO FT-MONTHS-WS
                   WHEN TERM-COURSES-WS > ZERO
                       ADD TERM-MONTHS-TBL(TERM-SUB-WS) TO PT-MONTHS-WS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       309-WRITE-CERTIFICATE.
           MOVE TAX-YEAR-WS TO CERT-TAX-YEAR-OUT.
           IF SLIP-TYPE-WS = "A"
               MOVE "AMENDED" TO CERT-TYPE-OUT
           ELSE
               MOVE "ORIGINAL" TO CERT-TYPE-OUT
           END-IF.
           MOVE CURRENT-STUDENT-WS TO CERT-STUDENT-NUMBER-OUT.
           MOVE IND-STUDENT-NAME TO CERT-STUDENT-NAME-OUT.
           MOVE IND-PROGRAM-OF-STUDY TO CERT-PROGRAM-OUT.
           MOVE ELIGIBLE-TUITION-WS TO CERT-AMOUNT-OUT.
           MOVE PT-MONTHS-WS TO CERT-PT-MONTHS-OUT.
           MOVE FT-MONTHS-WS TO CERT-FT-MONTHS-OUT.
           WRITE CERTIFICATE-RECORD-OUT FROM CERTIFICATE-TITLE-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM CERTIFICATE-STUDENT-LINE.
           PERFORM 325-WRITE-ADDRESS-BLOCK.
           WRITE CERTIFICATE-RECORD-OUT FROM CERTIFICATE-PROGRAM-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM CERTIFICATE-AMOUNT-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM CERTIFICATE-MONTHS-LINE.
           WRITE CERTIFICATE-RECORD-OUT FROM BLANK-LINE-WS.

       310-WRITE-SUBMISSION-DETAIL.
           MOVE CURRENT-STUDENT-WS TO SUBD-STUDENT-NUMBER.
           MOVE IND-STUDENT-NAME TO SUBD-STUDENT-NAME.
           MOVE SLIP-TYPE-WS TO SUBD-SLIP-TYPE.
           MOVE ELIGIBLE-TUITION-WS TO SUBD-ELIGIBLE-AMOUNT.
           MOVE PT-MONTHS-WS TO SUBD-PT-MONTHS.
           MOVE FT-MONTHS-WS TO SUBD-FT-MONTHS.
           WRITE SUBMISSION-RECORD-OUT FROM SUBMISSION-DETAIL-RECORD.

       311-WRITE-SLIP-HISTORY.
           MOVE SPACES TO SLIP-HISTORY-RECORD.
           MOVE CURRENT-STUDENT-WS TO SLIP-STUDENT-NUMBER.
           MOVE TAX-YEAR-WS TO SLIP-TAX-YEAR.
           MOVE ELIGIBLE-TUITION-WS TO SLIP-AMOUNT.
           MOVE RUN-DATE-WS TO SLIP-ISSUE-DATE.
           MOVE SLIP-TYPE-WS TO SLIP-TYPE.
           WRITE SLIP-HISTORY-RECORD.

       312-WRITE-AMENDED-LINE.
           MOVE CURRENT-STUDENT-WS TO AMDL-STUDENT-NUMBER-OUT.
           MOVE IND-STUDENT-NAME TO AMDL-STUDENT-NAME-OUT.
           MOVE PRIOR-AMOUNT-WS TO AMDL-ORIGINAL-OUT.
           MOVE ELIGIBLE-TUITION-WS TO AMDL-REVISED-OUT.
           COMPUTE AMDL-DIFFERENCE-OUT =
               ELIGIBLE-TUITION-WS - PRIOR-AMOUNT-WS.
           WRITE AMENDED-SLIP-RECORD-OUT FROM AMENDED-SLIP-LINE.

       313-FIND-ENTRY-YEAR.
           MOVE ZERO TO ENTRY-TERM-SUB-WS.
           PERFORM VARYING TERM-SUB-WS FROM 1 BY 1
                   UNTIL TERM-SUB-WS > TERM-COUNT-WS
                   OR ENTRY-TERM-SUB-WS > ZERO
               IF TERM-CODE-TBL(TERM-SUB-WS) = SRT-AUDIT-TERM
                   MOVE TERM-SUB-WS TO ENTRY-TERM-SUB-WS
               END-IF
           END-PERFORM.
           IF ENTRY-TERM-SUB-WS > ZERO
               MOVE TERM-YEAR-TBL(ENTRY-TERM-SUB-WS) TO ENTRY-YEAR-WS
           ELSE
               MOVE SRT-AUDIT-TIMESTAMP(1:4) TO ENTRY-YEAR-WS
           END-IF.

       314-LOAD-TERM-CALENDAR.
           OPEN INPUT TERM-CALENDAR-FILE-IN.
           IF TERM-FILE-STATUS-WS = "00"
               PERFORM 315-LOAD-ONE-TERM-ENTRY
                   UNTIL EOF-FLAG-TERM = "YES"
               CLOSE TERM-CALENDAR-FILE-IN
           ELSE
               DISPLAY "TERM CALENDAR FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.

       315-LOAD-ONE-TERM-ENTRY.
           READ TERM-CALENDAR-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-TERM
               NOT AT END
                   IF TCAL-START-DATE IS NUMERIC
                       AND TCAL-END-DATE IS NUMERIC
                       AND TCAL-END-DATE >= TCAL-START-DATE
                       IF TERM-COUNT-WS >= 200
                           DISPLAY "TERM CALENDAR TABLE FULL -- RUN "
                               "ABORTED"
                           STOP RUN
                       END-IF
                       ADD 1 TO TERM-COUNT-WS
                       MOVE TCAL-TERM TO TERM-CODE-TBL(TERM-COUNT-WS)
                       MOVE TCAL-START-DATE(1:4) TO START-YEAR-WS
                       MOVE TCAL-START-DATE(5:2) TO START-MONTH-WS
                       MOVE TCAL-END-DATE(1:4) TO END-YEAR-WS
                       MOVE TCAL-END-DATE(5:2) TO END-MONTH-WS
                       IF END-YEAR-WS > START-YEAR-WS
                           MOVE 12 TO END-MONTH-WS
                       END-IF
                       MOVE START-YEAR-WS TO
                           TERM-YEAR-TBL(TERM-COUNT-WS)
                       COMPUTE TERM-MONTHS-TBL(TERM-COUNT-WS) =
                           END-MONTH-WS - START-MONTH-WS + 1
                   ELSE
                       DISPLAY "TERM CALENDAR ENTRY IGNORED - DATES "
                           "INVALID - " TCAL-TERM
                   END-IF
           END-READ.

       316-LOAD-COURSE-HISTORY.
           OPEN INPUT COURSE-HISTORY-FILE-IN.
           IF HIST-FILE-STATUS-WS = "00"
               PERFORM 317-LOAD-ONE-HISTORY-ENTRY
                   UNTIL EOF-FLAG-HIST = "YES"
               CLOSE COURSE-HISTORY-FILE-IN
           ELSE
               DISPLAY "COURSE HISTORY FILE NOT FOUND -- MONTHS USE "
                   "CURRENT COURSES ONLY"
           END-IF.

       317-LOAD-ONE-HISTORY-ENTRY.
           READ COURSE-HISTORY-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-HIST
               NOT AT END
                   IF HISTORY-COUNT-WS >= 5000
                       DISPLAY "COURSE HISTORY TABLE FULL -- "
                           "RUN ABORTED"
                       STOP RUN
                   END-IF
                   ADD 1 TO HISTORY-COUNT-WS
                   MOVE CH-STUDENT-NUMBER TO
                       HIST-STUDENT-TBL(HISTORY-COUNT-WS)
                   MOVE CH-TERM TO HIST-TERM-TBL(HISTORY-COUNT-WS)
           END-READ.

       318-LOAD-SLIP-HISTORY.
           OPEN INPUT SLIP-HISTORY-FILE.
           IF SLIP-FILE-STATUS-WS = "00"
               PERFORM 319-LOAD-ONE-SLIP-ENTRY
                   UNTIL EOF-FLAG-SLIP = "YES"
               CLOSE SLIP-HISTORY-FILE
           END-IF.

       319-LOAD-ONE-SLIP-ENTRY.
           READ SLIP-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG-SLIP
               NOT AT END
                   IF SLIP-TAX-YEAR = TAX-YEAR-WS
                       IF SLIP-COUNT-WS >= 5000
                           DISPLAY "SLIP HISTORY TABLE FULL -- RUN "
                               "ABORTED"
                           STOP RUN
                       END-IF
                       ADD 1 TO SLIP-COUNT-WS
                       MOVE SLIP-STUDENT-NUMBER TO
                           SLIP-STUDENT-TBL(SLIP-COUNT-WS)
                       MOVE SLIP-AMOUNT TO
                           SLIP-AMOUNT-TBL(SLIP-COUNT-WS)
                   END-IF
           END-READ.

       320-EXTRACT-CLOSED-PERIODS.
           COMPUTE HISTORY-FROM-DATE-WS =
               (TAX-YEAR-WS - 1) * 10000 + 101.
           OPEN INPUT PERIOD-CLOSE-FILE-IN.
           IF PERIOD-FILE-STATUS-WS = "00"
               PERFORM 321-EXTRACT-ONE-CLOSED-PERIOD
                   UNTIL EOF-FLAG-PERIOD-CLOSE = "YES"
               CLOSE PERIOD-CLOSE-FILE-IN
           END-IF.

       321-EXTRACT-ONE-CLOSED-PERIOD.
           READ PERIOD-CLOSE-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
               NOT AT END
                   IF PC-PERIOD-END-DATE >= HISTORY-FROM-DATE-WS
                       MOVE PC-HISTORY-FILE-NAME TO AUDIT-INPUT-NAME-WS
                       PERFORM 322-EXTRACT-AUDIT-FILE
                   END-IF
           END-READ.

       322-EXTRACT-AUDIT-FILE.
           MOVE "NO" TO EOF-FLAG-AUDIT.
           OPEN INPUT AUDIT-TRAIL-FILE-IN.
           IF AUDIT-FILE-STATUS-WS = "00"
               PERFORM 323-EXTRACT-ONE-AUDIT-ENTRY
                   UNTIL EOF-FLAG-AUDIT = "YES"
               CLOSE AUDIT-TRAIL-FILE-IN
           ELSE
               DISPLAY "AUDIT FILE NOT FOUND -- "
                   FUNCTION TRIM(AUDIT-INPUT-NAME-WS)
           END-IF.

       323-EXTRACT-ONE-AUDIT-ENTRY.
           READ AUDIT-TRAIL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-AUDIT
               NOT AT END
                   WRITE AUDIT-EXTRACT-RECORD FROM AUDIT-RECORD-IN
           END-READ.

       324-LOOK-UP-CONTACT.
           MOVE "NO" TO CONTACT-FOUND-FLAG.
           IF CONTACT-PRESENT-FLAG-WS = "YES"
               MOVE CURRENT-STUDENT-WS TO CON-STUDENT-NUMBER
               READ CONTACT-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "YES" TO CONTACT-FOUND-FLAG
               END-READ
           END-IF.

       325-WRITE-ADDRESS-BLOCK.
           IF CONTACT-FOUND-FLAG = "YES"
               MOVE CON-ADDRESS-LINE-1 TO ADDRESS-TEXT-OUT
               WRITE CERTIFICATE-RECORD-OUT FROM ADDRESS-LINE-WS
               IF CON-ADDRESS-LINE-2 NOT = SPACES
                   MOVE CON-ADDRESS-LINE-2 TO ADDRESS-TEXT-OUT
                   WRITE CERTIFICATE-RECORD-OUT FROM ADDRESS-LINE-WS
               END-IF
               MOVE CON-CITY TO ADDRESS-CITY-OUT
               MOVE CON-PROVINCE TO ADDRESS-PROVINCE-OUT
               MOVE CON-POSTAL-CODE TO ADDRESS-POSTAL-OUT
               WRITE CERTIFICATE-RECORD-OUT FROM ADDRESS-CITY-LINE
           ELSE
               MOVE "** NO MAILING ADDRESS ON FILE **" TO
                   ADDRESS-TEXT-OUT
               WRITE CERTIFICATE-RECORD-OUT FROM ADDRESS-LINE-WS
               MOVE "NO ADDRESS ON FILE - PRINTED" TO HOLD-REASON-WS
               PERFORM 326-LIST-HELD-MAIL
               ADD 1 TO NO-ADDRESS-CT
           END-IF.

       326-LIST-HELD-MAIL.
           MOVE SPACES TO MAIL-HOLD-RECORD-OUT.
           MOVE RUN-DATE-WS TO MH-HOLD-DATE.
           MOVE "PROGRAM38" TO MH-PROGRAM.
           MOVE "T2202 CERTIFICATE" TO MH-DOCUMENT.
           MOVE CURRENT-STUDENT-WS TO MH-STUDENT-NUMBER.
           MOVE IND-STUDENT-NAME TO MH-STUDENT-NAME.
           MOVE HOLD-REASON-WS TO MH-REASON.
           WRITE MAIL-HOLD-RECORD-OUT.

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
                       WHEN "STUAUDIT"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "STUFILE4"
                           MOVE PARM-VALUE TO STUFILE4-FILE-NAME-WS
                       WHEN "TERMCAL"
                           MOVE PARM-VALUE TO TERMCAL-FILE-NAME-WS
                       WHEN "CRSHIST"
                           MOVE PARM-VALUE TO CRSHIST-FILE-NAME-WS
                       WHEN "T2202HST"
                           MOVE PARM-VALUE TO T2202HST-FILE-NAME-WS
                       WHEN "T2202"
                           MOVE PARM-VALUE TO T2202-FILE-NAME-WS
                       WHEN "T2202SUB"
                           MOVE PARM-VALUE TO T2202SUB-FILE-NAME-WS
                       WHEN "T2202AMD"
                           MOVE PARM-VALUE TO T2202AMD-FILE-NAME-WS
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
                       WHEN "STUCONT"
                           MOVE PARM-VALUE TO STUCONT-FILE-NAME-WS
                       WHEN "MAILHOLD"
                           MOVE PARM-VALUE TO MAILHOLD-FILE-NAME-WS
                       WHEN "TAXYEAR"
                           PERFORM 334-APPLY-TAX-YEAR
                       WHEN "FTCOURSES"
                           PERFORM 335-APPLY-FULL-TIME-COURSES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF STUAUDIT-FILE-NAME-WS = SPACES
               MOVE "STUAUDIT" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUFILE4-FILE-NAME-WS = SPACES
               MOVE "STUFILE4" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF TERMCAL-FILE-NAME-WS = SPACES
               MOVE "TERMCAL" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF CRSHIST-FILE-NAME-WS = SPACES
               MOVE "CRSHIST" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF T2202HST-FILE-NAME-WS = SPACES
               MOVE "T2202HST" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF T2202-FILE-NAME-WS = SPACES
               MOVE "T2202" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF T2202SUB-FILE-NAME-WS = SPACES
               MOVE "T2202SUB" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF T2202AMD-FILE-NAME-WS = SPACES
               MOVE "T2202AMD" TO MISSING-PARM-NAME-WS
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
           IF TAX-YEAR-WS = ZERO
               MOVE "TAXYEAR" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

       334-APPLY-TAX-YEAR.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 1900
               AND FUNCTION NUMVAL(PARM-VALUE) <= 9999
               COMPUTE TAX-YEAR-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER TAXYEAR -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       335-APPLY-FULL-TIME-COURSES.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(PARM-VALUE) <= 10
               COMPUTE FT-COURSES-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER FTCOURSES -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       end program Program38.
