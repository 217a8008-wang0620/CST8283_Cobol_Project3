       program-id. Program43 as "Program43".

       environment division.
       configuration section.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETER-FILE-IN
           ASSIGN TO
           "C:\Users\Administrator\Downloads\PARMFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS-WS.
       SELECT RUN-HISTORY-FILE-IN
           ASSIGN TO RUNHIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNHIST-FILE-STATUS-WS.
       SELECT TREND-REPORT-OUT
           ASSIGN TO RUNTREND-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD PARAMETER-FILE-IN.
       01 PARAMETER-RECORD-IN.
           05 PARM-KEYWORD PIC X(12).
           05 PARM-VALUE   PIC X(68).
       FD RUN-HISTORY-FILE-IN.
       01 RUN-HISTORY-RECORD-IN.
           05 RH-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(1).
           05 RH-SEQUENCE     PIC 9(2).
           05 FILLER          PIC X(1).
           05 RH-PROGRAM-NAME PIC X(9).
           05 FILLER          PIC X(1).
           05 RH-START-TIME   PIC X(21).
           05 FILLER          PIC X(1).
           05 RH-END-TIME     PIC X(21).
           05 FILLER          PIC X(1).
           05 RH-RECORD-COUNT PIC 9(6).
           05 FILLER          PIC X(1).
           05 RH-STATUS       PIC X(8).
       FD TREND-REPORT-OUT.
       01 TREND-RECORD-OUT PIC X(110).

       working-storage section.
       01 PARM-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PARM PIC X(3) VALUE "NO".
       01 MISSING-PARM-NAME-WS PIC X(12).
       01 RUN-PARAMETER-VALUES.
           05 RUNHIST-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 RUNTREND-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 RUN-THRESHOLD-VALUES.
           05 REPORT-DATE-WS    PIC 9(8) VALUE ZERO.
           05 AVG-RUNS-WS       PIC 9(2) VALUE 10.
           05 MIN-RUNS-WS       PIC 9(2) VALUE 3.
           05 LONG-PCT-WS       PIC 9(3) VALUE 150.
           05 HIGH-PCT-WS       PIC 9(3) VALUE 200.
           05 LOW-PCT-WS        PIC 9(2) VALUE 50.
           05 MIN-SECONDS-WS    PIC 9(5) VALUE 60.
           05 FAIL-DAYS-WS      PIC 9(2) VALUE 7.
           05 FAIL-LIMIT-WS     PIC 9(2) VALUE 2.
           05 TREND-DAYS-WS     PIC 9(2) VALUE 31.
       01 RUNHIST-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 CURRENT-DATE-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 FILLER      PIC X(13).
       01 FAIL-FROM-DATE-WS PIC 9(8).
       01 TREND-FROM-DATE-WS PIC 9(8).
       01 DAY-CHECK-DATE-WS PIC 9(8).
       01 DAY-NUMBER-WS PIC 9(7).
       01 DAY-WEEKS-WS PIC 9(7).
       01 DAY-OF-WEEK-WS PIC 9(1).
       01 DAY-TYPE-WS PIC 9(1).
       01 REPORT-DAY-TYPE-WS PIC 9(1).
       01 TIMESTAMP-CHECK-WS.
           05 TS-DATE-WS       PIC 9(8).
           05 TS-HOURS-WS      PIC 9(2).
           05 TS-MINUTES-WS    PIC 9(2).
           05 TS-SECONDS-WS    PIC 9(2).
           05 TS-HUNDREDTHS-WS PIC 9(2).
           05 FILLER           PIC X(5).
       01 TIMESTAMP-VALID-WS PIC X(3).
       01 TIMESTAMP-SECONDS-WS PIC 9(11)V99.
       01 START-STAMP-WS PIC X(21).
       01 END-STAMP-WS PIC X(21).
       01 START-SECONDS-WS PIC 9(11)V99.
       01 ELAPSED-WS PIC 9(7)V99.
       01 RECORDS-WS PIC 9(6).
       01 HMS-SECONDS-WS PIC 9(7).
       01 HMS-REMAINDER-WS PIC 9(7).
       01 HMS-HOURS-WS PIC 9(5).
       01 HMS-OUT-WS.
           05 HMS-HOURS-OUT   PIC 9(2).
           05 FILLER          PIC X(1) VALUE ":".
           05 HMS-MINUTES-OUT PIC 9(2).
           05 FILLER          PIC X(1) VALUE ":".
           05 HMS-SECONDS-OUT PIC 9(2).
       01 CLOCK-STAMP-WS PIC X(21).
       01 CLOCK-OUT-WS.
           05 CLOCK-HOURS-OUT   PIC X(2).
           05 FILLER            PIC X(1) VALUE ":".
           05 CLOCK-MINUTES-OUT PIC X(2).
           05 FILLER            PIC X(1) VALUE ":".
           05 CLOCK-SECONDS-OUT PIC X(2).
       01 PRG-SUB-WS PIC 9(3).
       01 SEARCH-SUB-WS PIC 9(3).
       01 HIST-SUB-WS PIC 9(2).
       01 TONIGHT-SUB-WS PIC 9(3).
       01 NIGHT-SUB-WS PIC 9(2).
       01 SUM-ELAPSED-WS PIC 9(9)V99.
       01 SUM-RECORDS-WS PIC 9(8).
       01 AVG-ELAPSED-WS PIC 9(7)V99.
       01 AVG-RECORDS-WS PIC 9(6).
       01 HIST-RUNS-WS PIC 9(2).
       01 TIME-FLAG-WS PIC X(12).
       01 COUNT-FLAG-WS PIC X(12).
       01 STEP-FLAG-WS PIC X(25).
       01 STEP-ANOMALY-FLAG-WS PIC X(3).
       01 STARTED-MATCHED-WS PIC X(3).
       01 PROBLEM-COUNT-WS PIC 9(5).
       01 WINDOW-NIGHTS-WS PIC 9(2).
       01 SUM-WINDOW-WS PIC 9(9)V99.
       01 AVG-WINDOW-WS PIC 9(7)V99.
       01 WINDOW-CHANGE-WS PIC S9(5).
       01 PROGRAM-COUNT-WS PIC 9(3) VALUE ZERO.
       01 PROGRAM-HISTORY-TABLE.
           05 PRG-TBL-RECORD OCCURS 100 TIMES.
               10 PRG-NAME-TBL PIC X(9).
               10 PRG-DAY-TYPE-ENTRY OCCURS 2 TIMES.
                   15 PRG-HIST-COUNT-TBL PIC 9(2).
                   15 PRG-HIST-NEXT-TBL  PIC 9(2).
                   15 PRG-HIST-RUN OCCURS 30 TIMES.
                       20 PRG-HIST-ELAPSED-TBL PIC 9(7)V99.
                       20 PRG-HIST-RECORDS-TBL PIC 9(6).
               10 PRG-TONIGHT-SEQ-TBL     PIC 9(2).
               10 PRG-TONIGHT-STATUS-TBL  PIC X(8).
               10 PRG-TONIGHT-ELAPSED-TBL PIC 9(7)V99.
               10 PRG-TONIGHT-RECORDS-TBL PIC 9(6).
               10 PRG-FAIL-CT-TBL         PIC 9(4).
               10 PRG-SKIP-CT-TBL         PIC 9(4).
               10 PRG-LAST-PROBLEM-DATE-TBL PIC 9(8).
               10 PRG-LAST-PROBLEM-TBL    PIC X(8).
               10 PRG-ABORT-CT-TBL        PIC 9(4).
               10 PRG-START-DATE-TBL      PIC 9(8).
               10 PRG-START-SEQ-TBL       PIC 9(2).
               10 PRG-PRIOR-PROBLEM-DATE-TBL PIC 9(8).
               10 PRG-PRIOR-PROBLEM-TBL   PIC X(8).
       01 TONIGHT-COUNT-WS PIC 9(3) VALUE ZERO.
       01 TONIGHT-ORDER-TABLE.
           05 TONIGHT-PRG-TBL PIC 9(3) OCCURS 100 TIMES.
       01 NIGHT-COUNT-WS PIC 9(2) VALUE ZERO.
       01 NIGHTLY-WINDOW-TABLE.
           05 NIGHT-TBL-RECORD OCCURS 62 TIMES.
               10 NIGHT-DATE-TBL        PIC 9(8).
               10 NIGHT-FIRST-START-TBL PIC X(21).
               10 NIGHT-LAST-END-TBL    PIC X(21).
               10 NIGHT-STEPS-TBL       PIC 9(4).
               10 NIGHT-OK-TBL          PIC 9(4).
               10 NIGHT-FAILED-TBL      PIC 9(4).
               10 NIGHT-SKIPPED-TBL     PIC 9(4).
               10 NIGHT-RECORDS-TBL     PIC 9(8).
               10 NIGHT-WINDOW-TBL      PIC 9(7)V99.
       01 RUN-COUNTERS.
           05 HISTORY-READ-CT    PIC 9(6) VALUE ZERO.
           05 HISTORY-INVALID-CT PIC 9(6) VALUE ZERO.
           05 STEPS-FLAGGED-CT   PIC 9(4) VALUE ZERO.
           05 REPEAT-PROBLEM-CT  PIC 9(4) VALUE ZERO.
       01 TREND-TITLE-LINE.
           05 FILLER PIC X(37) VALUE
               "BATCH RUN HISTORY TREND -- RUN DATE: ".
           05 TT-REPORT-DATE-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE " (".
           05 TT-DAY-TYPE-OUT PIC X(7).
           05 FILLER PIC X(1) VALUE ")".
           05 FILLER PIC X(12) VALUE "   PRINTED: ".
           05 TT-RUN-DATE-OUT PIC 9(8).
       01 THRESHOLD-LINE-1.
           05 FILLER PIC X(23) VALUE "AVERAGES OVER THE LAST ".
           05 TH-AVG-RUNS-OUT PIC Z9.
           05 FILLER PIC X(36) VALUE
               " OK RUNS ON THE SAME DAY TYPE (MIN. ".
           05 TH-MIN-RUNS-OUT PIC Z9.
           05 FILLER PIC X(12) VALUE " TO COMPARE)".
       01 THRESHOLD-LINE-2.
           05 FILLER PIC X(20) VALUE "FLAG LONG RUN ABOVE ".
           05 TH-LONG-PCT-OUT PIC ZZ9.
           05 FILLER PIC X(11) VALUE "% (AT LEAST".
           05 TH-MIN-SECONDS-OUT PIC ZZZZ9.
           05 FILLER PIC X(20) VALUE " SEC), HIGH COUNT > ".
           05 TH-HIGH-PCT-OUT PIC ZZ9.
           05 FILLER PIC X(15) VALUE "%, LOW COUNT < ".
           05 TH-LOW-PCT-OUT PIC Z9.
           05 FILLER PIC X(1) VALUE "%".
       01 TREND-SECTION-LINE.
           05 TREND-SECTION-OUT PIC X(80).
       01 SECTION-RANGE-LINE.
           05 FILLER PIC X(5) VALUE "FROM ".
           05 SR-FROM-DATE-OUT PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 SR-TO-DATE-OUT PIC 9(8).
       01 STEP-HEADER.
           05 FILLER PIC X(3) VALUE "SEQ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "PROGRAM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "STATUS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE " ELAPSED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE " AVERAGE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "RECORDS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "AVERAGE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "RUNS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "FLAGS".
       01 STEP-LINE.
           05 TL-SEQUENCE-OUT PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TL-PROGRAM-OUT PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-STATUS-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-ELAPSED-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-AVG-ELAPSED-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-RECORDS-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-AVG-RECORDS-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-RUNS-OUT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-FLAG-OUT PIC X(25).
       01 FAILURE-HEADER.
           05 FILLER PIC X(9) VALUE "PROGRAM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "FAILURES".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "SKIPPED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "LAST ON".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "STATUS".
       01 FAILURE-LINE.
           05 FL-PROGRAM-OUT PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-FAILURES-OUT PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-SKIPPED-OUT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-LAST-DATE-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-LAST-STATUS-OUT PIC X(8).
       01 NIGHT-HEADER.
           05 FILLER PIC X(8) VALUE "RUN DATE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "   START".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "     END".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "  WINDOW".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "+/- MIN".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "STEPS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "   OK".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "FAILED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "SKIPPED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "  RECORDS".
       01 NIGHT-LINE.
           05 NL-RUN-DATE-OUT PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-START-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-END-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-WINDOW-OUT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-CHANGE-OUT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-STEPS-OUT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-OK-OUT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-FAILED-OUT PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-SKIPPED-OUT PIC Z(6)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NL-RECORDS-OUT PIC Z,ZZZ,ZZ9.
       01 NIGHT-CHANGE-WS PIC ------9.
       01 TREND-TOTAL-LINE.
           05 TOT-LABEL-OUT PIC X(40).
           05 TOT-VALUE-OUT PIC X(8).
       01 TREND-COUNT-LINE.
           05 CNT-LABEL-OUT PIC X(40).
           05 CNT-VALUE-OUT PIC ZZZ9.
       01 BLANK-LINE-WS PIC X(110) VALUE SPACES.

       procedure division.
       100-PRODUCE-RUN-TREND-REPORT.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-TREND-RUN.
           PERFORM 202-APPLY-ONE-HISTORY-RECORD
               UNTIL EOF-FLAG = "YES".
           PERFORM 203-WRITE-STEP-SECTION.
           PERFORM 204-WRITE-FAILURE-SECTION.
           PERFORM 205-WRITE-NIGHTLY-SECTION.
           PERFORM 206-TERMINATE-TREND-RUN.
           STOP RUN.

       201-INITIATE-TREND-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
           IF REPORT-DATE-WS = ZERO
               PERFORM 301-FIND-LATEST-RUN-DATE
           END-IF.
           IF REPORT-DATE-WS = ZERO
               DISPLAY "RUN HISTORY FILE IS EMPTY -- RUN ABORTED"
               STOP RUN
           END-IF.
           COMPUTE FAIL-FROM-DATE-WS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(REPORT-DATE-WS)
               - FAIL-DAYS-WS + 1).
           COMPUTE TREND-FROM-DATE-WS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(REPORT-DATE-WS)
               - TREND-DAYS-WS + 1).
           MOVE REPORT-DATE-WS TO DAY-CHECK-DATE-WS.
           PERFORM 304-SET-DAY-TYPE.
           MOVE DAY-TYPE-WS TO REPORT-DAY-TYPE-WS.
           MOVE "NO" TO EOF-FLAG.
           OPEN INPUT RUN-HISTORY-FILE-IN.
           IF RUNHIST-FILE-STATUS-WS NOT = "00"
               DISPLAY "RUN HISTORY FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.
           OPEN OUTPUT TREND-REPORT-OUT.
           PERFORM 303-READ-HISTORY-FILE.

       202-APPLY-ONE-HISTORY-RECORD.
           ADD 1 TO HISTORY-READ-CT.
           IF RH-RUN-DATE IS NOT NUMERIC
               OR RH-PROGRAM-NAME = SPACES
               ADD 1 TO HISTORY-INVALID-CT
           ELSE
               IF RH-RUN-DATE <= REPORT-DATE-WS
                   IF RH-RECORD-COUNT IS NUMERIC
                       MOVE RH-RECORD-COUNT TO RECORDS-WS
                   ELSE
                       MOVE ZERO TO RECORDS-WS
                   END-IF
                   PERFORM 305-FIND-PROGRAM
                   PERFORM 323-MATCH-STARTED-STEP
                   IF RH-RUN-DATE = REPORT-DATE-WS
                       PERFORM 306-RECORD-TONIGHT-STEP
                   ELSE
                       IF RH-STATUS = "OK"
                           PERFORM 307-ADD-RUN-TO-AVERAGE
                       END-IF
                   END-IF
                   IF RH-RUN-DATE >= FAIL-FROM-DATE-WS
                       PERFORM 308-COUNT-STEP-PROBLEM
                   END-IF
                   IF RH-RUN-DATE >= TREND-FROM-DATE-WS
                       PERFORM 309-ACCUMULATE-NIGHT
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-READ-HISTORY-FILE.

       203-WRITE-STEP-SECTION.
           MOVE REPORT-DATE-WS TO TT-REPORT-DATE-OUT.
           IF REPORT-DAY-TYPE-WS = 1
               MOVE "WEEKDAY" TO TT-DAY-TYPE-OUT
           ELSE
               MOVE "WEEKEND" TO TT-DAY-TYPE-OUT
           END-IF.
           MOVE RUN-DATE-WS TO TT-RUN-DATE-OUT.
           WRITE TREND-RECORD-OUT FROM TREND-TITLE-LINE.
           MOVE AVG-RUNS-WS TO TH-AVG-RUNS-OUT.
           MOVE MIN-RUNS-WS TO TH-MIN-RUNS-OUT.
           WRITE TREND-RECORD-OUT FROM THRESHOLD-LINE-1.
           MOVE LONG-PCT-WS TO TH-LONG-PCT-OUT.
           MOVE MIN-SECONDS-WS TO TH-MIN-SECONDS-OUT.
           MOVE HIGH-PCT-WS TO TH-HIGH-PCT-OUT.
           MOVE LOW-PCT-WS TO TH-LOW-PCT-OUT.
           WRITE TREND-RECORD-OUT FROM THRESHOLD-LINE-2.
           WRITE TREND-RECORD-OUT FROM BLANK-LINE-WS.
           MOVE "STEP ELAPSED TIME AND RECORD COUNTS AGAINST AVERAGE"
               TO TREND-SECTION-OUT.
           WRITE TREND-RECORD-OUT FROM TREND-SECTION-LINE.
           WRITE TREND-RECORD-OUT FROM STEP-HEADER.
           IF TONIGHT-COUNT-WS = ZERO
               MOVE "NO STEPS RECORDED FOR THIS RUN DATE"
                   TO TREND-SECTION-OUT
               WRITE TREND-RECORD-OUT FROM TREND-SECTION-LINE
           ELSE
               PERFORM 313-WRITE-STEP-LINE
                   VARYING TONIGHT-SUB-WS FROM 1 BY 1
                   UNTIL TONIGHT-SUB-WS > TONIGHT-COUNT-WS
           END-IF.
           MOVE "STEPS FLAGGED FOR ATTENTION:" TO CNT-LABEL-OUT.
           MOVE STEPS-FLAGGED-CT TO CNT-VALUE-OUT.
           WRITE TREND-RECORD-OUT FROM TREND-COUNT-LINE.

       204-WRITE-FAILURE-SECTION.
           WRITE TREND-RECORD-OUT FROM BLANK-LINE-WS.
           MOVE "REPEATED FAILURES AND SKIPS" TO TREND-SECTION-OUT.
           WRITE TREND-RECORD-OUT FROM TREND-SECTION-LINE.
           MOVE FAIL-FROM-DATE-WS TO SR-FROM-DATE-OUT.
           MOVE REPORT-DATE-WS TO SR-TO-DATE-OUT.
           WRITE TREND-RECORD-OUT FROM SECTION-RANGE-LINE.
           WRITE TREND-RECORD-OUT FROM FAILURE-HEADER.
           PERFORM 319-WRITE-FAILURE-LINE
               VARYING PRG-SUB-WS FROM 1 BY 1
               UNTIL PRG-SUB-WS > PROGRAM-COUNT-WS.
           IF REPEAT-PROBLEM-CT = ZERO
               MOVE "NO REPEATED FAILURES OR SKIPS"
                   TO TREND-SECTION-OUT
               WRITE TREND-RECORD-OUT FROM TREND-SECTION-LINE
           END-IF.

       205-WRITE-NIGHTLY-SECTION.
           WRITE TREND-RECORD-OUT FROM BLANK-LINE-WS.
           MOVE "NIGHTLY BATCH WINDOW" TO TREND-SECTION-OUT.
           WRITE TREND-RECORD-OUT FROM TREND-SECTION-LINE.
           MOVE TREND-FROM-DATE-WS TO SR-FROM-DATE-OUT.
           MOVE REPORT-DATE-WS TO SR-TO-DATE-OUT.
           WRITE TREND-RECORD-OUT FROM SECTION-RANGE-LINE.
           WRITE TREND-RECORD-OUT FROM NIGHT-HEADER.
           MOVE ZERO TO WINDOW-NIGHTS-WS SUM-WINDOW-WS AVG-WINDOW-WS.
           PERFORM 320-COMPUTE-NIGHT-WINDOW
               VARYING NIGHT-SUB-WS FROM 1 BY 1
               UNTIL NIGHT-SUB-WS > NIGHT-COUNT-WS.
           IF WINDOW-NIGHTS-WS > ZERO
               COMPUTE AVG-WINDOW-WS ROUNDED =
                   SUM-WINDOW-WS / WINDOW-NIGHTS-WS
           END-IF.
           PERFORM 321-WRITE-NIGHT-LINE
               VARYING NIGHT-SUB-WS FROM 1 BY 1
               UNTIL NIGHT-SUB-WS > NIGHT-COUNT-WS.
           MOVE "AVERAGE BATCH WINDOW:" TO TOT-LABEL-OUT.
           MOVE AVG-WINDOW-WS TO HMS-SECONDS-WS.
           PERFORM 317-FORMAT-ELAPSED.
           MOVE HMS-OUT-WS TO TOT-VALUE-OUT.
           WRITE TREND-RECORD-OUT FROM TREND-TOTAL-LINE.
           MOVE "NIGHTS WITH A COMPLETED STEP:" TO CNT-LABEL-OUT.
           MOVE WINDOW-NIGHTS-WS TO CNT-VALUE-OUT.
           WRITE TREND-RECORD-OUT FROM TREND-COUNT-LINE.

       206-TERMINATE-TREND-RUN.
           CLOSE RUN-HISTORY-FILE-IN TREND-REPORT-OUT.
           DISPLAY "RUN DATE REPORTED:      " REPORT-DATE-WS.
           DISPLAY "HISTORY RECORDS READ:   " HISTORY-READ-CT.
           DISPLAY "INVALID RECORDS:        " HISTORY-INVALID-CT.
           DISPLAY "STEPS FLAGGED:          " STEPS-FLAGGED-CT.
           DISPLAY "REPEATED PROBLEMS:      " REPEAT-PROBLEM-CT.

       301-FIND-LATEST-RUN-DATE.
           OPEN INPUT RUN-HISTORY-FILE-IN.
           IF RUNHIST-FILE-STATUS-WS NOT = "00"
               DISPLAY "RUN HISTORY FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.
           PERFORM 303-READ-HISTORY-FILE.
           PERFORM 302-CHECK-ONE-RUN-DATE
               UNTIL EOF-FLAG = "YES".
           CLOSE RUN-HISTORY-FILE-IN.

       302-CHECK-ONE-RUN-DATE.
           IF RH-RUN-DATE IS NUMERIC
               AND RH-RUN-DATE > REPORT-DATE-WS
               MOVE RH-RUN-DATE TO REPORT-DATE-WS
           END-IF.
           PERFORM 303-READ-HISTORY-FILE.

       303-READ-HISTORY-FILE.
           READ RUN-HISTORY-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       304-SET-DAY-TYPE.
           COMPUTE DAY-NUMBER-WS =
               FUNCTION INTEGER-OF-DATE(DAY-CHECK-DATE-WS) - 1.
           DIVIDE DAY-NUMBER-WS BY 7 GIVING DAY-WEEKS-WS
               REMAINDER DAY-OF-WEEK-WS.
           IF DAY-OF-WEEK-WS < 5
               MOVE 1 TO DAY-TYPE-WS
           ELSE
               MOVE 2 TO DAY-TYPE-WS
           END-IF.

       305-FIND-PROGRAM.
           MOVE ZERO TO PRG-SUB-WS.
           PERFORM VARYING SEARCH-SUB-WS FROM 1 BY 1
               UNTIL SEARCH-SUB-WS > PROGRAM-COUNT-WS
               OR PRG-SUB-WS > ZERO
               IF PRG-NAME-TBL(SEARCH-SUB-WS) = RH-PROGRAM-NAME
                   MOVE SEARCH-SUB-WS TO PRG-SUB-WS
               END-IF
           END-PERFORM.
           IF PRG-SUB-WS = ZERO
               IF PROGRAM-COUNT-WS >= 100
                   DISPLAY "PROGRAM HISTORY TABLE FULL -- RUN ABORTED"
                   STOP RUN
               END-IF
               ADD 1 TO PROGRAM-COUNT-WS
               MOVE PROGRAM-COUNT-WS TO PRG-SUB-WS
               INITIALIZE PRG-TBL-RECORD(PRG-SUB-WS)
               MOVE RH-PROGRAM-NAME TO PRG-NAME-TBL(PRG-SUB-WS)
               MOVE 1 TO PRG-HIST-NEXT-TBL(PRG-SUB-WS, 1)
               MOVE 1 TO PRG-HIST-NEXT-TBL(PRG-SUB-WS, 2)
           END-IF.

       306-RECORD-TONIGHT-STEP.
           IF PRG-TONIGHT-STATUS-TBL(PRG-SUB-WS) = SPACES
               ADD 1 TO TONIGHT-COUNT-WS
               MOVE PRG-SUB-WS TO TONIGHT-PRG-TBL(TONIGHT-COUNT-WS)
           END-IF.
           MOVE RH-SEQUENCE TO PRG-TONIGHT-SEQ-TBL(PRG-SUB-WS).
           MOVE RH-STATUS TO PRG-TONIGHT-STATUS-TBL(PRG-SUB-WS).
           IF RH-STATUS = "OK" OR RH-STATUS = "RC-ERROR"
               PERFORM 311-COMPUTE-ELAPSED
               MOVE ELAPSED-WS TO PRG-TONIGHT-ELAPSED-TBL(PRG-SUB-WS)
               MOVE RECORDS-WS TO PRG-TONIGHT-RECORDS-TBL(PRG-SUB-WS)
           ELSE
               MOVE ZERO TO PRG-TONIGHT-ELAPSED-TBL(PRG-SUB-WS)
               MOVE ZERO TO PRG-TONIGHT-RECORDS-TBL(PRG-SUB-WS)
           END-IF.

       307-ADD-RUN-TO-AVERAGE.
           MOVE RH-RUN-DATE TO DAY-CHECK-DATE-WS.
           PERFORM 304-SET-DAY-TYPE.
           PERFORM 311-COMPUTE-ELAPSED.
           MOVE PRG-HIST-NEXT-TBL(PRG-SUB-WS, DAY-TYPE-WS)
               TO HIST-SUB-WS.
           MOVE ELAPSED-WS TO
               PRG-HIST-ELAPSED-TBL(PRG-SUB-WS, DAY-TYPE-WS,
               HIST-SUB-WS).
           MOVE RECORDS-WS TO
               PRG-HIST-RECORDS-TBL(PRG-SUB-WS, DAY-TYPE-WS,
               HIST-SUB-WS).
           IF HIST-SUB-WS >= AVG-RUNS-WS
               MOVE 1 TO PRG-HIST-NEXT-TBL(PRG-SUB-WS, DAY-TYPE-WS)
           ELSE
               ADD 1 TO PRG-HIST-NEXT-TBL(PRG-SUB-WS, DAY-TYPE-WS)
           END-IF.
           IF PRG-HIST-COUNT-TBL(PRG-SUB-WS, DAY-TYPE-WS) < AVG-RUNS-WS
               ADD 1 TO PRG-HIST-COUNT-TBL(PRG-SUB-WS, DAY-TYPE-WS)
           END-IF.

       308-COUNT-STEP-PROBLEM.
           IF STARTED-MATCHED-WS = "YES"
               AND PRG-ABORT-CT-TBL(PRG-SUB-WS) > ZERO
               SUBTRACT 1 FROM PRG-ABORT-CT-TBL(PRG-SUB-WS)
               MOVE PRG-PRIOR-PROBLEM-DATE-TBL(PRG-SUB-WS) TO
                   PRG-LAST-PROBLEM-DATE-TBL(PRG-SUB-WS)
               MOVE PRG-PRIOR-PROBLEM-TBL(PRG-SUB-WS) TO
                   PRG-LAST-PROBLEM-TBL(PRG-SUB-WS)
           END-IF.
           EVALUATE RH-STATUS
               WHEN "STARTED"
                   ADD 1 TO PRG-ABORT-CT-TBL(PRG-SUB-WS)
                   MOVE PRG-LAST-PROBLEM-DATE-TBL(PRG-SUB-WS) TO
                       PRG-PRIOR-PROBLEM-DATE-TBL(PRG-SUB-WS)
                   MOVE PRG-LAST-PROBLEM-TBL(PRG-SUB-WS) TO
                       PRG-PRIOR-PROBLEM-TBL(PRG-SUB-WS)
                   MOVE RH-RUN-DATE TO
                       PRG-LAST-PROBLEM-DATE-TBL(PRG-SUB-WS)
                   MOVE RH-STATUS TO PRG-LAST-PROBLEM-TBL(PRG-SUB-WS)
               WHEN "RC-ERROR"
               WHEN "NOTFOUND"
                   ADD 1 TO PRG-FAIL-CT-TBL(PRG-SUB-WS)
                   MOVE RH-RUN-DATE TO
                       PRG-LAST-PROBLEM-DATE-TBL(PRG-SUB-WS)
                   MOVE RH-STATUS TO PRG-LAST-PROBLEM-TBL(PRG-SUB-WS)
               WHEN "SKIPPED"
                   ADD 1 TO PRG-SKIP-CT-TBL(PRG-SUB-WS)
                   MOVE RH-RUN-DATE TO
                       PRG-LAST-PROBLEM-DATE-TBL(PRG-SUB-WS)
                   MOVE RH-STATUS TO PRG-LAST-PROBLEM-TBL(PRG-SUB-WS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       309-ACCUMULATE-NIGHT.
           PERFORM 310-FIND-NIGHT.
           IF STARTED-MATCHED-WS = "YES"
               SUBTRACT 1 FROM NIGHT-STEPS-TBL(NIGHT-SUB-WS)
               SUBTRACT 1 FROM NIGHT-FAILED-TBL(NIGHT-SUB-WS)
           END-IF.
           EVALUATE RH-STATUS
               WHEN "SKIPPED"
                   ADD 1 TO NIGHT-SKIPPED-TBL(NIGHT-SUB-WS)
               WHEN "OK"
                   ADD 1 TO NIGHT-STEPS-TBL(NIGHT-SUB-WS)
                   ADD 1 TO NIGHT-OK-TBL(NIGHT-SUB-WS)
                   ADD RECORDS-WS TO NIGHT-RECORDS-TBL(NIGHT-SUB-WS)
               WHEN OTHER
                   ADD 1 TO NIGHT-STEPS-TBL(NIGHT-SUB-WS)
                   ADD 1 TO NIGHT-FAILED-TBL(NIGHT-SUB-WS)
           END-EVALUATE.
           IF RH-START-TIME(1:14) IS NUMERIC
               AND RH-START-TIME < NIGHT-FIRST-START-TBL(NIGHT-SUB-WS)
               MOVE RH-START-TIME TO NIGHT-FIRST-START-TBL(NIGHT-SUB-WS)
           END-IF.
           IF RH-END-TIME(1:14) IS NUMERIC
               AND RH-END-TIME > NIGHT-LAST-END-TBL(NIGHT-SUB-WS)
               MOVE RH-END-TIME TO NIGHT-LAST-END-TBL(NIGHT-SUB-WS)
           END-IF.

       310-FIND-NIGHT.
           MOVE ZERO TO NIGHT-SUB-WS.
           PERFORM VARYING SEARCH-SUB-WS FROM 1 BY 1
               UNTIL SEARCH-SUB-WS > NIGHT-COUNT-WS
               OR NIGHT-SUB-WS > ZERO
               IF NIGHT-DATE-TBL(SEARCH-SUB-WS) = RH-RUN-DATE
                   MOVE SEARCH-SUB-WS TO NIGHT-SUB-WS
               END-IF
           END-PERFORM.
           IF NIGHT-SUB-WS = ZERO
               IF NIGHT-COUNT-WS >= 62
                   DISPLAY "NIGHTLY WINDOW TABLE FULL -- RUN ABORTED"
                   STOP RUN
               END-IF
               ADD 1 TO NIGHT-COUNT-WS
               MOVE NIGHT-COUNT-WS TO NIGHT-SUB-WS
               INITIALIZE NIGHT-TBL-RECORD(NIGHT-SUB-WS)
               MOVE RH-RUN-DATE TO NIGHT-DATE-TBL(NIGHT-SUB-WS)
               MOVE HIGH-VALUES TO NIGHT-FIRST-START-TBL(NIGHT-SUB-WS)
               MOVE LOW-VALUES TO NIGHT-LAST-END-TBL(NIGHT-SUB-WS)
           END-IF.

       311-COMPUTE-ELAPSED.
           MOVE RH-START-TIME TO START-STAMP-WS.
           MOVE RH-END-TIME TO END-STAMP-WS.
           PERFORM 312-COMPUTE-STAMP-DIFFERENCE.

       312-COMPUTE-STAMP-DIFFERENCE.
           MOVE ZERO TO ELAPSED-WS.
           MOVE START-STAMP-WS TO TIMESTAMP-CHECK-WS.
           PERFORM 322-CONVERT-TIMESTAMP.
           IF TIMESTAMP-VALID-WS = "YES"
               MOVE TIMESTAMP-SECONDS-WS TO START-SECONDS-WS
               MOVE END-STAMP-WS TO TIMESTAMP-CHECK-WS
               PERFORM 322-CONVERT-TIMESTAMP
               IF TIMESTAMP-VALID-WS = "YES"
                   AND TIMESTAMP-SECONDS-WS > START-SECONDS-WS
                   COMPUTE ELAPSED-WS =
                       TIMESTAMP-SECONDS-WS - START-SECONDS-WS
               END-IF
           END-IF.

       313-WRITE-STEP-LINE.
           MOVE TONIGHT-PRG-TBL(TONIGHT-SUB-WS) TO PRG-SUB-WS.
           PERFORM 314-COMPUTE-AVERAGES.
           MOVE SPACES TO STEP-FLAG-WS.
           MOVE "NO" TO STEP-ANOMALY-FLAG-WS.
           EVALUATE PRG-TONIGHT-STATUS-TBL(PRG-SUB-WS)
               WHEN "OK"
                   PERFORM 316-CHECK-STEP-ANOMALIES
               WHEN "RC-ERROR"
                   MOVE "STEP FAILED" TO STEP-FLAG-WS
                   MOVE "YES" TO STEP-ANOMALY-FLAG-WS
               WHEN "NOTFOUND"
                   MOVE "PROGRAM NOT FOUND" TO STEP-FLAG-WS
                   MOVE "YES" TO STEP-ANOMALY-FLAG-WS
               WHEN "SKIPPED"
                   MOVE "STEP SKIPPED" TO STEP-FLAG-WS
                   MOVE "YES" TO STEP-ANOMALY-FLAG-WS
               WHEN "STARTED"
                   MOVE "DID NOT COMPLETE" TO STEP-FLAG-WS
                   MOVE "YES" TO STEP-ANOMALY-FLAG-WS
               WHEN OTHER
                   MOVE "UNKNOWN STATUS" TO STEP-FLAG-WS
                   MOVE "YES" TO STEP-ANOMALY-FLAG-WS
           END-EVALUATE.
           IF STEP-ANOMALY-FLAG-WS = "YES"
               ADD 1 TO STEPS-FLAGGED-CT
           END-IF.
           MOVE PRG-TONIGHT-SEQ-TBL(PRG-SUB-WS) TO TL-SEQUENCE-OUT.
           MOVE PRG-NAME-TBL(PRG-SUB-WS) TO TL-PROGRAM-OUT.
           MOVE PRG-TONIGHT-STATUS-TBL(PRG-SUB-WS) TO TL-STATUS-OUT.
           IF PRG-TONIGHT-STATUS-TBL(PRG-SUB-WS) = "OK"
               OR PRG-TONIGHT-STATUS-TBL(PRG-SUB-WS) = "RC-ERROR"
               MOVE PRG-TONIGHT-ELAPSED-TBL(PRG-SUB-WS)
                   TO HMS-SECONDS-WS
               PERFORM 317-FORMAT-ELAPSED
               MOVE HMS-OUT-WS TO TL-ELAPSED-OUT
           ELSE
               MOVE SPACES TO TL-ELAPSED-OUT
           END-IF.
           IF HIST-RUNS-WS > ZERO
               MOVE AVG-ELAPSED-WS TO HMS-SECONDS-WS
               PERFORM 317-FORMAT-ELAPSED
               MOVE HMS-OUT-WS TO TL-AVG-ELAPSED-OUT
           ELSE
               MOVE SPACES TO TL-AVG-ELAPSED-OUT
           END-IF.
           MOVE PRG-TONIGHT-RECORDS-TBL(PRG-SUB-WS) TO TL-RECORDS-OUT.
           MOVE AVG-RECORDS-WS TO TL-AVG-RECORDS-OUT.
           MOVE HIST-RUNS-WS TO TL-RUNS-OUT.
           MOVE STEP-FLAG-WS TO TL-FLAG-OUT.
           WRITE TREND-RECORD-OUT FROM STEP-LINE.

       314-COMPUTE-AVERAGES.
           MOVE ZERO TO SUM-ELAPSED-WS SUM-RECORDS-WS.
           MOVE ZERO TO AVG-ELAPSED-WS AVG-RECORDS-WS.
           MOVE PRG-HIST-COUNT-TBL(PRG-SUB-WS, REPORT-DAY-TYPE-WS)
               TO HIST-RUNS-WS.
           PERFORM 315-ADD-ONE-AVERAGE-ENTRY
               VARYING HIST-SUB-WS FROM 1 BY 1
               UNTIL HIST-SUB-WS > HIST-RUNS-WS.
           IF HIST-RUNS-WS > ZERO
               COMPUTE AVG-ELAPSED-WS ROUNDED =
                   SUM-ELAPSED-WS / HIST-RUNS-WS
               COMPUTE AVG-RECORDS-WS ROUNDED =
                   SUM-RECORDS-WS / HIST-RUNS-WS
           END-IF.

       315-ADD-ONE-AVERAGE-ENTRY.
           ADD PRG-HIST-ELAPSED-TBL(PRG-SUB-WS, REPORT-DAY-TYPE-WS,
               HIST-SUB-WS) TO SUM-ELAPSED-WS.
           ADD PRG-HIST-RECORDS-TBL(PRG-SUB-WS, REPORT-DAY-TYPE-WS,
               HIST-SUB-WS) TO SUM-RECORDS-WS.

       316-CHECK-STEP-ANOMALIES.
           MOVE SPACES TO TIME-FLAG-WS COUNT-FLAG-WS.
           IF HIST-RUNS-WS < MIN-RUNS-WS
               MOVE "TOO FEW RUNS TO COMPARE" TO STEP-FLAG-WS
           ELSE
               MOVE PRG-TONIGHT-ELAPSED-TBL(PRG-SUB-WS) TO ELAPSED-WS
               MOVE PRG-TONIGHT-RECORDS-TBL(PRG-SUB-WS) TO RECORDS-WS
               IF ELAPSED-WS >= MIN-SECONDS-WS
                   AND ELAPSED-WS * 100 > AVG-ELAPSED-WS * LONG-PCT-WS
                   MOVE "LONG RUN" TO TIME-FLAG-WS
               END-IF
               IF RECORDS-WS = ZERO AND AVG-RECORDS-WS > ZERO
                   MOVE "ZERO RECORDS" TO COUNT-FLAG-WS
               ELSE
                   IF RECORDS-WS * 100 > AVG-RECORDS-WS * HIGH-PCT-WS
                       MOVE "HIGH COUNT" TO COUNT-FLAG-WS
                   ELSE
                       IF RECORDS-WS * 100 < AVG-RECORDS-WS * LOW-PCT-WS
                           MOVE "LOW COUNT" TO COUNT-FLAG-WS
                       END-IF
                   END-IF
               END-IF
               IF TIME-FLAG-WS NOT = SPACES
                   AND COUNT-FLAG-WS NOT = SPACES
                   STRING FUNCTION TRIM(TIME-FLAG-WS) DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       FUNCTION TRIM(COUNT-FLAG-WS) DELIMITED BY SIZE
                       INTO STEP-FLAG-WS
                   END-STRING
               ELSE
                   IF TIME-FLAG-WS NOT = SPACES
                       MOVE TIME-FLAG-WS TO STEP-FLAG-WS
                   ELSE
                       MOVE COUNT-FLAG-WS TO STEP-FLAG-WS
                   END-IF
               END-IF
               IF STEP-FLAG-WS NOT = SPACES
                   MOVE "YES" TO STEP-ANOMALY-FLAG-WS
               END-IF
           END-IF.

       317-FORMAT-ELAPSED.
           DIVIDE HMS-SECONDS-WS BY 3600 GIVING HMS-HOURS-WS
               REMAINDER HMS-REMAINDER-WS.
           IF HMS-HOURS-WS > 99
               MOVE 99 TO HMS-HOURS-OUT
           ELSE
               MOVE HMS-HOURS-WS TO HMS-HOURS-OUT
           END-IF.
           DIVIDE HMS-REMAINDER-WS BY 60 GIVING HMS-MINUTES-OUT
               REMAINDER HMS-SECONDS-OUT.

       318-FORMAT-CLOCK.
           MOVE CLOCK-STAMP-WS(9:2) TO CLOCK-HOURS-OUT.
           MOVE CLOCK-STAMP-WS(11:2) TO CLOCK-MINUTES-OUT.
           MOVE CLOCK-STAMP-WS(13:2) TO CLOCK-SECONDS-OUT.

       319-WRITE-FAILURE-LINE.
           COMPUTE PROBLEM-COUNT-WS = PRG-FAIL-CT-TBL(PRG-SUB-WS)
               + PRG-ABORT-CT-TBL(PRG-SUB-WS).
           IF PROBLEM-COUNT-WS + PRG-SKIP-CT-TBL(PRG-SUB-WS)
               >= FAIL-LIMIT-WS
               ADD 1 TO REPEAT-PROBLEM-CT
               MOVE PRG-NAME-TBL(PRG-SUB-WS) TO FL-PROGRAM-OUT
               MOVE PROBLEM-COUNT-WS TO FL-FAILURES-OUT
               MOVE PRG-SKIP-CT-TBL(PRG-SUB-WS) TO FL-SKIPPED-OUT
               MOVE PRG-LAST-PROBLEM-DATE-TBL(PRG-SUB-WS)
                   TO FL-LAST-DATE-OUT
               MOVE PRG-LAST-PROBLEM-TBL(PRG-SUB-WS)
                   TO FL-LAST-STATUS-OUT
               WRITE TREND-RECORD-OUT FROM FAILURE-LINE
           END-IF.

       320-COMPUTE-NIGHT-WINDOW.
           MOVE ZERO TO NIGHT-WINDOW-TBL(NIGHT-SUB-WS).
           IF NIGHT-FIRST-START-TBL(NIGHT-SUB-WS) NOT = HIGH-VALUES
               AND NIGHT-LAST-END-TBL(NIGHT-SUB-WS) NOT = LOW-VALUES
               MOVE NIGHT-FIRST-START-TBL(NIGHT-SUB-WS)
                   TO START-STAMP-WS
               MOVE NIGHT-LAST-END-TBL(NIGHT-SUB-WS) TO END-STAMP-WS
               PERFORM 312-COMPUTE-STAMP-DIFFERENCE
               MOVE ELAPSED-WS TO NIGHT-WINDOW-TBL(NIGHT-SUB-WS)
               IF ELAPSED-WS > ZERO
                   ADD 1 TO WINDOW-NIGHTS-WS
                   ADD ELAPSED-WS TO SUM-WINDOW-WS
               END-IF
           END-IF.

       321-WRITE-NIGHT-LINE.
           MOVE NIGHT-DATE-TBL(NIGHT-SUB-WS) TO NL-RUN-DATE-OUT.
           MOVE SPACES TO NL-START-OUT NL-END-OUT.
           MOVE SPACES TO NL-WINDOW-OUT NL-CHANGE-OUT.
           IF NIGHT-FIRST-START-TBL(NIGHT-SUB-WS) NOT = HIGH-VALUES
               MOVE NIGHT-FIRST-START-TBL(NIGHT-SUB-WS)
                   TO CLOCK-STAMP-WS
               PERFORM 318-FORMAT-CLOCK
               MOVE CLOCK-OUT-WS TO NL-START-OUT
           END-IF.
           IF NIGHT-LAST-END-TBL(NIGHT-SUB-WS) NOT = LOW-VALUES
               MOVE NIGHT-LAST-END-TBL(NIGHT-SUB-WS) TO CLOCK-STAMP-WS
               PERFORM 318-FORMAT-CLOCK
               MOVE CLOCK-OUT-WS TO NL-END-OUT
           END-IF.
           IF NIGHT-WINDOW-TBL(NIGHT-SUB-WS) > ZERO
               MOVE NIGHT-WINDOW-TBL(NIGHT-SUB-WS) TO HMS-SECONDS-WS
               PERFORM 317-FORMAT-ELAPSED
               MOVE HMS-OUT-WS TO NL-WINDOW-OUT
               COMPUTE WINDOW-CHANGE-WS ROUNDED =
                   (NIGHT-WINDOW-TBL(NIGHT-SUB-WS) - AVG-WINDOW-WS)
                   / 60
               MOVE WINDOW-CHANGE-WS TO NIGHT-CHANGE-WS
               MOVE NIGHT-CHANGE-WS TO NL-CHANGE-OUT
           END-IF.
           MOVE NIGHT-STEPS-TBL(NIGHT-SUB-WS) TO NL-STEPS-OUT.
           MOVE NIGHT-OK-TBL(NIGHT-SUB-WS) TO NL-OK-OUT.
           MOVE NIGHT-FAILED-TBL(NIGHT-SUB-WS) TO NL-FAILED-OUT.
           MOVE NIGHT-SKIPPED-TBL(NIGHT-SUB-WS) TO NL-SKIPPED-OUT.
           MOVE NIGHT-RECORDS-TBL(NIGHT-SUB-WS) TO NL-RECORDS-OUT.
           WRITE TREND-RECORD-OUT FROM NIGHT-LINE.

       322-CONVERT-TIMESTAMP.
           MOVE "NO" TO TIMESTAMP-VALID-WS.
           MOVE ZERO TO TIMESTAMP-SECONDS-WS.
           IF TIMESTAMP-CHECK-WS(1:16) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(TS-DATE-WS) = 0
                   MOVE "YES" TO TIMESTAMP-VALID-WS
                   COMPUTE TIMESTAMP-SECONDS-WS =
                       FUNCTION INTEGER-OF-DATE(TS-DATE-WS) * 86400
                       + TS-HOURS-WS * 3600 + TS-MINUTES-WS * 60
                       + TS-SECONDS-WS + TS-HUNDREDTHS-WS / 100
               END-IF
           END-IF.

       323-MATCH-STARTED-STEP.
           MOVE "NO" TO STARTED-MATCHED-WS.
           EVALUATE RH-STATUS
               WHEN "STARTED"
                   MOVE RH-RUN-DATE TO PRG-START-DATE-TBL(PRG-SUB-WS)
                   MOVE RH-SEQUENCE TO PRG-START-SEQ-TBL(PRG-SUB-WS)
               WHEN "OK"
               WHEN "RC-ERROR"
               WHEN "NOTFOUND"
                   IF PRG-START-DATE-TBL(PRG-SUB-WS) = RH-RUN-DATE
                       AND PRG-START-SEQ-TBL(PRG-SUB-WS) = RH-SEQUENCE
                       MOVE "YES" TO STARTED-MATCHED-WS
                   END-IF
                   MOVE ZERO TO PRG-START-DATE-TBL(PRG-SUB-WS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
                       WHEN "RUNHIST"
                           MOVE PARM-VALUE TO RUNHIST-FILE-NAME-WS
                       WHEN "RUNTREND"
                           MOVE PARM-VALUE TO RUNTREND-FILE-NAME-WS
                       WHEN "TRENDDATE"
                           PERFORM 334-APPLY-REPORT-DATE
                       WHEN "AVGRUNS"
                           PERFORM 335-APPLY-AVERAGE-RUNS
                       WHEN "MINRUNS"
                           PERFORM 336-APPLY-MINIMUM-RUNS
                       WHEN "LONGPCT"
                           PERFORM 337-APPLY-LONG-PERCENT
                       WHEN "HIGHPCT"
                           PERFORM 338-APPLY-HIGH-PERCENT
                       WHEN "LOWPCT"
                           PERFORM 339-APPLY-LOW-PERCENT
                       WHEN "MINSECS"
                           PERFORM 340-APPLY-MINIMUM-SECONDS
                       WHEN "FAILDAYS"
                           PERFORM 341-APPLY-FAILURE-DAYS
                       WHEN "FAILLIMIT"
                           PERFORM 342-APPLY-FAILURE-LIMIT
                       WHEN "TRENDDAYS"
                           PERFORM 343-APPLY-TREND-DAYS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF RUNHIST-FILE-NAME-WS = SPACES
               MOVE "RUNHIST" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF RUNTREND-FILE-NAME-WS = SPACES
               MOVE "RUNTREND" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF MIN-RUNS-WS > AVG-RUNS-WS
               DISPLAY "MINRUNS EXCEEDS AVGRUNS -- RUN ABORTED"
               STOP RUN
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

       334-APPLY-REPORT-DATE.
           IF PARM-VALUE(1:8) IS NUMERIC
               AND PARM-VALUE(9:60) = SPACES
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(PARM-VALUE(1:8))) = 0
               MOVE PARM-VALUE(1:8) TO REPORT-DATE-WS
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER TRENDDATE -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       335-APPLY-AVERAGE-RUNS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(PARM-VALUE) <= 30
               COMPUTE AVG-RUNS-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER AVGRUNS -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       336-APPLY-MINIMUM-RUNS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(PARM-VALUE) <= 30
               COMPUTE MIN-RUNS-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER MINRUNS -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       337-APPLY-LONG-PERCENT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 101
               AND FUNCTION NUMVAL(PARM-VALUE) <= 999
               COMPUTE LONG-PCT-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER LONGPCT -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       338-APPLY-HIGH-PERCENT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 101
               AND FUNCTION NUMVAL(PARM-VALUE) <= 999
               COMPUTE HIGH-PCT-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER HIGHPCT -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       339-APPLY-LOW-PERCENT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 0
               AND FUNCTION NUMVAL(PARM-VALUE) <= 99
               COMPUTE LOW-PCT-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER LOWPCT -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       340-APPLY-MINIMUM-SECONDS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 0
               AND FUNCTION NUMVAL(PARM-VALUE) <= 86400
               COMPUTE MIN-SECONDS-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER MINSECS -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       341-APPLY-FAILURE-DAYS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(PARM-VALUE) <= 31
               COMPUTE FAIL-DAYS-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER FAILDAYS -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       342-APPLY-FAILURE-LIMIT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(PARM-VALUE) <= 99
               COMPUTE FAIL-LIMIT-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER FAILLIMIT -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       343-APPLY-TREND-DAYS.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 1
               AND FUNCTION NUMVAL(PARM-VALUE) <= 62
               COMPUTE TREND-DAYS-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER TRENDDAYS -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

       end program Program43.
