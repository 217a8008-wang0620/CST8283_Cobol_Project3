       program-id. Program41 as "Program41".

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
       SELECT RUN-CONTROL-FILE-IN
           ASSIGN TO RUNCTL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS-WS.
       SELECT PERIOD-CLOSE-FILE
           ASSIGN TO PERIODCL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS-WS.
       SELECT AUDIT-TRAIL-FILE
           ASSIGN TO STUAUDIT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS-WS.
       SELECT AUDIT-HISTORY-FILE
           ASSIGN TO HISTORY-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIT-CARRY-FILE
           ASSIGN TO "C:\Users\Administrator\Downloads\AUDCARRY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDIT-SORT-WORK ASSIGN TO "CLOSSORT.TMP".
       SELECT PERIOD-SORTED-FILE
           ASSIGN TO "C:\Users\Administrator\Downloads\CLOSSRTD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CARRY-SORTED-FILE
           ASSIGN TO "C:\Users\Administrator\Downloads\CARYSRTD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT INDEXED-STUDENT-FILE-IN
           ASSIGN TO STUFILE4-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES
               FILE STATUS IS STATUS-FIELD.
       SELECT PRIOR-OPENBAL-FILE-IN
           ASSIGN TO PRIOR-OPENBAL-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-STUDENT-NUMBER
               FILE STATUS IS PRIOR-OB-STATUS-WS.
       SELECT OPENBAL-FILE-OUT
           ASSIGN TO OPENBAL-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-STUDENT-NUMBER
               FILE STATUS IS OPENBAL-STATUS-WS.

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
       FD RUN-CONTROL-FILE-IN.
       01 RUN-CONTROL-RECORD-IN.
           05 RC-RECORD-COUNT     PIC 9(6).
           05 FILLER              PIC X(1).
           05 RC-TOTAL-TUITION    PIC 9(9)V99.
       FD PERIOD-CLOSE-FILE.
       01 PERIOD-CLOSE-RECORD.
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
       FD AUDIT-TRAIL-FILE.
       01 AUDIT-RECORD.
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
           05 FILLER                  PIC X(1).
           05 AUDIT-APPROVER          PIC X(8).
       FD AUDIT-HISTORY-FILE.
       01 AUDIT-HISTORY-RECORD PIC X(73).
       FD AUDIT-CARRY-FILE.
       01 AUDIT-CARRY-RECORD PIC X(73).
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
           05 FILLER                    PIC X(1).
           05 SORT-AUDIT-APPROVER       PIC X(8).
       FD PERIOD-SORTED-FILE.
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
           05 FILLER                   PIC X(1).
           05 SRT-AUDIT-APPROVER       PIC X(8).
       FD CARRY-SORTED-FILE.
       01 SRT-CARRY-RECORD.
           05 SRT-CARRY-STUDENT-NUMBER PIC 9(6).
           05 FILLER                   PIC X(1).
           05 SRT-CARRY-OLD-TUITION    PIC 9(6)V99.
           05 FILLER                   PIC X(1).
           05 SRT-CARRY-NEW-TUITION    PIC 9(6)V99.
           05 FILLER                   PIC X(1).
           05 SRT-CARRY-TIMESTAMP      PIC X(21).
           05 FILLER                   PIC X(1).
           05 SRT-CARRY-SOURCE         PIC X(2).
           05 FILLER                   PIC X(1).
           05 SRT-CARRY-OPERATOR       PIC X(8).
           05 FILLER                   PIC X(1).
           05 SRT-CARRY-TERM           PIC X(5).
           05 FILLER                   PIC X(1).
           05 SRT-CARRY-APPROVER       PIC X(8).
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
       FD PRIOR-OPENBAL-FILE-IN.
       01 PRIOR-OPENBAL-RECORD.
           05 PRV-STUDENT-NUMBER       PIC 9(6).
           05 PRV-TUITION-OWED         PIC 9(6)V99.
           05 PRV-CREDIT-BALANCE       PIC 9(6)V99.
           05 PRV-LAST-ACTIVITY-DATE   PIC X(8).
           05 PRV-LAST-PAYMENT-DATE    PIC X(8).
           05 PRV-LATE-FEES            PIC 9(6)V99.
           05 PRV-PERIOD-END-DATE      PIC 9(8).
       FD OPENBAL-FILE-OUT.
       01 OPENBAL-RECORD.
           05 OB-STUDENT-NUMBER        PIC 9(6).
           05 OB-TUITION-OWED          PIC 9(6)V99.
           05 OB-CREDIT-BALANCE        PIC 9(6)V99.
           05 OB-LAST-ACTIVITY-DATE    PIC X(8).
           05 OB-LAST-PAYMENT-DATE     PIC X(8).
           05 OB-LATE-FEES             PIC 9(6)V99.
           05 OB-PERIOD-END-DATE       PIC 9(8).

       working-storage section.
       01 PARM-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-PARM PIC X(3) VALUE "NO".
       01 MISSING-PARM-NAME-WS PIC X(12).
       01 LOCK-FILE-STATUS-WS PIC X(2).
       01 LOCK-HOLDER-WS PIC X(8).
       01 LOCK-TIMESTAMP-WS PIC X(21).
       01 OVERRIDE-FLAG-WS PIC X(1).
       01 RUN-PARAMETER-VALUES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 RUNCTL-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 PERIODCL-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 AUDHIST-PREFIX-WS     PIC X(68) VALUE SPACES.
           05 OPENBAL-PREFIX-WS     PIC X(68) VALUE SPACES.
       01 HISTORY-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 OPENBAL-FILE-NAME-WS PIC X(80) VALUE SPACES.
       01 PRIOR-OPENBAL-NAME-WS PIC X(80) VALUE SPACES.
       01 STATUS-FIELD PIC X(2).
       01 RC-FILE-STATUS-WS PIC X(2).
       01 PERIOD-FILE-STATUS-WS PIC X(2).
       01 AUDIT-FILE-STATUS-WS PIC X(2).
       01 PRIOR-OB-STATUS-WS PIC X(2).
       01 OPENBAL-STATUS-WS PIC X(2).
       01 EOF-FLAG-PERIOD-CLOSE PIC X(3) VALUE "NO".
       01 EOF-FLAG-AUDIT PIC X(3) VALUE "NO".
       01 EOF-FLAG-CARRY PIC X(3) VALUE "NO".
       01 EOF-FLAG-SORT PIC X(3) VALUE "NO".
       01 EOF-FLAG-CARRY-SORT PIC X(3) VALUE "NO".
       01 EOF-FLAG-MASTER PIC X(3) VALUE "NO".
       01 PRIOR-CLOSE-FOUND-FLAG PIC X(3) VALUE "NO".
       01 PRIOR-OPENBAL-OPEN-FLAG PIC X(3) VALUE "NO".
       01 CARRY-FOUND-FLAG PIC X(3) VALUE "NO".
       01 NEXT-AUDIT-STUDENT-WS PIC 9(6) VALUE ZERO.
       01 NEXT-AUDIT-DATE-WS PIC X(8) VALUE SPACES.
       01 NEXT-CARRY-STUDENT-WS PIC 9(6) VALUE ZERO.
       01 CURRENT-DATE-FIELDS-WS.
           05 CD-DATE-WS PIC 9(8).
           05 FILLER     PIC X(13).
       01 CLOSE-TIMESTAMP-WS PIC X(21).
       01 TODAY-DATE-WS PIC 9(8).
       01 MONTH-START-YYYYMM-WS PIC 9(6).
       01 MONTH-START-DATE-WS PIC 9(8).
       01 CLOSE-DATE-WS PIC 9(8) VALUE ZERO.
       01 PERIOD-START-DATE-WS PIC 9(8) VALUE ZERO.
       01 EARLIEST-AUDIT-DATE-WS PIC X(8) VALUE HIGH-VALUES.
       01 LAST-PERIOD-END-WS PIC 9(8) VALUE ZERO.
       01 LATE-FEES-WS PIC S9(7)V99 VALUE ZERO.
       01 CLOSE-CONTROLS.
           05 PRIOR-BALANCE-TOTAL-WS   PIC 9(9)V99 VALUE ZERO.
           05 INCREASE-TOTAL-WS        PIC 9(9)V99 VALUE ZERO.
           05 DECREASE-TOTAL-WS        PIC 9(9)V99 VALUE ZERO.
           05 OPENING-BALANCE-TOTAL-WS PIC 9(9)V99 VALUE ZERO.
           05 OPENING-CREDIT-TOTAL-WS  PIC 9(9)V99 VALUE ZERO.
       01 RUN-COUNTERS.
           05 AUDIT-READ-CT         PIC 9(7) VALUE ZERO.
           05 AUDIT-ROLLED-CT       PIC 9(7) VALUE ZERO.
           05 AUDIT-CARRIED-CT      PIC 9(7) VALUE ZERO.
           05 OPENING-BALANCES-CT   PIC 9(6) VALUE ZERO.
           05 CARRY-ADJUSTED-CT     PIC 9(6) VALUE ZERO.

       01 STEP-RUN-COUNTS EXTERNAL.
           05 STEP-RECORDS-PROCESSED PIC 9(6).

       procedure division.
       100-CLOSE-AUDIT-PERIOD.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-PERIOD-CLOSE.
           PERFORM 202-ROLL-ONE-AUDIT-ENTRY
               UNTIL EOF-FLAG-AUDIT = "YES".
           PERFORM 203-PREPARE-OPENING-BALANCES.
           PERFORM 204-WRITE-OPENING-BALANCE
               UNTIL EOF-FLAG-MASTER = "YES".
           PERFORM 205-TERMINATE-PERIOD-CLOSE.
           GOBACK.

       201-INITIATE-PERIOD-CLOSE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS-WS.
           MOVE CD-DATE-WS TO TODAY-DATE-WS.
           IF CLOSE-DATE-WS = ZERO
               DIVIDE CD-DATE-WS BY 100 GIVING MONTH-START-YYYYMM-WS
               COMPUTE MONTH-START-DATE-WS =
                   MONTH-START-YYYYMM-WS * 100 + 1
               COMPUTE CLOSE-DATE-WS = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(MONTH-START-DATE-WS) - 1)
           END-IF.
           PERFORM 301-FIND-LAST-PERIOD-CLOSE.
           IF PRIOR-CLOSE-FOUND-FLAG = "YES"
               AND LAST-PERIOD-END-WS >= CLOSE-DATE-WS
               DISPLAY "PERIOD ENDING " CLOSE-DATE-WS " IS ALREADY "
                   "CLOSED -- RUN ABORTED"
               STOP RUN
           END-IF.
           IF PRIOR-CLOSE-FOUND-FLAG = "YES"
               COMPUTE PERIOD-START-DATE-WS = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LAST-PERIOD-END-WS) + 1)
           ELSE
               PERFORM 303-READ-RUN-CONTROL-BASELINE
           END-IF.
           MOVE SPACES TO HISTORY-FILE-NAME-WS.
           STRING FUNCTION TRIM(AUDHIST-PREFIX-WS) DELIMITED BY SIZE
               CLOSE-DATE-WS DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO HISTORY-FILE-NAME-WS
           END-STRING.
           MOVE SPACES TO OPENBAL-FILE-NAME-WS.
           STRING FUNCTION TRIM(OPENBAL-PREFIX-WS) DELIMITED BY SIZE
               CLOSE-DATE-WS DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO OPENBAL-FILE-NAME-WS
           END-STRING.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF AUDIT-FILE-STATUS-WS NOT = "00"
               DISPLAY "AUDIT TRAIL FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.
           CLOSE AUDIT-TRAIL-FILE.
           PERFORM 340-ACQUIRE-MASTER-LOCK.
           OPEN INPUT AUDIT-TRAIL-FILE.
           OPEN OUTPUT AUDIT-HISTORY-FILE AUDIT-CARRY-FILE.
           PERFORM 304-READ-ACTIVE-AUDIT.

       202-ROLL-ONE-AUDIT-ENTRY.
           IF AUDIT-TIMESTAMP(1:8) > CLOSE-DATE-WS
               WRITE AUDIT-CARRY-RECORD FROM AUDIT-RECORD
               ADD 1 TO AUDIT-CARRIED-CT
           ELSE
               WRITE AUDIT-HISTORY-RECORD FROM AUDIT-RECORD
               ADD 1 TO AUDIT-ROLLED-CT
               IF AUDIT-NEW-TUITION > AUDIT-OLD-TUITION
                   COMPUTE INCREASE-TOTAL-WS = INCREASE-TOTAL-WS +
                       AUDIT-NEW-TUITION - AUDIT-OLD-TUITION
               ELSE
                   COMPUTE DECREASE-TOTAL-WS = DECREASE-TOTAL-WS +
                       AUDIT-OLD-TUITION - AUDIT-NEW-TUITION
               END-IF
               IF AUDIT-TIMESTAMP(1:8) < EARLIEST-AUDIT-DATE-WS
                   MOVE AUDIT-TIMESTAMP(1:8) TO EARLIEST-AUDIT-DATE-WS
               END-IF
           END-IF.
           PERFORM 304-READ-ACTIVE-AUDIT.

       203-PREPARE-OPENING-BALANCES.
           CLOSE AUDIT-TRAIL-FILE AUDIT-HISTORY-FILE AUDIT-CARRY-FILE.
           IF PRIOR-CLOSE-FOUND-FLAG = "NO"
               IF EARLIEST-AUDIT-DATE-WS IS NUMERIC
                   MOVE EARLIEST-AUDIT-DATE-WS TO PERIOD-START-DATE-WS
               ELSE
                   MOVE CLOSE-DATE-WS TO PERIOD-START-DATE-WS
               END-IF
           END-IF.
           SORT AUDIT-SORT-WORK
               ON ASCENDING KEY SORT-AUDIT-STUDENT-NUMBER
                                SORT-AUDIT-TIMESTAMP
               USING AUDIT-HISTORY-FILE
               GIVING PERIOD-SORTED-FILE.
           SORT AUDIT-SORT-WORK
               ON ASCENDING KEY SORT-AUDIT-STUDENT-NUMBER
                                SORT-AUDIT-TIMESTAMP
               USING AUDIT-CARRY-FILE
               GIVING CARRY-SORTED-FILE.
           OPEN INPUT PERIOD-SORTED-FILE CARRY-SORTED-FILE.
           PERFORM 305-READ-PERIOD-ENTRY.
           PERFORM 306-READ-CARRY-ENTRY.
           IF PRIOR-CLOSE-FOUND-FLAG = "YES"
               OPEN INPUT PRIOR-OPENBAL-FILE-IN
               IF PRIOR-OB-STATUS-WS = "00"
                   MOVE "YES" TO PRIOR-OPENBAL-OPEN-FLAG
               ELSE
                   DISPLAY "PRIOR OPENING BALANCE FILE NOT FOUND -- "
                       "DATES CARRIED FROM THIS PERIOD ONLY"
               END-IF
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE-IN.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE -- CLOSE "
                   "ABANDONED, ACTIVE AUDIT TRAIL LEFT IN PLACE"
               PERFORM 341-RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.
           OPEN OUTPUT OPENBAL-FILE-OUT.
           PERFORM 307-READ-NEXT-STUDENT.

       204-WRITE-OPENING-BALANCE.
           MOVE IND-STUDENT-NUMBER TO OB-STUDENT-NUMBER.
           MOVE IND-TUITION-OWED TO OB-TUITION-OWED.
           MOVE IND-CREDIT-BALANCE TO OB-CREDIT-BALANCE.
           MOVE CLOSE-DATE-WS TO OB-PERIOD-END-DATE.
           PERFORM 308-SEED-FROM-PRIOR-BALANCE.
           PERFORM 309-APPLY-PERIOD-ACTIVITY.
           PERFORM 311-BACK-OUT-CARRIED-ACTIVITY.
           IF LATE-FEES-WS < ZERO
               MOVE ZERO TO LATE-FEES-WS
           END-IF.
           MOVE LATE-FEES-WS TO OB-LATE-FEES.
           WRITE OPENBAL-RECORD
               INVALID KEY
                   DISPLAY "OPENING BALANCE NOT WRITTEN FOR STUDENT "
                       OB-STUDENT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO OPENING-BALANCES-CT
                   ADD OB-TUITION-OWED TO OPENING-BALANCE-TOTAL-WS
                   ADD OB-CREDIT-BALANCE TO OPENING-CREDIT-TOTAL-WS
           END-WRITE.
           PERFORM 307-READ-NEXT-STUDENT.

       205-TERMINATE-PERIOD-CLOSE.
           CLOSE INDEXED-STUDENT-FILE-IN OPENBAL-FILE-OUT
                 PERIOD-SORTED-FILE CARRY-SORTED-FILE.
           IF PRIOR-OPENBAL-OPEN-FLAG = "YES"
               CLOSE PRIOR-OPENBAL-FILE-IN
           END-IF.
           PERFORM 312-WRITE-PERIOD-CLOSE-RECORD.
           PERFORM 313-RESTART-ACTIVE-AUDIT.
           PERFORM 341-RELEASE-MASTER-LOCK.
           MOVE AUDIT-ROLLED-CT TO STEP-RECORDS-PROCESSED.
           DISPLAY "PERIOD CLOSED:          " PERIOD-START-DATE-WS
               " TO " CLOSE-DATE-WS.
           DISPLAY "HISTORY FILE:           " HISTORY-FILE-NAME-WS.
           DISPLAY "OPENING BALANCE FILE:   " OPENBAL-FILE-NAME-WS.
           DISPLAY "AUDIT ENTRIES READ:     " AUDIT-READ-CT.
           DISPLAY "ROLLED TO HISTORY:      " AUDIT-ROLLED-CT.
           DISPLAY "CARRIED TO NEW PERIOD:  " AUDIT-CARRIED-CT.
           DISPLAY "OPENING BALANCES:       " OPENING-BALANCES-CT.
           DISPLAY "BALANCES BACKED OUT:    " CARRY-ADJUSTED-CT.
           DISPLAY "PRIOR BALANCE TOTAL:    " PRIOR-BALANCE-TOTAL-WS.
           DISPLAY "PERIOD INCREASES:       " INCREASE-TOTAL-WS.
           DISPLAY "PERIOD DECREASES:       " DECREASE-TOTAL-WS.
           DISPLAY "OPENING BALANCE TOTAL:  " OPENING-BALANCE-TOTAL-WS.
           DISPLAY "OPENING CREDIT TOTAL:   " OPENING-CREDIT-TOTAL-WS.

       301-FIND-LAST-PERIOD-CLOSE.
           OPEN INPUT PERIOD-CLOSE-FILE.
           IF PERIOD-FILE-STATUS-WS = "00"
               PERFORM 302-READ-PERIOD-CLOSE-RECORD
                   UNTIL EOF-FLAG-PERIOD-CLOSE = "YES"
               CLOSE PERIOD-CLOSE-FILE
           ELSE
               DISPLAY "PERIOD CLOSE FILE NOT FOUND -- FIRST CLOSE "
                   "STARTS FROM RUNCTL BASELINE"
           END-IF.

       302-READ-PERIOD-CLOSE-RECORD.
           READ PERIOD-CLOSE-FILE
               AT END MOVE "YES" TO EOF-FLAG-PERIOD-CLOSE
               NOT AT END
                   MOVE "YES" TO PRIOR-CLOSE-FOUND-FLAG
                   MOVE PC-PERIOD-END-DATE TO LAST-PERIOD-END-WS
                   MOVE PC-OPENING-BALANCE-TOTAL TO
                       PRIOR-BALANCE-TOTAL-WS
                   MOVE PC-OPENBAL-FILE-NAME TO PRIOR-OPENBAL-NAME-WS
           END-READ.

       303-READ-RUN-CONTROL-BASELINE.
           OPEN INPUT RUN-CONTROL-FILE-IN.
           IF RC-FILE-STATUS-WS = "00"
               READ RUN-CONTROL-FILE-IN
                   AT END CONTINUE
                   NOT AT END
                       MOVE RC-TOTAL-TUITION TO PRIOR-BALANCE-TOTAL-WS
               END-READ
               CLOSE RUN-CONTROL-FILE-IN
           ELSE
               DISPLAY "RUN CONTROL FILE NOT FOUND -- BASELINE OF "
                   "ZERO ASSUMED"
           END-IF.

       304-READ-ACTIVE-AUDIT.
           READ AUDIT-TRAIL-FILE
               AT END MOVE "YES" TO EOF-FLAG-AUDIT
               NOT AT END ADD 1 TO AUDIT-READ-CT
           END-READ.

       305-READ-PERIOD-ENTRY.
           READ PERIOD-SORTED-FILE
               AT END
                   MOVE "YES" TO EOF-FLAG-SORT
               NOT AT END
                   MOVE SRT-AUDIT-STUDENT-NUMBER TO
                       NEXT-AUDIT-STUDENT-WS
                   MOVE SRT-AUDIT-TIMESTAMP(1:8) TO
                       NEXT-AUDIT-DATE-WS
           END-READ.

       306-READ-CARRY-ENTRY.
           READ CARRY-SORTED-FILE
               AT END
                   MOVE "YES" TO EOF-FLAG-CARRY-SORT
               NOT AT END
                   MOVE SRT-CARRY-STUDENT-NUMBER TO
                       NEXT-CARRY-STUDENT-WS
           END-READ.

       307-READ-NEXT-STUDENT.
           READ INDEXED-STUDENT-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-MASTER
           END-READ.

       308-SEED-FROM-PRIOR-BALANCE.
           MOVE SPACES TO OB-LAST-ACTIVITY-DATE OB-LAST-PAYMENT-DATE.
           MOVE ZERO TO LATE-FEES-WS.
           IF PRIOR-OPENBAL-OPEN-FLAG = "YES"
               MOVE IND-STUDENT-NUMBER TO PRV-STUDENT-NUMBER
               READ PRIOR-OPENBAL-FILE-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PRV-LAST-ACTIVITY-DATE TO
                           OB-LAST-ACTIVITY-DATE
                       MOVE PRV-LAST-PAYMENT-DATE TO
                           OB-LAST-PAYMENT-DATE
                       MOVE PRV-LATE-FEES TO LATE-FEES-WS
               END-READ
           END-IF.

       309-APPLY-PERIOD-ACTIVITY.
           PERFORM UNTIL EOF-FLAG-SORT = "YES"
                   OR NEXT-AUDIT-STUDENT-WS > IND-STUDENT-NUMBER
               IF NEXT-AUDIT-STUDENT-WS = IND-STUDENT-NUMBER
                   PERFORM 310-APPLY-ONE-PERIOD-ENTRY
               END-IF
               PERFORM 305-READ-PERIOD-ENTRY
           END-PERFORM.

       310-APPLY-ONE-PERIOD-ENTRY.
           IF SRT-AUDIT-SOURCE = "LF"
               COMPUTE LATE-FEES-WS = LATE-FEES-WS +
                   SRT-AUDIT-NEW-TUITION - SRT-AUDIT-OLD-TUITION
           ELSE
               IF SRT-AUDIT-SOURCE NOT = "SB"
                   MOVE NEXT-AUDIT-DATE-WS TO OB-LAST-ACTIVITY-DATE
                   IF SRT-AUDIT-NEW-TUITION < SRT-AUDIT-OLD-TUITION
                       MOVE ZERO TO LATE-FEES-WS
                   END-IF
               END-IF
           END-IF.
           IF SRT-AUDIT-SOURCE = "PY"
               AND SRT-AUDIT-NEW-TUITION < SRT-AUDIT-OLD-TUITION
               MOVE NEXT-AUDIT-DATE-WS TO OB-LAST-PAYMENT-DATE
           END-IF.

       311-BACK-OUT-CARRIED-ACTIVITY.
           MOVE "NO" TO CARRY-FOUND-FLAG.
           PERFORM UNTIL EOF-FLAG-CARRY-SORT = "YES"
                   OR NEXT-CARRY-STUDENT-WS > IND-STUDENT-NUMBER
               IF NEXT-CARRY-STUDENT-WS = IND-STUDENT-NUMBER
                   AND CARRY-FOUND-FLAG = "NO"
                   MOVE SRT-CARRY-OLD-TUITION TO OB-TUITION-OWED
                   MOVE "YES" TO CARRY-FOUND-FLAG
                   ADD 1 TO CARRY-ADJUSTED-CT
               END-IF
               PERFORM 306-READ-CARRY-ENTRY
           END-PERFORM.

       312-WRITE-PERIOD-CLOSE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CLOSE-TIMESTAMP-WS.
           OPEN EXTEND PERIOD-CLOSE-FILE.
           IF PERIOD-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT PERIOD-CLOSE-FILE
           END-IF.
           MOVE SPACES TO PERIOD-CLOSE-RECORD.
           MOVE PERIOD-START-DATE-WS TO PC-PERIOD-START-DATE.
           MOVE CLOSE-DATE-WS TO PC-PERIOD-END-DATE.
           MOVE CLOSE-TIMESTAMP-WS TO PC-CLOSE-TIMESTAMP.
           MOVE AUDIT-ROLLED-CT TO PC-AUDIT-RECORD-COUNT.
           MOVE PRIOR-BALANCE-TOTAL-WS TO PC-PRIOR-BALANCE-TOTAL.
           MOVE INCREASE-TOTAL-WS TO PC-INCREASE-TOTAL.
           MOVE DECREASE-TOTAL-WS TO PC-DECREASE-TOTAL.
           MOVE OPENING-BALANCES-CT TO PC-STUDENT-COUNT.
           MOVE OPENING-BALANCE-TOTAL-WS TO PC-OPENING-BALANCE-TOTAL.
           MOVE OPENING-CREDIT-TOTAL-WS TO PC-OPENING-CREDIT-TOTAL.
           MOVE HISTORY-FILE-NAME-WS TO PC-HISTORY-FILE-NAME.
           MOVE OPENBAL-FILE-NAME-WS TO PC-OPENBAL-FILE-NAME.
           WRITE PERIOD-CLOSE-RECORD.
           CLOSE PERIOD-CLOSE-FILE.

       313-RESTART-ACTIVE-AUDIT.
           OPEN OUTPUT AUDIT-TRAIL-FILE.
           OPEN INPUT AUDIT-CARRY-FILE.
           PERFORM 314-RESTORE-ONE-CARRIED-ENTRY
               UNTIL EOF-FLAG-CARRY = "YES".
           CLOSE AUDIT-TRAIL-FILE AUDIT-CARRY-FILE.

       314-RESTORE-ONE-CARRIED-ENTRY.
           READ AUDIT-CARRY-FILE
               AT END MOVE "YES" TO EOF-FLAG-CARRY
               NOT AT END
                   WRITE AUDIT-RECORD FROM AUDIT-CARRY-RECORD
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
                       WHEN "STUAUDIT"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "STULOCK"
                           MOVE PARM-VALUE TO STULOCK-FILE-NAME-WS
                       WHEN "RUNCTL"
                           MOVE PARM-VALUE TO RUNCTL-FILE-NAME-WS
                       WHEN "PERIODCL"
                           MOVE PARM-VALUE TO PERIODCL-FILE-NAME-WS
                       WHEN "AUDHIST"
                           MOVE PARM-VALUE TO AUDHIST-PREFIX-WS
                       WHEN "OPENBAL"
                           MOVE PARM-VALUE TO OPENBAL-PREFIX-WS
                       WHEN "CLOSDATE"
                           PERFORM 334-APPLY-CLOSE-DATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF STUFILE4-FILE-NAME-WS = SPACES
               MOVE "STUFILE4" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUAUDIT-FILE-NAME-WS = SPACES
               MOVE "STUAUDIT" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STULOCK-FILE-NAME-WS = SPACES
               MOVE "STULOCK" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF RUNCTL-FILE-NAME-WS = SPACES
               MOVE "RUNCTL" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF PERIODCL-FILE-NAME-WS = SPACES
               MOVE "PERIODCL" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF AUDHIST-PREFIX-WS = SPACES
               MOVE "AUDHIST" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF OPENBAL-PREFIX-WS = SPACES
               MOVE "OPENBAL" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.

       333-ABORT-MISSING-PARAMETER.
           DISPLAY "PARAMETER " MISSING-PARM-NAME-WS " MISSING FROM "
               "PARMFILE.TXT -- RUN ABORTED".
           STOP RUN.

       334-APPLY-CLOSE-DATE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS-WS.
           IF PARM-VALUE(1:8) IS NUMERIC
               AND PARM-VALUE(9:60) = SPACES
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(PARM-VALUE(1:8))) = 0
               AND PARM-VALUE(1:8) < CD-DATE-WS
               MOVE PARM-VALUE(1:8) TO CLOSE-DATE-WS
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER CLOSDATE -- "
                   "RUN ABORTED"
               STOP RUN
           END-IF.

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
                   DISPLAY "PERIOD CLOSE NOT STARTED"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "PERCLOSE" TO LOCK-HOLDER.
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       341-RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       end program Program41.
