       program-id. Program32 as "Program32".

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
       SELECT AGENCY-RETURN-FILE-IN
           ASSIGN TO AGYRTN-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS-WS.
       SELECT AGENCY-PLACEMENT-FILE-IN
           ASSIGN TO AGENCY-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENT-FILE-STATUS-WS.
       SELECT STUDENT-FILE
           ASSIGN TO STUFILE4-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-TUITION-OWED WITH
               DUPLICATES
               FILE STATUS IS STATUS-FIELD.
       SELECT AUDIT-TRAIL-FILE-OUT
           ASSIGN TO STUAUDIT-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JOURNAL-FILE-OUT
           ASSIGN TO STUJRNL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT NOTICE-HISTORY-FILE-OUT
           ASSIGN TO NOTEHIST-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AGENCY-COMMISSION-FILE-OUT
           ASSIGN TO AGYCOMM-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMISSION-FILE-STATUS-WS.
       SELECT APPROVED-WRITE-OFF-FILE-IN
           ASSIGN TO WOAPPRIN-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVED-FILE-STATUS-WS.
       SELECT REFUND-DUE-FILE-OUT
           ASSIGN TO REFUND-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUND-FILE-STATUS-WS.
       SELECT WRITE-OFF-APPROVAL-OUT
           ASSIGN TO WOAPPR-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AGENCY-RECON-REPORT-OUT
           ASSIGN TO AGYRECON-FILE-NAME-WS
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
       FD AGENCY-RETURN-FILE-IN.
       01 AGENCY-RETURN-RECORD-IN.
           05 ART-STUDENT-NUMBER   PIC 9(6).
           05 FILLER               PIC X(1).
           05 ART-AMOUNT-COLLECTED PIC 9(6)V99.
           05 FILLER               PIC X(1).
           05 ART-COMMISSION       PIC 9(6)V99.
           05 FILLER               PIC X(1).
           05 ART-ACCOUNT-STATUS   PIC X(1).
       FD AGENCY-PLACEMENT-FILE-IN.
       01 AGENCY-PLACEMENT-RECORD-IN.
           05 AGY-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(1).
           05 AGY-STUDENT-NAME   PIC X(40).
           05 FILLER             PIC X(1).
           05 AGY-PROGRAM-CODE   PIC X(5).
           05 FILLER             PIC X(1).
           05 AGY-AMOUNT-OWED    PIC 9(6)V99.
           05 FILLER             PIC X(1).
           05 AGY-FINAL-NOTICE-DATE PIC 9(8).
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
       FD AUDIT-TRAIL-FILE-OUT.
       01 AUDIT-RECORD-OUT.
           05 AUDIT-STUDENT-NUMBER    PIC 9(6).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-OLD-TUITION       PIC 9(6)V99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-NEW-TUITION       PIC 9(6)V99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-TIMESTAMP         PIC X(21).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-SOURCE            PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-OPERATOR          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 AUDIT-TERM              PIC X(5).
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
       FD NOTICE-HISTORY-FILE-OUT.
       01 NOTICE-HISTORY-RECORD.
           05 NH-STUDENT-NUMBER PIC 9(6).
           05 FILLER            PIC X(1).
           05 NH-NOTICE-LEVEL   PIC 9(1).
           05 FILLER            PIC X(1).
           05 NH-NOTICE-DATE    PIC 9(8).
       FD AGENCY-COMMISSION-FILE-OUT.
       01 AGENCY-COMMISSION-RECORD.
           05 CMN-POST-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 CMN-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(1).
           05 CMN-AMOUNT         PIC 9(6)V99.
           05 FILLER             PIC X(1).
           05 CMN-ENTRY-TYPE     PIC X(2).
       FD APPROVED-WRITE-OFF-FILE-IN.
       01 APPROVED-WRITE-OFF-RECORD-IN.
           05 WOA-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(1).
           05 WOA-AMOUNT         PIC 9(6)V99.
           05 FILLER             PIC X(1).
           05 WOA-APPROVER       PIC X(8).
       FD REFUND-DUE-FILE-OUT.
       01 REFUND-DUE-RECORD-OUT.
           05 RFND-STUDENT-NUMBER PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RFND-STUDENT-NAME   PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RFND-AMOUNT         PIC 9(6)V99.
       FD WRITE-OFF-APPROVAL-OUT.
       01 WRITE-OFF-APPROVAL-RECORD-OUT PIC X(90).
       FD AGENCY-RECON-REPORT-OUT.
       01 AGENCY-RECON-RECORD-OUT PIC X(120).

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
           05 AGYRTN-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 AGENCY-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 STUFILE4-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUAUDIT-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 STUJRNL-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 NOTEHIST-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 AGYCOMM-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 WOAPPR-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 AGYRECON-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 WOAPPRIN-FILE-NAME-WS PIC X(80) VALUE SPACES.
           05 REFUND-FILE-NAME-WS   PIC X(80) VALUE SPACES.
       01 RETURN-FILE-STATUS-WS PIC X(2).
       01 PLACEMENT-FILE-STATUS-WS PIC X(2).
       01 COMMISSION-FILE-STATUS-WS PIC X(2).
       01 APPROVED-FILE-STATUS-WS PIC X(2).
       01 REFUND-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-APPROVED PIC X(3) VALUE "NO".
       01 EOF-FLAG-RETURN PIC X(3) VALUE "NO".
       01 EOF-FLAG-PLACE PIC X(3) VALUE "NO".
       01 RECON-FOUND-FLAG PIC X(3) VALUE "NO".
       01 FLAG-CLEARED-FLAG PIC X(3) VALUE "NO".
       01 WRITE-OFF-ACTION-WS PIC X(20).
       01 WRITE-OFF-LIMIT-WS PIC 9(6)V99 VALUE ZERO.
       01 WRITE-OFF-AMOUNT-WS PIC 9(6)V99 VALUE ZERO.
       01 OLD-TUITION-WS PIC 9(6)V99.
       01 COLLECTED-TUITION-WS PIC 9(6)V99.
       01 APPLIED-TO-TUITION-WS PIC 9(6)V99.
       01 EXCESS-COLLECTED-WS PIC 9(6)V99.
       01 OUTSTANDING-BALANCE-WS PIC 9(6)V99.
       01 JOURNAL-BEFORE-IMAGE-WS PIC X(221).
       01 REJECT-REASON-WS PIC X(28).
       01 RECON-TABLE-COUNT-WS PIC 9(4) VALUE ZERO.
       01 RCN-SUB-WS PIC 9(4).
       01 SCAN-SUB-WS PIC 9(4).
       01 AGENCY-RECON-TABLE.
           05 RCN-TBL-RECORD OCCURS 1000 TIMES.
               10 RCN-STUDENT-TBL     PIC 9(6).
               10 RCN-NAME-TBL        PIC X(40).
               10 RCN-PLACED-TBL      PIC 9(6)V99.
               10 RCN-COLLECTED-TBL   PIC 9(7)V99.
               10 RCN-COMMISSION-TBL  PIC 9(7)V99.
               10 RCN-WRITTEN-OFF-TBL PIC 9(6)V99.
               10 RCN-STATUS-TBL      PIC X(28).
       01 CURRENT-DATE-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 FILLER      PIC X(13).
       01 RUN-COUNTERS.
           05 RETURNS-READ-CT       PIC 9(6) VALUE ZERO.
           05 COLLECTIONS-POSTED-CT PIC 9(6) VALUE ZERO.
           05 ACCOUNTS-CLEARED-CT   PIC 9(6) VALUE ZERO.
           05 WRITE-OFFS-POSTED-CT  PIC 9(6) VALUE ZERO.
           05 WRITE-OFFS-HELD-CT    PIC 9(6) VALUE ZERO.
           05 RETURNS-REJECTED-CT   PIC 9(6) VALUE ZERO.
           05 APPROVALS-READ-CT     PIC 9(6) VALUE ZERO.
           05 APPROVALS-POSTED-CT   PIC 9(6) VALUE ZERO.
           05 APPROVALS-REJECTED-CT PIC 9(6) VALUE ZERO.
           05 REFUNDS-DUE-CT        PIC 9(6) VALUE ZERO.
           05 TOTAL-REFUND-DUE-WS   PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-PLACED-WS       PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-COLLECTED-WS    PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-COMMISSION-WS   PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-WRITTEN-OFF-WS  PIC 9(9)V99 VALUE ZERO.
           05 TOTAL-HELD-WS         PIC 9(9)V99 VALUE ZERO.
       01 WRITE-OFF-APPROVAL-LINE.
           05 WOAPPR-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WOAPPR-STUDENT-NAME-OUT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WOAPPR-AMOUNT-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WOAPPR-ACTION-OUT PIC X(20).
       01 WRITE-OFF-APPROVAL-HEADER.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NAME".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "WRITE-OFF".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ACTION".
       01 WRITE-OFF-APPROVAL-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 WOAPPR-TOTAL-LABEL-OUT PIC X(30).
           05 WOAPPR-TOTAL-COUNT-OUT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WOAPPR-TOTAL-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 WRITE-OFF-SIGNATURE-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
               "APPROVED BY: ____________________________".
           05 FILLER PIC X(22) VALUE "  DATE: ____________".
       01 AGENCY-RECON-LINE.
           05 AGYREC-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGYREC-STUDENT-NAME-OUT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGYREC-PLACED-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGYREC-COLLECTED-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGYREC-COMMISSION-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGYREC-WRITTEN-OFF-OUT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGYREC-STATUS-OUT PIC X(28).
       01 AGENCY-RECON-HEADER.
           05 FILLER PIC X(6) VALUE "STU NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STUDENT NAME".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "    PLACED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE " COLLECTED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "COMMISSION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE " WRITE-OFF".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "AGENCY STATUS".
       01 AGENCY-RECON-TOTAL-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 AGYREC-TOTAL-LABEL-OUT PIC X(30).
           05 AGYREC-TOTAL-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.

       01 TERM-CODE-WS PIC X(5) VALUE SPACES.

       procedure division.
       100-PROCESS-AGENCY-REMITTANCE.
           PERFORM 330-LOAD-RUN-PARAMETERS.
           PERFORM 201-INITIATE-REMITTANCE-RUN.
           PERFORM 204-POST-APPROVED-WRITE-OFF
               UNTIL EOF-FLAG-APPROVED = "YES".
           PERFORM 202-PROCESS-ONE-REMITTANCE
               UNTIL EOF-FLAG-RETURN = "YES".
           PERFORM 203-TERMINATE-REMITTANCE-RUN.
           STOP RUN.

       201-INITIATE-REMITTANCE-RUN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
           OPEN INPUT AGENCY-RETURN-FILE-IN.
           IF RETURN-FILE-STATUS-WS NOT = "00"
               DISPLAY "AGENCY RETURN FILE NOT FOUND -- RUN ABORTED"
               STOP RUN
           END-IF.
           PERFORM 301-LOAD-PLACEMENT-TABLE.
           PERFORM 340-ACQUIRE-MASTER-LOCK.
           OPEN I-O STUDENT-FILE.
           OPEN EXTEND AUDIT-TRAIL-FILE-OUT.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN EXTEND NOTICE-HISTORY-FILE-OUT.
           OPEN EXTEND AGENCY-COMMISSION-FILE-OUT.
           IF COMMISSION-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT AGENCY-COMMISSION-FILE-OUT
           END-IF.
           OPEN EXTEND REFUND-DUE-FILE-OUT.
           IF REFUND-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT REFUND-DUE-FILE-OUT
           END-IF.
           OPEN OUTPUT WRITE-OFF-APPROVAL-OUT.
           OPEN OUTPUT AGENCY-RECON-REPORT-OUT.
           WRITE WRITE-OFF-APPROVAL-RECORD-OUT FROM
               WRITE-OFF-APPROVAL-HEADER.
           IF WOAPPRIN-FILE-NAME-WS = SPACES
               MOVE "YES" TO EOF-FLAG-APPROVED
           ELSE
               OPEN INPUT APPROVED-WRITE-OFF-FILE-IN
               IF APPROVED-FILE-STATUS-WS = "00"
                   PERFORM 319-READ-APPROVED-WRITE-OFF
               ELSE
                   DISPLAY "APPROVED WRITE-OFF FILE NOT FOUND -- "
                       "NO HELD WRITE-OFFS POSTED"
                   MOVE "YES" TO EOF-FLAG-APPROVED
               END-IF
           END-IF.
           PERFORM 303-READ-AGENCY-RETURN.

       202-PROCESS-ONE-REMITTANCE.
           ADD 1 TO RETURNS-READ-CT.
           PERFORM 304-FIND-RECON-ENTRY.
           EVALUATE TRUE
               WHEN ART-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO
                       REJECT-REASON-WS
                   PERFORM 700-REMITTANCE-EXCEPTION-RTN
               WHEN ART-AMOUNT-COLLECTED IS NOT NUMERIC
                   OR ART-COMMISSION IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO REJECT-REASON-WS
                   PERFORM 700-REMITTANCE-EXCEPTION-RTN
               WHEN ART-COMMISSION > ART-AMOUNT-COLLECTED
                   MOVE "COMMISSION OVER COLLECTION" TO
                       REJECT-REASON-WS
                   PERFORM 700-REMITTANCE-EXCEPTION-RTN
               WHEN ART-ACCOUNT-STATUS NOT = "O"
                   AND ART-ACCOUNT-STATUS NOT = "C"
                   AND ART-ACCOUNT-STATUS NOT = "U"
                   AND ART-ACCOUNT-STATUS NOT = "R"
                   MOVE "ACCOUNT STATUS CODE INVALID" TO
                       REJECT-REASON-WS
                   PERFORM 700-REMITTANCE-EXCEPTION-RTN
               WHEN OTHER
                   PERFORM 305-READ-REMITTED-STUDENT
           END-EVALUATE.
           PERFORM 303-READ-AGENCY-RETURN.

       203-TERMINATE-REMITTANCE-RUN.
           PERFORM 317-WRITE-APPROVAL-TOTALS.
           PERFORM 315-WRITE-RECON-REPORT.
           CLOSE AGENCY-RETURN-FILE-IN STUDENT-FILE
                 AUDIT-TRAIL-FILE-OUT JOURNAL-FILE-OUT
                 NOTICE-HISTORY-FILE-OUT AGENCY-COMMISSION-FILE-OUT
                 WRITE-OFF-APPROVAL-OUT AGENCY-RECON-REPORT-OUT
                 REFUND-DUE-FILE-OUT.
           IF WOAPPRIN-FILE-NAME-WS NOT = SPACES
               AND APPROVED-FILE-STATUS-WS = "00"
               CLOSE APPROVED-WRITE-OFF-FILE-IN
           END-IF.
           PERFORM 341-RELEASE-MASTER-LOCK.
           DISPLAY "AGENCY RETURNS READ:   " RETURNS-READ-CT.
           DISPLAY "COLLECTIONS POSTED:    " COLLECTIONS-POSTED-CT.
           DISPLAY "ACCOUNTS CLEARED:      " ACCOUNTS-CLEARED-CT.
           DISPLAY "WRITE-OFFS POSTED:     " WRITE-OFFS-POSTED-CT.
           DISPLAY "WRITE-OFFS HELD:       " WRITE-OFFS-HELD-CT.
           DISPLAY "RETURNS REJECTED:      " RETURNS-REJECTED-CT.
           DISPLAY "APPROVALS READ:        " APPROVALS-READ-CT.
           DISPLAY "APPROVALS POSTED:      " APPROVALS-POSTED-CT.
           DISPLAY "APPROVALS REJECTED:    " APPROVALS-REJECTED-CT.
           DISPLAY "REFUNDS DUE:           " REFUNDS-DUE-CT.
           DISPLAY "TOTAL COLLECTED:       " TOTAL-COLLECTED-WS.
           DISPLAY "TOTAL COMMISSION:      " TOTAL-COMMISSION-WS.

       204-POST-APPROVED-WRITE-OFF.
           ADD 1 TO APPROVALS-READ-CT.
           EVALUATE TRUE
               WHEN WOA-STUDENT-NUMBER IS NOT NUMERIC
                   MOVE "STUDENT NUMBER NOT NUMERIC" TO
                       REJECT-REASON-WS
                   PERFORM 701-APPROVAL-EXCEPTION-RTN
               WHEN WOA-AMOUNT IS NOT NUMERIC
                   OR WOA-AMOUNT = ZERO
                   MOVE "AMOUNT NOT NUMERIC" TO REJECT-REASON-WS
                   PERFORM 701-APPROVAL-EXCEPTION-RTN
               WHEN WOA-APPROVER = SPACES
                   MOVE "APPROVER MISSING" TO REJECT-REASON-WS
                   PERFORM 701-APPROVAL-EXCEPTION-RTN
               WHEN OTHER
                   PERFORM 320-APPLY-APPROVED-WRITE-OFF
           END-EVALUATE.
           PERFORM 319-READ-APPROVED-WRITE-OFF.

       301-LOAD-PLACEMENT-TABLE.
           MOVE ZERO TO RECON-TABLE-COUNT-WS.
           OPEN INPUT AGENCY-PLACEMENT-FILE-IN.
           IF PLACEMENT-FILE-STATUS-WS = "00"
               PERFORM 302-LOAD-ONE-PLACEMENT
                   UNTIL EOF-FLAG-PLACE = "YES"
               CLOSE AGENCY-PLACEMENT-FILE-IN
           ELSE
               DISPLAY "AGENCY HAND-OFF EXTRACT NOT FOUND -- "
                   "RECONCILIATION SHOWS RETURNS ONLY"
           END-IF.

       302-LOAD-ONE-PLACEMENT.
           READ AGENCY-PLACEMENT-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-PLACE
               NOT AT END
                   IF RECON-TABLE-COUNT-WS >= 1000
                       DISPLAY "AGENCY RECON TABLE FULL -- RUN ABORTED"
                       STOP RUN
                   END-IF
                   ADD 1 TO RECON-TABLE-COUNT-WS
                   MOVE RECON-TABLE-COUNT-WS TO RCN-SUB-WS
                   MOVE AGY-STUDENT-NUMBER TO
                       RCN-STUDENT-TBL(RCN-SUB-WS)
                   MOVE AGY-STUDENT-NAME TO RCN-NAME-TBL(RCN-SUB-WS)
                   MOVE AGY-AMOUNT-OWED TO RCN-PLACED-TBL(RCN-SUB-WS)
                   MOVE ZERO TO RCN-COLLECTED-TBL(RCN-SUB-WS)
                   MOVE ZERO TO RCN-COMMISSION-TBL(RCN-SUB-WS)
                   MOVE ZERO TO RCN-WRITTEN-OFF-TBL(RCN-SUB-WS)
                   MOVE "NOT REPORTED BY AGENCY" TO
                       RCN-STATUS-TBL(RCN-SUB-WS)
                   ADD AGY-AMOUNT-OWED TO TOTAL-PLACED-WS
           END-READ.

       303-READ-AGENCY-RETURN.
           READ AGENCY-RETURN-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-RETURN
           END-READ.

       304-FIND-RECON-ENTRY.
           MOVE "NO" TO RECON-FOUND-FLAG.
           IF ART-STUDENT-NUMBER IS NUMERIC
               PERFORM VARYING SCAN-SUB-WS FROM 1 BY 1
                       UNTIL SCAN-SUB-WS > RECON-TABLE-COUNT-WS
                       OR RECON-FOUND-FLAG = "YES"
                   IF RCN-STUDENT-TBL(SCAN-SUB-WS) = ART-STUDENT-NUMBER
                       MOVE "YES" TO RECON-FOUND-FLAG
                       MOVE SCAN-SUB-WS TO RCN-SUB-WS
                   END-IF
               END-PERFORM
           END-IF.
           IF RECON-FOUND-FLAG = "NO"
               IF RECON-TABLE-COUNT-WS >= 1000
                   DISPLAY "AGENCY RECON TABLE FULL -- RUN ABORTED"
                   PERFORM 341-RELEASE-MASTER-LOCK
                   STOP RUN
               END-IF
               ADD 1 TO RECON-TABLE-COUNT-WS
               MOVE RECON-TABLE-COUNT-WS TO RCN-SUB-WS
               MOVE ZERO TO RCN-STUDENT-TBL(RCN-SUB-WS)
               IF ART-STUDENT-NUMBER IS NUMERIC
                   MOVE ART-STUDENT-NUMBER TO
                       RCN-STUDENT-TBL(RCN-SUB-WS)
               END-IF
               MOVE "** NOT IN HAND-OFF EXTRACT **" TO
                   RCN-NAME-TBL(RCN-SUB-WS)
               MOVE ZERO TO RCN-PLACED-TBL(RCN-SUB-WS)
               MOVE ZERO TO RCN-COLLECTED-TBL(RCN-SUB-WS)
               MOVE ZERO TO RCN-COMMISSION-TBL(RCN-SUB-WS)
               MOVE ZERO TO RCN-WRITTEN-OFF-TBL(RCN-SUB-WS)
               MOVE SPACES TO RCN-STATUS-TBL(RCN-SUB-WS)
           END-IF.

       305-READ-REMITTED-STUDENT.
           MOVE ART-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO REJECT-REASON-WS
                   PERFORM 700-REMITTANCE-EXCEPTION-RTN
               NOT INVALID KEY
                   IF IND-COLLECTION-FLAG NOT = "C"
                       MOVE "NOT PLACED WITH AGENCY" TO
                           REJECT-REASON-WS
                       PERFORM 700-REMITTANCE-EXCEPTION-RTN
                   ELSE
                       PERFORM 306-APPLY-REMITTANCE
                   END-IF
           END-READ.

       306-APPLY-REMITTANCE.
           MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS.
           MOVE IND-TUITION-OWED TO OLD-TUITION-WS.
           MOVE "NO" TO FLAG-CLEARED-FLAG.
           MOVE ZERO TO WRITE-OFF-AMOUNT-WS.
           MOVE ZERO TO APPLIED-TO-TUITION-WS EXCESS-COLLECTED-WS.
           MOVE SPACES TO WRITE-OFF-ACTION-WS.
           IF ART-AMOUNT-COLLECTED > ZERO
               PERFORM 307-POST-COLLECTION
           END-IF.
           MOVE IND-TUITION-OWED TO COLLECTED-TUITION-WS.
           EVALUATE TRUE
               WHEN ART-ACCOUNT-STATUS = "U"
                   PERFORM 308-WRITE-OFF-UNCOLLECTABLE
               WHEN ART-ACCOUNT-STATUS = "R"
                   MOVE "RECALLED" TO RCN-STATUS-TBL(RCN-SUB-WS)
                   PERFORM 309-CLEAR-COLLECTION-FLAG
               WHEN IND-TUITION-OWED <= IND-CREDIT-BALANCE
                   MOVE "PAID IN FULL" TO RCN-STATUS-TBL(RCN-SUB-WS)
                   PERFORM 309-CLEAR-COLLECTION-FLAG
               WHEN ART-ACCOUNT-STATUS = "C"
                   MOVE "CLOSED - BALANCE OWING" TO
                       RCN-STATUS-TBL(RCN-SUB-WS)
               WHEN OTHER
                   MOVE "OPEN - PAYMENT ON ACCOUNT" TO
                       RCN-STATUS-TBL(RCN-SUB-WS)
           END-EVALUATE.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO REJECT-REASON-WS
                   PERFORM 700-REMITTANCE-EXCEPTION-RTN
               NOT INVALID KEY
                   PERFORM 310-RECORD-REMITTANCE-POSTED
           END-REWRITE.

       307-POST-COLLECTION.
           IF ART-AMOUNT-COLLECTED > IND-TUITION-OWED
               MOVE IND-TUITION-OWED TO APPLIED-TO-TUITION-WS
               COMPUTE IND-CREDIT-BALANCE = IND-CREDIT-BALANCE +
                   ART-AMOUNT-COLLECTED - IND-TUITION-OWED
               MOVE ZERO TO IND-TUITION-OWED
           ELSE
               MOVE ART-AMOUNT-COLLECTED TO APPLIED-TO-TUITION-WS
               SUBTRACT ART-AMOUNT-COLLECTED FROM IND-TUITION-OWED
           END-IF.
           COMPUTE EXCESS-COLLECTED-WS =
               ART-AMOUNT-COLLECTED - APPLIED-TO-TUITION-WS.

       308-WRITE-OFF-UNCOLLECTABLE.
           IF IND-TUITION-OWED > IND-CREDIT-BALANCE
               COMPUTE WRITE-OFF-AMOUNT-WS =
                   IND-TUITION-OWED - IND-CREDIT-BALANCE
           END-IF.
           EVALUATE TRUE
               WHEN WRITE-OFF-AMOUNT-WS = ZERO
                   MOVE "PAID IN FULL" TO RCN-STATUS-TBL(RCN-SUB-WS)
                   PERFORM 309-CLEAR-COLLECTION-FLAG
               WHEN WRITE-OFF-LIMIT-WS > ZERO
                   AND WRITE-OFF-AMOUNT-WS > WRITE-OFF-LIMIT-WS
                   MOVE "HELD - OVER LIMIT" TO WRITE-OFF-ACTION-WS
                   MOVE "UNCOLLECTABLE - HELD" TO
                       RCN-STATUS-TBL(RCN-SUB-WS)
               WHEN OTHER
                   MOVE "WRITTEN OFF" TO WRITE-OFF-ACTION-WS
                   MOVE "UNCOLLECTABLE - WRITTEN OFF" TO
                       RCN-STATUS-TBL(RCN-SUB-WS)
                   SUBTRACT WRITE-OFF-AMOUNT-WS FROM IND-TUITION-OWED
                   PERFORM 309-CLEAR-COLLECTION-FLAG
           END-EVALUATE.

       309-CLEAR-COLLECTION-FLAG.
           MOVE SPACE TO IND-COLLECTION-FLAG.
           MOVE "YES" TO FLAG-CLEARED-FLAG.

       310-RECORD-REMITTANCE-POSTED.
           ADD ART-AMOUNT-COLLECTED TO RCN-COLLECTED-TBL(RCN-SUB-WS).
           ADD ART-COMMISSION TO RCN-COMMISSION-TBL(RCN-SUB-WS).
           ADD ART-AMOUNT-COLLECTED TO TOTAL-COLLECTED-WS.
           ADD ART-COMMISSION TO TOTAL-COMMISSION-WS.
           IF ART-AMOUNT-COLLECTED > ZERO
               ADD 1 TO COLLECTIONS-POSTED-CT
               IF APPLIED-TO-TUITION-WS > ZERO
                   MOVE OLD-TUITION-WS TO AUDIT-OLD-TUITION
                   MOVE COLLECTED-TUITION-WS TO AUDIT-NEW-TUITION
                   MOVE "AC" TO AUDIT-SOURCE
                   PERFORM 311-WRITE-AUDIT-RECORD
               END-IF
           END-IF.
           IF EXCESS-COLLECTED-WS > ZERO
               PERFORM 321-RECORD-REFUND-DUE
               PERFORM 322-WRITE-EXCESS-RECORD
           END-IF.
           IF ART-COMMISSION > ZERO
               PERFORM 312-WRITE-COMMISSION-RECORD
           END-IF.
           IF WRITE-OFF-ACTION-WS = "WRITTEN OFF"
               ADD 1 TO WRITE-OFFS-POSTED-CT
               ADD WRITE-OFF-AMOUNT-WS TO TOTAL-WRITTEN-OFF-WS
               ADD WRITE-OFF-AMOUNT-WS TO
                   RCN-WRITTEN-OFF-TBL(RCN-SUB-WS)
               MOVE COLLECTED-TUITION-WS TO AUDIT-OLD-TUITION
               MOVE IND-TUITION-OWED TO AUDIT-NEW-TUITION
               MOVE "WO" TO AUDIT-SOURCE
               PERFORM 311-WRITE-AUDIT-RECORD
           END-IF.
           IF WRITE-OFF-ACTION-WS = "HELD - OVER LIMIT"
               ADD 1 TO WRITE-OFFS-HELD-CT
               ADD WRITE-OFF-AMOUNT-WS TO TOTAL-HELD-WS
           END-IF.
           IF WRITE-OFF-ACTION-WS NOT = SPACES
               PERFORM 314-WRITE-APPROVAL-LINE
           END-IF.
           IF FLAG-CLEARED-FLAG = "YES"
               ADD 1 TO ACCOUNTS-CLEARED-CT
               PERFORM 313-RECORD-NOTICE-RESET
           END-IF.
           PERFORM 316-WRITE-JOURNAL-RECORD.

       311-WRITE-AUDIT-RECORD.
           MOVE IND-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE "AGENCY" TO AUDIT-OPERATOR.
           MOVE TERM-CODE-WS TO AUDIT-TERM.
           WRITE AUDIT-RECORD-OUT.

       312-WRITE-COMMISSION-RECORD.
           MOVE SPACES TO AGENCY-COMMISSION-RECORD.
           MOVE RUN-DATE-WS TO CMN-POST-DATE.
           MOVE IND-STUDENT-NUMBER TO CMN-STUDENT-NUMBER.
           MOVE ART-COMMISSION TO CMN-AMOUNT.
           MOVE "CM" TO CMN-ENTRY-TYPE.
           WRITE AGENCY-COMMISSION-RECORD.

       313-RECORD-NOTICE-RESET.
           MOVE SPACES TO NOTICE-HISTORY-RECORD.
           MOVE IND-STUDENT-NUMBER TO NH-STUDENT-NUMBER.
           MOVE ZERO TO NH-NOTICE-LEVEL.
           MOVE RUN-DATE-WS TO NH-NOTICE-DATE.
           WRITE NOTICE-HISTORY-RECORD.

       314-WRITE-APPROVAL-LINE.
           MOVE IND-STUDENT-NUMBER TO WOAPPR-STUDENT-NUMBER-OUT.
           MOVE IND-STUDENT-NAME TO WOAPPR-STUDENT-NAME-OUT.
           MOVE WRITE-OFF-AMOUNT-WS TO WOAPPR-AMOUNT-OUT.
           MOVE WRITE-OFF-ACTION-WS TO WOAPPR-ACTION-OUT.
           WRITE WRITE-OFF-APPROVAL-RECORD-OUT FROM
               WRITE-OFF-APPROVAL-LINE.

       315-WRITE-RECON-REPORT.
           WRITE AGENCY-RECON-RECORD-OUT FROM AGENCY-RECON-HEADER.
           PERFORM 318-WRITE-ONE-RECON-LINE
               VARYING RCN-SUB-WS FROM 1 BY 1
               UNTIL RCN-SUB-WS > RECON-TABLE-COUNT-WS.
           MOVE "TOTAL PLACED WITH AGENCY" TO AGYREC-TOTAL-LABEL-OUT.
           MOVE TOTAL-PLACED-WS TO AGYREC-TOTAL-AMOUNT-OUT.
           WRITE AGENCY-RECON-RECORD-OUT FROM AGENCY-RECON-TOTAL-LINE.
           MOVE "TOTAL GROSS COLLECTED" TO AGYREC-TOTAL-LABEL-OUT.
           MOVE TOTAL-COLLECTED-WS TO AGYREC-TOTAL-AMOUNT-OUT.
           WRITE AGENCY-RECON-RECORD-OUT FROM AGENCY-RECON-TOTAL-LINE.
           MOVE "TOTAL COMMISSION RETAINED" TO AGYREC-TOTAL-LABEL-OUT.
           MOVE TOTAL-COMMISSION-WS TO AGYREC-TOTAL-AMOUNT-OUT.
           WRITE AGENCY-RECON-RECORD-OUT FROM AGENCY-RECON-TOTAL-LINE.
           MOVE "TOTAL WRITTEN OFF" TO AGYREC-TOTAL-LABEL-OUT.
           MOVE TOTAL-WRITTEN-OFF-WS TO AGYREC-TOTAL-AMOUNT-OUT.
           WRITE AGENCY-RECON-RECORD-OUT FROM AGENCY-RECON-TOTAL-LINE.
           MOVE "TOTAL EXCESS DUE FOR REFUND" TO AGYREC-TOTAL-LABEL-OUT.
           MOVE TOTAL-REFUND-DUE-WS TO AGYREC-TOTAL-AMOUNT-OUT.
           WRITE AGENCY-RECON-RECORD-OUT FROM AGENCY-RECON-TOTAL-LINE.

       316-WRITE-JOURNAL-RECORD.
           MOVE "U" TO JRNL-ACTION.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP.
           MOVE "AGENCY" TO JRNL-OPERATOR.
           MOVE JOURNAL-BEFORE-IMAGE-WS TO JRNL-BEFORE-IMAGE.
           MOVE INDEXED-FILE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD-OUT.

       317-WRITE-APPROVAL-TOTALS.
           MOVE "TOTAL WRITE-OFFS POSTED" TO WOAPPR-TOTAL-LABEL-OUT.
           MOVE WRITE-OFFS-POSTED-CT TO WOAPPR-TOTAL-COUNT-OUT.
           MOVE TOTAL-WRITTEN-OFF-WS TO WOAPPR-TOTAL-AMOUNT-OUT.
           WRITE WRITE-OFF-APPROVAL-RECORD-OUT FROM
               WRITE-OFF-APPROVAL-TOTAL-LINE.
           MOVE "TOTAL WRITE-OFFS HELD" TO WOAPPR-TOTAL-LABEL-OUT.
           MOVE WRITE-OFFS-HELD-CT TO WOAPPR-TOTAL-COUNT-OUT.
           MOVE TOTAL-HELD-WS TO WOAPPR-TOTAL-AMOUNT-OUT.
           WRITE WRITE-OFF-APPROVAL-RECORD-OUT FROM
               WRITE-OFF-APPROVAL-TOTAL-LINE.
           WRITE WRITE-OFF-APPROVAL-RECORD-OUT FROM
               WRITE-OFF-SIGNATURE-LINE.

       318-WRITE-ONE-RECON-LINE.
           MOVE RCN-STUDENT-TBL(RCN-SUB-WS) TO
               AGYREC-STUDENT-NUMBER-OUT.
           MOVE RCN-NAME-TBL(RCN-SUB-WS) TO AGYREC-STUDENT-NAME-OUT.
           MOVE RCN-PLACED-TBL(RCN-SUB-WS) TO AGYREC-PLACED-OUT.
           MOVE RCN-COLLECTED-TBL(RCN-SUB-WS) TO AGYREC-COLLECTED-OUT.
           MOVE RCN-COMMISSION-TBL(RCN-SUB-WS) TO
               AGYREC-COMMISSION-OUT.
           MOVE RCN-WRITTEN-OFF-TBL(RCN-SUB-WS) TO
               AGYREC-WRITTEN-OFF-OUT.
           MOVE RCN-STATUS-TBL(RCN-SUB-WS) TO AGYREC-STATUS-OUT.
           WRITE AGENCY-RECON-RECORD-OUT FROM AGENCY-RECON-LINE.

       319-READ-APPROVED-WRITE-OFF.
           READ APPROVED-WRITE-OFF-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG-APPROVED
           END-READ.

       320-APPLY-APPROVED-WRITE-OFF.
           MOVE WOA-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "STUDENT NOT ON FILE" TO REJECT-REASON-WS
                   PERFORM 701-APPROVAL-EXCEPTION-RTN
               NOT INVALID KEY
                   MOVE ZERO TO OUTSTANDING-BALANCE-WS
                   IF IND-TUITION-OWED > IND-CREDIT-BALANCE
                       COMPUTE OUTSTANDING-BALANCE-WS =
                           IND-TUITION-OWED - IND-CREDIT-BALANCE
                   END-IF
                   EVALUATE TRUE
                       WHEN IND-COLLECTION-FLAG NOT = "C"
                           MOVE "NOT PLACED WITH AGENCY" TO
                               REJECT-REASON-WS
                           PERFORM 701-APPROVAL-EXCEPTION-RTN
                       WHEN WOA-AMOUNT NOT = OUTSTANDING-BALANCE-WS
                           MOVE "BALANCE CHANGED SINCE HELD" TO
                               REJECT-REASON-WS
                           PERFORM 701-APPROVAL-EXCEPTION-RTN
                       WHEN OTHER
                           PERFORM 323-POST-APPROVED-WRITE-OFF
                   END-EVALUATE
           END-READ.

       321-RECORD-REFUND-DUE.
           ADD 1 TO REFUNDS-DUE-CT.
           ADD EXCESS-COLLECTED-WS TO TOTAL-REFUND-DUE-WS.
           MOVE IND-STUDENT-NUMBER TO RFND-STUDENT-NUMBER.
           MOVE IND-STUDENT-NAME TO RFND-STUDENT-NAME.
           MOVE EXCESS-COLLECTED-WS TO RFND-AMOUNT.
           WRITE REFUND-DUE-RECORD-OUT.

       322-WRITE-EXCESS-RECORD.
           MOVE SPACES TO AGENCY-COMMISSION-RECORD.
           MOVE RUN-DATE-WS TO CMN-POST-DATE.
           MOVE IND-STUDENT-NUMBER TO CMN-STUDENT-NUMBER.
           MOVE EXCESS-COLLECTED-WS TO CMN-AMOUNT.
           MOVE "EX" TO CMN-ENTRY-TYPE.
           WRITE AGENCY-COMMISSION-RECORD.

       323-POST-APPROVED-WRITE-OFF.
           MOVE INDEXED-FILE-RECORD TO JOURNAL-BEFORE-IMAGE-WS.
           MOVE IND-TUITION-OWED TO OLD-TUITION-WS.
           MOVE WOA-AMOUNT TO WRITE-OFF-AMOUNT-WS.
           SUBTRACT WRITE-OFF-AMOUNT-WS FROM IND-TUITION-OWED.
           PERFORM 309-CLEAR-COLLECTION-FLAG.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO REJECT-REASON-WS
                   PERFORM 701-APPROVAL-EXCEPTION-RTN
               NOT INVALID KEY
                   ADD 1 TO APPROVALS-POSTED-CT
                   ADD 1 TO WRITE-OFFS-POSTED-CT
                   ADD 1 TO ACCOUNTS-CLEARED-CT
                   ADD WRITE-OFF-AMOUNT-WS TO TOTAL-WRITTEN-OFF-WS
                   MOVE OLD-TUITION-WS TO AUDIT-OLD-TUITION
                   MOVE IND-TUITION-OWED TO AUDIT-NEW-TUITION
                   MOVE "WO" TO AUDIT-SOURCE
                   PERFORM 311-WRITE-AUDIT-RECORD
                   PERFORM 313-RECORD-NOTICE-RESET
                   PERFORM 316-WRITE-JOURNAL-RECORD
                   MOVE SPACES TO WRITE-OFF-ACTION-WS
                   STRING "APPROVED BY " DELIMITED BY SIZE
                       WOA-APPROVER DELIMITED BY SIZE
                       INTO WRITE-OFF-ACTION-WS
                   END-STRING
                   PERFORM 314-WRITE-APPROVAL-LINE
                   PERFORM 324-UPDATE-APPROVED-RECON-ENTRY
           END-REWRITE.

       324-UPDATE-APPROVED-RECON-ENTRY.
           MOVE "NO" TO RECON-FOUND-FLAG.
           PERFORM VARYING SCAN-SUB-WS FROM 1 BY 1
                   UNTIL SCAN-SUB-WS > RECON-TABLE-COUNT-WS
                   OR RECON-FOUND-FLAG = "YES"
               IF RCN-STUDENT-TBL(SCAN-SUB-WS) = IND-STUDENT-NUMBER
                   MOVE "YES" TO RECON-FOUND-FLAG
                   ADD WRITE-OFF-AMOUNT-WS TO
                       RCN-WRITTEN-OFF-TBL(SCAN-SUB-WS)
                   MOVE "UNCOLLECTABLE - WRITTEN OFF" TO
                       RCN-STATUS-TBL(SCAN-SUB-WS)
               END-IF
           END-PERFORM.

       700-REMITTANCE-EXCEPTION-RTN.
           ADD 1 TO RETURNS-REJECTED-CT.
           MOVE REJECT-REASON-WS TO RCN-STATUS-TBL(RCN-SUB-WS).
           DISPLAY "AGENCY RETURN REJECTED - " REJECT-REASON-WS
               " - STUDENT NUMBER " RCN-STUDENT-TBL(RCN-SUB-WS).

       701-APPROVAL-EXCEPTION-RTN.
           ADD 1 TO APPROVALS-REJECTED-CT.
           DISPLAY "APPROVED WRITE-OFF REJECTED - " REJECT-REASON-WS
               " - STUDENT NUMBER " WOA-STUDENT-NUMBER.

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
                       WHEN "AGYRTN"
                           MOVE PARM-VALUE TO AGYRTN-FILE-NAME-WS
                       WHEN "AGENCY"
                           MOVE PARM-VALUE TO AGENCY-FILE-NAME-WS
                       WHEN "STUFILE4"
                           MOVE PARM-VALUE TO STUFILE4-FILE-NAME-WS
                       WHEN "STUAUDIT"
                           MOVE PARM-VALUE TO STUAUDIT-FILE-NAME-WS
                       WHEN "STUJRNL"
                           MOVE PARM-VALUE TO STUJRNL-FILE-NAME-WS
                       WHEN "STULOCK"
                           MOVE PARM-VALUE TO STULOCK-FILE-NAME-WS
                       WHEN "NOTEHIST"
                           MOVE PARM-VALUE TO NOTEHIST-FILE-NAME-WS
                       WHEN "AGYCOMM"
                           MOVE PARM-VALUE TO AGYCOMM-FILE-NAME-WS
                       WHEN "WOAPPR"
                           MOVE PARM-VALUE TO WOAPPR-FILE-NAME-WS
                       WHEN "AGYRECON"
                           MOVE PARM-VALUE TO AGYRECON-FILE-NAME-WS
                       WHEN "WOAPPRIN"
                           MOVE PARM-VALUE TO WOAPPRIN-FILE-NAME-WS
                       WHEN "REFUND"
                           MOVE PARM-VALUE TO REFUND-FILE-NAME-WS
                       WHEN "WOLIMIT"
                           PERFORM 334-APPLY-WRITE-OFF-LIMIT
                       WHEN "TERMCODE"
                           MOVE PARM-VALUE TO TERM-CODE-WS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       332-CHECK-REQUIRED-PARAMETERS.
           IF AGYRTN-FILE-NAME-WS = SPACES
               MOVE "AGYRTN" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF AGENCY-FILE-NAME-WS = SPACES
               MOVE "AGENCY" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUFILE4-FILE-NAME-WS = SPACES
               MOVE "STUFILE4" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUAUDIT-FILE-NAME-WS = SPACES
               MOVE "STUAUDIT" TO MISSING-PARM-NAME-WS
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
           IF NOTEHIST-FILE-NAME-WS = SPACES
               MOVE "NOTEHIST" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF AGYCOMM-FILE-NAME-WS = SPACES
               MOVE "AGYCOMM" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF WOAPPR-FILE-NAME-WS = SPACES
               MOVE "WOAPPR" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF AGYRECON-FILE-NAME-WS = SPACES
               MOVE "AGYRECON" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF REFUND-FILE-NAME-WS = SPACES
               MOVE "REFUND" TO MISSING-PARM-NAME-WS
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

       334-APPLY-WRITE-OFF-LIMIT.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PARM-VALUE)) = 0
               AND FUNCTION NUMVAL(PARM-VALUE) >= 0
               AND FUNCTION NUMVAL(PARM-VALUE) < 1000000
               COMPUTE WRITE-OFF-LIMIT-WS = FUNCTION NUMVAL(PARM-VALUE)
           ELSE
               DISPLAY "INVALID VALUE FOR PARAMETER WOLIMIT -- "
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
                   DISPLAY "AGENCY REMITTANCE RUN NOT STARTED"
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           MOVE "AGENCY" TO LOCK-HOLDER.
           MOVE FUNCTION CURRENT-DATE TO LOCK-TIMESTAMP.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       341-RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           MOVE SPACES TO LOCK-RECORD.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       end program Program32.
