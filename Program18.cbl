       SELECT ADMISSION-ERROR-FILE-OUT
           ASSIGN TO ADMERR-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CONTACT-FILE
           ASSIGN TO STUCONT-FILE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-STUDENT-NUMBER
               FILE STATUS IS CONTACT-FILE-STATUS-WS.

       data division.
       FILE SECTION.
           05 ADM-STUDENT-NAME      PIC X(40).
           05 ADM-PROGRAM-OF-STUDY  PIC X(5).
           05 ADM-TUITION-OWED      PIC 9(6)V99.
           05 ADM-ADDRESS-LINE-1    PIC X(40).
           05 ADM-ADDRESS-LINE-2    PIC X(40).
           05 ADM-CITY              PIC X(25).
           05 ADM-PROVINCE          PIC X(2).
           05 ADM-POSTAL-CODE       PIC X(7).
           05 ADM-EMAIL             PIC X(50).
           05 ADM-PHONE             PIC X(15).
       FD STUDENT-FILE.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 ADMERR-REASON         PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 ADMERR-RAW-RECORD     PIC X(59).
       FD CONTACT-FILE.
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

       working-storage section.
       01 STATUS-FIELD PIC X(2).
           05 STULOCK-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 PROGRAM-FILE-NAME-WS  PIC X(80) VALUE SPACES.
           05 ADMERR-FILE-NAME-WS   PIC X(80) VALUE SPACES.
           05 STUCONT-FILE-NAME-WS  PIC X(80) VALUE SPACES.
       01 CONTACT-FILE-STATUS-WS PIC X(2).
       01 CURRENT-DATE-FIELDS-WS.
           05 CD-DATE-WS PIC 9(8).
           05 FILLER     PIC X(13).
       01 PROGRAM-FILE-STATUS-WS PIC X(2).
       01 EOF-FLAG-TBL PIC X(3) VALUE "NO".
       01 PROGRAM-TABLE-COUNT-WS PIC 9(3) VALUE ZERO.
           05 ADMITS-READ-CT     PIC 9(6) VALUE ZERO.
           05 ADMITS-ADDED-CT    PIC 9(6) VALUE ZERO.
           05 ADMITS-REJECTED-CT PIC 9(6) VALUE ZERO.
           05 CONTACTS-LOADED-CT PIC 9(6) VALUE ZERO.

       01 TERM-CODE-WS PIC X(5) VALUE SPACES.

           OPEN EXTEND AUDIT-TRAIL-FILE-OUT.
           OPEN EXTEND JOURNAL-FILE-OUT.
           OPEN OUTPUT ADMISSION-ERROR-FILE-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-FIELDS-WS.
           OPEN I-O CONTACT-FILE.
           IF CONTACT-FILE-STATUS-WS NOT = "00"
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.
           PERFORM 302-READ-ADMISSION-TRANSACTION.

       202-LOAD-ONE-ADMISSION.
       203-TERMINATE-ADMISSION-BATCH.
           CLOSE ADMISSION-TRANSACTION-FILE-IN STUDENT-FILE
                 AUDIT-TRAIL-FILE-OUT JOURNAL-FILE-OUT
                 ADMISSION-ERROR-FILE-OUT CONTACT-FILE.
           PERFORM 341-RELEASE-MASTER-LOCK.
           DISPLAY "ADMITS READ:     " ADMITS-READ-CT.
           DISPLAY "ADMITS ADDED:    " ADMITS-ADDED-CT.
           DISPLAY "ADMITS REJECTED: " ADMITS-REJECTED-CT.
           DISPLAY "CONTACTS LOADED: " CONTACTS-LOADED-CT.

       302-READ-ADMISSION-TRANSACTION.
           READ ADMISSION-TRANSACTION-FILE-IN
                   PERFORM 307-WRITE-AUDIT-RECORD
                   MOVE "A" TO JRNL-ACTION
                   PERFORM 308-WRITE-JOURNAL-RECORD
                   PERFORM 309-LOAD-CONTACT-RECORD
           END-WRITE.

       307-WRITE-AUDIT-RECORD.
           MOVE INDEXED-FILE-RECORD TO JRNL-AFTER-IMAGE.
           WRITE JOURNAL-RECORD-OUT.

       309-LOAD-CONTACT-RECORD.
           IF ADM-ADDRESS-LINE-1 NOT = SPACES
               OR ADM-EMAIL NOT = SPACES
               OR ADM-PHONE NOT = SPACES
               MOVE ADM-STUDENT-NUMBER TO CON-STUDENT-NUMBER
               MOVE ADM-ADDRESS-LINE-1 TO CON-ADDRESS-LINE-1
               MOVE ADM-ADDRESS-LINE-2 TO CON-ADDRESS-LINE-2
               MOVE ADM-CITY TO CON-CITY
               MOVE ADM-PROVINCE TO CON-PROVINCE
               MOVE ADM-POSTAL-CODE TO CON-POSTAL-CODE
               MOVE ADM-EMAIL TO CON-EMAIL
               MOVE ADM-PHONE TO CON-PHONE
               MOVE CD-DATE-WS TO CON-ADDRESS-EFF-DATE
               MOVE "N" TO CON-RETURNED-MAIL-FLAG
               WRITE CONTACT-RECORD
                   INVALID KEY
                       REWRITE CONTACT-RECORD
                           INVALID KEY
                               DISPLAY "CONTACT NOT LOADED FOR "
                                   "STUDENT " ADM-STUDENT-NUMBER
                           NOT INVALID KEY
                               ADD 1 TO CONTACTS-LOADED-CT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO CONTACTS-LOADED-CT
               END-WRITE
           END-IF.

       700-ADMISSION-ERROR-RTN.
           ADD 1 TO ADMITS-REJECTED-CT.
           MOVE ZERO TO ADMERR-STUDENT-NUMBER.
                           MOVE PARM-VALUE TO PROGRAM-FILE-NAME-WS
                       WHEN "ADMERR"
                           MOVE PARM-VALUE TO ADMERR-FILE-NAME-WS
                       WHEN "STUCONT"
                           MOVE PARM-VALUE TO STUCONT-FILE-NAME-WS
                       WHEN "MAXTUITION"
                           PERFORM 334-APPLY-MAX-TUITION
                       WHEN "TERMCODE"
               MOVE "ADMERR" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF STUCONT-FILE-NAME-WS = SPACES
               MOVE "STUCONT" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
           END-IF.
           IF TERM-CODE-WS = SPACES
               MOVE "TERMCODE" TO MISSING-PARM-NAME-WS
               PERFORM 333-ABORT-MISSING-PARAMETER
