       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityRepair.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPAIR-TRAN-FILE ASSIGN TO 'REPAIRTX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIRTX-STATUS.
           SELECT ORIG-HIST-FILE ASSIGN TO 'ORIGHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-TRACE-NUMBER
               FILE STATUS IS WS-ORIGHIST-STATUS.
           SELECT TRACE-ARC-FILE ASSIGN TO 'TRACEARC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TA-TRACE-NUMBER
               ALTERNATE RECORD KEY IS TA-ACCOUNT WITH DUPLICATES
               FILE STATUS IS WS-TRACEARC-STATUS.
           SELECT PRENOTE-FILE ASSIGN TO 'PRENOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PN-TRACE-NUMBER
               FILE STATUS IS WS-PRENOTE-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT REPAIR-RPT-FILE ASSIGN TO 'REPAIRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIRRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPAIR-TRAN-FILE.
       01  REPAIR-TRAN-RECORD PIC X(100).

       FD  ORIG-HIST-FILE.
       COPY ORIGREC.

       FD  TRACE-ARC-FILE.
       COPY TRACEREC.

       FD  PRENOTE-FILE.
       01  PRENOTE-RECORD.
           05  PN-TRACE-NUMBER        PIC X(15).
           05  PN-ACCOUNT             PIC X(20).
           05  PN-ROUTING             PIC X(09).
           05  PN-TRAN-CODE           PIC X(02).
           05  PN-RECORDED-DATE       PIC 9(08).
           05  PN-STATUS              PIC X(01).

       FD  CUST-MASTER-FILE.
       01  CUST-MASTER-RECORD.
           05  CM-ACCOUNT-NUMBER      PIC X(20).
           05  CM-CUSTOMER-NAME       PIC X(30).
           05  CM-CUSTOMER-STATUS     PIC X(01).

       FD  REPAIR-RPT-FILE.
       01  REPAIR-RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REPAIRTX-STATUS         PIC XX VALUE SPACES.
       01  WS-ORIGHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-TRACEARC-STATUS         PIC XX VALUE SPACES.
       01  WS-PRENOTE-STATUS          PIC XX VALUE SPACES.
       01  WS-CUSTMST-STATUS          PIC XX VALUE SPACES.
       01  WS-REPAIRRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-TRAN-EOF-SW             PIC X VALUE 'N'.
           88  WS-TRAN-EOF                VALUE 'Y'.
       01  WS-ORIGHIST-OPEN-SW        PIC X VALUE 'N'.
           88  WS-ORIGHIST-OPEN           VALUE 'Y'.
       01  WS-TRACEARC-OPEN-SW        PIC X VALUE 'N'.
           88  WS-TRACEARC-OPEN           VALUE 'Y'.
       01  WS-PRENOTE-OPEN-SW         PIC X VALUE 'N'.
           88  WS-PRENOTE-OPEN            VALUE 'Y'.
       01  WS-CUSTMST-OPEN-SW         PIC X VALUE 'N'.
           88  WS-CUSTMST-OPEN            VALUE 'Y'.

      * One repair transaction as IntegrityVerify writes it -
      * 'HISTADD,reference,account,amount,date' puts a missing
      * suspense history record back (amount in 10-digit cents, date
      * YYYYMMDD first seen); 'TRACEACCT,trace,old,new' and
      * 'PRENACCT,trace,old,new' move a trace archive or prenote
      * record from a renumbered account to its new one.
       01  WS-TRAN-FIELDS.
           05  WS-TRAN-TYPE           PIC X(10) VALUE SPACES.
           05  WS-TRAN-KEY            PIC X(15) VALUE SPACES.
           05  WS-TRAN-FIELD-3        PIC X(20) VALUE SPACES.
           05  WS-TRAN-FIELD-4        PIC X(20) VALUE SPACES.
           05  WS-TRAN-FIELD-5        PIC X(10) VALUE SPACES.
       01  WS-TRAN-FILLER             PIC X(20) VALUE SPACES.
       01  WS-TRAN-AMOUNT-X           PIC X(10) VALUE SPACES.
       01  WS-TRAN-AMOUNT             PIC 9(8)V99 VALUE ZERO.
       01  WS-TRAN-AMOUNT-R REDEFINES WS-TRAN-AMOUNT
                                      PIC X(10).
       01  WS-TRAN-DATE-X             PIC X(08) VALUE SPACES.
       01  WS-TRAN-DATE               PIC 9(08) VALUE ZERO.

       01  WS-EXCP-REASON             PIC X(40) VALUE SPACES.
       01  WS-RPT-LINE                PIC X(132) VALUE SPACES.
       01  WS-RPT-RESULT              PIC X(08) VALUE SPACES.
       01  WS-TRAN-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-APPLIED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-REJECTED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-TRAN-NO-DISP            PIC 9(6).

       01  WS-CURRENT-DATE            PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT REPAIR-TRAN-FILE
           IF WS-REPAIRTX-STATUS NOT = '00'
               DISPLAY 'REPAIR TRANSACTION FILE WOULD NOT OPEN - '
                   'STATUS ' WS-REPAIRTX-STATUS ' - NOTHING TO APPLY'
               STOP RUN
           END-IF

           OPEN I-O ORIG-HIST-FILE
           IF WS-ORIGHIST-STATUS = '00'
               SET WS-ORIGHIST-OPEN TO TRUE
           ELSE
               DISPLAY 'ORIGINATION HISTORY NOT AVAILABLE - STATUS '
                   WS-ORIGHIST-STATUS ' - HISTORY REPAIRS REJECTED'
           END-IF
           OPEN I-O TRACE-ARC-FILE
           IF WS-TRACEARC-STATUS = '00'
               SET WS-TRACEARC-OPEN TO TRUE
           ELSE
               DISPLAY 'TRACE ARCHIVE NOT AVAILABLE - STATUS '
                   WS-TRACEARC-STATUS ' - ARCHIVE REPAIRS REJECTED'
           END-IF
           OPEN I-O PRENOTE-FILE
           IF WS-PRENOTE-STATUS = '00'
               SET WS-PRENOTE-OPEN TO TRUE
           ELSE
               DISPLAY 'PRENOTE FILE NOT AVAILABLE - STATUS '
                   WS-PRENOTE-STATUS ' - PRENOTE REPAIRS REJECTED'
           END-IF
           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUSTMST-STATUS = '00'
               SET WS-CUSTMST-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE - STATUS '
                   WS-CUSTMST-STATUS ' - ACCOUNT REPAIRS REJECTED'
           END-IF

           OPEN OUTPUT REPAIR-RPT-FILE
           PERFORM WRITE-REPAIR-RPT-HEADER

           PERFORM UNTIL WS-TRAN-EOF
               READ REPAIR-TRAN-FILE
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM APPLY-ONE-REPAIR
               END-READ
           END-PERFORM

           PERFORM WRITE-REPAIR-RPT-FOOTER

           CLOSE REPAIR-TRAN-FILE
           CLOSE REPAIR-RPT-FILE
           IF WS-ORIGHIST-OPEN
               CLOSE ORIG-HIST-FILE
           END-IF
           IF WS-TRACEARC-OPEN
               CLOSE TRACE-ARC-FILE
           END-IF
           IF WS-PRENOTE-OPEN
               CLOSE PRENOTE-FILE
           END-IF
           IF WS-CUSTMST-OPEN
               CLOSE CUST-MASTER-FILE
           END-IF

           DISPLAY 'INTEGRITY REPAIR SUMMARY'
           DISPLAY '  TRANSACTIONS READ: ' WS-TRAN-COUNT
           DISPLAY '  APPLIED:           ' WS-APPLIED-COUNT
           DISPLAY '  REJECTED:          ' WS-REJECTED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * APPLY-ONE-REPAIR splits the current transaction and routes it
      * by type.  Every repair is checked again against the dataset
      * as it stands now, since the datasets may have moved on since
      * the verification run; one that no longer fits is rejected
      * with its reason, never forced.
      *----------------------------------------------------------------
       APPLY-ONE-REPAIR.
           MOVE SPACES TO WS-EXCP-REASON
           MOVE SPACES TO WS-TRAN-FIELDS
           UNSTRING REPAIR-TRAN-RECORD DELIMITED BY ','
               INTO WS-TRAN-TYPE
                    WS-TRAN-KEY
                    WS-TRAN-FIELD-3
                    WS-TRAN-FIELD-4
                    WS-TRAN-FIELD-5
                    WS-TRAN-FILLER
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-TRAN-KEY = SPACES
                   MOVE 'MISSING RECORD KEY' TO WS-EXCP-REASON
               WHEN WS-TRAN-TYPE = 'HISTADD'
                   PERFORM APPLY-HISTORY-ADD
               WHEN WS-TRAN-TYPE = 'TRACEACCT'
                   PERFORM APPLY-ARCHIVE-ACCOUNT-MOVE
               WHEN WS-TRAN-TYPE = 'PRENACCT'
                   PERFORM APPLY-PRENOTE-ACCOUNT-MOVE
               WHEN OTHER
                   MOVE 'UNRECOGNIZED TRANSACTION TYPE'
                       TO WS-EXCP-REASON
           END-EVALUATE
           IF WS-EXCP-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'APPLIED' TO WS-RPT-RESULT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'REJECTED' TO WS-RPT-RESULT
           END-IF
           PERFORM WRITE-REPAIR-RPT-DETAIL.

      *----------------------------------------------------------------
      * APPLY-HISTORY-ADD writes a history record back for suspense
      * money that lost its own: in suspense, under the suspense
      * account, for the suspense amount, recorded the day it was
      * first seen.  A record that exists by now is left alone.
      *----------------------------------------------------------------
       APPLY-HISTORY-ADD.
           MOVE WS-TRAN-FIELD-4 (1:10) TO WS-TRAN-AMOUNT-X
           MOVE WS-TRAN-FIELD-5 (1:8) TO WS-TRAN-DATE-X
           EVALUATE TRUE
               WHEN NOT WS-ORIGHIST-OPEN
                   MOVE 'ORIGINATION HISTORY NOT AVAILABLE'
                       TO WS-EXCP-REASON
               WHEN WS-TRAN-AMOUNT-X NOT NUMERIC
                   MOVE 'AMOUNT NOT 10 DIGITS' TO WS-EXCP-REASON
               WHEN WS-TRAN-DATE-X NOT NUMERIC
                   MOVE 'DATE NOT YYYYMMDD' TO WS-EXCP-REASON
               WHEN OTHER
                   MOVE WS-TRAN-AMOUNT-X TO WS-TRAN-AMOUNT-R
                   MOVE WS-TRAN-DATE-X TO WS-TRAN-DATE
                   MOVE SPACES TO ORIG-HIST-RECORD
                   MOVE WS-TRAN-KEY TO OH-TRACE-NUMBER
                   MOVE WS-TRAN-FIELD-3 TO OH-CUSTOMER
                   MOVE WS-TRAN-AMOUNT TO OH-AMOUNT
                   MOVE 'S' TO OH-STATUS
                   MOVE WS-TRAN-DATE TO OH-RECORDED-DATE
                   MOVE ZERO TO OH-RETRY-COUNT
                   MOVE ZERO TO OH-RETURN-DATE
                   MOVE ZERO TO OH-EFFECTIVE-DATE
                   MOVE ZERO TO OH-REFUND-AMOUNT
                   MOVE ZERO TO OH-REFUND-DATE
                   WRITE ORIG-HIST-RECORD
                       INVALID KEY
                           MOVE 'HISTORY RECORD ALREADY ON FILE'
                               TO WS-EXCP-REASON
                   END-WRITE
           END-EVALUATE.

      *----------------------------------------------------------------
      * APPLY-ARCHIVE-ACCOUNT-MOVE moves a trace archive record from
      * a renumbered account to the account it is held under now,
      * provided the record still carries the old account and the
      * new one is on the customer master.
      *----------------------------------------------------------------
       APPLY-ARCHIVE-ACCOUNT-MOVE.
           EVALUATE TRUE
               WHEN NOT WS-TRACEARC-OPEN
                   MOVE 'TRACE ARCHIVE NOT AVAILABLE' TO WS-EXCP-REASON
               WHEN OTHER
                   PERFORM CHECK-NEW-ACCOUNT
           END-EVALUATE
           IF WS-EXCP-REASON = SPACES
               MOVE WS-TRAN-KEY TO TA-TRACE-NUMBER
               READ TRACE-ARC-FILE
                   INVALID KEY
                       MOVE 'TRACE NOT ON ARCHIVE' TO WS-EXCP-REASON
                   NOT INVALID KEY
                       IF TA-ACCOUNT NOT = WS-TRAN-FIELD-3
                           MOVE 'ARCHIVE NO LONGER CARRIES OLD ACCOUNT'
                               TO WS-EXCP-REASON
                       ELSE
                           MOVE WS-TRAN-FIELD-4 TO TA-ACCOUNT
                           REWRITE TRACE-ARC-RECORD
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * APPLY-PRENOTE-ACCOUNT-MOVE does the same for a prenote, so an
      * account's verified prenote follows it to the new number.
      *----------------------------------------------------------------
       APPLY-PRENOTE-ACCOUNT-MOVE.
           EVALUATE TRUE
               WHEN NOT WS-PRENOTE-OPEN
                   MOVE 'PRENOTE FILE NOT AVAILABLE' TO WS-EXCP-REASON
               WHEN OTHER
                   PERFORM CHECK-NEW-ACCOUNT
           END-EVALUATE
           IF WS-EXCP-REASON = SPACES
               MOVE WS-TRAN-KEY TO PN-TRACE-NUMBER
               READ PRENOTE-FILE
                   INVALID KEY
                       MOVE 'TRACE NOT ON PRENOTE FILE'
                           TO WS-EXCP-REASON
                   NOT INVALID KEY
                       IF PN-ACCOUNT NOT = WS-TRAN-FIELD-3
                           MOVE 'PRENOTE NO LONGER CARRIES OLD ACCOUNT'
                               TO WS-EXCP-REASON
                       ELSE
                           MOVE WS-TRAN-FIELD-4 TO PN-ACCOUNT
                           REWRITE PRENOTE-RECORD
                       END-IF
               END-READ
           END-IF.

       CHECK-NEW-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-TRAN-FIELD-3 = SPACES
                   MOVE 'MISSING OLD ACCOUNT' TO WS-EXCP-REASON
               WHEN WS-TRAN-FIELD-4 = SPACES
                   MOVE 'MISSING NEW ACCOUNT' TO WS-EXCP-REASON
               WHEN NOT WS-CUSTMST-OPEN
                   MOVE 'CUSTOMER MASTER NOT AVAILABLE'
                       TO WS-EXCP-REASON
               WHEN OTHER
                   MOVE WS-TRAN-FIELD-4 TO CM-ACCOUNT-NUMBER
                   READ CUST-MASTER-FILE
                       INVALID KEY
                           MOVE 'NEW ACCOUNT NOT ON MASTER'
                               TO WS-EXCP-REASON
                   END-READ
           END-EVALUATE.

      *----------------------------------------------------------------
      * WRITE-REPAIR-RPT-DETAIL reports one transaction, applied or
      * rejected, with its position in the transaction file, the
      * reason for a rejection, and the raw input.
      *----------------------------------------------------------------
       WRITE-REPAIR-RPT-DETAIL.
           MOVE WS-TRAN-COUNT TO WS-TRAN-NO-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-TRAN-NO-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RPT-RESULT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-EXCP-REASON DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  REPAIR-TRAN-RECORD (1:70) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPAIR-RPT-RECORD FROM WS-RPT-LINE.

      *----------------------------------------------------------------
      * Report framing, in the house one-header one-footer style.
      *----------------------------------------------------------------
       WRITE-REPAIR-RPT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTEGRITY REPAIR REPORT - RUN DATE '
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPAIR-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  TRAN #  RESULT    REASON' DELIMITED BY SIZE
                  '                                    TRANSACTION'
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPAIR-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-REPAIR-RPT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TRANSACTIONS APPLIED: ' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  '  REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REPAIR-RPT-RECORD FROM WS-RPT-LINE.
