       IDENTIFICATION DIVISION.
       PROGRAM-ID. DebitBlockMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOCK-TRAN-FILE ASSIGN TO 'BLKTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLKTRAN-STATUS.
           SELECT DEBIT-BLOCK-FILE ASSIGN TO 'DEBLOCK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DB-ACCOUNT
               FILE STATUS IS WS-DEBLOCK-STATUS.
           SELECT BLOCK-EXCP-FILE ASSIGN TO 'BLKEXCP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLKEXCP-STATUS.
           SELECT BLOCK-AUDIT-FILE ASSIGN TO 'BLKAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLKAUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOCK-TRAN-FILE.
       01  BLOCK-TRAN-RECORD PIC X(120).

       FD  DEBIT-BLOCK-FILE.
       COPY DEBLKREC.

       FD  BLOCK-EXCP-FILE.
       01  BLOCK-EXCP-RECORD PIC X(132).

       FD  BLOCK-AUDIT-FILE.
       01  BLOCK-AUDIT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BLKTRAN-STATUS          PIC XX VALUE SPACES.
       01  WS-DEBLOCK-STATUS          PIC XX VALUE SPACES.
       01  WS-BLKEXCP-STATUS          PIC XX VALUE SPACES.
       01  WS-BLKAUDT-STATUS          PIC XX VALUE SPACES.
       01  WS-TRAN-EOF-SW             PIC X VALUE 'N'.
           88  WS-TRAN-EOF                VALUE 'Y'.
       01  WS-DEBLOCK-OPEN-SW         PIC X VALUE 'N'.
           88  WS-DEBLOCK-OPEN            VALUE 'Y'.

      * One split collections transaction - 'BLOCK,account,reason,
      * operator' stops debits against an account, 'LIFT,account,
      * reason,operator' releases it.  The reason is collections' own
      * three-character code (a blank one on a BLOCK is recorded as
      * 'MAN'); the operator is required on both, since it is what
      * the audit report answers 'who changed this' with.
       01  WS-TRAN-FIELDS.
           05  WS-TRAN-TYPE           PIC X(05) VALUE SPACES.
           05  WS-TRAN-ACCOUNT        PIC X(20) VALUE SPACES.
           05  WS-TRAN-REASON         PIC X(03) VALUE SPACES.
           05  WS-TRAN-OPERATOR       PIC X(08) VALUE SPACES.
       01  WS-TRAN-FILLER             PIC X(20) VALUE SPACES.

      * Before and after images for the change-audit report: the
      * block status ('A' active, 'L' lifted, blank not on file), its
      * source and its reason code.
       01  WS-BEFORE-IMAGE.
           05  WS-BEFORE-STATUS       PIC X(01) VALUE SPACES.
           05  WS-BEFORE-SOURCE       PIC X(01) VALUE SPACES.
           05  WS-BEFORE-REASON       PIC X(03) VALUE SPACES.
       01  WS-AFTER-IMAGE.
           05  WS-AFTER-STATUS        PIC X(01) VALUE SPACES.
           05  WS-AFTER-SOURCE        PIC X(01) VALUE SPACES.
           05  WS-AFTER-REASON        PIC X(03) VALUE SPACES.

       01  WS-EXCP-REASON             PIC X(40) VALUE SPACES.
       01  WS-EXCP-LINE               PIC X(132) VALUE SPACES.
       01  WS-AUDIT-LINE              PIC X(132) VALUE SPACES.
       01  WS-TRAN-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-APPLIED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-REJECTED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-TRAN-NO-DISP            PIC 9(6).

       01  WS-CURRENT-DATE            PIC 9(8).
       01  WS-CURRENT-TIME            PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           OPEN INPUT BLOCK-TRAN-FILE
           IF WS-BLKTRAN-STATUS NOT = '00'
               DISPLAY 'TRANSACTION FILE WOULD NOT OPEN - STATUS '
                   WS-BLKTRAN-STATUS ' - NOTHING TO APPLY'
               STOP RUN
           END-IF

           PERFORM OPEN-DEBIT-BLOCK-REGISTRY
           IF NOT WS-DEBLOCK-OPEN
               DISPLAY 'DEBIT BLOCK REGISTRY NOT AVAILABLE - STATUS '
                   WS-DEBLOCK-STATUS ' - NOTHING APPLIED'
               CLOSE BLOCK-TRAN-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT BLOCK-EXCP-FILE
           PERFORM WRITE-EXCP-HEADER
           OPEN OUTPUT BLOCK-AUDIT-FILE
           PERFORM WRITE-AUDIT-HEADER

           PERFORM UNTIL WS-TRAN-EOF
               READ BLOCK-TRAN-FILE
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           PERFORM WRITE-EXCP-FOOTER
           PERFORM WRITE-AUDIT-FOOTER

           CLOSE BLOCK-TRAN-FILE
           CLOSE DEBIT-BLOCK-FILE
           CLOSE BLOCK-EXCP-FILE
           CLOSE BLOCK-AUDIT-FILE

           DISPLAY 'DEBIT BLOCK MAINTENANCE SUMMARY'
           DISPLAY '  TRANSACTIONS READ: ' WS-TRAN-COUNT
           DISPLAY '  APPLIED:           ' WS-APPLIED-COUNT
           DISPLAY '  REJECTED:          ' WS-REJECTED-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * OPEN-DEBIT-BLOCK-REGISTRY opens the registry for update,
      * creating it only when it truly does not exist yet (status
      * 35), so collections can block an account before any return
      * ever has.  Any other open failure leaves the live registry
      * untouched.
      *----------------------------------------------------------------
       OPEN-DEBIT-BLOCK-REGISTRY.
           OPEN I-O DEBIT-BLOCK-FILE
           IF WS-DEBLOCK-STATUS = '00'
               SET WS-DEBLOCK-OPEN TO TRUE
           ELSE
               IF WS-DEBLOCK-STATUS = '35'
                   OPEN OUTPUT DEBIT-BLOCK-FILE
                   IF WS-DEBLOCK-STATUS = '00'
                       CLOSE DEBIT-BLOCK-FILE
                       OPEN I-O DEBIT-BLOCK-FILE
                       IF WS-DEBLOCK-STATUS = '00'
                           SET WS-DEBLOCK-OPEN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * APPLY-ONE-TRANSACTION splits the current transaction and
      * routes it by type.  A transaction that fails any edit leaves
      * its reason in WS-EXCP-REASON and lands on the exception
      * report; one that applies writes its before/after images to
      * the change-audit report.
      *----------------------------------------------------------------
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-EXCP-REASON
           MOVE SPACES TO WS-TRAN-FIELDS
           UNSTRING BLOCK-TRAN-RECORD DELIMITED BY ','
               INTO WS-TRAN-TYPE
                    WS-TRAN-ACCOUNT
                    WS-TRAN-REASON
                    WS-TRAN-OPERATOR
                    WS-TRAN-FILLER
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-TRAN-TYPE NOT = 'BLOCK'
                    AND WS-TRAN-TYPE NOT = 'LIFT'
                   MOVE 'UNRECOGNIZED TRANSACTION TYPE'
                       TO WS-EXCP-REASON
               WHEN WS-TRAN-ACCOUNT = SPACES
                   MOVE 'MISSING ACCOUNT NUMBER' TO WS-EXCP-REASON
               WHEN WS-TRAN-OPERATOR = SPACES
                   MOVE 'MISSING OPERATOR' TO WS-EXCP-REASON
               WHEN WS-TRAN-TYPE = 'BLOCK'
                   PERFORM APPLY-BLOCK-TRANSACTION
               WHEN OTHER
                   PERFORM APPLY-LIFT-TRANSACTION
           END-EVALUATE
           IF WS-EXCP-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-EXCP-DETAIL
           END-IF.

      *----------------------------------------------------------------
      * APPLY-BLOCK-TRANSACTION stops debits against an account.  An
      * account with no registry record gets a new one; one whose
      * block was lifted is blocked again; one already blocked is a
      * conflict and is rejected, so the block that is on file - and
      * the return or collector behind it - stays visible.
      *----------------------------------------------------------------
       APPLY-BLOCK-TRANSACTION.
           IF WS-TRAN-REASON = SPACES
               MOVE 'MAN' TO WS-TRAN-REASON
           END-IF
           MOVE WS-TRAN-ACCOUNT TO DB-ACCOUNT
           READ DEBIT-BLOCK-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE WS-TRAN-ACCOUNT TO DB-ACCOUNT
                   MOVE SPACES TO DB-ROUTING
                   MOVE SPACES TO DB-TRACE
                   PERFORM SET-BLOCK-FIELDS
                   WRITE DEBIT-BLOCK-RECORD
                   PERFORM WRITE-AUDIT-DETAIL
               NOT INVALID KEY
                   IF DB-STATUS = 'A'
                       MOVE 'ACCOUNT ALREADY BLOCKED'
                           TO WS-EXCP-REASON
                   ELSE
                       MOVE DB-STATUS TO WS-BEFORE-STATUS
                       MOVE DB-SOURCE TO WS-BEFORE-SOURCE
                       MOVE DB-REASON-CODE TO WS-BEFORE-REASON
                       MOVE SPACES TO DB-TRACE
                       PERFORM SET-BLOCK-FIELDS
                       REWRITE DEBIT-BLOCK-RECORD
                       PERFORM WRITE-AUDIT-DETAIL
                   END-IF
           END-READ.

       SET-BLOCK-FIELDS.
           MOVE WS-TRAN-REASON TO DB-REASON-CODE
           MOVE 'C' TO DB-SOURCE
           MOVE 'A' TO DB-STATUS
           MOVE WS-CURRENT-DATE TO DB-BLOCKED-DATE
           MOVE WS-TRAN-OPERATOR TO DB-OPERATOR
           MOVE WS-CURRENT-DATE TO DB-CHANGED-DATE
           MOVE DB-STATUS TO WS-AFTER-STATUS
           MOVE DB-SOURCE TO WS-AFTER-SOURCE
           MOVE DB-REASON-CODE TO WS-AFTER-REASON.

      *----------------------------------------------------------------
      * APPLY-LIFT-TRANSACTION releases an active block, whether a
      * return or a collector set it.  The record stays on file as
      * lifted, keeping the reason and original block date, so the
      * account's history is never lost.
      *----------------------------------------------------------------
       APPLY-LIFT-TRANSACTION.
           MOVE WS-TRAN-ACCOUNT TO DB-ACCOUNT
           READ DEBIT-BLOCK-FILE
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON BLOCK REGISTRY'
                       TO WS-EXCP-REASON
               NOT INVALID KEY
                   IF DB-STATUS NOT = 'A'
                       MOVE 'BLOCK ALREADY LIFTED' TO WS-EXCP-REASON
                   ELSE
                       MOVE DB-STATUS TO WS-BEFORE-STATUS
                       MOVE DB-SOURCE TO WS-BEFORE-SOURCE
                       MOVE DB-REASON-CODE TO WS-BEFORE-REASON
                       MOVE 'L' TO DB-STATUS
                       MOVE WS-TRAN-OPERATOR TO DB-OPERATOR
                       MOVE WS-CURRENT-DATE TO DB-CHANGED-DATE
                       REWRITE DEBIT-BLOCK-RECORD
                       MOVE DB-STATUS TO WS-AFTER-STATUS
                       MOVE DB-SOURCE TO WS-AFTER-SOURCE
                       MOVE DB-REASON-CODE TO WS-AFTER-REASON
                       PERFORM WRITE-AUDIT-DETAIL
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * WRITE-AUDIT-DETAIL records one applied transaction on the
      * change-audit report: when, who, what action, which account,
      * and the block's status, source and reason before and after.
      *----------------------------------------------------------------
       WRITE-AUDIT-DETAIL.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO WS-AUDIT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURRENT-TIME (1:6) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAN-OPERATOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TRAN-TYPE DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  WS-TRAN-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BEFORE-STATUS DELIMITED BY SIZE
                  WS-BEFORE-SOURCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BEFORE-REASON DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  WS-AFTER-STATUS DELIMITED BY SIZE
                  WS-AFTER-SOURCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AFTER-REASON DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE BLOCK-AUDIT-RECORD FROM WS-AUDIT-LINE.

      *----------------------------------------------------------------
      * WRITE-EXCP-DETAIL reports one rejected transaction with its
      * position in the transaction file, the reason, and the raw
      * input so it can be corrected and resubmitted.
      *----------------------------------------------------------------
       WRITE-EXCP-DETAIL.
           MOVE WS-TRAN-COUNT TO WS-TRAN-NO-DISP
           MOVE SPACES TO WS-EXCP-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-TRAN-NO-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-EXCP-REASON DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  BLOCK-TRAN-RECORD (1:80) DELIMITED BY SIZE
                  INTO WS-EXCP-LINE
           WRITE BLOCK-EXCP-RECORD FROM WS-EXCP-LINE.

      *----------------------------------------------------------------
      * Report framing, in the house one-header one-footer style.
      *----------------------------------------------------------------
       WRITE-EXCP-HEADER.
           MOVE SPACES TO WS-EXCP-LINE
           STRING 'DEBIT BLOCK MAINTENANCE EXCEPTIONS - RUN DATE '
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-EXCP-LINE
           WRITE BLOCK-EXCP-RECORD FROM WS-EXCP-LINE
           MOVE SPACES TO WS-EXCP-LINE
           MOVE '  TRAN #  REASON                          TRANSACTION'
               TO WS-EXCP-LINE
           WRITE BLOCK-EXCP-RECORD FROM WS-EXCP-LINE.

       WRITE-EXCP-FOOTER.
           MOVE SPACES TO WS-EXCP-LINE
           STRING 'TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO WS-EXCP-LINE
           WRITE BLOCK-EXCP-RECORD FROM WS-EXCP-LINE.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'DEBIT BLOCK CHANGE AUDIT - RUN DATE '
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE BLOCK-AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE SPACES TO WS-AUDIT-LINE
           STRING '  DATE     TIME   OPERATOR ACTION     ACCOUNT'
                  DELIMITED BY SIZE
                  '              BEFORE -> AFTER' DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE BLOCK-AUDIT-RECORD FROM WS-AUDIT-LINE.

       WRITE-AUDIT-FOOTER.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'TRANSACTIONS APPLIED: ' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE BLOCK-AUDIT-RECORD FROM WS-AUDIT-LINE.
