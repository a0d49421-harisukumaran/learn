       IDENTIFICATION DIVISION.
       PROGRAM-ID. DailyCashProof.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REMIT-OUT-FILE ASSIGN TO 'REMITOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT DISCREP-RPT-FILE ASSIGN TO 'DISCREP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISCREP-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJECTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT GL-POST-FILE ASSIGN TO 'GLPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT GL-PARM-FILE ASSIGN TO 'GLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPARM-STATUS.
           SELECT COMPANY-TAB-FILE ASSIGN TO 'COMPTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTAB-STATUS.
           SELECT CASH-PROOF-RPT-FILE ASSIGN TO 'CASHPRF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHPRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-RECORD PIC X(300).

       FD  REMIT-OUT-FILE.
       01  REMIT-OUT-RECORD PIC X(100).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD PIC X(150).

       FD  DISCREP-RPT-FILE.
       01  DISCREP-RPT-RECORD PIC X(132).

       FD  REJECT-FILE.
       01  REJECT-RECORD PIC X(211).

       FD  GL-POST-FILE.
       01  GL-POST-RECORD PIC X(100).

       FD  GL-PARM-FILE.
       01  GL-PARM-RECORD PIC X(80).

       FD  COMPANY-TAB-FILE.
       01  COMPANY-TAB-RECORD PIC X(80).

       FD  CASH-PROOF-RPT-FILE.
       01  CASH-PROOF-RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS            PIC XX VALUE SPACES.
       01  WS-REMIT-STATUS            PIC XX VALUE SPACES.
       01  WS-SUSPENSE-STATUS         PIC XX VALUE SPACES.
       01  WS-DISCREP-STATUS          PIC XX VALUE SPACES.
       01  WS-REJECT-STATUS           PIC XX VALUE SPACES.
       01  WS-GLPOST-STATUS           PIC XX VALUE SPACES.
       01  WS-GLPARM-STATUS           PIC XX VALUE SPACES.
       01  WS-COMPTAB-STATUS          PIC XX VALUE SPACES.
       01  WS-CASHPRF-STATUS          PIC XX VALUE SPACES.
       01  WS-AUDIT-EOF-SW            PIC X VALUE 'N'.
           88  WS-AUDIT-EOF               VALUE 'Y'.
       01  WS-REMIT-EOF-SW            PIC X VALUE 'N'.
           88  WS-REMIT-EOF               VALUE 'Y'.
       01  WS-SUSPENSE-EOF-SW         PIC X VALUE 'N'.
           88  WS-SUSPENSE-EOF            VALUE 'Y'.
       01  WS-DISCREP-EOF-SW          PIC X VALUE 'N'.
           88  WS-DISCREP-EOF             VALUE 'Y'.
       01  WS-REJECT-EOF-SW           PIC X VALUE 'N'.
           88  WS-REJECT-EOF              VALUE 'Y'.
       01  WS-GLPOST-EOF-SW           PIC X VALUE 'N'.
           88  WS-GLPOST-EOF              VALUE 'Y'.
       01  WS-GLPARM-EOF-SW           PIC X VALUE 'N'.
           88  WS-GLPARM-EOF              VALUE 'Y'.
       01  WS-COMPTAB-EOF-SW          PIC X VALUE 'N'.
           88  WS-COMPTAB-EOF             VALUE 'Y'.

       01  WS-CURRENT-DATE            PIC 9(8).
       01  WS-PROOF-DATE              PIC X(08) VALUE SPACES.

      * One split audit record, as AuditTrendReport splits them:
      * the tag, the 16-digit run ID (run date plus start time) and
      * the fields behind it.  Only runs whose ID carries the proof
      * date take part in the proof.
       01  WS-AUD-FIELDS.
           05  WS-AUD-TAG             PIC X(08) VALUE SPACES.
           05  WS-AUD-RUN-ID          PIC X(16) VALUE SPACES.
           05  WS-AUD-F3              PIC X(40) VALUE SPACES.
           05  WS-AUD-F4              PIC X(40) VALUE SPACES.
           05  WS-AUD-F5              PIC X(40) VALUE SPACES.
           05  WS-AUD-F6              PIC X(40) VALUE SPACES.
           05  WS-AUD-F7              PIC X(40) VALUE SPACES.
           05  WS-AUD-F8              PIC X(40) VALUE SPACES.
           05  WS-AUD-F9              PIC X(40) VALUE SPACES.
           05  WS-AUD-F10             PIC X(40) VALUE SPACES.
       01  WS-TOKEN-FIELD             PIC X(40) VALUE SPACES.
       01  WS-TOKEN-KEY               PIC X(10) VALUE SPACES.
       01  WS-TOKEN-VALUE             PIC X(30) VALUE SPACES.
       01  WS-VALUE-NUM               PIC 9(8) VALUE ZERO.

      * The KEY=VALUE figures gathered off one BATCHPRF or IATHOLD
      * record before they are posted to the record's company.
       01  WS-TOK-COMPANY             PIC X(04) VALUE SPACES.
       01  WS-TOK-RECEIVED            PIC 9(12)V99 VALUE ZERO.
       01  WS-TOK-RETURNED            PIC 9(12)V99 VALUE ZERO.
       01  WS-TOK-REJECTED            PIC 9(12)V99 VALUE ZERO.
       01  WS-TOK-POSTED              PIC 9(12)V99 VALUE ZERO.
       01  WS-TOK-AMOUNT              PIC 9(12)V99 VALUE ZERO.

      * The AR import, suspense, discrepancy and GL files each carry
      * their amounts as the edited picture the writer used, of
      * differing widths, so the digits left of the point are taken
      * right-justified, zero-filled and rebuilt the way BaiBankRecon
      * de-edits a GL amount.
       01  WS-AMOUNT-TEXT             PIC X(30) VALUE SPACES.
       01  WS-AMT-WHOLE-X             PIC X(14) JUSTIFIED RIGHT.
       01  WS-AMT-CENTS-X             PIC X(02).
       01  WS-AMT-WHOLE               PIC 9(14).
       01  WS-AMT-CENTS               PIC 9(02).
       01  WS-ITEM-AMOUNT             PIC 9(12)V99 VALUE ZERO.
       01  WS-ITEM-AMOUNT-OK-SW       PIC X VALUE 'N'.
           88  WS-ITEM-AMOUNT-OK          VALUE 'Y'.

      * Split AR import lines.  A payment line is 'account,amount,
      * reference,company'; an itemized line is 'INVOICE,account,
      * invoice,amount,adjustment,reference,company'.  The batch and
      * run footers, reversals, returns and NOC lines are not money
      * applied and are passed over.
       01  WS-REMIT-FIELDS.
           05  WS-REMIT-F1            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F2            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F3            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F4            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F5            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F6            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F7            PIC X(20) VALUE SPACES.

      * Split suspense items, SuspenseWorkoff's layout.  A carried
      * item has its first-seen date behind the company code; an item
      * the day's parsers queued has none yet, and only those are
      * the day's suspense.  Legacy carried items put the date one
      * field early, and are recognized the way SuspenseWorkoff
      * recognizes them.
       01  WS-SUSP-FIELDS.
           05  WS-SUSP-ACCOUNT        PIC X(20) VALUE SPACES.
           05  WS-SUSP-AMOUNT-X       PIC X(11) VALUE SPACES.
           05  WS-SUSP-REF-QUAL       PIC X(20) VALUE SPACES.
           05  WS-SUSP-REF-VALUE      PIC X(20) VALUE SPACES.
           05  WS-SUSP-DATE-QUAL      PIC X(20) VALUE SPACES.
           05  WS-SUSP-DATE-VALUE     PIC X(20) VALUE SPACES.
           05  WS-SUSP-REFERENCE      PIC X(15) VALUE SPACES.
           05  WS-SUSP-COMPANY-X      PIC X(08) VALUE SPACES.
           05  WS-SUSP-FIRST-SEEN     PIC X(08) VALUE SPACES.

      * Split GLPOST journal lines: 'JE,batch,date,DR|CR,account,
      * amount,company'.  CONTROL records are passed over.
       01  WS-GL-FIELDS.
           05  WS-GL-TAG              PIC X(08) VALUE SPACES.
           05  WS-GL-BATCH            PIC X(10) VALUE SPACES.
           05  WS-GL-DATE             PIC X(08) VALUE SPACES.
           05  WS-GL-SIDE             PIC X(02) VALUE SPACES.
           05  WS-GL-ACCOUNT          PIC X(10) VALUE SPACES.
           05  WS-GL-AMOUNT-X         PIC X(20) VALUE SPACES.
           05  WS-GL-CODE             PIC X(04) VALUE SPACES.

      * GL working-storage, the parsers' conventions: GLPARM's CASH
      * account for a single-company shop, or the shared COMPTAB
      * 'companyid,cash,arclr,code' table, which then gives every
      * company code its own cash account.  Only journal debits to a
      * company's own cash account count as that company's GL cash.
       01  WS-GL-PARM-KEYWORD         PIC X(10) VALUE SPACES.
       01  WS-GL-PARM-VALUE           PIC X(20) VALUE SPACES.
       01  WS-GL-CASH-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-GL-ARCLR-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-GL-ENABLED-SW           PIC X VALUE 'N'.
           88  WS-GL-ENABLED              VALUE 'Y'.
       01  WS-COMPANY-MODE-SW         PIC X VALUE 'N'.
           88  WS-COMPANY-MODE            VALUE 'Y'.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 50 TIMES.
               10  WS-CT-COMPANY-ID   PIC X(10).
               10  WS-CT-CASH         PIC X(10).
               10  WS-CT-ARCLR        PIC X(10).
               10  WS-CT-CODE         PIC X(04).
       01  WS-COMPANY-USED            PIC 9(3) COMP VALUE ZERO.
       01  WS-COMPANY-MAX             PIC 9(3) COMP VALUE 50.
       01  WS-CT-SUB                  PIC 9(3) COMP VALUE ZERO.
       01  WS-COMPANY-FOUND-SW        PIC X VALUE 'N'.
           88  WS-COMPANY-FOUND           VALUE 'Y'.
       01  WS-EXPECTED-CASH-ACCOUNT   PIC X(10) VALUE SPACES.

      * The proof table, one row per company code seen anywhere in
      * the day's files - a code that turns up only in one place is
      * exactly what the proof exists to catch.  A blank code is the
      * single-company shop's one row.  The packed fields carry no
      * VALUE clauses, so every row is zeroed as it is opened.
       01  WS-PROOF-TABLE.
           05  WS-PROOF-ENTRY OCCURS 60 TIMES.
               10  WS-PC-CODE         PIC X(04).
               10  WS-PC-ACH-RECEIVED PIC 9(12)V99 COMP-3.
               10  WS-PC-LBX-RECEIVED PIC 9(12)V99 COMP-3.
               10  WS-PC-APPLIED      PIC 9(12)V99 COMP-3.
               10  WS-PC-SUSPENSE     PIC 9(12)V99 COMP-3.
               10  WS-PC-DISCREP      PIC 9(12)V99 COMP-3.
               10  WS-PC-RETURNED     PIC 9(12)V99 COMP-3.
               10  WS-PC-IAT-HELD     PIC 9(12)V99 COMP-3.
               10  WS-PC-REJECTED     PIC 9(12)V99 COMP-3.
               10  WS-PC-GL-CASH      PIC 9(12)V99 COMP-3.
               10  WS-PC-GL-POSTED    PIC 9(12)V99 COMP-3.
       01  WS-PC-USED                 PIC 9(3) COMP VALUE ZERO.
       01  WS-PC-MAX                  PIC 9(3) COMP VALUE 60.
       01  WS-PC-SUB                  PIC 9(3) COMP VALUE ZERO.
       01  WS-PC-FOUND-SW             PIC X VALUE 'N'.
           88  WS-PC-FOUND                VALUE 'Y'.
       01  WS-FIND-CODE               PIC X(04) VALUE SPACES.

      * One company's proof, worked in the same fields for every
      * company and again for the all-companies total.
       01  WS-PRF-CODE                PIC X(04) VALUE SPACES.
       01  WS-PRF-ACH-RECEIVED        PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-LBX-RECEIVED        PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-RECEIVED            PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-APPLIED             PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-SUSPENSE            PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-DISCREP             PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-RETURNED            PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-IAT-HELD            PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-REJECTED            PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-ACCOUNTED           PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-DIFFERENCE          PIC S9(12)V99 VALUE ZERO.
       01  WS-PRF-GL-CASH             PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-GL-POSTED           PIC 9(12)V99 VALUE ZERO.
       01  WS-PRF-GL-EXPECTED         PIC S9(12)V99 VALUE ZERO.
       01  WS-PRF-GL-DIFFERENCE       PIC S9(12)V99 VALUE ZERO.
       01  WS-PRF-IN-PROOF-SW         PIC X VALUE 'Y'.
           88  WS-PRF-IN-PROOF            VALUE 'Y'.
           88  WS-PRF-OUT-OF-PROOF        VALUE 'N'.

      * All-companies totals.
       01  WS-TOT-ACH-RECEIVED        PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-LBX-RECEIVED        PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-APPLIED             PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-SUSPENSE            PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-DISCREP             PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-RETURNED            PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-IAT-HELD            PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-REJECTED            PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-GL-CASH             PIC 9(12)V99 VALUE ZERO.
       01  WS-TOT-GL-POSTED           PIC 9(12)V99 VALUE ZERO.

      * Run counts.  The rejected-segment count on REJECTS is set
      * beside the count the day's runs logged to the audit trail;
      * the reject file carries no amounts or company, so a
      * difference is reported for follow-up but proves nothing
      * either way about a company's dollars.
       01  WS-BATCH-PROOF-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-IAT-HOLD-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-AUDIT-REJECT-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-REJECT-FILE-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-REMIT-LINE-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-SUSPENSE-NEW-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-DISCREP-LINE-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-GL-DEBIT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-UNREADABLE-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-IN-PROOF-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-OUT-OF-PROOF-COUNT      PIC 9(4) VALUE ZERO.

      * Report working-storage.
       01  WS-RPT-LINE                PIC X(132) VALUE SPACES.
       01  WS-RPT-LABEL               PIC X(36) VALUE SPACES.
       01  WS-RPT-FLAG                PIC X(14) VALUE SPACES.
       01  WS-RPT-AMOUNT              PIC S9(12)V99 VALUE ZERO.
       01  WS-RPT-AMOUNT-EDIT         PIC ---,---,---,--9.99.
       01  WS-RPT-COUNT-EDIT          PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-PROOF-DATE

           PERFORM LOAD-GL-PARAMETERS
           PERFORM LOAD-COMPANY-TABLE

      * Received dollars come only from the audit trail - without
      * it there is nothing to prove the day's files against.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'AUDIT TRAIL WOULD NOT OPEN - STATUS '
                   WS-AUDIT-STATUS ' - DAY CANNOT BE PROVED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-TRAIL-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM GATHER-ONE-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE

           PERFORM GATHER-APPLIED-REMITTANCES
           PERFORM GATHER-NEW-SUSPENSE
           PERFORM GATHER-DISCREPANCIES
           PERFORM COUNT-REJECTED-SEGMENTS
           PERFORM GATHER-GL-CASH

           OPEN OUTPUT CASH-PROOF-RPT-FILE
           PERFORM WRITE-PROOF-RPT-HEADER
           MOVE ZERO TO WS-PC-SUB
           PERFORM UNTIL WS-PC-SUB >= WS-PC-USED
               ADD 1 TO WS-PC-SUB
               PERFORM PROVE-ONE-COMPANY
               PERFORM WRITE-PROOF-SHEET
               IF WS-PRF-IN-PROOF
                   ADD 1 TO WS-IN-PROOF-COUNT
               ELSE
                   ADD 1 TO WS-OUT-OF-PROOF-COUNT
               END-IF
           END-PERFORM
           PERFORM PROVE-ALL-COMPANIES
           PERFORM WRITE-PROOF-SHEET
           PERFORM WRITE-PROOF-RPT-FOOTER
           CLOSE CASH-PROOF-RPT-FILE

           DISPLAY 'DAILY CASH PROOF SUMMARY - ' WS-PROOF-DATE
           DISPLAY '  BATCHES PROVED:        ' WS-BATCH-PROOF-COUNT
           DISPLAY '  IAT HOLDS:             ' WS-IAT-HOLD-COUNT
           DISPLAY '  AR IMPORT LINES:       ' WS-REMIT-LINE-COUNT
           DISPLAY '  NEW SUSPENSE ITEMS:    ' WS-SUSPENSE-NEW-COUNT
           DISPLAY '  DISCREPANCY LINES:     ' WS-DISCREP-LINE-COUNT
           DISPLAY '  GL CASH DEBITS:        ' WS-GL-DEBIT-COUNT
           DISPLAY '  COMPANIES IN PROOF:    ' WS-IN-PROOF-COUNT
           DISPLAY '  COMPANIES OUT OF PROOF:' WS-OUT-OF-PROOF-COUNT
           IF WS-OUT-OF-PROOF-COUNT > ZERO
               DISPLAY 'DAY IS OUT OF PROOF - SEE CASHPRF BEFORE '
                   'RELEASING AR POSTING'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-GL-PARAMETERS, LOAD-COMPANY-TABLE and LOAD-ONE-COMPANY
      * read the parsers' GLPARM and COMPTAB files the way the
      * parsers do, so the proof looks for each company's cash in
      * the account its receipts were booked to.
      *----------------------------------------------------------------
       LOAD-GL-PARAMETERS.
           OPEN INPUT GL-PARM-FILE
           IF WS-GLPARM-STATUS = '00'
               PERFORM UNTIL WS-GLPARM-EOF
                   READ GL-PARM-FILE
                       AT END
                           SET WS-GLPARM-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-GL-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE GL-PARM-FILE
           END-IF
           IF WS-GL-CASH-ACCOUNT NOT = SPACES
              AND WS-GL-ARCLR-ACCOUNT NOT = SPACES
               SET WS-GL-ENABLED TO TRUE
           END-IF.

       APPLY-GL-PARAMETER.
           MOVE SPACES TO WS-GL-PARM-KEYWORD
           MOVE SPACES TO WS-GL-PARM-VALUE
           UNSTRING GL-PARM-RECORD DELIMITED BY ','
               INTO WS-GL-PARM-KEYWORD
                    WS-GL-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-GL-PARM-KEYWORD
               WHEN 'CASH'
                   MOVE WS-GL-PARM-VALUE TO WS-GL-CASH-ACCOUNT
               WHEN 'ARCLR'
                   MOVE WS-GL-PARM-VALUE TO WS-GL-ARCLR-ACCOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-COMPANY-TABLE.
           OPEN INPUT COMPANY-TAB-FILE
           IF WS-COMPTAB-STATUS = '00'
               PERFORM UNTIL WS-COMPTAB-EOF
                   READ COMPANY-TAB-FILE
                       AT END
                           SET WS-COMPTAB-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-COMPANY
                   END-READ
               END-PERFORM
               CLOSE COMPANY-TAB-FILE
           END-IF
           IF WS-COMPANY-USED > ZERO
               SET WS-COMPANY-MODE TO TRUE
               SET WS-GL-ENABLED TO TRUE
               DISPLAY 'COMPANY TABLE LOADED - '
                   WS-COMPANY-USED ' COMPANIES'
           END-IF.

       LOAD-ONE-COMPANY.
           IF WS-COMPANY-USED >= WS-COMPANY-MAX
               DISPLAY 'COMPANY TABLE FULL - ENTRY IGNORED - '
                   COMPANY-TAB-RECORD
           ELSE
               ADD 1 TO WS-COMPANY-USED
               MOVE WS-COMPANY-USED TO WS-CT-SUB
               UNSTRING COMPANY-TAB-RECORD DELIMITED BY ','
                   INTO WS-CT-COMPANY-ID (WS-CT-SUB)
                        WS-CT-CASH (WS-CT-SUB)
                        WS-CT-ARCLR (WS-CT-SUB)
                        WS-CT-CODE (WS-CT-SUB)
               END-UNSTRING
               IF WS-CT-COMPANY-ID (WS-CT-SUB) = SPACES
                  OR WS-CT-CASH (WS-CT-SUB) = SPACES
                  OR WS-CT-ARCLR (WS-CT-SUB) = SPACES
                   DISPLAY 'COMPANY TABLE ENTRY INCOMPLETE - '
                       'IGNORED - ' COMPANY-TAB-RECORD
                   SUBTRACT 1 FROM WS-COMPANY-USED
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * GATHER-ONE-AUDIT-RECORD splits one audit record and, for the
      * proof date's runs, posts what the parsers received, returned,
      * rejected and held.  BATCHPRF carries every reconciled batch's
      * received, returned and rejected dollars - lockbox batches
      * under the LBXIN source name, everything else ACH - and the
      * dollars its journal entry posted to cash; IATHOLD
      * carries each compliance-held entry; FILE carries each input
      * file's rejected-segment count.
      *----------------------------------------------------------------
       GATHER-ONE-AUDIT-RECORD.
           PERFORM SPLIT-AUDIT-RECORD
           IF WS-AUD-RUN-ID (1:8) = WS-PROOF-DATE
               EVALUATE WS-AUD-TAG
                   WHEN 'BATCHPRF'
                       PERFORM POST-BATCH-PROOF
                   WHEN 'IATHOLD'
                       PERFORM POST-IAT-HOLD
                   WHEN 'FILE'
                       IF WS-AUD-F6 (1:8) NUMERIC
                           MOVE WS-AUD-F6 (1:8) TO WS-VALUE-NUM
                           ADD WS-VALUE-NUM TO WS-AUDIT-REJECT-COUNT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       SPLIT-AUDIT-RECORD.
           MOVE SPACES TO WS-AUD-FIELDS
           UNSTRING AUDIT-TRAIL-RECORD DELIMITED BY ','
               INTO WS-AUD-TAG
                    WS-AUD-RUN-ID
                    WS-AUD-F3
                    WS-AUD-F4
                    WS-AUD-F5
                    WS-AUD-F6
                    WS-AUD-F7
                    WS-AUD-F8
                    WS-AUD-F9
                    WS-AUD-F10
           END-UNSTRING.

       POST-BATCH-PROOF.
           PERFORM GATHER-RECORD-TOKENS
           MOVE WS-TOK-COMPANY TO WS-FIND-CODE
           PERFORM FIND-PROOF-ROW
           IF WS-PC-FOUND
               ADD 1 TO WS-BATCH-PROOF-COUNT
               IF WS-AUD-F3 = 'LBXIN'
                   ADD WS-TOK-RECEIVED TO WS-PC-LBX-RECEIVED (WS-PC-SUB)
               ELSE
                   ADD WS-TOK-RECEIVED TO WS-PC-ACH-RECEIVED (WS-PC-SUB)
               END-IF
               ADD WS-TOK-RETURNED TO WS-PC-RETURNED (WS-PC-SUB)
               ADD WS-TOK-REJECTED TO WS-PC-REJECTED (WS-PC-SUB)
               ADD WS-TOK-POSTED TO WS-PC-GL-POSTED (WS-PC-SUB)
           END-IF.

       POST-IAT-HOLD.
           PERFORM GATHER-RECORD-TOKENS
           MOVE WS-TOK-COMPANY TO WS-FIND-CODE
           PERFORM FIND-PROOF-ROW
           IF WS-PC-FOUND
               ADD 1 TO WS-IAT-HOLD-COUNT
               ADD WS-TOK-AMOUNT TO WS-PC-IAT-HELD (WS-PC-SUB)
           END-IF.

      * The KEY=VALUE fields are taken one at a time, wherever they
      * sit behind the source and batch, so the company is known
      * before anything is posted to it.
       GATHER-RECORD-TOKENS.
           MOVE SPACES TO WS-TOK-COMPANY
           MOVE ZERO TO WS-TOK-RECEIVED
           MOVE ZERO TO WS-TOK-RETURNED
           MOVE ZERO TO WS-TOK-REJECTED
           MOVE ZERO TO WS-TOK-POSTED
           MOVE ZERO TO WS-TOK-AMOUNT
           MOVE WS-AUD-F5 TO WS-TOKEN-FIELD
           PERFORM GATHER-ONE-TOKEN
           MOVE WS-AUD-F6 TO WS-TOKEN-FIELD
           PERFORM GATHER-ONE-TOKEN
           MOVE WS-AUD-F7 TO WS-TOKEN-FIELD
           PERFORM GATHER-ONE-TOKEN
           MOVE WS-AUD-F8 TO WS-TOKEN-FIELD
           PERFORM GATHER-ONE-TOKEN
           MOVE WS-AUD-F9 TO WS-TOKEN-FIELD
           PERFORM GATHER-ONE-TOKEN
           MOVE WS-AUD-F10 TO WS-TOKEN-FIELD
           PERFORM GATHER-ONE-TOKEN.

       GATHER-ONE-TOKEN.
           MOVE SPACES TO WS-TOKEN-KEY
           MOVE SPACES TO WS-TOKEN-VALUE
           UNSTRING WS-TOKEN-FIELD DELIMITED BY '='
               INTO WS-TOKEN-KEY
                    WS-TOKEN-VALUE
           END-UNSTRING
           EVALUATE WS-TOKEN-KEY
               WHEN 'COMPANY'
                   MOVE WS-TOKEN-VALUE TO WS-TOK-COMPANY
               WHEN 'RECEIVED'
                   PERFORM DE-EDIT-TOKEN-AMOUNT
                   MOVE WS-ITEM-AMOUNT TO WS-TOK-RECEIVED
               WHEN 'RETURNED'
                   PERFORM DE-EDIT-TOKEN-AMOUNT
                   MOVE WS-ITEM-AMOUNT TO WS-TOK-RETURNED
               WHEN 'REJECTED'
                   PERFORM DE-EDIT-TOKEN-AMOUNT
                   MOVE WS-ITEM-AMOUNT TO WS-TOK-REJECTED
               WHEN 'POSTED'
                   PERFORM DE-EDIT-TOKEN-AMOUNT
                   MOVE WS-ITEM-AMOUNT TO WS-TOK-POSTED
               WHEN 'AMOUNT'
                   PERFORM DE-EDIT-TOKEN-AMOUNT
                   MOVE WS-ITEM-AMOUNT TO WS-TOK-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       DE-EDIT-TOKEN-AMOUNT.
           MOVE WS-TOKEN-VALUE TO WS-AMOUNT-TEXT
           PERFORM DE-EDIT-AMOUNT-TEXT
           IF NOT WS-ITEM-AMOUNT-OK
               ADD 1 TO WS-UNREADABLE-COUNT
               DISPLAY 'AUDIT AMOUNT UNREADABLE - TAKEN AS ZERO - '
                   WS-AUD-TAG ' ' WS-AUD-RUN-ID ' ' WS-TOKEN-FIELD
           END-IF.

      *----------------------------------------------------------------
      * DE-EDIT-AMOUNT-TEXT rebuilds the numeric value of an edited
      * or zero-filled amount already moved into WS-AMOUNT-TEXT: the
      * digits before the point, right-justified and zero-filled,
      * and the two after it.
      *----------------------------------------------------------------
       DE-EDIT-AMOUNT-TEXT.
           MOVE 'N' TO WS-ITEM-AMOUNT-OK-SW
           MOVE ZERO TO WS-ITEM-AMOUNT
           MOVE SPACES TO WS-AMT-WHOLE-X
           MOVE SPACES TO WS-AMT-CENTS-X
           UNSTRING WS-AMOUNT-TEXT DELIMITED BY '.'
               INTO WS-AMT-WHOLE-X
                    WS-AMT-CENTS-X
           END-UNSTRING
           INSPECT WS-AMT-WHOLE-X
               REPLACING LEADING SPACES BY ZEROS
           IF WS-AMT-WHOLE-X NUMERIC AND WS-AMT-CENTS-X NUMERIC
               MOVE WS-AMT-WHOLE-X TO WS-AMT-WHOLE
               MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS
               COMPUTE WS-ITEM-AMOUNT =
                   WS-AMT-WHOLE + WS-AMT-CENTS / 100
               SET WS-ITEM-AMOUNT-OK TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * FIND-PROOF-ROW locates the proof table row for WS-FIND-CODE,
      * opening a zeroed row for a code not yet seen.
      *----------------------------------------------------------------
       FIND-PROOF-ROW.
           MOVE 'N' TO WS-PC-FOUND-SW
           MOVE ZERO TO WS-PC-SUB
           PERFORM UNTIL WS-PC-FOUND OR WS-PC-SUB >= WS-PC-USED
               ADD 1 TO WS-PC-SUB
               IF WS-PC-CODE (WS-PC-SUB) = WS-FIND-CODE
                   SET WS-PC-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-PC-FOUND
               IF WS-PC-USED < WS-PC-MAX
                   ADD 1 TO WS-PC-USED
                   MOVE WS-PC-USED TO WS-PC-SUB
                   MOVE WS-FIND-CODE TO WS-PC-CODE (WS-PC-SUB)
                   MOVE ZERO TO WS-PC-ACH-RECEIVED (WS-PC-SUB)
                   MOVE ZERO TO WS-PC-LBX-RECEIVED (WS-PC-SUB)
                   MOVE ZERO TO WS-PC-APPLIED (WS-PC-SUB)
                   MOVE ZERO TO WS-PC-SUSPENSE (WS-PC-SUB)
                   MOVE ZERO TO WS-PC-DISCREP (WS-PC-SUB)
                   MOVE ZERO TO WS-PC-RETURNED (WS-PC-SUB)
                   MOVE ZERO TO WS-PC-IAT-HELD (WS-PC-SUB)
                   MOVE ZERO TO WS-PC-REJECTED (WS-PC-SUB)
                   MOVE ZERO TO WS-PC-GL-CASH (WS-PC-SUB)
                   MOVE ZERO TO WS-PC-GL-POSTED (WS-PC-SUB)
                   SET WS-PC-FOUND TO TRUE
               ELSE
                   DISPLAY 'PROOF TABLE FULL - COMPANY '
                       WS-FIND-CODE ' NOT PROVED'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * GATHER-APPLIED-REMITTANCES totals the day's AR import by
      * company: every payment line and every itemized INVOICE line
      * is money applied.  Footer, reversal, return and NOC lines
      * are not.
      *----------------------------------------------------------------
       GATHER-APPLIED-REMITTANCES.
           OPEN INPUT REMIT-OUT-FILE
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'AR IMPORT FILE NOT AVAILABLE - STATUS '
                   WS-REMIT-STATUS ' - NOTHING APPLIED TODAY'
           ELSE
               PERFORM UNTIL WS-REMIT-EOF
                   READ REMIT-OUT-FILE
                       AT END
                           SET WS-REMIT-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-ONE-REMITTANCE
                   END-READ
               END-PERFORM
               CLOSE REMIT-OUT-FILE
           END-IF.

       POST-ONE-REMITTANCE.
           MOVE SPACES TO WS-REMIT-FIELDS
           UNSTRING REMIT-OUT-RECORD DELIMITED BY ','
               INTO WS-REMIT-F1
                    WS-REMIT-F2
                    WS-REMIT-F3
                    WS-REMIT-F4
                    WS-REMIT-F5
                    WS-REMIT-F6
                    WS-REMIT-F7
           END-UNSTRING
           EVALUATE WS-REMIT-F1
               WHEN 'BATCH TOTAL'
               WHEN 'RUN TOTAL'
               WHEN 'REVERSAL'
               WHEN 'RETURN'
               WHEN 'NOC'
               WHEN SPACES
                   CONTINUE
               WHEN 'INVOICE'
                   MOVE WS-REMIT-F4 TO WS-AMOUNT-TEXT
                   MOVE WS-REMIT-F7 TO WS-FIND-CODE
                   PERFORM POST-APPLIED-AMOUNT
               WHEN OTHER
                   MOVE WS-REMIT-F2 TO WS-AMOUNT-TEXT
                   MOVE WS-REMIT-F4 TO WS-FIND-CODE
                   PERFORM POST-APPLIED-AMOUNT
           END-EVALUATE.

       POST-APPLIED-AMOUNT.
           PERFORM DE-EDIT-AMOUNT-TEXT
           IF NOT WS-ITEM-AMOUNT-OK
               ADD 1 TO WS-UNREADABLE-COUNT
               DISPLAY 'AR IMPORT AMOUNT UNREADABLE - NOT PROVED - '
                   REMIT-OUT-RECORD
           ELSE
               PERFORM FIND-PROOF-ROW
               IF WS-PC-FOUND
                   ADD 1 TO WS-REMIT-LINE-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-PC-APPLIED (WS-PC-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * GATHER-NEW-SUSPENSE totals the suspense items the day's
      * parsers queued, by company.  Items already carried by
      * SuspenseWorkoff bear a first-seen date and were proved on
      * the day they arrived.
      *----------------------------------------------------------------
       GATHER-NEW-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'SUSPENSE FILE NOT AVAILABLE - STATUS '
                   WS-SUSPENSE-STATUS ' - NO SUSPENSE TODAY'
           ELSE
               PERFORM UNTIL WS-SUSPENSE-EOF
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-SUSPENSE-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-ONE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       POST-ONE-SUSPENSE-ITEM.
           MOVE SPACES TO WS-SUSP-FIELDS
           UNSTRING SUSPENSE-RECORD DELIMITED BY ','
               INTO WS-SUSP-ACCOUNT
                    WS-SUSP-AMOUNT-X
                    WS-SUSP-REF-QUAL
                    WS-SUSP-REF-VALUE
                    WS-SUSP-DATE-QUAL
                    WS-SUSP-DATE-VALUE
                    WS-SUSP-REFERENCE
                    WS-SUSP-COMPANY-X
                    WS-SUSP-FIRST-SEEN
           END-UNSTRING
           IF WS-SUSP-FIRST-SEEN = SPACES
              AND WS-SUSP-COMPANY-X = SPACES
              AND WS-SUSP-REFERENCE (1:8) NUMERIC
              AND WS-SUSP-REFERENCE (9:7) = SPACES
               MOVE WS-SUSP-REFERENCE (1:8) TO WS-SUSP-FIRST-SEEN
           END-IF
           IF WS-SUSP-FIRST-SEEN = SPACES
              AND WS-SUSP-COMPANY-X NUMERIC
               MOVE WS-SUSP-COMPANY-X TO WS-SUSP-FIRST-SEEN
           END-IF
           IF WS-SUSP-FIRST-SEEN = SPACES
              AND SUSPENSE-RECORD NOT = SPACES
               MOVE WS-SUSP-AMOUNT-X TO WS-AMOUNT-TEXT
               PERFORM DE-EDIT-AMOUNT-TEXT
               IF NOT WS-ITEM-AMOUNT-OK
                   ADD 1 TO WS-UNREADABLE-COUNT
                   DISPLAY 'SUSPENSE AMOUNT UNREADABLE - NOT PROVED - '
                       SUSPENSE-RECORD
               ELSE
                   MOVE WS-SUSP-COMPANY-X (1:4) TO WS-FIND-CODE
                   PERFORM FIND-PROOF-ROW
                   IF WS-PC-FOUND
                       ADD 1 TO WS-SUSPENSE-NEW-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-PC-SUSPENSE (WS-PC-SUB)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * GATHER-DISCREPANCIES totals the paid amounts the invoice
      * matcher held out of the AR import, by company.  Detail lines
      * are fixed-column: the paid amount in 36-46 and the company
      * code in 83-86.  The title, column-header and footer lines
      * carry no readable paid amount and drop out.
      *----------------------------------------------------------------
       GATHER-DISCREPANCIES.
           OPEN INPUT DISCREP-RPT-FILE
           IF WS-DISCREP-STATUS NOT = '00'
               DISPLAY 'DISCREPANCY REPORT NOT AVAILABLE - STATUS '
                   WS-DISCREP-STATUS ' - NO DISCREPANCIES TODAY'
           ELSE
               PERFORM UNTIL WS-DISCREP-EOF
                   READ DISCREP-RPT-FILE
                       AT END
                           SET WS-DISCREP-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-ONE-DISCREPANCY
                   END-READ
               END-PERFORM
               CLOSE DISCREP-RPT-FILE
           END-IF.

       POST-ONE-DISCREPANCY.
           IF DISCREP-RPT-RECORD (1:2) = SPACES
              AND DISCREP-RPT-RECORD (3:20) NOT = SPACES
               MOVE SPACES TO WS-AMOUNT-TEXT
               MOVE DISCREP-RPT-RECORD (36:11) TO WS-AMOUNT-TEXT
               PERFORM DE-EDIT-AMOUNT-TEXT
               IF WS-ITEM-AMOUNT-OK
                   MOVE DISCREP-RPT-RECORD (83:4) TO WS-FIND-CODE
                   PERFORM FIND-PROOF-ROW
                   IF WS-PC-FOUND
                       ADD 1 TO WS-DISCREP-LINE-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-PC-DISCREP (WS-PC-SUB)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * COUNT-REJECTED-SEGMENTS counts the day's reject file, for
      * comparison with the rejects the runs logged.
      *----------------------------------------------------------------
       COUNT-REJECTED-SEGMENTS.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = '00'
               PERFORM UNTIL WS-REJECT-EOF
                   READ REJECT-FILE
                       AT END
                           SET WS-REJECT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REJECT-FILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

      *----------------------------------------------------------------
      * GATHER-GL-CASH totals the journal debits to each company's
      * cash account.  A debit to any other account - the AR
      * clearing side of a refund, say - is not cash received.
      *----------------------------------------------------------------
       GATHER-GL-CASH.
           OPEN INPUT GL-POST-FILE
           IF WS-GLPOST-STATUS NOT = '00'
               DISPLAY 'GL POSTING FILE NOT AVAILABLE - STATUS '
                   WS-GLPOST-STATUS ' - NO GL CASH TODAY'
           ELSE
               PERFORM UNTIL WS-GLPOST-EOF
                   READ GL-POST-FILE
                       AT END
                           SET WS-GLPOST-EOF TO TRUE
                       NOT AT END
                           PERFORM POST-ONE-GL-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-POST-FILE
           END-IF.

       POST-ONE-GL-LINE.
           MOVE SPACES TO WS-GL-FIELDS
           UNSTRING GL-POST-RECORD DELIMITED BY ','
               INTO WS-GL-TAG
                    WS-GL-BATCH
                    WS-GL-DATE
                    WS-GL-SIDE
                    WS-GL-ACCOUNT
                    WS-GL-AMOUNT-X
                    WS-GL-CODE
           END-UNSTRING
           IF WS-GL-TAG = 'JE' AND WS-GL-SIDE = 'DR'
               PERFORM FIND-EXPECTED-CASH-ACCOUNT
               IF WS-GL-ACCOUNT = WS-EXPECTED-CASH-ACCOUNT
                  AND WS-EXPECTED-CASH-ACCOUNT NOT = SPACES
                   MOVE WS-GL-AMOUNT-X TO WS-AMOUNT-TEXT
                   PERFORM DE-EDIT-AMOUNT-TEXT
                   IF NOT WS-ITEM-AMOUNT-OK
                       ADD 1 TO WS-UNREADABLE-COUNT
                       DISPLAY 'GL AMOUNT UNREADABLE - NOT PROVED - '
                           GL-POST-RECORD
                   ELSE
                       MOVE WS-GL-CODE TO WS-FIND-CODE
                       PERFORM FIND-PROOF-ROW
                       IF WS-PC-FOUND
                           ADD 1 TO WS-GL-DEBIT-COUNT
                           ADD WS-ITEM-AMOUNT
                               TO WS-PC-GL-CASH (WS-PC-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * The cash account a company code's receipts book to: its
      * COMPTAB entry in company mode, GLPARM's CASH otherwise.
       FIND-EXPECTED-CASH-ACCOUNT.
           MOVE SPACES TO WS-EXPECTED-CASH-ACCOUNT
           IF WS-COMPANY-MODE
               MOVE 'N' TO WS-COMPANY-FOUND-SW
               MOVE ZERO TO WS-CT-SUB
               PERFORM UNTIL WS-COMPANY-FOUND
                          OR WS-CT-SUB >= WS-COMPANY-USED
                   ADD 1 TO WS-CT-SUB
                   IF WS-CT-CODE (WS-CT-SUB) = WS-GL-CODE
                       SET WS-COMPANY-FOUND TO TRUE
                       MOVE WS-CT-CASH (WS-CT-SUB)
                           TO WS-EXPECTED-CASH-ACCOUNT
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-GL-CASH-ACCOUNT TO WS-EXPECTED-CASH-ACCOUNT
           END-IF.

      *----------------------------------------------------------------
      * PROVE-ONE-COMPANY works one proof table row into the proof
      * fields.  Received must equal applied + suspense + held on
      * discrepancy + returned + held for IAT compliance + rejected;
      * and the GL cash debits must equal what the parsers' BATCHPRF
      * records say their journal entries posted - a batch's entry
      * leaves out its IAT holds, returns and rejected prenotes, and
      * a batch with no entry posted nothing.  Either difference
      * puts the company out of proof.
      *----------------------------------------------------------------
       PROVE-ONE-COMPANY.
           MOVE WS-PC-CODE (WS-PC-SUB) TO WS-PRF-CODE
           MOVE WS-PC-ACH-RECEIVED (WS-PC-SUB) TO WS-PRF-ACH-RECEIVED
           MOVE WS-PC-LBX-RECEIVED (WS-PC-SUB) TO WS-PRF-LBX-RECEIVED
           MOVE WS-PC-APPLIED (WS-PC-SUB) TO WS-PRF-APPLIED
           MOVE WS-PC-SUSPENSE (WS-PC-SUB) TO WS-PRF-SUSPENSE
           MOVE WS-PC-DISCREP (WS-PC-SUB) TO WS-PRF-DISCREP
           MOVE WS-PC-RETURNED (WS-PC-SUB) TO WS-PRF-RETURNED
           MOVE WS-PC-IAT-HELD (WS-PC-SUB) TO WS-PRF-IAT-HELD
           MOVE WS-PC-REJECTED (WS-PC-SUB) TO WS-PRF-REJECTED
           MOVE WS-PC-GL-CASH (WS-PC-SUB) TO WS-PRF-GL-CASH
           MOVE WS-PC-GL-POSTED (WS-PC-SUB) TO WS-PRF-GL-POSTED
           ADD WS-PRF-ACH-RECEIVED TO WS-TOT-ACH-RECEIVED
           ADD WS-PRF-LBX-RECEIVED TO WS-TOT-LBX-RECEIVED
           ADD WS-PRF-APPLIED TO WS-TOT-APPLIED
           ADD WS-PRF-SUSPENSE TO WS-TOT-SUSPENSE
           ADD WS-PRF-DISCREP TO WS-TOT-DISCREP
           ADD WS-PRF-RETURNED TO WS-TOT-RETURNED
           ADD WS-PRF-IAT-HELD TO WS-TOT-IAT-HELD
           ADD WS-PRF-REJECTED TO WS-TOT-REJECTED
           ADD WS-PRF-GL-CASH TO WS-TOT-GL-CASH
           ADD WS-PRF-GL-POSTED TO WS-TOT-GL-POSTED
           PERFORM COMPUTE-PROOF.

       PROVE-ALL-COMPANIES.
           MOVE 'ALL ' TO WS-PRF-CODE
           MOVE WS-TOT-ACH-RECEIVED TO WS-PRF-ACH-RECEIVED
           MOVE WS-TOT-LBX-RECEIVED TO WS-PRF-LBX-RECEIVED
           MOVE WS-TOT-APPLIED TO WS-PRF-APPLIED
           MOVE WS-TOT-SUSPENSE TO WS-PRF-SUSPENSE
           MOVE WS-TOT-DISCREP TO WS-PRF-DISCREP
           MOVE WS-TOT-RETURNED TO WS-PRF-RETURNED
           MOVE WS-TOT-IAT-HELD TO WS-PRF-IAT-HELD
           MOVE WS-TOT-REJECTED TO WS-PRF-REJECTED
           MOVE WS-TOT-GL-CASH TO WS-PRF-GL-CASH
           MOVE WS-TOT-GL-POSTED TO WS-PRF-GL-POSTED
           PERFORM COMPUTE-PROOF.

       COMPUTE-PROOF.
           SET WS-PRF-IN-PROOF TO TRUE
           COMPUTE WS-PRF-RECEIVED =
               WS-PRF-ACH-RECEIVED + WS-PRF-LBX-RECEIVED
           COMPUTE WS-PRF-ACCOUNTED =
               WS-PRF-APPLIED + WS-PRF-SUSPENSE + WS-PRF-DISCREP
               + WS-PRF-RETURNED + WS-PRF-IAT-HELD + WS-PRF-REJECTED
           COMPUTE WS-PRF-DIFFERENCE =
               WS-PRF-RECEIVED - WS-PRF-ACCOUNTED
           IF WS-PRF-DIFFERENCE NOT = ZERO
               SET WS-PRF-OUT-OF-PROOF TO TRUE
           END-IF
           MOVE WS-PRF-GL-POSTED TO WS-PRF-GL-EXPECTED
           COMPUTE WS-PRF-GL-DIFFERENCE =
               WS-PRF-GL-EXPECTED - WS-PRF-GL-CASH
           IF WS-GL-ENABLED AND WS-PRF-GL-DIFFERENCE NOT = ZERO
               SET WS-PRF-OUT-OF-PROOF TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * WRITE-PROOF-SHEET prints the worked proof fields as one
      * company's proof sheet, flagging each difference.
      *----------------------------------------------------------------
       WRITE-PROOF-SHEET.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE WS-PRF-CODE
               WHEN SPACES
                   MOVE 'COMPANY (NONE)' TO WS-RPT-LINE
               WHEN 'ALL '
                   MOVE 'ALL COMPANIES' TO WS-RPT-LINE
               WHEN OTHER
                   STRING 'COMPANY ' DELIMITED BY SIZE
                          WS-PRF-CODE DELIMITED BY SIZE
                          INTO WS-RPT-LINE
           END-EVALUATE
           WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-FLAG
           MOVE 'RECEIVED - ACH' TO WS-RPT-LABEL
           MOVE WS-PRF-ACH-RECEIVED TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE 'RECEIVED - LOCKBOX' TO WS-RPT-LABEL
           MOVE WS-PRF-LBX-RECEIVED TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE 'TOTAL RECEIVED' TO WS-RPT-LABEL
           MOVE WS-PRF-RECEIVED TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE 'APPLIED TO AR' TO WS-RPT-LABEL
           MOVE WS-PRF-APPLIED TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE 'HELD IN SUSPENSE' TO WS-RPT-LABEL
           MOVE WS-PRF-SUSPENSE TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE 'HELD ON DISCREPANCY' TO WS-RPT-LABEL
           MOVE WS-PRF-DISCREP TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE 'RETURNS RECEIVED' TO WS-RPT-LABEL
           MOVE WS-PRF-RETURNED TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE 'HELD FOR IAT COMPLIANCE' TO WS-RPT-LABEL
           MOVE WS-PRF-IAT-HELD TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE 'REJECTED' TO WS-RPT-LABEL
           MOVE WS-PRF-REJECTED TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE 'TOTAL ACCOUNTED FOR' TO WS-RPT-LABEL
           MOVE WS-PRF-ACCOUNTED TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           IF WS-PRF-DIFFERENCE = ZERO
               MOVE 'IN PROOF' TO WS-RPT-FLAG
           ELSE
               MOVE 'OUT OF PROOF' TO WS-RPT-FLAG
           END-IF
           MOVE 'PROOF DIFFERENCE' TO WS-RPT-LABEL
           MOVE WS-PRF-DIFFERENCE TO WS-RPT-AMOUNT
           PERFORM WRITE-PROOF-LINE
           MOVE SPACES TO WS-RPT-FLAG
           IF WS-GL-ENABLED
               MOVE 'GL CASH POSTED' TO WS-RPT-LABEL
               MOVE WS-PRF-GL-CASH TO WS-RPT-AMOUNT
               PERFORM WRITE-PROOF-LINE
               MOVE 'GL CASH JOURNALLED BY BATCHES'
                   TO WS-RPT-LABEL
               MOVE WS-PRF-GL-EXPECTED TO WS-RPT-AMOUNT
               PERFORM WRITE-PROOF-LINE
               IF WS-PRF-GL-DIFFERENCE = ZERO
                   MOVE 'GL AGREES' TO WS-RPT-FLAG
               ELSE
                   MOVE 'GL DISAGREES' TO WS-RPT-FLAG
               END-IF
               MOVE 'GL DIFFERENCE' TO WS-RPT-LABEL
               MOVE WS-PRF-GL-DIFFERENCE TO WS-RPT-AMOUNT
               PERFORM WRITE-PROOF-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               MOVE '    GL CASH NOT PROVED - NO GLPARM OR COMPTAB'
                   TO WS-RPT-LINE
               WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PRF-IN-PROOF
               MOVE '    *** IN PROOF ***' TO WS-RPT-LINE
           ELSE
               MOVE '    *** OUT OF PROOF ***' TO WS-RPT-LINE
           END-IF
           WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-PROOF-LINE.
           MOVE WS-RPT-AMOUNT TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING '    ' DELIMITED BY SIZE
                  WS-RPT-LABEL DELIMITED BY SIZE
                  WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RPT-FLAG DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE.

      *----------------------------------------------------------------
      * WRITE-PROOF-RPT-HEADER and WRITE-PROOF-RPT-FOOTER frame the
      * proof sheets; the footer carries the sign-off counts and the
      * reject file cross-check.
      *----------------------------------------------------------------
       WRITE-PROOF-RPT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DAILY CASH PROOF BY COMPANY - PROOF DATE '
                  DELIMITED BY SIZE
                  WS-PROOF-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'RECEIVED = APPLIED + SUSPENSE + DISCREPANCY + RETURNS'
               TO WS-RPT-LINE
           MOVE ' + IAT HELD + REJECTED' TO WS-RPT-LINE (54:23)
           WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-PROOF-RPT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'COMPANIES IN PROOF: ' DELIMITED BY SIZE
                  WS-IN-PROOF-COUNT DELIMITED BY SIZE
                  '  OUT OF PROOF: ' DELIMITED BY SIZE
                  WS-OUT-OF-PROOF-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REJECTED SEGMENTS - AUDIT TRAIL: ' DELIMITED BY SIZE
                  WS-AUDIT-REJECT-COUNT DELIMITED BY SIZE
                  '  REJECT FILE: ' DELIMITED BY SIZE
                  WS-REJECT-FILE-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           IF WS-AUDIT-REJECT-COUNT NOT = WS-REJECT-FILE-COUNT
               MOVE '  DIFFER - CHECK REJECTS' TO WS-RPT-LINE (70:24)
           END-IF
           WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE
           IF WS-UNREADABLE-COUNT > ZERO
               MOVE WS-UNREADABLE-COUNT TO WS-RPT-COUNT-EDIT
               MOVE SPACES TO WS-RPT-LINE
               STRING 'UNREADABLE AMOUNTS LEFT OUT OF THE PROOF: '
                      DELIMITED BY SIZE
                      WS-RPT-COUNT-EDIT DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-OUT-OF-PROOF-COUNT = ZERO
               MOVE 'DAY IN PROOF - AR POSTING MAY BE RELEASED'
                   TO WS-RPT-LINE
           ELSE
               MOVE 'DAY OUT OF PROOF - HOLD AR POSTING FOR CONTROLLER'
                   TO WS-RPT-LINE
           END-IF
           WRITE CASH-PROOF-RPT-RECORD FROM WS-RPT-LINE.
