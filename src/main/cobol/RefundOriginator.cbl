       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefundOriginator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-REQUEST-FILE ASSIGN TO 'REFUNDRQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUNDRQ-STATUS.
           SELECT ORIG-PARM-FILE ASSIGN TO 'ORIGPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGPARM-STATUS.
           SELECT GL-PARM-FILE ASSIGN TO 'GLPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPARM-STATUS.
           SELECT COMPANY-TAB-FILE ASSIGN TO 'COMPTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPTAB-STATUS.
           SELECT ORIG-HIST-FILE ASSIGN TO 'ORIGHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-TRACE-NUMBER
               FILE STATUS IS WS-ORIGHIST-STATUS.
           SELECT PRENOTE-FILE ASSIGN TO 'PRENOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-TRACE-NUMBER
               FILE STATUS IS WS-PRENOTE-STATUS.
           SELECT REFUND-OUT-FILE ASSIGN TO 'REFUNDOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUNDOUT-STATUS.
           SELECT GL-POST-FILE ASSIGN TO 'GLPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT REFUND-RPT-FILE ASSIGN TO 'REFUNDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUNDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-REQUEST-FILE.
       01  REFUND-REQUEST-RECORD PIC X(100).

       FD  ORIG-PARM-FILE.
       01  ORIG-PARM-RECORD PIC X(80).

       FD  GL-PARM-FILE.
       01  GL-PARM-RECORD PIC X(80).

       FD  COMPANY-TAB-FILE.
       01  COMPANY-TAB-RECORD PIC X(80).

       FD  ORIG-HIST-FILE.
       COPY ORIGREC.

       FD  PRENOTE-FILE.
       01  PRENOTE-RECORD.
           05  PN-TRACE-NUMBER        PIC X(15).
           05  PN-ACCOUNT             PIC X(20).
           05  PN-ROUTING             PIC X(09).
           05  PN-TRAN-CODE           PIC X(02).
           05  PN-RECORDED-DATE       PIC 9(08).
           05  PN-STATUS              PIC X(01).

       FD  REFUND-OUT-FILE.
       01  REFUND-OUT-RECORD PIC X(80).

       FD  GL-POST-FILE.
       01  GL-POST-RECORD PIC X(100).

       FD  REFUND-RPT-FILE.
       01  REFUND-RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REFUNDRQ-STATUS         PIC XX VALUE SPACES.
       01  WS-ORIGPARM-STATUS         PIC XX VALUE SPACES.
       01  WS-GLPARM-STATUS           PIC XX VALUE SPACES.
       01  WS-COMPTAB-STATUS          PIC XX VALUE SPACES.
       01  WS-ORIGHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-PRENOTE-STATUS          PIC XX VALUE SPACES.
       01  WS-REFUNDOUT-STATUS        PIC XX VALUE SPACES.
       01  WS-GLPOST-STATUS           PIC XX VALUE SPACES.
       01  WS-REFUNDRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-REQUEST-EOF-SW          PIC X VALUE 'N'.
           88  WS-REQUEST-EOF             VALUE 'Y'.
       01  WS-PARM-EOF-SW             PIC X VALUE 'N'.
           88  WS-PARM-EOF                VALUE 'Y'.
       01  WS-GLPARM-EOF-SW           PIC X VALUE 'N'.
           88  WS-GLPARM-EOF              VALUE 'Y'.
       01  WS-COMPTAB-EOF-SW          PIC X VALUE 'N'.
           88  WS-COMPTAB-EOF             VALUE 'Y'.
       01  WS-PRENOTE-EOF-SW          PIC X VALUE 'N'.
           88  WS-PRENOTE-EOF             VALUE 'Y'.

      * Origination parameter working-storage.  Refund credits go to
      * the same bank under the same identity as our debits, so
      * ORIGPARM is shared with NachaOriginator: ODFI, ORIGIN, DEST
      * and COMPANY are required.  RFDMOD is the refund file's file
      * ID modifier (default 'R', kept apart from the debit and
      * dishonor files) and RFDSEQ the starting trace sequence for
      * refunds (default 8000001), a range of its own so a refund
      * never reuses a debit's trace number.  The other keywords
      * belong to the other originators and are skipped.
       01  WS-PARM-KEYWORD            PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE              PIC X(20) VALUE SPACES.
       01  WS-ODFI-ROUTING            PIC X(08) VALUE SPACES.
       01  WS-IMMED-ORIGIN            PIC X(10) VALUE SPACES.
       01  WS-IMMED-DEST              PIC X(10) VALUE SPACES.
       01  WS-COMPANY-ID              PIC X(10) VALUE SPACES.
       01  WS-FILE-ID-MODIFIER        PIC X(01) VALUE 'R'.
       01  WS-TRACE-SEQUENCE          PIC 9(07) VALUE 8000001.
       01  WS-PARMS-OK-SW             PIC X VALUE 'Y'.
           88  WS-PARMS-OK                VALUE 'Y'.
           88  WS-PARMS-BAD               VALUE 'N'.

      * GL working-storage, the parsers' conventions: GLPARM's CASH
      * and ARCLR accounts for a single-company shop, or the shared
      * COMPTAB 'companyid,cash,arclr,code' table, which then decides
      * every company's accounts - a refund whose company is not on
      * it is refused, never booked to a default company.
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
       01  WS-GL-POST-LINE            PIC X(100) VALUE SPACES.
       01  WS-GL-AMOUNT-FILE          PIC ZZZZZZZZZZ9.99.
       01  WS-GL-JE-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-GL-JE-ID                PIC X(10) VALUE SPACES.
       01  WS-GL-RUN-DOLLARS          PIC 9(12)V99 VALUE ZERO.
       01  WS-RUN-DOLLARS-FILE        PIC ZZZZZZZZZZZZZ9.99.

      * Verified prenotes - account and routing off every PRENOTE
      * record whose prenote verified ('V'), the fallback routing for
      * a refund whose history carries none (a lockbox check).
       01  WS-VERIFIED-TABLE.
           05  WS-PV-ENTRY OCCURS 5000 TIMES.
               10  WS-PV-ACCOUNT      PIC X(20).
               10  WS-PV-ROUTING      PIC X(09).
       01  WS-PV-USED                 PIC 9(4) COMP VALUE ZERO.
       01  WS-PV-MAX                  PIC 9(4) COMP VALUE 5000.
       01  WS-PV-SUB                  PIC 9(4) COMP VALUE ZERO.
       01  WS-PV-FOUND-SW             PIC X VALUE 'N'.
           88  WS-PV-FOUND                VALUE 'Y'.

      * One REFUNDRQ request, as AR approves it: the payment
      * reference - the ACH entry trace, or the 'CK' check reference
      * a lockbox payment files under - the refund amount in NACHA's
      * 10-digit implied-two-decimal form, the approver, and
      * optionally the company ID to refund under.  Without one the
      * refund goes under the company the original debit went out
      * under, else the ORIGPARM company.
       01  WS-REQUEST-FIELDS.
           05  WS-RQ-REFERENCE        PIC X(15) VALUE SPACES.
           05  WS-RQ-AMOUNT-RAW       PIC X(10) VALUE SPACES.
           05  WS-RQ-APPROVER         PIC X(08) VALUE SPACES.
           05  WS-RQ-COMPANY-ID       PIC X(10) VALUE SPACES.
       01  WS-RQ-AMOUNT-NUM           PIC 9(10).
       01  WS-RQ-AMOUNT-VALUE         PIC 9(8)V99.
       01  WS-RQ-ROUTING              PIC X(09) VALUE SPACES.
       01  WS-RQ-ACCOUNT              PIC X(20) VALUE SPACES.
       01  WS-RQ-REFUNDABLE           PIC 9(8)V99 VALUE ZERO.
       01  WS-RQ-REASON               PIC X(40) VALUE SPACES.
       01  WS-REQUEST-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-APPROVED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-REFUSED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-APPROVED-TOTAL          PIC 9(10)V99 VALUE ZERO.

      * Approved refunds, held until every request is read so each
      * company's refunds go out as one batch with one journal entry
      * however the request file is ordered.
       01  WS-REFUND-TABLE.
           05  WS-RF-ENTRY OCCURS 1000 TIMES.
               10  WS-RF-REFERENCE    PIC X(15).
               10  WS-RF-ACCOUNT      PIC X(20).
               10  WS-RF-ROUTING      PIC X(09).
               10  WS-RF-AMOUNT       PIC 9(8)V99.
               10  WS-RF-COMPANY-ID   PIC X(10).
               10  WS-RF-CASH         PIC X(10).
               10  WS-RF-ARCLR        PIC X(10).
               10  WS-RF-CODE         PIC X(04).
               10  WS-RF-DONE-SW      PIC X(01).
       01  WS-RF-USED                 PIC 9(4) COMP VALUE ZERO.
       01  WS-RF-MAX                  PIC 9(4) COMP VALUE 1000.
       01  WS-RF-SUB                  PIC 9(4) COMP VALUE ZERO.
       01  WS-RF-SUB-2                PIC 9(4) COMP VALUE ZERO.
       01  WS-RQ-CASH                 PIC X(10) VALUE SPACES.
       01  WS-RQ-ARCLR                PIC X(10) VALUE SPACES.
       01  WS-RQ-CODE                 PIC X(04) VALUE SPACES.

      * Batch and file accumulators, the figures NachaOriginator
      * balances.  Every entry is a customer credit (transaction
      * code 22), so the debit totals stay zero.
       01  WS-BATCH-NUMBER            PIC 9(07) VALUE ZERO.
       01  WS-BATCH-COMPANY-ID        PIC X(10) VALUE SPACES.
       01  WS-BATCH-ENTRY-ADDENDA-CNT PIC 9(6)  COMP VALUE ZERO.
       01  WS-BATCH-ENTRY-HASH        PIC 9(10) COMP VALUE ZERO.
       01  WS-BATCH-CREDIT-TOTAL      PIC 9(10)V99 COMP-3 VALUE ZERO.
       01  WS-FILE-ENTRY-ADDENDA-CNT  PIC 9(8)  COMP VALUE ZERO.
       01  WS-FILE-ENTRY-HASH         PIC 9(10) COMP VALUE ZERO.
       01  WS-FILE-CREDIT-TOTAL       PIC 9(12)V99 COMP-3 VALUE ZERO.
       01  WS-FILE-BATCH-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-FILE-ENTRY-COUNT        PIC 9(6) VALUE ZERO.

      * Display-format staging fields for the '*'-delimited output
      * records, zero-filled the width the inbound parser decodes.
       01  WS-CURRENT-TRACE.
           05  WS-TRACE-ODFI          PIC X(08).
           05  WS-TRACE-SEQ           PIC 9(07).
       01  WS-TRACE-ROUTING-NUM       PIC 9(08).
       01  WS-AMOUNT-RAW-OUT          PIC 9(10).
       01  WS-CNT-OUT                 PIC 9(06).
       01  WS-HASH-OUT                PIC 9(10).
       01  WS-CREDIT-RAW-OUT          PIC 9(10).
       01  WS-FILE-CNT-OUT            PIC 9(08).
       01  WS-FILE-CREDIT-RAW-OUT     PIC 9(14).
       01  WS-ACH-OUT-LINE            PIC X(80) VALUE SPACES.
       01  WS-BATCH-NUMBER-OUT        PIC 9(07).

       01  WS-RPT-LINE                PIC X(132) VALUE SPACES.
       01  WS-RPT-AMOUNT-EDIT         PIC ZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT              PIC $$$,$$$,$$9.99.

       01  WS-CURRENT-DATE            PIC 9(8).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-CC          PIC X(2).
           05  WS-CURRENT-YYMMDD      PIC X(6).
       01  WS-CURRENT-TIME            PIC 9(8).
       01  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME.
           05  WS-CURRENT-HHMM        PIC X(4).
           05  WS-CURRENT-SSHH        PIC X(4).

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM LOAD-ORIG-PARAMETERS
           IF WS-PARMS-BAD
               DISPLAY 'ORIGINATION PARAMETERS INCOMPLETE - '
                   'NO REFUNDS ORIGINATED'
               STOP RUN
           END-IF
           PERFORM LOAD-GL-PARAMETERS
           PERFORM LOAD-COMPANY-TABLE
           IF NOT WS-GL-ENABLED
               DISPLAY 'GL PARAMETERS NOT ON FILE - '
                   'NO REFUNDS ORIGINATED'
               STOP RUN
           END-IF

           OPEN INPUT REFUND-REQUEST-FILE
           IF WS-REFUNDRQ-STATUS NOT = '00'
               DISPLAY 'REFUND REQUEST FILE WOULD NOT OPEN - STATUS '
                   WS-REFUNDRQ-STATUS ' - NOTHING TO REFUND'
               STOP RUN
           END-IF

      * Every refund is proved against the payment's history and
      * recorded there, so without the history nothing is refunded.
           OPEN I-O ORIG-HIST-FILE
           IF WS-ORIGHIST-STATUS NOT = '00'
               DISPLAY 'ORIGINATION HISTORY NOT AVAILABLE - STATUS '
                   WS-ORIGHIST-STATUS ' - NO REFUNDS ORIGINATED'
               CLOSE REFUND-REQUEST-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-VERIFIED-PRENOTES

           OPEN OUTPUT REFUND-RPT-FILE
           PERFORM WRITE-REFUND-RPT-HEADER
           PERFORM UNTIL WS-REQUEST-EOF
               READ REFUND-REQUEST-FILE
                   AT END
                       SET WS-REQUEST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM PROCESS-ONE-REQUEST
               END-READ
           END-PERFORM

           IF WS-RF-USED > ZERO
               PERFORM ORIGINATE-REFUND-FILE
           END-IF
           PERFORM WRITE-REFUND-RPT-FOOTER

           CLOSE REFUND-REQUEST-FILE
           CLOSE ORIG-HIST-FILE
           CLOSE REFUND-RPT-FILE

           MOVE WS-APPROVED-TOTAL TO WS-TOTAL-EDIT
           DISPLAY 'REFUND ORIGINATION SUMMARY'
           DISPLAY '  REQUESTS READ:        ' WS-REQUEST-COUNT
           DISPLAY '  REFUNDS APPROVED:     ' WS-APPROVED-COUNT
           DISPLAY '  REQUESTS REFUSED:     ' WS-REFUSED-COUNT
           DISPLAY '  BATCHES GENERATED:    ' WS-FILE-BATCH-COUNT
           DISPLAY '  GL ENTRIES POSTED:    ' WS-GL-JE-COUNT
           DISPLAY '  TOTAL REFUND DOLLARS: ' WS-TOTAL-EDIT
           DISPLAY '  NEXT RFDSEQ:          ' WS-TRACE-SEQUENCE
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-ORIG-PARAMETERS reads the shared ORIGPARM file.  The run
      * only proceeds when the ODFI routing, immediate origin,
      * immediate destination and company identification are all on
      * file, exactly as for the debit file.
      *----------------------------------------------------------------
       LOAD-ORIG-PARAMETERS.
           OPEN INPUT ORIG-PARM-FILE
           IF WS-ORIGPARM-STATUS = '00'
               PERFORM UNTIL WS-PARM-EOF
                   READ ORIG-PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ORIG-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE ORIG-PARM-FILE
           ELSE
               DISPLAY 'ORIGINATION PARAMETERS NOT ON FILE - STATUS '
                   WS-ORIGPARM-STATUS
           END-IF
           IF WS-ODFI-ROUTING = SPACES
              OR WS-IMMED-ORIGIN = SPACES
              OR WS-IMMED-DEST = SPACES
              OR WS-COMPANY-ID = SPACES
               SET WS-PARMS-BAD TO TRUE
           END-IF.

       APPLY-ORIG-PARAMETER.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING ORIG-PARM-RECORD DELIMITED BY ','
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN 'ODFI'
                   MOVE WS-PARM-VALUE TO WS-ODFI-ROUTING
               WHEN 'ORIGIN'
                   MOVE WS-PARM-VALUE TO WS-IMMED-ORIGIN
               WHEN 'DEST'
                   MOVE WS-PARM-VALUE TO WS-IMMED-DEST
               WHEN 'COMPANY'
                   MOVE WS-PARM-VALUE TO WS-COMPANY-ID
               WHEN 'RFDMOD'
                   MOVE WS-PARM-VALUE (1:1) TO WS-FILE-ID-MODIFIER
               WHEN 'RFDSEQ'
                   IF WS-PARM-VALUE (1:7) IS NUMERIC
                       MOVE WS-PARM-VALUE (1:7) TO WS-TRACE-SEQUENCE
                   ELSE
                       DISPLAY 'RFDSEQ PARAMETER NOT A 7-DIGIT '
                           'NUMBER - ' WS-PARM-VALUE
                           ' - DEFAULT SEQUENCE KEPT'
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * LOAD-GL-PARAMETERS, LOAD-COMPANY-TABLE and LOAD-ONE-COMPANY
      * read the parsers' GLPARM and COMPTAB files the way the
      * parsers do, so a refund books to the same accounts the
      * payment it gives back was booked to.
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
      * LOAD-VERIFIED-PRENOTES sweeps the PRENOTE verification file
      * for verified account/routing pairs.  A PRENOTE file never
      * created (status 35) simply has none.
      *----------------------------------------------------------------
       LOAD-VERIFIED-PRENOTES.
           OPEN INPUT PRENOTE-FILE
           EVALUATE WS-PRENOTE-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-PRENOTE-EOF
                       READ PRENOTE-FILE NEXT
                           AT END
                               SET WS-PRENOTE-EOF TO TRUE
                           NOT AT END
                               PERFORM LOAD-ONE-VERIFIED-PRENOTE
                       END-READ
                   END-PERFORM
                   CLOSE PRENOTE-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PRENOTE FILE NOT AVAILABLE - STATUS '
                       WS-PRENOTE-STATUS
                       ' - ROUTING TAKEN FROM HISTORY ONLY'
           END-EVALUATE.

       LOAD-ONE-VERIFIED-PRENOTE.
           IF PN-STATUS = 'V'
               IF WS-PV-USED >= WS-PV-MAX
                   DISPLAY 'VERIFIED PRENOTE TABLE FULL - ENTRY '
                       'IGNORED - ' PN-TRACE-NUMBER
               ELSE
                   ADD 1 TO WS-PV-USED
                   MOVE PN-ACCOUNT TO WS-PV-ACCOUNT (WS-PV-USED)
                   MOVE PN-ROUTING TO WS-PV-ROUTING (WS-PV-USED)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PROCESS-ONE-REQUEST splits one refund request and either
      * approves it - tabling the refund for the ACH file and
      * recording it on the payment's history at once, so a second
      * request for the same money, even later in this file, is
      * refused - or refuses it with the reason on the report.
      *----------------------------------------------------------------
       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REQUEST-FIELDS
           UNSTRING REFUND-REQUEST-RECORD DELIMITED BY ','
               INTO WS-RQ-REFERENCE
                    WS-RQ-AMOUNT-RAW
                    WS-RQ-APPROVER
                    WS-RQ-COMPANY-ID
           END-UNSTRING
           MOVE ZERO TO WS-RQ-AMOUNT-VALUE
           PERFORM EDIT-REFUND-REQUEST
           IF WS-RQ-REASON = SPACES
               PERFORM VERIFY-AGAINST-HISTORY
           END-IF
           IF WS-RQ-REASON = SPACES
               PERFORM RESOLVE-REFUND-COMPANY
           END-IF
           IF WS-RQ-REASON = SPACES
              AND WS-RF-USED >= WS-RF-MAX
               MOVE 'REFUND TABLE FULL - RESUBMIT NEXT RUN'
                   TO WS-RQ-REASON
           END-IF
           IF WS-RQ-REASON = SPACES
               PERFORM APPROVE-REFUND
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM WRITE-REFUND-RPT-DETAIL
           END-IF.

      *----------------------------------------------------------------
      * EDIT-REFUND-REQUEST refuses a request with no reference, no
      * approver, or an amount that is not a non-zero 10-digit cents
      * value.
      *----------------------------------------------------------------
       EDIT-REFUND-REQUEST.
           MOVE SPACES TO WS-RQ-REASON
           EVALUATE TRUE
               WHEN WS-RQ-REFERENCE = SPACES
                   MOVE 'MISSING PAYMENT REFERENCE' TO WS-RQ-REASON
               WHEN WS-RQ-APPROVER = SPACES
                   MOVE 'NO APPROVER' TO WS-RQ-REASON
               WHEN WS-RQ-AMOUNT-RAW NOT NUMERIC
                   MOVE 'AMOUNT NOT A 10-DIGIT CENTS VALUE'
                       TO WS-RQ-REASON
               WHEN OTHER
                   MOVE WS-RQ-AMOUNT-RAW TO WS-RQ-AMOUNT-NUM
                   COMPUTE WS-RQ-AMOUNT-VALUE =
                       WS-RQ-AMOUNT-NUM / 100
                   IF WS-RQ-AMOUNT-VALUE = ZERO
                       MOVE 'ZERO AMOUNT' TO WS-RQ-REASON
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * VERIFY-AGAINST-HISTORY proves the refund against the
      * payment's ORIGHIST record: the payment must be on file, must
      * be money we still hold - not returned, dishonored back or
      * sitting under a compliance hold or block - and the refund
      * may not exceed what has not already been refunded.  The
      * receiving routing is the one on the history; a lockbox check
      * has none, and takes the account's verified prenote routing.
      *----------------------------------------------------------------
       VERIFY-AGAINST-HISTORY.
           MOVE WS-RQ-REFERENCE TO OH-TRACE-NUMBER
           READ ORIG-HIST-FILE
               INVALID KEY
                   MOVE 'NO PAYMENT ON FILE FOR REFERENCE'
                       TO WS-RQ-REASON
           END-READ
           IF WS-RQ-REASON = SPACES
               IF OH-REFUND-AMOUNT NOT NUMERIC
                   MOVE ZERO TO OH-REFUND-AMOUNT
               END-IF
               COMPUTE WS-RQ-REFUNDABLE =
                   OH-AMOUNT - OH-REFUND-AMOUNT
               MOVE OH-CUSTOMER TO WS-RQ-ACCOUNT
               EVALUATE TRUE
                   WHEN OH-STATUS = 'R' OR OH-STATUS = 'X'
                       MOVE 'PAYMENT RETURNED - NOTHING TO REFUND'
                           TO WS-RQ-REASON
                   WHEN OH-STATUS = 'U'
                       MOVE 'RETURN DISHONORED - REFUND HELD'
                           TO WS-RQ-REASON
                   WHEN OH-STATUS = 'H' OR OH-STATUS = 'B'
                       MOVE 'PAYMENT UNDER COMPLIANCE HOLD OR BLOCK'
                           TO WS-RQ-REASON
                   WHEN WS-RQ-REFUNDABLE = ZERO
                       MOVE 'ALREADY REFUNDED IN FULL'
                           TO WS-RQ-REASON
                   WHEN WS-RQ-AMOUNT-VALUE > WS-RQ-REFUNDABLE
                       MOVE 'AMOUNT EXCEEDS UNREFUNDED PAYMENT'
                           TO WS-RQ-REASON
                   WHEN OTHER
                       PERFORM FIND-RECEIVING-ROUTING
               END-EVALUATE
           END-IF.

       FIND-RECEIVING-ROUTING.
           MOVE SPACES TO WS-RQ-ROUTING
           IF OH-ROUTING NUMERIC
               MOVE OH-ROUTING TO WS-RQ-ROUTING
           ELSE
               MOVE 'N' TO WS-PV-FOUND-SW
               MOVE ZERO TO WS-PV-SUB
               PERFORM UNTIL WS-PV-FOUND OR WS-PV-SUB >= WS-PV-USED
                   ADD 1 TO WS-PV-SUB
                   IF WS-PV-ACCOUNT (WS-PV-SUB) = WS-RQ-ACCOUNT
                       SET WS-PV-FOUND TO TRUE
                       MOVE WS-PV-ROUTING (WS-PV-SUB) TO WS-RQ-ROUTING
                   END-IF
               END-PERFORM
               IF NOT WS-PV-FOUND
                   MOVE 'NO RECEIVING ROUTING ON FILE'
                       TO WS-RQ-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * RESOLVE-REFUND-COMPANY settles which company the refund goes
      * out and books under - the request's, else the original
      * debit's, else ORIGPARM's - and that company's GL accounts.
      *----------------------------------------------------------------
       RESOLVE-REFUND-COMPANY.
           IF WS-RQ-COMPANY-ID = SPACES
               IF OH-COMPANY-ID NOT = SPACES
                   MOVE OH-COMPANY-ID TO WS-RQ-COMPANY-ID
               ELSE
                   MOVE WS-COMPANY-ID TO WS-RQ-COMPANY-ID
               END-IF
           END-IF
           IF NOT WS-COMPANY-MODE
               MOVE WS-GL-CASH-ACCOUNT TO WS-RQ-CASH
               MOVE WS-GL-ARCLR-ACCOUNT TO WS-RQ-ARCLR
               MOVE SPACES TO WS-RQ-CODE
           ELSE
               MOVE 'N' TO WS-COMPANY-FOUND-SW
               MOVE ZERO TO WS-CT-SUB
               PERFORM UNTIL WS-COMPANY-FOUND
                           OR WS-CT-SUB >= WS-COMPANY-USED
                   ADD 1 TO WS-CT-SUB
                   IF WS-CT-COMPANY-ID (WS-CT-SUB) = WS-RQ-COMPANY-ID
                       SET WS-COMPANY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-COMPANY-FOUND
                   MOVE WS-CT-CASH (WS-CT-SUB) TO WS-RQ-CASH
                   MOVE WS-CT-ARCLR (WS-CT-SUB) TO WS-RQ-ARCLR
                   MOVE WS-CT-CODE (WS-CT-SUB) TO WS-RQ-CODE
               ELSE
                   MOVE 'COMPANY NOT IN COMPANY TABLE'
                       TO WS-RQ-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * APPROVE-REFUND tables the refund and records it on the
      * payment's history - the refunded amount accumulates, dated
      * today - then reports it.
      *----------------------------------------------------------------
       APPROVE-REFUND.
           ADD 1 TO WS-RF-USED
           MOVE WS-RQ-REFERENCE TO WS-RF-REFERENCE (WS-RF-USED)
           MOVE WS-RQ-ACCOUNT TO WS-RF-ACCOUNT (WS-RF-USED)
           MOVE WS-RQ-ROUTING TO WS-RF-ROUTING (WS-RF-USED)
           MOVE WS-RQ-AMOUNT-VALUE TO WS-RF-AMOUNT (WS-RF-USED)
           MOVE WS-RQ-COMPANY-ID TO WS-RF-COMPANY-ID (WS-RF-USED)
           MOVE WS-RQ-CASH TO WS-RF-CASH (WS-RF-USED)
           MOVE WS-RQ-ARCLR TO WS-RF-ARCLR (WS-RF-USED)
           MOVE WS-RQ-CODE TO WS-RF-CODE (WS-RF-USED)
           MOVE 'N' TO WS-RF-DONE-SW (WS-RF-USED)
           ADD WS-RQ-AMOUNT-VALUE TO OH-REFUND-AMOUNT
           MOVE WS-CURRENT-DATE TO OH-REFUND-DATE
           REWRITE ORIG-HIST-RECORD
           ADD 1 TO WS-APPROVED-COUNT
           ADD WS-RQ-AMOUNT-VALUE TO WS-APPROVED-TOTAL
           MOVE 'APPROVED - CREDIT ORIGINATED' TO WS-RQ-REASON
           PERFORM WRITE-REFUND-RPT-DETAIL.

      *----------------------------------------------------------------
      * ORIGINATE-REFUND-FILE writes the REFUNDOUT ACH file - one CCD
      * batch of credits per company, effective today - and books
      * each company's refunds to GLPOST as one balanced journal
      * entry: AR clearing debited, cash credited.  GLPOST is the
      * shared daily posting interface, so this run appends to it
      * and closes its contribution with its own control record.
      *----------------------------------------------------------------
       ORIGINATE-REFUND-FILE.
           OPEN OUTPUT REFUND-OUT-FILE
           OPEN EXTEND GL-POST-FILE
           IF WS-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GL-POST-FILE
           END-IF
           PERFORM WRITE-FILE-HEADER
           MOVE ZERO TO WS-RF-SUB
           PERFORM UNTIL WS-RF-SUB >= WS-RF-USED
               ADD 1 TO WS-RF-SUB
               IF WS-RF-DONE-SW (WS-RF-SUB) = 'N'
                   PERFORM ORIGINATE-COMPANY-BATCH
               END-IF
           END-PERFORM
           PERFORM WRITE-FILE-CONTROL
           PERFORM WRITE-GL-CONTROL-RECORD
           CLOSE REFUND-OUT-FILE
           CLOSE GL-POST-FILE.

      *----------------------------------------------------------------
      * ORIGINATE-COMPANY-BATCH writes the batch for the company of
      * refund WS-RF-SUB, collecting every not-yet-written refund for
      * that company from there on, then its journal entry.
      *----------------------------------------------------------------
       ORIGINATE-COMPANY-BATCH.
           MOVE WS-RF-COMPANY-ID (WS-RF-SUB) TO WS-BATCH-COMPANY-ID
           PERFORM START-NEW-BATCH
           MOVE WS-RF-SUB TO WS-RF-SUB-2
           PERFORM UNTIL WS-RF-SUB-2 > WS-RF-USED
               IF WS-RF-DONE-SW (WS-RF-SUB-2) = 'N'
                  AND WS-RF-COMPANY-ID (WS-RF-SUB-2)
                          = WS-BATCH-COMPANY-ID
                   PERFORM WRITE-ENTRY-AND-ADDENDA
                   MOVE 'Y' TO WS-RF-DONE-SW (WS-RF-SUB-2)
               END-IF
               ADD 1 TO WS-RF-SUB-2
           END-PERFORM
           PERFORM WRITE-BATCH-CONTROL
           PERFORM WRITE-GL-REFUND-POSTING.

       START-NEW-BATCH.
           ADD 1 TO WS-BATCH-NUMBER
           ADD 1 TO WS-FILE-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-ENTRY-ADDENDA-CNT
           MOVE ZERO TO WS-BATCH-ENTRY-HASH
           MOVE ZERO TO WS-BATCH-CREDIT-TOTAL
           MOVE WS-BATCH-NUMBER TO WS-BATCH-NUMBER-OUT
           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '5*CCD*' DELIMITED BY SIZE
                  WS-BATCH-COMPANY-ID DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-BATCH-NUMBER-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-CURRENT-YYMMDD DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           WRITE REFUND-OUT-RECORD FROM WS-ACH-OUT-LINE.

      *----------------------------------------------------------------
      * WRITE-ENTRY-AND-ADDENDA generates one refund credit (code 22)
      * under the next refund trace number, with a REF addenda
      * carrying the payment reference being refunded.
      *----------------------------------------------------------------
       WRITE-ENTRY-AND-ADDENDA.
           MOVE WS-ODFI-ROUTING TO WS-TRACE-ODFI
           MOVE WS-TRACE-SEQUENCE TO WS-TRACE-SEQ
           ADD 1 TO WS-TRACE-SEQUENCE
           COMPUTE WS-AMOUNT-RAW-OUT = WS-RF-AMOUNT (WS-RF-SUB-2) * 100

           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '6*22*' DELIMITED BY SIZE
                  WS-RF-ROUTING (WS-RF-SUB-2) DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-AMOUNT-RAW-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-RF-ACCOUNT (WS-RF-SUB-2) DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-CURRENT-TRACE DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           WRITE REFUND-OUT-RECORD FROM WS-ACH-OUT-LINE

           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '7*0001*05*REF*RF*' DELIMITED BY SIZE
                  WS-RF-REFERENCE (WS-RF-SUB-2) DELIMITED BY SPACE
                  INTO WS-ACH-OUT-LINE
           WRITE REFUND-OUT-RECORD FROM WS-ACH-OUT-LINE

           ADD 2 TO WS-BATCH-ENTRY-ADDENDA-CNT
           MOVE WS-CURRENT-TRACE (1:8) TO WS-TRACE-ROUTING-NUM
           ADD WS-TRACE-ROUTING-NUM TO WS-BATCH-ENTRY-HASH
           ADD WS-RF-AMOUNT (WS-RF-SUB-2) TO WS-BATCH-CREDIT-TOTAL
           ADD 1 TO WS-FILE-ENTRY-COUNT.

       WRITE-FILE-HEADER.
           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '1*' DELIMITED BY SIZE
                  WS-IMMED-DEST DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-IMMED-ORIGIN DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-CURRENT-YYMMDD DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-CURRENT-HHMM DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-FILE-ID-MODIFIER DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           WRITE REFUND-OUT-RECORD FROM WS-ACH-OUT-LINE.

      *----------------------------------------------------------------
      * WRITE-BATCH-CONTROL and WRITE-FILE-CONTROL balance the batch
      * and the file - entry/addenda count, entry hash, a zero debit
      * total and the credit total - in the widths the inbound
      * parser decodes.
      *----------------------------------------------------------------
       WRITE-BATCH-CONTROL.
           MOVE WS-BATCH-ENTRY-ADDENDA-CNT TO WS-CNT-OUT
           MOVE WS-BATCH-ENTRY-HASH TO WS-HASH-OUT
           COMPUTE WS-CREDIT-RAW-OUT = WS-BATCH-CREDIT-TOTAL * 100
           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '8*' DELIMITED BY SIZE
                  WS-CNT-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-HASH-OUT DELIMITED BY SIZE
                  '*0000000000*' DELIMITED BY SIZE
                  WS-CREDIT-RAW-OUT DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           WRITE REFUND-OUT-RECORD FROM WS-ACH-OUT-LINE
           ADD WS-BATCH-ENTRY-ADDENDA-CNT TO WS-FILE-ENTRY-ADDENDA-CNT
           ADD WS-BATCH-ENTRY-HASH TO WS-FILE-ENTRY-HASH
           ADD WS-BATCH-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL.

       WRITE-FILE-CONTROL.
           MOVE WS-FILE-BATCH-COUNT TO WS-CNT-OUT
           MOVE WS-FILE-ENTRY-ADDENDA-CNT TO WS-FILE-CNT-OUT
           MOVE WS-FILE-ENTRY-HASH TO WS-HASH-OUT
           COMPUTE WS-FILE-CREDIT-RAW-OUT = WS-FILE-CREDIT-TOTAL * 100
           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '9*' DELIMITED BY SIZE
                  WS-CNT-OUT DELIMITED BY SIZE
                  '*1*' DELIMITED BY SIZE
                  WS-FILE-CNT-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-HASH-OUT DELIMITED BY SIZE
                  '*00000000000000*' DELIMITED BY SIZE
                  WS-FILE-CREDIT-RAW-OUT DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           WRITE REFUND-OUT-RECORD FROM WS-ACH-OUT-LINE.

      *----------------------------------------------------------------
      * WRITE-GL-REFUND-POSTING books the batch just written as one
      * balanced journal entry, 'RF' plus the refund batch number,
      * dated today: AR clearing debited and cash credited for the
      * batch's refund dollars, under the company's code.
      *----------------------------------------------------------------
       WRITE-GL-REFUND-POSTING.
           MOVE SPACES TO WS-GL-JE-ID
           STRING 'RF' DELIMITED BY SIZE
                  WS-BATCH-NUMBER-OUT DELIMITED BY SIZE
                  INTO WS-GL-JE-ID
           MOVE WS-BATCH-CREDIT-TOTAL TO WS-GL-AMOUNT-FILE
           MOVE SPACES TO WS-GL-POST-LINE
           STRING 'JE,' DELIMITED BY SIZE
                  WS-GL-JE-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ',DR,' DELIMITED BY SIZE
                  WS-RF-ARCLR (WS-RF-SUB) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-GL-AMOUNT-FILE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RF-CODE (WS-RF-SUB) DELIMITED BY SPACE
                  INTO WS-GL-POST-LINE
           WRITE GL-POST-RECORD FROM WS-GL-POST-LINE
           MOVE SPACES TO WS-GL-POST-LINE
           STRING 'JE,' DELIMITED BY SIZE
                  WS-GL-JE-ID DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ',CR,' DELIMITED BY SIZE
                  WS-RF-CASH (WS-RF-SUB) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-GL-AMOUNT-FILE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RF-CODE (WS-RF-SUB) DELIMITED BY SPACE
                  INTO WS-GL-POST-LINE
           WRITE GL-POST-RECORD FROM WS-GL-POST-LINE
           ADD 1 TO WS-GL-JE-COUNT
           ADD WS-BATCH-CREDIT-TOTAL TO WS-GL-RUN-DOLLARS.

       WRITE-GL-CONTROL-RECORD.
           MOVE WS-GL-RUN-DOLLARS TO WS-RUN-DOLLARS-FILE
           MOVE SPACES TO WS-GL-POST-LINE
           STRING 'CONTROL,' DELIMITED BY SIZE
                  WS-GL-JE-COUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RUN-DOLLARS-FILE DELIMITED BY SIZE
                  INTO WS-GL-POST-LINE
           WRITE GL-POST-RECORD FROM WS-GL-POST-LINE.

      *----------------------------------------------------------------
      * WRITE-REFUND-RPT-HEADER, -DETAIL and -FOOTER produce the
      * REFUNDRPT report: one line per request with its reference,
      * amount, approver and disposition, closing with the counts.
      *----------------------------------------------------------------
       WRITE-REFUND-RPT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REFUND ORIGINATION REPORT - RUN DATE '
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REFUND-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE '  REFERENCE              AMOUNT  APPROVER  DISPOSITION'
               TO WS-RPT-LINE
           WRITE REFUND-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-REFUND-RPT-DETAIL.
           MOVE WS-RQ-AMOUNT-VALUE TO WS-RPT-AMOUNT-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-RQ-REFERENCE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RQ-APPROVER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RQ-REASON DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REFUND-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-REFUND-RPT-FOOTER.
           MOVE WS-APPROVED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REQUESTS: ' DELIMITED BY SIZE
                  WS-REQUEST-COUNT DELIMITED BY SIZE
                  '  APPROVED: ' DELIMITED BY SIZE
                  WS-APPROVED-COUNT DELIMITED BY SIZE
                  '  REFUSED: ' DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  '  REFUND DOLLARS: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE REFUND-RPT-RECORD FROM WS-RPT-LINE.
