           SELECT ACH-OUT-FILE ASSIGN TO 'ACHOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHOUT-STATUS.
           SELECT ACH-SAME-DAY-FILE ASSIGN TO 'ACHSDOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHSDOUT-STATUS.
           SELECT SAME-DAY-WORK-FILE ASSIGN TO 'SDWORK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDWORK-STATUS.
           SELECT ORIG-HIST-FILE ASSIGN TO 'ORIGHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-TRACE-NUMBER
               FILE STATUS IS WS-ORIGHIST-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT DEBIT-BLOCK-FILE ASSIGN TO 'DEBLOCK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DB-ACCOUNT
               FILE STATUS IS WS-DEBLOCK-STATUS.
           SELECT PRENOTE-FILE ASSIGN TO 'PRENOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-TRACE-NUMBER
               FILE STATUS IS WS-PRENOTE-STATUS.
           SELECT NOC-OUT-FILE ASSIGN TO 'NOCOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOCOUT-STATUS.
           SELECT HOLD-SCHED-FILE ASSIGN TO 'DEBHOLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBHOLD-STATUS.
           SELECT HOLD-SCHED-NEW-FILE ASSIGN TO 'DEBHNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBHNEW-STATUS.
           SELECT HOLD-DECISION-FILE ASSIGN TO 'DEBHDECN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBHDECN-STATUS.
           SELECT HOLD-AUDIT-FILE ASSIGN TO 'DEBHAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBHAUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-OUT-FILE.
       01  ACH-OUT-RECORD PIC X(80).

       FD  ACH-SAME-DAY-FILE.
       01  ACH-SAME-DAY-RECORD PIC X(80).

       FD  SAME-DAY-WORK-FILE.
       01  SAME-DAY-WORK-RECORD PIC X(120).

       FD  ORIG-HIST-FILE.
       COPY ORIGREC.

       FD  CUST-MASTER-FILE.
       01  CUST-MASTER-RECORD.
           05  CM-ACCOUNT-NUMBER      PIC X(20).
           05  CM-CUSTOMER-NAME       PIC X(30).
           05  CM-CUSTOMER-STATUS     PIC X(01).

       FD  DEBIT-BLOCK-FILE.
       COPY DEBLKREC.

       FD  PRENOTE-FILE.
       01  PRENOTE-RECORD.
           05  PN-TRACE-NUMBER        PIC X(15).
           05  PN-ACCOUNT             PIC X(20).
           05  PN-ROUTING             PIC X(09).
           05  PN-TRAN-CODE           PIC X(02).
           05  PN-RECORDED-DATE       PIC 9(08).
           05  PN-STATUS              PIC X(01).

       FD  NOC-OUT-FILE.
       01  NOC-OUT-RECORD PIC X(100).

       FD  HOLD-SCHED-FILE.
       01  HOLD-SCHED-RECORD PIC X(200).

       FD  HOLD-SCHED-NEW-FILE.
       01  HOLD-SCHED-NEW-RECORD PIC X(200).

       FD  HOLD-DECISION-FILE.
       01  HOLD-DECISION-RECORD PIC X(80).

       FD  HOLD-AUDIT-FILE.
       01  HOLD-AUDIT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEBSCHED-STATUS         PIC XX VALUE SPACES.
       01  WS-ORIGPARM-STATUS         PIC XX VALUE SPACES.
       01  WS-ACHOUT-STATUS           PIC XX VALUE SPACES.
       01  WS-ACHSDOUT-STATUS         PIC XX VALUE SPACES.
       01  WS-SDWORK-STATUS           PIC XX VALUE SPACES.
       01  WS-SDWORK-EOF-SW           PIC X VALUE 'N'.
           88  WS-SDWORK-EOF              VALUE 'Y'.
       01  WS-ORIGHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-ORIGHIST-OPEN-SW        PIC X VALUE 'N'.
           88  WS-ORIGHIST-OPEN           VALUE 'Y'.
           88  WS-SCHED-EOF               VALUE 'Y'.
       01  WS-PARM-EOF-SW             PIC X VALUE 'N'.
           88  WS-PARM-EOF                VALUE 'Y'.
       01  WS-CUSTMST-STATUS          PIC XX VALUE SPACES.
       01  WS-CUSTMST-OPEN-SW         PIC X VALUE 'N'.
           88  WS-CUSTMST-OPEN            VALUE 'Y'.
       01  WS-DEBLOCK-STATUS          PIC XX VALUE SPACES.
       01  WS-DEBLOCK-OPEN-SW         PIC X VALUE 'N'.
           88  WS-DEBLOCK-OPEN            VALUE 'Y'.
       01  WS-PRENOTE-STATUS          PIC XX VALUE SPACES.
       01  WS-PRENOTE-LOADED-SW       PIC X VALUE 'N'.
           88  WS-PRENOTE-LOADED          VALUE 'Y'.
       01  WS-PRENOTE-EOF-SW          PIC X VALUE 'N'.
           88  WS-PRENOTE-EOF             VALUE 'Y'.
       01  WS-NOCOUT-STATUS           PIC XX VALUE SPACES.
       01  WS-NOCOUT-EOF-SW           PIC X VALUE 'N'.
           88  WS-NOCOUT-EOF              VALUE 'Y'.
       01  WS-DEBHOLD-STATUS          PIC XX VALUE SPACES.
       01  WS-DEBHNEW-STATUS          PIC XX VALUE SPACES.
       01  WS-DEBHDECN-STATUS         PIC XX VALUE SPACES.
       01  WS-DEBHAUDT-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLD-EOF-SW             PIC X VALUE 'N'.
           88  WS-HOLD-EOF                VALUE 'Y'.
       01  WS-DECISION-EOF-SW         PIC X VALUE 'N'.
           88  WS-DECISION-EOF            VALUE 'Y'.

      * Origination parameter working-storage.  ORIGPARM carries one
      * 'KEYWORD,VALUE' record per line, the same convention GLPARM
      * company identification for the Batch Header, and optionally
      * the file ID modifier (default 'A') and the starting trace
      * sequence number (default 1), which ops advances so trace
      * numbers stay unique across days.  PRENOTE,N switches off the
      * prenote-verification screen for a shop not yet running the
      * prenote cycle (the default is to require it).  A schedule run
      * with any of
      * the four required parameters missing produces a console note
      * and no output file, never a file built on guessed identity.
       01  WS-PARM-KEYWORD            PIC X(10) VALUE SPACES.
       01  WS-COMPANY-ID              PIC X(10) VALUE SPACES.
       01  WS-FILE-ID-MODIFIER        PIC X(01) VALUE 'A'.
       01  WS-TRACE-SEQUENCE          PIC 9(07) VALUE 1.
       01  WS-PRENOTE-REQUIRED-SW     PIC X VALUE 'Y'.
           88  WS-PRENOTE-REQUIRED        VALUE 'Y'.
       01  WS-PARMS-OK-SW             PIC X VALUE 'Y'.
           88  WS-PARMS-OK                VALUE 'Y'.
           88  WS-PARMS-BAD               VALUE 'N'.

      * Same-day settlement window working-storage.  ORIGPARM names
      * up to three same-day windows, each by the HHMM cutoff the
      * bank must have the file by (SDCUT1-SDCUT3) and the file ID
      * modifier its file goes under (SDMOD1-SDMOD3, default 1-3),
      * plus the per-entry same-day dollar limit in whole dollars
      * (SDLIMIT, default 1000000).  A window with no cutoff on file
      * does not exist.  The run takes the first window whose cutoff
      * the run time has not yet reached; when none is open, or none
      * is configured, a same-day line goes out next-day instead.
       01  WS-SD-WINDOW-DEFAULTS.
           05  FILLER                 PIC X(05) VALUE '    1'.
           05  FILLER                 PIC X(05) VALUE '    2'.
           05  FILLER                 PIC X(05) VALUE '    3'.
       01  WS-SD-WINDOW-TABLE REDEFINES WS-SD-WINDOW-DEFAULTS.
           05  WS-SD-WINDOW-ENTRY OCCURS 3 TIMES.
               10  WS-SD-CUTOFF       PIC X(04).
               10  WS-SD-MODIFIER     PIC X(01).
       01  WS-SD-SUB                  PIC 9(1) COMP VALUE ZERO.
       01  WS-SD-WINDOW               PIC X(01) VALUE SPACES.
       01  WS-SD-WINDOW-SUB           PIC 9(1) COMP VALUE ZERO.
       01  WS-SD-OPEN-SW              PIC X VALUE 'N'.
           88  WS-SD-WINDOW-OPEN          VALUE 'Y'.
       01  WS-SD-LIMIT-DOLLARS        PIC 9(07) VALUE 1000000.
       01  WS-SD-PASS-SW              PIC X VALUE 'N'.
           88  WS-SAME-DAY-PASS           VALUE 'Y'.
       01  WS-HEADER-MODIFIER         PIC X(01) VALUE SPACES.
       01  WS-SD-WORK-LINE            PIC X(120) VALUE SPACES.
       01  WS-SD-QUEUED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-SD-DEFERRED-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-SD-ENTRY-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  WS-SD-DEBIT-TOTAL          PIC 9(12)V99 COMP-3 VALUE ZERO.
       01  WS-ND-BATCH-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-ND-ENTRY-COUNT          PIC 9(8) COMP VALUE ZERO.
       01  WS-ND-DEBIT-TOTAL          PIC 9(12)V99 COMP-3 VALUE ZERO.

      * One debit schedule line: customer account, receiving bank
      * routing, the invoice being collected, the amount in the same
      * 10-digit implied-two-decimal convention NACHA amounts use,
      * the retry count when the line is an NSF re-presentment off
      * the parser's REPRESNT file, so the new entry's history knows
      * how many times this debit has already gone back to the bank;
      * a first-time schedule line leaves it blank.  An optional
      * seventh field marks the line 'S' same-day or 'N' next-day
      * (blank is next-day), and an optional eighth names the entry
      * class when it is not a plain CCD debit - an 'IAT' line is
      * never originated here, and is excluded from same-day by
      * NACHA rule in any case.  A same-day line goes out effective
      * today in the open same-day window's own file.
       01  WS-SCHED-FIELDS.
           05  WS-SCHED-ACCOUNT       PIC X(20) VALUE SPACES.
           05  WS-SCHED-ROUTING       PIC X(09) VALUE SPACES.
           05  WS-SCHED-AMOUNT-RAW    PIC X(10) VALUE SPACES.
           05  WS-SCHED-EFF-DATE      PIC X(06) VALUE SPACES.
           05  WS-SCHED-RETRY         PIC X(01) VALUE SPACES.
           05  WS-SCHED-SETTLE-TYPE   PIC X(01) VALUE SPACES.
               88  WS-SCHED-SAME-DAY      VALUE 'S'.
               88  WS-SCHED-NEXT-DAY      VALUES 'N' ' '.
           05  WS-SCHED-ENTRY-CLASS   PIC X(03) VALUE SPACES.
       01  WS-SCHED-AMOUNT-NUM        PIC 9(10).
       01  WS-SCHED-AMOUNT-VALUE      PIC 9(8)V99.
       01  WS-SCHED-LINE-COUNT        PIC 9(8) COMP VALUE ZERO.
       01  WS-SCHED-REJECT-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-SCHED-REASON            PIC X(40) VALUE SPACES.

      * Pre-origination screening working-storage.  Every line that
      * passes the edit is screened before an entry is built: an
      * active block on the DEBLOCK registry (a STOP-DEBITS return or
      * a collections block), a customer missing from CUSTMST or not
      * active there, a Notification of Change on NOCOUT still
      * naming the routing/account pair the line would debit, and -
      * unless ORIGPARM switches it off - a routing/account pair with
      * no verified prenote on the PRENOTE file.  A line that fails
      * is held with the reason, never debited.  A screening source
      * that cannot be read fails closed: the lines are held, not
      * debited blind.  A DEBLOCK or PRENOTE file that has never been
      * created (status 35) is read as empty.
       01  WS-HOLD-REASON             PIC X(30) VALUE SPACES.
       01  WS-SCREEN-BYPASS-SW        PIC X VALUE 'N'.
           88  WS-SCREEN-BYPASS           VALUE 'Y'.
       01  WS-DEBLOCK-UNAVAILABLE-SW  PIC X VALUE 'N'.
           88  WS-DEBLOCK-UNAVAILABLE     VALUE 'Y'.

      * Verified prenotes - routing/account pairs whose prenote sat
      * out the waiting period with no Return or NOC (status 'V').
       01  WS-VERIFIED-TABLE.
           05  WS-PV-ENTRY OCCURS 5000 TIMES.
               10  WS-PV-ACCOUNT      PIC X(20).
               10  WS-PV-ROUTING      PIC X(09).
       01  WS-PV-USED                 PIC 9(4) COMP VALUE ZERO.
       01  WS-PV-MAX                  PIC 9(4) COMP VALUE 5000.
       01  WS-PV-SUB                  PIC 9(4) COMP VALUE ZERO.
       01  WS-PV-FOUND-SW             PIC X VALUE 'N'.
           88  WS-PV-FOUND                VALUE 'Y'.

      * Pending Notifications of Change - one per NOCOUT line whose
      * original trace resolves through ORIGHIST to one of our
      * debits, keyed by the routing/account pair that entry used.
      * A schedule line still carrying that pair has not picked up
      * the correction yet.  A name-only correction (C04) does not
      * touch the debit and is not loaded.
       01  WS-NOC-FIELDS.
           05  WS-NOC-TAG             PIC X(03) VALUE SPACES.
           05  WS-NOC-CHANGE-CODE     PIC X(03) VALUE SPACES.
           05  WS-NOC-ORIG-TRACE      PIC X(15) VALUE SPACES.
           05  WS-NOC-CORRECTED-DATA  PIC X(20) VALUE SPACES.
       01  WS-NOC-TABLE.
           05  WS-NP-ENTRY OCCURS 500 TIMES.
               10  WS-NP-ACCOUNT      PIC X(20).
               10  WS-NP-ROUTING      PIC X(09).
               10  WS-NP-CHANGE-CODE  PIC X(03).
       01  WS-NP-USED                 PIC 9(3) COMP VALUE ZERO.
       01  WS-NP-MAX                  PIC 9(3) COMP VALUE 500.
       01  WS-NP-SUB                  PIC 9(3) COMP VALUE ZERO.
       01  WS-NP-FOUND-SW             PIC X VALUE 'N'.
           88  WS-NP-FOUND                VALUE 'Y'.

      * Held-schedule working-storage.  A held line goes to DEBHNEW
      * under a hold ID - run date, time and a sequence - with the
      * schedule fields, the reason and the date held:
      * 'holdid,account,routing,invoice,amount,effdate,retry,reason,
      * helddate,settletype'.  The operator promotes DEBHNEW to
      * DEBHOLD for the next run, as with SUSPNEW.  Collections
      * decides each hold on DEBHDECN, one
      * 'HOLDID,RELEASE|CANCEL,OPERATOR' record each:
      * a released line is originated this run without re-screening
      * (its effective date rolled up to today if it has passed), a
      * cancelled one is dropped, an undecided one carries forward.
      * Every hold, release, cancellation and rejected decision is
      * written to the DEBHAUDT report.
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-ID             PIC X(18) VALUE SPACES.
           05  WS-HOLD-ACCOUNT        PIC X(20) VALUE SPACES.
           05  WS-HOLD-ROUTING        PIC X(09) VALUE SPACES.
           05  WS-HOLD-INVOICE        PIC X(20) VALUE SPACES.
           05  WS-HOLD-AMOUNT-RAW     PIC X(10) VALUE SPACES.
           05  WS-HOLD-EFF-DATE       PIC X(06) VALUE SPACES.
           05  WS-HOLD-RETRY          PIC X(01) VALUE SPACES.
           05  WS-HOLD-LINE-REASON    PIC X(30) VALUE SPACES.
           05  WS-HOLD-DATE           PIC X(08) VALUE SPACES.
           05  WS-HOLD-SETTLE-TYPE    PIC X(01) VALUE SPACES.
       01  WS-NEW-HOLD-ID.
           05  WS-NHI-DATE            PIC 9(08).
           05  WS-NHI-TIME            PIC X(04).
           05  WS-NHI-SEQ             PIC 9(06).
       01  WS-HOLD-LINE               PIC X(200) VALUE SPACES.
       01  WS-DECN-FIELDS.
           05  WS-DECN-HOLD-ID        PIC X(18) VALUE SPACES.
           05  WS-DECN-ACTION         PIC X(07) VALUE SPACES.
           05  WS-DECN-OPERATOR       PIC X(08) VALUE SPACES.
       01  WS-DECN-FILLER             PIC X(20) VALUE SPACES.
       01  WS-DECISION-TABLE.
           05  WS-DT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-HOLD-ID      PIC X(18).
               10  WS-DT-ACTION       PIC X(07).
               10  WS-DT-OPERATOR     PIC X(08).
               10  WS-DT-USED-SW      PIC X(01).
       01  WS-DT-USED                 PIC 9(3) COMP VALUE ZERO.
       01  WS-DT-MAX                  PIC 9(3) COMP VALUE 500.
       01  WS-DT-SUB                  PIC 9(3) COMP VALUE ZERO.
       01  WS-DT-FOUND-SW             PIC X VALUE 'N'.
           88  WS-DT-FOUND                VALUE 'Y'.
       01  WS-AUDIT-HOLD-ID           PIC X(18) VALUE SPACES.
       01  WS-AUDIT-ACCOUNT           PIC X(20) VALUE SPACES.
       01  WS-AUDIT-ACTION            PIC X(07) VALUE SPACES.
       01  WS-AUDIT-OPERATOR          PIC X(08) VALUE SPACES.
       01  WS-AUDIT-DISPOSITION       PIC X(40) VALUE SPACES.
       01  WS-AUDIT-AMOUNT-NUM        PIC 9(10) VALUE ZERO.
       01  WS-AUDIT-AMOUNT-VALUE      PIC 9(8)V99 VALUE ZERO.
       01  WS-AUDIT-AMOUNT-EDIT       PIC ZZ,ZZZ,ZZ9.99.
       01  WS-AUDIT-LINE              PIC X(132) VALUE SPACES.
       01  WS-DECISION-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-HELD-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-HELD-TOTAL              PIC 9(10)V99 VALUE ZERO.
       01  WS-RELEASED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CANCELLED-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-CARRIED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-DECN-REJECTED-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-EDIT              PIC $$$,$$$,$$9.99.

      * Batch and file accumulators mirroring the figures NachaParser
      * reconciles on the inbound side: entry/addenda count, the
      * entry hash built from the first eight digits of each trace
           END-IF

           PERFORM OPEN-ORIGINATION-HISTORY
           PERFORM OPEN-SCREENING-SOURCES
           PERFORM LOAD-VERIFIED-PRENOTES
           PERFORM LOAD-PENDING-NOCS
           OPEN OUTPUT HOLD-AUDIT-FILE
           PERFORM WRITE-HOLD-AUDIT-HEADER
           PERFORM LOAD-HOLD-DECISIONS
           PERFORM FIND-SAME-DAY-WINDOW
           OPEN OUTPUT SAME-DAY-WORK-FILE
           OPEN OUTPUT ACH-OUT-FILE
           MOVE WS-FILE-ID-MODIFIER TO WS-HEADER-MODIFIER
           PERFORM WRITE-FILE-HEADER
           OPEN OUTPUT HOLD-SCHED-NEW-FILE
           PERFORM RELEASE-HELD-SCHEDULE

           PERFORM UNTIL WS-SCHED-EOF
               READ DEBIT-SCHED-FILE
               PERFORM WRITE-BATCH-CONTROL
           END-IF
           PERFORM WRITE-FILE-CONTROL
           CLOSE ACH-OUT-FILE
           CLOSE SAME-DAY-WORK-FILE
           MOVE WS-FILE-BATCH-COUNT TO WS-ND-BATCH-COUNT
           MOVE WS-FILE-ENTRY-COUNT TO WS-ND-ENTRY-COUNT
           MOVE WS-FILE-DEBIT-TOTAL TO WS-ND-DEBIT-TOTAL
           IF WS-SD-QUEUED-COUNT > ZERO
               PERFORM ORIGINATE-SAME-DAY-FILE
           END-IF
           PERFORM REPORT-UNMATCHED-DECISIONS
           PERFORM WRITE-HOLD-AUDIT-FOOTER

           CLOSE DEBIT-SCHED-FILE
           CLOSE HOLD-SCHED-NEW-FILE
           CLOSE HOLD-AUDIT-FILE
           IF WS-ORIGHIST-OPEN
               CLOSE ORIG-HIST-FILE
           END-IF
           IF WS-CUSTMST-OPEN
               CLOSE CUST-MASTER-FILE
           END-IF
           IF WS-DEBLOCK-OPEN
               CLOSE DEBIT-BLOCK-FILE
           END-IF

           MOVE WS-ND-DEBIT-TOTAL TO WS-FILE-DOLLARS-EDIT
           DISPLAY 'ORIGINATION RUN SUMMARY'
           DISPLAY '  SCHEDULE LINES READ:  ' WS-SCHED-LINE-COUNT
           DISPLAY '  LINES REJECTED:       ' WS-SCHED-REJECT-COUNT
           DISPLAY '  LINES HELD:           ' WS-HELD-COUNT
           DISPLAY '  HOLDS RELEASED:       ' WS-RELEASED-COUNT
           DISPLAY '  HOLDS CANCELLED:      ' WS-CANCELLED-COUNT
           DISPLAY '  HOLDS CARRIED:        ' WS-CARRIED-COUNT
           DISPLAY '  BATCHES GENERATED:    ' WS-ND-BATCH-COUNT
           DISPLAY '  ENTRIES GENERATED:    ' WS-ND-ENTRY-COUNT
           DISPLAY '  TOTAL DEBIT DOLLARS:  ' WS-FILE-DOLLARS-EDIT
           MOVE WS-SD-DEBIT-TOTAL TO WS-FILE-DOLLARS-EDIT
           IF WS-SD-WINDOW-OPEN
               DISPLAY '  SAME-DAY WINDOW:      ' WS-SD-WINDOW
                   ' CUTOFF ' WS-SD-CUTOFF (WS-SD-WINDOW-SUB)
           ELSE
               DISPLAY '  SAME-DAY WINDOW:      NONE OPEN'
           END-IF
           DISPLAY '  SAME-DAY ENTRIES:     ' WS-SD-ENTRY-COUNT
           DISPLAY '  SAME-DAY DOLLARS:     ' WS-FILE-DOLLARS-EDIT
           DISPLAY '  SAME-DAY SENT NEXT-DAY: ' WS-SD-DEFERRED-COUNT
           DISPLAY '  HISTORY RECORDED:     ' WS-ORIG-RECORDED-COUNT
           DISPLAY '  NEXT TRACE SEQUENCE:  ' WS-TRACE-SEQUENCE
           STOP RUN.

                   MOVE WS-PARM-VALUE TO WS-COMPANY-ID
               WHEN 'MODIFIER'
                   MOVE WS-PARM-VALUE (1:1) TO WS-FILE-ID-MODIFIER
               WHEN 'PRENOTE'
                   IF WS-PARM-VALUE (1:1) = 'N'
                       MOVE 'N' TO WS-PRENOTE-REQUIRED-SW
                   END-IF
               WHEN 'TRACESEQ'
                   IF WS-PARM-VALUE (1:7) IS NUMERIC
                       MOVE WS-PARM-VALUE (1:7) TO WS-TRACE-SEQUENCE
                           'NUMBER - ' WS-PARM-VALUE
                           ' - DEFAULT SEQUENCE KEPT'
                   END-IF
               WHEN 'SDCUT1'
               WHEN 'SDCUT2'
               WHEN 'SDCUT3'
                   MOVE WS-PARM-KEYWORD (6:1) TO WS-SD-SUB
                   IF WS-PARM-VALUE (1:4) IS NUMERIC
                       MOVE WS-PARM-VALUE (1:4)
                           TO WS-SD-CUTOFF (WS-SD-SUB)
                   ELSE
                       DISPLAY WS-PARM-KEYWORD ' PARAMETER NOT AN '
                           'HHMM TIME - ' WS-PARM-VALUE
                           ' - WINDOW NOT USED'
                   END-IF
               WHEN 'SDMOD1'
               WHEN 'SDMOD2'
               WHEN 'SDMOD3'
                   MOVE WS-PARM-KEYWORD (6:1) TO WS-SD-SUB
                   MOVE WS-PARM-VALUE (1:1)
                       TO WS-SD-MODIFIER (WS-SD-SUB)
               WHEN 'SDLIMIT'
                   IF WS-PARM-VALUE (1:7) IS NUMERIC
                       MOVE WS-PARM-VALUE (1:7)
                           TO WS-SD-LIMIT-DOLLARS
                   ELSE
                       DISPLAY 'SDLIMIT PARAMETER NOT A 7-DIGIT '
                           'DOLLAR AMOUNT - ' WS-PARM-VALUE
                           ' - DEFAULT LIMIT KEPT'
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF.

      *----------------------------------------------------------------
      * OPEN-SCREENING-SOURCES opens the customer master and the
      * debit-block registry for lookup.  Neither is ever created
      * here: a registry that does not exist yet (status 35) simply
      * has no blocks on it, but any other failure - or a missing
      * customer master - holds every line rather than debit blind.
      *----------------------------------------------------------------
       OPEN-SCREENING-SOURCES.
           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUSTMST-STATUS = '00'
               SET WS-CUSTMST-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE - STATUS '
                   WS-CUSTMST-STATUS ' - SCHEDULE LINES HELD'
           END-IF
           OPEN INPUT DEBIT-BLOCK-FILE
           IF WS-DEBLOCK-STATUS = '00'
               SET WS-DEBLOCK-OPEN TO TRUE
           ELSE
               IF WS-DEBLOCK-STATUS NOT = '35'
                   SET WS-DEBLOCK-UNAVAILABLE TO TRUE
                   DISPLAY 'DEBIT BLOCK REGISTRY NOT AVAILABLE - '
                       'STATUS ' WS-DEBLOCK-STATUS
                       ' - SCHEDULE LINES HELD'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LOAD-VERIFIED-PRENOTES sweeps the PRENOTE verification file
      * NachaParser keeps and tables every routing/account pair whose
      * prenote has verified.  When the screen is switched off the
      * file is not read at all.
      *----------------------------------------------------------------
       LOAD-VERIFIED-PRENOTES.
           IF WS-PRENOTE-REQUIRED
               OPEN INPUT PRENOTE-FILE
               EVALUATE WS-PRENOTE-STATUS
                   WHEN '00'
                       SET WS-PRENOTE-LOADED TO TRUE
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
                       SET WS-PRENOTE-LOADED TO TRUE
                   WHEN OTHER
                       DISPLAY 'PRENOTE FILE NOT AVAILABLE - STATUS '
                           WS-PRENOTE-STATUS ' - SCHEDULE LINES HELD'
               END-EVALUATE
           END-IF.

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
      * LOAD-PENDING-NOCS reads the NOCOUT correction file and tables
      * the routing/account pair each NOC's original entry used,
      * resolved through the origination history.  A NOC whose trace
      * is not one of our originations, or a name-only correction,
      * does not bear on a debit and is passed over.  No NOCOUT
      * means no corrections are outstanding.
      *----------------------------------------------------------------
       LOAD-PENDING-NOCS.
           OPEN INPUT NOC-OUT-FILE
           IF WS-NOCOUT-STATUS = '00'
               PERFORM UNTIL WS-NOCOUT-EOF
                   READ NOC-OUT-FILE
                       AT END
                           SET WS-NOCOUT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-PENDING-NOC
                   END-READ
               END-PERFORM
               CLOSE NOC-OUT-FILE
           END-IF.

       LOAD-ONE-PENDING-NOC.
           MOVE SPACES TO WS-NOC-FIELDS
           UNSTRING NOC-OUT-RECORD DELIMITED BY ','
               INTO WS-NOC-TAG
                    WS-NOC-CHANGE-CODE
                    WS-NOC-ORIG-TRACE
                    WS-NOC-CORRECTED-DATA
           END-UNSTRING
           IF WS-NOC-TAG = 'NOC'
              AND WS-NOC-CHANGE-CODE NOT = 'C04'
              AND WS-ORIGHIST-OPEN
               MOVE WS-NOC-ORIG-TRACE TO OH-TRACE-NUMBER
               READ ORIG-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-NP-USED >= WS-NP-MAX
                           DISPLAY 'PENDING NOC TABLE FULL - ENTRY '
                               'IGNORED - ' NOC-OUT-RECORD
                       ELSE
                           ADD 1 TO WS-NP-USED
                           MOVE OH-CUSTOMER
                               TO WS-NP-ACCOUNT (WS-NP-USED)
                           MOVE OH-ROUTING
                               TO WS-NP-ROUTING (WS-NP-USED)
                           MOVE WS-NOC-CHANGE-CODE
                               TO WS-NP-CHANGE-CODE (WS-NP-USED)
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * LOAD-HOLD-DECISIONS reads collections' decisions on held
      * schedule lines into the decision table.  A decision with no
      * hold ID, no operator or an action other than RELEASE or
      * CANCEL is rejected onto the hold report; so is a second
      * decision for a hold already decided, since the first one
      * stands.  With no decision file every hold carries forward.
      *----------------------------------------------------------------
       LOAD-HOLD-DECISIONS.
           OPEN INPUT HOLD-DECISION-FILE
           IF WS-DEBHDECN-STATUS = '00'
               PERFORM UNTIL WS-DECISION-EOF
                   READ HOLD-DECISION-FILE
                       AT END
                           SET WS-DECISION-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DECISION-COUNT
                           PERFORM LOAD-ONE-HOLD-DECISION
                   END-READ
               END-PERFORM
               CLOSE HOLD-DECISION-FILE
           END-IF.

       LOAD-ONE-HOLD-DECISION.
           MOVE SPACES TO WS-DECN-FIELDS
           UNSTRING HOLD-DECISION-RECORD DELIMITED BY ','
               INTO WS-DECN-HOLD-ID
                    WS-DECN-ACTION
                    WS-DECN-OPERATOR
                    WS-DECN-FILLER
           END-UNSTRING
           MOVE SPACES TO WS-HOLD-FIELDS
           MOVE WS-DECN-HOLD-ID TO WS-HOLD-ID
           MOVE WS-DECN-ACTION TO WS-AUDIT-ACTION
           MOVE WS-DECN-OPERATOR TO WS-AUDIT-OPERATOR
           EVALUATE TRUE
               WHEN WS-DECN-HOLD-ID = SPACES
                   MOVE 'REJECTED - NO HOLD ID'
                       TO WS-AUDIT-DISPOSITION
                   PERFORM WRITE-REJECTED-DECISION
               WHEN WS-DECN-OPERATOR = SPACES
                   MOVE 'REJECTED - NO OPERATOR'
                       TO WS-AUDIT-DISPOSITION
                   PERFORM WRITE-REJECTED-DECISION
               WHEN WS-DECN-ACTION NOT = 'RELEASE'
                    AND WS-DECN-ACTION NOT = 'CANCEL'
                   MOVE 'REJECTED - UNKNOWN ACTION'
                       TO WS-AUDIT-DISPOSITION
                   PERFORM WRITE-REJECTED-DECISION
               WHEN OTHER
                   PERFORM FIND-HOLD-DECISION
                   IF WS-DT-FOUND
                       MOVE 'REJECTED - HOLD ALREADY DECIDED'
                           TO WS-AUDIT-DISPOSITION
                       PERFORM WRITE-REJECTED-DECISION
                   ELSE
                       IF WS-DT-USED >= WS-DT-MAX
                           MOVE 'REJECTED - DECISION TABLE FULL'
                               TO WS-AUDIT-DISPOSITION
                           PERFORM WRITE-REJECTED-DECISION
                       ELSE
                           ADD 1 TO WS-DT-USED
                           MOVE WS-DECN-HOLD-ID
                               TO WS-DT-HOLD-ID (WS-DT-USED)
                           MOVE WS-DECN-ACTION
                               TO WS-DT-ACTION (WS-DT-USED)
                           MOVE WS-DECN-OPERATOR
                               TO WS-DT-OPERATOR (WS-DT-USED)
                           MOVE 'N' TO WS-DT-USED-SW (WS-DT-USED)
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * FIND-HOLD-DECISION looks up WS-DECN-HOLD-ID in the decision
      * table, leaving WS-DT-SUB on the entry when it is there.
      *----------------------------------------------------------------
       FIND-HOLD-DECISION.
           MOVE 'N' TO WS-DT-FOUND-SW
           MOVE ZERO TO WS-DT-SUB
           PERFORM UNTIL WS-DT-FOUND OR WS-DT-SUB >= WS-DT-USED
               ADD 1 TO WS-DT-SUB
               IF WS-DT-HOLD-ID (WS-DT-SUB) = WS-DECN-HOLD-ID
                   SET WS-DT-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * RELEASE-HELD-SCHEDULE works the hold queue before the day's
      * schedule: each held line collections released is originated
      * at the front of the file, each one it cancelled is dropped,
      * and the rest carry forward to DEBHNEW untouched.  No DEBHOLD
      * means nothing is on hold.
      *----------------------------------------------------------------
       RELEASE-HELD-SCHEDULE.
           OPEN INPUT HOLD-SCHED-FILE
           IF WS-DEBHOLD-STATUS = '00'
               PERFORM UNTIL WS-HOLD-EOF
                   READ HOLD-SCHED-FILE
                       AT END
                           SET WS-HOLD-EOF TO TRUE
                       NOT AT END
                           PERFORM DECIDE-ONE-HELD-LINE
                   END-READ
               END-PERFORM
               CLOSE HOLD-SCHED-FILE
           END-IF.

       DECIDE-ONE-HELD-LINE.
           MOVE SPACES TO WS-HOLD-FIELDS
           UNSTRING HOLD-SCHED-RECORD DELIMITED BY ','
               INTO WS-HOLD-ID
                    WS-HOLD-ACCOUNT
                    WS-HOLD-ROUTING
                    WS-HOLD-INVOICE
                    WS-HOLD-AMOUNT-RAW
                    WS-HOLD-EFF-DATE
                    WS-HOLD-RETRY
                    WS-HOLD-LINE-REASON
                    WS-HOLD-DATE
                    WS-HOLD-SETTLE-TYPE
           END-UNSTRING
           MOVE WS-HOLD-ID TO WS-DECN-HOLD-ID
           PERFORM FIND-HOLD-DECISION
           IF WS-DT-FOUND
              AND WS-DT-USED-SW (WS-DT-SUB) = 'N'
               MOVE 'Y' TO WS-DT-USED-SW (WS-DT-SUB)
               MOVE WS-DT-ACTION (WS-DT-SUB) TO WS-AUDIT-ACTION
               MOVE WS-DT-OPERATOR (WS-DT-SUB) TO WS-AUDIT-OPERATOR
               IF WS-DT-ACTION (WS-DT-SUB) = 'RELEASE'
                   PERFORM RELEASE-HELD-LINE
               ELSE
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE 'CANCELLED - NOT ORIGINATED'
                       TO WS-AUDIT-DISPOSITION
                   PERFORM WRITE-HOLD-AUDIT-DETAIL
               END-IF
           ELSE
               ADD 1 TO WS-CARRIED-COUNT
               WRITE HOLD-SCHED-NEW-RECORD FROM HOLD-SCHED-RECORD
           END-IF.

      *----------------------------------------------------------------
      * RELEASE-HELD-LINE originates one released hold from the
      * schedule fields it was held with.  An effective date that has
      * already passed while the line sat on hold is moved up to
      * today's date.
      *----------------------------------------------------------------
       RELEASE-HELD-LINE.
           MOVE SPACES TO WS-SCHED-FIELDS
           MOVE WS-HOLD-ACCOUNT TO WS-SCHED-ACCOUNT
           MOVE WS-HOLD-ROUTING TO WS-SCHED-ROUTING
           MOVE WS-HOLD-INVOICE TO WS-SCHED-INVOICE
           MOVE WS-HOLD-AMOUNT-RAW TO WS-SCHED-AMOUNT-RAW
           MOVE WS-HOLD-EFF-DATE TO WS-SCHED-EFF-DATE
           MOVE WS-HOLD-RETRY TO WS-SCHED-RETRY
           MOVE WS-HOLD-SETTLE-TYPE TO WS-SCHED-SETTLE-TYPE
           IF WS-SCHED-EFF-DATE < WS-CURRENT-YYMMDD
               MOVE WS-CURRENT-YYMMDD TO WS-SCHED-EFF-DATE
           END-IF
           SET WS-SCREEN-BYPASS TO TRUE
           PERFORM ORIGINATE-SCHEDULE-LINE
           MOVE 'N' TO WS-SCREEN-BYPASS-SW
           IF WS-SCHED-REASON = SPACES
               ADD 1 TO WS-RELEASED-COUNT
               MOVE 'RELEASED - ORIGINATED'
                   TO WS-AUDIT-DISPOSITION
           ELSE
               MOVE 'RELEASED - REJECTED BY EDIT'
                   TO WS-AUDIT-DISPOSITION
           END-IF
           PERFORM WRITE-HOLD-AUDIT-DETAIL.

      *----------------------------------------------------------------
      * REPORT-UNMATCHED-DECISIONS reports every decision whose hold
      * ID was not in the queue, so a mistyped ID or a hold already
      * worked off is seen rather than silently dropped.
      *----------------------------------------------------------------
       REPORT-UNMATCHED-DECISIONS.
           MOVE ZERO TO WS-DT-SUB
           PERFORM UNTIL WS-DT-SUB >= WS-DT-USED
               ADD 1 TO WS-DT-SUB
               IF WS-DT-USED-SW (WS-DT-SUB) = 'N'
                   MOVE SPACES TO WS-HOLD-FIELDS
                   MOVE WS-DT-HOLD-ID (WS-DT-SUB) TO WS-HOLD-ID
                   MOVE WS-DT-ACTION (WS-DT-SUB) TO WS-AUDIT-ACTION
                   MOVE WS-DT-OPERATOR (WS-DT-SUB)
                       TO WS-AUDIT-OPERATOR
                   MOVE 'REJECTED - NO SUCH HOLD ON FILE'
                       TO WS-AUDIT-DISPOSITION
                   PERFORM WRITE-REJECTED-DECISION
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * PROCESS-ONE-SCHEDULE-LINE splits one debit schedule line and
      * hands it to ORIGINATE-SCHEDULE-LINE.
      *----------------------------------------------------------------
       PROCESS-ONE-SCHEDULE-LINE.
           MOVE SPACES TO WS-SCHED-FIELDS
                    WS-SCHED-AMOUNT-RAW
                    WS-SCHED-EFF-DATE
                    WS-SCHED-RETRY
                    WS-SCHED-SETTLE-TYPE
                    WS-SCHED-ENTRY-CLASS
           END-UNSTRING
           PERFORM ORIGINATE-SCHEDULE-LINE.

      *----------------------------------------------------------------
      * ORIGINATE-SCHEDULE-LINE rejects a malformed line on the
      * console, holds one that fails the pre-origination screen,
      * cuts a new batch when the effective date changes, and turns
      * a good line into an entry detail, its addenda, and an
      * ORIGHIST record.  A line collections released from the hold
      * queue has already been screened and decided, so it is not
      * screened again.  A good same-day line is set aside on SDWORK
      * for the same-day window's file, built once this file is
      * closed; with no window open it goes out next-day instead.
      *----------------------------------------------------------------
       ORIGINATE-SCHEDULE-LINE.
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM EDIT-SCHEDULE-LINE
           IF WS-SCHED-REASON = SPACES
              AND NOT WS-SCREEN-BYPASS
               PERFORM SCREEN-SCHEDULE-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-SCHED-REASON NOT = SPACES
                   ADD 1 TO WS-SCHED-REJECT-COUNT
                   DISPLAY 'SCHEDULE LINE ' WS-SCHED-LINE-COUNT
                       ' REJECTED - ' WS-SCHED-REASON
               WHEN WS-HOLD-REASON NOT = SPACES
                   PERFORM HOLD-SCHEDULE-LINE
               WHEN OTHER
                   IF WS-SCHED-SAME-DAY
                      AND NOT WS-SAME-DAY-PASS
                      AND NOT WS-SD-WINDOW-OPEN
                       ADD 1 TO WS-SD-DEFERRED-COUNT
                       DISPLAY 'SCHEDULE LINE ' WS-SCHED-LINE-COUNT
                           ' NO SAME-DAY WINDOW OPEN - SENT NEXT-DAY'
                       MOVE 'N' TO WS-SCHED-SETTLE-TYPE
                   END-IF
                   IF WS-SCHED-SAME-DAY AND NOT WS-SAME-DAY-PASS
                       PERFORM QUEUE-SAME-DAY-LINE
                   ELSE
                       IF NOT WS-BATCH-IS-OPEN
                          OR WS-SCHED-EFF-DATE NOT = WS-BATCH-EFF-DATE
                           PERFORM START-NEW-BATCH
                       END-IF
                       PERFORM WRITE-ENTRY-AND-ADDENDA
                       PERFORM RECORD-ORIGINATION
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * QUEUE-SAME-DAY-LINE sets a good same-day line aside on SDWORK,
      * effective today, in the same field order as a schedule line.
      *----------------------------------------------------------------
       QUEUE-SAME-DAY-LINE.
           ADD 1 TO WS-SD-QUEUED-COUNT
           MOVE SPACES TO WS-SD-WORK-LINE
           STRING WS-SCHED-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-ROUTING DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-INVOICE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-AMOUNT-RAW DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CURRENT-YYMMDD DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-RETRY DELIMITED BY SPACE
                  ',S' DELIMITED BY SIZE
                  INTO WS-SD-WORK-LINE
           WRITE SAME-DAY-WORK-RECORD FROM WS-SD-WORK-LINE.

      *----------------------------------------------------------------
      * EDIT-SCHEDULE-LINE validates one split schedule line, leaving
      * the reason in WS-SCHED-REASON when it cannot be originated -
      * a blank account, a routing or amount that is not numeric, an
      * unusable effective date or settlement type, an entry class
      * other than CCD, or a same-day line over the per-entry limit.
      *----------------------------------------------------------------
       EDIT-SCHEDULE-LINE.
           MOVE SPACES TO WS-SCHED-REASON
               WHEN WS-SCHED-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT YYMMDD'
                       TO WS-SCHED-REASON
               WHEN NOT WS-SCHED-SAME-DAY AND NOT WS-SCHED-NEXT-DAY
                   MOVE 'SETTLEMENT TYPE NOT S OR N'
                       TO WS-SCHED-REASON
               WHEN WS-SCHED-ENTRY-CLASS = 'IAT'
                AND WS-SCHED-SAME-DAY
                   MOVE 'IAT NOT ELIGIBLE FOR SAME-DAY'
                       TO WS-SCHED-REASON
               WHEN WS-SCHED-ENTRY-CLASS NOT = SPACES
                AND WS-SCHED-ENTRY-CLASS NOT = 'CCD'
                   MOVE 'ENTRY CLASS NOT ORIGINATED - CCD ONLY'
                       TO WS-SCHED-REASON
               WHEN OTHER
                   MOVE WS-SCHED-AMOUNT-RAW TO WS-SCHED-AMOUNT-NUM
                   COMPUTE WS-SCHED-AMOUNT-VALUE =
                   IF WS-SCHED-AMOUNT-VALUE = ZERO
                       MOVE 'ZERO AMOUNT' TO WS-SCHED-REASON
                   END-IF
                   IF WS-SCHED-SAME-DAY
                      AND WS-SCHED-AMOUNT-VALUE > WS-SD-LIMIT-DOLLARS
                       MOVE 'OVER SAME-DAY PER-ENTRY LIMIT'
                           TO WS-SCHED-REASON
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * SCREEN-SCHEDULE-LINE runs the pre-origination screen on an
      * edited line, leaving the first reason it fails in
      * WS-HOLD-REASON: an active debit block, a customer not on the
      * master or not active there ('A'), an outstanding NOC against
      * the routing/account pair, or an unverified prenote.
      *----------------------------------------------------------------
       SCREEN-SCHEDULE-LINE.
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM CHECK-DEBIT-BLOCK
           IF WS-HOLD-REASON = SPACES
               PERFORM CHECK-CUSTOMER-STATUS
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM CHECK-PENDING-NOC
           END-IF
           IF WS-HOLD-REASON = SPACES
              AND WS-PRENOTE-REQUIRED
               PERFORM CHECK-PRENOTE-VERIFIED
           END-IF.

       CHECK-DEBIT-BLOCK.
           IF WS-DEBLOCK-UNAVAILABLE
               MOVE 'BLOCK REGISTRY UNAVAILABLE' TO WS-HOLD-REASON
           END-IF
           IF WS-DEBLOCK-OPEN
               MOVE WS-SCHED-ACCOUNT TO DB-ACCOUNT
               READ DEBIT-BLOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DB-STATUS = 'A'
                           STRING 'DEBIT BLOCKED - ' DELIMITED BY SIZE
                                  DB-REASON-CODE DELIMITED BY SIZE
                                  INTO WS-HOLD-REASON
                       END-IF
               END-READ
           END-IF.

       CHECK-CUSTOMER-STATUS.
           IF NOT WS-CUSTMST-OPEN
               MOVE 'CUSTOMER MASTER UNAVAILABLE' TO WS-HOLD-REASON
           ELSE
               MOVE WS-SCHED-ACCOUNT TO CM-ACCOUNT-NUMBER
               READ CUST-MASTER-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON MASTER'
                           TO WS-HOLD-REASON
                   NOT INVALID KEY
                       IF CM-CUSTOMER-STATUS NOT = 'A'
                           STRING 'CUSTOMER STATUS ' DELIMITED BY SIZE
                                  CM-CUSTOMER-STATUS DELIMITED BY SIZE
                                  ' NOT ACTIVE' DELIMITED BY SIZE
                                  INTO WS-HOLD-REASON
                       END-IF
               END-READ
           END-IF.

       CHECK-PENDING-NOC.
           MOVE 'N' TO WS-NP-FOUND-SW
           MOVE ZERO TO WS-NP-SUB
           PERFORM UNTIL WS-NP-FOUND OR WS-NP-SUB >= WS-NP-USED
               ADD 1 TO WS-NP-SUB
               IF WS-NP-ACCOUNT (WS-NP-SUB) = WS-SCHED-ACCOUNT
                  AND WS-NP-ROUTING (WS-NP-SUB) = WS-SCHED-ROUTING
                   SET WS-NP-FOUND TO TRUE
                   STRING 'NOC PENDING - ' DELIMITED BY SIZE
                          WS-NP-CHANGE-CODE (WS-NP-SUB)
                              DELIMITED BY SIZE
                          INTO WS-HOLD-REASON
               END-IF
           END-PERFORM.

       CHECK-PRENOTE-VERIFIED.
           IF NOT WS-PRENOTE-LOADED
               MOVE 'PRENOTE FILE UNAVAILABLE' TO WS-HOLD-REASON
           ELSE
               MOVE 'N' TO WS-PV-FOUND-SW
               MOVE ZERO TO WS-PV-SUB
               PERFORM UNTIL WS-PV-FOUND OR WS-PV-SUB >= WS-PV-USED
                   ADD 1 TO WS-PV-SUB
                   IF WS-PV-ACCOUNT (WS-PV-SUB) = WS-SCHED-ACCOUNT
                      AND WS-PV-ROUTING (WS-PV-SUB)
                              = WS-SCHED-ROUTING
                       SET WS-PV-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-PV-FOUND
                   MOVE 'PRENOTE NOT VERIFIED' TO WS-HOLD-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * HOLD-SCHEDULE-LINE queues a line that failed the screen on
      * DEBHNEW under a new hold ID, with its reason and today's
      * date, and reports it, so collections can release or cancel
      * it instead of it turning into a return.
      *----------------------------------------------------------------
       HOLD-SCHEDULE-LINE.
           ADD 1 TO WS-HELD-COUNT
           ADD WS-SCHED-AMOUNT-VALUE TO WS-HELD-TOTAL
           MOVE WS-CURRENT-DATE TO WS-NHI-DATE
           MOVE WS-CURRENT-HHMM TO WS-NHI-TIME
           MOVE WS-HELD-COUNT TO WS-NHI-SEQ
           MOVE SPACES TO WS-HOLD-FIELDS
           MOVE WS-NEW-HOLD-ID TO WS-HOLD-ID
           MOVE WS-SCHED-ACCOUNT TO WS-HOLD-ACCOUNT
           MOVE WS-SCHED-AMOUNT-RAW TO WS-HOLD-AMOUNT-RAW
           MOVE SPACES TO WS-HOLD-LINE
           STRING WS-HOLD-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-ROUTING DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-INVOICE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-AMOUNT-RAW DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-EFF-DATE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-RETRY DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-SCHED-SETTLE-TYPE DELIMITED BY SIZE
                  INTO WS-HOLD-LINE
           WRITE HOLD-SCHED-NEW-RECORD FROM WS-HOLD-LINE
           MOVE 'HOLD' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-OPERATOR
           MOVE WS-HOLD-REASON TO WS-AUDIT-DISPOSITION
           PERFORM WRITE-HOLD-AUDIT-DETAIL.

      *----------------------------------------------------------------
      * FIND-SAME-DAY-WINDOW picks the first configured same-day
      * window whose cutoff the run time has not reached.  Windows
      * are expected on ORIGPARM in time order.
      *----------------------------------------------------------------
       FIND-SAME-DAY-WINDOW.
           MOVE 'N' TO WS-SD-OPEN-SW
           MOVE ZERO TO WS-SD-SUB
           PERFORM UNTIL WS-SD-WINDOW-OPEN OR WS-SD-SUB >= 3
               ADD 1 TO WS-SD-SUB
               IF WS-SD-CUTOFF (WS-SD-SUB) NOT = SPACES
                  AND WS-CURRENT-HHMM < WS-SD-CUTOFF (WS-SD-SUB)
                   SET WS-SD-WINDOW-OPEN TO TRUE
                   MOVE WS-SD-SUB TO WS-SD-WINDOW-SUB
                   MOVE WS-SD-SUB TO WS-SD-WINDOW
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * ORIGINATE-SAME-DAY-FILE builds the open window's ACHSDOUT file
      * from the lines set aside on SDWORK: its own File Header under
      * the window's file ID modifier, batches and controls balanced
      * separately from the next-day ACHOUT, and the window recorded
      * on each entry's ORIGHIST record.  The lines were edited and
      * screened on the first pass and are not screened again.
      *----------------------------------------------------------------
       ORIGINATE-SAME-DAY-FILE.
           MOVE ZERO TO WS-BATCH-NUMBER
           MOVE ZERO TO WS-FILE-BATCH-COUNT
           MOVE ZERO TO WS-FILE-ENTRY-ADDENDA-CNT
           MOVE ZERO TO WS-FILE-ENTRY-HASH
           MOVE ZERO TO WS-FILE-DEBIT-TOTAL
           MOVE ZERO TO WS-FILE-ENTRY-COUNT
           SET WS-SAME-DAY-PASS TO TRUE
           SET WS-SCREEN-BYPASS TO TRUE
           OPEN INPUT SAME-DAY-WORK-FILE
           OPEN OUTPUT ACH-SAME-DAY-FILE
           MOVE WS-SD-MODIFIER (WS-SD-WINDOW-SUB) TO WS-HEADER-MODIFIER
           PERFORM WRITE-FILE-HEADER
           PERFORM UNTIL WS-SDWORK-EOF
               READ SAME-DAY-WORK-FILE
                   AT END
                       SET WS-SDWORK-EOF TO TRUE
                   NOT AT END
                       PERFORM ORIGINATE-ONE-SAME-DAY-LINE
               END-READ
           END-PERFORM
           IF WS-BATCH-IS-OPEN
               PERFORM WRITE-BATCH-CONTROL
           END-IF
           PERFORM WRITE-FILE-CONTROL
           CLOSE SAME-DAY-WORK-FILE
           CLOSE ACH-SAME-DAY-FILE
           MOVE 'N' TO WS-SCREEN-BYPASS-SW
           MOVE WS-FILE-ENTRY-COUNT TO WS-SD-ENTRY-COUNT
           MOVE WS-FILE-DEBIT-TOTAL TO WS-SD-DEBIT-TOTAL.

       ORIGINATE-ONE-SAME-DAY-LINE.
           MOVE SPACES TO WS-SCHED-FIELDS
           UNSTRING SAME-DAY-WORK-RECORD DELIMITED BY ','
               INTO WS-SCHED-ACCOUNT
                    WS-SCHED-ROUTING
                    WS-SCHED-INVOICE
                    WS-SCHED-AMOUNT-RAW
                    WS-SCHED-EFF-DATE
                    WS-SCHED-RETRY
                    WS-SCHED-SETTLE-TYPE
           END-UNSTRING
           PERFORM ORIGINATE-SCHEDULE-LINE.

      *----------------------------------------------------------------
      * PUT-ACH-LINE writes the staged record to whichever file is
      * being built - the next-day ACHOUT, or ACHSDOUT on the
      * same-day pass.
      *----------------------------------------------------------------
       PUT-ACH-LINE.
           IF WS-SAME-DAY-PASS
               WRITE ACH-SAME-DAY-RECORD FROM WS-ACH-OUT-LINE
           ELSE
               WRITE ACH-OUT-RECORD FROM WS-ACH-OUT-LINE
           END-IF.

      *----------------------------------------------------------------
      * START-NEW-BATCH closes the batch in progress, if any, with its
      * Batch Control record, then opens a Batch Header for the new
                  '*' DELIMITED BY SIZE
                  WS-BATCH-EFF-DATE DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           PERFORM PUT-ACH-LINE.

      *----------------------------------------------------------------
      * WRITE-ENTRY-AND-ADDENDA generates one customer debit: the
                  '*' DELIMITED BY SIZE
                  WS-CURRENT-TRACE DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           PERFORM PUT-ACH-LINE

           MOVE 1 TO WS-ADDENDA-SEQ
           MOVE SPACES TO WS-ACH-OUT-LINE
                  '*' DELIMITED BY SIZE
                  WS-AMOUNT-RAW-OUT DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           PERFORM PUT-ACH-LINE

           MOVE 2 TO WS-ADDENDA-SEQ
           MOVE SPACES TO WS-ACH-OUT-LINE
                  '*05*REF*IV*' DELIMITED BY SIZE
                  WS-SCHED-INVOICE DELIMITED BY SPACE
                  INTO WS-ACH-OUT-LINE
           PERFORM PUT-ACH-LINE

           ADD 3 TO WS-BATCH-ENTRY-ADDENDA-CNT
           MOVE WS-CURRENT-TRACE (1:8) TO WS-TRACE-ROUTING-NUM
               MOVE 'O' TO OH-STATUS
               MOVE WS-CURRENT-DATE TO OH-RECORDED-DATE
               MOVE WS-SCHED-ROUTING TO OH-ROUTING
               MOVE SPACES TO OH-RETURN-REASON
               MOVE ZERO TO OH-RETURN-DATE
               MOVE WS-COMPANY-ID TO OH-COMPANY-ID
               IF WS-SCHED-EFF-DATE (1:2) < '50'
                   MOVE '20' TO OH-EFFECTIVE-DATE (1:2)
               ELSE
                   MOVE '19' TO OH-EFFECTIVE-DATE (1:2)
               END-IF
               MOVE WS-SCHED-EFF-DATE TO OH-EFFECTIVE-DATE (3:6)
               IF WS-SAME-DAY-PASS
                   MOVE WS-SD-WINDOW TO OH-SETTLE-WINDOW
               ELSE
                   MOVE 'N' TO OH-SETTLE-WINDOW
               END-IF
               MOVE ZERO TO OH-REFUND-AMOUNT
               MOVE ZERO TO OH-REFUND-DATE
               IF WS-SCHED-RETRY NUMERIC
                   MOVE WS-SCHED-RETRY TO OH-RETRY-COUNT
               ELSE
      *----------------------------------------------------------------
      * WRITE-FILE-HEADER opens the output file with the transmission
      * identity: immediate destination, immediate origin, creation
      * date and time, and the file ID modifier - the next-day
      * MODIFIER or the same-day window's own - the fields the
      * inbound parser's duplicate check reads back.
      *----------------------------------------------------------------
       WRITE-FILE-HEADER.
                  '*' DELIMITED BY SIZE
                  WS-CURRENT-HHMM DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-HEADER-MODIFIER DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           PERFORM PUT-ACH-LINE.

      *----------------------------------------------------------------
      * WRITE-BATCH-CONTROL balances the batch in progress: the
                  WS-DEBIT-RAW-OUT DELIMITED BY SIZE
                  '*0000000000' DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           PERFORM PUT-ACH-LINE
           ADD WS-BATCH-ENTRY-ADDENDA-CNT TO WS-FILE-ENTRY-ADDENDA-CNT
           ADD WS-BATCH-ENTRY-HASH TO WS-FILE-ENTRY-HASH
           ADD WS-BATCH-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL
                  WS-FILE-DEBIT-RAW-OUT DELIMITED BY SIZE
                  '*00000000000000' DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           PERFORM PUT-ACH-LINE.

      *----------------------------------------------------------------
      * WRITE-HOLD-AUDIT-DETAIL writes one line of the hold report:
      * the hold ID, account and amount from WS-HOLD-FIELDS, the
      * action, the collections operator who decided it (blank for a
      * new hold) and the disposition.  WRITE-REJECTED-DECISION is the
      * same line for a decision that could not be applied.
      *----------------------------------------------------------------
       WRITE-HOLD-AUDIT-DETAIL.
           MOVE ZERO TO WS-AUDIT-AMOUNT-VALUE
           IF WS-HOLD-AMOUNT-RAW NUMERIC
               MOVE WS-HOLD-AMOUNT-RAW TO WS-AUDIT-AMOUNT-NUM
               COMPUTE WS-AUDIT-AMOUNT-VALUE =
                   WS-AUDIT-AMOUNT-NUM / 100
           END-IF
           MOVE WS-AUDIT-AMOUNT-VALUE TO WS-AUDIT-AMOUNT-EDIT
           MOVE SPACES TO WS-AUDIT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-HOLD-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HOLD-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-AMOUNT-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-AUDIT-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-OPERATOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-DISPOSITION DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE HOLD-AUDIT-RECORD FROM WS-AUDIT-LINE.

       WRITE-REJECTED-DECISION.
           ADD 1 TO WS-DECN-REJECTED-COUNT
           PERFORM WRITE-HOLD-AUDIT-DETAIL.

      *----------------------------------------------------------------
      * Hold report framing, in the house one-header one-footer
      * style.
      *----------------------------------------------------------------
       WRITE-HOLD-AUDIT-HEADER.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'DEBIT SCHEDULE HOLD REPORT - RUN DATE '
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE HOLD-AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE SPACES TO WS-AUDIT-LINE
           STRING '  HOLD ID            ACCOUNT                     '
                  DELIMITED BY SIZE
                  'AMOUNT  ACTION  OPERATOR DISPOSITION'
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE HOLD-AUDIT-RECORD FROM WS-AUDIT-LINE.

       WRITE-HOLD-AUDIT-FOOTER.
           MOVE WS-HELD-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'LINES HELD: ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  '  RELEASED: ' DELIMITED BY SIZE
                  WS-RELEASED-COUNT DELIMITED BY SIZE
                  '  CANCELLED: ' DELIMITED BY SIZE
                  WS-CANCELLED-COUNT DELIMITED BY SIZE
                  '  CARRIED: ' DELIMITED BY SIZE
                  WS-CARRIED-COUNT DELIMITED BY SIZE
                  '  DECISIONS REJECTED: ' DELIMITED BY SIZE
                  WS-DECN-REJECTED-COUNT DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE HOLD-AUDIT-RECORD FROM WS-AUDIT-LINE.
