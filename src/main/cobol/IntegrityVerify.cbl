       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityVerify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEG-PARM-FILE ASSIGN TO 'INTGPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTGPARM-STATUS.
           SELECT ORIG-PARM-FILE ASSIGN TO 'ORIGPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGPARM-STATUS.
           SELECT ORIG-HIST-FILE ASSIGN TO 'ORIGHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-TRACE-NUMBER
               FILE STATUS IS WS-ORIGHIST-STATUS.
           SELECT TRACE-ARC-FILE ASSIGN TO 'TRACEARC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-TRACE-NUMBER
               ALTERNATE RECORD KEY IS TA-ACCOUNT WITH DUPLICATES
               FILE STATUS IS WS-TRACEARC-STATUS.
           SELECT PRENOTE-FILE ASSIGN TO 'PRENOTE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-TRACE-NUMBER
               FILE STATUS IS WS-PRENOTE-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO 'CUSTAUDT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUDT-STATUS.
           SELECT INTEG-RPT-FILE ASSIGN TO 'INTGRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTGRPT-STATUS.
           SELECT REPAIR-TRAN-FILE ASSIGN TO 'REPAIRTX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIRTX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEG-PARM-FILE.
       01  INTEG-PARM-RECORD PIC X(80).

       FD  ORIG-PARM-FILE.
       01  ORIG-PARM-RECORD PIC X(80).

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

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD PIC X(150).

       FD  CUST-AUDIT-FILE.
       01  CUST-AUDIT-RECORD PIC X(132).

       FD  INTEG-RPT-FILE.
       01  INTEG-RPT-RECORD PIC X(132).

       FD  REPAIR-TRAN-FILE.
       01  REPAIR-TRAN-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-INTGPARM-STATUS         PIC XX VALUE SPACES.
       01  WS-ORIGPARM-STATUS         PIC XX VALUE SPACES.
       01  WS-ORIGHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-TRACEARC-STATUS         PIC XX VALUE SPACES.
       01  WS-PRENOTE-STATUS          PIC XX VALUE SPACES.
       01  WS-CUSTMST-STATUS          PIC XX VALUE SPACES.
       01  WS-SUSPENSE-STATUS         PIC XX VALUE SPACES.
       01  WS-CUSTAUDT-STATUS         PIC XX VALUE SPACES.
       01  WS-INTGRPT-STATUS          PIC XX VALUE SPACES.
       01  WS-REPAIRTX-STATUS         PIC XX VALUE SPACES.
       01  WS-PARM-EOF-SW             PIC X VALUE 'N'.
           88  WS-PARM-EOF                VALUE 'Y'.
       01  WS-SUSPENSE-EOF-SW         PIC X VALUE 'N'.
           88  WS-SUSPENSE-EOF            VALUE 'Y'.
       01  WS-AUDIT-EOF-SW            PIC X VALUE 'N'.
           88  WS-AUDIT-EOF               VALUE 'Y'.
       01  WS-SWEEP-DONE-SW           PIC X VALUE 'N'.
           88  WS-SWEEP-DONE              VALUE 'Y'.
       01  WS-TRACEARC-OPEN-SW        PIC X VALUE 'N'.
           88  WS-TRACEARC-OPEN           VALUE 'Y'.
       01  WS-CUSTMST-OPEN-SW         PIC X VALUE 'N'.
           88  WS-CUSTMST-OPEN            VALUE 'Y'.
       01  WS-SUSPENSE-LOADED-SW      PIC X VALUE 'N'.
           88  WS-SUSPENSE-LOADED         VALUE 'Y'.
       01  WS-AUDIT-LOADED-SW         PIC X VALUE 'N'.
           88  WS-AUDIT-LOADED            VALUE 'Y'.

      * INTGPARM keyword/value lines, both optional: FDAYS,nnn the
      * number of days an entry may sit at AR-failed ('F') before it
      * is reported as stuck; REPAIR,Y to write the safe fixes onto
      * REPAIRTX for IntegrityRepair to apply.  Without REPAIR,Y the
      * run only reports.
       01  WS-PARM-KEYWORD            PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE              PIC X(20) VALUE SPACES.
       01  WS-FAIL-DAYS               PIC 9(3) VALUE 30.
       01  WS-REPAIR-SW               PIC X VALUE 'N'.
           88  WS-REPAIR-WANTED           VALUE 'Y'.

      * The ODFI routing off ORIGPARM that prefixes the trace of
      * every entry we originate.  With the company ID and settle
      * window it tells a debit we sent from a payment we received;
      * blank when ORIGPARM is not there.
       01  WS-ODFI-ROUTING            PIC X(08) VALUE SPACES.
       01  WS-INBOUND-SW              PIC X VALUE 'N'.
           88  WS-INBOUND                 VALUE 'Y'.

      * One row per live suspense reference - a trace, or 'CK' plus
      * the check number - with its items' combined amount, the
      * account and first-seen date of its first item, and what the
      * history record for that reference showed when it was looked
      * up.  Items carrying no reference get a row each.
       01  WS-SUSPENSE-TABLE.
           05  WS-SI-ENTRY OCCURS 5000 TIMES.
               10  WS-SI-REFERENCE    PIC X(15).
               10  WS-SI-ACCOUNT      PIC X(20).
               10  WS-SI-AMOUNT       PIC 9(9)V99 COMP-3.
               10  WS-SI-ITEMS        PIC 9(4) COMP.
               10  WS-SI-FIRST-SEEN   PIC X(08).
               10  WS-SI-ON-HIST-SW   PIC X(01).
               10  WS-SI-HIST-STATUS  PIC X(01).
       01  WS-SI-USED                 PIC 9(4) COMP VALUE ZERO.
       01  WS-SI-MAX                  PIC 9(4) COMP VALUE 5000.
       01  WS-SI-SUB                  PIC 9(4) COMP VALUE ZERO.
       01  WS-SI-FOUND-SW             PIC X VALUE 'N'.
           88  WS-SI-FOUND                VALUE 'Y'.
       01  WS-SI-FULL-SW              PIC X VALUE 'N'.
           88  WS-SI-FULL                 VALUE 'Y'.

      * Suspense item fields, split as SuspenseWorkoff splits them.
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
       01  WS-SUSP-AMOUNT-NUM         PIC 9(8)V99 VALUE ZERO.

      * De-editing workspace for the suspense amount, as in
      * SuspenseWorkoff.
       01  WS-AMOUNT-DE-EDIT.
           05  WS-AMT-WHOLE-X         PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-AMT-CENTS-X         PIC X(02).
       01  WS-AMT-WHOLE               PIC 9(08).
       01  WS-AMT-CENTS               PIC 9(02).

      * One row per account renumber CustMasterMaint logged on
      * CUSTAUDT: the NOC-ACCT line carries the new account and the
      * FROM line after it the old one.  A renumbered account is
      * followed through later renumbers, up to WS-RN-HOP-MAX of
      * them, to the account it is held under today.
       01  WS-RENUMBER-TABLE.
           05  WS-RN-ENTRY OCCURS 1000 TIMES.
               10  WS-RN-OLD-ACCOUNT  PIC X(20).
               10  WS-RN-NEW-ACCOUNT  PIC X(20).
       01  WS-RN-USED                 PIC 9(4) COMP VALUE ZERO.
       01  WS-RN-MAX                  PIC 9(4) COMP VALUE 1000.
       01  WS-RN-SUB                  PIC 9(4) COMP VALUE ZERO.
       01  WS-RN-HOPS                 PIC 9(2) COMP VALUE ZERO.
       01  WS-RN-HOP-MAX              PIC 9(2) COMP VALUE 10.
       01  WS-RN-FOUND-SW             PIC X VALUE 'N'.
           88  WS-RN-FOUND                VALUE 'Y'.
       01  WS-RN-PENDING-NEW          PIC X(20) VALUE SPACES.

      * Account classification against the customer master: 'M' on
      * the master as it stands, 'R' renumbered to an account that is
      * on the master (WS-RESOLVED-ACCOUNT), 'G' renumbered but the
      * account it went to is gone too, 'N' not on the master and no
      * renumber logged.
       01  WS-CHECK-ACCOUNT           PIC X(20) VALUE SPACES.
       01  WS-RESOLVED-ACCOUNT        PIC X(20) VALUE SPACES.
       01  WS-ACCOUNT-STATE           PIC X(01) VALUE SPACES.
           88  WS-ACCOUNT-ON-MASTER       VALUE 'M'.
           88  WS-ACCOUNT-RENUMBERED      VALUE 'R'.
           88  WS-ACCOUNT-RENUMBER-GONE   VALUE 'G'.
           88  WS-ACCOUNT-MISSING         VALUE 'N'.
       01  WS-CUST-FOUND-SW           PIC X VALUE 'N'.
           88  WS-CUST-FOUND              VALUE 'Y'.

      * One row per rule: its title, whether it ran, and its
      * exception count and dollars for the summary.
       01  WS-RULE-TABLE.
           05  WS-RL-ENTRY OCCURS 10 TIMES.
               10  WS-RL-TITLE        PIC X(50).
               10  WS-RL-RAN-SW       PIC X(01).
               10  WS-RL-COUNT        PIC 9(6) COMP.
               10  WS-RL-DOLLARS      PIC 9(11)V99 COMP-3.
       01  WS-RULE-NO                 PIC 9(2) VALUE ZERO.
       01  WS-RULE-SUB                PIC 9(2) COMP VALUE ZERO.
       01  WS-SKIP-REASON             PIC X(60) VALUE SPACES.

      * The exception in hand, staged for RECORD-EXCEPTION.
       01  WS-EXC-KEY                 PIC X(15) VALUE SPACES.
       01  WS-EXC-ACCOUNT             PIC X(20) VALUE SPACES.
       01  WS-EXC-AMOUNT              PIC 9(9)V99 VALUE ZERO.
       01  WS-EXC-DETAIL              PIC X(60) VALUE SPACES.

      * Repair transaction staging.
       01  WS-REPAIR-LINE             PIC X(100) VALUE SPACES.
       01  WS-REPAIR-TYPE             PIC X(10) VALUE SPACES.
       01  WS-REPAIR-AMOUNT           PIC 9(8)V99 VALUE ZERO.
       01  WS-REPAIR-DATE             PIC X(08) VALUE SPACES.

       01  WS-HIST-STATUS-HOLD        PIC X(01) VALUE SPACES.
       01  WS-HIST-FOUND-SW           PIC X VALUE 'N'.
           88  WS-HIST-FOUND              VALUE 'Y'.
       01  WS-UNREFUNDED-AMOUNT       PIC 9(8)V99 VALUE ZERO.
       01  WS-RECORD-DATE-X           PIC X(08) VALUE SPACES.
       01  WS-AGE-DAYS                PIC S9(8) COMP VALUE ZERO.

       01  WS-SUSPENSE-READ-COUNT     PIC 9(6) VALUE ZERO.
       01  WS-HISTORY-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVE-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-PRENOTE-READ-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-EXCEPTION-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-DOLLARS       PIC 9(11)V99 VALUE ZERO.
       01  WS-REPAIR-COUNT            PIC 9(6) VALUE ZERO.

      * Report staging.
       01  WS-RPT-LINE                PIC X(132) VALUE SPACES.
       01  WS-RULE-NO-DISP            PIC 99.
       01  WS-COUNT-DISP              PIC ZZZZZZ9.
       01  WS-AMOUNT-DISP             PIC ZZZZZZZZ9.99.
       01  WS-DOLLARS-DISP            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISP               PIC ZZZZ9.

      * Day-number conversion working-storage, as in NachaParser, so
      * the AR-failed age survives month and year boundaries.
       01  WS-DN-DATE                 PIC 9(8).
       01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
           05  WS-DN-YYYY             PIC 9(4).
           05  WS-DN-MM               PIC 9(2).
           05  WS-DN-DD               PIC 9(2).
       01  WS-DN-YEAR                 PIC 9(5) COMP.
       01  WS-DN-MONTH                PIC 9(3) COMP.
       01  WS-DN-T1                   PIC 9(8) COMP.
       01  WS-DN-T2                   PIC 9(8) COMP.
       01  WS-DN-T3                   PIC 9(8) COMP.
       01  WS-DN-T4                   PIC 9(8) COMP.
       01  WS-DN-RESULT               PIC 9(8) COMP.
       01  WS-TODAY-DAY-NUMBER        PIC 9(8) COMP VALUE ZERO.

       01  WS-CURRENT-DATE            PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-DN-DATE
           PERFORM CONVERT-DATE-TO-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-TODAY-DAY-NUMBER

           PERFORM LOAD-INTEGRITY-PARAMETERS
           PERFORM LOAD-ODFI-ROUTING
           PERFORM INITIALIZE-RULE-TABLE

           OPEN INPUT ORIG-HIST-FILE
           IF WS-ORIGHIST-STATUS NOT = '00'
               DISPLAY 'ORIGINATION HISTORY WOULD NOT OPEN - STATUS '
                   WS-ORIGHIST-STATUS ' - NOTHING VERIFIED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT TRACE-ARC-FILE
           IF WS-TRACEARC-STATUS = '00'
               SET WS-TRACEARC-OPEN TO TRUE
           ELSE
               DISPLAY 'TRACE ARCHIVE NOT AVAILABLE - STATUS '
                   WS-TRACEARC-STATUS ' - ARCHIVE RULES NOT RUN'
           END-IF
           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUSTMST-STATUS = '00'
               SET WS-CUSTMST-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE - STATUS '
                   WS-CUSTMST-STATUS ' - ACCOUNT RULES NOT RUN'
           END-IF

           PERFORM LOAD-RENUMBER-HISTORY
           PERFORM LOAD-SUSPENSE-ITEMS

           OPEN OUTPUT INTEG-RPT-FILE
           PERFORM WRITE-INTEG-RPT-HEADER
           IF WS-REPAIR-WANTED
               OPEN OUTPUT REPAIR-TRAN-FILE
           END-IF

           PERFORM CHECK-HISTORY-SUSPENSE-LINK
           PERFORM CHECK-SUSPENSE-HISTORY-LINK
           PERFORM CHECK-SUSPENSE-HISTORY-STATUS
           PERFORM CHECK-INBOUND-ARCHIVE-PRESENT
           PERFORM CHECK-INBOUND-ARCHIVE-AMOUNT
           PERFORM CHECK-ARCHIVE-ACCOUNTS
           PERFORM CHECK-ARCHIVE-RENUMBERS
           PERFORM CHECK-STUCK-AR-FAILURES
           PERFORM CHECK-PRENOTE-ACCOUNTS
           PERFORM CHECK-PRENOTE-RENUMBERS

           PERFORM WRITE-RULE-SUMMARY
           CLOSE INTEG-RPT-FILE
           IF WS-REPAIR-WANTED
               CLOSE REPAIR-TRAN-FILE
           END-IF
           CLOSE ORIG-HIST-FILE
           IF WS-TRACEARC-OPEN
               CLOSE TRACE-ARC-FILE
           END-IF
           IF WS-CUSTMST-OPEN
               CLOSE CUST-MASTER-FILE
           END-IF

           DISPLAY 'DATASET INTEGRITY VERIFICATION SUMMARY'
           DISPLAY '  HISTORY RECORDS READ:  ' WS-HISTORY-READ-COUNT
           DISPLAY '  ARCHIVE RECORDS READ:  ' WS-ARCHIVE-READ-COUNT
           DISPLAY '  SUSPENSE ITEMS READ:   ' WS-SUSPENSE-READ-COUNT
           DISPLAY '  PRENOTES READ:         ' WS-PRENOTE-READ-COUNT
           DISPLAY '  EXCEPTIONS:            ' WS-EXCEPTION-COUNT
           DISPLAY '  REPAIRS WRITTEN:       ' WS-REPAIR-COUNT
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-INTEGRITY-PARAMETERS applies the optional INTGPARM
      * overrides.  A missing INTGPARM runs on the defaults: a 30-day
      * AR-failed limit and no repair transactions.
      *----------------------------------------------------------------
       LOAD-INTEGRITY-PARAMETERS.
           OPEN INPUT INTEG-PARM-FILE
           IF WS-INTGPARM-STATUS = '00'
               PERFORM UNTIL WS-PARM-EOF
                   READ INTEG-PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-INTEGRITY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE INTEG-PARM-FILE
           END-IF.

       APPLY-INTEGRITY-PARAMETER.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING INTEG-PARM-RECORD DELIMITED BY ','
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN 'FDAYS'
                   IF WS-PARM-VALUE (1:3) IS NUMERIC
                      AND WS-PARM-VALUE (1:3) NOT = '000'
                       MOVE WS-PARM-VALUE (1:3) TO WS-FAIL-DAYS
                   ELSE
                       DISPLAY 'FDAYS PARAMETER NOT A 3-DIGIT '
                           'DAY COUNT - ' WS-PARM-VALUE
                           ' - DEFAULT KEPT'
                   END-IF
               WHEN 'REPAIR'
                   IF WS-PARM-VALUE (1:1) = 'Y'
                      OR WS-PARM-VALUE (1:1) = 'N'
                       MOVE WS-PARM-VALUE (1:1) TO WS-REPAIR-SW
                   ELSE
                       DISPLAY 'REPAIR PARAMETER NOT Y OR N - '
                           WS-PARM-VALUE ' - DEFAULT KEPT'
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN INTEGRITY PARAMETER IGNORED - '
                       INTEG-PARM-RECORD
           END-EVALUATE.

      *----------------------------------------------------------------
      * LOAD-ODFI-ROUTING picks the ODFI routing off ORIGPARM.  A
      * missing ORIGPARM leaves it blank, and only the company ID and
      * settle window mark a debit as one we originated.
      *----------------------------------------------------------------
       LOAD-ODFI-ROUTING.
           MOVE 'N' TO WS-PARM-EOF-SW
           OPEN INPUT ORIG-PARM-FILE
           IF WS-ORIGPARM-STATUS = '00'
               PERFORM UNTIL WS-PARM-EOF
                   READ ORIG-PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO WS-PARM-KEYWORD
                           MOVE SPACES TO WS-PARM-VALUE
                           UNSTRING ORIG-PARM-RECORD DELIMITED BY ','
                               INTO WS-PARM-KEYWORD
                                    WS-PARM-VALUE
                           END-UNSTRING
                           IF WS-PARM-KEYWORD = 'ODFI'
                               MOVE WS-PARM-VALUE TO WS-ODFI-ROUTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORIG-PARM-FILE
           END-IF.

       INITIALIZE-RULE-TABLE.
           MOVE ZERO TO WS-RULE-SUB
           PERFORM UNTIL WS-RULE-SUB >= 10
               ADD 1 TO WS-RULE-SUB
               MOVE SPACES TO WS-RL-TITLE (WS-RULE-SUB)
               MOVE 'N' TO WS-RL-RAN-SW (WS-RULE-SUB)
               MOVE ZERO TO WS-RL-COUNT (WS-RULE-SUB)
               MOVE ZERO TO WS-RL-DOLLARS (WS-RULE-SUB)
           END-PERFORM
           MOVE 'HISTORY IN SUSPENSE WITH NO LIVE SUSPENSE ITEM'
               TO WS-RL-TITLE (1)
           MOVE 'SUSPENSE ITEM WITH NO HISTORY RECORD'
               TO WS-RL-TITLE (2)
           MOVE 'SUSPENSE ITEM WHOSE HISTORY IS NOT IN SUSPENSE'
               TO WS-RL-TITLE (3)
           MOVE 'INBOUND PAYMENT WITH NO TRACE ARCHIVE RECORD'
               TO WS-RL-TITLE (4)
           MOVE 'INBOUND PAYMENT AMOUNT DIFFERS FROM TRACE ARCHIVE'
               TO WS-RL-TITLE (5)
           MOVE 'TRACE ARCHIVE ACCOUNT NOT ON CUSTOMER MASTER'
               TO WS-RL-TITLE (6)
           MOVE 'TRACE ARCHIVE STILL CARRIES A RENUMBERED ACCOUNT'
               TO WS-RL-TITLE (7)
           MOVE 'HISTORY STUCK AT AR FAILED PAST THE DAY LIMIT'
               TO WS-RL-TITLE (8)
           MOVE 'PRENOTE ACCOUNT NOT ON CUSTOMER MASTER'
               TO WS-RL-TITLE (9)
           MOVE 'PRENOTE STILL CARRIES A RENUMBERED ACCOUNT'
               TO WS-RL-TITLE (10).

      *----------------------------------------------------------------
      * LOAD-RENUMBER-HISTORY reads the customer master change audit
      * for account renumbers.  Each NOC-ACCT line names the account
      * the master record was moved to, and the FROM line that
      * follows it the account it was moved from.  Several days'
      * audit reports may be concatenated; their headers and other
      * actions are passed over.  A missing audit leaves no renumber
      * known, so every account off the master is reported missing.
      *----------------------------------------------------------------
       LOAD-RENUMBER-HISTORY.
           OPEN INPUT CUST-AUDIT-FILE
           IF WS-CUSTAUDT-STATUS NOT = '00'
               DISPLAY 'CUSTOMER CHANGE AUDIT NOT AVAILABLE - STATUS '
                   WS-CUSTAUDT-STATUS ' - NO RENUMBERS KNOWN'
           ELSE
               SET WS-AUDIT-LOADED TO TRUE
               PERFORM UNTIL WS-AUDIT-EOF
                   READ CUST-AUDIT-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE CUST-AUDIT-FILE
           END-IF.

       LOAD-ONE-AUDIT-LINE.
           EVALUATE TRUE
               WHEN CUST-AUDIT-RECORD (28:10) = 'NOC-ACCT'
                   MOVE CUST-AUDIT-RECORD (39:20)
                       TO WS-RN-PENDING-NEW
               WHEN CUST-AUDIT-RECORD (28:10) = 'FROM'
                    AND WS-RN-PENDING-NEW NOT = SPACES
                   IF WS-RN-USED < WS-RN-MAX
                       ADD 1 TO WS-RN-USED
                       MOVE CUST-AUDIT-RECORD (39:20)
                           TO WS-RN-OLD-ACCOUNT (WS-RN-USED)
                       MOVE WS-RN-PENDING-NEW
                           TO WS-RN-NEW-ACCOUNT (WS-RN-USED)
                   ELSE
                       DISPLAY 'RENUMBER TABLE FULL - RENUMBER OF '
                           CUST-AUDIT-RECORD (39:20) ' IGNORED'
                   END-IF
                   MOVE SPACES TO WS-RN-PENDING-NEW
               WHEN OTHER
                   MOVE SPACES TO WS-RN-PENDING-NEW
           END-EVALUATE.

      *----------------------------------------------------------------
      * LOAD-SUSPENSE-ITEMS reads the live SUSPENSE file into the
      * suspense table, one row per reference, and looks each
      * reference up on the history once.  A SUSPENSE file that
      * will not open, or one too big for the table, leaves the
      * suspense rules unrun rather than reporting every suspense
      * history record as orphaned.
      *----------------------------------------------------------------
       LOAD-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               DISPLAY 'SUSPENSE FILE NOT AVAILABLE - STATUS '
                   WS-SUSPENSE-STATUS ' - SUSPENSE RULES NOT RUN'
           ELSE
               SET WS-SUSPENSE-LOADED TO TRUE
               PERFORM UNTIL WS-SUSPENSE-EOF
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-SUSPENSE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUSPENSE-READ-COUNT
                           PERFORM LOAD-ONE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       LOAD-ONE-SUSPENSE-ITEM.
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
      * Legacy carried-forward records hold the first-seen date one
      * position early, exactly as SuspenseWorkoff allows for.
           IF WS-SUSP-FIRST-SEEN = SPACES
              AND WS-SUSP-COMPANY-X = SPACES
              AND WS-SUSP-REFERENCE (1:8) NUMERIC
              AND WS-SUSP-REFERENCE (9:7) = SPACES
               MOVE WS-SUSP-REFERENCE (1:8) TO WS-SUSP-FIRST-SEEN
               MOVE SPACES TO WS-SUSP-REFERENCE
           END-IF
           IF WS-SUSP-FIRST-SEEN = SPACES
              AND WS-SUSP-COMPANY-X NUMERIC
               MOVE WS-SUSP-COMPANY-X TO WS-SUSP-FIRST-SEEN
               MOVE SPACES TO WS-SUSP-COMPANY-X
           END-IF
           MOVE ZERO TO WS-SUSP-AMOUNT-NUM
           MOVE WS-SUSP-AMOUNT-X TO WS-AMOUNT-DE-EDIT
           INSPECT WS-AMOUNT-DE-EDIT
               REPLACING LEADING SPACES BY ZEROS
           IF WS-AMT-WHOLE-X NUMERIC AND WS-AMT-CENTS-X NUMERIC
               MOVE WS-AMT-WHOLE-X TO WS-AMT-WHOLE
               MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS
               COMPUTE WS-SUSP-AMOUNT-NUM =
                   WS-AMT-WHOLE + WS-AMT-CENTS / 100
           ELSE
               DISPLAY 'SUSPENSE ITEM ' WS-SUSPENSE-READ-COUNT
                   ' AMOUNT UNREADABLE - CHECKED AT ZERO'
           END-IF
           MOVE 'N' TO WS-SI-FOUND-SW
           IF WS-SUSP-REFERENCE NOT = SPACES
               PERFORM FIND-SUSPENSE-REFERENCE
           END-IF
           IF WS-SI-FOUND
               ADD WS-SUSP-AMOUNT-NUM TO WS-SI-AMOUNT (WS-SI-SUB)
               ADD 1 TO WS-SI-ITEMS (WS-SI-SUB)
           ELSE
               IF WS-SI-USED < WS-SI-MAX
                   ADD 1 TO WS-SI-USED
                   MOVE WS-SI-USED TO WS-SI-SUB
                   MOVE WS-SUSP-REFERENCE
                       TO WS-SI-REFERENCE (WS-SI-SUB)
                   MOVE WS-SUSP-ACCOUNT TO WS-SI-ACCOUNT (WS-SI-SUB)
                   MOVE WS-SUSP-AMOUNT-NUM
                       TO WS-SI-AMOUNT (WS-SI-SUB)
                   MOVE 1 TO WS-SI-ITEMS (WS-SI-SUB)
                   MOVE WS-SUSP-FIRST-SEEN
                       TO WS-SI-FIRST-SEEN (WS-SI-SUB)
                   PERFORM LOOKUP-SUSPENSE-HISTORY
               ELSE
                   IF NOT WS-SI-FULL
                       DISPLAY 'SUSPENSE TABLE FULL - LATER ITEMS '
                           'NOT VERIFIED'
                   END-IF
                   SET WS-SI-FULL TO TRUE
               END-IF
           END-IF.

       FIND-SUSPENSE-REFERENCE.
           MOVE 'N' TO WS-SI-FOUND-SW
           MOVE ZERO TO WS-SI-SUB
           PERFORM UNTIL WS-SI-FOUND OR WS-SI-SUB >= WS-SI-USED
               ADD 1 TO WS-SI-SUB
               IF WS-SI-REFERENCE (WS-SI-SUB) = WS-SUSP-REFERENCE
                   SET WS-SI-FOUND TO TRUE
               END-IF
           END-PERFORM.

       LOOKUP-SUSPENSE-HISTORY.
           MOVE 'N' TO WS-SI-ON-HIST-SW (WS-SI-SUB)
           MOVE SPACES TO WS-SI-HIST-STATUS (WS-SI-SUB)
           IF WS-SI-REFERENCE (WS-SI-SUB) NOT = SPACES
               MOVE WS-SI-REFERENCE (WS-SI-SUB) TO OH-TRACE-NUMBER
               READ ORIG-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SI-ON-HIST-SW (WS-SI-SUB)
                       MOVE OH-STATUS
                           TO WS-SI-HIST-STATUS (WS-SI-SUB)
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * Rule 01: every history record in suspense ('S') has a live
      * SUSPENSE item carrying its trace.  A payment refunded in full
      * is cleared from suspense while its history stays 'S', so it
      * is exempt; the dollars reported are what is still unrefunded.
      *----------------------------------------------------------------
       CHECK-HISTORY-SUSPENSE-LINK.
           MOVE 1 TO WS-RULE-NO
           EVALUATE TRUE
               WHEN NOT WS-SUSPENSE-LOADED
                   MOVE 'SUSPENSE FILE NOT AVAILABLE'
                       TO WS-SKIP-REASON
                   PERFORM SKIP-RULE
               WHEN WS-SI-FULL
                   MOVE 'SUSPENSE FILE TOO LARGE FOR THE TABLE'
                       TO WS-SKIP-REASON
                   PERFORM SKIP-RULE
               WHEN OTHER
                   PERFORM BEGIN-RULE
                   PERFORM SWEEP-HISTORY
                   PERFORM END-RULE
           END-EVALUATE.

       CHECK-ONE-SUSPENSE-HISTORY.
           IF OH-STATUS = 'S'
               MOVE ZERO TO WS-UNREFUNDED-AMOUNT
               IF OH-REFUND-AMOUNT NUMERIC
                  AND OH-REFUND-AMOUNT < OH-AMOUNT
                   COMPUTE WS-UNREFUNDED-AMOUNT =
                       OH-AMOUNT - OH-REFUND-AMOUNT
               END-IF
               IF OH-REFUND-AMOUNT NOT NUMERIC
                   MOVE OH-AMOUNT TO WS-UNREFUNDED-AMOUNT
               END-IF
               IF WS-UNREFUNDED-AMOUNT > ZERO
                   MOVE OH-TRACE-NUMBER TO WS-SUSP-REFERENCE
                   PERFORM FIND-SUSPENSE-REFERENCE
                   IF NOT WS-SI-FOUND
                       MOVE OH-TRACE-NUMBER TO WS-EXC-KEY
                       MOVE OH-CUSTOMER TO WS-EXC-ACCOUNT
                       MOVE WS-UNREFUNDED-AMOUNT TO WS-EXC-AMOUNT
                       MOVE 'NO SUSPENSE ITEM CARRIES THIS REFERENCE'
                           TO WS-EXC-DETAIL
                       PERFORM RECORD-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Rule 02: every SUSPENSE item has a history record.  The safe
      * fix for a missing one is to add it back in suspense, for the
      * reference's items combined, dated when the money was first
      * seen; IntegrityRepair refuses it if the record has appeared
      * by then.  An item with no reference cannot be tied to any
      * history record at all and is listed for research.
      *----------------------------------------------------------------
       CHECK-SUSPENSE-HISTORY-LINK.
           MOVE 2 TO WS-RULE-NO
           IF NOT WS-SUSPENSE-LOADED
               MOVE 'SUSPENSE FILE NOT AVAILABLE' TO WS-SKIP-REASON
               PERFORM SKIP-RULE
           ELSE
               PERFORM BEGIN-RULE
               MOVE ZERO TO WS-SI-SUB
               PERFORM UNTIL WS-SI-SUB >= WS-SI-USED
                   ADD 1 TO WS-SI-SUB
                   IF WS-SI-ON-HIST-SW (WS-SI-SUB) NOT = 'Y'
                       PERFORM REPORT-ORPHAN-SUSPENSE
                   END-IF
               END-PERFORM
               PERFORM END-RULE
           END-IF.

       REPORT-ORPHAN-SUSPENSE.
           MOVE WS-SI-REFERENCE (WS-SI-SUB) TO WS-EXC-KEY
           MOVE WS-SI-ACCOUNT (WS-SI-SUB) TO WS-EXC-ACCOUNT
           MOVE WS-SI-AMOUNT (WS-SI-SUB) TO WS-EXC-AMOUNT
           IF WS-SI-REFERENCE (WS-SI-SUB) = SPACES
               MOVE 'SUSPENSE ITEM CARRIES NO REFERENCE'
                   TO WS-EXC-DETAIL
               PERFORM RECORD-EXCEPTION
           ELSE
               MOVE WS-SI-ITEMS (WS-SI-SUB) TO WS-COUNT-DISP
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'NOT ON HISTORY - ' DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      ' ITEM(S)' DELIMITED BY SIZE
                      INTO WS-EXC-DETAIL
               PERFORM RECORD-EXCEPTION
               IF WS-REPAIR-WANTED
                   PERFORM WRITE-HISTORY-ADD-REPAIR
               END-IF
           END-IF.

       WRITE-HISTORY-ADD-REPAIR.
           MOVE WS-SI-AMOUNT (WS-SI-SUB) TO WS-REPAIR-AMOUNT
           MOVE WS-SI-FIRST-SEEN (WS-SI-SUB) TO WS-REPAIR-DATE
           IF WS-REPAIR-DATE NOT NUMERIC
               MOVE WS-CURRENT-DATE TO WS-REPAIR-DATE
           END-IF
           MOVE SPACES TO WS-REPAIR-LINE
           STRING 'HISTADD,' DELIMITED BY SIZE
                  WS-SI-REFERENCE (WS-SI-SUB) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-SI-ACCOUNT (WS-SI-SUB) DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-REPAIR-AMOUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-REPAIR-DATE DELIMITED BY SIZE
                  INTO WS-REPAIR-LINE
           PERFORM WRITE-REPAIR-TRANSACTION.

      *----------------------------------------------------------------
      * Rule 03: the history record behind every SUSPENSE item is in
      * suspense.  Any other status means the money was applied,
      * returned or held after it reached suspense, or the item was
      * released without its history following; which side is wrong
      * takes research, so there is no automatic fix.
      *----------------------------------------------------------------
       CHECK-SUSPENSE-HISTORY-STATUS.
           MOVE 3 TO WS-RULE-NO
           IF NOT WS-SUSPENSE-LOADED
               MOVE 'SUSPENSE FILE NOT AVAILABLE' TO WS-SKIP-REASON
               PERFORM SKIP-RULE
           ELSE
               PERFORM BEGIN-RULE
               MOVE ZERO TO WS-SI-SUB
               PERFORM UNTIL WS-SI-SUB >= WS-SI-USED
                   ADD 1 TO WS-SI-SUB
                   IF WS-SI-ON-HIST-SW (WS-SI-SUB) = 'Y'
                      AND WS-SI-HIST-STATUS (WS-SI-SUB) NOT = 'S'
                       MOVE WS-SI-REFERENCE (WS-SI-SUB) TO WS-EXC-KEY
                       MOVE WS-SI-ACCOUNT (WS-SI-SUB)
                           TO WS-EXC-ACCOUNT
                       MOVE WS-SI-AMOUNT (WS-SI-SUB) TO WS-EXC-AMOUNT
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING 'HISTORY STATUS IS ' DELIMITED BY SIZE
                              WS-SI-HIST-STATUS (WS-SI-SUB)
                                  DELIMITED BY SIZE
                              ', NOT S' DELIMITED BY SIZE
                              INTO WS-EXC-DETAIL
                       PERFORM RECORD-EXCEPTION
                   END-IF
               END-PERFORM
               PERFORM END-RULE
           END-IF.

      *----------------------------------------------------------------
      * Rules 04 and 05: every inbound ACH payment posted ('O') or
      * applied ('A') has a trace archive record, for the same
      * amount.  Lockbox checks ('CK' references) are never archived
      * and debits we originated are not inbound, so both are passed
      * over.
      *----------------------------------------------------------------
       CHECK-INBOUND-ARCHIVE-PRESENT.
           MOVE 4 TO WS-RULE-NO
           IF NOT WS-TRACEARC-OPEN
               MOVE 'TRACE ARCHIVE NOT AVAILABLE' TO WS-SKIP-REASON
               PERFORM SKIP-RULE
           ELSE
               PERFORM BEGIN-RULE
               PERFORM SWEEP-HISTORY
               PERFORM END-RULE
           END-IF.

       CHECK-INBOUND-ARCHIVE-AMOUNT.
           MOVE 5 TO WS-RULE-NO
           IF NOT WS-TRACEARC-OPEN
               MOVE 'TRACE ARCHIVE NOT AVAILABLE' TO WS-SKIP-REASON
               PERFORM SKIP-RULE
           ELSE
               PERFORM BEGIN-RULE
               PERFORM SWEEP-HISTORY
               PERFORM END-RULE
           END-IF.

       CHECK-ONE-INBOUND-PAYMENT.
           PERFORM SET-INBOUND-SWITCH
           IF WS-INBOUND
              AND (OH-STATUS = 'O' OR OH-STATUS = 'A')
               MOVE OH-TRACE-NUMBER TO TA-TRACE-NUMBER
               READ TRACE-ARC-FILE
                   INVALID KEY
                       IF WS-RULE-NO = 4
                           MOVE OH-TRACE-NUMBER TO WS-EXC-KEY
                           MOVE OH-CUSTOMER TO WS-EXC-ACCOUNT
                           MOVE OH-AMOUNT TO WS-EXC-AMOUNT
                           MOVE SPACES TO WS-EXC-DETAIL
                           STRING 'STATUS ' DELIMITED BY SIZE
                                  OH-STATUS DELIMITED BY SIZE
                                  ' - NO TRACE ARCHIVE RECORD'
                                      DELIMITED BY SIZE
                                  INTO WS-EXC-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
                   NOT INVALID KEY
                       IF WS-RULE-NO = 5
                          AND TA-AMOUNT NOT = OH-AMOUNT
                           MOVE OH-TRACE-NUMBER TO WS-EXC-KEY
                           MOVE OH-CUSTOMER TO WS-EXC-ACCOUNT
                           MOVE OH-AMOUNT TO WS-EXC-AMOUNT
                           MOVE TA-AMOUNT TO WS-AMOUNT-DISP
                           MOVE SPACES TO WS-EXC-DETAIL
                           STRING 'ARCHIVE AMOUNT ' DELIMITED BY SIZE
                                  WS-AMOUNT-DISP DELIMITED BY SIZE
                                  INTO WS-EXC-DETAIL
                           PERFORM RECORD-EXCEPTION
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * SET-INBOUND-SWITCH decides whether the history record in hand
      * is a payment we received.  A debit we originated carries our
      * company ID and settle window and a trace under our ODFI
      * routing; a lockbox check carries a 'CK' reference.
      *----------------------------------------------------------------
       SET-INBOUND-SWITCH.
           MOVE 'N' TO WS-INBOUND-SW
           IF OH-COMPANY-ID = SPACES
              AND OH-SETTLE-WINDOW = SPACE
              AND OH-TRACE-NUMBER (1:2) NOT = 'CK'
               IF WS-ODFI-ROUTING = SPACES
                  OR OH-TRACE-NUMBER (1:8) NOT = WS-ODFI-ROUTING
                   SET WS-INBOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Rules 06 and 07: every account on the trace archive is on
      * the customer master, or was renumbered by a NOC logged on the
      * change audit.  Unidentified money - a trace whose history is
      * in suspense, under compliance hold or blocked - never had a
      * customer, so it is exempt from rule 06.  Rule 07 lists the
      * archive records still under a renumbered account; the safe
      * fix moves them to the account it is held under today.
      *----------------------------------------------------------------
       CHECK-ARCHIVE-ACCOUNTS.
           MOVE 6 TO WS-RULE-NO
           PERFORM CHECK-ARCHIVE-RULE.

       CHECK-ARCHIVE-RENUMBERS.
           MOVE 7 TO WS-RULE-NO
           PERFORM CHECK-ARCHIVE-RULE.

       CHECK-ARCHIVE-RULE.
           EVALUATE TRUE
               WHEN NOT WS-TRACEARC-OPEN
                   MOVE 'TRACE ARCHIVE NOT AVAILABLE'
                       TO WS-SKIP-REASON
                   PERFORM SKIP-RULE
               WHEN NOT WS-CUSTMST-OPEN
                   MOVE 'CUSTOMER MASTER NOT AVAILABLE'
                       TO WS-SKIP-REASON
                   PERFORM SKIP-RULE
               WHEN OTHER
                   PERFORM BEGIN-RULE
                   PERFORM SWEEP-TRACE-ARCHIVE
                   PERFORM END-RULE
           END-EVALUATE.

       SWEEP-TRACE-ARCHIVE.
           MOVE 'N' TO WS-SWEEP-DONE-SW
           MOVE LOW-VALUES TO TA-TRACE-NUMBER
           START TRACE-ARC-FILE KEY NOT < TA-TRACE-NUMBER
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SWEEP-DONE
               READ TRACE-ARC-FILE NEXT
                   AT END
                       SET WS-SWEEP-DONE TO TRUE
                   NOT AT END
                       IF WS-RULE-NO = 6
                           ADD 1 TO WS-ARCHIVE-READ-COUNT
                       END-IF
                       IF TA-ACCOUNT NOT = SPACES
                           PERFORM CHECK-ONE-ARCHIVE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-ARCHIVE-ACCOUNT.
           MOVE TA-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM CLASSIFY-ACCOUNT
           MOVE TA-TRACE-NUMBER TO WS-EXC-KEY
           MOVE TA-ACCOUNT TO WS-EXC-ACCOUNT
           MOVE TA-AMOUNT TO WS-EXC-AMOUNT
           EVALUATE TRUE
               WHEN WS-ACCOUNT-ON-MASTER
                   CONTINUE
               WHEN WS-ACCOUNT-RENUMBERED
                   IF WS-RULE-NO = 7
                       PERFORM REPORT-RENUMBERED-ACCOUNT
                       IF WS-REPAIR-WANTED
                           MOVE 'TRACEACCT' TO WS-REPAIR-TYPE
                           PERFORM WRITE-ACCOUNT-MOVE-REPAIR
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-RULE-NO = 6
                       PERFORM CHECK-UNIDENTIFIED-EXEMPTION
                       IF NOT WS-HIST-FOUND
                          OR (WS-HIST-STATUS-HOLD NOT = 'S'
                              AND WS-HIST-STATUS-HOLD NOT = 'H'
                              AND WS-HIST-STATUS-HOLD NOT = 'B')
                           PERFORM REPORT-MISSING-ACCOUNT
                       END-IF
                   END-IF
           END-EVALUATE.

       CHECK-UNIDENTIFIED-EXEMPTION.
           MOVE 'N' TO WS-HIST-FOUND-SW
           MOVE SPACES TO WS-HIST-STATUS-HOLD
           MOVE TA-TRACE-NUMBER TO OH-TRACE-NUMBER
           READ ORIG-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HIST-FOUND TO TRUE
                   MOVE OH-STATUS TO WS-HIST-STATUS-HOLD
           END-READ.

      *----------------------------------------------------------------
      * CLASSIFY-ACCOUNT looks WS-CHECK-ACCOUNT up on the customer
      * master and, when it is not there, follows the logged
      * renumbers from it to the account it is held under today.
      *----------------------------------------------------------------
       CLASSIFY-ACCOUNT.
           MOVE WS-CHECK-ACCOUNT TO WS-RESOLVED-ACCOUNT
           PERFORM LOOKUP-CUSTOMER
           IF WS-CUST-FOUND
               SET WS-ACCOUNT-ON-MASTER TO TRUE
           ELSE
               MOVE ZERO TO WS-RN-HOPS
               SET WS-RN-FOUND TO TRUE
               PERFORM UNTIL NOT WS-RN-FOUND
                          OR WS-RN-HOPS >= WS-RN-HOP-MAX
                   PERFORM FIND-RENUMBER
                   IF WS-RN-FOUND
                       ADD 1 TO WS-RN-HOPS
                       MOVE WS-RN-NEW-ACCOUNT (WS-RN-SUB)
                           TO WS-RESOLVED-ACCOUNT
                   END-IF
               END-PERFORM
               IF WS-RN-HOPS = ZERO
                   SET WS-ACCOUNT-MISSING TO TRUE
               ELSE
                   MOVE WS-RESOLVED-ACCOUNT TO WS-CHECK-ACCOUNT
                   PERFORM LOOKUP-CUSTOMER
                   IF WS-CUST-FOUND
                       SET WS-ACCOUNT-RENUMBERED TO TRUE
                   ELSE
                       SET WS-ACCOUNT-RENUMBER-GONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-RENUMBER.
           MOVE 'N' TO WS-RN-FOUND-SW
           MOVE ZERO TO WS-RN-SUB
           PERFORM UNTIL WS-RN-FOUND OR WS-RN-SUB >= WS-RN-USED
               ADD 1 TO WS-RN-SUB
               IF WS-RN-OLD-ACCOUNT (WS-RN-SUB) = WS-RESOLVED-ACCOUNT
                   SET WS-RN-FOUND TO TRUE
               END-IF
           END-PERFORM.

       LOOKUP-CUSTOMER.
           MOVE WS-CHECK-ACCOUNT TO CM-ACCOUNT-NUMBER
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-SW
           END-READ.

       REPORT-MISSING-ACCOUNT.
           MOVE SPACES TO WS-EXC-DETAIL
           IF WS-ACCOUNT-RENUMBER-GONE
               STRING 'RENUMBERED TO ' DELIMITED BY SIZE
                      WS-RESOLVED-ACCOUNT DELIMITED BY SPACE
                      ' - NOT ON MASTER EITHER' DELIMITED BY SIZE
                      INTO WS-EXC-DETAIL
           ELSE
               MOVE 'NOT ON MASTER - NO RENUMBER LOGGED'
                   TO WS-EXC-DETAIL
           END-IF
           PERFORM RECORD-EXCEPTION.

       REPORT-RENUMBERED-ACCOUNT.
           MOVE SPACES TO WS-EXC-DETAIL
           STRING 'RENUMBERED TO ' DELIMITED BY SIZE
                  WS-RESOLVED-ACCOUNT DELIMITED BY SPACE
                  INTO WS-EXC-DETAIL
           PERFORM RECORD-EXCEPTION.

      *----------------------------------------------------------------
      * WRITE-ACCOUNT-MOVE-REPAIR writes a TRACEACCT or PRENACCT
      * repair (the type in WS-REPAIR-TYPE): the record's key, the
      * account it carries now and the one to move it to.
      * IntegrityRepair only applies it while the record still
      * carries the old account.
      *----------------------------------------------------------------
       WRITE-ACCOUNT-MOVE-REPAIR.
           MOVE SPACES TO WS-REPAIR-LINE
           STRING WS-REPAIR-TYPE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-EXC-KEY DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-EXC-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-RESOLVED-ACCOUNT DELIMITED BY SPACE
                  INTO WS-REPAIR-LINE
           PERFORM WRITE-REPAIR-TRANSACTION.

      *----------------------------------------------------------------
      * Rule 08: no history record sits at AR-failed ('F') for more
      * than the FDAYS limit, measured from the day it was recorded.
      *----------------------------------------------------------------
       CHECK-STUCK-AR-FAILURES.
           MOVE 8 TO WS-RULE-NO
           PERFORM BEGIN-RULE
           PERFORM SWEEP-HISTORY
           PERFORM END-RULE.

       CHECK-ONE-AR-FAILURE.
           IF OH-STATUS = 'F'
               MOVE OH-RECORDED-DATE TO WS-RECORD-DATE-X
               MOVE OH-TRACE-NUMBER TO WS-EXC-KEY
               MOVE OH-CUSTOMER TO WS-EXC-ACCOUNT
               MOVE OH-AMOUNT TO WS-EXC-AMOUNT
               IF WS-RECORD-DATE-X NUMERIC
                   MOVE OH-RECORDED-DATE TO WS-DN-DATE
                   PERFORM CONVERT-DATE-TO-DAY-NUMBER
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-DAY-NUMBER - WS-DN-RESULT
                   IF WS-AGE-DAYS > WS-FAIL-DAYS
                       MOVE WS-AGE-DAYS TO WS-DAYS-DISP
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING 'AR FAILED - RECORDED ' DELIMITED BY SIZE
                              WS-DAYS-DISP DELIMITED BY SIZE
                              ' DAYS AGO' DELIMITED BY SIZE
                              INTO WS-EXC-DETAIL
                       PERFORM RECORD-EXCEPTION
                   END-IF
               ELSE
                   MOVE 'AR FAILED - NO RECORDED DATE'
                       TO WS-EXC-DETAIL
                   PERFORM RECORD-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * SWEEP-HISTORY walks the whole origination history once for
      * the rule in WS-RULE-NO.
      *----------------------------------------------------------------
       SWEEP-HISTORY.
           MOVE 'N' TO WS-SWEEP-DONE-SW
           MOVE LOW-VALUES TO OH-TRACE-NUMBER
           START ORIG-HIST-FILE KEY NOT < OH-TRACE-NUMBER
               INVALID KEY
                   SET WS-SWEEP-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-SWEEP-DONE
               READ ORIG-HIST-FILE NEXT
                   AT END
                       SET WS-SWEEP-DONE TO TRUE
                   NOT AT END
                       IF WS-RULE-NO = 8
                           ADD 1 TO WS-HISTORY-READ-COUNT
                       END-IF
                       EVALUATE WS-RULE-NO
                           WHEN 1
                               PERFORM CHECK-ONE-SUSPENSE-HISTORY
                           WHEN 4
                           WHEN 5
                               PERFORM CHECK-ONE-INBOUND-PAYMENT
                           WHEN 8
                               PERFORM CHECK-ONE-AR-FAILURE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      * Rules 09 and 10: every prenote account is on the customer
      * master or was renumbered, as for the trace archive.  Rule 10
      * lists the prenotes still under a renumbered account, so the
      * account's verified prenote follows it to the new number.
      *----------------------------------------------------------------
       CHECK-PRENOTE-ACCOUNTS.
           MOVE 9 TO WS-RULE-NO
           PERFORM CHECK-PRENOTE-RULE.

       CHECK-PRENOTE-RENUMBERS.
           MOVE 10 TO WS-RULE-NO
           PERFORM CHECK-PRENOTE-RULE.

       CHECK-PRENOTE-RULE.
           IF NOT WS-CUSTMST-OPEN
               MOVE 'CUSTOMER MASTER NOT AVAILABLE' TO WS-SKIP-REASON
               PERFORM SKIP-RULE
           ELSE
               OPEN INPUT PRENOTE-FILE
               EVALUATE WS-PRENOTE-STATUS
                   WHEN '00'
                       PERFORM BEGIN-RULE
                       PERFORM SWEEP-PRENOTES
                       CLOSE PRENOTE-FILE
                       PERFORM END-RULE
                   WHEN '35'
                       PERFORM BEGIN-RULE
                       PERFORM END-RULE
                   WHEN OTHER
                       MOVE SPACES TO WS-SKIP-REASON
                       STRING 'PRENOTE FILE NOT AVAILABLE - STATUS '
                              DELIMITED BY SIZE
                              WS-PRENOTE-STATUS DELIMITED BY SIZE
                              INTO WS-SKIP-REASON
                       PERFORM SKIP-RULE
               END-EVALUATE
           END-IF.

       SWEEP-PRENOTES.
           MOVE 'N' TO WS-SWEEP-DONE-SW
           PERFORM UNTIL WS-SWEEP-DONE
               READ PRENOTE-FILE NEXT
                   AT END
                       SET WS-SWEEP-DONE TO TRUE
                   NOT AT END
                       IF WS-RULE-NO = 9
                           ADD 1 TO WS-PRENOTE-READ-COUNT
                       END-IF
                       IF PN-ACCOUNT NOT = SPACES
                           PERFORM CHECK-ONE-PRENOTE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-PRENOTE-ACCOUNT.
           MOVE PN-ACCOUNT TO WS-CHECK-ACCOUNT
           PERFORM CLASSIFY-ACCOUNT
           MOVE PN-TRACE-NUMBER TO WS-EXC-KEY
           MOVE PN-ACCOUNT TO WS-EXC-ACCOUNT
           MOVE ZERO TO WS-EXC-AMOUNT
           EVALUATE TRUE
               WHEN WS-ACCOUNT-ON-MASTER
                   CONTINUE
               WHEN WS-ACCOUNT-RENUMBERED
                   IF WS-RULE-NO = 10
                       PERFORM REPORT-RENUMBERED-ACCOUNT
                       IF WS-REPAIR-WANTED
                           MOVE 'PRENACCT' TO WS-REPAIR-TYPE
                           PERFORM WRITE-ACCOUNT-MOVE-REPAIR
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-RULE-NO = 9
                       PERFORM REPORT-MISSING-ACCOUNT
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * Rule framing: each rule that runs gets a heading, its
      * exceptions and a count and dollar line; one that cannot run
      * says why, so an empty rule is never mistaken for a clean one.
      *----------------------------------------------------------------
       BEGIN-RULE.
           MOVE WS-RULE-NO TO WS-RULE-SUB
           MOVE 'Y' TO WS-RL-RAN-SW (WS-RULE-SUB)
           PERFORM WRITE-RULE-HEADING
           MOVE SPACES TO WS-RPT-LINE
           STRING '  KEY             ACCOUNT              '
                  DELIMITED BY SIZE
                  '      AMOUNT  DETAIL' DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE.

       SKIP-RULE.
           MOVE WS-RULE-NO TO WS-RULE-SUB
           PERFORM WRITE-RULE-HEADING
           MOVE SPACES TO WS-RPT-LINE
           STRING '  RULE NOT RUN - ' DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-RULE-HEADING.
           MOVE WS-RULE-NO TO WS-RULE-NO-DISP
           MOVE SPACES TO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE
           STRING 'RULE ' DELIMITED BY SIZE
                  WS-RULE-NO-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RL-TITLE (WS-RULE-SUB) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE.

       END-RULE.
           MOVE WS-RL-COUNT (WS-RULE-SUB) TO WS-COUNT-DISP
           MOVE WS-RL-DOLLARS (WS-RULE-SUB) TO WS-DOLLARS-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  RULE ' DELIMITED BY SIZE
                  WS-RULE-NO-DISP DELIMITED BY SIZE
                  ' EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-DOLLARS-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE.

      *----------------------------------------------------------------
      * RECORD-EXCEPTION lists the exception staged in WS-EXC-* under
      * the rule in hand and adds it to the rule's and the run's
      * count and dollars.
      *----------------------------------------------------------------
       RECORD-EXCEPTION.
           ADD 1 TO WS-RL-COUNT (WS-RULE-SUB)
           ADD WS-EXC-AMOUNT TO WS-RL-DOLLARS (WS-RULE-SUB)
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-EXC-AMOUNT TO WS-EXCEPTION-DOLLARS
           MOVE WS-EXC-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-EXC-KEY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EXC-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-EXC-DETAIL DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-REPAIR-TRANSACTION.
           WRITE REPAIR-TRAN-RECORD FROM WS-REPAIR-LINE
           ADD 1 TO WS-REPAIR-COUNT.

      *----------------------------------------------------------------
      * Report framing, in the house one-header one-footer style; the
      * footer summarizes every rule, run or not.
      *----------------------------------------------------------------
       WRITE-INTEG-RPT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DATASET INTEGRITY VERIFICATION - RUN DATE '
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-FAIL-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  AR FAILED LIMIT ' DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  ' DAYS   REPAIR TRANSACTIONS ' DELIMITED BY SIZE
                  WS-REPAIR-SW DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE
           IF NOT WS-AUDIT-LOADED
               MOVE '  NO CUSTOMER CHANGE AUDIT - NO RENUMBERS KNOWN'
                   TO WS-RPT-LINE
               WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE
           END-IF.

       WRITE-RULE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE
           MOVE 'SUMMARY BY RULE' TO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE
           MOVE ZERO TO WS-RULE-SUB
           PERFORM UNTIL WS-RULE-SUB >= 10
               ADD 1 TO WS-RULE-SUB
               PERFORM WRITE-RULE-SUMMARY-LINE
           END-PERFORM
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
           MOVE WS-EXCEPTION-DOLLARS TO WS-DOLLARS-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-DOLLARS-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-REPAIR-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REPAIR TRANSACTIONS WRITTEN: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-RULE-SUMMARY-LINE.
           MOVE WS-RULE-SUB TO WS-RULE-NO-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RL-RAN-SW (WS-RULE-SUB) = 'Y'
               MOVE WS-RL-COUNT (WS-RULE-SUB) TO WS-COUNT-DISP
               MOVE WS-RL-DOLLARS (WS-RULE-SUB) TO WS-DOLLARS-DISP
               STRING '  RULE ' DELIMITED BY SIZE
                      WS-RULE-NO-DISP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-RL-TITLE (WS-RULE-SUB) DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-DOLLARS-DISP DELIMITED BY SIZE
                      INTO WS-RPT-LINE
           ELSE
               STRING '  RULE ' DELIMITED BY SIZE
                      WS-RULE-NO-DISP DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-RL-TITLE (WS-RULE-SUB) DELIMITED BY SIZE
                      '    NOT RUN' DELIMITED BY SIZE
                      INTO WS-RPT-LINE
           END-IF
           WRITE INTEG-RPT-RECORD FROM WS-RPT-LINE.

      *----------------------------------------------------------------
      * CONVERT-DATE-TO-DAY-NUMBER turns the YYYYMMDD date in
      * WS-DN-DATE into a serial day count in WS-DN-RESULT, the same
      * conversion NachaParser uses for the prenote waiting period.
      *----------------------------------------------------------------
       CONVERT-DATE-TO-DAY-NUMBER.
           MOVE WS-DN-YYYY TO WS-DN-YEAR
           MOVE WS-DN-MM TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               ADD 12 TO WS-DN-MONTH
               SUBTRACT 1 FROM WS-DN-YEAR
           END-IF
           COMPUTE WS-DN-T1 = WS-DN-YEAR / 4
           COMPUTE WS-DN-T2 = WS-DN-YEAR / 100
           COMPUTE WS-DN-T3 = WS-DN-YEAR / 400
           COMPUTE WS-DN-T4 = (153 * (WS-DN-MONTH + 1)) / 5
           COMPUTE WS-DN-RESULT = (365 * WS-DN-YEAR) + WS-DN-T1
               - WS-DN-T2 + WS-DN-T3 + WS-DN-T4 + WS-DN-DD.
