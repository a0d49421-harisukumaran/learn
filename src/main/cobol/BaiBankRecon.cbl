       IDENTIFICATION DIVISION.
       PROGRAM-ID. BaiBankRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAI-FILE ASSIGN TO 'BAI2PD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAI-STATUS.
           SELECT BANK-ACCT-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKACCT-STATUS.
           SELECT GL-POST-FILE ASSIGN TO 'GLPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT RECON-OPEN-FILE ASSIGN TO 'BAIOPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAIOPEN-STATUS.
           SELECT RECON-NEW-FILE ASSIGN TO 'BAINEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAINEW-STATUS.
           SELECT RECON-RPT-FILE ASSIGN TO 'BAIRECON'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAIRECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BAI-FILE.
       01  BAI-RECORD PIC X(200).

       FD  BANK-ACCT-FILE.
       01  BANK-ACCT-RECORD PIC X(80).

       FD  GL-POST-FILE.
       01  GL-POST-RECORD PIC X(100).

       FD  RECON-OPEN-FILE.
       01  RECON-OPEN-RECORD PIC X(100).

       FD  RECON-NEW-FILE.
       01  RECON-NEW-RECORD PIC X(100).

       FD  RECON-RPT-FILE.
       01  RECON-RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BAI-STATUS              PIC XX VALUE SPACES.
       01  WS-BANKACCT-STATUS         PIC XX VALUE SPACES.
       01  WS-GLPOST-STATUS           PIC XX VALUE SPACES.
       01  WS-BAIOPEN-STATUS          PIC XX VALUE SPACES.
       01  WS-BAINEW-STATUS           PIC XX VALUE SPACES.
       01  WS-BAIRECON-STATUS         PIC XX VALUE SPACES.
       01  WS-BAI-EOF-SW              PIC X VALUE 'N'.
           88  WS-BAI-EOF                 VALUE 'Y'.
       01  WS-BANKACCT-EOF-SW         PIC X VALUE 'N'.
           88  WS-BANKACCT-EOF            VALUE 'Y'.
       01  WS-GLPOST-EOF-SW           PIC X VALUE 'N'.
           88  WS-GLPOST-EOF              VALUE 'Y'.
       01  WS-BAIOPEN-EOF-SW          PIC X VALUE 'N'.
           88  WS-BAIOPEN-EOF             VALUE 'Y'.

      * Bank account cross-reference.  The BANKACCT table - one
      * 'BANKACCOUNT,CASHACCT' record per bank account treasury
      * reconciles - ties the account number the bank reports on
      * each BAI2 03 record to the company GL cash account the
      * parsers' journal entries debit (COMPTAB's cash account, or
      * GLPARM's in a single-company shop).  Without it nothing can
      * be tied, so the run stops.
       01  WS-BANK-ACCT-TABLE.
           05  WS-BA-ENTRY OCCURS 50 TIMES.
               10  WS-BA-BANK-ACCOUNT PIC X(20).
               10  WS-BA-CASH         PIC X(10).
       01  WS-BA-USED                 PIC 9(3) COMP VALUE ZERO.
       01  WS-BA-MAX                  PIC 9(3) COMP VALUE 50.
       01  WS-BA-SUB                  PIC 9(3) COMP VALUE ZERO.
       01  WS-BA-FOUND-SW             PIC X VALUE 'N'.
           88  WS-BA-FOUND                VALUE 'Y'.

      * BAI2 field-at-a-time parsing working-storage.  A BAI2 record
      * is comma-delimited and ends at its '/' terminator, but the
      * number of fields varies with each amount's funds type, so
      * fields are taken one at a time off a pointer rather than
      * split into a fixed element list.  Past the terminator every
      * further field comes back blank.
       01  WS-BAI-FIELD               PIC X(30) VALUE SPACES.
       01  WS-BAI-DELIM               PIC X(01) VALUE SPACES.
       01  WS-BAI-PTR                 PIC 9(3) COMP VALUE ZERO.
       01  WS-BAI-END-SW              PIC X VALUE 'N'.
           88  WS-BAI-END                 VALUE 'Y'.
       01  WS-BAI-RECORD-CODE         PIC X(02) VALUE SPACES.
       01  WS-BAI-PREV-CODE           PIC X(02) VALUE SPACES.
       01  WS-BAI-TYPE-CODE           PIC X(03) VALUE SPACES.
       01  WS-BAI-FUNDS-TYPE          PIC X(01) VALUE SPACES.
       01  WS-BAI-BANK-REF            PIC X(16) VALUE SPACES.
       01  WS-BAI-CHANNEL             PIC X(03) VALUE SPACES.
       01  WS-BAI-DIST-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-BAI-AS-OF-DATE          PIC X(08) VALUE SPACES.
       01  WS-BAI-BANK-ACCOUNT        PIC X(20) VALUE SPACES.
       01  WS-BAI-CASH-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-BAI-ACCT-MAPPED-SW      PIC X VALUE 'N'.
           88  WS-BAI-ACCT-MAPPED         VALUE 'Y'.
       01  WS-BAI-RECORD-COUNT        PIC 9(6) VALUE ZERO.

      * BAI2 amount conversion.  Amounts carry no decimal point -
      * the last two digits are cents - and a balance on the 03 or
      * 49 record may be signed.  A blank amount is zero.
       01  WS-BAI-AMOUNT              PIC S9(14)V99 VALUE ZERO.
       01  WS-BAI-CENTS               PIC 9(16) VALUE ZERO.
       01  WS-BAI-START               PIC 9(2) COMP VALUE ZERO.
       01  WS-BAI-LEN                 PIC 9(2) COMP VALUE ZERO.
       01  WS-BAI-NEGATIVE-SW         PIC X VALUE 'N'.
           88  WS-BAI-NEGATIVE            VALUE 'Y'.
       01  WS-BAI-AMOUNT-OK-SW        PIC X VALUE 'Y'.
           88  WS-BAI-AMOUNT-OK           VALUE 'Y'.

      * Account control: the 49 trailer's control total is the
      * algebraic sum of every amount on the account's 03 record (and
      * its 88 continuations) and 16 records, so a statement that
      * arrived damaged is caught before anything is matched on it.
       01  WS-ACCT-CONTROL-SUM        PIC S9(14)V99 VALUE ZERO.
       01  WS-ACCT-CONTROL-BAD-SW     PIC X VALUE 'N'.
           88  WS-ACCT-CONTROL-BAD        VALUE 'Y'.
       01  WS-ACCT-OOB-COUNT          PIC 9(6) VALUE ZERO.

      * Open reconciling items.  Bank credits come off today's BAI2
      * file and GL cash debits off today's GLPOST, each joined by
      * whatever was still open from earlier runs (BAIOPEN, the
      * previous run's BAINEW).  Each item carries the date it was
      * first seen, for aging, and a state: 'U' unmatched, 'M'
      * matched this run, 'X' reported as an amount mismatch (still
      * open).
       01  WS-BANK-TABLE.
           05  WS-BK-ENTRY OCCURS 2000 TIMES.
               10  WS-BK-CASH         PIC X(10).
               10  WS-BK-DATE         PIC X(08).
               10  WS-BK-AMOUNT       PIC 9(11)V99.
               10  WS-BK-TYPE         PIC X(03).
               10  WS-BK-REF          PIC X(16).
               10  WS-BK-FIRST-SEEN   PIC X(08).
               10  WS-BK-STATE        PIC X(01).
       01  WS-BK-USED                 PIC 9(4) COMP VALUE ZERO.
       01  WS-BK-MAX                  PIC 9(4) COMP VALUE 2000.
       01  WS-BK-SUB                  PIC 9(4) COMP VALUE ZERO.
       01  WS-BK-SUB2                 PIC 9(4) COMP VALUE ZERO.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 2000 TIMES.
               10  WS-GL-CASH         PIC X(10).
               10  WS-GL-DATE         PIC X(08).
               10  WS-GL-AMOUNT       PIC 9(11)V99.
               10  WS-GL-BATCH        PIC X(10).
               10  WS-GL-COMPANY      PIC X(04).
               10  WS-GL-FIRST-SEEN   PIC X(08).
               10  WS-GL-STATE        PIC X(01).
       01  WS-GL-USED                 PIC 9(4) COMP VALUE ZERO.
       01  WS-GL-MAX                  PIC 9(4) COMP VALUE 2000.
       01  WS-GL-SUB                  PIC 9(4) COMP VALUE ZERO.
       01  WS-GL-SUB2                 PIC 9(4) COMP VALUE ZERO.
       01  WS-ITEM-FOUND-SW           PIC X VALUE 'N'.
           88  WS-ITEM-FOUND              VALUE 'Y'.
       01  WS-GROUP-TOTAL             PIC 9(13)V99 VALUE ZERO.
       01  WS-GROUP-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-VARIANCE                PIC S9(13)V99 VALUE ZERO.

      * One split GLPOST line - 'JE,batch,settle,DR|CR,acct,amount,
      * company' - or one carried-forward open item -
      * 'B|G,cashacct,date,amount,ref1,ref2,first-seen', where a
      * bank item's references are its BAI2 type code and bank
      * reference and a GL item's are its batch number and company.
       01  WS-GLP-FIELDS.
           05  WS-GLP-TAG             PIC X(08) VALUE SPACES.
           05  WS-GLP-BATCH           PIC X(10) VALUE SPACES.
           05  WS-GLP-DATE            PIC X(08) VALUE SPACES.
           05  WS-GLP-SIDE            PIC X(02) VALUE SPACES.
           05  WS-GLP-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-GLP-AMOUNT-X        PIC X(14) VALUE SPACES.
           05  WS-GLP-COMPANY         PIC X(04) VALUE SPACES.
       01  WS-OPEN-FIELDS.
           05  WS-OPEN-SIDE           PIC X(01) VALUE SPACES.
           05  WS-OPEN-CASH           PIC X(10) VALUE SPACES.
           05  WS-OPEN-DATE           PIC X(08) VALUE SPACES.
           05  WS-OPEN-AMOUNT-X       PIC X(14) VALUE SPACES.
           05  WS-OPEN-REF1           PIC X(16) VALUE SPACES.
           05  WS-OPEN-REF2           PIC X(16) VALUE SPACES.
           05  WS-OPEN-FIRST-SEEN     PIC X(08) VALUE SPACES.

      * De-editing workspace for the ZZZZZZZZZZ9.99 amounts GLPOST
      * and the carry-forward file hold, in the manner of
      * SuspenseWorkoff.
       01  WS-AMOUNT-DE-EDIT.
           05  WS-AMT-WHOLE-X         PIC X(11).
           05  FILLER                 PIC X(01).
           05  WS-AMT-CENTS-X         PIC X(02).
       01  WS-AMT-WHOLE               PIC 9(11).
       01  WS-AMT-CENTS               PIC 9(02).
       01  WS-ITEM-AMOUNT             PIC 9(11)V99 VALUE ZERO.
       01  WS-ITEM-AMOUNT-OK-SW       PIC X VALUE 'N'.
           88  WS-ITEM-AMOUNT-OK          VALUE 'Y'.
       01  WS-AMOUNT-FILE             PIC ZZZZZZZZZZ9.99.

      * Report working-storage.
       01  WS-RPT-LINE                PIC X(132) VALUE SPACES.
       01  WS-RPT-LABEL               PIC X(31) VALUE SPACES.
       01  WS-RPT-ACCOUNT             PIC X(20) VALUE SPACES.
       01  WS-RPT-DATE                PIC X(08) VALUE SPACES.
       01  WS-RPT-REF1                PIC X(16) VALUE SPACES.
       01  WS-RPT-REF2                PIC X(16) VALUE SPACES.
       01  WS-RPT-AMOUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-AMOUNT2-EDIT        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-VARIANCE-EDIT       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-TOTAL-EDIT          PIC $$$,$$$,$$$,$$9.99.
       01  WS-AGE-DAYS                PIC S9(8) COMP VALUE ZERO.
       01  WS-AGE-DAYS-DISP           PIC ZZZZ9.
       01  WS-CARRY-LINE              PIC X(100) VALUE SPACES.

       01  WS-BANK-CREDIT-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-BANK-CREDIT-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01  WS-OTHER-CREDIT-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-UNMAPPED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-GL-DEBIT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-OPEN-ITEM-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-MATCH-ONE-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-MATCH-MANY-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-MATCHED-TOTAL           PIC 9(13)V99 VALUE ZERO.
       01  WS-MISMATCH-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-BANK-ONLY-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-BANK-ONLY-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-UNPAID-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-GL-UNPAID-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-AWAIT-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-GL-AWAIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-CARRIED-COUNT           PIC 9(6) VALUE ZERO.

      * Day-number conversion working-storage, as in NachaParser, so
      * aging survives month and year boundaries.
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

           OPEN INPUT BAI-FILE
           IF WS-BAI-STATUS NOT = '00'
               DISPLAY 'BAI2 FILE WOULD NOT OPEN - STATUS '
                   WS-BAI-STATUS ' - NOTHING TO RECONCILE'
               STOP RUN
           END-IF

           PERFORM LOAD-BANK-ACCOUNTS
           IF WS-BA-USED = ZERO
               DISPLAY 'BANK ACCOUNT TABLE NOT ON FILE - STATUS '
                   WS-BANKACCT-STATUS ' - NOTHING TO RECONCILE'
               CLOSE BAI-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT RECON-RPT-FILE
           PERFORM WRITE-RECON-HEADER

           PERFORM LOAD-OPEN-ITEMS
           PERFORM UNTIL WS-BAI-EOF
               READ BAI-FILE
                   AT END
                       SET WS-BAI-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-BAI-RECORD
               END-READ
           END-PERFORM
           CLOSE BAI-FILE
           IF WS-BAI-AS-OF-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-BAI-AS-OF-DATE
           END-IF
           PERFORM LOAD-GL-POSTINGS

           PERFORM MATCH-ONE-TO-ONE
           PERFORM MATCH-BANK-TO-MANY-GL
           PERFORM MATCH-GL-TO-MANY-BANK
           PERFORM REPORT-AMOUNT-MISMATCHES

           OPEN OUTPUT RECON-NEW-FILE
           PERFORM REPORT-AND-CARRY-BANK-ITEMS
           PERFORM REPORT-AND-CARRY-GL-ITEMS
           CLOSE RECON-NEW-FILE

           PERFORM WRITE-RECON-FOOTER
           CLOSE RECON-RPT-FILE

           DISPLAY 'BAI2 BANK RECONCILIATION SUMMARY'
           DISPLAY '  STATEMENT AS OF:      ' WS-BAI-AS-OF-DATE
           DISPLAY '  BANK CREDITS READ:    ' WS-BANK-CREDIT-COUNT
           DISPLAY '  GL CASH DEBITS READ:  ' WS-GL-DEBIT-COUNT
           DISPLAY '  OPEN ITEMS BROUGHT:   ' WS-OPEN-ITEM-COUNT
           DISPLAY '  MATCHED ONE-TO-ONE:   ' WS-MATCH-ONE-COUNT
           DISPLAY '  MATCHED AS A GROUP:   ' WS-MATCH-MANY-COUNT
           DISPLAY '  AMOUNT MISMATCHES:    ' WS-MISMATCH-COUNT
           DISPLAY '  BANK CREDIT, NO GL:   ' WS-BANK-ONLY-COUNT
           DISPLAY '  GL NOT PAID BY BANK:  ' WS-GL-UNPAID-COUNT
           DISPLAY '  ACCOUNTS OUT OF BAL:  ' WS-ACCT-OOB-COUNT
           DISPLAY '  CARRIED FORWARD:      ' WS-CARRIED-COUNT
           DISPLAY '  OPEN ITEMS WRITTEN TO BAINEW'
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-BANK-ACCOUNTS reads the BANKACCT cross-reference of bank
      * account numbers to GL cash accounts.
      *----------------------------------------------------------------
       LOAD-BANK-ACCOUNTS.
           OPEN INPUT BANK-ACCT-FILE
           IF WS-BANKACCT-STATUS = '00'
               PERFORM UNTIL WS-BANKACCT-EOF
                   READ BANK-ACCT-FILE
                       AT END
                           SET WS-BANKACCT-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-BANK-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE BANK-ACCT-FILE
           END-IF.

       LOAD-ONE-BANK-ACCOUNT.
           IF WS-BA-USED >= WS-BA-MAX
               DISPLAY 'BANK ACCOUNT TABLE FULL - ENTRY IGNORED - '
                   BANK-ACCT-RECORD
           ELSE
               ADD 1 TO WS-BA-USED
               MOVE WS-BA-USED TO WS-BA-SUB
               MOVE SPACES TO WS-BA-ENTRY (WS-BA-SUB)
               UNSTRING BANK-ACCT-RECORD DELIMITED BY ','
                   INTO WS-BA-BANK-ACCOUNT (WS-BA-SUB)
                        WS-BA-CASH (WS-BA-SUB)
               END-UNSTRING
               IF WS-BA-BANK-ACCOUNT (WS-BA-SUB) = SPACES
                  OR WS-BA-CASH (WS-BA-SUB) = SPACES
                   DISPLAY 'BANK ACCOUNT ENTRY INCOMPLETE - '
                       'IGNORED - ' BANK-ACCT-RECORD
                   SUBTRACT 1 FROM WS-BA-USED
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LOAD-OPEN-ITEMS brings forward every reconciling item the
      * previous run left open, bank side and GL side, with the date
      * each was first seen.  No BAIOPEN simply means a first run.
      *----------------------------------------------------------------
       LOAD-OPEN-ITEMS.
           OPEN INPUT RECON-OPEN-FILE
           IF WS-BAIOPEN-STATUS = '00'
               PERFORM UNTIL WS-BAIOPEN-EOF
                   READ RECON-OPEN-FILE
                       AT END
                           SET WS-BAIOPEN-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE RECON-OPEN-FILE
           END-IF.

       LOAD-ONE-OPEN-ITEM.
           MOVE SPACES TO WS-OPEN-FIELDS
           UNSTRING RECON-OPEN-RECORD DELIMITED BY ','
               INTO WS-OPEN-SIDE
                    WS-OPEN-CASH
                    WS-OPEN-DATE
                    WS-OPEN-AMOUNT-X
                    WS-OPEN-REF1
                    WS-OPEN-REF2
                    WS-OPEN-FIRST-SEEN
           END-UNSTRING
           MOVE WS-OPEN-AMOUNT-X TO WS-AMOUNT-DE-EDIT
           PERFORM DE-EDIT-ITEM-AMOUNT
           EVALUATE TRUE
               WHEN NOT WS-ITEM-AMOUNT-OK
                   DISPLAY 'OPEN ITEM AMOUNT UNREADABLE - DROPPED - '
                       RECON-OPEN-RECORD
               WHEN WS-OPEN-SIDE = 'B' AND WS-BK-USED < WS-BK-MAX
                   ADD 1 TO WS-BK-USED
                   MOVE WS-OPEN-CASH TO WS-BK-CASH (WS-BK-USED)
                   MOVE WS-OPEN-DATE TO WS-BK-DATE (WS-BK-USED)
                   MOVE WS-ITEM-AMOUNT TO WS-BK-AMOUNT (WS-BK-USED)
                   MOVE WS-OPEN-REF1 TO WS-BK-TYPE (WS-BK-USED)
                   MOVE WS-OPEN-REF2 TO WS-BK-REF (WS-BK-USED)
                   MOVE WS-OPEN-FIRST-SEEN
                       TO WS-BK-FIRST-SEEN (WS-BK-USED)
                   MOVE 'U' TO WS-BK-STATE (WS-BK-USED)
                   ADD 1 TO WS-OPEN-ITEM-COUNT
               WHEN WS-OPEN-SIDE = 'G' AND WS-GL-USED < WS-GL-MAX
                   ADD 1 TO WS-GL-USED
                   MOVE WS-OPEN-CASH TO WS-GL-CASH (WS-GL-USED)
                   MOVE WS-OPEN-DATE TO WS-GL-DATE (WS-GL-USED)
                   MOVE WS-ITEM-AMOUNT TO WS-GL-AMOUNT (WS-GL-USED)
                   MOVE WS-OPEN-REF1 TO WS-GL-BATCH (WS-GL-USED)
                   MOVE WS-OPEN-REF2 TO WS-GL-COMPANY (WS-GL-USED)
                   MOVE WS-OPEN-FIRST-SEEN
                       TO WS-GL-FIRST-SEEN (WS-GL-USED)
                   MOVE 'U' TO WS-GL-STATE (WS-GL-USED)
                   ADD 1 TO WS-OPEN-ITEM-COUNT
               WHEN OTHER
                   DISPLAY 'OPEN ITEM NOT LOADED - TABLE FULL OR '
                       'BAD SIDE - ' RECON-OPEN-RECORD
           END-EVALUATE.

      *----------------------------------------------------------------
      * DE-EDIT-ITEM-AMOUNT rebuilds the numeric value of a
      * ZZZZZZZZZZ9.99 amount already moved into WS-AMOUNT-DE-EDIT.
      *----------------------------------------------------------------
       DE-EDIT-ITEM-AMOUNT.
           MOVE 'N' TO WS-ITEM-AMOUNT-OK-SW
           MOVE ZERO TO WS-ITEM-AMOUNT
           INSPECT WS-AMOUNT-DE-EDIT
               REPLACING LEADING SPACES BY ZEROS
           IF WS-AMT-WHOLE-X NUMERIC AND WS-AMT-CENTS-X NUMERIC
               MOVE WS-AMT-WHOLE-X TO WS-AMT-WHOLE
               MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS
               COMPUTE WS-ITEM-AMOUNT =
                   WS-AMT-WHOLE + WS-AMT-CENTS / 100
               SET WS-ITEM-AMOUNT-OK TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * PROCESS-BAI-RECORD routes one BAI2 record by its record code.
      * Only the group header (02, for the as-of date), account
      * identifier (03), transaction detail (16), continuation (88)
      * and account trailer (49) carry anything to reconcile; the
      * file and group envelopes are passed over.
      *----------------------------------------------------------------
       PROCESS-BAI-RECORD.
           ADD 1 TO WS-BAI-RECORD-COUNT
           MOVE 1 TO WS-BAI-PTR
           MOVE 'N' TO WS-BAI-END-SW
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD (1:2) TO WS-BAI-RECORD-CODE
           EVALUATE WS-BAI-RECORD-CODE
               WHEN '02'
                   PERFORM PROCESS-BAI-GROUP-HEADER
               WHEN '03'
                   PERFORM PROCESS-BAI-ACCOUNT
               WHEN '16'
                   PERFORM PROCESS-BAI-DETAIL
               WHEN '88'
                   IF WS-BAI-PREV-CODE = '03'
                       PERFORM PROCESS-BAI-SUMMARY-GROUPS
                   END-IF
               WHEN '49'
                   PERFORM PROCESS-BAI-TRAILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * A continuation belongs to whatever record it continues.
           IF WS-BAI-RECORD-CODE NOT = '88'
               MOVE WS-BAI-RECORD-CODE TO WS-BAI-PREV-CODE
           END-IF.

      *----------------------------------------------------------------
      * NEXT-BAI-FIELD takes the next comma-delimited field off the
      * current record at WS-BAI-PTR.  The '/' terminator ends the
      * record: the field before it is returned, and every call after
      * it returns blank.
      *----------------------------------------------------------------
       NEXT-BAI-FIELD.
           MOVE SPACES TO WS-BAI-FIELD
           IF NOT WS-BAI-END
               IF WS-BAI-PTR > 200
                   SET WS-BAI-END TO TRUE
               ELSE
                   MOVE SPACE TO WS-BAI-DELIM
                   UNSTRING BAI-RECORD DELIMITED BY ',' OR '/'
                       INTO WS-BAI-FIELD
                       DELIMITER IN WS-BAI-DELIM
                       WITH POINTER WS-BAI-PTR
                   END-UNSTRING
                   IF WS-BAI-DELIM NOT = ','
                       SET WS-BAI-END TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PROCESS-BAI-GROUP-HEADER keeps the group's as-of date - the
      * banking day the statement reports - expanded to YYYYMMDD
      * through the same fixed century window the GL settlement date
      * uses.
      *----------------------------------------------------------------
       PROCESS-BAI-GROUP-HEADER.
           PERFORM NEXT-BAI-FIELD
           PERFORM NEXT-BAI-FIELD
           PERFORM NEXT-BAI-FIELD
           PERFORM NEXT-BAI-FIELD
           IF WS-BAI-FIELD (1:6) NUMERIC
               IF WS-BAI-FIELD (1:2) < '50'
                   MOVE '20' TO WS-BAI-AS-OF-DATE (1:2)
               ELSE
                   MOVE '19' TO WS-BAI-AS-OF-DATE (1:2)
               END-IF
               MOVE WS-BAI-FIELD (1:6) TO WS-BAI-AS-OF-DATE (3:6)
           END-IF.

      *----------------------------------------------------------------
      * PROCESS-BAI-ACCOUNT opens one bank account's statement: the
      * account number is resolved to its GL cash account, the
      * control sum restarts, and the 03 record's own summary amounts
      * go into it.
      *----------------------------------------------------------------
       PROCESS-BAI-ACCOUNT.
           MOVE ZERO TO WS-ACCT-CONTROL-SUM
           MOVE 'N' TO WS-ACCT-CONTROL-BAD-SW
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD TO WS-BAI-BANK-ACCOUNT
           PERFORM RESOLVE-BANK-ACCOUNT
           IF NOT WS-BAI-ACCT-MAPPED
               DISPLAY 'BANK ACCOUNT ' WS-BAI-BANK-ACCOUNT
                   ' NOT IN BANK ACCOUNT TABLE - NOT RECONCILED'
           END-IF
      * Currency code - US dollars, two implied decimals, assumed.
           PERFORM NEXT-BAI-FIELD
           PERFORM PROCESS-BAI-SUMMARY-GROUPS.

      *----------------------------------------------------------------
      * PROCESS-BAI-SUMMARY-GROUPS walks the repeating type code,
      * amount, item count and funds type groups of an 03 record or
      * its continuation, adding each amount into the control sum.
      *----------------------------------------------------------------
       PROCESS-BAI-SUMMARY-GROUPS.
           PERFORM UNTIL WS-BAI-END
               PERFORM NEXT-BAI-FIELD
               PERFORM NEXT-BAI-FIELD
               PERFORM CONVERT-BAI-AMOUNT
               IF WS-BAI-AMOUNT-OK
                   ADD WS-BAI-AMOUNT TO WS-ACCT-CONTROL-SUM
               ELSE
                   SET WS-ACCT-CONTROL-BAD TO TRUE
               END-IF
               PERFORM NEXT-BAI-FIELD
               PERFORM NEXT-BAI-FIELD
               MOVE WS-BAI-FIELD (1:1) TO WS-BAI-FUNDS-TYPE
               PERFORM SKIP-FUNDS-DETAIL
           END-PERFORM.

      *----------------------------------------------------------------
      * PROCESS-BAI-DETAIL handles one 16 transaction detail.  Every
      * amount counts toward the account control; the credits this
      * reconciliation ties out - ACH credits (type codes 142, 145,
      * 165, 166, 169) and lockbox deposits (115) - become open bank
      * items.  Other credits and every debit are outside it.
      *----------------------------------------------------------------
       PROCESS-BAI-DETAIL.
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD (1:3) TO WS-BAI-TYPE-CODE
           PERFORM NEXT-BAI-FIELD
           PERFORM CONVERT-BAI-AMOUNT
           IF WS-BAI-AMOUNT-OK
               ADD WS-BAI-AMOUNT TO WS-ACCT-CONTROL-SUM
           ELSE
               SET WS-ACCT-CONTROL-BAD TO TRUE
           END-IF
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD (1:1) TO WS-BAI-FUNDS-TYPE
           PERFORM SKIP-FUNDS-DETAIL
           PERFORM NEXT-BAI-FIELD
           MOVE WS-BAI-FIELD TO WS-BAI-BANK-REF
           EVALUATE WS-BAI-TYPE-CODE
               WHEN '115'
                   MOVE 'LBX' TO WS-BAI-CHANNEL
               WHEN '142'
               WHEN '145'
               WHEN '165'
               WHEN '166'
               WHEN '169'
                   MOVE 'ACH' TO WS-BAI-CHANNEL
               WHEN OTHER
                   MOVE SPACES TO WS-BAI-CHANNEL
           END-EVALUATE
           IF WS-BAI-CHANNEL = SPACES
               IF WS-BAI-TYPE-CODE >= '100' AND WS-BAI-TYPE-CODE < '400'
                   ADD 1 TO WS-OTHER-CREDIT-COUNT
               END-IF
           ELSE
               IF WS-BAI-AMOUNT-OK AND WS-BAI-AMOUNT > ZERO
                   PERFORM ADD-BANK-CREDIT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ADD-BANK-CREDIT files one reconcilable bank credit as an open
      * bank item, first seen today.  A credit on an account the
      * cross-reference does not know is reported once and goes no
      * further - there is no cash account to tie it to.
      *----------------------------------------------------------------
       ADD-BANK-CREDIT.
           ADD 1 TO WS-BANK-CREDIT-COUNT
           ADD WS-BAI-AMOUNT TO WS-BANK-CREDIT-TOTAL
           IF NOT WS-BAI-ACCT-MAPPED
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE 'BANK ACCOUNT NOT IN TABLE' TO WS-RPT-LABEL
               MOVE WS-BAI-BANK-ACCOUNT TO WS-RPT-ACCOUNT
               MOVE WS-BAI-AS-OF-DATE TO WS-RPT-DATE
               MOVE WS-BAI-AMOUNT TO WS-RPT-AMOUNT-EDIT
               MOVE WS-BAI-TYPE-CODE TO WS-RPT-REF1
               MOVE WS-BAI-BANK-REF TO WS-RPT-REF2
               MOVE ZERO TO WS-AGE-DAYS
               PERFORM WRITE-RECON-DETAIL
           ELSE
               IF WS-BK-USED >= WS-BK-MAX
                   DISPLAY 'BANK ITEM TABLE FULL - CREDIT NOT '
                       'RECONCILED - ' WS-BAI-BANK-REF
               ELSE
                   ADD 1 TO WS-BK-USED
                   MOVE WS-BAI-CASH-ACCOUNT TO WS-BK-CASH (WS-BK-USED)
                   MOVE WS-BAI-AS-OF-DATE TO WS-BK-DATE (WS-BK-USED)
                   MOVE WS-BAI-AMOUNT TO WS-BK-AMOUNT (WS-BK-USED)
                   MOVE WS-BAI-TYPE-CODE TO WS-BK-TYPE (WS-BK-USED)
                   MOVE WS-BAI-BANK-REF TO WS-BK-REF (WS-BK-USED)
                   MOVE WS-CURRENT-DATE
                       TO WS-BK-FIRST-SEEN (WS-BK-USED)
                   MOVE 'U' TO WS-BK-STATE (WS-BK-USED)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PROCESS-BAI-TRAILER proves the account: the 49 control total
      * must equal the sum of every amount the account's records
      * carried.  An account out of balance is reported - its items
      * are still reconciled, but treasury knows the statement
      * itself needs a look.
      *----------------------------------------------------------------
       PROCESS-BAI-TRAILER.
           PERFORM NEXT-BAI-FIELD
           PERFORM CONVERT-BAI-AMOUNT
           IF NOT WS-BAI-AMOUNT-OK
              OR WS-ACCT-CONTROL-BAD
              OR WS-BAI-AMOUNT NOT = WS-ACCT-CONTROL-SUM
               ADD 1 TO WS-ACCT-OOB-COUNT
               DISPLAY 'BANK ACCOUNT ' WS-BAI-BANK-ACCOUNT
                   ' - STATEMENT OUT OF BALANCE - SEE 49 TRAILER'
               MOVE 'ACCOUNT OUT OF BALANCE' TO WS-RPT-LABEL
               MOVE WS-BAI-BANK-ACCOUNT TO WS-RPT-ACCOUNT
               MOVE WS-BAI-AS-OF-DATE TO WS-RPT-DATE
               MOVE WS-BAI-AMOUNT TO WS-RPT-AMOUNT-EDIT
               MOVE 'TRAILER TOTAL' TO WS-RPT-REF1
               MOVE SPACES TO WS-RPT-REF2
               MOVE ZERO TO WS-AGE-DAYS
               PERFORM WRITE-RECON-DETAIL
           END-IF.

      *----------------------------------------------------------------
      * SKIP-FUNDS-DETAIL steps past the availability fields a funds
      * type brings with it: 'S' three distributed amounts, 'V' a
      * value date and time, 'D' a count followed by that many
      * day/amount pairs.  Immediate, one-day, two-day and unknown
      * availability ('0', '1', '2', 'Z') carry none.
      *----------------------------------------------------------------
       SKIP-FUNDS-DETAIL.
           EVALUATE WS-BAI-FUNDS-TYPE
               WHEN 'S'
                   PERFORM NEXT-BAI-FIELD
                   PERFORM NEXT-BAI-FIELD
                   PERFORM NEXT-BAI-FIELD
               WHEN 'V'
                   PERFORM NEXT-BAI-FIELD
                   PERFORM NEXT-BAI-FIELD
               WHEN 'D'
                   PERFORM NEXT-BAI-FIELD
                   MOVE ZERO TO WS-BAI-DIST-COUNT
                   IF WS-BAI-FIELD (1:1) NUMERIC
                       MOVE ZERO TO WS-BAI-LEN
                       INSPECT WS-BAI-FIELD TALLYING WS-BAI-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF WS-BAI-LEN <= 3
                          AND WS-BAI-FIELD (1:WS-BAI-LEN) NUMERIC
                           MOVE WS-BAI-FIELD (1:WS-BAI-LEN)
                               TO WS-BAI-DIST-COUNT
                       END-IF
                   END-IF
                   PERFORM UNTIL WS-BAI-DIST-COUNT = ZERO
                              OR WS-BAI-END
                       PERFORM NEXT-BAI-FIELD
                       PERFORM NEXT-BAI-FIELD
                       SUBTRACT 1 FROM WS-BAI-DIST-COUNT
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * CONVERT-BAI-AMOUNT turns the BAI2 amount in WS-BAI-FIELD -
      * digits in cents, optionally signed - into WS-BAI-AMOUNT.
      *----------------------------------------------------------------
       CONVERT-BAI-AMOUNT.
           MOVE 'Y' TO WS-BAI-AMOUNT-OK-SW
           MOVE 'N' TO WS-BAI-NEGATIVE-SW
           MOVE ZERO TO WS-BAI-AMOUNT
           MOVE 1 TO WS-BAI-START
           IF WS-BAI-FIELD (1:1) = '-'
               SET WS-BAI-NEGATIVE TO TRUE
               MOVE 2 TO WS-BAI-START
           END-IF
           IF WS-BAI-FIELD (1:1) = '+'
               MOVE 2 TO WS-BAI-START
           END-IF
           MOVE ZERO TO WS-BAI-LEN
           INSPECT WS-BAI-FIELD (WS-BAI-START:) TALLYING WS-BAI-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-BAI-LEN > ZERO
               IF WS-BAI-LEN > 16
                  OR WS-BAI-FIELD (WS-BAI-START:WS-BAI-LEN)
                         NOT NUMERIC
                   MOVE 'N' TO WS-BAI-AMOUNT-OK-SW
               ELSE
                   MOVE WS-BAI-FIELD (WS-BAI-START:WS-BAI-LEN)
                       TO WS-BAI-CENTS
                   COMPUTE WS-BAI-AMOUNT = WS-BAI-CENTS / 100
                   IF WS-BAI-NEGATIVE
                       COMPUTE WS-BAI-AMOUNT = ZERO - WS-BAI-AMOUNT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * RESOLVE-BANK-ACCOUNT looks the statement's bank account up in
      * the cross-reference, leaving its GL cash account in
      * WS-BAI-CASH-ACCOUNT.
      *----------------------------------------------------------------
       RESOLVE-BANK-ACCOUNT.
           MOVE 'N' TO WS-BAI-ACCT-MAPPED-SW
           MOVE SPACES TO WS-BAI-CASH-ACCOUNT
           MOVE ZERO TO WS-BA-SUB
           PERFORM UNTIL WS-BAI-ACCT-MAPPED OR WS-BA-SUB >= WS-BA-USED
               ADD 1 TO WS-BA-SUB
               IF WS-BA-BANK-ACCOUNT (WS-BA-SUB) = WS-BAI-BANK-ACCOUNT
                   SET WS-BAI-ACCT-MAPPED TO TRUE
                   MOVE WS-BA-CASH (WS-BA-SUB) TO WS-BAI-CASH-ACCOUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * LOAD-GL-POSTINGS reads today's GL posting interface and keeps
      * every journal entry that debits a reconciled cash account -
      * the cash side of each parser batch, lockbox deposit and
      * released hold.  Credits, control records and debits to any
      * other account are passed over.  No GLPOST means nothing was
      * booked today; the bank side still reconciles against the
      * open GL items.
      *----------------------------------------------------------------
       LOAD-GL-POSTINGS.
           OPEN INPUT GL-POST-FILE
           IF WS-GLPOST-STATUS = '00'
               PERFORM UNTIL WS-GLPOST-EOF
                   READ GL-POST-FILE
                       AT END
                           SET WS-GLPOST-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-GL-POSTING
                   END-READ
               END-PERFORM
               CLOSE GL-POST-FILE
           ELSE
               DISPLAY 'GL POSTING FILE NOT ON FILE - STATUS '
                   WS-GLPOST-STATUS ' - NO NEW GL ENTRIES TODAY'
           END-IF.

       LOAD-ONE-GL-POSTING.
           MOVE SPACES TO WS-GLP-FIELDS
           UNSTRING GL-POST-RECORD DELIMITED BY ','
               INTO WS-GLP-TAG
                    WS-GLP-BATCH
                    WS-GLP-DATE
                    WS-GLP-SIDE
                    WS-GLP-ACCOUNT
                    WS-GLP-AMOUNT-X
                    WS-GLP-COMPANY
           END-UNSTRING
           IF WS-GLP-TAG = 'JE' AND WS-GLP-SIDE = 'DR'
               PERFORM FIND-CASH-ACCOUNT
               IF WS-BA-FOUND
                   MOVE WS-GLP-AMOUNT-X TO WS-AMOUNT-DE-EDIT
                   PERFORM DE-EDIT-ITEM-AMOUNT
                   IF NOT WS-ITEM-AMOUNT-OK
                       DISPLAY 'GL ENTRY AMOUNT UNREADABLE - '
                           'NOT RECONCILED - ' GL-POST-RECORD
                   ELSE
                       IF WS-GL-USED >= WS-GL-MAX
                           DISPLAY 'GL ITEM TABLE FULL - ENTRY NOT '
                               'RECONCILED - ' GL-POST-RECORD
                       ELSE
                           ADD 1 TO WS-GL-DEBIT-COUNT
                           ADD WS-ITEM-AMOUNT TO WS-GL-DEBIT-TOTAL
                           ADD 1 TO WS-GL-USED
                           MOVE WS-GLP-ACCOUNT
                               TO WS-GL-CASH (WS-GL-USED)
                           MOVE WS-GLP-DATE TO WS-GL-DATE (WS-GL-USED)
                           MOVE WS-ITEM-AMOUNT
                               TO WS-GL-AMOUNT (WS-GL-USED)
                           MOVE WS-GLP-BATCH
                               TO WS-GL-BATCH (WS-GL-USED)
                           MOVE WS-GLP-COMPANY
                               TO WS-GL-COMPANY (WS-GL-USED)
                           MOVE WS-CURRENT-DATE
                               TO WS-GL-FIRST-SEEN (WS-GL-USED)
                           MOVE 'U' TO WS-GL-STATE (WS-GL-USED)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * FIND-CASH-ACCOUNT checks whether the GL account on the
      * current posting is one of the reconciled cash accounts.
      *----------------------------------------------------------------
       FIND-CASH-ACCOUNT.
           MOVE 'N' TO WS-BA-FOUND-SW
           MOVE ZERO TO WS-BA-SUB
           PERFORM UNTIL WS-BA-FOUND OR WS-BA-SUB >= WS-BA-USED
               ADD 1 TO WS-BA-SUB
               IF WS-BA-CASH (WS-BA-SUB) = WS-GLP-ACCOUNT
                   SET WS-BA-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * MATCH-ONE-TO-ONE pairs each open bank credit with the first
      * open GL cash debit on the same cash account, for the same
      * settlement date and the same amount.
      *----------------------------------------------------------------
       MATCH-ONE-TO-ONE.
           MOVE ZERO TO WS-BK-SUB
           PERFORM UNTIL WS-BK-SUB >= WS-BK-USED
               ADD 1 TO WS-BK-SUB
               IF WS-BK-STATE (WS-BK-SUB) = 'U'
                   PERFORM MATCH-BANK-TO-ONE-GL
               END-IF
           END-PERFORM.

       MATCH-BANK-TO-ONE-GL.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           MOVE ZERO TO WS-GL-SUB
           PERFORM UNTIL WS-ITEM-FOUND OR WS-GL-SUB >= WS-GL-USED
               ADD 1 TO WS-GL-SUB
               IF WS-GL-STATE (WS-GL-SUB) = 'U'
                  AND WS-GL-CASH (WS-GL-SUB) = WS-BK-CASH (WS-BK-SUB)
                  AND WS-GL-DATE (WS-GL-SUB) = WS-BK-DATE (WS-BK-SUB)
                  AND WS-GL-AMOUNT (WS-GL-SUB)
                          = WS-BK-AMOUNT (WS-BK-SUB)
                   SET WS-ITEM-FOUND TO TRUE
                   MOVE 'M' TO WS-GL-STATE (WS-GL-SUB)
                   MOVE 'M' TO WS-BK-STATE (WS-BK-SUB)
                   ADD 1 TO WS-MATCH-ONE-COUNT
                   ADD WS-BK-AMOUNT (WS-BK-SUB) TO WS-MATCHED-TOTAL
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * MATCH-BANK-TO-MANY-GL ties one bank credit to several GL
      * entries - the bank settling a day's ACH batches, or a
      * released compliance hold joining its batch, as one lump - when
      * every open GL debit on that cash account and settlement date
      * adds up to the credit exactly.
      *----------------------------------------------------------------
       MATCH-BANK-TO-MANY-GL.
           MOVE ZERO TO WS-BK-SUB
           PERFORM UNTIL WS-BK-SUB >= WS-BK-USED
               ADD 1 TO WS-BK-SUB
               IF WS-BK-STATE (WS-BK-SUB) = 'U'
                   PERFORM SUM-GL-FOR-BANK
                   IF WS-GROUP-COUNT > 1
                      AND WS-GROUP-TOTAL = WS-BK-AMOUNT (WS-BK-SUB)
                       MOVE 'M' TO WS-BK-STATE (WS-BK-SUB)
                       PERFORM MARK-GL-FOR-BANK
                       ADD 1 TO WS-MATCH-MANY-COUNT
                       ADD WS-BK-AMOUNT (WS-BK-SUB)
                           TO WS-MATCHED-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       SUM-GL-FOR-BANK.
           MOVE ZERO TO WS-GROUP-TOTAL
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE ZERO TO WS-GL-SUB
           PERFORM UNTIL WS-GL-SUB >= WS-GL-USED
               ADD 1 TO WS-GL-SUB
               IF WS-GL-STATE (WS-GL-SUB) = 'U'
                  AND WS-GL-CASH (WS-GL-SUB) = WS-BK-CASH (WS-BK-SUB)
                  AND WS-GL-DATE (WS-GL-SUB) = WS-BK-DATE (WS-BK-SUB)
                   ADD WS-GL-AMOUNT (WS-GL-SUB) TO WS-GROUP-TOTAL
                   ADD 1 TO WS-GROUP-COUNT
               END-IF
           END-PERFORM.

       MARK-GL-FOR-BANK.
           MOVE ZERO TO WS-GL-SUB
           PERFORM UNTIL WS-GL-SUB >= WS-GL-USED
               ADD 1 TO WS-GL-SUB
               IF WS-GL-STATE (WS-GL-SUB) = 'U'
                  AND WS-GL-CASH (WS-GL-SUB) = WS-BK-CASH (WS-BK-SUB)
                  AND WS-GL-DATE (WS-GL-SUB) = WS-BK-DATE (WS-BK-SUB)
                   MOVE 'M' TO WS-GL-STATE (WS-GL-SUB)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * MATCH-GL-TO-MANY-BANK is the other direction: one GL entry
      * the bank paid in several credits on the same day.
      *----------------------------------------------------------------
       MATCH-GL-TO-MANY-BANK.
           MOVE ZERO TO WS-GL-SUB
           PERFORM UNTIL WS-GL-SUB >= WS-GL-USED
               ADD 1 TO WS-GL-SUB
               IF WS-GL-STATE (WS-GL-SUB) = 'U'
                   PERFORM SUM-BANK-FOR-GL
                   IF WS-GROUP-COUNT > 1
                      AND WS-GROUP-TOTAL = WS-GL-AMOUNT (WS-GL-SUB)
                       MOVE 'M' TO WS-GL-STATE (WS-GL-SUB)
                       PERFORM MARK-BANK-FOR-GL
                       ADD 1 TO WS-MATCH-MANY-COUNT
                       ADD WS-GL-AMOUNT (WS-GL-SUB)
                           TO WS-MATCHED-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       SUM-BANK-FOR-GL.
           MOVE ZERO TO WS-GROUP-TOTAL
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE ZERO TO WS-BK-SUB
           PERFORM UNTIL WS-BK-SUB >= WS-BK-USED
               ADD 1 TO WS-BK-SUB
               IF WS-BK-STATE (WS-BK-SUB) = 'U'
                  AND WS-BK-CASH (WS-BK-SUB) = WS-GL-CASH (WS-GL-SUB)
                  AND WS-BK-DATE (WS-BK-SUB) = WS-GL-DATE (WS-GL-SUB)
                   ADD WS-BK-AMOUNT (WS-BK-SUB) TO WS-GROUP-TOTAL
                   ADD 1 TO WS-GROUP-COUNT
               END-IF
           END-PERFORM.

       MARK-BANK-FOR-GL.
           MOVE ZERO TO WS-BK-SUB
           PERFORM UNTIL WS-BK-SUB >= WS-BK-USED
               ADD 1 TO WS-BK-SUB
               IF WS-BK-STATE (WS-BK-SUB) = 'U'
                  AND WS-BK-CASH (WS-BK-SUB) = WS-GL-CASH (WS-GL-SUB)
                  AND WS-BK-DATE (WS-BK-SUB) = WS-GL-DATE (WS-GL-SUB)
                   MOVE 'M' TO WS-BK-STATE (WS-BK-SUB)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * REPORT-AMOUNT-MISMATCHES reports each bank credit still open
      * against the open GL debits for the same cash account and
      * settlement date - money arrived and was booked, but not for
      * the same amount.  Both sides stay open and carry forward, so
      * a late GL entry or bank adjustment can still clear them.
      *----------------------------------------------------------------
       REPORT-AMOUNT-MISMATCHES.
           MOVE ZERO TO WS-BK-SUB
           PERFORM UNTIL WS-BK-SUB >= WS-BK-USED
               ADD 1 TO WS-BK-SUB
               IF WS-BK-STATE (WS-BK-SUB) = 'U'
                   PERFORM SUM-GL-FOR-BANK
                   IF WS-GROUP-COUNT > ZERO
                       PERFORM WRITE-MISMATCH-DETAIL
                       MOVE 'X' TO WS-BK-STATE (WS-BK-SUB)
                       PERFORM MARK-GL-MISMATCHED
                   END-IF
               END-IF
           END-PERFORM.

       MARK-GL-MISMATCHED.
           MOVE ZERO TO WS-GL-SUB
           PERFORM UNTIL WS-GL-SUB >= WS-GL-USED
               ADD 1 TO WS-GL-SUB
               IF WS-GL-STATE (WS-GL-SUB) = 'U'
                  AND WS-GL-CASH (WS-GL-SUB) = WS-BK-CASH (WS-BK-SUB)
                  AND WS-GL-DATE (WS-GL-SUB) = WS-BK-DATE (WS-BK-SUB)
                   MOVE 'X' TO WS-GL-STATE (WS-GL-SUB)
               END-IF
           END-PERFORM.

       WRITE-MISMATCH-DETAIL.
           ADD 1 TO WS-MISMATCH-COUNT
           COMPUTE WS-VARIANCE =
               WS-BK-AMOUNT (WS-BK-SUB) - WS-GROUP-TOTAL
           MOVE WS-BK-AMOUNT (WS-BK-SUB) TO WS-RPT-AMOUNT-EDIT
           MOVE WS-GROUP-TOTAL TO WS-RPT-AMOUNT2-EDIT
           MOVE WS-VARIANCE TO WS-RPT-VARIANCE-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING '  AMOUNT MISMATCH                ' DELIMITED BY SIZE
                  WS-BK-CASH (WS-BK-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BK-DATE (WS-BK-SUB) DELIMITED BY SIZE
                  ' BANK ' DELIMITED BY SIZE
                  WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
                  '  GL ' DELIMITED BY SIZE
                  WS-RPT-AMOUNT2-EDIT DELIMITED BY SIZE
                  '  VARIANCE ' DELIMITED BY SIZE
                  WS-RPT-VARIANCE-EDIT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE.

      *----------------------------------------------------------------
      * REPORT-AND-CARRY-BANK-ITEMS and REPORT-AND-CARRY-GL-ITEMS
      * close the run.  Every item left open is carried forward to
      * BAINEW with its first-seen date, and each one not already on
      * the report as half of a mismatch is listed with its age: a
      * bank credit with no GL entry, a GL entry the bank never paid
      * (its settlement date has come and gone), or a GL entry still
      * awaiting settlement after the statement date.
      *----------------------------------------------------------------
       REPORT-AND-CARRY-BANK-ITEMS.
           MOVE ZERO TO WS-BK-SUB
           PERFORM UNTIL WS-BK-SUB >= WS-BK-USED
               ADD 1 TO WS-BK-SUB
               IF WS-BK-STATE (WS-BK-SUB) NOT = 'M'
                   MOVE WS-BK-FIRST-SEEN (WS-BK-SUB) TO WS-RPT-DATE
                   PERFORM AGE-OPEN-ITEM
                   MOVE WS-RPT-DATE TO WS-BK-FIRST-SEEN (WS-BK-SUB)
                   IF WS-BK-STATE (WS-BK-SUB) = 'U'
                       ADD 1 TO WS-BANK-ONLY-COUNT
                       ADD WS-BK-AMOUNT (WS-BK-SUB)
                           TO WS-BANK-ONLY-TOTAL
                       MOVE 'BANK CREDIT - NO GL ENTRY'
                           TO WS-RPT-LABEL
                       MOVE WS-BK-CASH (WS-BK-SUB) TO WS-RPT-ACCOUNT
                       MOVE WS-BK-DATE (WS-BK-SUB) TO WS-RPT-DATE
                       MOVE WS-BK-AMOUNT (WS-BK-SUB)
                           TO WS-RPT-AMOUNT-EDIT
                       MOVE WS-BK-TYPE (WS-BK-SUB) TO WS-RPT-REF1
                       MOVE WS-BK-REF (WS-BK-SUB) TO WS-RPT-REF2
                       PERFORM WRITE-RECON-DETAIL
                   END-IF
                   MOVE WS-BK-AMOUNT (WS-BK-SUB) TO WS-AMOUNT-FILE
                   MOVE SPACES TO WS-CARRY-LINE
                   STRING 'B,' DELIMITED BY SIZE
                          WS-BK-CASH (WS-BK-SUB) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-BK-DATE (WS-BK-SUB) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-AMOUNT-FILE DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-BK-TYPE (WS-BK-SUB) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-BK-REF (WS-BK-SUB) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-BK-FIRST-SEEN (WS-BK-SUB)
                              DELIMITED BY SPACE
                          INTO WS-CARRY-LINE
                   WRITE RECON-NEW-RECORD FROM WS-CARRY-LINE
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-PERFORM.

       REPORT-AND-CARRY-GL-ITEMS.
           MOVE ZERO TO WS-GL-SUB
           PERFORM UNTIL WS-GL-SUB >= WS-GL-USED
               ADD 1 TO WS-GL-SUB
               IF WS-GL-STATE (WS-GL-SUB) NOT = 'M'
                   MOVE WS-GL-FIRST-SEEN (WS-GL-SUB) TO WS-RPT-DATE
                   PERFORM AGE-OPEN-ITEM
                   MOVE WS-RPT-DATE TO WS-GL-FIRST-SEEN (WS-GL-SUB)
                   IF WS-GL-STATE (WS-GL-SUB) = 'U'
                       IF WS-GL-DATE (WS-GL-SUB) > WS-BAI-AS-OF-DATE
                           ADD 1 TO WS-GL-AWAIT-COUNT
                           ADD WS-GL-AMOUNT (WS-GL-SUB)
                               TO WS-GL-AWAIT-TOTAL
                           MOVE 'GL ENTRY - AWAITING SETTLEMENT'
                               TO WS-RPT-LABEL
                       ELSE
                           ADD 1 TO WS-GL-UNPAID-COUNT
                           ADD WS-GL-AMOUNT (WS-GL-SUB)
                               TO WS-GL-UNPAID-TOTAL
                           MOVE 'GL ENTRY - NOT PAID BY BANK'
                               TO WS-RPT-LABEL
                       END-IF
                       MOVE WS-GL-CASH (WS-GL-SUB) TO WS-RPT-ACCOUNT
                       MOVE WS-GL-DATE (WS-GL-SUB) TO WS-RPT-DATE
                       MOVE WS-GL-AMOUNT (WS-GL-SUB)
                           TO WS-RPT-AMOUNT-EDIT
                       MOVE WS-GL-BATCH (WS-GL-SUB) TO WS-RPT-REF1
                       MOVE WS-GL-COMPANY (WS-GL-SUB) TO WS-RPT-REF2
                       PERFORM WRITE-RECON-DETAIL
                   END-IF
                   MOVE WS-GL-AMOUNT (WS-GL-SUB) TO WS-AMOUNT-FILE
                   MOVE SPACES TO WS-CARRY-LINE
                   STRING 'G,' DELIMITED BY SIZE
                          WS-GL-CASH (WS-GL-SUB) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-GL-DATE (WS-GL-SUB) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-AMOUNT-FILE DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          WS-GL-BATCH (WS-GL-SUB) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-GL-COMPANY (WS-GL-SUB) DELIMITED BY SPACE
                          ',' DELIMITED BY SIZE
                          WS-GL-FIRST-SEEN (WS-GL-SUB)
                              DELIMITED BY SPACE
                          INTO WS-CARRY-LINE
                   WRITE RECON-NEW-RECORD FROM WS-CARRY-LINE
                   ADD 1 TO WS-CARRIED-COUNT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * AGE-OPEN-ITEM ages an open item from the first-seen date in
      * WS-RPT-DATE to today, defaulting a missing or damaged date to
      * today (which it hands back in WS-RPT-DATE for the carry).
      *----------------------------------------------------------------
       AGE-OPEN-ITEM.
           IF WS-RPT-DATE = SPACES OR WS-RPT-DATE NOT NUMERIC
               MOVE WS-CURRENT-DATE TO WS-RPT-DATE
           END-IF
           MOVE WS-RPT-DATE TO WS-DN-DATE
           PERFORM CONVERT-DATE-TO-DAY-NUMBER
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUMBER - WS-DN-RESULT
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

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

      *----------------------------------------------------------------
      * WRITE-RECON-DETAIL writes one reconciling item from the
      * WS-RPT-* fields: what it is, the account, the date, the
      * amount, its two references and how many days it has been
      * open.
      *----------------------------------------------------------------
       WRITE-RECON-DETAIL.
           MOVE WS-AGE-DAYS TO WS-AGE-DAYS-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-RPT-LABEL DELIMITED BY SIZE
                  WS-RPT-ACCOUNT (1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RPT-REF1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RPT-REF2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AGE-DAYS-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           IF WS-RPT-ACCOUNT (11:10) NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING '    BANK ACCOUNT ' DELIMITED BY SIZE
                      WS-RPT-ACCOUNT DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Report framing, in the house one-header one-footer style.
      *----------------------------------------------------------------
       WRITE-RECON-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BAI2 PRIOR-DAY BANK RECONCILIATION - RECONCILING '
                  'ITEMS - RUN DATE ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ITEM                           ACCOUNT    DATE   '
                  DELIMITED BY SIZE
                  '          AMOUNT  TYPE/BATCH       REFERENCE'
                  DELIMITED BY SIZE
                  '          AGE' DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-RECON-FOOTER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'STATEMENT AS OF: ' DELIMITED BY SIZE
                  WS-BAI-AS-OF-DATE DELIMITED BY SIZE
                  '  BAI2 RECORDS: ' DELIMITED BY SIZE
                  WS-BAI-RECORD-COUNT DELIMITED BY SIZE
                  '  ACCOUNTS OUT OF BALANCE: ' DELIMITED BY SIZE
                  WS-ACCT-OOB-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-BANK-CREDIT-TOTAL TO WS-RPT-TOTAL-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BANK CREDITS READ:      ' DELIMITED BY SIZE
                  WS-BANK-CREDIT-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
                  '  NOT IN TABLE: ' DELIMITED BY SIZE
                  WS-UNMAPPED-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-GL-DEBIT-TOTAL TO WS-RPT-TOTAL-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GL CASH DEBITS READ:    ' DELIMITED BY SIZE
                  WS-GL-DEBIT-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
                  '  OPEN ITEMS BROUGHT: ' DELIMITED BY SIZE
                  WS-OPEN-ITEM-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-MATCHED-TOTAL TO WS-RPT-TOTAL-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MATCHED ONE-TO-ONE:     ' DELIMITED BY SIZE
                  WS-MATCH-ONE-COUNT DELIMITED BY SIZE
                  '  AS A GROUP: ' DELIMITED BY SIZE
                  WS-MATCH-MANY-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'AMOUNT MISMATCHES:      ' DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-BANK-ONLY-TOTAL TO WS-RPT-TOTAL-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BANK CREDIT, NO GL:     ' DELIMITED BY SIZE
                  WS-BANK-ONLY-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-GL-UNPAID-TOTAL TO WS-RPT-TOTAL-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GL NOT PAID BY BANK:    ' DELIMITED BY SIZE
                  WS-GL-UNPAID-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-GL-AWAIT-TOTAL TO WS-RPT-TOTAL-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GL AWAITING SETTLEMENT: ' DELIMITED BY SIZE
                  WS-GL-AWAIT-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPEN ITEMS CARRIED FORWARD: ' DELIMITED BY SIZE
                  WS-CARRIED-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RECON-RPT-RECORD FROM WS-RPT-LINE.
