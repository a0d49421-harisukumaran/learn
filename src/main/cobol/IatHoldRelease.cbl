       IDENTIFICATION DIVISION.
       PROGRAM-ID. IatHoldRelease.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IAT-HOLD-FILE ASSIGN TO 'IATHOLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IATHOLD-STATUS.
           SELECT IAT-HOLD-NEW-FILE ASSIGN TO 'IATHNEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IATHNEW-STATUS.
           SELECT IAT-DECISION-FILE ASSIGN TO 'IATDECN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IATDECN-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT REMIT-OUT-FILE ASSIGN TO 'REMITOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT GL-POST-FILE ASSIGN TO 'GLPOST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT ORIG-HIST-FILE ASSIGN TO 'ORIGHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-TRACE-NUMBER
               FILE STATUS IS WS-ORIGHIST-STATUS.
           SELECT IAT-AUDIT-FILE ASSIGN TO 'IATAUDIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IATAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IAT-HOLD-FILE.
       01  IAT-HOLD-RECORD PIC X(200).

       FD  IAT-HOLD-NEW-FILE.
       01  IAT-HOLD-NEW-RECORD PIC X(200).

       FD  IAT-DECISION-FILE.
       01  IAT-DECISION-RECORD PIC X(80).

       FD  CUST-MASTER-FILE.
       01  CUST-MASTER-RECORD.
           05  CM-ACCOUNT-NUMBER      PIC X(20).
           05  CM-CUSTOMER-NAME       PIC X(30).
           05  CM-CUSTOMER-STATUS     PIC X(01).

       FD  REMIT-OUT-FILE.
       01  REMIT-OUT-RECORD PIC X(100).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD PIC X(150).

       FD  GL-POST-FILE.
       01  GL-POST-RECORD PIC X(100).

       FD  ORIG-HIST-FILE.
       COPY ORIGREC.

       FD  IAT-AUDIT-FILE.
       01  IAT-AUDIT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-IATHOLD-STATUS          PIC XX VALUE SPACES.
       01  WS-IATHNEW-STATUS          PIC XX VALUE SPACES.
       01  WS-IATDECN-STATUS          PIC XX VALUE SPACES.
       01  WS-CUSTMST-STATUS          PIC XX VALUE SPACES.
       01  WS-REMIT-STATUS            PIC XX VALUE SPACES.
       01  WS-SUSPENSE-STATUS         PIC XX VALUE SPACES.
       01  WS-GLPOST-STATUS           PIC XX VALUE SPACES.
       01  WS-ORIGHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-IATAUDIT-STATUS         PIC XX VALUE SPACES.
       01  WS-HOLD-EOF-SW             PIC X VALUE 'N'.
           88  WS-HOLD-EOF                VALUE 'Y'.
       01  WS-DECISION-EOF-SW         PIC X VALUE 'N'.
           88  WS-DECISION-EOF            VALUE 'Y'.
       01  WS-CUSTMST-OPEN-SW         PIC X VALUE 'N'.
           88  WS-CUSTMST-OPEN            VALUE 'Y'.
       01  WS-ORIGHIST-OPEN-SW        PIC X VALUE 'N'.
           88  WS-ORIGHIST-OPEN           VALUE 'Y'.
       01  WS-CUST-FOUND-SW           PIC X VALUE 'Y'.
           88  WS-CUST-FOUND              VALUE 'Y'.
           88  WS-CUST-NOT-FOUND          VALUE 'N'.

      * One split compliance hold, in the layout NachaParser's
      * HOLD-IAT-ENTRY queues it: the entry trace, receiver account,
      * edited amount, company code, batch number, settlement date,
      * the batch's cash and AR clearing accounts, the screening
      * field and value that hit, the originator name and the date
      * the payment was held.  The hold carries everything needed to
      * finish the payment's journey, so the NACHA file is never
      * re-read.
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-TRACE          PIC X(15) VALUE SPACES.
           05  WS-HOLD-ACCOUNT        PIC X(20) VALUE SPACES.
           05  WS-HOLD-AMOUNT-X       PIC X(11) VALUE SPACES.
           05  WS-HOLD-COMPANY-CODE   PIC X(04) VALUE SPACES.
           05  WS-HOLD-BATCH          PIC X(10) VALUE SPACES.
           05  WS-HOLD-SETTLE-DATE    PIC X(08) VALUE SPACES.
           05  WS-HOLD-CASH-ACCOUNT   PIC X(10) VALUE SPACES.
           05  WS-HOLD-ARCLR-ACCOUNT  PIC X(10) VALUE SPACES.
           05  WS-HOLD-REASON         PIC X(20) VALUE SPACES.
           05  WS-HOLD-HIT-VALUE      PIC X(20) VALUE SPACES.
           05  WS-HOLD-ORIG-NAME      PIC X(20) VALUE SPACES.
           05  WS-HOLD-DATE           PIC X(08) VALUE SPACES.

      * Compliance decisions for the day, one 'TRACE,ACTION,OPERATOR'
      * record each: CLEAR releases a false positive into the AR
      * import, BLOCK confirms the hit and keeps the funds out for
      * good.  Decisions are loaded first and the hold queue swept
      * against them; a decision that never finds its hold is
      * reported, never silently dropped.
       01  WS-DECN-FIELDS.
           05  WS-DECN-TRACE          PIC X(15) VALUE SPACES.
           05  WS-DECN-ACTION         PIC X(05) VALUE SPACES.
           05  WS-DECN-OPERATOR       PIC X(08) VALUE SPACES.
       01  WS-DECN-FILLER             PIC X(20) VALUE SPACES.
       01  WS-DECISION-TABLE.
           05  WS-DT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-TRACE        PIC X(15).
               10  WS-DT-ACTION       PIC X(05).
               10  WS-DT-OPERATOR     PIC X(08).
               10  WS-DT-USED-SW      PIC X(01).
       01  WS-DT-USED                 PIC 9(3) COMP VALUE ZERO.
       01  WS-DT-MAX                  PIC 9(3) COMP VALUE 500.
       01  WS-DT-SUB                  PIC 9(3) COMP VALUE ZERO.
       01  WS-DT-FOUND-SW             PIC X VALUE 'N'.
           88  WS-DT-FOUND                VALUE 'Y'.

      * De-editing workspace for the hold amount, as in
      * SuspenseWorkoff.
       01  WS-AMOUNT-DE-EDIT.
           05  WS-AMT-WHOLE-X         PIC X(08).
           05  FILLER                 PIC X(01).
           05  WS-AMT-CENTS-X         PIC X(02).
       01  WS-AMT-WHOLE               PIC 9(08).
       01  WS-AMT-CENTS               PIC 9(02).
       01  WS-HOLD-AMOUNT-NUM         PIC 9(8)V99 VALUE ZERO.
       01  WS-HOLD-AMOUNT-FILE        PIC ZZZZZZZ9.99.

      * GL posting working-storage.  A cleared hold books the cash
      * debit and AR clearing credit its batch's journal entry left
      * out, under the batch number and settlement date it was held
      * from, and this run closes its contribution to GLPOST with its
      * own control record.
       01  WS-GL-POST-LINE            PIC X(100) VALUE SPACES.
       01  WS-GL-AMOUNT-FILE          PIC ZZZZZZZZZZ9.99.
       01  WS-GL-JE-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-GL-RUN-DOLLARS          PIC 9(14)V99 COMP-3 VALUE ZERO.
       01  WS-RUN-DOLLARS-FILE        PIC ZZZZZZZZZZZZZ9.99.

       01  WS-NEW-ORIG-STATUS         PIC X(01) VALUE SPACES.
       01  WS-AUDIT-ACTION            PIC X(05) VALUE SPACES.
       01  WS-AUDIT-OPERATOR          PIC X(08) VALUE SPACES.
       01  WS-AUDIT-TRACE             PIC X(15) VALUE SPACES.
       01  WS-AUDIT-DISPOSITION       PIC X(30) VALUE SPACES.
       01  WS-AUDIT-LINE              PIC X(132) VALUE SPACES.
       01  WS-REMIT-OUT-LINE          PIC X(100) VALUE SPACES.
       01  WS-SUSP-OUT-LINE           PIC X(150) VALUE SPACES.

       01  WS-HOLD-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-DECISION-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CLEARED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-CLEARED-TOTAL           PIC 9(10)V99 VALUE ZERO.
       01  WS-TO-SUSPENSE-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-BLOCKED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-BLOCKED-TOTAL           PIC 9(10)V99 VALUE ZERO.
       01  WS-CARRIED-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-CARRIED-TOTAL           PIC 9(10)V99 VALUE ZERO.
       01  WS-REJECTED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-EDIT              PIC $$$,$$$,$$9.99.

       01  WS-CURRENT-DATE            PIC 9(8).
       01  WS-CURRENT-TIME            PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           OPEN INPUT IAT-HOLD-FILE
           IF WS-IATHOLD-STATUS NOT = '00'
               DISPLAY 'IAT HOLD FILE WOULD NOT OPEN - STATUS '
                   WS-IATHOLD-STATUS ' - NOTHING TO RELEASE'
               STOP RUN
           END-IF

           OPEN OUTPUT IAT-AUDIT-FILE
           PERFORM WRITE-AUDIT-HEADER
           PERFORM LOAD-DECISIONS

           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUSTMST-STATUS = '00'
               SET WS-CUSTMST-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER MASTER NOT AVAILABLE - STATUS '
                   WS-CUSTMST-STATUS
                   ' - CLEARED HOLDS GO TO SUSPENSE'
           END-IF

      * The origination history is opened for update so a decided
      * hold's record can leave 'H' - for 'O' or 'S' when cleared,
      * 'B' when blocked.  With no history on file the decisions
      * still apply, they just go unrecorded there.
           OPEN I-O ORIG-HIST-FILE
           IF WS-ORIGHIST-STATUS = '00'
               SET WS-ORIGHIST-OPEN TO TRUE
           ELSE
               DISPLAY 'ORIGINATION HISTORY NOT AVAILABLE - STATUS '
                   WS-ORIGHIST-STATUS ' - DECISIONS GO UNRECORDED'
           END-IF

      * Cleared payments join the same AR import, suspense queue and
      * GL posting interface the parsers feed, so a release run can
      * follow the same day's parser run; a file no run has created
      * yet falls back to a fresh one.
           OPEN EXTEND REMIT-OUT-FILE
           IF WS-REMIT-STATUS NOT = '00'
               OPEN OUTPUT REMIT-OUT-FILE
           END-IF
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = '00'
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           OPEN EXTEND GL-POST-FILE
           IF WS-GLPOST-STATUS NOT = '00'
               OPEN OUTPUT GL-POST-FILE
           END-IF
           OPEN OUTPUT IAT-HOLD-NEW-FILE

           PERFORM UNTIL WS-HOLD-EOF
               READ IAT-HOLD-FILE
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       PERFORM DECIDE-ONE-HOLD
               END-READ
           END-PERFORM

           PERFORM REPORT-UNMATCHED-DECISIONS
           IF WS-GL-JE-COUNT > ZERO
               PERFORM WRITE-GL-CONTROL-RECORD
           END-IF
           PERFORM WRITE-AUDIT-FOOTER

           CLOSE IAT-HOLD-FILE
           CLOSE IAT-HOLD-NEW-FILE
           CLOSE REMIT-OUT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE GL-POST-FILE
           CLOSE IAT-AUDIT-FILE
           IF WS-CUSTMST-OPEN
               CLOSE CUST-MASTER-FILE
           END-IF
           IF WS-ORIGHIST-OPEN
               CLOSE ORIG-HIST-FILE
           END-IF

           DISPLAY 'IAT COMPLIANCE HOLD RELEASE SUMMARY'
           DISPLAY '  HOLDS READ:        ' WS-HOLD-COUNT
           DISPLAY '  DECISIONS READ:    ' WS-DECISION-COUNT
           DISPLAY '  CLEARED:           ' WS-CLEARED-COUNT
           DISPLAY '    TO SUSPENSE:     ' WS-TO-SUSPENSE-COUNT
           DISPLAY '  BLOCKED:           ' WS-BLOCKED-COUNT
           DISPLAY '  DECISIONS REJECTED:' WS-REJECTED-COUNT
           DISPLAY '  STILL HELD:        ' WS-CARRIED-COUNT
           DISPLAY '  STILL-HELD ITEMS WRITTEN TO IATHNEW'
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-DECISIONS reads the day's compliance decisions into the
      * decision table.  A decision with no trace, no operator or an
      * action other than CLEAR or BLOCK cannot be acted on and is
      * rejected onto the audit report; so is a second decision for
      * a trace already decided, since the first one stands.  With
      * no decision file every hold simply carries forward.
      *----------------------------------------------------------------
       LOAD-DECISIONS.
           OPEN INPUT IAT-DECISION-FILE
           IF WS-IATDECN-STATUS = '00'
               PERFORM UNTIL WS-DECISION-EOF
                   READ IAT-DECISION-FILE
                       AT END
                           SET WS-DECISION-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DECISION-COUNT
                           PERFORM LOAD-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE IAT-DECISION-FILE
           ELSE
               DISPLAY 'DECISION FILE NOT ON FILE - STATUS '
                   WS-IATDECN-STATUS ' - EVERY HOLD CARRIES FORWARD'
           END-IF.

       LOAD-ONE-DECISION.
           MOVE SPACES TO WS-DECN-FIELDS
           UNSTRING IAT-DECISION-RECORD DELIMITED BY ','
               INTO WS-DECN-TRACE
                    WS-DECN-ACTION
                    WS-DECN-OPERATOR
                    WS-DECN-FILLER
           END-UNSTRING
           MOVE WS-DECN-TRACE TO WS-AUDIT-TRACE
           MOVE WS-DECN-ACTION TO WS-AUDIT-ACTION
           MOVE WS-DECN-OPERATOR TO WS-AUDIT-OPERATOR
           MOVE SPACES TO WS-HOLD-FIELDS
           MOVE ZERO TO WS-HOLD-AMOUNT-NUM
           EVALUATE TRUE
               WHEN WS-DECN-TRACE = SPACES
                   MOVE 'REJECTED - NO TRACE NUMBER'
                       TO WS-AUDIT-DISPOSITION
                   PERFORM WRITE-REJECTED-DECISION
               WHEN WS-DECN-OPERATOR = SPACES
                   MOVE 'REJECTED - NO OPERATOR'
                       TO WS-AUDIT-DISPOSITION
                   PERFORM WRITE-REJECTED-DECISION
               WHEN WS-DECN-ACTION NOT = 'CLEAR'
                    AND WS-DECN-ACTION NOT = 'BLOCK'
                   MOVE 'REJECTED - UNKNOWN ACTION'
                       TO WS-AUDIT-DISPOSITION
                   PERFORM WRITE-REJECTED-DECISION
               WHEN OTHER
                   PERFORM FIND-DECISION
                   IF WS-DT-FOUND
                       MOVE 'REJECTED - TRACE ALREADY DECIDED'
                           TO WS-AUDIT-DISPOSITION
                       PERFORM WRITE-REJECTED-DECISION
                   ELSE
                       IF WS-DT-USED >= WS-DT-MAX
                           MOVE 'REJECTED - DECISION TABLE FULL'
                               TO WS-AUDIT-DISPOSITION
                           PERFORM WRITE-REJECTED-DECISION
                       ELSE
                           ADD 1 TO WS-DT-USED
                           MOVE WS-DECN-TRACE
                               TO WS-DT-TRACE (WS-DT-USED)
                           MOVE WS-DECN-ACTION
                               TO WS-DT-ACTION (WS-DT-USED)
                           MOVE WS-DECN-OPERATOR
                               TO WS-DT-OPERATOR (WS-DT-USED)
                           MOVE 'N' TO WS-DT-USED-SW (WS-DT-USED)
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * FIND-DECISION looks up WS-DECN-TRACE in the decision table,
      * leaving WS-DT-SUB on the entry when it is there.
      *----------------------------------------------------------------
       FIND-DECISION.
           MOVE 'N' TO WS-DT-FOUND-SW
           MOVE ZERO TO WS-DT-SUB
           PERFORM UNTIL WS-DT-FOUND OR WS-DT-SUB >= WS-DT-USED
               ADD 1 TO WS-DT-SUB
               IF WS-DT-TRACE (WS-DT-SUB) = WS-DECN-TRACE
                   SET WS-DT-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * DECIDE-ONE-HOLD splits one queued hold and applies the day's
      * decision for its trace, if there is one; an undecided hold
      * is carried forward to IATHNEW untouched.  A hold whose amount
      * no longer de-edits is carried forward as is rather than
      * released on a guess - held dollars must never move blind.
      *----------------------------------------------------------------
       DECIDE-ONE-HOLD.
           ADD 1 TO WS-HOLD-COUNT
           MOVE SPACES TO WS-HOLD-FIELDS
           UNSTRING IAT-HOLD-RECORD DELIMITED BY ','
               INTO WS-HOLD-TRACE
                    WS-HOLD-ACCOUNT
                    WS-HOLD-AMOUNT-X
                    WS-HOLD-COMPANY-CODE
                    WS-HOLD-BATCH
                    WS-HOLD-SETTLE-DATE
                    WS-HOLD-CASH-ACCOUNT
                    WS-HOLD-ARCLR-ACCOUNT
                    WS-HOLD-REASON
                    WS-HOLD-HIT-VALUE
                    WS-HOLD-ORIG-NAME
                    WS-HOLD-DATE
           END-UNSTRING
           MOVE WS-HOLD-AMOUNT-X TO WS-AMOUNT-DE-EDIT
           INSPECT WS-AMOUNT-DE-EDIT
               REPLACING LEADING SPACES BY ZEROS
           MOVE WS-HOLD-TRACE TO WS-DECN-TRACE
           PERFORM FIND-DECISION
           IF WS-DT-FOUND
              AND WS-DT-USED-SW (WS-DT-SUB) = 'N'
              AND WS-AMT-WHOLE-X NUMERIC
              AND WS-AMT-CENTS-X NUMERIC
               MOVE WS-AMT-WHOLE-X TO WS-AMT-WHOLE
               MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS
               COMPUTE WS-HOLD-AMOUNT-NUM =
                   WS-AMT-WHOLE + WS-AMT-CENTS / 100
               MOVE 'Y' TO WS-DT-USED-SW (WS-DT-SUB)
               MOVE WS-DT-TRACE (WS-DT-SUB) TO WS-AUDIT-TRACE
               MOVE WS-DT-ACTION (WS-DT-SUB) TO WS-AUDIT-ACTION
               MOVE WS-DT-OPERATOR (WS-DT-SUB) TO WS-AUDIT-OPERATOR
               IF WS-DT-ACTION (WS-DT-SUB) = 'CLEAR'
                   PERFORM CLEAR-HOLD
               ELSE
                   PERFORM BLOCK-HOLD
               END-IF
           ELSE
               IF WS-DT-FOUND
                   DISPLAY 'IAT HOLD ' WS-HOLD-COUNT
                       ' NOT RELEASED - AMOUNT UNREADABLE OR TRACE '
                       'ALREADY DECIDED - CARRIED FORWARD AS IS'
               END-IF
               WRITE IAT-HOLD-NEW-RECORD FROM IAT-HOLD-RECORD
               ADD 1 TO WS-CARRIED-COUNT
               IF WS-AMT-WHOLE-X NUMERIC AND WS-AMT-CENTS-X NUMERIC
                   MOVE WS-AMT-WHOLE-X TO WS-AMT-WHOLE
                   MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS
                   COMPUTE WS-CARRIED-TOTAL = WS-CARRIED-TOTAL
                       + WS-AMT-WHOLE + WS-AMT-CENTS / 100
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CLEAR-HOLD releases a false positive exactly the way the
      * parser would have on the day had the screen not hit: a
      * receiver account on the customer master goes to the AR
      * import in the four-field layout, and one that is not (or a
      * master that is not available) goes to the suspense queue for
      * SuspenseWorkoff.  Either way the held dollars now book to
      * the GL and the history leaves 'H'.
      *----------------------------------------------------------------
       CLEAR-HOLD.
           MOVE WS-HOLD-AMOUNT-NUM TO WS-HOLD-AMOUNT-FILE
           PERFORM LOOKUP-CUSTOMER
           IF WS-CUST-FOUND AND WS-CUSTMST-OPEN
               MOVE SPACES TO WS-REMIT-OUT-LINE
               STRING WS-HOLD-ACCOUNT DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-AMOUNT-FILE DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-TRACE DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-COMPANY-CODE DELIMITED BY SPACE
                      INTO WS-REMIT-OUT-LINE
               WRITE REMIT-OUT-RECORD FROM WS-REMIT-OUT-LINE
               MOVE 'O' TO WS-NEW-ORIG-STATUS
               PERFORM ADVANCE-ORIGINATION-STATUS
               MOVE 'CLEARED - RELEASED TO AR' TO WS-AUDIT-DISPOSITION
           ELSE
               MOVE SPACES TO WS-SUSP-OUT-LINE
               STRING WS-HOLD-ACCOUNT DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-AMOUNT-FILE DELIMITED BY SIZE
                      ',,,,,' DELIMITED BY SIZE
                      WS-HOLD-TRACE DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-COMPANY-CODE DELIMITED BY SPACE
                      INTO WS-SUSP-OUT-LINE
               WRITE SUSPENSE-RECORD FROM WS-SUSP-OUT-LINE
               MOVE 'S' TO WS-NEW-ORIG-STATUS
               PERFORM ADVANCE-ORIGINATION-STATUS
               ADD 1 TO WS-TO-SUSPENSE-COUNT
               MOVE 'CLEARED - QUEUED TO SUSPENSE'
                   TO WS-AUDIT-DISPOSITION
           END-IF
           PERFORM WRITE-GL-RELEASE-POSTING
           ADD 1 TO WS-CLEARED-COUNT
           ADD WS-HOLD-AMOUNT-NUM TO WS-CLEARED-TOTAL
           PERFORM WRITE-AUDIT-DETAIL.

      *----------------------------------------------------------------
      * BLOCK-HOLD confirms a true hit.  The payment never reaches AR
      * or the GL; its history moves to 'B' so a later return against
      * it is recognized, and the hold leaves the queue with the
      * decision on the audit report.
      *----------------------------------------------------------------
       BLOCK-HOLD.
           MOVE 'B' TO WS-NEW-ORIG-STATUS
           PERFORM ADVANCE-ORIGINATION-STATUS
           ADD 1 TO WS-BLOCKED-COUNT
           ADD WS-HOLD-AMOUNT-NUM TO WS-BLOCKED-TOTAL
           MOVE 'BLOCKED - FUNDS NOT APPLIED' TO WS-AUDIT-DISPOSITION
           PERFORM WRITE-AUDIT-DETAIL.

      *----------------------------------------------------------------
      * LOOKUP-CUSTOMER checks the hold's receiver account against
      * the customer master, exactly as the parser does for a
      * same-day remittance.
      *----------------------------------------------------------------
       LOOKUP-CUSTOMER.
           IF WS-CUSTMST-OPEN
               MOVE WS-HOLD-ACCOUNT TO CM-ACCOUNT-NUMBER
               READ CUST-MASTER-FILE
                   INVALID KEY
                       SET WS-CUST-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
               END-READ
           ELSE
               SET WS-CUST-NOT-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * ADVANCE-ORIGINATION-STATUS moves the hold's ORIGHIST record
      * out of 'H' to the status the caller left in
      * WS-NEW-ORIG-STATUS.  A record that is gone or no longer on
      * hold is left alone.
      *----------------------------------------------------------------
       ADVANCE-ORIGINATION-STATUS.
           IF WS-ORIGHIST-OPEN
               MOVE WS-HOLD-TRACE TO OH-TRACE-NUMBER
               READ ORIG-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OH-STATUS = 'H'
                           MOVE WS-NEW-ORIG-STATUS TO OH-STATUS
                           REWRITE ORIG-HIST-RECORD
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * WRITE-GL-RELEASE-POSTING books a cleared hold's dollars as
      * the balanced cash debit and AR clearing credit its batch's
      * journal entry held back, stamped with the original batch
      * number, settlement date and company.  A hold whose batch
      * company never resolved carries no accounts and stays off the
      * GL, as it would have on the day.
      *----------------------------------------------------------------
       WRITE-GL-RELEASE-POSTING.
           IF WS-HOLD-CASH-ACCOUNT NOT = SPACES
              AND WS-HOLD-AMOUNT-NUM > ZERO
               MOVE WS-HOLD-AMOUNT-NUM TO WS-GL-AMOUNT-FILE
               MOVE SPACES TO WS-GL-POST-LINE
               STRING 'JE,' DELIMITED BY SIZE
                      WS-HOLD-BATCH DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-SETTLE-DATE DELIMITED BY SPACE
                      ',DR,' DELIMITED BY SIZE
                      WS-HOLD-CASH-ACCOUNT DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-GL-AMOUNT-FILE DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-COMPANY-CODE DELIMITED BY SPACE
                      INTO WS-GL-POST-LINE
               WRITE GL-POST-RECORD FROM WS-GL-POST-LINE
               MOVE SPACES TO WS-GL-POST-LINE
               STRING 'JE,' DELIMITED BY SIZE
                      WS-HOLD-BATCH DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-SETTLE-DATE DELIMITED BY SPACE
                      ',CR,' DELIMITED BY SIZE
                      WS-HOLD-ARCLR-ACCOUNT DELIMITED BY SPACE
                      ',' DELIMITED BY SIZE
                      WS-GL-AMOUNT-FILE DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      WS-HOLD-COMPANY-CODE DELIMITED BY SPACE
                      INTO WS-GL-POST-LINE
               WRITE GL-POST-RECORD FROM WS-GL-POST-LINE
               ADD 1 TO WS-GL-JE-COUNT
               ADD WS-HOLD-AMOUNT-NUM TO WS-GL-RUN-DOLLARS
           END-IF.

      *----------------------------------------------------------------
      * WRITE-GL-CONTROL-RECORD closes this run's contribution to the
      * shared GL posting interface with its own journal entry count
      * and released dollars, in the layout the parsers' control
      * records use.  A run that cleared nothing onto the GL adds
      * nothing to it.
      *----------------------------------------------------------------
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
      * REPORT-UNMATCHED-DECISIONS rejects every decision whose trace
      * had no hold on the queue - mistyped, or already decided on an
      * earlier run - so compliance sees that it did nothing.
      *----------------------------------------------------------------
       REPORT-UNMATCHED-DECISIONS.
           MOVE SPACES TO WS-HOLD-FIELDS
           MOVE ZERO TO WS-HOLD-AMOUNT-NUM
           MOVE ZERO TO WS-DT-SUB
           PERFORM UNTIL WS-DT-SUB >= WS-DT-USED
               ADD 1 TO WS-DT-SUB
               IF WS-DT-USED-SW (WS-DT-SUB) = 'N'
                   MOVE WS-DT-TRACE (WS-DT-SUB) TO WS-AUDIT-TRACE
                   MOVE WS-DT-ACTION (WS-DT-SUB) TO WS-AUDIT-ACTION
                   MOVE WS-DT-OPERATOR (WS-DT-SUB)
                       TO WS-AUDIT-OPERATOR
                   MOVE 'REJECTED - NO HOLD ON FILE'
                       TO WS-AUDIT-DISPOSITION
                   PERFORM WRITE-REJECTED-DECISION
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * WRITE-AUDIT-DETAIL records one decision on the compliance
      * audit report: when, who, what action, which payment - trace,
      * account, amount, company, the screening reason it was held
      * for and the date held - and what became of it.
      * WRITE-REJECTED-DECISION does the same for a decision that
      * could not be applied.
      *----------------------------------------------------------------
       WRITE-REJECTED-DECISION.
           ADD 1 TO WS-REJECTED-COUNT
           PERFORM WRITE-AUDIT-DETAIL.

       WRITE-AUDIT-DETAIL.
           MOVE WS-HOLD-AMOUNT-NUM TO WS-HOLD-AMOUNT-FILE
           MOVE SPACES TO WS-AUDIT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURRENT-TIME (1:6) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-OPERATOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-TRACE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HOLD-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HOLD-AMOUNT-FILE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HOLD-COMPANY-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HOLD-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-DISPOSITION DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE IAT-AUDIT-RECORD FROM WS-AUDIT-LINE.

      *----------------------------------------------------------------
      * Report framing, in the house one-header one-footer style.
      *----------------------------------------------------------------
       WRITE-AUDIT-HEADER.
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'IAT COMPLIANCE HOLD DECISION AUDIT - RUN DATE '
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE IAT-AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE SPACES TO WS-AUDIT-LINE
           STRING '  DATE     TIME   OPERATOR ACTN  TRACE'
                  DELIMITED BY SIZE
                  '           ACCOUNT                   AMOUNT CO'
                  DELIMITED BY SIZE
                  '   HELD FOR             HELD ON  DISPOSITION'
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE IAT-AUDIT-RECORD FROM WS-AUDIT-LINE.

       WRITE-AUDIT-FOOTER.
           MOVE WS-CLEARED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'CLEARED: ' DELIMITED BY SIZE
                  WS-CLEARED-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  '  OF WHICH TO SUSPENSE: ' DELIMITED BY SIZE
                  WS-TO-SUSPENSE-COUNT DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE IAT-AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE WS-BLOCKED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'BLOCKED: ' DELIMITED BY SIZE
                  WS-BLOCKED-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE IAT-AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE WS-CARRIED-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'STILL HELD: ' DELIMITED BY SIZE
                  WS-CARRIED-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE IAT-AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'DECISIONS REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE IAT-AUDIT-RECORD FROM WS-AUDIT-LINE.
