               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-TRACE-NUMBER
               FILE STATUS IS WS-ORIGHIST-STATUS.
           SELECT DEBIT-BLOCK-FILE ASSIGN TO 'DEBLOCK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DB-ACCOUNT
               FILE STATUS IS WS-DEBLOCK-STATUS.
           SELECT RETURN-EXCP-FILE ASSIGN TO 'RETEXCP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETEXCP-STATUS.
               RECORD KEY IS TA-TRACE-NUMBER
               ALTERNATE RECORD KEY IS TA-ACCOUNT WITH DUPLICATES
               FILE STATUS IS WS-TRACEARC-STATUS.
           SELECT SDN-LIST-FILE ASSIGN TO 'SDNLIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SDNLIST-STATUS.
           SELECT BLOCKED-CTY-FILE ASSIGN TO 'BLOCKCTY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKCTY-STATUS.
           SELECT IAT-HOLD-FILE ASSIGN TO 'IATHOLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IATHOLD-STATUS.
           SELECT BANK-CALENDAR-FILE ASSIGN TO 'FEDHOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEDHOL-STATUS.
           SELECT DISHONOR-FILE ASSIGN TO 'DISHQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISHQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REMIT-OUT-RECORD PIC X(100).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC X(269).

       FD  REJECT-FILE.
       01  REJECT-RECORD PIC X(211).
       FD  ORIG-HIST-FILE.
       COPY ORIGREC.

       FD  DEBIT-BLOCK-FILE.
       COPY DEBLKREC.

       FD  RETURN-EXCP-FILE.
       01  RETURN-EXCP-RECORD PIC X(132).

       FD  TRACE-ARC-FILE.
       COPY TRACEREC.

       FD  SDN-LIST-FILE.
       01  SDN-LIST-RECORD PIC X(100).

       FD  BLOCKED-CTY-FILE.
       01  BLOCKED-CTY-RECORD PIC X(80).

       FD  IAT-HOLD-FILE.
       01  IAT-HOLD-RECORD PIC X(200).

       FD  BANK-CALENDAR-FILE.
       01  BANK-CALENDAR-RECORD PIC X(80).

       FD  DISHONOR-FILE.
       01  DISHONOR-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-EOF            PIC X VALUE 'N'.
           88  WS-EOF-YES    VALUE 'Y'.
       01  WS-BATCH-DEBIT-TOTAL       PIC 9(10)V99 COMP-3 VALUE ZERO.
       01  WS-BATCH-CREDIT-TOTAL      PIC 9(10)V99 COMP-3 VALUE ZERO.

      * Where the batch's dollars went besides the AR import, suspense
      * and the discrepancy report: entries that came in as returns,
      * and entries rejected whole (a nonzero prenote, a short IAT
      * chain).  Both ride the batch's BATCHPRF audit record so the
      * daily cash proof can account for every dollar received.
       01  WS-BATCH-RETURN-TOTAL      PIC 9(10)V99 COMP-3 VALUE ZERO.
       01  WS-BATCH-REJECT-TOTAL      PIC 9(10)V99 COMP-3 VALUE ZERO.
       01  WS-BATCH-RECEIVED-TOTAL    PIC 9(10)V99 COMP-3 VALUE ZERO.

       01  WS-FILE-ENTRY-ADDENDA-CNT  PIC 9(8)  COMP VALUE ZERO.
       01  WS-FILE-ENTRY-HASH         PIC 9(10) COMP VALUE ZERO.
       01  WS-FILE-DEBIT-TOTAL        PIC 9(12)V99 COMP-3 VALUE ZERO.
      * originator's name and full address; 13/14 the originating
      * and receiving banks' names, identifications and branch
      * countries; 15/16 the receiver's identification/account and
      * address.  The chain is gathered here and screened against
      * the sanctions list before any of its dollars move (see the
      * OFAC screening working-storage below); a clean payment then
      * flows through customer lookup and the AR import exactly like
      * a domestic remittance (account off addenda 15, dollars off
      * addenda 10), and the originator and bank detail goes to the
      * IATOFAC report either way.  A chain that ends short of all
      * seven is malformed and is rejected whole.
       01  WS-IAT-DATA.
           05  WS-IAT-TXN-TYPE        PIC X(03) VALUE SPACES.
           05  WS-IAT-RECEIVER-NAME   PIC X(20) VALUE SPACES.
       01  WS-IATOFAC-STATUS          PIC XX VALUE SPACES.
       01  WS-IAT-OFAC-LINE           PIC X(132) VALUE SPACES.

      * OFAC screening working-storage.  SDNLIST is the Treasury SDN
      * extract - one 'ENTNUM,NAME' record per listed party, the name
      * running to the end of the line - and BLOCKCTY the table of
      * sanctioned countries, one 'CODE,DESCRIPTION' record each, in
      * the form the IAT addenda carry the country.  Both are loaded
      * once at start-up.  Every complete IAT chain has its
      * originator, receiver, ODFI and RDFI names checked against
      * the SDN names (on the 20 characters an IAT name field holds,
      * upper-cased on both sides) and its originator, ODFI, RDFI
      * and receiver countries against the blocked table.  A hit is
      * held out of REMITOUT, suspense and the batch's GL posting,
      * recorded in ORIGHIST as 'H' (compliance hold) and queued on
      * IATHOLD for IatHoldRelease, where compliance clears it as a
      * false positive or confirms it blocked.  A run without both
      * lists on file cannot screen, so every IAT entry is held.
       01  WS-SDNLIST-STATUS          PIC XX VALUE SPACES.
       01  WS-SDNLIST-EOF-SW          PIC X VALUE 'N'.
           88  WS-SDNLIST-EOF             VALUE 'Y'.
       01  WS-BLOCKCTY-STATUS         PIC XX VALUE SPACES.
       01  WS-BLOCKCTY-EOF-SW         PIC X VALUE 'N'.
           88  WS-BLOCKCTY-EOF            VALUE 'Y'.
       01  WS-IATHOLD-STATUS          PIC XX VALUE SPACES.
       01  WS-SDN-TABLE.
           05  WS-SDN-ENTRY OCCURS 5000 TIMES.
               10  WS-SDN-ENT-NUM     PIC X(10).
               10  WS-SDN-NAME        PIC X(20).
       01  WS-SDN-USED                PIC 9(5) COMP VALUE ZERO.
       01  WS-SDN-MAX                 PIC 9(5) COMP VALUE 5000.
       01  WS-SDN-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-SDN-PTR                 PIC 9(3) COMP VALUE ZERO.
       01  WS-BLOCKED-CTY-TABLE.
           05  WS-BC-ENTRY OCCURS 100 TIMES.
               10  WS-BC-CODE         PIC X(20).
       01  WS-BC-USED                 PIC 9(3) COMP VALUE ZERO.
       01  WS-BC-MAX                  PIC 9(3) COMP VALUE 100.
       01  WS-BC-SUB                  PIC 9(3) COMP VALUE ZERO.
       01  WS-SCREEN-ARMED-SW         PIC X VALUE 'N'.
           88  WS-SCREEN-ARMED            VALUE 'Y'.
       01  WS-SCREEN-FIELD            PIC X(20) VALUE SPACES.
       01  WS-SCREEN-VALUE            PIC X(20) VALUE SPACES.
       01  WS-IAT-HIT-SW              PIC X VALUE 'N'.
           88  WS-IAT-HIT                 VALUE 'Y'.
       01  WS-IAT-HIT-REASON          PIC X(20) VALUE SPACES.
       01  WS-IAT-HIT-VALUE           PIC X(20) VALUE SPACES.
       01  WS-IAT-HOLD-ORIG-NAME      PIC X(20) VALUE SPACES.
       01  WS-IAT-HOLD-LINE           PIC X(200) VALUE SPACES.
       01  WS-IAT-HELD-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-BATCH-HELD-TOTAL        PIC 9(10)V99 COMP-3 VALUE ZERO.
       01  WS-RUN-IAT-HELD-TOTAL      PIC 9(12)V99 VALUE ZERO.
       01  WS-GL-CONTROL-DOLLARS      PIC 9(14)V99 COMP-3 VALUE ZERO.
       01  WS-LOWER-CASE              PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-UPPER-CASE              PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * Return reason code and original entry trace number captured
      * from a Return (addenda type 99) segment.
       01  WS-RETURN-DATA.
           05  WS-RETURN-REASON-CODE  PIC X(03) VALUE SPACES.
               88  WS-RETURN-EXTENDED-DEADLINE
                       VALUES 'R05' 'R07' 'R10' 'R11' 'R37' 'R51'
                              'R53'.
               88  WS-RETURN-LATE-ALLOWED VALUES 'R06' 'R31'.
               88  WS-RETURN-CONTESTED    VALUES 'R71' THRU 'R77'.
           05  WS-RETURN-ORIG-TRACE   PIC X(15) VALUE SPACES.
       01  WS-FILE-RETURN-COUNT       PIC 9(6) COMP VALUE ZERO.
       01  WS-FILE-NOC-COUNT          PIC 9(6) COMP VALUE ZERO.
      * ORIGHIST so a later return reverses only what AR really
      * posted: 'O' written to the AR import file, 'S' routed to
      * suspense (customer unmatched), 'D' held out as an invoice
      * discrepancy, 'H' held for OFAC compliance review.  Reset to
      * 'O' as each addenda chain starts.
       01  WS-ORIG-STATUS             PIC X(01) VALUE 'O'.
       01  WS-RETURN-EXCP-REASON      PIC X(30) VALUE SPACES.
       01  WS-RETURN-ACTION           PIC X(12) VALUE SPACES.
       01  WS-RETURN-MATCHED-COUNT    PIC 9(6) VALUE ZERO.
       01  WS-RETURN-UNMATCHED-COUNT  PIC 9(6) VALUE ZERO.

      * Debit-block registry working-storage.  A return that
      * classifies STOP-DEBITS blocks the customer account in DEBLOCK
      * the same day, so NachaOriginator holds the next schedule line
      * for it instead of drawing another return.
       01  WS-DEBLOCK-STATUS          PIC XX VALUE SPACES.
       01  WS-DEBLOCK-OPEN-SW         PIC X VALUE 'N'.
           88  WS-DEBLOCK-OPEN            VALUE 'Y'.
       01  WS-DEBIT-BLOCK-COUNT       PIC 9(6) VALUE ZERO.

      * Return timeliness and dishonor working-storage.  The return
      * entry's own amount and account are kept off its Entry Detail
      * for the field check.  FEDHOL is the banking-day calendar, one
      * YYYYMMDD Federal Reserve holiday per line, held as serial
      * day numbers; weekends are never banking days.  A return that
      * fails the field check or misses its deadline is queued on
      * DISHQUE, one 'origtrace,customer,routing,amount,dishonor
      * code,return reason,return date,effective date,company' line
      * each, the same daily-queue convention REPRESNT follows.
       01  WS-RETURN-ENTRY-AMOUNT     PIC 9(8)V99 VALUE ZERO.
       01  WS-RETURN-ENTRY-ACCOUNT    PIC X(20) VALUE SPACES.
       01  WS-FEDHOL-STATUS           PIC XX VALUE SPACES.
       01  WS-FEDHOL-EOF-SW           PIC X VALUE 'N'.
           88  WS-FEDHOL-EOF              VALUE 'Y'.
       01  WS-CALENDAR-LOADED-SW      PIC X VALUE 'N'.
           88  WS-CALENDAR-LOADED         VALUE 'Y'.
       01  WS-HOLIDAY-TABLE.
           05  WS-HC-DAY OCCURS 400 TIMES PIC 9(8) COMP.
       01  WS-HC-USED                 PIC 9(3) COMP VALUE ZERO.
       01  WS-HC-MAX                  PIC 9(3) COMP VALUE 400.
       01  WS-HC-SUB                  PIC 9(3) COMP VALUE ZERO.
       01  WS-BD-DAY                  PIC 9(8) COMP VALUE ZERO.
       01  WS-BD-WEEKS                PIC 9(8) COMP VALUE ZERO.
       01  WS-BD-WEEKDAY              PIC 9(1) COMP VALUE ZERO.
       01  WS-BANKING-DAY-SW          PIC X VALUE 'Y'.
           88  WS-BANKING-DAY             VALUE 'Y'.
       01  WS-DISHQUE-STATUS          PIC XX VALUE SPACES.
       01  WS-DISHONOR-UNTIMELY-CODE  PIC X(03) VALUE 'R61'.
       01  WS-DISHONOR-FIELD-CODE     PIC X(03) VALUE 'R69'.
       01  WS-DISHONOR-CODE           PIC X(03) VALUE SPACES.
       01  WS-DISHONOR-REASON         PIC X(20) VALUE SPACES.
       01  WS-DISHONOR-AMOUNT-RAW     PIC 9(10).
       01  WS-DISHONOR-LINE           PIC X(200) VALUE SPACES.
       01  WS-DISHONOR-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-CONTESTED-COUNT         PIC 9(6) VALUE ZERO.

      * General ledger posting interface working-storage.  The GLPARM
      * parameter file names the cash and AR clearing accounts (one
      * 'KEYWORD,VALUE' record per line) so nothing is hard-coded; at
       01  WS-GL-ARCLR-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-GL-POST-LINE            PIC X(100) VALUE SPACES.
       01  WS-GL-POST-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-BATCH-POSTED         PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-AMOUNT-FILE          PIC ZZZZZZZZZZ9.99.
       01  WS-GL-SETTLE-DATE          PIC X(08) VALUE SPACES.
       01  WS-GL-JE-COUNT             PIC 9(6) VALUE ZERO.
      * record and reject counts, one BATCHEXC/FILEEXC record per
      * reconciliation exception carrying the signed variance of each
      * control figure (count, hash, debits, credits) - not just the
      * fact of an imbalance - one BATCHPRF record per reconciled
      * batch with the dollars the daily cash proof needs, and a
      * RUNTRL record with the end timestamp and the consolidated
      * totals.
       01  WS-AUDIT-STATUS            PIC XX VALUE SPACES.
       01  WS-CURRENT-TIME            PIC 9(8).
       01  WS-END-DATE                PIC 9(8).
       01  WS-AUD-DUP-DISP            PIC 9(6).
       01  WS-AUD-ENTRIES-DISP        PIC 9(8).
       01  WS-AUD-DOLLARS-DISP        PIC 9(14).99.
       01  WS-AUD-HELD-AMOUNT-DISP    PIC 9(8).99.
       01  WS-AUD-RECEIVED-DISP       PIC 9(12).99.
       01  WS-AUD-RETURNED-DISP       PIC 9(12).99.
       01  WS-AUD-REJECTED-DISP       PIC 9(12).99.
       01  WS-AUD-POSTED-DISP         PIC 9(12).99.

      * Open-invoice matching working-storage.  When the AROPEN
      * extract of open AR invoices is on file, every CTX invoice line
           05  WS-CKPT-RET-UNMATCHED  PIC 9(06).
           05  WS-CKPT-DISCREP-COUNT  PIC 9(06).
           05  WS-CKPT-COMPANY-ID     PIC X(10).
           05  WS-CKPT-IAT-HELD-COUNT PIC 9(06).
           05  WS-CKPT-IAT-HELD-TOTAL PIC 9(12)V99.
       01  WS-RESTART-MODE-SW         PIC X VALUE 'N'.
           88  WS-RESTART-MODE            VALUE 'Y'.

           PERFORM OPEN-AUDIT-TRAIL
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM OPEN-ORIGINATION-HISTORY
           PERFORM OPEN-DEBIT-BLOCK-REGISTRY
           PERFORM OPEN-PRENOTE-FILE
           PERFORM OPEN-TRACE-ARCHIVE
           PERFORM OPEN-AR-OPEN-EXTRACT
           PERFORM LOAD-GL-PARAMETERS
           PERFORM LOAD-COMPANY-TABLE
           PERFORM LOAD-SDN-LIST
           PERFORM LOAD-BLOCKED-COUNTRIES
           PERFORM LOAD-BANK-CALENDAR
      * On a restart every secondary output is extended so the
      * interrupted run's lines survive; a file the interrupted run
      * never got to create falls back to a fresh OUTPUT open (with
               IF WS-REPRESNT-STATUS NOT = '00'
                   OPEN OUTPUT REPRESENT-FILE
               END-IF
               OPEN EXTEND DISHONOR-FILE
               IF WS-DISHQUE-STATUS NOT = '00'
                   OPEN OUTPUT DISHONOR-FILE
               END-IF
               OPEN EXTEND GL-POST-FILE
               IF WS-GLPOST-STATUS NOT = '00'
                   OPEN OUTPUT GL-POST-FILE
               OPEN OUTPUT RETURN-EXCP-FILE
               PERFORM WRITE-RETURN-EXCP-HEADER
               OPEN OUTPUT REPRESENT-FILE
               OPEN OUTPUT DISHONOR-FILE
               OPEN OUTPUT GL-POST-FILE
               OPEN OUTPUT DISCREP-RPT-FILE
               PERFORM WRITE-DISCREP-RPT-HEADER
               OPEN OUTPUT IAT-OFAC-FILE
               PERFORM WRITE-IAT-OFAC-HEADER
           END-IF
      * IATHOLD is the compliance hold queue IatHoldRelease works
      * off - like SUSPENSE it is always extended, never truncated.
           OPEN EXTEND IAT-HOLD-FILE
           IF WS-IATHOLD-STATUS NOT = '00'
               OPEN OUTPUT IAT-HOLD-FILE
           END-IF

           PERFORM DETECT-DRIVER-MODE
           IF WS-DRIVER-MODE
           CLOSE NOC-RPT-FILE
           CLOSE RETURN-EXCP-FILE
           CLOSE REPRESENT-FILE
           CLOSE DISHONOR-FILE
           CLOSE GL-POST-FILE
           CLOSE DISCREP-RPT-FILE
           CLOSE IAT-OFAC-FILE
           CLOSE IAT-HOLD-FILE
           CLOSE AUDIT-TRAIL-FILE
           IF WS-CUSTMST-OPEN
               CLOSE CUST-MASTER-FILE
           IF WS-ORIGHIST-OPEN
               CLOSE ORIG-HIST-FILE
           END-IF
           IF WS-DEBLOCK-OPEN
               CLOSE DEBIT-BLOCK-FILE
           END-IF
           IF WS-PRENOTE-OPEN
               CLOSE PRENOTE-FILE
           END-IF
                       MOVE WS-CKPT-RET-UNMATCHED
                           TO WS-RETURN-UNMATCHED-COUNT
                       MOVE WS-CKPT-DISCREP-COUNT TO WS-DISCREP-COUNT
                       MOVE WS-CKPT-IAT-HELD-COUNT TO WS-IAT-HELD-COUNT
                       MOVE WS-CKPT-IAT-HELD-TOTAL
                           TO WS-RUN-IAT-HELD-TOTAL
                       MOVE WS-CKPT-COMPANY-ID TO WS-BATCH-COMPANY-ID
                       SET WS-COMPANY-RESTORING TO TRUE
                       PERFORM RESOLVE-BATCH-COMPANY
      * effective date, and the run-scoped counters whose output files
      * are preserved across a restart (GL journal entries, NOCs,
      * return matches and exceptions, invoice discrepancies,
      * suspense, OFAC holds), so a restart picks all of it back up
      * intact and every footer still agrees with the detail lines
      * above it.
      * The settlement forecast table is NOT checkpointed: after a
      * restart the FORECAST report covers only entries read on the
      * restarted pass, just as the one batch a checkpoint falls in
           MOVE WS-RETURN-UNMATCHED-COUNT TO WS-CKPT-RET-UNMATCHED
           MOVE WS-DISCREP-COUNT TO WS-CKPT-DISCREP-COUNT
           MOVE WS-BATCH-COMPANY-ID TO WS-CKPT-COMPANY-ID
           MOVE WS-IAT-HELD-COUNT TO WS-CKPT-IAT-HELD-COUNT
           MOVE WS-RUN-IAT-HELD-TOTAL TO WS-CKPT-IAT-HELD-TOTAL
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT-DATA
           CLOSE CHECKPOINT-FILE.
           MOVE 'N' TO WS-CTX-TXN-SEEN-SW
           MOVE SPACES TO WS-IAT-DATA
           MOVE ZERO TO WS-IAT-ADDENDA-COUNT
           MOVE 'N' TO WS-IAT-HIT-SW
           MOVE 'O' TO WS-ORIG-STATUS
           MOVE WS-ELEMENT (2) (1:4) TO WS-CHAIN-SEQ
           PERFORM PARSE-ADDENDA-SEGMENT

      * An IAT chain must arrive whole: all seven mandatory addenda.
      * A short chain is rejected as one malformed payment and never
      * reaches the AR import; a complete one is screened against the
      * sanctions list and reported for compliance.  A screening hit
      * goes to the compliance hold queue and is only recorded in the
      * history below; a clean one releases through the ordinary
      * path.
           IF WS-SEC-IAT AND WS-IAT-ADDENDA-COUNT > ZERO
               IF WS-IAT-ADDENDA-COUNT < 7
                   MOVE 'IAT ADDENDA CHAIN INCOMPLETE'
                       TO WS-SEGMENT-REASON
                   PERFORM WRITE-REJECT-RECORD
                   ADD WS-RETURN-ENTRY-AMOUNT TO WS-BATCH-REJECT-TOTAL
                   MOVE SPACES TO WS-REMIT-ACCOUNT
               ELSE
                   ADD 1 TO WS-IAT-ENTRY-COUNT
                   PERFORM SCREEN-IAT-ENTRY
                   PERFORM WRITE-IAT-OFAC-DETAIL
                   IF WS-IAT-HIT
                       PERFORM HOLD-IAT-ENTRY
                   END-IF
               END-IF
           END-IF

               MOVE WS-REMIT-AMOUNT-NUM TO WS-REMIT-AMOUNT-EDIT
               DISPLAY 'Account Number: ' WS-REMIT-ACCOUNT
               DISPLAY 'Payment Amount: ' WS-REMIT-AMOUNT-EDIT
               IF (NOT WS-SEC-CTX OR NOT WS-CTX-TXN-SEEN)
                  AND NOT WS-IAT-HIT
                   PERFORM LOOKUP-CUSTOMER
      * Only a REF whose qualifier says the value IS an invoice
      * number ('IV') is matched against the open-invoice extract -
      * number, so an incoming Return on a later run can be matched
      * straight back to the customer, invoice and amount we posted.
      * The record carries the disposition the payment actually got -
      * 'O' posted, 'S' suspense, 'D' invoice discrepancy, 'H' OFAC
      * compliance hold - so a return never generates an AR reversal
      * for a payment AR never received.  A re-processed trace
      * replaces its earlier record.
      *----------------------------------------------------------------
       RECORD-ORIGINATION.
           IF WS-ORIGHIST-OPEN AND WS-CURRENT-TRACE NOT = SPACES
               MOVE WS-CURRENT-DATE TO OH-RECORDED-DATE
               MOVE WS-ENTRY-ROUTING TO OH-ROUTING
               MOVE ZERO TO OH-RETRY-COUNT
               MOVE SPACES TO OH-RETURN-REASON
               MOVE ZERO TO OH-RETURN-DATE
               MOVE SPACES TO OH-COMPANY-ID
               PERFORM SET-GL-SETTLE-DATE
               MOVE WS-GL-SETTLE-DATE TO OH-EFFECTIVE-DATE
               MOVE SPACE TO OH-SETTLE-WINDOW
               MOVE ZERO TO OH-REFUND-AMOUNT
               MOVE ZERO TO OH-REFUND-DATE
               WRITE ORIG-HIST-RECORD
                   INVALID KEY
                       REWRITE ORIG-HIST-RECORD
                   WS-ORIGHIST-STATUS ' - RETURNS GO TO EXCEPTIONS'
           END-IF.

      *----------------------------------------------------------------
      * OPEN-DEBIT-BLOCK-REGISTRY makes the indexed debit-block
      * registry available for update, creating it only when it truly
      * does not exist yet (status 35) - the same guarded open as the
      * origination history.  A run where it cannot be opened is noted
      * on the console; STOP-DEBITS returns then still reverse and
      * report, but collections must block the accounts by hand.
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
           END-IF
           IF NOT WS-DEBLOCK-OPEN
               DISPLAY 'DEBIT BLOCK REGISTRY NOT AVAILABLE - STATUS '
                   WS-DEBLOCK-STATUS ' - STOP-DEBITS NOT REGISTERED'
           END-IF.

      *----------------------------------------------------------------
      * OPEN-PRENOTE-FILE makes the indexed prenote verification file
      * available, creating it only when it truly does not exist yet
      *----------------------------------------------------------------
      * WRITE-DISCREP-DETAIL reports one invoice-matching exception:
      * invoice, open balance, paid amount, signed variance, the
      * adjustment reason code the customer sent, the disposition,
      * and the company code of the batch the payment arrived in.
      *----------------------------------------------------------------
       WRITE-DISCREP-DETAIL.
           ADD 1 TO WS-DISCREP-COUNT
                  WS-MATCH-ADJ-CODE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MATCH-DISPOSITION DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BATCH-COMPANY-CODE DELIMITED BY SIZE
                  INTO WS-DISCREP-RPT-LINE
           WRITE DISCREP-RPT-RECORD FROM WS-DISCREP-RPT-LINE.

           MOVE SPACES TO WS-DISCREP-RPT-LINE
           STRING '  INVOICE              OPEN BALANCE PAID AMOUNT '
                  DELIMITED BY SIZE
                  'VARIANCE     ADJ   DISPOSITION    COMPANY'
                  DELIMITED BY SIZE
                  INTO WS-DISCREP-RPT-LINE
           WRITE DISCREP-RPT-RECORD FROM WS-DISCREP-RPT-LINE.

      * WRITE-GL-CONTROL-RECORD closes the GL posting interface file
      * with the journal entry count and the run's total verified
      * dollars, so the GL load can prove it received everything.
      * Dollars held for OFAC review were kept off the journal
      * entries, so they come off the control total too.
      *----------------------------------------------------------------
       WRITE-GL-CONTROL-RECORD.
           IF WS-GL-ENABLED
               COMPUTE WS-GL-CONTROL-DOLLARS =
                   WS-RUN-TOTAL-DOLLARS - WS-RUN-IAT-HELD-TOTAL
               MOVE WS-GL-CONTROL-DOLLARS TO WS-RUN-DOLLARS-FILE
               MOVE SPACES TO WS-GL-POST-LINE
               STRING 'CONTROL,' DELIMITED BY SIZE
                      WS-GL-JE-COUNT DELIMITED BY SIZE
           MOVE WS-ELEMENT (4) TO WS-RETURN-REASON-CODE
           MOVE WS-ELEMENT (5) TO WS-RETURN-ORIG-TRACE
           ADD 1 TO WS-FILE-RETURN-COUNT
           ADD WS-RETURN-ENTRY-AMOUNT TO WS-BATCH-RETURN-TOTAL
           DISPLAY 'RETURN - REASON CODE: ' WS-RETURN-REASON-CODE
               ' ORIGINAL TRACE: ' WS-RETURN-ORIG-TRACE
           PERFORM WRITE-RETURN-DETAIL
               END-READ
           END-IF
           PERFORM CLASSIFY-RETURN-REASON
           IF WS-RETURN-CONTESTED
               PERFORM MATCH-CONTESTED-DISHONOR
           ELSE
               PERFORM DISPOSE-MATCHED-RETURN
           END-IF.

      *----------------------------------------------------------------
      * DISPOSE-MATCHED-RETURN acts on an ordinary return.  Before a
      * posted payment is reversed the return is checked for field
      * errors and against its NACHA deadline; one that fails either
      * is dishonored back to the RDFI and AR keeps the money.
      *----------------------------------------------------------------
       DISPOSE-MATCHED-RETURN.
           IF WS-RETURN-MATCHED
              AND WS-RETURN-ACTION = 'STOP-DEBITS'
               PERFORM RECORD-DEBIT-BLOCK
           END-IF
      * A payment AR already confirmed applied ('A') reverses the
      * same as a still-open one - a return routinely lands days
      * after the confirmation extract said the cash was in.
           IF WS-RETURN-MATCHED
              AND (OH-STATUS = 'O' OR OH-STATUS = 'A')
               MOVE SPACES TO WS-DISHONOR-CODE
               PERFORM CHECK-RETURN-FIELDS
               IF WS-DISHONOR-CODE = SPACES
                   PERFORM CHECK-RETURN-TIMELINESS
               END-IF
               IF WS-DISHONOR-CODE NOT = SPACES
                   PERFORM DISHONOR-RETURN
               ELSE
                   ADD 1 TO WS-RETURN-MATCHED-COUNT
                   PERFORM WRITE-REVERSAL-DETAIL
                   MOVE WS-RETURN-REASON-CODE TO OH-RETURN-REASON
                   MOVE WS-CURRENT-DATE TO OH-RETURN-DATE
                   IF WS-RETURN-ACTION = 'REPRESENT'
                       PERFORM QUEUE-RE-PRESENTMENT
                   ELSE
                       MOVE 'R' TO OH-STATUS
                   END-IF
                   REWRITE ORIG-HIST-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-RETURN-UNMATCHED-COUNT
               IF WS-RETURN-MATCHED
                       WHEN 'F'
                           MOVE 'AR APPLICATION FAILED'
                               TO WS-RETURN-EXCP-REASON
                       WHEN 'H'
                           MOVE 'HELD FOR OFAC REVIEW'
                               TO WS-RETURN-EXCP-REASON
                       WHEN 'B'
                           MOVE 'BLOCKED BY OFAC REVIEW'
                               TO WS-RETURN-EXCP-REASON
                       WHEN 'R'
                       WHEN 'X'
                           MOVE 'ALREADY REVERSED'
                               TO WS-RETURN-EXCP-REASON
                       WHEN 'U'
                           MOVE 'RETURN ALREADY DISHONORED'
                               TO WS-RETURN-EXCP-REASON
                       WHEN OTHER
                           MOVE 'NOT POSTED TO AR'
                               TO WS-RETURN-EXCP-REASON
               PERFORM WRITE-RETURN-EXCP-DETAIL
           END-IF.

      *----------------------------------------------------------------
      * CHECK-RETURN-FIELDS dishonors a return whose entry does not
      * agree with the entry it claims to return - a different
      * amount, or for a debit we originated a different account -
      * with the field-error code.
      *----------------------------------------------------------------
       CHECK-RETURN-FIELDS.
           EVALUATE TRUE
               WHEN WS-RETURN-ENTRY-AMOUNT NOT = OH-AMOUNT
                   MOVE WS-DISHONOR-FIELD-CODE TO WS-DISHONOR-CODE
                   MOVE 'FIELD ERROR - AMOUNT' TO WS-DISHONOR-REASON
               WHEN OH-COMPANY-ID NOT = SPACES
                AND WS-RETURN-ENTRY-ACCOUNT NOT = OH-CUSTOMER
                   MOVE WS-DISHONOR-FIELD-CODE TO WS-DISHONOR-CODE
                   MOVE 'FIELD ERROR - ACCOUNT' TO WS-DISHONOR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * CHECK-RETURN-TIMELINESS measures the return against its NACHA
      * deadline, counted from the original entry's effective date
      * (the date recorded, on an old history record without one):
      * the sixtieth calendar day - rolled to the next banking day -
      * for the unauthorized codes, the second banking day for every
      * other code.  The return is dated by its own batch's effective
      * entry date, the day it settled to us.  R06 and R31 come back
      * late with our agreement and are never untimely.  Without the
      * banking-day calendar no return is judged untimely: a deadline
      * counted without the holidays could dishonor a timely return.
      *----------------------------------------------------------------
       CHECK-RETURN-TIMELINESS.
           IF WS-CALENDAR-LOADED
              AND NOT WS-RETURN-LATE-ALLOWED
               IF OH-EFFECTIVE-DATE NUMERIC
                  AND OH-EFFECTIVE-DATE NOT = ZERO
                   MOVE OH-EFFECTIVE-DATE TO WS-DN-DATE
               ELSE
                   MOVE OH-RECORDED-DATE TO WS-DN-DATE
               END-IF
               PERFORM CONVERT-DATE-TO-DAY-NUMBER
               MOVE WS-DN-RESULT TO WS-BD-DAY
               IF WS-RETURN-EXTENDED-DEADLINE
                   ADD 60 TO WS-BD-DAY
                   PERFORM ROLL-TO-BANKING-DAY
               ELSE
                   ADD 1 TO WS-BD-DAY
                   PERFORM ROLL-TO-BANKING-DAY
                   ADD 1 TO WS-BD-DAY
                   PERFORM ROLL-TO-BANKING-DAY
               END-IF
               PERFORM SET-GL-SETTLE-DATE
               MOVE WS-GL-SETTLE-DATE TO WS-DN-DATE
               PERFORM CONVERT-DATE-TO-DAY-NUMBER
               IF WS-DN-RESULT > WS-BD-DAY
                   MOVE WS-DISHONOR-UNTIMELY-CODE TO WS-DISHONOR-CODE
                   MOVE 'UNTIMELY RETURN' TO WS-DISHONOR-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ROLL-TO-BANKING-DAY moves the serial day in WS-BD-DAY forward
      * to the first banking day on or after it - not a Saturday or
      * Sunday, and not a holiday on the FEDHOL calendar.
      *----------------------------------------------------------------
       ROLL-TO-BANKING-DAY.
           PERFORM CHECK-BANKING-DAY
           PERFORM UNTIL WS-BANKING-DAY
               ADD 1 TO WS-BD-DAY
               PERFORM CHECK-BANKING-DAY
           END-PERFORM.

      *----------------------------------------------------------------
      * CHECK-BANKING-DAY sets WS-BANKING-DAY for the serial day in
      * WS-BD-DAY.  For the CONVERT-DATE-TO-DAY-NUMBER serial the
      * remainder by 7 is 0 for a Saturday and 1 for a Sunday,
      * running on to 6 for a Friday.
      *----------------------------------------------------------------
       CHECK-BANKING-DAY.
           SET WS-BANKING-DAY TO TRUE
           DIVIDE WS-BD-DAY BY 7 GIVING WS-BD-WEEKS
               REMAINDER WS-BD-WEEKDAY
           IF WS-BD-WEEKDAY = 0 OR WS-BD-WEEKDAY = 1
               MOVE 'N' TO WS-BANKING-DAY-SW
           ELSE
               MOVE ZERO TO WS-HC-SUB
               PERFORM UNTIL NOT WS-BANKING-DAY
                          OR WS-HC-SUB >= WS-HC-USED
                   ADD 1 TO WS-HC-SUB
                   IF WS-HC-DAY (WS-HC-SUB) = WS-BD-DAY
                       MOVE 'N' TO WS-BANKING-DAY-SW
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * DISHONOR-RETURN refuses a return instead of reversing it: the
      * history is marked 'U' with the return's reason and date, a
      * dishonored return (addenda type 99 with the dishonor code) is
      * queued on DISHQUE for DishonorOriginator to send to the bank,
      * and the item goes on the returns exception report.  No AR
      * reversal is written - the money stays applied.
      *----------------------------------------------------------------
       DISHONOR-RETURN.
           ADD 1 TO WS-DISHONOR-COUNT
           MOVE 'U' TO OH-STATUS
           MOVE WS-RETURN-REASON-CODE TO OH-RETURN-REASON
           MOVE WS-CURRENT-DATE TO OH-RETURN-DATE
           REWRITE ORIG-HIST-RECORD
           PERFORM SET-GL-SETTLE-DATE
           COMPUTE WS-DISHONOR-AMOUNT-RAW = OH-AMOUNT * 100
           MOVE SPACES TO WS-DISHONOR-LINE
           STRING OH-TRACE-NUMBER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  OH-CUSTOMER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  OH-ROUTING DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-DISHONOR-AMOUNT-RAW DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-DISHONOR-CODE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-RETURN-REASON-CODE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-GL-SETTLE-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  OH-EFFECTIVE-DATE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  OH-COMPANY-ID DELIMITED BY SPACE
                  INTO WS-DISHONOR-LINE
           WRITE DISHONOR-RECORD FROM WS-DISHONOR-LINE
           MOVE SPACES TO WS-RETURN-EXCP-REASON
           STRING 'DISHONORED ' DELIMITED BY SIZE
                  WS-DISHONOR-CODE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-DISHONOR-REASON DELIMITED BY SIZE
                  INTO WS-RETURN-EXCP-REASON
           PERFORM WRITE-RETURN-EXCP-DETAIL.

      *----------------------------------------------------------------
      * MATCH-CONTESTED-DISHONOR handles the RDFI's contested
      * dishonored return (R71-R77), which carries the original
      * entry's trace.  Matched to an entry we dishonored ('U'), the
      * contest is final: the payment is reversed in AR now and the
      * history closed 'R'.  A contest we cannot tie to a dishonor
      * goes on the exception report for a clerk.
      *----------------------------------------------------------------
       MATCH-CONTESTED-DISHONOR.
           IF WS-RETURN-MATCHED AND OH-STATUS = 'U'
               ADD 1 TO WS-CONTESTED-COUNT
               ADD 1 TO WS-RETURN-MATCHED-COUNT
               PERFORM WRITE-REVERSAL-DETAIL
               MOVE 'R' TO OH-STATUS
               REWRITE ORIG-HIST-RECORD
               MOVE 'CONTESTED DISHONOR - REVERSED'
                   TO WS-RETURN-EXCP-REASON
           ELSE
               ADD 1 TO WS-RETURN-UNMATCHED-COUNT
               MOVE 'CONTESTED - NO DISHONOR ON FILE'
                   TO WS-RETURN-EXCP-REASON
           END-IF
           PERFORM WRITE-RETURN-EXCP-DETAIL.

      *----------------------------------------------------------------
      * QUEUE-RE-PRESENTMENT disposes of an insufficient-funds return
      * whose reversal just posted.  Inside the NACHA limit of two
                   MOVE 'REVIEW' TO WS-RETURN-ACTION
           END-EVALUATE.

      *----------------------------------------------------------------
      * RECORD-DEBIT-BLOCK registers the returned entry's customer
      * account in DEBLOCK as blocked by this return - reason code,
      * trace and the routing the entry was drawn on.  An account
      * already on the registry is re-blocked with the new return,
      * even one collections had lifted: a fresh stop-debits return
      * outranks an earlier release.
      *----------------------------------------------------------------
       RECORD-DEBIT-BLOCK.
           IF WS-DEBLOCK-OPEN
               MOVE OH-CUSTOMER TO DB-ACCOUNT
               MOVE OH-ROUTING TO DB-ROUTING
               MOVE WS-RETURN-REASON-CODE TO DB-REASON-CODE
               MOVE 'R' TO DB-SOURCE
               MOVE 'A' TO DB-STATUS
               MOVE WS-CURRENT-DATE TO DB-BLOCKED-DATE
               MOVE WS-RETURN-ORIG-TRACE TO DB-TRACE
               MOVE 'RETURNS' TO DB-OPERATOR
               MOVE WS-CURRENT-DATE TO DB-CHANGED-DATE
               WRITE DEBIT-BLOCK-RECORD
                   INVALID KEY
                       REWRITE DEBIT-BLOCK-RECORD
               END-WRITE
               ADD 1 TO WS-DEBIT-BLOCK-COUNT
           END-IF.

      *----------------------------------------------------------------
      * WRITE-REVERSAL-DETAIL appends one ready-to-import AR reversal
      * to REMITOUT: the original customer, invoice and amount off the
                  WS-REPRESENT-COUNT DELIMITED BY SIZE
                  '  AT RETRY LIMIT: ' DELIMITED BY SIZE
                  WS-REPRESENT-BLOCKED DELIMITED BY SIZE
                  '  DEBITS BLOCKED: ' DELIMITED BY SIZE
                  WS-DEBIT-BLOCK-COUNT DELIMITED BY SIZE
                  '  DISHONORED: ' DELIMITED BY SIZE
                  WS-DISHONOR-COUNT DELIMITED BY SIZE
                  '  CONTESTED: ' DELIMITED BY SIZE
                  WS-CONTESTED-COUNT DELIMITED BY SIZE
                  INTO WS-RETURN-EXCP-LINE
           WRITE RETURN-EXCP-RECORD FROM WS-RETURN-EXCP-LINE.

      * WRITE-IAT-OFAC-DETAIL reports one complete IAT payment's
      * OFAC-relevant detail for the compliance screen: the trace,
      * then the originator's name and full address, then both banks
      * and the receiver - three report lines per entry, and a fourth
      * naming the field and value that hit when the screen held it.
      *----------------------------------------------------------------
       WRITE-IAT-OFAC-DETAIL.
           MOVE SPACES TO WS-IAT-OFAC-LINE
                  '  TYPE ' DELIMITED BY SIZE
                  WS-IAT-TXN-TYPE DELIMITED BY SIZE
                  INTO WS-IAT-OFAC-LINE
           WRITE IAT-OFAC-RECORD FROM WS-IAT-OFAC-LINE
           IF WS-IAT-HIT
               MOVE SPACES TO WS-IAT-OFAC-LINE
               STRING '      *** HELD FOR COMPLIANCE: '
                          DELIMITED BY SIZE
                      WS-IAT-HIT-REASON DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-IAT-HIT-VALUE DELIMITED BY SIZE
                      INTO WS-IAT-OFAC-LINE
               WRITE IAT-OFAC-RECORD FROM WS-IAT-OFAC-LINE
           END-IF.

      *----------------------------------------------------------------
      * WRITE-IAT-OFAC-HEADER and WRITE-IAT-OFAC-FOOTER frame the
           MOVE SPACES TO WS-IAT-OFAC-LINE
           STRING 'TOTAL IAT ENTRIES REPORTED: ' DELIMITED BY SIZE
                  WS-IAT-ENTRY-COUNT DELIMITED BY SIZE
                  '  HELD FOR COMPLIANCE: ' DELIMITED BY SIZE
                  WS-IAT-HELD-COUNT DELIMITED BY SIZE
                  INTO WS-IAT-OFAC-LINE
           WRITE IAT-OFAC-RECORD FROM WS-IAT-OFAC-LINE.

      *----------------------------------------------------------------
      * LOAD-SDN-LIST reads the Treasury SDN extract into the
      * screening table.  The entry number runs to the first comma
      * and the name is everything after it, since a listed name
      * ('SMITH, JOHN') may carry commas of its own.  The name is
      * upper-cased so the screen does not depend on how either side
      * happened to be keyed.  Screening is only armed when both the
      * SDN list and the blocked-country table loaded; otherwise the
      * run says so on the console and every IAT entry is held.
      *----------------------------------------------------------------
       LOAD-SDN-LIST.
           OPEN INPUT SDN-LIST-FILE
           IF WS-SDNLIST-STATUS = '00'
               PERFORM UNTIL WS-SDNLIST-EOF
                   READ SDN-LIST-FILE
                       AT END
                           SET WS-SDNLIST-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-SDN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SDN-LIST-FILE
           END-IF
           IF WS-SDN-USED > ZERO
               DISPLAY 'SDN LIST LOADED - ' WS-SDN-USED ' NAMES'
           ELSE
               DISPLAY 'SDN LIST NOT ON FILE - STATUS '
                   WS-SDNLIST-STATUS ' - EVERY IAT ENTRY WILL BE HELD'
           END-IF.

       LOAD-ONE-SDN-ENTRY.
           IF WS-SDN-USED >= WS-SDN-MAX
               DISPLAY 'SDN TABLE FULL - ENTRY IGNORED - '
                   SDN-LIST-RECORD
           ELSE
               ADD 1 TO WS-SDN-USED
               MOVE WS-SDN-USED TO WS-SDN-SUB
               MOVE 1 TO WS-SDN-PTR
               MOVE SPACES TO WS-SDN-ENTRY (WS-SDN-SUB)
               UNSTRING SDN-LIST-RECORD DELIMITED BY ','
                   INTO WS-SDN-ENT-NUM (WS-SDN-SUB)
                   WITH POINTER WS-SDN-PTR
               END-UNSTRING
               IF WS-SDN-PTR <= 100
                   MOVE SDN-LIST-RECORD (WS-SDN-PTR:)
                       TO WS-SDN-NAME (WS-SDN-SUB)
               END-IF
               INSPECT WS-SDN-NAME (WS-SDN-SUB)
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               IF WS-SDN-NAME (WS-SDN-SUB) = SPACES
                   DISPLAY 'SDN LIST ENTRY HAS NO NAME - IGNORED - '
                       SDN-LIST-RECORD
                   SUBTRACT 1 FROM WS-SDN-USED
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LOAD-BLOCKED-COUNTRIES reads the BLOCKCTY table of sanctioned
      * countries, keeping the code each record leads with, and arms
      * the screen once both lists are in hand.
      *----------------------------------------------------------------
       LOAD-BLOCKED-COUNTRIES.
           OPEN INPUT BLOCKED-CTY-FILE
           IF WS-BLOCKCTY-STATUS = '00'
               PERFORM UNTIL WS-BLOCKCTY-EOF
                   READ BLOCKED-CTY-FILE
                       AT END
                           SET WS-BLOCKCTY-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-BLOCKED-COUNTRY
                   END-READ
               END-PERFORM
               CLOSE BLOCKED-CTY-FILE
           END-IF
           IF WS-BC-USED > ZERO
               DISPLAY 'BLOCKED COUNTRY TABLE LOADED - '
                   WS-BC-USED ' COUNTRIES'
           ELSE
               DISPLAY 'BLOCKED COUNTRY TABLE NOT ON FILE - STATUS '
                   WS-BLOCKCTY-STATUS ' - EVERY IAT ENTRY WILL BE HELD'
           END-IF
           IF WS-SDN-USED > ZERO AND WS-BC-USED > ZERO
               SET WS-SCREEN-ARMED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * LOAD-BANK-CALENDAR reads the FEDHOL banking-day calendar into
      * the holiday table as serial day numbers.  A line that does not
      * lead with an eight-digit date is skipped.
      *----------------------------------------------------------------
       LOAD-BANK-CALENDAR.
           OPEN INPUT BANK-CALENDAR-FILE
           IF WS-FEDHOL-STATUS = '00'
               SET WS-CALENDAR-LOADED TO TRUE
               PERFORM UNTIL WS-FEDHOL-EOF
                   READ BANK-CALENDAR-FILE
                       AT END
                           SET WS-FEDHOL-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE BANK-CALENDAR-FILE
               DISPLAY 'BANKING CALENDAR LOADED - '
                   WS-HC-USED ' HOLIDAYS'
           ELSE
               DISPLAY 'BANKING CALENDAR NOT ON FILE - STATUS '
                   WS-FEDHOL-STATUS
                   ' - RETURN DEADLINES NOT CHECKED'
           END-IF.

       LOAD-ONE-HOLIDAY.
           IF BANK-CALENDAR-RECORD (1:8) IS NUMERIC
               IF WS-HC-USED >= WS-HC-MAX
                   DISPLAY 'HOLIDAY TABLE FULL - ENTRY IGNORED - '
                       BANK-CALENDAR-RECORD
               ELSE
                   MOVE BANK-CALENDAR-RECORD (1:8) TO WS-DN-DATE
                   PERFORM CONVERT-DATE-TO-DAY-NUMBER
                   ADD 1 TO WS-HC-USED
                   MOVE WS-DN-RESULT TO WS-HC-DAY (WS-HC-USED)
               END-IF
           END-IF.

       LOAD-ONE-BLOCKED-COUNTRY.
           IF WS-BC-USED >= WS-BC-MAX
               DISPLAY 'BLOCKED COUNTRY TABLE FULL - ENTRY IGNORED - '
                   BLOCKED-CTY-RECORD
           ELSE
               ADD 1 TO WS-BC-USED
               MOVE WS-BC-USED TO WS-BC-SUB
               MOVE SPACES TO WS-BC-CODE (WS-BC-SUB)
               UNSTRING BLOCKED-CTY-RECORD DELIMITED BY ','
                   INTO WS-BC-CODE (WS-BC-SUB)
               END-UNSTRING
               INSPECT WS-BC-CODE (WS-BC-SUB)
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               IF WS-BC-CODE (WS-BC-SUB) = SPACES
                   SUBTRACT 1 FROM WS-BC-USED
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * SCREEN-IAT-ENTRY runs one complete IAT chain through the
      * sanctions screen: the four party names against the SDN list,
      * then the four countries against the blocked table.  The
      * first hit ends the screen and names the field and the value
      * that hit, for the hold queue and the IATOFAC report.  With
      * screening not armed every entry is a hit - an unscreened
      * international payment is never released.
      *----------------------------------------------------------------
       SCREEN-IAT-ENTRY.
           MOVE 'N' TO WS-IAT-HIT-SW
           MOVE SPACES TO WS-IAT-HIT-REASON
           MOVE SPACES TO WS-IAT-HIT-VALUE
           IF NOT WS-SCREEN-ARMED
               SET WS-IAT-HIT TO TRUE
               MOVE 'SCREEN-UNAVAILABLE' TO WS-IAT-HIT-REASON
           ELSE
               MOVE 'SDN-ORIGINATOR' TO WS-SCREEN-FIELD
               MOVE WS-IAT-ORIG-NAME TO WS-SCREEN-VALUE
               PERFORM SCREEN-NAME-AGAINST-SDN
               MOVE 'SDN-RECEIVER' TO WS-SCREEN-FIELD
               MOVE WS-IAT-RECEIVER-NAME TO WS-SCREEN-VALUE
               PERFORM SCREEN-NAME-AGAINST-SDN
               MOVE 'SDN-ODFI' TO WS-SCREEN-FIELD
               MOVE WS-IAT-ODFI-NAME TO WS-SCREEN-VALUE
               PERFORM SCREEN-NAME-AGAINST-SDN
               MOVE 'SDN-RDFI' TO WS-SCREEN-FIELD
               MOVE WS-IAT-RDFI-NAME TO WS-SCREEN-VALUE
               PERFORM SCREEN-NAME-AGAINST-SDN
               MOVE 'BLOCKED-ORIG-CTRY' TO WS-SCREEN-FIELD
               MOVE WS-IAT-ORIG-COUNTRY TO WS-SCREEN-VALUE
               PERFORM SCREEN-COUNTRY-AGAINST-TABLE
               MOVE 'BLOCKED-ODFI-CTRY' TO WS-SCREEN-FIELD
               MOVE WS-IAT-ODFI-COUNTRY TO WS-SCREEN-VALUE
               PERFORM SCREEN-COUNTRY-AGAINST-TABLE
               MOVE 'BLOCKED-RDFI-CTRY' TO WS-SCREEN-FIELD
               MOVE WS-IAT-RDFI-COUNTRY TO WS-SCREEN-VALUE
               PERFORM SCREEN-COUNTRY-AGAINST-TABLE
               MOVE 'BLOCKED-RCVR-CTRY' TO WS-SCREEN-FIELD
               MOVE WS-IAT-RECEIVER-CNTRY TO WS-SCREEN-VALUE
               PERFORM SCREEN-COUNTRY-AGAINST-TABLE
           END-IF.

      *----------------------------------------------------------------
      * SCREEN-NAME-AGAINST-SDN and SCREEN-COUNTRY-AGAINST-TABLE test
      * the value in WS-SCREEN-VALUE against the SDN names and the
      * blocked countries, once an earlier field has not already hit.
      * A blank field has nothing to screen.
      *----------------------------------------------------------------
       SCREEN-NAME-AGAINST-SDN.
           IF NOT WS-IAT-HIT AND WS-SCREEN-VALUE NOT = SPACES
               INSPECT WS-SCREEN-VALUE
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE ZERO TO WS-SDN-SUB
               PERFORM UNTIL WS-IAT-HIT OR WS-SDN-SUB >= WS-SDN-USED
                   ADD 1 TO WS-SDN-SUB
                   IF WS-SDN-NAME (WS-SDN-SUB) = WS-SCREEN-VALUE
                       SET WS-IAT-HIT TO TRUE
                       MOVE WS-SCREEN-FIELD TO WS-IAT-HIT-REASON
                       MOVE WS-SCREEN-VALUE TO WS-IAT-HIT-VALUE
                   END-IF
               END-PERFORM
           END-IF.

       SCREEN-COUNTRY-AGAINST-TABLE.
           IF NOT WS-IAT-HIT AND WS-SCREEN-VALUE NOT = SPACES
               INSPECT WS-SCREEN-VALUE
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               MOVE ZERO TO WS-BC-SUB
               PERFORM UNTIL WS-IAT-HIT OR WS-BC-SUB >= WS-BC-USED
                   ADD 1 TO WS-BC-SUB
                   IF WS-BC-CODE (WS-BC-SUB) = WS-SCREEN-VALUE
                       SET WS-IAT-HIT TO TRUE
                       MOVE WS-SCREEN-FIELD TO WS-IAT-HIT-REASON
                       MOVE WS-SCREEN-VALUE TO WS-IAT-HIT-VALUE
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * HOLD-IAT-ENTRY queues one screening hit on IATHOLD for
      * compliance.  The hold record carries everything the release
      * needs to finish the payment's journey without the NACHA file:
      * trace, receiver account, amount, company code, batch number,
      * settlement date and the batch's cash and AR clearing
      * accounts - then the hit reason and value, the originator name
      * and the date held.  The held dollars are kept out of the
      * batch's GL posting, the payment's history is marked 'H', and
      * the hold is written to the audit trail.
      *----------------------------------------------------------------
       HOLD-IAT-ENTRY.
           MOVE 'H' TO WS-ORIG-STATUS
           PERFORM SET-GL-SETTLE-DATE
           MOVE WS-IAT-ORIG-NAME TO WS-IAT-HOLD-ORIG-NAME
           INSPECT WS-IAT-HOLD-ORIG-NAME REPLACING ALL ',' BY SPACE
           INSPECT WS-IAT-HIT-VALUE REPLACING ALL ',' BY SPACE
           MOVE WS-REMIT-AMOUNT-NUM TO WS-REMIT-AMOUNT-FILE
           MOVE SPACES TO WS-IAT-HOLD-LINE
           STRING WS-CURRENT-TRACE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-REMIT-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-REMIT-AMOUNT-FILE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-BATCH-COMPANY-CODE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-BATCH-NUMBER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-GL-SETTLE-DATE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-BATCH-CASH-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-BATCH-ARCLR-ACCOUNT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-IAT-HIT-REASON DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-IAT-HIT-VALUE DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-IAT-HOLD-ORIG-NAME DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-IAT-HOLD-LINE
           WRITE IAT-HOLD-RECORD FROM WS-IAT-HOLD-LINE
           ADD 1 TO WS-IAT-HELD-COUNT
           ADD WS-REMIT-AMOUNT-NUM TO WS-BATCH-HELD-TOTAL
           ADD WS-REMIT-AMOUNT-NUM TO WS-RUN-IAT-HELD-TOTAL
           DISPLAY 'IAT ENTRY HELD FOR COMPLIANCE - TRACE '
               WS-CURRENT-TRACE ' - ' WS-IAT-HIT-REASON
           PERFORM WRITE-AUDIT-IAT-HOLD.

      *----------------------------------------------------------------
      * WRITE-AUDIT-IAT-HOLD records one compliance hold on the audit
      * trail, tagged IATHOLD, with the held amount, company and the
      * screening reason, so held dollars are accounted for in the
      * run history alongside everything the run did post.
      *----------------------------------------------------------------
       WRITE-AUDIT-IAT-HOLD.
           MOVE WS-REMIT-AMOUNT-NUM TO WS-AUD-HELD-AMOUNT-DISP
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'IATHOLD,' DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-NACHA-FILENAME DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-BATCH-NUMBER DELIMITED BY SPACE
                  ',TRACE=' DELIMITED BY SIZE
                  WS-CURRENT-TRACE DELIMITED BY SPACE
                  ',AMOUNT=' DELIMITED BY SIZE
                  WS-AUD-HELD-AMOUNT-DISP DELIMITED BY SIZE
                  ',COMPANY=' DELIMITED BY SIZE
                  WS-BATCH-COMPANY-CODE DELIMITED BY SPACE
                  ',REASON=' DELIMITED BY SIZE
                  WS-IAT-HIT-REASON DELIMITED BY SPACE
                  INTO WS-AUDIT-LINE
           WRITE AUDIT-TRAIL-RECORD FROM WS-AUDIT-LINE.

      *----------------------------------------------------------------
      * WRITE-AUDIT-BATCH-PROOF records one reconciled batch on the
      * audit trail, tagged BATCHPRF, with its company code, the
      * dollars its Batch Control says were received, the dollars
      * that came in as returns or were rejected whole - the figures
      * the daily cash proof cannot read off the AR import, suspense
      * or discrepancy files - and the dollars the batch's journal
      * entry actually posted to cash, zero when none was written.
      *----------------------------------------------------------------
       WRITE-AUDIT-BATCH-PROOF.
           COMPUTE WS-BATCH-RECEIVED-TOTAL =
               WS-CTL-DEBIT-TOTAL + WS-CTL-CREDIT-TOTAL
           MOVE WS-BATCH-RECEIVED-TOTAL TO WS-AUD-RECEIVED-DISP
           MOVE WS-BATCH-RETURN-TOTAL TO WS-AUD-RETURNED-DISP
           MOVE WS-BATCH-REJECT-TOTAL TO WS-AUD-REJECTED-DISP
           MOVE WS-GL-BATCH-POSTED TO WS-AUD-POSTED-DISP
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'BATCHPRF,' DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-NACHA-FILENAME DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-BATCH-NUMBER DELIMITED BY SPACE
                  ',COMPANY=' DELIMITED BY SIZE
                  WS-BATCH-COMPANY-CODE DELIMITED BY SPACE
                  ',RECEIVED=' DELIMITED BY SIZE
                  WS-AUD-RECEIVED-DISP DELIMITED BY SIZE
                  ',RETURNED=' DELIMITED BY SIZE
                  WS-AUD-RETURNED-DISP DELIMITED BY SIZE
                  ',REJECTED=' DELIMITED BY SIZE
                  WS-AUD-REJECTED-DISP DELIMITED BY SIZE
                  ',POSTED=' DELIMITED BY SIZE
                  WS-AUD-POSTED-DISP DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE AUDIT-TRAIL-RECORD FROM WS-AUDIT-LINE.

      *----------------------------------------------------------------
      * PROCESS-BATCH-HEADER resets the per-batch reconciliation
      * accumulators - a Batch Header always precedes its entries.
           MOVE ZERO TO WS-BATCH-DEBIT-TOTAL
           MOVE ZERO TO WS-BATCH-CREDIT-TOTAL
           MOVE ZERO TO WS-BATCH-REMIT-COUNT
           MOVE ZERO TO WS-BATCH-REMIT-TOTAL
           MOVE ZERO TO WS-BATCH-HELD-TOTAL
           MOVE ZERO TO WS-BATCH-RETURN-TOTAL
           MOVE ZERO TO WS-BATCH-REJECT-TOTAL.

      *----------------------------------------------------------------
      * PROCESS-ENTRY-DETAIL folds a payment entry into the running
           MOVE WS-ELEMENT (3) TO WS-ENTRY-ROUTING
           MOVE WS-ELEMENT (4) TO WS-AMOUNT-ELEMENT
           PERFORM CONVERT-AMOUNT-ELEMENT
           MOVE WS-AMOUNT-VALUE TO WS-RETURN-ENTRY-AMOUNT
           MOVE WS-ELEMENT (5) TO WS-RETURN-ENTRY-ACCOUNT

           IF WS-TRAN-PRENOTE AND WS-AMOUNT-VALUE NOT = ZERO
               MOVE 'PRENOTE AMOUNT NOT ZERO' TO WS-SEGMENT-REASON
               PERFORM WRITE-REJECT-RECORD
               ADD WS-AMOUNT-VALUE TO WS-BATCH-REJECT-TOTAL
               MOVE SPACES TO WS-CURRENT-TRACE
           ELSE
               ADD 1 TO WS-BATCH-ENTRY-ADDENDA-CNT
           ADD WS-BATCH-REMIT-COUNT TO WS-RUN-REMIT-COUNT
           ADD WS-BATCH-REMIT-TOTAL TO WS-RUN-REMIT-TOTAL

           PERFORM WRITE-GL-BATCH-POSTING
           PERFORM WRITE-AUDIT-BATCH-PROOF.

      *----------------------------------------------------------------
      * WRITE-GL-BATCH-POSTING turns one reconciled batch's verified
      * dollars into a balanced journal entry on the GL posting
      * interface file: a cash account debit and an AR clearing credit
      * stamped with the batch number and settlement date.  A batch
      * that moved no dollars posts nothing.  IAT dollars held for
      * compliance stay off the entry; IatHoldRelease books them when
      * a hold is cleared.
      *----------------------------------------------------------------
       WRITE-GL-BATCH-POSTING.
           MOVE ZERO TO WS-GL-BATCH-POSTED
           COMPUTE WS-GL-POST-AMOUNT =
               WS-BATCH-DEBIT-TOTAL + WS-BATCH-CREDIT-TOTAL
               - WS-BATCH-HELD-TOTAL
      * Blank batch accounts mean the batch's company ID did not
      * resolve; its dollars stay off the GL rather than landing in
      * a default company's books.
           IF WS-GL-ENABLED AND WS-GL-POST-AMOUNT > ZERO
              AND WS-BATCH-CASH-ACCOUNT NOT = SPACES
               PERFORM SET-GL-SETTLE-DATE
               MOVE WS-GL-POST-AMOUNT TO WS-GL-BATCH-POSTED
               MOVE WS-GL-POST-AMOUNT TO WS-GL-AMOUNT-FILE
               MOVE SPACES TO WS-GL-POST-LINE
               STRING 'JE,' DELIMITED BY SIZE
