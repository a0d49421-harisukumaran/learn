       IDENTIFICATION DIVISION.
       PROGRAM-ID. DishonorOriginator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIG-PARM-FILE ASSIGN TO 'ORIGPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGPARM-STATUS.
           SELECT DISHONOR-FILE ASSIGN TO 'DISHQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISHQUE-STATUS.
           SELECT DISHONOR-OUT-FILE ASSIGN TO 'DISHOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISHOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIG-PARM-FILE.
       01  ORIG-PARM-RECORD PIC X(80).

       FD  DISHONOR-FILE.
       01  DISHONOR-RECORD PIC X(200).

       FD  DISHONOR-OUT-FILE.
       01  DISHONOR-OUT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ORIGPARM-STATUS         PIC XX VALUE SPACES.
       01  WS-DISHQUE-STATUS          PIC XX VALUE SPACES.
       01  WS-DISHOUT-STATUS          PIC XX VALUE SPACES.
       01  WS-PARM-EOF-SW             PIC X VALUE 'N'.
           88  WS-PARM-EOF                VALUE 'Y'.
       01  WS-QUEUE-EOF-SW            PIC X VALUE 'N'.
           88  WS-QUEUE-EOF               VALUE 'Y'.

      * Origination parameter working-storage.  The dishonored returns
      * go to the same bank under the same identity as our debits, so
      * ORIGPARM is shared with NachaOriginator: ODFI, ORIGIN, DEST
      * and COMPANY are required.  DSHMOD is the file ID modifier
      * for the dishonor file (default 'D', kept apart from the
      * MODIFIER of the day's debit file).  DSHSEQ is the starting
      * trace sequence for dishonors (default 9000001), a range of its
      * own so a dishonor never reuses a debit's trace number; ops
      * advances it the way it advances TRACESEQ.  The other
      * NachaOriginator keywords mean nothing here and are skipped.
       01  WS-PARM-KEYWORD            PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE              PIC X(20) VALUE SPACES.
       01  WS-ODFI-ROUTING            PIC X(08) VALUE SPACES.
       01  WS-IMMED-ORIGIN            PIC X(10) VALUE SPACES.
       01  WS-IMMED-DEST              PIC X(10) VALUE SPACES.
       01  WS-COMPANY-ID              PIC X(10) VALUE SPACES.
       01  WS-FILE-ID-MODIFIER        PIC X(01) VALUE 'D'.
       01  WS-TRACE-SEQUENCE          PIC 9(07) VALUE 9000001.
       01  WS-PARMS-OK-SW             PIC X VALUE 'Y'.
           88  WS-PARMS-OK                VALUE 'Y'.
           88  WS-PARMS-BAD               VALUE 'N'.

      * One DISHQUE line as NachaParser queues it: the original entry
      * trace, customer account, receiving bank routing, amount in
      * NACHA's 10-digit implied-two-decimal form, the dishonor code,
      * the reason the RDFI returned it with, the date the return
      * settled, the original effective date and the company ID the
      * original went out under (blank on an inbound payment, which
      * is dishonored under our own ORIGPARM company).  The queue is
      * expected sorted by company ID - a new company cuts a new
      * batch, control-break style.
       01  WS-QUEUE-FIELDS.
           05  WS-DQ-ORIG-TRACE       PIC X(15) VALUE SPACES.
           05  WS-DQ-ACCOUNT          PIC X(20) VALUE SPACES.
           05  WS-DQ-ROUTING          PIC X(09) VALUE SPACES.
           05  WS-DQ-AMOUNT-RAW       PIC X(10) VALUE SPACES.
           05  WS-DQ-DISHONOR-CODE    PIC X(03) VALUE SPACES.
           05  WS-DQ-RETURN-REASON    PIC X(03) VALUE SPACES.
           05  WS-DQ-RETURN-DATE      PIC X(08) VALUE SPACES.
           05  WS-DQ-EFF-DATE         PIC X(08) VALUE SPACES.
           05  WS-DQ-COMPANY-ID       PIC X(10) VALUE SPACES.
       01  WS-DQ-AMOUNT-NUM           PIC 9(10).
       01  WS-DQ-AMOUNT-VALUE         PIC 9(8)V99.
       01  WS-QUEUE-LINE-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-QUEUE-REJECT-COUNT      PIC 9(6) VALUE ZERO.

      * Batch and file accumulators, the same figures NachaOriginator
      * balances.  A dishonored return carries the return's own
      * transaction code: 26 for the return of a debit we originated,
      * counted in the debit totals, 21 for the return of a credit
      * paid to us, counted in the credit totals.
       01  WS-BATCH-OPEN-SW           PIC X VALUE 'N'.
           88  WS-BATCH-IS-OPEN           VALUE 'Y'.
       01  WS-BATCH-NUMBER            PIC 9(07) VALUE ZERO.
       01  WS-BATCH-COMPANY-ID        PIC X(10) VALUE SPACES.
       01  WS-ENTRY-COMPANY-ID        PIC X(10) VALUE SPACES.
       01  WS-ENTRY-TRAN-CODE         PIC X(02) VALUE SPACES.
       01  WS-BATCH-ENTRY-ADDENDA-CNT PIC 9(6)  COMP VALUE ZERO.
       01  WS-BATCH-ENTRY-HASH        PIC 9(10) COMP VALUE ZERO.
       01  WS-BATCH-DEBIT-TOTAL       PIC 9(10)V99 COMP-3 VALUE ZERO.
       01  WS-BATCH-CREDIT-TOTAL      PIC 9(10)V99 COMP-3 VALUE ZERO.
       01  WS-FILE-ENTRY-ADDENDA-CNT  PIC 9(8)  COMP VALUE ZERO.
       01  WS-FILE-ENTRY-HASH         PIC 9(10) COMP VALUE ZERO.
       01  WS-FILE-DEBIT-TOTAL        PIC 9(12)V99 COMP-3 VALUE ZERO.
       01  WS-FILE-CREDIT-TOTAL       PIC 9(12)V99 COMP-3 VALUE ZERO.
       01  WS-FILE-BATCH-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-FILE-ENTRY-COUNT        PIC 9(6) VALUE ZERO.

      * Display-format staging fields for the '*'-delimited output
      * records, zero-filled the width the inbound parser decodes.
       01  WS-CURRENT-TRACE.
           05  WS-TRACE-ODFI          PIC X(08).
           05  WS-TRACE-SEQ           PIC 9(07).
       01  WS-TRACE-ROUTING-NUM       PIC 9(08).
       01  WS-CNT-OUT                 PIC 9(06).
       01  WS-HASH-OUT                PIC 9(10).
       01  WS-DEBIT-RAW-OUT           PIC 9(10).
       01  WS-CREDIT-RAW-OUT          PIC 9(10).
       01  WS-FILE-CNT-OUT            PIC 9(08).
       01  WS-FILE-DEBIT-RAW-OUT      PIC 9(14).
       01  WS-FILE-CREDIT-RAW-OUT     PIC 9(14).
       01  WS-ACH-OUT-LINE            PIC X(80) VALUE SPACES.
       01  WS-BATCH-NUMBER-OUT        PIC 9(07).

       01  WS-CURRENT-DATE            PIC 9(8).
       01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-CC          PIC X(2).
           05  WS-CURRENT-YYMMDD      PIC X(6).
       01  WS-CURRENT-TIME            PIC 9(8).
       01  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME.
           05  WS-CURRENT-HHMM        PIC X(4).
           05  WS-CURRENT-SSHH        PIC X(4).

       01  WS-DEBIT-DOLLARS-EDIT      PIC $$$,$$$,$$$,$$9.99.
       01  WS-CREDIT-DOLLARS-EDIT     PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM LOAD-ORIG-PARAMETERS
           IF WS-PARMS-BAD
               DISPLAY 'ORIGINATION PARAMETERS INCOMPLETE - '
                   'NO DISHONOR FILE GENERATED'
               STOP RUN
           END-IF

           OPEN INPUT DISHONOR-FILE
           IF WS-DISHQUE-STATUS NOT = '00'
               DISPLAY 'DISHONOR QUEUE WOULD NOT OPEN - STATUS '
                   WS-DISHQUE-STATUS ' - NO DISHONOR FILE GENERATED'
               STOP RUN
           END-IF

           OPEN OUTPUT DISHONOR-OUT-FILE
           PERFORM WRITE-FILE-HEADER

           PERFORM UNTIL WS-QUEUE-EOF
               READ DISHONOR-FILE
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-LINE-COUNT
                       PERFORM PROCESS-ONE-DISHONOR
               END-READ
           END-PERFORM

           IF WS-BATCH-IS-OPEN
               PERFORM WRITE-BATCH-CONTROL
           END-IF
           PERFORM WRITE-FILE-CONTROL

           CLOSE DISHONOR-FILE
           CLOSE DISHONOR-OUT-FILE

           MOVE WS-FILE-DEBIT-TOTAL TO WS-DEBIT-DOLLARS-EDIT
           MOVE WS-FILE-CREDIT-TOTAL TO WS-CREDIT-DOLLARS-EDIT
           DISPLAY 'DISHONORED RETURN RUN SUMMARY'
           DISPLAY '  QUEUE LINES READ:     ' WS-QUEUE-LINE-COUNT
           DISPLAY '  LINES REJECTED:       ' WS-QUEUE-REJECT-COUNT
           DISPLAY '  BATCHES GENERATED:    ' WS-FILE-BATCH-COUNT
           DISPLAY '  ENTRIES GENERATED:    ' WS-FILE-ENTRY-COUNT
           DISPLAY '  TOTAL DEBIT DOLLARS:  ' WS-DEBIT-DOLLARS-EDIT
           DISPLAY '  TOTAL CREDIT DOLLARS: ' WS-CREDIT-DOLLARS-EDIT
           DISPLAY '  NEXT DSHSEQ:          ' WS-TRACE-SEQUENCE
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
               WHEN 'DSHMOD'
                   MOVE WS-PARM-VALUE (1:1) TO WS-FILE-ID-MODIFIER
               WHEN 'DSHSEQ'
                   IF WS-PARM-VALUE (1:7) IS NUMERIC
                       MOVE WS-PARM-VALUE (1:7) TO WS-TRACE-SEQUENCE
                   ELSE
                       DISPLAY 'DSHSEQ PARAMETER NOT A 7-DIGIT '
                           'NUMBER - ' WS-PARM-VALUE
                           ' - DEFAULT SEQUENCE KEPT'
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * PROCESS-ONE-DISHONOR splits one queue line, edits it, cuts a
      * new batch when the company changes and writes the entry.  A
      * line with no trace, routing or numeric amount cannot be sent
      * and is noted on the console.
      *----------------------------------------------------------------
       PROCESS-ONE-DISHONOR.
           MOVE SPACES TO WS-QUEUE-FIELDS
           UNSTRING DISHONOR-RECORD DELIMITED BY ','
               INTO WS-DQ-ORIG-TRACE
                    WS-DQ-ACCOUNT
                    WS-DQ-ROUTING
                    WS-DQ-AMOUNT-RAW
                    WS-DQ-DISHONOR-CODE
                    WS-DQ-RETURN-REASON
                    WS-DQ-RETURN-DATE
                    WS-DQ-EFF-DATE
                    WS-DQ-COMPANY-ID
           END-UNSTRING
           IF WS-DQ-ORIG-TRACE = SPACES
              OR WS-DQ-ROUTING = SPACES
              OR WS-DQ-AMOUNT-RAW NOT NUMERIC
              OR WS-DQ-DISHONOR-CODE = SPACES
               ADD 1 TO WS-QUEUE-REJECT-COUNT
               DISPLAY 'DISHONOR LINE ' WS-QUEUE-LINE-COUNT
                   ' INCOMPLETE - NOT SENT - ' DISHONOR-RECORD (1:60)
           ELSE
               MOVE WS-DQ-AMOUNT-RAW TO WS-DQ-AMOUNT-NUM
               COMPUTE WS-DQ-AMOUNT-VALUE = WS-DQ-AMOUNT-NUM / 100
               IF WS-DQ-COMPANY-ID = SPACES
                   MOVE WS-COMPANY-ID TO WS-ENTRY-COMPANY-ID
                   MOVE '21' TO WS-ENTRY-TRAN-CODE
               ELSE
                   MOVE WS-DQ-COMPANY-ID TO WS-ENTRY-COMPANY-ID
                   MOVE '26' TO WS-ENTRY-TRAN-CODE
               END-IF
               IF NOT WS-BATCH-IS-OPEN
                  OR WS-ENTRY-COMPANY-ID NOT = WS-BATCH-COMPANY-ID
                   PERFORM START-NEW-BATCH
               END-IF
               PERFORM WRITE-ENTRY-AND-ADDENDA
           END-IF.

      *----------------------------------------------------------------
      * START-NEW-BATCH closes any batch in progress and opens a CCD
      * batch for the company, effective today - a dishonored return
      * settles as soon as the bank can take it.
      *----------------------------------------------------------------
       START-NEW-BATCH.
           IF WS-BATCH-IS-OPEN
               PERFORM WRITE-BATCH-CONTROL
           END-IF
           ADD 1 TO WS-BATCH-NUMBER
           ADD 1 TO WS-FILE-BATCH-COUNT
           MOVE WS-ENTRY-COMPANY-ID TO WS-BATCH-COMPANY-ID
           MOVE ZERO TO WS-BATCH-ENTRY-ADDENDA-CNT
           MOVE ZERO TO WS-BATCH-ENTRY-HASH
           MOVE ZERO TO WS-BATCH-DEBIT-TOTAL
           MOVE ZERO TO WS-BATCH-CREDIT-TOTAL
           SET WS-BATCH-IS-OPEN TO TRUE
           MOVE WS-BATCH-NUMBER TO WS-BATCH-NUMBER-OUT
           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '5*CCD*' DELIMITED BY SIZE
                  WS-BATCH-COMPANY-ID DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-BATCH-NUMBER-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-CURRENT-YYMMDD DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           WRITE DISHONOR-OUT-RECORD FROM WS-ACH-OUT-LINE.

      *----------------------------------------------------------------
      * WRITE-ENTRY-AND-ADDENDA generates one dishonored return: the
      * entry detail under the next dishonor trace number, with the
      * returned entry's routing, amount and account, and the type 99
      * addenda carrying the dishonor code, the original entry trace,
      * the return reason being dishonored and the date it settled.
      *----------------------------------------------------------------
       WRITE-ENTRY-AND-ADDENDA.
           MOVE WS-ODFI-ROUTING TO WS-TRACE-ODFI
           MOVE WS-TRACE-SEQUENCE TO WS-TRACE-SEQ
           ADD 1 TO WS-TRACE-SEQUENCE

           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '6*' DELIMITED BY SIZE
                  WS-ENTRY-TRAN-CODE DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-DQ-ROUTING DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-DQ-AMOUNT-NUM DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-DQ-ACCOUNT DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-CURRENT-TRACE DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           WRITE DISHONOR-OUT-RECORD FROM WS-ACH-OUT-LINE

           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '7*0001*99*' DELIMITED BY SIZE
                  WS-DQ-DISHONOR-CODE DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-DQ-ORIG-TRACE DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-DQ-RETURN-REASON DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-DQ-RETURN-DATE DELIMITED BY SPACE
                  INTO WS-ACH-OUT-LINE
           WRITE DISHONOR-OUT-RECORD FROM WS-ACH-OUT-LINE

           ADD 2 TO WS-BATCH-ENTRY-ADDENDA-CNT
           MOVE WS-CURRENT-TRACE (1:8) TO WS-TRACE-ROUTING-NUM
           ADD WS-TRACE-ROUTING-NUM TO WS-BATCH-ENTRY-HASH
           IF WS-ENTRY-TRAN-CODE = '26'
               ADD WS-DQ-AMOUNT-VALUE TO WS-BATCH-DEBIT-TOTAL
           ELSE
               ADD WS-DQ-AMOUNT-VALUE TO WS-BATCH-CREDIT-TOTAL
           END-IF
           ADD 1 TO WS-FILE-ENTRY-COUNT.

      *----------------------------------------------------------------
      * WRITE-FILE-HEADER opens the output file with the transmission
      * identity, the same File Header NachaOriginator writes.
      *----------------------------------------------------------------
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
           WRITE DISHONOR-OUT-RECORD FROM WS-ACH-OUT-LINE.

      *----------------------------------------------------------------
      * WRITE-BATCH-CONTROL balances the batch in progress - entry/
      * addenda count, entry hash, debit and credit totals - and
      * rolls the figures into the file accumulators.
      *----------------------------------------------------------------
       WRITE-BATCH-CONTROL.
           MOVE WS-BATCH-ENTRY-ADDENDA-CNT TO WS-CNT-OUT
           MOVE WS-BATCH-ENTRY-HASH TO WS-HASH-OUT
           COMPUTE WS-DEBIT-RAW-OUT = WS-BATCH-DEBIT-TOTAL * 100
           COMPUTE WS-CREDIT-RAW-OUT = WS-BATCH-CREDIT-TOTAL * 100
           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '8*' DELIMITED BY SIZE
                  WS-CNT-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-HASH-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-DEBIT-RAW-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-CREDIT-RAW-OUT DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           WRITE DISHONOR-OUT-RECORD FROM WS-ACH-OUT-LINE
           ADD WS-BATCH-ENTRY-ADDENDA-CNT TO WS-FILE-ENTRY-ADDENDA-CNT
           ADD WS-BATCH-ENTRY-HASH TO WS-FILE-ENTRY-HASH
           ADD WS-BATCH-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL
           ADD WS-BATCH-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL
           MOVE 'N' TO WS-BATCH-OPEN-SW.

      *----------------------------------------------------------------
      * WRITE-FILE-CONTROL closes the file with the consolidated
      * batch count, entry/addenda count, hash and dollar totals.
      *----------------------------------------------------------------
       WRITE-FILE-CONTROL.
           MOVE WS-FILE-BATCH-COUNT TO WS-CNT-OUT
           MOVE WS-FILE-ENTRY-ADDENDA-CNT TO WS-FILE-CNT-OUT
           MOVE WS-FILE-ENTRY-HASH TO WS-HASH-OUT
           COMPUTE WS-FILE-DEBIT-RAW-OUT = WS-FILE-DEBIT-TOTAL * 100
           COMPUTE WS-FILE-CREDIT-RAW-OUT = WS-FILE-CREDIT-TOTAL * 100
           MOVE SPACES TO WS-ACH-OUT-LINE
           STRING '9*' DELIMITED BY SIZE
                  WS-CNT-OUT DELIMITED BY SIZE
                  '*1*' DELIMITED BY SIZE
                  WS-FILE-CNT-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-HASH-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-FILE-DEBIT-RAW-OUT DELIMITED BY SIZE
                  '*' DELIMITED BY SIZE
                  WS-FILE-CREDIT-RAW-OUT DELIMITED BY SIZE
                  INTO WS-ACH-OUT-LINE
           WRITE DISHONOR-OUT-RECORD FROM WS-ACH-OUT-LINE.
