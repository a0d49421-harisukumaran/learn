       01  WS-GL-ARCLR-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-GL-POST-LINE            PIC X(100) VALUE SPACES.
       01  WS-GL-AMOUNT-FILE          PIC ZZZZZZZZZZ9.99.
       01  WS-GL-BATCH-POSTED         PIC 9(10)V99 VALUE ZERO.
       01  WS-GL-JE-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-GL-SETTLE-DATE          PIC X(08) VALUE SPACES.
       01  WS-RUN-DOLLARS-FILE        PIC ZZZZZZZZZZZZZ9.99.
       01  WS-AUD-REJECTS-DISP        PIC 9(8).
       01  WS-AUD-ENTRIES-DISP        PIC 9(8).
       01  WS-AUD-DOLLARS-DISP        PIC 9(14).99.
       01  WS-AUD-RECEIVED-DISP       PIC 9(12).99.
       01  WS-AUD-POSTED-DISP         PIC 9(12).99.
       01  WS-RUN-CHECK-COUNT         PIC 9(8) COMP VALUE ZERO.
       01  WS-RUN-DEPOSIT-TOTAL      PIC 9(14)V99 COMP-3 VALUE ZERO.

               MOVE WS-CURRENT-DATE TO OH-RECORDED-DATE
               MOVE SPACES TO OH-ROUTING
               MOVE ZERO TO OH-RETRY-COUNT
               MOVE SPACES TO OH-RETURN-REASON
               MOVE ZERO TO OH-RETURN-DATE
               MOVE SPACES TO OH-COMPANY-ID
               MOVE ZERO TO OH-EFFECTIVE-DATE
               MOVE SPACE TO OH-SETTLE-WINDOW
               MOVE ZERO TO OH-REFUND-AMOUNT
               MOVE ZERO TO OH-REFUND-DATE
               WRITE ORIG-HIST-RECORD
                   INVALID KEY
                       REWRITE ORIG-HIST-RECORD
           ADD WS-BATCH-REMIT-TOTAL TO WS-RUN-REMIT-TOTAL

           PERFORM WRITE-GL-BATCH-POSTING
           PERFORM WRITE-AUDIT-BATCH-PROOF
           MOVE 'N' TO WS-BATCH-OPEN-SW.

      *----------------------------------------------------------------
                  WS-MATCH-ADJ-CODE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MATCH-DISPOSITION DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-BATCH-COMPANY-CODE DELIMITED BY SIZE
                  INTO WS-DISCREP-RPT-LINE
           WRITE DISCREP-RPT-RECORD FROM WS-DISCREP-RPT-LINE.

      * dated with the lockbox deposit date.
      *----------------------------------------------------------------
       WRITE-GL-BATCH-POSTING.
           MOVE ZERO TO WS-GL-BATCH-POSTED
      * Blank batch accounts mean the batch's company ID did not
      * resolve; its dollars stay off the GL rather than landing in
      * a default company's books.
               ELSE
                   MOVE WS-DEPOSIT-DATE TO WS-GL-SETTLE-DATE
               END-IF
               MOVE WS-BATCH-DEPOSIT-TOTAL TO WS-GL-BATCH-POSTED
               MOVE WS-BATCH-DEPOSIT-TOTAL TO WS-GL-AMOUNT-FILE
               MOVE SPACES TO WS-GL-POST-LINE
               STRING 'JE,' DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE AUDIT-TRAIL-RECORD FROM WS-AUDIT-LINE.

      *----------------------------------------------------------------
      * WRITE-AUDIT-BATCH-PROOF records the deposit batch in the
      * parser's BATCHPRF layout - company code, the dollars the
      * trailer says were deposited and the dollars the batch's
      * journal entry posted to cash - for the daily cash proof.  A
      * lockbox deposit carries no returns, and a rejected lockbox
      * record carries no amount the trailer can be credited with.
      *----------------------------------------------------------------
       WRITE-AUDIT-BATCH-PROOF.
           MOVE WS-CTL-DEPOSIT-TOTAL TO WS-AUD-RECEIVED-DISP
           MOVE WS-GL-BATCH-POSTED TO WS-AUD-POSTED-DISP
           MOVE SPACES TO WS-AUDIT-LINE
           STRING 'BATCHPRF,' DELIMITED BY SIZE
                  WS-RUN-ID DELIMITED BY SIZE
                  ',LBXIN,' DELIMITED BY SIZE
                  WS-BATCH-NUMBER DELIMITED BY SPACE
                  ',COMPANY=' DELIMITED BY SIZE
                  WS-BATCH-COMPANY-CODE DELIMITED BY SPACE
                  ',RECEIVED=' DELIMITED BY SIZE
                  WS-AUD-RECEIVED-DISP DELIMITED BY SIZE
                  ',RETURNED=0.00,REJECTED=0.00' DELIMITED BY SIZE
                  ',POSTED=' DELIMITED BY SIZE
                  WS-AUD-POSTED-DISP DELIMITED BY SIZE
                  INTO WS-AUDIT-LINE
           WRITE AUDIT-TRAIL-RECORD FROM WS-AUDIT-LINE.

       WRITE-AUDIT-RUN-TRAILER.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME FROM TIME
