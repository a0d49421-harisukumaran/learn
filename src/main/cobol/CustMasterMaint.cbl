                           MOVE WS-NOC-CORRECTED-DATA
                               TO WS-AUDIT-ACCOUNT
                           PERFORM WRITE-AUDIT-DETAIL
                           PERFORM WRITE-AUDIT-RENUMBER-FROM
                   END-WRITE
           END-READ.

                  INTO WS-AUDIT-LINE
           WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE.

      *----------------------------------------------------------------
      * WRITE-AUDIT-RENUMBER-FROM follows a NOC-ACCT audit line with
      * the account number the master record was moved FROM, so the
      * audit trail carries both ends of every renumber and the
      * integrity check can tell a renumbered account from a missing
      * one.  It is part of the same change, not another applied
      * transaction, so the applied count is left alone.
      *----------------------------------------------------------------
       WRITE-AUDIT-RENUMBER-FROM.
           MOVE SPACES TO WS-AUDIT-LINE
           MOVE 'FROM' TO WS-AUDIT-LINE (28:4)
           MOVE WS-NOC-RESOLVED-ACCOUNT TO WS-AUDIT-LINE (39:20)
           WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE.

      *----------------------------------------------------------------
      * WRITE-EXCP-DETAIL reports one rejected or held transaction
      * with its position in the transaction file, the reason, and
