       01  WS-CARRIED-TOTAL           PIC 9(10)V99 VALUE ZERO.
       01  WS-RELEASED-TOTAL-EDIT     PIC $$$,$$$,$$9.99.
       01  WS-CARRIED-TOTAL-EDIT      PIC $$$,$$$,$$9.99.
       01  WS-REFUNDED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-REFUNDED-TOTAL          PIC 9(10)V99 VALUE ZERO.
       01  WS-REFUNDED-TOTAL-EDIT     PIC $$$,$$$,$$9.99.
       01  WS-ITEM-REFUNDED-SW        PIC X VALUE 'N'.
           88  WS-ITEM-REFUNDED           VALUE 'Y'.
       01  WS-ITEM-AMOUNT-OK-SW       PIC X VALUE 'N'.
           88  WS-ITEM-AMOUNT-OK          VALUE 'Y'.

      * One row per refunded payment reference found on the suspense
      * file.  A payment is often queued as several items - one per
      * invoice of an unknown payer's check, one per CTX TXN - while
      * its ORIGHIST record carries the whole payment, so a refund
      * is worked off the reference's items together: the items'
      * total less what the payment has left unrefunded is the
      * refund not yet taken out of suspense, deducted from the
      * reference's items in file order.  Items carried forward
      * already reduced bring their total down with them, so a
      * refund is never deducted twice.
       01  WS-REFUND-TABLE.
           05  WS-RF-ENTRY OCCURS 2000 TIMES.
               10  WS-RF-REFERENCE    PIC X(15).
               10  WS-RF-ITEM-TOTAL   PIC 9(9)V99 COMP-3.
               10  WS-RF-UNREFUNDED   PIC 9(9)V99 COMP-3.
               10  WS-RF-TO-DEDUCT    PIC 9(9)V99 COMP-3.
       01  WS-RF-USED                 PIC 9(4) COMP VALUE ZERO.
       01  WS-RF-MAX                  PIC 9(4) COMP VALUE 2000.
       01  WS-RF-SUB                  PIC 9(4) COMP VALUE ZERO.
       01  WS-RF-FOUND-SW             PIC X VALUE 'N'.
           88  WS-RF-FOUND                VALUE 'Y'.

       01  WS-SUSP-OUT-LINE           PIC X(150) VALUE SPACES.
       01  WS-REMIT-OUT-LINE          PIC X(100) VALUE SPACES.
                   WS-ORIGHIST-STATUS ' - RELEASES GO UNRECORDED'
           END-IF

      * Refunds are totalled by payment reference before any item is
      * worked, so the suspense file is read once for that and then
      * opened again for the work-off itself.
           IF WS-ORIGHIST-OPEN
               PERFORM LOAD-REFERENCE-REFUNDS
               CLOSE SUSPENSE-FILE
               OPEN INPUT SUSPENSE-FILE
               MOVE 'N' TO WS-SUSPENSE-EOF-SW
           END-IF

      * Released items are appended to the AR import file so a
      * work-off run can follow the same day's parser run; a missing
      * REMITOUT falls back to a fresh one, the parser's own guarded
           DISPLAY 'SUSPENSE WORK-OFF SUMMARY'
           DISPLAY '  ITEMS READ:      ' WS-ITEM-COUNT
           DISPLAY '  RELEASED TO AR:  ' WS-RELEASED-COUNT
           DISPLAY '  REFUNDED:        ' WS-REFUNDED-COUNT
           DISPLAY '  CARRIED FORWARD: ' WS-CARRIED-COUNT
           DISPLAY '  CARRIED-FORWARD SUSPENSE WRITTEN TO SUSPNEW'
           STOP RUN.
      *----------------------------------------------------------------
       WORK-OFF-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           PERFORM SPLIT-SUSPENSE-ITEM
           IF NOT WS-ITEM-AMOUNT-OK
               DISPLAY 'SUSPENSE ITEM ' WS-ITEM-COUNT
                   ' AMOUNT UNREADABLE - CARRIED FORWARD AS IS'
               WRITE SUSPENSE-NEW-RECORD FROM SUSPENSE-RECORD
               ADD 1 TO WS-CARRIED-COUNT
           ELSE
               PERFORM APPLY-ITEM-REFUNDS
               IF WS-ITEM-REFUNDED
                   PERFORM CLEAR-REFUNDED-ITEM
               ELSE
                   PERFORM LOOKUP-CUSTOMER
                   IF WS-CUST-FOUND AND WS-CUSTMST-OPEN
                       PERFORM RELEASE-ITEM-TO-AR
                   ELSE
                       PERFORM CARRY-ITEM-FORWARD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * SPLIT-SUSPENSE-ITEM splits the suspense record in hand into
      * its fields and de-edits its amount, setting
      * WS-ITEM-AMOUNT-OK only when the amount reads as digits.
      *----------------------------------------------------------------
       SPLIT-SUSPENSE-ITEM.
           MOVE 'N' TO WS-ITEM-AMOUNT-OK-SW
           MOVE ZERO TO WS-SUSP-AMOUNT-NUM
           MOVE SPACES TO WS-SUSP-FIELDS
           UNSTRING SUSPENSE-RECORD DELIMITED BY ','
               INTO WS-SUSP-ACCOUNT
           MOVE WS-SUSP-AMOUNT-X TO WS-AMOUNT-DE-EDIT
           INSPECT WS-AMOUNT-DE-EDIT
               REPLACING LEADING SPACES BY ZEROS
           IF WS-AMT-WHOLE-X NUMERIC AND WS-AMT-CENTS-X NUMERIC
               MOVE WS-AMT-WHOLE-X TO WS-AMT-WHOLE
               MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS
               COMPUTE WS-SUSP-AMOUNT-NUM =
                   WS-AMT-WHOLE + WS-AMT-CENTS / 100
               SET WS-ITEM-AMOUNT-OK TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * LOAD-REFERENCE-REFUNDS reads the whole suspense file ahead of
      * the work-off, totalling the items of every payment whose
      * ORIGHIST record shows a refund, then settles how much of
      * each refund is still to come out of those items.
      *----------------------------------------------------------------
       LOAD-REFERENCE-REFUNDS.
           PERFORM UNTIL WS-SUSPENSE-EOF
               READ SUSPENSE-FILE
                   AT END
                       SET WS-SUSPENSE-EOF TO TRUE
                   NOT AT END
                       PERFORM SPLIT-SUSPENSE-ITEM
                       IF WS-ITEM-AMOUNT-OK
                          AND WS-SUSP-REFERENCE NOT = SPACES
                           PERFORM TOTAL-REFERENCE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-RF-SUB
           PERFORM UNTIL WS-RF-SUB >= WS-RF-USED
               ADD 1 TO WS-RF-SUB
               IF WS-RF-ITEM-TOTAL (WS-RF-SUB) >
                  WS-RF-UNREFUNDED (WS-RF-SUB)
                   COMPUTE WS-RF-TO-DEDUCT (WS-RF-SUB) =
                       WS-RF-ITEM-TOTAL (WS-RF-SUB)
                       - WS-RF-UNREFUNDED (WS-RF-SUB)
               ELSE
                   MOVE ZERO TO WS-RF-TO-DEDUCT (WS-RF-SUB)
               END-IF
           END-PERFORM.

       TOTAL-REFERENCE-ITEM.
           PERFORM FIND-REFUND-REFERENCE
           IF WS-RF-FOUND
               ADD WS-SUSP-AMOUNT-NUM TO WS-RF-ITEM-TOTAL (WS-RF-SUB)
           ELSE
               MOVE WS-SUSP-REFERENCE TO OH-TRACE-NUMBER
               READ ORIG-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OH-REFUND-AMOUNT NUMERIC
                          AND OH-REFUND-AMOUNT > ZERO
                           PERFORM ADD-REFUND-REFERENCE
                       END-IF
               END-READ
           END-IF.

       ADD-REFUND-REFERENCE.
           IF WS-RF-USED < WS-RF-MAX
               ADD 1 TO WS-RF-USED
               MOVE WS-RF-USED TO WS-RF-SUB
               MOVE WS-SUSP-REFERENCE TO WS-RF-REFERENCE (WS-RF-SUB)
               MOVE WS-SUSP-AMOUNT-NUM TO WS-RF-ITEM-TOTAL (WS-RF-SUB)
               IF OH-REFUND-AMOUNT < OH-AMOUNT
                   COMPUTE WS-RF-UNREFUNDED (WS-RF-SUB) =
                       OH-AMOUNT - OH-REFUND-AMOUNT
               ELSE
                   MOVE ZERO TO WS-RF-UNREFUNDED (WS-RF-SUB)
               END-IF
               MOVE ZERO TO WS-RF-TO-DEDUCT (WS-RF-SUB)
           ELSE
               DISPLAY 'REFUND TABLE FULL - REFUND ON '
                   WS-SUSP-REFERENCE ' NOT TAKEN FROM SUSPENSE'
           END-IF.

       FIND-REFUND-REFERENCE.
           MOVE 'N' TO WS-RF-FOUND-SW
           MOVE ZERO TO WS-RF-SUB
           PERFORM UNTIL WS-RF-FOUND OR WS-RF-SUB >= WS-RF-USED
               ADD 1 TO WS-RF-SUB
               IF WS-RF-REFERENCE (WS-RF-SUB) = WS-SUSP-REFERENCE
                   SET WS-RF-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * APPLY-ITEM-REFUNDS takes account of money RefundOriginator has
      * already sent back out of the item's payment.  The refund
      * still to come out of the payment's items is deducted from
      * this item first; an item it covers in full leaves suspense
      * and the rest carries on to the reference's next item.
      *----------------------------------------------------------------
       APPLY-ITEM-REFUNDS.
           MOVE 'N' TO WS-ITEM-REFUNDED-SW
           IF WS-SUSP-REFERENCE NOT = SPACES
               PERFORM FIND-REFUND-REFERENCE
               IF WS-RF-FOUND
                  AND WS-RF-TO-DEDUCT (WS-RF-SUB) > ZERO
                   IF WS-RF-TO-DEDUCT (WS-RF-SUB) >=
                      WS-SUSP-AMOUNT-NUM
                       SUBTRACT WS-SUSP-AMOUNT-NUM
                           FROM WS-RF-TO-DEDUCT (WS-RF-SUB)
                       SET WS-ITEM-REFUNDED TO TRUE
                   ELSE
                       SUBTRACT WS-RF-TO-DEDUCT (WS-RF-SUB)
                           FROM WS-SUSP-AMOUNT-NUM
                       MOVE ZERO TO WS-RF-TO-DEDUCT (WS-RF-SUB)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CLEAR-REFUNDED-ITEM drops an item refunded in full from
      * suspense - it is neither released nor carried forward - and
      * notes it on the aging report.
      *----------------------------------------------------------------
       CLEAR-REFUNDED-ITEM.
           MOVE WS-SUSP-AMOUNT-NUM TO WS-SUSP-AMOUNT-FILE
           ADD 1 TO WS-REFUNDED-COUNT
           ADD WS-SUSP-AMOUNT-NUM TO WS-REFUNDED-TOTAL
           MOVE SPACES TO WS-AGE-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-SUSP-ACCOUNT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SUSP-AMOUNT-FILE DELIMITED BY SIZE
                  '      REFUNDED - CLEARED' DELIMITED BY SIZE
                  INTO WS-AGE-RPT-LINE
           WRITE SUSP-AGE-RPT-RECORD FROM WS-AGE-RPT-LINE.

      *----------------------------------------------------------------
      * LOOKUP-CUSTOMER checks the suspense item's account against
      * the customer master, exactly as the parser does for a
                  WS-RELEASED-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-AGE-RPT-LINE
           WRITE SUSP-AGE-RPT-RECORD FROM WS-AGE-RPT-LINE
           MOVE WS-REFUNDED-TOTAL TO WS-REFUNDED-TOTAL-EDIT
           MOVE SPACES TO WS-AGE-RPT-LINE
           STRING 'REFUNDED:       ' DELIMITED BY SIZE
                  WS-REFUNDED-COUNT DELIMITED BY SIZE
                  '  DOLLARS: ' DELIMITED BY SIZE
                  WS-REFUNDED-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-AGE-RPT-LINE
           WRITE SUSP-AGE-RPT-RECORD FROM WS-AGE-RPT-LINE
           MOVE WS-BUCKET-1-TOTAL TO WS-BUCKET-TOTAL-EDIT
           MOVE SPACES TO WS-AGE-RPT-LINE
           STRING 'AGED 1-7 DAYS:  ' DELIMITED BY SIZE
