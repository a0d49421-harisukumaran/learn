       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthlyStatement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-PARM-FILE ASSIGN TO 'STMTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTPARM-STATUS.
           SELECT REMIT-OUT-FILE ASSIGN TO 'REMITOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT ORIG-HIST-FILE ASSIGN TO 'ORIGHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-TRACE-NUMBER
               FILE STATUS IS WS-ORIGHIST-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO 'AROPEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AO-INVOICE-NUMBER
               FILE STATUS IS WS-AROPEN-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO 'CUSTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ACCOUNT-NUMBER
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT STMT-RPT-FILE ASSIGN TO 'STMTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTRPT-STATUS.
           SELECT STMT-EXTRACT-FILE ASSIGN TO 'STMTEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTEXT-STATUS.
           SELECT STMT-CTL-FILE ASSIGN TO 'STMTCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-PARM-FILE.
       01  STMT-PARM-RECORD PIC X(80).

       FD  REMIT-OUT-FILE.
       01  REMIT-OUT-RECORD PIC X(100).

       FD  ORIG-HIST-FILE.
       COPY ORIGREC.

       FD  AR-OPEN-FILE.
       01  AR-OPEN-RECORD.
           05  AO-INVOICE-NUMBER      PIC X(20).
           05  AO-CUSTOMER            PIC X(20).
           05  AO-OPEN-BALANCE        PIC 9(8)V99.

       FD  CUST-MASTER-FILE.
       01  CUST-MASTER-RECORD.
           05  CM-ACCOUNT-NUMBER      PIC X(20).
           05  CM-CUSTOMER-NAME       PIC X(30).
           05  CM-CUSTOMER-STATUS     PIC X(01).

       FD  STMT-RPT-FILE.
       01  STMT-RPT-RECORD PIC X(132).

       FD  STMT-EXTRACT-FILE.
       01  STMT-EXTRACT-RECORD PIC X(150).

       FD  STMT-CTL-FILE.
       01  STMT-CTL-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STMTPARM-STATUS         PIC XX VALUE SPACES.
       01  WS-REMIT-STATUS            PIC XX VALUE SPACES.
       01  WS-ORIGHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-AROPEN-STATUS           PIC XX VALUE SPACES.
       01  WS-CUSTMST-STATUS          PIC XX VALUE SPACES.
       01  WS-STMTRPT-STATUS          PIC XX VALUE SPACES.
       01  WS-STMTEXT-STATUS          PIC XX VALUE SPACES.
       01  WS-STMTCTL-STATUS          PIC XX VALUE SPACES.
       01  WS-PARM-EOF-SW             PIC X VALUE 'N'.
           88  WS-PARM-EOF                VALUE 'Y'.
       01  WS-REMIT-EOF-SW            PIC X VALUE 'N'.
           88  WS-REMIT-EOF               VALUE 'Y'.
       01  WS-SWEEP-DONE-SW           PIC X VALUE 'N'.
           88  WS-SWEEP-DONE              VALUE 'Y'.
       01  WS-ORIGHIST-OPEN-SW        PIC X VALUE 'N'.
           88  WS-ORIGHIST-OPEN           VALUE 'Y'.
       01  WS-AROPEN-LOADED-SW        PIC X VALUE 'N'.
           88  WS-AROPEN-LOADED           VALUE 'Y'.

      * STMTPARM keyword/value lines, optional: MONTH,YYYYMM the
      * statement month.  Without it the run states the month before
      * the run date, so the statement job runs early in the month
      * after.
       01  WS-PARM-KEYWORD            PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE              PIC X(20) VALUE SPACES.
       01  WS-STMT-MONTH              PIC 9(6) VALUE ZERO.
       01  WS-STMT-MONTH-PARTS REDEFINES WS-STMT-MONTH.
           05  WS-STMT-YYYY           PIC 9(4).
           05  WS-STMT-MM             PIC 9(2).
       01  WS-STMT-MONTH-X            PIC X(06) VALUE SPACES.
       01  WS-STMT-MONTH-DISP         PIC X(07) VALUE SPACES.

      * REMITOUT line fields.  A payment line is 'account,amount,
      * reference,company'; an itemized line is 'INVOICE,account,
      * invoice,amount,adjustment,reference,company'; a reversal is
      * 'REVERSAL,customer,invoice,amount,reason,action'.  Footer,
      * return and NOC lines carry no customer money.
       01  WS-REMIT-FIELDS.
           05  WS-REMIT-F1            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F2            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F3            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F4            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F5            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F6            PIC X(20) VALUE SPACES.
           05  WS-REMIT-F7            PIC X(20) VALUE SPACES.

      * De-editing workspace: REMITOUT amounts are the edited picture
      * the writers use (leading spaces, a real decimal point).
       01  WS-AMOUNT-TEXT             PIC X(20) VALUE SPACES.
       01  WS-AMT-WHOLE-X             PIC X(14) JUSTIFIED RIGHT.
       01  WS-AMT-CENTS-X             PIC X(02) VALUE SPACES.
       01  WS-AMT-WHOLE               PIC 9(14) VALUE ZERO.
       01  WS-AMT-CENTS               PIC 9(02) VALUE ZERO.
       01  WS-ITEM-AMOUNT             PIC 9(9)V99 VALUE ZERO.
       01  WS-ITEM-AMOUNT-OK-SW       PIC X VALUE 'N'.
           88  WS-ITEM-AMOUNT-OK          VALUE 'Y'.

      * One row per account that has any activity, pointing at the
      * first and last of its rows in the activity table.  The row
      * is marked stated when a customer master record claims it;
      * payments to an account no statement claimed are listed on
      * the control report so every REMITOUT dollar is accounted
      * for.
       01  WS-ACCOUNT-TABLE.
           05  WS-AC-ENTRY OCCURS 10000 TIMES.
               10  WS-AC-ACCOUNT      PIC X(20).
               10  WS-AC-FIRST        PIC 9(5) COMP.
               10  WS-AC-LAST         PIC 9(5) COMP.
               10  WS-AC-STATED-SW    PIC X(01).
       01  WS-AC-USED                 PIC 9(5) COMP VALUE ZERO.
       01  WS-AC-MAX                  PIC 9(5) COMP VALUE 10000.
       01  WS-AC-SUB                  PIC 9(5) COMP VALUE ZERO.
       01  WS-AC-FOUND-SW             PIC X VALUE 'N'.
           88  WS-AC-FOUND                VALUE 'Y'.
       01  WS-FIND-ACCOUNT            PIC X(20) VALUE SPACES.

      * One row per statement item, chained per account in the order
      * loaded.  WS-ACT-TYPE: 'P' a payment line applied this month,
      * 'S' a payment still in suspense, 'D' a payment held as an
      * invoice discrepancy, 'R' a return this month, 'I' an open
      * invoice.  WS-ACT-STATUS is the history status behind 'R'
      * rows ('R'/'X' reversed, 'U' return refused).
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ENTRY OCCURS 30000 TIMES.
               10  WS-ACT-TYPE        PIC X(01).
               10  WS-ACT-REFERENCE   PIC X(15).
               10  WS-ACT-INVOICE     PIC X(20).
               10  WS-ACT-AMOUNT      PIC 9(9)V99 COMP-3.
               10  WS-ACT-DATE        PIC 9(08).
               10  WS-ACT-REASON      PIC X(03).
               10  WS-ACT-STATUS      PIC X(01).
               10  WS-ACT-NEXT        PIC 9(5) COMP.
       01  WS-ACT-USED                PIC 9(5) COMP VALUE ZERO.
       01  WS-ACT-MAX                 PIC 9(5) COMP VALUE 30000.
       01  WS-ACT-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-ACT-FULL-SW             PIC X VALUE 'N'.
           88  WS-ACT-FULL                VALUE 'Y'.

      * The item in hand, staged for ADD-ACTIVITY-ROW.
       01  WS-NEW-TYPE                PIC X(01) VALUE SPACES.
       01  WS-NEW-REFERENCE           PIC X(15) VALUE SPACES.
       01  WS-NEW-INVOICE             PIC X(20) VALUE SPACES.
       01  WS-NEW-AMOUNT              PIC 9(9)V99 VALUE ZERO.
       01  WS-NEW-DATE                PIC 9(08) VALUE ZERO.
       01  WS-NEW-REASON              PIC X(03) VALUE SPACES.
       01  WS-NEW-STATUS              PIC X(01) VALUE SPACES.
       01  WS-UNREFUNDED-AMOUNT       PIC 9(8)V99 VALUE ZERO.
       01  WS-RECORD-DATE-X           PIC X(08) VALUE SPACES.

      * Per-statement totals.
       01  WS-ST-PAYMENT-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-ST-PAYMENT-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-ST-PENDING-COUNT        PIC 9(5) COMP VALUE ZERO.
       01  WS-ST-PENDING-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-ST-RETURN-COUNT         PIC 9(5) COMP VALUE ZERO.
       01  WS-ST-RETURN-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-ST-OPEN-COUNT           PIC 9(5) COMP VALUE ZERO.
       01  WS-ST-OPEN-TOTAL           PIC 9(11)V99 VALUE ZERO.
       01  WS-ST-ITEM-COUNT           PIC 9(5) COMP VALUE ZERO.
       01  WS-LAST-REFERENCE          PIC X(15) VALUE SPACES.

      * Run totals for the control report.
       01  WS-CUSTOMER-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-STATEMENT-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-ACTIVE-STMT-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-STATED-PAY-LINES        PIC 9(7) VALUE ZERO.
       01  WS-STATED-PAY-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-STATED-PAYMENTS         PIC 9(7) VALUE ZERO.
       01  WS-STATED-RETURN-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-STATED-RETURN-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-STATED-PENDING-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-STATED-PENDING-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-STATED-OPEN-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-STATED-OPEN-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-REMIT-LINE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-REMIT-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-REMIT-APPLIED-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-REMIT-REVERSAL-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-REMIT-REVERSAL-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-UNREADABLE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-UNLOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-UNLOADED-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-UNSTATED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-UNSTATED-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-BALANCE-DIFFERENCE      PIC S9(11)V99 VALUE ZERO.
       01  WS-PENDING-ROW-SW          PIC X VALUE 'N'.
           88  WS-PENDING-ROW             VALUE 'Y'.

      * Report and extract staging.
       01  WS-RPT-LINE                PIC X(132) VALUE SPACES.
       01  WS-EXT-LINE                PIC X(150) VALUE SPACES.
       01  WS-CTL-LINE                PIC X(132) VALUE SPACES.
       01  WS-SECTION-TITLE           PIC X(60) VALUE SPACES.
       01  WS-LINE-DATE               PIC X(08) VALUE SPACES.
       01  WS-LINE-CHANNEL            PIC X(07) VALUE SPACES.
       01  WS-LINE-REFERENCE          PIC X(15) VALUE SPACES.
       01  WS-LINE-INVOICE            PIC X(20) VALUE SPACES.
       01  WS-LINE-NOTE               PIC X(30) VALUE SPACES.
       01  WS-AMOUNT-DISP             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISP              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFF-DISP               PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-DISP              PIC ZZZZZZ9.
       01  WS-EXT-AMOUNT              PIC ZZZZZZZZ9.99.
       01  WS-EXT-TOTAL-1             PIC ZZZZZZZZZZ9.99.
       01  WS-EXT-TOTAL-2             PIC ZZZZZZZZZZ9.99.
       01  WS-EXT-TOTAL-3             PIC ZZZZZZZZZZ9.99.
       01  WS-EXT-TOTAL-4             PIC ZZZZZZZZZZ9.99.

       01  WS-CURRENT-DATE            PIC 9(8).
       01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           05  WS-CURRENT-YYYY        PIC 9(4).
           05  WS-CURRENT-MM          PIC 9(2).
           05  WS-CURRENT-DD          PIC 9(2).

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM SET-DEFAULT-MONTH
           PERFORM LOAD-STATEMENT-PARAMETERS
           MOVE WS-STMT-MONTH TO WS-STMT-MONTH-X
           STRING WS-STMT-MONTH-X (1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-STMT-MONTH-X (5:2) DELIMITED BY SIZE
                  INTO WS-STMT-MONTH-DISP

           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUSTMST-STATUS NOT = '00'
               DISPLAY 'CUSTOMER MASTER WOULD NOT OPEN - STATUS '
                   WS-CUSTMST-STATUS ' - NO STATEMENTS PRODUCED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ORIG-HIST-FILE
           IF WS-ORIGHIST-STATUS = '00'
               SET WS-ORIGHIST-OPEN TO TRUE
           ELSE
               DISPLAY 'ORIGINATION HISTORY NOT AVAILABLE - STATUS '
                   WS-ORIGHIST-STATUS ' - NO RECEIPT DATES, PENDING '
                   'ITEMS OR RETURNS STATED'
           END-IF

           PERFORM LOAD-MONTH-REMITTANCES
           IF WS-ORIGHIST-OPEN
               PERFORM LOAD-HISTORY-ITEMS
           END-IF
           PERFORM LOAD-OPEN-INVOICES

           OPEN OUTPUT STMT-RPT-FILE
           OPEN OUTPUT STMT-EXTRACT-FILE
           OPEN OUTPUT STMT-CTL-FILE

           MOVE 'N' TO WS-SWEEP-DONE-SW
           PERFORM UNTIL WS-SWEEP-DONE
               READ CUST-MASTER-FILE NEXT
                   AT END
                       SET WS-SWEEP-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       PERFORM PRODUCE-ONE-STATEMENT
               END-READ
           END-PERFORM

           PERFORM WRITE-CONTROL-REPORT

           CLOSE CUST-MASTER-FILE
           IF WS-ORIGHIST-OPEN
               CLOSE ORIG-HIST-FILE
           END-IF
           CLOSE STMT-RPT-FILE
           CLOSE STMT-EXTRACT-FILE
           CLOSE STMT-CTL-FILE

           DISPLAY 'MONTHLY STATEMENT SUMMARY - MONTH '
               WS-STMT-MONTH-DISP
           DISPLAY '  STATEMENTS PRODUCED:   ' WS-STATEMENT-COUNT
           DISPLAY '  WITH ACTIVITY:         ' WS-ACTIVE-STMT-COUNT
           DISPLAY '  REMITOUT LINES READ:   ' WS-REMIT-LINE-COUNT
           DISPLAY '  PAYMENT LINES STATED:  ' WS-STATED-PAY-LINES
           DISPLAY '  PAYMENT LINES UNSTATED:' WS-UNSTATED-COUNT
           IF WS-BALANCE-DIFFERENCE NOT = ZERO
              OR WS-UNREADABLE-COUNT > ZERO
              OR WS-UNLOADED-COUNT > ZERO
               DISPLAY '  STATEMENT RUN OUT OF BALANCE TO REMITOUT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * SET-DEFAULT-MONTH makes the month before the run date the
      * statement month.
      *----------------------------------------------------------------
       SET-DEFAULT-MONTH.
           MOVE WS-CURRENT-YYYY TO WS-STMT-YYYY
           IF WS-CURRENT-MM = 1
               MOVE 12 TO WS-STMT-MM
               SUBTRACT 1 FROM WS-STMT-YYYY
           ELSE
               COMPUTE WS-STMT-MM = WS-CURRENT-MM - 1
           END-IF.

      *----------------------------------------------------------------
      * LOAD-STATEMENT-PARAMETERS applies the optional STMTPARM
      * override of the statement month.
      *----------------------------------------------------------------
       LOAD-STATEMENT-PARAMETERS.
           OPEN INPUT STMT-PARM-FILE
           IF WS-STMTPARM-STATUS = '00'
               PERFORM UNTIL WS-PARM-EOF
                   READ STMT-PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-STATEMENT-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE STMT-PARM-FILE
           END-IF.

       APPLY-STATEMENT-PARAMETER.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING STMT-PARM-RECORD DELIMITED BY ','
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN 'MONTH'
                   IF WS-PARM-VALUE (1:6) IS NUMERIC
                      AND WS-PARM-VALUE (5:2) >= '01'
                      AND WS-PARM-VALUE (5:2) <= '12'
                       MOVE WS-PARM-VALUE (1:6) TO WS-STMT-MONTH
                   ELSE
                       DISPLAY 'MONTH PARAMETER NOT YYYYMM - '
                           WS-PARM-VALUE ' - PRIOR MONTH STATED'
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN STATEMENT PARAMETER IGNORED - '
                       STMT-PARM-RECORD
           END-EVALUATE.

      *----------------------------------------------------------------
      * LOAD-MONTH-REMITTANCES reads the month's AR import - the
      * month's REMITOUT generations, concatenated - and chains every
      * payment and itemized invoice line to its account.  The
      * receipt date of each payment is the day its history record
      * was written, which for a payment released from suspense is
      * the day the money first arrived.
      *----------------------------------------------------------------
       LOAD-MONTH-REMITTANCES.
           OPEN INPUT REMIT-OUT-FILE
           IF WS-REMIT-STATUS NOT = '00'
               DISPLAY 'AR IMPORT FILE NOT AVAILABLE - STATUS '
                   WS-REMIT-STATUS ' - NO PAYMENTS STATED'
           ELSE
               PERFORM UNTIL WS-REMIT-EOF
                   READ REMIT-OUT-FILE
                       AT END
                           SET WS-REMIT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REMIT-LINE-COUNT
                           PERFORM LOAD-ONE-REMITTANCE
                   END-READ
               END-PERFORM
               CLOSE REMIT-OUT-FILE
           END-IF.

       LOAD-ONE-REMITTANCE.
           MOVE SPACES TO WS-REMIT-FIELDS
           UNSTRING REMIT-OUT-RECORD DELIMITED BY ','
               INTO WS-REMIT-F1
                    WS-REMIT-F2
                    WS-REMIT-F3
                    WS-REMIT-F4
                    WS-REMIT-F5
                    WS-REMIT-F6
                    WS-REMIT-F7
           END-UNSTRING
           EVALUATE WS-REMIT-F1
               WHEN 'BATCH TOTAL'
               WHEN 'RUN TOTAL'
               WHEN 'RETURN'
               WHEN 'NOC'
               WHEN SPACES
                   CONTINUE
               WHEN 'REVERSAL'
                   MOVE WS-REMIT-F4 TO WS-AMOUNT-TEXT
                   PERFORM DE-EDIT-AMOUNT-TEXT
                   IF WS-ITEM-AMOUNT-OK
                       ADD 1 TO WS-REMIT-REVERSAL-COUNT
                       ADD WS-ITEM-AMOUNT TO WS-REMIT-REVERSAL-TOTAL
                   END-IF
               WHEN 'INVOICE'
                   MOVE WS-REMIT-F2 TO WS-FIND-ACCOUNT
                   MOVE WS-REMIT-F6 TO WS-NEW-REFERENCE
                   MOVE WS-REMIT-F3 TO WS-NEW-INVOICE
                   MOVE WS-REMIT-F4 TO WS-AMOUNT-TEXT
                   PERFORM LOAD-PAYMENT-LINE
               WHEN OTHER
                   MOVE WS-REMIT-F1 TO WS-FIND-ACCOUNT
                   MOVE WS-REMIT-F3 TO WS-NEW-REFERENCE
                   MOVE SPACES TO WS-NEW-INVOICE
                   MOVE WS-REMIT-F2 TO WS-AMOUNT-TEXT
                   PERFORM LOAD-PAYMENT-LINE
           END-EVALUATE.

      *----------------------------------------------------------------
      * LOAD-PAYMENT-LINE chains one applied line.  An unitemized
      * payment names no invoice on REMITOUT; the invoice its
      * remittance referenced is taken from the history record.
      *----------------------------------------------------------------
       LOAD-PAYMENT-LINE.
           PERFORM DE-EDIT-AMOUNT-TEXT
           IF NOT WS-ITEM-AMOUNT-OK
               ADD 1 TO WS-UNREADABLE-COUNT
               DISPLAY 'AR IMPORT AMOUNT UNREADABLE - NOT STATED - '
                   REMIT-OUT-RECORD
           ELSE
               ADD 1 TO WS-REMIT-APPLIED-COUNT
               ADD WS-ITEM-AMOUNT TO WS-REMIT-APPLIED-TOTAL
               MOVE 'P' TO WS-NEW-TYPE
               MOVE WS-ITEM-AMOUNT TO WS-NEW-AMOUNT
               MOVE ZERO TO WS-NEW-DATE
               MOVE SPACES TO WS-NEW-REASON
               MOVE SPACES TO WS-NEW-STATUS
               IF WS-ORIGHIST-OPEN AND WS-NEW-REFERENCE NOT = SPACES
                   MOVE WS-NEW-REFERENCE TO OH-TRACE-NUMBER
                   READ ORIG-HIST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OH-RECORDED-DATE TO WS-RECORD-DATE-X
                           IF WS-RECORD-DATE-X NUMERIC
                               MOVE OH-RECORDED-DATE TO WS-NEW-DATE
                           END-IF
                           IF WS-NEW-INVOICE = SPACES
                               MOVE OH-INVOICE TO WS-NEW-INVOICE
                           END-IF
                   END-READ
               END-IF
               PERFORM ADD-ACTIVITY-ROW
               IF WS-ACT-FULL
                   ADD 1 TO WS-UNLOADED-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-UNLOADED-TOTAL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * DE-EDIT-AMOUNT-TEXT turns the edited amount in WS-AMOUNT-TEXT
      * into WS-ITEM-AMOUNT, setting WS-ITEM-AMOUNT-OK only when both
      * sides of the decimal point are digits.
      *----------------------------------------------------------------
       DE-EDIT-AMOUNT-TEXT.
           MOVE 'N' TO WS-ITEM-AMOUNT-OK-SW
           MOVE ZERO TO WS-ITEM-AMOUNT
           MOVE SPACES TO WS-AMT-WHOLE-X
           MOVE SPACES TO WS-AMT-CENTS-X
           UNSTRING WS-AMOUNT-TEXT DELIMITED BY '.'
               INTO WS-AMT-WHOLE-X
                    WS-AMT-CENTS-X
           END-UNSTRING
           INSPECT WS-AMT-WHOLE-X REPLACING LEADING SPACES BY ZEROS
           IF WS-AMT-WHOLE-X NUMERIC AND WS-AMT-CENTS-X NUMERIC
               MOVE WS-AMT-WHOLE-X TO WS-AMT-WHOLE
               MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS
               COMPUTE WS-ITEM-AMOUNT =
                   WS-AMT-WHOLE + WS-AMT-CENTS / 100
               SET WS-ITEM-AMOUNT-OK TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * LOAD-HISTORY-ITEMS sweeps the origination history for what a
      * customer is owed an answer on besides applied money: payments
      * still in suspense (less anything refunded) or held as
      * invoice discrepancies, whenever they arrived, and returns
      * matched during the month.  Compliance holds and blocks are
      * never stated to the customer.
      *----------------------------------------------------------------
       LOAD-HISTORY-ITEMS.
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
                       PERFORM LOAD-ONE-HISTORY-ITEM
               END-READ
           END-PERFORM.

       LOAD-ONE-HISTORY-ITEM.
           MOVE SPACES TO WS-NEW-TYPE
           MOVE OH-RECORDED-DATE TO WS-RECORD-DATE-X
           MOVE ZERO TO WS-NEW-DATE
           IF WS-RECORD-DATE-X NUMERIC
               MOVE OH-RECORDED-DATE TO WS-NEW-DATE
           END-IF
           MOVE OH-AMOUNT TO WS-NEW-AMOUNT
           MOVE SPACES TO WS-NEW-REASON
           MOVE OH-STATUS TO WS-NEW-STATUS
           EVALUATE OH-STATUS
               WHEN 'S'
                   MOVE OH-AMOUNT TO WS-UNREFUNDED-AMOUNT
                   IF OH-REFUND-AMOUNT NUMERIC
                       IF OH-REFUND-AMOUNT < OH-AMOUNT
                           COMPUTE WS-UNREFUNDED-AMOUNT =
                               OH-AMOUNT - OH-REFUND-AMOUNT
                       ELSE
                           MOVE ZERO TO WS-UNREFUNDED-AMOUNT
                       END-IF
                   END-IF
                   IF WS-UNREFUNDED-AMOUNT > ZERO
                       MOVE 'S' TO WS-NEW-TYPE
                       MOVE WS-UNREFUNDED-AMOUNT TO WS-NEW-AMOUNT
                   END-IF
               WHEN 'D'
                   MOVE 'D' TO WS-NEW-TYPE
               WHEN 'R'
               WHEN 'X'
               WHEN 'U'
                   MOVE OH-RETURN-DATE TO WS-RECORD-DATE-X
                   IF WS-RECORD-DATE-X NUMERIC
                      AND WS-RECORD-DATE-X (1:6) = WS-STMT-MONTH-X
                       MOVE 'R' TO WS-NEW-TYPE
                       MOVE OH-RETURN-DATE TO WS-NEW-DATE
                       MOVE OH-RETURN-REASON TO WS-NEW-REASON
                   END-IF
           END-EVALUATE
           IF WS-NEW-TYPE NOT = SPACES
              AND OH-CUSTOMER NOT = SPACES
               MOVE OH-CUSTOMER TO WS-FIND-ACCOUNT
               MOVE OH-TRACE-NUMBER TO WS-NEW-REFERENCE
               MOVE OH-INVOICE TO WS-NEW-INVOICE
               PERFORM ADD-ACTIVITY-ROW
           END-IF.

      *----------------------------------------------------------------
      * LOAD-OPEN-INVOICES sweeps the AR open-invoice extract for
      * every invoice still carrying a balance.  Without the extract
      * the statements say open invoices are not available rather
      * than that there are none.
      *----------------------------------------------------------------
       LOAD-OPEN-INVOICES.
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS NOT = '00'
               DISPLAY 'AR OPEN-INVOICE EXTRACT NOT AVAILABLE - STATUS '
                   WS-AROPEN-STATUS ' - NO OPEN INVOICES STATED'
           ELSE
               SET WS-AROPEN-LOADED TO TRUE
               MOVE 'N' TO WS-SWEEP-DONE-SW
               PERFORM UNTIL WS-SWEEP-DONE
                   READ AR-OPEN-FILE NEXT
                       AT END
                           SET WS-SWEEP-DONE TO TRUE
                       NOT AT END
                           IF AO-OPEN-BALANCE > ZERO
                              AND AO-CUSTOMER NOT = SPACES
                               MOVE AO-CUSTOMER TO WS-FIND-ACCOUNT
                               MOVE 'I' TO WS-NEW-TYPE
                               MOVE SPACES TO WS-NEW-REFERENCE
                               MOVE AO-INVOICE-NUMBER TO WS-NEW-INVOICE
                               MOVE AO-OPEN-BALANCE TO WS-NEW-AMOUNT
                               MOVE ZERO TO WS-NEW-DATE
                               MOVE SPACES TO WS-NEW-REASON
                               MOVE SPACES TO WS-NEW-STATUS
                               PERFORM ADD-ACTIVITY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-OPEN-FILE
           END-IF.

      *----------------------------------------------------------------
      * ADD-ACTIVITY-ROW chains the staged WS-NEW-* item onto the end
      * of WS-FIND-ACCOUNT's rows, adding the account if it is new.
      * A full table leaves WS-ACT-FULL set for the caller.
      *----------------------------------------------------------------
       ADD-ACTIVITY-ROW.
           MOVE 'N' TO WS-ACT-FULL-SW
           PERFORM FIND-ACCOUNT-ROW
           IF NOT WS-AC-FOUND
               IF WS-AC-USED < WS-AC-MAX
                   ADD 1 TO WS-AC-USED
                   MOVE WS-AC-USED TO WS-AC-SUB
                   MOVE WS-FIND-ACCOUNT TO WS-AC-ACCOUNT (WS-AC-SUB)
                   MOVE ZERO TO WS-AC-FIRST (WS-AC-SUB)
                   MOVE ZERO TO WS-AC-LAST (WS-AC-SUB)
                   MOVE 'N' TO WS-AC-STATED-SW (WS-AC-SUB)
                   SET WS-AC-FOUND TO TRUE
               ELSE
                   DISPLAY 'ACCOUNT TABLE FULL - ' WS-FIND-ACCOUNT
                       ' NOT STATED'
               END-IF
           END-IF
           IF WS-AC-FOUND AND WS-ACT-USED < WS-ACT-MAX
               ADD 1 TO WS-ACT-USED
               MOVE WS-NEW-TYPE TO WS-ACT-TYPE (WS-ACT-USED)
               MOVE WS-NEW-REFERENCE TO WS-ACT-REFERENCE (WS-ACT-USED)
               MOVE WS-NEW-INVOICE TO WS-ACT-INVOICE (WS-ACT-USED)
               MOVE WS-NEW-AMOUNT TO WS-ACT-AMOUNT (WS-ACT-USED)
               MOVE WS-NEW-DATE TO WS-ACT-DATE (WS-ACT-USED)
               MOVE WS-NEW-REASON TO WS-ACT-REASON (WS-ACT-USED)
               MOVE WS-NEW-STATUS TO WS-ACT-STATUS (WS-ACT-USED)
               MOVE ZERO TO WS-ACT-NEXT (WS-ACT-USED)
               IF WS-AC-FIRST (WS-AC-SUB) = ZERO
                   MOVE WS-ACT-USED TO WS-AC-FIRST (WS-AC-SUB)
               ELSE
                   MOVE WS-AC-LAST (WS-AC-SUB) TO WS-ACT-SUB
                   MOVE WS-ACT-USED TO WS-ACT-NEXT (WS-ACT-SUB)
               END-IF
               MOVE WS-ACT-USED TO WS-AC-LAST (WS-AC-SUB)
           ELSE
               IF WS-AC-FOUND
                   DISPLAY 'ACTIVITY TABLE FULL - ITEM FOR '
                       WS-FIND-ACCOUNT ' NOT STATED'
               END-IF
               SET WS-ACT-FULL TO TRUE
           END-IF.

       FIND-ACCOUNT-ROW.
           MOVE 'N' TO WS-AC-FOUND-SW
           MOVE ZERO TO WS-AC-SUB
           PERFORM UNTIL WS-AC-FOUND OR WS-AC-SUB >= WS-AC-USED
               ADD 1 TO WS-AC-SUB
               IF WS-AC-ACCOUNT (WS-AC-SUB) = WS-FIND-ACCOUNT
                   SET WS-AC-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * PRODUCE-ONE-STATEMENT writes the statement and portal extract
      * for the customer master record in hand.  Every customer gets
      * one, so a customer with no activity still has a statement
      * showing their open invoices.
      *----------------------------------------------------------------
       PRODUCE-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE CM-ACCOUNT-NUMBER TO WS-FIND-ACCOUNT
           PERFORM FIND-ACCOUNT-ROW
           IF WS-AC-FOUND
               MOVE 'Y' TO WS-AC-STATED-SW (WS-AC-SUB)
           ELSE
               MOVE ZERO TO WS-AC-SUB
           END-IF
           MOVE ZERO TO WS-ST-PAYMENT-COUNT
           MOVE ZERO TO WS-ST-PAYMENT-TOTAL
           MOVE ZERO TO WS-ST-PENDING-COUNT
           MOVE ZERO TO WS-ST-PENDING-TOTAL
           MOVE ZERO TO WS-ST-RETURN-COUNT
           MOVE ZERO TO WS-ST-RETURN-TOTAL
           MOVE ZERO TO WS-ST-OPEN-COUNT
           MOVE ZERO TO WS-ST-OPEN-TOTAL

           PERFORM WRITE-STATEMENT-HEADER
           PERFORM WRITE-PAYMENT-SECTION
           PERFORM WRITE-PENDING-SECTION
           PERFORM WRITE-RETURN-SECTION
           PERFORM WRITE-OPEN-INVOICE-SECTION
           PERFORM WRITE-STATEMENT-SUMMARY

           IF WS-ST-PAYMENT-COUNT > ZERO
              OR WS-ST-PENDING-COUNT > ZERO
              OR WS-ST-RETURN-COUNT > ZERO
               ADD 1 TO WS-ACTIVE-STMT-COUNT
           END-IF
           ADD WS-ST-PAYMENT-COUNT TO WS-STATED-PAYMENTS
           ADD WS-ST-PAYMENT-TOTAL TO WS-STATED-PAY-TOTAL
           ADD WS-ST-RETURN-COUNT TO WS-STATED-RETURN-COUNT
           ADD WS-ST-RETURN-TOTAL TO WS-STATED-RETURN-TOTAL
           ADD WS-ST-PENDING-COUNT TO WS-STATED-PENDING-COUNT
           ADD WS-ST-PENDING-TOTAL TO WS-STATED-PENDING-TOTAL
           ADD WS-ST-OPEN-COUNT TO WS-STATED-OPEN-COUNT
           ADD WS-ST-OPEN-TOTAL TO WS-STATED-OPEN-TOTAL.

      *----------------------------------------------------------------
      * WRITE-PAYMENT-SECTION lists the month's applied payments.
      * The lines of one payment - a CTX entry or lockbox check
      * itemized over several invoices - share a reference and are
      * shown as one payment, the receipt date, channel and
      * reference on its first line only.
      *----------------------------------------------------------------
       WRITE-PAYMENT-SECTION.
           MOVE 'PAYMENTS RECEIVED AND APPLIED' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-ST-ITEM-COUNT
           MOVE LOW-VALUES TO WS-LAST-REFERENCE
           IF WS-AC-SUB > ZERO
               MOVE WS-AC-FIRST (WS-AC-SUB) TO WS-ACT-SUB
               PERFORM UNTIL WS-ACT-SUB = ZERO
                   IF WS-ACT-TYPE (WS-ACT-SUB) = 'P'
                       PERFORM WRITE-PAYMENT-LINE
                   END-IF
                   MOVE WS-ACT-NEXT (WS-ACT-SUB) TO WS-ACT-SUB
               END-PERFORM
           END-IF
           IF WS-ST-ITEM-COUNT = ZERO
               PERFORM WRITE-NONE-LINE
           END-IF
           MOVE WS-ST-PAYMENT-COUNT TO WS-COUNT-DISP
           MOVE WS-ST-PAYMENT-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  PAYMENTS: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  '  TOTAL APPLIED: ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-PAYMENT-LINE.
           ADD 1 TO WS-ST-ITEM-COUNT
           ADD 1 TO WS-STATED-PAY-LINES
           ADD WS-ACT-AMOUNT (WS-ACT-SUB) TO WS-ST-PAYMENT-TOTAL
           PERFORM SET-LINE-FIELDS
           IF WS-ACT-REFERENCE (WS-ACT-SUB) = WS-LAST-REFERENCE
              AND WS-ACT-REFERENCE (WS-ACT-SUB) NOT = SPACES
               MOVE SPACES TO WS-LINE-DATE
               MOVE SPACES TO WS-LINE-CHANNEL
               MOVE SPACES TO WS-LINE-REFERENCE
           ELSE
               ADD 1 TO WS-ST-PAYMENT-COUNT
           END-IF
           MOVE WS-ACT-REFERENCE (WS-ACT-SUB) TO WS-LAST-REFERENCE
           IF WS-LINE-INVOICE = SPACES
               MOVE 'ON ACCOUNT' TO WS-LINE-INVOICE
           END-IF
           MOVE SPACES TO WS-LINE-NOTE
           PERFORM WRITE-ACTIVITY-LINE
           PERFORM SET-LINE-FIELDS
           MOVE SPACES TO WS-EXT-LINE
           STRING 'PAY,' DELIMITED BY SIZE
                  CM-ACCOUNT-NUMBER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-DATE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-CHANNEL DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-REFERENCE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-INVOICE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-EXT-AMOUNT DELIMITED BY SIZE
                  INTO WS-EXT-LINE
           WRITE STMT-EXTRACT-RECORD FROM WS-EXT-LINE.

      *----------------------------------------------------------------
      * WRITE-PENDING-SECTION lists payments not yet applied: still
      * in suspense, or held because they did not match the invoices
      * they named.
      *----------------------------------------------------------------
       WRITE-PENDING-SECTION.
           MOVE 'PAYMENTS IN SUSPENSE OR HELD AS DISCREPANCY'
               TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-ST-ITEM-COUNT
           IF WS-AC-SUB > ZERO
               MOVE WS-AC-FIRST (WS-AC-SUB) TO WS-ACT-SUB
               PERFORM UNTIL WS-ACT-SUB = ZERO
                   IF WS-ACT-TYPE (WS-ACT-SUB) = 'S'
                      OR WS-ACT-TYPE (WS-ACT-SUB) = 'D'
                       PERFORM WRITE-PENDING-LINE
                   END-IF
                   MOVE WS-ACT-NEXT (WS-ACT-SUB) TO WS-ACT-SUB
               END-PERFORM
           END-IF
           IF WS-ST-ITEM-COUNT = ZERO
               PERFORM WRITE-NONE-LINE
           END-IF.

       WRITE-PENDING-LINE.
           ADD 1 TO WS-ST-ITEM-COUNT
           ADD 1 TO WS-ST-PENDING-COUNT
           ADD WS-ACT-AMOUNT (WS-ACT-SUB) TO WS-ST-PENDING-TOTAL
           PERFORM SET-LINE-FIELDS
           IF WS-ACT-TYPE (WS-ACT-SUB) = 'S'
               MOVE 'IN SUSPENSE' TO WS-LINE-NOTE
           ELSE
               MOVE 'HELD AS INVOICE DISCREPANCY' TO WS-LINE-NOTE
           END-IF
           PERFORM WRITE-ACTIVITY-LINE
           MOVE SPACES TO WS-EXT-LINE
           IF WS-ACT-TYPE (WS-ACT-SUB) = 'S'
               MOVE 'SUSP,' TO WS-EXT-LINE
           ELSE
               MOVE 'DISC,' TO WS-EXT-LINE
           END-IF
           PERFORM FINISH-ITEM-EXTRACT.

      *----------------------------------------------------------------
      * WRITE-RETURN-SECTION lists the returns matched this month with
      * their reason codes: reversed out of AR, or refused as
      * untimely or faulty and left applied.
      *----------------------------------------------------------------
       WRITE-RETURN-SECTION.
           MOVE 'RETURNS AND REVERSALS' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-ST-ITEM-COUNT
           IF WS-AC-SUB > ZERO
               MOVE WS-AC-FIRST (WS-AC-SUB) TO WS-ACT-SUB
               PERFORM UNTIL WS-ACT-SUB = ZERO
                   IF WS-ACT-TYPE (WS-ACT-SUB) = 'R'
                       PERFORM WRITE-RETURN-LINE
                   END-IF
                   MOVE WS-ACT-NEXT (WS-ACT-SUB) TO WS-ACT-SUB
               END-PERFORM
           END-IF
           IF WS-ST-ITEM-COUNT = ZERO
               PERFORM WRITE-NONE-LINE
           END-IF.

       WRITE-RETURN-LINE.
           ADD 1 TO WS-ST-ITEM-COUNT
           PERFORM SET-LINE-FIELDS
           MOVE SPACES TO WS-LINE-NOTE
           IF WS-ACT-STATUS (WS-ACT-SUB) = 'U'
               STRING 'RETURN ' DELIMITED BY SIZE
                      WS-ACT-REASON (WS-ACT-SUB) DELIMITED BY SIZE
                      ' REFUSED - NOT REVERSED' DELIMITED BY SIZE
                      INTO WS-LINE-NOTE
           ELSE
               ADD 1 TO WS-ST-RETURN-COUNT
               ADD WS-ACT-AMOUNT (WS-ACT-SUB) TO WS-ST-RETURN-TOTAL
               STRING 'RETURN ' DELIMITED BY SIZE
                      WS-ACT-REASON (WS-ACT-SUB) DELIMITED BY SIZE
                      ' - REVERSED' DELIMITED BY SIZE
                      INTO WS-LINE-NOTE
           END-IF
           PERFORM WRITE-ACTIVITY-LINE
           MOVE SPACES TO WS-EXT-LINE
           IF WS-ACT-STATUS (WS-ACT-SUB) = 'U'
               MOVE 'RTNREFUSED,' TO WS-EXT-LINE
           ELSE
               MOVE 'RTN,' TO WS-EXT-LINE
           END-IF
           PERFORM FINISH-ITEM-EXTRACT.

      *----------------------------------------------------------------
      * FINISH-ITEM-EXTRACT completes a suspense, discrepancy or
      * return extract record whose type tag is already in
      * WS-EXT-LINE: account, date, channel, reference, invoice,
      * amount and the return reason code (blank when there is none).
      *----------------------------------------------------------------
       FINISH-ITEM-EXTRACT.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-EXT-LINE DELIMITED BY SPACE
                  CM-ACCOUNT-NUMBER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-DATE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-CHANNEL DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-REFERENCE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-INVOICE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-EXT-AMOUNT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-ACT-REASON (WS-ACT-SUB) DELIMITED BY SPACE
                  INTO WS-RPT-LINE
           MOVE WS-RPT-LINE TO WS-EXT-LINE
           WRITE STMT-EXTRACT-RECORD FROM WS-EXT-LINE.

      *----------------------------------------------------------------
      * WRITE-OPEN-INVOICE-SECTION lists the invoices AR still shows
      * open for the customer.
      *----------------------------------------------------------------
       WRITE-OPEN-INVOICE-SECTION.
           MOVE 'OPEN INVOICES' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING
           MOVE ZERO TO WS-ST-ITEM-COUNT
           IF NOT WS-AROPEN-LOADED
               MOVE '  OPEN INVOICES NOT AVAILABLE THIS RUN'
                   TO WS-RPT-LINE
               WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           ELSE
               IF WS-AC-SUB > ZERO
                   MOVE WS-AC-FIRST (WS-AC-SUB) TO WS-ACT-SUB
                   PERFORM UNTIL WS-ACT-SUB = ZERO
                       IF WS-ACT-TYPE (WS-ACT-SUB) = 'I'
                           PERFORM WRITE-OPEN-INVOICE-LINE
                       END-IF
                       MOVE WS-ACT-NEXT (WS-ACT-SUB) TO WS-ACT-SUB
                   END-PERFORM
               END-IF
               IF WS-ST-ITEM-COUNT = ZERO
                   PERFORM WRITE-NONE-LINE
               END-IF
           END-IF.

       WRITE-OPEN-INVOICE-LINE.
           ADD 1 TO WS-ST-ITEM-COUNT
           ADD 1 TO WS-ST-OPEN-COUNT
           ADD WS-ACT-AMOUNT (WS-ACT-SUB) TO WS-ST-OPEN-TOTAL
           PERFORM SET-LINE-FIELDS
           MOVE SPACES TO WS-LINE-DATE
           MOVE SPACES TO WS-LINE-CHANNEL
           MOVE 'OPEN BALANCE' TO WS-LINE-NOTE
           PERFORM WRITE-ACTIVITY-LINE
           MOVE SPACES TO WS-EXT-LINE
           STRING 'OPEN,' DELIMITED BY SIZE
                  CM-ACCOUNT-NUMBER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-LINE-INVOICE DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-EXT-AMOUNT DELIMITED BY SIZE
                  INTO WS-EXT-LINE
           WRITE STMT-EXTRACT-RECORD FROM WS-EXT-LINE.

      *----------------------------------------------------------------
      * SET-LINE-FIELDS stages the activity row in hand for printing:
      * its date, channel (a 'CK' reference is a lockbox check,
      * anything else an ACH trace), reference, invoice and amount.
      *----------------------------------------------------------------
       SET-LINE-FIELDS.
           IF WS-ACT-DATE (WS-ACT-SUB) = ZERO
               MOVE SPACES TO WS-LINE-DATE
           ELSE
               MOVE WS-ACT-DATE (WS-ACT-SUB) TO WS-LINE-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-ACT-REFERENCE (WS-ACT-SUB) = SPACES
                   MOVE SPACES TO WS-LINE-CHANNEL
               WHEN WS-ACT-REFERENCE (WS-ACT-SUB) (1:2) = 'CK'
                   MOVE 'LOCKBOX' TO WS-LINE-CHANNEL
               WHEN OTHER
                   MOVE 'ACH' TO WS-LINE-CHANNEL
           END-EVALUATE
           MOVE WS-ACT-REFERENCE (WS-ACT-SUB) TO WS-LINE-REFERENCE
           MOVE WS-ACT-INVOICE (WS-ACT-SUB) TO WS-LINE-INVOICE
           MOVE WS-ACT-AMOUNT (WS-ACT-SUB) TO WS-AMOUNT-DISP
           MOVE WS-ACT-AMOUNT (WS-ACT-SUB) TO WS-EXT-AMOUNT.

       WRITE-ACTIVITY-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-LINE-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LINE-CHANNEL DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LINE-REFERENCE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LINE-INVOICE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LINE-NOTE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-NONE-LINE.
           MOVE '  NONE' TO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-SECTION-TITLE TO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  DATE      CHANNEL  REFERENCE        INVOICE'
                  DELIMITED BY SIZE
                  '                        AMOUNT' DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE.

      *----------------------------------------------------------------
      * Statement framing: a separator and header naming the customer
      * and month, and a closing summary of the statement's totals,
      * mirrored onto the extract as its STMT and END records.
      *----------------------------------------------------------------
       WRITE-STATEMENT-HEADER.
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CUSTOMER REMITTANCE STATEMENT - MONTH '
                  DELIMITED BY SIZE
                  WS-STMT-MONTH-DISP DELIMITED BY SIZE
                  '   RUN DATE ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  CM-ACCOUNT-NUMBER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CM-CUSTOMER-NAME DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-EXT-LINE
           STRING 'STMT,' DELIMITED BY SIZE
                  CM-ACCOUNT-NUMBER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-STMT-MONTH-X DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  CM-CUSTOMER-NAME DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  CM-CUSTOMER-STATUS DELIMITED BY SIZE
                  INTO WS-EXT-LINE
           WRITE STMT-EXTRACT-RECORD FROM WS-EXT-LINE.

       WRITE-STATEMENT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE 'STATEMENT SUMMARY' TO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ST-PAYMENT-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  APPLIED THIS MONTH:         ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ST-RETURN-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  REVERSED THIS MONTH:        ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ST-PENDING-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  NOT YET APPLIED:            ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ST-OPEN-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  OPEN INVOICE BALANCE:       ' DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE STMT-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ST-PAYMENT-TOTAL TO WS-EXT-TOTAL-1
           MOVE WS-ST-RETURN-TOTAL TO WS-EXT-TOTAL-2
           MOVE WS-ST-PENDING-TOTAL TO WS-EXT-TOTAL-3
           MOVE WS-ST-OPEN-TOTAL TO WS-EXT-TOTAL-4
           MOVE WS-ST-PAYMENT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-EXT-LINE
           STRING 'END,' DELIMITED BY SIZE
                  CM-ACCOUNT-NUMBER DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EXT-TOTAL-1 DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EXT-TOTAL-2 DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EXT-TOTAL-3 DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  WS-EXT-TOTAL-4 DELIMITED BY SIZE
                  INTO WS-EXT-LINE
           WRITE STMT-EXTRACT-RECORD FROM WS-EXT-LINE.

      *----------------------------------------------------------------
      * WRITE-CONTROL-REPORT totals the run and balances it to the
      * month's REMITOUT: every applied line read must be on a
      * statement, on the list of payments to accounts no customer
      * master record claims, or counted as not loaded.  Payments to
      * unclaimed accounts are listed line by line after the totals.
      *----------------------------------------------------------------
       WRITE-CONTROL-REPORT.
           MOVE SPACES TO WS-CTL-LINE
           STRING 'MONTHLY STATEMENT CONTROL - MONTH '
                  DELIMITED BY SIZE
                  WS-STMT-MONTH-DISP DELIMITED BY SIZE
                  '   RUN DATE ' DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  INTO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           MOVE SPACES TO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE

           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-CTL-LINE
           STRING '  CUSTOMERS ON MASTER:          ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           MOVE WS-STATEMENT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-CTL-LINE
           STRING '  STATEMENTS PRODUCED:          ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           MOVE WS-ACTIVE-STMT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-CTL-LINE
           STRING '  STATEMENTS WITH ACTIVITY:     ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE

           MOVE '  PAYMENTS STATED:              ' TO WS-CTL-LINE
           MOVE WS-STATED-PAYMENTS TO WS-COUNT-DISP
           MOVE WS-STATED-PAY-TOTAL TO WS-TOTAL-DISP
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE '  RETURNS REVERSED STATED:      ' TO WS-CTL-LINE
           MOVE WS-STATED-RETURN-COUNT TO WS-COUNT-DISP
           MOVE WS-STATED-RETURN-TOTAL TO WS-TOTAL-DISP
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE '  SUSPENSE/DISCREPANCY STATED:  ' TO WS-CTL-LINE
           MOVE WS-STATED-PENDING-COUNT TO WS-COUNT-DISP
           MOVE WS-STATED-PENDING-TOTAL TO WS-TOTAL-DISP
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE '  OPEN INVOICES STATED:         ' TO WS-CTL-LINE
           MOVE WS-STATED-OPEN-COUNT TO WS-COUNT-DISP
           MOVE WS-STATED-OPEN-TOTAL TO WS-TOTAL-DISP
           PERFORM WRITE-CONTROL-TOTAL-LINE

           MOVE SPACES TO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           MOVE 'BALANCE TO REMITOUT' TO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           PERFORM TOTAL-UNSTATED-PAYMENTS
           MOVE WS-REMIT-LINE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-CTL-LINE
           STRING '  REMITOUT LINES READ:          ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           MOVE '  APPLIED LINES ON REMITOUT:    ' TO WS-CTL-LINE
           MOVE WS-REMIT-APPLIED-COUNT TO WS-COUNT-DISP
           MOVE WS-REMIT-APPLIED-TOTAL TO WS-TOTAL-DISP
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE '  APPLIED LINES STATED:         ' TO WS-CTL-LINE
           MOVE WS-STATED-PAY-LINES TO WS-COUNT-DISP
           MOVE WS-STATED-PAY-TOTAL TO WS-TOTAL-DISP
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE '  TO ACCOUNTS NOT ON MASTER:    ' TO WS-CTL-LINE
           MOVE WS-UNSTATED-COUNT TO WS-COUNT-DISP
           MOVE WS-UNSTATED-TOTAL TO WS-TOTAL-DISP
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE '  NOT LOADED - TABLE FULL:      ' TO WS-CTL-LINE
           MOVE WS-UNLOADED-COUNT TO WS-COUNT-DISP
           MOVE WS-UNLOADED-TOTAL TO WS-TOTAL-DISP
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE WS-UNREADABLE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-CTL-LINE
           STRING '  UNREADABLE AMOUNT LINES:      ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           COMPUTE WS-BALANCE-DIFFERENCE = WS-REMIT-APPLIED-TOTAL
               - WS-STATED-PAY-TOTAL - WS-UNSTATED-TOTAL
               - WS-UNLOADED-TOTAL
           MOVE WS-BALANCE-DIFFERENCE TO WS-DIFF-DISP
           MOVE SPACES TO WS-CTL-LINE
           IF WS-BALANCE-DIFFERENCE = ZERO
              AND WS-UNREADABLE-COUNT = ZERO
              AND WS-UNLOADED-COUNT = ZERO
               STRING '  DIFFERENCE:                   '
                      DELIMITED BY SIZE
                      '        ' DELIMITED BY SIZE
                      WS-DIFF-DISP DELIMITED BY SIZE
                      '  IN BALANCE' DELIMITED BY SIZE
                      INTO WS-CTL-LINE
           ELSE
               STRING '  DIFFERENCE:                   '
                      DELIMITED BY SIZE
                      '        ' DELIMITED BY SIZE
                      WS-DIFF-DISP DELIMITED BY SIZE
                      '  OUT OF BALANCE' DELIMITED BY SIZE
                      INTO WS-CTL-LINE
           END-IF
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           MOVE '  REVERSAL LINES ON REMITOUT:   ' TO WS-CTL-LINE
           MOVE WS-REMIT-REVERSAL-COUNT TO WS-COUNT-DISP
           MOVE WS-REMIT-REVERSAL-TOTAL TO WS-TOTAL-DISP
           PERFORM WRITE-CONTROL-TOTAL-LINE

           MOVE SPACES TO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           MOVE 'PAYMENTS TO ACCOUNTS NOT ON MASTER' TO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           IF WS-UNSTATED-COUNT = ZERO
               MOVE '  NONE' TO WS-CTL-LINE
               WRITE STMT-CTL-RECORD FROM WS-CTL-LINE
           ELSE
               PERFORM LIST-UNSTATED-PAYMENTS
           END-IF.

      *----------------------------------------------------------------
      * WRITE-CONTROL-TOTAL-LINE finishes a control line whose label
      * is already in WS-CTL-LINE with the count and dollars staged
      * in WS-COUNT-DISP and WS-TOTAL-DISP.
      *----------------------------------------------------------------
       WRITE-CONTROL-TOTAL-LINE.
           MOVE WS-COUNT-DISP TO WS-CTL-LINE (33:7)
           MOVE WS-TOTAL-DISP TO WS-CTL-LINE (42:17)
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE.

       TOTAL-UNSTATED-PAYMENTS.
           MOVE ZERO TO WS-AC-SUB
           PERFORM UNTIL WS-AC-SUB >= WS-AC-USED
               ADD 1 TO WS-AC-SUB
               IF WS-AC-STATED-SW (WS-AC-SUB) NOT = 'Y'
                   MOVE WS-AC-FIRST (WS-AC-SUB) TO WS-ACT-SUB
                   PERFORM UNTIL WS-ACT-SUB = ZERO
                       IF WS-ACT-TYPE (WS-ACT-SUB) = 'P'
                           ADD 1 TO WS-UNSTATED-COUNT
                           ADD WS-ACT-AMOUNT (WS-ACT-SUB)
                               TO WS-UNSTATED-TOTAL
                       END-IF
                       MOVE WS-ACT-NEXT (WS-ACT-SUB) TO WS-ACT-SUB
                   END-PERFORM
               END-IF
           END-PERFORM.

       LIST-UNSTATED-PAYMENTS.
           MOVE ZERO TO WS-AC-SUB
           PERFORM UNTIL WS-AC-SUB >= WS-AC-USED
               ADD 1 TO WS-AC-SUB
               IF WS-AC-STATED-SW (WS-AC-SUB) NOT = 'Y'
                   MOVE WS-AC-FIRST (WS-AC-SUB) TO WS-ACT-SUB
                   PERFORM UNTIL WS-ACT-SUB = ZERO
                       IF WS-ACT-TYPE (WS-ACT-SUB) = 'P'
                           PERFORM WRITE-UNSTATED-LINE
                       END-IF
                       MOVE WS-ACT-NEXT (WS-ACT-SUB) TO WS-ACT-SUB
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-UNSTATED-LINE.
           MOVE WS-ACT-AMOUNT (WS-ACT-SUB) TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-CTL-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-AC-ACCOUNT (WS-AC-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ACT-REFERENCE (WS-ACT-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ACT-INVOICE (WS-ACT-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  INTO WS-CTL-LINE
           WRITE STMT-CTL-RECORD FROM WS-CTL-LINE.
