       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnRateMonitor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIG-HIST-FILE ASSIGN TO 'ORIGHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-TRACE-NUMBER
               FILE STATUS IS WS-ORIGHIST-STATUS.
           SELECT RATE-PARM-FILE ASSIGN TO 'RATEPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEPARM-STATUS.
           SELECT RATE-RPT-FILE ASSIGN TO 'RATERPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORIG-HIST-FILE.
       COPY ORIGREC.

       FD  RATE-PARM-FILE.
       01  RATE-PARM-RECORD PIC X(80).

       FD  RATE-RPT-FILE.
       01  RATE-RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORIGHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-RATEPARM-STATUS         PIC XX VALUE SPACES.
       01  WS-RATERPT-STATUS          PIC XX VALUE SPACES.
       01  WS-PARM-EOF-SW             PIC X VALUE 'N'.
           88  WS-PARM-EOF                VALUE 'Y'.
       01  WS-SWEEP-DONE-SW           PIC X VALUE 'N'.
           88  WS-SWEEP-DONE              VALUE 'Y'.

      * RATEPARM keyword/value lines, all optional: WINDOW,nnn the
      * rolling window in days; WARNPCT,nnn the percentage of each
      * NACHA threshold at which a company is flagged at warning;
      * REPEAT,nn the number of returns inside the window that makes
      * a customer a repeat offender.
       01  WS-PARM-KEYWORD            PIC X(10) VALUE SPACES.
       01  WS-PARM-VALUE              PIC X(20) VALUE SPACES.
       01  WS-WINDOW-DAYS             PIC 9(3) VALUE 60.
       01  WS-WARN-PERCENT            PIC 9(3) VALUE 80.
       01  WS-REPEAT-MINIMUM          PIC 9(2) VALUE 2.

      * The NACHA return-rate thresholds, as percentages of the
      * debit entries originated in the window: unauthorized
      * returns, administrative returns (R02/R03/R04) and all
      * returns.  The warning levels are WARNPCT of each.
       01  WS-UNAUTH-LIMIT            PIC 9(3)V99 VALUE 0.50.
       01  WS-ADMIN-LIMIT             PIC 9(3)V99 VALUE 3.00.
       01  WS-OVERALL-LIMIT           PIC 9(3)V99 VALUE 15.00.
       01  WS-UNAUTH-WARN             PIC 9(3)V99 VALUE ZERO.
       01  WS-ADMIN-WARN              PIC 9(3)V99 VALUE ZERO.
       01  WS-OVERALL-WARN            PIC 9(3)V99 VALUE ZERO.

      * Category of the return on the history record in hand.
       01  WS-RETURN-CATEGORY         PIC X(01) VALUE SPACES.
           88  WS-RETURN-UNAUTHORIZED     VALUE 'U'.
           88  WS-RETURN-ADMINISTRATIVE   VALUE 'A'.
           88  WS-RETURN-OTHER            VALUE 'O'.
       01  WS-IN-WINDOW-SW            PIC X VALUE 'N'.
           88  WS-IN-WINDOW               VALUE 'Y'.
       01  WS-RECORD-DATE-X           PIC X(08) VALUE SPACES.
       01  WS-CHECK-DATE              PIC 9(08) VALUE ZERO.

      * One row per originating company ID seen in the history, with
      * its window counts, computed rates and a status per category
      * ('OVER', 'WARN' or 'OK').
       01  WS-COMPANY-TABLE.
           05  WS-CO-ENTRY OCCURS 200 TIMES.
               10  WS-CO-COMPANY-ID   PIC X(10).
               10  WS-CO-DEBITS       PIC 9(7) COMP.
               10  WS-CO-UNAUTH       PIC 9(7) COMP.
               10  WS-CO-ADMIN        PIC 9(7) COMP.
               10  WS-CO-RETURNS      PIC 9(7) COMP.
               10  WS-CO-UNAUTH-RATE  PIC 9(3)V99.
               10  WS-CO-ADMIN-RATE   PIC 9(3)V99.
               10  WS-CO-OVERALL-RATE PIC 9(3)V99.
               10  WS-CO-UNAUTH-FLAG  PIC X(04).
               10  WS-CO-ADMIN-FLAG   PIC X(04).
               10  WS-CO-OVERALL-FLAG PIC X(04).
       01  WS-CO-USED                 PIC 9(3) COMP VALUE ZERO.
       01  WS-CO-MAX                  PIC 9(3) COMP VALUE 200.
       01  WS-CO-SUB                  PIC 9(3) COMP VALUE ZERO.
       01  WS-CO-FOUND-SW             PIC X VALUE 'N'.
           88  WS-CO-FOUND                VALUE 'Y'.

      * One row per company/customer pair with a return inside the
      * window - the raw material for the repeat-offender list.
       01  WS-CUSTOMER-TABLE.
           05  WS-CU-ENTRY OCCURS 3000 TIMES.
               10  WS-CU-COMPANY-ID   PIC X(10).
               10  WS-CU-CUSTOMER     PIC X(20).
               10  WS-CU-UNAUTH       PIC 9(5) COMP.
               10  WS-CU-ADMIN        PIC 9(5) COMP.
               10  WS-CU-RETURNS      PIC 9(5) COMP.
               10  WS-CU-LAST-REASON  PIC X(03).
               10  WS-CU-LAST-DATE    PIC 9(08).
       01  WS-CU-USED                 PIC 9(4) COMP VALUE ZERO.
       01  WS-CU-MAX                  PIC 9(4) COMP VALUE 3000.
       01  WS-CU-SUB                  PIC 9(4) COMP VALUE ZERO.
       01  WS-CU-FOUND-SW             PIC X VALUE 'N'.
           88  WS-CU-FOUND                VALUE 'Y'.

      * Rate arithmetic workspace.
       01  WS-RATE-RETURNS            PIC 9(7) COMP VALUE ZERO.
       01  WS-RATE-DEBITS             PIC 9(7) COMP VALUE ZERO.
       01  WS-RATE-RESULT             PIC 9(3)V99 VALUE ZERO.
       01  WS-RATE-LIMIT              PIC 9(3)V99 VALUE ZERO.
       01  WS-RATE-WARN               PIC 9(3)V99 VALUE ZERO.
       01  WS-RATE-FLAG               PIC X(04) VALUE SPACES.

       01  WS-HISTORY-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-COMPANY-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-WINDOW-DEBIT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-WINDOW-RETURN-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-WARN-COMPANY-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-OVER-COMPANY-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-OFFENDER-COUNT          PIC 9(6) VALUE ZERO.

      * Report staging.
       01  WS-RPT-LINE                PIC X(132) VALUE SPACES.
       01  WS-COUNT-DISP              PIC ZZZZZZ9.
       01  WS-UNAUTH-DISP             PIC ZZZZZZ9.
       01  WS-ADMIN-DISP              PIC ZZZZZZ9.
       01  WS-RETURNS-DISP            PIC ZZZZZZ9.
       01  WS-UNAUTH-RATE-DISP        PIC ZZ9.99.
       01  WS-ADMIN-RATE-DISP         PIC ZZ9.99.
       01  WS-OVERALL-RATE-DISP       PIC ZZ9.99.
       01  WS-LIMIT-DISP-1            PIC ZZ9.99.
       01  WS-LIMIT-DISP-2            PIC ZZ9.99.
       01  WS-LIMIT-DISP-3            PIC ZZ9.99.

      * Day-number conversion working-storage, as in NachaParser, so
      * the rolling window survives month and year boundaries.
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
       01  WS-AGE-DAYS                PIC S9(8) COMP VALUE ZERO.

       01  WS-CURRENT-DATE            PIC 9(8).

       PROCEDURE DIVISION.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-DN-DATE
           PERFORM CONVERT-DATE-TO-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-TODAY-DAY-NUMBER

           PERFORM LOAD-RATE-PARAMETERS
           COMPUTE WS-UNAUTH-WARN ROUNDED =
               WS-UNAUTH-LIMIT * WS-WARN-PERCENT / 100
           COMPUTE WS-ADMIN-WARN ROUNDED =
               WS-ADMIN-LIMIT * WS-WARN-PERCENT / 100
           COMPUTE WS-OVERALL-WARN ROUNDED =
               WS-OVERALL-LIMIT * WS-WARN-PERCENT / 100

           OPEN INPUT ORIG-HIST-FILE
           IF WS-ORIGHIST-STATUS NOT = '00'
               DISPLAY 'ORIGINATION HISTORY WOULD NOT OPEN - STATUS '
                   WS-ORIGHIST-STATUS ' - NO RATES COMPUTED'
               STOP RUN
           END-IF
           PERFORM SWEEP-ORIGINATION-HISTORY
           CLOSE ORIG-HIST-FILE

           OPEN OUTPUT RATE-RPT-FILE
           PERFORM WRITE-RATE-RPT-HEADER
           MOVE ZERO TO WS-CO-SUB
           PERFORM UNTIL WS-CO-SUB >= WS-CO-USED
               ADD 1 TO WS-CO-SUB
               PERFORM RATE-ONE-COMPANY
               PERFORM WRITE-COMPANY-DETAIL
           END-PERFORM
           PERFORM WRITE-OFFENDER-HEADER
           MOVE ZERO TO WS-CO-SUB
           PERFORM UNTIL WS-CO-SUB >= WS-CO-USED
               ADD 1 TO WS-CO-SUB
               IF WS-CO-UNAUTH-FLAG (WS-CO-SUB) NOT = 'OK'
                  OR WS-CO-ADMIN-FLAG (WS-CO-SUB) NOT = 'OK'
                  OR WS-CO-OVERALL-FLAG (WS-CO-SUB) NOT = 'OK'
                   PERFORM LIST-COMPANY-OFFENDERS
               END-IF
           END-PERFORM
           MOVE WS-CO-USED TO WS-COMPANY-COUNT
           PERFORM WRITE-RATE-RPT-FOOTER
           CLOSE RATE-RPT-FILE

           DISPLAY 'RETURN RATE MONITOR SUMMARY'
           DISPLAY '  HISTORY RECORDS READ:  ' WS-HISTORY-READ-COUNT
           DISPLAY '  COMPANIES REVIEWED:    ' WS-COMPANY-COUNT
           DISPLAY '  DEBITS IN WINDOW:      ' WS-WINDOW-DEBIT-COUNT
           DISPLAY '  RETURNS IN WINDOW:     ' WS-WINDOW-RETURN-COUNT
           DISPLAY '  COMPANIES AT WARNING:  ' WS-WARN-COMPANY-COUNT
           DISPLAY '  COMPANIES OVER LIMIT:  ' WS-OVER-COMPANY-COUNT
           DISPLAY '  REPEAT OFFENDERS:      ' WS-OFFENDER-COUNT
           STOP RUN.

      *----------------------------------------------------------------
      * LOAD-RATE-PARAMETERS applies the optional RATEPARM overrides
      * to the window, warning level and repeat-offender minimum.
      * A missing RATEPARM runs on the defaults.
      *----------------------------------------------------------------
       LOAD-RATE-PARAMETERS.
           OPEN INPUT RATE-PARM-FILE
           IF WS-RATEPARM-STATUS = '00'
               PERFORM UNTIL WS-PARM-EOF
                   READ RATE-PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-RATE-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE RATE-PARM-FILE
           END-IF.

       APPLY-RATE-PARAMETER.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING RATE-PARM-RECORD DELIMITED BY ','
               INTO WS-PARM-KEYWORD
                    WS-PARM-VALUE
           END-UNSTRING
           EVALUATE WS-PARM-KEYWORD
               WHEN 'WINDOW'
                   IF WS-PARM-VALUE (1:3) IS NUMERIC
                      AND WS-PARM-VALUE (1:3) NOT = '000'
                       MOVE WS-PARM-VALUE (1:3) TO WS-WINDOW-DAYS
                   ELSE
                       DISPLAY 'WINDOW PARAMETER NOT A 3-DIGIT '
                           'DAY COUNT - ' WS-PARM-VALUE
                           ' - DEFAULT KEPT'
                   END-IF
               WHEN 'WARNPCT'
                   IF WS-PARM-VALUE (1:3) IS NUMERIC
                      AND WS-PARM-VALUE (1:3) <= '100'
                       MOVE WS-PARM-VALUE (1:3) TO WS-WARN-PERCENT
                   ELSE
                       DISPLAY 'WARNPCT PARAMETER NOT A 3-DIGIT '
                           'PERCENTAGE - ' WS-PARM-VALUE
                           ' - DEFAULT KEPT'
                   END-IF
               WHEN 'REPEAT'
                   IF WS-PARM-VALUE (1:2) IS NUMERIC
                      AND WS-PARM-VALUE (1:2) NOT = '00'
                       MOVE WS-PARM-VALUE (1:2) TO WS-REPEAT-MINIMUM
                   ELSE
                       DISPLAY 'REPEAT PARAMETER NOT A 2-DIGIT '
                           'COUNT - ' WS-PARM-VALUE
                           ' - DEFAULT KEPT'
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN RATE PARAMETER IGNORED - '
                       RATE-PARM-RECORD
           END-EVALUATE.

      *----------------------------------------------------------------
      * SWEEP-ORIGINATION-HISTORY walks the whole history.  Only
      * entries we originated carry a company ID; an inbound payment
      * has none and is passed over.  A debit counts toward its
      * company when it was originated inside the window, and a
      * return counts when it was matched inside the window - the
      * NACHA measure of returns against entries over the same
      * period.
      *----------------------------------------------------------------
       SWEEP-ORIGINATION-HISTORY.
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
                       ADD 1 TO WS-HISTORY-READ-COUNT
                       IF OH-COMPANY-ID NOT = SPACES
                           PERFORM TALLY-ONE-ORIGINATION
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-ORIGINATION.
           PERFORM FIND-COMPANY
           IF WS-CO-FOUND
               MOVE OH-RECORDED-DATE TO WS-RECORD-DATE-X
               PERFORM CHECK-DATE-IN-WINDOW
               IF WS-IN-WINDOW
                   ADD 1 TO WS-CO-DEBITS (WS-CO-SUB)
                   ADD 1 TO WS-WINDOW-DEBIT-COUNT
               END-IF
               IF OH-RETURN-REASON NOT = SPACES
                   MOVE OH-RETURN-DATE TO WS-RECORD-DATE-X
                   PERFORM CHECK-DATE-IN-WINDOW
                   IF WS-IN-WINDOW
                       PERFORM TALLY-ONE-RETURN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * TALLY-ONE-RETURN counts a return inside the window against
      * its company and its customer.  Unauthorized returns are the
      * NACHA unauthorized set (R05, R07, R10, R11, R29, R51);
      * administrative returns are R02, R03 and R04; every return
      * counts toward the overall rate.
      *----------------------------------------------------------------
       TALLY-ONE-RETURN.
           EVALUATE OH-RETURN-REASON
               WHEN 'R05'
               WHEN 'R07'
               WHEN 'R10'
               WHEN 'R11'
               WHEN 'R29'
               WHEN 'R51'
                   SET WS-RETURN-UNAUTHORIZED TO TRUE
               WHEN 'R02'
               WHEN 'R03'
               WHEN 'R04'
                   SET WS-RETURN-ADMINISTRATIVE TO TRUE
               WHEN OTHER
                   SET WS-RETURN-OTHER TO TRUE
           END-EVALUATE
           ADD 1 TO WS-WINDOW-RETURN-COUNT
           ADD 1 TO WS-CO-RETURNS (WS-CO-SUB)
           IF WS-RETURN-UNAUTHORIZED
               ADD 1 TO WS-CO-UNAUTH (WS-CO-SUB)
           END-IF
           IF WS-RETURN-ADMINISTRATIVE
               ADD 1 TO WS-CO-ADMIN (WS-CO-SUB)
           END-IF
           PERFORM FIND-CUSTOMER
           IF WS-CU-FOUND
               ADD 1 TO WS-CU-RETURNS (WS-CU-SUB)
               IF WS-RETURN-UNAUTHORIZED
                   ADD 1 TO WS-CU-UNAUTH (WS-CU-SUB)
               END-IF
               IF WS-RETURN-ADMINISTRATIVE
                   ADD 1 TO WS-CU-ADMIN (WS-CU-SUB)
               END-IF
               IF OH-RETURN-DATE >= WS-CU-LAST-DATE (WS-CU-SUB)
                   MOVE OH-RETURN-REASON
                       TO WS-CU-LAST-REASON (WS-CU-SUB)
                   MOVE OH-RETURN-DATE TO WS-CU-LAST-DATE (WS-CU-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CHECK-DATE-IN-WINDOW sets WS-IN-WINDOW when the YYYYMMDD date
      * in WS-RECORD-DATE-X falls inside the rolling window ending
      * today.  A date that is not numeric is never in the window.
      *----------------------------------------------------------------
       CHECK-DATE-IN-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW-SW
           IF WS-RECORD-DATE-X NUMERIC
               MOVE WS-RECORD-DATE-X TO WS-CHECK-DATE
               IF WS-CHECK-DATE NOT = ZERO
                   MOVE WS-CHECK-DATE TO WS-DN-DATE
                   PERFORM CONVERT-DATE-TO-DAY-NUMBER
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-DAY-NUMBER - WS-DN-RESULT
                   IF WS-AGE-DAYS >= 0
                      AND WS-AGE-DAYS < WS-WINDOW-DAYS
                       SET WS-IN-WINDOW TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * FIND-COMPANY positions WS-CO-SUB on OH-COMPANY-ID's row,
      * adding the row the first time the company is seen.
      *----------------------------------------------------------------
       FIND-COMPANY.
           MOVE 'N' TO WS-CO-FOUND-SW
           MOVE ZERO TO WS-CO-SUB
           PERFORM UNTIL WS-CO-FOUND OR WS-CO-SUB >= WS-CO-USED
               ADD 1 TO WS-CO-SUB
               IF WS-CO-COMPANY-ID (WS-CO-SUB) = OH-COMPANY-ID
                   SET WS-CO-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CO-FOUND
               IF WS-CO-USED >= WS-CO-MAX
                   DISPLAY 'COMPANY TABLE FULL - ENTRY IGNORED - '
                       OH-COMPANY-ID ' ' OH-TRACE-NUMBER
               ELSE
                   ADD 1 TO WS-CO-USED
                   MOVE WS-CO-USED TO WS-CO-SUB
                   MOVE OH-COMPANY-ID TO WS-CO-COMPANY-ID (WS-CO-SUB)
                   MOVE ZERO TO WS-CO-DEBITS (WS-CO-SUB)
                   MOVE ZERO TO WS-CO-UNAUTH (WS-CO-SUB)
                   MOVE ZERO TO WS-CO-ADMIN (WS-CO-SUB)
                   MOVE ZERO TO WS-CO-RETURNS (WS-CO-SUB)
                   SET WS-CO-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * FIND-CUSTOMER positions WS-CU-SUB on the row for this
      * company and OH-CUSTOMER, adding it on first sight.
      *----------------------------------------------------------------
       FIND-CUSTOMER.
           MOVE 'N' TO WS-CU-FOUND-SW
           MOVE ZERO TO WS-CU-SUB
           PERFORM UNTIL WS-CU-FOUND OR WS-CU-SUB >= WS-CU-USED
               ADD 1 TO WS-CU-SUB
               IF WS-CU-COMPANY-ID (WS-CU-SUB) = OH-COMPANY-ID
                  AND WS-CU-CUSTOMER (WS-CU-SUB) = OH-CUSTOMER
                   SET WS-CU-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CU-FOUND
               IF WS-CU-USED >= WS-CU-MAX
                   DISPLAY 'CUSTOMER TABLE FULL - ENTRY IGNORED - '
                       OH-CUSTOMER ' ' OH-TRACE-NUMBER
               ELSE
                   ADD 1 TO WS-CU-USED
                   MOVE WS-CU-USED TO WS-CU-SUB
                   MOVE OH-COMPANY-ID TO WS-CU-COMPANY-ID (WS-CU-SUB)
                   MOVE OH-CUSTOMER TO WS-CU-CUSTOMER (WS-CU-SUB)
                   MOVE ZERO TO WS-CU-UNAUTH (WS-CU-SUB)
                   MOVE ZERO TO WS-CU-ADMIN (WS-CU-SUB)
                   MOVE ZERO TO WS-CU-RETURNS (WS-CU-SUB)
                   MOVE SPACES TO WS-CU-LAST-REASON (WS-CU-SUB)
                   MOVE ZERO TO WS-CU-LAST-DATE (WS-CU-SUB)
                   SET WS-CU-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * RATE-ONE-COMPANY computes the three rates for the company at
      * WS-CO-SUB and flags each against its threshold and warning
      * level.  A company counts once toward the over-limit total if
      * any rate is over, otherwise once toward warning if any rate
      * is at warning.
      *----------------------------------------------------------------
       RATE-ONE-COMPANY.
           MOVE WS-CO-DEBITS (WS-CO-SUB) TO WS-RATE-DEBITS
           MOVE WS-CO-UNAUTH (WS-CO-SUB) TO WS-RATE-RETURNS
           MOVE WS-UNAUTH-LIMIT TO WS-RATE-LIMIT
           MOVE WS-UNAUTH-WARN TO WS-RATE-WARN
           PERFORM COMPUTE-ONE-RATE
           MOVE WS-RATE-RESULT TO WS-CO-UNAUTH-RATE (WS-CO-SUB)
           MOVE WS-RATE-FLAG TO WS-CO-UNAUTH-FLAG (WS-CO-SUB)
           MOVE WS-CO-ADMIN (WS-CO-SUB) TO WS-RATE-RETURNS
           MOVE WS-ADMIN-LIMIT TO WS-RATE-LIMIT
           MOVE WS-ADMIN-WARN TO WS-RATE-WARN
           PERFORM COMPUTE-ONE-RATE
           MOVE WS-RATE-RESULT TO WS-CO-ADMIN-RATE (WS-CO-SUB)
           MOVE WS-RATE-FLAG TO WS-CO-ADMIN-FLAG (WS-CO-SUB)
           MOVE WS-CO-RETURNS (WS-CO-SUB) TO WS-RATE-RETURNS
           MOVE WS-OVERALL-LIMIT TO WS-RATE-LIMIT
           MOVE WS-OVERALL-WARN TO WS-RATE-WARN
           PERFORM COMPUTE-ONE-RATE
           MOVE WS-RATE-RESULT TO WS-CO-OVERALL-RATE (WS-CO-SUB)
           MOVE WS-RATE-FLAG TO WS-CO-OVERALL-FLAG (WS-CO-SUB)
           EVALUATE TRUE
               WHEN WS-CO-UNAUTH-FLAG (WS-CO-SUB) = 'OVER'
               WHEN WS-CO-ADMIN-FLAG (WS-CO-SUB) = 'OVER'
               WHEN WS-CO-OVERALL-FLAG (WS-CO-SUB) = 'OVER'
                   ADD 1 TO WS-OVER-COMPANY-COUNT
               WHEN WS-CO-UNAUTH-FLAG (WS-CO-SUB) = 'WARN'
               WHEN WS-CO-ADMIN-FLAG (WS-CO-SUB) = 'WARN'
               WHEN WS-CO-OVERALL-FLAG (WS-CO-SUB) = 'WARN'
                   ADD 1 TO WS-WARN-COMPANY-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * COMPUTE-ONE-RATE sets WS-RATE-RESULT to WS-RATE-RETURNS as a
      * percentage of WS-RATE-DEBITS and WS-RATE-FLAG to 'OVER' above
      * WS-RATE-LIMIT, 'WARN' at or above WS-RATE-WARN, else 'OK'.
      * Returns with no debits in the window (late returns on older
      * entries) rate as 100 percent.  No returns is never a warning.
      *----------------------------------------------------------------
       COMPUTE-ONE-RATE.
           EVALUATE TRUE
               WHEN WS-RATE-RETURNS = ZERO
                   MOVE ZERO TO WS-RATE-RESULT
               WHEN WS-RATE-DEBITS = ZERO
                OR WS-RATE-RETURNS >= WS-RATE-DEBITS
                   MOVE 100 TO WS-RATE-RESULT
               WHEN OTHER
                   COMPUTE WS-RATE-RESULT ROUNDED =
                       WS-RATE-RETURNS * 100 / WS-RATE-DEBITS
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-RATE-RETURNS = ZERO
                   MOVE 'OK' TO WS-RATE-FLAG
               WHEN WS-RATE-RESULT > WS-RATE-LIMIT
                   MOVE 'OVER' TO WS-RATE-FLAG
               WHEN WS-RATE-RESULT >= WS-RATE-WARN
                   MOVE 'WARN' TO WS-RATE-FLAG
               WHEN OTHER
                   MOVE 'OK' TO WS-RATE-FLAG
           END-EVALUATE.

      *----------------------------------------------------------------
      * LIST-COMPANY-OFFENDERS lists, for a company at warning or over
      * a threshold, every customer with at least the repeat minimum
      * of returns inside the window - the customers driving the
      * rate, for collections to block or contact.
      *----------------------------------------------------------------
       LIST-COMPANY-OFFENDERS.
           MOVE ZERO TO WS-CU-SUB
           PERFORM UNTIL WS-CU-SUB >= WS-CU-USED
               ADD 1 TO WS-CU-SUB
               IF WS-CU-COMPANY-ID (WS-CU-SUB)
                       = WS-CO-COMPANY-ID (WS-CO-SUB)
                  AND WS-CU-RETURNS (WS-CU-SUB) >= WS-REPEAT-MINIMUM
                   ADD 1 TO WS-OFFENDER-COUNT
                   PERFORM WRITE-OFFENDER-DETAIL
               END-IF
           END-PERFORM.

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
      * Rate report: one line per company with its window counts,
      * each rate and its flag, then the repeat-offender list for
      * the flagged companies, in the house one-header one-footer
      * style.
      *----------------------------------------------------------------
       WRITE-COMPANY-DETAIL.
           MOVE WS-CO-DEBITS (WS-CO-SUB) TO WS-COUNT-DISP
           MOVE WS-CO-UNAUTH (WS-CO-SUB) TO WS-UNAUTH-DISP
           MOVE WS-CO-ADMIN (WS-CO-SUB) TO WS-ADMIN-DISP
           MOVE WS-CO-RETURNS (WS-CO-SUB) TO WS-RETURNS-DISP
           MOVE WS-CO-UNAUTH-RATE (WS-CO-SUB) TO WS-UNAUTH-RATE-DISP
           MOVE WS-CO-ADMIN-RATE (WS-CO-SUB) TO WS-ADMIN-RATE-DISP
           MOVE WS-CO-OVERALL-RATE (WS-CO-SUB)
               TO WS-OVERALL-RATE-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-CO-COMPANY-ID (WS-CO-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-UNAUTH-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-UNAUTH-RATE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CO-UNAUTH-FLAG (WS-CO-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ADMIN-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ADMIN-RATE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CO-ADMIN-FLAG (WS-CO-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-RETURNS-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OVERALL-RATE-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CO-OVERALL-FLAG (WS-CO-SUB) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RATE-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-OFFENDER-DETAIL.
           MOVE WS-CU-UNAUTH (WS-CU-SUB) TO WS-UNAUTH-DISP
           MOVE WS-CU-ADMIN (WS-CU-SUB) TO WS-ADMIN-DISP
           MOVE WS-CU-RETURNS (WS-CU-SUB) TO WS-RETURNS-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-CU-COMPANY-ID (WS-CU-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CU-CUSTOMER (WS-CU-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-UNAUTH-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ADMIN-DISP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RETURNS-DISP DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CU-LAST-REASON (WS-CU-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CU-LAST-DATE (WS-CU-SUB) DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RATE-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-RATE-RPT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NACHA RETURN RATE REPORT - RUN DATE '
                  DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  '  ROLLING WINDOW ' DELIMITED BY SIZE
                  WS-WINDOW-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RATE-RPT-RECORD FROM WS-RPT-LINE
           MOVE WS-UNAUTH-LIMIT TO WS-LIMIT-DISP-1
           MOVE WS-ADMIN-LIMIT TO WS-LIMIT-DISP-2
           MOVE WS-OVERALL-LIMIT TO WS-LIMIT-DISP-3
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LIMITS - UNAUTHORIZED ' DELIMITED BY SIZE
                  WS-LIMIT-DISP-1 DELIMITED BY SIZE
                  '%  ADMINISTRATIVE ' DELIMITED BY SIZE
                  WS-LIMIT-DISP-2 DELIMITED BY SIZE
                  '%  OVERALL ' DELIMITED BY SIZE
                  WS-LIMIT-DISP-3 DELIMITED BY SIZE
                  '%  WARNING AT ' DELIMITED BY SIZE
                  WS-WARN-PERCENT DELIMITED BY SIZE
                  '% OF LIMIT' DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RATE-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  COMPANY     DEBITS   UNAUTH  RATE% FLAG  '
                  DELIMITED BY SIZE
                  '  ADMIN  RATE% FLAG      ALL  RATE% FLAG'
                  DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RATE-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-OFFENDER-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           WRITE RATE-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REPEAT OFFENDERS AT FLAGGED COMPANIES - '
                  DELIMITED BY SIZE
                  WS-REPEAT-MINIMUM DELIMITED BY SIZE
                  ' OR MORE RETURNS IN WINDOW' DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RATE-RPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  COMPANY    CUSTOMER              UNAUTH   '
                  DELIMITED BY SIZE
                  '  ADMIN     ALL  LAST  RETURNED' DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RATE-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-RATE-RPT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'COMPANIES: ' DELIMITED BY SIZE
                  WS-COMPANY-COUNT DELIMITED BY SIZE
                  '  DEBITS: ' DELIMITED BY SIZE
                  WS-WINDOW-DEBIT-COUNT DELIMITED BY SIZE
                  '  RETURNS: ' DELIMITED BY SIZE
                  WS-WINDOW-RETURN-COUNT DELIMITED BY SIZE
                  '  AT WARNING: ' DELIMITED BY SIZE
                  WS-WARN-COMPANY-COUNT DELIMITED BY SIZE
                  '  OVER LIMIT: ' DELIMITED BY SIZE
                  WS-OVER-COMPANY-COUNT DELIMITED BY SIZE
                  '  REPEAT OFFENDERS: ' DELIMITED BY SIZE
                  WS-OFFENDER-COUNT DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           WRITE RATE-RPT-RECORD FROM WS-RPT-LINE.
