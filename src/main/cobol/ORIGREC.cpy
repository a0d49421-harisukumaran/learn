      * 'D' held as invoice discrepancy, 'R' returned and reversed,
      * 'A' confirmed applied by AR, 'F' AR application failed, 'X'
      * returned at the NACHA re-presentment limit - do not
      * re-present, 'H' held for OFAC compliance review, 'B' blocked
      * by compliance (never applied), 'U' an untimely or faulty
      * return we dishonored instead of reversing.  OH-ROUTING is the
      * receiving bank routing the entry was drawn on, kept so an
      * insufficient-funds return can be rebuilt into a
      * re-presentment entry; OH-RETRY-COUNT is how many times this
      * entry IS already a re-presentment of the original debit.
      * OH-RETURN-REASON and OH-RETURN-DATE are the reason code and
      * the date NachaParser matched a return against the entry, so
      * return rates can be computed from the history.
      * OH-COMPANY-ID is the originating company ID a debit we
      * originated went out under; it is blank on an inbound payment.
      * OH-EFFECTIVE-DATE is the entry's YYYYMMDD effective entry
      * date, the date a return's NACHA deadline runs from (zero on a
      * lockbox check).  OH-SETTLE-WINDOW is the settlement window a
      * debit we originated went out in: 'N' next-day, '1'-'3' the
      * same-day window (effective the day it was sent, so it settles
      * and posts that day); blank on an inbound payment.
      * OH-REFUND-AMOUNT is the total RefundOriginator has refunded
      * out of the payment, and OH-REFUND-DATE the date of the latest
      * refund; a refund past the unrefunded amount is refused.
      *----------------------------------------------------------------
       01  ORIG-HIST-RECORD.
           05  OH-TRACE-NUMBER        PIC X(15).
           05  OH-RECORDED-DATE       PIC 9(08).
           05  OH-ROUTING             PIC X(09).
           05  OH-RETRY-COUNT         PIC 9(01).
           05  OH-RETURN-REASON       PIC X(03).
           05  OH-RETURN-DATE         PIC 9(08).
           05  OH-COMPANY-ID          PIC X(10).
           05  OH-EFFECTIVE-DATE      PIC 9(08).
           05  OH-SETTLE-WINDOW       PIC X(01).
           05  OH-REFUND-AMOUNT       PIC 9(8)V99.
           05  OH-REFUND-DATE         PIC 9(08).
