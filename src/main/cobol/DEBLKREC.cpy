      *----------------------------------------------------------------
      * DEBLKREC - one DEBLOCK debit-block registry record, shared by
      * NachaParser (which blocks an account automatically when a
      * return classifies STOP-DEBITS), DebitBlockMaint (through
      * which collections blocks and lifts accounts by hand) and
      * NachaOriginator (which holds any schedule line for a blocked
      * account instead of debiting it).  Keyed by customer account.
      * DB-STATUS: 'A' block active, 'L' lifted by collections - a
      * lifted block stays on file as history.  DB-SOURCE: 'R' set by
      * a return, 'C' set by collections.  DB-REASON-CODE is the
      * return reason (R02, R03 ...) or collections' own reason code;
      * DB-TRACE is the returned entry's trace for a return block.
      * DB-OPERATOR and DB-CHANGED-DATE record the last change.
      *----------------------------------------------------------------
       01  DEBIT-BLOCK-RECORD.
           05  DB-ACCOUNT             PIC X(20).
           05  DB-ROUTING             PIC X(09).
           05  DB-REASON-CODE         PIC X(03).
           05  DB-SOURCE              PIC X(01).
           05  DB-STATUS              PIC X(01).
           05  DB-BLOCKED-DATE        PIC 9(08).
           05  DB-TRACE               PIC X(15).
           05  DB-OPERATOR            PIC X(08).
           05  DB-CHANGED-DATE        PIC 9(08).
