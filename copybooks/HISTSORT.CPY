      *> ---------------------------------------------------------
      *> HISTSORT.CPY
      *> Sort-work record for CUST-HISTORY. Every event found for
      *> a requested customer - an audit-log action, one changed
      *> field worked out from a journal image pair, a note -
      *> is released as one of these and the sort hands them
      *> back in customer and clock order. The source rank keeps
      *> an audit line ahead of the field changes journalled in
      *> the same second; the event sequence keeps a journal
      *> entry's fields in layout order.
      *> ---------------------------------------------------------
           01 SH-HISTORY-RECORD.
               05 SH-CUST-ID            PIC 9(8).
               05 SH-EVENT-DATE         PIC 9(8).
               05 SH-EVENT-TIME         PIC 9(8).
               05 SH-SOURCE-RANK        PIC 9(1).
                   88 SH-FROM-AUDIT          VALUE 1.
                   88 SH-FROM-JOURNAL        VALUE 2.
                   88 SH-FROM-NOTES          VALUE 3.
               05 SH-EVENT-SEQ          PIC 9(7).
               05 SH-USERNAME           PIC X(50).
               05 SH-ACTION             PIC X(10).
               05 SH-FIELD-NAME         PIC X(14).
               05 SH-OLD-VALUE          PIC X(60).
               05 SH-NEW-VALUE          PIC X(60).
