      *> ---------------------------------------------------------
      *> CUSTPEND.CPY
      *> Record layout for the PENDING-CHANGE indexed file. One
      *> row per change an operator-authority sign-on keyed to a
      *> sensitive field (company name, address lines, city,
      *> state, ZIP, country, status) on an existing customer.
      *> The change waits here instead of reaching CUSTMAST until
      *> a supervisor approves or rejects it on the review
      *> screen. Keyed by customer ID plus a sequence handed out
      *> as max+1 within the group, the same way the contact and
      *> note files key their rows. Rows are never deleted - a
      *> reviewed row keeps its outcome and the reviewer's stamp
      *> as the maker-checker record the auditors read.
      *>
      *> PC-BEFORE-IMAGE is the master record as it stood when
      *> the change was keyed; PC-AFTER-IMAGE is the same record
      *> with the held fields as the operator wanted them. Both
      *> are full CUSTMAST images so the review screen can show
      *> the two side by side.
      *> ---------------------------------------------------------
           01 PC-PENDING-RECORD.
               05 PC-PEND-KEY.
                   10 PC-CUST-ID        PIC 9(8).
                   10 PC-PEND-SEQ       PIC 9(3).
               05 PC-PEND-STATUS        PIC X(1).
                   88 PC-IS-PENDING          VALUE 'P'.
                   88 PC-IS-APPROVED         VALUE 'A'.
                   88 PC-IS-REJECTED         VALUE 'R'.
               05 PC-REQUEST-USERNAME   PIC X(50).
               05 PC-REQUEST-DATE       PIC 9(8).
               05 PC-REQUEST-TIME       PIC 9(8).
               05 PC-REVIEW-USERNAME    PIC X(50).
               05 PC-REVIEW-DATE        PIC 9(8).
               05 PC-REVIEW-TIME        PIC 9(8).
               05 PC-BEFORE-IMAGE       PIC X(643).
               05 PC-AFTER-IMAGE        PIC X(643).
               05 FILLER                PIC X(10).
