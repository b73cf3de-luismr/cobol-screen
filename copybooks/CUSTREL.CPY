      *> ---------------------------------------------------------
      *> CUSTREL.CPY
      *> Record layout for the CUSTOMER-RELATION indexed file.
      *> One row per branch customer, keyed by the branch's own
      *> customer ID and naming the head-office customer it
      *> reports to; the parent ID is an alternate key with
      *> duplicates so a head office's branches can be walked
      *> as a group. A customer with no row here stands alone.
      *> The hierarchy is two levels only - a head office never
      *> has a parent of its own and a branch never has branches
      *> - so a family can never loop back on itself.
      *> ---------------------------------------------------------
           01 RL-RELATION-RECORD.
               05 RL-CHILD-ID           PIC 9(8).
               05 RL-PARENT-ID          PIC 9(8).
               05 RL-LINK-USERNAME      PIC X(50).
               05 RL-LINK-DATE          PIC 9(8).
               05 RL-LINK-TIME          PIC 9(8).
               05 FILLER                PIC X(10).
