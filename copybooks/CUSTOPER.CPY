      *> row per operator allowed on the entry screen, keyed by
      *> the short operator ID the sign-on step asks for. The
      *> authority level gates the supervisor-only choices
      *> (delete, duplicate override, reviewing held changes);
      *> an operator-level sign-on's changes to sensitive
      *> fields wait on CUSTPEND for a supervisor's approval.
      *> ---------------------------------------------------------
           01 OP-OPERATOR-RECORD.
               05 OP-OPER-ID            PIC X(8).
