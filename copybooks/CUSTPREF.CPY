      *> ---------------------------------------------------------
      *> CUSTPREF.CPY
      *> Record layout for the CUSTOMER-PREFERENCE indexed file -
      *> the do-not-mail / do-not-email / do-not-call flags. One
      *> row per customer (contact sequence 000) or per contact
      *> person (the contact's own CUSTCONT sequence); no row
      *> means no preference was ever recorded and everything
      *> may go out. Each flag keeps the date and operator of
      *> its last change, set or cleared.
      *> The name is carried upper-cased as an alternate key
      *> with duplicates, so a load of outside names can be
      *> checked against everyone who has ever opted out.
      *> ---------------------------------------------------------
           01 PF-PREFERENCE-RECORD.
               05 PF-PREF-KEY.
                   10 PF-CUST-ID        PIC 9(8).
                   10 PF-CONTACT-SEQ    PIC 9(3).
               05 PF-NAME-KEY.
                   10 PF-LAST-NAME      PIC X(40).
                   10 PF-FIRST-NAME     PIC X(40).
               05 PF-NO-MAIL-SW         PIC X(1).
                   88 PF-NO-MAIL            VALUE 'Y'.
               05 PF-NO-MAIL-DATE       PIC 9(8).
               05 PF-NO-MAIL-USERNAME   PIC X(50).
               05 PF-NO-EMAIL-SW        PIC X(1).
                   88 PF-NO-EMAIL           VALUE 'Y'.
               05 PF-NO-EMAIL-DATE      PIC 9(8).
               05 PF-NO-EMAIL-USERNAME  PIC X(50).
               05 PF-NO-CALL-SW         PIC X(1).
                   88 PF-NO-CALL            VALUE 'Y'.
               05 PF-NO-CALL-DATE       PIC 9(8).
               05 PF-NO-CALL-USERNAME   PIC X(50).
               05 PF-CHANGE-DATE        PIC 9(8).
               05 PF-CHANGE-TIME        PIC 9(8).
               05 FILLER                PIC X(20).
