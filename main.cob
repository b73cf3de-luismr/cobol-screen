               RECORD KEY IS NT-NOTE-KEY
               FILE STATUS IS WS-NT-FILE-STATUS.

           SELECT PENDING-CHANGE ASSIGN TO "CUSTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PEND-KEY
               FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT CUSTOMER-RELATION ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHILD-ID
               ALTERNATE RECORD KEY IS RL-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT CUSTOMER-PREFERENCE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PREF-KEY
               ALTERNATE RECORD KEY IS PF-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-PF-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "CUSTOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CUSTOMER-NOTES.
           COPY CUSTNOTE.

       FD  PENDING-CHANGE.
           COPY CUSTPEND.

       FD  CUSTOMER-RELATION.
           COPY CUSTREL.

       FD  CUSTOMER-PREFERENCE.
           COPY CUSTPREF.

       FD  OPERATOR-FILE.
           COPY CUSTOPER.

           05 WS-CK-FILE-STATUS    PIC XX.
           05 WS-CN-FILE-STATUS    PIC XX.
           05 WS-NT-FILE-STATUS    PIC XX.
           05 WS-PC-FILE-STATUS    PIC XX.
           05 WS-RL-FILE-STATUS    PIC XX.
           05 WS-PF-FILE-STATUS    PIC XX.
           05 WS-CG-FILE-STATUS    PIC XX.
           05 WS-ZP-FILE-STATUS    PIC XX.
           05 WS-OP-FILE-STATUS    PIC XX.
           05 WS-CONTACT-SAVE-SW   PIC X(1).
               88 WS-CONTACT-SAVED      VALUE 'Y'.
           05 WS-NEXT-CONTACT-SEQ  PIC 9(3).
           05 WS-SEQ-FREE-SW       PIC X(1).
               88 WS-SEQ-IS-FREE        VALUE 'Y'.
           05 WS-SAVED-CONTACT-SEQ PIC 9(3).
           05 WS-CONTACT-AT-COUNT  PIC 9(3).
           05 WS-CONTACT-DOT-COUNT PIC 9(3).
           05 WS-MOVE-MORE-SW      PIC X(1).
               88 WS-MORE-DUP-CONTACTS  VALUE 'Y'.

      *> -----------------------------------------------------
      *> Pending-change (maker-checker) working fields. An
      *> operator-authority save that touches a sensitive field
      *> is held on PENDING-CHANGE; a supervisor's review walk
      *> approves or rejects each held row.
      *> -----------------------------------------------------
           05 WS-HELD-CHANGE-SW    PIC X(1).
               88 WS-CHANGE-WAS-HELD    VALUE 'Y'.
           05 WS-OTHER-CHANGE-SW   PIC X(1).
               88 WS-OTHER-FIELDS-CHANGED VALUE 'Y'.
           05 WS-PEND-OPEN-SW      PIC X(1).
               88 WS-CUST-HAS-PENDING   VALUE 'Y'.
           05 WS-NEXT-PEND-SEQ     PIC 9(3).
           05 WS-PEND-USERNAME     PIC X(50).
           05 WS-PEND-DATE         PIC 9(8).
           05 WS-PEND-TIME         PIC 9(8).
           05 WS-REVIEWER-USERNAME PIC X(50).
           05 WS-REVIEW-ACTION     PIC X(1).
           05 WS-REVIEW-DONE-SW    PIC X(1).
               88 WS-REVIEW-IS-DONE     VALUE 'Y'.
           05 WS-REVIEW-RESTART-SW PIC X(1).
               88 WS-REVIEW-RESTART     VALUE 'Y'.
           05 WS-REVIEW-FROM-KEY.
               10 WS-REVIEW-FROM-CUST PIC 9(8).
               10 WS-REVIEW-FROM-SEQ  PIC 9(3).

      *> One byte per held field on the review screen: '*' when
      *> the after image differs from the before image, so a
      *> difference past the displayed width is never missed.
           05 WS-MARK-COMPANY      PIC X(1).
           05 WS-MARK-ADDRESS-1    PIC X(1).
           05 WS-MARK-ADDRESS-2    PIC X(1).
           05 WS-MARK-ADDRESS-3    PIC X(1).
           05 WS-MARK-CITY         PIC X(1).
           05 WS-MARK-STATE        PIC X(1).
           05 WS-MARK-ZIP          PIC X(1).
           05 WS-MARK-COUNTRY      PIC X(1).
           05 WS-MARK-STATUS       PIC X(1).

      *> -----------------------------------------------------
      *> Parent/branch link working fields. WS-LINK-PARENT-ID
      *> is the head office the displayed customer hangs off
      *> today (zero when it stands alone); the branch counts
      *> are of rows on CUSTOMER-RELATION naming it as parent.
      *> -----------------------------------------------------
           05 WS-LINK-PARENT-ID    PIC 9(8).
           05 WS-LINK-PARENT-NAME  PIC X(40).
           05 WS-LINK-NEW-PARENT-ID PIC 9(8).
           05 WS-LINK-BRANCH-COUNT PIC 9(3).
           05 WS-LINK-ACTION       PIC X(1).
           05 WS-LINK-OK-SW        PIC X(1).
               88 WS-LINK-WAS-OK        VALUE 'Y'.
           05 WS-BRANCH-PARENT-ID  PIC 9(8).
           05 WS-ACTIVE-BRANCH-COUNT PIC 9(3).

      *> -----------------------------------------------------
      *> Contact-preference working fields. Sequence 000 is the
      *> customer itself; any other sequence is the contact
      *> person of that number. The name goes onto the row as
      *> the key CUST-BULKLOAD checks incoming names against.
      *> -----------------------------------------------------
           05 WS-PREF-CONTACT-SEQ  PIC 9(3).
           05 WS-PREF-LAST-NAME    PIC X(40).
           05 WS-PREF-FIRST-NAME   PIC X(40).
           05 WS-PREF-NO-MAIL      PIC X(1).
           05 WS-PREF-NO-EMAIL     PIC X(1).
           05 WS-PREF-NO-CALL      PIC X(1).
           05 WS-PREF-MAIL-DATE    PIC 9(8).
           05 WS-PREF-MAIL-USER    PIC X(50).
           05 WS-PREF-EMAIL-DATE   PIC 9(8).
           05 WS-PREF-EMAIL-USER   PIC X(50).
           05 WS-PREF-CALL-DATE    PIC 9(8).
           05 WS-PREF-CALL-USER    PIC X(50).
           05 WS-PREF-ACTION       PIC X(1).
           05 WS-PREF-FOUND-SW     PIC X(1).
               88 WS-PREF-ROW-FOUND     VALUE 'Y'.
           05 WS-PREF-CHANGED-SW   PIC X(1).
               88 WS-PREF-WAS-CHANGED   VALUE 'Y'.
           05 WS-PREF-NAME-KEY.
               10 WS-PREF-KEY-LAST  PIC X(40).
               10 WS-PREF-KEY-FIRST PIC X(40).

      *> -----------------------------------------------------
      *> Table of valid US state codes, ascending for SEARCH ALL
      *> -----------------------------------------------------
      *> -----------------------------------------------------
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==MD-==.

      *> -----------------------------------------------------
      *> Working images of a held change: PB- the master as it
      *> stood when the change was keyed, PA- the record as the
      *> operator wanted it. Filled at save time to split out
      *> the held fields, and on the review screen to show the
      *> two side by side.
      *> -----------------------------------------------------
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==PB-==.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==PA-==.

       LINKAGE SECTION.
           01 LP-ENV-VALUE         PIC X(255).

               USING WS-ACTION.

       01 DIALOG-SAVE-DELETE-CANCEL-SCREEN.
      *>    DIALOG SAVE/DELETE/CONTACTS/NOTES/PREFS/CANCEL
      *>    (existing record)
           05 LINE 25 COLUMN 1
               VALUE
               '(S)ave | (D)elete | c(O)ntacts | (N)otes | (P)refs | '.
           05 LINE 25 COLUMN 54
               VALUE '(C)ancel | (E)xit => '.
           05 LINE 25 COLUMN 75 REVERSE-VIDEO
               PIC X(1)
               USING WS-ACTION.

               PIC X(1)
               USING WS-MODE.

       01 DIALOG-MODE-SUPER-SCREEN.
      *>    TOP LEVEL MENU FOR A SUPERVISOR SIGN-ON
           05 LINE 25 COLUMN 1
               VALUE
       '(A)dd New | (B)rowse/Edit | (R)eview Approvals | (E)xit => '.
           05 LINE 25 COLUMN 60 REVERSE-VIDEO
               PIC X(1)
               USING WS-MODE.

       01 DIALOG-RESUME-SCREEN.
      *>    STARTUP CHECKPOINT RESUME PROMPT
           05 LINE 25 COLUMN 1 VALUE '(C)ontinue => '.
           05 LINE 18 COLUMN 16 PIC X(10) FROM WS-ZIP.

       01 DIALOG-MATCH-NAV-SCREEN.
      *>    NEXT/SELECT/MERGE/PARENT/CANCEL WHILE BROWSING MATCHES
           05 LINE 25 COLUMN 1 VALUE
               '(N)ext | (S)elect | (M)erge | (P)arent | (C)ancel => '.
           05 LINE 25 COLUMN 54 REVERSE-VIDEO
               PIC X(1)
               USING WS-MATCH-ACTION.

               PIC X(1)
               USING WS-MERGE-ACTION.

       01 PARENT-LINK-SCREEN AUTO.
      *>    ATTACH/DETACH A BRANCH TO ITS HEAD OFFICE
           05 LINE 5  COLUMN 5
               VALUE 'CORPORATE PARENT FOR A BRANCH CUSTOMER'.

           05 LINE 7  COLUMN 5 VALUE 'CUSTOMER ID ...........: '.
           05 LINE 7  COLUMN 30 PIC 9(8) FROM WS-CUST-ID.
           05 LINE 8  COLUMN 5 VALUE 'COMPANY ...............: '.
           05 LINE 8  COLUMN 30 PIC X(40) FROM WS-COMPANY-NAME.
           05 LINE 9  COLUMN 5 VALUE 'BRANCHES UNDER IT .....: '.
           05 LINE 9  COLUMN 30 PIC ZZ9 FROM WS-LINK-BRANCH-COUNT.

           05 LINE 11 COLUMN 5 VALUE 'CURRENT PARENT ID .....: '.
           05 LINE 11 COLUMN 30 PIC 9(8) FROM WS-LINK-PARENT-ID.
           05 LINE 12 COLUMN 5 VALUE 'CURRENT PARENT ........: '.
           05 LINE 12 COLUMN 30 PIC X(40) FROM WS-LINK-PARENT-NAME.

           05 LABEL-LINK-PARENT LINE 14 COLUMN 5
               VALUE 'NEW PARENT ID .........: '.
           05 INPUT-LINK-PARENT LINE 14 COLUMN 30
               REVERSE-VIDEO
               PIC 9(8)
               USING WS-LINK-NEW-PARENT-ID.

           05 LINE 16 COLUMN 5 VALUE
               'A HEAD OFFICE MAY NOT ITSELF HANG OFF A PARENT, AND'.
           05 LINE 17 COLUMN 5 VALUE
               'A CUSTOMER WITH BRANCHES MAY NOT BE ATTACHED TO ONE.'.

       01 DIALOG-PARENT-LINK-SCREEN.
      *>    CONFIRM ON THE PARENT LINK FORM
           05 LINE 25 COLUMN 1
               VALUE '(A)ttach | (D)etach | (C)ancel => '.
           05 LINE 25 COLUMN 35 REVERSE-VIDEO
               PIC X(1)
               USING WS-LINK-ACTION.

       01 DIALOG-DUP-OVERRIDE-SCREEN.
      *>    RECONCILIATION OVERRIDE
           05 LINE 22 COLUMN 1 REVERSE-VIDEO
               USING WS-CONTACT-PRIMARY.

       01 DIALOG-CONTACT-NAV-SCREEN.
      *>    NEXT/ADD/CHANGE/DELETE/PREFS WHILE PAGING CONTACTS
           05 LINE 25 COLUMN 1
               VALUE
       '(N)ext | (A)dd | (C)hange | (D)elete | (P)refs | (E)xit => '.
           05 LINE 25 COLUMN 60 REVERSE-VIDEO
               PIC X(1)
               USING WS-CONTACT-ACTION.

               PIC X(1)
               USING WS-CONTACT-ACTION.

       01 PREFERENCE-SCREEN AUTO.
      *>    DO-NOT-MAIL/EMAIL/CALL FLAGS FOR A CUSTOMER OR CONTACT
           05 LINE 5  COLUMN 5
               VALUE 'CONTACT PREFERENCES FOR CUSTOMER : '.
           05 LINE 5  COLUMN 40 PIC 9(8) FROM WS-CUST-ID.

           05 LINE 6  COLUMN 5 VALUE 'CONTACT SEQ .: '.
           05 LINE 6  COLUMN 20 PIC 9(3) FROM WS-PREF-CONTACT-SEQ.
           05 LINE 6  COLUMN 25 VALUE '(000 IS THE CUSTOMER ITSELF)'.
           05 LINE 7  COLUMN 5 VALUE 'NAME ........: '.
           05 LINE 7  COLUMN 20 PIC X(25) FROM WS-PREF-LAST-NAME.
           05 LINE 7  COLUMN 46 PIC X(25) FROM WS-PREF-FIRST-NAME.

           05 LABEL-PREF-MAIL  LINE 10 COLUMN 5
               VALUE 'DO NOT MAIL  (Y/N) : '.
           05 INPUT-PREF-MAIL  LINE 10 COLUMN 26
               REVERSE-VIDEO
               PIC X(1)
               USING WS-PREF-NO-MAIL.
           05 LINE 10 COLUMN 30 VALUE 'LAST SET '.
           05 LINE 10 COLUMN 39 PIC 9(8) FROM WS-PREF-MAIL-DATE.
           05 LINE 10 COLUMN 48 VALUE 'BY '.
           05 LINE 10 COLUMN 51 PIC X(28) FROM WS-PREF-MAIL-USER.

           05 LABEL-PREF-EMAIL LINE 12 COLUMN 5
               VALUE 'DO NOT EMAIL (Y/N) : '.
           05 INPUT-PREF-EMAIL LINE 12 COLUMN 26
               REVERSE-VIDEO
               PIC X(1)
               USING WS-PREF-NO-EMAIL.
           05 LINE 12 COLUMN 30 VALUE 'LAST SET '.
           05 LINE 12 COLUMN 39 PIC 9(8) FROM WS-PREF-EMAIL-DATE.
           05 LINE 12 COLUMN 48 VALUE 'BY '.
           05 LINE 12 COLUMN 51 PIC X(28) FROM WS-PREF-EMAIL-USER.

           05 LABEL-PREF-CALL  LINE 14 COLUMN 5
               VALUE 'DO NOT CALL  (Y/N) : '.
           05 INPUT-PREF-CALL  LINE 14 COLUMN 26
               REVERSE-VIDEO
               PIC X(1)
               USING WS-PREF-NO-CALL.
           05 LINE 14 COLUMN 30 VALUE 'LAST SET '.
           05 LINE 14 COLUMN 39 PIC 9(8) FROM WS-PREF-CALL-DATE.
           05 LINE 14 COLUMN 48 VALUE 'BY '.
           05 LINE 14 COLUMN 51 PIC X(28) FROM WS-PREF-CALL-USER.

           05 LINE 17 COLUMN 5 VALUE
               'A CUSTOMER MARKED DO NOT MAIL GETS NO MAILING LABEL;'.
           05 LINE 18 COLUMN 5 VALUE
               'THE FLAGS GO OUT TO THE CRM ON THE NIGHTLY FEED.'.

       01 DIALOG-PREF-SAVE-SCREEN.
      *>    SAVE/CANCEL ON THE PREFERENCE FORM
           05 LINE 25 COLUMN 1 VALUE '(S)ave | (C)ancel => '.
           05 LINE 25 COLUMN 22 REVERSE-VIDEO
               PIC X(1)
               USING WS-PREF-ACTION.

       01 NOTE-DISPLAY-SCREEN.
      *>    ONE NOTE WHILE PAGING THE LIST
           05 LINE 5  COLUMN 5 VALUE 'NOTES FOR CUSTOMER : '.
               PIC X(1)
               USING WS-NOTE-ACTION.

       01 PENDING-REVIEW-SCREEN.
      *>    ONE HELD CHANGE, BEFORE AND AFTER SIDE BY SIDE
           05 LINE 5  COLUMN 5
               VALUE 'CHANGE AWAITING APPROVAL FOR CUSTOMER : '.
           05 LINE 5  COLUMN 45 PIC 9(8) FROM PB-CUST-ID.

           05 LINE 6  COLUMN 5 VALUE 'KEYED BY ....: '.
           05 LINE 6  COLUMN 20 PIC X(30) FROM WS-PEND-USERNAME.
           05 LINE 6  COLUMN 51 VALUE 'ON '.
           05 LINE 6  COLUMN 54 PIC 9(8) FROM WS-PEND-DATE.
           05 LINE 6  COLUMN 63 PIC 9(8) FROM WS-PEND-TIME.

           05 LINE 8  COLUMN 16 VALUE 'BEFORE'.
           05 LINE 8  COLUMN 48 VALUE 'AFTER'.

           05 LINE 9  COLUMN 2  PIC X(1) FROM WS-MARK-COMPANY.
           05 LINE 9  COLUMN 4  VALUE 'COMPANY ..:'.
           05 LINE 9  COLUMN 16 PIC X(30) FROM PB-COMPANY-NAME.
           05 LINE 9  COLUMN 48 PIC X(30) FROM PA-COMPANY-NAME.

           05 LINE 10 COLUMN 2  PIC X(1) FROM WS-MARK-ADDRESS-1.
           05 LINE 10 COLUMN 4  VALUE 'ADDRESS 1 :'.
           05 LINE 10 COLUMN 16 PIC X(30) FROM PB-ADDRESS-1.
           05 LINE 10 COLUMN 48 PIC X(30) FROM PA-ADDRESS-1.

           05 LINE 11 COLUMN 2  PIC X(1) FROM WS-MARK-ADDRESS-2.
           05 LINE 11 COLUMN 4  VALUE 'ADDRESS 2 :'.
           05 LINE 11 COLUMN 16 PIC X(30) FROM PB-ADDRESS-2.
           05 LINE 11 COLUMN 48 PIC X(30) FROM PA-ADDRESS-2.

           05 LINE 12 COLUMN 2  PIC X(1) FROM WS-MARK-ADDRESS-3.
           05 LINE 12 COLUMN 4  VALUE 'ADDRESS 3 :'.
           05 LINE 12 COLUMN 16 PIC X(30) FROM PB-ADDRESS-3.
           05 LINE 12 COLUMN 48 PIC X(30) FROM PA-ADDRESS-3.

           05 LINE 13 COLUMN 2  PIC X(1) FROM WS-MARK-CITY.
           05 LINE 13 COLUMN 4  VALUE 'CITY .....:'.
           05 LINE 13 COLUMN 16 PIC X(30) FROM PB-CITY.
           05 LINE 13 COLUMN 48 PIC X(30) FROM PA-CITY.

           05 LINE 14 COLUMN 2  PIC X(1) FROM WS-MARK-STATE.
           05 LINE 14 COLUMN 4  VALUE 'STATE ....:'.
           05 LINE 14 COLUMN 16 PIC X(2)  FROM PB-STATE.
           05 LINE 14 COLUMN 48 PIC X(2)  FROM PA-STATE.

           05 LINE 15 COLUMN 2  PIC X(1) FROM WS-MARK-ZIP.
           05 LINE 15 COLUMN 4  VALUE 'ZIP ......:'.
           05 LINE 15 COLUMN 16 PIC X(10) FROM PB-ZIP.
           05 LINE 15 COLUMN 48 PIC X(10) FROM PA-ZIP.

           05 LINE 16 COLUMN 2  PIC X(1) FROM WS-MARK-COUNTRY.
           05 LINE 16 COLUMN 4  VALUE 'COUNTRY ..:'.
           05 LINE 16 COLUMN 16 PIC X(30) FROM PB-COUNTRY.
           05 LINE 16 COLUMN 48 PIC X(30) FROM PA-COUNTRY.

           05 LINE 17 COLUMN 2  PIC X(1) FROM WS-MARK-STATUS.
           05 LINE 17 COLUMN 4  VALUE 'STATUS ...:'.
           05 LINE 17 COLUMN 16 PIC X(1)  FROM PB-STATUS.
           05 LINE 17 COLUMN 48 PIC X(1)  FROM PA-STATUS.

           05 LINE 19 COLUMN 4
               VALUE '* MARKS A FIELD THE CHANGE WOULD ALTER'.

       01 DIALOG-REVIEW-NAV-SCREEN.
      *>    NEXT/APPROVE/REJECT WHILE PAGING HELD CHANGES
           05 LINE 25 COLUMN 1
               VALUE '(N)ext | (A)pprove | (R)eject | (E)xit => '.
           05 LINE 25 COLUMN 43 REVERSE-VIDEO
               PIC X(1)
               USING WS-REVIEW-ACTION.

       01 INPUT-SCREEN AUTO.
      *>    INPUT FORM
           05 LABEL-COMPANY-NAME LINE 5 COLUMN 5
                   DISPLAY CLEAR-SCREEN
                   DISPLAY HEADER-SCREEN
                   DISPLAY FOOTER-SCREEN
                   IF WS-OPERATOR-IS-SUPER
                       DISPLAY DIALOG-MODE-SUPER-SCREEN
                       ACCEPT DIALOG-MODE-SUPER-SCREEN
                   ELSE
                       DISPLAY DIALOG-MODE-SCREEN
                       ACCEPT DIALOG-MODE-SCREEN
                   END-IF

                   EVALUATE TRUE
                       WHEN WS-MODE EQUAL 'A' OR WS-MODE EQUAL 'a'
                           PERFORM ADD-NEW-CUSTOMER
                       WHEN WS-MODE EQUAL 'B' OR WS-MODE EQUAL 'b'
                           PERFORM BROWSE-CUSTOMER
                       WHEN (WS-MODE EQUAL 'R' OR WS-MODE EQUAL 'r')
                               AND WS-OPERATOR-IS-SUPER
                           PERFORM REVIEW-PENDING-CHANGES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   OPEN I-O CUSTOMER-NOTES
               END-IF

               OPEN I-O PENDING-CHANGE
               IF WS-PC-FILE-STATUS EQUAL '35'
                   OPEN OUTPUT PENDING-CHANGE
                   CLOSE PENDING-CHANGE
                   OPEN I-O PENDING-CHANGE
               END-IF

               OPEN I-O CUSTOMER-RELATION
               IF WS-RL-FILE-STATUS EQUAL '35'
                   OPEN OUTPUT CUSTOMER-RELATION
                   CLOSE CUSTOMER-RELATION
                   OPEN I-O CUSTOMER-RELATION
               END-IF

               OPEN I-O CUSTOMER-PREFERENCE
               IF WS-PF-FILE-STATUS EQUAL '35'
                   OPEN OUTPUT CUSTOMER-PREFERENCE
                   CLOSE CUSTOMER-PREFERENCE
                   OPEN I-O CUSTOMER-PREFERENCE
               END-IF

      *> The operator file is opened read-only here; rows are
      *> maintained through OPER-MAINT's own screen. A missing
      *> or empty file leaves the sign-on step standing aside.
               CLOSE CUSTOMER-CHECKPOINT
               CLOSE CUSTOMER-CONTACT
               CLOSE CUSTOMER-NOTES
               CLOSE PENDING-CHANGE
               CLOSE CUSTOMER-RELATION
               CLOSE CUSTOMER-PREFERENCE
               IF WS-ZIP-REF-ON-HAND
                   CLOSE ZIP-REFERENCE
               END-IF
                               OR WS-MATCH-ACTION EQUAL 'm'
                           PERFORM MERGE-CUSTOMER-DIALOG
                           MOVE 'Y' TO WS-BROWSE-DONE-SW
                       WHEN WS-MATCH-ACTION EQUAL 'P'
                               OR WS-MATCH-ACTION EQUAL 'p'
                           PERFORM PARENT-LINK-DIALOG
                           MOVE 'Y' TO WS-BROWSE-DONE-SW
                       WHEN WS-MATCH-ACTION EQUAL 'C'
                               OR WS-MATCH-ACTION EQUAL 'c'
                           MOVE 'Y' TO WS-BROWSE-DONE-SW
               IF WS-ACTION EQUAL 'S' OR WS-ACTION EQUAL 's'
                       OR WS-ACTION EQUAL 'D' OR WS-ACTION EQUAL 'd'
                   DISPLAY FOOTER-DIALOG-CLEAR
      *> A save that held part of the change for a supervisor
      *> says so here: the form still shows what was keyed, not
      *> what is now on file.
                   IF WS-ERROR-MESSAGE NOT EQUAL SPACES
                       DISPLAY ERROR-MESSAGE-SCREEN
                       MOVE SPACES TO WS-ERROR-MESSAGE
                   END-IF
                   MOVE SPACE TO WS-ACTION
                   DISPLAY DIALOG-CONTINUE-EXIT-SCREEN
                   ACCEPT DIALOG-CONTINUE-EXIT-SCREEN
                           TO WS-ERROR-MESSAGE
                   END-IF
                   MOVE SPACE TO WS-ACTION
               END-IF

               IF WS-ACTION EQUAL 'P' OR WS-ACTION EQUAL 'p'
                   IF WS-IS-EXISTING-RECORD
                       MOVE 0             TO WS-PREF-CONTACT-SEQ
                       MOVE WS-LAST-NAME  TO WS-PREF-LAST-NAME
                       MOVE WS-FIRST-NAME TO WS-PREF-FIRST-NAME
                       PERFORM EDIT-PREFERENCE-FORM
                   ELSE
                       MOVE
                   'A NEW RECORD MUST BE SAVED BEFORE SETTING PREFS'
                           TO WS-ERROR-MESSAGE
                   END-IF
                   MOVE SPACE TO WS-ACTION
               END-IF.

      *> -----------------------------------------------------
      *> SAVE-CUSTOMER-RECORD
      *> WRITE a brand new key or REWRITE the one already on
      *> the form, then log the change and move the checkpoint.
      *> An operator-authority change to a sensitive field on
      *> an existing record is split off to PENDING-CHANGE by
      *> HOLD-SENSITIVE-CHANGES first; only the rest of the
      *> form is rewritten, and only if the rest changed.
      *> -----------------------------------------------------
           SAVE-CUSTOMER-RECORD.
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME FROM TIME
               MOVE 'N' TO WS-SAVE-FAILED-SW
               MOVE 'N' TO WS-HELD-CHANGE-SW
               MOVE 'N' TO WS-OTHER-CHANGE-SW
               MOVE SPACES TO WS-AUDIT-ACTION

      *> CHECK-DUPLICATE-CUSTOMER's READ ... KEY IS CM-DUP-KEY may
      *> have left a DIFFERENT customer's row sitting in the
                   MOVE WS-SYS-DATE      TO CM-UPDATE-DATE
                   MOVE WS-SYS-TIME      TO CM-UPDATE-TIME

                   IF WS-IS-EXISTING-RECORD
                           AND NOT WS-OPERATOR-IS-SUPER
                       PERFORM HOLD-SENSITIVE-CHANGES
                   END-IF
               END-IF

      *> A failed WRITE/REWRITE must not be treated as a save that
      *> actually reached disk - skip the audit/checkpoint update
      *> below and tell the operator instead of lying to them.
               IF WS-SAVE-WAS-OK
                   IF WS-IS-NEW-RECORD
                       WRITE CM-CUSTOMER-RECORD
                           INVALID KEY
                               MOVE 'ADD' TO WS-AUDIT-ACTION
                       END-WRITE
                   ELSE
                       IF NOT WS-CHANGE-WAS-HELD
                               OR WS-OTHER-FIELDS-CHANGED
                           REWRITE CM-CUSTOMER-RECORD
                               INVALID KEY
                                   MOVE 'Y' TO WS-SAVE-FAILED-SW
                               NOT INVALID KEY
                                   MOVE 'CHANGE' TO WS-AUDIT-ACTION
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF

                       END-STRING
                   END-IF
               ELSE
                   IF WS-AUDIT-ACTION NOT EQUAL SPACES
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM UPDATE-CHECKPOINT
                   END-IF
                   IF WS-AUDIT-ACTION EQUAL 'CHANGE'
                       MOVE 0             TO WS-PREF-CONTACT-SEQ
                       MOVE CM-LAST-NAME  TO WS-PREF-LAST-NAME
                       MOVE CM-FIRST-NAME TO WS-PREF-FIRST-NAME
                       PERFORM REFRESH-PREFERENCE-NAME
                   END-IF
                   IF WS-CHANGE-WAS-HELD
                       MOVE 'CHANGE HELD FOR SUPERVISOR APPROVAL'
                           TO WS-ERROR-MESSAGE
                   END-IF

                   MOVE 'E' TO WS-NEW-RECORD-SW
               END-IF.

      *> -----------------------------------------------------
      *> HOLD-SENSITIVE-CHANGES
      *> The record buffer holds the form as keyed, the journal
      *> before-image holds the record as read. When a sensitive
      *> field differs, the whole keyed record goes to PENDING-
      *> CHANGE as the after image, and the sensitive fields in
      *> the buffer go back to their on-file values so the
      *> REWRITE that follows carries only the unheld fields.
      *> Only one change per customer waits at a time - a second
      *> one would be judged against a before image the first
      *> approval is about to make stale.
      *> -----------------------------------------------------
           HOLD-SENSITIVE-CHANGES.
               MOVE WS-JOURNAL-BEFORE  TO PB-CUSTOMER-RECORD
               MOVE CM-CUSTOMER-RECORD TO PA-CUSTOMER-RECORD

               IF PA-STATUS       NOT EQUAL PB-STATUS
                       OR PA-COMPANY-NAME NOT EQUAL PB-COMPANY-NAME
                       OR PA-ADDRESS-1    NOT EQUAL PB-ADDRESS-1
                       OR PA-ADDRESS-2    NOT EQUAL PB-ADDRESS-2
                       OR PA-ADDRESS-3    NOT EQUAL PB-ADDRESS-3
                       OR PA-CITY         NOT EQUAL PB-CITY
                       OR PA-STATE        NOT EQUAL PB-STATE
                       OR PA-ZIP          NOT EQUAL PB-ZIP
                       OR PA-COUNTRY      NOT EQUAL PB-COUNTRY
                   MOVE 'Y' TO WS-HELD-CHANGE-SW
               END-IF

               IF WS-CHANGE-WAS-HELD
                   PERFORM GET-NEXT-PEND-SEQ
                   IF WS-CUST-HAS-PENDING
                       MOVE 'Y' TO WS-SAVE-FAILED-SW
                       MOVE
                       'CUSTOMER ALREADY HAS A CHANGE AWAITING APPROVAL'
                           TO WS-ERROR-MESSAGE
                   END-IF
               END-IF

               IF WS-CHANGE-WAS-HELD AND WS-SAVE-WAS-OK
                   MOVE SPACES TO PC-PENDING-RECORD
                   MOVE WS-CUST-ID         TO PC-CUST-ID
                   MOVE WS-NEXT-PEND-SEQ   TO PC-PEND-SEQ
                   MOVE 'P'                TO PC-PEND-STATUS
                   MOVE WS-USERNAME        TO PC-REQUEST-USERNAME
                   MOVE WS-SYS-DATE        TO PC-REQUEST-DATE
                   MOVE WS-SYS-TIME        TO PC-REQUEST-TIME
                   MOVE 0                  TO PC-REVIEW-DATE
                   MOVE 0                  TO PC-REVIEW-TIME
                   MOVE PB-CUSTOMER-RECORD TO PC-BEFORE-IMAGE
                   MOVE PA-CUSTOMER-RECORD TO PC-AFTER-IMAGE
                   WRITE PC-PENDING-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-SAVE-FAILED-SW
                           MOVE SPACES TO WS-ERROR-MESSAGE
                           STRING 'UNABLE TO HOLD CHANGE FOR APPROVAL, '
                                   DELIMITED BY SIZE
                               'STATUS ' DELIMITED BY SIZE
                               WS-PC-FILE-STATUS DELIMITED BY SIZE
                               INTO WS-ERROR-MESSAGE
                           END-STRING
                   END-WRITE
               END-IF

               IF WS-CHANGE-WAS-HELD AND WS-SAVE-WAS-OK
                   MOVE PB-STATUS       TO CM-STATUS
                   MOVE PB-COMPANY-NAME TO CM-COMPANY-NAME
                   MOVE PB-ADDRESS-1    TO CM-ADDRESS-1
                   MOVE PB-ADDRESS-2    TO CM-ADDRESS-2
                   MOVE PB-ADDRESS-3    TO CM-ADDRESS-3
                   MOVE PB-CITY         TO CM-CITY
                   MOVE PB-STATE        TO CM-STATE
                   MOVE PB-ZIP          TO CM-ZIP
                   MOVE PB-COUNTRY      TO CM-COUNTRY

      *> With the held fields put back, anything still different
      *> from the on-file image - the update stamps aside - is an
      *> unheld change the REWRITE should carry.
                   MOVE PB-UPDATE-USERNAME TO CM-UPDATE-USERNAME
                   MOVE PB-UPDATE-DATE     TO CM-UPDATE-DATE
                   MOVE PB-UPDATE-TIME     TO CM-UPDATE-TIME
                   IF CM-CUSTOMER-RECORD NOT EQUAL PB-CUSTOMER-RECORD
                       MOVE 'Y' TO WS-OTHER-CHANGE-SW
                   END-IF
                   MOVE WS-USERNAME TO CM-UPDATE-USERNAME
                   MOVE WS-SYS-DATE TO CM-UPDATE-DATE
                   MOVE WS-SYS-TIME TO CM-UPDATE-TIME
               END-IF.

      *> -----------------------------------------------------
      *> GET-NEXT-PEND-SEQ
      *> Highest sequence already in the customer's group of
      *> held changes, plus one - the same walk as GET-NEXT-
      *> NOTE-SEQ. The walk also notes whether any row in the
      *> group is still waiting for a supervisor.
      *> -----------------------------------------------------
           GET-NEXT-PEND-SEQ.
               MOVE 0 TO WS-NEXT-PEND-SEQ
               MOVE 'N' TO WS-PEND-OPEN-SW
               MOVE WS-CUST-ID TO PC-CUST-ID
               MOVE 0 TO PC-PEND-SEQ
               START PENDING-CHANGE
                       KEY IS GREATER THAN PC-PEND-KEY
                   INVALID KEY MOVE '23' TO WS-PC-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-PC-FILE-STATUS
               END-START

               PERFORM UNTIL WS-PC-FILE-STATUS NOT EQUAL '00'
                   READ PENDING-CHANGE NEXT RECORD
                       AT END MOVE '10' TO WS-PC-FILE-STATUS
                   END-READ

                   IF WS-PC-FILE-STATUS EQUAL '00'
                       IF PC-CUST-ID NOT EQUAL WS-CUST-ID
                           MOVE '10' TO WS-PC-FILE-STATUS
                       ELSE
                           MOVE PC-PEND-SEQ TO WS-NEXT-PEND-SEQ
                           IF PC-IS-PENDING
                               MOVE 'Y' TO WS-PEND-OPEN-SW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               ADD 1 TO WS-NEXT-PEND-SEQ.

      *> -----------------------------------------------------
      *> DELETE-CUSTOMER-RECORD
      *> "Delete" flips the status flag to inactive and rewrites
               WRITE JR-JOURNAL-RECORD.

      *> -----------------------------------------------------
      *> REVIEW-PENDING-CHANGES
      *> Entered from the supervisor's (R)eview choice on the
      *> top menu. Walks PENDING-CHANGE in key order showing
      *> each row still waiting; after an approve or reject the
      *> walk re-STARTs just past the row acted on, because the
      *> master and pending I/O in between has moved the file
      *> position - the same restart idiom the contact list
      *> uses. The walk ends with an acknowledge-and-leave
      *> prompt at the end of the file.
      *> -----------------------------------------------------
           REVIEW-PENDING-CHANGES.
               MOVE 'N' TO WS-REVIEW-DONE-SW
               MOVE 0 TO WS-REVIEW-FROM-CUST
               MOVE 0 TO WS-REVIEW-FROM-SEQ
               MOVE SPACES TO WS-ERROR-MESSAGE
               PERFORM UNTIL WS-REVIEW-IS-DONE
                   PERFORM WALK-PENDING-CHANGES
                   IF NOT WS-REVIEW-IS-DONE
                           AND NOT WS-REVIEW-RESTART
                       PERFORM PENDING-QUEUE-END-DIALOG
                   END-IF
               END-PERFORM.

           WALK-PENDING-CHANGES.
               MOVE 'N' TO WS-REVIEW-RESTART-SW
               MOVE WS-REVIEW-FROM-CUST TO PC-CUST-ID
               MOVE WS-REVIEW-FROM-SEQ  TO PC-PEND-SEQ
               START PENDING-CHANGE
                       KEY IS GREATER THAN PC-PEND-KEY
                   INVALID KEY MOVE '23' TO WS-PC-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-PC-FILE-STATUS
               END-START

               PERFORM UNTIL WS-PC-FILE-STATUS NOT EQUAL '00'
                       OR WS-REVIEW-IS-DONE
                       OR WS-REVIEW-RESTART
                   READ PENDING-CHANGE NEXT RECORD
                       AT END MOVE '10' TO WS-PC-FILE-STATUS
                   END-READ

                   IF WS-PC-FILE-STATUS EQUAL '00'
                           AND PC-IS-PENDING
                       PERFORM SHOW-PENDING-AND-ACT
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> SHOW-PENDING-AND-ACT
      *> One held row read by WALK-PENDING-CHANGES: put the two
      *> images side by side, mark the fields that differ, and
      *> take the supervisor's next/approve/reject/exit choice.
      *> -----------------------------------------------------
           SHOW-PENDING-AND-ACT.
               MOVE PC-CUST-ID          TO WS-REVIEW-FROM-CUST
               MOVE PC-PEND-SEQ         TO WS-REVIEW-FROM-SEQ
               MOVE PC-REQUEST-USERNAME TO WS-PEND-USERNAME
               MOVE PC-REQUEST-DATE     TO WS-PEND-DATE
               MOVE PC-REQUEST-TIME     TO WS-PEND-TIME
               MOVE PC-BEFORE-IMAGE     TO PB-CUSTOMER-RECORD
               MOVE PC-AFTER-IMAGE      TO PA-CUSTOMER-RECORD
               PERFORM MARK-PENDING-DIFFERENCES

               DISPLAY CLEAR-SCREEN
               DISPLAY HEADER-SCREEN
               DISPLAY FOOTER-SCREEN
               DISPLAY PENDING-REVIEW-SCREEN
               DISPLAY ERROR-MESSAGE-SCREEN

      *> A failed approve from the pass before must be read and
      *> acknowledged here, not wiped by the next redraw - same
      *> rule the contact and note screens follow.
               IF WS-ERROR-MESSAGE NOT EQUAL SPACES
                   MOVE SPACE TO WS-ACTION
                   DISPLAY DIALOG-ERROR-ACK-SCREEN
                   ACCEPT DIALOG-ERROR-ACK-SCREEN
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   DISPLAY ERROR-MESSAGE-SCREEN
                   DISPLAY FOOTER-DIALOG-CLEAR
               END-IF

               MOVE SPACE TO WS-REVIEW-ACTION
               DISPLAY DIALOG-REVIEW-NAV-SCREEN
               ACCEPT DIALOG-REVIEW-NAV-SCREEN

               EVALUATE TRUE
                   WHEN WS-REVIEW-ACTION EQUAL 'A'
                           OR WS-REVIEW-ACTION EQUAL 'a'
                       PERFORM APPROVE-PENDING-CHANGE
                       MOVE 'Y' TO WS-REVIEW-RESTART-SW
                   WHEN WS-REVIEW-ACTION EQUAL 'R'
                           OR WS-REVIEW-ACTION EQUAL 'r'
                       PERFORM REJECT-PENDING-CHANGE
                       MOVE 'Y' TO WS-REVIEW-RESTART-SW
                   WHEN WS-REVIEW-ACTION EQUAL 'E'
                           OR WS-REVIEW-ACTION EQUAL 'e'
                       MOVE 'Y' TO WS-REVIEW-DONE-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           MARK-PENDING-DIFFERENCES.
               MOVE SPACES TO WS-MARK-COMPANY WS-MARK-ADDRESS-1
                   WS-MARK-ADDRESS-2 WS-MARK-ADDRESS-3 WS-MARK-CITY
                   WS-MARK-STATE WS-MARK-ZIP WS-MARK-COUNTRY
                   WS-MARK-STATUS
               IF PA-COMPANY-NAME NOT EQUAL PB-COMPANY-NAME
                   MOVE '*' TO WS-MARK-COMPANY
               END-IF
               IF PA-ADDRESS-1 NOT EQUAL PB-ADDRESS-1
                   MOVE '*' TO WS-MARK-ADDRESS-1
               END-IF
               IF PA-ADDRESS-2 NOT EQUAL PB-ADDRESS-2
                   MOVE '*' TO WS-MARK-ADDRESS-2
               END-IF
               IF PA-ADDRESS-3 NOT EQUAL PB-ADDRESS-3
                   MOVE '*' TO WS-MARK-ADDRESS-3
               END-IF
               IF PA-CITY NOT EQUAL PB-CITY
                   MOVE '*' TO WS-MARK-CITY
               END-IF
               IF PA-STATE NOT EQUAL PB-STATE
                   MOVE '*' TO WS-MARK-STATE
               END-IF
               IF PA-ZIP NOT EQUAL PB-ZIP
                   MOVE '*' TO WS-MARK-ZIP
               END-IF
               IF PA-COUNTRY NOT EQUAL PB-COUNTRY
                   MOVE '*' TO WS-MARK-COUNTRY
               END-IF
               IF PA-STATUS NOT EQUAL PB-STATUS
                   MOVE '*' TO WS-MARK-STATUS
               END-IF.

      *> -----------------------------------------------------
      *> PENDING-QUEUE-END-DIALOG
      *> The walk ran off the end of the file (or nothing was
      *> waiting to begin with): say so and leave the review.
      *> -----------------------------------------------------
           PENDING-QUEUE-END-DIALOG.
      *> A pending I/O error is shown and acknowledged before
      *> this dialog claims the banner line for its own text.
               IF WS-ERROR-MESSAGE NOT EQUAL SPACES
                   DISPLAY CLEAR-SCREEN
                   DISPLAY HEADER-SCREEN
                   DISPLAY FOOTER-SCREEN
                   DISPLAY ERROR-MESSAGE-SCREEN
                   MOVE SPACE TO WS-ACTION
                   DISPLAY DIALOG-ERROR-ACK-SCREEN
                   ACCEPT DIALOG-ERROR-ACK-SCREEN
               END-IF

               MOVE 'NO MORE CHANGES AWAITING APPROVAL'
                   TO WS-ERROR-MESSAGE
               DISPLAY CLEAR-SCREEN
               DISPLAY HEADER-SCREEN
               DISPLAY FOOTER-SCREEN
               DISPLAY ERROR-MESSAGE-SCREEN
               MOVE SPACES TO WS-ERROR-MESSAGE
               MOVE SPACE TO WS-ACTION
               DISPLAY DIALOG-ERROR-ACK-SCREEN
               ACCEPT DIALOG-ERROR-ACK-SCREEN
               MOVE 'Y' TO WS-REVIEW-DONE-SW.

      *> -----------------------------------------------------
      *> APPROVE-PENDING-CHANGE
      *> Take the customer's record lock - an operator still
      *> sitting on the record is told to finish first - and
      *> apply the held fields only if the master still holds
      *> the values the change was keyed against. Anything else
      *> means someone changed the record since, and the
      *> supervisor would be approving a difference nobody saw;
      *> that row can only be rejected and keyed again.
      *> -----------------------------------------------------
           APPROVE-PENDING-CHANGE.
               MOVE SPACES TO WS-ERROR-MESSAGE
               MOVE PC-CUST-ID TO WS-CUST-ID
               PERFORM ACQUIRE-RECORD-LOCK
               IF WS-LOCK-WAS-DENIED
                   IF WS-ERROR-MESSAGE EQUAL SPACES
                       MOVE 'CUSTOMER RECORD IS IN USE - TRY LATER'
                           TO WS-ERROR-MESSAGE
                   END-IF
               ELSE
                   PERFORM APPLY-PENDING-CHANGE
                   PERFORM RELEASE-RECORD-LOCK
               END-IF.

      *> -----------------------------------------------------
      *> APPLY-PENDING-CHANGE
      *> The usual CHANGE audit and journal lines are written
      *> under the operator who keyed the change, since it is
      *> that operator's change reaching the file; a separate
      *> APPROVE audit line carries the supervisor who let it
      *> through. The pending row keeps the outcome.
      *> -----------------------------------------------------
           APPLY-PENDING-CHANGE.
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME FROM TIME

               MOVE PC-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                   INVALID KEY
                       MOVE 'CUSTOMER IS NO LONGER ON FILE - REJECT IT'
                           TO WS-ERROR-MESSAGE
               END-READ

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   IF CM-STATUS       NOT EQUAL PB-STATUS
                           OR CM-COMPANY-NAME NOT EQUAL PB-COMPANY-NAME
                           OR CM-ADDRESS-1    NOT EQUAL PB-ADDRESS-1
                           OR CM-ADDRESS-2    NOT EQUAL PB-ADDRESS-2
                           OR CM-ADDRESS-3    NOT EQUAL PB-ADDRESS-3
                           OR CM-CITY         NOT EQUAL PB-CITY
                           OR CM-STATE        NOT EQUAL PB-STATE
                           OR CM-ZIP          NOT EQUAL PB-ZIP
                           OR CM-COUNTRY      NOT EQUAL PB-COUNTRY
                       MOVE
                       'RECORD CHANGED SINCE IT WAS KEYED - REJECT IT'
                           TO WS-ERROR-MESSAGE
                   END-IF
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE CM-CUSTOMER-RECORD TO WS-JOURNAL-BEFORE
                   MOVE PA-STATUS       TO CM-STATUS
                   MOVE PA-COMPANY-NAME TO CM-COMPANY-NAME
                   MOVE PA-ADDRESS-1    TO CM-ADDRESS-1
                   MOVE PA-ADDRESS-2    TO CM-ADDRESS-2
                   MOVE PA-ADDRESS-3    TO CM-ADDRESS-3
                   MOVE PA-CITY         TO CM-CITY
                   MOVE PA-STATE        TO CM-STATE
                   MOVE PA-ZIP          TO CM-ZIP
                   MOVE PA-COUNTRY      TO CM-COUNTRY
                   MOVE PC-REQUEST-USERNAME TO CM-UPDATE-USERNAME
                   MOVE WS-SYS-DATE     TO CM-UPDATE-DATE
                   MOVE WS-SYS-TIME     TO CM-UPDATE-TIME
                   REWRITE CM-CUSTOMER-RECORD
                       INVALID KEY
                           MOVE SPACES TO WS-ERROR-MESSAGE
                           STRING 'UNABLE TO APPLY APPROVED CHANGE, '
                                   DELIMITED BY SIZE
                               'STATUS ' DELIMITED BY SIZE
                               WS-CM-FILE-STATUS DELIMITED BY SIZE
                               INTO WS-ERROR-MESSAGE
                           END-STRING
                   END-REWRITE
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE WS-USERNAME TO WS-REVIEWER-USERNAME
                   MOVE PC-REQUEST-USERNAME TO WS-USERNAME
                   MOVE 'CHANGE' TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE WS-REVIEWER-USERNAME TO WS-USERNAME
                   MOVE 'APPROVE' TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD

                   MOVE 'A' TO PC-PEND-STATUS
                   PERFORM STAMP-PENDING-REVIEW
               END-IF.

      *> -----------------------------------------------------
      *> REJECT-PENDING-CHANGE
      *> Nothing reaches the master and nothing is logged; the
      *> pending row alone records who turned it down and when.
      *> -----------------------------------------------------
           REJECT-PENDING-CHANGE.
               MOVE SPACES TO WS-ERROR-MESSAGE
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME FROM TIME
               MOVE 'R' TO PC-PEND-STATUS
               PERFORM STAMP-PENDING-REVIEW.

           STAMP-PENDING-REVIEW.
               MOVE WS-USERNAME TO PC-REVIEW-USERNAME
               MOVE WS-SYS-DATE TO PC-REVIEW-DATE
               MOVE WS-SYS-TIME TO PC-REVIEW-TIME
               REWRITE PC-PENDING-RECORD
                   INVALID KEY
                       MOVE SPACES TO WS-ERROR-MESSAGE
                       STRING 'UNABLE TO RECORD REVIEW OUTCOME, STATUS '
                               DELIMITED BY SIZE
                           WS-PC-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ERROR-MESSAGE
                       END-STRING
               END-REWRITE.

      *> -----------------------------------------------------
      *> PARENT-LINK-DIALOG
      *> Entered from the browse flow's (P)arent choice for the
      *> displayed match. The customer is locked while the form
      *> is up so two terminals cannot relink it at once; the
      *> master record itself is never rewritten here - the
      *> link lives on CUSTOMER-RELATION alone.
      *> -----------------------------------------------------
           PARENT-LINK-DIALOG.
               PERFORM ACQUIRE-RECORD-LOCK
               IF WS-LOCK-WAS-DENIED
                   DISPLAY CLEAR-SCREEN
                   DISPLAY HEADER-SCREEN
                   DISPLAY ERROR-MESSAGE-SCREEN
                   MOVE SPACE TO WS-ACTION
                   DISPLAY DIALOG-CONTINUE-EXIT-SCREEN
                   ACCEPT DIALOG-CONTINUE-EXIT-SCREEN
               ELSE
                   MOVE SPACE TO WS-LINK-ACTION
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   MOVE 'N' TO WS-LINK-OK-SW

                   PERFORM UNTIL WS-LINK-WAS-OK
                           OR WS-LINK-ACTION EQUAL 'C'
                           OR WS-LINK-ACTION EQUAL 'c'

                       PERFORM LOAD-PARENT-LINK
                       MOVE WS-LINK-PARENT-ID TO WS-LINK-NEW-PARENT-ID

                       DISPLAY CLEAR-SCREEN
                       DISPLAY HEADER-SCREEN
                       DISPLAY FOOTER-SCREEN
                       DISPLAY PARENT-LINK-SCREEN
                       DISPLAY ERROR-MESSAGE-SCREEN

                       IF WS-ERROR-MESSAGE NOT EQUAL SPACES
                           MOVE SPACE TO WS-ACTION
                           DISPLAY DIALOG-ERROR-ACK-SCREEN
                           ACCEPT DIALOG-ERROR-ACK-SCREEN
                           MOVE SPACES TO WS-ERROR-MESSAGE
                           DISPLAY ERROR-MESSAGE-SCREEN
                           DISPLAY FOOTER-DIALOG-CLEAR
                       END-IF

                       ACCEPT PARENT-LINK-SCREEN

                       DISPLAY FOOTER-DIALOG-CLEAR
                       MOVE SPACE TO WS-LINK-ACTION
                       DISPLAY DIALOG-PARENT-LINK-SCREEN
                       ACCEPT DIALOG-PARENT-LINK-SCREEN

                       EVALUATE TRUE
                           WHEN WS-LINK-ACTION EQUAL 'A'
                                   OR WS-LINK-ACTION EQUAL 'a'
                               PERFORM ATTACH-PARENT-LINK
                           WHEN WS-LINK-ACTION EQUAL 'D'
                                   OR WS-LINK-ACTION EQUAL 'd'
                               PERFORM DETACH-PARENT-LINK
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-PERFORM

                   IF WS-LINK-WAS-OK
                       DISPLAY CLEAR-SCREEN
                       DISPLAY HEADER-SCREEN
                       DISPLAY ERROR-MESSAGE-SCREEN
                       MOVE SPACE TO WS-ACTION
                       DISPLAY DIALOG-ERROR-ACK-SCREEN
                       ACCEPT DIALOG-ERROR-ACK-SCREEN
                       MOVE SPACES TO WS-ERROR-MESSAGE
                   END-IF
                   DISPLAY FOOTER-DIALOG-CLEAR

                   PERFORM RELEASE-RECORD-LOCK
               END-IF.

      *> -----------------------------------------------------
      *> LOAD-PARENT-LINK
      *> Fill the form's read-only half: the head office this
      *> customer reports to today, if any, and how many
      *> branches already report to this customer.
      *> -----------------------------------------------------
           LOAD-PARENT-LINK.
               MOVE 0 TO WS-LINK-PARENT-ID
               MOVE '(NONE)' TO WS-LINK-PARENT-NAME

               MOVE WS-CUST-ID TO RL-CHILD-ID
               READ CUSTOMER-RELATION KEY IS RL-CHILD-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RL-PARENT-ID TO WS-LINK-PARENT-ID
                       MOVE RL-PARENT-ID TO CM-CUST-ID
                       READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                           INVALID KEY
                               MOVE '(PARENT NOT ON FILE)'
                                   TO WS-LINK-PARENT-NAME
                           NOT INVALID KEY
                               MOVE CM-COMPANY-NAME
                                   TO WS-LINK-PARENT-NAME
                       END-READ
               END-READ

               MOVE WS-CUST-ID TO WS-BRANCH-PARENT-ID
               PERFORM COUNT-ACTIVE-BRANCHES.

      *> -----------------------------------------------------
      *> ATTACH-PARENT-LINK
      *> The hierarchy is kept to two levels: the new parent
      *> must be an active customer on file that is not itself
      *> a branch, and the customer being attached must have no
      *> branches of its own. Between them those two rules make
      *> a loop in the family tree impossible. An existing link
      *> is simply repointed.
      *> -----------------------------------------------------
           ATTACH-PARENT-LINK.
               MOVE SPACES TO WS-ERROR-MESSAGE

               IF WS-LINK-NEW-PARENT-ID EQUAL 0
                   MOVE 'PARENT CUSTOMER ID IS REQUIRED'
                       TO WS-ERROR-MESSAGE
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                       AND WS-LINK-NEW-PARENT-ID EQUAL WS-CUST-ID
                   MOVE 'A CUSTOMER CANNOT BE ITS OWN PARENT'
                       TO WS-ERROR-MESSAGE
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                       AND WS-LINK-NEW-PARENT-ID EQUAL WS-LINK-PARENT-ID
                   MOVE 'CUSTOMER IS ALREADY ATTACHED TO THAT PARENT'
                       TO WS-ERROR-MESSAGE
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE WS-LINK-NEW-PARENT-ID TO CM-CUST-ID
                   READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                       INVALID KEY
                           MOVE 'PARENT CUSTOMER NOT ON FILE'
                               TO WS-ERROR-MESSAGE
                       NOT INVALID KEY
                           IF CM-STATUS-INACTIVE
                               MOVE 'PARENT CUSTOMER IS INACTIVE'
                                   TO WS-ERROR-MESSAGE
                           END-IF
                   END-READ
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE WS-LINK-NEW-PARENT-ID TO RL-CHILD-ID
                   READ CUSTOMER-RELATION KEY IS RL-CHILD-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING 'PARENT IS ITSELF A BRANCH OF '
                                   DELIMITED BY SIZE
                               RL-PARENT-ID DELIMITED BY SIZE
                               INTO WS-ERROR-MESSAGE
                           END-STRING
                   END-READ
               END-IF

      *> Only this customer is locked, so another terminal may
      *> have hung a branch under it since the dialog counted
      *> them. Count again now, directly before the link is
      *> written.
               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE WS-CUST-ID TO WS-BRANCH-PARENT-ID
                   PERFORM COUNT-ACTIVE-BRANCHES
                   IF WS-LINK-BRANCH-COUNT GREATER THAN 0
                       MOVE 'CUSTOMER HAS BRANCHES OF ITS OWN'
                           TO WS-ERROR-MESSAGE
                   END-IF
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-SYS-TIME FROM TIME

                   MOVE SPACES                TO RL-RELATION-RECORD
                   MOVE WS-CUST-ID            TO RL-CHILD-ID
                   MOVE WS-LINK-NEW-PARENT-ID TO RL-PARENT-ID
                   MOVE WS-USERNAME           TO RL-LINK-USERNAME
                   MOVE WS-SYS-DATE           TO RL-LINK-DATE
                   MOVE WS-SYS-TIME           TO RL-LINK-TIME

                   IF WS-LINK-PARENT-ID EQUAL 0
                       WRITE RL-RELATION-RECORD
                           INVALID KEY
                               STRING 'UNABLE TO ATTACH PARENT, STATUS '
                                       DELIMITED BY SIZE
                                   WS-RL-FILE-STATUS DELIMITED BY SIZE
                                   INTO WS-ERROR-MESSAGE
                               END-STRING
                       END-WRITE
                   ELSE
                       REWRITE RL-RELATION-RECORD
                           INVALID KEY
                               STRING 'UNABLE TO ATTACH PARENT, STATUS '
                                       DELIMITED BY SIZE
                                   WS-RL-FILE-STATUS DELIMITED BY SIZE
                                   INTO WS-ERROR-MESSAGE
                               END-STRING
                       END-REWRITE
                   END-IF
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE 'ATTACH' TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD

                   MOVE 'Y' TO WS-LINK-OK-SW
                   STRING 'CUSTOMER ' DELIMITED BY SIZE
                       WS-CUST-ID DELIMITED BY SIZE
                       ' ATTACHED TO PARENT ' DELIMITED BY SIZE
                       WS-LINK-NEW-PARENT-ID DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   END-STRING
               END-IF.

      *> -----------------------------------------------------
      *> DETACH-PARENT-LINK
      *> Drop the customer's link row so it stands alone again.
      *> -----------------------------------------------------
           DETACH-PARENT-LINK.
               MOVE SPACES TO WS-ERROR-MESSAGE

               IF WS-LINK-PARENT-ID EQUAL 0
                   MOVE 'CUSTOMER HAS NO PARENT TO DETACH'
                       TO WS-ERROR-MESSAGE
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE WS-CUST-ID TO RL-CHILD-ID
                   DELETE CUSTOMER-RELATION RECORD
                       INVALID KEY
                           STRING 'UNABLE TO DETACH PARENT, STATUS '
                                   DELIMITED BY SIZE
                               WS-RL-FILE-STATUS DELIMITED BY SIZE
                               INTO WS-ERROR-MESSAGE
                           END-STRING
                   END-DELETE
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE 'DETACH' TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD

                   MOVE 'Y' TO WS-LINK-OK-SW
                   STRING 'CUSTOMER ' DELIMITED BY SIZE
                       WS-CUST-ID DELIMITED BY SIZE
                       ' DETACHED FROM PARENT ' DELIMITED BY SIZE
                       WS-LINK-PARENT-ID DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   END-STRING
               END-IF.

      *> -----------------------------------------------------
      *> COUNT-ACTIVE-BRANCHES
      *> Walk the link rows naming WS-BRANCH-PARENT-ID as parent
      *> through the alternate key. WS-LINK-BRANCH-COUNT gets
      *> every branch, WS-ACTIVE-BRANCH-COUNT only those whose
      *> master record is still active. A READ along a key with
      *> duplicates answers '02' while more rows share the key,
      *> which is as good as '00' here.
      *> -----------------------------------------------------
           COUNT-ACTIVE-BRANCHES.
               MOVE 0 TO WS-LINK-BRANCH-COUNT
               MOVE 0 TO WS-ACTIVE-BRANCH-COUNT

               MOVE WS-BRANCH-PARENT-ID TO RL-PARENT-ID
               START CUSTOMER-RELATION KEY IS NOT LESS THAN RL-PARENT-ID
                   INVALID KEY MOVE '23' TO WS-RL-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-RL-FILE-STATUS
               END-START

               PERFORM UNTIL WS-RL-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-RELATION NEXT RECORD
                       AT END MOVE '10' TO WS-RL-FILE-STATUS
                   END-READ

                   IF WS-RL-FILE-STATUS EQUAL '02'
                       MOVE '00' TO WS-RL-FILE-STATUS
                   END-IF

                   IF WS-RL-FILE-STATUS EQUAL '00'
                       IF RL-PARENT-ID NOT EQUAL WS-BRANCH-PARENT-ID
                           MOVE '10' TO WS-RL-FILE-STATUS
                       ELSE
                           ADD 1 TO WS-LINK-BRANCH-COUNT
                           MOVE RL-CHILD-ID TO CM-CUST-ID
                           READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CM-STATUS-ACTIVE
                                       ADD 1 TO WS-ACTIVE-BRANCH-COUNT
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> MERGE-CUSTOMER-DIALOG
      *> Entered from the browse flow's (M)erge choice with the
      *> displayed match offered as the survivor. Loops on the
      *> two-ID form until the merge goes through or the
      *> operator cancels.
      *> -----------------------------------------------------
           MERGE-CUSTOMER-DIALOG.
               MOVE WS-CUST-ID TO WS-MERGE-SURV-ID
               MOVE 0 TO WS-MERGE-DUP-ID
               MOVE SPACE TO WS-MERGE-ACTION
               MOVE SPACES TO WS-ERROR-MESSAGE
               MOVE 'N' TO WS-MERGE-OK-SW

               PERFORM UNTIL WS-MERGE-WAS-OK
                       OR WS-MERGE-ACTION EQUAL 'C'
                       OR WS-MERGE-ACTION EQUAL 'c'

                   DISPLAY CLEAR-SCREEN
                   DISPLAY HEADER-SCREEN
                   DISPLAY FOOTER-SCREEN
                   DISPLAY MERGE-INPUT-SCREEN
                   DISPLAY ERROR-MESSAGE-SCREEN

                   IF WS-ERROR-MESSAGE NOT EQUAL SPACES
                       MOVE SPACE TO WS-ACTION
                       DISPLAY DIALOG-ERROR-ACK-SCREEN
                       ACCEPT DIALOG-ERROR-ACK-SCREEN
                       MOVE SPACES TO WS-ERROR-MESSAGE
                       DISPLAY ERROR-MESSAGE-SCREEN
                       DISPLAY FOOTER-DIALOG-CLEAR
                   END-IF

                   ACCEPT MERGE-INPUT-SCREEN

                   DISPLAY FOOTER-DIALOG-CLEAR
                   MOVE SPACE TO WS-MERGE-ACTION
                   DISPLAY DIALOG-MERGE-CONFIRM-SCREEN
                   ACCEPT DIALOG-MERGE-CONFIRM-SCREEN

                   IF WS-MERGE-ACTION EQUAL 'M'
                           OR WS-MERGE-ACTION EQUAL 'm'
                       PERFORM EXECUTE-CUSTOMER-MERGE
                   END-IF
               END-PERFORM

               IF WS-MERGE-WAS-OK
                   DISPLAY CLEAR-SCREEN
                   DISPLAY HEADER-SCREEN
                   DISPLAY ERROR-MESSAGE-SCREEN
                   MOVE SPACE TO WS-ACTION
                   DISPLAY DIALOG-ERROR-ACK-SCREEN
                   ACCEPT DIALOG-ERROR-ACK-SCREEN
                   MOVE SPACES TO WS-ERROR-MESSAGE
               END-IF
               DISPLAY FOOTER-DIALOG-CLEAR.

      *> -----------------------------------------------------
      *> EXECUTE-CUSTOMER-MERGE
      *> Both records are locked for the duration. Blank fields
      *> on the survivor are filled from the duplicate, the
      *> duplicate is flipped inactive with CM-MERGED-INTO
      *> pointing at the survivor, and a MERGE action is logged
      *> for both IDs. Every step runs only while no error has
      *> been posted by the step before it. A merge changes
      *> address fields and deactivates a customer, the same
      *> changes an operator's save holds for approval, so it
      *> takes supervisor authority like a delete.
      *> -----------------------------------------------------
           EXECUTE-CUSTOMER-MERGE.
               MOVE 'N' TO WS-MERGE-OK-SW
               MOVE 'N' TO WS-SURV-LOCKED-SW
               MOVE 'N' TO WS-DUP-LOCKED-SW
               MOVE SPACES TO WS-ERROR-MESSAGE

               IF NOT WS-OPERATOR-IS-SUPER
                   MOVE 'MERGE REQUIRES SUPERVISOR AUTHORITY'
                       TO WS-ERROR-MESSAGE
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                       AND (WS-MERGE-SURV-ID EQUAL 0
                       OR WS-MERGE-DUP-ID EQUAL 0)
                   MOVE 'BOTH CUSTOMER IDS ARE REQUIRED'
                       TO WS-ERROR-MESSAGE
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                       AND WS-MERGE-SURV-ID EQUAL WS-MERGE-DUP-ID
                   MOVE 'SURVIVOR AND DUPLICATE ARE THE SAME RECORD'
                       TO WS-ERROR-MESSAGE
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE WS-MERGE-SURV-ID TO WS-CUST-ID
                   PERFORM ACQUIRE-RECORD-LOCK
                   IF WS-LOCK-WAS-DENIED
                       IF WS-ERROR-MESSAGE EQUAL SPACES
                           MOVE 'SURVIVING RECORD IS IN USE'
                               TO WS-ERROR-MESSAGE
                       END-IF
                   ELSE
                   END-IF
               END-IF

      *> A head office still carrying active branches is not
      *> deactivated out from under them - the branches have to
      *> be moved to the survivor or detached first.
               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE WS-MERGE-DUP-ID TO WS-BRANCH-PARENT-ID
                   PERFORM COUNT-ACTIVE-BRANCHES
                   IF WS-ACTIVE-BRANCH-COUNT GREATER THAN 0
                       MOVE 'DUPLICATE IS A PARENT WITH ACTIVE BRANCHES'
                           TO WS-ERROR-MESSAGE
                   END-IF
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE WS-MERGE-DUP-ID TO CM-CUST-ID
                   READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                   PERFORM MOVE-DUPLICATE-NOTES
               END-IF

      *> A do-not-mail/email/call the customer gave under the
      *> duplicate's ID is theirs under the survivor's too.
               IF WS-ERROR-MESSAGE EQUAL SPACES
                   PERFORM MERGE-CUSTOMER-PREFERENCES
               END-IF

               IF WS-ERROR-MESSAGE EQUAL SPACES
                   MOVE 'MERGE' TO WS-AUDIT-ACTION
                   MOVE WS-MERGE-SURV-ID TO WS-CUST-ID
                       PERFORM WRITE-JOURNAL-RECORD
               END-REWRITE.

      *> -----------------------------------------------------
      *> MERGE-CUSTOMER-PREFERENCES
      *> Each flag set on the duplicate's customer-level row
      *> (sequence 000) is set on the survivor's, creating that
      *> row if the survivor has none; a flag is only ever set
      *> here, never cleared. A flag that moves is stamped with
      *> today and this operator, as a save on the preference
      *> form stamps it, and a PREFS audit line is written for
      *> the survivor. The duplicate's own row stays put.
      *> -----------------------------------------------------
           MERGE-CUSTOMER-PREFERENCES.
               MOVE 'N' TO WS-PREF-NO-MAIL WS-PREF-NO-EMAIL
                   WS-PREF-NO-CALL
               MOVE WS-MERGE-DUP-ID TO PF-CUST-ID
               MOVE 0               TO PF-CONTACT-SEQ
               READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PF-NO-MAIL-SW  TO WS-PREF-NO-MAIL
                       MOVE PF-NO-EMAIL-SW TO WS-PREF-NO-EMAIL
                       MOVE PF-NO-CALL-SW  TO WS-PREF-NO-CALL
               END-READ

               IF WS-PREF-NO-MAIL EQUAL 'Y'
                       OR WS-PREF-NO-EMAIL EQUAL 'Y'
                       OR WS-PREF-NO-CALL EQUAL 'Y'
                   PERFORM CARRY-PREFERENCES-TO-SURVIVOR
               END-IF.

           CARRY-PREFERENCES-TO-SURVIVOR.
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME FROM TIME
               MOVE 'N' TO WS-PREF-CHANGED-SW

               MOVE WS-MERGE-SURV-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                   INVALID KEY
                       MOVE SPACES TO WS-PREF-LAST-NAME
                           WS-PREF-FIRST-NAME
                   NOT INVALID KEY
                       MOVE CM-LAST-NAME  TO WS-PREF-LAST-NAME
                       MOVE CM-FIRST-NAME TO WS-PREF-FIRST-NAME
               END-READ

               MOVE WS-MERGE-SURV-ID TO PF-CUST-ID
               MOVE 0                TO PF-CONTACT-SEQ
               READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-PREF-FOUND-SW
                       MOVE SPACES TO PF-PREFERENCE-RECORD
                       MOVE WS-MERGE-SURV-ID TO PF-CUST-ID
                       MOVE 0                TO PF-CONTACT-SEQ
                       MOVE 'N' TO PF-NO-MAIL-SW PF-NO-EMAIL-SW
                           PF-NO-CALL-SW
                       MOVE 0 TO PF-NO-MAIL-DATE PF-NO-EMAIL-DATE
                           PF-NO-CALL-DATE PF-CHANGE-DATE
                           PF-CHANGE-TIME
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PREF-FOUND-SW
               END-READ

               IF WS-PREF-NO-MAIL EQUAL 'Y' AND NOT PF-NO-MAIL
                   MOVE 'Y'         TO PF-NO-MAIL-SW
                   MOVE WS-SYS-DATE TO PF-NO-MAIL-DATE
                   MOVE WS-USERNAME TO PF-NO-MAIL-USERNAME
                   MOVE 'Y' TO WS-PREF-CHANGED-SW
               END-IF
               IF WS-PREF-NO-EMAIL EQUAL 'Y' AND NOT PF-NO-EMAIL
                   MOVE 'Y'         TO PF-NO-EMAIL-SW
                   MOVE WS-SYS-DATE TO PF-NO-EMAIL-DATE
                   MOVE WS-USERNAME TO PF-NO-EMAIL-USERNAME
                   MOVE 'Y' TO WS-PREF-CHANGED-SW
               END-IF
               IF WS-PREF-NO-CALL EQUAL 'Y' AND NOT PF-NO-CALL
                   MOVE 'Y'         TO PF-NO-CALL-SW
                   MOVE WS-SYS-DATE TO PF-NO-CALL-DATE
                   MOVE WS-USERNAME TO PF-NO-CALL-USERNAME
                   MOVE 'Y' TO WS-PREF-CHANGED-SW
               END-IF

               IF WS-PREF-WAS-CHANGED
                   PERFORM BUILD-PREFERENCE-NAME-KEY
                   MOVE WS-PREF-NAME-KEY TO PF-NAME-KEY
                   MOVE WS-SYS-DATE TO PF-CHANGE-DATE
                   MOVE WS-SYS-TIME TO PF-CHANGE-TIME
                   IF WS-PREF-ROW-FOUND
                       REWRITE PF-PREFERENCE-RECORD
                           INVALID KEY
                               MOVE 'N' TO WS-PREF-CHANGED-SW
                       END-REWRITE
                   ELSE
                       WRITE PF-PREFERENCE-RECORD
                           INVALID KEY
                               MOVE 'N' TO WS-PREF-CHANGED-SW
                       END-WRITE
                   END-IF

                   IF WS-PREF-WAS-CHANGED
                       MOVE 'PREFS' TO WS-AUDIT-ACTION
                       MOVE WS-MERGE-SURV-ID TO WS-CUST-ID
                       PERFORM WRITE-AUDIT-RECORD
                   ELSE
                       STRING 'UNABLE TO CARRY PREFERENCES, STATUS '
                               DELIMITED BY SIZE
                           WS-PF-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ERROR-MESSAGE
                       END-STRING
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> MOVE-DUPLICATE-CONTACTS
      *> Re-key the duplicate's contact rows under the survivor

           MOVE-ONE-DUPLICATE-CONTACT.
               MOVE 'N' TO WS-MOVE-MORE-SW
               MOVE 0 TO WS-NEXT-CONTACT-SEQ
               MOVE WS-MERGE-DUP-ID TO CN-CUST-ID
               MOVE 0 TO CN-CONTACT-SEQ
               START CUSTOMER-CONTACT
                       END-IF
                   END-IF

                   MOVE WS-MERGE-SURV-ID TO WS-CUST-ID
                   PERFORM GET-NEXT-CONTACT-SEQ
               END-IF

      *> GET-NEXT-CONTACT-SEQ has moved the contact buffer on,
      *> so a sequence handed out is what says there is a row to
      *> write; 0 means none was read or the limit was reached.
      *> The survivor-side copy is written BEFORE the old row
      *> is deleted: if the WRITE fails the contact is still on
      *> file under the duplicate, not destroyed - the one
      *> outcome this file exists to prevent.
               IF WS-NEXT-CONTACT-SEQ NOT EQUAL 0
                   MOVE SPACES TO CN-CONTACT-RECORD
                   MOVE WS-MERGE-SURV-ID    TO CN-CUST-ID
                   MOVE WS-NEXT-CONTACT-SEQ TO CN-CONTACT-SEQ
                           DELETE CUSTOMER-CONTACT RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           PERFORM MOVE-DUPLICATE-CONTACT-PREF
                           MOVE 'Y' TO WS-MOVE-MORE-SW
                   END-WRITE
               END-IF.

      *> -----------------------------------------------------
      *> MOVE-DUPLICATE-CONTACT-PREF
      *> The contact just moved takes its preference row with
      *> it to the new key, so an opt-out recorded against the
      *> person under the duplicate still holds under the
      *> survivor. If the copy cannot be written the old row is
      *> left where it is - the load-time check still sees it
      *> there - and the merge stops with the error.
      *> -----------------------------------------------------
           MOVE-DUPLICATE-CONTACT-PREF.
               MOVE WS-MERGE-DUP-ID TO PF-CUST-ID
               MOVE WS-CONTACT-SEQ  TO PF-CONTACT-SEQ
               READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-MERGE-SURV-ID    TO PF-CUST-ID
                       MOVE WS-NEXT-CONTACT-SEQ TO PF-CONTACT-SEQ
                       WRITE PF-PREFERENCE-RECORD
                           INVALID KEY
                               STRING 'UNABLE TO MOVE CONTACT '
                                       DELIMITED BY SIZE
                                   'PREFERENCES, STATUS '
                                       DELIMITED BY SIZE
                                   WS-PF-FILE-STATUS DELIMITED BY SIZE
                                   INTO WS-ERROR-MESSAGE
                               END-STRING
                           NOT INVALID KEY
                               MOVE WS-MERGE-DUP-ID TO PF-CUST-ID
                               MOVE WS-CONTACT-SEQ  TO PF-CONTACT-SEQ
                               DELETE CUSTOMER-PREFERENCE RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                       END-WRITE
               END-READ.

      *> -----------------------------------------------------
      *> FLIP-DUPLICATE-TO-MERGED
      *> The duplicate goes back to the file inactive, carrying
                           OR WS-CONTACT-ACTION EQUAL 'd'
                       PERFORM DELETE-CONTACT
                       MOVE 'Y' TO WS-CONTACT-RESTART-SW
                   WHEN WS-CONTACT-ACTION EQUAL 'P'
                           OR WS-CONTACT-ACTION EQUAL 'p'
                       MOVE CN-CONTACT-SEQ TO WS-PREF-CONTACT-SEQ
                       MOVE CN-LAST-NAME   TO WS-PREF-LAST-NAME
                       MOVE CN-FIRST-NAME  TO WS-PREF-FIRST-NAME
                       PERFORM EDIT-PREFERENCE-FORM
                       MOVE 'Y' TO WS-CONTACT-RESTART-SW
                   WHEN WS-CONTACT-ACTION EQUAL 'E'
                           OR WS-CONTACT-ACTION EQUAL 'e'
                       MOVE 'Y' TO WS-CONTACT-DONE-SW

               IF WS-CONTACT-SAVED
                   PERFORM GET-NEXT-CONTACT-SEQ
               END-IF

               IF WS-CONTACT-SAVED AND WS-NEXT-CONTACT-SEQ NOT EQUAL 0
                   MOVE SPACES TO CN-CONTACT-RECORD
                   MOVE WS-CUST-ID          TO CN-CUST-ID
                   MOVE WS-NEXT-CONTACT-SEQ TO CN-CONTACT-SEQ
                                   MOVE 'UNABLE TO CHANGE CONTACT'
                                       TO WS-ERROR-MESSAGE
                               NOT INVALID KEY
                                   MOVE CN-CONTACT-SEQ
                                       TO WS-PREF-CONTACT-SEQ
                                   MOVE CN-LAST-NAME
                                       TO WS-PREF-LAST-NAME
                                   MOVE CN-FIRST-NAME
                                       TO WS-PREF-FIRST-NAME
                                   IF WS-CONTACT-PRIMARY EQUAL 'Y'
                                       MOVE CN-CONTACT-SEQ
                                           TO WS-SAVED-CONTACT-SEQ
                                       PERFORM CLEAR-OTHER-PRIMARIES
                                   END-IF
                                   PERFORM REFRESH-PREFERENCE-NAME
                           END-REWRITE
                   END-READ
               END-IF.
      *> DELETE-CONTACT
      *> Contacts carry no history of their own, so unlike the
      *> customer delete this is a real DELETE of the row just
      *> shown, whose key is still in the record buffer. A
      *> preference row with any flag set stays on file: it is
      *> the person's opt-out, and the bulk load checks outside
      *> names against it. GET-NEXT-CONTACT-SEQ steps past such
      *> a sequence, so no later contact inherits it. A row
      *> with nothing set records nothing and goes with it.
      *> -----------------------------------------------------
           DELETE-CONTACT.
               MOVE CN-CUST-ID     TO PF-CUST-ID
               MOVE CN-CONTACT-SEQ TO PF-CONTACT-SEQ
               DELETE CUSTOMER-CONTACT RECORD
                   INVALID KEY
                       MOVE 'UNABLE TO DELETE CONTACT'
                           TO WS-ERROR-MESSAGE
                   NOT INVALID KEY
                       READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF NOT PF-NO-MAIL AND NOT PF-NO-EMAIL
                                       AND NOT PF-NO-CALL
                                   DELETE CUSTOMER-PREFERENCE RECORD
                                       INVALID KEY CONTINUE
                                   END-DELETE
                               END-IF
                       END-READ
               END-DELETE.

      *> -----------------------------------------------------
      *> GET-NEXT-CONTACT-SEQ
      *> Highest sequence already in the group, plus one. The
      *> keys ascend, so the last row of the group is the max.
      *> A sequence whose preference row outlived its contact
      *> (see DELETE-CONTACT) is stepped past while any flag
      *> on it is set; one with no flag set is stale and is
      *> cleared as the sequence is handed out again. Past 999
      *> there is no sequence left - 000 is the customer's own
      *> preference key - so WS-NEXT-CONTACT-SEQ comes back 0
      *> with the error posted, and the caller writes nothing.
      *> -----------------------------------------------------
           GET-NEXT-CONTACT-SEQ.
               MOVE 0 TO WS-NEXT-CONTACT-SEQ
                   END-IF
               END-PERFORM

               MOVE 'N' TO WS-SEQ-FREE-SW
               PERFORM STEP-NEXT-CONTACT-SEQ

               PERFORM UNTIL WS-SEQ-IS-FREE
                   MOVE WS-CUST-ID          TO PF-CUST-ID
                   MOVE WS-NEXT-CONTACT-SEQ TO PF-CONTACT-SEQ
                   READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-SEQ-FREE-SW
                       NOT INVALID KEY
                           IF PF-NO-MAIL OR PF-NO-EMAIL OR PF-NO-CALL
                               PERFORM STEP-NEXT-CONTACT-SEQ
                           ELSE
                               DELETE CUSTOMER-PREFERENCE RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                               MOVE 'Y' TO WS-SEQ-FREE-SW
                           END-IF
                   END-READ
               END-PERFORM.

           STEP-NEXT-CONTACT-SEQ.
               IF WS-NEXT-CONTACT-SEQ EQUAL 999
                   MOVE 0 TO WS-NEXT-CONTACT-SEQ
                   MOVE 'Y' TO WS-SEQ-FREE-SW
                   MOVE 'CONTACT LIMIT REACHED' TO WS-ERROR-MESSAGE
               ELSE
                   ADD 1 TO WS-NEXT-CONTACT-SEQ
               END-IF.

      *> -----------------------------------------------------
      *> CLEAR-OTHER-PRIMARIES
               END-PERFORM

               ADD 1 TO WS-NEXT-NOTE-SEQ.

      *> -----------------------------------------------------
      *> EDIT-PREFERENCE-FORM
      *> Entered from the edit form's (P)refs choice for the
      *> customer itself, or from the contact list's for the
      *> contact on screen; the caller has set the sequence and
      *> the name. Same display/accept/validate/dialog loop as
      *> EDIT-CONTACT-FORM. The customer's record lock is held
      *> throughout by the caller, as it is for contacts.
      *> -----------------------------------------------------
           EDIT-PREFERENCE-FORM.
               PERFORM LOAD-PREFERENCE-ROW

               MOVE SPACE TO WS-PREF-ACTION
               PERFORM UNTIL WS-PREF-ACTION EQUAL 'S'
                       OR WS-PREF-ACTION EQUAL 's'
                       OR WS-PREF-ACTION EQUAL 'C'
                       OR WS-PREF-ACTION EQUAL 'c'

                   DISPLAY CLEAR-SCREEN
                   DISPLAY HEADER-SCREEN
                   DISPLAY FOOTER-SCREEN
                   DISPLAY PREFERENCE-SCREEN
                   DISPLAY ERROR-MESSAGE-SCREEN

                   IF WS-ERROR-MESSAGE NOT EQUAL SPACES
                       MOVE SPACE TO WS-ACTION
                       DISPLAY DIALOG-ERROR-ACK-SCREEN
                       ACCEPT DIALOG-ERROR-ACK-SCREEN
                       MOVE SPACE TO WS-ACTION
                       MOVE SPACES TO WS-ERROR-MESSAGE
                       DISPLAY ERROR-MESSAGE-SCREEN
                       DISPLAY FOOTER-DIALOG-CLEAR
                   END-IF

                   ACCEPT PREFERENCE-SCREEN

                   PERFORM VALIDATE-PREFERENCE-INPUT

                   IF WS-DATA-IS-INVALID
                       MOVE SPACE TO WS-PREF-ACTION
                   ELSE
                       DISPLAY FOOTER-DIALOG-CLEAR
                       DISPLAY DIALOG-PREF-SAVE-SCREEN
                       ACCEPT DIALOG-PREF-SAVE-SCREEN
                   END-IF
               END-PERFORM

               IF WS-PREF-ACTION EQUAL 'S'
                       OR WS-PREF-ACTION EQUAL 's'
                   PERFORM SAVE-PREFERENCE-ROW
               END-IF
               DISPLAY FOOTER-DIALOG-CLEAR.

      *> -----------------------------------------------------
      *> LOAD-PREFERENCE-ROW
      *> Bring the row for WS-CUST-ID / WS-PREF-CONTACT-SEQ onto
      *> the form; with no row on file every flag shows N and
      *> has never been set.
      *> -----------------------------------------------------
           LOAD-PREFERENCE-ROW.
               MOVE 'N' TO WS-PREF-NO-MAIL
               MOVE 'N' TO WS-PREF-NO-EMAIL
               MOVE 'N' TO WS-PREF-NO-CALL
               MOVE 0 TO WS-PREF-MAIL-DATE WS-PREF-EMAIL-DATE
                   WS-PREF-CALL-DATE
               MOVE SPACES TO WS-PREF-MAIL-USER WS-PREF-EMAIL-USER
                   WS-PREF-CALL-USER

               MOVE WS-CUST-ID          TO PF-CUST-ID
               MOVE WS-PREF-CONTACT-SEQ TO PF-CONTACT-SEQ
               READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PF-NO-MAIL-SW        TO WS-PREF-NO-MAIL
                       MOVE PF-NO-MAIL-DATE      TO WS-PREF-MAIL-DATE
                       MOVE PF-NO-MAIL-USERNAME  TO WS-PREF-MAIL-USER
                       MOVE PF-NO-EMAIL-SW       TO WS-PREF-NO-EMAIL
                       MOVE PF-NO-EMAIL-DATE     TO WS-PREF-EMAIL-DATE
                       MOVE PF-NO-EMAIL-USERNAME TO WS-PREF-EMAIL-USER
                       MOVE PF-NO-CALL-SW        TO WS-PREF-NO-CALL
                       MOVE PF-NO-CALL-DATE      TO WS-PREF-CALL-DATE
                       MOVE PF-NO-CALL-USERNAME  TO WS-PREF-CALL-USER
               END-READ.

      *> -----------------------------------------------------
      *> VALIDATE-PREFERENCE-INPUT
      *> Each flag is Y or N; a blank is taken as N, the way a
      *> blank primary switch is on the contact form.
      *> -----------------------------------------------------
           VALIDATE-PREFERENCE-INPUT.
               MOVE 'Y' TO WS-DATA-VALID-SW
               MOVE SPACES TO WS-ERROR-MESSAGE

               IF WS-PREF-NO-MAIL EQUAL 'y'
                   MOVE 'Y' TO WS-PREF-NO-MAIL
               END-IF
               IF WS-PREF-NO-MAIL EQUAL 'n'
                       OR WS-PREF-NO-MAIL EQUAL SPACE
                   MOVE 'N' TO WS-PREF-NO-MAIL
               END-IF
               IF WS-PREF-NO-EMAIL EQUAL 'y'
                   MOVE 'Y' TO WS-PREF-NO-EMAIL
               END-IF
               IF WS-PREF-NO-EMAIL EQUAL 'n'
                       OR WS-PREF-NO-EMAIL EQUAL SPACE
                   MOVE 'N' TO WS-PREF-NO-EMAIL
               END-IF
               IF WS-PREF-NO-CALL EQUAL 'y'
                   MOVE 'Y' TO WS-PREF-NO-CALL
               END-IF
               IF WS-PREF-NO-CALL EQUAL 'n'
                       OR WS-PREF-NO-CALL EQUAL SPACE
                   MOVE 'N' TO WS-PREF-NO-CALL
               END-IF

               IF (WS-PREF-NO-MAIL NOT EQUAL 'Y'
                       AND WS-PREF-NO-MAIL NOT EQUAL 'N')
                   OR (WS-PREF-NO-EMAIL NOT EQUAL 'Y'
                       AND WS-PREF-NO-EMAIL NOT EQUAL 'N')
                   OR (WS-PREF-NO-CALL NOT EQUAL 'Y'
                       AND WS-PREF-NO-CALL NOT EQUAL 'N')
                   MOVE 'EACH PREFERENCE MUST BE Y OR N'
                       TO WS-ERROR-MESSAGE
                   MOVE 'N' TO WS-DATA-VALID-SW
               END-IF.

      *> -----------------------------------------------------
      *> SAVE-PREFERENCE-ROW
      *> Re-read the row by key and stamp today's date and this
      *> operator on each flag that actually moved, so the date
      *> shown beside a flag is always when it was last set or
      *> cleared and by whom. A customer with every flag N and
      *> no row yet needs no row. An audit line records that
      *> the preferences changed.
      *> -----------------------------------------------------
           SAVE-PREFERENCE-ROW.
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME FROM TIME
               MOVE 'N' TO WS-PREF-CHANGED-SW

               MOVE WS-CUST-ID          TO PF-CUST-ID
               MOVE WS-PREF-CONTACT-SEQ TO PF-CONTACT-SEQ
               READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-PREF-FOUND-SW
                       MOVE SPACES TO PF-PREFERENCE-RECORD
                       MOVE WS-CUST-ID          TO PF-CUST-ID
                       MOVE WS-PREF-CONTACT-SEQ TO PF-CONTACT-SEQ
                       MOVE 'N' TO PF-NO-MAIL-SW PF-NO-EMAIL-SW
                           PF-NO-CALL-SW
                       MOVE 0 TO PF-NO-MAIL-DATE PF-NO-EMAIL-DATE
                           PF-NO-CALL-DATE PF-CHANGE-DATE
                           PF-CHANGE-TIME
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PREF-FOUND-SW
               END-READ

               IF WS-PREF-NO-MAIL NOT EQUAL PF-NO-MAIL-SW
                   MOVE WS-PREF-NO-MAIL TO PF-NO-MAIL-SW
                   MOVE WS-SYS-DATE     TO PF-NO-MAIL-DATE
                   MOVE WS-USERNAME     TO PF-NO-MAIL-USERNAME
                   MOVE 'Y' TO WS-PREF-CHANGED-SW
               END-IF
               IF WS-PREF-NO-EMAIL NOT EQUAL PF-NO-EMAIL-SW
                   MOVE WS-PREF-NO-EMAIL TO PF-NO-EMAIL-SW
                   MOVE WS-SYS-DATE      TO PF-NO-EMAIL-DATE
                   MOVE WS-USERNAME      TO PF-NO-EMAIL-USERNAME
                   MOVE 'Y' TO WS-PREF-CHANGED-SW
               END-IF
               IF WS-PREF-NO-CALL NOT EQUAL PF-NO-CALL-SW
                   MOVE WS-PREF-NO-CALL TO PF-NO-CALL-SW
                   MOVE WS-SYS-DATE     TO PF-NO-CALL-DATE
                   MOVE WS-USERNAME     TO PF-NO-CALL-USERNAME
                   MOVE 'Y' TO WS-PREF-CHANGED-SW
               END-IF

               IF WS-PREF-WAS-CHANGED
                   PERFORM BUILD-PREFERENCE-NAME-KEY
                   MOVE WS-PREF-NAME-KEY TO PF-NAME-KEY
                   MOVE WS-SYS-DATE TO PF-CHANGE-DATE
                   MOVE WS-SYS-TIME TO PF-CHANGE-TIME
                   IF WS-PREF-ROW-FOUND
                       REWRITE PF-PREFERENCE-RECORD
                           INVALID KEY
                               MOVE 'N' TO WS-PREF-CHANGED-SW
                       END-REWRITE
                   ELSE
                       WRITE PF-PREFERENCE-RECORD
                           INVALID KEY
                               MOVE 'N' TO WS-PREF-CHANGED-SW
                       END-WRITE
                   END-IF

                   IF WS-PREF-WAS-CHANGED
                       MOVE 'PREFS' TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-RECORD
                   ELSE
                       MOVE SPACES TO WS-ERROR-MESSAGE
                       STRING 'UNABLE TO SAVE PREFERENCES, STATUS '
                               DELIMITED BY SIZE
                           WS-PF-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-ERROR-MESSAGE
                       END-STRING
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> REFRESH-PREFERENCE-NAME
      *> After a customer or contact save, keep the name on its
      *> preference row (if it has one) in step with the name
      *> now on file, so the load-time opt-out check matches
      *> the person as they are known today.
      *> -----------------------------------------------------
           REFRESH-PREFERENCE-NAME.
               PERFORM BUILD-PREFERENCE-NAME-KEY
               MOVE WS-CUST-ID          TO PF-CUST-ID
               MOVE WS-PREF-CONTACT-SEQ TO PF-CONTACT-SEQ
               READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PF-NAME-KEY NOT EQUAL WS-PREF-NAME-KEY
                           MOVE WS-PREF-NAME-KEY TO PF-NAME-KEY
                           REWRITE PF-PREFERENCE-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ.

      *> -----------------------------------------------------
      *> BUILD-PREFERENCE-NAME-KEY
      *> Case is folded so 'McDonald' keyed here still meets
      *> 'MCDONALD' arriving in an acquired book.
      *> -----------------------------------------------------
           BUILD-PREFERENCE-NAME-KEY.
               MOVE WS-PREF-LAST-NAME  TO WS-PREF-KEY-LAST
               MOVE WS-PREF-FIRST-NAME TO WS-PREF-KEY-FIRST
               INSPECT WS-PREF-NAME-KEY CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
