       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-PRIVACY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-ATX.
       OBJECT-COMPUTER. IBM-ATX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               ALTERNATE RECORD KEY IS CM-DUP-KEY WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT CUSTOMER-CONTACT ASSIGN TO "CUSTCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY
               FILE STATUS IS WS-CN-FILE-STATUS.

           SELECT CUSTOMER-NOTES ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-NOTE-KEY
               FILE STATUS IS WS-NT-FILE-STATUS.

           SELECT CUSTOMER-PREFERENCE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PREF-KEY
               ALTERNATE RECORD KEY IS PF-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-PF-FILE-STATUS.

           SELECT PENDING-CHANGE ASSIGN TO "CUSTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PEND-KEY
               FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CUST-ID
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT ARCHIVE-CONTACT ASSIGN TO "ARCHCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CONTACT-KEY
               FILE STATUS IS WS-AC-FILE-STATUS.

           SELECT ARCHIVE-NOTES ASSIGN TO "ARCHNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-NOTE-KEY
               FILE STATUS IS WS-AN-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "CUSTOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPER-ID
               FILE STATUS IS WS-OP-FILE-STATUS.

           SELECT CUSTOMER-CONTROL ASSIGN TO "CUSTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT CUSTOMER-LOCK ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CUST-ID
               FILE STATUS IS WS-CL-FILE-STATUS.

           SELECT LOG-CATALOG ASSIGN TO "LOGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CLOSE-KEY
               FILE STATUS IS WS-LC-FILE-STATUS.

           SELECT CUSTOMER-AUDIT-LOG ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN USING WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.

           SELECT JOURNAL-WORK ASSIGN TO "PRVWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-FILE-STATUS.

           SELECT PRIVACY-PARAMETERS ASSIGN TO "PRVPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT PRIVACY-REPORT ASSIGN TO "PRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CUSTOMER-CONTACT.
           COPY CUSTCONT.

       FD  CUSTOMER-NOTES.
           COPY CUSTNOTE.

       FD  CUSTOMER-PREFERENCE.
           COPY CUSTPREF.

       FD  PENDING-CHANGE.
           COPY CUSTPEND.

       FD  ARCHIVE-MASTER.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==AR-==.

       FD  ARCHIVE-CONTACT.
           COPY CUSTCONT REPLACING LEADING ==CN-== BY ==AC-==.

       FD  ARCHIVE-NOTES.
           COPY CUSTNOTE REPLACING LEADING ==NT-== BY ==AN-==.

       FD  OPERATOR-FILE.
           COPY CUSTOPER.

       FD  CUSTOMER-CONTROL.
           COPY CUSTCTL.

       FD  CUSTOMER-LOCK.
           COPY CUSTLOCK.

       FD  LOG-CATALOG.
           COPY LOGCAT.

       FD  CUSTOMER-AUDIT-LOG.
           COPY AUDITLOG.

       FD  CUSTOMER-JOURNAL.
           COPY CUSTJRNL.

      *> The journal file being rewritten is copied here line
      *> for line, anonymized on the way, and copied back.
       FD  JOURNAL-WORK.
           01 WK-WORK-LINE             PIC X(1382).

      *> One PRVPRM line. The supervisor's ID and password are
      *> checked against the operator file as the entry screen
      *> checks them; the password is blanked once read. Mode
      *> R prints what is held; mode E erases it. The search is
      *> by customer ID (I), by name (N: last name in 23-62,
      *> first name in 63-102, first name optional) or by email
      *> address (E).
       FD  PRIVACY-PARAMETERS.
           01 PR-PARAMETER-RECORD.
               05 PR-OPER-ID           PIC X(8).
               05 FILLER               PIC X(1).
               05 PR-PASSWORD          PIC X(8).
               05 FILLER               PIC X(1).
               05 PR-MODE              PIC X(1).
               05 FILLER               PIC X(1).
               05 PR-SEARCH-TYPE       PIC X(1).
               05 FILLER               PIC X(1).
               05 PR-SEARCH-VALUE      PIC X(120).
               05 PR-NAME-VALUE REDEFINES PR-SEARCH-VALUE.
                   10 PR-LAST-NAME     PIC X(40).
                   10 PR-FIRST-NAME    PIC X(40).
                   10 FILLER           PIC X(40).
               05 PR-ID-VALUE REDEFINES PR-SEARCH-VALUE.
                   10 PR-CUST-ID       PIC X(8).
                   10 FILLER           PIC X(112).

       FD  PRIVACY-REPORT.
           01 RP-LINE                  PIC X(140).

       WORKING-STORAGE SECTION.
           01 WS-WORK-FIELDS.
               05 WS-CM-FILE-STATUS    PIC XX.
               05 WS-CN-FILE-STATUS    PIC XX.
               05 WS-NT-FILE-STATUS    PIC XX.
               05 WS-PF-FILE-STATUS    PIC XX.
               05 WS-PC-FILE-STATUS    PIC XX.
               05 WS-AR-FILE-STATUS    PIC XX.
               05 WS-AC-FILE-STATUS    PIC XX.
               05 WS-AN-FILE-STATUS    PIC XX.
               05 WS-OP-FILE-STATUS    PIC XX.
               05 WS-CT-FILE-STATUS    PIC XX.
               05 WS-CL-FILE-STATUS    PIC XX.
               05 WS-LC-FILE-STATUS    PIC XX.
               05 WS-AL-FILE-STATUS    PIC XX.
               05 WS-JR-FILE-STATUS    PIC XX.
               05 WS-WK-FILE-STATUS    PIC XX.
               05 WS-PR-FILE-STATUS    PIC XX.
               05 WS-RP-FILE-STATUS    PIC XX.

               05 WS-EOF-SW            PIC X(1).
                   88 WS-NO-MORE-RECORDS   VALUE 'Y'.
               05 WS-WORK-EOF-SW       PIC X(1).
                   88 WS-NO-MORE-WORK      VALUE 'Y'.

               05 WS-PROGRAM-PID       PIC 9(5).
               05 WS-SYS-DATE          PIC 9(8).
               05 WS-SYS-TIME          PIC 9(8).

      *> Only the customer master must be there. Any other file
      *> a box has never created simply holds nothing on the
      *> person.
               05 WS-CONTACT-FILE-SW   PIC X(1) VALUE 'N'.
                   88 WS-CONTACT-FILE-ON-HAND VALUE 'Y'.
               05 WS-NOTE-FILE-SW      PIC X(1) VALUE 'N'.
                   88 WS-NOTE-FILE-ON-HAND VALUE 'Y'.
               05 WS-PREF-FILE-SW      PIC X(1) VALUE 'N'.
                   88 WS-PREF-FILE-ON-HAND VALUE 'Y'.
               05 WS-PEND-FILE-SW      PIC X(1) VALUE 'N'.
                   88 WS-PEND-FILE-ON-HAND VALUE 'Y'.
               05 WS-ARCH-MASTER-SW    PIC X(1) VALUE 'N'.
                   88 WS-ARCH-MASTER-ON-HAND VALUE 'Y'.
               05 WS-ARCH-CONTACT-SW   PIC X(1) VALUE 'N'.
                   88 WS-ARCH-CONTACT-ON-HAND VALUE 'Y'.
               05 WS-ARCH-NOTE-SW      PIC X(1) VALUE 'N'.
                   88 WS-ARCH-NOTE-ON-HAND VALUE 'Y'.

               05 WS-LOCKS-HELD-SW     PIC X(1).
                   88 WS-LOCKS-ARE-HELD     VALUE 'Y'.
               05 WS-CONTROL-KEY       PIC X(10).
               05 WS-CONTROL-VALUE     PIC 9(8).

               05 WS-RUN-MODE          PIC X(1).
                   88 WS-REPORT-MODE        VALUE 'R'.
                   88 WS-ERASE-MODE         VALUE 'E'.
               05 WS-SEARCH-TYPE       PIC X(1).
                   88 WS-SEARCH-BY-ID       VALUE 'I'.
                   88 WS-SEARCH-BY-NAME     VALUE 'N'.
                   88 WS-SEARCH-BY-EMAIL    VALUE 'E'.
               05 WS-SUPERVISOR-ID     PIC X(50).
               05 WS-SIGNON-PASSWORD   PIC X(8).

      *> The search, upper-cased once; each candidate is
      *> upper-cased the same way before it is compared, so
      *> the keying of either side does not matter. The
      *> username compare catches the person as the operator
      *> who made a change, not only as the customer changed.
               05 WS-SEARCH-LAST       PIC X(40).
               05 WS-SEARCH-FIRST      PIC X(40).
               05 WS-SEARCH-EMAIL      PIC X(120).
               05 WS-SEARCH-USERNAME   PIC X(50).
               05 WS-CAND-LAST         PIC X(40).
               05 WS-CAND-FIRST        PIC X(40).
               05 WS-CAND-EMAIL        PIC X(120).
               05 WS-CAND-USERNAME     PIC X(50).
               05 WS-CANDIDATE-SW      PIC X(1).
                   88 WS-CANDIDATE-MATCHES  VALUE 'Y'.

      *> Everyone the search turned up. A customer found by ID,
      *> or whose own name or email matched on the master, the
      *> archive or any journal image, is a subject: its whole
      *> customer ID is reported and erased. A contact person
      *> whose name or email matched at some other customer is
      *> a subject on that contact row alone.
               05 WS-CANDIDATE-ID      PIC 9(8).
               05 WS-CANDIDATE-SEQ     PIC 9(3).
               05 WS-CANDIDATE-HOW     PIC X(8).
               05 WS-CANDIDATE-ARCH-SW PIC X(1).
               05 WS-SUBJ-USED         PIC 9(2) VALUE 0.
               05 WS-SUBJ-SUB          PIC 9(2).
               05 WS-SUBJ-FOUND        PIC 9(2).
               05 WS-SUBJ-TABLE.
                   10 WS-SUBJ-ENTRY OCCURS 50 TIMES.
                       15 WS-SUBJ-ID       PIC 9(8).
                       15 WS-SUBJ-HOW      PIC X(8).
               05 WS-CONT-USED         PIC 9(2) VALUE 0.
               05 WS-CONT-SUB          PIC 9(2).
               05 WS-CONT-TABLE.
                   10 WS-CONT-ENTRY OCCURS 50 TIMES.
                       15 WS-CONT-CUST-ID  PIC 9(8).
                       15 WS-CONT-SEQ      PIC 9(3).
                       15 WS-CONT-ARCH-SW  PIC X(1).
                           88 WS-CONT-IS-ARCHIVED VALUE 'Y'.

      *> I - identify, P - print, E - erase: what each pass
      *> over the journal files does with an entry.
               05 WS-JOURNAL-PASS      PIC X(1).
                   88 WS-PASS-IDENTIFY      VALUE 'I'.
                   88 WS-PASS-PRINT         VALUE 'P'.
                   88 WS-PASS-ERASE         VALUE 'E'.
               05 WS-JOURNAL-FILE-NAME PIC X(12).
               05 WS-AUDIT-FILE-NAME   PIC X(12).
               05 WS-FILE-ERASED-COUNT PIC 9(7).

      *> What an erased name becomes. Everything else personal
      *> is blanked; the ID, status, dates, company, city,
      *> state, ZIP and codes stay so every count and
      *> reconciliation still comes out the same.
               05 WS-ERASED-NAME       PIC X(40) VALUE 'ERASED'.
               05 WS-ERASE-ACTION      PIC X(10).
               05 WS-ON-MASTER-SW      PIC X(1).
                   88 WS-WAS-ON-MASTER      VALUE 'Y'.
               05 WS-ON-ARCHIVE-SW     PIC X(1).
                   88 WS-WAS-ON-ARCHIVE     VALUE 'Y'.
               05 WS-ONE-CONTACTS      PIC 9(3).
               05 WS-ONE-PREFS         PIC 9(3).
               05 WS-ONE-HELD          PIC 9(3).
               05 WS-ONE-NOTES         PIC 9(3).

               05 WS-SOURCE-NAME       PIC X(8).
               05 WS-IMAGE-LABEL       PIC X(7).

               05 WS-SUBJECT-COUNT     PIC 9(7) VALUE 0.
               05 WS-CONTACT-COUNT     PIC 9(7) VALUE 0.
               05 WS-JOURNAL-HIT-COUNT PIC 9(7) VALUE 0.
               05 WS-AUDIT-HIT-COUNT   PIC 9(7) VALUE 0.
               05 WS-ROWS-ERASED-COUNT PIC 9(7) VALUE 0.
               05 WS-NOTES-KEPT-COUNT  PIC 9(7) VALUE 0.

               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

      *> A customer, contact or note image laid out for printing
      *> or anonymizing, whichever file it came from.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==IM-==.
           COPY CUSTCONT REPLACING LEADING ==CN-== BY ==IC-==.
           COPY CUSTNOTE REPLACING LEADING ==NT-== BY ==IN-==.

           01 WS-HEADING-LINE.
               05 HD-TITLE             PIC X(34).
               05 HD-RUN-DATE          PIC 9(8).
               05 FILLER               PIC X(14)
                   VALUE '  SUPERVISOR  '.
               05 HD-SUPERVISOR        PIC X(8).

           01 WS-SEARCH-LINE.
               05 FILLER               PIC X(10) VALUE 'SEARCH BY '.
               05 SR-TYPE              PIC X(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 SR-VALUE             PIC X(120).

           01 WS-SUBJECT-LINE.
               05 SL-KIND              PIC X(9).
               05 SL-CUST-ID           PIC 9(8).
               05 SL-SLASH             PIC X(1).
               05 SL-SEQ               PIC X(3).
               05 FILLER               PIC X(11)
                   VALUE ' FOUND ON  '.
               05 SL-HOW               PIC X(8).

           01 WS-SECTION-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 SC-TEXT              PIC X(60).

           01 WS-FIELD-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 FL-LABEL             PIC X(16).
               05 FL-VALUE             PIC X(120).

           01 WS-CONTACT-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 FILLER               PIC X(8)  VALUE 'CONTACT '.
               05 CL-CONTACT-SEQ       PIC 9(3).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 CL-LAST-NAME         PIC X(40).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 CL-FIRST-NAME        PIC X(40).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 CL-TITLE             PIC X(30).
               05 FILLER               PIC X(9)  VALUE ' PRIMARY '.
               05 CL-PRIMARY           PIC X(1).

           01 WS-NOTE-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 FILLER               PIC X(5)  VALUE 'NOTE '.
               05 NL-NOTE-SEQ          PIC 9(3).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 NL-NOTE-DATE         PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 NL-USERNAME          PIC X(30).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 NL-NOTE-TEXT         PIC X(60).

           01 WS-PREF-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 FILLER               PIC X(6)  VALUE 'PREFS '.
               05 PL-CONTACT-SEQ       PIC 9(3).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 PL-LAST-NAME         PIC X(30).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 PL-FIRST-NAME        PIC X(30).
               05 FILLER               PIC X(6)  VALUE ' MAIL '.
               05 PL-NO-MAIL           PIC X(1).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 PL-NO-MAIL-DATE      PIC 9(8).
               05 FILLER               PIC X(7)  VALUE ' EMAIL '.
               05 PL-NO-EMAIL          PIC X(1).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 PL-NO-EMAIL-DATE     PIC 9(8).
               05 FILLER               PIC X(6)  VALUE ' CALL '.
               05 PL-NO-CALL           PIC X(1).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 PL-NO-CALL-DATE      PIC 9(8).

           01 WS-HELD-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 FILLER               PIC X(12) VALUE 'HELD CHANGE '.
               05 HL-PEND-SEQ          PIC 9(3).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 HL-STATUS            PIC X(1).
               05 FILLER               PIC X(8)  VALUE ' KEYED  '.
               05 HL-REQUEST-USERNAME  PIC X(30).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 HL-REQUEST-DATE      PIC 9(8).
               05 FILLER               PIC X(10) VALUE ' REVIEWED '.
               05 HL-REVIEW-USERNAME   PIC X(30).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 HL-REVIEW-DATE       PIC 9(8).

           01 WS-JOURNAL-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 JL-FILE-NAME         PIC X(12).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 JL-CUST-ID           PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 JL-DATE              PIC 9(8).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 JL-TIME              PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 JL-ACTION            PIC X(10).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 JL-USERNAME          PIC X(50).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 JL-REASON            PIC X(12).

      *> Four lines for one customer image off the journal or a
      *> held change: names and phones, email, address lines,
      *> then city, state, ZIP, country and company.
           01 WS-IMAGE-LINE-1.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 I1-LABEL             PIC X(7).
               05 I1-LAST-NAME         PIC X(40).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 I1-FIRST-NAME        PIC X(40).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 I1-PHONE             PIC X(15).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 I1-MOBILE            PIC X(15).

           01 WS-IMAGE-LINE-2.
               05 FILLER               PIC X(13) VALUE SPACES.
               05 I2-EMAIL             PIC X(120).

           01 WS-IMAGE-LINE-3.
               05 FILLER               PIC X(13) VALUE SPACES.
               05 I3-ADDRESS-1         PIC X(40).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 I3-ADDRESS-2         PIC X(40).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 I3-ADDRESS-3         PIC X(40).

           01 WS-IMAGE-LINE-4.
               05 FILLER               PIC X(13) VALUE SPACES.
               05 I4-CITY              PIC X(40).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 I4-STATE             PIC X(2).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 I4-ZIP               PIC X(10).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 I4-COUNTRY           PIC X(30).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 I4-COMPANY-NAME      PIC X(40).

           01 WS-ERASED-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 EL-TEXT              PIC X(18).
               05 EL-CUST-ID           PIC 9(8).
               05 EL-SLASH             PIC X(1).
               05 EL-SEQ               PIC X(3).
               05 FILLER               PIC X(9)  VALUE ' MASTER  '.
               05 EL-MASTER            PIC X(3).
               05 FILLER               PIC X(10) VALUE ' ARCHIVE  '.
               05 EL-ARCHIVE           PIC X(3).
               05 FILLER               PIC X(11) VALUE ' CONTACTS  '.
               05 EL-CONTACTS          PIC 9(3).
               05 FILLER               PIC X(8)  VALUE ' PREFS  '.
               05 EL-PREFS             PIC 9(3).
               05 FILLER               PIC X(7)  VALUE ' HELD  '.
               05 EL-HELD              PIC 9(3).
               05 FILLER               PIC X(13) VALUE ' NOTES KEPT  '.
               05 EL-NOTES             PIC 9(3).

           01 WS-FILE-ERASED-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 FILLER               PIC X(18)
                   VALUE 'ANONYMIZED IN     '.
               05 FA-FILE-NAME         PIC X(12).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 FA-COUNT             PIC 9(7).
               05 FILLER               PIC X(16)
                   VALUE ' JOURNAL ENTRIES'.

           01 WS-COUNT-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 TR-TEXT              PIC X(34).
               05 TR-COUNT             PIC 9(8).

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME FROM TIME
               CALL "C$GETPID"
               MOVE RETURN-CODE TO WS-PROGRAM-PID

               PERFORM READ-PRIVACY-PARAMETERS
               PERFORM CHECK-SUPERVISOR

      *> An erasure rewrites the journal files the screens
      *> append to, so it runs only with no one mid-edit, and
      *> holds the screens out until it is done.
               IF WS-ERASE-MODE
                   PERFORM REFUSE-IF-LOCKS-HELD
                   MOVE 'QUIESCE' TO WS-CONTROL-KEY
                   MOVE 1 TO WS-CONTROL-VALUE
                   PERFORM UPDATE-CONTROL-ROW
               END-IF

               PERFORM OPEN-SUBJECT-FILES
               PERFORM WRITE-REPORT-HEADING
               PERFORM IDENTIFY-SUBJECT

               IF WS-SUBJ-USED EQUAL 0 AND WS-CONT-USED EQUAL 0
                   MOVE SPACES TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
                   MOVE 'NOTHING HELD ON THIS SUBJECT' TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               ELSE
                   IF WS-REPORT-MODE
                       PERFORM PRINT-SUBJECT-ACCESS
                   ELSE
                       PERFORM ERASE-SUBJECT
                   END-IF
               END-IF

               PERFORM WRITE-REPORT-TRAILER
               PERFORM CLOSE-SUBJECT-FILES
               CLOSE PRIVACY-REPORT

      *> Same rule as the period close: a nightly window that
      *> stopped part way still needs the screens out until
      *> its rerun.
               IF WS-ERASE-MODE
                   MOVE 'NITESTEP' TO WS-CONTROL-KEY
                   PERFORM GET-CONTROL-ROW
                   IF WS-CONTROL-VALUE EQUAL 0
                       MOVE 'QUIESCE' TO WS-CONTROL-KEY
                       MOVE 0 TO WS-CONTROL-VALUE
                       PERFORM UPDATE-CONTROL-ROW
                   END-IF
               END-IF

               DISPLAY 'CUST-PRIVACY MODE ' WS-RUN-MODE
                       ' SUBJECTS ' WS-SUBJECT-COUNT
                       ' CONTACTS ' WS-CONTACT-COUNT
                       ' JOURNAL '  WS-JOURNAL-HIT-COUNT
                       ' ERASED '   WS-ROWS-ERASED-COUNT
                   UPON CONSOLE

               MOVE 0 TO RETURN-CODE
               PERFORM LOG-RUN-END.
           STOP RUN.

      *> -----------------------------------------------------
      *> ABORT-RUN
      *> An erasure that stops part way is simply rerun: every
      *> step lays the same blanks over itself, and the quiesce
      *> flag is left up until it is. A journal file is only
      *> copied back once its anonymized copy on PRVWORK is
      *> complete; if the run dies during the copy back, PRVWORK
      *> holds the whole file and must be copied over it by
      *> hand before anything else is run.
      *> -----------------------------------------------------
           ABORT-RUN.
               DISPLAY WS-ABORT-MESSAGE WS-ABORT-STATUS
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               MOVE 'A' TO RH-RUN-STATUS
               MOVE WS-ABORT-MESSAGE TO RH-ABORT-MESSAGE
               MOVE WS-ABORT-STATUS  TO RH-ABORT-STATUS
               PERFORM LOG-RUN-END
               STOP RUN.

      *> -----------------------------------------------------
      *> LOG-RUN-START / LOG-RUN-END
      *> One RUNHIST line as the run begins and one as it ends,
      *> clean or through ABORT-RUN, so the morning operations
      *> report can tell a run that finished from one that
      *> died or never started. The end line carries this
      *> run's totals for the night-to-night comparison. The
      *> logger's own return code is put back afterwards so it
      *> never masks this run's.
      *> -----------------------------------------------------
           LOG-RUN-START.
               MOVE SPACES TO RH-RUN-RECORD
               MOVE 'CUST-PRIVACY' TO RH-PROGRAM-ID
               MOVE 'S' TO RH-RUN-STATUS
               ACCEPT RH-START-DATE FROM DATE YYYYMMDD
               ACCEPT RH-START-TIME FROM TIME
               MOVE 0 TO RH-END-DATE RH-END-TIME RH-RETURN-CODE
               MOVE 0 TO RH-COUNT-VALUE (1) RH-COUNT-VALUE (2)
                         RH-COUNT-VALUE (3) RH-COUNT-VALUE (4)
                         RH-COUNT-VALUE (5) RH-COUNT-VALUE (6)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE 0 TO RETURN-CODE.

           LOG-RUN-END.
               MOVE RETURN-CODE TO RH-RETURN-CODE
               ACCEPT RH-END-DATE FROM DATE YYYYMMDD
               ACCEPT RH-END-TIME FROM TIME
               IF NOT RH-RUN-ABORTED
                   MOVE 'C' TO RH-RUN-STATUS
               END-IF
               MOVE 'SUBJECTS' TO RH-COUNT-NAME (1)
               MOVE WS-SUBJECT-COUNT TO RH-COUNT-VALUE (1)
               MOVE 'CONTACTS' TO RH-COUNT-NAME (2)
               MOVE WS-CONTACT-COUNT TO RH-COUNT-VALUE (2)
               MOVE 'JOURNAL' TO RH-COUNT-NAME (3)
               MOVE WS-JOURNAL-HIT-COUNT TO RH-COUNT-VALUE (3)
               MOVE 'AUDIT' TO RH-COUNT-NAME (4)
               MOVE WS-AUDIT-HIT-COUNT TO RH-COUNT-VALUE (4)
               MOVE 'ERASED' TO RH-COUNT-NAME (5)
               MOVE WS-ROWS-ERASED-COUNT TO RH-COUNT-VALUE (5)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> READ-PRIVACY-PARAMETERS
      *> The parameter line is required - there is no default
      *> person to look for. The supervisor's password is
      *> taken into storage and blanked on the line at once,
      *> so it is not left lying in PRVPRM after the run; the
      *> same password signs on to the entry screen.
      *> -----------------------------------------------------
           READ-PRIVACY-PARAMETERS.
               OPEN I-O PRIVACY-PARAMETERS
               IF WS-PR-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN PRVPRM, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               READ PRIVACY-PARAMETERS
                   AT END
                       MOVE 'PRVPRM HAS NO PARAMETER LINE, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-READ

               MOVE PR-PASSWORD TO WS-SIGNON-PASSWORD
               IF PR-PASSWORD NOT EQUAL SPACES
                   MOVE SPACES TO PR-PASSWORD
                   REWRITE PR-PARAMETER-RECORD
                   IF WS-PR-FILE-STATUS NOT EQUAL '00'
                       MOVE 'CANNOT BLANK PRVPRM PASSWORD, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       CLOSE PRIVACY-PARAMETERS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF
               CLOSE PRIVACY-PARAMETERS

               MOVE PR-MODE TO WS-RUN-MODE
               IF NOT WS-REPORT-MODE AND NOT WS-ERASE-MODE
                   MOVE 'PRVPRM MODE MUST BE R OR E '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE SPACES TO WS-SEARCH-LAST WS-SEARCH-FIRST
                              WS-SEARCH-EMAIL WS-SEARCH-USERNAME
               MOVE PR-SEARCH-TYPE TO WS-SEARCH-TYPE
               EVALUATE TRUE
                   WHEN WS-SEARCH-BY-ID
                       IF PR-CUST-ID NOT NUMERIC
                               OR PR-CUST-ID EQUAL '00000000'
                           MOVE 'PRVPRM CUSTOMER ID NOT NUMERIC '
                               TO WS-ABORT-MESSAGE
                           MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                           PERFORM ABORT-RUN
                       END-IF
                   WHEN WS-SEARCH-BY-NAME
                       IF PR-LAST-NAME EQUAL SPACES
                           MOVE 'PRVPRM LAST NAME IS BLANK '
                               TO WS-ABORT-MESSAGE
                           MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                           PERFORM ABORT-RUN
                       END-IF
                       MOVE PR-LAST-NAME  TO WS-SEARCH-LAST
                       MOVE PR-FIRST-NAME TO WS-SEARCH-FIRST
                       MOVE PR-LAST-NAME  TO WS-SEARCH-USERNAME
                   WHEN WS-SEARCH-BY-EMAIL
                       IF PR-SEARCH-VALUE EQUAL SPACES
                           MOVE 'PRVPRM EMAIL ADDRESS IS BLANK '
                               TO WS-ABORT-MESSAGE
                           MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                           PERFORM ABORT-RUN
                       END-IF
                       MOVE PR-SEARCH-VALUE TO WS-SEARCH-EMAIL
                       MOVE PR-SEARCH-VALUE TO WS-SEARCH-USERNAME
                   WHEN OTHER
                       MOVE 'PRVPRM SEARCH TYPE MUST BE I, N OR E '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               INSPECT WS-SEARCH-LAST CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-SEARCH-FIRST CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-SEARCH-EMAIL CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-SEARCH-USERNAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *> -----------------------------------------------------
      *> CHECK-SUPERVISOR
      *> Both modes print or destroy personal data, so both
      *> want an active supervisor-authority operator with the
      *> right password. Unlike the entry screen there is no
      *> fallback when CUSTOPER is missing - with no operator
      *> file nobody can be shown to be a supervisor. The
      *> supervisor's ID goes on the erasure's audit lines.
      *> -----------------------------------------------------
           CHECK-SUPERVISOR.
               OPEN INPUT OPERATOR-FILE
               IF WS-OP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CUSTOPER, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-OP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE 'N' TO WS-CANDIDATE-SW
               IF PR-OPER-ID NOT EQUAL SPACES
                   MOVE PR-OPER-ID TO OP-OPER-ID
                   READ OPERATOR-FILE KEY IS OP-OPER-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OP-STATUS-ACTIVE
                                   AND OP-AUTH-SUPERVISOR
                                   AND OP-PASSWORD
                                       EQUAL WS-SIGNON-PASSWORD
                               MOVE 'Y' TO WS-CANDIDATE-SW
                           END-IF
                   END-READ
               END-IF
               CLOSE OPERATOR-FILE

               IF NOT WS-CANDIDATE-MATCHES
                   MOVE 'SUPERVISOR SIGN-ON NOT ACCEPTED '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-OP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE PR-OPER-ID TO WS-SUPERVISOR-ID.

      *> -----------------------------------------------------
      *> REFUSE-IF-LOCKS-HELD
      *> Same rule as the nightly driver: a lock row means a
      *> terminal is mid-edit and about to append to the very
      *> files being rewritten, so the erasure is refused and
      *> the holder named.
      *> -----------------------------------------------------
           REFUSE-IF-LOCKS-HELD.
               MOVE 'N' TO WS-LOCKS-HELD-SW
               OPEN INPUT CUSTOMER-LOCK
               IF WS-CL-FILE-STATUS EQUAL '00'
                   MOVE 0 TO CL-CUST-ID
                   START CUSTOMER-LOCK
                           KEY IS NOT LESS THAN CL-CUST-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           READ CUSTOMER-LOCK NEXT RECORD
                               AT END CONTINUE
                               NOT AT END
                                   MOVE 'Y' TO WS-LOCKS-HELD-SW
                                   DISPLAY 'LOCK HELD ON CUSTOMER '
                                           CL-CUST-ID
                                           ' BY ' CL-LOCKED-BY
                                       UPON CONSOLE
                           END-READ
                   END-START
                   CLOSE CUSTOMER-LOCK
               ELSE
                   IF WS-CL-FILE-STATUS NOT EQUAL '35'
                       MOVE 'CANNOT OPEN CUSTLOCK, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-CL-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               IF WS-LOCKS-ARE-HELD
                   MOVE 'CUSTLOCK ROWS HELD - RUN REFUSED '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-CL-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

      *> -----------------------------------------------------
      *> GET-CONTROL-ROW / UPDATE-CONTROL-ROW
      *> Named rows on CUSTOMER-CONTROL, read and written with
      *> the file opened just long enough for the one row.
      *> -----------------------------------------------------
           GET-CONTROL-ROW.
               MOVE 0 TO WS-CONTROL-VALUE
               PERFORM OPEN-CONTROL-FILE
               MOVE WS-CONTROL-KEY TO CT-KEY
               READ CUSTOMER-CONTROL KEY IS CT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CT-LAST-CUST-ID TO WS-CONTROL-VALUE
               END-READ
               CLOSE CUSTOMER-CONTROL.

           UPDATE-CONTROL-ROW.
               PERFORM OPEN-CONTROL-FILE
               MOVE WS-CONTROL-KEY   TO CT-KEY
               MOVE WS-CONTROL-VALUE TO CT-LAST-CUST-ID
               REWRITE CT-CONTROL-RECORD
                   INVALID KEY
                       WRITE CT-CONTROL-RECORD
                           INVALID KEY
                               MOVE 'CANNOT UPDATE CUSTCTL, STATUS '
                                   TO WS-ABORT-MESSAGE
                               MOVE WS-CT-FILE-STATUS
                                   TO WS-ABORT-STATUS
                               PERFORM ABORT-RUN
                       END-WRITE
               END-REWRITE
               CLOSE CUSTOMER-CONTROL.

           OPEN-CONTROL-FILE.
               OPEN I-O CUSTOMER-CONTROL
               IF WS-CT-FILE-STATUS EQUAL '35'
                   OPEN OUTPUT CUSTOMER-CONTROL
                   CLOSE CUSTOMER-CONTROL
                   OPEN I-O CUSTOMER-CONTROL
               END-IF
               IF WS-CT-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CUSTCTL, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-CT-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

      *> -----------------------------------------------------
      *> OPEN-SUBJECT-FILES / CLOSE-SUBJECT-FILES
      *> Read-only for the report, I-O for the erasure.
      *> -----------------------------------------------------
           OPEN-SUBJECT-FILES.
               IF WS-ERASE-MODE
                   OPEN I-O CUSTOMER-MASTER
               ELSE
                   OPEN INPUT CUSTOMER-MASTER
               END-IF
               IF WS-CM-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CUSTOMER-MASTER, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-CM-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               IF WS-ERASE-MODE
                   OPEN I-O CUSTOMER-CONTACT
               ELSE
                   OPEN INPUT CUSTOMER-CONTACT
               END-IF
               EVALUATE WS-CN-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-CONTACT-FILE-SW
                   WHEN '35'
                       MOVE 'N' TO WS-CONTACT-FILE-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN CUSTCONT, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-CN-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

      *> Notes are only ever read here - see ERASE-ONE-CUSTOMER.
               OPEN INPUT CUSTOMER-NOTES
               EVALUATE WS-NT-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-NOTE-FILE-SW
                   WHEN '35'
                       MOVE 'N' TO WS-NOTE-FILE-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN CUSTNOTE, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-NT-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               IF WS-ERASE-MODE
                   OPEN I-O CUSTOMER-PREFERENCE
               ELSE
                   OPEN INPUT CUSTOMER-PREFERENCE
               END-IF
               EVALUATE WS-PF-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-PREF-FILE-SW
                   WHEN '35'
                       MOVE 'N' TO WS-PREF-FILE-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN CUSTPREF, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PF-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               IF WS-ERASE-MODE
                   OPEN I-O PENDING-CHANGE
               ELSE
                   OPEN INPUT PENDING-CHANGE
               END-IF
               EVALUATE WS-PC-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-PEND-FILE-SW
                   WHEN '35'
                       MOVE 'N' TO WS-PEND-FILE-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN CUSTPEND, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PC-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               IF WS-ERASE-MODE
                   OPEN I-O ARCHIVE-MASTER
               ELSE
                   OPEN INPUT ARCHIVE-MASTER
               END-IF
               EVALUATE WS-AR-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-ARCH-MASTER-SW
                   WHEN '35'
                       MOVE 'N' TO WS-ARCH-MASTER-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN ARCHMAST, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-AR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               IF WS-ERASE-MODE
                   OPEN I-O ARCHIVE-CONTACT
               ELSE
                   OPEN INPUT ARCHIVE-CONTACT
               END-IF
               EVALUATE WS-AC-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-ARCH-CONTACT-SW
                   WHEN '35'
                       MOVE 'N' TO WS-ARCH-CONTACT-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN ARCHCONT, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-AC-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               OPEN INPUT ARCHIVE-NOTES
               EVALUATE WS-AN-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-ARCH-NOTE-SW
                   WHEN '35'
                       MOVE 'N' TO WS-ARCH-NOTE-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN ARCHNOTE, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-AN-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               OPEN OUTPUT PRIVACY-REPORT
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN PRVRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

           CLOSE-SUBJECT-FILES.
               CLOSE CUSTOMER-MASTER
               IF WS-CONTACT-FILE-ON-HAND
                   CLOSE CUSTOMER-CONTACT
               END-IF
               IF WS-NOTE-FILE-ON-HAND
                   CLOSE CUSTOMER-NOTES
               END-IF
               IF WS-PREF-FILE-ON-HAND
                   CLOSE CUSTOMER-PREFERENCE
               END-IF
               IF WS-PEND-FILE-ON-HAND
                   CLOSE PENDING-CHANGE
               END-IF
               IF WS-ARCH-MASTER-ON-HAND
                   CLOSE ARCHIVE-MASTER
               END-IF
               IF WS-ARCH-CONTACT-ON-HAND
                   CLOSE ARCHIVE-CONTACT
               END-IF
               IF WS-ARCH-NOTE-ON-HAND
                   CLOSE ARCHIVE-NOTES
               END-IF.

      *> -----------------------------------------------------
      *> WRITE-REPORT-HEADING
      *> -----------------------------------------------------
           WRITE-REPORT-HEADING.
               IF WS-ERASE-MODE
                   MOVE 'PRIVACY ERASURE - RUN DATE        '
                       TO HD-TITLE
               ELSE
                   MOVE 'PRIVACY SUBJECT ACCESS - RUN DATE '
                       TO HD-TITLE
               END-IF
               MOVE WS-SYS-DATE TO HD-RUN-DATE
               MOVE WS-SUPERVISOR-ID TO HD-SUPERVISOR
               WRITE RP-LINE FROM WS-HEADING-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               EVALUATE TRUE
                   WHEN WS-SEARCH-BY-ID
                       MOVE 'ID'     TO SR-TYPE
                   WHEN WS-SEARCH-BY-NAME
                       MOVE 'NAME'   TO SR-TYPE
                   WHEN OTHER
                       MOVE 'EMAIL'  TO SR-TYPE
               END-EVALUATE
               MOVE PR-SEARCH-VALUE TO SR-VALUE
               WRITE RP-LINE FROM WS-SEARCH-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

      *> -----------------------------------------------------
      *> IDENTIFY-SUBJECT
      *> By ID the subject is that customer. By name or email
      *> every copy of a customer record is searched - the
      *> master, the archive and every journal image, so a
      *> customer who has since changed name or email is still
      *> found - and then the contact rows.
      *> -----------------------------------------------------
           IDENTIFY-SUBJECT.
               IF WS-SEARCH-BY-ID
                   MOVE PR-CUST-ID TO WS-CANDIDATE-ID
                   MOVE 'ID' TO WS-CANDIDATE-HOW
                   PERFORM ADD-SUBJECT
               ELSE
                   PERFORM SCAN-MASTER-FOR-SUBJECT
                   IF WS-ARCH-MASTER-ON-HAND
                       PERFORM SCAN-ARCHIVE-FOR-SUBJECT
                   END-IF
                   MOVE 'I' TO WS-JOURNAL-PASS
                   PERFORM FOR-EACH-JOURNAL-FILE
                   IF WS-CONTACT-FILE-ON-HAND
                       PERFORM SCAN-CONTACTS-FOR-SUBJECT
                   END-IF
                   IF WS-ARCH-CONTACT-ON-HAND
                       PERFORM SCAN-ARCH-CONTACTS-FOR-SUBJECT
                   END-IF
               END-IF.

           SCAN-MASTER-FOR-SUBJECT.
               MOVE 0 TO CM-CUST-ID
               START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-CUST-ID
                   INVALID KEY MOVE '23' TO WS-CM-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-CM-FILE-STATUS
               END-START

               PERFORM UNTIL WS-CM-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END MOVE '10' TO WS-CM-FILE-STATUS
                   END-READ

                   IF WS-CM-FILE-STATUS EQUAL '00'
                       MOVE CM-LAST-NAME  TO WS-CAND-LAST
                       MOVE CM-FIRST-NAME TO WS-CAND-FIRST
                       MOVE CM-EMAIL      TO WS-CAND-EMAIL
                       PERFORM TEST-CANDIDATE
                       IF WS-CANDIDATE-MATCHES
                           MOVE CM-CUST-ID TO WS-CANDIDATE-ID
                           MOVE 'MASTER' TO WS-CANDIDATE-HOW
                           PERFORM ADD-SUBJECT
                       END-IF
                   END-IF
               END-PERFORM.

           SCAN-ARCHIVE-FOR-SUBJECT.
               MOVE 0 TO AR-CUST-ID
               START ARCHIVE-MASTER KEY IS NOT LESS THAN AR-CUST-ID
                   INVALID KEY MOVE '23' TO WS-AR-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-AR-FILE-STATUS
               END-START

               PERFORM UNTIL WS-AR-FILE-STATUS NOT EQUAL '00'
                   READ ARCHIVE-MASTER NEXT RECORD
                       AT END MOVE '10' TO WS-AR-FILE-STATUS
                   END-READ

                   IF WS-AR-FILE-STATUS EQUAL '00'
                       MOVE AR-LAST-NAME  TO WS-CAND-LAST
                       MOVE AR-FIRST-NAME TO WS-CAND-FIRST
                       MOVE AR-EMAIL      TO WS-CAND-EMAIL
                       PERFORM TEST-CANDIDATE
                       IF WS-CANDIDATE-MATCHES
                           MOVE AR-CUST-ID TO WS-CANDIDATE-ID
                           MOVE 'ARCHIVE' TO WS-CANDIDATE-HOW
                           PERFORM ADD-SUBJECT
                       END-IF
                   END-IF
               END-PERFORM.

           SCAN-CONTACTS-FOR-SUBJECT.
               MOVE 0 TO CN-CUST-ID CN-CONTACT-SEQ
               START CUSTOMER-CONTACT
                       KEY IS NOT LESS THAN CN-CONTACT-KEY
                   INVALID KEY MOVE '23' TO WS-CN-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-CN-FILE-STATUS
               END-START

               PERFORM UNTIL WS-CN-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-CONTACT NEXT RECORD
                       AT END MOVE '10' TO WS-CN-FILE-STATUS
                   END-READ

                   IF WS-CN-FILE-STATUS EQUAL '00'
                       MOVE CN-LAST-NAME  TO WS-CAND-LAST
                       MOVE CN-FIRST-NAME TO WS-CAND-FIRST
                       MOVE CN-EMAIL      TO WS-CAND-EMAIL
                       PERFORM TEST-CANDIDATE
                       IF WS-CANDIDATE-MATCHES
                           MOVE CN-CUST-ID     TO WS-CANDIDATE-ID
                           MOVE CN-CONTACT-SEQ TO WS-CANDIDATE-SEQ
                           MOVE 'N' TO WS-CANDIDATE-ARCH-SW
                           PERFORM ADD-CONTACT-SUBJECT
                       END-IF
                   END-IF
               END-PERFORM.

           SCAN-ARCH-CONTACTS-FOR-SUBJECT.
               MOVE 0 TO AC-CUST-ID AC-CONTACT-SEQ
               START ARCHIVE-CONTACT
                       KEY IS NOT LESS THAN AC-CONTACT-KEY
                   INVALID KEY MOVE '23' TO WS-AC-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-AC-FILE-STATUS
               END-START

               PERFORM UNTIL WS-AC-FILE-STATUS NOT EQUAL '00'
                   READ ARCHIVE-CONTACT NEXT RECORD
                       AT END MOVE '10' TO WS-AC-FILE-STATUS
                   END-READ

                   IF WS-AC-FILE-STATUS EQUAL '00'
                       MOVE AC-LAST-NAME  TO WS-CAND-LAST
                       MOVE AC-FIRST-NAME TO WS-CAND-FIRST
                       MOVE AC-EMAIL      TO WS-CAND-EMAIL
                       PERFORM TEST-CANDIDATE
                       IF WS-CANDIDATE-MATCHES
                           MOVE AC-CUST-ID     TO WS-CANDIDATE-ID
                           MOVE AC-CONTACT-SEQ TO WS-CANDIDATE-SEQ
                           MOVE 'Y' TO WS-CANDIDATE-ARCH-SW
                           PERFORM ADD-CONTACT-SUBJECT
                       END-IF
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> TEST-CANDIDATE
      *> A name search wants the last name, and the first name
      *> too when one was given. An email search wants the
      *> whole address.
      *> -----------------------------------------------------
           TEST-CANDIDATE.
               MOVE 'N' TO WS-CANDIDATE-SW
               INSPECT WS-CAND-LAST CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-CAND-FIRST CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-CAND-EMAIL CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

               IF WS-SEARCH-BY-NAME
                   IF WS-CAND-LAST EQUAL WS-SEARCH-LAST
                       IF WS-SEARCH-FIRST EQUAL SPACES
                               OR WS-CAND-FIRST EQUAL WS-SEARCH-FIRST
                           MOVE 'Y' TO WS-CANDIDATE-SW
                       END-IF
                   END-IF
               END-IF

               IF WS-SEARCH-BY-EMAIL
                   IF WS-CAND-EMAIL EQUAL WS-SEARCH-EMAIL
                       MOVE 'Y' TO WS-CANDIDATE-SW
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> ADD-SUBJECT / ADD-CONTACT-SUBJECT / FIND-SUBJECT
      *> A customer is listed once, under the first place it
      *> turned up. A contact row already covered by its
      *> customer being a subject is not listed again. Fifty of
      *> either is far past any one person; a search that finds
      *> more is too loose to act on and is stopped.
      *> -----------------------------------------------------
           ADD-SUBJECT.
               PERFORM FIND-SUBJECT
               IF WS-SUBJ-FOUND EQUAL 0
                   IF WS-SUBJ-USED NOT LESS THAN 50
                       MOVE 'OVER 50 CUSTOMERS MATCH - NARROW IT '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
                   ADD 1 TO WS-SUBJ-USED
                   MOVE WS-CANDIDATE-ID  TO WS-SUBJ-ID(WS-SUBJ-USED)
                   MOVE WS-CANDIDATE-HOW TO WS-SUBJ-HOW(WS-SUBJ-USED)
                   ADD 1 TO WS-SUBJECT-COUNT
               END-IF.

           ADD-CONTACT-SUBJECT.
               PERFORM FIND-SUBJECT
               IF WS-SUBJ-FOUND EQUAL 0
                   IF WS-CONT-USED NOT LESS THAN 50
                       MOVE 'OVER 50 CONTACTS MATCH - NARROW IT '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
                   ADD 1 TO WS-CONT-USED
                   MOVE WS-CANDIDATE-ID
                       TO WS-CONT-CUST-ID(WS-CONT-USED)
                   MOVE WS-CANDIDATE-SEQ
                       TO WS-CONT-SEQ(WS-CONT-USED)
                   MOVE WS-CANDIDATE-ARCH-SW
                       TO WS-CONT-ARCH-SW(WS-CONT-USED)
                   ADD 1 TO WS-CONTACT-COUNT
               END-IF.

           FIND-SUBJECT.
               MOVE 0 TO WS-SUBJ-FOUND
               MOVE 0 TO WS-SUBJ-SUB
               PERFORM UNTIL WS-SUBJ-SUB NOT LESS THAN WS-SUBJ-USED
                       OR WS-SUBJ-FOUND GREATER THAN 0
                   ADD 1 TO WS-SUBJ-SUB
                   IF WS-SUBJ-ID(WS-SUBJ-SUB) EQUAL WS-CANDIDATE-ID
                       MOVE WS-SUBJ-SUB TO WS-SUBJ-FOUND
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> FOR-EACH-JOURNAL-FILE
      *> Every closed journal segment on the catalog, oldest
      *> first, then the live CUSTJRNL. A segment the catalog
      *> names but the disk no longer holds stops the run - a
      *> subject-access answer or an erasure that silently
      *> missed a file would be wrong without saying so. The
      *> live file may simply not exist yet.
      *> -----------------------------------------------------
           FOR-EACH-JOURNAL-FILE.
               OPEN INPUT LOG-CATALOG
               IF WS-LC-FILE-STATUS EQUAL '00'
                   MOVE 0 TO LC-CLOSE-DATE LC-CLOSE-TIME
                   START LOG-CATALOG
                           KEY IS NOT LESS THAN LC-CLOSE-KEY
                       INVALID KEY MOVE '23' TO WS-LC-FILE-STATUS
                       NOT INVALID KEY MOVE '00' TO WS-LC-FILE-STATUS
                   END-START

                   PERFORM UNTIL WS-LC-FILE-STATUS NOT EQUAL '00'
                       READ LOG-CATALOG NEXT RECORD
                           AT END MOVE '10' TO WS-LC-FILE-STATUS
                       END-READ

                       IF WS-LC-FILE-STATUS EQUAL '00'
                               AND LC-JOURNAL-COUNT GREATER THAN 0
                           MOVE LC-JOURNAL-FILE-NAME
                               TO WS-JOURNAL-FILE-NAME
                           PERFORM PROCESS-JOURNAL-FILE
                       END-IF
                   END-PERFORM
                   CLOSE LOG-CATALOG
               ELSE
                   IF WS-LC-FILE-STATUS NOT EQUAL '35'
                       MOVE 'CANNOT OPEN LOGCAT, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-LC-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               MOVE 'CUSTJRNL' TO WS-JOURNAL-FILE-NAME
               PERFORM PROCESS-JOURNAL-FILE.

           PROCESS-JOURNAL-FILE.
               OPEN INPUT CUSTOMER-JOURNAL
               IF WS-JR-FILE-STATUS NOT EQUAL '00'
                   IF WS-JR-FILE-STATUS EQUAL '35'
                           AND WS-JOURNAL-FILE-NAME EQUAL 'CUSTJRNL'
                       CONTINUE
                   ELSE
                       MOVE SPACES TO WS-ABORT-MESSAGE
                       STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                               WS-JOURNAL-FILE-NAME DELIMITED BY SPACE
                               ', STATUS ' DELIMITED BY SIZE
                           INTO WS-ABORT-MESSAGE
                       END-STRING
                       MOVE WS-JR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               ELSE
                   IF WS-PASS-ERASE
                       PERFORM ERASE-JOURNAL-FILE
                   ELSE
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-NO-MORE-RECORDS
                           READ CUSTOMER-JOURNAL NEXT RECORD
                               AT END MOVE 'Y' TO WS-EOF-SW
                           END-READ

                           IF NOT WS-NO-MORE-RECORDS
                               IF WS-PASS-IDENTIFY
                                   PERFORM IDENTIFY-FROM-ENTRY
                               ELSE
                                   PERFORM PRINT-JOURNAL-ENTRY
                               END-IF
                           END-IF
                       END-PERFORM
                       CLOSE CUSTOMER-JOURNAL
                   END-IF
               END-IF.

           IDENTIFY-FROM-ENTRY.
               IF JR-BEFORE-IMAGE NOT EQUAL SPACES
                   MOVE JR-BEFORE-IMAGE TO IM-CUSTOMER-RECORD
                   PERFORM IDENTIFY-FROM-IMAGE
               END-IF
               IF JR-AFTER-IMAGE NOT EQUAL SPACES
                   MOVE JR-AFTER-IMAGE TO IM-CUSTOMER-RECORD
                   PERFORM IDENTIFY-FROM-IMAGE
               END-IF.

           IDENTIFY-FROM-IMAGE.
               MOVE IM-LAST-NAME  TO WS-CAND-LAST
               MOVE IM-FIRST-NAME TO WS-CAND-FIRST
               MOVE IM-EMAIL      TO WS-CAND-EMAIL
               PERFORM TEST-CANDIDATE
               IF WS-CANDIDATE-MATCHES
                   MOVE JR-CUST-ID TO WS-CANDIDATE-ID
                   MOVE 'JOURNAL' TO WS-CANDIDATE-HOW
                   PERFORM ADD-SUBJECT
               END-IF.

      *> -----------------------------------------------------
      *> PRINT-SUBJECT-ACCESS
      *> Everything held, customer by customer: the master and
      *> archive records in full, then the contact, note,
      *> preference and held-change rows under the same ID.
      *> Contact-only subjects follow, then every journal
      *> entry and audit line for any of them.
      *> -----------------------------------------------------
           PRINT-SUBJECT-ACCESS.
               MOVE 0 TO WS-SUBJ-SUB
               PERFORM UNTIL WS-SUBJ-SUB NOT LESS THAN WS-SUBJ-USED
                   ADD 1 TO WS-SUBJ-SUB
                   PERFORM PRINT-ONE-CUSTOMER
               END-PERFORM

               MOVE 0 TO WS-CONT-SUB
               PERFORM UNTIL WS-CONT-SUB NOT LESS THAN WS-CONT-USED
                   ADD 1 TO WS-CONT-SUB
                   PERFORM PRINT-ONE-CONTACT
               END-PERFORM

               IF WS-SUBJ-USED GREATER THAN 0
                   MOVE SPACES TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
                   MOVE 'JOURNAL ENTRIES (RECORD IMAGES)' TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
                   MOVE 'P' TO WS-JOURNAL-PASS
                   PERFORM FOR-EACH-JOURNAL-FILE
               END-IF

               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               MOVE 'AUDIT LOG LINES' TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               PERFORM FOR-EACH-AUDIT-FILE.

           PRINT-ONE-CUSTOMER.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               MOVE SPACES TO WS-SUBJECT-LINE
               MOVE 'CUSTOMER ' TO SL-KIND
               MOVE WS-SUBJ-ID(WS-SUBJ-SUB)  TO SL-CUST-ID
               MOVE WS-SUBJ-HOW(WS-SUBJ-SUB) TO SL-HOW
               WRITE RP-LINE FROM WS-SUBJECT-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE WS-SUBJ-ID(WS-SUBJ-SUB) TO CM-CUST-ID
               READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                   INVALID KEY
                       MOVE 'NOT ON CUSTMAST' TO SC-TEXT
                       PERFORM WRITE-SECTION-LINE
                   NOT INVALID KEY
                       MOVE 'ON CUSTMAST' TO SC-TEXT
                       PERFORM WRITE-SECTION-LINE
                       MOVE CM-CUSTOMER-RECORD TO IM-CUSTOMER-RECORD
                       PERFORM PRINT-CUSTOMER-IMAGE
               END-READ

               IF WS-ARCH-MASTER-ON-HAND
                   MOVE WS-SUBJ-ID(WS-SUBJ-SUB) TO AR-CUST-ID
                   READ ARCHIVE-MASTER KEY IS AR-CUST-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'ON ARCHMAST' TO SC-TEXT
                           PERFORM WRITE-SECTION-LINE
                           MOVE AR-CUSTOMER-RECORD
                               TO IM-CUSTOMER-RECORD
                           PERFORM PRINT-CUSTOMER-IMAGE
                   END-READ
               END-IF

               MOVE WS-SUBJ-ID(WS-SUBJ-SUB) TO WS-CANDIDATE-ID
               IF WS-CONTACT-FILE-ON-HAND
                   PERFORM PRINT-LIVE-CONTACTS
               END-IF
               IF WS-ARCH-CONTACT-ON-HAND
                   PERFORM PRINT-ARCHIVED-CONTACTS
               END-IF
               IF WS-NOTE-FILE-ON-HAND
                   PERFORM PRINT-LIVE-NOTES
               END-IF
               IF WS-ARCH-NOTE-ON-HAND
                   PERFORM PRINT-ARCHIVED-NOTES
               END-IF
               IF WS-PREF-FILE-ON-HAND
                   MOVE 999 TO WS-CANDIDATE-SEQ
                   PERFORM PRINT-PREFERENCES
               END-IF
               IF WS-PEND-FILE-ON-HAND
                   PERFORM PRINT-HELD-CHANGES
               END-IF.

      *> -----------------------------------------------------
      *> PRINT-ONE-CONTACT
      *> A contact person matched at a customer that is not
      *> itself a subject: that row and its preference row
      *> only. The customer it sits under is someone else.
      *> -----------------------------------------------------
           PRINT-ONE-CONTACT.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               MOVE SPACES TO WS-SUBJECT-LINE
               MOVE 'CONTACT  ' TO SL-KIND
               MOVE WS-CONT-CUST-ID(WS-CONT-SUB) TO SL-CUST-ID
               MOVE '/' TO SL-SLASH
               MOVE WS-CONT-SEQ(WS-CONT-SUB) TO SL-SEQ
               IF WS-CONT-IS-ARCHIVED(WS-CONT-SUB)
                   MOVE 'ARCHCONT' TO SL-HOW
               ELSE
                   MOVE 'CUSTCONT' TO SL-HOW
               END-IF
               WRITE RP-LINE FROM WS-SUBJECT-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               IF WS-CONT-IS-ARCHIVED(WS-CONT-SUB)
                   MOVE WS-CONT-CUST-ID(WS-CONT-SUB) TO AC-CUST-ID
                   MOVE WS-CONT-SEQ(WS-CONT-SUB) TO AC-CONTACT-SEQ
                   READ ARCHIVE-CONTACT KEY IS AC-CONTACT-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AC-CONTACT-RECORD
                               TO IC-CONTACT-RECORD
                           PERFORM PRINT-CONTACT-IMAGE
                   END-READ
               ELSE
                   MOVE WS-CONT-CUST-ID(WS-CONT-SUB) TO CN-CUST-ID
                   MOVE WS-CONT-SEQ(WS-CONT-SUB) TO CN-CONTACT-SEQ
                   READ CUSTOMER-CONTACT KEY IS CN-CONTACT-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CN-CONTACT-RECORD
                               TO IC-CONTACT-RECORD
                           PERFORM PRINT-CONTACT-IMAGE
                   END-READ
                   IF WS-PREF-FILE-ON-HAND
                       MOVE WS-CONT-CUST-ID(WS-CONT-SUB)
                           TO WS-CANDIDATE-ID
                       MOVE WS-CONT-SEQ(WS-CONT-SUB)
                           TO WS-CANDIDATE-SEQ
                       PERFORM PRINT-PREFERENCES
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> PRINT-CUSTOMER-IMAGE
      *> One customer record, every field, as the archive
      *> inquiry prints it.
      *> -----------------------------------------------------
           PRINT-CUSTOMER-IMAGE.
               MOVE 'STATUS .......: ' TO FL-LABEL
               MOVE IM-STATUS          TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'COMPANY ......: ' TO FL-LABEL
               MOVE IM-COMPANY-NAME    TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'LAST NAME ....: ' TO FL-LABEL
               MOVE IM-LAST-NAME       TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'FIRST NAME ...: ' TO FL-LABEL
               MOVE IM-FIRST-NAME      TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'ADDRESS 1 ....: ' TO FL-LABEL
               MOVE IM-ADDRESS-1       TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'ADDRESS 2 ....: ' TO FL-LABEL
               MOVE IM-ADDRESS-2       TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'ADDRESS 3 ....: ' TO FL-LABEL
               MOVE IM-ADDRESS-3       TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'CITY .........: ' TO FL-LABEL
               MOVE IM-CITY            TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'STATE ........: ' TO FL-LABEL
               MOVE IM-STATE           TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'ZIP ..........: ' TO FL-LABEL
               MOVE IM-ZIP             TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'COUNTRY ......: ' TO FL-LABEL
               MOVE IM-COUNTRY         TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'EMAIL ........: ' TO FL-LABEL
               MOVE IM-EMAIL           TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'PHONE ........: ' TO FL-LABEL
               MOVE SPACES             TO FL-VALUE
               STRING IM-PHONE DELIMITED BY SIZE
                       ' EXT ' DELIMITED BY SIZE
                       IM-PHONE-EXT DELIMITED BY SIZE
                   INTO FL-VALUE
               END-STRING
               PERFORM WRITE-FIELD-LINE

               MOVE 'MOBILE .......: ' TO FL-LABEL
               MOVE IM-MOBILE          TO FL-VALUE
               PERFORM WRITE-FIELD-LINE

               MOVE 'CATEGORY/TERR : ' TO FL-LABEL
               MOVE SPACES             TO FL-VALUE
               STRING IM-CATEGORY DELIMITED BY SIZE
                       ' / ' DELIMITED BY SIZE
                       IM-TERRITORY DELIMITED BY SIZE
                   INTO FL-VALUE
               END-STRING
               PERFORM WRITE-FIELD-LINE

               MOVE 'CREATED ......: ' TO FL-LABEL
               MOVE SPACES             TO FL-VALUE
               STRING IM-CREATE-DATE DELIMITED BY SIZE
                       ' BY ' DELIMITED BY SIZE
                       IM-CREATE-USERNAME DELIMITED BY SIZE
                   INTO FL-VALUE
               END-STRING
               PERFORM WRITE-FIELD-LINE

               MOVE 'LAST UPDATE ..: ' TO FL-LABEL
               MOVE SPACES             TO FL-VALUE
               STRING IM-UPDATE-DATE DELIMITED BY SIZE
                       ' BY ' DELIMITED BY SIZE
                       IM-UPDATE-USERNAME DELIMITED BY SIZE
                   INTO FL-VALUE
               END-STRING
               PERFORM WRITE-FIELD-LINE

               MOVE 'MERGED INTO ..: ' TO FL-LABEL
               MOVE SPACES             TO FL-VALUE
               IF IM-MERGED-INTO NUMERIC
                   MOVE IM-MERGED-INTO TO FL-VALUE
               END-IF
               PERFORM WRITE-FIELD-LINE.

           PRINT-CONTACT-IMAGE.
               MOVE IC-CONTACT-SEQ TO CL-CONTACT-SEQ
               MOVE IC-LAST-NAME   TO CL-LAST-NAME
               MOVE IC-FIRST-NAME  TO CL-FIRST-NAME
               MOVE IC-TITLE       TO CL-TITLE
               MOVE IC-PRIMARY-SW  TO CL-PRIMARY
               WRITE RP-LINE FROM WS-CONTACT-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE '  EMAIL ......: ' TO FL-LABEL
               MOVE IC-EMAIL           TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
               MOVE '  PHONE ......: ' TO FL-LABEL
               MOVE IC-PHONE           TO FL-VALUE
               PERFORM WRITE-FIELD-LINE.

           PRINT-NOTE-IMAGE.
               MOVE IN-NOTE-SEQ  TO NL-NOTE-SEQ
               MOVE IN-NOTE-DATE TO NL-NOTE-DATE
               MOVE IN-USERNAME  TO NL-USERNAME
               MOVE IN-NOTE-TEXT TO NL-NOTE-TEXT
               WRITE RP-LINE FROM WS-NOTE-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

      *> -----------------------------------------------------
      *> PRINT-IMAGE-SUMMARY
      *> The personal fields of one journal or held-change
      *> image, under the label in WS-IMAGE-LABEL.
      *> -----------------------------------------------------
           PRINT-IMAGE-SUMMARY.
               MOVE WS-IMAGE-LABEL  TO I1-LABEL
               MOVE IM-LAST-NAME    TO I1-LAST-NAME
               MOVE IM-FIRST-NAME   TO I1-FIRST-NAME
               MOVE IM-PHONE        TO I1-PHONE
               MOVE IM-MOBILE       TO I1-MOBILE
               WRITE RP-LINE FROM WS-IMAGE-LINE-1
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE IM-EMAIL        TO I2-EMAIL
               WRITE RP-LINE FROM WS-IMAGE-LINE-2
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE IM-ADDRESS-1    TO I3-ADDRESS-1
               MOVE IM-ADDRESS-2    TO I3-ADDRESS-2
               MOVE IM-ADDRESS-3    TO I3-ADDRESS-3
               WRITE RP-LINE FROM WS-IMAGE-LINE-3
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE IM-CITY         TO I4-CITY
               MOVE IM-STATE        TO I4-STATE
               MOVE IM-ZIP          TO I4-ZIP
               MOVE IM-COUNTRY      TO I4-COUNTRY
               MOVE IM-COMPANY-NAME TO I4-COMPANY-NAME
               WRITE RP-LINE FROM WS-IMAGE-LINE-4
               PERFORM CHECK-REPORT-WRITE-STATUS.

      *> -----------------------------------------------------
      *> PRINT-LIVE-CONTACTS / PRINT-ARCHIVED-CONTACTS /
      *> PRINT-LIVE-NOTES / PRINT-ARCHIVED-NOTES
      *> Same START/READ NEXT walk the screens use, bounded by
      *> the customer ID in WS-CANDIDATE-ID leading the key.
      *> -----------------------------------------------------
           PRINT-LIVE-CONTACTS.
               MOVE WS-CANDIDATE-ID TO CN-CUST-ID
               MOVE 0 TO CN-CONTACT-SEQ
               START CUSTOMER-CONTACT
                       KEY IS NOT LESS THAN CN-CONTACT-KEY
                   INVALID KEY MOVE '23' TO WS-CN-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-CN-FILE-STATUS
               END-START

               PERFORM UNTIL WS-CN-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-CONTACT NEXT RECORD
                       AT END MOVE '10' TO WS-CN-FILE-STATUS
                   END-READ

                   IF WS-CN-FILE-STATUS EQUAL '00'
                       IF CN-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-CN-FILE-STATUS
                       ELSE
                           MOVE 'ON CUSTCONT' TO SC-TEXT
                           PERFORM WRITE-SECTION-LINE
                           MOVE CN-CONTACT-RECORD
                               TO IC-CONTACT-RECORD
                           PERFORM PRINT-CONTACT-IMAGE
                       END-IF
                   END-IF
               END-PERFORM.

           PRINT-ARCHIVED-CONTACTS.
               MOVE WS-CANDIDATE-ID TO AC-CUST-ID
               MOVE 0 TO AC-CONTACT-SEQ
               START ARCHIVE-CONTACT
                       KEY IS NOT LESS THAN AC-CONTACT-KEY
                   INVALID KEY MOVE '23' TO WS-AC-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-AC-FILE-STATUS
               END-START

               PERFORM UNTIL WS-AC-FILE-STATUS NOT EQUAL '00'
                   READ ARCHIVE-CONTACT NEXT RECORD
                       AT END MOVE '10' TO WS-AC-FILE-STATUS
                   END-READ

                   IF WS-AC-FILE-STATUS EQUAL '00'
                       IF AC-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-AC-FILE-STATUS
                       ELSE
                           MOVE 'ON ARCHCONT' TO SC-TEXT
                           PERFORM WRITE-SECTION-LINE
                           MOVE AC-CONTACT-RECORD
                               TO IC-CONTACT-RECORD
                           PERFORM PRINT-CONTACT-IMAGE
                       END-IF
                   END-IF
               END-PERFORM.

           PRINT-LIVE-NOTES.
               MOVE WS-CANDIDATE-ID TO NT-CUST-ID
               MOVE 0 TO NT-NOTE-SEQ
               START CUSTOMER-NOTES
                       KEY IS NOT LESS THAN NT-NOTE-KEY
                   INVALID KEY MOVE '23' TO WS-NT-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-NT-FILE-STATUS
               END-START

               PERFORM UNTIL WS-NT-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-NOTES NEXT RECORD
                       AT END MOVE '10' TO WS-NT-FILE-STATUS
                   END-READ

                   IF WS-NT-FILE-STATUS EQUAL '00'
                       IF NT-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-NT-FILE-STATUS
                       ELSE
                           MOVE NT-NOTE-RECORD TO IN-NOTE-RECORD
                           PERFORM PRINT-NOTE-IMAGE
                       END-IF
                   END-IF
               END-PERFORM.

           PRINT-ARCHIVED-NOTES.
               MOVE WS-CANDIDATE-ID TO AN-CUST-ID
               MOVE 0 TO AN-NOTE-SEQ
               START ARCHIVE-NOTES
                       KEY IS NOT LESS THAN AN-NOTE-KEY
                   INVALID KEY MOVE '23' TO WS-AN-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-AN-FILE-STATUS
               END-START

               PERFORM UNTIL WS-AN-FILE-STATUS NOT EQUAL '00'
                   READ ARCHIVE-NOTES NEXT RECORD
                       AT END MOVE '10' TO WS-AN-FILE-STATUS
                   END-READ

                   IF WS-AN-FILE-STATUS EQUAL '00'
                       IF AN-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-AN-FILE-STATUS
                       ELSE
                           MOVE 'ON ARCHNOTE' TO SC-TEXT
                           PERFORM WRITE-SECTION-LINE
                           MOVE AN-NOTE-RECORD TO IN-NOTE-RECORD
                           PERFORM PRINT-NOTE-IMAGE
                       END-IF
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> PRINT-PREFERENCES
      *> The preference rows under WS-CANDIDATE-ID - all of
      *> them when WS-CANDIDATE-SEQ is 999, otherwise only the
      *> one for that contact sequence.
      *> -----------------------------------------------------
           PRINT-PREFERENCES.
               MOVE WS-CANDIDATE-ID TO PF-CUST-ID
               IF WS-CANDIDATE-SEQ EQUAL 999
                   MOVE 0 TO PF-CONTACT-SEQ
               ELSE
                   MOVE WS-CANDIDATE-SEQ TO PF-CONTACT-SEQ
               END-IF
               START CUSTOMER-PREFERENCE
                       KEY IS NOT LESS THAN PF-PREF-KEY
                   INVALID KEY MOVE '23' TO WS-PF-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-PF-FILE-STATUS
               END-START

               PERFORM UNTIL WS-PF-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-PREFERENCE NEXT RECORD
                       AT END MOVE '10' TO WS-PF-FILE-STATUS
                   END-READ

                   IF WS-PF-FILE-STATUS EQUAL '00'
                       IF PF-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                               OR (WS-CANDIDATE-SEQ NOT EQUAL 999
                                   AND PF-CONTACT-SEQ NOT EQUAL
                                       WS-CANDIDATE-SEQ)
                           MOVE '10' TO WS-PF-FILE-STATUS
                       ELSE
                           MOVE PF-CONTACT-SEQ   TO PL-CONTACT-SEQ
                           MOVE PF-LAST-NAME     TO PL-LAST-NAME
                           MOVE PF-FIRST-NAME    TO PL-FIRST-NAME
                           MOVE PF-NO-MAIL-SW    TO PL-NO-MAIL
                           MOVE PF-NO-MAIL-DATE  TO PL-NO-MAIL-DATE
                           MOVE PF-NO-EMAIL-SW   TO PL-NO-EMAIL
                           MOVE PF-NO-EMAIL-DATE TO PL-NO-EMAIL-DATE
                           MOVE PF-NO-CALL-SW    TO PL-NO-CALL
                           MOVE PF-NO-CALL-DATE  TO PL-NO-CALL-DATE
                           WRITE RP-LINE FROM WS-PREF-LINE
                           PERFORM CHECK-REPORT-WRITE-STATUS
                       END-IF
                   END-IF
               END-PERFORM.

           PRINT-HELD-CHANGES.
               MOVE WS-CANDIDATE-ID TO PC-CUST-ID
               MOVE 0 TO PC-PEND-SEQ
               START PENDING-CHANGE
                       KEY IS NOT LESS THAN PC-PEND-KEY
                   INVALID KEY MOVE '23' TO WS-PC-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-PC-FILE-STATUS
               END-START

               PERFORM UNTIL WS-PC-FILE-STATUS NOT EQUAL '00'
                   READ PENDING-CHANGE NEXT RECORD
                       AT END MOVE '10' TO WS-PC-FILE-STATUS
                   END-READ

                   IF WS-PC-FILE-STATUS EQUAL '00'
                       IF PC-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-PC-FILE-STATUS
                       ELSE
                           MOVE PC-PEND-SEQ    TO HL-PEND-SEQ
                           MOVE PC-PEND-STATUS TO HL-STATUS
                           MOVE PC-REQUEST-USERNAME
                               TO HL-REQUEST-USERNAME
                           MOVE PC-REQUEST-DATE TO HL-REQUEST-DATE
                           MOVE PC-REVIEW-USERNAME
                               TO HL-REVIEW-USERNAME
                           MOVE PC-REVIEW-DATE TO HL-REVIEW-DATE
                           WRITE RP-LINE FROM WS-HELD-LINE
                           PERFORM CHECK-REPORT-WRITE-STATUS
                           MOVE PC-BEFORE-IMAGE TO IM-CUSTOMER-RECORD
                           MOVE 'WAS' TO WS-IMAGE-LABEL
                           PERFORM PRINT-IMAGE-SUMMARY
                           MOVE PC-AFTER-IMAGE TO IM-CUSTOMER-RECORD
                           MOVE 'WANTED' TO WS-IMAGE-LABEL
                           PERFORM PRINT-IMAGE-SUMMARY
                       END-IF
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> PRINT-JOURNAL-ENTRY
      *> Each journal entry for a subject customer, with the
      *> personal fields of both its images.
      *> -----------------------------------------------------
           PRINT-JOURNAL-ENTRY.
               MOVE JR-CUST-ID TO WS-CANDIDATE-ID
               PERFORM FIND-SUBJECT
               IF WS-SUBJ-FOUND GREATER THAN 0
                   ADD 1 TO WS-JOURNAL-HIT-COUNT
                   MOVE SPACES TO WS-JOURNAL-LINE
                   MOVE WS-JOURNAL-FILE-NAME TO JL-FILE-NAME
                   MOVE JR-CUST-ID     TO JL-CUST-ID
                   MOVE JR-ACTION-DATE TO JL-DATE
                   MOVE JR-ACTION-TIME TO JL-TIME
                   MOVE JR-ACTION      TO JL-ACTION
                   MOVE JR-USERNAME    TO JL-USERNAME
                   WRITE RP-LINE FROM WS-JOURNAL-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS

                   IF JR-BEFORE-IMAGE NOT EQUAL SPACES
                       MOVE JR-BEFORE-IMAGE TO IM-CUSTOMER-RECORD
                       MOVE 'BEFORE' TO WS-IMAGE-LABEL
                       PERFORM PRINT-IMAGE-SUMMARY
                   END-IF
                   IF JR-AFTER-IMAGE NOT EQUAL SPACES
                       MOVE JR-AFTER-IMAGE TO IM-CUSTOMER-RECORD
                       MOVE 'AFTER' TO WS-IMAGE-LABEL
                       PERFORM PRINT-IMAGE-SUMMARY
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> FOR-EACH-AUDIT-FILE
      *> The closed audit segments, then the live AUDITLOG. An
      *> audit line is printed when it is about a subject
      *> customer, or when the person is the one who made it.
      *> -----------------------------------------------------
           FOR-EACH-AUDIT-FILE.
               OPEN INPUT LOG-CATALOG
               IF WS-LC-FILE-STATUS EQUAL '00'
                   MOVE 0 TO LC-CLOSE-DATE LC-CLOSE-TIME
                   START LOG-CATALOG
                           KEY IS NOT LESS THAN LC-CLOSE-KEY
                       INVALID KEY MOVE '23' TO WS-LC-FILE-STATUS
                       NOT INVALID KEY MOVE '00' TO WS-LC-FILE-STATUS
                   END-START

                   PERFORM UNTIL WS-LC-FILE-STATUS NOT EQUAL '00'
                       READ LOG-CATALOG NEXT RECORD
                           AT END MOVE '10' TO WS-LC-FILE-STATUS
                       END-READ

                       IF WS-LC-FILE-STATUS EQUAL '00'
                               AND LC-AUDIT-COUNT GREATER THAN 0
                           MOVE LC-AUDIT-FILE-NAME
                               TO WS-AUDIT-FILE-NAME
                           PERFORM PRINT-FROM-AUDIT-FILE
                       END-IF
                   END-PERFORM
                   CLOSE LOG-CATALOG
               ELSE
                   IF WS-LC-FILE-STATUS NOT EQUAL '35'
                       MOVE 'CANNOT OPEN LOGCAT, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-LC-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               MOVE 'AUDITLOG' TO WS-AUDIT-FILE-NAME
               PERFORM PRINT-FROM-AUDIT-FILE.

           PRINT-FROM-AUDIT-FILE.
               OPEN INPUT CUSTOMER-AUDIT-LOG
               IF WS-AL-FILE-STATUS NOT EQUAL '00'
                   IF WS-AL-FILE-STATUS EQUAL '35'
                           AND WS-AUDIT-FILE-NAME EQUAL 'AUDITLOG'
                       CONTINUE
                   ELSE
                       MOVE SPACES TO WS-ABORT-MESSAGE
                       STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                               WS-AUDIT-FILE-NAME DELIMITED BY SPACE
                               ', STATUS ' DELIMITED BY SIZE
                           INTO WS-ABORT-MESSAGE
                       END-STRING
                       MOVE WS-AL-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-NO-MORE-RECORDS
                       READ CUSTOMER-AUDIT-LOG NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ

                       IF NOT WS-NO-MORE-RECORDS
                           PERFORM PRINT-AUDIT-ENTRY
                       END-IF
                   END-PERFORM
                   CLOSE CUSTOMER-AUDIT-LOG
               END-IF.

           PRINT-AUDIT-ENTRY.
               MOVE SPACES TO WS-JOURNAL-LINE
               MOVE AL-CUST-ID TO WS-CANDIDATE-ID
               PERFORM FIND-SUBJECT
               IF WS-SUBJ-FOUND GREATER THAN 0
                   MOVE 'ABOUT THEM' TO JL-REASON
               ELSE
                   MOVE 0 TO WS-CONT-SUB
                   PERFORM UNTIL WS-CONT-SUB NOT LESS THAN
                           WS-CONT-USED
                       ADD 1 TO WS-CONT-SUB
                       IF WS-CONT-CUST-ID(WS-CONT-SUB)
                               EQUAL AL-CUST-ID
                           MOVE 'THEIR FIRM' TO JL-REASON
                       END-IF
                   END-PERFORM
               END-IF

               MOVE AL-USERNAME TO WS-CAND-USERNAME
               INSPECT WS-CAND-USERNAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-SEARCH-USERNAME NOT EQUAL SPACES
                       AND WS-CAND-USERNAME EQUAL WS-SEARCH-USERNAME
                   MOVE 'MADE BY THEM' TO JL-REASON
               END-IF

               IF JL-REASON NOT EQUAL SPACES
                   ADD 1 TO WS-AUDIT-HIT-COUNT
                   MOVE WS-AUDIT-FILE-NAME TO JL-FILE-NAME
                   MOVE AL-CUST-ID     TO JL-CUST-ID
                   MOVE AL-ACTION-DATE TO JL-DATE
                   MOVE AL-ACTION-TIME TO JL-TIME
                   MOVE AL-ACTION      TO JL-ACTION
                   MOVE AL-USERNAME    TO JL-USERNAME
                   WRITE RP-LINE FROM WS-JOURNAL-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF.

      *> -----------------------------------------------------
      *> ERASE-SUBJECT
      *> The journal files first, then the records themselves,
      *> each subject customer closed off with an ERASE audit
      *> line under the supervisor. A customer still on the
      *> master also gets an ERASE journal entry carrying the
      *> anonymized record as both images: CUST-FORWARD then
      *> lays the erasure back over any backup restored from
      *> before it, and no image of the old values is written
      *> anywhere.
      *> -----------------------------------------------------
           ERASE-SUBJECT.
               IF WS-SUBJ-USED GREATER THAN 0
                   MOVE 'E' TO WS-JOURNAL-PASS
                   PERFORM FOR-EACH-JOURNAL-FILE
               END-IF

               MOVE 'AUDITLOG' TO WS-AUDIT-FILE-NAME
               OPEN EXTEND CUSTOMER-AUDIT-LOG
               IF WS-AL-FILE-STATUS NOT EQUAL '00' AND
                  WS-AL-FILE-STATUS NOT EQUAL '05'
                   OPEN OUTPUT CUSTOMER-AUDIT-LOG
               END-IF

               MOVE 'CUSTJRNL' TO WS-JOURNAL-FILE-NAME
               OPEN EXTEND CUSTOMER-JOURNAL
               IF WS-JR-FILE-STATUS NOT EQUAL '00' AND
                  WS-JR-FILE-STATUS NOT EQUAL '05'
                   OPEN OUTPUT CUSTOMER-JOURNAL
               END-IF

               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 0 TO WS-SUBJ-SUB
               PERFORM UNTIL WS-SUBJ-SUB NOT LESS THAN WS-SUBJ-USED
                   ADD 1 TO WS-SUBJ-SUB
                   PERFORM ERASE-ONE-CUSTOMER
               END-PERFORM

               MOVE 0 TO WS-CONT-SUB
               PERFORM UNTIL WS-CONT-SUB NOT LESS THAN WS-CONT-USED
                   ADD 1 TO WS-CONT-SUB
                   PERFORM ERASE-ONE-CONTACT
               END-PERFORM

               CLOSE CUSTOMER-AUDIT-LOG
               CLOSE CUSTOMER-JOURNAL.

      *> -----------------------------------------------------
      *> ANONYMIZE-IMAGE
      *> The personal fields of the customer image in IM-.
      *> -----------------------------------------------------
           ANONYMIZE-IMAGE.
               MOVE WS-ERASED-NAME TO IM-LAST-NAME
               MOVE SPACES TO IM-FIRST-NAME
               MOVE SPACES TO IM-ADDRESS-1
               MOVE SPACES TO IM-ADDRESS-2
               MOVE SPACES TO IM-ADDRESS-3
               MOVE SPACES TO IM-EMAIL
               MOVE SPACES TO IM-PHONE
               MOVE SPACES TO IM-PHONE-EXT
               MOVE SPACES TO IM-MOBILE.

           ANONYMIZE-CONTACT-IMAGE.
               MOVE WS-ERASED-NAME TO IC-LAST-NAME
               MOVE SPACES TO IC-FIRST-NAME
               MOVE SPACES TO IC-EMAIL
               MOVE SPACES TO IC-PHONE.

      *> -----------------------------------------------------
      *> ERASE-JOURNAL-FILE
      *> The open journal file is copied to PRVWORK with each
      *> subject's images anonymized. Only when something was
      *> changed is the copy laid back over the file, so the
      *> untouched segments are never rewritten.
      *> -----------------------------------------------------
           ERASE-JOURNAL-FILE.
               OPEN OUTPUT JOURNAL-WORK
               IF WS-WK-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN PRVWORK, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-WK-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE 0 TO WS-FILE-ERASED-COUNT
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ CUSTOMER-JOURNAL NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ

                   IF NOT WS-NO-MORE-RECORDS
                       MOVE JR-CUST-ID TO WS-CANDIDATE-ID
                       PERFORM FIND-SUBJECT
                       IF WS-SUBJ-FOUND GREATER THAN 0
                           PERFORM ANONYMIZE-JOURNAL-ENTRY
                       END-IF
                       WRITE WK-WORK-LINE FROM JR-JOURNAL-RECORD
                       IF WS-WK-FILE-STATUS NOT EQUAL '00'
                           MOVE 'CANNOT WRITE PRVWORK, STATUS '
                               TO WS-ABORT-MESSAGE
                           MOVE WS-WK-FILE-STATUS TO WS-ABORT-STATUS
                           PERFORM ABORT-RUN
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE CUSTOMER-JOURNAL
               CLOSE JOURNAL-WORK

               IF WS-FILE-ERASED-COUNT GREATER THAN 0
                   PERFORM COPY-WORK-TO-JOURNAL
                   MOVE WS-JOURNAL-FILE-NAME TO FA-FILE-NAME
                   MOVE WS-FILE-ERASED-COUNT TO FA-COUNT
                   WRITE RP-LINE FROM WS-FILE-ERASED-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF.

           ANONYMIZE-JOURNAL-ENTRY.
               ADD 1 TO WS-FILE-ERASED-COUNT
               ADD 1 TO WS-JOURNAL-HIT-COUNT
               IF JR-BEFORE-IMAGE NOT EQUAL SPACES
                   MOVE JR-BEFORE-IMAGE TO IM-CUSTOMER-RECORD
                   PERFORM ANONYMIZE-IMAGE
                   MOVE IM-CUSTOMER-RECORD TO JR-BEFORE-IMAGE
               END-IF
               IF JR-AFTER-IMAGE NOT EQUAL SPACES
                   MOVE JR-AFTER-IMAGE TO IM-CUSTOMER-RECORD
                   PERFORM ANONYMIZE-IMAGE
                   MOVE IM-CUSTOMER-RECORD TO JR-AFTER-IMAGE
               END-IF.

           COPY-WORK-TO-JOURNAL.
               OPEN INPUT JOURNAL-WORK
               IF WS-WK-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT REOPEN PRVWORK, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-WK-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               OPEN OUTPUT CUSTOMER-JOURNAL
               IF WS-JR-FILE-STATUS NOT EQUAL '00'
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING 'CANNOT REWRITE ' DELIMITED BY SIZE
                           WS-JOURNAL-FILE-NAME DELIMITED BY SPACE
                           ', STATUS ' DELIMITED BY SIZE
                       INTO WS-ABORT-MESSAGE
                   END-STRING
                   MOVE WS-JR-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE 'N' TO WS-WORK-EOF-SW
               PERFORM UNTIL WS-NO-MORE-WORK
                   READ JOURNAL-WORK NEXT RECORD
                       AT END MOVE 'Y' TO WS-WORK-EOF-SW
                   END-READ

                   IF NOT WS-NO-MORE-WORK
                       WRITE JR-JOURNAL-RECORD FROM WK-WORK-LINE
                       IF WS-JR-FILE-STATUS NOT EQUAL '00'
                           MOVE SPACES TO WS-ABORT-MESSAGE
                           STRING 'CANNOT REWRITE ' DELIMITED BY SIZE
                                   WS-JOURNAL-FILE-NAME
                                       DELIMITED BY SPACE
                                   ', STATUS ' DELIMITED BY SIZE
                               INTO WS-ABORT-MESSAGE
                           END-STRING
                           MOVE WS-JR-FILE-STATUS TO WS-ABORT-STATUS
                           PERFORM ABORT-RUN
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE JOURNAL-WORK
               CLOSE CUSTOMER-JOURNAL.

      *> -----------------------------------------------------
      *> ERASE-ONE-CUSTOMER
      *> The master and archive records, every contact and
      *> preference row and every held change under the ID.
      *> Notes are history and are never changed: they are
      *> counted on the report so the supervisor can read them
      *> on the subject-access report and decide by hand.
      *> -----------------------------------------------------
           ERASE-ONE-CUSTOMER.
               MOVE WS-SUBJ-ID(WS-SUBJ-SUB) TO WS-CANDIDATE-ID
               MOVE 'N' TO WS-ON-MASTER-SW
               MOVE 'N' TO WS-ON-ARCHIVE-SW
               MOVE 0 TO WS-ONE-CONTACTS WS-ONE-PREFS
                         WS-ONE-HELD WS-ONE-NOTES

               MOVE WS-CANDIDATE-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-MASTER-SW
                       MOVE CM-CUSTOMER-RECORD TO IM-CUSTOMER-RECORD
                       PERFORM ANONYMIZE-IMAGE
                       MOVE IM-CUSTOMER-RECORD TO CM-CUSTOMER-RECORD
                       REWRITE CM-CUSTOMER-RECORD
                           INVALID KEY
                               MOVE 'CANNOT REWRITE CUSTMAST, STATUS '
                                   TO WS-ABORT-MESSAGE
                               MOVE WS-CM-FILE-STATUS
                                   TO WS-ABORT-STATUS
                               PERFORM ABORT-RUN
                       END-REWRITE
                       ADD 1 TO WS-ROWS-ERASED-COUNT
               END-READ

               IF WS-ARCH-MASTER-ON-HAND
                   MOVE WS-CANDIDATE-ID TO AR-CUST-ID
                   READ ARCHIVE-MASTER KEY IS AR-CUST-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ON-ARCHIVE-SW
                           MOVE AR-CUSTOMER-RECORD
                               TO IM-CUSTOMER-RECORD
                           PERFORM ANONYMIZE-IMAGE
                           MOVE IM-CUSTOMER-RECORD
                               TO AR-CUSTOMER-RECORD
                           REWRITE AR-CUSTOMER-RECORD
                               INVALID KEY
                                   MOVE 'CANNOT REWRITE ARCHMAST, '
                                       TO WS-ABORT-MESSAGE
                                   MOVE WS-AR-FILE-STATUS
                                       TO WS-ABORT-STATUS
                                   PERFORM ABORT-RUN
                           END-REWRITE
                           ADD 1 TO WS-ROWS-ERASED-COUNT
                   END-READ
               END-IF

               IF WS-CONTACT-FILE-ON-HAND
                   PERFORM ERASE-LIVE-CONTACTS
               END-IF
               IF WS-ARCH-CONTACT-ON-HAND
                   PERFORM ERASE-ARCHIVED-CONTACTS
               END-IF
               IF WS-PREF-FILE-ON-HAND
                   MOVE 999 TO WS-CANDIDATE-SEQ
                   PERFORM ERASE-PREFERENCES
               END-IF
               IF WS-PEND-FILE-ON-HAND
                   PERFORM ERASE-HELD-CHANGES
               END-IF
               IF WS-NOTE-FILE-ON-HAND
                   PERFORM COUNT-LIVE-NOTES
               END-IF
               IF WS-ARCH-NOTE-ON-HAND
                   PERFORM COUNT-ARCHIVED-NOTES
               END-IF

               MOVE 'ERASE' TO WS-ERASE-ACTION
               PERFORM WRITE-ERASE-AUDIT-LINE
               IF WS-WAS-ON-MASTER
                   PERFORM WRITE-ERASE-JOURNAL-LINE
               END-IF

               MOVE SPACES TO WS-ERASED-LINE
               MOVE 'ERASED CUSTOMER   ' TO EL-TEXT
               MOVE WS-CANDIDATE-ID TO EL-CUST-ID
               IF WS-WAS-ON-MASTER
                   MOVE 'YES' TO EL-MASTER
               ELSE
                   MOVE 'NO ' TO EL-MASTER
               END-IF
               IF WS-WAS-ON-ARCHIVE
                   MOVE 'YES' TO EL-ARCHIVE
               ELSE
                   MOVE 'NO ' TO EL-ARCHIVE
               END-IF
               MOVE WS-ONE-CONTACTS TO EL-CONTACTS
               MOVE WS-ONE-PREFS    TO EL-PREFS
               MOVE WS-ONE-HELD     TO EL-HELD
               MOVE WS-ONE-NOTES    TO EL-NOTES
               WRITE RP-LINE FROM WS-ERASED-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

      *> -----------------------------------------------------
      *> ERASE-ONE-CONTACT
      *> A contact-only subject: the contact row and, for a
      *> live contact, its preference row. The customer the
      *> contact sits under keeps everything else.
      *> -----------------------------------------------------
           ERASE-ONE-CONTACT.
               MOVE WS-CONT-CUST-ID(WS-CONT-SUB) TO WS-CANDIDATE-ID
               MOVE WS-CONT-SEQ(WS-CONT-SUB) TO WS-CANDIDATE-SEQ
               MOVE 0 TO WS-ONE-CONTACTS WS-ONE-PREFS
                         WS-ONE-HELD WS-ONE-NOTES

               IF WS-CONT-IS-ARCHIVED(WS-CONT-SUB)
                   MOVE WS-CANDIDATE-ID  TO AC-CUST-ID
                   MOVE WS-CANDIDATE-SEQ TO AC-CONTACT-SEQ
                   READ ARCHIVE-CONTACT KEY IS AC-CONTACT-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM ERASE-ARCHIVED-CONTACT-ROW
                   END-READ
               ELSE
                   MOVE WS-CANDIDATE-ID  TO CN-CUST-ID
                   MOVE WS-CANDIDATE-SEQ TO CN-CONTACT-SEQ
                   READ CUSTOMER-CONTACT KEY IS CN-CONTACT-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM ERASE-LIVE-CONTACT-ROW
                   END-READ
                   IF WS-PREF-FILE-ON-HAND
                       PERFORM ERASE-PREFERENCES
                   END-IF
               END-IF

               MOVE 'ERASE-CONT' TO WS-ERASE-ACTION
               PERFORM WRITE-ERASE-AUDIT-LINE

               MOVE SPACES TO WS-ERASED-LINE
               MOVE 'ERASED CONTACT    ' TO EL-TEXT
               MOVE WS-CANDIDATE-ID TO EL-CUST-ID
               MOVE '/' TO EL-SLASH
               MOVE WS-CANDIDATE-SEQ TO EL-SEQ
               MOVE 'NO ' TO EL-MASTER
               IF WS-CONT-IS-ARCHIVED(WS-CONT-SUB)
                   MOVE 'YES' TO EL-ARCHIVE
               ELSE
                   MOVE 'NO ' TO EL-ARCHIVE
               END-IF
               MOVE WS-ONE-CONTACTS TO EL-CONTACTS
               MOVE WS-ONE-PREFS    TO EL-PREFS
               MOVE WS-ONE-HELD     TO EL-HELD
               MOVE WS-ONE-NOTES    TO EL-NOTES
               WRITE RP-LINE FROM WS-ERASED-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           ERASE-LIVE-CONTACT-ROW.
               MOVE CN-CONTACT-RECORD TO IC-CONTACT-RECORD
               PERFORM ANONYMIZE-CONTACT-IMAGE
               MOVE IC-CONTACT-RECORD TO CN-CONTACT-RECORD
               REWRITE CN-CONTACT-RECORD
                   INVALID KEY
                       MOVE 'CANNOT REWRITE CUSTCONT, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-CN-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-REWRITE
               ADD 1 TO WS-ONE-CONTACTS
               ADD 1 TO WS-ROWS-ERASED-COUNT.

           ERASE-ARCHIVED-CONTACT-ROW.
               MOVE AC-CONTACT-RECORD TO IC-CONTACT-RECORD
               PERFORM ANONYMIZE-CONTACT-IMAGE
               MOVE IC-CONTACT-RECORD TO AC-CONTACT-RECORD
               REWRITE AC-CONTACT-RECORD
                   INVALID KEY
                       MOVE 'CANNOT REWRITE ARCHCONT, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-AC-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-REWRITE
               ADD 1 TO WS-ONE-CONTACTS
               ADD 1 TO WS-ROWS-ERASED-COUNT.

           ERASE-LIVE-CONTACTS.
               MOVE WS-CANDIDATE-ID TO CN-CUST-ID
               MOVE 0 TO CN-CONTACT-SEQ
               START CUSTOMER-CONTACT
                       KEY IS NOT LESS THAN CN-CONTACT-KEY
                   INVALID KEY MOVE '23' TO WS-CN-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-CN-FILE-STATUS
               END-START

               PERFORM UNTIL WS-CN-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-CONTACT NEXT RECORD
                       AT END MOVE '10' TO WS-CN-FILE-STATUS
                   END-READ

                   IF WS-CN-FILE-STATUS EQUAL '00'
                       IF CN-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-CN-FILE-STATUS
                       ELSE
                           PERFORM ERASE-LIVE-CONTACT-ROW
                       END-IF
                   END-IF
               END-PERFORM.

           ERASE-ARCHIVED-CONTACTS.
               MOVE WS-CANDIDATE-ID TO AC-CUST-ID
               MOVE 0 TO AC-CONTACT-SEQ
               START ARCHIVE-CONTACT
                       KEY IS NOT LESS THAN AC-CONTACT-KEY
                   INVALID KEY MOVE '23' TO WS-AC-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-AC-FILE-STATUS
               END-START

               PERFORM UNTIL WS-AC-FILE-STATUS NOT EQUAL '00'
                   READ ARCHIVE-CONTACT NEXT RECORD
                       AT END MOVE '10' TO WS-AC-FILE-STATUS
                   END-READ

                   IF WS-AC-FILE-STATUS EQUAL '00'
                       IF AC-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-AC-FILE-STATUS
                       ELSE
                           PERFORM ERASE-ARCHIVED-CONTACT-ROW
                       END-IF
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> ERASE-PREFERENCES
      *> The flags and their dates stay - they are what keeps
      *> the person from being written to again - but the name
      *> carried beside them goes with everything else. The
      *> bulk-load opt-out check can no longer match the name.
      *> -----------------------------------------------------
           ERASE-PREFERENCES.
               MOVE WS-CANDIDATE-ID TO PF-CUST-ID
               IF WS-CANDIDATE-SEQ EQUAL 999
                   MOVE 0 TO PF-CONTACT-SEQ
               ELSE
                   MOVE WS-CANDIDATE-SEQ TO PF-CONTACT-SEQ
               END-IF
               START CUSTOMER-PREFERENCE
                       KEY IS NOT LESS THAN PF-PREF-KEY
                   INVALID KEY MOVE '23' TO WS-PF-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-PF-FILE-STATUS
               END-START

               PERFORM UNTIL WS-PF-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-PREFERENCE NEXT RECORD
                       AT END MOVE '10' TO WS-PF-FILE-STATUS
                   END-READ

                   IF WS-PF-FILE-STATUS EQUAL '00'
                       IF PF-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                               OR (WS-CANDIDATE-SEQ NOT EQUAL 999
                                   AND PF-CONTACT-SEQ NOT EQUAL
                                       WS-CANDIDATE-SEQ)
                           MOVE '10' TO WS-PF-FILE-STATUS
                       ELSE
                           MOVE WS-ERASED-NAME TO PF-LAST-NAME
                           MOVE SPACES TO PF-FIRST-NAME
                           REWRITE PF-PREFERENCE-RECORD
                               INVALID KEY
                                   MOVE 'CANNOT REWRITE CUSTPREF, '
                                       TO WS-ABORT-MESSAGE
                                   MOVE WS-PF-FILE-STATUS
                                       TO WS-ABORT-STATUS
                                   PERFORM ABORT-RUN
                           END-REWRITE
                           ADD 1 TO WS-ONE-PREFS
                           ADD 1 TO WS-ROWS-ERASED-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

           ERASE-HELD-CHANGES.
               MOVE WS-CANDIDATE-ID TO PC-CUST-ID
               MOVE 0 TO PC-PEND-SEQ
               START PENDING-CHANGE
                       KEY IS NOT LESS THAN PC-PEND-KEY
                   INVALID KEY MOVE '23' TO WS-PC-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-PC-FILE-STATUS
               END-START

               PERFORM UNTIL WS-PC-FILE-STATUS NOT EQUAL '00'
                   READ PENDING-CHANGE NEXT RECORD
                       AT END MOVE '10' TO WS-PC-FILE-STATUS
                   END-READ

                   IF WS-PC-FILE-STATUS EQUAL '00'
                       IF PC-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-PC-FILE-STATUS
                       ELSE
                           MOVE PC-BEFORE-IMAGE TO IM-CUSTOMER-RECORD
                           PERFORM ANONYMIZE-IMAGE
                           MOVE IM-CUSTOMER-RECORD TO PC-BEFORE-IMAGE
                           MOVE PC-AFTER-IMAGE TO IM-CUSTOMER-RECORD
                           PERFORM ANONYMIZE-IMAGE
                           MOVE IM-CUSTOMER-RECORD TO PC-AFTER-IMAGE
                           REWRITE PC-PENDING-RECORD
                               INVALID KEY
                                   MOVE 'CANNOT REWRITE CUSTPEND, '
                                       TO WS-ABORT-MESSAGE
                                   MOVE WS-PC-FILE-STATUS
                                       TO WS-ABORT-STATUS
                                   PERFORM ABORT-RUN
                           END-REWRITE
                           ADD 1 TO WS-ONE-HELD
                           ADD 1 TO WS-ROWS-ERASED-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

           COUNT-LIVE-NOTES.
               MOVE WS-CANDIDATE-ID TO NT-CUST-ID
               MOVE 0 TO NT-NOTE-SEQ
               START CUSTOMER-NOTES
                       KEY IS NOT LESS THAN NT-NOTE-KEY
                   INVALID KEY MOVE '23' TO WS-NT-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-NT-FILE-STATUS
               END-START

               PERFORM UNTIL WS-NT-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-NOTES NEXT RECORD
                       AT END MOVE '10' TO WS-NT-FILE-STATUS
                   END-READ

                   IF WS-NT-FILE-STATUS EQUAL '00'
                       IF NT-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-NT-FILE-STATUS
                       ELSE
                           ADD 1 TO WS-ONE-NOTES
                           ADD 1 TO WS-NOTES-KEPT-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

           COUNT-ARCHIVED-NOTES.
               MOVE WS-CANDIDATE-ID TO AN-CUST-ID
               MOVE 0 TO AN-NOTE-SEQ
               START ARCHIVE-NOTES
                       KEY IS NOT LESS THAN AN-NOTE-KEY
                   INVALID KEY MOVE '23' TO WS-AN-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-AN-FILE-STATUS
               END-START

               PERFORM UNTIL WS-AN-FILE-STATUS NOT EQUAL '00'
                   READ ARCHIVE-NOTES NEXT RECORD
                       AT END MOVE '10' TO WS-AN-FILE-STATUS
                   END-READ

                   IF WS-AN-FILE-STATUS EQUAL '00'
                       IF AN-CUST-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-AN-FILE-STATUS
                       ELSE
                           ADD 1 TO WS-ONE-NOTES
                           ADD 1 TO WS-NOTES-KEPT-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> WRITE-ERASE-AUDIT-LINE / WRITE-ERASE-JOURNAL-LINE
      *> The action is set by the caller - ERASE for a
      *> customer, ERASE-CONT for a contact person alone.
      *> -----------------------------------------------------
           WRITE-ERASE-AUDIT-LINE.
               MOVE SPACES            TO AL-AUDIT-RECORD
               MOVE WS-SUPERVISOR-ID  TO AL-USERNAME
               MOVE WS-PROGRAM-PID    TO AL-PROGRAM-PID
               MOVE WS-ERASE-ACTION   TO AL-ACTION
               MOVE WS-CANDIDATE-ID   TO AL-CUST-ID
               MOVE WS-SYS-DATE       TO AL-ACTION-DATE
               MOVE WS-SYS-TIME       TO AL-ACTION-TIME
               WRITE AL-AUDIT-RECORD.

           WRITE-ERASE-JOURNAL-LINE.
               MOVE SPACES             TO JR-JOURNAL-RECORD
               MOVE WS-SUPERVISOR-ID   TO JR-USERNAME
               MOVE WS-PROGRAM-PID     TO JR-PROGRAM-PID
               MOVE 'ERASE'            TO JR-ACTION
               MOVE WS-CANDIDATE-ID    TO JR-CUST-ID
               MOVE WS-SYS-DATE        TO JR-ACTION-DATE
               MOVE WS-SYS-TIME        TO JR-ACTION-TIME
               MOVE CM-CUSTOMER-RECORD TO JR-BEFORE-IMAGE
               MOVE CM-CUSTOMER-RECORD TO JR-AFTER-IMAGE
               WRITE JR-JOURNAL-RECORD.

      *> -----------------------------------------------------
      *> WRITE-REPORT-TRAILER
      *> -----------------------------------------------------
           WRITE-REPORT-TRAILER.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 'SUBJECT CUSTOMERS ...............:'
                   TO TR-TEXT
               MOVE WS-SUBJECT-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'SUBJECT CONTACTS (OTHER FIRMS) ..:'
                   TO TR-TEXT
               MOVE WS-CONTACT-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               IF WS-ERASE-MODE
                   MOVE 'JOURNAL ENTRIES ANONYMIZED ......:'
                       TO TR-TEXT
                   MOVE WS-JOURNAL-HIT-COUNT TO TR-COUNT
                   PERFORM WRITE-COUNT-LINE

                   MOVE 'RECORDS ANONYMIZED ..............:'
                       TO TR-TEXT
                   MOVE WS-ROWS-ERASED-COUNT TO TR-COUNT
                   PERFORM WRITE-COUNT-LINE

                   MOVE 'NOTES KEPT FOR REVIEW ...........:'
                       TO TR-TEXT
                   MOVE WS-NOTES-KEPT-COUNT TO TR-COUNT
                   PERFORM WRITE-COUNT-LINE
               ELSE
                   MOVE 'JOURNAL ENTRIES PRINTED .........:'
                       TO TR-TEXT
                   MOVE WS-JOURNAL-HIT-COUNT TO TR-COUNT
                   PERFORM WRITE-COUNT-LINE

                   MOVE 'AUDIT LINES PRINTED .............:'
                       TO TR-TEXT
                   MOVE WS-AUDIT-HIT-COUNT TO TR-COUNT
                   PERFORM WRITE-COUNT-LINE
               END-IF.

           WRITE-SECTION-LINE.
               WRITE RP-LINE FROM WS-SECTION-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           WRITE-FIELD-LINE.
               WRITE RP-LINE FROM WS-FIELD-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           WRITE-COUNT-LINE.
               WRITE RP-LINE FROM WS-COUNT-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           CHECK-REPORT-WRITE-STATUS.
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE PRVRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.
