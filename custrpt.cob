               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT CUSTOMER-PREFERENCE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PREF-KEY
               ALTERNATE RECORD KEY IS PF-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-PF-FILE-STATUS.

           SELECT REPORT-PARAMETERS ASSIGN TO "CUSTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.
       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CUSTOMER-PREFERENCE.
           COPY CUSTPREF.

       FD  REPORT-PARAMETERS.
           01 PR-PARAMETER-RECORD.
               05 PR-STATE-LIST.
               05 WS-DR-FILE-STATUS    PIC XX.
               05 WS-LB-FILE-STATUS    PIC XX.
               05 WS-PR-FILE-STATUS    PIC XX.
               05 WS-PF-FILE-STATUS    PIC XX.

      *> The preference file is optional: a site where nobody
      *> has ever opted out has no CUSTPREF, and every selected
      *> customer gets a label as before.
               05 WS-PREF-FILE-SW      PIC X(1) VALUE 'N'.
                   88 WS-PREF-FILE-ON-HAND  VALUE 'Y'.
               05 WS-NO-MAIL-SW        PIC X(1).
                   88 WS-CUSTOMER-NO-MAIL   VALUE 'Y'.

      *> Selection criteria, defaulted to the old all-active
      *> run when CUSTPRM is absent or a field is left blank.
                   88 WS-STATE-MATCHED      VALUE 'Y'.
               05 WS-SELECTED-COUNT    PIC 9(7) VALUE 0.
               05 WS-SKIPPED-COUNT     PIC 9(7) VALUE 0.
               05 WS-NO-MAIL-COUNT     PIC 9(7) VALUE 0.

               05 WS-EOF-SW            PIC X(1).
                   88 WS-NO-MORE-RECORDS   VALUE 'Y'.
               05 FILLER               PIC X(10)
                   VALUE ' SKIPPED: '.
               05 SC-SKIPPED-COUNT     PIC 9(7).
               05 FILLER               PIC X(25)
                   VALUE ' NO LABEL (DO NOT MAIL): '.
               05 SC-NO-MAIL-COUNT     PIC 9(7).

           01 WS-DIR-DETAIL-LINE.
               05 DL-CUST-ID           PIC 9(8).
                   PERFORM ABORT-RUN
               END-IF

               MOVE 'N' TO WS-PREF-FILE-SW
               OPEN INPUT CUSTOMER-PREFERENCE
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

               PERFORM WRITE-DIRECTORY-HEADINGS

               SORT SORT-WORK
               END-IF

               CLOSE CUSTOMER-DIRECTORY
               CLOSE MAILING-LABELS
               IF WS-PREF-FILE-ON-HAND
                   CLOSE CUSTOMER-PREFERENCE
               END-IF.
           STOP RUN.

      *> -----------------------------------------------------
      *> mailing label per selected customer, in STATE/ZIP
      *> order. The CUSTPRM criteria decide who is selected;
      *> with no criteria that is every active customer, as it
      *> always was. A customer marked do-not-mail stays in the
      *> directory but gets no label, and is counted on the
      *> trailer so the label count can be reconciled.
      *> -----------------------------------------------------
           PRODUCE-CUSTOMER-REPORTS.
               MOVE 'N' TO WS-EOF-SW
                       IF WS-RECORD-SELECTED
                           ADD 1 TO WS-SELECTED-COUNT
                           PERFORM WRITE-DIRECTORY-DETAIL
                           PERFORM CHECK-NO-MAIL-PREFERENCE
                           IF WS-CUSTOMER-NO-MAIL
                               ADD 1 TO WS-NO-MAIL-COUNT
                           ELSE
                               PERFORM WRITE-MAILING-LABEL
                           END-IF
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
               END-IF
               MOVE WS-SELECTED-COUNT TO SC-SELECTED-COUNT
               MOVE WS-SKIPPED-COUNT  TO SC-SKIPPED-COUNT
               MOVE WS-NO-MAIL-COUNT  TO SC-NO-MAIL-COUNT
               WRITE DR-LINE FROM WS-SELECT-COUNT-LINE
               IF WS-DR-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE CUSTDIR, STATUS '
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> CHECK-NO-MAIL-PREFERENCE
      *> The customer's own preference row (contact sequence
      *> 000) decides the label; the label goes to the company
      *> address, not to any one contact person.
      *> -----------------------------------------------------
           CHECK-NO-MAIL-PREFERENCE.
               MOVE 'N' TO WS-NO-MAIL-SW
               IF WS-PREF-FILE-ON-HAND
                   MOVE SW-CUST-ID TO PF-CUST-ID
                   MOVE 0 TO PF-CONTACT-SEQ
                   READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PF-NO-MAIL
                               MOVE 'Y' TO WS-NO-MAIL-SW
                           END-IF
                   END-READ
               END-IF.

           WRITE-DIRECTORY-DETAIL.
               MOVE SPACES           TO WS-DIR-DETAIL-LINE
               MOVE SW-CUST-ID       TO DL-CUST-ID
