       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-EXTRACT.

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
               FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT CUSTOMER-CONTACT ASSIGN TO "CUSTCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY
               FILE STATUS IS WS-CN-FILE-STATUS.

           SELECT CUSTOMER-PREFERENCE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PREF-KEY
               ALTERNATE RECORD KEY IS PF-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-PF-FILE-STATUS.

           SELECT EXTRACT-PARAMETERS ASSIGN TO "XTRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT CUSTOMER-EXTRACT ASSIGN TO "CUSTCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CUSTOMER-CONTACT.
           COPY CUSTCONT.

       FD  CUSTOMER-PREFERENCE.
           COPY CUSTPREF.

      *> XTRPRM: the first line is the selection, laid out in
      *> the same columns as CUSTPRM where the two overlap (the
      *> ZIP range columns are not used here); every line after
      *> it names one output column, in order.
       FD  EXTRACT-PARAMETERS.
           01 PR-SELECTION-RECORD.
               05 PR-STATE-LIST.
                   10 PR-STATE-CODE OCCURS 10 TIMES PIC X(2).
               05 FILLER               PIC X(1).
               05 FILLER               PIC X(12).
               05 PR-DATE-FROM         PIC X(8).
               05 FILLER               PIC X(1).
               05 PR-DATE-TO           PIC X(8).
               05 FILLER               PIC X(1).
               05 PR-STATUS-SELECT     PIC X(1).
               05 FILLER               PIC X(1).
               05 PR-CATEGORY          PIC X(4).
               05 FILLER               PIC X(1).
               05 PR-TERRITORY         PIC X(4).
               05 FILLER               PIC X(1).
               05 PR-DELIMITER         PIC X(1).
               05 FILLER               PIC X(1).
               05 PR-CONTACTS          PIC X(1).
           01 PR-FIELD-RECORD.
               05 PR-FIELD-NAME        PIC X(20).

       FD  CUSTOMER-EXTRACT.
           01 XT-LINE                  PIC X(2000).

       WORKING-STORAGE SECTION.
           01 WS-WORK-FIELDS.
               05 WS-CM-FILE-STATUS    PIC XX.
               05 WS-CN-FILE-STATUS    PIC XX.
               05 WS-PF-FILE-STATUS    PIC XX.
               05 WS-PR-FILE-STATUS    PIC XX.
               05 WS-XT-FILE-STATUS    PIC XX.

               05 WS-EOF-SW            PIC X(1).
                   88 WS-NO-MORE-RECORDS   VALUE 'Y'.

      *> Neither file has to exist: a site with no contacts or
      *> no opt-outs just gets blank contact columns and N flags.
               05 WS-CONT-FILE-SW      PIC X(1) VALUE 'N'.
                   88 WS-CONT-FILE-ON-HAND  VALUE 'Y'.
               05 WS-PREF-FILE-SW      PIC X(1) VALUE 'N'.
                   88 WS-PREF-FILE-ON-HAND  VALUE 'Y'.

      *> Selection criteria, defaulted the way CUST-REPORT
      *> defaults them: every active customer.
               05 WS-SEL-DATE-FROM     PIC 9(8) VALUE 0.
               05 WS-SEL-DATE-TO       PIC 9(8) VALUE 99999999.
               05 WS-SEL-STATUS        PIC X(1) VALUE 'A'.
               05 WS-SEL-CATEGORY      PIC X(4) VALUE SPACES.
               05 WS-SEL-TERRITORY     PIC X(4) VALUE SPACES.
               05 WS-SEL-STATE-COUNT   PIC 9(2) VALUE 0.
               05 WS-SEL-STATE-TABLE   VALUE SPACES.
                   10 WS-SEL-STATE OCCURS 10 TIMES PIC X(2).
               05 WS-STATE-SUB         PIC 9(2).

      *> C gives a comma-separated file, T a tab-separated one;
      *> Y asks for one line per contact person.
               05 WS-DELIMITER-SELECT  PIC X(1) VALUE 'C'.
               05 WS-DELIMITER         PIC X(1) VALUE ','.
               05 WS-TAB-CHARACTER     PIC X(1) VALUE X'09'.
               05 WS-CONTACTS-SW       PIC X(1) VALUE 'N'.
                   88 WS-LINE-PER-CONTACT   VALUE 'Y'.

               05 WS-RECORD-SELECTED-SW PIC X(1).
                   88 WS-RECORD-SELECTED    VALUE 'Y'.
               05 WS-STATE-MATCH-SW    PIC X(1).
                   88 WS-STATE-MATCHED      VALUE 'Y'.

      *> The output columns, in the order XTRPRM lists them.
               05 WS-COLUMN-COUNT      PIC 9(2) VALUE 0.
               05 WS-COLUMN-SUB        PIC 9(2).
               05 WS-COLUMN-TABLE.
                   10 WS-COLUMN-NAME OCCURS 40 TIMES PIC X(20).
               05 WS-PREF-WANTED-SW    PIC X(1) VALUE 'N'.
                   88 WS-PREF-WANTED        VALUE 'Y'.
               05 WS-CONT-PREF-WANTED-SW PIC X(1) VALUE 'N'.
                   88 WS-CONT-PREF-WANTED   VALUE 'Y'.

      *> One column value on its way into the line. A number
      *> goes out bare; text goes out in double quotes with
      *> any quote inside it doubled, so a company name with
      *> a comma or a quote in it stays one column.
               05 WS-COLUMN-NAME-NOW   PIC X(20).
               05 WS-FIELD-VALUE       PIC X(120).
               05 WS-FIELD-KIND        PIC X(1).
                   88 WS-FIELD-IS-NUMBER    VALUE 'N'.
                   88 WS-FIELD-IS-TEXT      VALUE 'T'.
                   88 WS-FIELD-IS-UNKNOWN   VALUE '?'.
               05 WS-VALUE-LEN         PIC 9(3).
               05 WS-CHAR-SUB          PIC 9(3).
               05 WS-ONE-CHARACTER     PIC X(1).

               05 WS-OUT-LINE          PIC X(2000).
               05 WS-OUT-POS           PIC 9(4).

      *> Opt-out flags for the line being built: the customer's
      *> own row (contact sequence 000) and the contact's row.
               05 WS-CUST-NO-MAIL      PIC X(1).
               05 WS-CUST-NO-EMAIL     PIC X(1).
               05 WS-CUST-NO-CALL      PIC X(1).
               05 WS-CONT-NO-MAIL      PIC X(1).
               05 WS-CONT-NO-EMAIL     PIC X(1).
               05 WS-CONT-NO-CALL      PIC X(1).

               05 WS-CUST-CONTACT-COUNT PIC 9(3).
               05 WS-SELECTED-COUNT    PIC 9(7) VALUE 0.
               05 WS-SKIPPED-COUNT     PIC 9(7) VALUE 0.
               05 WS-LINE-COUNT        PIC 9(7) VALUE 0.

               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM READ-EXTRACT-PARAMETERS
               PERFORM OPEN-EXTRACT-FILES

               PERFORM WRITE-HEADING-ROW
               PERFORM EXTRACT-CUSTOMERS

               PERFORM CLOSE-EXTRACT-FILES

               DISPLAY 'CUST-EXTRACT SELECTED ' WS-SELECTED-COUNT
                       ' SKIPPED ' WS-SKIPPED-COUNT
                       ' LINES '   WS-LINE-COUNT
                       ' COLUMNS ' WS-COLUMN-COUNT
                   UPON CONSOLE.
           STOP RUN.

      *> -----------------------------------------------------
      *> ABORT-RUN
      *> A half-written extract looks like a short list, so a
      *> file or parameter error stops the run loudly instead.
      *> -----------------------------------------------------
           ABORT-RUN.
               DISPLAY WS-ABORT-MESSAGE WS-ABORT-STATUS
                   UPON CONSOLE
               STOP RUN.

      *> -----------------------------------------------------
      *> READ-EXTRACT-PARAMETERS
      *> XTRPRM is optional. Line one: up to ten state codes, a
      *> create-date range, an A/I/B status switch, category,
      *> territory, the C/T delimiter and the Y/N contact
      *> switch - blank fields select everything, as on
      *> CUSTPRM. Each later line names one column. With no
      *> column lines the extract carries a standard name and
      *> address list, plus the contact's own columns when a
      *> line per contact was asked for.
      *> -----------------------------------------------------
           READ-EXTRACT-PARAMETERS.
               OPEN INPUT EXTRACT-PARAMETERS
               IF WS-PR-FILE-STATUS EQUAL '00'
                   READ EXTRACT-PARAMETERS
                       AT END MOVE 'Y' TO WS-EOF-SW
                       NOT AT END MOVE 'N' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-NO-MORE-RECORDS
                       PERFORM TAKE-SELECTION-RECORD
                   END-IF

                   PERFORM UNTIL WS-NO-MORE-RECORDS
                       READ EXTRACT-PARAMETERS
                           AT END MOVE 'Y' TO WS-EOF-SW
                           NOT AT END PERFORM TAKE-FIELD-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE EXTRACT-PARAMETERS
               END-IF

               IF WS-COLUMN-COUNT EQUAL 0
                   PERFORM TAKE-DEFAULT-COLUMNS
               END-IF.

           TAKE-SELECTION-RECORD.
               MOVE 0 TO WS-STATE-SUB
               PERFORM UNTIL WS-STATE-SUB NOT LESS THAN 10
                   ADD 1 TO WS-STATE-SUB
                   IF PR-STATE-CODE(WS-STATE-SUB) NOT EQUAL SPACES
                       ADD 1 TO WS-SEL-STATE-COUNT
                       MOVE PR-STATE-CODE(WS-STATE-SUB)
                           TO WS-SEL-STATE(WS-SEL-STATE-COUNT)
                   END-IF
               END-PERFORM

               IF PR-DATE-FROM NOT EQUAL SPACES
                   IF PR-DATE-FROM NUMERIC
                       MOVE PR-DATE-FROM TO WS-SEL-DATE-FROM
                   ELSE
                       MOVE 'XTRPRM FROM-DATE NOT NUMERIC '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF
               IF PR-DATE-TO NOT EQUAL SPACES
                   IF PR-DATE-TO NUMERIC
                       MOVE PR-DATE-TO TO WS-SEL-DATE-TO
                   ELSE
                       MOVE 'XTRPRM TO-DATE NOT NUMERIC '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               IF PR-STATUS-SELECT NOT EQUAL SPACE
                   IF PR-STATUS-SELECT EQUAL 'A'
                           OR PR-STATUS-SELECT EQUAL 'I'
                           OR PR-STATUS-SELECT EQUAL 'B'
                       MOVE PR-STATUS-SELECT TO WS-SEL-STATUS
                   ELSE
                       MOVE 'XTRPRM STATUS NOT A, I OR B '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               IF PR-CATEGORY NOT EQUAL SPACES
                   MOVE PR-CATEGORY TO WS-SEL-CATEGORY
               END-IF
               IF PR-TERRITORY NOT EQUAL SPACES
                   MOVE PR-TERRITORY TO WS-SEL-TERRITORY
               END-IF

               EVALUATE PR-DELIMITER
                   WHEN SPACE
                   WHEN 'C'
                       MOVE 'C' TO WS-DELIMITER-SELECT
                       MOVE ',' TO WS-DELIMITER
                   WHEN 'T'
                       MOVE 'T' TO WS-DELIMITER-SELECT
                       MOVE WS-TAB-CHARACTER TO WS-DELIMITER
                   WHEN OTHER
                       MOVE 'XTRPRM DELIMITER NOT C OR T '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               EVALUATE PR-CONTACTS
                   WHEN SPACE
                   WHEN 'N'
                       MOVE 'N' TO WS-CONTACTS-SW
                   WHEN 'Y'
                       MOVE 'Y' TO WS-CONTACTS-SW
                   WHEN OTHER
                       MOVE 'XTRPRM CONTACT SWITCH NOT Y OR N '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE.

      *> -----------------------------------------------------
      *> TAKE-FIELD-RECORD
      *> A column name is checked by asking TAKE-FIELD-VALUE
      *> for it: a name that paragraph does not know comes back
      *> as kind '?', and the run stops naming it.
      *> -----------------------------------------------------
           TAKE-FIELD-RECORD.
               IF PR-FIELD-NAME NOT EQUAL SPACES
                   MOVE PR-FIELD-NAME TO WS-COLUMN-NAME-NOW
                   PERFORM ADD-OUTPUT-COLUMN
               END-IF.

           TAKE-DEFAULT-COLUMNS.
               MOVE 'CUST-ID'            TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'COMPANY-NAME'       TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'LAST-NAME'          TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'FIRST-NAME'         TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'ADDRESS-1'          TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'ADDRESS-2'          TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'ADDRESS-3'          TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'CITY'               TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'STATE'              TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'ZIP'                TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'COUNTRY'            TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'EMAIL'              TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               MOVE 'PHONE'              TO WS-COLUMN-NAME-NOW
               PERFORM ADD-OUTPUT-COLUMN
               IF WS-LINE-PER-CONTACT
                   MOVE 'CONTACT-LAST-NAME'  TO WS-COLUMN-NAME-NOW
                   PERFORM ADD-OUTPUT-COLUMN
                   MOVE 'CONTACT-FIRST-NAME' TO WS-COLUMN-NAME-NOW
                   PERFORM ADD-OUTPUT-COLUMN
                   MOVE 'CONTACT-TITLE'      TO WS-COLUMN-NAME-NOW
                   PERFORM ADD-OUTPUT-COLUMN
                   MOVE 'CONTACT-EMAIL'      TO WS-COLUMN-NAME-NOW
                   PERFORM ADD-OUTPUT-COLUMN
                   MOVE 'CONTACT-PHONE'      TO WS-COLUMN-NAME-NOW
                   PERFORM ADD-OUTPUT-COLUMN
               END-IF.

      *> -----------------------------------------------------
      *> ADD-OUTPUT-COLUMN
      *> A contact column means nothing without a line per
      *> contact, so asking for one on a customer-level run
      *> stops the run rather than print an empty column.
      *> -----------------------------------------------------
           ADD-OUTPUT-COLUMN.
               PERFORM TAKE-FIELD-VALUE
               IF WS-FIELD-IS-UNKNOWN
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING 'XTRPRM UNKNOWN FIELD ' DELIMITED BY SIZE
                           WS-COLUMN-NAME-NOW DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                       INTO WS-ABORT-MESSAGE
                   END-STRING
                   MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               IF WS-COLUMN-NAME-NOW(1:8) EQUAL 'CONTACT-'
                       AND NOT WS-LINE-PER-CONTACT
                   MOVE 'XTRPRM CONTACT FIELD, SWITCH NOT Y '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               IF WS-COLUMN-COUNT NOT LESS THAN 40
                   MOVE 'XTRPRM NAMES MORE THAN 40 FIELDS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               ADD 1 TO WS-COLUMN-COUNT
               MOVE WS-COLUMN-NAME-NOW
                   TO WS-COLUMN-NAME(WS-COLUMN-COUNT)

               IF WS-COLUMN-NAME-NOW EQUAL 'NO-MAIL'
                       OR WS-COLUMN-NAME-NOW EQUAL 'NO-EMAIL'
                       OR WS-COLUMN-NAME-NOW EQUAL 'NO-CALL'
                   MOVE 'Y' TO WS-PREF-WANTED-SW
               END-IF
               IF WS-COLUMN-NAME-NOW EQUAL 'CONTACT-NO-MAIL'
                       OR WS-COLUMN-NAME-NOW EQUAL 'CONTACT-NO-EMAIL'
                       OR WS-COLUMN-NAME-NOW EQUAL 'CONTACT-NO-CALL'
                   MOVE 'Y' TO WS-CONT-PREF-WANTED-SW
               END-IF.

           OPEN-EXTRACT-FILES.
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CM-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CUSTMAST, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-CM-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE 'N' TO WS-CONT-FILE-SW
               IF WS-LINE-PER-CONTACT
                   OPEN INPUT CUSTOMER-CONTACT
                   IF WS-CN-FILE-STATUS EQUAL '00'
                       MOVE 'Y' TO WS-CONT-FILE-SW
                   ELSE
                       IF WS-CN-FILE-STATUS NOT EQUAL '35'
                           MOVE 'CANNOT OPEN CUSTCONT, STATUS '
                               TO WS-ABORT-MESSAGE
                           MOVE WS-CN-FILE-STATUS TO WS-ABORT-STATUS
                           PERFORM ABORT-RUN
                       END-IF
                   END-IF
               END-IF

               MOVE 'N' TO WS-PREF-FILE-SW
               IF WS-PREF-WANTED OR WS-CONT-PREF-WANTED
                   OPEN INPUT CUSTOMER-PREFERENCE
                   IF WS-PF-FILE-STATUS EQUAL '00'
                       MOVE 'Y' TO WS-PREF-FILE-SW
                   ELSE
                       IF WS-PF-FILE-STATUS NOT EQUAL '35'
                           MOVE 'CANNOT OPEN CUSTPREF, STATUS '
                               TO WS-ABORT-MESSAGE
                           MOVE WS-PF-FILE-STATUS TO WS-ABORT-STATUS
                           PERFORM ABORT-RUN
                       END-IF
                   END-IF
               END-IF

               OPEN OUTPUT CUSTOMER-EXTRACT
               IF WS-XT-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CUSTCSV, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-XT-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

           CLOSE-EXTRACT-FILES.
               CLOSE CUSTOMER-MASTER
               IF WS-CONT-FILE-ON-HAND
                   CLOSE CUSTOMER-CONTACT
               END-IF
               IF WS-PREF-FILE-ON-HAND
                   CLOSE CUSTOMER-PREFERENCE
               END-IF
               CLOSE CUSTOMER-EXTRACT.

      *> -----------------------------------------------------
      *> WRITE-HEADING-ROW
      *> The column names, quoted like any other text, so the
      *> spreadsheet takes row one as its headings.
      *> -----------------------------------------------------
           WRITE-HEADING-ROW.
               MOVE SPACES TO WS-OUT-LINE
               MOVE 1 TO WS-OUT-POS
               MOVE 0 TO WS-COLUMN-SUB
               PERFORM UNTIL WS-COLUMN-SUB NOT LESS THAN
                       WS-COLUMN-COUNT
                   ADD 1 TO WS-COLUMN-SUB
                   MOVE WS-COLUMN-NAME(WS-COLUMN-SUB)
                       TO WS-FIELD-VALUE
                   MOVE 'T' TO WS-FIELD-KIND
                   PERFORM APPEND-FIELD-VALUE
               END-PERFORM
               PERFORM WRITE-EXTRACT-LINE.

      *> -----------------------------------------------------
      *> EXTRACT-CUSTOMERS
      *> One pass of the master in customer ID order. A
      *> selected customer gives one line, or with a line per
      *> contact one line for each CUSTCONT row - and still one
      *> line with the contact columns empty when it has no
      *> contacts, so nobody drops off the list.
      *> -----------------------------------------------------
           EXTRACT-CUSTOMERS.
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
                       PERFORM EVALUATE-EXTRACT-SELECTION
                       IF WS-RECORD-SELECTED
                           ADD 1 TO WS-SELECTED-COUNT
                           PERFORM LOOK-UP-CUSTOMER-PREFERENCE
                           IF WS-LINE-PER-CONTACT
                               PERFORM EXTRACT-CONTACT-LINES
                           ELSE
                               MOVE SPACES TO CN-CONTACT-RECORD
                               PERFORM WRITE-CUSTOMER-LINE
                           END-IF
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-CM-FILE-STATUS NOT EQUAL '10'
                       AND WS-CM-FILE-STATUS NOT EQUAL '23'
                   MOVE 'CANNOT READ CUSTMAST, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-CM-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

      *> -----------------------------------------------------
      *> EVALUATE-EXTRACT-SELECTION
      *> The same tests CUST-REPORT makes, against the master
      *> record itself.
      *> -----------------------------------------------------
           EVALUATE-EXTRACT-SELECTION.
               MOVE 'Y' TO WS-RECORD-SELECTED-SW

               EVALUATE WS-SEL-STATUS
                   WHEN 'A'
                       IF CM-STATUS-INACTIVE
                           MOVE 'N' TO WS-RECORD-SELECTED-SW
                       END-IF
                   WHEN 'I'
                       IF NOT CM-STATUS-INACTIVE
                           MOVE 'N' TO WS-RECORD-SELECTED-SW
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF WS-RECORD-SELECTED AND WS-SEL-STATE-COUNT GREATER 0
                   MOVE 'N' TO WS-STATE-MATCH-SW
                   MOVE 0 TO WS-STATE-SUB
                   PERFORM UNTIL WS-STATE-MATCHED
                           OR WS-STATE-SUB NOT LESS THAN
                               WS-SEL-STATE-COUNT
                       ADD 1 TO WS-STATE-SUB
                       IF CM-STATE EQUAL WS-SEL-STATE(WS-STATE-SUB)
                           MOVE 'Y' TO WS-STATE-MATCH-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-STATE-MATCHED
                       MOVE 'N' TO WS-RECORD-SELECTED-SW
                   END-IF
               END-IF

               IF WS-RECORD-SELECTED
                   IF CM-CREATE-DATE LESS THAN WS-SEL-DATE-FROM
                           OR CM-CREATE-DATE GREATER THAN
                               WS-SEL-DATE-TO
                       MOVE 'N' TO WS-RECORD-SELECTED-SW
                   END-IF
               END-IF

               IF WS-RECORD-SELECTED
                       AND WS-SEL-CATEGORY NOT EQUAL SPACES
                   IF CM-CATEGORY NOT EQUAL WS-SEL-CATEGORY
                       MOVE 'N' TO WS-RECORD-SELECTED-SW
                   END-IF
               END-IF

               IF WS-RECORD-SELECTED
                       AND WS-SEL-TERRITORY NOT EQUAL SPACES
                   IF CM-TERRITORY NOT EQUAL WS-SEL-TERRITORY
                       MOVE 'N' TO WS-RECORD-SELECTED-SW
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> EXTRACT-CONTACT-LINES
      *> The contact rows of this customer sit together under
      *> its ID, in sequence order.
      *> -----------------------------------------------------
           EXTRACT-CONTACT-LINES.
               MOVE 0 TO WS-CUST-CONTACT-COUNT
               IF WS-CONT-FILE-ON-HAND
                   MOVE CM-CUST-ID TO CN-CUST-ID
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
                           IF CN-CUST-ID EQUAL CM-CUST-ID
                               ADD 1 TO WS-CUST-CONTACT-COUNT
                               PERFORM LOOK-UP-CONTACT-PREFERENCE
                               PERFORM WRITE-CUSTOMER-LINE
                           ELSE
                               MOVE '10' TO WS-CN-FILE-STATUS
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-CUST-CONTACT-COUNT EQUAL 0
                   MOVE SPACES TO CN-CONTACT-RECORD
                   MOVE SPACES TO WS-CONT-NO-MAIL WS-CONT-NO-EMAIL
                       WS-CONT-NO-CALL
                   PERFORM WRITE-CUSTOMER-LINE
               END-IF.

      *> -----------------------------------------------------
      *> LOOK-UP-CUSTOMER-PREFERENCE / LOOK-UP-CONTACT-PREFERENCE
      *> No preference row means nothing was ever opted out of.
      *> -----------------------------------------------------
           LOOK-UP-CUSTOMER-PREFERENCE.
               MOVE 'N' TO WS-CUST-NO-MAIL WS-CUST-NO-EMAIL
                   WS-CUST-NO-CALL
               IF WS-PREF-FILE-ON-HAND AND WS-PREF-WANTED
                   MOVE CM-CUST-ID TO PF-CUST-ID
                   MOVE 0 TO PF-CONTACT-SEQ
                   READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PF-NO-MAIL
                               MOVE 'Y' TO WS-CUST-NO-MAIL
                           END-IF
                           IF PF-NO-EMAIL
                               MOVE 'Y' TO WS-CUST-NO-EMAIL
                           END-IF
                           IF PF-NO-CALL
                               MOVE 'Y' TO WS-CUST-NO-CALL
                           END-IF
                   END-READ
               END-IF.

           LOOK-UP-CONTACT-PREFERENCE.
               MOVE 'N' TO WS-CONT-NO-MAIL WS-CONT-NO-EMAIL
                   WS-CONT-NO-CALL
               IF WS-PREF-FILE-ON-HAND AND WS-CONT-PREF-WANTED
                   MOVE CN-CUST-ID TO PF-CUST-ID
                   MOVE CN-CONTACT-SEQ TO PF-CONTACT-SEQ
                   READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PF-NO-MAIL
                               MOVE 'Y' TO WS-CONT-NO-MAIL
                           END-IF
                           IF PF-NO-EMAIL
                               MOVE 'Y' TO WS-CONT-NO-EMAIL
                           END-IF
                           IF PF-NO-CALL
                               MOVE 'Y' TO WS-CONT-NO-CALL
                           END-IF
                   END-READ
               END-IF.

           WRITE-CUSTOMER-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE 1 TO WS-OUT-POS
               MOVE 0 TO WS-COLUMN-SUB
               PERFORM UNTIL WS-COLUMN-SUB NOT LESS THAN
                       WS-COLUMN-COUNT
                   ADD 1 TO WS-COLUMN-SUB
                   MOVE WS-COLUMN-NAME(WS-COLUMN-SUB)
                       TO WS-COLUMN-NAME-NOW
                   PERFORM TAKE-FIELD-VALUE
                   PERFORM APPEND-FIELD-VALUE
               END-PERFORM
               PERFORM WRITE-EXTRACT-LINE
               ADD 1 TO WS-LINE-COUNT.

      *> -----------------------------------------------------
      *> TAKE-FIELD-VALUE
      *> The value and kind of column WS-COLUMN-NAME-NOW for
      *> the current master and contact records. The names are
      *> the copybook names without their CM- / CN- prefix;
      *> contact columns carry CONTACT- in front. The record
      *> stamps, ID and merge pointer go out as numbers; the
      *> merge pointer is empty on a record never merged.
      *> -----------------------------------------------------
           TAKE-FIELD-VALUE.
               MOVE SPACES TO WS-FIELD-VALUE
               MOVE 'T' TO WS-FIELD-KIND
               EVALUATE WS-COLUMN-NAME-NOW
                   WHEN 'CUST-ID'
                       MOVE CM-CUST-ID TO WS-FIELD-VALUE
                       MOVE 'N' TO WS-FIELD-KIND
                   WHEN 'STATUS'
                       MOVE CM-STATUS TO WS-FIELD-VALUE
                   WHEN 'COMPANY-NAME'
                       MOVE CM-COMPANY-NAME TO WS-FIELD-VALUE
                   WHEN 'ZIP'
                       MOVE CM-ZIP TO WS-FIELD-VALUE
                   WHEN 'LAST-NAME'
                       MOVE CM-LAST-NAME TO WS-FIELD-VALUE
                   WHEN 'FIRST-NAME'
                       MOVE CM-FIRST-NAME TO WS-FIELD-VALUE
                   WHEN 'ADDRESS-1'
                       MOVE CM-ADDRESS-1 TO WS-FIELD-VALUE
                   WHEN 'ADDRESS-2'
                       MOVE CM-ADDRESS-2 TO WS-FIELD-VALUE
                   WHEN 'ADDRESS-3'
                       MOVE CM-ADDRESS-3 TO WS-FIELD-VALUE
                   WHEN 'CITY'
                       MOVE CM-CITY TO WS-FIELD-VALUE
                   WHEN 'STATE'
                       MOVE CM-STATE TO WS-FIELD-VALUE
                   WHEN 'COUNTRY'
                       MOVE CM-COUNTRY TO WS-FIELD-VALUE
                   WHEN 'EMAIL'
                       MOVE CM-EMAIL TO WS-FIELD-VALUE
                   WHEN 'PHONE'
                       MOVE CM-PHONE TO WS-FIELD-VALUE
                   WHEN 'PHONE-EXT'
                       MOVE CM-PHONE-EXT TO WS-FIELD-VALUE
                   WHEN 'MOBILE'
                       MOVE CM-MOBILE TO WS-FIELD-VALUE
                   WHEN 'CREATE-USERNAME'
                       MOVE CM-CREATE-USERNAME TO WS-FIELD-VALUE
                   WHEN 'CREATE-DATE'
                       MOVE CM-CREATE-DATE TO WS-FIELD-VALUE
                       MOVE 'N' TO WS-FIELD-KIND
                   WHEN 'CREATE-TIME'
                       MOVE CM-CREATE-TIME TO WS-FIELD-VALUE
                       MOVE 'N' TO WS-FIELD-KIND
                   WHEN 'UPDATE-USERNAME'
                       MOVE CM-UPDATE-USERNAME TO WS-FIELD-VALUE
                   WHEN 'UPDATE-DATE'
                       MOVE CM-UPDATE-DATE TO WS-FIELD-VALUE
                       MOVE 'N' TO WS-FIELD-KIND
                   WHEN 'UPDATE-TIME'
                       MOVE CM-UPDATE-TIME TO WS-FIELD-VALUE
                       MOVE 'N' TO WS-FIELD-KIND
                   WHEN 'MERGED-INTO'
                       IF CM-MERGED-INTO NUMERIC
                           MOVE CM-MERGED-INTO TO WS-FIELD-VALUE
                       END-IF
                       MOVE 'N' TO WS-FIELD-KIND
                   WHEN 'CATEGORY'
                       MOVE CM-CATEGORY TO WS-FIELD-VALUE
                   WHEN 'TERRITORY'
                       MOVE CM-TERRITORY TO WS-FIELD-VALUE
                   WHEN 'NO-MAIL'
                       MOVE WS-CUST-NO-MAIL TO WS-FIELD-VALUE
                   WHEN 'NO-EMAIL'
                       MOVE WS-CUST-NO-EMAIL TO WS-FIELD-VALUE
                   WHEN 'NO-CALL'
                       MOVE WS-CUST-NO-CALL TO WS-FIELD-VALUE
                   WHEN 'CONTACT-SEQ'
                       IF CN-CONTACT-SEQ NUMERIC
                           MOVE CN-CONTACT-SEQ TO WS-FIELD-VALUE
                       END-IF
                       MOVE 'N' TO WS-FIELD-KIND
                   WHEN 'CONTACT-LAST-NAME'
                       MOVE CN-LAST-NAME TO WS-FIELD-VALUE
                   WHEN 'CONTACT-FIRST-NAME'
                       MOVE CN-FIRST-NAME TO WS-FIELD-VALUE
                   WHEN 'CONTACT-TITLE'
                       MOVE CN-TITLE TO WS-FIELD-VALUE
                   WHEN 'CONTACT-EMAIL'
                       MOVE CN-EMAIL TO WS-FIELD-VALUE
                   WHEN 'CONTACT-PHONE'
                       MOVE CN-PHONE TO WS-FIELD-VALUE
                   WHEN 'CONTACT-PRIMARY'
                       MOVE CN-PRIMARY-SW TO WS-FIELD-VALUE
                   WHEN 'CONTACT-NO-MAIL'
                       MOVE WS-CONT-NO-MAIL TO WS-FIELD-VALUE
                   WHEN 'CONTACT-NO-EMAIL'
                       MOVE WS-CONT-NO-EMAIL TO WS-FIELD-VALUE
                   WHEN 'CONTACT-NO-CALL'
                       MOVE WS-CONT-NO-CALL TO WS-FIELD-VALUE
                   WHEN OTHER
                       MOVE '?' TO WS-FIELD-KIND
               END-EVALUATE.

      *> -----------------------------------------------------
      *> APPEND-FIELD-VALUE
      *> Trailing spaces are dropped; a number goes out as it
      *> stands, text inside double quotes with each quote in
      *> it doubled.
      *> -----------------------------------------------------
           APPEND-FIELD-VALUE.
               IF WS-COLUMN-SUB GREATER THAN 1
                   MOVE WS-DELIMITER TO WS-ONE-CHARACTER
                   PERFORM APPEND-ONE-CHARACTER
               END-IF

               MOVE 120 TO WS-VALUE-LEN
               PERFORM UNTIL WS-VALUE-LEN EQUAL 0
                       OR WS-FIELD-VALUE(WS-VALUE-LEN:1) NOT EQUAL SPACE
                   SUBTRACT 1 FROM WS-VALUE-LEN
               END-PERFORM

               IF WS-FIELD-IS-TEXT
                   MOVE '"' TO WS-ONE-CHARACTER
                   PERFORM APPEND-ONE-CHARACTER
               END-IF

               MOVE 0 TO WS-CHAR-SUB
               PERFORM UNTIL WS-CHAR-SUB NOT LESS THAN WS-VALUE-LEN
                   ADD 1 TO WS-CHAR-SUB
                   MOVE WS-FIELD-VALUE(WS-CHAR-SUB:1)
                       TO WS-ONE-CHARACTER
                   IF WS-ONE-CHARACTER EQUAL '"'
                           AND WS-FIELD-IS-TEXT
                       PERFORM APPEND-ONE-CHARACTER
                   END-IF
                   PERFORM APPEND-ONE-CHARACTER
               END-PERFORM

               IF WS-FIELD-IS-TEXT
                   MOVE '"' TO WS-ONE-CHARACTER
                   PERFORM APPEND-ONE-CHARACTER
               END-IF.

           APPEND-ONE-CHARACTER.
               IF WS-OUT-POS GREATER THAN 2000
                   MOVE 'CUSTCSV LINE OVER 2000 BYTES, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-XT-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF
               MOVE WS-ONE-CHARACTER TO WS-OUT-LINE(WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS.

           WRITE-EXTRACT-LINE.
               WRITE XT-LINE FROM WS-OUT-LINE
               IF WS-XT-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE CUSTCSV, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-XT-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.
