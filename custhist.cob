       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-HISTORY.

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

           SELECT CUSTOMER-NOTES ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-NOTE-KEY
               FILE STATUS IS WS-NT-FILE-STATUS.

           SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CUST-ID
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT ARCHIVE-NOTES ASSIGN TO "ARCHNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-NOTE-KEY
               FILE STATUS IS WS-AN-FILE-STATUS.

           SELECT CUSTOMER-AUDIT-LOG ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN USING WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.

           SELECT LOG-CATALOG ASSIGN TO "LOGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CLOSE-KEY
               FILE STATUS IS WS-LC-FILE-STATUS.

           SELECT HISTORY-PARAMETERS ASSIGN TO "HISTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "HISTSORT".

           SELECT HISTORY-REPORT ASSIGN TO "HISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CUSTOMER-NOTES.
           COPY CUSTNOTE.

       FD  ARCHIVE-MASTER.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==AR-==.

       FD  ARCHIVE-NOTES.
           COPY CUSTNOTE REPLACING LEADING ==NT-== BY ==AN-==.

       FD  CUSTOMER-AUDIT-LOG.
           COPY AUDITLOG.

       FD  CUSTOMER-JOURNAL.
           COPY CUSTJRNL.

       FD  LOG-CATALOG.
           COPY LOGCAT.

       FD  HISTORY-PARAMETERS.
           01 PR-PARAMETER-RECORD.
               05 PR-CUST-ID           PIC X(8).

       SD  SORT-WORK.
           COPY HISTSORT.

       FD  HISTORY-REPORT.
           01 RP-LINE                  PIC X(136).

       WORKING-STORAGE SECTION.
           01 WS-WORK-FIELDS.
               05 WS-CM-FILE-STATUS    PIC XX.
               05 WS-NT-FILE-STATUS    PIC XX.
               05 WS-AR-FILE-STATUS    PIC XX.
               05 WS-AN-FILE-STATUS    PIC XX.
               05 WS-AL-FILE-STATUS    PIC XX.
               05 WS-JR-FILE-STATUS    PIC XX.
               05 WS-LC-FILE-STATUS    PIC XX.
               05 WS-PR-FILE-STATUS    PIC XX.
               05 WS-RP-FILE-STATUS    PIC XX.

               05 WS-AUDIT-FILE-NAME   PIC X(12).
               05 WS-JOURNAL-FILE-NAME PIC X(12).

               05 WS-SYS-DATE          PIC 9(8).

               05 WS-EOF-SW            PIC X(1).
                   88 WS-NO-MORE-RECORDS   VALUE 'Y'.

      *> The live notes file and both archive files may not be
      *> on disk on a box that has never used them; a customer
      *> simply has no rows there then.
               05 WS-NOTES-FILE-SW     PIC X(1).
                   88 WS-NOTES-ON-HAND      VALUE 'Y'.
               05 WS-ARCH-MAST-SW      PIC X(1).
                   88 WS-ARCH-MAST-ON-HAND  VALUE 'Y'.
               05 WS-ARCH-NOTES-SW     PIC X(1).
                   88 WS-ARCH-NOTES-ON-HAND VALUE 'Y'.

      *> Requested customer IDs, kept in ascending order with
      *> duplicates dropped as HISTPRM is read, so the sorted
      *> events can be matched to them in a single pass.
               05 WS-REQ-COUNT         PIC 9(3) VALUE 0.
               05 WS-REQ-SUB           PIC 9(3).
               05 WS-REQ-SHIFT         PIC 9(3).
               05 WS-REQ-TABLE.
                   10 WS-REQ-CUST-ID OCCURS 100 TIMES PIC 9(8).
               05 WS-PARM-ID           PIC 9(8).
               05 WS-ID-WANTED-SW      PIC X(1).
                   88 WS-ID-IS-WANTED       VALUE 'Y'.
               05 WS-LOOK-ID           PIC 9(8).

               05 WS-EVENT-SEQ         PIC 9(7) VALUE 0.
               05 WS-FIELD-NAME        PIC X(14).
               05 WS-OLD-VALUE         PIC X(60).
               05 WS-NEW-VALUE         PIC X(60).

               05 WS-CUST-AUDIT-COUNT  PIC 9(7).
               05 WS-CUST-FIELD-COUNT  PIC 9(7).
               05 WS-CUST-NOTE-COUNT   PIC 9(7).

               05 WS-AUDIT-MATCH-COUNT PIC 9(7) VALUE 0.
               05 WS-FIELD-MATCH-COUNT PIC 9(7) VALUE 0.
               05 WS-NOTE-MATCH-COUNT  PIC 9(7) VALUE 0.
               05 WS-NO-HISTORY-COUNT  PIC 9(7) VALUE 0.

               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

      *> The two journal images laid over the master layout so
      *> they can be compared field by field.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==JB-==.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==JA-==.

           01 WS-HEADING-LINE.
               05 FILLER               PIC X(34)
                   VALUE 'CUSTOMER LIFETIME HISTORY - DATE '.
               05 HD-RUN-DATE          PIC 9(8).

           01 WS-CUSTOMER-HEADING-LINE.
               05 FILLER               PIC X(10) VALUE 'CUSTOMER: '.
               05 CH-CUST-ID           PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 CH-COMPANY-NAME      PIC X(40).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 CH-WHERE             PIC X(20).

           01 WS-COLUMN-HEADING-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FILLER               PIC X(10) VALUE 'DATE'.
               05 FILLER               PIC X(10) VALUE 'TIME'.
               05 FILLER               PIC X(22) VALUE 'OPERATOR'.
               05 FILLER               PIC X(12) VALUE 'ACTION'.
               05 FILLER               PIC X(6)  VALUE 'DETAIL'.

      *> A changed field prints on two lines - the WAS value on
      *> the line carrying the who and when, the NOW value
      *> under it. Values wider than the column (only the email
      *> address can be) print their first sixty characters.
           01 WS-DETAIL-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 DT-EVENT-DATE        PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 DT-EVENT-TIME        PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 DT-USERNAME          PIC X(20).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 DT-ACTION            PIC X(10).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 DT-FIELD-NAME        PIC X(14).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 DT-VALUE-TAG         PIC X(5).
               05 DT-VALUE             PIC X(60).

           01 WS-COUNT-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 CT-TEXT              PIC X(34).
               05 CT-COUNT             PIC 9(8).

       PROCEDURE DIVISION.
           BEGIN.
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD

               PERFORM READ-HISTORY-PARAMETERS
               PERFORM OPEN-HISTORY-FILES
               PERFORM WRITE-REPORT-HEADING

               SORT SORT-WORK
                   ON ASCENDING KEY SH-CUST-ID
                   ON ASCENDING KEY SH-EVENT-DATE
                   ON ASCENDING KEY SH-EVENT-TIME
                   ON ASCENDING KEY SH-SOURCE-RANK
                   ON ASCENDING KEY SH-EVENT-SEQ
                   INPUT PROCEDURE IS GATHER-HISTORY-EVENTS
                   OUTPUT PROCEDURE IS PRINT-CUSTOMER-HISTORIES

               PERFORM WRITE-REPORT-TRAILER
               PERFORM CLOSE-HISTORY-FILES

               DISPLAY 'CUST-HISTORY CUSTOMERS ' WS-REQ-COUNT
                       ' ACTIONS ' WS-AUDIT-MATCH-COUNT
                       ' FIELDS '  WS-FIELD-MATCH-COUNT
                       ' NOTES '   WS-NOTE-MATCH-COUNT
                   UPON CONSOLE.
           STOP RUN.

      *> -----------------------------------------------------
      *> ABORT-RUN
      *> This listing goes to the customer and to compliance
      *> as the whole story, so a file error stops the run
      *> rather than print a history with a gap in it.
      *> -----------------------------------------------------
           ABORT-RUN.
               DISPLAY WS-ABORT-MESSAGE WS-ABORT-STATUS
                   UPON CONSOLE
               STOP RUN.

      *> -----------------------------------------------------
      *> READ-HISTORY-PARAMETERS
      *> HISTPRM carries one customer ID per line; blank lines
      *> are passed over. The run is pointless without at least
      *> one ID, and an ID that is not a number stops it rather
      *> than quietly printing somebody else's history.
      *> -----------------------------------------------------
           READ-HISTORY-PARAMETERS.
               OPEN INPUT HISTORY-PARAMETERS
               IF WS-PR-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN HISTPRM, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ HISTORY-PARAMETERS
                       AT END MOVE 'Y' TO WS-EOF-SW
                       NOT AT END PERFORM TAKE-PARAMETER-ID
                   END-READ
               END-PERFORM

               CLOSE HISTORY-PARAMETERS

               IF WS-REQ-COUNT EQUAL 0
                   MOVE 'HISTPRM NAMES NO CUSTOMER IDS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

           TAKE-PARAMETER-ID.
               IF PR-CUST-ID NOT EQUAL SPACES
                   IF PR-CUST-ID NUMERIC
                       MOVE PR-CUST-ID TO WS-PARM-ID
                       PERFORM ADD-REQUESTED-ID
                   ELSE
                       MOVE 'HISTPRM CUST ID NOT NUMERIC '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> ADD-REQUESTED-ID
      *> Insert WS-PARM-ID at its place in the ascending table,
      *> shifting the larger IDs down one slot. An ID already
      *> in the table is not added twice.
      *> -----------------------------------------------------
           ADD-REQUESTED-ID.
               MOVE 1 TO WS-REQ-SUB
               PERFORM UNTIL WS-REQ-SUB GREATER THAN WS-REQ-COUNT
                       OR WS-REQ-CUST-ID(WS-REQ-SUB) NOT LESS THAN
                           WS-PARM-ID
                   ADD 1 TO WS-REQ-SUB
               END-PERFORM

               IF WS-REQ-SUB NOT GREATER THAN WS-REQ-COUNT
                       AND WS-REQ-CUST-ID(WS-REQ-SUB) EQUAL WS-PARM-ID
                   CONTINUE
               ELSE
                   IF WS-REQ-COUNT NOT LESS THAN 100
                       MOVE 'HISTPRM HOLDS MORE THAN 100 IDS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF

                   MOVE WS-REQ-COUNT TO WS-REQ-SHIFT
                   PERFORM UNTIL WS-REQ-SHIFT LESS THAN WS-REQ-SUB
                       MOVE WS-REQ-CUST-ID(WS-REQ-SHIFT)
                           TO WS-REQ-CUST-ID(WS-REQ-SHIFT + 1)
                       SUBTRACT 1 FROM WS-REQ-SHIFT
                   END-PERFORM

                   MOVE WS-PARM-ID TO WS-REQ-CUST-ID(WS-REQ-SUB)
                   ADD 1 TO WS-REQ-COUNT
               END-IF.

      *> -----------------------------------------------------
      *> IS-REQUESTED-ID
      *> Set WS-ID-IS-WANTED when WS-LOOK-ID is in the table.
      *> The table is ascending, so the scan stops at the first
      *> entry that is not smaller.
      *> -----------------------------------------------------
           IS-REQUESTED-ID.
               MOVE 'N' TO WS-ID-WANTED-SW
               MOVE 1 TO WS-REQ-SUB
               PERFORM UNTIL WS-REQ-SUB GREATER THAN WS-REQ-COUNT
                       OR WS-REQ-CUST-ID(WS-REQ-SUB) NOT LESS THAN
                           WS-LOOK-ID
                   ADD 1 TO WS-REQ-SUB
               END-PERFORM

               IF WS-REQ-SUB NOT GREATER THAN WS-REQ-COUNT
                       AND WS-REQ-CUST-ID(WS-REQ-SUB) EQUAL WS-LOOK-ID
                   MOVE 'Y' TO WS-ID-WANTED-SW
               END-IF.

           OPEN-HISTORY-FILES.
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CM-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CUSTOMER-MASTER, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-CM-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE 'N' TO WS-NOTES-FILE-SW
               OPEN INPUT CUSTOMER-NOTES
               EVALUATE WS-NT-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-NOTES-FILE-SW
                   WHEN '35'
                       MOVE 'N' TO WS-NOTES-FILE-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN CUSTNOTE, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-NT-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               MOVE 'N' TO WS-ARCH-MAST-SW
               OPEN INPUT ARCHIVE-MASTER
               EVALUATE WS-AR-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-ARCH-MAST-SW
                   WHEN '35'
                       MOVE 'N' TO WS-ARCH-MAST-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN ARCHMAST, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-AR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               MOVE 'N' TO WS-ARCH-NOTES-SW
               OPEN INPUT ARCHIVE-NOTES
               EVALUATE WS-AN-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-ARCH-NOTES-SW
                   WHEN '35'
                       MOVE 'N' TO WS-ARCH-NOTES-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN ARCHNOTE, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-AN-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               OPEN OUTPUT HISTORY-REPORT
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN HISTRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

           CLOSE-HISTORY-FILES.
               CLOSE CUSTOMER-MASTER
               IF WS-NOTES-ON-HAND
                   CLOSE CUSTOMER-NOTES
               END-IF
               IF WS-ARCH-MAST-ON-HAND
                   CLOSE ARCHIVE-MASTER
               END-IF
               IF WS-ARCH-NOTES-ON-HAND
                   CLOSE ARCHIVE-NOTES
               END-IF
               CLOSE HISTORY-REPORT.

           WRITE-REPORT-HEADING.
               MOVE WS-SYS-DATE TO HD-RUN-DATE
               WRITE RP-LINE FROM WS-HEADING-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

      *> -----------------------------------------------------
      *> GATHER-HISTORY-EVENTS
      *> SORT input procedure: one pass over every closed audit
      *> and journal segment on the catalog and over the live
      *> audit log and journal, then the note rows of each
      *> requested customer on the live and archive notes files.
      *> The sort puts the segments back in time order.
      *> -----------------------------------------------------
           GATHER-HISTORY-EVENTS.
               PERFORM GATHER-CLOSED-SEGMENTS

               MOVE 'AUDITLOG' TO WS-AUDIT-FILE-NAME
               PERFORM GATHER-AUDIT-EVENTS
               MOVE 'CUSTJRNL' TO WS-JOURNAL-FILE-NAME
               PERFORM GATHER-JOURNAL-EVENTS

               MOVE 0 TO WS-REQ-SHIFT
               PERFORM UNTIL WS-REQ-SHIFT NOT LESS THAN WS-REQ-COUNT
                   ADD 1 TO WS-REQ-SHIFT
                   MOVE WS-REQ-CUST-ID(WS-REQ-SHIFT) TO WS-LOOK-ID
                   IF WS-NOTES-ON-HAND
                       PERFORM GATHER-LIVE-NOTES
                   END-IF
                   IF WS-ARCH-NOTES-ON-HAND
                       PERFORM GATHER-ARCHIVE-NOTES
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> GATHER-CLOSED-SEGMENTS
      *> A segment the catalog names but the disk no longer
      *> holds stops the run, the same as a missing live log.
      *> -----------------------------------------------------
           GATHER-CLOSED-SEGMENTS.
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
                           IF LC-AUDIT-COUNT GREATER THAN 0
                               MOVE LC-AUDIT-FILE-NAME
                                   TO WS-AUDIT-FILE-NAME
                               PERFORM GATHER-AUDIT-EVENTS
                           END-IF
                           IF LC-JOURNAL-COUNT GREATER THAN 0
                               MOVE LC-JOURNAL-FILE-NAME
                                   TO WS-JOURNAL-FILE-NAME
                               PERFORM GATHER-JOURNAL-EVENTS
                           END-IF
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
               END-IF.

           GATHER-AUDIT-EVENTS.
               OPEN INPUT CUSTOMER-AUDIT-LOG
               IF WS-AL-FILE-STATUS NOT EQUAL '00'
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                           WS-AUDIT-FILE-NAME DELIMITED BY SPACE
                           ', STATUS ' DELIMITED BY SIZE
                       INTO WS-ABORT-MESSAGE
                   END-STRING
                   MOVE WS-AL-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ CUSTOMER-AUDIT-LOG NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ

                   IF NOT WS-NO-MORE-RECORDS
                       MOVE AL-CUST-ID TO WS-LOOK-ID
                       PERFORM IS-REQUESTED-ID
                       IF WS-ID-IS-WANTED
                           MOVE SPACES          TO SH-HISTORY-RECORD
                           MOVE AL-CUST-ID      TO SH-CUST-ID
                           MOVE AL-ACTION-DATE  TO SH-EVENT-DATE
                           MOVE AL-ACTION-TIME  TO SH-EVENT-TIME
                           MOVE 1               TO SH-SOURCE-RANK
                           MOVE AL-USERNAME     TO SH-USERNAME
                           MOVE AL-ACTION       TO SH-ACTION
                           PERFORM RELEASE-HISTORY-EVENT
                           ADD 1 TO WS-AUDIT-MATCH-COUNT
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE CUSTOMER-AUDIT-LOG.

      *> -----------------------------------------------------
      *> GATHER-JOURNAL-EVENTS
      *> Each journal entry for a requested customer becomes
      *> one event per field that differs between its before
      *> and after images. An ADD has a blank before image, so
      *> it lists every field the record was created with. The
      *> update stamps are left out - the line already carries
      *> the operator and the time.
      *> -----------------------------------------------------
           GATHER-JOURNAL-EVENTS.
               OPEN INPUT CUSTOMER-JOURNAL
               IF WS-JR-FILE-STATUS NOT EQUAL '00'
                   MOVE SPACES TO WS-ABORT-MESSAGE
                   STRING 'CANNOT OPEN ' DELIMITED BY SIZE
                           WS-JOURNAL-FILE-NAME DELIMITED BY SPACE
                           ', STATUS ' DELIMITED BY SIZE
                       INTO WS-ABORT-MESSAGE
                   END-STRING
                   MOVE WS-JR-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   READ CUSTOMER-JOURNAL NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ

                   IF NOT WS-NO-MORE-RECORDS
                       MOVE JR-CUST-ID TO WS-LOOK-ID
                       PERFORM IS-REQUESTED-ID
                       IF WS-ID-IS-WANTED
                           MOVE JR-BEFORE-IMAGE TO JB-CUSTOMER-RECORD
                           MOVE JR-AFTER-IMAGE  TO JA-CUSTOMER-RECORD
                           PERFORM COMPARE-JOURNAL-IMAGES
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE CUSTOMER-JOURNAL.

           COMPARE-JOURNAL-IMAGES.
               IF JB-STATUS NOT EQUAL JA-STATUS
                   MOVE 'STATUS'        TO WS-FIELD-NAME
                   MOVE JB-STATUS       TO WS-OLD-VALUE
                   MOVE JA-STATUS       TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-COMPANY-NAME NOT EQUAL JA-COMPANY-NAME
                   MOVE 'COMPANY'       TO WS-FIELD-NAME
                   MOVE JB-COMPANY-NAME TO WS-OLD-VALUE
                   MOVE JA-COMPANY-NAME TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-LAST-NAME NOT EQUAL JA-LAST-NAME
                   MOVE 'LAST NAME'     TO WS-FIELD-NAME
                   MOVE JB-LAST-NAME    TO WS-OLD-VALUE
                   MOVE JA-LAST-NAME    TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-FIRST-NAME NOT EQUAL JA-FIRST-NAME
                   MOVE 'FIRST NAME'    TO WS-FIELD-NAME
                   MOVE JB-FIRST-NAME   TO WS-OLD-VALUE
                   MOVE JA-FIRST-NAME   TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-ADDRESS-1 NOT EQUAL JA-ADDRESS-1
                   MOVE 'ADDRESS 1'     TO WS-FIELD-NAME
                   MOVE JB-ADDRESS-1    TO WS-OLD-VALUE
                   MOVE JA-ADDRESS-1    TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-ADDRESS-2 NOT EQUAL JA-ADDRESS-2
                   MOVE 'ADDRESS 2'     TO WS-FIELD-NAME
                   MOVE JB-ADDRESS-2    TO WS-OLD-VALUE
                   MOVE JA-ADDRESS-2    TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-ADDRESS-3 NOT EQUAL JA-ADDRESS-3
                   MOVE 'ADDRESS 3'     TO WS-FIELD-NAME
                   MOVE JB-ADDRESS-3    TO WS-OLD-VALUE
                   MOVE JA-ADDRESS-3    TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-CITY NOT EQUAL JA-CITY
                   MOVE 'CITY'          TO WS-FIELD-NAME
                   MOVE JB-CITY         TO WS-OLD-VALUE
                   MOVE JA-CITY         TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-STATE NOT EQUAL JA-STATE
                   MOVE 'STATE'         TO WS-FIELD-NAME
                   MOVE JB-STATE        TO WS-OLD-VALUE
                   MOVE JA-STATE        TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-ZIP NOT EQUAL JA-ZIP
                   MOVE 'ZIP'           TO WS-FIELD-NAME
                   MOVE JB-ZIP          TO WS-OLD-VALUE
                   MOVE JA-ZIP          TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-COUNTRY NOT EQUAL JA-COUNTRY
                   MOVE 'COUNTRY'       TO WS-FIELD-NAME
                   MOVE JB-COUNTRY      TO WS-OLD-VALUE
                   MOVE JA-COUNTRY      TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-EMAIL NOT EQUAL JA-EMAIL
                   MOVE 'EMAIL'         TO WS-FIELD-NAME
                   MOVE JB-EMAIL        TO WS-OLD-VALUE
                   MOVE JA-EMAIL        TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-PHONE NOT EQUAL JA-PHONE
                   MOVE 'PHONE'         TO WS-FIELD-NAME
                   MOVE JB-PHONE        TO WS-OLD-VALUE
                   MOVE JA-PHONE        TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-PHONE-EXT NOT EQUAL JA-PHONE-EXT
                   MOVE 'PHONE EXT'     TO WS-FIELD-NAME
                   MOVE JB-PHONE-EXT    TO WS-OLD-VALUE
                   MOVE JA-PHONE-EXT    TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-MOBILE NOT EQUAL JA-MOBILE
                   MOVE 'MOBILE'        TO WS-FIELD-NAME
                   MOVE JB-MOBILE       TO WS-OLD-VALUE
                   MOVE JA-MOBILE       TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-CATEGORY NOT EQUAL JA-CATEGORY
                   MOVE 'CATEGORY'      TO WS-FIELD-NAME
                   MOVE JB-CATEGORY     TO WS-OLD-VALUE
                   MOVE JA-CATEGORY     TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
               IF JB-TERRITORY NOT EQUAL JA-TERRITORY
                   MOVE 'TERRITORY'     TO WS-FIELD-NAME
                   MOVE JB-TERRITORY    TO WS-OLD-VALUE
                   MOVE JA-TERRITORY    TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF
      *> Spaces on a record never merged, so compared and moved
      *> as characters rather than as a number.
               IF JB-MERGED-INTO(1:8) NOT EQUAL JA-MERGED-INTO(1:8)
                   MOVE 'MERGED INTO'   TO WS-FIELD-NAME
                   MOVE JB-MERGED-INTO(1:8) TO WS-OLD-VALUE
                   MOVE JA-MERGED-INTO(1:8) TO WS-NEW-VALUE
                   PERFORM RELEASE-FIELD-CHANGE
               END-IF.

           RELEASE-FIELD-CHANGE.
               MOVE SPACES          TO SH-HISTORY-RECORD
               MOVE JR-CUST-ID      TO SH-CUST-ID
               MOVE JR-ACTION-DATE  TO SH-EVENT-DATE
               MOVE JR-ACTION-TIME  TO SH-EVENT-TIME
               MOVE 2               TO SH-SOURCE-RANK
               MOVE JR-USERNAME     TO SH-USERNAME
               MOVE JR-ACTION       TO SH-ACTION
               MOVE WS-FIELD-NAME   TO SH-FIELD-NAME
               MOVE WS-OLD-VALUE    TO SH-OLD-VALUE
               MOVE WS-NEW-VALUE    TO SH-NEW-VALUE
               PERFORM RELEASE-HISTORY-EVENT
               ADD 1 TO WS-FIELD-MATCH-COUNT.

      *> -----------------------------------------------------
      *> GATHER-LIVE-NOTES / GATHER-ARCHIVE-NOTES
      *> Walk the customer's note group from sequence zero
      *> until the customer ID changes. An archived customer's
      *> notes were moved to ARCHNOTE with it, so both files
      *> are read.
      *> -----------------------------------------------------
           GATHER-LIVE-NOTES.
               MOVE WS-LOOK-ID TO NT-CUST-ID
               MOVE 0 TO NT-NOTE-SEQ
               START CUSTOMER-NOTES KEY IS GREATER THAN NT-NOTE-KEY
                   INVALID KEY MOVE '23' TO WS-NT-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-NT-FILE-STATUS
               END-START

               PERFORM UNTIL WS-NT-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-NOTES NEXT RECORD
                       AT END MOVE '10' TO WS-NT-FILE-STATUS
                   END-READ

                   IF WS-NT-FILE-STATUS EQUAL '00'
                       IF NT-CUST-ID NOT EQUAL WS-LOOK-ID
                           MOVE '10' TO WS-NT-FILE-STATUS
                       ELSE
                           MOVE SPACES          TO SH-HISTORY-RECORD
                           MOVE NT-CUST-ID      TO SH-CUST-ID
                           MOVE NT-NOTE-DATE    TO SH-EVENT-DATE
                           MOVE NT-NOTE-TIME    TO SH-EVENT-TIME
                           MOVE 3               TO SH-SOURCE-RANK
                           MOVE NT-USERNAME     TO SH-USERNAME
                           MOVE 'NOTE'          TO SH-ACTION
                           MOVE NT-NOTE-TEXT    TO SH-NEW-VALUE
                           PERFORM RELEASE-HISTORY-EVENT
                           ADD 1 TO WS-NOTE-MATCH-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

           GATHER-ARCHIVE-NOTES.
               MOVE WS-LOOK-ID TO AN-CUST-ID
               MOVE 0 TO AN-NOTE-SEQ
               START ARCHIVE-NOTES KEY IS GREATER THAN AN-NOTE-KEY
                   INVALID KEY MOVE '23' TO WS-AN-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-AN-FILE-STATUS
               END-START

               PERFORM UNTIL WS-AN-FILE-STATUS NOT EQUAL '00'
                   READ ARCHIVE-NOTES NEXT RECORD
                       AT END MOVE '10' TO WS-AN-FILE-STATUS
                   END-READ

                   IF WS-AN-FILE-STATUS EQUAL '00'
                       IF AN-CUST-ID NOT EQUAL WS-LOOK-ID
                           MOVE '10' TO WS-AN-FILE-STATUS
                       ELSE
                           MOVE SPACES          TO SH-HISTORY-RECORD
                           MOVE AN-CUST-ID      TO SH-CUST-ID
                           MOVE AN-NOTE-DATE    TO SH-EVENT-DATE
                           MOVE AN-NOTE-TIME    TO SH-EVENT-TIME
                           MOVE 3               TO SH-SOURCE-RANK
                           MOVE AN-USERNAME     TO SH-USERNAME
                           MOVE 'NOTE'          TO SH-ACTION
                           MOVE AN-NOTE-TEXT    TO SH-NEW-VALUE
                           PERFORM RELEASE-HISTORY-EVENT
                           ADD 1 TO WS-NOTE-MATCH-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

           RELEASE-HISTORY-EVENT.
               ADD 1 TO WS-EVENT-SEQ
               MOVE WS-EVENT-SEQ TO SH-EVENT-SEQ
               RELEASE SH-HISTORY-RECORD.

      *> -----------------------------------------------------
      *> PRINT-CUSTOMER-HISTORIES
      *> SORT output procedure. The events come back in
      *> customer order and the request table is in the same
      *> order, so each requested customer gets its section in
      *> turn - including one nothing was found for, which
      *> still prints to say so.
      *> -----------------------------------------------------
           PRINT-CUSTOMER-HISTORIES.
               MOVE 'N' TO WS-EOF-SW
               PERFORM RETURN-NEXT-EVENT

               MOVE 0 TO WS-REQ-SHIFT
               PERFORM UNTIL WS-REQ-SHIFT NOT LESS THAN WS-REQ-COUNT
                   ADD 1 TO WS-REQ-SHIFT
                   PERFORM START-CUSTOMER-HISTORY
                   PERFORM UNTIL WS-NO-MORE-RECORDS
                           OR SH-CUST-ID NOT EQUAL
                               WS-REQ-CUST-ID(WS-REQ-SHIFT)
                       PERFORM WRITE-HISTORY-EVENT
                       PERFORM RETURN-NEXT-EVENT
                   END-PERFORM
                   PERFORM WRITE-CUSTOMER-FOOTER
               END-PERFORM.

           RETURN-NEXT-EVENT.
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-RETURN.

      *> -----------------------------------------------------
      *> START-CUSTOMER-HISTORY
      *> Name the customer from the live master, or from the
      *> archive when the record has been taken off the
      *> working set.
      *> -----------------------------------------------------
           START-CUSTOMER-HISTORY.
               MOVE 0 TO WS-CUST-AUDIT-COUNT
               MOVE 0 TO WS-CUST-FIELD-COUNT
               MOVE 0 TO WS-CUST-NOTE-COUNT

               MOVE SPACES TO WS-CUSTOMER-HEADING-LINE
               MOVE WS-REQ-CUST-ID(WS-REQ-SHIFT) TO CH-CUST-ID
               MOVE WS-REQ-CUST-ID(WS-REQ-SHIFT) TO CM-CUST-ID
               READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                   INVALID KEY
                       MOVE '** NOT ON FILE **' TO CH-COMPANY-NAME
                       PERFORM LOOK-UP-ARCHIVED-CUSTOMER
                   NOT INVALID KEY
                       MOVE CM-COMPANY-NAME TO CH-COMPANY-NAME
                       IF CM-STATUS-INACTIVE
                           MOVE '(INACTIVE)' TO CH-WHERE
                       ELSE
                           MOVE '(ACTIVE)' TO CH-WHERE
                       END-IF
               END-READ

               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               WRITE RP-LINE FROM WS-CUSTOMER-HEADING-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               WRITE RP-LINE FROM WS-COLUMN-HEADING-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           LOOK-UP-ARCHIVED-CUSTOMER.
               IF WS-ARCH-MAST-ON-HAND
                   MOVE WS-REQ-CUST-ID(WS-REQ-SHIFT) TO AR-CUST-ID
                   READ ARCHIVE-MASTER KEY IS AR-CUST-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AR-COMPANY-NAME TO CH-COMPANY-NAME
                           MOVE '(ARCHIVED)' TO CH-WHERE
                   END-READ
               END-IF.

           WRITE-HISTORY-EVENT.
               MOVE SPACES         TO WS-DETAIL-LINE
               MOVE SH-EVENT-DATE  TO DT-EVENT-DATE
               MOVE SH-EVENT-TIME  TO DT-EVENT-TIME
               MOVE SH-USERNAME    TO DT-USERNAME
               MOVE SH-ACTION      TO DT-ACTION

               EVALUATE TRUE
                   WHEN SH-FROM-AUDIT
                       ADD 1 TO WS-CUST-AUDIT-COUNT
                       WRITE RP-LINE FROM WS-DETAIL-LINE
                       PERFORM CHECK-REPORT-WRITE-STATUS
                   WHEN SH-FROM-JOURNAL
                       ADD 1 TO WS-CUST-FIELD-COUNT
                       MOVE SH-FIELD-NAME TO DT-FIELD-NAME
                       MOVE 'WAS: '       TO DT-VALUE-TAG
                       MOVE SH-OLD-VALUE  TO DT-VALUE
                       WRITE RP-LINE FROM WS-DETAIL-LINE
                       PERFORM CHECK-REPORT-WRITE-STATUS
                       MOVE SPACES        TO WS-DETAIL-LINE
                       MOVE 'NOW: '       TO DT-VALUE-TAG
                       MOVE SH-NEW-VALUE  TO DT-VALUE
                       WRITE RP-LINE FROM WS-DETAIL-LINE
                       PERFORM CHECK-REPORT-WRITE-STATUS
                   WHEN OTHER
                       ADD 1 TO WS-CUST-NOTE-COUNT
                       MOVE SH-NEW-VALUE  TO DT-VALUE
                       WRITE RP-LINE FROM WS-DETAIL-LINE
                       PERFORM CHECK-REPORT-WRITE-STATUS
               END-EVALUATE.

           WRITE-CUSTOMER-FOOTER.
               IF WS-CUST-AUDIT-COUNT EQUAL 0
                       AND WS-CUST-FIELD-COUNT EQUAL 0
                       AND WS-CUST-NOTE-COUNT EQUAL 0
                   ADD 1 TO WS-NO-HISTORY-COUNT
                   MOVE '  NO HISTORY FOUND FOR THIS CUSTOMER'
                       TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               ELSE
                   MOVE SPACES TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS

                   MOVE 'AUDIT ACTIONS ...................:'
                       TO CT-TEXT
                   MOVE WS-CUST-AUDIT-COUNT TO CT-COUNT
                   PERFORM WRITE-COUNT-LINE

                   MOVE 'FIELD CHANGES ...................:'
                       TO CT-TEXT
                   MOVE WS-CUST-FIELD-COUNT TO CT-COUNT
                   PERFORM WRITE-COUNT-LINE

                   MOVE 'NOTES ...........................:'
                       TO CT-TEXT
                   MOVE WS-CUST-NOTE-COUNT TO CT-COUNT
                   PERFORM WRITE-COUNT-LINE
               END-IF.

           WRITE-REPORT-TRAILER.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 'CUSTOMERS REQUESTED .............:'
                   TO CT-TEXT
               MOVE WS-REQ-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'CUSTOMERS WITH NO HISTORY .......:'
                   TO CT-TEXT
               MOVE WS-NO-HISTORY-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE.

           WRITE-COUNT-LINE.
               WRITE RP-LINE FROM WS-COUNT-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           CHECK-REPORT-WRITE-STATUS.
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE HISTRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.
