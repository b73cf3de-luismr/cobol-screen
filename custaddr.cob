       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-ADDRLETTER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-ATX.
       OBJECT-COMPUTER. IBM-ATX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-CONTROL ASSIGN TO "CUSTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT LOG-CATALOG ASSIGN TO "LOGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CLOSE-KEY
               FILE STATUS IS WS-LC-FILE-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN USING WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.

           SELECT LETTER-PARAMETERS ASSIGN TO "ADRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT ADDRESS-LETTERS ASSIGN TO "ADRLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-FILE-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO "ADRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-CONTROL.
           COPY CUSTCTL.

       FD  LOG-CATALOG.
           COPY LOGCAT.

       FD  CUSTOMER-JOURNAL.
           COPY CUSTJRNL.

       FD  LETTER-PARAMETERS.
           01 PR-PARAMETER-RECORD.
               05 PR-FROM-DATE         PIC X(8).

      *> The mail-merge file: a heading row of column names,
      *> then one comma-separated row per letter, text quoted.
      *> CONFIRM rows go to the new address, NOTICE rows to the
      *> old one; each row carries the name and address of the
      *> record image it is addressed from, and the notice
      *> never carries the new address.
       FD  ADDRESS-LETTERS.
           01 LT-LINE                  PIC X(600).

       FD  CONTROL-REPORT.
           01 RP-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-WORK-FIELDS.
               05 WS-CT-FILE-STATUS    PIC XX.
               05 WS-LC-FILE-STATUS    PIC XX.
               05 WS-JR-FILE-STATUS    PIC XX.
               05 WS-PR-FILE-STATUS    PIC XX.
               05 WS-LT-FILE-STATUS    PIC XX.
               05 WS-RP-FILE-STATUS    PIC XX.

               05 WS-EOF-SW            PIC X(1).
                   88 WS-NO-MORE-RECORDS   VALUE 'Y'.

      *> The window runs from the watermark - the start of the
      *> previous run - to the start of this one, the way
      *> CUST-EXPORT's feed does, so a night missed is caught
      *> up by the next and no change is written to twice.
      *> With no watermark yet the window opens at midnight of
      *> the run date. An ADRPRM from-date reruns a chosen
      *> day onward and leaves the watermark where it was.
               05 WS-RUN-DATE          PIC 9(8).
               05 WS-RUN-TIME          PIC 9(8).
               05 WS-MARK-DATE         PIC 9(8) VALUE 0.
               05 WS-MARK-TIME         PIC 9(8) VALUE 0.
               05 WS-FROM-PARM-SW      PIC X(1) VALUE 'N'.
                   88 WS-FROM-PARAMETER     VALUE 'Y'.
               05 WS-IN-WINDOW-SW      PIC X(1).
                   88 WS-ENTRY-IN-WINDOW    VALUE 'Y'.

      *> Closed journal segments on the catalog are read ahead
      *> of the live CUSTJRNL, so a period close taken during
      *> the day loses no change.
               05 WS-JOURNAL-FILE-NAME PIC X(12).

      *> One address field compared before against after. Case,
      *> spacing and the odd full stop or comma are folded out
      *> of both sides first: a change that is only those is
      *> not one the customer needs telling about.
               05 WS-OLD-TEXT          PIC X(40).
               05 WS-NEW-TEXT          PIC X(40).
               05 WS-OLD-PACKED        PIC X(40).
               05 WS-NEW-PACKED        PIC X(40).
               05 WS-PACK-SOURCE       PIC X(40).
               05 WS-PACK-RESULT       PIC X(40).
               05 WS-PACK-SUB          PIC 9(2).
               05 WS-PACK-LEN          PIC 9(2).

               05 WS-ANY-CHANGE-SW     PIC X(1).
                   88 WS-ADDRESS-TOUCHED    VALUE 'Y'.
               05 WS-REAL-CHANGE-SW    PIC X(1).
                   88 WS-ADDRESS-REALLY-MOVED VALUE 'Y'.
               05 WS-OVERWRITE-SW      PIC X(1).
                   88 WS-OLD-VALUE-REPLACED VALUE 'Y'.
               05 WS-SKIP-REASON       PIC X(40).

      *> One column value on its way into a mail-merge row,
      *> quoted the way CUST-EXTRACT quotes its text columns.
               05 WS-COLUMN-SUB        PIC 9(2).
               05 WS-FIELD-VALUE       PIC X(60).
               05 WS-FIELD-KIND        PIC X(1).
                   88 WS-FIELD-IS-NUMBER    VALUE 'N'.
                   88 WS-FIELD-IS-TEXT      VALUE 'T'.
               05 WS-VALUE-LEN         PIC 9(2).
               05 WS-CHAR-SUB          PIC 9(2).
               05 WS-ONE-CHARACTER     PIC X(1).
               05 WS-OUT-LINE          PIC X(600).
               05 WS-OUT-POS           PIC 9(4).
               05 WS-LETTER-TYPE       PIC X(8).

               05 WS-SEGMENT-COUNT     PIC 9(7) VALUE 0.
               05 WS-READ-COUNT        PIC 9(7) VALUE 0.
               05 WS-WINDOW-COUNT      PIC 9(7) VALUE 0.
               05 WS-CHANGE-COUNT      PIC 9(7) VALUE 0.
               05 WS-CONFIRM-COUNT     PIC 9(7) VALUE 0.
               05 WS-NOTICE-COUNT      PIC 9(7) VALUE 0.
               05 WS-SKIPPED-COUNT     PIC 9(7) VALUE 0.

               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

      *> The journal's before and after images, and the image a
      *> letter row is being addressed from.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==JB-==.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==JA-==.
           COPY CUSTMAST REPLACING LEADING ==CM-== BY ==LM-==.

           01 WS-HEADING-LINE.
               05 FILLER               PIC X(34)
                   VALUE 'ADDRESS-CHANGE LETTERS - RUN DATE '.
               05 HD-RUN-DATE          PIC 9(8).
               05 FILLER               PIC X(16)
                   VALUE ' CHANGES AFTER  '.
               05 HD-MARK-DATE         PIC 9(8).
               05 FILLER               PIC X(1)  VALUE '/'.
               05 HD-MARK-TIME         PIC 9(8).

           01 WS-COLUMN-HEADING-LINE.
               05 FILLER               PIC X(10) VALUE 'CUST ID'.
               05 FILLER               PIC X(9)  VALUE 'DATE'.
               05 FILLER               PIC X(10) VALUE 'TIME'.
               05 FILLER               PIC X(12) VALUE 'ACTION'.
               05 FILLER               PIC X(32) VALUE 'OPERATOR'.
               05 FILLER               PIC X(6)  VALUE 'RESULT'.

           01 WS-DETAIL-LINE.
               05 DT-CUST-ID           PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 DT-DATE              PIC 9(8).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 DT-TIME              PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 DT-ACTION            PIC X(10).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 DT-USERNAME          PIC X(30).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 DT-RESULT            PIC X(40).

      *> Each WAS/NOW address prints over two lines so every
      *> field the change test compares is shown in full.
           01 WS-ADDRESS-LINE.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 AD-LABEL             PIC X(4).
               05 AD-ADDRESS-1         PIC X(40).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 AD-ADDRESS-2         PIC X(40).

           01 WS-ADDRESS-LINE-2.
               05 FILLER               PIC X(8)  VALUE SPACES.
               05 AD-ADDRESS-3         PIC X(40).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 AD-CITY              PIC X(40).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 AD-STATE             PIC X(2).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 AD-ZIP               PIC X(10).

           01 WS-COUNT-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 TR-TEXT              PIC X(34).
               05 TR-COUNT             PIC 9(8).

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME

               PERFORM READ-LETTER-PARAMETERS
               IF NOT WS-FROM-PARAMETER
                   PERFORM READ-LETTER-WATERMARK
               END-IF

               PERFORM OPEN-LETTER-FILES
               PERFORM WRITE-REPORT-HEADING
               PERFORM WRITE-LETTER-HEADING-ROW

               PERFORM SCAN-CLOSED-SEGMENTS
               MOVE 'CUSTJRNL' TO WS-JOURNAL-FILE-NAME
               PERFORM SCAN-JOURNAL-FILE

               PERFORM WRITE-REPORT-TRAILER

               IF NOT WS-FROM-PARAMETER
                   PERFORM SAVE-LETTER-WATERMARK
               END-IF

               CLOSE ADDRESS-LETTERS
               CLOSE CONTROL-REPORT

               DISPLAY 'CUST-ADDRLETTER READ ' WS-READ-COUNT
                       ' CHANGES '  WS-CHANGE-COUNT
                       ' LETTERS '  WS-CONFIRM-COUNT
                       ' NOTICES '  WS-NOTICE-COUNT
                       ' SKIPPED '  WS-SKIPPED-COUNT
                   UPON CONSOLE

               MOVE 0 TO RETURN-CODE
               PERFORM LOG-RUN-END.
           GOBACK.

      *> -----------------------------------------------------
      *> ABORT-RUN
      *> Unattended nightly step, so a file error has to stop
      *> the run loudly rather than post half a night's
      *> letters. The watermark is only moved after a clean
      *> pass, so an aborted night is simply written again the
      *> next time. Called from CUST-NIGHTLY the failure goes
      *> back through RETURN-CODE and stops the window here.
      *> -----------------------------------------------------
           ABORT-RUN.
               DISPLAY WS-ABORT-MESSAGE WS-ABORT-STATUS
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               MOVE 'A' TO RH-RUN-STATUS
               MOVE WS-ABORT-MESSAGE TO RH-ABORT-MESSAGE
               MOVE WS-ABORT-STATUS  TO RH-ABORT-STATUS
               PERFORM LOG-RUN-END
               GOBACK.

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
               MOVE 'CUST-ADDRLETTER' TO RH-PROGRAM-ID
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
               MOVE 'READ' TO RH-COUNT-NAME (1)
               MOVE WS-READ-COUNT TO RH-COUNT-VALUE (1)
               MOVE 'CHANGES' TO RH-COUNT-NAME (2)
               MOVE WS-CHANGE-COUNT TO RH-COUNT-VALUE (2)
               MOVE 'LETTERS' TO RH-COUNT-NAME (3)
               MOVE WS-CONFIRM-COUNT TO RH-COUNT-VALUE (3)
               MOVE 'NOTICES' TO RH-COUNT-NAME (4)
               MOVE WS-NOTICE-COUNT TO RH-COUNT-VALUE (4)
               MOVE 'SKIPPED' TO RH-COUNT-NAME (5)
               MOVE WS-SKIPPED-COUNT TO RH-COUNT-VALUE (5)
               MOVE 'SEGMENTS' TO RH-COUNT-NAME (6)
               MOVE WS-SEGMENT-COUNT TO RH-COUNT-VALUE (6)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> READ-LETTER-PARAMETERS
      *> One optional ADRPRM line: a from-date (YYYYMMDD) in
      *> columns 1-8. Blank or no file runs from the watermark.
      *> -----------------------------------------------------
           READ-LETTER-PARAMETERS.
               MOVE 'N' TO WS-FROM-PARM-SW
               OPEN INPUT LETTER-PARAMETERS
               IF WS-PR-FILE-STATUS EQUAL '00'
                   READ LETTER-PARAMETERS
                       AT END CONTINUE
                       NOT AT END PERFORM TAKE-PARAMETER-RECORD
                   END-READ
                   CLOSE LETTER-PARAMETERS
               END-IF.

           TAKE-PARAMETER-RECORD.
               IF PR-FROM-DATE NOT EQUAL SPACES
                   IF PR-FROM-DATE NUMERIC
                       MOVE PR-FROM-DATE TO WS-MARK-DATE
                       MOVE 0 TO WS-MARK-TIME
                       MOVE 'Y' TO WS-FROM-PARM-SW
                   ELSE
                       MOVE 'ADRPRM FROM-DATE NOT NUMERIC '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> READ-LETTER-WATERMARK / SAVE-LETTER-WATERMARK
      *> Two named CUSTOMER-CONTROL rows, date and time, kept
      *> the way CUST-EXPORT keeps its own. The file is opened
      *> only around the rows, as the nightly steps do.
      *> -----------------------------------------------------
           READ-LETTER-WATERMARK.
               PERFORM OPEN-CONTROL-FILE

               MOVE 'ADRLTRDT' TO CT-KEY
               READ CUSTOMER-CONTROL KEY IS CT-KEY
                   INVALID KEY
                       MOVE WS-RUN-DATE TO WS-MARK-DATE
                       MOVE 0 TO WS-MARK-TIME
                   NOT INVALID KEY
                       MOVE CT-LAST-CUST-ID TO WS-MARK-DATE
                       MOVE 'ADRLTRTM' TO CT-KEY
                       READ CUSTOMER-CONTROL KEY IS CT-KEY
                           INVALID KEY
                               MOVE 0 TO WS-MARK-TIME
                           NOT INVALID KEY
                               MOVE CT-LAST-CUST-ID TO WS-MARK-TIME
                       END-READ
               END-READ

               CLOSE CUSTOMER-CONTROL.

           SAVE-LETTER-WATERMARK.
               PERFORM OPEN-CONTROL-FILE

               MOVE 'ADRLTRDT' TO CT-KEY
               MOVE WS-RUN-DATE TO CT-LAST-CUST-ID
               PERFORM REWRITE-WATERMARK-ROW

               MOVE 'ADRLTRTM' TO CT-KEY
               MOVE WS-RUN-TIME TO CT-LAST-CUST-ID
               PERFORM REWRITE-WATERMARK-ROW

               CLOSE CUSTOMER-CONTROL.

           REWRITE-WATERMARK-ROW.
               REWRITE CT-CONTROL-RECORD
                   INVALID KEY
                       WRITE CT-CONTROL-RECORD
                           INVALID KEY
                               MOVE 'CANNOT UPDATE WATERMARK, STATUS '
                                   TO WS-ABORT-MESSAGE
                               MOVE WS-CT-FILE-STATUS
                                   TO WS-ABORT-STATUS
                               PERFORM ABORT-RUN
                       END-WRITE
               END-REWRITE.

           OPEN-CONTROL-FILE.
               OPEN I-O CUSTOMER-CONTROL
               IF WS-CT-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CUSTCTL, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-CT-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

           OPEN-LETTER-FILES.
               OPEN OUTPUT ADDRESS-LETTERS
               IF WS-LT-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN ADRLTRS, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-LT-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               OPEN OUTPUT CONTROL-REPORT
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN ADRRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

      *> -----------------------------------------------------
      *> WRITE-REPORT-HEADING
      *> -----------------------------------------------------
           WRITE-REPORT-HEADING.
               MOVE WS-RUN-DATE  TO HD-RUN-DATE
               MOVE WS-MARK-DATE TO HD-MARK-DATE
               MOVE WS-MARK-TIME TO HD-MARK-TIME
               WRITE RP-LINE FROM WS-HEADING-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               WRITE RP-LINE FROM WS-COLUMN-HEADING-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           WRITE-LETTER-HEADING-ROW.
               MOVE SPACES TO WS-OUT-LINE
               MOVE 1 TO WS-OUT-POS
               MOVE 'T' TO WS-FIELD-KIND
               MOVE 1 TO WS-COLUMN-SUB
               MOVE 'LETTER-TYPE'  TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 2 TO WS-COLUMN-SUB
               MOVE 'CUST-ID'      TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'CHANGE-DATE'  TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'COMPANY-NAME' TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'FIRST-NAME'   TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'LAST-NAME'    TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'ADDRESS-1'    TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'ADDRESS-2'    TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'ADDRESS-3'    TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'CITY'         TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'STATE'        TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'ZIP'          TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE 'COUNTRY'      TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               PERFORM WRITE-LETTER-LINE.

      *> -----------------------------------------------------
      *> SCAN-CLOSED-SEGMENTS
      *> Only a segment whose last entry falls on or after the
      *> window's opening date can hold anything in it. A
      *> segment the catalog names but the disk no longer holds
      *> stops the run rather than skip a night's changes.
      *> -----------------------------------------------------
           SCAN-CLOSED-SEGMENTS.
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
                               AND LC-JOURNAL-LAST-DATE NOT LESS THAN
                                   WS-MARK-DATE
                           ADD 1 TO WS-SEGMENT-COUNT
                           MOVE LC-JOURNAL-FILE-NAME
                               TO WS-JOURNAL-FILE-NAME
                           PERFORM SCAN-JOURNAL-FILE
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

           SCAN-JOURNAL-FILE.
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
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ENTRY-IN-WINDOW
                       IF WS-ENTRY-IN-WINDOW
                           ADD 1 TO WS-WINDOW-COUNT
                           PERFORM EXAMINE-JOURNAL-ENTRY
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE CUSTOMER-JOURNAL.

      *> -----------------------------------------------------
      *> CHECK-ENTRY-IN-WINDOW
      *> After the watermark, and not after this run's start -
      *> anything later belongs to tomorrow's window.
      *> -----------------------------------------------------
           CHECK-ENTRY-IN-WINDOW.
               MOVE 'N' TO WS-IN-WINDOW-SW
               IF JR-ACTION-DATE GREATER THAN WS-MARK-DATE
                       OR (JR-ACTION-DATE EQUAL WS-MARK-DATE
                           AND JR-ACTION-TIME GREATER THAN
                               WS-MARK-TIME)
                   MOVE 'Y' TO WS-IN-WINDOW-SW
               END-IF
               IF JR-ACTION-DATE GREATER THAN WS-RUN-DATE
                       OR (JR-ACTION-DATE EQUAL WS-RUN-DATE
                           AND JR-ACTION-TIME GREATER THAN
                               WS-RUN-TIME)
                   MOVE 'N' TO WS-IN-WINDOW-SW
               END-IF.

      *> -----------------------------------------------------
      *> EXAMINE-JOURNAL-ENTRY
      *> An add has no before image and a delete no customer
      *> left to write to, so only an entry with both images
      *> is looked at. Of those, only one that touches an
      *> address line, the city, the state or the ZIP goes on
      *> the report: as a letter pair when the address really
      *> moved, as a skip with its reason when it did not.
      *> -----------------------------------------------------
           EXAMINE-JOURNAL-ENTRY.
               IF JR-BEFORE-IMAGE NOT EQUAL SPACES
                       AND JR-AFTER-IMAGE NOT EQUAL SPACES
                   MOVE JR-BEFORE-IMAGE TO JB-CUSTOMER-RECORD
                   MOVE JR-AFTER-IMAGE  TO JA-CUSTOMER-RECORD
                   PERFORM COMPARE-ADDRESS-IMAGES
                   IF WS-ADDRESS-TOUCHED
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM DECIDE-LETTERS
                   END-IF
               END-IF.

           COMPARE-ADDRESS-IMAGES.
               MOVE 'N' TO WS-ANY-CHANGE-SW
               MOVE 'N' TO WS-REAL-CHANGE-SW
               MOVE 'N' TO WS-OVERWRITE-SW

               MOVE JB-ADDRESS-1 TO WS-OLD-TEXT
               MOVE JA-ADDRESS-1 TO WS-NEW-TEXT
               PERFORM COMPARE-ADDRESS-FIELD
               MOVE JB-ADDRESS-2 TO WS-OLD-TEXT
               MOVE JA-ADDRESS-2 TO WS-NEW-TEXT
               PERFORM COMPARE-ADDRESS-FIELD
               MOVE JB-ADDRESS-3 TO WS-OLD-TEXT
               MOVE JA-ADDRESS-3 TO WS-NEW-TEXT
               PERFORM COMPARE-ADDRESS-FIELD
               MOVE JB-CITY      TO WS-OLD-TEXT
               MOVE JA-CITY      TO WS-NEW-TEXT
               PERFORM COMPARE-ADDRESS-FIELD
               MOVE JB-STATE     TO WS-OLD-TEXT
               MOVE JA-STATE     TO WS-NEW-TEXT
               PERFORM COMPARE-ADDRESS-FIELD
               MOVE JB-ZIP       TO WS-OLD-TEXT
               MOVE JA-ZIP       TO WS-NEW-TEXT
               PERFORM COMPARE-ADDRESS-FIELD.

      *> -----------------------------------------------------
      *> COMPARE-ADDRESS-FIELD
      *> Any difference at all marks the address touched. A
      *> difference that survives the folding is a real move,
      *> and if the old value was not blank the move replaced
      *> something the customer could have been written to.
      *> -----------------------------------------------------
           COMPARE-ADDRESS-FIELD.
               IF WS-OLD-TEXT NOT EQUAL WS-NEW-TEXT
                   MOVE 'Y' TO WS-ANY-CHANGE-SW

                   MOVE WS-OLD-TEXT TO WS-PACK-SOURCE
                   PERFORM PACK-ADDRESS-TEXT
                   MOVE WS-PACK-RESULT TO WS-OLD-PACKED
                   MOVE WS-NEW-TEXT TO WS-PACK-SOURCE
                   PERFORM PACK-ADDRESS-TEXT
                   MOVE WS-PACK-RESULT TO WS-NEW-PACKED

                   IF WS-OLD-PACKED NOT EQUAL WS-NEW-PACKED
                       MOVE 'Y' TO WS-REAL-CHANGE-SW
                       IF WS-OLD-TEXT NOT EQUAL SPACES
                           MOVE 'Y' TO WS-OVERWRITE-SW
                       END-IF
                   END-IF
               END-IF.

           PACK-ADDRESS-TEXT.
               INSPECT WS-PACK-SOURCE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-PACK-SOURCE CONVERTING '.,' TO '  '

               MOVE SPACES TO WS-PACK-RESULT
               MOVE 0 TO WS-PACK-LEN
               MOVE 0 TO WS-PACK-SUB
               PERFORM UNTIL WS-PACK-SUB NOT LESS THAN 40
                   ADD 1 TO WS-PACK-SUB
                   IF WS-PACK-SOURCE(WS-PACK-SUB:1) NOT EQUAL SPACE
                       ADD 1 TO WS-PACK-LEN
                       MOVE WS-PACK-SOURCE(WS-PACK-SUB:1)
                           TO WS-PACK-RESULT(WS-PACK-LEN:1)
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> DECIDE-LETTERS
      *> Skipped as not customer-facing: a change that was only
      *> case, spacing or punctuation (a retyped or tidied
      *> line), and one that only filled in fields that were
      *> blank, as the city/state scrub does - nothing the
      *> customer had was replaced and there is no old address
      *> to warn. An inactive customer is not written to
      *> either.
      *> -----------------------------------------------------
           DECIDE-LETTERS.
               MOVE SPACES TO WS-SKIP-REASON
               EVALUATE TRUE
                   WHEN NOT WS-ADDRESS-REALLY-MOVED
                       MOVE 'SKIPPED - CASE/SPACING/PUNCTUATION'
                           TO WS-SKIP-REASON
                   WHEN NOT WS-OLD-VALUE-REPLACED
                       MOVE 'SKIPPED - BLANK FIELDS FILLED ONLY'
                           TO WS-SKIP-REASON
                   WHEN JA-STATUS-INACTIVE
                       MOVE 'SKIPPED - CUSTOMER INACTIVE'
                           TO WS-SKIP-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               MOVE SPACES TO WS-DETAIL-LINE
               MOVE JR-CUST-ID     TO DT-CUST-ID
               MOVE JR-ACTION-DATE TO DT-DATE
               MOVE JR-ACTION-TIME TO DT-TIME
               MOVE JR-ACTION      TO DT-ACTION
               MOVE JR-USERNAME    TO DT-USERNAME

               IF WS-SKIP-REASON EQUAL SPACES
                   MOVE JA-CUSTOMER-RECORD TO LM-CUSTOMER-RECORD
                   MOVE 'CONFIRM' TO WS-LETTER-TYPE
                   PERFORM WRITE-LETTER-ROW
                   ADD 1 TO WS-CONFIRM-COUNT

                   MOVE JB-CUSTOMER-RECORD TO LM-CUSTOMER-RECORD
                   MOVE 'NOTICE' TO WS-LETTER-TYPE
                   PERFORM WRITE-LETTER-ROW
                   ADD 1 TO WS-NOTICE-COUNT

                   MOVE 'LETTER TO NEW, NOTICE TO OLD ADDRESS'
                       TO DT-RESULT
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE WS-SKIP-REASON TO DT-RESULT
               END-IF

               WRITE RP-LINE FROM WS-DETAIL-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 'WAS ' TO AD-LABEL
               MOVE JB-ADDRESS-1 TO AD-ADDRESS-1
               MOVE JB-ADDRESS-2 TO AD-ADDRESS-2
               WRITE RP-LINE FROM WS-ADDRESS-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               MOVE JB-ADDRESS-3 TO AD-ADDRESS-3
               MOVE JB-CITY      TO AD-CITY
               MOVE JB-STATE     TO AD-STATE
               MOVE JB-ZIP       TO AD-ZIP
               WRITE RP-LINE FROM WS-ADDRESS-LINE-2
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 'NOW ' TO AD-LABEL
               MOVE JA-ADDRESS-1 TO AD-ADDRESS-1
               MOVE JA-ADDRESS-2 TO AD-ADDRESS-2
               WRITE RP-LINE FROM WS-ADDRESS-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               MOVE JA-ADDRESS-3 TO AD-ADDRESS-3
               MOVE JA-CITY      TO AD-CITY
               MOVE JA-STATE     TO AD-STATE
               MOVE JA-ZIP       TO AD-ZIP
               WRITE RP-LINE FROM WS-ADDRESS-LINE-2
               PERFORM CHECK-REPORT-WRITE-STATUS.

      *> -----------------------------------------------------
      *> WRITE-LETTER-ROW
      *> One mail-merge row addressed from LM-CUSTOMER-RECORD.
      *> -----------------------------------------------------
           WRITE-LETTER-ROW.
               MOVE SPACES TO WS-OUT-LINE
               MOVE 1 TO WS-OUT-POS

               MOVE 1 TO WS-COLUMN-SUB
               MOVE 'T' TO WS-FIELD-KIND
               MOVE WS-LETTER-TYPE TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE

               MOVE 2 TO WS-COLUMN-SUB
               MOVE 'N' TO WS-FIELD-KIND
               MOVE LM-CUST-ID TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE JR-ACTION-DATE TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE

               MOVE 'T' TO WS-FIELD-KIND
               MOVE LM-COMPANY-NAME TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE LM-FIRST-NAME TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE LM-LAST-NAME TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE LM-ADDRESS-1 TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE LM-ADDRESS-2 TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE LM-ADDRESS-3 TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE LM-CITY TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE LM-STATE TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE LM-ZIP TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE
               MOVE LM-COUNTRY TO WS-FIELD-VALUE
               PERFORM APPEND-FIELD-VALUE

               PERFORM WRITE-LETTER-LINE.

      *> -----------------------------------------------------
      *> APPEND-FIELD-VALUE
      *> Trailing spaces are dropped; a number goes out as it
      *> stands, text inside double quotes with each quote in
      *> it doubled. Every column after the first is preceded
      *> by the comma.
      *> -----------------------------------------------------
           APPEND-FIELD-VALUE.
               IF WS-COLUMN-SUB GREATER THAN 1
                   MOVE ',' TO WS-ONE-CHARACTER
                   PERFORM APPEND-ONE-CHARACTER
               END-IF

               MOVE 60 TO WS-VALUE-LEN
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
               IF WS-OUT-POS GREATER THAN 600
                   MOVE 'ADRLTRS LINE OVER 600 BYTES, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-LT-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF
               MOVE WS-ONE-CHARACTER TO WS-OUT-LINE(WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS.

           WRITE-LETTER-LINE.
               WRITE LT-LINE FROM WS-OUT-LINE
               IF WS-LT-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE ADRLTRS, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-LT-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

      *> -----------------------------------------------------
      *> WRITE-REPORT-TRAILER
      *> The counts reconcile: every address change found is
      *> either a letter pair or a skip.
      *> -----------------------------------------------------
           WRITE-REPORT-TRAILER.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               IF WS-CHANGE-COUNT EQUAL 0
                   MOVE 'NO ADDRESS CHANGES IN THE WINDOW' TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
                   MOVE SPACES TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF

               MOVE 'CLOSED JOURNAL SEGMENTS READ ....:'
                   TO TR-TEXT
               MOVE WS-SEGMENT-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'JOURNAL ENTRIES READ ............:'
                   TO TR-TEXT
               MOVE WS-READ-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'ENTRIES IN THE WINDOW ...........:'
                   TO TR-TEXT
               MOVE WS-WINDOW-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'ADDRESS CHANGES FOUND ...........:'
                   TO TR-TEXT
               MOVE WS-CHANGE-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'CONFIRMATION LETTERS (NEW) ......:'
                   TO TR-TEXT
               MOVE WS-CONFIRM-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'NOTICES (OLD ADDRESS) ...........:'
                   TO TR-TEXT
               MOVE WS-NOTICE-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'SKIPPED, NOT CUSTOMER-FACING ....:'
                   TO TR-TEXT
               MOVE WS-SKIPPED-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE.

           WRITE-COUNT-LINE.
               WRITE RP-LINE FROM WS-COUNT-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           CHECK-REPORT-WRITE-STATUS.
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE ADRRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.
