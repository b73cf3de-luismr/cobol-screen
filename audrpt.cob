               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT CUSTOMER-AUDIT-LOG ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT LOG-CATALOG ASSIGN TO "LOGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CLOSE-KEY
               FILE STATUS IS WS-LC-FILE-STATUS.

           SELECT REPORT-PARAMETERS ASSIGN TO "AUDTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.
       FD  CUSTOMER-AUDIT-LOG.
           COPY AUDITLOG.

       FD  LOG-CATALOG.
           COPY LOGCAT.

       FD  REPORT-PARAMETERS.
           01 PR-PARAMETER-RECORD.
               05 PR-FROM-DATE         PIC X(8).
           01 WS-WORK-FIELDS.
               05 WS-CM-FILE-STATUS    PIC XX.
               05 WS-AL-FILE-STATUS    PIC XX.
               05 WS-LC-FILE-STATUS    PIC XX.
               05 WS-PR-FILE-STATUS    PIC XX.
               05 WS-RP-FILE-STATUS    PIC XX.

               05 WS-FROM-DATE         PIC 9(8) VALUE 0.
               05 WS-TO-DATE           PIC 9(8) VALUE 99999999.

               05 WS-AUDIT-FILE-NAME   PIC X(12).

               05 WS-PREV-USERNAME     PIC X(50).
               05 WS-FIRST-GROUP-SW    PIC X(1).
                   88 WS-IS-FIRST-GROUP    VALUE 'Y'.

      *> -----------------------------------------------------
      *> SELECT-AUDIT-EVENTS
      *> SORT input procedure: pass the closed log segments the
      *> catalog says overlap the requested range, then the
      *> live log, releasing only the events inside the range.
      *> A segment the catalog names but the disk no longer
      *> holds stops the run rather than print a short report.
      *> -----------------------------------------------------
           SELECT-AUDIT-EVENTS.
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
                               AND LC-AUDIT-LAST-DATE NOT LESS THAN
                                   WS-FROM-DATE
                               AND LC-AUDIT-FIRST-DATE NOT GREATER THAN
                                   WS-TO-DATE
                           MOVE LC-AUDIT-FILE-NAME
                               TO WS-AUDIT-FILE-NAME
                           PERFORM SELECT-FROM-AUDIT-FILE
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
               PERFORM SELECT-FROM-AUDIT-FILE.

           SELECT-FROM-AUDIT-FILE.
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
