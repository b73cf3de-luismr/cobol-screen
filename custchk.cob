               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT LOG-CATALOG ASSIGN TO "LOGCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CLOSE-KEY
               FILE STATUS IS WS-LC-FILE-STATUS.

           SELECT ADD-AUDIT-WORK ASSIGN TO "CHKWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CUSTOMER-AUDIT-LOG.
           COPY AUDITLOG.

       FD  LOG-CATALOG.
           COPY LOGCAT.

       FD  ADD-AUDIT-WORK.
           01 WK-ADD-RECORD.
               05 WK-CUST-ID           PIC 9(8).
               05 WS-CL-FILE-STATUS    PIC XX.
               05 WS-CT-FILE-STATUS    PIC XX.
               05 WS-AL-FILE-STATUS    PIC XX.
               05 WS-LC-FILE-STATUS    PIC XX.
               05 WS-WK-FILE-STATUS    PIC XX.
               05 WS-RP-FILE-STATUS    PIC XX.

               05 WS-AUDIT-LOG-SW      PIC X(1) VALUE 'N'.
                   88 WS-AUDIT-LOG-ON-HAND  VALUE 'Y'.

      *> ADD lines older than the last period close sit in the
      *> closed segments, not the live log, so only customers
      *> created after that date are held to the ADD check.
               05 WS-LAST-CLOSE-DATE   PIC 9(8) VALUE 0.

               05 WS-SYS-DATE          PIC 9(8).
               05 WS-SYS-TIME          PIC 9(8).

               05 CT-TEXT              PIC X(34).
               05 CT-COUNT             PIC 9(8).

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME FROM TIME

               PERFORM CHECK-CONTROL-FILE
               PERFORM WRITE-REPORT-SUMMARY

               PERFORM CLOSE-CHECK-FILES

               PERFORM LOG-RUN-END.
           GOBACK.

      *> -----------------------------------------------------
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
               MOVE 'CUST-INTEGRITY' TO RH-PROGRAM-ID
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
               MOVE 'MASTER' TO RH-COUNT-NAME (1)
               MOVE WS-MAST-COUNT TO RH-COUNT-VALUE (1)
               MOVE 'ACTIVE' TO RH-COUNT-NAME (2)
               MOVE WS-ACTIVE-COUNT TO RH-COUNT-VALUE (2)
               MOVE 'INACTIVE' TO RH-COUNT-NAME (3)
               MOVE WS-INACT-COUNT TO RH-COUNT-VALUE (3)
               MOVE 'NO ADD' TO RH-COUNT-NAME (4)
               MOVE WS-NOADD-COUNT TO RH-COUNT-VALUE (4)
               MOVE 'LOCKS' TO RH-COUNT-NAME (5)
               MOVE WS-LOCK-COUNT TO RH-COUNT-VALUE (5)
               MOVE 'EXCEPTION' TO RH-COUNT-NAME (6)
               MOVE WS-EXCEPTION-COUNT TO RH-COUNT-VALUE (6)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> OPEN-CHECK-FILES / CLOSE-CHECK-FILES
      *> The master has to be there; an audit log may not exist
                   MOVE 'Y' TO WS-AUDIT-LOG-SW
               END-IF

               PERFORM FIND-LAST-CLOSE-DATE

               OPEN OUTPUT ADD-AUDIT-WORK
               IF WS-WK-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CHKWORK, STATUS '
                   PERFORM ABORT-RUN
               END-IF.

      *> -----------------------------------------------------
      *> FIND-LAST-CLOSE-DATE
      *> The catalog is only there once a period has been
      *> closed; the highest key is the latest close.
      *> -----------------------------------------------------
           FIND-LAST-CLOSE-DATE.
               MOVE 0 TO WS-LAST-CLOSE-DATE
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
                           MOVE LC-CLOSE-DATE TO WS-LAST-CLOSE-DATE
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

           CLOSE-CHECK-FILES.
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-LOCK
                       TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF

               IF WS-AUDIT-LOG-ON-HAND
                       AND WS-LAST-CLOSE-DATE GREATER THAN 0
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE 'ADD CHECK COVERS CUSTOMERS CREATED AFTER'
                       TO EX-TEXT
                   MOVE WS-LAST-CLOSE-DATE TO EX-CUST-ID
                   MOVE '(LAST PERIOD CLOSE)' TO EX-EXTRA
                   WRITE RP-LINE FROM WS-EXCEPTION-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF.

      *> -----------------------------------------------------
                           MOVE CM-CUST-ID TO WS-MAX-CUST-ID
                       END-IF
                       IF WS-AUDIT-LOG-ON-HAND
                               AND CM-CREATE-DATE GREATER THAN
                                   WS-LAST-CLOSE-DATE
                           PERFORM CHECK-ADD-AUDIT-PRESENT
                       END-IF
                   END-IF
