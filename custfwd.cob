               ALTERNATE RECORD KEY IS CM-DUP-KEY WITH DUPLICATES
               FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN USING WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.

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

           SELECT FORWARD-PARAMETERS ASSIGN TO "FWDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.
       FD  CUSTOMER-JOURNAL.
           COPY CUSTJRNL.

       FD  CUSTOMER-CONTROL.
           COPY CUSTCTL.

       FD  LOG-CATALOG.
           COPY LOGCAT.

       FD  FORWARD-PARAMETERS.
           01 PR-PARAMETER-RECORD.
               05 PR-TO-DATE           PIC X(8).
           01 WS-WORK-FIELDS.
               05 WS-CM-FILE-STATUS    PIC XX.
               05 WS-JR-FILE-STATUS    PIC XX.
               05 WS-CT-FILE-STATUS    PIC XX.
               05 WS-LC-FILE-STATUS    PIC XX.
               05 WS-PR-FILE-STATUS    PIC XX.

               05 WS-EOF-SW            PIC X(1).
               05 WS-TO-DATE           PIC 9(8).
               05 WS-TO-TIME           PIC 9(8) VALUE 99999999.

      *> The journal is replayed from the closed segments the
      *> catalog ties to the master's backup generation, then
      *> from the live CUSTJRNL.
               05 WS-JOURNAL-FILE-NAME PIC X(12).
               05 WS-FROM-GENERATION   PIC 9(8) VALUE 0.
               05 WS-SEGMENT-COUNT     PIC 9(7) VALUE 0.

               05 WS-READ-COUNT        PIC 9(7) VALUE 0.
               05 WS-APPLIED-COUNT     PIC 9(7) VALUE 0.
               05 WS-SKIPPED-COUNT     PIC 9(7) VALUE 0.
               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               PERFORM READ-FORWARD-PARAMETERS

               OPEN I-O CUSTOMER-MASTER
                   PERFORM ABORT-RUN
               END-IF

               PERFORM READ-MASTER-GENERATION
               PERFORM REPLAY-CLOSED-SEGMENTS

               MOVE 'CUSTJRNL' TO WS-JOURNAL-FILE-NAME
               PERFORM REPLAY-JOURNAL-FILE

               CLOSE CUSTOMER-MASTER

               DISPLAY 'CUST-FORWARD TO ' WS-TO-DATE '/' WS-TO-TIME
                       ' FROM GEN ' WS-FROM-GENERATION
                       ' SEGMENTS ' WS-SEGMENT-COUNT
                       ' READ '    WS-READ-COUNT
                       ' APPLIED ' WS-APPLIED-COUNT
                       ' SKIPPED ' WS-SKIPPED-COUNT
                   UPON CONSOLE

               MOVE 0 TO RETURN-CODE
               PERFORM LOG-RUN-END.
           STOP RUN.

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
               MOVE 'CUST-FORWARD' TO RH-PROGRAM-ID
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
               MOVE 'APPLIED' TO RH-COUNT-NAME (2)
               MOVE WS-APPLIED-COUNT TO RH-COUNT-VALUE (2)
               MOVE 'SKIPPED' TO RH-COUNT-NAME (3)
               MOVE WS-SKIPPED-COUNT TO RH-COUNT-VALUE (3)
               MOVE 'SEGMENTS' TO RH-COUNT-NAME (4)
               MOVE WS-SEGMENT-COUNT TO RH-COUNT-VALUE (4)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> READ-FORWARD-PARAMETERS
      *> A replay rewrites the live master, so the target date

               CLOSE FORWARD-PARAMETERS.

      *> -----------------------------------------------------
      *> READ-MASTER-GENERATION
      *> A restore reloads CUSTCTL from the backup, and the
      *> backup unloaded it after bumping its own BACKUPGEN row
      *> - so the row on file now is the generation the master
      *> was restored from. Without one (never backed up) every
      *> closed segment is replayed.
      *> -----------------------------------------------------
           READ-MASTER-GENERATION.
               OPEN INPUT CUSTOMER-CONTROL
               IF WS-CT-FILE-STATUS EQUAL '00'
                   MOVE 'BACKUPGEN' TO CT-KEY
                   READ CUSTOMER-CONTROL KEY IS CT-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CT-LAST-CUST-ID TO WS-FROM-GENERATION
                   END-READ
                   CLOSE CUSTOMER-CONTROL
               END-IF.

      *> -----------------------------------------------------
      *> REPLAY-CLOSED-SEGMENTS
      *> Catalog rows come back in close order, which is clock
      *> order. A segment closed before the restored generation
      *> was taken holds nothing the backup lacks, and one that
      *> starts after the target holds nothing wanted; both are
      *> passed over. A segment the catalog names but the disk
      *> no longer holds stops the run - replaying round a gap
      *> would leave the master wrong without saying so.
      *> -----------------------------------------------------
           REPLAY-CLOSED-SEGMENTS.
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
                               AND LC-CLOSE-BACKUP-GEN NOT LESS THAN
                                   WS-FROM-GENERATION
                               AND LC-JOURNAL-FIRST-DATE NOT GREATER
                                   THAN WS-TO-DATE
                           ADD 1 TO WS-SEGMENT-COUNT
                           MOVE LC-JOURNAL-FILE-NAME
                               TO WS-JOURNAL-FILE-NAME
                           PERFORM REPLAY-JOURNAL-FILE
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

           REPLAY-JOURNAL-FILE.
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
               PERFORM READ-NEXT-JOURNAL-ENTRY

               PERFORM UNTIL WS-NO-MORE-RECORDS
                   ADD 1 TO WS-READ-COUNT
                   PERFORM APPLY-JOURNAL-ENTRY
                   PERFORM READ-NEXT-JOURNAL-ENTRY
               END-PERFORM

               CLOSE CUSTOMER-JOURNAL.

           READ-NEXT-JOURNAL-ENTRY.
               READ CUSTOMER-JOURNAL NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
