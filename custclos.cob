       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-LOGCLOSE.

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

           SELECT CUSTOMER-AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-FILE-STATUS.

           SELECT AUDIT-SEGMENT ASSIGN USING WS-AUDIT-SEGMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AS-FILE-STATUS.

           SELECT JOURNAL-SEGMENT
                   ASSIGN USING WS-JOURNAL-SEGMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

      *> The generation files carry the live lines byte for
      *> byte; every reader lays AUDITLOG.CPY or CUSTJRNL.CPY
      *> back over them.
       FD  AUDIT-SEGMENT.
           01 AS-SEGMENT-LINE          PIC X(94).

       FD  JOURNAL-SEGMENT.
           01 JS-SEGMENT-LINE          PIC X(1382).

       WORKING-STORAGE SECTION.
           01 WS-WORK-FIELDS.
               05 WS-CT-FILE-STATUS    PIC XX.
               05 WS-CL-FILE-STATUS    PIC XX.
               05 WS-LC-FILE-STATUS    PIC XX.
               05 WS-AL-FILE-STATUS    PIC XX.
               05 WS-JR-FILE-STATUS    PIC XX.
               05 WS-AS-FILE-STATUS    PIC XX.
               05 WS-JS-FILE-STATUS    PIC XX.

               05 WS-EOF-SW            PIC X(1).
                   88 WS-NO-MORE-RECORDS   VALUE 'Y'.

               05 WS-LOCKS-HELD-SW     PIC X(1).
                   88 WS-LOCKS-ARE-HELD     VALUE 'Y'.

               05 WS-RUN-DATE          PIC 9(8).
               05 WS-RUN-TIME          PIC 9(8).

               05 WS-CONTROL-KEY       PIC X(10).
               05 WS-CONTROL-VALUE     PIC 9(8).

      *> Segment names are the file prefix and the close date,
      *> so an operator can see at a glance which month sits in
      *> which file. One close a day keeps them unique.
               05 WS-AUDIT-SEGMENT-NAME   PIC X(12).
               05 WS-JOURNAL-SEGMENT-NAME PIC X(12).

               05 WS-OPEN-BACKUP-GEN   PIC 9(8) VALUE 0.
               05 WS-CLOSE-BACKUP-GEN  PIC 9(8) VALUE 0.
               05 WS-CLOSED-TODAY-SW   PIC X(1) VALUE 'N'.
                   88 WS-ALREADY-CLOSED-TODAY VALUE 'Y'.
               05 WS-SEGMENT-COUNT     PIC 9(7) VALUE 0.

               05 WS-AUDIT-COUNT       PIC 9(8) VALUE 0.
               05 WS-AUDIT-FIRST-DATE  PIC 9(8) VALUE 0.
               05 WS-AUDIT-LAST-DATE   PIC 9(8) VALUE 0.
               05 WS-JOURNAL-COUNT     PIC 9(8) VALUE 0.
               05 WS-JOURNAL-FIRST-DATE PIC 9(8) VALUE 0.
               05 WS-JOURNAL-LAST-DATE PIC 9(8) VALUE 0.

               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME

               PERFORM REFUSE-IF-LOCKS-HELD

               PERFORM OPEN-LOG-CATALOG
               PERFORM FIND-PREVIOUS-CLOSE
               IF WS-ALREADY-CLOSED-TODAY
                   MOVE 'PERIOD ALREADY CLOSED TODAY, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-LC-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

      *> The screens are held out for the few seconds between
      *> the copy and the truncate - a save landing there would
      *> be on neither side.
               MOVE 'QUIESCE' TO WS-CONTROL-KEY
               MOVE 1 TO WS-CONTROL-VALUE
               PERFORM UPDATE-CONTROL-ROW

               MOVE 'BACKUPGEN' TO WS-CONTROL-KEY
               PERFORM GET-CONTROL-ROW
               MOVE WS-CONTROL-VALUE TO WS-CLOSE-BACKUP-GEN

               PERFORM BUILD-SEGMENT-NAMES
               PERFORM COPY-AUDIT-SEGMENT
               PERFORM COPY-JOURNAL-SEGMENT
               PERFORM WRITE-CATALOG-ROW
               PERFORM EMPTY-LIVE-FILES

               CLOSE LOG-CATALOG

      *> A nightly window that stopped part way (NITESTEP not
      *> back at zero) still needs the screens out until its
      *> rerun, so the flag is only dropped when none is owed.
               MOVE 'NITESTEP' TO WS-CONTROL-KEY
               PERFORM GET-CONTROL-ROW
               IF WS-CONTROL-VALUE EQUAL 0
                   MOVE 'QUIESCE' TO WS-CONTROL-KEY
                   MOVE 0 TO WS-CONTROL-VALUE
                   PERFORM UPDATE-CONTROL-ROW
               END-IF

               DISPLAY 'CUST-LOGCLOSE ' WS-AUDIT-SEGMENT-NAME
                       ' AUDIT '   WS-AUDIT-COUNT
                       ' '         WS-JOURNAL-SEGMENT-NAME
                       ' JOURNAL ' WS-JOURNAL-COUNT
                       ' BACKUP GEN ' WS-CLOSE-BACKUP-GEN
                   UPON CONSOLE

               MOVE 0 TO RETURN-CODE
               PERFORM LOG-RUN-END.
           STOP RUN.

      *> -----------------------------------------------------
      *> ABORT-RUN
      *> A close that stops part way must say so. Nothing is
      *> lost: the live files are only emptied after both
      *> copies and the catalog row are written, so a run that
      *> dies earlier is simply rerun, and the quiesce flag is
      *> left up until it is.
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
               MOVE 'CUST-LOGCLOSE' TO RH-PROGRAM-ID
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
               MOVE 'AUDIT' TO RH-COUNT-NAME (1)
               MOVE WS-AUDIT-COUNT TO RH-COUNT-VALUE (1)
               MOVE 'JOURNAL' TO RH-COUNT-NAME (2)
               MOVE WS-JOURNAL-COUNT TO RH-COUNT-VALUE (2)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> REFUSE-IF-LOCKS-HELD
      *> Same rule as the nightly driver: a lock row means a
      *> terminal is mid-edit and about to append to the very
      *> files being rolled, so the close is refused and the
      *> holder named.
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

           OPEN-LOG-CATALOG.
               OPEN I-O LOG-CATALOG
               IF WS-LC-FILE-STATUS EQUAL '35'
                   OPEN OUTPUT LOG-CATALOG
                   CLOSE LOG-CATALOG
                   OPEN I-O LOG-CATALOG
               END-IF
               IF WS-LC-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN LOGCAT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-LC-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

      *> -----------------------------------------------------
      *> FIND-PREVIOUS-CLOSE
      *> The catalog is a handful of rows a year, so it is
      *> simply walked to the end. The last row's close
      *> generation is where the new segment began; with no
      *> rows the segment runs from the first backup ever.
      *> -----------------------------------------------------
           FIND-PREVIOUS-CLOSE.
               MOVE 0 TO LC-CLOSE-DATE LC-CLOSE-TIME
               START LOG-CATALOG KEY IS NOT LESS THAN LC-CLOSE-KEY
                   INVALID KEY MOVE '23' TO WS-LC-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-LC-FILE-STATUS
               END-START

               PERFORM UNTIL WS-LC-FILE-STATUS NOT EQUAL '00'
                   READ LOG-CATALOG NEXT RECORD
                       AT END MOVE '10' TO WS-LC-FILE-STATUS
                   END-READ

                   IF WS-LC-FILE-STATUS EQUAL '00'
                       ADD 1 TO WS-SEGMENT-COUNT
                       MOVE LC-CLOSE-BACKUP-GEN TO WS-OPEN-BACKUP-GEN
                       IF LC-CLOSE-DATE EQUAL WS-RUN-DATE
                           MOVE 'Y' TO WS-CLOSED-TODAY-SW
                       END-IF
                   END-IF
               END-PERFORM.

           BUILD-SEGMENT-NAMES.
               MOVE SPACES TO WS-AUDIT-SEGMENT-NAME
               STRING 'AL' DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-SEGMENT-NAME
               END-STRING
               MOVE SPACES TO WS-JOURNAL-SEGMENT-NAME
               STRING 'JR' DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-JOURNAL-SEGMENT-NAME
               END-STRING.

      *> -----------------------------------------------------
      *> COPY-AUDIT-SEGMENT / COPY-JOURNAL-SEGMENT
      *> Line for line into the dated file, noting the earliest
      *> and latest action date as they pass. A live file not
      *> on disk yet closes as an empty segment. OPEN OUTPUT on
      *> the generation file replaces whatever an earlier
      *> attempt today left there - no catalog row points at it
      *> yet, or this run would already have been refused.
      *> -----------------------------------------------------
           COPY-AUDIT-SEGMENT.
               OPEN OUTPUT AUDIT-SEGMENT
               IF WS-AS-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN AUDIT SEGMENT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-AS-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               OPEN INPUT CUSTOMER-AUDIT-LOG
               IF WS-AL-FILE-STATUS EQUAL '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-NO-MORE-RECORDS
                       READ CUSTOMER-AUDIT-LOG NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM COPY-ONE-AUDIT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-AUDIT-LOG
               ELSE
                   IF WS-AL-FILE-STATUS NOT EQUAL '35'
                       MOVE 'CANNOT OPEN AUDITLOG, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-AL-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               CLOSE AUDIT-SEGMENT.

           COPY-ONE-AUDIT-LINE.
               WRITE AS-SEGMENT-LINE FROM AL-AUDIT-RECORD
               IF WS-AS-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE AUDIT SEGMENT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-AS-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               ADD 1 TO WS-AUDIT-COUNT
               IF WS-AUDIT-COUNT EQUAL 1
                       OR AL-ACTION-DATE LESS THAN WS-AUDIT-FIRST-DATE
                   MOVE AL-ACTION-DATE TO WS-AUDIT-FIRST-DATE
               END-IF
               IF AL-ACTION-DATE GREATER THAN WS-AUDIT-LAST-DATE
                   MOVE AL-ACTION-DATE TO WS-AUDIT-LAST-DATE
               END-IF.

           COPY-JOURNAL-SEGMENT.
               OPEN OUTPUT JOURNAL-SEGMENT
               IF WS-JS-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN JOURNAL SEGMENT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-JS-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               OPEN INPUT CUSTOMER-JOURNAL
               IF WS-JR-FILE-STATUS EQUAL '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-NO-MORE-RECORDS
                       READ CUSTOMER-JOURNAL NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM COPY-ONE-JOURNAL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-JOURNAL
               ELSE
                   IF WS-JR-FILE-STATUS NOT EQUAL '35'
                       MOVE 'CANNOT OPEN CUSTJRNL, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-JR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               CLOSE JOURNAL-SEGMENT.

           COPY-ONE-JOURNAL-LINE.
               WRITE JS-SEGMENT-LINE FROM JR-JOURNAL-RECORD
               IF WS-JS-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE JOURNAL SEGMENT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-JS-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               ADD 1 TO WS-JOURNAL-COUNT
               IF WS-JOURNAL-COUNT EQUAL 1
                       OR JR-ACTION-DATE LESS THAN
                           WS-JOURNAL-FIRST-DATE
                   MOVE JR-ACTION-DATE TO WS-JOURNAL-FIRST-DATE
               END-IF
               IF JR-ACTION-DATE GREATER THAN WS-JOURNAL-LAST-DATE
                   MOVE JR-ACTION-DATE TO WS-JOURNAL-LAST-DATE
               END-IF.

      *> -----------------------------------------------------
      *> WRITE-CATALOG-ROW
      *> Written before the live files are emptied: if the run
      *> dies between the two, the lines sit in both places and
      *> the readers see them twice until the live files are
      *> emptied by hand - a journal replay of the same images
      *> is harmless, and nothing is ever missing.
      *> -----------------------------------------------------
           WRITE-CATALOG-ROW.
               MOVE SPACES TO LC-CATALOG-RECORD
               MOVE WS-RUN-DATE             TO LC-CLOSE-DATE
               MOVE WS-RUN-TIME             TO LC-CLOSE-TIME
               MOVE WS-AUDIT-SEGMENT-NAME   TO LC-AUDIT-FILE-NAME
               MOVE WS-AUDIT-COUNT          TO LC-AUDIT-COUNT
               MOVE WS-AUDIT-FIRST-DATE     TO LC-AUDIT-FIRST-DATE
               MOVE WS-AUDIT-LAST-DATE      TO LC-AUDIT-LAST-DATE
               MOVE WS-JOURNAL-SEGMENT-NAME TO LC-JOURNAL-FILE-NAME
               MOVE WS-JOURNAL-COUNT        TO LC-JOURNAL-COUNT
               MOVE WS-JOURNAL-FIRST-DATE   TO LC-JOURNAL-FIRST-DATE
               MOVE WS-JOURNAL-LAST-DATE    TO LC-JOURNAL-LAST-DATE
               MOVE WS-OPEN-BACKUP-GEN      TO LC-OPEN-BACKUP-GEN
               MOVE WS-CLOSE-BACKUP-GEN     TO LC-CLOSE-BACKUP-GEN
               WRITE LC-CATALOG-RECORD
                   INVALID KEY
                       MOVE 'CANNOT WRITE LOGCAT ROW, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-LC-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-WRITE.

      *> -----------------------------------------------------
      *> EMPTY-LIVE-FILES
      *> OPEN OUTPUT and straight CLOSE leaves each live file
      *> on disk and empty; the next append starts the new
      *> period.
      *> -----------------------------------------------------
           EMPTY-LIVE-FILES.
               OPEN OUTPUT CUSTOMER-AUDIT-LOG
               IF WS-AL-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT EMPTY AUDITLOG, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-AL-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF
               CLOSE CUSTOMER-AUDIT-LOG

               OPEN OUTPUT CUSTOMER-JOURNAL
               IF WS-JR-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT EMPTY CUSTJRNL, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-JR-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF
               CLOSE CUSTOMER-JOURNAL.
