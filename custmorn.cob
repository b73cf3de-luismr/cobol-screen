       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MORNING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-ATX.
       OBJECT-COMPUTER. IBM-ATX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-FILE-STATUS.

           SELECT CUSTOMER-CONTROL ASSIGN TO "CUSTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT OPS-PARAMETERS ASSIGN TO "OPSPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT OPS-JOB-LIST ASSIGN TO "OPSJOBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OJ-FILE-STATUS.

           SELECT OPS-REPORT ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-HISTORY-LOG.
           COPY RUNHIST.

       FD  CUSTOMER-CONTROL.
           COPY CUSTCTL.

      *> Both fields optional: a from-date replaces the window
      *> the last report left behind (a rerun of an earlier
      *> morning, say) and a percentage replaces the default
      *> threshold for a sharp change in a count.
       FD  OPS-PARAMETERS.
           01 PR-PARAMETER-RECORD.
               05 PR-FROM-DATE         PIC X(8).
               05 FILLER               PIC X(1).
               05 PR-VARIANCE-PCT      PIC X(3).

       FD  OPS-JOB-LIST.
           01 OJ-JOB-RECORD.
               05 OJ-PROGRAM-ID        PIC X(16).

       FD  OPS-REPORT.
           01 RP-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-WORK-FIELDS.
               05 WS-RH-FILE-STATUS    PIC XX.
               05 WS-CT-FILE-STATUS    PIC XX.
               05 WS-PR-FILE-STATUS    PIC XX.
               05 WS-OJ-FILE-STATUS    PIC XX.
               05 WS-RP-FILE-STATUS    PIC XX.

               05 WS-EOF-SW            PIC X(1).
                   88 WS-NO-MORE-RECORDS   VALUE 'Y'.

               05 WS-RUN-DATE          PIC 9(8).
               05 WS-RUN-TIME          PIC 9(8).

      *> The window opens where the last report's own run began,
      *> held on the OPSRPTDT/OPSRPTTM control rows the way the
      *> CRM feed keeps its watermark. Date and time side by
      *> side compare as one key.
               05 WS-WINDOW-STAMP.
                   10 WS-WINDOW-DATE   PIC 9(8) VALUE 0.
                   10 WS-WINDOW-TIME   PIC 9(8) VALUE 0.
               05 WS-RECORD-STAMP.
                   10 WS-RECORD-DATE   PIC 9(8).
                   10 WS-RECORD-TIME   PIC 9(8).
               05 WS-FROM-PARM-SW      PIC X(1) VALUE 'N'.
                   88 WS-FROM-DATE-GIVEN    VALUE 'Y'.
               05 WS-CONTROL-KEY       PIC X(10).
               05 WS-CONTROL-VALUE     PIC 9(8).

      *> A count is flagged when it moved by more than this
      *> share of the previous clean run's figure - and by at
      *> least the floor, so a ZIP-LOAD that skipped 3 lines
      *> instead of 1 does not read as an emergency.
               05 WS-VARIANCE-PCT      PIC 9(3) VALUE 050.
               05 WS-VARIANCE-FLOOR    PIC 9(5) VALUE 10.
               05 WS-COUNT-DIFF        PIC 9(9).
               05 WS-DIFF-SCALED       PIC 9(12).
               05 WS-LIMIT-SCALED      PIC 9(12).

      *> One slot per program met on the log: whether it ran in
      *> the window, a start still waiting for its end line,
      *> and the totals of its last clean run to measure the
      *> next one against.
               05 WS-PROG-USED         PIC 9(2) VALUE 0.
               05 WS-PROG-SUB          PIC 9(2).
               05 WS-PROG-TABLE.
                   10 WS-PROG-ENTRY OCCURS 40 TIMES.
                       15 WS-PG-ID         PIC X(16).
                       15 WS-PG-RAN-SW     PIC X(1).
                       15 WS-PG-OPEN-SW    PIC X(1).
                       15 WS-PG-OPEN-DATE  PIC 9(8).
                       15 WS-PG-OPEN-TIME  PIC 9(8).
                       15 WS-PG-PRIOR-SW   PIC X(1).
                       15 WS-PG-PRIOR-ENTRY OCCURS 6 TIMES.
                           20 WS-PG-PRIOR-NAME  PIC X(10).
                           20 WS-PG-PRIOR-VALUE PIC 9(9).
               05 WS-PROG-FOUND-SW     PIC X(1).
                   88 WS-PROG-WAS-FOUND     VALUE 'Y'.
               05 WS-PROG-OVER-COUNT   PIC 9(7) VALUE 0.

               05 WS-COUNT-SUB         PIC 9(1).
               05 WS-PRIOR-SUB         PIC 9(1).
               05 WS-PRIOR-FOUND-SW    PIC X(1).
                   88 WS-PRIOR-WAS-FOUND    VALUE 'Y'.
               05 WS-SHARP-SW          PIC X(1).
                   88 WS-CHANGE-IS-SHARP    VALUE 'Y'.

               05 WS-JOB-USED          PIC 9(2) VALUE 0.
               05 WS-JOB-SUB           PIC 9(2).
               05 WS-JOB-TABLE.
                   10 WS-JOB-ID OCCURS 30 TIMES PIC X(16).

               05 WS-FAIL-USED         PIC 9(2) VALUE 0.
               05 WS-FAIL-SUB          PIC 9(2).
               05 WS-FAIL-TABLE.
                   10 WS-FAIL-ENTRY OCCURS 50 TIMES.
                       15 WS-FL-PROGRAM    PIC X(16).
                       15 WS-FL-DATE       PIC 9(8).
                       15 WS-FL-TIME       PIC 9(8).
                       15 WS-FL-REASON     PIC X(40).
                       15 WS-FL-STATUS     PIC XX.
               05 WS-FAIL-REASON       PIC X(40).
               05 WS-FAIL-STATUS       PIC XX.
               05 WS-FAIL-DATE         PIC 9(8).
               05 WS-FAIL-TIME         PIC 9(8).

               05 WS-SHARP-USED        PIC 9(3) VALUE 0.
               05 WS-SHARP-SUB         PIC 9(3).
               05 WS-SHARP-TABLE.
                   10 WS-SHARP-ENTRY OCCURS 100 TIMES.
                       15 WS-SH-PROGRAM    PIC X(16).
                       15 WS-SH-NAME       PIC X(10).
                       15 WS-SH-WAS        PIC 9(9).
                       15 WS-SH-NOW        PIC 9(9).

               05 WS-RUN-COUNT         PIC 9(7) VALUE 0.
               05 WS-FAIL-COUNT        PIC 9(7) VALUE 0.
               05 WS-NOT-RUN-COUNT     PIC 9(7) VALUE 0.
               05 WS-SHARP-COUNT       PIC 9(7) VALUE 0.

               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

           01 WS-HEADING-LINE.
               05 FILLER               PIC X(34)
                   VALUE 'MORNING OPERATIONS REPORT - DATE '.
               05 HD-RUN-DATE          PIC 9(8).
               05 FILLER               PIC X(6)  VALUE ' TIME '.
               05 HD-RUN-TIME          PIC 9(8).

           01 WS-WINDOW-LINE.
               05 FILLER               PIC X(20)
                   VALUE 'RUNS SINCE '.
               05 WL-DATE              PIC 9(8).
               05 FILLER               PIC X(1)  VALUE '/'.
               05 WL-TIME              PIC 9(8).

           01 WS-SECTION-LINE.
               05 SE-TEXT              PIC X(60).

           01 WS-RUN-HEADING.
               05 FILLER               PIC X(50)
                   VALUE '  PROGRAM           STARTED            ENDED'.
               05 FILLER               PIC X(20)
                   VALUE '        STATUS'.
               05 FILLER               PIC X(2)  VALUE 'RC'.

           01 WS-RUN-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 RN-PROGRAM           PIC X(16).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 RN-START-DATE        PIC 9(8).
               05 FILLER               PIC X(1)  VALUE '/'.
               05 RN-START-TIME        PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 RN-END-DATE          PIC 9(8).
               05 FILLER               PIC X(1)  VALUE '/'.
               05 RN-END-TIME          PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 RN-STATUS            PIC X(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 RN-RETURN-CODE       PIC ZZZ9.

           01 WS-RUN-COUNT-LINE.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 RC-NAME              PIC X(10).
               05 FILLER               PIC X(5)  VALUE ' NOW '.
               05 RC-NOW               PIC ZZZ,ZZZ,ZZ9.
               05 RC-WAS-AREA.
                   10 FILLER           PIC X(6)  VALUE '  WAS '.
                   10 RC-WAS           PIC ZZZ,ZZZ,ZZ9.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 RC-FLAG              PIC X(16).

           01 WS-ABORT-LINE.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 FILLER               PIC X(7)  VALUE 'ABORT: '.
               05 AB-MESSAGE           PIC X(40).
               05 AB-STATUS            PIC XX.

           01 WS-FAIL-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FL-PROGRAM           PIC X(16).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FL-DATE              PIC 9(8).
               05 FILLER               PIC X(1)  VALUE '/'.
               05 FL-TIME              PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FL-REASON            PIC X(40).
               05 FL-STATUS            PIC XX.

           01 WS-NOT-RUN-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 NR-PROGRAM           PIC X(16).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 NR-TEXT              PIC X(40).

           01 WS-SHARP-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 SL-PROGRAM           PIC X(16).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 SL-NAME              PIC X(10).
               05 FILLER               PIC X(6)  VALUE '  WAS '.
               05 SL-WAS               PIC ZZZ,ZZZ,ZZ9.
               05 FILLER               PIC X(6)  VALUE '  NOW '.
               05 SL-NOW               PIC ZZZ,ZZZ,ZZ9.

           01 WS-COUNT-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 CT-TEXT              PIC X(34).
               05 CT-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           BEGIN.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME

               PERFORM READ-OPS-PARAMETERS
               IF NOT WS-FROM-DATE-GIVEN
                   PERFORM READ-REPORT-WATERMARK
               END-IF
               PERFORM LOAD-EXPECTED-JOBS

               OPEN OUTPUT OPS-REPORT
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN OPSRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               PERFORM WRITE-REPORT-HEADING
               PERFORM SCAN-RUN-HISTORY
               PERFORM COLLECT-OPEN-RUNS
               PERFORM WRITE-FAILURE-SECTION
               PERFORM WRITE-NOT-RUN-SECTION
               PERFORM WRITE-SHARP-SECTION
               PERFORM WRITE-REPORT-TRAILER

               CLOSE OPS-REPORT

               IF NOT WS-FROM-DATE-GIVEN
                   PERFORM SAVE-REPORT-WATERMARK
               END-IF

               DISPLAY 'CUST-MORNING RUNS '  WS-RUN-COUNT
                       ' FAILED '            WS-FAIL-COUNT
                       ' NOT RUN '           WS-NOT-RUN-COUNT
                       ' SHARP CHANGES '     WS-SHARP-COUNT
                   UPON CONSOLE.
           STOP RUN.

      *> -----------------------------------------------------
      *> ABORT-RUN
      *> The report is what the morning shift signs the night
      *> off from, so it must not come out half written. The
      *> watermark is only moved after a clean pass, so a
      *> rerun covers the same window again.
      *> -----------------------------------------------------
           ABORT-RUN.
               DISPLAY WS-ABORT-MESSAGE WS-ABORT-STATUS
                   UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      *> -----------------------------------------------------
      *> READ-OPS-PARAMETERS
      *> One optional OPSPRM line: a from-date (YYYYMMDD) in
      *> columns 1-8 and a three-digit percentage in 10-12.
      *> A stated from-date reports from midnight of that day
      *> and leaves the watermark alone, so looking back at an
      *> older night does not hide tonight's runs tomorrow.
      *> -----------------------------------------------------
           READ-OPS-PARAMETERS.
               OPEN INPUT OPS-PARAMETERS
               IF WS-PR-FILE-STATUS EQUAL '00'
                   READ OPS-PARAMETERS
                       AT END CONTINUE
                       NOT AT END
                           PERFORM APPLY-OPS-PARAMETERS
                   END-READ
                   CLOSE OPS-PARAMETERS
               END-IF.

           APPLY-OPS-PARAMETERS.
               IF PR-FROM-DATE NUMERIC
                   MOVE PR-FROM-DATE TO WS-WINDOW-DATE
                   MOVE 0 TO WS-WINDOW-TIME
                   MOVE 'Y' TO WS-FROM-PARM-SW
               ELSE
                   IF PR-FROM-DATE NOT EQUAL SPACES
                       MOVE 'OPSPRM FROM-DATE NOT NUMERIC '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               IF PR-VARIANCE-PCT NUMERIC
                   MOVE PR-VARIANCE-PCT TO WS-VARIANCE-PCT
               ELSE
                   IF PR-VARIANCE-PCT NOT EQUAL SPACES
                       MOVE 'OPSPRM PERCENT NOT NUMERIC '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> READ-REPORT-WATERMARK / SAVE-REPORT-WATERMARK
      *> Two named CUSTOMER-CONTROL rows beside the CUSTID
      *> counter. No rows yet means the first report, which
      *> covers everything on the log. The saved mark is this
      *> run's start, so a job that began while the report was
      *> being read is picked up tomorrow rather than lost.
      *> -----------------------------------------------------
           READ-REPORT-WATERMARK.
               MOVE 'OPSRPTDT' TO WS-CONTROL-KEY
               PERFORM GET-CONTROL-ROW
               MOVE WS-CONTROL-VALUE TO WS-WINDOW-DATE
               MOVE 'OPSRPTTM' TO WS-CONTROL-KEY
               PERFORM GET-CONTROL-ROW
               MOVE WS-CONTROL-VALUE TO WS-WINDOW-TIME.

           SAVE-REPORT-WATERMARK.
               MOVE 'OPSRPTDT' TO WS-CONTROL-KEY
               MOVE WS-RUN-DATE TO WS-CONTROL-VALUE
               PERFORM UPDATE-CONTROL-ROW
               MOVE 'OPSRPTTM' TO WS-CONTROL-KEY
               MOVE WS-RUN-TIME TO WS-CONTROL-VALUE
               PERFORM UPDATE-CONTROL-ROW.

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
      *> LOAD-EXPECTED-JOBS
      *> OPSJOBS names, one per line, the programs that must
      *> have run since the last report. Without the file the
      *> nightly window and its four steps are expected - the
      *> other batch jobs run on request, and their absence is
      *> not news.
      *> -----------------------------------------------------
           LOAD-EXPECTED-JOBS.
               OPEN INPUT OPS-JOB-LIST
               IF WS-OJ-FILE-STATUS EQUAL '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-NO-MORE-RECORDS
                       READ OPS-JOB-LIST
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF OJ-PROGRAM-ID NOT EQUAL SPACES
                                       AND WS-JOB-USED LESS THAN 30
                                   ADD 1 TO WS-JOB-USED
                                   MOVE OJ-PROGRAM-ID
                                       TO WS-JOB-ID(WS-JOB-USED)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPS-JOB-LIST
               END-IF

               IF WS-JOB-USED EQUAL 0
                   MOVE 'CUST-NIGHTLY'   TO WS-JOB-ID(1)
                   MOVE 'CUST-INTEGRITY' TO WS-JOB-ID(2)
                   MOVE 'CUST-BACKUP'    TO WS-JOB-ID(3)
                   MOVE 'CUST-EXPORT'    TO WS-JOB-ID(4)
                   MOVE 'CUST-ADDRLETTER' TO WS-JOB-ID(5)
                   MOVE 5 TO WS-JOB-USED
               END-IF.

           WRITE-REPORT-HEADING.
               MOVE WS-RUN-DATE TO HD-RUN-DATE
               MOVE WS-RUN-TIME TO HD-RUN-TIME
               WRITE RP-LINE FROM WS-HEADING-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE WS-WINDOW-DATE TO WL-DATE
               MOVE WS-WINDOW-TIME TO WL-TIME
               WRITE RP-LINE FROM WS-WINDOW-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 'RUNS' TO SE-TEXT
               PERFORM WRITE-SECTION-HEADING
               WRITE RP-LINE FROM WS-RUN-HEADING
               PERFORM CHECK-REPORT-WRITE-STATUS.

      *> -----------------------------------------------------
      *> SCAN-RUN-HISTORY
      *> The single pass over RUNHIST, oldest line first. A
      *> start line belongs to the window it started in, an end
      *> line to the one it ended in, so a run straddling the
      *> last report is not lost. Lines from before the window
      *> only keep each program's last clean totals current;
      *> lines inside it are reported.
      *> No log at all simply means nothing has run yet.
      *> -----------------------------------------------------
           SCAN-RUN-HISTORY.
               OPEN INPUT RUN-HISTORY-LOG
               IF WS-RH-FILE-STATUS EQUAL '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-NO-MORE-RECORDS
                       READ RUN-HISTORY-LOG
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM TAKE-RUN-HISTORY-LINE
                       END-READ
                   END-PERFORM
                   CLOSE RUN-HISTORY-LOG
               ELSE
                   IF WS-RH-FILE-STATUS NOT EQUAL '35'
                       MOVE 'CANNOT OPEN RUNHIST, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-RH-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF.

           TAKE-RUN-HISTORY-LINE.
               PERFORM FIND-PROGRAM-SLOT
               IF WS-PROG-WAS-FOUND
                   IF RH-RUN-STARTED
                       MOVE RH-START-DATE TO WS-RECORD-DATE
                       MOVE RH-START-TIME TO WS-RECORD-TIME
                   ELSE
                       MOVE RH-END-DATE TO WS-RECORD-DATE
                       MOVE RH-END-TIME TO WS-RECORD-TIME
                   END-IF
                   IF WS-RECORD-STAMP NOT LESS THAN WS-WINDOW-STAMP
                       PERFORM REPORT-RUN-HISTORY-LINE
                   END-IF
                   IF RH-RUN-COMPLETE AND RH-RETURN-CODE EQUAL 0
                       PERFORM KEEP-PRIOR-COUNTS
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> FIND-PROGRAM-SLOT
      *> Looks the program up and takes a new slot for one not
      *> seen before. A forty-first program is counted on the
      *> trailer and otherwise left out.
      *> -----------------------------------------------------
           FIND-PROGRAM-SLOT.
               MOVE 'N' TO WS-PROG-FOUND-SW
               MOVE 0 TO WS-PROG-SUB
               PERFORM UNTIL WS-PROG-WAS-FOUND
                       OR WS-PROG-SUB NOT LESS THAN WS-PROG-USED
                   ADD 1 TO WS-PROG-SUB
                   IF WS-PG-ID(WS-PROG-SUB) EQUAL RH-PROGRAM-ID
                       MOVE 'Y' TO WS-PROG-FOUND-SW
                   END-IF
               END-PERFORM

               IF NOT WS-PROG-WAS-FOUND
                   IF WS-PROG-USED LESS THAN 40
                       ADD 1 TO WS-PROG-USED
                       MOVE WS-PROG-USED TO WS-PROG-SUB
                       MOVE RH-PROGRAM-ID TO WS-PG-ID(WS-PROG-SUB)
                       MOVE 'N' TO WS-PG-RAN-SW(WS-PROG-SUB)
                       MOVE 'N' TO WS-PG-OPEN-SW(WS-PROG-SUB)
                       MOVE 'N' TO WS-PG-PRIOR-SW(WS-PROG-SUB)
                       MOVE 'Y' TO WS-PROG-FOUND-SW
                   ELSE
                       ADD 1 TO WS-PROG-OVER-COUNT
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> REPORT-RUN-HISTORY-LINE
      *> A start line only marks the program as having run and
      *> holds the start open until its end line turns up. A
      *> second start while one is still open means the first
      *> run never wrote an end - killed, or the box went down
      *> under it - and that is a failure in its own right.
      *> -----------------------------------------------------
           REPORT-RUN-HISTORY-LINE.
               MOVE 'Y' TO WS-PG-RAN-SW(WS-PROG-SUB)

               IF RH-RUN-STARTED
                   IF WS-PG-OPEN-SW(WS-PROG-SUB) EQUAL 'Y'
                       PERFORM RECORD-OPEN-RUN-FAILURE
                   END-IF
                   MOVE 'Y' TO WS-PG-OPEN-SW(WS-PROG-SUB)
                   MOVE RH-START-DATE TO WS-PG-OPEN-DATE(WS-PROG-SUB)
                   MOVE RH-START-TIME TO WS-PG-OPEN-TIME(WS-PROG-SUB)
               ELSE
                   IF WS-PG-OPEN-SW(WS-PROG-SUB) EQUAL 'Y'
                           AND WS-PG-OPEN-DATE(WS-PROG-SUB)
                               EQUAL RH-START-DATE
                           AND WS-PG-OPEN-TIME(WS-PROG-SUB)
                               EQUAL RH-START-TIME
                       MOVE 'N' TO WS-PG-OPEN-SW(WS-PROG-SUB)
                   END-IF
                   PERFORM WRITE-RUN-LINE
               END-IF.

           WRITE-RUN-LINE.
               ADD 1 TO WS-RUN-COUNT
               MOVE RH-PROGRAM-ID  TO RN-PROGRAM
               MOVE RH-START-DATE  TO RN-START-DATE
               MOVE RH-START-TIME  TO RN-START-TIME
               MOVE RH-END-DATE    TO RN-END-DATE
               MOVE RH-END-TIME    TO RN-END-TIME
               MOVE RH-RETURN-CODE TO RN-RETURN-CODE
               IF RH-RUN-ABORTED
                   MOVE 'ABORTED' TO RN-STATUS
               ELSE
                   MOVE 'COMPLETE' TO RN-STATUS
               END-IF
               WRITE RP-LINE FROM WS-RUN-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               IF RH-RUN-ABORTED
                   MOVE RH-ABORT-MESSAGE TO AB-MESSAGE
                   MOVE RH-ABORT-STATUS  TO AB-STATUS
                   WRITE RP-LINE FROM WS-ABORT-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
                   MOVE RH-ABORT-MESSAGE TO WS-FAIL-REASON
                   MOVE RH-ABORT-STATUS  TO WS-FAIL-STATUS
                   PERFORM RECORD-RUN-FAILURE
               ELSE
                   IF RH-RETURN-CODE NOT EQUAL 0
                       MOVE 'ENDED WITH A NON-ZERO RETURN CODE'
                           TO WS-FAIL-REASON
                       MOVE SPACES TO WS-FAIL-STATUS
                       PERFORM RECORD-RUN-FAILURE
                   END-IF
               END-IF

               MOVE 1 TO WS-COUNT-SUB
               PERFORM UNTIL WS-COUNT-SUB GREATER THAN 6
                   IF RH-COUNT-NAME(WS-COUNT-SUB) NOT EQUAL SPACES
                       PERFORM WRITE-RUN-COUNT-LINE
                   END-IF
                   ADD 1 TO WS-COUNT-SUB
               END-PERFORM.

      *> -----------------------------------------------------
      *> WRITE-RUN-COUNT-LINE
      *> One of the run's totals, set against the same-named
      *> total of the program's last clean run. Only a clean
      *> run is judged: an aborted one is short by definition
      *> and is already on the failure list.
      *> -----------------------------------------------------
           WRITE-RUN-COUNT-LINE.
               MOVE RH-COUNT-NAME(WS-COUNT-SUB)  TO RC-NAME
               MOVE RH-COUNT-VALUE(WS-COUNT-SUB) TO RC-NOW
               MOVE SPACES TO RC-FLAG
               PERFORM FIND-PRIOR-COUNT

               IF WS-PRIOR-WAS-FOUND
                   MOVE '  WAS ' TO RC-WAS-AREA
                   MOVE WS-PG-PRIOR-VALUE(WS-PROG-SUB, WS-PRIOR-SUB)
                       TO RC-WAS
                   IF RH-RUN-COMPLETE AND RH-RETURN-CODE EQUAL 0
                       PERFORM CHECK-SHARP-CHANGE
                       IF WS-CHANGE-IS-SHARP
                           MOVE '** SHARP CHANGE' TO RC-FLAG
                           PERFORM RECORD-SHARP-CHANGE
                       END-IF
                   END-IF
               ELSE
                   MOVE SPACES TO RC-WAS-AREA
               END-IF

               WRITE RP-LINE FROM WS-RUN-COUNT-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           FIND-PRIOR-COUNT.
               MOVE 'N' TO WS-PRIOR-FOUND-SW
               IF WS-PG-PRIOR-SW(WS-PROG-SUB) EQUAL 'Y'
                   MOVE 0 TO WS-PRIOR-SUB
                   PERFORM UNTIL WS-PRIOR-WAS-FOUND
                           OR WS-PRIOR-SUB NOT LESS THAN 6
                       ADD 1 TO WS-PRIOR-SUB
                       IF WS-PG-PRIOR-NAME(WS-PROG-SUB, WS-PRIOR-SUB)
                               EQUAL RH-COUNT-NAME(WS-COUNT-SUB)
                           MOVE 'Y' TO WS-PRIOR-FOUND-SW
                       END-IF
                   END-PERFORM
               END-IF.

      *> -----------------------------------------------------
      *> CHECK-SHARP-CHANGE
      *> Sharp means the move is at least the floor and, scaled
      *> by a hundred, more than the percentage times the old
      *> figure - whole numbers throughout, so no rounding
      *> decides it. A count that was zero and is now at the
      *> floor or above always qualifies.
      *> -----------------------------------------------------
           CHECK-SHARP-CHANGE.
               MOVE 'N' TO WS-SHARP-SW
               IF RH-COUNT-VALUE(WS-COUNT-SUB) NOT LESS THAN
                       WS-PG-PRIOR-VALUE(WS-PROG-SUB, WS-PRIOR-SUB)
                   SUBTRACT WS-PG-PRIOR-VALUE(WS-PROG-SUB, WS-PRIOR-SUB)
                       FROM RH-COUNT-VALUE(WS-COUNT-SUB)
                       GIVING WS-COUNT-DIFF
               ELSE
                   SUBTRACT RH-COUNT-VALUE(WS-COUNT-SUB)
                       FROM WS-PG-PRIOR-VALUE(WS-PROG-SUB, WS-PRIOR-SUB)
                       GIVING WS-COUNT-DIFF
               END-IF

               IF WS-COUNT-DIFF NOT LESS THAN WS-VARIANCE-FLOOR
                   MULTIPLY WS-COUNT-DIFF BY 100
                       GIVING WS-DIFF-SCALED
                   MULTIPLY WS-PG-PRIOR-VALUE(WS-PROG-SUB, WS-PRIOR-SUB)
                       BY WS-VARIANCE-PCT
                       GIVING WS-LIMIT-SCALED
                   IF WS-DIFF-SCALED GREATER THAN WS-LIMIT-SCALED
                       MOVE 'Y' TO WS-SHARP-SW
                   END-IF
               END-IF.

           RECORD-SHARP-CHANGE.
               ADD 1 TO WS-SHARP-COUNT
               IF WS-SHARP-USED LESS THAN 100
                   ADD 1 TO WS-SHARP-USED
                   MOVE RH-PROGRAM-ID TO WS-SH-PROGRAM(WS-SHARP-USED)
                   MOVE RH-COUNT-NAME(WS-COUNT-SUB)
                       TO WS-SH-NAME(WS-SHARP-USED)
                   MOVE WS-PG-PRIOR-VALUE(WS-PROG-SUB, WS-PRIOR-SUB)
                       TO WS-SH-WAS(WS-SHARP-USED)
                   MOVE RH-COUNT-VALUE(WS-COUNT-SUB)
                       TO WS-SH-NOW(WS-SHARP-USED)
               END-IF.

      *> -----------------------------------------------------
      *> KEEP-PRIOR-COUNTS
      *> A clean run's totals become the yardstick for the
      *> program's next run - taken after the run itself has
      *> been judged against the one before.
      *> -----------------------------------------------------
           KEEP-PRIOR-COUNTS.
               MOVE 'Y' TO WS-PG-PRIOR-SW(WS-PROG-SUB)
               MOVE 1 TO WS-COUNT-SUB
               PERFORM UNTIL WS-COUNT-SUB GREATER THAN 6
                   MOVE RH-COUNT-NAME(WS-COUNT-SUB)
                       TO WS-PG-PRIOR-NAME(WS-PROG-SUB, WS-COUNT-SUB)
                   MOVE RH-COUNT-VALUE(WS-COUNT-SUB)
                       TO WS-PG-PRIOR-VALUE(WS-PROG-SUB, WS-COUNT-SUB)
                   ADD 1 TO WS-COUNT-SUB
               END-PERFORM.

      *> -----------------------------------------------------
      *> RECORD-RUN-FAILURE / RECORD-OPEN-RUN-FAILURE
      *> Failures are held and printed together after the run
      *> list, so the shift sees them in one place. Fifty is
      *> far beyond a bad night; past that they are still
      *> counted on the trailer.
      *> -----------------------------------------------------
           RECORD-RUN-FAILURE.
               MOVE RH-START-DATE TO WS-FAIL-DATE
               MOVE RH-START-TIME TO WS-FAIL-TIME
               PERFORM ADD-FAILURE-ENTRY.

           RECORD-OPEN-RUN-FAILURE.
               MOVE WS-PG-OPEN-DATE(WS-PROG-SUB) TO WS-FAIL-DATE
               MOVE WS-PG-OPEN-TIME(WS-PROG-SUB) TO WS-FAIL-TIME
               MOVE 'STARTED BUT NEVER WROTE AN END LINE'
                   TO WS-FAIL-REASON
               MOVE SPACES TO WS-FAIL-STATUS
               PERFORM ADD-FAILURE-ENTRY.

           ADD-FAILURE-ENTRY.
               ADD 1 TO WS-FAIL-COUNT
               IF WS-FAIL-USED LESS THAN 50
                   ADD 1 TO WS-FAIL-USED
                   MOVE WS-PG-ID(WS-PROG-SUB)
                       TO WS-FL-PROGRAM(WS-FAIL-USED)
                   MOVE WS-FAIL-DATE   TO WS-FL-DATE(WS-FAIL-USED)
                   MOVE WS-FAIL-TIME   TO WS-FL-TIME(WS-FAIL-USED)
                   MOVE WS-FAIL-REASON TO WS-FL-REASON(WS-FAIL-USED)
                   MOVE WS-FAIL-STATUS TO WS-FL-STATUS(WS-FAIL-USED)
               END-IF.

      *> -----------------------------------------------------
      *> COLLECT-OPEN-RUNS
      *> A start still open once the whole log is read never
      *> finished. It may still be running as this prints, but
      *> the shift needs to know either way.
      *> -----------------------------------------------------
           COLLECT-OPEN-RUNS.
               MOVE 1 TO WS-PROG-SUB
               PERFORM UNTIL WS-PROG-SUB GREATER THAN WS-PROG-USED
                   IF WS-PG-OPEN-SW(WS-PROG-SUB) EQUAL 'Y'
                       PERFORM RECORD-OPEN-RUN-FAILURE
                   END-IF
                   ADD 1 TO WS-PROG-SUB
               END-PERFORM.

           WRITE-FAILURE-SECTION.
               MOVE 'FAILED OR UNFINISHED RUNS' TO SE-TEXT
               PERFORM WRITE-SECTION-HEADING

               MOVE 1 TO WS-FAIL-SUB
               PERFORM UNTIL WS-FAIL-SUB GREATER THAN WS-FAIL-USED
                   MOVE WS-FL-PROGRAM(WS-FAIL-SUB) TO FL-PROGRAM
                   MOVE WS-FL-DATE(WS-FAIL-SUB)    TO FL-DATE
                   MOVE WS-FL-TIME(WS-FAIL-SUB)    TO FL-TIME
                   MOVE WS-FL-REASON(WS-FAIL-SUB)  TO FL-REASON
                   MOVE WS-FL-STATUS(WS-FAIL-SUB)  TO FL-STATUS
                   WRITE RP-LINE FROM WS-FAIL-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
                   ADD 1 TO WS-FAIL-SUB
               END-PERFORM

               IF WS-FAIL-COUNT EQUAL 0
                   MOVE '  NONE' TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF.

      *> -----------------------------------------------------
      *> WRITE-NOT-RUN-SECTION
      *> Each expected program with no line at all inside the
      *> window - the scheduler never started it.
      *> -----------------------------------------------------
           WRITE-NOT-RUN-SECTION.
               MOVE 'EXPECTED JOBS THAT DID NOT RUN' TO SE-TEXT
               PERFORM WRITE-SECTION-HEADING

               MOVE 1 TO WS-JOB-SUB
               PERFORM UNTIL WS-JOB-SUB GREATER THAN WS-JOB-USED
                   PERFORM CHECK-EXPECTED-JOB
                   ADD 1 TO WS-JOB-SUB
               END-PERFORM

               IF WS-NOT-RUN-COUNT EQUAL 0
                   MOVE '  NONE' TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF.

           CHECK-EXPECTED-JOB.
               MOVE 'N' TO WS-PROG-FOUND-SW
               MOVE 0 TO WS-PROG-SUB
               PERFORM UNTIL WS-PROG-WAS-FOUND
                       OR WS-PROG-SUB NOT LESS THAN WS-PROG-USED
                   ADD 1 TO WS-PROG-SUB
                   IF WS-PG-ID(WS-PROG-SUB) EQUAL WS-JOB-ID(WS-JOB-SUB)
                           AND WS-PG-RAN-SW(WS-PROG-SUB) EQUAL 'Y'
                       MOVE 'Y' TO WS-PROG-FOUND-SW
                   END-IF
               END-PERFORM

               IF NOT WS-PROG-WAS-FOUND
                   ADD 1 TO WS-NOT-RUN-COUNT
                   MOVE WS-JOB-ID(WS-JOB-SUB) TO NR-PROGRAM
                   MOVE 'NO RUN SINCE THE WINDOW OPENED' TO NR-TEXT
                   WRITE RP-LINE FROM WS-NOT-RUN-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF.

           WRITE-SHARP-SECTION.
               MOVE 'COUNTS CHANGED SHARPLY FROM THE PREVIOUS RUN'
                   TO SE-TEXT
               PERFORM WRITE-SECTION-HEADING

               MOVE 1 TO WS-SHARP-SUB
               PERFORM UNTIL WS-SHARP-SUB GREATER THAN WS-SHARP-USED
                   MOVE WS-SH-PROGRAM(WS-SHARP-SUB) TO SL-PROGRAM
                   MOVE WS-SH-NAME(WS-SHARP-SUB)    TO SL-NAME
                   MOVE WS-SH-WAS(WS-SHARP-SUB)     TO SL-WAS
                   MOVE WS-SH-NOW(WS-SHARP-SUB)     TO SL-NOW
                   WRITE RP-LINE FROM WS-SHARP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
                   ADD 1 TO WS-SHARP-SUB
               END-PERFORM

               IF WS-SHARP-COUNT EQUAL 0
                   MOVE '  NONE' TO RP-LINE
                   WRITE RP-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF.

           WRITE-REPORT-TRAILER.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 'RUNS ENDED IN WINDOW ............:' TO CT-TEXT
               MOVE WS-RUN-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'FAILED OR UNFINISHED ............:' TO CT-TEXT
               MOVE WS-FAIL-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'EXPECTED JOBS NOT RUN ...........:' TO CT-TEXT
               MOVE WS-NOT-RUN-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'SHARP COUNT CHANGES .............:' TO CT-TEXT
               MOVE WS-SHARP-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'THRESHOLD PERCENT ...............:' TO CT-TEXT
               MOVE WS-VARIANCE-PCT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               IF WS-PROG-OVER-COUNT GREATER THAN 0
                   MOVE 'LINES FOR PROGRAMS NOT TRACKED ..:' TO CT-TEXT
                   MOVE WS-PROG-OVER-COUNT TO CT-COUNT
                   PERFORM WRITE-COUNT-LINE
               END-IF.

           WRITE-SECTION-HEADING.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               WRITE RP-LINE FROM WS-SECTION-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           WRITE-COUNT-LINE.
               WRITE RP-LINE FROM WS-COUNT-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           CHECK-REPORT-WRITE-STATUS.
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE OPSRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.
