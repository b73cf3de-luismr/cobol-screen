               RECORD KEY IS CT-KEY
               FILE STATUS IS WS-CT-FILE-STATUS.

           SELECT CUSTOMER-PREFERENCE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PREF-KEY
               ALTERNATE RECORD KEY IS PF-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-PF-FILE-STATUS.

           SELECT CRM-EXTRACT ASSIGN TO "CRMEXPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.
       FD  CUSTOMER-CONTROL.
           COPY CUSTCTL.

       FD  CUSTOMER-PREFERENCE.
           COPY CUSTPREF.

      *> One change transaction per customer touched since the
      *> last extract: the action up front, the survivor's ID
      *> beside it on a MERGE line, then the full record image
      *> in the same fixed layout the full dump used to carry.
      *> The customer's do-not-mail / email / call flags follow
      *> the image (Y or N), so the CRM honours the same
      *> opt-outs the labels do without the shared image layout
      *> - which the import and the bulk load also read - having
      *> to move.
       FD  CRM-EXTRACT.
           01 DE-DELTA-RECORD.
               05 DE-ACTION            PIC X(10).
               05 DE-MERGED-INTO       PIC X(8).
               05 FILLER               PIC X(1).
               05 DE-RECORD-IMAGE      PIC X(491).
               05 FILLER               PIC X(1).
               05 DE-NO-MAIL           PIC X(1).
               05 DE-NO-EMAIL          PIC X(1).
               05 DE-NO-CALL           PIC X(1).

       WORKING-STORAGE SECTION.
           01 WS-WORK-FIELDS.
               05 WS-CM-FILE-STATUS    PIC XX.
               05 WS-CT-FILE-STATUS    PIC XX.
               05 WS-EX-FILE-STATUS    PIC XX.
               05 WS-PF-FILE-STATUS    PIC XX.

      *> No CUSTPREF on file means nobody has opted out yet:
      *> every flag goes out N.
               05 WS-PREF-FILE-SW      PIC X(1) VALUE 'N'.
                   88 WS-PREF-FILE-ON-HAND  VALUE 'Y'.
               05 WS-PREF-FOUND-SW     PIC X(1).
                   88 WS-PREF-ROW-FOUND     VALUE 'Y'.

               05 WS-EOF-SW            PIC X(1).
                   88 WS-NO-MORE-RECORDS   VALUE 'Y'.
      *> exact layout the full dump carried.
           COPY CUSTEXPT.

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME

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

               PERFORM READ-EXTRACT-WATERMARK

               OPEN OUTPUT CRM-EXTRACT
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-CONTROL
               CLOSE CRM-EXTRACT
               IF WS-PREF-FILE-ON-HAND
                   CLOSE CUSTOMER-PREFERENCE
               END-IF

               DISPLAY 'CUST-EXPORT SCANNED ' WS-SCANNED-COUNT
                       ' ADD '     WS-ADD-COUNT
                       ' CHANGE '  WS-CHANGE-COUNT
                       ' DEACT '   WS-DEACT-COUNT
                       ' MERGE '   WS-MERGE-COUNT
                   UPON CONSOLE

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
               MOVE 'CUST-EXPORT' TO RH-PROGRAM-ID
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
               MOVE 'SCANNED' TO RH-COUNT-NAME (1)
               MOVE WS-SCANNED-COUNT TO RH-COUNT-VALUE (1)
               MOVE 'ADD' TO RH-COUNT-NAME (2)
               MOVE WS-ADD-COUNT TO RH-COUNT-VALUE (2)
               MOVE 'CHANGE' TO RH-COUNT-NAME (3)
               MOVE WS-CHANGE-COUNT TO RH-COUNT-VALUE (3)
               MOVE 'DEACT' TO RH-COUNT-NAME (4)
               MOVE WS-DEACT-COUNT TO RH-COUNT-VALUE (4)
               MOVE 'MERGE' TO RH-COUNT-NAME (5)
               MOVE WS-MERGE-COUNT TO RH-COUNT-VALUE (5)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> READ-EXTRACT-WATERMARK / SAVE-EXTRACT-WATERMARK
      *> The watermark lives on two named CUSTOMER-CONTROL rows
      *> system - the screen, the merge, the import - moves
      *> CM-UPDATE-DATE/TIME, so deactivations and merges make
      *> the feed instead of silently dropping out of it the
      *> way they dropped out of the full dump. A preference
      *> change leaves the master alone, so the customer's
      *> preference row carries a change stamp of its own that
      *> is held against the same watermark.
      *> -----------------------------------------------------
           CHECK-RECORD-CHANGED.
               MOVE 'N' TO WS-RECORD-CHANGED-SW
                           AND CM-UPDATE-TIME GREATER THAN WS-MARK-TIME
                       MOVE 'Y' TO WS-RECORD-CHANGED-SW
                   END-IF
               END-IF

               PERFORM READ-CUSTOMER-PREFERENCE
               IF WS-PREF-ROW-FOUND
                   IF PF-CHANGE-DATE GREATER THAN WS-MARK-DATE
                       MOVE 'Y' TO WS-RECORD-CHANGED-SW
                   ELSE
                       IF PF-CHANGE-DATE EQUAL WS-MARK-DATE
                               AND PF-CHANGE-TIME GREATER THAN
                                   WS-MARK-TIME
                           MOVE 'Y' TO WS-RECORD-CHANGED-SW
                       END-IF
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> READ-CUSTOMER-PREFERENCE
      *> The customer's own row, contact sequence 000. Not
      *> found leaves the flags at N for the feed line.
      *> -----------------------------------------------------
           READ-CUSTOMER-PREFERENCE.
               MOVE 'N' TO WS-PREF-FOUND-SW
               IF WS-PREF-FILE-ON-HAND
                   MOVE CM-CUST-ID TO PF-CUST-ID
                   MOVE 0 TO PF-CONTACT-SEQ
                   READ CUSTOMER-PREFERENCE KEY IS PF-PREF-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-PREF-FOUND-SW
                   END-READ
               END-IF.

      *> -----------------------------------------------------
               PERFORM BUILD-EXPORT-RECORD
               MOVE CE-EXPORT-RECORD TO DE-RECORD-IMAGE

               MOVE 'N' TO DE-NO-MAIL
               MOVE 'N' TO DE-NO-EMAIL
               MOVE 'N' TO DE-NO-CALL
               IF WS-PREF-ROW-FOUND
                   IF PF-NO-MAIL
                       MOVE 'Y' TO DE-NO-MAIL
                   END-IF
                   IF PF-NO-EMAIL
                       MOVE 'Y' TO DE-NO-EMAIL
                   END-IF
                   IF PF-NO-CALL
                       MOVE 'Y' TO DE-NO-CALL
                   END-IF
               END-IF

               WRITE DE-DELTA-RECORD
               IF WS-EX-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE CRMEXPT, STATUS '
