               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               PERFORM REFUSE-IF-LOCKS-HELD

               MOVE 'NITESTEP' TO WS-CONTROL-KEY
                   PERFORM RUN-ONE-STEP
               END-IF

               IF WS-LAST-DONE-STEP LESS THAN 4
                       AND NOT WS-STEP-HAS-FAILED
                   MOVE 4 TO WS-STEP-NUMBER
                   PERFORM RUN-ONE-STEP
               END-IF

               IF WS-STEP-HAS-FAILED
      *> The flag stays up on a failure: the files may be half
      *> processed and the screen must stay out until the
                   DISPLAY 'CUST-NIGHTLY COMPLETE - QUIESCE CLEARED'
                       UPON CONSOLE
                   MOVE 0 TO RETURN-CODE
               END-IF

               PERFORM LOG-RUN-END.
           STOP RUN.

      *> -----------------------------------------------------
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
               MOVE 'CUST-NIGHTLY' TO RH-PROGRAM-ID
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
               MOVE 'LAST STEP' TO RH-COUNT-NAME (1)
               MOVE WS-LAST-DONE-STEP TO RH-COUNT-VALUE (1)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> REFUSE-IF-LOCKS-HELD
      *> A lock row on CUSTLOCK means a terminal is (or was)
                           UPON CONSOLE
                       CALL 'CUST-EXPORT'
                       CANCEL 'CUST-EXPORT'
                   WHEN 4
                       DISPLAY 'CUST-NIGHTLY STEP 4 - CUST-ADDRLETTER'
                           UPON CONSOLE
                       CALL 'CUST-ADDRLETTER'
                       CANCEL 'CUST-ADDRLETTER'
               END-EVALUATE

               IF RETURN-CODE EQUAL 0
