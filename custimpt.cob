                   INDEXED BY WS-STATE-IDX
                   PIC X(2).

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               CALL "C$GETPID"
               MOVE RETURN-CODE TO WS-PROGRAM-PID

               DISPLAY 'CUST-IMPORT READ '    WS-READ-COUNT
                       ' APPLIED '            WS-APPLIED-COUNT
                       ' REJECTED '           WS-REJECT-COUNT
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
               MOVE 'CUST-IMPORT' TO RH-PROGRAM-ID
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
               MOVE 'REJECTED' TO RH-COUNT-NAME (3)
               MOVE WS-REJECT-COUNT TO RH-COUNT-VALUE (3)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> READ-IMPORT-CHECKPOINT
      *> A non-zero IMPORTPOS row means an earlier attempt at
