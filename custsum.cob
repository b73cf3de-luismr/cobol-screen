               05 FILLER               PIC X(2)  VALUE SPACES.
               05 TR-COUNT             PIC 9(7).

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD

               PERFORM READ-SUMMARY-PARAMETERS
               PERFORM WRITE-SUMMARY-REPORT

               CLOSE CUSTOMER-MASTER
               CLOSE SUMMARY-REPORT

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
               MOVE 'CUST-SUMMARY' TO RH-PROGRAM-ID
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
               MOVE 'TOTAL' TO RH-COUNT-NAME (1)
               MOVE WS-TOTAL-COUNT TO RH-COUNT-VALUE (1)
               MOVE 'ACTIVE' TO RH-COUNT-NAME (2)
               MOVE WS-ACTIVE-COUNT TO RH-COUNT-VALUE (2)
               MOVE 'INACTIVE' TO RH-COUNT-NAME (3)
               MOVE WS-INACT-COUNT TO RH-COUNT-VALUE (3)
               MOVE 'MONTH ADD' TO RH-COUNT-NAME (4)
               MOVE WS-MONTH-ADD-COUNT TO RH-COUNT-VALUE (4)
               MOVE 'MONTH DEAC' TO RH-COUNT-NAME (5)
               MOVE WS-MONTH-DEACT-COUNT TO RH-COUNT-VALUE (5)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> READ-SUMMARY-PARAMETERS
      *> One optional SUMPRM line naming the month (YYYYMM).
