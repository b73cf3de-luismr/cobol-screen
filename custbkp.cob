               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME FROM TIME

                       ' CONTROL ' WS-CT-COUNT
                       ' CONTACT ' WS-CN-COUNT
                       ' NOTE ' WS-NT-COUNT
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
               MOVE 'CUST-BACKUP' TO RH-PROGRAM-ID
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
               MOVE WS-CM-COUNT TO RH-COUNT-VALUE (1)
               MOVE 'CONTROL' TO RH-COUNT-NAME (2)
               MOVE WS-CT-COUNT TO RH-COUNT-VALUE (2)
               MOVE 'CONTACT' TO RH-COUNT-NAME (3)
               MOVE WS-CN-COUNT TO RH-COUNT-VALUE (3)
               MOVE 'NOTE' TO RH-COUNT-NAME (4)
               MOVE WS-NT-COUNT TO RH-COUNT-VALUE (4)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> GET-NEXT-GENERATION
      *> The BACKUPGEN row of CUSTOMER-CONTROL carries the last
