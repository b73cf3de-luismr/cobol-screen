      *> ---------------------------------------------------------
      *> RUNHIST.CPY
      *> Record layout for the shared batch run-history log,
      *> RUNHIST. Every batch program appends one line as it
      *> starts (status S) and one as it ends - C for a clean
      *> finish, A when ABORT-RUN stopped it, with the abort
      *> message and file status carried across. The end line
      *> repeats the start date/time so the two can be paired.
      *> Up to six of the totals the program already keeps go
      *> out as name/value pairs; the morning operations report
      *> compares each one by name with the same program's
      *> previous clean run.
      *> ---------------------------------------------------------
           01 RH-RUN-RECORD.
               05 RH-PROGRAM-ID         PIC X(16).
               05 RH-RUN-STATUS         PIC X(1).
                   88 RH-RUN-STARTED         VALUE 'S'.
                   88 RH-RUN-COMPLETE        VALUE 'C'.
                   88 RH-RUN-ABORTED         VALUE 'A'.
               05 RH-START-DATE         PIC 9(8).
               05 RH-START-TIME         PIC 9(8).
               05 RH-END-DATE           PIC 9(8).
               05 RH-END-TIME           PIC 9(8).
               05 RH-RETURN-CODE        PIC 9(4).
               05 RH-ABORT-MESSAGE      PIC X(40).
               05 RH-ABORT-STATUS       PIC XX.
               05 RH-COUNT-ENTRY OCCURS 6 TIMES.
                   10 RH-COUNT-NAME     PIC X(10).
                   10 RH-COUNT-VALUE    PIC 9(9).
               05 FILLER                PIC X(11).
