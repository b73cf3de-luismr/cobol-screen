       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-RUNLOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-ATX.
       OBJECT-COMPUTER. IBM-ATX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-LOG ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-HISTORY-LOG.
           01 RL-LOG-LINE              PIC X(220).

       WORKING-STORAGE SECTION.
           01 WS-WORK-FIELDS.
               05 WS-RH-FILE-STATUS    PIC XX.

       LINKAGE SECTION.
           COPY RUNHIST.

      *> -----------------------------------------------------
      *> CUST-RUNLOG
      *> Called by every batch program with its filled-in run
      *> record; appends the record to RUNHIST and gives the
      *> file straight back, so the caller and any program it
      *> calls can both log. A log that will not open or take
      *> the line is reported on the console and otherwise
      *> ignored - losing a history line must never be what
      *> fails a night's processing.
      *> -----------------------------------------------------
       PROCEDURE DIVISION USING RH-RUN-RECORD.
           BEGIN.
               OPEN EXTEND RUN-HISTORY-LOG
               IF WS-RH-FILE-STATUS NOT EQUAL '00' AND
                  WS-RH-FILE-STATUS NOT EQUAL '05'
                   OPEN OUTPUT RUN-HISTORY-LOG
               END-IF

               IF WS-RH-FILE-STATUS EQUAL '00'
                       OR WS-RH-FILE-STATUS EQUAL '05'
                   WRITE RL-LOG-LINE FROM RH-RUN-RECORD
                   IF WS-RH-FILE-STATUS NOT EQUAL '00'
                       DISPLAY 'CANNOT WRITE RUNHIST, STATUS '
                               WS-RH-FILE-STATUS
                           UPON CONSOLE
                   END-IF
                   CLOSE RUN-HISTORY-LOG
               ELSE
                   DISPLAY 'CANNOT OPEN RUNHIST, STATUS '
                           WS-RH-FILE-STATUS
                       UPON CONSOLE
               END-IF

               MOVE 0 TO RETURN-CODE.
           GOBACK.
