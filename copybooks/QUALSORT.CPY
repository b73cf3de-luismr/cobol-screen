      *> ---------------------------------------------------------
      *> QUALSORT.CPY
      *> Sort-work record for CUST-QUALITY. One per active
      *> customer that scored at or over the worklist threshold,
      *> handed back by territory and worst score first so each
      *> territory's fix list starts with the rows that hurt
      *> most. The fault switches run in the order of the fault
      *> table in the program.
      *> ---------------------------------------------------------
           01 QS-WORKLIST-RECORD.
               05 QS-TERRITORY          PIC X(4).
               05 QS-POINTS             PIC 9(3).
               05 QS-CUST-ID            PIC 9(8).
               05 QS-COMPANY-NAME       PIC X(40).
               05 QS-CREATE-USERNAME    PIC X(50).
               05 QS-UPDATE-DATE        PIC 9(8).
               05 QS-FAULT-SWITCHES.
                   10 QS-FAULT-SW OCCURS 12 TIMES PIC X(1).
