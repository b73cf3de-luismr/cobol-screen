      *> ---------------------------------------------------------
      *> LOGCAT.CPY
      *> Record layout for the LOG-CATALOG indexed file. One row
      *> per period close, keyed by the date and time of the
      *> close. The row names the dated generation files the
      *> audit log and journal were rolled into, how many lines
      *> each holds, and the first and last action dates on
      *> each, so a reader asked about a date range opens only
      *> the segments that can hold it.
      *> The two backup generations tie the journal segment to
      *> CUSTBKP: the open generation is the last backup taken
      *> before the segment began, the close generation the
      *> last one taken before it was closed. Rolling forward
      *> from generation G needs every segment whose close
      *> generation is G or later, then the live journal.
      *> ---------------------------------------------------------
           01 LC-CATALOG-RECORD.
               05 LC-CLOSE-KEY.
                   10 LC-CLOSE-DATE     PIC 9(8).
                   10 LC-CLOSE-TIME     PIC 9(8).
               05 LC-AUDIT-FILE-NAME    PIC X(12).
               05 LC-AUDIT-COUNT        PIC 9(8).
               05 LC-AUDIT-FIRST-DATE   PIC 9(8).
               05 LC-AUDIT-LAST-DATE    PIC 9(8).
               05 LC-JOURNAL-FILE-NAME  PIC X(12).
               05 LC-JOURNAL-COUNT      PIC 9(8).
               05 LC-JOURNAL-FIRST-DATE PIC 9(8).
               05 LC-JOURNAL-LAST-DATE  PIC 9(8).
               05 LC-OPEN-BACKUP-GEN    PIC 9(8).
               05 LC-CLOSE-BACKUP-GEN   PIC 9(8).
               05 FILLER                PIC X(20).
