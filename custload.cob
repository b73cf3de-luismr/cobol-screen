               RECORD KEY IS ZP-ZIP-CODE
               FILE STATUS IS WS-ZP-FILE-STATUS.

           SELECT CUSTOMER-PREFERENCE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-PREF-KEY
               ALTERNATE RECORD KEY IS PF-NAME-KEY WITH DUPLICATES
               FILE STATUS IS WS-PF-FILE-STATUS.

           SELECT NEW-CUSTOMER-FILE ASSIGN TO "NEWCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-FILE-STATUS.
       FD  ZIP-REFERENCE.
           COPY ZIPCODES.

       FD  CUSTOMER-PREFERENCE.
           COPY CUSTPREF.

      *> An acquired book of business arrives in the CRM feed's
      *> fixed layout with the customer ID left at zeros - the
      *> IDs are ours to hand out, not the seller's to bring.
               05 WS-RJ-FILE-STATUS    PIC XX.
               05 WS-AL-FILE-STATUS    PIC XX.
               05 WS-JR-FILE-STATUS    PIC XX.
               05 WS-PF-FILE-STATUS    PIC XX.

               05 WS-PROGRAM-PID       PIC 9(5).
               05 WS-LOAD-USERNAME     PIC X(50) VALUE 'CUST-BULKLOAD'.
                   88 WS-DUPLICATE-FOUND    VALUE 'Y'.
               05 WS-DUP-CUST-ID       PIC 9(8).

      *> Everyone who has opted out of anything is on the
      *> preference file under their name; a missing file just
      *> means nobody has yet.
               05 WS-PREF-FILE-SW      PIC X(1) VALUE 'N'.
                   88 WS-PREF-FILE-ON-HAND  VALUE 'Y'.
               05 WS-OPTED-OUT-SW      PIC X(1).
                   88 WS-NAME-OPTED-OUT     VALUE 'Y'.
               05 WS-OPTOUT-CUST-ID    PIC 9(8).
               05 WS-PREF-NAME-KEY.
                   10 WS-PREF-KEY-LAST  PIC X(40).
                   10 WS-PREF-KEY-FIRST PIC X(40).

               05 WS-CUST-ID           PIC 9(8).
               05 WS-JOURNAL-BEFORE    PIC X(643).

               05 WS-READ-COUNT        PIC 9(7) VALUE 0.
               05 WS-LOADED-COUNT      PIC 9(7) VALUE 0.
               05 WS-REJECT-COUNT      PIC 9(7) VALUE 0.
               05 WS-OPTOUT-COUNT      PIC 9(7) VALUE 0.

               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.
                   INDEXED BY WS-STATE-IDX
                   PIC X(2).

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               CALL "C$GETPID"
               MOVE RETURN-CODE TO WS-PROGRAM-PID

               DISPLAY 'CUST-BULKLOAD READ ' WS-READ-COUNT
                       ' LOADED '   WS-LOADED-COUNT
                       ' REJECTED ' WS-REJECT-COUNT
                       ' OPTED OUT ' WS-OPTOUT-COUNT
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
               MOVE 'CUST-BULKLOAD' TO RH-PROGRAM-ID
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
               MOVE 'LOADED' TO RH-COUNT-NAME (2)
               MOVE WS-LOADED-COUNT TO RH-COUNT-VALUE (2)
               MOVE 'REJECTED' TO RH-COUNT-NAME (3)
               MOVE WS-REJECT-COUNT TO RH-COUNT-VALUE (3)
               MOVE 'OPTED OUT' TO RH-COUNT-NAME (4)
               MOVE WS-OPTOUT-COUNT TO RH-COUNT-VALUE (4)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

           OPEN-LOAD-FILES.
               OPEN I-O CUSTOMER-MASTER
               IF WS-CM-FILE-STATUS EQUAL '35'
                   MOVE 'Y' TO WS-ZIP-REF-SW
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

               OPEN INPUT NEW-CUSTOMER-FILE
               IF WS-NC-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN NEWCUST, STATUS '
               IF WS-ZIP-REF-ON-HAND
                   CLOSE ZIP-REFERENCE
               END-IF
               IF WS-PREF-FILE-ON-HAND
                   CLOSE CUSTOMER-PREFERENCE
               END-IF
               CLOSE NEW-CUSTOMER-FILE
               CLOSE LOAD-REJECTS
               CLOSE CUSTOMER-AUDIT-LOG
      *> -----------------------------------------------------
      *> PROCESS-NEW-CUSTOMER
      *> One input line: the same validations the entry screen
      *> runs, then the opt-out check, then the duplicate
      *> check, then an ID from the CUSTID counter and the
      *> WRITE. Anything that fails goes to the reject file
      *> with its reason up front, the way the CRM import
      *> rejects do, for the morning review.
      *> -----------------------------------------------------
           PROCESS-NEW-CUSTOMER.
               MOVE SPACES TO WS-REJECT-REASON

               PERFORM VALIDATE-NEW-CUSTOMER

               IF WS-REJECT-REASON EQUAL SPACES
                   PERFORM CHECK-OPTED-OUT-NAME
                   IF WS-NAME-OPTED-OUT
                       ADD 1 TO WS-OPTOUT-COUNT
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING 'OPTED OUT AS CUSTOMER '
                               DELIMITED BY SIZE
                           WS-OPTOUT-CUST-ID DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       END-STRING
                   END-IF
               END-IF

               IF WS-REJECT-REASON EQUAL SPACES
                   PERFORM CHECK-DUPLICATE-CUSTOMER
                   IF WS-DUPLICATE-FOUND
                   PERFORM WRITE-REJECT-RECORD
               END-IF.

      *> -----------------------------------------------------
      *> CHECK-OPTED-OUT-NAME
      *> Walk every preference row filed under the incoming
      *> last/first name (case folded, as the screen files it)
      *> and stop at the first one with any flag still set. A
      *> person who asked not to be contacted - as a customer
      *> or as somebody's contact - must not come back in
      *> through an acquired book; the line goes to the reject
      *> file naming the customer the opt-out is filed under,
      *> for someone to look at rather than load blind.
      *> -----------------------------------------------------
           CHECK-OPTED-OUT-NAME.
               MOVE 'N' TO WS-OPTED-OUT-SW
               IF WS-PREF-FILE-ON-HAND
                   MOVE CE-LAST-NAME  TO WS-PREF-KEY-LAST
                   MOVE CE-FIRST-NAME TO WS-PREF-KEY-FIRST
                   INSPECT WS-PREF-NAME-KEY CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE WS-PREF-NAME-KEY TO PF-NAME-KEY
                   START CUSTOMER-PREFERENCE
                           KEY IS NOT LESS THAN PF-NAME-KEY
                       INVALID KEY MOVE '23' TO WS-PF-FILE-STATUS
                       NOT INVALID KEY MOVE '00' TO WS-PF-FILE-STATUS
                   END-START

                   PERFORM UNTIL WS-PF-FILE-STATUS NOT EQUAL '00'
                           OR WS-NAME-OPTED-OUT
                       READ CUSTOMER-PREFERENCE NEXT RECORD
                           AT END MOVE '10' TO WS-PF-FILE-STATUS
                       END-READ
                       IF WS-PF-FILE-STATUS EQUAL '02'
                           MOVE '00' TO WS-PF-FILE-STATUS
                       END-IF

                       IF WS-PF-FILE-STATUS EQUAL '00'
                           IF PF-NAME-KEY NOT EQUAL WS-PREF-NAME-KEY
                               MOVE '10' TO WS-PF-FILE-STATUS
                           ELSE
                               IF PF-NO-MAIL OR PF-NO-EMAIL
                                       OR PF-NO-CALL
                                   MOVE 'Y' TO WS-OPTED-OUT-SW
                                   MOVE PF-CUST-ID
                                       TO WS-OPTOUT-CUST-ID
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

      *> -----------------------------------------------------
      *> VALIDATE-NEW-CUSTOMER
      *> Required fields, then shape checks - the same rules
