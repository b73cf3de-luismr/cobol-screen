               RECORD KEY IS NT-NOTE-KEY
               FILE STATUS IS WS-NT-FILE-STATUS.

           SELECT CUSTOMER-RELATION ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHILD-ID
               ALTERNATE RECORD KEY IS RL-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT ARCHIVE-MASTER ASSIGN TO "ARCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CUSTOMER-NOTES.
           COPY CUSTNOTE.

       FD  CUSTOMER-RELATION.
           COPY CUSTREL.

      *> The archive files carry the live layouts untouched, so
      *> an auditor's inquiry prints exactly the record the
      *> purge took off the working set.
               05 WS-CL-FILE-STATUS    PIC XX.
               05 WS-CN-FILE-STATUS    PIC XX.
               05 WS-NT-FILE-STATUS    PIC XX.
               05 WS-RL-FILE-STATUS    PIC XX.
               05 WS-AR-FILE-STATUS    PIC XX.
               05 WS-AC-FILE-STATUS    PIC XX.
               05 WS-AN-FILE-STATUS    PIC XX.
               05 WS-MOVE-MORE-SW      PIC X(1).
                   88 WS-MORE-CHILD-ROWS    VALUE 'Y'.

      *> A head office is kept while any branch linked to it on
      *> CUSTREL is still active. Looking the branches up moves
      *> the master off its READ NEXT position, so the collect
      *> pass is restarted just past the candidate afterwards.
               05 WS-CANDIDATE-ID      PIC 9(8).
               05 WS-ACTIVE-BRANCH-SW  PIC X(1).
                   88 WS-HAS-ACTIVE-BRANCH  VALUE 'Y'.
               05 WS-MASTER-MOVED-SW   PIC X(1).
                   88 WS-MASTER-WAS-MOVED   VALUE 'Y'.

               05 WS-SCANNED-COUNT     PIC 9(7) VALUE 0.
               05 WS-ARCHIVED-COUNT    PIC 9(7) VALUE 0.
               05 WS-CONTACT-COUNT     PIC 9(7) VALUE 0.
               05 WS-NOTE-COUNT        PIC 9(7) VALUE 0.
               05 WS-SKIPPED-LOCK-COUNT PIC 9(7) VALUE 0.
               05 WS-SKIPPED-PARENT-COUNT PIC 9(7) VALUE 0.
               05 WS-LINK-COUNT        PIC 9(7) VALUE 0.

               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.
               05 CT-TEXT              PIC X(34).
               05 CT-COUNT             PIC 9(8).

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME FROM TIME
               CALL "C$GETPID"
                       ' ARCHIVED ' WS-ARCHIVED-COUNT
                       ' CONTACTS ' WS-CONTACT-COUNT
                       ' NOTES '    WS-NOTE-COUNT
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
               MOVE 'CUST-ARCHIVE' TO RH-PROGRAM-ID
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
               MOVE 'ARCHIVED' TO RH-COUNT-NAME (2)
               MOVE WS-ARCHIVED-COUNT TO RH-COUNT-VALUE (2)
               MOVE 'CONTACTS' TO RH-COUNT-NAME (3)
               MOVE WS-CONTACT-COUNT TO RH-COUNT-VALUE (3)
               MOVE 'NOTES' TO RH-COUNT-NAME (4)
               MOVE WS-NOTE-COUNT TO RH-COUNT-VALUE (4)
               MOVE 'SKIP LOCK' TO RH-COUNT-NAME (5)
               MOVE WS-SKIPPED-LOCK-COUNT TO RH-COUNT-VALUE (5)
               MOVE 'SKIP PARNT' TO RH-COUNT-NAME (6)
               MOVE WS-SKIPPED-PARENT-COUNT TO RH-COUNT-VALUE (6)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> READ-ARCHIVE-PARAMETERS
      *> One optional ARCPRM line naming the age in years. A
                   PERFORM ABORT-RUN
               END-IF

               OPEN I-O CUSTOMER-RELATION
               IF WS-RL-FILE-STATUS EQUAL '35'
                   OPEN OUTPUT CUSTOMER-RELATION
                   CLOSE CUSTOMER-RELATION
                   OPEN I-O CUSTOMER-RELATION
               END-IF
               IF WS-RL-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CUSTREL, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RL-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               OPEN I-O ARCHIVE-MASTER
               IF WS-AR-FILE-STATUS EQUAL '35'
                   OPEN OUTPUT ARCHIVE-MASTER
               END-IF
               CLOSE CUSTOMER-CONTACT
               CLOSE CUSTOMER-NOTES
               CLOSE CUSTOMER-RELATION
               CLOSE ARCHIVE-MASTER
               CLOSE ARCHIVE-CONTACT
               CLOSE ARCHIVE-NOTES
      *> or folded into a survivor by the merge facility - and
      *> untouched since the cutoff leaves the working set. A
      *> row an operator somehow holds a lock on is left for
      *> the next run rather than pulled out from under them,
      *> and so is a head office with a branch still trading.
      *> -----------------------------------------------------
           EVALUATE-ARCHIVE-CANDIDATE.
               IF (CM-STATUS-INACTIVE OR CM-MERGED-INTO NUMERIC)
                       AND CM-UPDATE-DATE LESS THAN WS-CUTOFF-NUM
                   MOVE CM-CUST-ID TO WS-CANDIDATE-ID
                   PERFORM CHECK-ACTIVE-BRANCHES
                   IF WS-HAS-ACTIVE-BRANCH
                       ADD 1 TO WS-SKIPPED-PARENT-COUNT
                   ELSE
                       IF WS-LOCK-FILE-ON-HAND
                           MOVE WS-CANDIDATE-ID TO CL-CUST-ID
                           READ CUSTOMER-LOCK KEY IS CL-CUST-ID
                               INVALID KEY
                                   PERFORM COLLECT-ARCHIVE-CANDIDATE
                               NOT INVALID KEY
                                   ADD 1 TO WS-SKIPPED-LOCK-COUNT
                           END-READ
                       ELSE
                           PERFORM COLLECT-ARCHIVE-CANDIDATE
                       END-IF
                   END-IF
               END-IF.

           COLLECT-ARCHIVE-CANDIDATE.
               ADD 1 TO WS-PICK-COUNT
               MOVE WS-CANDIDATE-ID TO WS-PICK-CUST-ID(WS-PICK-COUNT).

      *> -----------------------------------------------------
      *> CHECK-ACTIVE-BRANCHES
      *> Walk the CUSTREL rows naming the candidate as parent
      *> through the alternate key and look each branch up on
      *> the master. A READ along a key with duplicates answers
      *> '02' while more rows share the key, which is as good
      *> as '00' here. Any branch lookup loses the collect
      *> pass's place, so the master is re-STARTed just past
      *> the candidate before returning.
      *> -----------------------------------------------------
           CHECK-ACTIVE-BRANCHES.
               MOVE 'N' TO WS-ACTIVE-BRANCH-SW
               MOVE 'N' TO WS-MASTER-MOVED-SW

               MOVE WS-CANDIDATE-ID TO RL-PARENT-ID
               START CUSTOMER-RELATION KEY IS NOT LESS THAN RL-PARENT-ID
                   INVALID KEY MOVE '23' TO WS-RL-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-RL-FILE-STATUS
               END-START

               PERFORM UNTIL WS-RL-FILE-STATUS NOT EQUAL '00'
                       OR WS-HAS-ACTIVE-BRANCH
                   READ CUSTOMER-RELATION NEXT RECORD
                       AT END MOVE '10' TO WS-RL-FILE-STATUS
                   END-READ

                   IF WS-RL-FILE-STATUS EQUAL '02'
                       MOVE '00' TO WS-RL-FILE-STATUS
                   END-IF

                   IF WS-RL-FILE-STATUS EQUAL '00'
                       IF RL-PARENT-ID NOT EQUAL WS-CANDIDATE-ID
                           MOVE '10' TO WS-RL-FILE-STATUS
                       ELSE
                           MOVE 'Y' TO WS-MASTER-MOVED-SW
                           MOVE RL-CHILD-ID TO CM-CUST-ID
                           READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF CM-STATUS-ACTIVE
                                       MOVE 'Y' TO WS-ACTIVE-BRANCH-SW
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-MASTER-WAS-MOVED
                   MOVE WS-CANDIDATE-ID TO CM-CUST-ID
                   START CUSTOMER-MASTER
                           KEY IS GREATER THAN CM-CUST-ID
                       INVALID KEY MOVE '23' TO WS-CM-FILE-STATUS
                       NOT INVALID KEY MOVE '00' TO WS-CM-FILE-STATUS
                   END-START
               END-IF.

           ARCHIVE-COLLECTED-PASS.
               MOVE 0 TO WS-PICK-SUB

                       PERFORM ARCHIVE-CUSTOMER-CONTACTS
                       PERFORM ARCHIVE-CUSTOMER-NOTES
                       PERFORM DROP-CUSTOMER-LINKS

                       PERFORM WRITE-MANIFEST-DETAIL

                   MOVE 'Y' TO WS-MOVE-MORE-SW
               END-IF.

      *> -----------------------------------------------------
      *> DROP-CUSTOMER-LINKS / DROP-ONE-BRANCH-LINK
      *> A customer leaving the working set takes its CUSTREL
      *> rows with it: its own row if it was a branch, and the
      *> rows of any (inactive) branches that hung off it, which
      *> are left standing alone. One branch row per pass with
      *> a re-START, for the same reason as the contact moves.
      *> -----------------------------------------------------
           DROP-CUSTOMER-LINKS.
               MOVE CM-CUST-ID TO RL-CHILD-ID
               DELETE CUSTOMER-RELATION RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-LINK-COUNT
               END-DELETE

               MOVE 'Y' TO WS-MOVE-MORE-SW
               PERFORM UNTIL NOT WS-MORE-CHILD-ROWS
                   PERFORM DROP-ONE-BRANCH-LINK
               END-PERFORM.

           DROP-ONE-BRANCH-LINK.
               MOVE 'N' TO WS-MOVE-MORE-SW
               MOVE CM-CUST-ID TO RL-PARENT-ID
               START CUSTOMER-RELATION KEY IS NOT LESS THAN RL-PARENT-ID
                   INVALID KEY MOVE '23' TO WS-RL-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-RL-FILE-STATUS
               END-START

               IF WS-RL-FILE-STATUS EQUAL '00'
                   READ CUSTOMER-RELATION NEXT RECORD
                       AT END MOVE '10' TO WS-RL-FILE-STATUS
                   END-READ
               END-IF

               IF (WS-RL-FILE-STATUS EQUAL '00'
                       OR WS-RL-FILE-STATUS EQUAL '02')
                       AND RL-PARENT-ID EQUAL CM-CUST-ID
                   DELETE CUSTOMER-RELATION RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-LINK-COUNT
                   MOVE 'Y' TO WS-MOVE-MORE-SW
               END-IF.

           WRITE-MANIFEST-DETAIL.
               MOVE SPACES          TO WS-MANIFEST-LINE
               MOVE CM-CUST-ID      TO MF-CUST-ID
               MOVE 'ELIGIBLE BUT LOCKED - LEFT ......:'
                   TO CT-TEXT
               MOVE WS-SKIPPED-LOCK-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'ELIGIBLE BUT HAS ACTIVE BRANCHES :'
                   TO CT-TEXT
               MOVE WS-SKIPPED-PARENT-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'HIERARCHY LINKS DROPPED .........:'
                   TO CT-TEXT
               MOVE WS-LINK-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE.

           WRITE-COUNT-LINE.
