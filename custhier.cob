       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-HIERARCHY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-ATX.
       OBJECT-COMPUTER. IBM-ATX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-CM-FILE-STATUS.

           SELECT CUSTOMER-RELATION ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-CHILD-ID
               ALTERNATE RECORD KEY IS RL-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-RL-FILE-STATUS.

           SELECT HIERARCHY-REPORT ASSIGN TO "HIERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CUSTOMER-RELATION.
           COPY CUSTREL.

       FD  HIERARCHY-REPORT.
           01 RP-LINE                  PIC X(90).

       WORKING-STORAGE SECTION.
           01 WS-WORK-FIELDS.
               05 WS-CM-FILE-STATUS    PIC XX.
               05 WS-RL-FILE-STATUS    PIC XX.
               05 WS-RP-FILE-STATUS    PIC XX.

               05 WS-SYS-DATE          PIC 9(8).

      *> No CUSTREL on disk just means nobody has linked a
      *> branch yet; the report still prints, with no families.
               05 WS-REL-FILE-SW       PIC X(1).
                   88 WS-REL-FILE-ON-HAND   VALUE 'Y'.

               05 WS-FAMILY-OPEN-SW    PIC X(1).
                   88 WS-FAMILY-IS-OPEN     VALUE 'Y'.
               05 WS-FAMILY-PARENT-ID  PIC 9(8).
               05 WS-FAMILY-BRANCHES   PIC 9(5).
               05 WS-FAMILY-ACTIVE     PIC 9(5).

      *> Territory spread of one family - the head office and
      *> every branch under it. Codes are collected as they
      *> turn up, the way CUST-SUMMARY builds its category
      *> split; a family spread wider than the table lumps the
      *> rest into one overflow line.
               05 WS-TERR-SUB          PIC 9(2).
               05 WS-TERR-USED         PIC 9(2) VALUE 0.
               05 WS-TERR-TABLE.
                   10 WS-TERR-ENTRY OCCURS 20 TIMES.
                       15 WS-TERR-CODE  PIC X(4).
                       15 WS-TERR-TALLY PIC 9(5).
               05 WS-TERR-FOUND-SW     PIC X(1).
                   88 WS-TERR-WAS-FOUND     VALUE 'Y'.
               05 WS-NOTERR-COUNT      PIC 9(5) VALUE 0.
               05 WS-TERR-OVER-COUNT   PIC 9(5) VALUE 0.

               05 WS-FAMILY-COUNT      PIC 9(7) VALUE 0.
               05 WS-BRANCH-COUNT      PIC 9(7) VALUE 0.
               05 WS-ACTIVE-BRANCH-COUNT PIC 9(7) VALUE 0.
               05 WS-MISSING-COUNT     PIC 9(7) VALUE 0.

               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

           01 WS-HEADING-LINE.
               05 FILLER               PIC X(34)
                   VALUE 'CUSTOMER HIERARCHY REPORT - DATE '.
               05 HD-RUN-DATE          PIC 9(8).

           01 WS-COLUMN-LINE.
               05 FILLER               PIC X(12) VALUE '  CUST ID'.
               05 FILLER               PIC X(42) VALUE 'COMPANY'.
               05 FILLER               PIC X(21) VALUE 'CITY'.
               05 FILLER               PIC X(4)  VALUE 'ST'.
               05 FILLER               PIC X(6)  VALUE 'TERR'.
               05 FILLER               PIC X(1)  VALUE 'S'.

      *> Head office at the margin, its branches indented four
      *> under it; both lines keep the same columns from the
      *> company name on so the family reads down the page.
           01 WS-HEAD-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 HO-CUST-ID           PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 HO-COMPANY-NAME      PIC X(40).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 HO-CITY              PIC X(20).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 HO-STATE             PIC X(2).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 HO-TERRITORY         PIC X(4).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 HO-STATUS            PIC X(1).

           01 WS-BRANCH-LINE.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 BR-CUST-ID           PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 BR-COMPANY-NAME      PIC X(36).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 BR-CITY              PIC X(20).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 BR-STATE             PIC X(2).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 BR-TERRITORY         PIC X(4).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 BR-STATUS            PIC X(1).

           01 WS-FAMILY-LINE.
               05 FILLER               PIC X(6)  VALUE SPACES.
               05 FILLER               PIC X(11) VALUE 'BRANCHES : '.
               05 FF-BRANCHES          PIC 9(5).
               05 FILLER               PIC X(12) VALUE '   ACTIVE : '.
               05 FF-ACTIVE            PIC 9(5).
               05 FILLER               PIC X(17)
                   VALUE '   TERRITORIES : '.
               05 FF-TERRITORIES       PIC 9(3).

           01 WS-TERR-LINE.
               05 FILLER               PIC X(10) VALUE SPACES.
               05 TS-TERRITORY         PIC X(6).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 TS-COUNT             PIC 9(5).

           01 WS-COUNT-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 CT-TEXT              PIC X(34).
               05 CT-COUNT             PIC 9(8).

       PROCEDURE DIVISION.
           BEGIN.
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD

               PERFORM OPEN-HIERARCHY-FILES
               PERFORM WRITE-REPORT-HEADING

               IF WS-REL-FILE-ON-HAND
                   PERFORM LIST-CUSTOMER-FAMILIES
               END-IF

               PERFORM WRITE-REPORT-TRAILER
               PERFORM CLOSE-HIERARCHY-FILES

               DISPLAY 'CUST-HIERARCHY FAMILIES ' WS-FAMILY-COUNT
                       ' BRANCHES ' WS-BRANCH-COUNT
                       ' NOT ON FILE ' WS-MISSING-COUNT
                   UPON CONSOLE.
           STOP RUN.

      *> -----------------------------------------------------
      *> ABORT-RUN
      *> Account managers plan calls off this listing, so a
      *> file error stops the run rather than printing half a
      *> family tree.
      *> -----------------------------------------------------
           ABORT-RUN.
               DISPLAY WS-ABORT-MESSAGE WS-ABORT-STATUS
                   UPON CONSOLE
               STOP RUN.

           OPEN-HIERARCHY-FILES.
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CM-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CUSTOMER-MASTER, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-CM-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE 'Y' TO WS-REL-FILE-SW
               OPEN INPUT CUSTOMER-RELATION
               IF WS-RL-FILE-STATUS EQUAL '35'
                   MOVE 'N' TO WS-REL-FILE-SW
               ELSE
                   IF WS-RL-FILE-STATUS NOT EQUAL '00'
                       MOVE 'CANNOT OPEN CUSTREL, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-RL-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               OPEN OUTPUT HIERARCHY-REPORT
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN HIERRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

           CLOSE-HIERARCHY-FILES.
               CLOSE CUSTOMER-MASTER
               IF WS-REL-FILE-ON-HAND
                   CLOSE CUSTOMER-RELATION
               END-IF
               CLOSE HIERARCHY-REPORT.

           WRITE-REPORT-HEADING.
               MOVE WS-SYS-DATE TO HD-RUN-DATE
               WRITE RP-LINE FROM WS-HEADING-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               WRITE RP-LINE FROM WS-COLUMN-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

      *> -----------------------------------------------------
      *> LIST-CUSTOMER-FAMILIES
      *> One pass over CUSTREL along the parent-ID alternate
      *> key, so every head office's branches arrive together.
      *> A change of parent closes the family before it and
      *> opens the next. A READ along a key with duplicates
      *> answers '02' while more rows share the key, which is
      *> as good as '00' here.
      *> -----------------------------------------------------
           LIST-CUSTOMER-FAMILIES.
               MOVE 'N' TO WS-FAMILY-OPEN-SW
               MOVE 0 TO RL-PARENT-ID
               START CUSTOMER-RELATION KEY IS NOT LESS THAN RL-PARENT-ID
                   INVALID KEY MOVE '23' TO WS-RL-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-RL-FILE-STATUS
               END-START

               PERFORM UNTIL WS-RL-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-RELATION NEXT RECORD
                       AT END MOVE '10' TO WS-RL-FILE-STATUS
                   END-READ

                   IF WS-RL-FILE-STATUS EQUAL '02'
                       MOVE '00' TO WS-RL-FILE-STATUS
                   END-IF

                   IF WS-RL-FILE-STATUS EQUAL '00'
                       IF NOT WS-FAMILY-IS-OPEN
                               OR RL-PARENT-ID NOT EQUAL
                                   WS-FAMILY-PARENT-ID
                           IF WS-FAMILY-IS-OPEN
                               PERFORM WRITE-FAMILY-FOOTER
                           END-IF
                           PERFORM START-NEW-FAMILY
                       END-IF
                       PERFORM WRITE-BRANCH-LINE
                   END-IF
               END-PERFORM

               IF WS-FAMILY-IS-OPEN
                   PERFORM WRITE-FAMILY-FOOTER
               END-IF.

      *> -----------------------------------------------------
      *> START-NEW-FAMILY
      *> Reset the family tallies and print the head office.
      *> A head office that has been archived or removed since
      *> the link was made still heads its branches, flagged so
      *> someone relinks them.
      *> -----------------------------------------------------
           START-NEW-FAMILY.
               MOVE 'Y' TO WS-FAMILY-OPEN-SW
               MOVE RL-PARENT-ID TO WS-FAMILY-PARENT-ID
               MOVE 0 TO WS-FAMILY-BRANCHES
               MOVE 0 TO WS-FAMILY-ACTIVE
               MOVE 0 TO WS-TERR-USED
               MOVE 0 TO WS-NOTERR-COUNT
               MOVE 0 TO WS-TERR-OVER-COUNT
               ADD 1 TO WS-FAMILY-COUNT

               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE SPACES TO WS-HEAD-LINE
               MOVE WS-FAMILY-PARENT-ID TO HO-CUST-ID
               MOVE WS-FAMILY-PARENT-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                   INVALID KEY
                       MOVE '*** HEAD OFFICE NOT ON FILE ***'
                           TO HO-COMPANY-NAME
                       ADD 1 TO WS-MISSING-COUNT
                   NOT INVALID KEY
                       MOVE CM-COMPANY-NAME TO HO-COMPANY-NAME
                       MOVE CM-CITY         TO HO-CITY
                       MOVE CM-STATE        TO HO-STATE
                       MOVE CM-TERRITORY    TO HO-TERRITORY
                       MOVE CM-STATUS       TO HO-STATUS
                       PERFORM TALLY-FAMILY-TERRITORY
               END-READ
               WRITE RP-LINE FROM WS-HEAD-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           WRITE-BRANCH-LINE.
               ADD 1 TO WS-FAMILY-BRANCHES
               ADD 1 TO WS-BRANCH-COUNT

               MOVE SPACES TO WS-BRANCH-LINE
               MOVE RL-CHILD-ID TO BR-CUST-ID
               MOVE RL-CHILD-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER KEY IS CM-CUST-ID
                   INVALID KEY
                       MOVE '*** BRANCH NOT ON FILE ***'
                           TO BR-COMPANY-NAME
                       ADD 1 TO WS-MISSING-COUNT
                   NOT INVALID KEY
                       MOVE CM-COMPANY-NAME TO BR-COMPANY-NAME
                       MOVE CM-CITY         TO BR-CITY
                       MOVE CM-STATE        TO BR-STATE
                       MOVE CM-TERRITORY    TO BR-TERRITORY
                       MOVE CM-STATUS       TO BR-STATUS
                       IF CM-STATUS-ACTIVE
                           ADD 1 TO WS-FAMILY-ACTIVE
                           ADD 1 TO WS-ACTIVE-BRANCH-COUNT
                       END-IF
                       PERFORM TALLY-FAMILY-TERRITORY
               END-READ
               WRITE RP-LINE FROM WS-BRANCH-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           TALLY-FAMILY-TERRITORY.
               IF CM-TERRITORY EQUAL SPACES
                   ADD 1 TO WS-NOTERR-COUNT
               ELSE
                   MOVE 'N' TO WS-TERR-FOUND-SW
                   MOVE 0 TO WS-TERR-SUB
                   PERFORM UNTIL WS-TERR-WAS-FOUND
                           OR WS-TERR-SUB NOT LESS THAN WS-TERR-USED
                       ADD 1 TO WS-TERR-SUB
                       IF WS-TERR-CODE(WS-TERR-SUB) EQUAL CM-TERRITORY
                           ADD 1 TO WS-TERR-TALLY(WS-TERR-SUB)
                           MOVE 'Y' TO WS-TERR-FOUND-SW
                       END-IF
                   END-PERFORM

                   IF NOT WS-TERR-WAS-FOUND
                       IF WS-TERR-USED LESS THAN 20
                           ADD 1 TO WS-TERR-USED
                           MOVE CM-TERRITORY
                               TO WS-TERR-CODE(WS-TERR-USED)
                           MOVE 1 TO WS-TERR-TALLY(WS-TERR-USED)
                       ELSE
                           ADD 1 TO WS-TERR-OVER-COUNT
                       END-IF
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> WRITE-FAMILY-FOOTER
      *> Branch count and active count for the family, then
      *> how many of its members sit in each territory. The
      *> territory count on the footer line is distinct coded
      *> territories only; uncoded members get a line of their
      *> own below.
      *> -----------------------------------------------------
           WRITE-FAMILY-FOOTER.
               MOVE WS-FAMILY-BRANCHES TO FF-BRANCHES
               MOVE WS-FAMILY-ACTIVE   TO FF-ACTIVE
               MOVE WS-TERR-USED       TO FF-TERRITORIES
               WRITE RP-LINE FROM WS-FAMILY-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 0 TO WS-TERR-SUB
               PERFORM UNTIL WS-TERR-SUB NOT LESS THAN WS-TERR-USED
                   ADD 1 TO WS-TERR-SUB
                   MOVE SPACES TO WS-TERR-LINE
                   MOVE WS-TERR-CODE(WS-TERR-SUB) TO TS-TERRITORY
                   MOVE WS-TERR-TALLY(WS-TERR-SUB) TO TS-COUNT
                   WRITE RP-LINE FROM WS-TERR-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-PERFORM

               IF WS-NOTERR-COUNT GREATER THAN 0
                   MOVE SPACES TO WS-TERR-LINE
                   MOVE '(NONE)' TO TS-TERRITORY
                   MOVE WS-NOTERR-COUNT TO TS-COUNT
                   WRITE RP-LINE FROM WS-TERR-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF

               IF WS-TERR-OVER-COUNT GREATER THAN 0
                   MOVE SPACES TO WS-TERR-LINE
                   MOVE '(MORE)' TO TS-TERRITORY
                   MOVE WS-TERR-OVER-COUNT TO TS-COUNT
                   WRITE RP-LINE FROM WS-TERR-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF.

           WRITE-REPORT-TRAILER.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 'HEAD OFFICES WITH BRANCHES ......:'
                   TO CT-TEXT
               MOVE WS-FAMILY-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'BRANCHES LINKED .................:'
                   TO CT-TEXT
               MOVE WS-BRANCH-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'BRANCHES ACTIVE .................:'
                   TO CT-TEXT
               MOVE WS-ACTIVE-BRANCH-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'LINKED CUSTOMERS NOT ON FILE ....:'
                   TO CT-TEXT
               MOVE WS-MISSING-COUNT TO CT-COUNT
               PERFORM WRITE-COUNT-LINE.

           WRITE-COUNT-LINE.
               WRITE RP-LINE FROM WS-COUNT-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           CHECK-REPORT-WRITE-STATUS.
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE HIERRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.
