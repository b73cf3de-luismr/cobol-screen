       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-QUALITY.

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

           SELECT CUSTOMER-CONTACT ASSIGN TO "CUSTCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY
               FILE STATUS IS WS-CN-FILE-STATUS.

           SELECT CODE-REFERENCE ASSIGN TO "CUSTCATG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CODE-KEY
               FILE STATUS IS WS-CG-FILE-STATUS.

           SELECT QUALITY-PARAMETERS ASSIGN TO "DQPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT QUALITY-HISTORY ASSIGN TO "DQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QH-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "DQSORT".

           SELECT SCORECARD-REPORT ASSIGN TO "DQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.

           SELECT WORKLIST-REPORT ASSIGN TO "DQLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-MASTER.
           COPY CUSTMAST.

       FD  CUSTOMER-CONTACT.
           COPY CUSTCONT.

       FD  CODE-REFERENCE.
           COPY CUSTCATG.

      *> One optional DQPRM line: the lowest score that puts a
      *> customer on the worklist (columns 1-2, default 03) and
      *> the most customers listed per territory (columns 4-7,
      *> default 0100, 0000 for no limit).
       FD  QUALITY-PARAMETERS.
           01 PR-PARAMETER-RECORD.
               05 PR-MIN-POINTS        PIC X(2).
               05 FILLER               PIC X(1).
               05 PR-MAX-LISTED        PIC X(4).

      *> Every run appends one line per scorecard group, so the
      *> next run can set each group's clean percentage against
      *> the last one and show which way the base is moving.
       FD  QUALITY-HISTORY.
           01 QH-HISTORY-RECORD.
               05 QH-RUN-DATE          PIC 9(8).
               05 QH-GROUP-TYPE        PIC X(1).
               05 QH-GROUP-KEY         PIC X(50).
               05 QH-ACTIVE-COUNT      PIC 9(7).
               05 QH-CLEAN-COUNT       PIC 9(7).

       SD  SORT-WORK.
           COPY QUALSORT.

       FD  SCORECARD-REPORT.
           01 RP-LINE                  PIC X(140).

       FD  WORKLIST-REPORT.
           01 WL-LINE                  PIC X(140).

       WORKING-STORAGE SECTION.
           01 WS-WORK-FIELDS.
               05 WS-CM-FILE-STATUS    PIC XX.
               05 WS-CN-FILE-STATUS    PIC XX.
               05 WS-CG-FILE-STATUS    PIC XX.
               05 WS-PR-FILE-STATUS    PIC XX.
               05 WS-QH-FILE-STATUS    PIC XX.
               05 WS-RP-FILE-STATUS    PIC XX.
               05 WS-WL-FILE-STATUS    PIC XX.

               05 WS-EOF-SW            PIC X(1).
                   88 WS-NO-MORE-RECORDS   VALUE 'Y'.

               05 WS-SYS-DATE          PIC 9(8).

      *> Both reference files are optional. With no contact
      *> file there is nothing to be primary; with no code file
      *> a coded category or territory cannot be checked, and
      *> the scorecard says those checks were skipped.
               05 WS-CONTACT-FILE-SW   PIC X(1) VALUE 'N'.
                   88 WS-CONTACT-FILE-ON-HAND VALUE 'Y'.
               05 WS-CATG-REF-SW       PIC X(1) VALUE 'N'.
                   88 WS-CATG-REF-ON-HAND   VALUE 'Y'.

               05 WS-MIN-POINTS        PIC 9(2) VALUE 3.
               05 WS-MAX-LISTED        PIC 9(4) VALUE 100.

      *> The entry screen's own shape checks, repeated here so
      *> a record keyed years ago is held to today's rules.
               05 WS-AT-COUNT          PIC 9(3).
               05 WS-DOT-COUNT         PIC 9(3).
               05 WS-EMAIL-USER-PART   PIC X(120).
               05 WS-EMAIL-DOMAIN-PART PIC X(120).
               05 WS-CHECK-SW          PIC X(1).
                   88 WS-CHECK-PASSED       VALUE 'Y'.

      *> One customer's faults, in fault-table order.
               05 WS-FAULT-SUB         PIC 9(2).
               05 WS-CUST-POINTS       PIC 9(3).
               05 WS-CUST-FAULTS.
                   10 WS-CUST-FAULT-SW OCCURS 12 TIMES PIC X(1).
               05 WS-CONTACT-COUNT     PIC 9(3).
               05 WS-PRIMARY-SW        PIC X(1).
                   88 WS-HAS-PRIMARY        VALUE 'Y'.

      *> The scorecard groups, kept in type and key order as
      *> they are met: A is the whole base, O a creating
      *> operator, T a territory. Past 298 groups the rest of
      *> a type are pooled under (MORE) rather than lost.
               05 WS-GROUP-TYPE        PIC X(1).
               05 WS-GROUP-KEY         PIC X(50).
               05 WS-GROUP-SORT-KEY    PIC X(51).
               05 WS-GROUP-SUB         PIC 9(3).
               05 WS-GROUP-FOUND       PIC 9(3).
               05 WS-GROUP-INSERT      PIC 9(3).
               05 WS-GROUP-SHIFT       PIC 9(3).
               05 WS-GROUP-USED        PIC 9(3) VALUE 0.

               05 WS-PRIOR-DATE        PIC 9(8) VALUE 0.
               05 WS-PCT               PIC 9(3)V9.
               05 WS-CHANGE            PIC S9(3)V9.

      *> Worklist paging. Each territory starts on a new page
      *> numbered from 1, so its pages can be torn off and
      *> handed to whoever owns the territory.
               05 WS-CURRENT-TERRITORY PIC X(4).
               05 WS-FIRST-TERR-SW     PIC X(1).
                   88 WS-FIRST-TERRITORY    VALUE 'Y'.
               05 WS-TERR-DESCRIPTION  PIC X(30).
               05 WS-PAGE-NUMBER       PIC 9(3).
               05 WS-LINE-COUNT        PIC 9(3).
               05 WS-LINES-PER-PAGE    PIC 9(3) VALUE 55.
               05 WS-TERR-LISTED       PIC 9(7).
               05 WS-TERR-UNLISTED     PIC 9(7).
               05 WS-FAULT-TEXT        PIC X(45).
               05 WS-FAULT-PTR         PIC 9(3).

               05 WS-ACTIVE-COUNT      PIC 9(7) VALUE 0.
               05 WS-CLEAN-COUNT       PIC 9(7) VALUE 0.
               05 WS-INACTIVE-COUNT    PIC 9(7) VALUE 0.
               05 WS-POINTS-TOTAL      PIC 9(9) VALUE 0.
               05 WS-RELEASED-COUNT    PIC 9(7) VALUE 0.
               05 WS-LISTED-COUNT      PIC 9(7) VALUE 0.

               05 WS-ABORT-MESSAGE     PIC X(40).
               05 WS-ABORT-STATUS      PIC XX.

           01 WS-GROUP-TABLE.
               05 WS-GROUP-ENTRY OCCURS 300 TIMES.
                   10 WS-G-SORT-KEY.
                       15 WS-G-TYPE        PIC X(1).
                       15 WS-G-KEY         PIC X(50).
                   10 WS-G-TOTALS.
                       15 WS-G-ACTIVE      PIC 9(7).
                       15 WS-G-CLEAN       PIC 9(7).
                       15 WS-G-FAULT-COUNT OCCURS 12 TIMES
                                           PIC 9(7).
                   10 WS-G-PRIOR-SW        PIC X(1).
                       88 WS-G-HAS-PRIOR        VALUE 'Y'.
                   10 WS-G-PRIOR-PCT       PIC 9(3)V9.

      *> -----------------------------------------------------
      *> The faults a customer is scored on, with the points
      *> each costs. Email carries the most - the CRM mails
      *> from it - and the phone, name, address and ZIP are
      *> required on the entry screen; the codes and the
      *> primary contact cost a point each.
      *> -----------------------------------------------------
           01 WS-FAULT-TABLE-DATA.
               05 FILLER PIC X(19) VALUE 'NOEMNO EMAIL      3'.
               05 FILLER PIC X(19) VALUE 'BDEMBAD EMAIL     3'.
               05 FILLER PIC X(19) VALUE 'NOPHNO PHONE      2'.
               05 FILLER PIC X(19) VALUE 'NAMENAME MISSING  2'.
               05 FILLER PIC X(19) VALUE 'ADDRNO ADDRESS    2'.
               05 FILLER PIC X(19) VALUE 'ZIP BAD ZIP       2'.
               05 FILLER PIC X(19) VALUE 'STATBAD STATE     1'.
               05 FILLER PIC X(19) VALUE 'NOCTNO CATEGORY   1'.
               05 FILLER PIC X(19) VALUE 'BDCTBAD CATEGORY  1'.
               05 FILLER PIC X(19) VALUE 'NOTRNO TERRITORY  1'.
               05 FILLER PIC X(19) VALUE 'BDTRBAD TERRITORY 1'.
               05 FILLER PIC X(19) VALUE 'PRIMNO PRIMARY    1'.
           01 WS-FAULT-TABLE REDEFINES WS-FAULT-TABLE-DATA.
               05 WS-FAULT-ENTRY OCCURS 12 TIMES.
                   10 WS-FAULT-CODE        PIC X(4).
                   10 WS-FAULT-NAME        PIC X(14).
                   10 WS-FAULT-POINTS      PIC 9(1).

      *> -----------------------------------------------------
      *> Table of valid US state codes, ascending for SEARCH ALL
      *> (same table the entry screen validates against).
      *> -----------------------------------------------------
           01 WS-STATE-TABLE-DATA.
               05 FILLER PIC X(100) VALUE
       'AKALARAZCACOCTDEFLGAHIIAIDILINKSKYLAMAMDMEMIMNMOMSMTNCNDNENHNJNM
      -'NVNYOHOKORPARISCSDTNTXUTVAVTWAWIWVWY'.
           01 WS-STATE-TABLE REDEFINES WS-STATE-TABLE-DATA.
               05 WS-STATE-CODE OCCURS 50 TIMES
                   ASCENDING KEY IS WS-STATE-CODE
                   INDEXED BY WS-STATE-IDX
                   PIC X(2).

           01 WS-HEADING-LINE.
               05 FILLER               PIC X(43)
                   VALUE 'CUSTOMER DATA QUALITY SCORECARD - RUN DATE '.
               05 HD-RUN-DATE          PIC 9(8).
               05 FILLER               PIC X(14)
                   VALUE '  PRIOR RUN   '.
               05 HD-PRIOR-DATE        PIC X(8).

           01 WS-COUNT-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 TR-TEXT              PIC X(34).
               05 TR-COUNT             PIC 9(9).

           01 WS-NOTICE-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 NL-TEXT              PIC X(78).

           01 WS-FAULT-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FL-CODE              PIC X(4).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FL-NAME              PIC X(14).
               05 FILLER               PIC X(8)  VALUE ' POINTS '.
               05 FL-POINTS            PIC 9(1).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FL-COUNT             PIC ZZZZZZ9.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 FL-PCT               PIC ZZ9.9.
               05 FILLER               PIC X(12)
                   VALUE ' % OF ACTIVE'.

           01 WS-GROUP-HEADING-LINE.
               05 GH-KIND              PIC X(20).
               05 FILLER               PIC X(34)
                   VALUE '  ACTIVE   CLEAN  CLEAN%  PRIOR  '.
               05 FILLER               PIC X(8)  VALUE 'CHANGE  '.
               05 GH-FAULT-CODES.
                   10 GH-FAULT OCCURS 12 TIMES.
                       15 FILLER       PIC X(2).
                       15 GH-CODE      PIC X(4).

           01 WS-GROUP-LINE.
               05 GL-KEY               PIC X(20).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 GL-ACTIVE            PIC ZZZZZZ9.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 GL-CLEAN             PIC ZZZZZZ9.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 GL-PCT               PIC ZZ9.9.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 GL-PRIOR             PIC ZZ9.9.
               05 GL-PRIOR-X REDEFINES GL-PRIOR PIC X(5).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 GL-CHANGE            PIC +ZZ9.9.
               05 GL-CHANGE-X REDEFINES GL-CHANGE PIC X(6).
               05 GL-FAULT-COUNTS.
                   10 GL-FAULT OCCURS 12 TIMES.
                       15 FILLER       PIC X(1).
                       15 GL-COUNT     PIC ZZZZ9.

           01 WS-WORKLIST-HEADING-LINE.
               05 FILLER               PIC X(33)
                   VALUE 'DATA QUALITY WORKLIST - TERRITORY'.
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WH-TERRITORY         PIC X(6).
               05 FILLER               PIC X(1)  VALUE SPACES.
               05 WH-DESCRIPTION       PIC X(30).
               05 FILLER               PIC X(10) VALUE ' RUN DATE '.
               05 WH-RUN-DATE          PIC 9(8).
               05 FILLER               PIC X(6)  VALUE '  PAGE'.
               05 WH-PAGE              PIC ZZ9.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WH-CONTINUED         PIC X(11).

      *> The fault codes spelt out on every territory's first
      *> page, six to a line.
           01 WS-LEGEND-LINE.
               05 LG-ITEM OCCURS 6 TIMES.
                   10 LG-CODE          PIC X(4).
                   10 FILLER           PIC X(1).
                   10 LG-NAME          PIC X(14).
                   10 FILLER           PIC X(1).
                   10 LG-POINTS        PIC 9(1).
                   10 FILLER           PIC X(2).

           01 WS-WORKLIST-COLUMN-LINE.
               05 FILLER               PIC X(40)
                   VALUE 'CUST ID   COMPANY                       '.
               05 FILLER               PIC X(41)
                   VALUE 'SCORE  CREATED BY        UPDATED   FAULTS'.

           01 WS-WORKLIST-DETAIL-LINE.
               05 WD-CUST-ID           PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WD-COMPANY-NAME      PIC X(28).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WD-POINTS            PIC ZZ9.
               05 FILLER               PIC X(4)  VALUE SPACES.
               05 WD-CREATE-USERNAME   PIC X(16).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WD-UPDATE-DATE       PIC 9(8).
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WD-FAULTS            PIC X(45).

           01 WS-WORKLIST-FOOTER-LINE.
               05 FILLER               PIC X(2)  VALUE SPACES.
               05 WF-TEXT              PIC X(34).
               05 WF-COUNT             PIC ZZZZZZ9.

           COPY RUNHIST.

       PROCEDURE DIVISION.
           BEGIN.
               PERFORM LOG-RUN-START

               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD

               PERFORM READ-QUALITY-PARAMETERS
               PERFORM OPEN-QUALITY-FILES

               MOVE 'A' TO WS-GROUP-TYPE
               MOVE 'ALL ACTIVE' TO WS-GROUP-KEY
               PERFORM FIND-OR-ADD-GROUP

               SORT SORT-WORK
                   ON ASCENDING KEY QS-TERRITORY
                   ON DESCENDING KEY QS-POINTS
                   ON ASCENDING KEY QS-CUST-ID
                   INPUT PROCEDURE IS SCORE-CUSTOMER-BASE
                   OUTPUT PROCEDURE IS PRINT-WORKLIST

               PERFORM LOAD-PRIOR-SCORES
               PERFORM WRITE-SCORECARD
               PERFORM SAVE-SCORE-HISTORY
               PERFORM CLOSE-QUALITY-FILES

               DISPLAY 'CUST-QUALITY ACTIVE ' WS-ACTIVE-COUNT
                       ' CLEAN '    WS-CLEAN-COUNT
                       ' WORKLIST ' WS-LISTED-COUNT
                   UPON CONSOLE

               MOVE 0 TO RETURN-CODE
               PERFORM LOG-RUN-END.
           STOP RUN.

      *> -----------------------------------------------------
      *> ABORT-RUN
      *> The monthly number goes to management, so a file error
      *> stops the run rather than score half the base.
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
      *> run's totals for the run-to-run comparison. The
      *> logger's own return code is put back afterwards so it
      *> never masks this run's.
      *> -----------------------------------------------------
           LOG-RUN-START.
               MOVE SPACES TO RH-RUN-RECORD
               MOVE 'CUST-QUALITY' TO RH-PROGRAM-ID
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
               MOVE 'ACTIVE' TO RH-COUNT-NAME (1)
               MOVE WS-ACTIVE-COUNT TO RH-COUNT-VALUE (1)
               MOVE 'CLEAN' TO RH-COUNT-NAME (2)
               MOVE WS-CLEAN-COUNT TO RH-COUNT-VALUE (2)
               MOVE 'POINTS' TO RH-COUNT-NAME (3)
               MOVE WS-POINTS-TOTAL TO RH-COUNT-VALUE (3)
               MOVE 'NO EMAIL' TO RH-COUNT-NAME (4)
               MOVE WS-G-FAULT-COUNT(1, 1) TO RH-COUNT-VALUE (4)
               MOVE 'BAD EMAIL' TO RH-COUNT-NAME (5)
               MOVE WS-G-FAULT-COUNT(1, 2) TO RH-COUNT-VALUE (5)
               MOVE 'WORKLIST' TO RH-COUNT-NAME (6)
               MOVE WS-LISTED-COUNT TO RH-COUNT-VALUE (6)
               CALL 'CUST-RUNLOG' USING RH-RUN-RECORD
               MOVE RH-RETURN-CODE TO RETURN-CODE.

      *> -----------------------------------------------------
      *> READ-QUALITY-PARAMETERS
      *> Absent or blank, the worklist takes scores of 3 and
      *> over, at most 100 to a territory.
      *> -----------------------------------------------------
           READ-QUALITY-PARAMETERS.
               OPEN INPUT QUALITY-PARAMETERS
               IF WS-PR-FILE-STATUS EQUAL '00'
                   READ QUALITY-PARAMETERS
                       AT END CONTINUE
                       NOT AT END PERFORM TAKE-PARAMETER-RECORD
                   END-READ
                   CLOSE QUALITY-PARAMETERS
               END-IF.

           TAKE-PARAMETER-RECORD.
               IF PR-MIN-POINTS NOT EQUAL SPACES
                   IF PR-MIN-POINTS NUMERIC
                       MOVE PR-MIN-POINTS TO WS-MIN-POINTS
                   ELSE
                       MOVE 'DQPRM MINIMUM SCORE NOT NUMERIC '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               IF PR-MAX-LISTED NOT EQUAL SPACES
                   IF PR-MAX-LISTED NUMERIC
                       MOVE PR-MAX-LISTED TO WS-MAX-LISTED
                   ELSE
                       MOVE 'DQPRM TERRITORY LIMIT NOT NUMERIC '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-PR-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> OPEN-QUALITY-FILES / CLOSE-QUALITY-FILES
      *> -----------------------------------------------------
           OPEN-QUALITY-FILES.
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CM-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN CUSTOMER-MASTER, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-CM-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               OPEN INPUT CUSTOMER-CONTACT
               EVALUATE WS-CN-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-CONTACT-FILE-SW
                   WHEN '35'
                       MOVE 'N' TO WS-CONTACT-FILE-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN CUSTCONT, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-CN-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               OPEN INPUT CODE-REFERENCE
               EVALUATE WS-CG-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-CATG-REF-SW
                   WHEN '35'
                       MOVE 'N' TO WS-CATG-REF-SW
                   WHEN OTHER
                       MOVE 'CANNOT OPEN CUSTCATG, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-CG-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
               END-EVALUATE

               OPEN OUTPUT SCORECARD-REPORT
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN DQRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               OPEN OUTPUT WORKLIST-REPORT
               IF WS-WL-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN DQLIST, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-WL-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

           CLOSE-QUALITY-FILES.
               CLOSE CUSTOMER-MASTER
               IF WS-CONTACT-FILE-ON-HAND
                   CLOSE CUSTOMER-CONTACT
               END-IF
               IF WS-CATG-REF-ON-HAND
                   CLOSE CODE-REFERENCE
               END-IF
               CLOSE SCORECARD-REPORT
               CLOSE WORKLIST-REPORT.

      *> -----------------------------------------------------
      *> SCORE-CUSTOMER-BASE
      *> SORT input procedure: the one pass over the master.
      *> Every active customer is scored and counted into the
      *> whole-base, territory and creating-operator groups;
      *> those scoring at or over the threshold go to the sort
      *> for the worklist. Inactive and merged rows are nobody's
      *> to fix and are only counted.
      *> -----------------------------------------------------
           SCORE-CUSTOMER-BASE.
               MOVE 0 TO CM-CUST-ID
               START CUSTOMER-MASTER KEY IS NOT LESS THAN CM-CUST-ID
                   INVALID KEY MOVE '23' TO WS-CM-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-CM-FILE-STATUS
               END-START

               PERFORM UNTIL WS-CM-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END MOVE '10' TO WS-CM-FILE-STATUS
                   END-READ

                   IF WS-CM-FILE-STATUS EQUAL '00'
                       IF CM-STATUS-INACTIVE
                           ADD 1 TO WS-INACTIVE-COUNT
                       ELSE
                           PERFORM SCORE-ONE-CUSTOMER
                           PERFORM TALLY-ONE-CUSTOMER
                           IF WS-CUST-POINTS NOT LESS THAN
                                   WS-MIN-POINTS
                                   AND WS-CUST-POINTS GREATER THAN 0
                               PERFORM RELEASE-WORKLIST-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-CM-FILE-STATUS NOT EQUAL '10'
                       AND WS-CM-FILE-STATUS NOT EQUAL '23'
                   MOVE 'CANNOT READ CUSTOMER-MASTER, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-CM-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

      *> -----------------------------------------------------
      *> SCORE-ONE-CUSTOMER
      *> Each check sets its switch in the fault table's order.
      *> Blank and malformed are separate faults: a blank email
      *> needs someone to find one, a bad one needs it fixed,
      *> and the CRM bounces only the second kind.
      *> -----------------------------------------------------
           SCORE-ONE-CUSTOMER.
               MOVE SPACES TO WS-CUST-FAULTS
               MOVE 0 TO WS-CUST-POINTS

               IF CM-EMAIL EQUAL SPACES
                   MOVE 'Y' TO WS-CUST-FAULT-SW(1)
               ELSE
                   PERFORM CHECK-EMAIL-FORMAT
                   IF NOT WS-CHECK-PASSED
                       MOVE 'Y' TO WS-CUST-FAULT-SW(2)
                   END-IF
               END-IF

               IF CM-PHONE EQUAL SPACES AND CM-MOBILE EQUAL SPACES
                   MOVE 'Y' TO WS-CUST-FAULT-SW(3)
               END-IF

               IF CM-COMPANY-NAME EQUAL SPACES
                       OR CM-LAST-NAME EQUAL SPACES
                       OR CM-FIRST-NAME EQUAL SPACES
                   MOVE 'Y' TO WS-CUST-FAULT-SW(4)
               END-IF

               IF CM-ADDRESS-1 EQUAL SPACES OR CM-CITY EQUAL SPACES
                   MOVE 'Y' TO WS-CUST-FAULT-SW(5)
               END-IF

               PERFORM CHECK-ZIP-FORMAT
               IF NOT WS-CHECK-PASSED
                   MOVE 'Y' TO WS-CUST-FAULT-SW(6)
               END-IF

               IF CM-STATE NOT EQUAL SPACES
                   PERFORM CHECK-STATE-CODE
                   IF NOT WS-CHECK-PASSED
                       MOVE 'Y' TO WS-CUST-FAULT-SW(7)
                   END-IF
               END-IF

               IF CM-CATEGORY EQUAL SPACES
                   MOVE 'Y' TO WS-CUST-FAULT-SW(8)
               ELSE
                   IF WS-CATG-REF-ON-HAND
                       MOVE 'C' TO CG-CODE-TYPE
                       MOVE CM-CATEGORY TO CG-CODE
                       PERFORM CHECK-REFERENCE-CODE
                       IF NOT WS-CHECK-PASSED
                           MOVE 'Y' TO WS-CUST-FAULT-SW(9)
                       END-IF
                   END-IF
               END-IF

               IF CM-TERRITORY EQUAL SPACES
                   MOVE 'Y' TO WS-CUST-FAULT-SW(10)
               ELSE
                   IF WS-CATG-REF-ON-HAND
                       MOVE 'T' TO CG-CODE-TYPE
                       MOVE CM-TERRITORY TO CG-CODE
                       PERFORM CHECK-REFERENCE-CODE
                       IF NOT WS-CHECK-PASSED
                           MOVE 'Y' TO WS-CUST-FAULT-SW(11)
                       END-IF
                   END-IF
               END-IF

               IF WS-CONTACT-FILE-ON-HAND
                   PERFORM CHECK-PRIMARY-CONTACT
                   IF WS-CONTACT-COUNT GREATER THAN 0
                           AND NOT WS-HAS-PRIMARY
                       MOVE 'Y' TO WS-CUST-FAULT-SW(12)
                   END-IF
               END-IF

               MOVE 0 TO WS-FAULT-SUB
               PERFORM UNTIL WS-FAULT-SUB NOT LESS THAN 12
                   ADD 1 TO WS-FAULT-SUB
                   IF WS-CUST-FAULT-SW(WS-FAULT-SUB) EQUAL 'Y'
                       ADD WS-FAULT-POINTS(WS-FAULT-SUB)
                           TO WS-CUST-POINTS
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> CHECK-EMAIL-FORMAT
      *> Same rules as the entry screen's VALIDATE-EMAIL-FORMAT:
      *> exactly one @, something either side of it, and a dot
      *> in the domain.
      *> -----------------------------------------------------
           CHECK-EMAIL-FORMAT.
               MOVE 'Y' TO WS-CHECK-SW
               MOVE 0 TO WS-AT-COUNT
               INSPECT CM-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'
               IF WS-AT-COUNT NOT EQUAL 1
                   MOVE 'N' TO WS-CHECK-SW
               ELSE
                   MOVE SPACES TO WS-EMAIL-USER-PART
                       WS-EMAIL-DOMAIN-PART
                   UNSTRING CM-EMAIL DELIMITED BY '@'
                       INTO WS-EMAIL-USER-PART WS-EMAIL-DOMAIN-PART
                   END-UNSTRING

                   IF WS-EMAIL-USER-PART EQUAL SPACES
                           OR WS-EMAIL-DOMAIN-PART EQUAL SPACES
                       MOVE 'N' TO WS-CHECK-SW
                   ELSE
                       MOVE 0 TO WS-DOT-COUNT
                       INSPECT WS-EMAIL-DOMAIN-PART
                           TALLYING WS-DOT-COUNT FOR ALL '.'
                       IF WS-DOT-COUNT EQUAL 0
                           MOVE 'N' TO WS-CHECK-SW
                       END-IF
                   END-IF
               END-IF.

      *> -----------------------------------------------------
      *> CHECK-ZIP-FORMAT
      *> Same shape as the entry screen's VALIDATE-ZIP-FORMAT:
      *> five digits, optionally followed by -9999. A blank ZIP
      *> fails it too, since the screen requires one.
      *> -----------------------------------------------------
           CHECK-ZIP-FORMAT.
               MOVE 'Y' TO WS-CHECK-SW
               IF CM-ZIP(1:5) NOT NUMERIC
                   MOVE 'N' TO WS-CHECK-SW
               ELSE
                   IF CM-ZIP(6:1) NOT EQUAL SPACE
                       IF CM-ZIP(6:1) NOT EQUAL '-'
                               OR CM-ZIP(7:4) NOT NUMERIC
                           MOVE 'N' TO WS-CHECK-SW
                       END-IF
                   END-IF
               END-IF.

           CHECK-STATE-CODE.
               MOVE 'Y' TO WS-CHECK-SW
               SET WS-STATE-IDX TO 1
               SEARCH ALL WS-STATE-CODE
                   AT END
                       MOVE 'N' TO WS-CHECK-SW
                   WHEN WS-STATE-CODE(WS-STATE-IDX) EQUAL CM-STATE
                       CONTINUE
               END-SEARCH.

      *> -----------------------------------------------------
      *> CHECK-REFERENCE-CODE
      *> The caller has put the type and code in the key. As on
      *> the entry screen, the code must be an active row.
      *> -----------------------------------------------------
           CHECK-REFERENCE-CODE.
               MOVE 'Y' TO WS-CHECK-SW
               READ CODE-REFERENCE KEY IS CG-CODE-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-CHECK-SW
                   NOT INVALID KEY
                       IF NOT CG-STATUS-ACTIVE
                           MOVE 'N' TO WS-CHECK-SW
                       END-IF
               END-READ.

      *> -----------------------------------------------------
      *> CHECK-PRIMARY-CONTACT
      *> A customer with no contacts has nobody to flag, so
      *> only one that has contacts and no primary among them
      *> is a fault.
      *> -----------------------------------------------------
           CHECK-PRIMARY-CONTACT.
               MOVE 0 TO WS-CONTACT-COUNT
               MOVE 'N' TO WS-PRIMARY-SW
               MOVE CM-CUST-ID TO CN-CUST-ID
               MOVE 0 TO CN-CONTACT-SEQ
               START CUSTOMER-CONTACT
                       KEY IS NOT LESS THAN CN-CONTACT-KEY
                   INVALID KEY MOVE '23' TO WS-CN-FILE-STATUS
                   NOT INVALID KEY MOVE '00' TO WS-CN-FILE-STATUS
               END-START

               PERFORM UNTIL WS-CN-FILE-STATUS NOT EQUAL '00'
                   READ CUSTOMER-CONTACT NEXT RECORD
                       AT END MOVE '10' TO WS-CN-FILE-STATUS
                   END-READ

                   IF WS-CN-FILE-STATUS EQUAL '00'
                       IF CN-CUST-ID NOT EQUAL CM-CUST-ID
                           MOVE '10' TO WS-CN-FILE-STATUS
                       ELSE
                           ADD 1 TO WS-CONTACT-COUNT
                           IF CN-IS-PRIMARY
                               MOVE 'Y' TO WS-PRIMARY-SW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> TALLY-ONE-CUSTOMER
      *> Into the whole-base group (always the first entry),
      *> the territory group and the creating-operator group.
      *> -----------------------------------------------------
           TALLY-ONE-CUSTOMER.
               ADD 1 TO WS-ACTIVE-COUNT
               ADD WS-CUST-POINTS TO WS-POINTS-TOTAL
               IF WS-CUST-POINTS EQUAL 0
                   ADD 1 TO WS-CLEAN-COUNT
               END-IF

               MOVE 1 TO WS-GROUP-SUB
               PERFORM TALLY-INTO-GROUP

               MOVE 'T' TO WS-GROUP-TYPE
               MOVE CM-TERRITORY TO WS-GROUP-KEY
               PERFORM FIND-OR-ADD-GROUP
               PERFORM TALLY-INTO-GROUP

               MOVE 'O' TO WS-GROUP-TYPE
               MOVE CM-CREATE-USERNAME TO WS-GROUP-KEY
               PERFORM FIND-OR-ADD-GROUP
               PERFORM TALLY-INTO-GROUP.

           TALLY-INTO-GROUP.
               ADD 1 TO WS-G-ACTIVE(WS-GROUP-SUB)
               IF WS-CUST-POINTS EQUAL 0
                   ADD 1 TO WS-G-CLEAN(WS-GROUP-SUB)
               END-IF
               MOVE 0 TO WS-FAULT-SUB
               PERFORM UNTIL WS-FAULT-SUB NOT LESS THAN 12
                   ADD 1 TO WS-FAULT-SUB
                   IF WS-CUST-FAULT-SW(WS-FAULT-SUB) EQUAL 'Y'
                       ADD 1 TO
                           WS-G-FAULT-COUNT(WS-GROUP-SUB, WS-FAULT-SUB)
                   END-IF
               END-PERFORM.

      *> -----------------------------------------------------
      *> FIND-OR-ADD-GROUP / LOCATE-GROUP
      *> WS-GROUP-TYPE and WS-GROUP-KEY name the group; its
      *> entry comes back in WS-GROUP-SUB. A new group is slid
      *> into its place so the table is always in print order.
      *> -----------------------------------------------------
           FIND-OR-ADD-GROUP.
               PERFORM LOCATE-GROUP
               IF WS-GROUP-FOUND EQUAL 0
                       AND WS-GROUP-USED NOT LESS THAN 298
                   MOVE '(MORE)' TO WS-GROUP-KEY
                   PERFORM LOCATE-GROUP
               END-IF

               IF WS-GROUP-FOUND GREATER THAN 0
                   MOVE WS-GROUP-FOUND TO WS-GROUP-SUB
               ELSE
                   MOVE WS-GROUP-USED TO WS-GROUP-SHIFT
                   PERFORM UNTIL WS-GROUP-SHIFT LESS THAN
                           WS-GROUP-INSERT
                       MOVE WS-GROUP-ENTRY(WS-GROUP-SHIFT)
                           TO WS-GROUP-ENTRY(WS-GROUP-SHIFT + 1)
                       SUBTRACT 1 FROM WS-GROUP-SHIFT
                   END-PERFORM
                   ADD 1 TO WS-GROUP-USED

                   MOVE WS-GROUP-INSERT TO WS-GROUP-SUB
                   MOVE WS-GROUP-TYPE TO WS-G-TYPE(WS-GROUP-SUB)
                   MOVE WS-GROUP-KEY  TO WS-G-KEY(WS-GROUP-SUB)
                   MOVE ZEROES TO WS-G-TOTALS(WS-GROUP-SUB)
                   MOVE 'N' TO WS-G-PRIOR-SW(WS-GROUP-SUB)
                   MOVE 0 TO WS-G-PRIOR-PCT(WS-GROUP-SUB)
               END-IF.

           LOCATE-GROUP.
               MOVE WS-GROUP-TYPE TO WS-GROUP-SORT-KEY(1:1)
               MOVE WS-GROUP-KEY  TO WS-GROUP-SORT-KEY(2:50)
               MOVE 0 TO WS-GROUP-FOUND
               MOVE 0 TO WS-GROUP-INSERT
               MOVE 0 TO WS-GROUP-SUB
               PERFORM UNTIL WS-GROUP-SUB NOT LESS THAN WS-GROUP-USED
                       OR WS-GROUP-FOUND GREATER THAN 0
                       OR WS-GROUP-INSERT GREATER THAN 0
                   ADD 1 TO WS-GROUP-SUB
                   IF WS-G-SORT-KEY(WS-GROUP-SUB)
                           EQUAL WS-GROUP-SORT-KEY
                       MOVE WS-GROUP-SUB TO WS-GROUP-FOUND
                   ELSE
                       IF WS-G-SORT-KEY(WS-GROUP-SUB)
                               GREATER THAN WS-GROUP-SORT-KEY
                           MOVE WS-GROUP-SUB TO WS-GROUP-INSERT
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-GROUP-FOUND EQUAL 0 AND WS-GROUP-INSERT EQUAL 0
                   COMPUTE WS-GROUP-INSERT = WS-GROUP-USED + 1
               END-IF.

           RELEASE-WORKLIST-RECORD.
               MOVE CM-TERRITORY       TO QS-TERRITORY
               MOVE WS-CUST-POINTS     TO QS-POINTS
               MOVE CM-CUST-ID         TO QS-CUST-ID
               MOVE CM-COMPANY-NAME    TO QS-COMPANY-NAME
               MOVE CM-CREATE-USERNAME TO QS-CREATE-USERNAME
               MOVE CM-UPDATE-DATE     TO QS-UPDATE-DATE
               MOVE WS-CUST-FAULTS     TO QS-FAULT-SWITCHES
               ADD 1 TO WS-RELEASED-COUNT
               RELEASE QS-WORKLIST-RECORD.

      *> -----------------------------------------------------
      *> PRINT-WORKLIST
      *> SORT output procedure. The worst customers come back
      *> territory by territory, worst first; each territory
      *> gets its own pages and, past the per-territory limit,
      *> a count of the rest still to do. Uncoded customers
      *> come first under (NONE) - coding them is a fix too.
      *> -----------------------------------------------------
           PRINT-WORKLIST.
               MOVE 'Y' TO WS-FIRST-TERR-SW
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-NO-MORE-RECORDS
                   RETURN SORT-WORK
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-RETURN

                   IF NOT WS-NO-MORE-RECORDS
                       IF WS-FIRST-TERRITORY
                               OR QS-TERRITORY NOT EQUAL
                                   WS-CURRENT-TERRITORY
                           IF NOT WS-FIRST-TERRITORY
                               PERFORM WRITE-TERRITORY-FOOTER
                           END-IF
                           PERFORM START-TERRITORY
                       END-IF
                       IF WS-MAX-LISTED EQUAL 0
                               OR WS-TERR-LISTED LESS THAN
                                   WS-MAX-LISTED
                           PERFORM WRITE-WORKLIST-DETAIL
                       ELSE
                           ADD 1 TO WS-TERR-UNLISTED
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-FIRST-TERRITORY
                   MOVE 'NO CUSTOMER SCORED AT OR OVER THE THRESHOLD'
                       TO WL-LINE
                   WRITE WL-LINE
                   PERFORM CHECK-WORKLIST-WRITE-STATUS
               ELSE
                   PERFORM WRITE-TERRITORY-FOOTER
               END-IF.

           START-TERRITORY.
               MOVE 'N' TO WS-FIRST-TERR-SW
               MOVE QS-TERRITORY TO WS-CURRENT-TERRITORY
               MOVE 0 TO WS-TERR-LISTED
               MOVE 0 TO WS-TERR-UNLISTED
               MOVE 0 TO WS-PAGE-NUMBER

               MOVE SPACES TO WS-TERR-DESCRIPTION
               IF WS-CURRENT-TERRITORY EQUAL SPACES
                   MOVE 'NO TERRITORY CODED' TO WS-TERR-DESCRIPTION
               ELSE
                   IF WS-CATG-REF-ON-HAND
                       MOVE 'T' TO CG-CODE-TYPE
                       MOVE WS-CURRENT-TERRITORY TO CG-CODE
                       READ CODE-REFERENCE KEY IS CG-CODE-KEY
                           INVALID KEY
                               MOVE 'NOT ON THE REFERENCE FILE'
                                   TO WS-TERR-DESCRIPTION
                           NOT INVALID KEY
                               MOVE CG-DESCRIPTION
                                   TO WS-TERR-DESCRIPTION
                       END-READ
                   END-IF
               END-IF

               PERFORM WRITE-WORKLIST-HEADING.

      *> -----------------------------------------------------
      *> WRITE-WORKLIST-HEADING
      *> Top of a new page. The first page of a territory also
      *> carries the fault legend; later pages say CONTINUED.
      *> -----------------------------------------------------
           WRITE-WORKLIST-HEADING.
               ADD 1 TO WS-PAGE-NUMBER
               IF WS-CURRENT-TERRITORY EQUAL SPACES
                   MOVE '(NONE)' TO WH-TERRITORY
               ELSE
                   MOVE WS-CURRENT-TERRITORY TO WH-TERRITORY
               END-IF
               MOVE WS-TERR-DESCRIPTION TO WH-DESCRIPTION
               MOVE WS-SYS-DATE TO WH-RUN-DATE
               MOVE WS-PAGE-NUMBER TO WH-PAGE
               IF WS-PAGE-NUMBER GREATER THAN 1
                   MOVE '(CONTINUED)' TO WH-CONTINUED
               ELSE
                   MOVE SPACES TO WH-CONTINUED
               END-IF
               WRITE WL-LINE FROM WS-WORKLIST-HEADING-LINE
                   AFTER ADVANCING PAGE
               PERFORM CHECK-WORKLIST-WRITE-STATUS
               MOVE 1 TO WS-LINE-COUNT

               IF WS-PAGE-NUMBER EQUAL 1
                   MOVE SPACES TO WL-LINE
                   WRITE WL-LINE
                   PERFORM CHECK-WORKLIST-WRITE-STATUS
                   MOVE 1 TO WS-FAULT-SUB
                   PERFORM BUILD-LEGEND-LINE
                   WRITE WL-LINE FROM WS-LEGEND-LINE
                   PERFORM CHECK-WORKLIST-WRITE-STATUS
                   MOVE 7 TO WS-FAULT-SUB
                   PERFORM BUILD-LEGEND-LINE
                   WRITE WL-LINE FROM WS-LEGEND-LINE
                   PERFORM CHECK-WORKLIST-WRITE-STATUS
                   ADD 3 TO WS-LINE-COUNT
               END-IF

               MOVE SPACES TO WL-LINE
               WRITE WL-LINE
               PERFORM CHECK-WORKLIST-WRITE-STATUS
               WRITE WL-LINE FROM WS-WORKLIST-COLUMN-LINE
               PERFORM CHECK-WORKLIST-WRITE-STATUS
               ADD 2 TO WS-LINE-COUNT.

      *> Six fault-table entries into the legend line, starting
      *> at the entry in WS-FAULT-SUB.
           BUILD-LEGEND-LINE.
               MOVE SPACES TO WS-LEGEND-LINE
               MOVE 0 TO WS-GROUP-SHIFT
               PERFORM UNTIL WS-GROUP-SHIFT NOT LESS THAN 6
                   ADD 1 TO WS-GROUP-SHIFT
                   MOVE WS-FAULT-CODE(WS-FAULT-SUB)
                       TO LG-CODE(WS-GROUP-SHIFT)
                   MOVE WS-FAULT-NAME(WS-FAULT-SUB)
                       TO LG-NAME(WS-GROUP-SHIFT)
                   MOVE WS-FAULT-POINTS(WS-FAULT-SUB)
                       TO LG-POINTS(WS-GROUP-SHIFT)
                   ADD 1 TO WS-FAULT-SUB
               END-PERFORM.

           WRITE-WORKLIST-DETAIL.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM WRITE-WORKLIST-HEADING
               END-IF

               MOVE SPACES TO WS-FAULT-TEXT
               MOVE 1 TO WS-FAULT-PTR
               MOVE 0 TO WS-FAULT-SUB
               PERFORM UNTIL WS-FAULT-SUB NOT LESS THAN 12
                   ADD 1 TO WS-FAULT-SUB
                   IF QS-FAULT-SW(WS-FAULT-SUB) EQUAL 'Y'
                       STRING WS-FAULT-CODE(WS-FAULT-SUB)
                               DELIMITED BY SPACE
                               ' ' DELIMITED BY SIZE
                           INTO WS-FAULT-TEXT
                           WITH POINTER WS-FAULT-PTR
                       END-STRING
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-WORKLIST-DETAIL-LINE
               MOVE QS-CUST-ID         TO WD-CUST-ID
               MOVE QS-COMPANY-NAME    TO WD-COMPANY-NAME
               MOVE QS-POINTS          TO WD-POINTS
               MOVE QS-CREATE-USERNAME TO WD-CREATE-USERNAME
               MOVE QS-UPDATE-DATE     TO WD-UPDATE-DATE
               MOVE WS-FAULT-TEXT      TO WD-FAULTS
               WRITE WL-LINE FROM WS-WORKLIST-DETAIL-LINE
               PERFORM CHECK-WORKLIST-WRITE-STATUS
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-TERR-LISTED
               ADD 1 TO WS-LISTED-COUNT.

           WRITE-TERRITORY-FOOTER.
               MOVE SPACES TO WL-LINE
               WRITE WL-LINE
               PERFORM CHECK-WORKLIST-WRITE-STATUS
               MOVE 'CUSTOMERS LISTED ..................'
                   TO WF-TEXT
               MOVE WS-TERR-LISTED TO WF-COUNT
               WRITE WL-LINE FROM WS-WORKLIST-FOOTER-LINE
               PERFORM CHECK-WORKLIST-WRITE-STATUS
               IF WS-TERR-UNLISTED GREATER THAN 0
                   MOVE 'MORE AT OR OVER THRESHOLD, NOT LISTED'
                       TO WF-TEXT
                   MOVE WS-TERR-UNLISTED TO WF-COUNT
                   WRITE WL-LINE FROM WS-WORKLIST-FOOTER-LINE
                   PERFORM CHECK-WORKLIST-WRITE-STATUS
               END-IF.

      *> -----------------------------------------------------
      *> LOAD-PRIOR-SCORES
      *> The last run before today is the one to compare with;
      *> a rerun the same day does not count as the prior run.
      *> One pass finds its date, a second picks up its groups.
      *> A group that is new since then has no prior figure.
      *> -----------------------------------------------------
           LOAD-PRIOR-SCORES.
               OPEN INPUT QUALITY-HISTORY
               IF WS-QH-FILE-STATUS EQUAL '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-NO-MORE-RECORDS
                       READ QUALITY-HISTORY NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ
                       IF NOT WS-NO-MORE-RECORDS
                           IF QH-RUN-DATE LESS THAN WS-SYS-DATE
                                   AND QH-RUN-DATE GREATER THAN
                                       WS-PRIOR-DATE
                               MOVE QH-RUN-DATE TO WS-PRIOR-DATE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE QUALITY-HISTORY
               ELSE
                   IF WS-QH-FILE-STATUS NOT EQUAL '35'
                       MOVE 'CANNOT OPEN DQHIST, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-QH-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-IF

               IF WS-PRIOR-DATE GREATER THAN 0
                   OPEN INPUT QUALITY-HISTORY
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-NO-MORE-RECORDS
                       READ QUALITY-HISTORY NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF-SW
                       END-READ
                       IF NOT WS-NO-MORE-RECORDS
                           IF QH-RUN-DATE EQUAL WS-PRIOR-DATE
                               PERFORM TAKE-PRIOR-SCORE
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE QUALITY-HISTORY
               END-IF.

           TAKE-PRIOR-SCORE.
               MOVE QH-GROUP-TYPE TO WS-GROUP-TYPE
               MOVE QH-GROUP-KEY  TO WS-GROUP-KEY
               PERFORM LOCATE-GROUP
               IF WS-GROUP-FOUND GREATER THAN 0
                       AND QH-ACTIVE-COUNT GREATER THAN 0
                   MOVE 'Y' TO WS-G-PRIOR-SW(WS-GROUP-FOUND)
                   COMPUTE WS-G-PRIOR-PCT(WS-GROUP-FOUND) ROUNDED =
                       QH-CLEAN-COUNT * 100 / QH-ACTIVE-COUNT
               END-IF.

      *> -----------------------------------------------------
      *> WRITE-SCORECARD
      *> The whole-base figures and each fault's count first,
      *> then one line per territory and per creating operator
      *> with its clean percentage against the prior run's.
      *> -----------------------------------------------------
           WRITE-SCORECARD.
               MOVE WS-SYS-DATE TO HD-RUN-DATE
               IF WS-PRIOR-DATE GREATER THAN 0
                   MOVE WS-PRIOR-DATE TO HD-PRIOR-DATE
               ELSE
                   MOVE 'NONE' TO HD-PRIOR-DATE
               END-IF
               WRITE RP-LINE FROM WS-HEADING-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 'ACTIVE CUSTOMERS SCORED .........:' TO TR-TEXT
               MOVE WS-ACTIVE-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'CLEAN (NO FAULTS) ...............:' TO TR-TEXT
               MOVE WS-CLEAN-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'FAULT POINTS, WHOLE BASE ........:' TO TR-TEXT
               MOVE WS-POINTS-TOTAL TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'AT OR OVER WORKLIST THRESHOLD ...:' TO TR-TEXT
               MOVE WS-RELEASED-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'LISTED ON THE WORKLIST ..........:' TO TR-TEXT
               MOVE WS-LISTED-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'INACTIVE, NOT SCORED ............:' TO TR-TEXT
               MOVE WS-INACTIVE-COUNT TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               MOVE 'WORKLIST THRESHOLD (POINTS) .....:' TO TR-TEXT
               MOVE WS-MIN-POINTS TO TR-COUNT
               PERFORM WRITE-COUNT-LINE

               IF NOT WS-CATG-REF-ON-HAND
                   MOVE 'NO CUSTCATG - CATEGORY/TERRITORY NOT CHECKED'
                       TO NL-TEXT
                   WRITE RP-LINE FROM WS-NOTICE-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF
               IF NOT WS-CONTACT-FILE-ON-HAND
                   MOVE 'NO CUSTCONT - PRIMARY CONTACTS NOT CHECKED'
                       TO NL-TEXT
                   WRITE RP-LINE FROM WS-NOTICE-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-IF

               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS
               MOVE 'FAULTS ACROSS THE ACTIVE BASE' TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 0 TO WS-FAULT-SUB
               PERFORM UNTIL WS-FAULT-SUB NOT LESS THAN 12
                   ADD 1 TO WS-FAULT-SUB
                   MOVE WS-FAULT-CODE(WS-FAULT-SUB)   TO FL-CODE
                   MOVE WS-FAULT-NAME(WS-FAULT-SUB)   TO FL-NAME
                   MOVE WS-FAULT-POINTS(WS-FAULT-SUB) TO FL-POINTS
                   MOVE WS-G-FAULT-COUNT(1, WS-FAULT-SUB) TO FL-COUNT
                   MOVE 0 TO WS-PCT
                   IF WS-ACTIVE-COUNT GREATER THAN 0
                       COMPUTE WS-PCT ROUNDED =
                           WS-G-FAULT-COUNT(1, WS-FAULT-SUB) * 100
                               / WS-ACTIVE-COUNT
                   END-IF
                   MOVE WS-PCT TO FL-PCT
                   WRITE RP-LINE FROM WS-FAULT-LINE
                   PERFORM CHECK-REPORT-WRITE-STATUS
               END-PERFORM

               MOVE 'A' TO WS-GROUP-TYPE
               MOVE 'WHOLE BASE' TO GH-KIND
               PERFORM WRITE-GROUP-SECTION

               MOVE 'T' TO WS-GROUP-TYPE
               MOVE 'BY TERRITORY' TO GH-KIND
               PERFORM WRITE-GROUP-SECTION

               MOVE 'O' TO WS-GROUP-TYPE
               MOVE 'BY CREATING OPERATOR' TO GH-KIND
               PERFORM WRITE-GROUP-SECTION.

           WRITE-GROUP-SECTION.
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 0 TO WS-FAULT-SUB
               PERFORM UNTIL WS-FAULT-SUB NOT LESS THAN 12
                   ADD 1 TO WS-FAULT-SUB
                   MOVE SPACES TO GH-FAULT(WS-FAULT-SUB)
                   MOVE WS-FAULT-CODE(WS-FAULT-SUB)
                       TO GH-CODE(WS-FAULT-SUB)
               END-PERFORM
               WRITE RP-LINE FROM WS-GROUP-HEADING-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS

               MOVE 0 TO WS-GROUP-SUB
               PERFORM UNTIL WS-GROUP-SUB NOT LESS THAN WS-GROUP-USED
                   ADD 1 TO WS-GROUP-SUB
                   IF WS-G-TYPE(WS-GROUP-SUB) EQUAL WS-GROUP-TYPE
                       PERFORM WRITE-GROUP-LINE
                   END-IF
               END-PERFORM.

           WRITE-GROUP-LINE.
               MOVE SPACES TO WS-GROUP-LINE
               IF WS-G-KEY(WS-GROUP-SUB) EQUAL SPACES
                   IF WS-GROUP-TYPE EQUAL 'T'
                       MOVE '(NONE)' TO GL-KEY
                   ELSE
                       MOVE '(UNKNOWN)' TO GL-KEY
                   END-IF
               ELSE
                   MOVE WS-G-KEY(WS-GROUP-SUB) TO GL-KEY
               END-IF
               MOVE WS-G-ACTIVE(WS-GROUP-SUB) TO GL-ACTIVE
               MOVE WS-G-CLEAN(WS-GROUP-SUB)  TO GL-CLEAN

               MOVE 0 TO WS-PCT
               IF WS-G-ACTIVE(WS-GROUP-SUB) GREATER THAN 0
                   COMPUTE WS-PCT ROUNDED =
                       WS-G-CLEAN(WS-GROUP-SUB) * 100
                           / WS-G-ACTIVE(WS-GROUP-SUB)
               END-IF
               MOVE WS-PCT TO GL-PCT

               IF WS-G-HAS-PRIOR(WS-GROUP-SUB)
                   MOVE WS-G-PRIOR-PCT(WS-GROUP-SUB) TO GL-PRIOR
                   COMPUTE WS-CHANGE =
                       WS-PCT - WS-G-PRIOR-PCT(WS-GROUP-SUB)
                   MOVE WS-CHANGE TO GL-CHANGE
               ELSE
                   MOVE '  -  ' TO GL-PRIOR-X
                   MOVE '   -  ' TO GL-CHANGE-X
               END-IF

               MOVE 0 TO WS-FAULT-SUB
               PERFORM UNTIL WS-FAULT-SUB NOT LESS THAN 12
                   ADD 1 TO WS-FAULT-SUB
                   MOVE WS-G-FAULT-COUNT(WS-GROUP-SUB, WS-FAULT-SUB)
                       TO GL-COUNT(WS-FAULT-SUB)
               END-PERFORM

               WRITE RP-LINE FROM WS-GROUP-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

      *> -----------------------------------------------------
      *> SAVE-SCORE-HISTORY
      *> This run's groups onto the end of DQHIST for next
      *> month's comparison. A first run creates the file.
      *> -----------------------------------------------------
           SAVE-SCORE-HISTORY.
               OPEN EXTEND QUALITY-HISTORY
               IF WS-QH-FILE-STATUS NOT EQUAL '00' AND
                  WS-QH-FILE-STATUS NOT EQUAL '05'
                   OPEN OUTPUT QUALITY-HISTORY
               END-IF
               IF WS-QH-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT OPEN DQHIST, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-QH-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF

               MOVE 0 TO WS-GROUP-SUB
               PERFORM UNTIL WS-GROUP-SUB NOT LESS THAN WS-GROUP-USED
                   ADD 1 TO WS-GROUP-SUB
                   MOVE SPACES TO QH-HISTORY-RECORD
                   MOVE WS-SYS-DATE TO QH-RUN-DATE
                   MOVE WS-G-TYPE(WS-GROUP-SUB)   TO QH-GROUP-TYPE
                   MOVE WS-G-KEY(WS-GROUP-SUB)    TO QH-GROUP-KEY
                   MOVE WS-G-ACTIVE(WS-GROUP-SUB) TO QH-ACTIVE-COUNT
                   MOVE WS-G-CLEAN(WS-GROUP-SUB)  TO QH-CLEAN-COUNT
                   WRITE QH-HISTORY-RECORD
                   IF WS-QH-FILE-STATUS NOT EQUAL '00'
                       MOVE 'CANNOT WRITE DQHIST, STATUS '
                           TO WS-ABORT-MESSAGE
                       MOVE WS-QH-FILE-STATUS TO WS-ABORT-STATUS
                       PERFORM ABORT-RUN
                   END-IF
               END-PERFORM

               CLOSE QUALITY-HISTORY.

           WRITE-COUNT-LINE.
               WRITE RP-LINE FROM WS-COUNT-LINE
               PERFORM CHECK-REPORT-WRITE-STATUS.

           CHECK-REPORT-WRITE-STATUS.
               IF WS-RP-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE DQRPT, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-RP-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.

           CHECK-WORKLIST-WRITE-STATUS.
               IF WS-WL-FILE-STATUS NOT EQUAL '00'
                   MOVE 'CANNOT WRITE DQLIST, STATUS '
                       TO WS-ABORT-MESSAGE
                   MOVE WS-WL-FILE-STATUS TO WS-ABORT-STATUS
                   PERFORM ABORT-RUN
               END-IF.
