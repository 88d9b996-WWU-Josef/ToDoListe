       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOMTRC.

      *    Nightly backlog capture in the mold of TODODIGEST: sweeps
      *    every <name>.txt list store and appends one metrics record
      *    per list to the shared history file metrics.hist, so the
      *    question "how many items were open, overdue, blocked or
      *    deferred on the 14th of last month" has an answer the
      *    live store (which only knows today) and TODOSTAT (which
      *    only sees cleared archives) cannot give.  Run as:
      *        todomtrc
      *    Each record carries the capture date, the list name and
      *    the day's counts:
      *        pending            open items (not 'C', not 'A')
      *        awaiting approval  status 'A', its own state
      *        completed          'C' items not yet cleared
      *        overdue            pending, real due date before today
      *        due this week      pending, due today through today+6
      *        blocked            pending, with an open blocker in
      *                           the list's .deps links
      *        deferred           pending, start date still ahead
      *        unassigned         pending, ITEM-ASSIGNED-TO blank
      *        SLA breached       past the list's .sla limit, counted
      *                           the way TODOSLA counts it
      *    Overdue through unassigned are subsets of pending, SLA
      *    breached of everything not complete, and they overlap -
      *    an item can be deferred, overdue and unassigned at once.
      *    The history keeps one record per list per day: a capture
      *    run twice on the same date first drops the earlier run's
      *    records, so a rerun after a failed night replaces rather
      *    than doubles.  TODOTRND reads the file back as a weekly
      *    trend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO DYNAMIC WS-TDLIST-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID OF TDLIST-FILE
            ALTERNATE RECORD KEY IS
                ITEM-ASSIGNED-TO OF TDLIST-FILE
                WITH DUPLICATES
            ALTERNATE RECORD KEY IS
                ITEM-DUE-DATE OF TDLIST-FILE
                WITH DUPLICATES
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT WORKLIST ASSIGN TO DYNAMIC WS-WORKLIST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORKLIST-STATUS.
         SELECT DEPS-FILE ASSIGN TO DYNAMIC WS-DEPS-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPS-STATUS.
         SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RULES-STATUS.
         SELECT METRICS-FILE ASSIGN TO DYNAMIC WS-METRICS-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-METRICS-STATUS.
         SELECT METRICS-WORK ASSIGN TO DYNAMIC WS-WORK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             05 ITEM-ID PIC 9(5).
             05 ITEM-CONTENT PIC X(35).
             05 ITEM-STATUS PIC X(01).
             05 ITEM-PRIORITY PIC 9(01).
             05 ITEM-DUE-DATE PIC X(08).
             05 ITEM-CREATED-DATE PIC X(08).
             05 ITEM-CREATED-TIME PIC X(06).
             05 ITEM-MODIFIED-DATE PIC X(08).
             05 ITEM-MODIFIED-TIME PIC X(06).
             05 ITEM-RECUR-RULE PIC X(01).
             05 ITEM-CATEGORY PIC X(08).
             05 ITEM-CREATED-BY PIC X(08).
             05 ITEM-ASSIGNED-TO PIC X(08).
             05 ITEM-START-DATE PIC X(08).
          FD WORKLIST.
          01 WORKLIST-RECORD PIC X(60).
          FD DEPS-FILE.
          01 DEP-RECORD.
             05 DEP-ITEM-ID PIC 9(5).
             05 DEP-BLOCKER-LIST PIC X(20).
             05 DEP-BLOCKER-ID PIC 9(5).
          FD RULES-FILE.
          01 RULES-RECORD.
             05 SLA-CATEGORY PIC X(08).
             05 SLA-MAX-DAYS PIC 9(03).
      *  One line per list per capture day.  TODOTRND declares the
      *  same layout.
          FD METRICS-FILE.
          01 METRICS-RECORD.
             05 MET-DATE PIC X(08).
             05 MET-LIST PIC X(20).
             05 MET-PENDING PIC 9(05).
             05 MET-AWAITING PIC 9(05).
             05 MET-COMPLETED PIC 9(05).
             05 MET-OVERDUE PIC 9(05).
             05 MET-DUE-WEEK PIC 9(05).
             05 MET-BLOCKED PIC 9(05).
             05 MET-DEFERRED PIC 9(05).
             05 MET-UNASSIGNED PIC 9(05).
             05 MET-SLA-BREACHED PIC 9(05).
          FD METRICS-WORK.
          01 METRICS-WORK-RECORD PIC X(73).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-STORE-FOUND PIC X(01).
           88 LIST-STORE-FOUND VALUE 'Y'.
       01 WS-WORKLIST-FILENAME PIC X(40)
           VALUE 'metrics-worklist.tmp'.
       01 WS-WORKLIST-STATUS PIC 99.
       01 WS-DEPS-FILENAME PIC X(40).
       01 WS-DEPS-STATUS PIC 99.
       01 WS-DEPS-EOF PIC X(01).
       01 WS-RULES-FILENAME PIC X(40).
       01 WS-RULES-STATUS PIC 99.
       01 WS-RULES-EOF PIC X(01).
       01 WS-METRICS-FILENAME PIC X(40) VALUE 'metrics.hist'.
       01 WS-METRICS-STATUS PIC 99.
       01 WS-METRICS-EOF PIC X(01).
       01 WS-WORK-FILENAME PIC X(40) VALUE 'metrics-hist.tmp'.
       01 WS-WORK-STATUS PIC 99.
       01 WS-LIST-NAME PIC X(20).
       01 WS-EOF PIC X(01) VALUE 'N'.
           88 AT-EOF VALUE 'Y'.
       01 WS-LISTS-EOF PIC X(01) VALUE 'N'.
           88 AT-LISTS-EOF VALUE 'Y'.
       01 WS-BAD-NAME-COUNT PIC 9(02).
       01 WS-TODAY PIC X(08).
       01 WS-TODAY-INTEGER PIC 9(7).
       01 WS-WEEK-END PIC X(08).
       01 WS-WEEK-END-NUM PIC 9(08).
      *  Request block for the TODOCAL business-day subprogram.
       COPY TODOCALDATA.
      *  A list's SLA rules, read once per list - the same table
      *  TODOSLA builds.
       01 WS-RULE-COUNT PIC 9(02).
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50.
               10 WS-RULE-CATEGORY PIC X(08).
               10 WS-RULE-MAX-DAYS PIC 9(03).
       01 WS-RULE-SCAN PIC 9(02).
       01 WS-RULE-HIT PIC 9(02).
      *  Blocked ids for the list being captured, built from its
      *  .deps links before the store is opened (the blocker check
      *  borrows the TDLIST FD, as in TODODIGEST).
       01 WS-DEP-HOLD-FILENAME PIC X(40).
       01 WS-DEP-CHECK-ID PIC 9(5).
       01 WS-DEP-CHECK-LIST PIC X(20).
       01 WS-BLOCKER-OPEN PIC X(01).
           88 BLOCKER-STILL-OPEN VALUE 'Y'.
       01 WS-BLOCKED-COUNT PIC 9(3).
       01 WS-BLOCKED-TABLE.
           05 WS-BLOCKED-ID OCCURS 500 PIC 9(5).
       01 WS-BLOCKED-SCAN PIC 9(3).
      *  The day's counts for the list being captured.
       01 WS-LIST-COUNTS.
           05 WS-CNT-PENDING PIC 9(05).
           05 WS-CNT-AWAITING PIC 9(05).
           05 WS-CNT-COMPLETED PIC 9(05).
           05 WS-CNT-OVERDUE PIC 9(05).
           05 WS-CNT-DUE-WEEK PIC 9(05).
           05 WS-CNT-BLOCKED PIC 9(05).
           05 WS-CNT-DEFERRED PIC 9(05).
           05 WS-CNT-UNASSIGNED PIC 9(05).
           05 WS-CNT-SLA-BREACHED PIC 9(05).
       01 WS-REPLACED-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-LISTS PIC 9(5) VALUE 0.
       01 WS-TOTAL-PENDING PIC 9(7) VALUE 0.
       01 WS-TOTAL-OVERDUE PIC 9(7) VALUE 0.
       01 WS-REPORT-LINE PIC X(100).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
           COMPUTE WS-WEEK-END-NUM =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER + 6)
           MOVE WS-WEEK-END-NUM TO WS-WEEK-END
           DISPLAY 'BACKLOG METRICS CAPTURE  DATE: ' WS-TODAY
           DISPLAY '========================================'
           PERFORM DROP-EARLIER-CAPTURE
           DISPLAY 'LIST                  PENDG  AWAIT   DONE  OVRDU'
                   '   WEEK  BLOCK  DEFER  UNASG    SLA'
           DISPLAY '--------------------  -----  -----  -----  -----'
                   '  -----  -----  -----  -----  -----'
           OPEN EXTEND METRICS-FILE
           IF WS-METRICS-STATUS = 35
               CLOSE METRICS-FILE
               OPEN OUTPUT METRICS-FILE
           END-IF
           PERFORM BUILD-LIST-OF-LISTS
           OPEN INPUT WORKLIST
           IF WS-WORKLIST-STATUS NOT = 35
               PERFORM UNTIL AT-LISTS-EOF
                   READ WORKLIST
                      AT END MOVE 'Y' TO WS-LISTS-EOF
                      NOT AT END
                         PERFORM PROCESS-ONE-LIST-FILE
                   END-READ
               END-PERFORM
               CLOSE WORKLIST
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-WORKLIST-FILENAME
           CLOSE METRICS-FILE
           DISPLAY ' '
           DISPLAY 'SUMMARY'
           DISPLAY '  LISTS CAPTURED          : ' WS-TOTAL-LISTS
           DISPLAY '  EARLIER RECORDS REPLACED: ' WS-REPLACED-COUNT
           DISPLAY '  PENDING, ALL LISTS      : ' WS-TOTAL-PENDING
           DISPLAY '  OVERDUE, ALL LISTS      : ' WS-TOTAL-OVERDUE
           MOVE 0 TO RETURN-CODE
           GOBACK
          .

      *    One record per list per day: when the history already
      *    holds records dated today (the capture is being rerun),
      *    every other record is copied to a work file which then
      *    replaces the history - the same copy-and-rename TODOARCM
      *    uses for its monthly file.  A history with nothing dated
      *    today is left alone and the work file thrown away.
       DROP-EARLIER-CAPTURE SECTION.
           MOVE 0 TO WS-REPLACED-COUNT
           MOVE 'N' TO WS-METRICS-EOF
           OPEN INPUT METRICS-FILE
           IF WS-METRICS-STATUS NOT = 35
               OPEN OUTPUT METRICS-WORK
               PERFORM UNTIL WS-METRICS-EOF = 'Y'
                   READ METRICS-FILE
                      AT END MOVE 'Y' TO WS-METRICS-EOF
                      NOT AT END
                         IF MET-DATE = WS-TODAY
                             ADD 1 TO WS-REPLACED-COUNT
                         ELSE
                             WRITE METRICS-WORK-RECORD
                               FROM METRICS-RECORD
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE METRICS-WORK
               CLOSE METRICS-FILE
               IF WS-REPLACED-COUNT > 0
                   DISPLAY 'REPLACING EARLIER CAPTURE FOR ' WS-TODAY
                           ' - ' WS-REPLACED-COUNT ' RECORDS'
                   CALL 'CBL_RENAME_FILE'
                     USING WS-WORK-FILENAME WS-METRICS-FILENAME
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS-WORK-FILENAME
               END-IF
           END-IF
          EXIT.

      *    The set of lists is whatever <name>.txt files exist - the
      *    same files-are-the-registry reading the digest batch uses.
       BUILD-LIST-OF-LISTS SECTION.
           CALL 'SYSTEM' USING
               'ls -1 *.txt > metrics-worklist.tmp 2>/dev/null'
          EXIT.

       PROCESS-ONE-LIST-FILE SECTION.
           MOVE 0 TO WS-BAD-NAME-COUNT
           INSPECT WORKLIST-RECORD TALLYING WS-BAD-NAME-COUNT
             FOR ALL '-archive-'
           IF WS-BAD-NAME-COUNT = 0
               MOVE WORKLIST-RECORD(1:40) TO WS-TDLIST-FILENAME
               PERFORM CHECK-LIST-STORE
           END-IF
           IF WS-BAD-NAME-COUNT = 0 AND LIST-STORE-FOUND
               MOVE SPACES TO WS-LIST-NAME
               UNSTRING WORKLIST-RECORD DELIMITED BY '.txt'
                   INTO WS-LIST-NAME
               END-UNSTRING
               MOVE SPACES TO WS-RULES-FILENAME
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '.sla' DELIMITED BY SIZE
                 INTO WS-RULES-FILENAME
               PERFORM LOAD-LIST-RULES
               PERFORM LOAD-BLOCKED-ITEM-TABLE
               MOVE ZEROS TO WS-LIST-COUNTS
               PERFORM SWEEP-LIST-ITEMS
               PERFORM WRITE-METRICS-RECORD
           END-IF
          EXIT.

      *    Other files share the .txt suffix in the data directory -
      *    holidays.txt, maildrop-errors.txt - so a name is only a
      *    list if its .txt opens as the keyed item store, the same
      *    test the search across lists uses to pass non-stores by.
       CHECK-LIST-STORE SECTION.
           MOVE 'N' TO WS-STORE-FOUND
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS < 10
               MOVE 'Y' TO WS-STORE-FOUND
               CLOSE TDLIST
           ELSE
           IF WS-TDLIST-STATUS = 35
               MOVE 'Y' TO WS-STORE-FOUND
           END-IF
           END-IF
          EXIT.

      *    Same rules file and validity test TODOSLA applies, so the
      *    breached count here is the count the SLA sweep reports.
       LOAD-LIST-RULES SECTION.
           MOVE 0 TO WS-RULE-COUNT
           MOVE 'N' TO WS-RULES-EOF
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = 35
               PERFORM UNTIL WS-RULES-EOF = 'Y'
                   READ RULES-FILE
                      AT END MOVE 'Y' TO WS-RULES-EOF
                      NOT AT END
                         IF SLA-CATEGORY NOT = SPACES
                              AND SLA-MAX-DAYS IS NUMERIC
                              AND SLA-MAX-DAYS > 0
                              AND WS-RULE-COUNT < 50
                             ADD 1 TO WS-RULE-COUNT
                             MOVE SLA-CATEGORY TO
                               WS-RULE-CATEGORY (WS-RULE-COUNT)
                             MOVE SLA-MAX-DAYS TO
                               WS-RULE-MAX-DAYS (WS-RULE-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF
          EXIT.

       LOAD-BLOCKED-ITEM-TABLE SECTION.
           MOVE 0 TO WS-BLOCKED-COUNT
           MOVE SPACES TO WS-DEPS-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.deps' DELIMITED BY SIZE
             INTO WS-DEPS-FILENAME
           MOVE 'N' TO WS-DEPS-EOF
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS NOT = 35
               PERFORM UNTIL WS-DEPS-EOF = 'Y'
                   READ DEPS-FILE
                      AT END MOVE 'Y' TO WS-DEPS-EOF
                      NOT AT END
                         PERFORM NOTE-ONE-BLOCKED-ITEM
                   END-READ
               END-PERFORM
               CLOSE DEPS-FILE
           END-IF
          EXIT.

       NOTE-ONE-BLOCKED-ITEM SECTION.
           MOVE DEP-BLOCKER-LIST TO WS-DEP-CHECK-LIST
           IF WS-DEP-CHECK-LIST = SPACES
               MOVE WS-LIST-NAME TO WS-DEP-CHECK-LIST
           END-IF
           MOVE DEP-BLOCKER-ID TO WS-DEP-CHECK-ID
           PERFORM CHECK-BLOCKER-OPEN
           IF BLOCKER-STILL-OPEN
               PERFORM VARYING WS-BLOCKED-SCAN FROM 1 BY 1
                         UNTIL WS-BLOCKED-SCAN > WS-BLOCKED-COUNT
                            OR WS-BLOCKED-ID (WS-BLOCKED-SCAN)
                                 = DEP-ITEM-ID
               END-PERFORM
               IF WS-BLOCKED-SCAN > WS-BLOCKED-COUNT
                    AND WS-BLOCKED-COUNT < 500
                   ADD 1 TO WS-BLOCKED-COUNT
                   MOVE DEP-ITEM-ID
                     TO WS-BLOCKED-ID (WS-BLOCKED-COUNT)
               END-IF
           END-IF
          EXIT.

      *    Same live lookup TODODIGEST's CHECK-BLOCKER-OPEN does,
      *    borrowing the TDLIST FD between lists.
       CHECK-BLOCKER-OPEN SECTION.
           MOVE 'N' TO WS-BLOCKER-OPEN
           MOVE WS-TDLIST-FILENAME TO WS-DEP-HOLD-FILENAME
           MOVE SPACES TO WS-TDLIST-FILENAME
           STRING WS-DEP-CHECK-LIST DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
             INTO WS-TDLIST-FILENAME
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS < 10
               MOVE WS-DEP-CHECK-ID TO ITEM-ID IN TDLIST-FILE
               READ TDLIST
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF ITEM-STATUS IN TDLIST-FILE NOT = 'C'
                         MOVE 'Y' TO WS-BLOCKER-OPEN
                     END-IF
               END-READ
               CLOSE TDLIST
           END-IF
           MOVE WS-DEP-HOLD-FILENAME TO WS-TDLIST-FILENAME
          EXIT.

       SWEEP-LIST-ITEMS SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
      *    35 is only an empty list - it is still captured, as all
      *    zeros, so the trend shows the list existed that day.  Any
      *    other failed OPEN must not reach the read loop.
           IF WS-TDLIST-STATUS NOT = 35
                AND WS-TDLIST-STATUS NOT < 10
               DISPLAY 'CANNOT READ ITEM STORE - FILE STATUS '
                       WS-TDLIST-STATUS
           ELSE
           IF WS-TDLIST-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ TDLIST NEXT RECORD
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM COUNT-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE TDLIST
           END-IF
           END-IF
          EXIT.

      *    Overdue is plain calendar arithmetic - due before today -
      *    so a day's count does not shift with the holiday file;
      *    the '99999999' no-date sentinel and blank dates are never
      *    deadlines.  Blank legacy status bytes read as pending, as
      *    everywhere else.
       COUNT-ONE-ITEM SECTION.
           IF ITEM-STATUS IN TDLIST-FILE = 'C'
               ADD 1 TO WS-CNT-COMPLETED
           ELSE
               IF ITEM-STATUS IN TDLIST-FILE = 'A'
                   ADD 1 TO WS-CNT-AWAITING
               ELSE
                   ADD 1 TO WS-CNT-PENDING
                   PERFORM COUNT-PENDING-ITEM
               END-IF
               PERFORM COUNT-SLA-BREACH
           END-IF
          EXIT.

       COUNT-PENDING-ITEM SECTION.
           IF ITEM-DUE-DATE IN TDLIST-FILE IS NUMERIC
                AND ITEM-DUE-DATE IN TDLIST-FILE NOT = '99999999'
               IF ITEM-DUE-DATE IN TDLIST-FILE < WS-TODAY
                   ADD 1 TO WS-CNT-OVERDUE
               ELSE
                   IF ITEM-DUE-DATE IN TDLIST-FILE NOT > WS-WEEK-END
                       ADD 1 TO WS-CNT-DUE-WEEK
                   END-IF
               END-IF
           END-IF
           IF ITEM-START-DATE IN TDLIST-FILE IS NUMERIC
                AND ITEM-START-DATE IN TDLIST-FILE > WS-TODAY
               ADD 1 TO WS-CNT-DEFERRED
           END-IF
           IF ITEM-ASSIGNED-TO IN TDLIST-FILE = SPACES
               ADD 1 TO WS-CNT-UNASSIGNED
           END-IF
           PERFORM VARYING WS-BLOCKED-SCAN FROM 1 BY 1
                     UNTIL WS-BLOCKED-SCAN > WS-BLOCKED-COUNT
                        OR WS-BLOCKED-ID (WS-BLOCKED-SCAN)
                             = ITEM-ID IN TDLIST-FILE
           END-PERFORM
           IF WS-BLOCKED-SCAN NOT > WS-BLOCKED-COUNT
               ADD 1 TO WS-CNT-BLOCKED
           END-IF
          EXIT.

      *    TODOSLA's test exactly: working days from the created
      *    date through today against the category's limit.
       COUNT-SLA-BREACH SECTION.
           IF WS-RULE-COUNT > 0
                AND ITEM-CREATED-DATE IN TDLIST-FILE IS NUMERIC
               MOVE 0 TO WS-RULE-HIT
               PERFORM VARYING WS-RULE-SCAN FROM 1 BY 1
                         UNTIL WS-RULE-SCAN > WS-RULE-COUNT
                   IF WS-RULE-CATEGORY (WS-RULE-SCAN)
                        = ITEM-CATEGORY IN TDLIST-FILE
                       MOVE WS-RULE-SCAN TO WS-RULE-HIT
                   END-IF
               END-PERFORM
               IF WS-RULE-HIT > 0
                   MOVE 'D' TO CAL-FUNCTION
                   MOVE ITEM-CREATED-DATE IN TDLIST-FILE
                     TO CAL-DATE-IN
                   MOVE WS-TODAY TO CAL-DATE-TO
                   CALL 'TODOCAL' USING CALENDAR-REQUEST
                   IF CAL-RESULT-DAYS
                        > WS-RULE-MAX-DAYS (WS-RULE-HIT)
                       ADD 1 TO WS-CNT-SLA-BREACHED
                   END-IF
               END-IF
           END-IF
          EXIT.

       WRITE-METRICS-RECORD SECTION.
           MOVE WS-TODAY TO MET-DATE
           MOVE WS-LIST-NAME TO MET-LIST
           MOVE WS-CNT-PENDING TO MET-PENDING
           MOVE WS-CNT-AWAITING TO MET-AWAITING
           MOVE WS-CNT-COMPLETED TO MET-COMPLETED
           MOVE WS-CNT-OVERDUE TO MET-OVERDUE
           MOVE WS-CNT-DUE-WEEK TO MET-DUE-WEEK
           MOVE WS-CNT-BLOCKED TO MET-BLOCKED
           MOVE WS-CNT-DEFERRED TO MET-DEFERRED
           MOVE WS-CNT-UNASSIGNED TO MET-UNASSIGNED
           MOVE WS-CNT-SLA-BREACHED TO MET-SLA-BREACHED
           WRITE METRICS-RECORD
           ADD 1 TO WS-TOTAL-LISTS
           ADD WS-CNT-PENDING TO WS-TOTAL-PENDING
           ADD WS-CNT-OVERDUE TO WS-TOTAL-OVERDUE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LIST-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CNT-PENDING DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CNT-AWAITING DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CNT-COMPLETED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CNT-OVERDUE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CNT-DUE-WEEK DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CNT-BLOCKED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CNT-DEFERRED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CNT-UNASSIGNED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CNT-SLA-BREACHED DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
          EXIT.

       END PROGRAM TODOMTRC.
