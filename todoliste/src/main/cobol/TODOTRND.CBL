       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOTRND.

      *    Weekly backlog trend over the metrics history TODOMTRC
      *    captures each night - the answer to "is the backlog
      *    actually shrinking" for every list, not just the one
      *    somebody thought to ask about.  Run as:
      *        todotrnd [from-YYYYMMDD [to-YYYYMMDD [list]]]
      *    The period defaults to the twelve weeks up to today, the
      *    same default TODOSTAT and TODOEFF use; a list name limits
      *    the report to that list.  Weeks run Monday to Sunday as
      *    in TODOSTAT, and a week is represented by the last
      *    capture taken in it (the "as of" date) - a count of open
      *    items is a level, not a flow, so the week's closing
      *    figure is the one that means something.  Weeks with no
      *    capture are left out rather than shown as zero.  Each
      *    list prints one line per week with the change in pending
      *    from the week before, and closes with the movement over
      *    the whole period; a final section sums every list's
      *    weekly figures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT METRICS-FILE ASSIGN TO DYNAMIC WS-METRICS-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-METRICS-STATUS.
         SELECT SORT-WORK ASSIGN TO 'trndsort'.

       DATA DIVISION.
       FILE SECTION.
      *  TODOMTRC's record, the nine counts in its order: pending,
      *  awaiting approval, completed, overdue, due this week,
      *  blocked, deferred, unassigned, SLA breached.
          FD METRICS-FILE.
          01 METRICS-RECORD.
             05 MET-DATE PIC X(08).
             05 MET-LIST PIC X(20).
             05 MET-COUNTS.
                10 MET-COUNT OCCURS 9 PIC 9(05).
          SD SORT-WORK.
          01 TRD-RECORD.
             05 TRD-LIST PIC X(20).
             05 TRD-DATE PIC X(08).
             05 TRD-COUNTS.
                10 TRD-COUNT OCCURS 9 PIC 9(05).

       WORKING-STORAGE SECTION.
       01 WS-METRICS-FILENAME PIC X(40) VALUE 'metrics.hist'.
       01 WS-METRICS-STATUS PIC 99.
       01 WS-EOF PIC X(01) VALUE 'N'.
           88 AT-EOF VALUE 'Y'.
       01 WS-SORT-EOF PIC X(01) VALUE 'N'.
           88 SORT-OUTPUT-DONE VALUE 'Y'.
       01 WS-COMMAND-LINE PIC X(60).
       01 WS-ARG-FROM PIC X(08).
       01 WS-ARG-TO PIC X(08).
       01 WS-ARG-LIST PIC X(20).
       01 WS-FROM-DATE PIC X(08).
       01 WS-TO-DATE PIC X(08).
       01 WS-FROM-INT PIC 9(7).
       01 WS-TO-INT PIC 9(7).
       01 WS-SNAP-INT PIC 9(7).
       01 WS-SCAN-DATE-NUM PIC 9(08).
       01 WS-TODAY PIC X(08).
       01 WS-WEEK-BASE-INT PIC 9(7).
       01 WS-WEEK-INDEX PIC 9(03).
       01 WS-WEEK-COUNT PIC 9(03).
       01 WS-WEEK-START-NUM PIC 9(08).
       01 WS-WEEK-START PIC X(08).
       01 WS-COUNT-INDEX PIC 9(02).
       01 WS-CURRENT-LIST PIC X(20).
       01 WS-RECORDS-USED PIC 9(7) VALUE 0.
       01 WS-LISTS-PRINTED PIC 9(5) VALUE 0.
      *  The list being printed: its closing capture per week.
       01 WS-LIST-WEEKS.
           05 WS-LW-SLOT OCCURS 106.
               10 WS-LW-DATE PIC X(08).
               10 WS-LW-COUNT OCCURS 9 PIC 9(05).
      *  Every list's closing captures added up per week.
       01 WS-TOTAL-WEEKS.
           05 WS-TW-SLOT OCCURS 106.
               10 WS-TW-LISTS PIC 9(05).
               10 WS-TW-COUNT OCCURS 9 PIC 9(07).
      *  One printed line, filled by the caller of PRINT-TREND-LINE.
       01 WS-LINE-WEEK PIC X(08).
       01 WS-LINE-ASOF PIC X(08).
       01 WS-LINE-COUNTS.
           05 WS-LINE-COUNT OCCURS 9 PIC 9(07).
       01 WS-LINE-HAS-PRIOR PIC X(01).
           88 LINE-HAS-PRIOR VALUE 'Y'.
       01 WS-LINE-CHANGE PIC S9(7).
       01 WS-ED-COLUMNS.
           05 WS-ED-ENTRY OCCURS 9.
               10 WS-ED-GAP PIC X(01).
               10 WS-ED-COUNT PIC ZZZZZ9.
       01 WS-CHANGE-ED PIC +++++9.
       01 WS-CHANGE-TEXT PIC X(06).
       01 WS-LISTS-ED PIC ZZZZZZZ9.
       01 WS-PRIOR-PENDING PIC 9(7).
       01 WS-FIRST-PENDING PIC 9(7).
       01 WS-LAST-PENDING PIC 9(7).
       01 WS-WEEKS-SHOWN PIC 9(03).
       01 WS-PERIOD-CHANGE PIC S9(7).
       01 WS-PERIOD-VERDICT PIC X(09).
       01 WS-FIRST-ED PIC ZZZZZZ9.
       01 WS-LAST-ED PIC ZZZZZZ9.
       01 WS-REPORT-LINE PIC X(100).

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           DISPLAY 'BACKLOG TREND  PERIOD ' WS-FROM-DATE
                   ' THROUGH ' WS-TO-DATE
           IF WS-ARG-LIST NOT = SPACES
               DISPLAY 'LIST: ' WS-ARG-LIST
           END-IF
           DISPLAY '========================================'
           INITIALIZE WS-TOTAL-WEEKS
           SORT SORT-WORK
               ON ASCENDING KEY TRD-LIST
                                TRD-DATE
               INPUT PROCEDURE IS FEED-PERIOD-CAPTURES
               OUTPUT PROCEDURE IS PRINT-LIST-TRENDS
           IF WS-LISTS-PRINTED > 1
               PERFORM PRINT-ALL-LISTS-TREND
           END-IF
           DISPLAY ' '
           DISPLAY 'CAPTURES IN PERIOD : ' WS-RECORDS-USED
           DISPLAY 'LISTS REPORTED     : ' WS-LISTS-PRINTED
           MOVE 0 TO RETURN-CODE
           GOBACK
          .

       READ-RUN-ARGUMENTS SECTION.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-FROM WS-ARG-TO WS-ARG-LIST
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-FROM WS-ARG-TO WS-ARG-LIST
           END-UNSTRING
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-ARG-TO IS NUMERIC
               MOVE WS-ARG-TO TO WS-TO-DATE
           ELSE
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF
           COMPUTE WS-TO-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TO-DATE))
           IF WS-ARG-FROM IS NUMERIC
               MOVE WS-ARG-FROM TO WS-FROM-DATE
               COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FROM-DATE))
           ELSE
               COMPUTE WS-FROM-INT = WS-TO-INT - 83
               COMPUTE WS-SCAN-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
               MOVE WS-SCAN-DATE-NUM TO WS-FROM-DATE
           END-IF
      *    Week slot 1 starts on the Monday of the week the period
      *    opens in, as in TODOSTAT.  A period longer than the slot
      *    table is cut at its last slot.
           COMPUTE WS-WEEK-BASE-INT =
               WS-FROM-INT - FUNCTION MOD(WS-FROM-INT - 1, 7)
           COMPUTE WS-WEEK-COUNT =
               (WS-TO-INT - WS-WEEK-BASE-INT) / 7 + 1
           IF WS-WEEK-COUNT > 106
               MOVE 106 TO WS-WEEK-COUNT
           END-IF
          EXIT.

      *    No history yet (TODOMTRC has never run) is an empty
      *    report, not an error.
       FEED-PERIOD-CAPTURES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT METRICS-FILE
           IF WS-METRICS-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ METRICS-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM RELEASE-ONE-CAPTURE
                   END-READ
               END-PERFORM
               CLOSE METRICS-FILE
           ELSE
               DISPLAY 'NO METRICS HISTORY FOUND: '
                       WS-METRICS-FILENAME
           END-IF
          EXIT.

       RELEASE-ONE-CAPTURE SECTION.
           IF MET-DATE IS NUMERIC
                AND MET-DATE NOT < WS-FROM-DATE
                AND MET-DATE NOT > WS-TO-DATE
                AND (WS-ARG-LIST = SPACES OR MET-LIST = WS-ARG-LIST)
               MOVE MET-LIST TO TRD-LIST
               MOVE MET-DATE TO TRD-DATE
               MOVE MET-COUNTS TO TRD-COUNTS
               ADD 1 TO WS-RECORDS-USED
               RELEASE TRD-RECORD
           END-IF
          EXIT.

       PRINT-LIST-TRENDS SECTION.
           MOVE SPACES TO WS-CURRENT-LIST
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-OUTPUT-DONE
               RETURN SORT-WORK
                  AT END MOVE 'Y' TO WS-SORT-EOF
                  NOT AT END
                     PERFORM TAKE-ONE-CAPTURE
               END-RETURN
           END-PERFORM
           IF WS-CURRENT-LIST NOT = SPACES
               PERFORM PRINT-ONE-LIST-TREND
           END-IF
          EXIT.

      *    Captures arrive by list and date, so a later capture in
      *    the same week simply overwrites the slot and the slot
      *    ends up holding the week's closing figures.
       TAKE-ONE-CAPTURE SECTION.
           IF TRD-LIST NOT = WS-CURRENT-LIST
               IF WS-CURRENT-LIST NOT = SPACES
                   PERFORM PRINT-ONE-LIST-TREND
               END-IF
               INITIALIZE WS-LIST-WEEKS
               MOVE TRD-LIST TO WS-CURRENT-LIST
           END-IF
           COMPUTE WS-SNAP-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TRD-DATE))
           COMPUTE WS-WEEK-INDEX =
               (WS-SNAP-INT - WS-WEEK-BASE-INT) / 7 + 1
           IF WS-WEEK-INDEX > 0 AND WS-WEEK-INDEX NOT > WS-WEEK-COUNT
               MOVE TRD-DATE TO WS-LW-DATE (WS-WEEK-INDEX)
               PERFORM VARYING WS-COUNT-INDEX FROM 1 BY 1
                         UNTIL WS-COUNT-INDEX > 9
                   MOVE TRD-COUNT (WS-COUNT-INDEX)
                     TO WS-LW-COUNT (WS-WEEK-INDEX, WS-COUNT-INDEX)
               END-PERFORM
           END-IF
          EXIT.

      *    The verdict compares the first and last weeks shown:
      *    fewer pending items at the end of the period than at the
      *    start is a shrinking backlog, whatever happened between.
       PRINT-ONE-LIST-TREND SECTION.
           ADD 1 TO WS-LISTS-PRINTED
           DISPLAY ' '
           DISPLAY 'LIST: ' WS-CURRENT-LIST
           PERFORM PRINT-TREND-HEADING
           MOVE 'N' TO WS-LINE-HAS-PRIOR
           MOVE 0 TO WS-WEEKS-SHOWN
           PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                     UNTIL WS-WEEK-INDEX > WS-WEEK-COUNT
               IF WS-LW-DATE (WS-WEEK-INDEX) NOT = SPACES
                   PERFORM PRINT-ONE-LIST-WEEK
               END-IF
           END-PERFORM
           IF WS-WEEKS-SHOWN > 0
               COMPUTE WS-PERIOD-CHANGE =
                   WS-LAST-PENDING - WS-FIRST-PENDING
               PERFORM PRINT-PERIOD-VERDICT
           END-IF
          EXIT.

       PRINT-ONE-LIST-WEEK SECTION.
           COMPUTE WS-WEEK-START-NUM = FUNCTION DATE-OF-INTEGER(
               WS-WEEK-BASE-INT + (WS-WEEK-INDEX - 1) * 7)
           MOVE WS-WEEK-START-NUM TO WS-LINE-WEEK
           MOVE WS-LW-DATE (WS-WEEK-INDEX) TO WS-LINE-ASOF
           ADD 1 TO WS-TW-LISTS (WS-WEEK-INDEX)
           PERFORM VARYING WS-COUNT-INDEX FROM 1 BY 1
                     UNTIL WS-COUNT-INDEX > 9
               MOVE WS-LW-COUNT (WS-WEEK-INDEX, WS-COUNT-INDEX)
                 TO WS-LINE-COUNT (WS-COUNT-INDEX)
               ADD WS-LW-COUNT (WS-WEEK-INDEX, WS-COUNT-INDEX)
                 TO WS-TW-COUNT (WS-WEEK-INDEX, WS-COUNT-INDEX)
           END-PERFORM
           PERFORM PRINT-TREND-LINE
           ADD 1 TO WS-WEEKS-SHOWN
           IF WS-WEEKS-SHOWN = 1
               MOVE WS-LINE-COUNT (1) TO WS-FIRST-PENDING
           END-IF
           MOVE WS-LINE-COUNT (1) TO WS-LAST-PENDING
          EXIT.

      *    Every list's figures for the week added together.  A list
      *    with no capture in a week adds nothing to it - the LISTS
      *    column says how many lists the week's total covers.
       PRINT-ALL-LISTS-TREND SECTION.
           DISPLAY ' '
           DISPLAY 'ALL LISTS'
           DISPLAY 'WEEK OF      LISTS  PENDG  AWAIT   DONE  OVRDU'
                   '   WEEK  BLOCK  DEFER  UNASG    SLA  CHANGE'
           DISPLAY '--------  --------  -----  -----  -----  -----'
                   '  -----  -----  -----  -----  -----  ------'
           MOVE 'N' TO WS-LINE-HAS-PRIOR
           MOVE 0 TO WS-WEEKS-SHOWN
           PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                     UNTIL WS-WEEK-INDEX > WS-WEEK-COUNT
               IF WS-TW-LISTS (WS-WEEK-INDEX) > 0
                   COMPUTE WS-WEEK-START-NUM = FUNCTION DATE-OF-INTEGER(
                       WS-WEEK-BASE-INT + (WS-WEEK-INDEX - 1) * 7)
                   MOVE WS-WEEK-START-NUM TO WS-LINE-WEEK
                   MOVE WS-TW-LISTS (WS-WEEK-INDEX) TO WS-LISTS-ED
                   MOVE WS-LISTS-ED TO WS-LINE-ASOF
                   PERFORM VARYING WS-COUNT-INDEX FROM 1 BY 1
                             UNTIL WS-COUNT-INDEX > 9
                       MOVE WS-TW-COUNT (WS-WEEK-INDEX, WS-COUNT-INDEX)
                         TO WS-LINE-COUNT (WS-COUNT-INDEX)
                   END-PERFORM
                   PERFORM PRINT-TREND-LINE
                   ADD 1 TO WS-WEEKS-SHOWN
                   IF WS-WEEKS-SHOWN = 1
                       MOVE WS-LINE-COUNT (1) TO WS-FIRST-PENDING
                   END-IF
                   MOVE WS-LINE-COUNT (1) TO WS-LAST-PENDING
               END-IF
           END-PERFORM
           IF WS-WEEKS-SHOWN > 0
               COMPUTE WS-PERIOD-CHANGE =
                   WS-LAST-PENDING - WS-FIRST-PENDING
               PERFORM PRINT-PERIOD-VERDICT
           END-IF
          EXIT.

       PRINT-TREND-HEADING SECTION.
           DISPLAY 'WEEK OF   AS OF     PENDG  AWAIT   DONE  OVRDU'
                   '   WEEK  BLOCK  DEFER  UNASG    SLA  CHANGE'
           DISPLAY '--------  --------  -----  -----  -----  -----'
                   '  -----  -----  -----  -----  -----  ------'
          EXIT.

      *    The caller fills the week, the as-of column and the nine
      *    counts; the change column is pending against the line
      *    before it, blank on the first line of a section.
       PRINT-TREND-LINE SECTION.
           MOVE SPACES TO WS-ED-COLUMNS
           PERFORM VARYING WS-COUNT-INDEX FROM 1 BY 1
                     UNTIL WS-COUNT-INDEX > 9
               MOVE WS-LINE-COUNT (WS-COUNT-INDEX)
                 TO WS-ED-COUNT (WS-COUNT-INDEX)
           END-PERFORM
           IF LINE-HAS-PRIOR
               COMPUTE WS-LINE-CHANGE =
                   WS-LINE-COUNT (1) - WS-PRIOR-PENDING
               MOVE WS-LINE-CHANGE TO WS-CHANGE-ED
               MOVE WS-CHANGE-ED TO WS-CHANGE-TEXT
           ELSE
               MOVE SPACES TO WS-CHANGE-TEXT
           END-IF
           MOVE 'Y' TO WS-LINE-HAS-PRIOR
           MOVE WS-LINE-COUNT (1) TO WS-PRIOR-PENDING
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LINE-WEEK DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-LINE-ASOF DELIMITED BY SIZE
                  WS-ED-COLUMNS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-CHANGE-TEXT DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
          EXIT.

       PRINT-PERIOD-VERDICT SECTION.
           IF WS-PERIOD-CHANGE < 0
               MOVE 'SHRINKING' TO WS-PERIOD-VERDICT
           ELSE
           IF WS-PERIOD-CHANGE > 0
               MOVE 'GROWING' TO WS-PERIOD-VERDICT
           ELSE
               MOVE 'FLAT' TO WS-PERIOD-VERDICT
           END-IF
           END-IF
           MOVE WS-FIRST-PENDING TO WS-FIRST-ED
           MOVE WS-LAST-PENDING TO WS-LAST-ED
           MOVE WS-PERIOD-CHANGE TO WS-CHANGE-ED
           DISPLAY 'PENDING OVER PERIOD: '
                   FUNCTION TRIM(WS-FIRST-ED) ' -> '
                   FUNCTION TRIM(WS-LAST-ED) '  ('
                   FUNCTION TRIM(WS-CHANGE-ED) ')  '
                   WS-PERIOD-VERDICT
          EXIT.

       END PROGRAM TODOTRND.
