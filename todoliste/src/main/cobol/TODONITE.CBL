       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODONITE.

      *    Nightly job-stream driver: runs the overnight chain in one
      *    fixed order over every list instead of loose cron lines
      *    nobody can reconstruct after a failure.  Run as:
      *        todonite [FRESH]
      *    The chain is
      *        todochk <list>          every list
      *        todorcn <list>          every list
      *        todosla                 once - it sweeps every list
      *        tododigest              once - it sweeps every list
      *        todomtrc                once - it sweeps every list
      *        todontfy                once - it sweeps every list
      *        todosnap <list> SNAP    every list
      *        todoxtrc                once - it sweeps every list
      *                                (warehouse change extract)
      *        todoarcm <list>         every list, first of the month
      *                                only (month-end consolidation)
      *        todocmpt <list>         every list, first of the month
      *                                only (journal compaction)
      *        todochgb                once, first of the month only
      *                                (chargeback export)
      *        todocert                once, first day of a quarter
      *                                only (access recertification)
      *    For the month-end todoarcm and todocmpt steps every list
      *    is put under a maintenance freeze (see TODOFRZ), lifted
      *    again once both have finished, so browser writes are
      *    turned away with a reason instead of racing the archive
      *    one list at a time.  A freeze on all lists the operator
      *    set is left exactly as it was.
      *    Each step's start, end and return code is appended to the
      *    run-control file nightly-run.ctl as it happens - one 'S'
      *    record when the step starts, one 'D' (done) or 'F'
      *    (failed) record when it ends - so a driver that is killed
      *    mid-step leaves a started step with no end behind, and
      *    that step simply runs again.  Any nonzero return code is
      *    a failure and stops the chain right there: the rest of
      *    the night's work waits until somebody has looked at why
      *    TODORCN could not account for an item or TODOARCM's
      *    counts did not match.
      *    A run that did not reach its end record is resumed by the
      *    next invocation under the same run id: every step/list
      *    pair already recorded as done is passed over and the
      *    chain picks up at the step and list that failed.  FRESH
      *    abandons an unfinished run and starts a new one.  The
      *    steps' own output goes to nightly-<run date>.log; what
      *    this program prints is the one-page summary for the
      *    operator log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
          FD CONTROL-FILE.
          01 CONTROL-RECORD.
             05 CTL-RUN-ID PIC X(14).
             05 CTL-STEP PIC X(10).
             05 CTL-LIST PIC X(20).
             05 CTL-STATE PIC X(01).
             05 CTL-START-DATE PIC X(08).
             05 CTL-START-TIME PIC X(06).
             05 CTL-END-DATE PIC X(08).
             05 CTL-END-TIME PIC X(06).
             05 CTL-RC PIC 9(03).
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

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILENAME PIC X(40) VALUE 'nightly-run.ctl'.
       01 WS-CONTROL-STATUS PIC 99.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-STORE-FOUND PIC X(01).
           88 LIST-STORE-FOUND VALUE 'Y'.
       01 WS-WORKLIST-FILENAME PIC X(40)
           VALUE 'nite-worklist.tmp'.
       01 WS-WORKLIST-STATUS PIC 99.
       01 WS-LOG-FILENAME PIC X(40).
       01 WS-COMMAND-LINE PIC X(60).
       01 WS-ARG-MODE PIC X(08).
       01 WS-EOF PIC X(01).
           88 AT-EOF VALUE 'Y'.
       01 WS-BAD-NAME-COUNT PIC 9(02).
       01 WS-TODAY PIC X(08).
       01 WS-NOW-TIME PIC X(06).
       01 WS-RUN-ID PIC X(14).
       01 WS-LAST-RUN-ID PIC X(14) VALUE SPACES.
       01 WS-LAST-RUN-ENDED PIC X(01) VALUE 'N'.
           88 LAST-RUN-ENDED VALUE 'Y'.
       01 WS-RESUMING PIC X(01) VALUE 'N'.
           88 RUN-IS-RESUMED VALUE 'Y'.
       01 WS-CHAIN-STOPPED PIC X(01) VALUE 'N'.
           88 CHAIN-STOPPED VALUE 'Y'.
      *  Every list the sweep found, in the order ls gave them - the
      *  per-list steps walk this table so a resumed run visits the
      *  lists in the same order the failed one did.
       01 WS-LIST-COUNT PIC 9(03) VALUE 0.
       01 WS-LIST-TABLE.
           05 WS-LIST-ENTRY OCCURS 500 PIC X(20).
       01 WS-LIST-INDEX PIC 9(03).
      *  Step/list pairs the run being resumed already finished.
       01 WS-DONE-COUNT PIC 9(04) VALUE 0.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 4000.
               10 WS-DONE-STEP PIC X(10).
               10 WS-DONE-LIST PIC X(20).
       01 WS-DONE-SCAN PIC 9(04).
       01 WS-PAIR-DONE PIC X(01).
           88 PAIR-ALREADY-DONE VALUE 'Y'.
       01 WS-STEP-NAME PIC X(10).
       01 WS-STEP-PROGRAM PIC X(10).
       01 WS-STEP-ARGS PIC X(10).
       01 WS-STEP-LIST PIC X(20).
       01 WS-STEP-COMMAND PIC X(160).
       01 WS-STEP-RC PIC 9(03).
       01 WS-STEP-START-DATE PIC X(08).
       01 WS-STEP-START-TIME PIC X(06).
      *  One summary line per step - the operator reads the night at
      *  a glance, and only the step that stopped gets detail.
       01 WS-STEP-COUNT PIC 9(02) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20.
               10 WS-SUM-STEP PIC X(10).
               10 WS-SUM-RAN PIC 9(04).
               10 WS-SUM-SKIPPED PIC 9(04).
               10 WS-SUM-FAILED PIC 9(04).
               10 WS-SUM-FIRST-START PIC X(06).
               10 WS-SUM-LAST-END PIC X(06).
               10 WS-SUM-NOTE PIC X(20).
       01 WS-STEP-INDEX PIC 9(02).
       01 WS-CTL-STATE PIC X(01).
       01 WS-CTL-END-TIME PIC X(06).
       01 WS-FAILED-STEP PIC X(10) VALUE SPACES.
       01 WS-FAILED-LIST PIC X(20) VALUE SPACES.
       01 WS-FAILED-RC PIC 9(03) VALUE 0.
       01 WS-RUN-START-TIME PIC X(06).
       01 WS-JOB-RC PIC 9(01) VALUE 0.
      *  The month-end freeze.  Its reason is fixed, so a resumed
      *  run can tell its own freeze from one the operator set.
       01 WS-FREEZE-REASON PIC X(60)
           VALUE 'Month-end archive and journal compaction run'.
       01 WS-FREEZE-STATE PIC X(01) VALUE 'N'.
           88 MONTH-END-FREEZE-SET VALUE 'Y'.
           88 MONTH-END-FREEZE-LIFTED VALUE 'L'.
           88 OPERATOR-FREEZE-KEPT VALUE 'O'.
       01 WS-FREEZE-REFUSED PIC 9(07) VALUE 0.
       COPY TODOFRZKDATA.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           PERFORM LOAD-RUN-CONTROL
           PERFORM BUILD-LIST-OF-LISTS
           MOVE 'todochk' TO WS-STEP-PROGRAM
           MOVE SPACES TO WS-STEP-ARGS
           PERFORM RUN-STEP-FOR-EVERY-LIST
           MOVE 'todorcn' TO WS-STEP-PROGRAM
           MOVE SPACES TO WS-STEP-ARGS
           PERFORM RUN-STEP-FOR-EVERY-LIST
           MOVE 'todosla' TO WS-STEP-PROGRAM
           PERFORM RUN-STEP-ONCE
           MOVE 'tododigest' TO WS-STEP-PROGRAM
           PERFORM RUN-STEP-ONCE
           MOVE 'todomtrc' TO WS-STEP-PROGRAM
           PERFORM RUN-STEP-ONCE
           MOVE 'todontfy' TO WS-STEP-PROGRAM
           PERFORM RUN-STEP-ONCE
           MOVE 'todosnap' TO WS-STEP-PROGRAM
           MOVE 'SNAP' TO WS-STEP-ARGS
           PERFORM RUN-STEP-FOR-EVERY-LIST
      *    The warehouse extract runs ahead of compaction, so the
      *    night's lines are delivered before any can be archived.
           MOVE 'todoxtrc' TO WS-STEP-PROGRAM
           PERFORM RUN-STEP-ONCE
           IF WS-RUN-ID(7:2) = '01' AND NOT CHAIN-STOPPED
               PERFORM SET-MONTH-END-FREEZE
           END-IF
      *    Month-end consolidation belongs to the run dated the
      *    first - the run id's date, not the clock, so a first-of-
      *    the-month run resumed on the second still finishes it.
           MOVE 'todoarcm' TO WS-STEP-PROGRAM
           MOVE SPACES TO WS-STEP-ARGS
           IF WS-RUN-ID(7:2) = '01'
               PERFORM RUN-STEP-FOR-EVERY-LIST
           ELSE
               PERFORM NOTE-STEP-NOT-DUE
           END-IF
      *    Compaction follows the notification sweep and the
      *    extract (it only takes journal lines todontfy has
      *    consumed and todoxtrc delivered) and the snapshots.
           MOVE 'todocmpt' TO WS-STEP-PROGRAM
           MOVE SPACES TO WS-STEP-ARGS
           IF WS-RUN-ID(7:2) = '01'
               PERFORM RUN-STEP-FOR-EVERY-LIST
           ELSE
               PERFORM NOTE-STEP-NOT-DUE
           END-IF
      *    A chain stopped inside the month-end steps leaves the
      *    lists frozen while somebody looks at why; the resumed run
      *    lifts the freeze when it gets past them.
           IF MONTH-END-FREEZE-SET AND NOT CHAIN-STOPPED
               PERFORM LIFT-MONTH-END-FREEZE
           END-IF
      *    The chargeback export prices the month just closed; it
      *    runs after compaction has settled the .time archives.
           MOVE 'todochgb' TO WS-STEP-PROGRAM
           IF WS-RUN-ID(7:2) = '01'
               PERFORM RUN-STEP-ONCE
           ELSE
               PERFORM NOTE-STEP-NOT-DUE
           END-IF
      *    The access recertification reviews the quarter just
      *    closed, journal archives included, so it too waits for
      *    compaction.
           MOVE 'todocert' TO WS-STEP-PROGRAM
           IF WS-RUN-ID(5:4) = '0101' OR WS-RUN-ID(5:4) = '0401'
              OR WS-RUN-ID(5:4) = '0701' OR WS-RUN-ID(5:4) = '1001'
               PERFORM RUN-STEP-ONCE
           ELSE
               PERFORM NOTE-STEP-NOT-DUE
           END-IF
           IF NOT CHAIN-STOPPED
               MOVE '*RUN-END' TO WS-STEP-NAME
               MOVE SPACES TO WS-STEP-LIST
               MOVE WS-TODAY TO WS-STEP-START-DATE
               MOVE WS-RUN-START-TIME TO WS-STEP-START-TIME
               MOVE 0 TO WS-STEP-RC
               MOVE 'D' TO WS-CTL-STATE
               PERFORM APPEND-CONTROL-RECORD
           END-IF
           PERFORM PRINT-RUN-SUMMARY
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK
          .

       READ-RUN-ARGUMENTS SECTION.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-MODE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-MODE
           END-UNSTRING
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME TO WS-RUN-START-TIME
          EXIT.

      *    The control file is the history of every night.  Only the
      *    most recent run matters here: if it never wrote its
      *    *RUN-END record it is unfinished, and its done pairs are
      *    kept so the chain can step over them.  A step's last
      *    record wins - a step that failed and later succeeded on a
      *    manual rerun of the driver is done.
       LOAD-RUN-CONTROL SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ CONTROL-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM NOTE-ONE-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF
           IF WS-LAST-RUN-ID NOT = SPACES
                AND NOT LAST-RUN-ENDED
                AND WS-ARG-MODE NOT = 'FRESH'
               MOVE WS-LAST-RUN-ID TO WS-RUN-ID
               MOVE 'Y' TO WS-RESUMING
           ELSE
               MOVE 0 TO WS-DONE-COUNT
               STRING WS-TODAY DELIMITED BY SIZE
                      WS-NOW-TIME DELIMITED BY SIZE
                 INTO WS-RUN-ID
           END-IF
           MOVE SPACES TO WS-LOG-FILENAME
           STRING 'nightly-' DELIMITED BY SIZE
                  WS-RUN-ID(1:8) DELIMITED BY SIZE
                  '.log' DELIMITED BY SIZE
             INTO WS-LOG-FILENAME
          EXIT.

       NOTE-ONE-CONTROL-RECORD SECTION.
           IF CTL-RUN-ID NOT = WS-LAST-RUN-ID
               MOVE CTL-RUN-ID TO WS-LAST-RUN-ID
               MOVE 'N' TO WS-LAST-RUN-ENDED
               MOVE 0 TO WS-DONE-COUNT
           END-IF
           IF CTL-STEP = '*RUN-END'
               MOVE 'Y' TO WS-LAST-RUN-ENDED
           ELSE
           IF CTL-STATE = 'D'
               MOVE CTL-STEP TO WS-STEP-NAME
               MOVE CTL-LIST TO WS-STEP-LIST
               PERFORM CHECK-PAIR-DONE
               IF NOT PAIR-ALREADY-DONE AND WS-DONE-COUNT < 4000
                   ADD 1 TO WS-DONE-COUNT
                   MOVE CTL-STEP TO WS-DONE-STEP (WS-DONE-COUNT)
                   MOVE CTL-LIST TO WS-DONE-LIST (WS-DONE-COUNT)
               END-IF
           END-IF
           END-IF
          EXIT.

      *    Same files-are-the-registry discovery the digest uses,
      *    archive files weeded out by name and files that are not
      *    item stores by their contents.
       BUILD-LIST-OF-LISTS SECTION.
           CALL 'SYSTEM' USING
               'ls -1 *.txt > nite-worklist.tmp 2>/dev/null'
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORKLIST
           IF WS-WORKLIST-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ WORKLIST
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM NOTE-ONE-LIST-FILE
                   END-READ
               END-PERFORM
               CLOSE WORKLIST
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-WORKLIST-FILENAME
           MOVE 0 TO RETURN-CODE
          EXIT.

       NOTE-ONE-LIST-FILE SECTION.
           MOVE 0 TO WS-BAD-NAME-COUNT
           INSPECT WORKLIST-RECORD TALLYING WS-BAD-NAME-COUNT
             FOR ALL '-archive-'
           IF WS-BAD-NAME-COUNT = 0
               MOVE WORKLIST-RECORD(1:40) TO WS-TDLIST-FILENAME
               PERFORM CHECK-LIST-STORE
           END-IF
           IF WS-BAD-NAME-COUNT = 0 AND LIST-STORE-FOUND
                AND WS-LIST-COUNT < 500
               ADD 1 TO WS-LIST-COUNT
               MOVE SPACES TO WS-LIST-ENTRY (WS-LIST-COUNT)
               UNSTRING WORKLIST-RECORD DELIMITED BY '.txt'
                   INTO WS-LIST-ENTRY (WS-LIST-COUNT)
               END-UNSTRING
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

      *    A per-list step runs the program once for each list in
      *    discovery order; the first failure stops the whole chain,
      *    later lists included, because a broken list is exactly
      *    what the next steps must not snapshot or notify from.
       RUN-STEP-FOR-EVERY-LIST SECTION.
           MOVE WS-STEP-PROGRAM TO WS-STEP-NAME
           PERFORM OPEN-SUMMARY-LINE
           PERFORM VARYING WS-LIST-INDEX FROM 1 BY 1
                     UNTIL WS-LIST-INDEX > WS-LIST-COUNT
                        OR CHAIN-STOPPED
               MOVE WS-LIST-ENTRY (WS-LIST-INDEX) TO WS-STEP-LIST
               PERFORM RUN-ONE-STEP
           END-PERFORM
          EXIT.

      *    The sweeping programs find their own lists; they are
      *    recorded against the pseudo-list *ALL.
       RUN-STEP-ONCE SECTION.
           MOVE WS-STEP-PROGRAM TO WS-STEP-NAME
           MOVE SPACES TO WS-STEP-ARGS
           PERFORM OPEN-SUMMARY-LINE
           MOVE '*ALL' TO WS-STEP-LIST
           PERFORM RUN-ONE-STEP
          EXIT.

       NOTE-STEP-NOT-DUE SECTION.
           MOVE WS-STEP-PROGRAM TO WS-STEP-NAME
           PERFORM OPEN-SUMMARY-LINE
           IF NOT CHAIN-STOPPED
               MOVE 'NOT DUE TODAY' TO WS-SUM-NOTE (WS-STEP-INDEX)
           END-IF
          EXIT.

      *    The expected end shown to users is six in the morning of
      *    the run date.  A resumed run finds its own freeze still
      *    set and sets it again, which keeps the original window.
       SET-MONTH-END-FREEZE SECTION.
           MOVE 'C' TO FRZ-FUNCTION
           MOVE '*ALL' TO FRZ-LIST-IN
           CALL 'TODOFRZK' USING FREEZE-REQUEST
           IF FRZ-LIST-FROZEN AND FRZ-REASON-OUT NOT = WS-FREEZE-REASON
               MOVE 'O' TO WS-FREEZE-STATE
           ELSE
               MOVE 'S' TO FRZ-FUNCTION
               MOVE '*ALL' TO FRZ-LIST-IN
               MOVE SPACES TO FRZ-UNTIL-IN
               STRING WS-RUN-ID(1:8) DELIMITED BY SIZE
                      '0600' DELIMITED BY SIZE
                 INTO FRZ-UNTIL-IN
               MOVE WS-FREEZE-REASON TO FRZ-REASON-IN
               CALL 'TODOFRZK' USING FREEZE-REQUEST
               IF FRZ-LIST-FROZEN
                   MOVE 'Y' TO WS-FREEZE-STATE
               END-IF
           END-IF
          EXIT.

       LIFT-MONTH-END-FREEZE SECTION.
           MOVE 'L' TO FRZ-FUNCTION
           MOVE '*ALL' TO FRZ-LIST-IN
           CALL 'TODOFRZK' USING FREEZE-REQUEST
           MOVE FRZ-RESULT-COUNT TO WS-FREEZE-REFUSED
           MOVE 'L' TO WS-FREEZE-STATE
          EXIT.

       OPEN-SUMMARY-LINE SECTION.
           IF WS-STEP-COUNT < 20
               ADD 1 TO WS-STEP-COUNT
           END-IF
           MOVE WS-STEP-COUNT TO WS-STEP-INDEX
           MOVE WS-STEP-NAME TO WS-SUM-STEP (WS-STEP-INDEX)
           MOVE 0 TO WS-SUM-RAN (WS-STEP-INDEX)
                     WS-SUM-SKIPPED (WS-STEP-INDEX)
                     WS-SUM-FAILED (WS-STEP-INDEX)
           MOVE SPACES TO WS-SUM-FIRST-START (WS-STEP-INDEX)
                          WS-SUM-LAST-END (WS-STEP-INDEX)
                          WS-SUM-NOTE (WS-STEP-INDEX)
           IF CHAIN-STOPPED
               MOVE 'NOT REACHED' TO WS-SUM-NOTE (WS-STEP-INDEX)
           END-IF
          EXIT.

      *    The 'S' record goes out before the program starts, so
      *    whatever happens to this process the control file says
      *    the step was under way.  SYSTEM hands back the shell's
      *    wait status, the exit code sitting in its second byte.
       RUN-ONE-STEP SECTION.
           IF NOT CHAIN-STOPPED
               PERFORM CHECK-PAIR-DONE
               IF PAIR-ALREADY-DONE
                   ADD 1 TO WS-SUM-SKIPPED (WS-STEP-INDEX)
               ELSE
                   ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-STEP-START-TIME FROM TIME
                   IF WS-SUM-FIRST-START (WS-STEP-INDEX) = SPACES
                       MOVE WS-STEP-START-TIME
                         TO WS-SUM-FIRST-START (WS-STEP-INDEX)
                   END-IF
                   MOVE 0 TO WS-STEP-RC
                   MOVE 'S' TO WS-CTL-STATE
                   PERFORM APPEND-CONTROL-RECORD
                   PERFORM BUILD-STEP-COMMAND
                   CALL 'SYSTEM' USING WS-STEP-COMMAND
      *            A shell that could not be started at all is as
      *            much a failure as a step that exits nonzero.
                   IF RETURN-CODE < 0
                       MOVE 255 TO WS-STEP-RC
                   ELSE
                       DIVIDE RETURN-CODE BY 256 GIVING WS-STEP-RC
                   END-IF
                   MOVE 0 TO RETURN-CODE
                   ADD 1 TO WS-SUM-RAN (WS-STEP-INDEX)
                   IF WS-STEP-RC = 0
                       MOVE 'D' TO WS-CTL-STATE
                   ELSE
                       MOVE 'F' TO WS-CTL-STATE
                       ADD 1 TO WS-SUM-FAILED (WS-STEP-INDEX)
                       MOVE 'Y' TO WS-CHAIN-STOPPED
                       MOVE WS-STEP-NAME TO WS-FAILED-STEP
                       MOVE WS-STEP-LIST TO WS-FAILED-LIST
                       MOVE WS-STEP-RC TO WS-FAILED-RC
                       MOVE 8 TO WS-JOB-RC
                   END-IF
                   PERFORM APPEND-CONTROL-RECORD
                   MOVE WS-CTL-END-TIME
                     TO WS-SUM-LAST-END (WS-STEP-INDEX)
               END-IF
           END-IF
          EXIT.

       BUILD-STEP-COMMAND SECTION.
           MOVE SPACES TO WS-STEP-COMMAND
           IF WS-STEP-LIST = '*ALL'
               STRING WS-STEP-PROGRAM DELIMITED BY SPACE
                      ' >> ' DELIMITED BY SIZE
                      WS-LOG-FILENAME DELIMITED BY SPACE
                      ' 2>&1' DELIMITED BY SIZE
                 INTO WS-STEP-COMMAND
           ELSE
               STRING WS-STEP-PROGRAM DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-STEP-LIST DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-STEP-ARGS DELIMITED BY SPACE
                      ' >> ' DELIMITED BY SIZE
                      WS-LOG-FILENAME DELIMITED BY SPACE
                      ' 2>&1' DELIMITED BY SIZE
                 INTO WS-STEP-COMMAND
           END-IF
          EXIT.

       CHECK-PAIR-DONE SECTION.
           MOVE 'N' TO WS-PAIR-DONE
           PERFORM VARYING WS-DONE-SCAN FROM 1 BY 1
                     UNTIL WS-DONE-SCAN > WS-DONE-COUNT
                        OR PAIR-ALREADY-DONE
               IF WS-DONE-STEP (WS-DONE-SCAN) = WS-STEP-NAME
                    AND WS-DONE-LIST (WS-DONE-SCAN) = WS-STEP-LIST
                   MOVE 'Y' TO WS-PAIR-DONE
               END-IF
           END-PERFORM
          EXIT.

      *    Appended and closed per record, the same discipline the
      *    journal writers follow - a crash loses nothing already
      *    written.  The caller sets WS-CTL-STATE.
       APPEND-CONTROL-RECORD SECTION.
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-STATUS = 35
               CLOSE CONTROL-FILE
               OPEN OUTPUT CONTROL-FILE
           END-IF
           MOVE WS-CTL-STATE TO CTL-STATE
           MOVE WS-RUN-ID TO CTL-RUN-ID
           MOVE WS-STEP-NAME TO CTL-STEP
           MOVE WS-STEP-LIST TO CTL-LIST
           MOVE WS-STEP-START-DATE TO CTL-START-DATE
           MOVE WS-STEP-START-TIME TO CTL-START-TIME
           IF CTL-STATE = 'S'
               MOVE SPACES TO CTL-END-DATE CTL-END-TIME
           ELSE
               ACCEPT CTL-END-DATE FROM DATE YYYYMMDD
               ACCEPT CTL-END-TIME FROM TIME
           END-IF
           MOVE CTL-END-TIME TO WS-CTL-END-TIME
           MOVE WS-STEP-RC TO CTL-RC
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE
          EXIT.

       PRINT-RUN-SUMMARY SECTION.
           DISPLAY 'NIGHTLY RUN SUMMARY   RUN: ' WS-RUN-ID
                   '  DATE: ' WS-TODAY
           IF RUN-IS-RESUMED
               DISPLAY 'RESUMED AN UNFINISHED RUN - '
                       WS-DONE-COUNT ' STEP/LIST PAIRS ALREADY DONE'
           END-IF
           DISPLAY 'LISTS FOUND: ' WS-LIST-COUNT
                   '   STEP OUTPUT IN ' WS-LOG-FILENAME
           DISPLAY ' '
           DISPLAY 'STEP        RAN   DONE BEFORE  FAILED  '
                   'STARTED  ENDED   NOTE'
           DISPLAY '----------  ----  -----------  ------  '
                   '-------  ------  --------------------'
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                     UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               DISPLAY WS-SUM-STEP (WS-STEP-INDEX) '  '
                       WS-SUM-RAN (WS-STEP-INDEX) '  '
                       WS-SUM-SKIPPED (WS-STEP-INDEX) '         '
                       WS-SUM-FAILED (WS-STEP-INDEX) '    '
                       WS-SUM-FIRST-START (WS-STEP-INDEX) '   '
                       WS-SUM-LAST-END (WS-STEP-INDEX) '  '
                       WS-SUM-NOTE (WS-STEP-INDEX)
           END-PERFORM
           DISPLAY ' '
           IF CHAIN-STOPPED
               DISPLAY 'CHAIN STOPPED AT ' WS-FAILED-STEP
                       ' LIST ' WS-FAILED-LIST
                       ' RETURN CODE ' WS-FAILED-RC
               DISPLAY 'FIX THE CAUSE AND RE-RUN todonite - IT '
                       'RESUMES AT THIS STEP AND LIST'
           ELSE
               DISPLAY 'CHAIN COMPLETE'
           END-IF
           EVALUATE TRUE
           WHEN MONTH-END-FREEZE-LIFTED
               DISPLAY 'MONTH-END FREEZE ON ALL LISTS LIFTED - '
                       WS-FREEZE-REFUSED ' ATTEMPTS REFUSED'
           WHEN MONTH-END-FREEZE-SET
               DISPLAY 'MONTH-END FREEZE ON ALL LISTS STILL IN '
                       'FORCE - LIFTED WHEN THE RESUMED RUN COMPLETES'
           WHEN OPERATOR-FREEZE-KEPT
               DISPLAY 'ALL LISTS ALREADY FROZEN BY THE OPERATOR - '
                       'FREEZE LEFT AS IT WAS'
           END-EVALUATE
          EXIT.

       END PROGRAM TODONITE.
