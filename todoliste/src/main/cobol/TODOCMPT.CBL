       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCMPT.

      *    Journal and side-file compaction for one list.  The .jnl
      *    journal and the .time, .notes and .steps side files only
      *    ever grow; this job rolls the old part of each into
      *    yearly archive files so the live files stay the size of
      *    the work actually in hand.  Run as:
      *        todocmpt <list> [retention-days]
      *    The retention defaults to 365 days; zero is "keep
      *    forever" and the run does nothing, as with TODOARCM.
      *    What moves:
      *      - journal lines dated before the horizon, as a leading
      *        run of the journal, to <list>-jnl-YYYY.  The run
      *        stops at the first line TODONTFY has not yet
      *        consumed (the .ntfy checkpoint), so no event is ever
      *        archived before it has been notified, and a list
      *        with no checkpoint keeps its journal whole.  It
      *        stops too at the first line TODOXTRC has not yet
      *        delivered to the warehouse (the .xtrc checkpoint,
      *        where the list has one), and nothing is cut at all
      *        while an extract run is unfinished (extract.plan is
      *        down), since that run counts journal lines as they
      *        stand;
      *      - the .time bookings, .notes and .steps of items the
      *        journal shows were removed before the horizon and
      *        the store no longer holds, to <list>-time-YYYY,
      *        <list>-notes-YYYY (by the record's own date) and
      *        <list>-steps-YYYY (by the year the item went).
      *    Archive files are appended to, never rewritten, so a
      *    year's archive fills up over several runs.
      *    Readers that need the whole history - TODOJRNL, TODOEFF,
      *    TODOCHGB, the item history - read the yearly archives
      *    first and then the live file.  TODOSNAP's restore rolls
      *    the journal archives forward, and drops again from the
      *    restored side files any row already moved to an archive.
      *    <list>.jbase carries what TODORCN needs to go on balancing:
      *    the adds/removals totals and the per-id ledger as they stood
      *    after the last archived line, plus the span of archive
      *    years the readers should look for.  TODONTFY's and
      *    TODOXTRC's checkpoints count journal lines, so each is
      *    lowered by the number of lines taken out of the journal
      *    and picks up exactly where it left off.
      *    Every replacement is built in a .new work file and
      *    re-counted before anything is renamed; a mismatch
      *    removes the work files and exits 8 with the live files
      *    untouched.  The rename step is bracketed by a
      *    <list>.cmpt.inprog marker (see TODOARCM), from which the
      *    next run finishes the job instead of repeating it.  The
      *    job takes the list's .lck for the whole run and refuses
      *    outright (return code 8) if it is already held - a
      *    compaction is never worth waiting on a user for.

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
         SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT LIVE-FILE ASSIGN TO DYNAMIC WS-LIVE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIVE-STATUS.
         SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.
         SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.
         SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BASE-STATUS.
         SELECT CHECKPOINT-FILE
            ASSIGN TO DYNAMIC WS-CHECKPOINT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKPOINT-STATUS.
         SELECT EXTRACT-CHECKPOINT-FILE
            ASSIGN TO DYNAMIC WS-XTRC-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XTRC-STATUS.
         SELECT MARKER-FILE ASSIGN TO DYNAMIC WS-MARKER-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MARKER-STATUS.
         SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.

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
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD.
             05 JNL-DATE PIC X(08).
             05 JNL-TIME PIC X(06).
             05 JNL-ACTION PIC X(14).
             05 JNL-ITEM-ID PIC X(05).
             05 JNL-BEFORE PIC X(35).
             05 JNL-AFTER PIC X(35).
             05 JNL-ITEM-IMAGE PIC X(111).
      *      Who made the change, and the other end of a move or
      *      copy (see TODOLISTE's journal FD); blank on older lines.
             05 JNL-USER PIC X(08).
             05 JNL-LINK-LIST PIC X(20).
             05 JNL-LINK-ID PIC X(05).
      *      The image's status byte sits after the 5-digit id and
      *      35-character content.
          01 JOURNAL-IMAGE-VIEW REDEFINES JOURNAL-RECORD.
             05 FILLER PIC X(103).
             05 FILLER PIC X(40).
             05 JNL-IMAGE-STATUS PIC X(01).
             05 FILLER PIC X(70).
      *   Any of the four live files, read as plain lines.  The
      *   side files all lead with the 5-digit item id, and .time
      *   and .notes follow it with their record date; a journal
      *   line leads with its own date.
          FD LIVE-FILE.
          01 LIVE-RECORD PIC X(300).
          01 LIVE-SIDE-VIEW REDEFINES LIVE-RECORD.
             05 LIVE-ITEM-ID PIC X(05).
             05 LIVE-SIDE-DATE PIC X(08).
             05 FILLER PIC X(287).
          FD ARCHIVE-FILE.
          01 ARCHIVE-RECORD PIC X(300).
          FD WORK-FILE.
          01 WORK-RECORD PIC X(300).
      *   Reconciliation baseline: one header line, then one line
      *   per item id the archived journal ever mentioned.
          FD BASE-FILE.
          01 BASE-HEADER.
             05 BASE-KIND PIC X(01).
             05 BASE-CUT-DATE PIC X(08).
             05 BASE-LINES PIC 9(07).
             05 BASE-ADDS PIC 9(07).
             05 BASE-REMOVES PIC 9(07).
             05 BASE-PRE-IMAGE PIC X(01).
             05 BASE-HIGH-ID PIC 9(05).
             05 BASE-FIRST-YEAR PIC 9(04).
             05 BASE-LAST-YEAR PIC 9(04).
          01 BASE-ENTRY REDEFINES BASE-HEADER.
             05 BASE-ENTRY-KIND PIC X(01).
             05 BASE-ITEM-ID PIC 9(05).
             05 BASE-FLAG PIC X(01).
             05 BASE-STATUS PIC X(01).
             05 BASE-LAST-DATE PIC X(08).
             05 BASE-LAST-ACT PIC X(14).
             05 FILLER PIC X(14).
          FD CHECKPOINT-FILE.
          01 CHECKPOINT-RECORD PIC 9(07).
          FD EXTRACT-CHECKPOINT-FILE.
          01 EXTRACT-CHECKPOINT-RECORD PIC 9(07).
          FD MARKER-FILE.
          01 MARKER-RECORD PIC X(52).
          FD LOCK-FILE.
          01 LOCK-RECORD PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-JOURNAL-FILENAME PIC X(40).
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-LIVE-FILENAME PIC X(45).
       01 WS-LIVE-STATUS PIC 99.
       01 WS-ARCHIVE-FILENAME PIC X(45).
       01 WS-ARCHIVE-STATUS PIC 99.
       01 WS-WORK-FILENAME PIC X(45).
       01 WS-WORK-STATUS PIC 99.
       01 WS-BASE-FILENAME PIC X(45).
       01 WS-BASE-STATUS PIC 99.
       01 WS-CHECKPOINT-FILENAME PIC X(40).
       01 WS-CHECKPOINT-STATUS PIC 99.
       01 WS-XTRC-FILENAME PIC X(40).
       01 WS-XTRC-STATUS PIC 99.
       01 WS-PLAN-FILENAME PIC X(40) VALUE 'extract.plan'.
       01 WS-MARKER-FILENAME PIC X(45).
       01 WS-MARKER-STATUS PIC 99.
       01 WS-LOCK-FILENAME PIC X(40).
       01 WS-LOCK-STATUS PIC 99.
       01 WS-LOCK-ACQUIRED PIC X(01) VALUE 'N'.
           88 LOCK-ACQUIRED VALUE 'Y'.
       01 WS-FILE-DETAILS PIC X(16).
       01 WS-LIST-NAME PIC X(20).
       01 WS-COMMAND-LINE PIC X(60).
       01 WS-ARG-RETAIN PIC X(05).
       01 WS-RETAIN-DAYS PIC 9(05) VALUE 365.
       01 WS-TODAY PIC X(08).
       01 WS-HORIZON PIC X(08).
       01 WS-DAY-NUMBER PIC 9(08).
       01 WS-DATE-NUM PIC 9(08).
       01 WS-EOF PIC X(01).
           88 AT-EOF VALUE 'Y'.
       01 WS-ARCHIVE-EOF PIC X(01).
           88 AT-ARCHIVE-EOF VALUE 'Y'.
       01 WS-RESUMED PIC X(01) VALUE 'N'.
           88 RUN-WAS-RESUMED VALUE 'Y'.
      *  The four live files, in the order they are compacted; each
      *  name is also the file's suffix and its archive's infix.
       01 WS-KIND-LIST.
           05 FILLER PIC X(05) VALUE 'jnl'.
           05 FILLER PIC X(05) VALUE 'time'.
           05 FILLER PIC X(05) VALUE 'notes'.
           05 FILLER PIC X(05) VALUE 'steps'.
       01 WS-KIND-TABLE REDEFINES WS-KIND-LIST.
           05 WS-KIND-NAME OCCURS 4 PIC X(05).
       01 WS-KIND-IDX PIC 9(01).
       01 WS-KIND PIC X(05).
           88 KIND-IS-JOURNAL VALUE 'jnl'.
           88 KIND-IS-STEPS VALUE 'steps'.
       01 WS-YEAR PIC 9(04).
       01 WS-REC-YEAR PIC 9(04).
       01 WS-REC-MOVES PIC X(01).
           88 RECORD-MOVES VALUE 'Y'.
       01 WS-KIND-FIRST-YEAR PIC 9(04).
       01 WS-KIND-LAST-YEAR PIC 9(04).
       01 WS-RUN-FIRST-YEAR PIC 9(04) VALUE 9999.
       01 WS-RUN-LAST-YEAR PIC 9(04) VALUE 0.
       01 WS-LIVE-LINE PIC 9(7).
       01 WS-KIND-READ PIC 9(7).
       01 WS-KIND-MOVED PIC 9(7).
       01 WS-KIND-ARCHIVED PIC 9(7).
       01 WS-KIND-KEPT PIC 9(7).
       01 WS-YEAR-COPIED PIC 9(7).
       01 WS-YEAR-MOVED PIC 9(7).
       01 WS-COUNT-WORK PIC 9(7).
       01 WS-TOTAL-MOVED PIC 9(7) VALUE 0.
       01 WS-WORK-OPEN PIC X(01).
           88 WORK-FILE-OPEN VALUE 'Y'.
       01 WS-FAILED PIC X(01) VALUE 'N'.
           88 COMPACTION-FAILED VALUE 'Y'.
       01 WS-STORE-READ PIC X(01) VALUE 'Y'.
           88 STORE-UNREADABLE VALUE 'N'.
       01 WS-LIVE-CHANGED PIC X(01).
           88 LIVE-FILES-CHANGED VALUE 'Y'.
      *  Journal measurements: every line, the leading run dated
      *  before the horizon, what TODONTFY has consumed, what
      *  TODOXTRC has delivered, and the cut actually taken - the
      *  smallest of the last three.
       01 WS-JNL-LINES PIC 9(7) VALUE 0.
       01 WS-OLD-PREFIX PIC 9(7) VALUE 0.
       01 WS-IN-PREFIX PIC X(01).
           88 STILL-IN-PREFIX VALUE 'Y'.
       01 WS-NTFY-SEEN PIC 9(7) VALUE 0.
       01 WS-NTFY-FOUND PIC X(01) VALUE 'N'.
           88 CHECKPOINT-FOUND VALUE 'Y'.
       01 WS-XTRC-SEEN PIC 9(7) VALUE 0.
       01 WS-XTRC-FOUND PIC X(01) VALUE 'N'.
           88 EXTRACT-CHECKPOINT-FOUND VALUE 'Y'.
       01 WS-EXTRACT-PENDING PIC X(01) VALUE 'N'.
           88 EXTRACT-RUN-PENDING VALUE 'Y'.
       01 WS-CUT PIC 9(7) VALUE 0.
       01 WS-CUT-DATE PIC X(08).
       01 WS-REPLAY-LIMIT PIC 9(7).
       01 WS-LINE-NUMBER PIC 9(7).
      *  Ledger, as in TODORCN, keyed by item id.  Flag: space =
      *  never journaled, 'L' = live per the journal, 'D' = removed
      *  per the journal, 'V' = present in the store.  The last
      *  date is the removal date once an id is 'D'.
       01 WS-LEDGER.
           05 WS-ID-STATE OCCURS 99999.
               10 WS-ID-FLAG PIC X(01).
               10 WS-ID-STATUS PIC X(01).
               10 WS-ID-LAST-DATE PIC X(08).
               10 WS-ID-LAST-ACT PIC X(14).
       01 WS-ID-NUM PIC 9(5).
       01 WS-SCAN-ID PIC 9(5).
       01 WS-HIGH-ID PIC 9(5) VALUE 0.
       01 WS-TOTAL-ADDS PIC 9(7) VALUE 0.
       01 WS-TOTAL-REMOVES PIC 9(7) VALUE 0.
       01 WS-PRE-IMAGE-SEEN PIC X(01) VALUE 'N'.
       01 WS-BASE-LINES PIC 9(7) VALUE 0.
       01 WS-BASE-CUT-DATE PIC X(08).
       01 WS-BASE-FIRST-YEAR PIC 9(04) VALUE 9999.
       01 WS-BASE-LAST-YEAR PIC 9(04) VALUE 0.
      *  What the marker carries into a resumed run: the checkpoint
      *  value to install, the span of archive years that may have
      *  work files, the record count of each live file the
      *  replacements were built from, and the extract checkpoint
      *  value to install.
       01 WS-MARK-DATA.
           05 WS-MARK-ADJUST PIC X(01).
               88 CHECKPOINT-ADJUSTED VALUE 'Y'.
           05 WS-MARK-NTFY-SEEN PIC 9(07).
           05 WS-MARK-FIRST-YEAR PIC 9(04).
           05 WS-MARK-LAST-YEAR PIC 9(04).
           05 WS-MARK-LIVE-COUNT OCCURS 4 PIC 9(07).
           05 WS-MARK-XTRC-ADJUST PIC X(01).
               88 EXTRACT-CHECKPOINT-ADJUSTED VALUE 'Y'.
           05 WS-MARK-XTRC-SEEN PIC 9(07).
      *  CBL_CHECK_FILE_EXIST sets RETURN-CODE on every probe, so the
      *  job's own outcome is carried here and moved to RETURN-CODE
      *  only at the end.
       01 WS-JOB-RC PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           DISPLAY 'JOURNAL COMPACTION  LIST: ' WS-LIST-NAME
                   '  RETENTION: ' WS-RETAIN-DAYS ' DAYS'
           IF WS-RETAIN-DAYS = 0
               DISPLAY 'RETENTION 0 - NOTHING COMPACTED'
           ELSE
               PERFORM TAKE-LIST-LOCK
               IF LOCK-ACQUIRED
                   PERFORM RESUME-IF-MARKED
                   IF NOT RUN-WAS-RESUMED
                       PERFORM COMPACT-LIST
                   END-IF
                   PERFORM RELEASE-LOCK
               ELSE
                   DISPLAY 'LIST IS LOCKED - COMPACTION REFUSED'
                   MOVE 8 TO WS-JOB-RC
               END-IF
           END-IF
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK
          .

      *    The horizon is the first date that is kept: anything
      *    dated before it is old enough to move.
       READ-RUN-ARGUMENTS SECTION.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-LIST-NAME WS-ARG-RETAIN
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-LIST-NAME WS-ARG-RETAIN
           END-UNSTRING
           IF WS-LIST-NAME = SPACES
               MOVE 'todolist' TO WS-LIST-NAME
           END-IF
           IF WS-ARG-RETAIN(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ARG-RETAIN) TO WS-RETAIN-DAYS
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - WS-RETAIN-DAYS
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           MOVE WS-DATE-NUM TO WS-HORIZON
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
             INTO WS-TDLIST-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jnl' DELIMITED BY SIZE
             INTO WS-JOURNAL-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.ntfy' DELIMITED BY SIZE
             INTO WS-CHECKPOINT-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.xtrc' DELIMITED BY SIZE
             INTO WS-XTRC-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.cmpt.inprog' DELIMITED BY SIZE
             INTO WS-MARKER-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.lck' DELIMITED BY SIZE
             INTO WS-LOCK-FILENAME
          EXIT.

      *    One look, no waiting: a held lock means someone is
      *    working on the list, and the compaction simply does not
      *    run tonight.
       TAKE-LIST-LOCK SECTION.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = 35
               CLOSE LOCK-FILE
               OPEN OUTPUT LOCK-FILE
               MOVE 'L' TO LOCK-RECORD
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               MOVE 'Y' TO WS-LOCK-ACQUIRED
           ELSE
               CLOSE LOCK-FILE
           END-IF
          EXIT.

       RELEASE-LOCK SECTION.
           CALL 'CBL_DELETE_FILE' USING WS-LOCK-FILENAME
           MOVE 0 TO RETURN-CODE
          EXIT.

      *    The marker says a previous run had already proven every
      *    work file and was part-way through renaming them: the
      *    ones still there are installed, the checkpoint is set to
      *    the value the marker carries, and the marker comes off.
      *    Renames and an absolute checkpoint value are both safe to
      *    repeat, so running this twice is harmless.
       RESUME-IF-MARKED SECTION.
           CALL 'CBL_CHECK_FILE_EXIST'
             USING WS-MARKER-FILENAME WS-FILE-DETAILS
           IF RETURN-CODE = 0
               MOVE 'Y' TO WS-RESUMED
               DISPLAY 'RESUMING INTERRUPTED COMPACTION'
               OPEN INPUT MARKER-FILE
               READ MARKER-FILE INTO WS-MARK-DATA
               CLOSE MARKER-FILE
               PERFORM INSTALL-COMPACTED-FILES
           END-IF
           MOVE 0 TO RETURN-CODE
          EXIT.

      *    Pass one measures the journal and replays all of it, so
      *    the ledger knows which items went and when; the store is
      *    then read so nothing it still holds is ever treated as
      *    gone.  Each live file is split in turn.  Only when every
      *    work file has counted out does the baseline get built -
      *    by replaying again, this time only as far as the cut -
      *    and the marker go down for the rename step.
       COMPACT-LIST SECTION.
           PERFORM LOAD-OLD-BASELINE
           PERFORM READ-CHECKPOINT
           PERFORM MEASURE-JOURNAL-CUT
           MOVE 9999999 TO WS-REPLAY-LIMIT
           PERFORM REPLAY-JOURNAL-TO-LEDGER
           PERFORM MARK-STORE-ROWS
           IF STORE-UNREADABLE
               DISPLAY 'CANNOT READ ITEM STORE - FILE STATUS '
                       WS-TDLIST-STATUS
               DISPLAY 'COMPACTION ABANDONED'
               MOVE 8 TO WS-JOB-RC
           ELSE
               PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                         UNTIL WS-KIND-IDX > 4
                   MOVE WS-KIND-NAME (WS-KIND-IDX) TO WS-KIND
                   PERFORM SPLIT-ONE-LIVE-FILE
               END-PERFORM
               EVALUATE TRUE
               WHEN COMPACTION-FAILED
                   PERFORM REMOVE-WORK-FILES
                   DISPLAY 'COUNT MISMATCH - NOTHING COMPACTED'
                   MOVE 8 TO WS-JOB-RC
               WHEN WS-TOTAL-MOVED = 0
                   DISPLAY 'NOTHING DATED BEFORE ' WS-HORIZON
                           ' TO COMPACT'
               WHEN OTHER
                   PERFORM LOAD-OLD-BASELINE
                   MOVE WS-CUT TO WS-REPLAY-LIMIT
                   PERFORM REPLAY-JOURNAL-TO-LEDGER
                   PERFORM WRITE-NEW-BASELINE
                   PERFORM WRITE-MARKER
                   PERFORM INSTALL-COMPACTED-FILES
               END-EVALUATE
           END-IF
          EXIT.

      *    A list that has never been compacted has no .jbase: the
      *    ledger starts empty, exactly as a replay from line one
      *    would.
       LOAD-OLD-BASELINE SECTION.
           INITIALIZE WS-LEDGER
           MOVE 0 TO WS-HIGH-ID WS-TOTAL-ADDS WS-TOTAL-REMOVES
                     WS-BASE-LINES
           MOVE 'N' TO WS-PRE-IMAGE-SEEN
           MOVE SPACES TO WS-BASE-CUT-DATE
           MOVE 9999 TO WS-BASE-FIRST-YEAR
           MOVE 0 TO WS-BASE-LAST-YEAR
           MOVE SPACES TO WS-BASE-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jbase' DELIMITED BY SIZE
             INTO WS-BASE-FILENAME
           MOVE 'N' TO WS-EOF
           OPEN INPUT BASE-FILE
           IF WS-BASE-STATUS < 10
               PERFORM UNTIL AT-EOF
                   READ BASE-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM LOAD-ONE-BASELINE-LINE
                   END-READ
               END-PERFORM
               CLOSE BASE-FILE
           END-IF
          EXIT.

       LOAD-ONE-BASELINE-LINE SECTION.
           EVALUATE BASE-KIND
           WHEN 'H'
               MOVE BASE-CUT-DATE TO WS-BASE-CUT-DATE
               MOVE BASE-LINES TO WS-BASE-LINES
               MOVE BASE-ADDS TO WS-TOTAL-ADDS
               MOVE BASE-REMOVES TO WS-TOTAL-REMOVES
               MOVE BASE-PRE-IMAGE TO WS-PRE-IMAGE-SEEN
               MOVE BASE-HIGH-ID TO WS-HIGH-ID
               MOVE BASE-FIRST-YEAR TO WS-BASE-FIRST-YEAR
               MOVE BASE-LAST-YEAR TO WS-BASE-LAST-YEAR
           WHEN 'I'
               IF BASE-ITEM-ID > 0
                   MOVE BASE-FLAG TO WS-ID-FLAG (BASE-ITEM-ID)
                   MOVE BASE-STATUS TO WS-ID-STATUS (BASE-ITEM-ID)
                   MOVE BASE-LAST-DATE
                     TO WS-ID-LAST-DATE (BASE-ITEM-ID)
                   MOVE BASE-LAST-ACT
                     TO WS-ID-LAST-ACT (BASE-ITEM-ID)
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
          EXIT.

       READ-CHECKPOINT SECTION.
           MOVE 0 TO WS-NTFY-SEEN
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS < 10
               READ CHECKPOINT-FILE INTO WS-NTFY-SEEN
               MOVE 'Y' TO WS-NTFY-FOUND
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE 0 TO WS-XTRC-SEEN
           OPEN INPUT EXTRACT-CHECKPOINT-FILE
           IF WS-XTRC-STATUS < 10
               READ EXTRACT-CHECKPOINT-FILE INTO WS-XTRC-SEEN
               MOVE 'Y' TO WS-XTRC-FOUND
               CLOSE EXTRACT-CHECKPOINT-FILE
           END-IF
           CALL 'CBL_CHECK_FILE_EXIST'
             USING WS-PLAN-FILENAME WS-FILE-DETAILS
           IF RETURN-CODE = 0
               MOVE 'Y' TO WS-EXTRACT-PENDING
           END-IF
           MOVE 0 TO RETURN-CODE
          EXIT.

      *    Only a leading run of old lines can go: the journal is in
      *    date order, and TODONTFY's checkpoint and TODORCN's
      *    line numbers both count from the top.  The run is
      *    further held to what TODONTFY has already consumed and
      *    TODOXTRC already delivered.
       MEASURE-JOURNAL-CUT SECTION.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-IN-PREFIX
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ JOURNAL-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-JNL-LINES
                         IF STILL-IN-PREFIX
                              AND JNL-DATE IS NUMERIC
                              AND JNL-DATE < WS-HORIZON
                             ADD 1 TO WS-OLD-PREFIX
                         ELSE
                             MOVE 'N' TO WS-IN-PREFIX
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-NTFY-SEEN < WS-OLD-PREFIX
               MOVE WS-NTFY-SEEN TO WS-CUT
           ELSE
               MOVE WS-OLD-PREFIX TO WS-CUT
           END-IF
           IF EXTRACT-CHECKPOINT-FOUND AND WS-XTRC-SEEN < WS-CUT
               MOVE WS-XTRC-SEEN TO WS-CUT
           END-IF
           IF EXTRACT-RUN-PENDING
               MOVE 0 TO WS-CUT
           END-IF
           DISPLAY 'HORIZON            : ' WS-HORIZON
           DISPLAY 'JOURNAL LINES      : ' WS-JNL-LINES
           DISPLAY 'DATED BEFORE IT    : ' WS-OLD-PREFIX
           IF CHECKPOINT-FOUND
               DISPLAY 'NOTIFIED THROUGH   : ' WS-NTFY-SEEN
           ELSE
               DISPLAY 'NO .NTFY CHECKPOINT - JOURNAL KEPT WHOLE'
           END-IF
           IF EXTRACT-CHECKPOINT-FOUND
               DISPLAY 'EXTRACTED THROUGH  : ' WS-XTRC-SEEN
           END-IF
           IF EXTRACT-RUN-PENDING
               DISPLAY 'EXTRACT RUN UNFINISHED - JOURNAL KEPT WHOLE'
           END-IF
           DISPLAY 'JOURNAL LINES CUT  : ' WS-CUT
          EXIT.

       REPLAY-JOURNAL-TO-LEDGER SECTION.
           MOVE 0 TO WS-LINE-NUMBER
           MOVE 'N' TO WS-EOF
           IF WS-REPLAY-LIMIT > 0
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = 35
                   PERFORM UNTIL AT-EOF
                       READ JOURNAL-FILE
                          AT END MOVE 'Y' TO WS-EOF
                          NOT AT END
                             ADD 1 TO WS-LINE-NUMBER
                             PERFORM LEDGER-ONE-JOURNAL-ENTRY
                             IF WS-LINE-NUMBER = WS-REPLAY-LIMIT
                                 MOVE JNL-DATE TO WS-CUT-DATE
                                 MOVE 'Y' TO WS-EOF
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF
          EXIT.

      *    The same replay rules as TODORCN's ledger, so the
      *    baseline it picks up from is the one it would have built.
       LEDGER-ONE-JOURNAL-ENTRY SECTION.
           MOVE 0 TO WS-ID-NUM
           IF JNL-ITEM-ID IS NUMERIC
               MOVE JNL-ITEM-ID TO WS-ID-NUM
               IF WS-ID-NUM > WS-HIGH-ID
                   MOVE WS-ID-NUM TO WS-HIGH-ID
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN (JNL-ACTION = 'add'
                 OR JNL-ACTION = 'recur-add'
                 OR JNL-ACTION = 'tmpl-add'
                 OR JNL-ACTION = 'mail-add'
                 OR JNL-ACTION = 'undodelete'
                 OR JNL-ACTION = 'restoreitem'
                 OR ((JNL-ACTION = 'moveitem'
                      OR JNL-ACTION = 'copyitem')
                     AND JNL-BEFORE = SPACES))
                AND WS-ID-NUM > 0
               ADD 1 TO WS-TOTAL-ADDS
               MOVE 'L' TO WS-ID-FLAG (WS-ID-NUM)
               IF JNL-ITEM-IMAGE = SPACES
                   MOVE 'Y' TO WS-PRE-IMAGE-SEEN
                   MOVE 'P' TO WS-ID-STATUS (WS-ID-NUM)
               ELSE
                   MOVE JNL-IMAGE-STATUS
                     TO WS-ID-STATUS (WS-ID-NUM)
               END-IF
               PERFORM NOTE-LEDGER-LINE
           WHEN (JNL-ACTION = 'deleteitem'
                 OR (JNL-ACTION = 'moveitem'
                     AND JNL-AFTER(1:3) = 'TO '))
                AND WS-ID-NUM > 0
               ADD 1 TO WS-TOTAL-REMOVES
               MOVE 'D' TO WS-ID-FLAG (WS-ID-NUM)
               PERFORM NOTE-LEDGER-LINE
           WHEN JNL-ACTION = 'complete' AND WS-ID-NUM > 0
               MOVE 'C' TO WS-ID-STATUS (WS-ID-NUM)
               PERFORM NOTE-LEDGER-LINE
           WHEN (JNL-ACTION = 'edit'
                 OR JNL-ACTION = 'assignitem'
                 OR JNL-ACTION = 'sla-escalate'
                 OR JNL-ACTION = 'setpriority'
                 OR JNL-ACTION = 'setcategory'
                 OR JNL-ACTION = 'awaitapproval'
                 OR JNL-ACTION = 'approve'
                 OR JNL-ACTION = 'reject')
                AND WS-ID-NUM > 0
               IF JNL-ITEM-IMAGE = SPACES
                   MOVE 'Y' TO WS-PRE-IMAGE-SEEN
               ELSE
                   MOVE JNL-IMAGE-STATUS
                     TO WS-ID-STATUS (WS-ID-NUM)
               END-IF
               PERFORM NOTE-LEDGER-LINE
           WHEN JNL-ACTION = 'delete'
               PERFORM VARYING WS-SCAN-ID FROM 1 BY 1
                         UNTIL WS-SCAN-ID > WS-HIGH-ID
                   IF WS-ID-FLAG (WS-SCAN-ID) = 'L'
                       PERFORM LEDGER-CLEARED-ID
                   END-IF
               END-PERFORM
           WHEN JNL-ACTION = 'clearcompleted'
               PERFORM VARYING WS-SCAN-ID FROM 1 BY 1
                         UNTIL WS-SCAN-ID > WS-HIGH-ID
                   IF WS-ID-FLAG (WS-SCAN-ID) = 'L'
                        AND WS-ID-STATUS (WS-SCAN-ID) = 'C'
                       PERFORM LEDGER-CLEARED-ID
                   END-IF
               END-PERFORM
           WHEN OTHER
               CONTINUE
           END-EVALUATE
          EXIT.

       NOTE-LEDGER-LINE SECTION.
           MOVE JNL-DATE TO WS-ID-LAST-DATE (WS-ID-NUM)
           MOVE JNL-ACTION TO WS-ID-LAST-ACT (WS-ID-NUM)
          EXIT.

       LEDGER-CLEARED-ID SECTION.
           MOVE 'D' TO WS-ID-FLAG (WS-SCAN-ID)
           ADD 1 TO WS-TOTAL-REMOVES
           MOVE JNL-DATE TO WS-ID-LAST-DATE (WS-SCAN-ID)
           MOVE JNL-ACTION TO WS-ID-LAST-ACT (WS-SCAN-ID)
          EXIT.

      *    Whatever the journal says, an id the store still holds
      *    keeps its side records.  A store that cannot be read
      *    stops the run - the job will not move what it cannot
      *    prove is gone.
       MARK-STORE-ROWS SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS NOT = 35
                AND WS-TDLIST-STATUS NOT < 10
               MOVE 'N' TO WS-STORE-READ
           ELSE
           IF WS-TDLIST-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ TDLIST NEXT RECORD
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF ITEM-ID IN TDLIST-FILE > 0
                             MOVE 'V' TO WS-ID-FLAG
                                 (ITEM-ID IN TDLIST-FILE)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE TDLIST
           END-IF
           END-IF
          EXIT.

      *    One live file: a first pass finds what moves and which
      *    years it spans, then one pass per year appends that
      *    year's records to the year's archive work file, and a
      *    last pass writes what stays.  Every work file is counted
      *    back against what went into it.
       SPLIT-ONE-LIVE-FILE SECTION.
           MOVE SPACES TO WS-LIVE-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-KIND DELIMITED BY SPACE
             INTO WS-LIVE-FILENAME
           MOVE 0 TO WS-KIND-READ WS-KIND-MOVED WS-KIND-ARCHIVED
                     WS-KIND-KEPT
           MOVE 9999 TO WS-KIND-FIRST-YEAR
           MOVE 0 TO WS-KIND-LAST-YEAR
           PERFORM SCAN-LIVE-FILE
           MOVE WS-KIND-READ TO WS-MARK-LIVE-COUNT (WS-KIND-IDX)
           IF WS-KIND-MOVED > 0
               PERFORM VARYING WS-YEAR FROM WS-KIND-FIRST-YEAR BY 1
                         UNTIL WS-YEAR > WS-KIND-LAST-YEAR
                   PERFORM ARCHIVE-ONE-YEAR
               END-PERFORM
               PERFORM WRITE-KEPT-RECORDS
               IF WS-KIND-ARCHIVED NOT = WS-KIND-MOVED
                    OR WS-KIND-MOVED + WS-KIND-KEPT
                       NOT = WS-KIND-READ
                   MOVE 'Y' TO WS-FAILED
               END-IF
               ADD WS-KIND-MOVED TO WS-TOTAL-MOVED
           END-IF
           DISPLAY 'MOVED ' WS-KIND-MOVED ' OF ' WS-KIND-READ
                   ' RECORDS FROM '
                   FUNCTION TRIM(WS-LIVE-FILENAME)
          EXIT.

       SCAN-LIVE-FILE SECTION.
           MOVE 0 TO WS-LIVE-LINE
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-STATUS < 10
               PERFORM UNTIL AT-EOF
                   READ LIVE-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-LIVE-LINE
                         ADD 1 TO WS-KIND-READ
                         PERFORM CLASSIFY-LIVE-RECORD
                         IF RECORD-MOVES
                             ADD 1 TO WS-KIND-MOVED
                             IF WS-REC-YEAR < WS-KIND-FIRST-YEAR
                                 MOVE WS-REC-YEAR
                                   TO WS-KIND-FIRST-YEAR
                             END-IF
                             IF WS-REC-YEAR > WS-KIND-LAST-YEAR
                                 MOVE WS-REC-YEAR
                                   TO WS-KIND-LAST-YEAR
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF
          EXIT.

      *    Journal lines move if they fall inside the cut, and are
      *    filed by their own date.  A side record moves if its
      *    item was removed before the horizon and is not in the
      *    store; bookings and notes are filed by their own date,
      *    steps (which carry none) by the year the item went.
       CLASSIFY-LIVE-RECORD SECTION.
           MOVE 'N' TO WS-REC-MOVES
           IF KIND-IS-JOURNAL
               IF WS-LIVE-LINE NOT > WS-CUT
                   MOVE 'Y' TO WS-REC-MOVES
                   MOVE LIVE-RECORD(1:4) TO WS-REC-YEAR
               END-IF
           ELSE
           IF LIVE-ITEM-ID IS NUMERIC
               MOVE LIVE-ITEM-ID TO WS-ID-NUM
               IF WS-ID-NUM > 0
                    AND WS-ID-FLAG (WS-ID-NUM) = 'D'
                    AND WS-ID-LAST-DATE (WS-ID-NUM) IS NUMERIC
                    AND WS-ID-LAST-DATE (WS-ID-NUM) < WS-HORIZON
                   MOVE 'Y' TO WS-REC-MOVES
                   MOVE WS-ID-LAST-DATE (WS-ID-NUM)(1:4)
                     TO WS-REC-YEAR
                   IF NOT KIND-IS-STEPS
                        AND LIVE-SIDE-DATE IS NUMERIC
                       MOVE LIVE-SIDE-DATE(1:4) TO WS-REC-YEAR
                   END-IF
               END-IF
           END-IF
           END-IF
          EXIT.

      *    The work file is opened on the year's first record, with
      *    the existing archive copied in ahead of it, so a year
      *    with nothing to move leaves no work file behind.
       ARCHIVE-ONE-YEAR SECTION.
           PERFORM SET-ARCHIVE-FILENAMES
           MOVE 0 TO WS-LIVE-LINE WS-YEAR-COPIED WS-YEAR-MOVED
           MOVE 'N' TO WS-WORK-OPEN
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-STATUS < 10
               PERFORM UNTIL AT-EOF
                   READ LIVE-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-LIVE-LINE
                         PERFORM CLASSIFY-LIVE-RECORD
                         IF RECORD-MOVES AND WS-REC-YEAR = WS-YEAR
                             IF NOT WORK-FILE-OPEN
                                 PERFORM OPEN-ARCHIVE-WORK-FILE
                             END-IF
                             WRITE WORK-RECORD FROM LIVE-RECORD
                             ADD 1 TO WS-YEAR-MOVED
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF
           IF WORK-FILE-OPEN
               CLOSE WORK-FILE
               PERFORM COUNT-WORK-RECORDS
               IF WS-COUNT-WORK = WS-YEAR-COPIED + WS-YEAR-MOVED
                   ADD WS-YEAR-MOVED TO WS-KIND-ARCHIVED
                   DISPLAY '  ' WS-YEAR-MOVED ' TO '
                           FUNCTION TRIM(WS-ARCHIVE-FILENAME)
               ELSE
                   MOVE 'Y' TO WS-FAILED
                   DISPLAY '  COUNT MISMATCH IN '
                           FUNCTION TRIM(WS-WORK-FILENAME)
               END-IF
           END-IF
          EXIT.

       OPEN-ARCHIVE-WORK-FILE SECTION.
           OPEN OUTPUT WORK-FILE
           MOVE 'Y' TO WS-WORK-OPEN
           IF WS-YEAR < WS-RUN-FIRST-YEAR
               MOVE WS-YEAR TO WS-RUN-FIRST-YEAR
           END-IF
           IF WS-YEAR > WS-RUN-LAST-YEAR
               MOVE WS-YEAR TO WS-RUN-LAST-YEAR
           END-IF
           MOVE 'N' TO WS-ARCHIVE-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS < 10
               PERFORM UNTIL AT-ARCHIVE-EOF
                   READ ARCHIVE-FILE
                      AT END MOVE 'Y' TO WS-ARCHIVE-EOF
                      NOT AT END
                         WRITE WORK-RECORD FROM ARCHIVE-RECORD
                         ADD 1 TO WS-YEAR-COPIED
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
          EXIT.

       WRITE-KEPT-RECORDS SECTION.
           PERFORM SET-LIVE-WORK-FILENAME
           MOVE 0 TO WS-LIVE-LINE
           OPEN OUTPUT WORK-FILE
           MOVE 'N' TO WS-EOF
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-STATUS < 10
               PERFORM UNTIL AT-EOF
                   READ LIVE-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-LIVE-LINE
                         PERFORM CLASSIFY-LIVE-RECORD
                         IF NOT RECORD-MOVES
                             WRITE WORK-RECORD FROM LIVE-RECORD
                             ADD 1 TO WS-KIND-KEPT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF
           CLOSE WORK-FILE
           PERFORM COUNT-WORK-RECORDS
           IF WS-COUNT-WORK NOT = WS-KIND-KEPT
               MOVE 'Y' TO WS-FAILED
               DISPLAY '  COUNT MISMATCH IN '
                       FUNCTION TRIM(WS-WORK-FILENAME)
           END-IF
          EXIT.

       COUNT-WORK-RECORDS SECTION.
           MOVE 0 TO WS-COUNT-WORK
           MOVE 'N' TO WS-ARCHIVE-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS < 10
               PERFORM UNTIL AT-ARCHIVE-EOF
                   READ WORK-FILE
                      AT END MOVE 'Y' TO WS-ARCHIVE-EOF
                      NOT AT END ADD 1 TO WS-COUNT-WORK
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
           END-IF
          EXIT.

       SET-ARCHIVE-FILENAMES SECTION.
           MOVE SPACES TO WS-ARCHIVE-FILENAME WS-WORK-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-KIND DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME
           STRING WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                  '.new' DELIMITED BY SIZE
             INTO WS-WORK-FILENAME
          EXIT.

       SET-LIVE-WORK-FILENAME SECTION.
           MOVE SPACES TO WS-LIVE-FILENAME WS-WORK-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-KIND DELIMITED BY SPACE
             INTO WS-LIVE-FILENAME
           STRING WS-LIVE-FILENAME DELIMITED BY SPACE
                  '.new' DELIMITED BY SIZE
             INTO WS-WORK-FILENAME
          EXIT.

      *    The ledger has just been replayed as far as the cut, so
      *    it is the state TODORCN must start from once those lines
      *    have left the journal.  The year span covers every
      *    archive this list now has, of any kind.
       WRITE-NEW-BASELINE SECTION.
           MOVE SPACES TO WS-BASE-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jbase.new' DELIMITED BY SIZE
             INTO WS-BASE-FILENAME
           IF WS-RUN-FIRST-YEAR < WS-BASE-FIRST-YEAR
               MOVE WS-RUN-FIRST-YEAR TO WS-BASE-FIRST-YEAR
           END-IF
           IF WS-RUN-LAST-YEAR > WS-BASE-LAST-YEAR
               MOVE WS-RUN-LAST-YEAR TO WS-BASE-LAST-YEAR
           END-IF
           OPEN OUTPUT BASE-FILE
           MOVE SPACES TO BASE-HEADER
           MOVE 'H' TO BASE-KIND
           IF WS-CUT > 0
               MOVE WS-CUT-DATE TO BASE-CUT-DATE
           ELSE
               MOVE WS-BASE-CUT-DATE TO BASE-CUT-DATE
           END-IF
           COMPUTE BASE-LINES = WS-BASE-LINES + WS-CUT
           MOVE WS-TOTAL-ADDS TO BASE-ADDS
           MOVE WS-TOTAL-REMOVES TO BASE-REMOVES
           MOVE WS-PRE-IMAGE-SEEN TO BASE-PRE-IMAGE
           MOVE WS-HIGH-ID TO BASE-HIGH-ID
           MOVE WS-BASE-FIRST-YEAR TO BASE-FIRST-YEAR
           MOVE WS-BASE-LAST-YEAR TO BASE-LAST-YEAR
           WRITE BASE-HEADER
           PERFORM VARYING WS-SCAN-ID FROM 1 BY 1
                     UNTIL WS-SCAN-ID > WS-HIGH-ID
               IF WS-ID-FLAG (WS-SCAN-ID) NOT = SPACE
                   MOVE SPACES TO BASE-ENTRY
                   MOVE 'I' TO BASE-ENTRY-KIND
                   MOVE WS-SCAN-ID TO BASE-ITEM-ID
                   MOVE WS-ID-FLAG (WS-SCAN-ID) TO BASE-FLAG
                   MOVE WS-ID-STATUS (WS-SCAN-ID) TO BASE-STATUS
                   MOVE WS-ID-LAST-DATE (WS-SCAN-ID)
                     TO BASE-LAST-DATE
                   MOVE WS-ID-LAST-ACT (WS-SCAN-ID) TO BASE-LAST-ACT
                   WRITE BASE-ENTRY
               END-IF
           END-PERFORM
           CLOSE BASE-FILE
          EXIT.

       WRITE-MARKER SECTION.
           IF WS-CUT > 0
               MOVE 'Y' TO WS-MARK-ADJUST
           ELSE
               MOVE 'N' TO WS-MARK-ADJUST
           END-IF
           COMPUTE WS-MARK-NTFY-SEEN = WS-NTFY-SEEN - WS-CUT
           IF WS-CUT > 0 AND EXTRACT-CHECKPOINT-FOUND
               MOVE 'Y' TO WS-MARK-XTRC-ADJUST
               COMPUTE WS-MARK-XTRC-SEEN = WS-XTRC-SEEN - WS-CUT
           ELSE
               MOVE 'N' TO WS-MARK-XTRC-ADJUST
               MOVE 0 TO WS-MARK-XTRC-SEEN
           END-IF
           MOVE WS-RUN-FIRST-YEAR TO WS-MARK-FIRST-YEAR
           MOVE WS-RUN-LAST-YEAR TO WS-MARK-LAST-YEAR
           OPEN OUTPUT MARKER-FILE
           WRITE MARKER-RECORD FROM WS-MARK-DATA
           CLOSE MARKER-FILE
          EXIT.

      *    A live file that has changed since its replacement was
      *    built must not be overwritten - a resumed run after a
      *    stale lock was cleared by hand is the one way that can
      *    happen.  Everything is then left as it stands, marker
      *    included, for someone to look at.
       INSTALL-COMPACTED-FILES SECTION.
           PERFORM CHECK-LIVE-FILES-UNCHANGED
           IF LIVE-FILES-CHANGED
               DISPLAY 'LIVE FILES CHANGED SINCE THE COMPACTION WAS'
                       ' BUILT - WORK FILES AND MARKER LEFT IN PLACE'
               MOVE 8 TO WS-JOB-RC
           ELSE
               PERFORM VARYING WS-YEAR FROM WS-MARK-FIRST-YEAR BY 1
                         UNTIL WS-YEAR > WS-MARK-LAST-YEAR
                   PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                             UNTIL WS-KIND-IDX > 4
                       MOVE WS-KIND-NAME (WS-KIND-IDX) TO WS-KIND
                       PERFORM SET-ARCHIVE-FILENAMES
                       CALL 'CBL_CHECK_FILE_EXIST'
                         USING WS-WORK-FILENAME WS-FILE-DETAILS
                       IF RETURN-CODE = 0
                           CALL 'CBL_RENAME_FILE'
                             USING WS-WORK-FILENAME
                                   WS-ARCHIVE-FILENAME
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                         UNTIL WS-KIND-IDX > 4
                   MOVE WS-KIND-NAME (WS-KIND-IDX) TO WS-KIND
                   PERFORM SET-LIVE-WORK-FILENAME
                   CALL 'CBL_CHECK_FILE_EXIST'
                     USING WS-WORK-FILENAME WS-FILE-DETAILS
                   IF RETURN-CODE = 0
                       CALL 'CBL_RENAME_FILE'
                         USING WS-WORK-FILENAME WS-LIVE-FILENAME
                   END-IF
               END-PERFORM
               PERFORM INSTALL-NEW-BASELINE
               IF CHECKPOINT-ADJUSTED
                   OPEN OUTPUT CHECKPOINT-FILE
                   WRITE CHECKPOINT-RECORD FROM WS-MARK-NTFY-SEEN
                   CLOSE CHECKPOINT-FILE
               END-IF
               IF EXTRACT-CHECKPOINT-ADJUSTED
                   OPEN OUTPUT EXTRACT-CHECKPOINT-FILE
                   WRITE EXTRACT-CHECKPOINT-RECORD
                     FROM WS-MARK-XTRC-SEEN
                   CLOSE EXTRACT-CHECKPOINT-FILE
               END-IF
               CALL 'CBL_DELETE_FILE' USING WS-MARKER-FILENAME
               DISPLAY 'COMPACTION COMPLETE'
           END-IF
           MOVE 0 TO RETURN-CODE
          EXIT.

       CHECK-LIVE-FILES-UNCHANGED SECTION.
           MOVE 'N' TO WS-LIVE-CHANGED
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                     UNTIL WS-KIND-IDX > 4
               MOVE WS-KIND-NAME (WS-KIND-IDX) TO WS-KIND
               PERFORM SET-LIVE-WORK-FILENAME
               CALL 'CBL_CHECK_FILE_EXIST'
                 USING WS-WORK-FILENAME WS-FILE-DETAILS
               IF RETURN-CODE = 0
                   MOVE 0 TO WS-KIND-READ
                   MOVE 'N' TO WS-EOF
                   OPEN INPUT LIVE-FILE
                   IF WS-LIVE-STATUS < 10
                       PERFORM UNTIL AT-EOF
                           READ LIVE-FILE
                              AT END MOVE 'Y' TO WS-EOF
                              NOT AT END ADD 1 TO WS-KIND-READ
                           END-READ
                       END-PERFORM
                       CLOSE LIVE-FILE
                   END-IF
                   IF WS-KIND-READ
                        NOT = WS-MARK-LIVE-COUNT (WS-KIND-IDX)
                       MOVE 'Y' TO WS-LIVE-CHANGED
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
          EXIT.

       INSTALL-NEW-BASELINE SECTION.
           MOVE SPACES TO WS-WORK-FILENAME WS-BASE-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jbase.new' DELIMITED BY SIZE
             INTO WS-WORK-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jbase' DELIMITED BY SIZE
             INTO WS-BASE-FILENAME
           CALL 'CBL_CHECK_FILE_EXIST'
             USING WS-WORK-FILENAME WS-FILE-DETAILS
           IF RETURN-CODE = 0
               CALL 'CBL_RENAME_FILE'
                 USING WS-WORK-FILENAME WS-BASE-FILENAME
           END-IF
          EXIT.

      *    After a count mismatch: every work file this run may have
      *    made is removed, leaving the live files and archives as
      *    they were.
       REMOVE-WORK-FILES SECTION.
           PERFORM VARYING WS-YEAR FROM WS-RUN-FIRST-YEAR BY 1
                     UNTIL WS-YEAR > WS-RUN-LAST-YEAR
               PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                         UNTIL WS-KIND-IDX > 4
                   MOVE WS-KIND-NAME (WS-KIND-IDX) TO WS-KIND
                   PERFORM SET-ARCHIVE-FILENAMES
                   CALL 'CBL_DELETE_FILE' USING WS-WORK-FILENAME
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                     UNTIL WS-KIND-IDX > 4
               MOVE WS-KIND-NAME (WS-KIND-IDX) TO WS-KIND
               PERFORM SET-LIVE-WORK-FILENAME
               CALL 'CBL_DELETE_FILE' USING WS-WORK-FILENAME
           END-PERFORM
           MOVE 0 TO RETURN-CODE
          EXIT.

       END PROGRAM TODOCMPT.
