       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOXTRC.

      *    Change-data extract for the reporting warehouse: one
      *    fixed-layout file per run with every item change made on
      *    any list since the last run, so the warehouse loads
      *    deltas instead of scraping the data pages or copying the
      *    keyed stores.  Run as:
      *        todoxtrc            the changes since the last run
      *        todoxtrc FULL       a full load of every store
      *    Every <name>.txt list is swept the files-are-the-registry
      *    way (see TODODIGEST).  Each list carries its own
      *    <name>.xtrc checkpoint - how many of its journal lines
      *    the extract has delivered - kept apart from TODONTFY's
      *    .ntfy so neither job can make the other skip or repeat a
      *    line.  A list with no checkpoint yet delivers its journal
      *    from the first line.  TODOCMPT holds its cut to both
      *    checkpoints and lowers both by the lines it takes out.
      *    The journal's item actions become delta records:
      *      I  add, recur-add, tmpl-add, mail-add, undodelete,
      *         restoreitem, and a move or copy arriving on the list
      *      U  edit, complete, assignitem, sla-escalate,
      *         setpriority, setcategory, awaitapproval, approve,
      *         reject
      *      D  deleteitem, and a move off the list
      *    the same reading TODORCN and TODOSNAP's replay make of
      *    them.  A whole-list 'delete' or a 'clearcompleted' is
      *    journalled once, not per item, and goes out as one D
      *    record with item id 00000 and the action named: the
      *    warehouse drops every item of the list, or every
      *    completed one, as it holds them at that point.
      *    Everything else in the journal (notes, access changes,
      *    refusals, the source side of a copy) is not an item
      *    change and is passed over.  Each record carries the
      *    item image the journal line holds - blank on lines
      *    written before the journal carried images.
      *    FULL writes one I record per item in every store, under
      *    the list's .lck, and sets each checkpoint to the journal
      *    as it stood at that moment - the starting point for the
      *    daily runs that follow.  A list that stays busy stops the
      *    full load (return code 8); nothing is delivered.
      *    The run fixes what it is going to deliver before it
      *    writes any of it: extract.plan names the run's date and
      *    time and, per list, the journal lines from and to.  The
      *    file is built as a .new work file and renamed, then the
      *    checkpoints are moved and the plan comes off.  A run that
      *    stops part-way leaves the plan, and the next run finishes
      *    that one first - built again from the same journal lines
      *    under the same name and stamp, so the warehouse gets the
      *    same file, never a gap or a line twice.  A plan that was
      *    never completed is simply thrown away with its work file:
      *    nothing of it was delivered and no checkpoint had moved.
      *    While a plan is down TODOCMPT cuts nothing from any
      *    journal, so its line numbers hold.

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
         SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT CHECKPOINT-FILE
            ASSIGN TO DYNAMIC WS-CHECKPOINT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKPOINT-STATUS.
         SELECT PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLAN-STATUS.
         SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-WORK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXTRACT-STATUS.
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
          FD WORKLIST.
          01 WORKLIST-RECORD PIC X(60).
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD.
             05 JNL-DATE PIC X(08).
             05 JNL-TIME PIC X(06).
             05 JNL-ACTION PIC X(14).
             05 JNL-ITEM-ID PIC X(05).
             05 JNL-BEFORE PIC X(35).
             05 JNL-AFTER PIC X(35).
      *      Full item record image carried for the snapshot-restore
      *      replay (see TODOLISTE's journal FD); older journal
      *      lines read back with it blank.
             05 JNL-ITEM-IMAGE PIC X(111).
      *      Who made the change, and the other end of a move or
      *      copy (see TODOLISTE's journal FD); blank on older lines.
             05 JNL-USER PIC X(08).
             05 JNL-LINK-LIST PIC X(20).
             05 JNL-LINK-ID PIC X(05).
          FD CHECKPOINT-FILE.
          01 CHECKPOINT-RECORD PIC 9(07).
      *   The run's plan: a header with the kind of run and its
      *   stamp, one line per list with the journal lines it
      *   delivers, and an end line once every list is in.
          FD PLAN-FILE.
          01 PLAN-HEADER.
             05 PLAN-KIND PIC X(01).
             05 PLAN-MODE PIC X(01).
             05 PLAN-RUN-DATE PIC X(08).
             05 PLAN-RUN-TIME PIC X(06).
             05 FILLER PIC X(34).
          01 PLAN-LIST-LINE.
             05 PLAN-LINE-KIND PIC X(01).
             05 PLAN-LIST PIC X(20).
             05 PLAN-FROM PIC 9(07).
             05 PLAN-TO PIC 9(07).
             05 FILLER PIC X(15).
      *   The warehouse interface layout: 174-byte records, the
      *   first byte saying which of the three views applies.  The
      *   detail's image is the item record exactly as the store
      *   holds it (see TODOITEM).
          FD EXTRACT-FILE.
          01 EXTRACT-HEADER.
             05 XH-TYPE PIC X(01).
             05 XH-SOURCE PIC X(10).
             05 XH-KIND PIC X(01).
             05 XH-RUN-DATE PIC X(08).
             05 XH-RUN-TIME PIC X(06).
             05 FILLER PIC X(148).
          01 EXTRACT-DETAIL.
             05 XD-TYPE PIC X(01).
             05 XD-CHANGE PIC X(01).
             05 XD-LIST PIC X(20).
             05 XD-ITEM-ID PIC X(05).
             05 XD-ACTION PIC X(14).
             05 XD-DATE PIC X(08).
             05 XD-TIME PIC X(06).
             05 XD-USER PIC X(08).
             05 XD-IMAGE PIC X(111).
          01 EXTRACT-TRAILER.
             05 XT-TYPE PIC X(01).
             05 XT-RECORD-COUNT PIC 9(09).
             05 XT-RUN-DATE PIC X(08).
             05 XT-LIST-COUNT PIC 9(05).
             05 FILLER PIC X(151).
          FD LOCK-FILE.
          01 LOCK-RECORD PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-STORE-FOUND PIC X(01).
           88 LIST-STORE-FOUND VALUE 'Y'.
       01 WS-WORKLIST-FILENAME PIC X(40)
           VALUE 'xtrc-worklist.tmp'.
       01 WS-WORKLIST-STATUS PIC 99.
       01 WS-JOURNAL-FILENAME PIC X(40).
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-CHECKPOINT-FILENAME PIC X(40).
       01 WS-CHECKPOINT-STATUS PIC 99.
       01 WS-PLAN-FILENAME PIC X(40) VALUE 'extract.plan'.
       01 WS-PLAN-STATUS PIC 99.
       01 WS-WORK-FILENAME PIC X(40).
       01 WS-EXTRACT-FILENAME PIC X(40).
       01 WS-EXTRACT-STATUS PIC 99.
       01 WS-LOCK-FILENAME PIC X(40).
       01 WS-LOCK-STATUS PIC 99.
       01 WS-LOCK-TRIES PIC 9(02).
       01 WS-LOCK-ACQUIRED PIC X(01) VALUE 'N'.
           88 LOCK-ACQUIRED VALUE 'Y'.
       01 WS-SLEEP-SECONDS PIC 9(4) COMP VALUE 1.
       01 WS-FILE-DETAILS PIC X(16).
       01 WS-COMMAND-LINE PIC X(60).
       01 WS-ARG-MODE PIC X(10).
       01 WS-RUN-MODE PIC X(01) VALUE 'D'.
           88 FULL-LOAD VALUE 'F'.
       01 WS-RUN-DATE PIC X(08).
       01 WS-RUN-TIME PIC X(06).
       01 WS-LIST-NAME PIC X(20).
       01 WS-BAD-NAME-COUNT PIC 9(02).
       01 WS-EOF PIC X(01).
           88 AT-EOF VALUE 'Y'.
       01 WS-LISTS-EOF PIC X(01) VALUE 'N'.
           88 AT-LISTS-EOF VALUE 'Y'.
       01 WS-PLAN-EOF PIC X(01).
      *  CALL 'SYSTEM' and the CBL_ file routines set RETURN-CODE,
      *  so the job's own outcome is carried here and moved to
      *  RETURN-CODE at the end.
       01 WS-JOB-RC PIC 9(01) VALUE 0.
      *  What the plan found: none, one still being drawn up when
      *  its run stopped, or one complete and waiting to finish.
       01 WS-PLAN-STATE PIC X(01) VALUE 'N'.
           88 NO-PLAN-PENDING VALUE 'N'.
           88 PLAN-INCOMPLETE VALUE 'I'.
           88 PLAN-COMPLETE VALUE 'C'.
      *  The plan's lists, in the order they are delivered.
       01 WS-PLAN-COUNT PIC 9(03) VALUE 0.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 500.
               10 WS-PLAN-LIST PIC X(20).
               10 WS-PLAN-FROM PIC 9(07).
               10 WS-PLAN-TO PIC 9(07).
       01 WS-PLAN-SCAN PIC 9(03).
       01 WS-SEEN-COUNT PIC 9(07).
       01 WS-JNL-LINES PIC 9(07).
       01 WS-RECORD-NUMBER PIC 9(07).
       01 WS-CHANGE PIC X(01).
       01 WS-LIST-RECORDS PIC 9(07).
       01 WS-DETAIL-COUNT PIC 9(09) VALUE 0.
       01 WS-BUSY-COUNT PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           IF WS-JOB-RC = 0
               PERFORM LOAD-PENDING-PLAN
               IF PLAN-COMPLETE
                   DISPLAY 'FINISHING THE UNFINISHED RUN OF '
                           WS-RUN-DATE ' ' WS-RUN-TIME
                   PERFORM FINISH-PLANNED-RUN
               ELSE
                   IF PLAN-INCOMPLETE
                       PERFORM DISCARD-PLAN
                       DISPLAY 'UNFINISHED PLAN DISCARDED - NOTHING'
                               ' OF IT WAS DELIVERED'
                   END-IF
                   PERFORM PLAN-NEW-RUN
                   IF WS-JOB-RC < 8
                       PERFORM FINISH-PLANNED-RUN
                   ELSE
                       PERFORM DISCARD-PLAN
                       DISPLAY 'EXTRACT ABANDONED - NOTHING DELIVERED'
                   END-IF
               END-IF
           END-IF
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
           EVALUATE WS-ARG-MODE
           WHEN SPACES
               MOVE 'D' TO WS-RUN-MODE
           WHEN 'FULL'
               MOVE 'F' TO WS-RUN-MODE
           WHEN OTHER
               DISPLAY 'USAGE: TODOXTRC [FULL]'
               MOVE 8 TO WS-JOB-RC
           END-EVALUATE
          EXIT.

      *    A plan left behind decides this run: its mode and stamp
      *    replace the ones asked for, so the file it finishes is
      *    the one the stopped run was making.
       LOAD-PENDING-PLAN SECTION.
           MOVE 'N' TO WS-PLAN-STATE
           MOVE 0 TO WS-PLAN-COUNT
           MOVE 'N' TO WS-PLAN-EOF
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS < 10
               MOVE 'I' TO WS-PLAN-STATE
               PERFORM UNTIL WS-PLAN-EOF = 'Y'
                   READ PLAN-FILE
                      AT END MOVE 'Y' TO WS-PLAN-EOF
                      NOT AT END
                         PERFORM LOAD-ONE-PLAN-LINE
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF
          EXIT.

       LOAD-ONE-PLAN-LINE SECTION.
           EVALUATE PLAN-KIND
           WHEN 'H'
               MOVE PLAN-MODE TO WS-RUN-MODE
               MOVE PLAN-RUN-DATE TO WS-RUN-DATE
               MOVE PLAN-RUN-TIME TO WS-RUN-TIME
               PERFORM SET-EXTRACT-FILENAMES
           WHEN 'L'
               IF WS-PLAN-COUNT < 500
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE PLAN-LIST TO WS-PLAN-LIST (WS-PLAN-COUNT)
                   MOVE PLAN-FROM TO WS-PLAN-FROM (WS-PLAN-COUNT)
                   MOVE PLAN-TO TO WS-PLAN-TO (WS-PLAN-COUNT)
               END-IF
           WHEN 'E'
               MOVE 'C' TO WS-PLAN-STATE
           WHEN OTHER
               CONTINUE
           END-EVALUATE
          EXIT.

       DISCARD-PLAN SECTION.
           IF WS-WORK-FILENAME NOT = SPACES
               CALL 'CBL_DELETE_FILE' USING WS-WORK-FILENAME
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-PLAN-FILENAME
           MOVE 'N' TO WS-PLAN-STATE
           MOVE 0 TO WS-PLAN-COUNT
           MOVE 0 TO RETURN-CODE
          EXIT.

       SET-EXTRACT-FILENAMES SECTION.
           MOVE SPACES TO WS-WORK-FILENAME WS-EXTRACT-FILENAME
           IF FULL-LOAD
               STRING 'fullload-' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      '.new' DELIMITED BY SIZE
                 INTO WS-WORK-FILENAME
               STRING 'fullload-' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                 INTO WS-EXTRACT-FILENAME
           ELSE
               STRING 'extract-' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      '.new' DELIMITED BY SIZE
                 INTO WS-WORK-FILENAME
               STRING 'extract-' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                 INTO WS-EXTRACT-FILENAME
           END-IF
          EXIT.

      *    The plan goes down before the first list is looked at,
      *    so TODOCMPT leaves every journal alone from here on.  A
      *    delta only measures each list here; a full load also
      *    dumps the store into the work file while it holds the
      *    lock, so the dump and the checkpoint agree.
       PLAN-NEW-RUN SECTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM SET-EXTRACT-FILENAMES
           IF FULL-LOAD
               DISPLAY 'WAREHOUSE EXTRACT - FULL LOAD  RUN: '
                       WS-RUN-DATE ' ' WS-RUN-TIME
           ELSE
               DISPLAY 'WAREHOUSE EXTRACT - CHANGES  RUN: '
                       WS-RUN-DATE ' ' WS-RUN-TIME
           END-IF
           OPEN OUTPUT PLAN-FILE
           MOVE SPACES TO PLAN-HEADER
           MOVE 'H' TO PLAN-KIND
           MOVE WS-RUN-MODE TO PLAN-MODE
           MOVE WS-RUN-DATE TO PLAN-RUN-DATE
           MOVE WS-RUN-TIME TO PLAN-RUN-TIME
           WRITE PLAN-HEADER
           IF FULL-LOAD
               MOVE 0 TO WS-DETAIL-COUNT
               OPEN OUTPUT EXTRACT-FILE
               PERFORM WRITE-EXTRACT-HEADER
           END-IF
           CALL 'SYSTEM' USING
               'ls -1 *.txt > xtrc-worklist.tmp 2>/dev/null'
           OPEN INPUT WORKLIST
           IF WS-WORKLIST-STATUS NOT = 35
               PERFORM UNTIL AT-LISTS-EOF OR WS-JOB-RC = 8
                   READ WORKLIST
                      AT END MOVE 'Y' TO WS-LISTS-EOF
                      NOT AT END
                         PERFORM PLAN-ONE-LIST-FILE
                   END-READ
               END-PERFORM
               CLOSE WORKLIST
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-WORKLIST-FILENAME
           IF FULL-LOAD
               PERFORM WRITE-EXTRACT-TRAILER
               CLOSE EXTRACT-FILE
           END-IF
           IF WS-JOB-RC < 8
               MOVE SPACES TO PLAN-HEADER
               MOVE 'E' TO PLAN-KIND
               WRITE PLAN-HEADER
           END-IF
           CLOSE PLAN-FILE
          EXIT.

       PLAN-ONE-LIST-FILE SECTION.
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
               PERFORM SET-LIST-FILENAMES
               PERFORM ACQUIRE-LOCK
               IF LOCK-ACQUIRED
                   PERFORM READ-CHECKPOINT
                   PERFORM COUNT-JOURNAL-LINES
                   IF FULL-LOAD
                       PERFORM DUMP-LIST-STORE
                       MOVE WS-JNL-LINES TO WS-SEEN-COUNT
                   END-IF
                   PERFORM RELEASE-LOCK
                   PERFORM PLAN-ONE-LIST
               ELSE
                   IF FULL-LOAD
                       DISPLAY '*** ' WS-LIST-NAME
                               ' LIST IS BUSY - FULL LOAD STOPPED'
                       MOVE 8 TO WS-JOB-RC
                   ELSE
                       ADD 1 TO WS-BUSY-COUNT
                       DISPLAY '    ' WS-LIST-NAME
                               ' LIST IS BUSY - LEFT FOR THE NEXT RUN'
                   END-IF
               END-IF
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

      *    A journal shorter than its checkpoint has been replaced
      *    behind the extract's back; its lines cannot be matched
      *    to what was delivered, so the list is held out and the
      *    run ends 4 for somebody to decide on a full load.
       PLAN-ONE-LIST SECTION.
           IF WS-JNL-LINES < WS-SEEN-COUNT
               DISPLAY '*** ' WS-LIST-NAME ' JOURNAL HAS '
                       WS-JNL-LINES ' LINES, CHECKPOINT SAYS '
                       WS-SEEN-COUNT ' - LIST NOT EXTRACTED'
               IF WS-JOB-RC < 4
                   MOVE 4 TO WS-JOB-RC
               END-IF
           ELSE
               IF WS-PLAN-COUNT < 500
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE WS-LIST-NAME TO WS-PLAN-LIST (WS-PLAN-COUNT)
                   MOVE WS-SEEN-COUNT TO WS-PLAN-FROM (WS-PLAN-COUNT)
                   MOVE WS-JNL-LINES TO WS-PLAN-TO (WS-PLAN-COUNT)
                   MOVE SPACES TO PLAN-LIST-LINE
                   MOVE 'L' TO PLAN-LINE-KIND
                   MOVE WS-LIST-NAME TO PLAN-LIST
                   MOVE WS-SEEN-COUNT TO PLAN-FROM
                   MOVE WS-JNL-LINES TO PLAN-TO
                   WRITE PLAN-LIST-LINE
               ELSE
                   DISPLAY '*** MORE THAN 500 LISTS - EXTRACT STOPPED'
                   MOVE 8 TO WS-JOB-RC
               END-IF
           END-IF
          EXIT.

       SET-LIST-FILENAMES SECTION.
           MOVE SPACES TO WS-LOCK-FILENAME WS-JOURNAL-FILENAME
                          WS-CHECKPOINT-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.lck' DELIMITED BY SIZE
             INTO WS-LOCK-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jnl' DELIMITED BY SIZE
             INTO WS-JOURNAL-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.xtrc' DELIMITED BY SIZE
             INTO WS-CHECKPOINT-FILENAME
          EXIT.

      *    No checkpoint yet means nothing of this journal has been
      *    delivered.
       READ-CHECKPOINT SECTION.
           MOVE 0 TO WS-SEEN-COUNT
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS < 10
               READ CHECKPOINT-FILE INTO WS-SEEN-COUNT
               CLOSE CHECKPOINT-FILE
           END-IF
          EXIT.

       COUNT-JOURNAL-LINES SECTION.
           MOVE 0 TO WS-JNL-LINES
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ JOURNAL-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-JNL-LINES
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
          EXIT.

      *    35 is only an empty list; any other failed OPEN stops the
      *    full load, which must not go out missing a store.
       DUMP-LIST-STORE SECTION.
           MOVE 0 TO WS-LIST-RECORDS
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS NOT = 35
                AND WS-TDLIST-STATUS NOT < 10
               DISPLAY '*** CANNOT READ ITEM STORE - FILE STATUS '
                       WS-TDLIST-STATUS ' (' WS-LIST-NAME ')'
               MOVE 8 TO WS-JOB-RC
           ELSE
           IF WS-TDLIST-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ TDLIST NEXT RECORD
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE SPACES TO EXTRACT-DETAIL
                         MOVE 'D' TO XD-TYPE
                         MOVE 'I' TO XD-CHANGE
                         MOVE WS-LIST-NAME TO XD-LIST
                         MOVE ITEM-ID IN TDLIST-FILE TO XD-ITEM-ID
                         MOVE 'fullload' TO XD-ACTION
                         MOVE WS-RUN-DATE TO XD-DATE
                         MOVE WS-RUN-TIME TO XD-TIME
                         MOVE TDLIST-FILE TO XD-IMAGE
                         PERFORM WRITE-EXTRACT-DETAIL
                   END-READ
               END-PERFORM
               CLOSE TDLIST
           END-IF
           END-IF
           DISPLAY '    ' WS-LIST-NAME ' ITEMS: ' WS-LIST-RECORDS
          EXIT.

      *    Delivery: a delta's file is built here from the plan -
      *    a full load's was built while planning - then renamed
      *    into place, the checkpoints moved and the plan removed.
      *    Each step is safe to repeat from the plan alone.
       FINISH-PLANNED-RUN SECTION.
           IF NOT FULL-LOAD
               PERFORM BUILD-DELTA-FILE
           END-IF
           IF WS-JOB-RC < 8
               CALL 'CBL_CHECK_FILE_EXIST'
                 USING WS-WORK-FILENAME WS-FILE-DETAILS
               IF RETURN-CODE = 0
                   CALL 'CBL_RENAME_FILE'
                     USING WS-WORK-FILENAME WS-EXTRACT-FILENAME
               END-IF
               PERFORM VARYING WS-PLAN-SCAN FROM 1 BY 1
                         UNTIL WS-PLAN-SCAN > WS-PLAN-COUNT
                   MOVE WS-PLAN-LIST (WS-PLAN-SCAN) TO WS-LIST-NAME
                   PERFORM SET-LIST-FILENAMES
                   OPEN OUTPUT CHECKPOINT-FILE
                   WRITE CHECKPOINT-RECORD
                     FROM WS-PLAN-TO (WS-PLAN-SCAN)
                   CLOSE CHECKPOINT-FILE
               END-PERFORM
               CALL 'CBL_DELETE_FILE' USING WS-PLAN-FILENAME
               MOVE 0 TO RETURN-CODE
               DISPLAY ' '
               DISPLAY 'LISTS EXTRACTED   : ' WS-PLAN-COUNT
               IF WS-BUSY-COUNT > 0
                   DISPLAY 'LISTS LEFT BUSY   : ' WS-BUSY-COUNT
               END-IF
               DISPLAY 'EXTRACT FILE      : '
                       FUNCTION TRIM(WS-EXTRACT-FILENAME)
           END-IF
          EXIT.

       BUILD-DELTA-FILE SECTION.
           MOVE 0 TO WS-DETAIL-COUNT
           OPEN OUTPUT EXTRACT-FILE
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM VARYING WS-PLAN-SCAN FROM 1 BY 1
                     UNTIL WS-PLAN-SCAN > WS-PLAN-COUNT
                        OR WS-JOB-RC = 8
               MOVE WS-PLAN-LIST (WS-PLAN-SCAN) TO WS-LIST-NAME
               PERFORM SET-LIST-FILENAMES
               PERFORM EXTRACT-LIST-JOURNAL
           END-PERFORM
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE EXTRACT-FILE
           IF WS-JOB-RC = 8
               CALL 'CBL_DELETE_FILE' USING WS-WORK-FILENAME
               MOVE 0 TO RETURN-CODE
               DISPLAY 'PLAN AND JOURNALS DISAGREE - NOTHING'
                       ' DELIVERED, PLAN LEFT IN PLACE'
           END-IF
          EXIT.

      *    Only the plan's lines are read - whatever has been
      *    journalled since belongs to the next run.  A journal
      *    that no longer reaches the plan's last line cannot give
      *    the same file again and stops the run.
       EXTRACT-LIST-JOURNAL SECTION.
           MOVE 0 TO WS-RECORD-NUMBER WS-LIST-RECORDS
           IF WS-PLAN-TO (WS-PLAN-SCAN) > WS-PLAN-FROM (WS-PLAN-SCAN)
               MOVE 'N' TO WS-EOF
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS NOT = 35
                   PERFORM UNTIL AT-EOF
                       READ JOURNAL-FILE
                          AT END MOVE 'Y' TO WS-EOF
                          NOT AT END
                             ADD 1 TO WS-RECORD-NUMBER
                             IF WS-RECORD-NUMBER >
                                  WS-PLAN-FROM (WS-PLAN-SCAN)
                                 PERFORM EXTRACT-ONE-JOURNAL-RECORD
                             END-IF
                             IF WS-RECORD-NUMBER =
                                  WS-PLAN-TO (WS-PLAN-SCAN)
                                 MOVE 'Y' TO WS-EOF
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               END-IF
               IF WS-RECORD-NUMBER < WS-PLAN-TO (WS-PLAN-SCAN)
                   DISPLAY '*** ' WS-LIST-NAME ' JOURNAL ENDS AT LINE '
                           WS-RECORD-NUMBER ', PLAN SAYS '
                           WS-PLAN-TO (WS-PLAN-SCAN)
                   MOVE 8 TO WS-JOB-RC
               END-IF
           END-IF
           DISPLAY '    ' WS-LIST-NAME ' CHANGES: ' WS-LIST-RECORDS
          EXIT.

      *    The same reading of the journal TODORCN and TODOSNAP's
      *    replay make: what brings an item onto the list, what
      *    changes it in place, what takes it off.
       EXTRACT-ONE-JOURNAL-RECORD SECTION.
           MOVE SPACE TO WS-CHANGE
           EVALUATE TRUE
           WHEN JNL-ACTION = 'add'
             OR JNL-ACTION = 'recur-add'
             OR JNL-ACTION = 'tmpl-add'
             OR JNL-ACTION = 'mail-add'
             OR JNL-ACTION = 'undodelete'
             OR JNL-ACTION = 'restoreitem'
             OR ((JNL-ACTION = 'moveitem'
                  OR JNL-ACTION = 'copyitem')
                 AND JNL-BEFORE = SPACES)
               MOVE 'I' TO WS-CHANGE
           WHEN JNL-ACTION = 'edit'
             OR JNL-ACTION = 'complete'
             OR JNL-ACTION = 'assignitem'
             OR JNL-ACTION = 'sla-escalate'
             OR JNL-ACTION = 'setpriority'
             OR JNL-ACTION = 'setcategory'
             OR JNL-ACTION = 'awaitapproval'
             OR JNL-ACTION = 'approve'
             OR JNL-ACTION = 'reject'
               MOVE 'U' TO WS-CHANGE
           WHEN JNL-ACTION = 'deleteitem'
             OR (JNL-ACTION = 'moveitem'
                 AND JNL-AFTER(1:3) = 'TO ')
             OR JNL-ACTION = 'delete'
             OR JNL-ACTION = 'clearcompleted'
               MOVE 'D' TO WS-CHANGE
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-CHANGE NOT = SPACE
               MOVE SPACES TO EXTRACT-DETAIL
               MOVE 'D' TO XD-TYPE
               MOVE WS-CHANGE TO XD-CHANGE
               MOVE WS-LIST-NAME TO XD-LIST
               MOVE JNL-ITEM-ID TO XD-ITEM-ID
               IF JNL-ACTION = 'delete'
                    OR JNL-ACTION = 'clearcompleted'
                   MOVE '00000' TO XD-ITEM-ID
               END-IF
               MOVE JNL-ACTION TO XD-ACTION
               MOVE JNL-DATE TO XD-DATE
               MOVE JNL-TIME TO XD-TIME
               MOVE JNL-USER TO XD-USER
               MOVE JNL-ITEM-IMAGE TO XD-IMAGE
               PERFORM WRITE-EXTRACT-DETAIL
           END-IF
          EXIT.

       WRITE-EXTRACT-HEADER SECTION.
           MOVE SPACES TO EXTRACT-HEADER
           MOVE 'H' TO XH-TYPE
           MOVE 'TODOLISTE' TO XH-SOURCE
           MOVE WS-RUN-MODE TO XH-KIND
           MOVE WS-RUN-DATE TO XH-RUN-DATE
           MOVE WS-RUN-TIME TO XH-RUN-TIME
           WRITE EXTRACT-HEADER
          EXIT.

       WRITE-EXTRACT-DETAIL SECTION.
           WRITE EXTRACT-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-LIST-RECORDS
          EXIT.

      *    The trailer's count is of detail records only; the list
      *    count is the plan's, lists with nothing to deliver
      *    included.
       WRITE-EXTRACT-TRAILER SECTION.
           MOVE SPACES TO EXTRACT-TRAILER
           MOVE 'T' TO XT-TYPE
           MOVE WS-DETAIL-COUNT TO XT-RECORD-COUNT
           MOVE WS-RUN-DATE TO XT-RUN-DATE
           MOVE WS-PLAN-COUNT TO XT-LIST-COUNT
           WRITE EXTRACT-TRAILER
           DISPLAY 'DETAIL RECORDS    : ' WS-DETAIL-COUNT
          EXIT.

      *    Same bounded-retry lock protocol TODOLISTE uses for its
      *    write actions.
       ACQUIRE-LOCK SECTION.
           MOVE 'N' TO WS-LOCK-ACQUIRED
           PERFORM VARYING WS-LOCK-TRIES FROM 1 BY 1
                     UNTIL WS-LOCK-TRIES > 20 OR LOCK-ACQUIRED
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
                   CALL 'C$SLEEP' USING WS-SLEEP-SECONDS
               END-IF
           END-PERFORM
          EXIT.

       RELEASE-LOCK SECTION.
           CALL 'CBL_DELETE_FILE' USING WS-LOCK-FILENAME
           MOVE 0 TO RETURN-CODE
          EXIT.

       END PROGRAM TODOXTRC.
