      *        todosnap <list> SNAP
      *        todosnap <list> RESTORE <stamp> [to-date [to-time]]
      *    SNAP copies the family - the keyed store, .ctr, .jnl,
      *    .notes, .deps, .steps, .time, .acl, .sla and .watch - to
      *    a dated backup set named
      *    <list>-snap-<YYYYMMDDHHMMSS>.<member>, under the list's
      *    .lck so the set is a consistent instant.  The store's
      *    copy takes a .dat suffix, not .txt, so a snapshot can
      *    <list>-prerestore-<now>.dat, because a restore that
      *    destroys the only copy of what it replaced would repeat
      *    the very disaster it exists to undo.
      *    A snapshot older than a TODOCMPT compaction has part of
      *    its window in the yearly journal archives; those years
      *    (<list>-jnl-YYYY, from the snapshot's year on) are
      *    rolled forward first, then the live journal.  Its .time,
      *    .notes and .steps may also still hold rows the compaction
      *    has since appended to <list>-time-YYYY, -notes-YYYY and
      *    -steps-YYYY.  Once the roll-forward is done, every such
      *    row is dropped again - by TODOCMPT's own test, a row of
      *    an item the restored store does not hold, and only where
      *    the identical line is in that kind's archive - so TODOEFF,
      *    TODOCHGB and the other readers that add archive and live
      *    file together count it once, and the next compaction has
      *    nothing to append twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BASE-STATUS.
         SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
         SELECT COUNTER-FILE ASSIGN TO DYNAMIC WS-COUNTER-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COUNTER-STATUS.
         SELECT SIDE-FILE ASSIGN TO DYNAMIC WS-SIDE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SIDE-STATUS.
         SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.
         SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
             05 JNL-BEFORE PIC X(35).
             05 JNL-AFTER PIC X(35).
             05 JNL-ITEM-IMAGE PIC X(111).
      *      Who made the change, and the other end of a move or
      *      copy (see TODOLISTE's journal FD); blank on older lines.
             05 JNL-USER PIC X(08).
             05 JNL-LINK-LIST PIC X(20).
             05 JNL-LINK-ID PIC X(05).
      *   Header line of TODOCMPT's reconciliation baseline - only
      *   the span of archive years is wanted here.
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
          FD LOCK-FILE.
          01 LOCK-RECORD PIC X(01).
          FD COUNTER-FILE.
          01 COUNTER-RECORD PIC 9(05).
      *   A .time, .notes or .steps line, read as TODOCMPT reads it:
      *   every one leads with the 5-digit item id.
          FD SIDE-FILE.
          01 SIDE-RECORD PIC X(300).
          01 SIDE-ID-VIEW REDEFINES SIDE-RECORD.
             05 SIDE-ITEM-ID PIC X(05).
             05 FILLER PIC X(295).
          FD ARCHIVE-FILE.
          01 ARCHIVE-RECORD PIC X(300).
          01 ARCHIVE-ID-VIEW REDEFINES ARCHIVE-RECORD.
             05 ARCHIVE-ITEM-ID PIC X(05).
             05 FILLER PIC X(295).
          FD WORK-FILE.
          01 WORK-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-JOURNAL-FILENAME PIC X(40).
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-BASE-FILENAME PIC X(40).
       01 WS-BASE-STATUS PIC 99.
       01 WS-ARCHIVE-FIRST-YEAR PIC 9(04) VALUE 9999.
       01 WS-ARCHIVE-LAST-YEAR PIC 9(04) VALUE 0.
       01 WS-ROLL-FIRST-YEAR PIC 9(04).
       01 WS-YEAR PIC 9(04).
       01 WS-SIDE-FILENAME PIC X(45).
       01 WS-SIDE-STATUS PIC 99.
       01 WS-ARCHIVE-FILENAME PIC X(45).
       01 WS-ARCHIVE-STATUS PIC 99.
       01 WS-WORK-FILENAME PIC X(45).
       01 WS-WORK-STATUS PIC 99.
       01 WS-SIDE-KIND PIC X(05).
       01 WS-ARCHIVE-EOF PIC X(01).
           88 AT-ARCHIVE-EOF VALUE 'Y'.
       01 WS-LINE-ARCHIVED PIC X(01).
           88 LINE-IS-ARCHIVED VALUE 'Y'.
       01 WS-SIDE-KEPT PIC 9(7).
       01 WS-SIDE-DROPPED PIC 9(7).
       01 WS-ARCHIVED-ROW-COUNT PIC 9(7) VALUE 0.
       01 WS-ID-NUM PIC 9(5).
      *  Ids the restored store holds ('V'), and ids with rows in
      *  the archive of the side file being pruned ('A').
       01 WS-STORE-IDS.
           05 WS-STORE-ID-FLAG OCCURS 99999 PIC X(01).
       01 WS-ARCHIVED-IDS.
           05 WS-ARCHIVED-ID-FLAG OCCURS 99999 PIC X(01).
       01 WS-LOCK-FILENAME PIC X(40).
       01 WS-LOCK-STATUS PIC 99.
       01 WS-LOCK-TRIES PIC 9(02).
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.ctr' DELIMITED BY SIZE
             INTO WS-COUNTER-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jbase' DELIMITED BY SIZE
             INTO WS-BASE-FILENAME
          EXIT.

      *    The stamp is the consistent instant the whole set shares;
                  '.sla' DELIMITED BY SIZE
             INTO WS-SRC-NAME
           PERFORM COPY-ONE-MEMBER
           MOVE '.watch' TO WS-MEMBER-EXT
           MOVE SPACES TO WS-SRC-NAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.watch' DELIMITED BY SIZE
             INTO WS-SRC-NAME
           PERFORM COPY-ONE-MEMBER
           DISPLAY 'SNAPSHOT ' WS-STAMP ' OF ' WS-LIST-NAME
                   ': ' WS-COPIED-COUNT ' MEMBERS'
          EXIT.
               ELSE
                   MOVE 0 TO RETURN-CODE
                   PERFORM PUT-SNAPSHOT-MEMBERS-BACK
                   PERFORM LOAD-ARCHIVE-SPAN
                   PERFORM ROLL-JOURNAL-FORWARD
                   IF WS-JOB-RC = 0
                       PERFORM PRUNE-ARCHIVED-SIDE-ROWS
                   END-IF
                   PERFORM ADVANCE-COUNTER-PAST-MAX
                   DISPLAY 'REPLAYED      : ' WS-REPLAYED-COUNT
                   DISPLAY 'DELETES       : ' WS-DELETED-COUNT
                   DISPLAY 'NO IMAGE      : ' WS-NO-IMAGE-COUNT
                   DISPLAY 'ARCHIVED ROWS : ' WS-ARCHIVED-ROW-COUNT
                   IF WS-NO-IMAGE-COUNT > 0
                       DISPLAY 'SOME ENTRIES PREDATE THE JOURNAL'
                               ' IMAGE AND COULD NOT BE REPLAYED'
                  '.sla' DELIMITED BY SIZE
             INTO WS-DST-NAME
           PERFORM RESTORE-ONE-MEMBER
           MOVE '.watch' TO WS-MEMBER-EXT
           MOVE SPACES TO WS-DST-NAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.watch' DELIMITED BY SIZE
             INTO WS-DST-NAME
           PERFORM RESTORE-ONE-MEMBER
          EXIT.

       RESTORE-ONE-MEMBER SECTION.
                       WS-TDLIST-STATUS
               MOVE 8 TO WS-JOB-RC
           ELSE
               PERFORM ROLL-ARCHIVED-JOURNALS
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '.jnl' DELIMITED BY SIZE
                 INTO WS-JOURNAL-FILENAME
               PERFORM ROLL-ONE-JOURNAL-FILE
               CLOSE TDLIST
           END-IF
          EXIT.

      *    The span of archive years TODOCMPT has written, of any
      *    kind, from the header of its .jbase; a list that was
      *    never compacted has none and the span stays empty.
       LOAD-ARCHIVE-SPAN SECTION.
           OPEN INPUT BASE-FILE
           IF WS-BASE-STATUS < 10
               READ BASE-FILE
                  NOT AT END
                     IF BASE-KIND = 'H'
                         MOVE BASE-FIRST-YEAR
                           TO WS-ARCHIVE-FIRST-YEAR
                         MOVE BASE-LAST-YEAR TO WS-ARCHIVE-LAST-YEAR
                     END-IF
               END-READ
               CLOSE BASE-FILE
           END-IF
          EXIT.

      *    Archived years before the snapshot's own year hold
      *    nothing inside the window and are not read.
       ROLL-ARCHIVED-JOURNALS SECTION.
           MOVE WS-ARCHIVE-FIRST-YEAR TO WS-ROLL-FIRST-YEAR
           IF WS-SNAP-DATE(1:4) > WS-ROLL-FIRST-YEAR
               MOVE WS-SNAP-DATE(1:4) TO WS-ROLL-FIRST-YEAR
           END-IF
           PERFORM VARYING WS-YEAR FROM WS-ROLL-FIRST-YEAR BY 1
                     UNTIL WS-YEAR > WS-ARCHIVE-LAST-YEAR
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '-jnl-' DELIMITED BY SIZE
                      WS-YEAR DELIMITED BY SIZE
                 INTO WS-JOURNAL-FILENAME
               PERFORM ROLL-ONE-JOURNAL-FILE
           END-PERFORM
          EXIT.

       ROLL-ONE-JOURNAL-FILE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ JOURNAL-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM REPLAY-ONE-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
          EXIT.

       REPLAY-ONE-JOURNAL-ENTRY SECTION.
           MOVE 'N' TO WS-IN-WINDOW
           IF JNL-DATE > WS-SNAP-DATE
                 OR JNL-ACTION = 'complete'
                 OR JNL-ACTION = 'assignitem'
                 OR JNL-ACTION = 'sla-escalate'
                 OR JNL-ACTION = 'setpriority'
                 OR JNL-ACTION = 'setcategory'
                 OR JNL-ACTION = 'awaitapproval'
                 OR JNL-ACTION = 'approve'
                 OR JNL-ACTION = 'reject'
                   PERFORM REPLAY-REWRITE-IMAGE
               WHEN JNL-ACTION = 'deleteitem'
                 OR (JNL-ACTION = 'moveitem'
           MOVE 'N' TO WS-EOF
          EXIT.

      *    A side row is dropped only when TODOCMPT would have moved
      *    it - its item is gone from the store as now restored -
      *    and the identical line is already in the kind's archive,
      *    whatever year it was filed under.  A row of an item that
      *    came back, or one the compaction never took, stays.  A
      *    store that cannot be read prunes nothing: what cannot be
      *    proved gone is kept.
       PRUNE-ARCHIVED-SIDE-ROWS SECTION.
           IF WS-ARCHIVE-LAST-YEAR > 0
               INITIALIZE WS-STORE-IDS
               MOVE 'N' TO WS-EOF
               OPEN INPUT TDLIST
               IF WS-TDLIST-STATUS < 10
                   PERFORM UNTIL AT-EOF
                       READ TDLIST NEXT RECORD
                          AT END MOVE 'Y' TO WS-EOF
                          NOT AT END
                             IF ITEM-ID IN TDLIST-FILE > 0
                                 MOVE 'V' TO WS-STORE-ID-FLAG
                                     (ITEM-ID IN TDLIST-FILE)
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TDLIST
               END-IF
               IF WS-TDLIST-STATUS NOT < 10
                    AND WS-TDLIST-STATUS NOT = 35
                   DISPLAY 'RESTORED STORE UNREADABLE - ARCHIVED'
                           ' SIDE ROWS NOT CHECKED'
                   MOVE 8 TO WS-JOB-RC
               ELSE
                   MOVE 'time' TO WS-SIDE-KIND
                   PERFORM PRUNE-ONE-SIDE-FILE
                   MOVE 'notes' TO WS-SIDE-KIND
                   PERFORM PRUNE-ONE-SIDE-FILE
                   MOVE 'steps' TO WS-SIDE-KIND
                   PERFORM PRUNE-ONE-SIDE-FILE
               END-IF
           END-IF
          EXIT.

      *    The kept rows go to a .new work file that replaces the
      *    live file only when something was dropped.
       PRUNE-ONE-SIDE-FILE SECTION.
           PERFORM MARK-ARCHIVED-IDS
           MOVE SPACES TO WS-SIDE-FILENAME WS-WORK-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  WS-SIDE-KIND DELIMITED BY SPACE
             INTO WS-SIDE-FILENAME
           STRING WS-SIDE-FILENAME DELIMITED BY SPACE
                  '.new' DELIMITED BY SIZE
             INTO WS-WORK-FILENAME
           MOVE 0 TO WS-SIDE-KEPT WS-SIDE-DROPPED
           MOVE 'N' TO WS-EOF
           OPEN INPUT SIDE-FILE
           IF WS-SIDE-STATUS < 10
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL AT-EOF
                   READ SIDE-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM CHECK-SIDE-ROW-ARCHIVED
                         IF LINE-IS-ARCHIVED
                             ADD 1 TO WS-SIDE-DROPPED
                         ELSE
                             WRITE WORK-RECORD FROM SIDE-RECORD
                             ADD 1 TO WS-SIDE-KEPT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE SIDE-FILE
               IF WS-SIDE-DROPPED > 0
                   CALL 'CBL_RENAME_FILE'
                     USING WS-WORK-FILENAME WS-SIDE-FILENAME
                   ADD WS-SIDE-DROPPED TO WS-ARCHIVED-ROW-COUNT
                   DISPLAY 'ALREADY ARCHIVED: ' WS-SIDE-DROPPED
                           ' ROWS DROPPED FROM '
                           FUNCTION TRIM(WS-SIDE-FILENAME)
               ELSE
                   CALL 'CBL_DELETE_FILE' USING WS-WORK-FILENAME
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
          EXIT.

       MARK-ARCHIVED-IDS SECTION.
           INITIALIZE WS-ARCHIVED-IDS
           PERFORM VARYING WS-YEAR FROM WS-ARCHIVE-FIRST-YEAR BY 1
                     UNTIL WS-YEAR > WS-ARCHIVE-LAST-YEAR
               PERFORM SET-SIDE-ARCHIVE-FILENAME
               MOVE 'N' TO WS-ARCHIVE-EOF
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS < 10
                   PERFORM UNTIL AT-ARCHIVE-EOF
                       READ ARCHIVE-FILE
                          AT END MOVE 'Y' TO WS-ARCHIVE-EOF
                          NOT AT END
                             IF ARCHIVE-ITEM-ID IS NUMERIC
                                  AND ARCHIVE-ITEM-ID > '00000'
                                 MOVE ARCHIVE-ITEM-ID TO WS-ID-NUM
                                 MOVE 'A' TO WS-ARCHIVED-ID-FLAG
                                     (WS-ID-NUM)
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-PERFORM
          EXIT.

      *    Only a row whose item has archived rows and is gone from
      *    the store is looked for, line for line, in the archives.
       CHECK-SIDE-ROW-ARCHIVED SECTION.
           MOVE 'N' TO WS-LINE-ARCHIVED
           IF SIDE-ITEM-ID IS NUMERIC
                AND SIDE-ITEM-ID > '00000'
               MOVE SIDE-ITEM-ID TO WS-ID-NUM
               IF WS-ARCHIVED-ID-FLAG (WS-ID-NUM) = 'A'
                    AND WS-STORE-ID-FLAG (WS-ID-NUM) NOT = 'V'
                   PERFORM VARYING WS-YEAR
                             FROM WS-ARCHIVE-FIRST-YEAR BY 1
                             UNTIL WS-YEAR > WS-ARCHIVE-LAST-YEAR
                                OR LINE-IS-ARCHIVED
                       PERFORM SET-SIDE-ARCHIVE-FILENAME
                       MOVE 'N' TO WS-ARCHIVE-EOF
                       OPEN INPUT ARCHIVE-FILE
                       IF WS-ARCHIVE-STATUS < 10
                           PERFORM UNTIL AT-ARCHIVE-EOF
                               READ ARCHIVE-FILE
                                  AT END MOVE 'Y' TO WS-ARCHIVE-EOF
                                  NOT AT END
                                     IF ARCHIVE-RECORD = SIDE-RECORD
                                         MOVE 'Y' TO WS-LINE-ARCHIVED
                                         MOVE 'Y' TO WS-ARCHIVE-EOF
                                     END-IF
                               END-READ
                           END-PERFORM
                           CLOSE ARCHIVE-FILE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
          EXIT.

       SET-SIDE-ARCHIVE-FILENAME SECTION.
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-SIDE-KIND DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
             INTO WS-ARCHIVE-FILENAME
          EXIT.

      *    Replayed adds may have moved past the snapshot counter -
      *    the same condition the doctor repairs, fixed here so the
      *    restored list accepts adds immediately.
