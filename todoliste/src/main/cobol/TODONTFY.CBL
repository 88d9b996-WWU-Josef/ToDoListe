      *    appends one line per event to a per-person outbox file
      *    (outbox-<user>.out) keyed by the assignee's login name,
      *    the same REMOTE_USER names ITEM-ASSIGNED-TO already
      *    carries.  Everyone watching the item in the list's .watch
      *    file gets the same line in their own outbox - each person
      *    once per event, however they come to be on it, and never
      *    the person who made the change.  The morning mail script
      *    picks the outboxes up and sends them.
      *    Each list carries a <name>.ntfy checkpoint holding how
      *    many journal records previous runs have consumed; this
      *    run skips that many and advances the checkpoint only
      *    after the list's tail is processed, so a crashed run
      *    resumes where it stopped instead of re-notifying the
      *    whole journal.  TODOCMPT only ever archives lines this
      *    count already covers, and lowers it by as many as it
      *    takes out of the journal, so the count always lands on
      *    the first line not yet notified.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         SELECT OUTBOX-FILE ASSIGN TO DYNAMIC WS-OUTBOX-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OUTBOX-STATUS.
         SELECT WATCH-FILE ASSIGN TO DYNAMIC WS-WATCH-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
          FD OUTBOX-FILE.
          01 OUTBOX-RECORD PIC X(120).
      *   The list's item watchers (see TODOLISTE's watch FD).
          FD WATCH-FILE.
          01 WATCH-RECORD.
             05 WATCH-ITEM-ID PIC 9(5).
             05 WATCH-USER PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-CHECKPOINT-STATUS PIC 99.
       01 WS-OUTBOX-FILENAME PIC X(40).
       01 WS-OUTBOX-STATUS PIC 99.
       01 WS-WATCH-FILENAME PIC X(40).
       01 WS-WATCH-STATUS PIC 99.
       01 WS-WATCH-EOF PIC X(01).
       01 WS-LIST-NAME PIC X(20).
       01 WS-EOF PIC X(01).
           88 AT-EOF VALUE 'Y'.
       01 WS-ITEM-FOUND PIC X(01).
           88 ITEM-STILL-LIVE VALUE 'Y'.
       01 WS-ITEM-CONTENT PIC X(35).
       01 WS-ITEM-DUE-DATE PIC X(08).
      *  Everyone one event goes to: the assignee and the item's
      *  watchers, each login once.
       01 WS-RECIPIENT-COUNT PIC 9(03).
       01 WS-RECIPIENT-TABLE.
           05 WS-RECIPIENT PIC X(08) OCCURS 200.
       01 WS-RECIPIENT-SCAN PIC 9(03).
       01 WS-RECIPIENT-FOUND PIC X(01).
           88 ALREADY-A-RECIPIENT VALUE 'Y'.
       01 WS-OUTBOX-LINE PIC X(120).
       01 WS-TOTAL-NOTICES PIC 9(5) VALUE 0.
       01 WS-TODAY PIC X(08).
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '.ntfy' DELIMITED BY SIZE
                 INTO WS-CHECKPOINT-FILENAME
               MOVE SPACES TO WS-WATCH-FILENAME
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '.watch' DELIMITED BY SIZE
                 INTO WS-WATCH-FILENAME
               PERFORM READ-CHECKPOINT
               PERFORM SWEEP-LIST-JOURNAL
           END-IF
      *    Which events are worth a morning mail:
      *      assignitem - the journal's after-image is the new
      *        assignee, so the routing is right on the record;
      *      complete   - someone checked off an item;
      *      approve / reject - an owner has answered a sign-off;
      *        the assignee hears whether the work stands or comes
      *        back (the reason is in the item's notes);
      *      edit / recur-add - the item was changed, or a recurring
      *        item's next occurrence was scheduled; both carry the
      *        due date from the item image, so a re-dated item says
      *        when it is now due;
      *      moveitem / copyitem - the receiving list's journal gets
      *        the entry with a blank before-image; the source
      *        list's move entry carries 'TO <list>' and is skipped
      *        here so one move does not notify twice.
      *    For everything but assignitem the assignee is looked up
      *    on the live record; an item already cleared away has no
      *    assignee to route to, but its watchers still hear.  The
      *    journal's JNL-USER says who acted, and that login is left
      *    off - nobody is told about their own change.
       NOTIFY-ONE-JOURNAL-RECORD SECTION.
           MOVE SPACES TO WS-NOTIFY-USER
           MOVE SPACES TO WS-NOTIFY-KIND
           MOVE SPACES TO WS-ITEM-DUE-DATE
           EVALUATE TRUE
           WHEN JNL-ACTION = 'assignitem'
               MOVE JNL-AFTER(1:8) TO WS-NOTIFY-USER
           WHEN JNL-ACTION = 'complete'
               PERFORM LOOK-UP-ITEM-ASSIGNEE
               MOVE 'COMPLETED' TO WS-NOTIFY-KIND
           WHEN JNL-ACTION = 'approve'
               PERFORM LOOK-UP-ITEM-ASSIGNEE
               MOVE 'APPROVED' TO WS-NOTIFY-KIND
           WHEN JNL-ACTION = 'reject'
               PERFORM LOOK-UP-ITEM-ASSIGNEE
               MOVE 'REJECTED' TO WS-NOTIFY-KIND
           WHEN JNL-ACTION = 'edit'
               PERFORM LOOK-UP-ITEM-ASSIGNEE
               MOVE 'CHANGED' TO WS-NOTIFY-KIND
               MOVE JNL-ITEM-IMAGE(43:8) TO WS-ITEM-DUE-DATE
           WHEN JNL-ACTION = 'recur-add'
               PERFORM LOOK-UP-ITEM-ASSIGNEE
               MOVE 'RESCHEDULED' TO WS-NOTIFY-KIND
               MOVE JNL-ITEM-IMAGE(43:8) TO WS-ITEM-DUE-DATE
           WHEN (JNL-ACTION = 'moveitem'
                   OR JNL-ACTION = 'copyitem')
                  AND JNL-BEFORE = SPACES
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-NOTIFY-KIND NOT = SPACES
               MOVE 0 TO WS-RECIPIENT-COUNT
               PERFORM ADD-ONE-RECIPIENT
               PERFORM ADD-ITEM-WATCHERS
               PERFORM VARYING WS-RECIPIENT-SCAN FROM 1 BY 1
                         UNTIL WS-RECIPIENT-SCAN > WS-RECIPIENT-COUNT
                   MOVE WS-RECIPIENT (WS-RECIPIENT-SCAN)
                     TO WS-NOTIFY-USER
                   PERFORM APPEND-OUTBOX-LINE
               END-PERFORM
           END-IF
          EXIT.

      *    WS-NOTIFY-USER joins the event's recipients unless it is
      *    blank, is the person who made the change, or is on the
      *    list already.
       ADD-ONE-RECIPIENT SECTION.
           MOVE 'N' TO WS-RECIPIENT-FOUND
           PERFORM VARYING WS-RECIPIENT-SCAN FROM 1 BY 1
                     UNTIL WS-RECIPIENT-SCAN > WS-RECIPIENT-COUNT
               IF WS-RECIPIENT (WS-RECIPIENT-SCAN) = WS-NOTIFY-USER
                   MOVE 'Y' TO WS-RECIPIENT-FOUND
               END-IF
           END-PERFORM
           IF WS-NOTIFY-USER NOT = SPACES
                AND WS-NOTIFY-USER NOT = JNL-USER
                AND NOT ALREADY-A-RECIPIENT
                AND WS-RECIPIENT-COUNT < 200
               ADD 1 TO WS-RECIPIENT-COUNT
               MOVE WS-NOTIFY-USER TO WS-RECIPIENT (WS-RECIPIENT-COUNT)
           END-IF
          EXIT.

      *    The item's watchers as they stand at this run - moves,
      *    copies and recurrences have carried them to the id the
      *    event names.
       ADD-ITEM-WATCHERS SECTION.
           IF JNL-ITEM-ID IS NUMERIC
               MOVE 'N' TO WS-WATCH-EOF
               OPEN INPUT WATCH-FILE
               IF WS-WATCH-STATUS NOT = 35
                   PERFORM UNTIL WS-WATCH-EOF = 'Y'
                       READ WATCH-FILE
                          AT END MOVE 'Y' TO WS-WATCH-EOF
                          NOT AT END
                             IF WATCH-ITEM-ID = JNL-ITEM-ID
                                 MOVE WATCH-USER TO WS-NOTIFY-USER
                                 PERFORM ADD-ONE-RECIPIENT
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WATCH-FILE
               END-IF
           END-IF
          EXIT.

      *    One outbox per person, append-only; the mail script
      *    empties them after sending.  The .out suffix keeps the
      *    outboxes clear of everything that discovers lists from
      *    the *.txt names.  A due date, where the event has one,
      *    goes in a fixed column past the longest list name and
      *    content, so the mail script finds it in one place.
       APPEND-OUTBOX-LINE SECTION.
           MOVE SPACES TO WS-OUTBOX-FILENAME
           STRING 'outbox-' DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-ITEM-CONTENT DELIMITED BY SIZE
             INTO WS-OUTBOX-LINE
           IF WS-ITEM-DUE-DATE NOT = SPACES
               MOVE ' DUE ' TO WS-OUTBOX-LINE(104:5)
               MOVE WS-ITEM-DUE-DATE TO WS-OUTBOX-LINE(109:8)
           END-IF
           WRITE OUTBOX-RECORD FROM WS-OUTBOX-LINE
           CLOSE OUTBOX-FILE
           ADD 1 TO WS-TOTAL-NOTICES
