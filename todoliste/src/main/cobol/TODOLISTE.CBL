         SELECT DEPSDIR-FILE ASSIGN TO DYNAMIC WS-DEPSDIR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPSDIR-STATUS.
         SELECT SIGNOFF-FILE ASSIGN TO DYNAMIC WS-SIGNOFF-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SIGNOFF-STATUS.
         SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BASE-STATUS.
         SELECT WATCH-FILE ASSIGN TO DYNAMIC WS-WATCH-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WATCH-STATUS.
         SELECT LISTDIR-FILE ASSIGN TO DYNAMIC WS-LISTDIR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LISTDIR-STATUS.
         SELECT SORT-WORK ASSIGN TO 'sortwork'.
       DATA DIVISION.
       FILE SECTION.
      *      existed read back with it blank, which replay treats as
      *      "cannot be replayed" rather than as an error.
             05 JNL-ITEM-IMAGE PIC X(111).
      *      Who made the change - the authenticated login, or the
      *      batch program's name for the unattended writers - and,
      *      on a move or copy, the list and id at the other end of
      *      the hop, so an item's history can be followed from list
      *      to list.  Journal lines written before these fields
      *      existed read back with them blank.
             05 JNL-USER PIC X(08).
             05 JNL-LINK-LIST PIC X(20).
             05 JNL-LINK-ID PIC X(05).
      *   Header line of TODOCMPT's reconciliation baseline: the
      *   span of years for which the list has archived journal,
      *   booking, note or step files.
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
          FD NOTES-FILE.
          01 NOTE-RECORD.
             05 NOTE-ITEM-ID PIC 9(5).
             05 STEP-SEQ PIC 9(3).
             05 STEP-STATUS PIC X(01).
             05 STEP-CONTENT PIC X(35).
      *   Categories whose completions need an owner's sign-off, one
      *   code per line.  A list with no .sgn file has no controlled
      *   categories: a completion is final, as it always was.
          FD SIGNOFF-FILE.
          01 SIGNOFF-RECORD.
             05 SIGNOFF-CATEGORY PIC X(08).
      *   Who follows an item besides its assignee: one line per
      *   login per item id.  TODONTFY sends each of them the same
      *   notices the assignee gets.  Like the notes and steps, no
      *   clear or archive action touches the file.
          FD WATCH-FILE.
          01 WATCH-RECORD.
             05 WATCH-ITEM-ID PIC 9(5).
             05 WATCH-USER PIC X(08).
          FD LISTDIR-FILE.
          01 LISTDIR-RECORD PIC X(60).
      *   Show/search results order by priority then due date, the
      *   ordering the display has always used - but through a real
      *   sort now instead of the bounded in-memory table, so a list
       01 WS-STEPTAB-SCAN PIC 9(4).
       01 WS-TGT-STEPS-FILENAME PIC X(40).
       01 WS-STEPS-HOLD-FILENAME PIC X(40).
       01 WS-WATCH-FILENAME PIC X(40).
       01 WS-WATCH-STATUS PIC 99.
       01 WS-WATCH-EOF PIC X(01).
       01 WS-WATCH-FOUND PIC X(01).
           88 WATCH-WAS-FOUND VALUE 'Y'.
       01 WS-WATCH-COUNT PIC 9(4).
       01 WS-WATCH-FROM-ID PIC 9(5).
       01 WS-WATCH-TO-ID PIC 9(5).
       01 WS-TGT-WATCH-FILENAME PIC X(40).
       01 WS-WATCH-HOLD-FILENAME PIC X(40).
      *  Whole-file image of the .watch file for unwatch and for
      *  carrying an item's watchers to its new id, under the same
      *  stop-rather-than-truncate rule as the step table.
       01 WS-WATCHTAB-COUNT PIC 9(4).
       01 WS-WATCHTAB-FULL PIC X(01).
           88 WATCH-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-WATCHTAB.
           05 WS-WATCHTAB-ENTRY OCCURS 2000.
               10 WS-WATCHTAB-ID PIC 9(5).
               10 WS-WATCHTAB-USER PIC X(08).
       01 WS-WATCHTAB-SCAN PIC 9(4).
       01 WS-ESCAPED-STEP PIC X(210).
       01 WS-STP-ESC-POS PIC 9(02).
       01 WS-STP-ESC-PTR PIC 9(03).
       01 WS-NEW-ROLE PIC X(01).
       01 WS-OLD-ROLE PIC X(01).
       01 WS-ACL-HOLD-FILENAME PIC X(40).
       01 WS-SIGNOFF-FILENAME PIC X(40).
       01 WS-SIGNOFF-STATUS PIC 99.
       01 WS-SIGNOFF-EOF PIC X(01).
       01 WS-SIGNOFF-NEEDED PIC X(01).
           88 SIGNOFF-IS-NEEDED VALUE 'Y'.
       01 WS-QUEUE-MATCH PIC X(01).
           88 QUEUE-MATCHED VALUE 'Y'.
       01 WS-TIME-EOF PIC X(01).
       01 WS-BOOKING-COUNT PIC 9(3).
       01 WS-BOOKED-CATEGORY PIC X(08).
       01 WS-JNL-BEFORE PIC X(35).
       01 WS-JNL-AFTER PIC X(35).
       01 WS-JNL-IMAGE PIC X(111).
       01 WS-JNL-LINK-LIST PIC X(20) VALUE SPACES.
       01 WS-JNL-LINK-ID PIC X(05) VALUE SPACES.
       01 WS-JNL-COUNT-ED PIC ZZZZ9.
       01 WS-TGT-LIST-NAME PIC X(20).
       01 WS-TGT-TDLIST-FILENAME PIC X(40).
       01 WS-ITEM-OVERDUE PIC X(01).
      *  Request block for the TODOCAL business-day subprogram.
       COPY TODOCALDATA.
      *  Request block for the TODODUPK duplicate-key subprogram,
      *  and the key of the content being added.
       COPY TODODUPKDATA.
       01 WS-DUP-NEW-KEY PIC X(35).
      *  Request block for the TODOFRZK maintenance-freeze subprogram.
       COPY TODOFRZKDATA.
       01 WS-ESCAPED-CONTENT PIC X(210).
       01 WS-ESC-POS PIC 9(03).
       01 WS-ESC-PTR PIC 9(03).
       01 WS-ESC-CHAR PIC X(01).
       01 WS-ESC-LEN PIC 9(03).
      *  The item history: the chain of (list, id) hops an item has
      *  lived under, origin first, and every journal entry found
      *  for it along that chain - collected once by the trace and
      *  then printed by the HTML and data twins.
       01 WS-HIST-SEGMENTS.
           05 WS-HIST-SEG OCCURS 20.
               10 WS-HIST-SEG-LIST PIC X(20).
               10 WS-HIST-SEG-ID PIC X(05).
               10 WS-HIST-SEG-READABLE PIC X(01).
       01 WS-HIST-SEG-COUNT PIC 9(02).
       01 WS-HIST-SEG-INDEX PIC 9(02).
       01 WS-HIST-SEG-SCAN PIC 9(02).
       01 WS-HIST-SEG-NEXT PIC 9(02).
       01 WS-HIST-BACK-SEGMENTS.
           05 WS-HIST-BACK OCCURS 20.
               10 WS-HIST-BACK-LIST PIC X(20).
               10 WS-HIST-BACK-ID PIC X(05).
               10 WS-HIST-BACK-READABLE PIC X(01).
       01 WS-HIST-BACK-COUNT PIC 9(02).
       01 WS-HIST-EVENTS.
           05 WS-HIST-EVENT OCCURS 300.
               10 WS-HEV-KIND PIC X(01).
               10 WS-HEV-LIST PIC X(20).
               10 WS-HEV-ID PIC X(05).
               10 WS-HEV-DATE PIC X(08).
               10 WS-HEV-TIME PIC X(06).
               10 WS-HEV-ACTION PIC X(14).
               10 WS-HEV-USER PIC X(08).
               10 WS-HEV-BEFORE PIC X(35).
               10 WS-HEV-AFTER PIC X(35).
       01 WS-HIST-EVENT-COUNT PIC 9(03).
       01 WS-HIST-EVENT-INDEX PIC 9(03).
       01 WS-HIST-TRUNCATED PIC X(01).
           88 HISTORY-TRUNCATED VALUE 'Y'.
       01 WS-HIST-EOF PIC X(01).
       01 WS-HIST-FILE-EOF PIC X(01).
      *  Which per-entry test a journal scan applies: the arrival
      *  on a list ('A'), a whole segment ('S'), or the receiving
      *  end of an old move ('M').
       01 WS-HIST-SCAN PIC X(01).
       01 WS-HIST-YEAR PIC 9(04).
       01 WS-HIST-FIRST-YEAR PIC 9(04).
       01 WS-HIST-LAST-YEAR PIC 9(04).
       01 WS-BASE-FILENAME PIC X(40).
       01 WS-BASE-STATUS PIC 99.
       01 WS-HIST-HOLD-JOURNAL PIC X(40).
       01 WS-HIST-CUR-LIST PIC X(20).
       01 WS-HIST-CUR-ID PIC X(05).
      *  The far end of a hop - where an arrival came from, or where
      *  a move went.
       01 WS-HIST-HOP-FOUND PIC X(01).
           88 HISTORY-HOP-FOUND VALUE 'Y'.
       01 WS-HIST-HOP-LIST PIC X(20).
       01 WS-HIST-HOP-ID PIC X(05).
       01 WS-HIST-HOP-CONTENT PIC X(35).
       01 WS-HIST-HOP-STAMP PIC X(14).
       01 WS-HIST-STAMP PIC X(14).
       01 WS-HIST-PRESENT PIC X(01).
       01 WS-HIST-LAST-STATUS PIC X(01).
      *  Where the item ended up, as of the last segment read.
       01 WS-HIST-FATE PIC X(01).
           88 HISTORY-ITEM-LIVE VALUE 'L'.
           88 HISTORY-ITEM-CLEARED VALUE 'C'.
           88 HISTORY-ITEM-DELETED VALUE 'D'.
           88 HISTORY-ITEM-MOVED VALUE 'M'.
           88 HISTORY-ITEM-WITHHELD VALUE 'W'.
       01 WS-HIST-FATE-LIST PIC X(20).
       01 WS-HIST-FATE-ID PIC X(05).
       01 WS-HIST-FATE-DATE PIC X(08).
       01 WS-HIST-ARCHIVE-NAME PIC X(45).
       01 WS-HIST-ARCHIVE-FOUND PIC X(01).
           88 HISTORY-ARCHIVE-FOUND VALUE 'Y'.
       01 WS-HIST-BEFORE-ESC PIC X(210).
       01 WS-HIST-BEFORE-LEN PIC 9(03).
      *  Bulk actions: what each ticked item came to, reported item
      *  by item once the whole batch has been through.
       01 WS-BULK-OUTCOMES.
           05 WS-BULK-OUTCOME OCCURS 50.
               10 WS-BULK-OUT-ID PIC 9(5).
               10 WS-BULK-OUT-RESULT PIC X(01).
                   88 BULK-ITEM-DONE VALUE 'D'.
               10 WS-BULK-OUT-TEXT PIC X(60).
       01 WS-BULK-INDEX PIC 9(02).
       01 WS-BULK-DONE-COUNT PIC 9(02).
       01 WS-BULK-REFUSED-COUNT PIC 9(02).
       01 WS-BULK-COUNT-ED PIC Z9.
       01 WS-BULK-REFUSED-ED PIC Z9.
       01 WS-BULK-HOLD-ACTION PIC X(14).
       01 WS-BULK-DONE-TEXT PIC X(60).
       01 WS-ITEM-BLOCKED PIC X(01).
           88 ITEM-IS-BLOCKED VALUE 'Y'.
      *  The tick box in front of every list row; the box belongs
      *  to the bulk action bar's form wherever the row is printed.
       01 WS-SELECT-BOX.
           05 FILLER PIC X(49) VALUE
              "<input type='checkbox' form='bulkform' name='sel'".
           05 FILLER PIC X(08) VALUE " value='".
           05 WS-SELECT-BOX-ID PIC 9(5).
           05 FILLER PIC X(36) VALUE
              "' onClick='event.stopPropagation()'>".
      *  Search across lists: the shell listing of every store and
      *  archive file, the list or archive being searched, and each
      *  match as it is reported.
       01 WS-LISTDIR-FILENAME PIC X(40).
       01 WS-LISTDIR-STATUS PIC 99.
       01 WS-LISTDIR-EOF PIC X(01).
       01 WS-LISTDIR-COMMAND PIC X(80).
       01 WS-GS-RUN-TIME PIC X(08).
       01 WS-GS-ARCH-MARK PIC 9(02).
       01 WS-GS-LIST-NAME PIC X(20).
       01 WS-GS-ARCH-STAMP PIC X(08).
       01 WS-GS-TEXT PIC X(200).
       01 WS-GS-TEXT-LEN PIC 9(03).
       01 WS-GS-SCAN-POS PIC 9(03).
       01 WS-GS-LAST-POS PIC 9(03).
       01 WS-GS-ITEM-ID PIC 9(05).
       01 WS-GS-ITEM-FOUND PIC X(01).
           88 SEARCH-ITEM-FOUND VALUE 'Y'.
       01 WS-GS-WHERE PIC X(07).
       01 WS-GS-WHERE-REF PIC X(08).
       01 WS-GS-STATUS-TEXT PIC X(17).
       01 WS-GS-HIT-COUNT PIC 9(03).
       01 WS-GS-TRUNCATED PIC X(01).
           88 SEARCH-TRUNCATED VALUE 'Y'.
       LINKAGE SECTION.
        COPY TODOACTIONS.
        COPY TODOITEM.
      *    journaled, so "who keeps trying to clear Payroll" is
      *    answerable from evidence.
           PERFORM DETERMINE-NEEDED-ACCESS
      *    The search across lists names no one list - it clears
      *    each list it reaches against that list's own .acl as it
      *    goes, so there is nothing to gate here.
           IF ACTION-GLOBALSEARCH
               MOVE 'Y' TO WS-ACCESS-OK
           ELSE
               PERFORM CHECK-LIST-ACCESS
           END-IF
           IF NOT LIST-ACCESS-OK
               SET RESULT-ERROR TO TRUE
               MOVE 'Not authorized for this list' TO RESULT-MESSAGE
               END-IF
               GOBACK
           END-IF
      *    While a maintenance freeze is on the list, every action
      *    that would write to it is turned away with the freeze's
      *    reason - a restore or rekey working through the lists
      *    must not be raced by a change it is about to overwrite.
      *    Watching writes the list's .watch, so it is held too;
      *    looking at the list is not.
           IF WS-ACCESS-NEEDED NOT = 'R'
                OR ACTION-WATCH OR ACTION-UNWATCH
               MOVE WS-LIST-NAME TO FRZ-LIST-IN
               PERFORM REFUSE-IF-FROZEN
               IF FRZ-LIST-FROZEN
                   SET RESULT-ERROR TO TRUE
                   MOVE FRZ-NOTICE-OUT TO RESULT-MESSAGE
                   GOBACK
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN ACTION-SHOW OR ACTION-SEARCH OR ACTION-APPROVALS
              PERFORM DISPLAY-SORTED-TODOLIST
           WHEN ACTION-GLOBALSEARCH
              PERFORM SEARCH-ALL-LISTS
           WHEN ACTION-LISTARCHIVES
              PERFORM LIST-ARCHIVE-FILES
           WHEN ACTION-SHOWARCHIVE
              ELSE
                  PERFORM SHOW-ITEM-DETAIL
              END-IF
           WHEN ACTION-HISTORY
              PERFORM TRACE-ITEM-HISTORY
              IF PARM-FORMAT-DATA
                  PERFORM SHOW-ITEM-HISTORY-DATA
              ELSE
                  PERFORM SHOW-ITEM-HISTORY
              END-IF
           WHEN ACTION-ADD OR ACTION-DELETE
                 OR ACTION-DELETEITEM OR ACTION-COMPLETE
                 OR ACTION-EDIT OR ACTION-UNDODELETE
                 OR ACTION-BLOCKITEM OR ACTION-BOOKTIME
                 OR ACTION-SETACCESS
                 OR ACTION-ADDSTEP OR ACTION-TOGGLESTEP
                 OR ACTION-APPROVE OR ACTION-REJECT
                 OR ACTION-BULK
                 OR ACTION-WATCH OR ACTION-UNWATCH
              PERFORM ACQUIRE-LOCK
              IF LOCK-ACQUIRED
                 EVALUATE TRUE
                    PERFORM ADD-ITEM-STEP
                 WHEN ACTION-TOGGLESTEP
                    PERFORM TOGGLE-ITEM-STEP
                 WHEN ACTION-APPROVE
                    PERFORM APPROVE-ITEM
                 WHEN ACTION-REJECT
                    PERFORM REJECT-ITEM
                 WHEN ACTION-BULK
                    PERFORM APPLY-BULK-ACTION
                 WHEN ACTION-WATCH
                    PERFORM WATCH-ITEM
                 WHEN ACTION-UNWATCH
                    PERFORM UNWATCH-ITEM
                 END-EVALUATE
      *          Watching is done from the detail page, so that is
      *          where the answer goes back to.
                 IF RESULT-OK
                    IF ACTION-WATCH OR ACTION-UNWATCH
                       IF PARM-FORMAT-DATA
                           PERFORM SHOW-ITEM-DETAIL-DATA
                       ELSE
                           PERFORM SHOW-ITEM-DETAIL
                       END-IF
                    ELSE
                       PERFORM DISPLAY-SORTED-TODOLIST
                    END-IF
                 END-IF
                 PERFORM RELEASE-LOCK
              ELSE
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.steps' DELIMITED BY SIZE
             INTO WS-STEPS-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.sgn' DELIMITED BY SIZE
             INTO WS-SIGNOFF-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.watch' DELIMITED BY SIZE
             INTO WS-WATCH-FILENAME
          EXIT.

      *    What the request is about to do decides the access it
      *    needs: the viewing actions read, managing the .acl and
      *    signing off a controlled completion take the owner, and
      *    everything else writes.  Watching an item changes nothing
      *    on it, so anyone who may read the list may follow it.
       DETERMINE-NEEDED-ACCESS SECTION.
           EVALUATE TRUE
           WHEN ACTION-SHOW OR ACTION-SEARCH OR ACTION-SHOWDETAIL
                 OR ACTION-LISTARCHIVES OR ACTION-SHOWARCHIVE
                 OR ACTION-HISTORY OR ACTION-APPROVALS
                 OR ACTION-WATCH OR ACTION-UNWATCH
                 OR ACTION-GLOBALSEARCH
               MOVE 'R' TO WS-ACCESS-NEEDED
           WHEN ACTION-SETACCESS OR ACTION-APPROVE OR ACTION-REJECT
               MOVE 'O' TO WS-ACCESS-NEEDED
           WHEN OTHER
               MOVE 'W' TO WS-ACCESS-NEEDED
           CLOSE ACL-FILE
          EXIT.

      *    The same request arriving twice is the commonest way one
      *    piece of work ends up tracked twice, so an add whose
      *    content matches a pending item (ignoring case and extra
      *    blanks - see TODODUPK) is held back with the other item's
      *    id and a confirm form; the confirmed re-post adds it.
       ADD-NEW-TODO-ITEM SECTION.
           SET RESULT-OK TO TRUE
           MOVE SPACES TO RESULT-MESSAGE
           MOVE 0 TO PARM-DUPLICATE-ID
           IF NOT PARM-DUPLICATE-CONFIRMED
               PERFORM FIND-PENDING-DUPLICATE
           END-IF
           IF PARM-DUPLICATE-ID > 0
               PERFORM OFFER-DUPLICATE-CONFIRM
           ELSE
               PERFORM STORE-NEW-TODO-ITEM
           END-IF
          EXIT.

      *    A pending item is anything not yet complete - one waiting
      *    for sign-off is still the same piece of work.  A list
      *    that cannot be read has no duplicates to report; the add
      *    itself will say why the store is unusable.
       FIND-PENDING-DUPLICATE SECTION.
           MOVE NEW-TODO-ITEM TO DUP-CONTENT-IN
           CALL 'TODODUPK' USING DUPLICATE-KEY-REQUEST
           MOVE DUP-KEY-OUT TO WS-DUP-NEW-KEY
           IF WS-DUP-NEW-KEY NOT = SPACES
               MOVE 'N' TO WS-EOF
               OPEN INPUT TDLIST
               IF WS-TDLIST-STATUS < 10
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ TDLIST NEXT RECORD
                          AT END MOVE 'Y' TO WS-EOF
                          NOT AT END
                             IF ITEM-STATUS IN TDLIST-FILE NOT = 'C'
                                 MOVE ITEM-CONTENT IN TDLIST-FILE
                                   TO DUP-CONTENT-IN
                                 CALL 'TODODUPK'
                                   USING DUPLICATE-KEY-REQUEST
                                 IF DUP-KEY-OUT = WS-DUP-NEW-KEY
                                     MOVE ITEM-ID IN TDLIST-FILE
                                       TO PARM-DUPLICATE-ID
                                     MOVE 'Y' TO WS-EOF
                                 END-IF
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TDLIST
               END-IF
           END-IF
          EXIT.

      *    The confirm form re-posts every field the add form sent,
      *    plus confirm=Y; the content goes back through the same
      *    escaping the list display uses.  Data-format callers get
      *    only the refusal and re-send with confirm themselves.
       OFFER-DUPLICATE-CONFIRM SECTION.
           SET RESULT-ERROR TO TRUE
           MOVE SPACES TO RESULT-MESSAGE
           STRING 'Possible duplicate of item ' DELIMITED BY SIZE
                  PARM-DUPLICATE-ID DELIMITED BY SIZE
                  ' - not added' DELIMITED BY SIZE
             INTO RESULT-MESSAGE
           IF NOT PARM-FORMAT-DATA
               MOVE NEW-TODO-ITEM TO ITEM-CONTENT IN WS-TDLIST
               PERFORM ESCAPE-ITEM-CONTENT
               DISPLAY "<p class='notice'>Item " PARM-DUPLICATE-ID
                       " on this list is still pending with the"
                       " same text.</p>"
               DISPLAY "<form class='bar' method='post'>"
               DISPLAY "<input type='hidden' name='action'"
                       " value='add'>"
               DISPLAY "<input type='hidden' name='list' value='"
                       FUNCTION TRIM(WS-LIST-NAME) "'>"
               DISPLAY "<input type='hidden' name='content' value='"
                       WS-ESCAPED-CONTENT(1:WS-ESC-LEN) "'>"
               IF PARM-PRIORITY > 0
                   DISPLAY "<input type='hidden' name='priority'"
                           " value='" PARM-PRIORITY "'>"
               END-IF
               DISPLAY "<input type='hidden' name='duedate' value='"
                       PARM-DUE-DATE "'>"
               DISPLAY "<input type='hidden' name='startdate'"
                       " value='" PARM-START-DATE "'>"
               DISPLAY "<input type='hidden' name='category' value='"
                       FUNCTION TRIM(PARM-CATEGORY) "'>"
               DISPLAY "<input type='hidden' name='recur' value='"
                       PARM-RECUR-RULE "'>"
               DISPLAY "<input type='hidden' name='assignee' value='"
                       FUNCTION TRIM(PARM-ASSIGNEE) "'>"
               DISPLAY "<input type='hidden' name='confirm'"
                       " value='Y'>"
               DISPLAY "<input type='submit' value='Add anyway'>"
               DISPLAY "</form>"
           END-IF
          EXIT.

       STORE-NEW-TODO-ITEM SECTION.
           PERFORM GET-NEXT-ITEM-ID

           IF PARM-PRIORITY = ZERO
      *    "who did what, when" on a shared list is answerable from
      *    evidence instead of memory.  Callers fill the WS-JNL-*
      *    fields, all of which run through the same lock the write
      *    itself holds, so journal order is write order.  The login
      *    is stamped on every record; the link to the other list
      *    is only set by the transfer paths, and is cleared once
      *    written so it never leaks onto the next record.
       WRITE-JOURNAL-RECORD SECTION.
           ACCEPT WS-JNL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JNL-TIME FROM TIME
           MOVE WS-JNL-BEFORE TO JNL-BEFORE
           MOVE WS-JNL-AFTER TO JNL-AFTER
           MOVE WS-JNL-IMAGE TO JNL-ITEM-IMAGE
           MOVE PARM-USER-ID TO JNL-USER
           MOVE WS-JNL-LINK-LIST TO JNL-LINK-LIST
           MOVE WS-JNL-LINK-ID TO JNL-LINK-ID
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           MOVE SPACES TO WS-JNL-LINK-LIST WS-JNL-LINK-ID
          EXIT.

      *    Item identity is assigned once here from a persistent
           END-IF
          EXIT.

      *    Bulk actions: one operation over every item ticked on the
      *    list view, all under the one hold of the list's .lck the
      *    mainline has already taken.  Each item goes through the
      *    same section its single action uses, so it gets its own
      *    journal record and meets the same rules; a refusal is
      *    noted against that item and the rest carry on, and what
      *    became of every item is reported before the list is shown
      *    again.  TODO-ACTION carries the item-level action while
      *    the batch runs, since those sections journal under it.
       APPLY-BULK-ACTION SECTION.
           MOVE 0 TO WS-BULK-DONE-COUNT
           MOVE 0 TO WS-BULK-REFUSED-COUNT
           PERFORM CHECK-BULK-REQUEST
           IF RESULT-OK
               MOVE TODO-ACTION TO WS-BULK-HOLD-ACTION
               MOVE PARM-BULK-OP TO TODO-ACTION
               PERFORM VARYING WS-BULK-INDEX FROM 1 BY 1
                         UNTIL WS-BULK-INDEX > PARM-BULK-COUNT
                   PERFORM APPLY-BULK-TO-ONE-ITEM
               END-PERFORM
               MOVE WS-BULK-HOLD-ACTION TO TODO-ACTION
               SET RESULT-OK TO TRUE
               MOVE SPACES TO RESULT-MESSAGE
               PERFORM SHOW-BULK-OUTCOME
           END-IF
          EXIT.

      *    The request is checked as a whole before any item is
      *    touched: something must be ticked, the operation must be
      *    one the bar offers, and its value one every item could
      *    take - a bad priority or a missing target is the
      *    request's fault, not fifty separate refusals.  A blank
      *    assignee means the requester, as it does for a single
      *    assign; a blank category clears it.
       CHECK-BULK-REQUEST SECTION.
           IF PARM-BULK-COUNT = 0
               SET RESULT-ERROR TO TRUE
               MOVE 'No items selected' TO RESULT-MESSAGE
           ELSE
           IF NOT (PARM-BULK-COMPLETE OR PARM-BULK-ASSIGN
                   OR PARM-BULK-PRIORITY OR PARM-BULK-CATEGORY
                   OR PARM-BULK-MOVE)
               SET RESULT-ERROR TO TRUE
               MOVE 'Unknown bulk action' TO RESULT-MESSAGE
           ELSE
               EVALUATE TRUE
               WHEN PARM-BULK-ASSIGN
                   MOVE PARM-BULK-VALUE(1:8) TO PARM-ASSIGNEE
                   IF PARM-ASSIGNEE = SPACES
                       MOVE PARM-USER-ID TO PARM-ASSIGNEE
                   END-IF
               WHEN PARM-BULK-PRIORITY
                   IF PARM-BULK-VALUE(1:1) IS NOT NUMERIC
                        OR PARM-BULK-VALUE(1:1) = '0'
                        OR PARM-BULK-VALUE(2:19) NOT = SPACES
                       SET RESULT-ERROR TO TRUE
                       MOVE 'Priority must be 1-9' TO RESULT-MESSAGE
                   END-IF
               WHEN PARM-BULK-MOVE
                   MOVE PARM-BULK-VALUE TO PARM-TARGET-LIST
                   IF PARM-TARGET-LIST = SPACES
                       SET RESULT-ERROR TO TRUE
                       MOVE 'No target list named' TO RESULT-MESSAGE
                   ELSE
                   IF PARM-TARGET-LIST = WS-LIST-NAME
                       SET RESULT-ERROR TO TRUE
                       MOVE 'Target list is the source list'
                         TO RESULT-MESSAGE
                   END-IF
                   END-IF
               END-EVALUATE
           END-IF
           END-IF
          EXIT.

       APPLY-BULK-TO-ONE-ITEM SECTION.
           SET RESULT-OK TO TRUE
           MOVE SPACES TO RESULT-MESSAGE
           MOVE SPACES TO WS-BULK-DONE-TEXT
           MOVE PARM-BULK-ID (WS-BULK-INDEX) TO ITEM-TO-DELETE
           EVALUATE TRUE
           WHEN PARM-BULK-COMPLETE
               PERFORM BULK-COMPLETE-ONE-ITEM
           WHEN PARM-BULK-ASSIGN
               PERFORM ASSIGN-ITEM
               STRING 'Assigned to ' DELIMITED BY SIZE
                      PARM-ASSIGNEE DELIMITED BY SPACE
                 INTO WS-BULK-DONE-TEXT
           WHEN PARM-BULK-PRIORITY
               PERFORM SET-ITEM-PRIORITY
               STRING 'Priority set to ' DELIMITED BY SIZE
                      PARM-BULK-VALUE(1:1) DELIMITED BY SIZE
                 INTO WS-BULK-DONE-TEXT
           WHEN PARM-BULK-CATEGORY
               PERFORM SET-ITEM-CATEGORY
               IF PARM-BULK-VALUE(1:8) = SPACES
                   MOVE 'Category cleared' TO WS-BULK-DONE-TEXT
               ELSE
                   STRING 'Category set to ' DELIMITED BY SIZE
                          PARM-BULK-VALUE(1:8) DELIMITED BY SPACE
                     INTO WS-BULK-DONE-TEXT
               END-IF
           WHEN PARM-BULK-MOVE
               PERFORM TRANSFER-ITEM-TO-LIST
               STRING 'Moved to ' DELIMITED BY SIZE
                      WS-TGT-LIST-NAME DELIMITED BY SPACE
                      ' as item ' DELIMITED BY SIZE
                      WS-NEXT-ID DELIMITED BY SIZE
                 INTO WS-BULK-DONE-TEXT
           END-EVALUATE
           MOVE ITEM-TO-DELETE TO WS-BULK-OUT-ID (WS-BULK-INDEX)
           IF RESULT-OK
               MOVE 'D' TO WS-BULK-OUT-RESULT (WS-BULK-INDEX)
               MOVE WS-BULK-DONE-TEXT
                 TO WS-BULK-OUT-TEXT (WS-BULK-INDEX)
               ADD 1 TO WS-BULK-DONE-COUNT
           ELSE
               MOVE 'R' TO WS-BULK-OUT-RESULT (WS-BULK-INDEX)
               MOVE RESULT-MESSAGE
                 TO WS-BULK-OUT-TEXT (WS-BULK-INDEX)
               ADD 1 TO WS-BULK-REFUSED-COUNT
           END-IF
          EXIT.

      *    The single complete's open-steps rule, plus one a single
      *    click does not need: a ticked item still waiting on an
      *    open blocker is left alone, so sweeping a page of rows
      *    done cannot carry the blocked ones along unnoticed.  An
      *    item already complete is refused rather than journaled
      *    complete a second time.  Sign-off still applies, and the
      *    item is reported as held when that is what happened.
       BULK-COMPLETE-ONE-ITEM SECTION.
           PERFORM READ-SOURCE-ITEM-FOR-TRANSFER
           IF RESULT-OK
               IF ITEM-STATUS IN WS-TDLIST = 'C'
                   SET RESULT-ERROR TO TRUE
                   MOVE 'Item is already complete' TO RESULT-MESSAGE
               ELSE
                   PERFORM COUNT-OPEN-STEPS
                   IF WS-OPEN-STEP-COUNT > 0
                       SET RESULT-ERROR TO TRUE
                       MOVE 'Item has open steps - finish them first'
                         TO RESULT-MESSAGE
                   ELSE
                       PERFORM CHECK-ITEM-BLOCKED
                       IF ITEM-IS-BLOCKED
                           SET RESULT-ERROR TO TRUE
                           MOVE 'Item is blocked - its blocker is open'
                             TO RESULT-MESSAGE
                       ELSE
                           PERFORM COMPLETE-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF RESULT-OK
               IF ITEM-STATUS IN WS-TDLIST = 'A'
                   MOVE 'Held for owner sign-off' TO WS-BULK-DONE-TEXT
               ELSE
                   MOVE 'Completed' TO WS-BULK-DONE-TEXT
               END-IF
           END-IF
          EXIT.

      *    Whether the item still waits on an open blocker - the
      *    same .deps reading the list's [blocked] mark comes from,
      *    for the one item.
       CHECK-ITEM-BLOCKED SECTION.
           MOVE 'N' TO WS-ITEM-BLOCKED
           MOVE 'N' TO WS-DEPS-EOF
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS NOT = 35
               PERFORM UNTIL WS-DEPS-EOF = 'Y'
                   READ DEPS-FILE
                      AT END MOVE 'Y' TO WS-DEPS-EOF
                      NOT AT END
                         IF DEP-ITEM-ID = ITEM-TO-DELETE
                             PERFORM CHECK-ONE-ITEM-BLOCKER
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPS-FILE
           END-IF
          EXIT.

       CHECK-ONE-ITEM-BLOCKER SECTION.
           MOVE DEP-BLOCKER-LIST TO WS-DEP-CHECK-LIST
           IF WS-DEP-CHECK-LIST = SPACES
               MOVE WS-LIST-NAME TO WS-DEP-CHECK-LIST
           END-IF
           MOVE DEP-BLOCKER-ID TO WS-DEP-CHECK-ID
           PERFORM CHECK-BLOCKER-OPEN
           IF BLOCKER-STILL-OPEN
               MOVE 'Y' TO WS-ITEM-BLOCKED
           END-IF
          EXIT.

      *    The bulk bar's priority and category changes, made the
      *    way ASSIGN-ITEM makes its change and journaled under
      *    'setpriority' - the action the batch reprioritise already
      *    writes - or 'setcategory', with the old and new value as
      *    before and after and the image for replay.
       SET-ITEM-PRIORITY SECTION.
           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS = 35
               SET RESULT-ERROR TO TRUE
               MOVE 'No item with that id' TO RESULT-MESSAGE
           ELSE
           IF WS-TDLIST-STATUS NOT < 10
               SET RESULT-ERROR TO TRUE
               MOVE 'List file cannot be read - run the doctor'
                 TO RESULT-MESSAGE
           ELSE
               MOVE ITEM-TO-DELETE TO ITEM-ID IN TDLIST-FILE
               READ TDLIST
                  INVALID KEY
                     SET RESULT-ERROR TO TRUE
                     MOVE 'No item with that id' TO RESULT-MESSAGE
                  NOT INVALID KEY
                     PERFORM STAMP-MODIFIED-TIMESTAMP
                     MOVE TODO-ACTION TO WS-JNL-ACTION
                     MOVE ITEM-ID IN TDLIST-FILE TO WS-JNL-ITEM-ID
                     MOVE ITEM-PRIORITY IN TDLIST-FILE
                       TO WS-JNL-BEFORE
                     MOVE PARM-BULK-VALUE(1:1) TO WS-JNL-AFTER
                     MOVE PARM-BULK-VALUE(1:1)
                       TO ITEM-PRIORITY IN TDLIST-FILE
                     MOVE WS-TODAY
                       TO ITEM-MODIFIED-DATE IN TDLIST-FILE
                     MOVE WS-NOW-TIME
                       TO ITEM-MODIFIED-TIME IN TDLIST-FILE
                     REWRITE TDLIST-FILE
                     MOVE TDLIST-FILE TO WS-JNL-IMAGE
                     PERFORM WRITE-JOURNAL-RECORD
               END-READ
               CLOSE TDLIST
           END-IF
           END-IF
          EXIT.

       SET-ITEM-CATEGORY SECTION.
           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS = 35
               SET RESULT-ERROR TO TRUE
               MOVE 'No item with that id' TO RESULT-MESSAGE
           ELSE
           IF WS-TDLIST-STATUS NOT < 10
               SET RESULT-ERROR TO TRUE
               MOVE 'List file cannot be read - run the doctor'
                 TO RESULT-MESSAGE
           ELSE
               MOVE ITEM-TO-DELETE TO ITEM-ID IN TDLIST-FILE
               READ TDLIST
                  INVALID KEY
                     SET RESULT-ERROR TO TRUE
                     MOVE 'No item with that id' TO RESULT-MESSAGE
                  NOT INVALID KEY
                     PERFORM STAMP-MODIFIED-TIMESTAMP
                     MOVE TODO-ACTION TO WS-JNL-ACTION
                     MOVE ITEM-ID IN TDLIST-FILE TO WS-JNL-ITEM-ID
                     MOVE ITEM-CATEGORY IN TDLIST-FILE
                       TO WS-JNL-BEFORE
                     MOVE PARM-BULK-VALUE(1:8) TO WS-JNL-AFTER
                     MOVE PARM-BULK-VALUE(1:8)
                       TO ITEM-CATEGORY IN TDLIST-FILE
                     MOVE WS-TODAY
                       TO ITEM-MODIFIED-DATE IN TDLIST-FILE
                     MOVE WS-NOW-TIME
                       TO ITEM-MODIFIED-TIME IN TDLIST-FILE
                     REWRITE TDLIST-FILE
                     MOVE TDLIST-FILE TO WS-JNL-IMAGE
                     PERFORM WRITE-JOURNAL-RECORD
               END-READ
               CLOSE TDLIST
           END-IF
           END-IF
          EXIT.

      *    What became of each ticked item, in the order ticked:
      *    done with what was done, or refused with the reason the
      *    single action would have given.  The data format gets
      *    one BULK| record per item ahead of the list records.
       SHOW-BULK-OUTCOME SECTION.
           MOVE WS-BULK-DONE-COUNT TO WS-BULK-COUNT-ED
           MOVE WS-BULK-REFUSED-COUNT TO WS-BULK-REFUSED-ED
           IF NOT PARM-FORMAT-DATA
               DISPLAY "<div class='bulk'><p>"
                       FUNCTION TRIM(WS-BULK-COUNT-ED) " done, "
                       FUNCTION TRIM(WS-BULK-REFUSED-ED)
                       " refused</p><ul>"
           END-IF
           PERFORM VARYING WS-BULK-INDEX FROM 1 BY 1
                     UNTIL WS-BULK-INDEX > PARM-BULK-COUNT
               IF PARM-FORMAT-DATA
                   IF BULK-ITEM-DONE (WS-BULK-INDEX)
                       DISPLAY "BULK|" WS-BULK-OUT-ID (WS-BULK-INDEX)
                               "|done|"
                               WS-BULK-OUT-TEXT (WS-BULK-INDEX)
                   ELSE
                       DISPLAY "BULK|" WS-BULK-OUT-ID (WS-BULK-INDEX)
                               "|refused|"
                               WS-BULK-OUT-TEXT (WS-BULK-INDEX)
                   END-IF
               ELSE
                   IF BULK-ITEM-DONE (WS-BULK-INDEX)
                       DISPLAY "<li>Item "
                               WS-BULK-OUT-ID (WS-BULK-INDEX) ": "
                               FUNCTION TRIM(
                                 WS-BULK-OUT-TEXT (WS-BULK-INDEX))
                               "</li>"
                   ELSE
                       DISPLAY "<li class='refused'>Item "
                               WS-BULK-OUT-ID (WS-BULK-INDEX)
                               ": refused - "
                               FUNCTION TRIM(
                                 WS-BULK-OUT-TEXT (WS-BULK-INDEX))
                               "</li>"
                   END-IF
               END-IF
           END-PERFORM
           IF NOT PARM-FORMAT-DATA
               DISPLAY "</ul></div>"
           END-IF
          EXIT.

      *    Moves or copies the identified item from this list into
      *    PARM-TARGET-LIST, keeping its content, priority, category
      *    and dates (a move is a handoff, not a re-key).  Both lists'
                   MOVE 'Not authorized for the target list'
                     TO RESULT-MESSAGE
               ELSE
      *        A frozen target is as closed to writes as a frozen
      *        source list.
               MOVE WS-TGT-LIST-NAME TO FRZ-LIST-IN
               PERFORM REFUSE-IF-FROZEN
               IF FRZ-LIST-FROZEN
                   SET RESULT-ERROR TO TRUE
                   MOVE SPACES TO RESULT-MESSAGE
                   STRING 'Target list frozen: ' DELIMITED BY SIZE
                          FRZ-REASON-OUT DELIMITED BY SIZE
                     INTO RESULT-MESSAGE
               ELSE
               PERFORM ACQUIRE-TARGET-LOCK
               IF TARGET-LOCK-HELD
                   PERFORM READ-SOURCE-ITEM-FOR-TRANSFER
                        AND TRANSFER-WRITTEN
                       PERFORM DELETE-TRANSFERRED-SOURCE-ITEM
                   END-IF
                   IF RESULT-OK AND ACTION-COPYITEM
                        AND TRANSFER-WRITTEN
                       PERFORM JOURNAL-TRANSFER-AT-SOURCE
                   END-IF
                   IF RESULT-OK AND TRANSFER-WRITTEN
                       PERFORM TRANSFER-ITEM-WATCHERS
                   END-IF
                   IF RESULT-OK AND TRANSFER-WRITTEN
                       PERFORM TRANSFER-ITEM-STEPS
                   END-IF
                     TO RESULT-MESSAGE
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
          EXIT.

      *    Asks TODOFRZK whether the list in FRZ-LIST-IN is frozen;
      *    when it is, the attempt is counted against the freeze
      *    window so its cost to users can be reported when the
      *    operator lifts it.
       REFUSE-IF-FROZEN SECTION.
           MOVE 'R' TO FRZ-FUNCTION
           MOVE 'todolist' TO FRZ-PROGRAM-IN
           MOVE PARM-USER-ID TO FRZ-USER-IN
           MOVE TODO-ACTION TO FRZ-ACTION-IN
           CALL 'TODOFRZK' USING FREEZE-REQUEST
          EXIT.

      *    Takes the target list's lock with the same bounded-retry
      *    protocol ACQUIRE-LOCK uses on the source, by repointing
      *    WS-LOCK-FILENAME at the target's .lck for the duration -
               MOVE WS-NEXT-ID TO WS-JNL-ITEM-ID
               MOVE SPACES TO WS-JNL-BEFORE
               MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-AFTER
               MOVE WS-LIST-NAME TO WS-JNL-LINK-LIST
               MOVE ITEM-TO-DELETE TO WS-JNL-LINK-ID
               PERFORM WRITE-JOURNAL-RECORD
               MOVE WS-SRC-HOLD-FILENAME TO WS-JOURNAL-FILENAME
           END-IF
               END-DELETE
               CLOSE TDLIST
           END-IF
           PERFORM JOURNAL-TRANSFER-AT-SOURCE
          EXIT.

      *    The sending list's record of a transfer: the content that
      *    left, 'TO <target>', and the id it was given there, so the
      *    item history can follow the hop in either direction.  A
      *    copy writes one too, though the item stays put - replay,
      *    reconciliation and notification all key on the receiving
      *    side's blank-before record and pass over this one.
       JOURNAL-TRANSFER-AT-SOURCE SECTION.
           MOVE TODO-ACTION TO WS-JNL-ACTION
           MOVE ITEM-TO-DELETE TO WS-JNL-ITEM-ID
           MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-BEFORE
           STRING 'TO ' DELIMITED BY SIZE
                  WS-TGT-LIST-NAME DELIMITED BY SPACE
             INTO WS-JNL-AFTER
           MOVE WS-TGT-LIST-NAME TO WS-JNL-LINK-LIST
           MOVE WS-NEXT-ID TO WS-JNL-LINK-ID
           PERFORM WRITE-JOURNAL-RECORD
          EXIT.

           END-IF
          EXIT.

      *    ACTION-WATCH puts the signed-in user on the item's
      *    watcher list in the list's .watch file, one more member
      *    of the .txt/.ctr/.lck/.undo/.jnl/.notes family; TODONTFY
      *    then sends them the item's notices along with the
      *    assignee.  Only a live item can be watched, and only by
      *    a login - an anonymous request has no outbox to send to.
       WATCH-ITEM SECTION.
           PERFORM CHECK-WATCH-REQUEST
           IF RESULT-OK
               PERFORM FIND-OWN-WATCH-ENTRY
               IF WATCH-WAS-FOUND
                   SET RESULT-ERROR TO TRUE
                   MOVE 'You are already watching this item'
                     TO RESULT-MESSAGE
               ELSE
                   OPEN EXTEND WATCH-FILE
                   IF WS-WATCH-STATUS = 35
                       CLOSE WATCH-FILE
                       OPEN OUTPUT WATCH-FILE
                   END-IF
                   MOVE ITEM-TO-DELETE TO WATCH-ITEM-ID
                   MOVE PARM-USER-ID TO WATCH-USER
                   WRITE WATCH-RECORD
                   CLOSE WATCH-FILE
               END-IF
           END-IF
          EXIT.

      *    ACTION-UNWATCH takes the signed-in user off the item's
      *    watchers by rewriting the .watch file without that one
      *    entry - and, like the step toggle, refuses outright when
      *    the file has outgrown the table rather than write back a
      *    truncated copy.
       UNWATCH-ITEM SECTION.
           PERFORM CHECK-WATCH-REQUEST
           IF RESULT-OK
               PERFORM LOAD-WHOLE-WATCH-FILE
               MOVE 'N' TO WS-WATCH-FOUND
               PERFORM VARYING WS-WATCHTAB-SCAN FROM 1 BY 1
                         UNTIL WS-WATCHTAB-SCAN > WS-WATCHTAB-COUNT
                   IF WS-WATCHTAB-ID (WS-WATCHTAB-SCAN)
                        = ITEM-TO-DELETE
                        AND WS-WATCHTAB-USER (WS-WATCHTAB-SCAN)
                              = PARM-USER-ID
                       MOVE 'Y' TO WS-WATCH-FOUND
                       MOVE 0 TO WS-WATCHTAB-ID (WS-WATCHTAB-SCAN)
                   END-IF
               END-PERFORM
               IF WATCH-TABLE-OVERFLOWED
                   SET RESULT-ERROR TO TRUE
                   MOVE 'Watcher file too large - call support'
                     TO RESULT-MESSAGE
               ELSE
               IF NOT WATCH-WAS-FOUND
                   SET RESULT-ERROR TO TRUE
                   MOVE 'You are not watching this item'
                     TO RESULT-MESSAGE
               ELSE
                   PERFORM REWRITE-WHOLE-WATCH-FILE
               END-IF
               END-IF
           END-IF
          EXIT.

       CHECK-WATCH-REQUEST SECTION.
           IF PARM-USER-ID = SPACES
               SET RESULT-ERROR TO TRUE
               MOVE 'Sign in to watch items' TO RESULT-MESSAGE
           ELSE
               OPEN INPUT TDLIST
               IF WS-TDLIST-STATUS = 35
                   SET RESULT-ERROR TO TRUE
                   MOVE 'No item with that id' TO RESULT-MESSAGE
               ELSE
               IF WS-TDLIST-STATUS NOT < 10
                   SET RESULT-ERROR TO TRUE
                   MOVE 'List file cannot be read - run the doctor'
                     TO RESULT-MESSAGE
               ELSE
                   MOVE ITEM-TO-DELETE TO ITEM-ID IN TDLIST-FILE
                   READ TDLIST
                      INVALID KEY
                         SET RESULT-ERROR TO TRUE
                         MOVE 'No item with that id'
                           TO RESULT-MESSAGE
                      NOT INVALID KEY
                         CONTINUE
                   END-READ
                   CLOSE TDLIST
               END-IF
               END-IF
           END-IF
          EXIT.

       FIND-OWN-WATCH-ENTRY SECTION.
           MOVE 'N' TO WS-WATCH-FOUND
           MOVE 'N' TO WS-WATCH-EOF
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = 35
               PERFORM UNTIL WS-WATCH-EOF = 'Y'
                   READ WATCH-FILE
                      AT END MOVE 'Y' TO WS-WATCH-EOF
                      NOT AT END
                         IF WATCH-ITEM-ID = ITEM-TO-DELETE
                              AND WATCH-USER = PARM-USER-ID
                             MOVE 'Y' TO WS-WATCH-FOUND
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-FILE
           END-IF
          EXIT.

       LOAD-WHOLE-WATCH-FILE SECTION.
           MOVE 0 TO WS-WATCHTAB-COUNT
           MOVE 'N' TO WS-WATCHTAB-FULL
           MOVE 'N' TO WS-WATCH-EOF
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = 35
               PERFORM UNTIL WS-WATCH-EOF = 'Y'
                   READ WATCH-FILE
                      AT END MOVE 'Y' TO WS-WATCH-EOF
                      NOT AT END
                         IF WS-WATCHTAB-COUNT = 2000
                             MOVE 'Y' TO WS-WATCHTAB-FULL
                         END-IF
                         IF NOT WATCH-TABLE-OVERFLOWED
                             ADD 1 TO WS-WATCHTAB-COUNT
                             MOVE WATCH-ITEM-ID TO
                               WS-WATCHTAB-ID (WS-WATCHTAB-COUNT)
                             MOVE WATCH-USER TO
                               WS-WATCHTAB-USER (WS-WATCHTAB-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-FILE
           END-IF
          EXIT.

      *    Entries whose id is zero have been dropped by an unwatch
      *    and are not written back.
       REWRITE-WHOLE-WATCH-FILE SECTION.
           OPEN OUTPUT WATCH-FILE
           PERFORM VARYING WS-WATCHTAB-SCAN FROM 1 BY 1
                     UNTIL WS-WATCHTAB-SCAN > WS-WATCHTAB-COUNT
               IF WS-WATCHTAB-ID (WS-WATCHTAB-SCAN) NOT = 0
                   MOVE WS-WATCHTAB-ID (WS-WATCHTAB-SCAN)
                     TO WATCH-ITEM-ID
                   MOVE WS-WATCHTAB-USER (WS-WATCHTAB-SCAN)
                     TO WATCH-USER
                   WRITE WATCH-RECORD
               END-IF
           END-PERFORM
           CLOSE WATCH-FILE
          EXIT.

      *    A moved or copied item keeps its followers: each watcher
      *    of the source id is added under the new id on the target
      *    list.  The source entries stay put even on a move - the
      *    source journal may still hold events for that id which
      *    TODONTFY has not sent yet, and the id is never issued
      *    again, so the old entries can mislead no one.
       TRANSFER-ITEM-WATCHERS SECTION.
           MOVE ITEM-TO-DELETE TO WS-WATCH-FROM-ID
           MOVE WS-NEXT-ID TO WS-WATCH-TO-ID
           MOVE SPACES TO WS-TGT-WATCH-FILENAME
           STRING WS-TGT-LIST-NAME DELIMITED BY SPACE
                  '.watch' DELIMITED BY SIZE
             INTO WS-TGT-WATCH-FILENAME
           PERFORM CARRY-ITEM-WATCHERS
          EXIT.

      *    Copies every watcher of WS-WATCH-FROM-ID in this list's
      *    .watch file to WS-WATCH-TO-ID in WS-TGT-WATCH-FILENAME -
      *    the target list's file on a transfer, this same file for
      *    a recurring item's next occurrence.  The source is read
      *    whole first, so the two may be one file.  The item has
      *    already landed when this runs; a source file past the
      *    table's size is reported rather than carried in part.
       CARRY-ITEM-WATCHERS SECTION.
           PERFORM LOAD-WHOLE-WATCH-FILE
           IF WATCH-TABLE-OVERFLOWED
               SET RESULT-ERROR TO TRUE
               MOVE 'Done, but watchers not carried - call support'
                 TO RESULT-MESSAGE
           ELSE
           MOVE 'N' TO WS-WATCH-FOUND
           PERFORM VARYING WS-WATCHTAB-SCAN FROM 1 BY 1
                     UNTIL WS-WATCHTAB-SCAN > WS-WATCHTAB-COUNT
               IF WS-WATCHTAB-ID (WS-WATCHTAB-SCAN) = WS-WATCH-FROM-ID
                   MOVE 'Y' TO WS-WATCH-FOUND
               END-IF
           END-PERFORM
           IF WATCH-WAS-FOUND
               MOVE WS-WATCH-FILENAME TO WS-WATCH-HOLD-FILENAME
               MOVE WS-TGT-WATCH-FILENAME TO WS-WATCH-FILENAME
               OPEN EXTEND WATCH-FILE
               IF WS-WATCH-STATUS = 35
                   CLOSE WATCH-FILE
                   OPEN OUTPUT WATCH-FILE
               END-IF
               PERFORM VARYING WS-WATCHTAB-SCAN FROM 1 BY 1
                         UNTIL WS-WATCHTAB-SCAN > WS-WATCHTAB-COUNT
                   IF WS-WATCHTAB-ID (WS-WATCHTAB-SCAN)
                        = WS-WATCH-FROM-ID
                       MOVE WS-WATCH-TO-ID TO WATCH-ITEM-ID
                       MOVE WS-WATCHTAB-USER (WS-WATCHTAB-SCAN)
                         TO WATCH-USER
                       WRITE WATCH-RECORD
                   END-IF
               END-PERFORM
               CLOSE WATCH-FILE
               MOVE WS-WATCH-HOLD-FILENAME TO WS-WATCH-FILENAME
           END-IF
           END-IF
          EXIT.

      *    ACTION-BLOCKITEM links the identified item to the item
      *    that must finish first - PARM-BLOCKER-ID on
      *    PARM-BLOCKER-LIST (blank means this list).  The link is
      *    one appended record in the list's .deps file, one more
      *    member of the .txt/.ctr/.lck/.undo/.jnl/.notes family;
      *    like the notes, no clear or archive action ever touches
      *    it, so a link outlives its items' trips through the
      *    archives.  "Blocked" is never stored on the item record -
      *    it is computed from the links whenever the item is shown,
      *    so a blocker completing unblocks its dependents with no
      *    further write anywhere.
       BLOCK-ITEM SECTION.
           MOVE PARM-BLOCKER-LIST TO WS-DEP-CHECK-LIST
           IF WS-DEP-CHECK-LIST = SPACES
               MOVE WS-LIST-NAME TO WS-DEP-CHECK-LIST
           END-IF
           IF PARM-BLOCKER-ID = ZERO
               SET RESULT-ERROR TO TRUE
               MOVE 'No blocker item named' TO RESULT-MESSAGE
           ELSE
           IF WS-DEP-CHECK-LIST = WS-LIST-NAME
                AND PARM-BLOCKER-ID = ITEM-TO-DELETE
               SET RESULT-ERROR TO TRUE
               MOVE 'An item cannot block itself' TO RESULT-MESSAGE
           ELSE
               OPEN INPUT TDLIST
               IF WS-TDLIST-STATUS = 35
                   SET RESULT-ERROR TO TRUE
                   MOVE 'No item with that id' TO RESULT-MESSAGE
               ELSE
               IF WS-TDLIST-STATUS NOT < 10
                   SET RESULT-ERROR TO TRUE
                   MOVE 'List file cannot be read - run the doctor'
                     TO RESULT-MESSAGE
               ELSE
                   MOVE ITEM-TO-DELETE TO ITEM-ID IN TDLIST-FILE
           PERFORM DISPLAY-ITEM-DEPS
           PERFORM DISPLAY-ITEM-NOTES
           PERFORM DISPLAY-ITEM-BOOKINGS
           PERFORM DISPLAY-ITEM-WATCHERS
           DISPLAY "</div>"
          EXIT.

               END-PERFORM
               CLOSE TIME-FILE
           END-IF
           MOVE 'N' TO PARM-WATCHING
           MOVE 'N' TO WS-WATCH-EOF
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = 35
               PERFORM UNTIL WS-WATCH-EOF = 'Y'
                   READ WATCH-FILE
                      AT END MOVE 'Y' TO WS-WATCH-EOF
                      NOT AT END
                         IF WATCH-ITEM-ID = ITEM-TO-DELETE
                             DISPLAY 'WATCHER|' WATCH-USER
                             IF WATCH-USER = PARM-USER-ID
                                 MOVE 'Y' TO PARM-WATCHING
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-FILE
           END-IF
          EXIT.

       DISPLAY-ONE-BLOCKER-DATA SECTION.
                   WS-DEP-CHECK-LIST '|' WS-DEP-STATE
          EXIT.

      *    The item history behind the detail page's history action.
      *    An id is only good on one list - a move gives the item a
      *    fresh id from the target's counter - so the trail is put
      *    together as a chain of (list, id) segments.  Going back,
      *    the arrival record on a list names the list and id the
      *    item came from, and so on to where it was first added;
      *    going forward, a move off a list names where it went.
      *    Each segment is read from that list's own journal, and
      *    only if the requester may read that list - a segment on
      *    a list they cannot see is shown as withheld and the walk
      *    goes no further that way.  Arrivals journalled before the
      *    link fields existed end the backward walk, since their
      *    origin was never recorded; an old move is still followed
      *    forward by matching the receiving list's arrival on
      *    content and time.  Journal lines TODOCMPT has rolled into
      *    the yearly archives are read there first, so a
      *    compaction does not shorten the history.
       TRACE-ITEM-HISTORY SECTION.
           MOVE WS-JOURNAL-FILENAME TO WS-HIST-HOLD-JOURNAL
           MOVE 0 TO WS-HIST-EVENT-COUNT
           MOVE 'N' TO WS-HIST-TRUNCATED
           MOVE 'L' TO WS-HIST-FATE
           MOVE SPACES TO WS-HIST-FATE-DATE WS-HIST-ARCHIVE-NAME
           MOVE 'N' TO WS-HIST-ARCHIVE-FOUND
           MOVE 1 TO WS-HIST-BACK-COUNT
           MOVE WS-LIST-NAME TO WS-HIST-BACK-LIST (1)
           MOVE ITEM-TO-DELETE TO WS-HIST-BACK-ID (1)
           MOVE 'Y' TO WS-HIST-BACK-READABLE (1)
           MOVE 'Y' TO WS-HIST-HOP-FOUND
           PERFORM UNTIL NOT HISTORY-HOP-FOUND
                      OR WS-HIST-BACK-COUNT = 20
               MOVE WS-HIST-BACK-LIST (WS-HIST-BACK-COUNT)
                 TO WS-HIST-CUR-LIST
               MOVE WS-HIST-BACK-ID (WS-HIST-BACK-COUNT)
                 TO WS-HIST-CUR-ID
               PERFORM FIND-HISTORY-ARRIVAL
               IF HISTORY-HOP-FOUND
                   ADD 1 TO WS-HIST-BACK-COUNT
                   MOVE WS-HIST-HOP-LIST
                     TO WS-HIST-BACK-LIST (WS-HIST-BACK-COUNT)
                   MOVE WS-HIST-HOP-ID
                     TO WS-HIST-BACK-ID (WS-HIST-BACK-COUNT)
                   PERFORM CHECK-HISTORY-LIST-ACCESS
                   MOVE WS-ACCESS-OK
                     TO WS-HIST-BACK-READABLE (WS-HIST-BACK-COUNT)
                   IF NOT LIST-ACCESS-OK
                       MOVE 'N' TO WS-HIST-HOP-FOUND
                   END-IF
               END-IF
           END-PERFORM
      *    The backward walk collected newest first; the segments
      *    are read oldest first so the entries come out in time
      *    order.
           MOVE 0 TO WS-HIST-SEG-COUNT
           PERFORM VARYING WS-HIST-SEG-SCAN FROM WS-HIST-BACK-COUNT
                     BY -1 UNTIL WS-HIST-SEG-SCAN = 0
               ADD 1 TO WS-HIST-SEG-COUNT
               MOVE WS-HIST-BACK (WS-HIST-SEG-SCAN)
                 TO WS-HIST-SEG (WS-HIST-SEG-COUNT)
           END-PERFORM
           MOVE 1 TO WS-HIST-SEG-INDEX
           PERFORM UNTIL WS-HIST-SEG-INDEX > WS-HIST-SEG-COUNT
               MOVE WS-HIST-SEG-LIST (WS-HIST-SEG-INDEX)
                 TO WS-HIST-CUR-LIST
               MOVE WS-HIST-SEG-ID (WS-HIST-SEG-INDEX)
                 TO WS-HIST-CUR-ID
               IF WS-HIST-SEG-READABLE (WS-HIST-SEG-INDEX) = 'Y'
                   PERFORM READ-HISTORY-SEGMENT
               ELSE
                   PERFORM ADD-WITHHELD-HISTORY-EVENT
                   MOVE 'W' TO WS-HIST-FATE
               END-IF
               MOVE WS-HIST-CUR-LIST TO WS-HIST-FATE-LIST
               MOVE WS-HIST-CUR-ID TO WS-HIST-FATE-ID
               ADD 1 TO WS-HIST-SEG-INDEX
           END-PERFORM
           IF HISTORY-ITEM-CLEARED
               PERFORM FIND-HISTORY-ARCHIVE
           END-IF
           MOVE WS-HIST-HOLD-JOURNAL TO WS-JOURNAL-FILENAME
          EXIT.

      *    The arrival record a move or copy leaves on the receiving
      *    list - blank before, the content after - carries the
      *    sending list and the id the item had there.
       FIND-HISTORY-ARRIVAL SECTION.
           MOVE 'N' TO WS-HIST-HOP-FOUND
           MOVE 'A' TO WS-HIST-SCAN
           PERFORM READ-HISTORY-JOURNALS
          EXIT.

       MATCH-HISTORY-ARRIVAL-ENTRY SECTION.
           IF JNL-ITEM-ID = WS-HIST-CUR-ID
                AND (JNL-ACTION = 'moveitem'
                     OR JNL-ACTION = 'copyitem')
                AND JNL-BEFORE = SPACES
               MOVE 'Y' TO WS-HIST-EOF
               IF JNL-LINK-LIST NOT = SPACES
                   MOVE 'Y' TO WS-HIST-HOP-FOUND
                   MOVE JNL-LINK-LIST TO WS-HIST-HOP-LIST
                   MOVE JNL-LINK-ID TO WS-HIST-HOP-ID
               END-IF
           END-IF
          EXIT.

      *    One segment's journal, collecting every entry for the
      *    item's id there and following the item's state as it
      *    goes - present or not, last known status - so a whole-
      *    list clear can be told apart from one that happened
      *    while the item was elsewhere or still pending.  A move
      *    off the last segment known so far extends the chain.
       READ-HISTORY-SEGMENT SECTION.
           MOVE 'N' TO WS-HIST-PRESENT
           MOVE SPACE TO WS-HIST-LAST-STATUS
           MOVE 'L' TO WS-HIST-FATE
           MOVE 'N' TO WS-HIST-HOP-FOUND
           MOVE SPACES TO WS-HIST-HOP-LIST WS-HIST-HOP-ID
           COMPUTE WS-HIST-SEG-NEXT = WS-HIST-SEG-INDEX + 1
           MOVE 'S' TO WS-HIST-SCAN
           PERFORM READ-HISTORY-JOURNALS
           IF HISTORY-HOP-FOUND
                AND WS-HIST-SEG-INDEX = WS-HIST-SEG-COUNT
                AND WS-HIST-SEG-COUNT < 20
                AND WS-HIST-HOP-LIST NOT = SPACES
               IF WS-HIST-HOP-ID = SPACES
                   PERFORM MATCH-HISTORY-MOVE-ARRIVAL
               END-IF
               IF WS-HIST-HOP-ID NOT = SPACES
                   ADD 1 TO WS-HIST-SEG-COUNT
                   MOVE WS-HIST-HOP-LIST
                     TO WS-HIST-SEG-LIST (WS-HIST-SEG-COUNT)
                   MOVE WS-HIST-HOP-ID
                     TO WS-HIST-SEG-ID (WS-HIST-SEG-COUNT)
                   PERFORM CHECK-HISTORY-LIST-ACCESS
                   MOVE WS-ACCESS-OK
                     TO WS-HIST-SEG-READABLE (WS-HIST-SEG-COUNT)
               END-IF
           END-IF
          EXIT.

      *    A copy leaves the original where it was, so on a list the
      *    backward walk reached through a copy the trail ends at
      *    the copy record that leads to the next segment - what
      *    happened to the original afterwards is its own history.
       TRACE-ONE-HISTORY-ENTRY SECTION.
           IF JNL-ITEM-ID = WS-HIST-CUR-ID
               PERFORM ADD-HISTORY-EVENT
               IF JNL-ITEM-IMAGE NOT = SPACES
                   MOVE JNL-ITEM-IMAGE(41:1) TO WS-HIST-LAST-STATUS
               END-IF
               EVALUATE TRUE
               WHEN JNL-ACTION = 'deleteitem'
                   MOVE 'N' TO WS-HIST-PRESENT
                   MOVE 'D' TO WS-HIST-FATE
                   MOVE JNL-DATE TO WS-HIST-FATE-DATE
               WHEN (JNL-ACTION = 'moveitem'
                     OR JNL-ACTION = 'copyitem')
                    AND JNL-AFTER(1:3) = 'TO '
                   IF WS-HIST-SEG-NEXT NOT > WS-HIST-SEG-COUNT
                       IF JNL-LINK-LIST
                            = WS-HIST-SEG-LIST (WS-HIST-SEG-NEXT)
                            AND JNL-LINK-ID
                            = WS-HIST-SEG-ID (WS-HIST-SEG-NEXT)
                           MOVE 'Y' TO WS-HIST-EOF
                       END-IF
                   END-IF
                   IF JNL-ACTION = 'moveitem'
                       MOVE 'N' TO WS-HIST-PRESENT
                       MOVE 'M' TO WS-HIST-FATE
                       MOVE JNL-DATE TO WS-HIST-FATE-DATE
                       MOVE 'Y' TO WS-HIST-HOP-FOUND
                       IF JNL-LINK-LIST NOT = SPACES
                           MOVE JNL-LINK-LIST TO WS-HIST-HOP-LIST
                       ELSE
                           MOVE JNL-AFTER(4:20) TO WS-HIST-HOP-LIST
                       END-IF
                       MOVE JNL-LINK-ID TO WS-HIST-HOP-ID
                       MOVE JNL-BEFORE TO WS-HIST-HOP-CONTENT
                       MOVE JNL-DATE TO WS-HIST-HOP-STAMP(1:8)
                       MOVE JNL-TIME TO WS-HIST-HOP-STAMP(9:6)
                   END-IF
               WHEN JNL-ACTION = 'denied'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-HIST-PRESENT
                   MOVE 'L' TO WS-HIST-FATE
                   IF JNL-ACTION = 'complete'
                        AND JNL-ITEM-IMAGE = SPACES
                       MOVE 'C' TO WS-HIST-LAST-STATUS
                   END-IF
               END-EVALUATE
           ELSE
      *        Whole-list clears are journalled against id 00000;
      *        they took this item with them only if it was there,
      *        and for a clear of completed items only if it was
      *        completed.
           IF JNL-ITEM-ID = '00000' AND WS-HIST-PRESENT = 'Y'
               IF JNL-ACTION = 'delete'
                    OR (JNL-ACTION = 'clearcompleted'
                        AND WS-HIST-LAST-STATUS = 'C')
                   PERFORM ADD-HISTORY-EVENT
                   MOVE 'N' TO WS-HIST-PRESENT
                   MOVE 'C' TO WS-HIST-FATE
                   MOVE JNL-DATE TO WS-HIST-FATE-DATE
               END-IF
           END-IF
           END-IF
          EXIT.

      *    A move journalled before the link fields existed only
      *    names the target list.  Its arrival there is the latest
      *    blank-before move record carrying the same content that
      *    is not later than the departure - the target side is
      *    always written first.
       MATCH-HISTORY-MOVE-ARRIVAL SECTION.
           MOVE WS-HIST-HOP-LIST TO WS-HIST-CUR-LIST
           MOVE 'M' TO WS-HIST-SCAN
           PERFORM READ-HISTORY-JOURNALS
          EXIT.

       MATCH-HISTORY-MOVE-ENTRY SECTION.
           MOVE JNL-DATE TO WS-HIST-STAMP(1:8)
           MOVE JNL-TIME TO WS-HIST-STAMP(9:6)
           IF JNL-ACTION = 'moveitem'
                AND JNL-BEFORE = SPACES
                AND JNL-AFTER = WS-HIST-HOP-CONTENT
                AND WS-HIST-STAMP NOT > WS-HIST-HOP-STAMP
               MOVE JNL-ITEM-ID TO WS-HIST-HOP-ID
           END-IF
          EXIT.

      *    Every scan reads the current list's whole journal in time
      *    order: the yearly archives its baseline header names,
      *    oldest first, then the live .jnl.  WS-HIST-EOF set by the
      *    per-entry test ends the scan early, across files.
       READ-HISTORY-JOURNALS SECTION.
           MOVE 9999 TO WS-HIST-FIRST-YEAR
           MOVE 0 TO WS-HIST-LAST-YEAR
           MOVE SPACES TO WS-BASE-FILENAME
           STRING WS-HIST-CUR-LIST DELIMITED BY SPACE
                  '.jbase' DELIMITED BY SIZE
             INTO WS-BASE-FILENAME
           OPEN INPUT BASE-FILE
           IF WS-BASE-STATUS < 10
               READ BASE-FILE
                  NOT AT END
                     IF BASE-KIND = 'H'
                         MOVE BASE-FIRST-YEAR TO WS-HIST-FIRST-YEAR
                         MOVE BASE-LAST-YEAR TO WS-HIST-LAST-YEAR
                     END-IF
               END-READ
               CLOSE BASE-FILE
           END-IF
           MOVE 'N' TO WS-HIST-EOF
           PERFORM VARYING WS-HIST-YEAR FROM WS-HIST-FIRST-YEAR BY 1
                     UNTIL WS-HIST-YEAR > WS-HIST-LAST-YEAR
                        OR WS-HIST-EOF = 'Y'
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING WS-HIST-CUR-LIST DELIMITED BY SPACE
                      '-jnl-' DELIMITED BY SIZE
                      WS-HIST-YEAR DELIMITED BY SIZE
                 INTO WS-JOURNAL-FILENAME
               PERFORM READ-ONE-HISTORY-JOURNAL
           END-PERFORM
           IF WS-HIST-EOF NOT = 'Y'
               PERFORM SET-HISTORY-JOURNAL-NAME
               PERFORM READ-ONE-HISTORY-JOURNAL
           END-IF
          EXIT.

       READ-ONE-HISTORY-JOURNAL SECTION.
           MOVE 'N' TO WS-HIST-FILE-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = 35
               PERFORM UNTIL WS-HIST-FILE-EOF = 'Y'
                          OR WS-HIST-EOF = 'Y'
                   READ JOURNAL-FILE
                      AT END MOVE 'Y' TO WS-HIST-FILE-EOF
                      NOT AT END
                         EVALUATE WS-HIST-SCAN
                         WHEN 'A'
                             PERFORM MATCH-HISTORY-ARRIVAL-ENTRY
                         WHEN 'S'
                             PERFORM TRACE-ONE-HISTORY-ENTRY
                         WHEN OTHER
                             PERFORM MATCH-HISTORY-MOVE-ENTRY
                         END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
          EXIT.

       SET-HISTORY-JOURNAL-NAME SECTION.
           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING WS-HIST-CUR-LIST DELIMITED BY SPACE
                  '.jnl' DELIMITED BY SIZE
             INTO WS-JOURNAL-FILENAME
          EXIT.

      *    Read access to another list on the chain is checked the
      *    way the transfer path checks the target - by repointing
      *    the ACL filename for the duration.
       CHECK-HISTORY-LIST-ACCESS SECTION.
           MOVE WS-ACL-FILENAME TO WS-ACL-HOLD-FILENAME
           MOVE SPACES TO WS-ACL-FILENAME
           STRING WS-HIST-HOP-LIST DELIMITED BY SPACE
                  '.acl' DELIMITED BY SIZE
             INTO WS-ACL-FILENAME
           MOVE 'R' TO WS-ACCESS-NEEDED
           PERFORM CHECK-LIST-ACCESS
           MOVE WS-ACL-HOLD-FILENAME TO WS-ACL-FILENAME
          EXIT.

       ADD-HISTORY-EVENT SECTION.
           IF WS-HIST-EVENT-COUNT < 300
               ADD 1 TO WS-HIST-EVENT-COUNT
               MOVE 'E' TO WS-HEV-KIND (WS-HIST-EVENT-COUNT)
               MOVE WS-HIST-CUR-LIST
                 TO WS-HEV-LIST (WS-HIST-EVENT-COUNT)
               MOVE WS-HIST-CUR-ID TO WS-HEV-ID (WS-HIST-EVENT-COUNT)
               MOVE JNL-DATE TO WS-HEV-DATE (WS-HIST-EVENT-COUNT)
               MOVE JNL-TIME TO WS-HEV-TIME (WS-HIST-EVENT-COUNT)
               MOVE JNL-ACTION TO WS-HEV-ACTION (WS-HIST-EVENT-COUNT)
               MOVE JNL-USER TO WS-HEV-USER (WS-HIST-EVENT-COUNT)
               MOVE JNL-BEFORE TO WS-HEV-BEFORE (WS-HIST-EVENT-COUNT)
               MOVE JNL-AFTER TO WS-HEV-AFTER (WS-HIST-EVENT-COUNT)
           ELSE
               MOVE 'Y' TO WS-HIST-TRUNCATED
           END-IF
          EXIT.

       ADD-WITHHELD-HISTORY-EVENT SECTION.
           IF WS-HIST-EVENT-COUNT < 300
               ADD 1 TO WS-HIST-EVENT-COUNT
               MOVE SPACES TO WS-HIST-EVENT (WS-HIST-EVENT-COUNT)
               MOVE 'W' TO WS-HEV-KIND (WS-HIST-EVENT-COUNT)
               MOVE WS-HIST-CUR-LIST
                 TO WS-HEV-LIST (WS-HIST-EVENT-COUNT)
               MOVE WS-HIST-CUR-ID TO WS-HEV-ID (WS-HIST-EVENT-COUNT)
           ELSE
               MOVE 'Y' TO WS-HIST-TRUNCATED
           END-IF
          EXIT.

      *    A cleared item went into that day's archive file; if the
      *    month-end job has since rolled the dailies up, it is in
      *    the month's consolidation instead.  Either may have been
      *    purged by now, which is said rather than guessed at.
       FIND-HISTORY-ARCHIVE SECTION.
           MOVE 'N' TO WS-HIST-ARCHIVE-FOUND
           MOVE SPACES TO WS-HIST-ARCHIVE-NAME
           STRING WS-HIST-FATE-LIST DELIMITED BY SPACE
                  '-archive-' DELIMITED BY SIZE
                  WS-HIST-FATE-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
             INTO WS-HIST-ARCHIVE-NAME
           CALL 'CBL_CHECK_FILE_EXIST'
             USING WS-HIST-ARCHIVE-NAME WS-FILE-DETAILS
           IF RETURN-CODE = 0
               MOVE 'Y' TO WS-HIST-ARCHIVE-FOUND
           ELSE
               MOVE SPACES TO WS-HIST-ARCHIVE-NAME
               STRING WS-HIST-FATE-LIST DELIMITED BY SPACE
                      '-archive-' DELIMITED BY SIZE
                      WS-HIST-FATE-DATE(1:6) DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                 INTO WS-HIST-ARCHIVE-NAME
               CALL 'CBL_CHECK_FILE_EXIST'
                 USING WS-HIST-ARCHIVE-NAME WS-FILE-DETAILS
               IF RETURN-CODE = 0
                   MOVE 'Y' TO WS-HIST-ARCHIVE-FOUND
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
          EXIT.

      *    The history as the browser shows it: a line per journal
      *    entry, a heading wherever the item changes list or id,
      *    and a closing line saying where it is now.
       SHOW-ITEM-HISTORY SECTION.
           DISPLAY "<div class='history' id='history-"
                   ITEM-TO-DELETE "'>"
           DISPLAY "<h2>History of item " ITEM-TO-DELETE "</h2>"
           IF WS-HIST-EVENT-COUNT = 0
               DISPLAY "<p class='notice'>No journal entries for"
                       " this item</p>"
           ELSE
               MOVE SPACES TO WS-HIST-CUR-LIST WS-HIST-CUR-ID
               DISPLAY "<ul class='history'>"
               PERFORM VARYING WS-HIST-EVENT-INDEX FROM 1 BY 1
                         UNTIL WS-HIST-EVENT-INDEX
                                 > WS-HIST-EVENT-COUNT
                   PERFORM DISPLAY-HISTORY-EVENT
               END-PERFORM
               DISPLAY "</ul>"
               IF HISTORY-TRUNCATED
                   DISPLAY "<p class='notice'>Only the first 300"
                           " entries are shown</p>"
               END-IF
               PERFORM DISPLAY-HISTORY-FATE
           END-IF
           DISPLAY "</div>"
          EXIT.

       DISPLAY-HISTORY-EVENT SECTION.
           IF WS-HEV-LIST (WS-HIST-EVENT-INDEX) NOT = WS-HIST-CUR-LIST
                OR WS-HEV-ID (WS-HIST-EVENT-INDEX)
                     NOT = WS-HIST-CUR-ID
               MOVE WS-HEV-LIST (WS-HIST-EVENT-INDEX)
                 TO WS-HIST-CUR-LIST
               MOVE WS-HEV-ID (WS-HIST-EVENT-INDEX) TO WS-HIST-CUR-ID
               DISPLAY "<li class='hop'>On list "
                       FUNCTION TRIM(WS-HIST-CUR-LIST)
                       " as item " WS-HIST-CUR-ID "</li>"
           END-IF
           IF WS-HEV-KIND (WS-HIST-EVENT-INDEX) = 'W'
               DISPLAY "<li class='withheld'>Entries withheld - not"
                       " authorized for this list</li>"
           ELSE
               MOVE WS-HEV-BEFORE (WS-HIST-EVENT-INDEX)
                 TO ITEM-CONTENT IN WS-TDLIST
               PERFORM ESCAPE-ITEM-CONTENT
               MOVE WS-ESCAPED-CONTENT TO WS-HIST-BEFORE-ESC
               MOVE WS-ESC-LEN TO WS-HIST-BEFORE-LEN
               MOVE WS-HEV-AFTER (WS-HIST-EVENT-INDEX)
                 TO ITEM-CONTENT IN WS-TDLIST
               PERFORM ESCAPE-ITEM-CONTENT
               IF WS-HEV-USER (WS-HIST-EVENT-INDEX) = SPACES
                   MOVE 'unknown' TO WS-SHORT-FIELD
               ELSE
                   MOVE WS-HEV-USER (WS-HIST-EVENT-INDEX)
                     TO WS-SHORT-FIELD
               END-IF
               PERFORM ESCAPE-SHORT-FIELD
               IF WS-HEV-BEFORE (WS-HIST-EVENT-INDEX) = SPACES
                   DISPLAY "<li class='event'><span>"
                       WS-HEV-DATE (WS-HIST-EVENT-INDEX) " "
                       WS-HEV-TIME (WS-HIST-EVENT-INDEX) "</span> "
                       FUNCTION TRIM(WS-HEV-ACTION
                                       (WS-HIST-EVENT-INDEX))
                       " by " WS-ESCAPED-SHORT(1:WS-SHORT-ESC-LEN)
                       ": " WS-ESCAPED-CONTENT(1:WS-ESC-LEN) "</li>"
               ELSE
               IF WS-HEV-AFTER (WS-HIST-EVENT-INDEX) = SPACES
                   DISPLAY "<li class='event'><span>"
                       WS-HEV-DATE (WS-HIST-EVENT-INDEX) " "
                       WS-HEV-TIME (WS-HIST-EVENT-INDEX) "</span> "
                       FUNCTION TRIM(WS-HEV-ACTION
                                       (WS-HIST-EVENT-INDEX))
                       " by " WS-ESCAPED-SHORT(1:WS-SHORT-ESC-LEN)
                       ": " WS-HIST-BEFORE-ESC(1:WS-HIST-BEFORE-LEN)
                       "</li>"
               ELSE
                   DISPLAY "<li class='event'><span>"
                       WS-HEV-DATE (WS-HIST-EVENT-INDEX) " "
                       WS-HEV-TIME (WS-HIST-EVENT-INDEX) "</span> "
                       FUNCTION TRIM(WS-HEV-ACTION
                                       (WS-HIST-EVENT-INDEX))
                       " by " WS-ESCAPED-SHORT(1:WS-SHORT-ESC-LEN)
                       ": " WS-HIST-BEFORE-ESC(1:WS-HIST-BEFORE-LEN)
                       " -&gt; " WS-ESCAPED-CONTENT(1:WS-ESC-LEN)
                       "</li>"
               END-IF
               END-IF
           END-IF
          EXIT.

       DISPLAY-HISTORY-FATE SECTION.
           EVALUATE TRUE
           WHEN HISTORY-ITEM-LIVE
               DISPLAY "<p class='fate'>Now item " WS-HIST-FATE-ID
                       " on list " FUNCTION TRIM(WS-HIST-FATE-LIST)
                       "</p>"
           WHEN HISTORY-ITEM-DELETED
               DISPLAY "<p class='fate'>Deleted from list "
                       FUNCTION TRIM(WS-HIST-FATE-LIST) " on "
                       WS-HIST-FATE-DATE
                       " - set aside for undo, not archived</p>"
           WHEN HISTORY-ITEM-CLEARED AND HISTORY-ARCHIVE-FOUND
               DISPLAY "<p class='fate'>Cleared from list "
                       FUNCTION TRIM(WS-HIST-FATE-LIST) " on "
                       WS-HIST-FATE-DATE " into archive "
                       FUNCTION TRIM(WS-HIST-ARCHIVE-NAME) "</p>"
           WHEN HISTORY-ITEM-CLEARED
               DISPLAY "<p class='fate'>Cleared from list "
                       FUNCTION TRIM(WS-HIST-FATE-LIST) " on "
                       WS-HIST-FATE-DATE
                       " - the archive is no longer on file</p>"
           WHEN HISTORY-ITEM-MOVED
               DISPLAY "<p class='fate'>Moved off list "
                       FUNCTION TRIM(WS-HIST-FATE-LIST) " on "
                       WS-HIST-FATE-DATE
                       " - its arrival was not found</p>"
           WHEN HISTORY-ITEM-WITHHELD
               DISPLAY "<p class='fate'>Now on list "
                       FUNCTION TRIM(WS-HIST-FATE-LIST)
                       ", which you are not authorized to read</p>"
           END-EVALUATE
          EXIT.

      *    The data-format twin of SHOW-ITEM-HISTORY: one HIST|
      *    record per journal entry (list, id, date, time, action,
      *    user, before, after), a WITHHELD| record for a segment
      *    on a list the requester cannot read, and a closing
      *    FATE| record - state, list, id, date and, for a cleared
      *    item, the archive file it is in.
       SHOW-ITEM-HISTORY-DATA SECTION.
           IF WS-HIST-EVENT-COUNT = 0
               DISPLAY 'ERROR|No journal entries for this item'
           ELSE
               PERFORM VARYING WS-HIST-EVENT-INDEX FROM 1 BY 1
                         UNTIL WS-HIST-EVENT-INDEX
                                 > WS-HIST-EVENT-COUNT
                   IF WS-HEV-KIND (WS-HIST-EVENT-INDEX) = 'W'
                       DISPLAY 'WITHHELD|'
                               WS-HEV-LIST (WS-HIST-EVENT-INDEX) '|'
                               WS-HEV-ID (WS-HIST-EVENT-INDEX)
                   ELSE
                       DISPLAY 'HIST|'
                               WS-HEV-LIST (WS-HIST-EVENT-INDEX) '|'
                               WS-HEV-ID (WS-HIST-EVENT-INDEX) '|'
                               WS-HEV-DATE (WS-HIST-EVENT-INDEX) '|'
                               WS-HEV-TIME (WS-HIST-EVENT-INDEX) '|'
                               WS-HEV-ACTION (WS-HIST-EVENT-INDEX) '|'
                               WS-HEV-USER (WS-HIST-EVENT-INDEX) '|'
                               WS-HEV-BEFORE (WS-HIST-EVENT-INDEX) '|'
                               WS-HEV-AFTER (WS-HIST-EVENT-INDEX)
                   END-IF
               END-PERFORM
               IF HISTORY-ITEM-CLEARED AND NOT HISTORY-ARCHIVE-FOUND
                   MOVE SPACES TO WS-HIST-ARCHIVE-NAME
               END-IF
               DISPLAY 'FATE|' WS-HIST-FATE '|' WS-HIST-FATE-LIST '|'
                       WS-HIST-FATE-ID '|' WS-HIST-FATE-DATE '|'
                       WS-HIST-ARCHIVE-NAME
           END-IF
          EXIT.

       DISPLAY-ITEM-NOTES SECTION.
           MOVE 0 TO WS-NOTE-COUNT
           MOVE 'N' TO WS-EOF
           END-IF
          EXIT.

      *    Who else follows the item, and whether the signed-in
      *    user is one of them - the handler offers "watch" or
      *    "unwatch" from that.
       DISPLAY-ITEM-WATCHERS SECTION.
           MOVE 'N' TO PARM-WATCHING
           MOVE 0 TO WS-WATCH-COUNT
           MOVE 'N' TO WS-WATCH-EOF
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = 35
               PERFORM UNTIL WS-WATCH-EOF = 'Y'
                   READ WATCH-FILE
                      AT END MOVE 'Y' TO WS-WATCH-EOF
                      NOT AT END
                         IF WATCH-ITEM-ID = ITEM-TO-DELETE
                             IF WS-WATCH-COUNT = 0
                                 DISPLAY "<ul class='watchers'>"
                             END-IF
                             ADD 1 TO WS-WATCH-COUNT
                             IF WATCH-USER = PARM-USER-ID
                                 MOVE 'Y' TO PARM-WATCHING
                             END-IF
                             MOVE WATCH-USER TO WS-SHORT-FIELD
                             PERFORM ESCAPE-SHORT-FIELD
                             DISPLAY "<li class='watcher'>"
                                     WS-ESCAPED-SHORT
                                       (1:WS-SHORT-ESC-LEN)
                                     "</li>"
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-FILE
           END-IF
           IF WS-WATCH-COUNT > 0
               DISPLAY "</ul>"
           END-IF
          EXIT.

      *    The remark is CGI input echoed back into markup, so it is
      *    escaped on the way out exactly as the notes are - same
      *    characters, a forty-character field.
          PERFORM SET-STEP-MARK
          PERFORM SET-OVERDUE-FLAG
          PERFORM ESCAPE-ITEM-CONTENT
          MOVE WS-POSITION TO WS-SELECT-BOX-ID
          IF ITEM-STATUS IN WS-TDLIST = 'C'
             DISPLAY "<li class='completed'"
              " onClick='javascript:elementTest()'"
              " id='" WS-POSITION
              "'>" WS-SELECT-BOX "<del>"
              WS-ESCAPED-CONTENT(1:WS-ESC-LEN)
              "</del>" WS-AGE-TEXT "</li>"
          ELSE
          IF ITEM-STATUS IN WS-TDLIST = 'A'
             DISPLAY "<li class='awaiting'"
              " onClick='javascript:elementTest()'"
              " id='" WS-POSITION
              "'>" WS-SELECT-BOX
              WS-ESCAPED-CONTENT(1:WS-ESC-LEN)
              WS-AGE-TEXT " [awaiting approval]" "</li>"
          ELSE
             IF WS-ITEM-OVERDUE = 'Y'
                DISPLAY "<li class='overdue'"
                 " onClick='javascript:elementTest()'"
                 " id='" WS-POSITION
                 "'>" WS-SELECT-BOX
                 WS-ESCAPED-CONTENT(1:WS-ESC-LEN)
                 WS-AGE-TEXT WS-STEP-MARK WS-BLOCKED-MARK "</li>"
             ELSE
                DISPLAY "<li onClick='javascript:elementTest()'"
                 " id='" WS-POSITION
                 "'>" WS-SELECT-BOX
                 WS-ESCAPED-CONTENT(1:WS-ESC-LEN)
      *       "<input value='test' type='button'>"
                 WS-AGE-TEXT WS-STEP-MARK WS-BLOCKED-MARK "</li>"
             END-IF
          END-IF
          END-IF
          EXIT.

      *    The blocked marker comes from the table LOAD-BLOCKED-
                     SET RESULT-ERROR TO TRUE
                     MOVE 'No item with that id' TO RESULT-MESSAGE
                  NOT INVALID KEY
                     PERFORM CHECK-SIGNOFF-NEEDED
                     IF SIGNOFF-IS-NEEDED
                         PERFORM HOLD-ITEM-FOR-SIGNOFF
                     ELSE
                         PERFORM FINISH-COMPLETED-ITEM
                     END-IF
               END-READ
               CLOSE TDLIST
           END-IF
           END-IF
           IF COMPLETE-APPLIED
               PERFORM REPORT-NEWLY-UNBLOCKED
           END-IF
          EXIT.

      *    The record just read becomes completed for good: stamped,
      *    journaled under the calling action ('complete' from the
      *    list, 'approve' from the sign-off queue), the next
      *    occurrence of a recurring item scheduled, and its
      *    dependents flagged for the unblock sweep.
       FINISH-COMPLETED-ITEM SECTION.
           PERFORM STAMP-MODIFIED-TIMESTAMP
           MOVE 'C' TO ITEM-STATUS IN TDLIST-FILE
           MOVE WS-TODAY
             TO ITEM-MODIFIED-DATE IN TDLIST-FILE
           MOVE WS-NOW-TIME
             TO ITEM-MODIFIED-TIME IN TDLIST-FILE
           MOVE TDLIST-FILE TO WS-TDLIST
           REWRITE TDLIST-FILE
           MOVE TODO-ACTION TO WS-JNL-ACTION
           MOVE ITEM-ID IN WS-TDLIST TO WS-JNL-ITEM-ID
           MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-BEFORE
           MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-AFTER
           MOVE WS-TDLIST TO WS-JNL-IMAGE
           PERFORM WRITE-JOURNAL-RECORD
           IF ITEM-RECURS
               PERFORM RESCHEDULE-RECURRING-ITEM
           END-IF
           MOVE 'Y' TO WS-UNBLOCK-DONE
          EXIT.

      *    A writer checking off work in a controlled category does
      *    not finish it: the item goes to 'A' (awaiting approval)
      *    and waits in the list's approval queue for an owner.  No
      *    recurrence and no unblocking yet - both happen when the
      *    owner approves, since until then the work is not done.
      *    Work already finished is not sent back into the queue.
       HOLD-ITEM-FOR-SIGNOFF SECTION.
           IF ITEM-STATUS IN TDLIST-FILE = 'C'
               SET RESULT-ERROR TO TRUE
               MOVE 'Item is already complete' TO RESULT-MESSAGE
           ELSE
           IF ITEM-STATUS IN TDLIST-FILE = 'A'
               SET RESULT-ERROR TO TRUE
               MOVE 'Item is already awaiting approval'
                 TO RESULT-MESSAGE
           ELSE
               PERFORM STAMP-MODIFIED-TIMESTAMP
               MOVE 'A' TO ITEM-STATUS IN TDLIST-FILE
               MOVE WS-TODAY
                 TO ITEM-MODIFIED-DATE IN TDLIST-FILE
               MOVE WS-NOW-TIME
                 TO ITEM-MODIFIED-TIME IN TDLIST-FILE
               MOVE TDLIST-FILE TO WS-TDLIST
               REWRITE TDLIST-FILE
               MOVE 'awaitapproval' TO WS-JNL-ACTION
               MOVE ITEM-ID IN WS-TDLIST TO WS-JNL-ITEM-ID
               MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-BEFORE
               MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-AFTER
               MOVE WS-TDLIST TO WS-JNL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           END-IF
          EXIT.

      *    Sign-off applies when the item's category is named in the
      *    list's .sgn file and the person completing it is not an
      *    owner.  A list with no .acl has no owners to ask - every
      *    caller already holds owner rights there - so its
      *    completions stay final, as do uncategorised items.
       CHECK-SIGNOFF-NEEDED SECTION.
           MOVE 'N' TO WS-SIGNOFF-NEEDED
           IF ITEM-CATEGORY IN TDLIST-FILE NOT = SPACES
               PERFORM LOAD-ACL-TABLE
               IF ACL-FILE-PRESENT
                   MOVE 0 TO WS-ACL-HIT
                   IF PARM-USER-ID NOT = SPACES
                       PERFORM FIND-ACL-ENTRY
                   END-IF
                   IF WS-ACL-HIT = 0
                       PERFORM SCAN-SIGNOFF-RULES
                   ELSE
                   IF WS-ACL-ENTRY-ROLE (WS-ACL-HIT) NOT = 'O'
                       PERFORM SCAN-SIGNOFF-RULES
                   END-IF
                   END-IF
               END-IF
           END-IF
          EXIT.

      *    The rule file is maintained by hand, so the codes are
      *    compared upper-cased: 'audit' on a line of the .sgn file
      *    still controls items filed under 'AUDIT'.
       SCAN-SIGNOFF-RULES SECTION.
           MOVE 'N' TO WS-SIGNOFF-EOF
           OPEN INPUT SIGNOFF-FILE
           IF WS-SIGNOFF-STATUS NOT = 35
               PERFORM UNTIL WS-SIGNOFF-EOF = 'Y'
                   READ SIGNOFF-FILE
                      AT END MOVE 'Y' TO WS-SIGNOFF-EOF
                      NOT AT END
                         IF SIGNOFF-CATEGORY NOT = SPACES
                              AND FUNCTION UPPER-CASE(SIGNOFF-CATEGORY)
                              = FUNCTION UPPER-CASE(
                                  ITEM-CATEGORY IN TDLIST-FILE)
                             MOVE 'Y' TO WS-SIGNOFF-NEEDED
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF
          EXIT.

      *    ACTION-APPROVE: an owner confirms an item waiting in the
      *    approval queue, and only then does it complete - with
      *    the recurrence and the unblock sweep a direct completion
      *    would have had.
       APPROVE-ITEM SECTION.
           MOVE 'N' TO WS-UNBLOCK-DONE
           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS = 35
               SET RESULT-ERROR TO TRUE
               MOVE 'No item with that id' TO RESULT-MESSAGE
           ELSE
           IF WS-TDLIST-STATUS NOT < 10
               SET RESULT-ERROR TO TRUE
               MOVE 'List file cannot be read - run the doctor'
                 TO RESULT-MESSAGE
           ELSE
               MOVE ITEM-TO-DELETE TO ITEM-ID IN TDLIST-FILE
               READ TDLIST
                  INVALID KEY
                     SET RESULT-ERROR TO TRUE
                     MOVE 'No item with that id' TO RESULT-MESSAGE
                  NOT INVALID KEY
                     IF ITEM-STATUS IN TDLIST-FILE NOT = 'A'
                         SET RESULT-ERROR TO TRUE
                         MOVE 'Item is not awaiting approval'
                           TO RESULT-MESSAGE
                     ELSE
                         PERFORM FINISH-COMPLETED-ITEM
                     END-IF
               END-READ
               CLOSE TDLIST
           END-IF
           END-IF
          EXIT.

      *    ACTION-REJECT sends a waiting item back to pending.  The
      *    reason is mandatory - the person who did the work has to
      *    learn what is missing - and is kept twice: the first 35
      *    characters in the journal's after-column, the whole text
      *    as a note on the item, where the detail page shows it.
       REJECT-ITEM SECTION.
           IF PARM-NOTE-TEXT = SPACES
               SET RESULT-ERROR TO TRUE
               MOVE 'A reason is required to reject' TO RESULT-MESSAGE
           ELSE
               OPEN I-O TDLIST
               IF WS-TDLIST-STATUS = 35
                   SET RESULT-ERROR TO TRUE
                   MOVE 'No item with that id' TO RESULT-MESSAGE
               ELSE
               IF WS-TDLIST-STATUS NOT < 10
                   SET RESULT-ERROR TO TRUE
                   MOVE 'List file cannot be read - run the doctor'
                     TO RESULT-MESSAGE
               ELSE
                   MOVE ITEM-TO-DELETE TO ITEM-ID IN TDLIST-FILE
                   READ TDLIST
                      INVALID KEY
                         SET RESULT-ERROR TO TRUE
                         MOVE 'No item with that id' TO RESULT-MESSAGE
                      NOT INVALID KEY
                         IF ITEM-STATUS IN TDLIST-FILE NOT = 'A'
                             SET RESULT-ERROR TO TRUE
                             MOVE 'Item is not awaiting approval'
                               TO RESULT-MESSAGE
                         ELSE
                             PERFORM STAMP-MODIFIED-TIMESTAMP
                             MOVE 'P' TO ITEM-STATUS IN TDLIST-FILE
                             MOVE WS-TODAY
                               TO ITEM-MODIFIED-DATE IN TDLIST-FILE
                             MOVE WS-NOW-TIME
                               TO ITEM-MODIFIED-TIME IN TDLIST-FILE
                             MOVE TDLIST-FILE TO WS-TDLIST
                             REWRITE TDLIST-FILE
                             MOVE TODO-ACTION TO WS-JNL-ACTION
                             MOVE ITEM-ID IN WS-TDLIST TO WS-JNL-ITEM-ID
                             MOVE ITEM-CONTENT IN WS-TDLIST
                               TO WS-JNL-BEFORE
                             MOVE PARM-NOTE-TEXT(1:35)
                               TO WS-JNL-AFTER
                             MOVE WS-TDLIST TO WS-JNL-IMAGE
                             PERFORM WRITE-JOURNAL-RECORD
                             PERFORM NOTE-REJECTION-REASON
                         END-IF
                   END-READ
                   CLOSE TDLIST
               END-IF
               END-IF
           END-IF
          EXIT.

       NOTE-REJECTION-REASON SECTION.
           MOVE ITEM-ID IN WS-TDLIST TO NOTE-ITEM-ID
           MOVE WS-TODAY TO NOTE-DATE
           MOVE WS-NOW-TIME TO NOTE-TIME
           MOVE SPACES TO NOTE-TEXT
           STRING 'Sign-off rejected: ' DELIMITED BY SIZE
                  PARM-NOTE-TEXT DELIMITED BY SIZE
             INTO NOTE-TEXT
           OPEN EXTEND NOTES-FILE
           IF WS-NOTES-STATUS = 35
               CLOSE NOTES-FILE
               OPEN OUTPUT NOTES-FILE
           END-IF
           WRITE NOTE-RECORD
           CLOSE NOTES-FILE
          EXIT.

      *    A completing item may have been the last open blocker of
      *    items anywhere on the system - links cross lists - so
      *    every list's .deps file is swept (the same files-are-the-
               MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-AFTER
               MOVE TDLIST-FILE TO WS-JNL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
      *        Whoever followed this occurrence follows the next.
               MOVE ITEM-ID IN WS-TDLIST TO WS-WATCH-FROM-ID
               MOVE WS-NEXT-ID TO WS-WATCH-TO-ID
               MOVE WS-WATCH-FILENAME TO WS-TGT-WATCH-FILENAME
               PERFORM CARRY-ITEM-WATCHERS
           END-IF
          EXIT.

           PERFORM CATEGORY-MATCHES-FILTER
           PERFORM OWNER-MATCHES-FILTER
           PERFORM DEFERRAL-MATCHES-FILTER
           PERFORM QUEUE-MATCHES-FILTER
           IF KEYWORD-FOUND AND CATEGORY-MATCHED
                AND OWNER-MATCHED AND DEFERRAL-MATCHED
                AND QUEUE-MATCHED
               IF ITEM-PRIORITY IN WS-TDLIST IS NUMERIC
                   MOVE ITEM-PRIORITY IN WS-TDLIST
                     TO SORT-KEY-PRIORITY
           END-IF
          EXIT.

      *    The search across lists: every list the requester may
      *    read, found the way the list switcher finds them (the
      *    <name>.txt files that exist), archives coming up in the
      *    same listing under their '-archive-' names.  Each list is
      *    cleared against its own .acl as it comes up; one the
      *    requester may not read is passed over in silence and is
      *    not a refusal to journal - nobody asked for it by name.
      *    The listing is named for the moment it was taken, since
      *    a search holds no lock that would keep two of them apart.
       SEARCH-ALL-LISTS SECTION.
           IF PARM-SEARCH-KEYWORD = SPACES
               SET RESULT-ERROR TO TRUE
               MOVE 'Enter a word to search for' TO RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-GS-HIT-COUNT
               MOVE 'N' TO WS-GS-TRUNCATED
               ACCEPT WS-GS-RUN-TIME FROM TIME
               MOVE SPACES TO WS-LISTDIR-FILENAME
               STRING 'search-' DELIMITED BY SIZE
                      WS-GS-RUN-TIME DELIMITED BY SIZE
                      '.tmp' DELIMITED BY SIZE
                 INTO WS-LISTDIR-FILENAME
               MOVE SPACES TO WS-LISTDIR-COMMAND
               STRING 'ls -1 *.txt > ' DELIMITED BY SIZE
                      WS-LISTDIR-FILENAME DELIMITED BY SPACE
                      ' 2>/dev/null' DELIMITED BY SIZE
                 INTO WS-LISTDIR-COMMAND
               CALL 'SYSTEM' USING WS-LISTDIR-COMMAND
               IF NOT PARM-FORMAT-DATA
                   DISPLAY "<table class='found'>"
                   DISPLAY "<tr><th>List</th><th>Id</th>"
                           "<th>Status</th><th>Assigned</th>"
                           "<th>Found in</th><th>Item</th>"
                           "<th></th></tr>"
               END-IF
               MOVE 'N' TO WS-LISTDIR-EOF
               OPEN INPUT LISTDIR-FILE
               IF WS-LISTDIR-STATUS NOT = 35
                   PERFORM UNTIL WS-LISTDIR-EOF = 'Y'
                              OR SEARCH-TRUNCATED
                       READ LISTDIR-FILE
                          AT END MOVE 'Y' TO WS-LISTDIR-EOF
                          NOT AT END
                             PERFORM SEARCH-ONE-LISTED-FILE
                       END-READ
                   END-PERFORM
                   CLOSE LISTDIR-FILE
               END-IF
               CALL 'CBL_DELETE_FILE' USING WS-LISTDIR-FILENAME
               IF NOT PARM-FORMAT-DATA
                   DISPLAY "</table>"
               END-IF
               IF SEARCH-TRUNCATED
                   MOVE 'Only the first 200 matches shown - narrow it'
                     TO RESULT-MESSAGE
               ELSE
               IF WS-GS-HIT-COUNT = 0
                   MOVE 'Nothing found' TO RESULT-MESSAGE
               END-IF
               END-IF
           END-IF
          EXIT.

      *    One line of the listing: a live store, or a daily or
      *    monthly archive - the latter only looked into when the
      *    requester asked for archives too.
       SEARCH-ONE-LISTED-FILE SECTION.
           MOVE 0 TO WS-GS-ARCH-MARK
           INSPECT LISTDIR-RECORD TALLYING WS-GS-ARCH-MARK
             FOR ALL '-archive-'
           MOVE SPACES TO WS-GS-LIST-NAME
           MOVE SPACES TO WS-GS-ARCH-STAMP
           IF WS-GS-ARCH-MARK = 0
               UNSTRING LISTDIR-RECORD DELIMITED BY '.txt'
                   INTO WS-GS-LIST-NAME
               END-UNSTRING
           ELSE
               UNSTRING LISTDIR-RECORD DELIMITED BY '-archive-'
                     OR '.txt'
                   INTO WS-GS-LIST-NAME WS-GS-ARCH-STAMP
               END-UNSTRING
           END-IF
           IF WS-GS-ARCH-MARK = 0 OR PARM-ARCHIVES-WANTED
               PERFORM CHECK-SEARCH-LIST-ACCESS
               IF LIST-ACCESS-OK
                   IF WS-GS-ARCH-MARK = 0
                       PERFORM SEARCH-LIVE-LIST
                   ELSE
                       PERFORM SEARCH-ARCHIVE-FILE
                   END-IF
               END-IF
           END-IF
          EXIT.

      *    Read access is checked the way the transfer path checks
      *    its target, by pointing the ACL filename at the list in
      *    hand.  Nothing is restored after: the sweep owns every
      *    filename for the rest of the request.
       CHECK-SEARCH-LIST-ACCESS SECTION.
           MOVE SPACES TO WS-ACL-FILENAME
           STRING WS-GS-LIST-NAME DELIMITED BY SPACE
                  '.acl' DELIMITED BY SIZE
             INTO WS-ACL-FILENAME
           MOVE 'R' TO WS-ACCESS-NEEDED
           PERFORM CHECK-LIST-ACCESS
          EXIT.

      *    A live list is searched in its items' content, then its
      *    notes and its steps, with the store kept open so a note
      *    or step match can show the status and assignee of the
      *    item it hangs off.  A .txt that will not open as a store
      *    is not a list and is passed over.
       SEARCH-LIVE-LIST SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           STRING WS-GS-LIST-NAME DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
             INTO WS-TDLIST-FILENAME
           MOVE SPACES TO WS-NOTES-FILENAME
           STRING WS-GS-LIST-NAME DELIMITED BY SPACE
                  '.notes' DELIMITED BY SIZE
             INTO WS-NOTES-FILENAME
           MOVE SPACES TO WS-STEPS-FILENAME
           STRING WS-GS-LIST-NAME DELIMITED BY SPACE
                  '.steps' DELIMITED BY SIZE
             INTO WS-STEPS-FILENAME
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS < 10
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y' OR SEARCH-TRUNCATED
                   READ TDLIST NEXT RECORD INTO WS-TDLIST
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM CONTENT-MATCHES-KEYWORD
                         IF KEYWORD-FOUND
                             MOVE ITEM-ID IN WS-TDLIST
                               TO WS-GS-ITEM-ID
                             MOVE 'Y' TO WS-GS-ITEM-FOUND
                             MOVE 'item' TO WS-GS-WHERE
                             MOVE SPACES TO WS-GS-WHERE-REF
                             PERFORM EMIT-SEARCH-HIT
                         END-IF
                   END-READ
               END-PERFORM
               PERFORM SEARCH-LIST-NOTES
               PERFORM SEARCH-LIST-STEPS
               CLOSE TDLIST
           END-IF
          EXIT.

       SEARCH-LIST-NOTES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS NOT = 35
               PERFORM UNTIL WS-EOF = 'Y' OR SEARCH-TRUNCATED
                   READ NOTES-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE NOTE-TEXT TO WS-GS-TEXT
                         MOVE 200 TO WS-GS-TEXT-LEN
                         PERFORM TEXT-MATCHES-KEYWORD
                         IF KEYWORD-FOUND
                             MOVE NOTE-ITEM-ID TO WS-GS-ITEM-ID
                             PERFORM LOOK-UP-SEARCH-ITEM
                             MOVE 'note' TO WS-GS-WHERE
                             MOVE NOTE-DATE TO WS-GS-WHERE-REF
                             PERFORM EMIT-SEARCH-HIT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTES-FILE
           END-IF
          EXIT.

       SEARCH-LIST-STEPS SECTION.
           MOVE 'N' TO WS-STEPS-EOF
           OPEN INPUT STEPS-FILE
           IF WS-STEPS-STATUS NOT = 35
               PERFORM UNTIL WS-STEPS-EOF = 'Y' OR SEARCH-TRUNCATED
                   READ STEPS-FILE
                      AT END MOVE 'Y' TO WS-STEPS-EOF
                      NOT AT END
                         MOVE STEP-CONTENT TO WS-GS-TEXT
                         MOVE 35 TO WS-GS-TEXT-LEN
                         PERFORM TEXT-MATCHES-KEYWORD
                         IF KEYWORD-FOUND
                             MOVE STEP-ITEM-ID TO WS-GS-ITEM-ID
                             PERFORM LOOK-UP-SEARCH-ITEM
                             MOVE 'step' TO WS-GS-WHERE
                             MOVE STEP-SEQ TO WS-GS-WHERE-REF
                             PERFORM EMIT-SEARCH-HIT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPS-FILE
           END-IF
          EXIT.

      *    Notes and steps outlive their item's trip into the
      *    archives, so the item a match hangs off may no longer be
      *    in the store - the match is still reported, just with no
      *    status, assignee or detail page to offer.
       LOOK-UP-SEARCH-ITEM SECTION.
           MOVE 'N' TO WS-GS-ITEM-FOUND
           MOVE WS-GS-ITEM-ID TO ITEM-ID IN TDLIST-FILE
           READ TDLIST
              INVALID KEY
                 MOVE SPACES TO WS-TDLIST
              NOT INVALID KEY
                 MOVE TDLIST-FILE TO WS-TDLIST
                 MOVE 'Y' TO WS-GS-ITEM-FOUND
           END-READ
          EXIT.

      *    Archived rows are matched on their content like the live
      *    ones.  The stamp is checked the way CHECK-ARCHIVE-DATE
      *    checks a requested one, so a stray name that only looks
      *    like an archive is never opened.
       SEARCH-ARCHIVE-FILE SECTION.
           IF WS-GS-ARCH-STAMP(1:6) IS NUMERIC
                AND (WS-GS-ARCH-STAMP(7:2) IS NUMERIC
                     OR WS-GS-ARCH-STAMP(7:2) = SPACES)
               MOVE SPACES TO WS-ARCHIVE-FILENAME
               STRING WS-GS-LIST-NAME DELIMITED BY SPACE
                      '-archive-' DELIMITED BY SIZE
                      WS-GS-ARCH-STAMP DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                 INTO WS-ARCHIVE-FILENAME
               MOVE 'N' TO WS-EOF
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS < 10
                   PERFORM UNTIL WS-EOF = 'Y' OR SEARCH-TRUNCATED
                       READ ARCHIVE-FILE INTO WS-TDLIST
                          AT END MOVE 'Y' TO WS-EOF
                          NOT AT END
                             PERFORM CONTENT-MATCHES-KEYWORD
                             IF KEYWORD-FOUND
                                 MOVE ITEM-ID IN WS-TDLIST
                                   TO WS-GS-ITEM-ID
                                 MOVE 'Y' TO WS-GS-ITEM-FOUND
                                 MOVE 'archive' TO WS-GS-WHERE
                                 MOVE WS-GS-ARCH-STAMP
                                   TO WS-GS-WHERE-REF
                                 PERFORM EMIT-SEARCH-HIT
                             END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF
          EXIT.

      *    The same substring test CONTENT-MATCHES-KEYWORD makes on
      *    an item's content, over the first WS-GS-TEXT-LEN
      *    characters of WS-GS-TEXT - note text is longer than the
      *    content's scan positions can count to.
       TEXT-MATCHES-KEYWORD SECTION.
           MOVE 'N' TO WS-KEYWORD-FOUND
           PERFORM VARYING WS-KEYWORD-LEN FROM 35 BY -1
                     UNTIL WS-KEYWORD-LEN = 0
                        OR PARM-SEARCH-KEYWORD (WS-KEYWORD-LEN:1)
                             NOT = SPACE
           END-PERFORM
           IF WS-KEYWORD-LEN > 0
               COMPUTE WS-GS-LAST-POS =
                   WS-GS-TEXT-LEN + 1 - WS-KEYWORD-LEN
               PERFORM VARYING WS-GS-SCAN-POS FROM 1 BY 1
                         UNTIL WS-GS-SCAN-POS > WS-GS-LAST-POS
                                OR KEYWORD-FOUND
                   IF WS-GS-TEXT (WS-GS-SCAN-POS:WS-KEYWORD-LEN)
                          = PARM-SEARCH-KEYWORD (1:WS-KEYWORD-LEN)
                       MOVE 'Y' TO WS-KEYWORD-FOUND
                   END-IF
               END-PERFORM
           END-IF
          EXIT.

      *    One match: a FOUND| record in the data format, otherwise
      *    a table row whose button opens the item's detail page -
      *    or, for an archived row, the archive it sits in, where it
      *    can be restored.  The count is capped so a one-letter
      *    search cannot turn into a dump of every list.
       EMIT-SEARCH-HIT SECTION.
           IF WS-GS-HIT-COUNT NOT < 200
               MOVE 'Y' TO WS-GS-TRUNCATED
           ELSE
               ADD 1 TO WS-GS-HIT-COUNT
               IF PARM-FORMAT-DATA
                   DISPLAY "FOUND|" WS-GS-LIST-NAME "|"
                           WS-GS-ITEM-ID "|"
                           ITEM-STATUS IN WS-TDLIST "|"
                           ITEM-ASSIGNED-TO IN WS-TDLIST "|"
                           WS-GS-WHERE "|" WS-GS-WHERE-REF "|"
                           ITEM-CONTENT IN WS-TDLIST
               ELSE
                   EVALUATE TRUE
                   WHEN NOT SEARCH-ITEM-FOUND
                       MOVE 'not in the list' TO WS-GS-STATUS-TEXT
                   WHEN ITEM-STATUS IN WS-TDLIST = 'C'
                       MOVE 'completed' TO WS-GS-STATUS-TEXT
                   WHEN ITEM-STATUS IN WS-TDLIST = 'A'
                       MOVE 'awaiting approval' TO WS-GS-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'pending' TO WS-GS-STATUS-TEXT
                   END-EVALUATE
                   PERFORM ESCAPE-ITEM-CONTENT
                   MOVE ITEM-ASSIGNED-TO IN WS-TDLIST
                     TO WS-SHORT-FIELD
                   PERFORM ESCAPE-SHORT-FIELD
                   DISPLAY "<tr><td>" FUNCTION TRIM(WS-GS-LIST-NAME)
                           "</td><td>" WS-GS-ITEM-ID
                           "</td><td>" FUNCTION TRIM(WS-GS-STATUS-TEXT)
                           "</td><td>"
                           WS-ESCAPED-SHORT(1:WS-SHORT-ESC-LEN)
                           "</td><td>" FUNCTION TRIM(WS-GS-WHERE) " "
                           FUNCTION TRIM(WS-GS-WHERE-REF)
                           "</td><td>"
                           WS-ESCAPED-CONTENT(1:WS-ESC-LEN)
                           "</td><td>"
                   IF WS-GS-WHERE = 'archive'
                       DISPLAY "<form method='post'>"
                               "<input type='hidden' name='action'"
                               " value='showarchive'>"
                       DISPLAY "<input type='hidden' name='list'"
                               " value='"
                               FUNCTION TRIM(WS-GS-LIST-NAME) "'>"
                       DISPLAY "<input type='hidden' name='archdate'"
                               " value='"
                               FUNCTION TRIM(WS-GS-ARCH-STAMP) "'>"
                       DISPLAY "<input type='submit' value='Archive'>"
                               "</form>"
                   ELSE
                   IF SEARCH-ITEM-FOUND
                       DISPLAY "<form method='post'>"
                               "<input type='hidden' name='action'"
                               " value='showdetail'>"
                       DISPLAY "<input type='hidden' name='list'"
                               " value='"
                               FUNCTION TRIM(WS-GS-LIST-NAME) "'>"
                       DISPLAY "<input type='hidden' name='itemid'"
                               " value='" WS-GS-ITEM-ID "'>"
                       DISPLAY "<input type='submit' value='Open'>"
                               "</form>"
                   END-IF
                   END-IF
                   DISPLAY "</td></tr>"
               END-IF
           END-IF
          EXIT.

      *    PARM-CATEGORY narrows ACTION-SHOW/ACTION-SEARCH to one
      *    category the same way PARM-SEARCH-KEYWORD narrows by
      *    content - blank means no filter, so every item matches and
      *    today's work; the deliberate "show deferred" view inverts
      *    the test, showing exactly what is parked and nothing
      *    else.  Completed rows keep showing wherever they are -
      *    deferral is about work not yet startable, not history -
      *    and so do rows awaiting sign-off, whose work is done.
       DEFERRAL-MATCHES-FILTER SECTION.
           IF ITEM-START-DATE IN WS-TDLIST IS NUMERIC
                AND ITEM-START-DATE IN WS-TDLIST > WS-TODAY
                AND ITEM-STATUS IN WS-TDLIST NOT = 'C'
                AND ITEM-STATUS IN WS-TDLIST NOT = 'A'
               IF PARM-DEFERRED-VIEW
                   MOVE 'Y' TO WS-DEFER-MATCH
               ELSE
           END-IF
          EXIT.

      *    The approval queue is the list narrowed to the items
      *    waiting for an owner's sign-off; approving or rejecting
      *    from it returns to the same queue, minus the item just
      *    dealt with.
       QUEUE-MATCHES-FILTER SECTION.
           IF ACTION-APPROVALS OR ACTION-APPROVE OR ACTION-REJECT
               IF ITEM-STATUS IN WS-TDLIST = 'A'
                   MOVE 'Y' TO WS-QUEUE-MATCH
               ELSE
                   MOVE 'N' TO WS-QUEUE-MATCH
               END-IF
           ELSE
               MOVE 'Y' TO WS-QUEUE-MATCH
           END-IF
          EXIT.

      *    PARM-OWNER-FILTER narrows the display to the one person's
      *    assigned work - "show me just my items" - exactly the way
      *    PARM-CATEGORY narrows to one category; blank means
