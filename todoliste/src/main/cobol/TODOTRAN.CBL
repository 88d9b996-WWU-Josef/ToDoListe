       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOTRAN.

      *    Batch maintenance: applies corrections to existing items
      *    from a transaction file, so a reorganization that touches
      *    hundreds of items is one run instead of an afternoon of
      *    clicks in the browser.
      *    Run as:
      *        todotran [transaction-file]
      *    The transaction file defaults to maint-trans.csv.  Expected
      *    columns are LIST,ITEMID,ACTION,USER,CONTENT,PRIORITY,
      *    DUEDATE,ASSIGNEE - content may be quoted with embedded
      *    quotes doubled, trailing columns the action does not use
      *    may be omitted, and a header row starting with the word
      *    LIST is skipped.  The action code is one of
      *        C  complete the item
      *        E  edit - new CONTENT and/or new DUEDATE
      *        R  reassign to ASSIGNEE
      *        P  reprioritize to PRIORITY
      *        D  delete the item
      *    and USER is the login the change is made for, checked
      *    against the list's .acl exactly as the browser checks the
      *    person clicking: on a list with an .acl only an owner or
      *    writer may change items, and a refused row is journalled
      *    as 'denied' like any other refused attempt.
      *    Each row follows the rules TODOLISTE enforces - priority
      *    1-9, numeric 8-digit dates, 35-character content, no
      *    completing an item that still has open steps, and a
      *    writer's complete in a category the list's .sgn file
      *    names goes to 'A' (awaiting approval), not 'C' - and is
      *    applied to the keyed store under the list's .lck with the
      *    journal record the browser would have written, full item
      *    image included.  A completed recurring item reschedules
      *    its next occurrence, its watchers carried along, and a
      *    deleted item is set aside for the browser's undo, just as
      *    on the CGI side.
      *    A list under a maintenance freeze (see TODOFRZ) is not
      *    touched: its rows are rejected for feeding again once the
      *    freeze is lifted, and counted as held by the freeze.
      *    Rows that fail go to <transaction-file>-errors.csv with
      *    the reason appended; the control report at the end totals
      *    the rows read, applied and rejected per list.

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
         SELECT TRAN-FILE ASSIGN TO DYNAMIC WS-TRAN-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRAN-STATUS.
         SELECT ERROR-FILE ASSIGN TO DYNAMIC WS-ERROR-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ERROR-STATUS.
         SELECT COUNTER-FILE ASSIGN TO DYNAMIC WS-COUNTER-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COUNTER-STATUS.
         SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT UNDO-FILE ASSIGN TO DYNAMIC WS-UNDO-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-UNDO-STATUS.
         SELECT ACL-FILE ASSIGN TO DYNAMIC WS-ACL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACL-STATUS.
         SELECT STEPS-FILE ASSIGN TO DYNAMIC WS-STEPS-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STEPS-STATUS.
         SELECT SIGNOFF-FILE ASSIGN TO DYNAMIC WS-SIGNOFF-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SIGNOFF-STATUS.
         SELECT WATCH-FILE ASSIGN TO DYNAMIC WS-WATCH-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WATCH-STATUS.

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
          FD TRAN-FILE.
          01 TRAN-RECORD PIC X(512).
          FD ERROR-FILE.
          01 ERROR-RECORD PIC X(600).
          FD COUNTER-FILE.
          01 COUNTER-RECORD PIC 9(05).
          FD LOCK-FILE.
          01 LOCK-RECORD PIC X(01).
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
          FD UNDO-FILE.
          01 UNDO-RECORD PIC X(111).
          FD ACL-FILE.
          01 ACL-RECORD.
             05 ACL-ROLE PIC X(01).
             05 ACL-USER PIC X(08).
          FD STEPS-FILE.
          01 STEP-RECORD.
             05 STEP-ITEM-ID PIC 9(5).
             05 STEP-SEQ PIC 9(3).
             05 STEP-STATUS PIC X(01).
             05 STEP-CONTENT PIC X(35).
          FD SIGNOFF-FILE.
          01 SIGNOFF-RECORD.
             05 SIGNOFF-CATEGORY PIC X(08).
      *   The list's item watchers (see TODOLISTE's watch FD).
          FD WATCH-FILE.
          01 WATCH-RECORD.
             05 WATCH-ITEM-ID PIC 9(5).
             05 WATCH-USER PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-TRAN-FILENAME PIC X(40).
       01 WS-TRAN-STATUS PIC 99.
       01 WS-ERROR-FILENAME PIC X(40).
       01 WS-ERROR-STATUS PIC 99.
       01 WS-COUNTER-FILENAME PIC X(40).
       01 WS-COUNTER-STATUS PIC 99.
       01 WS-LOCK-FILENAME PIC X(40).
       01 WS-LOCK-STATUS PIC 99.
       01 WS-JOURNAL-FILENAME PIC X(40).
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-UNDO-FILENAME PIC X(40).
       01 WS-UNDO-STATUS PIC 99.
       01 WS-ACL-FILENAME PIC X(40).
       01 WS-ACL-STATUS PIC 99.
       01 WS-STEPS-FILENAME PIC X(40).
       01 WS-STEPS-STATUS PIC 99.
       01 WS-SIGNOFF-FILENAME PIC X(40).
       01 WS-SIGNOFF-STATUS PIC 99.
       01 WS-SIGNOFF-EOF PIC X(01).
       01 WS-WATCH-FILENAME PIC X(40).
       01 WS-WATCH-STATUS PIC 99.
       01 WS-WATCH-EOF PIC X(01).
      *  The completed occurrence's watchers, carried to the next.
       01 WS-WATCHER-COUNT PIC 9(03).
       01 WS-WATCHER-FULL PIC X(01).
           88 WATCHER-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-WATCHER-TABLE.
           05 WS-WATCHER-USER PIC X(08) OCCURS 200.
       01 WS-WATCHER-SCAN PIC 9(03).
       01 WS-SIGNOFF-NEEDED PIC X(01).
           88 SIGNOFF-IS-NEEDED VALUE 'Y'.
       01 WS-LOCK-TRIES PIC 9(02).
       01 WS-LOCK-ACQUIRED PIC X(01) VALUE 'N'.
           88 LOCK-ACQUIRED VALUE 'Y'.
       01 WS-SLEEP-SECONDS PIC 9(4) COMP VALUE 1.
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-ARG-TRAN PIC X(40).
       01 WS-TRAN-BASE PIC X(40).
       01 WS-EOF PIC X(01) VALUE 'N'.
           88 AT-EOF VALUE 'Y'.
       01 WS-TODAY PIC X(08).
       01 WS-NOW-TIME PIC X(06).
       01 WS-NEXT-ID PIC 9(5) VALUE 0.
       01 WS-ROW-NUMBER PIC 9(5) VALUE 0.
       01 WS-REC-LEN PIC 9(03).
       01 WS-ROW-OK PIC X(01).
           88 ROW-IS-GOOD VALUE 'Y'.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-FLD-LIST PIC X(40).
       01 WS-FLD-ITEM-ID PIC X(08).
       01 WS-FLD-ACTION PIC X(08).
       01 WS-FLD-USER PIC X(16).
       01 WS-FLD-CONTENT PIC X(256).
       01 WS-FLD-PRIORITY PIC X(08).
       01 WS-FLD-DUE-DATE PIC X(16).
       01 WS-FLD-ASSIGNEE PIC X(16).
       01 WS-FIELD PIC X(256).
       01 WS-TRAN-PTR PIC 9(03).
       01 WS-FLD-OUT PIC 9(03).
       01 WS-ID-LEN PIC 9(02).
       01 WS-BAD-CHAR-COUNT PIC 9(02).
       01 WS-PRIORITY-NUM PIC 9(03).
      *  The row being applied, once it has passed the field checks.
       01 WS-TRAN-LIST PIC X(20).
       01 WS-TRAN-ITEM-ID PIC 9(5).
       01 WS-TRAN-USER PIC X(08).
       01 WS-TRAN-ACTION PIC X(01).
           88 TRAN-COMPLETE VALUE 'C'.
           88 TRAN-EDIT VALUE 'E'.
           88 TRAN-REASSIGN VALUE 'R'.
           88 TRAN-REPRIORITIZE VALUE 'P'.
           88 TRAN-DELETE VALUE 'D'.
      *  The list whose .lck this run currently holds.  Rows for the
      *  same list reuse the hold; a row for another list releases
      *  it first, so one list is never locked for longer than its
      *  own stretch of the file.  A list whose lock could not be
      *  had is remembered, so the rest of its rows are rejected at
      *  once instead of each waiting out the retries again.
       01 WS-HELD-LIST PIC X(20) VALUE SPACES.
       01 WS-BUSY-LIST PIC X(20) VALUE SPACES.
       01 WS-LIST-HELD PIC X(01) VALUE 'N'.
           88 LIST-IS-HELD VALUE 'Y'.
       01 WS-LIST-FROZEN PIC X(01) VALUE 'N'.
           88 LIST-IS-FROZEN VALUE 'Y'.
       01 WS-STORE-STATE PIC X(01).
           88 STORE-IS-OPEN VALUE 'O'.
           88 STORE-IS-MISSING VALUE 'M'.
           88 STORE-IS-BROKEN VALUE 'B'.
       01 WS-ACL-EOF PIC X(01).
       01 WS-ACL-PRESENT PIC X(01).
           88 ACL-FILE-PRESENT VALUE 'Y'.
       01 WS-ACL-COUNT PIC 9(02).
       01 WS-ACL-TABLE.
           05 WS-ACL-ENTRY OCCURS 50.
               10 WS-ACL-ENTRY-ROLE PIC X(01).
               10 WS-ACL-ENTRY-USER PIC X(08).
       01 WS-ACL-SCAN PIC 9(02).
       01 WS-ACL-HIT PIC 9(02).
       01 WS-ACCESS-OK PIC X(01).
       01 WS-STEPS-EOF PIC X(01).
       01 WS-OPEN-STEP-COUNT PIC 9(3).
       01 WS-TDLIST.
        05 ITEM-ID PIC X(5).
        05 ITEM-CONTENT PIC X(35).
        05 ITEM-STATUS PIC X(01).
        05 ITEM-PRIORITY PIC X(01).
        05 ITEM-DUE-DATE PIC X(08).
        05 ITEM-CREATED-DATE PIC X(08).
        05 ITEM-CREATED-TIME PIC X(06).
        05 ITEM-MODIFIED-DATE PIC X(08).
        05 ITEM-MODIFIED-TIME PIC X(06).
        05 ITEM-RECUR-RULE PIC X(01).
           88 ITEM-RECURS VALUES 'D' 'W' 'M'.
        05 ITEM-CATEGORY PIC X(08).
        05 ITEM-CREATED-BY PIC X(08).
        05 ITEM-ASSIGNED-TO PIC X(08).
        05 ITEM-START-DATE PIC X(08).
       01 WS-JNL-DATE PIC X(08).
       01 WS-JNL-TIME PIC X(06).
       01 WS-JNL-ACTION PIC X(14).
       01 WS-JNL-ITEM-ID PIC X(05).
       01 WS-JNL-BEFORE PIC X(35).
       01 WS-JNL-AFTER PIC X(35).
       01 WS-JNL-IMAGE PIC X(111).
       01 WS-RECUR-BASE-DATE PIC X(08).
       01 WS-RECUR-NEXT-DATE PIC X(08).
       01 WS-RECUR-NEXT-NUM PIC 9(08).
       01 WS-RECUR-INTEGER PIC 9(7).
       01 WS-RECUR-YMD.
           05 WS-RECUR-YEAR PIC 9(04).
           05 WS-RECUR-MONTH PIC 9(02).
           05 WS-RECUR-DAY PIC 9(02).
      *  Control totals per list, in order of first appearance -
      *  the same fifty-slot distinct-code shape the reports use.
       01 WS-LIST-TOTALS.
           05 WS-TOTAL-ENTRY OCCURS 50.
               10 WS-TOTAL-LIST PIC X(20).
               10 WS-TOTAL-READ PIC 9(5).
               10 WS-TOTAL-APPLIED PIC 9(5).
               10 WS-TOTAL-REJECTED PIC 9(5).
       01 WS-TOTAL-USED PIC 9(02) VALUE 0.
       01 WS-TOTAL-INDEX PIC 9(02).
       01 WS-TOTAL-SCAN PIC 9(02).
       01 WS-TOTAL-HOLD PIC X(20).
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-FROZEN-COUNT PIC 9(5) VALUE 0.
      *  Request block for the TODOFRZK maintenance-freeze subprogram.
       COPY TODOFRZKDATA.
       COPY TODOCALDATA.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = 35
               DISPLAY 'NO INPUT FILE: ' WS-TRAN-FILENAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL AT-EOF
               READ TRAN-FILE
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE
           PERFORM RELEASE-HELD-LIST
           IF WS-REJECT-COUNT > 0
               CLOSE ERROR-FILE
           END-IF
           PERFORM PRINT-CONTROL-REPORT
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
          .

       READ-RUN-ARGUMENTS SECTION.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-TRAN
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-TRAN
           END-UNSTRING
           IF WS-ARG-TRAN = SPACES
               MOVE 'maint-trans.csv' TO WS-TRAN-FILENAME
           ELSE
               MOVE WS-ARG-TRAN TO WS-TRAN-FILENAME
           END-IF
           MOVE SPACES TO WS-TRAN-BASE
           UNSTRING WS-TRAN-FILENAME DELIMITED BY '.csv' OR SPACE
               INTO WS-TRAN-BASE
           END-UNSTRING
           MOVE SPACES TO WS-ERROR-FILENAME
           STRING WS-TRAN-BASE DELIMITED BY SPACE
                  '-errors.csv' DELIMITED BY SIZE
             INTO WS-ERROR-FILENAME
          EXIT.

      *    One row: parse, check the fields on their own, get the
      *    list held, check the submitting user's role, then apply.
      *    Each step that fails sets the reason and the row goes to
      *    the error file - one bad row never stops the run.
       APPLY-ONE-TRANSACTION SECTION.
           ADD 1 TO WS-ROW-NUMBER
           PERFORM PARSE-TRAN-FIELDS
      *    Only the first row can be the header, as in the CSV load.
           IF WS-ROW-NUMBER = 1
                AND WS-FLD-LIST(1:4) = 'LIST'
               CONTINUE
           ELSE
               ADD 1 TO WS-READ-COUNT
               PERFORM VALIDATE-TRAN-ROW
               MOVE WS-TRAN-LIST TO WS-TOTAL-HOLD
               PERFORM FIND-LIST-TOTAL
               IF WS-TOTAL-INDEX > 0
                   ADD 1 TO WS-TOTAL-READ (WS-TOTAL-INDEX)
               END-IF
               IF ROW-IS-GOOD
                   PERFORM HOLD-TRANSACTION-LIST
               END-IF
               IF ROW-IS-GOOD
                   PERFORM CHECK-SUBMITTER-ACCESS
               END-IF
               IF ROW-IS-GOOD
                   EVALUATE TRUE
                   WHEN TRAN-COMPLETE
                       PERFORM COMPLETE-ITEM
                   WHEN TRAN-EDIT
                       PERFORM EDIT-ITEM
                   WHEN TRAN-REASSIGN
                       PERFORM REASSIGN-ITEM
                   WHEN TRAN-REPRIORITIZE
                       PERFORM REPRIORITIZE-ITEM
                   WHEN TRAN-DELETE
                       PERFORM DELETE-ITEM
                   END-EVALUATE
               END-IF
               IF ROW-IS-GOOD
                   ADD 1 TO WS-APPLIED-COUNT
                   IF WS-TOTAL-INDEX > 0
                       ADD 1 TO WS-TOTAL-APPLIED (WS-TOTAL-INDEX)
                   END-IF
               ELSE
                   IF WS-TOTAL-INDEX > 0
                       ADD 1 TO WS-TOTAL-REJECTED (WS-TOTAL-INDEX)
                   END-IF
                   PERFORM WRITE-REJECT-ROW
               END-IF
           END-IF
          EXIT.

      *    The same field splitting TODOCSVI uses: a quoted field
      *    runs to its closing quote with doubled quotes collapsing
      *    to one, anything else to the next comma, and missing
      *    trailing fields stay spaces.
       PARSE-TRAN-FIELDS SECTION.
           MOVE 1 TO WS-TRAN-PTR
           PERFORM PARSE-NEXT-TRAN-FIELD
           MOVE WS-FIELD TO WS-FLD-LIST
           PERFORM PARSE-NEXT-TRAN-FIELD
           MOVE WS-FIELD TO WS-FLD-ITEM-ID
           PERFORM PARSE-NEXT-TRAN-FIELD
           MOVE WS-FIELD TO WS-FLD-ACTION
           PERFORM PARSE-NEXT-TRAN-FIELD
           MOVE WS-FIELD TO WS-FLD-USER
           PERFORM PARSE-NEXT-TRAN-FIELD
           MOVE WS-FIELD TO WS-FLD-CONTENT
           PERFORM PARSE-NEXT-TRAN-FIELD
           MOVE WS-FIELD TO WS-FLD-PRIORITY
           PERFORM PARSE-NEXT-TRAN-FIELD
           MOVE WS-FIELD TO WS-FLD-DUE-DATE
           PERFORM PARSE-NEXT-TRAN-FIELD
           MOVE WS-FIELD TO WS-FLD-ASSIGNEE
          EXIT.

       PARSE-NEXT-TRAN-FIELD SECTION.
           MOVE SPACES TO WS-FIELD
           MOVE 1 TO WS-FLD-OUT
           IF WS-TRAN-PTR > 512
               CONTINUE
           ELSE
           IF TRAN-RECORD(WS-TRAN-PTR:1) = '"'
               ADD 1 TO WS-TRAN-PTR
               PERFORM UNTIL WS-TRAN-PTR > 512
                        OR WS-FLD-OUT > 256
                   IF TRAN-RECORD(WS-TRAN-PTR:1) = '"'
                       IF WS-TRAN-PTR < 512
                            AND TRAN-RECORD(WS-TRAN-PTR + 1:1) = '"'
                           MOVE '"' TO WS-FIELD(WS-FLD-OUT:1)
                           ADD 1 TO WS-FLD-OUT
                           ADD 2 TO WS-TRAN-PTR
                       ELSE
                           ADD 1 TO WS-TRAN-PTR
                           EXIT PERFORM
                       END-IF
                   ELSE
                       MOVE TRAN-RECORD(WS-TRAN-PTR:1)
                         TO WS-FIELD(WS-FLD-OUT:1)
                       ADD 1 TO WS-FLD-OUT
                       ADD 1 TO WS-TRAN-PTR
                   END-IF
               END-PERFORM
               PERFORM SKIP-TO-NEXT-TRAN-FIELD
           ELSE
               PERFORM UNTIL WS-TRAN-PTR > 512
                      OR WS-FLD-OUT > 256
                      OR TRAN-RECORD(WS-TRAN-PTR:1) = ','
                   MOVE TRAN-RECORD(WS-TRAN-PTR:1)
                     TO WS-FIELD(WS-FLD-OUT:1)
                   ADD 1 TO WS-FLD-OUT
                   ADD 1 TO WS-TRAN-PTR
               END-PERFORM
               PERFORM SKIP-TO-NEXT-TRAN-FIELD
           END-IF
           END-IF
          EXIT.

       SKIP-TO-NEXT-TRAN-FIELD SECTION.
           PERFORM UNTIL WS-TRAN-PTR > 512
                  OR TRAN-RECORD(WS-TRAN-PTR:1) = ','
               ADD 1 TO WS-TRAN-PTR
           END-PERFORM
           ADD 1 TO WS-TRAN-PTR
          EXIT.

      *    Field checks that need nothing but the row itself, in the
      *    wording the CSV load uses for the same faults.  The list
      *    defaults to todolist like every other entry point, and
      *    must be a plain name - it becomes a file name below.
       VALIDATE-TRAN-ROW SECTION.
           MOVE 'Y' TO WS-ROW-OK
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-FLD-LIST(1:20) TO WS-TRAN-LIST
           IF WS-TRAN-LIST = SPACES
               MOVE 'todolist' TO WS-TRAN-LIST
           END-IF
           MOVE WS-FLD-ACTION(1:1) TO WS-TRAN-ACTION
           MOVE WS-FLD-USER(1:8) TO WS-TRAN-USER
           MOVE 0 TO WS-TRAN-ITEM-ID
           PERFORM VARYING WS-ID-LEN FROM 8 BY -1
                     UNTIL WS-ID-LEN = 0
                        OR WS-FLD-ITEM-ID(WS-ID-LEN:1) NOT = SPACE
           END-PERFORM
           IF WS-ID-LEN > 0 AND WS-ID-LEN < 6
               IF WS-FLD-ITEM-ID(1:WS-ID-LEN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-FLD-ITEM-ID(1:WS-ID-LEN))
                     TO WS-TRAN-ITEM-ID
               END-IF
           END-IF
           MOVE 0 TO WS-BAD-CHAR-COUNT
           INSPECT WS-TRAN-LIST TALLYING WS-BAD-CHAR-COUNT
             FOR ALL '/' ALL '.'
           IF WS-FLD-LIST(21:20) NOT = SPACES
                OR WS-BAD-CHAR-COUNT > 0
               MOVE 'N' TO WS-ROW-OK
               MOVE 'LIST NAME IS NOT USABLE' TO WS-REJECT-REASON
           ELSE
           IF WS-TRAN-ITEM-ID = 0
               MOVE 'N' TO WS-ROW-OK
               MOVE 'ITEM ID MUST BE 1-99999' TO WS-REJECT-REASON
           ELSE
           IF WS-FLD-ACTION(2:7) NOT = SPACES
                OR NOT (TRAN-COMPLETE OR TRAN-EDIT OR TRAN-REASSIGN
                        OR TRAN-REPRIORITIZE OR TRAN-DELETE)
               MOVE 'N' TO WS-ROW-OK
               MOVE 'ACTION MUST BE C, E, R, P OR D'
                 TO WS-REJECT-REASON
           ELSE
           IF WS-FLD-USER(9:8) NOT = SPACES
               MOVE 'N' TO WS-ROW-OK
               MOVE 'USER TOO LONG - 8 CHARACTERS MAX'
                 TO WS-REJECT-REASON
           ELSE
               EVALUATE TRUE
               WHEN TRAN-EDIT
                   PERFORM VALIDATE-EDIT-FIELDS
               WHEN TRAN-REASSIGN
                   IF WS-FLD-ASSIGNEE = SPACES
                       MOVE 'N' TO WS-ROW-OK
                       MOVE 'ASSIGNEE MISSING' TO WS-REJECT-REASON
                   ELSE
                   IF WS-FLD-ASSIGNEE(9:8) NOT = SPACES
                       MOVE 'N' TO WS-ROW-OK
                       MOVE 'ASSIGNEE TOO LONG - 8 CHARACTERS MAX'
                         TO WS-REJECT-REASON
                   END-IF
                   END-IF
               WHEN TRAN-REPRIORITIZE
                   IF WS-FLD-PRIORITY(1:1) NOT NUMERIC
                        OR WS-FLD-PRIORITY(2:7) NOT = SPACES
                        OR WS-FLD-PRIORITY(1:1) = '0'
                       MOVE 'N' TO WS-ROW-OK
                       MOVE 'PRIORITY MUST BE 1-9' TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF
          EXIT.

      *    An edit changes the content, the due date or both; a row
      *    that changes neither is a mistake, not a no-op.
       VALIDATE-EDIT-FIELDS SECTION.
           IF WS-FLD-CONTENT = SPACES AND WS-FLD-DUE-DATE = SPACES
               MOVE 'N' TO WS-ROW-OK
               MOVE 'EDIT NEEDS CONTENT OR DUE DATE'
                 TO WS-REJECT-REASON
           ELSE
           IF WS-FLD-CONTENT(36:221) NOT = SPACES
               MOVE 'N' TO WS-ROW-OK
               MOVE 'CONTENT TOO LONG - 35 CHARACTERS MAX'
                 TO WS-REJECT-REASON
           ELSE
           IF WS-FLD-DUE-DATE NOT = SPACES
                AND (WS-FLD-DUE-DATE(1:8) NOT NUMERIC
                     OR WS-FLD-DUE-DATE(9:8) NOT = SPACES)
               MOVE 'N' TO WS-ROW-OK
               MOVE 'DUE DATE MUST BE YYYYMMDD'
                 TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
          EXIT.

      *    Gets the row's list under this run's hold: the list
      *    already held is reused, another list's hold is given up
      *    first.  Once held, the list's .acl is loaded and its store
      *    opened for the whole stretch of rows.  A frozen list is
      *    asked about on every row, so each refused row is logged
      *    against the freeze.
       HOLD-TRANSACTION-LIST SECTION.
           MOVE 'N' TO WS-LIST-FROZEN
           IF LIST-IS-HELD AND WS-TRAN-LIST = WS-HELD-LIST
               CONTINUE
           ELSE
               PERFORM RELEASE-HELD-LIST
               IF WS-TRAN-LIST NOT = WS-BUSY-LIST
                   MOVE 'R' TO FRZ-FUNCTION
                   MOVE WS-TRAN-LIST TO FRZ-LIST-IN
                   MOVE 'todotran' TO FRZ-PROGRAM-IN FRZ-USER-IN
                   MOVE 'transaction' TO FRZ-ACTION-IN
                   CALL 'TODOFRZK' USING FREEZE-REQUEST
                   IF FRZ-LIST-FROZEN
                       MOVE 'Y' TO WS-LIST-FROZEN
                   END-IF
               END-IF
               IF WS-TRAN-LIST NOT = WS-BUSY-LIST
                    AND NOT LIST-IS-FROZEN
                   PERFORM SET-LIST-FILENAMES
                   PERFORM ACQUIRE-LOCK
                   IF LOCK-ACQUIRED
                       MOVE 'Y' TO WS-LIST-HELD
                       MOVE WS-TRAN-LIST TO WS-HELD-LIST
                       PERFORM LOAD-ACL-TABLE
                       PERFORM OPEN-ITEM-STORE
                   ELSE
                       MOVE WS-TRAN-LIST TO WS-BUSY-LIST
                   END-IF
               END-IF
           END-IF
           IF LIST-IS-FROZEN
               MOVE 'N' TO WS-ROW-OK
               ADD 1 TO WS-FROZEN-COUNT
               MOVE 'LIST IS FROZEN - RE-FEED LATER'
                 TO WS-REJECT-REASON
           ELSE
           IF NOT LIST-IS-HELD
               MOVE 'N' TO WS-ROW-OK
               MOVE 'LIST IS BUSY - RE-FEED LATER' TO WS-REJECT-REASON
           ELSE
           IF STORE-IS-BROKEN
               MOVE 'N' TO WS-ROW-OK
               MOVE 'LIST FILE CANNOT BE READ - RUN THE DOCTOR'
                 TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
          EXIT.

       RELEASE-HELD-LIST SECTION.
           IF LIST-IS-HELD
               IF STORE-IS-OPEN
                   CLOSE TDLIST
               END-IF
               PERFORM RELEASE-LOCK
               MOVE 'N' TO WS-LIST-HELD
               MOVE SPACES TO WS-HELD-LIST
           END-IF
          EXIT.

       SET-LIST-FILENAMES SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME WS-COUNTER-FILENAME
                          WS-LOCK-FILENAME WS-JOURNAL-FILENAME
                          WS-UNDO-FILENAME WS-ACL-FILENAME
                          WS-STEPS-FILENAME WS-SIGNOFF-FILENAME
                          WS-WATCH-FILENAME
           STRING WS-TRAN-LIST DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
             INTO WS-TDLIST-FILENAME
           STRING WS-TRAN-LIST DELIMITED BY SPACE
                  '.ctr' DELIMITED BY SIZE
             INTO WS-COUNTER-FILENAME
           STRING WS-TRAN-LIST DELIMITED BY SPACE
                  '.lck' DELIMITED BY SIZE
             INTO WS-LOCK-FILENAME
           STRING WS-TRAN-LIST DELIMITED BY SPACE
                  '.jnl' DELIMITED BY SIZE
             INTO WS-JOURNAL-FILENAME
           STRING WS-TRAN-LIST DELIMITED BY SPACE
                  '.undo' DELIMITED BY SIZE
             INTO WS-UNDO-FILENAME
           STRING WS-TRAN-LIST DELIMITED BY SPACE
                  '.acl' DELIMITED BY SIZE
             INTO WS-ACL-FILENAME
           STRING WS-TRAN-LIST DELIMITED BY SPACE
                  '.steps' DELIMITED BY SIZE
             INTO WS-STEPS-FILENAME
           STRING WS-TRAN-LIST DELIMITED BY SPACE
                  '.sgn' DELIMITED BY SIZE
             INTO WS-SIGNOFF-FILENAME
           STRING WS-TRAN-LIST DELIMITED BY SPACE
                  '.watch' DELIMITED BY SIZE
             INTO WS-WATCH-FILENAME
          EXIT.

      *    Same bounded-retry lock protocol TODOLISTE uses for its
      *    write actions - batch corrections are a writer like any
      *    other and must not interleave with a CGI update.
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
          EXIT.

      *    A list with no store yet has no items to correct - every
      *    row for it is 'no item with that id', not a failure of
      *    the run.
       OPEN-ITEM-STORE SECTION.
           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS = 35
               MOVE 'M' TO WS-STORE-STATE
           ELSE
           IF WS-TDLIST-STATUS NOT < 10
               MOVE 'B' TO WS-STORE-STATE
           ELSE
               MOVE 'O' TO WS-STORE-STATE
           END-IF
           END-IF
          EXIT.

       LOAD-ACL-TABLE SECTION.
           MOVE 0 TO WS-ACL-COUNT
           MOVE 'N' TO WS-ACL-PRESENT
           MOVE 'N' TO WS-ACL-EOF
           OPEN INPUT ACL-FILE
           IF WS-ACL-STATUS NOT = 35
               MOVE 'Y' TO WS-ACL-PRESENT
               PERFORM UNTIL WS-ACL-EOF = 'Y'
                   READ ACL-FILE
                      AT END MOVE 'Y' TO WS-ACL-EOF
                      NOT AT END
                         IF ACL-USER NOT = SPACES
                              AND WS-ACL-COUNT < 50
                             ADD 1 TO WS-ACL-COUNT
                             MOVE ACL-ROLE TO
                               WS-ACL-ENTRY-ROLE (WS-ACL-COUNT)
                             MOVE ACL-USER TO
                               WS-ACL-ENTRY-USER (WS-ACL-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE ACL-FILE
           END-IF
          EXIT.

      *    The browser's rules for a write action: no .acl means an
      *    open list; with one, the submitting user must be an owner
      *    or writer on it.  A refusal is journalled as 'denied' with
      *    the user and the action it would have been, the same
      *    evidence JOURNAL-DENIED-ATTEMPT leaves for a click.
       CHECK-SUBMITTER-ACCESS SECTION.
           IF NOT ACL-FILE-PRESENT
               MOVE 'Y' TO WS-ACCESS-OK
           ELSE
               MOVE 'N' TO WS-ACCESS-OK
               IF WS-TRAN-USER NOT = SPACES
                   MOVE 0 TO WS-ACL-HIT
                   PERFORM VARYING WS-ACL-SCAN FROM 1 BY 1
                             UNTIL WS-ACL-SCAN > WS-ACL-COUNT
                       IF WS-ACL-ENTRY-USER (WS-ACL-SCAN)
                            = WS-TRAN-USER
                           MOVE WS-ACL-SCAN TO WS-ACL-HIT
                       END-IF
                   END-PERFORM
                   IF WS-ACL-HIT > 0
                       IF WS-ACL-ENTRY-ROLE (WS-ACL-HIT) = 'O'
                            OR WS-ACL-ENTRY-ROLE (WS-ACL-HIT) = 'W'
                           MOVE 'Y' TO WS-ACCESS-OK
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ACCESS-OK NOT = 'Y'
               MOVE 'N' TO WS-ROW-OK
               MOVE 'NOT AUTHORIZED FOR THIS LIST'
                 TO WS-REJECT-REASON
               MOVE 'denied' TO WS-JNL-ACTION
               MOVE WS-TRAN-ITEM-ID TO WS-JNL-ITEM-ID
               MOVE WS-TRAN-USER TO WS-JNL-BEFORE
               EVALUATE TRUE
               WHEN TRAN-COMPLETE
                   MOVE 'complete' TO WS-JNL-AFTER
               WHEN TRAN-EDIT
                   MOVE 'edit' TO WS-JNL-AFTER
               WHEN TRAN-REASSIGN
                   MOVE 'assignitem' TO WS-JNL-AFTER
               WHEN TRAN-REPRIORITIZE
                   MOVE 'setpriority' TO WS-JNL-AFTER
               WHEN TRAN-DELETE
                   MOVE 'deleteitem' TO WS-JNL-AFTER
               END-EVALUATE
               MOVE SPACES TO WS-JNL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
          EXIT.

      *    Every action starts from the item as stored; a missing
      *    store or id rejects the row with the browser's message.
       READ-TRANSACTION-ITEM SECTION.
           IF STORE-IS-MISSING
               MOVE 'N' TO WS-ROW-OK
               MOVE 'NO ITEM WITH THAT ID' TO WS-REJECT-REASON
           ELSE
               MOVE WS-TRAN-ITEM-ID TO ITEM-ID IN TDLIST-FILE
               READ TDLIST
                  INVALID KEY
                     MOVE 'N' TO WS-ROW-OK
                     MOVE 'NO ITEM WITH THAT ID' TO WS-REJECT-REASON
               END-READ
           END-IF
          EXIT.

       STAMP-MODIFIED-TIMESTAMP SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY TO ITEM-MODIFIED-DATE IN TDLIST-FILE
           MOVE WS-NOW-TIME TO ITEM-MODIFIED-TIME IN TDLIST-FILE
          EXIT.

      *    Open steps block the complete exactly as in the browser;
      *    a completed recurring item brings back its next
      *    occurrence under a fresh id with a 'recur-add' record.
      *    A writer's complete in a controlled category stops at
      *    'A' with an 'awaitapproval' record, as in the browser -
      *    recurrence waits for the owner's approval there.
       COMPLETE-ITEM SECTION.
           PERFORM READ-TRANSACTION-ITEM
           MOVE 'N' TO WS-SIGNOFF-NEEDED
           IF ROW-IS-GOOD
               PERFORM CHECK-SIGNOFF-NEEDED
               IF ITEM-STATUS IN TDLIST-FILE = 'C'
                   MOVE 'N' TO WS-ROW-OK
                   MOVE 'ITEM IS ALREADY COMPLETE' TO WS-REJECT-REASON
               ELSE
               IF ITEM-STATUS IN TDLIST-FILE = 'A'
                    AND SIGNOFF-IS-NEEDED
                   MOVE 'N' TO WS-ROW-OK
                   MOVE 'ITEM IS ALREADY AWAITING APPROVAL'
                     TO WS-REJECT-REASON
               ELSE
                   PERFORM COUNT-OPEN-STEPS
                   IF WS-OPEN-STEP-COUNT > 0
                       MOVE 'N' TO WS-ROW-OK
                       MOVE 'ITEM HAS OPEN STEPS - FINISH THEM FIRST'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
               END-IF
           END-IF
           IF ROW-IS-GOOD AND SIGNOFF-IS-NEEDED
               PERFORM STAMP-MODIFIED-TIMESTAMP
               MOVE 'A' TO ITEM-STATUS IN TDLIST-FILE
               MOVE TDLIST-FILE TO WS-TDLIST
               REWRITE TDLIST-FILE
               MOVE 'awaitapproval' TO WS-JNL-ACTION
               MOVE ITEM-ID IN WS-TDLIST TO WS-JNL-ITEM-ID
               MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-BEFORE
               MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-AFTER
               MOVE WS-TDLIST TO WS-JNL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           IF ROW-IS-GOOD AND NOT SIGNOFF-IS-NEEDED
               PERFORM STAMP-MODIFIED-TIMESTAMP
               MOVE 'C' TO ITEM-STATUS IN TDLIST-FILE
               MOVE TDLIST-FILE TO WS-TDLIST
               REWRITE TDLIST-FILE
               MOVE 'complete' TO WS-JNL-ACTION
               MOVE ITEM-ID IN WS-TDLIST TO WS-JNL-ITEM-ID
               MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-BEFORE
               MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-AFTER
               MOVE WS-TDLIST TO WS-JNL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               IF ITEM-RECURS
                   PERFORM RESCHEDULE-RECURRING-ITEM
               END-IF
           END-IF
          EXIT.

      *    The submitting user's role decides it: no .acl means no
      *    owners to ask, and an owner's own complete needs no one
      *    else's approval.  Otherwise the item's category is looked
      *    up in the .sgn file, compared upper-cased.
       CHECK-SIGNOFF-NEEDED SECTION.
           MOVE 'N' TO WS-SIGNOFF-NEEDED
           IF ACL-FILE-PRESENT
                AND ITEM-CATEGORY IN TDLIST-FILE NOT = SPACES
               MOVE 0 TO WS-ACL-HIT
               PERFORM VARYING WS-ACL-SCAN FROM 1 BY 1
                         UNTIL WS-ACL-SCAN > WS-ACL-COUNT
                   IF WS-ACL-ENTRY-USER (WS-ACL-SCAN) = WS-TRAN-USER
                       MOVE WS-ACL-SCAN TO WS-ACL-HIT
                   END-IF
               END-PERFORM
               IF WS-ACL-HIT = 0
                   PERFORM SCAN-SIGNOFF-RULES
               ELSE
               IF WS-ACL-ENTRY-ROLE (WS-ACL-HIT) NOT = 'O'
                   PERFORM SCAN-SIGNOFF-RULES
               END-IF
               END-IF
           END-IF
          EXIT.

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

       COUNT-OPEN-STEPS SECTION.
           MOVE 0 TO WS-OPEN-STEP-COUNT
           MOVE 'N' TO WS-STEPS-EOF
           OPEN INPUT STEPS-FILE
           IF WS-STEPS-STATUS NOT = 35
               PERFORM UNTIL WS-STEPS-EOF = 'Y'
                   READ STEPS-FILE
                      AT END MOVE 'Y' TO WS-STEPS-EOF
                      NOT AT END
                         IF STEP-ITEM-ID = WS-TRAN-ITEM-ID
                              AND STEP-STATUS NOT = 'C'
                             ADD 1 TO WS-OPEN-STEP-COUNT
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPS-FILE
           END-IF
          EXIT.

      *    The complete has landed whatever happens here; a copy the
      *    store refuses is reported on the row's report line, not
      *    as a reject, since rejecting would claim the complete
      *    did not happen.
       RESCHEDULE-RECURRING-ITEM SECTION.
           PERFORM ADVANCE-RECUR-DUE-DATE
           PERFORM GET-NEXT-ITEM-ID
           MOVE WS-TDLIST TO TDLIST-FILE
           MOVE WS-NEXT-ID TO ITEM-ID IN TDLIST-FILE
           MOVE 'P' TO ITEM-STATUS IN TDLIST-FILE
           MOVE WS-RECUR-NEXT-DATE TO ITEM-DUE-DATE IN TDLIST-FILE
           MOVE WS-TODAY TO ITEM-CREATED-DATE IN TDLIST-FILE
           MOVE WS-NOW-TIME TO ITEM-CREATED-TIME IN TDLIST-FILE
           MOVE WS-TODAY TO ITEM-MODIFIED-DATE IN TDLIST-FILE
           MOVE WS-NOW-TIME TO ITEM-MODIFIED-TIME IN TDLIST-FILE
           WRITE TDLIST-FILE
              INVALID KEY
                 DISPLAY 'ROW ' WS-ROW-NUMBER
                         ': DONE, BUT RECUR COPY FAILED - RUN DOCTOR'
              NOT INVALID KEY
                 MOVE 'recur-add' TO WS-JNL-ACTION
                 MOVE WS-NEXT-ID TO WS-JNL-ITEM-ID
                 MOVE SPACES TO WS-JNL-BEFORE
                 MOVE ITEM-CONTENT IN WS-TDLIST TO WS-JNL-AFTER
                 MOVE TDLIST-FILE TO WS-JNL-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 PERFORM CARRY-ITEM-WATCHERS
           END-WRITE
          EXIT.

      *    Whoever followed the completed occurrence follows the
      *    next, as on the CGI side: each watcher of the old id is
      *    added under the new one.  More watchers than the table
      *    holds are reported on the row's report line and none
      *    carried, rather than some.
       CARRY-ITEM-WATCHERS SECTION.
           MOVE 0 TO WS-WATCHER-COUNT
           MOVE 'N' TO WS-WATCHER-FULL
           MOVE 'N' TO WS-WATCH-EOF
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS NOT = 35
               PERFORM UNTIL WS-WATCH-EOF = 'Y'
                   READ WATCH-FILE
                      AT END MOVE 'Y' TO WS-WATCH-EOF
                      NOT AT END
                         IF WATCH-ITEM-ID = ITEM-ID IN WS-TDLIST
                             IF WS-WATCHER-COUNT = 200
                                 MOVE 'Y' TO WS-WATCHER-FULL
                             ELSE
                                 ADD 1 TO WS-WATCHER-COUNT
                                 MOVE WATCH-USER TO WS-WATCHER-USER
                                                    (WS-WATCHER-COUNT)
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE WATCH-FILE
           END-IF
           IF WATCHER-TABLE-OVERFLOWED
               DISPLAY 'ROW ' WS-ROW-NUMBER
                       ': DONE, BUT WATCHERS NOT CARRIED - CALL SUPPORT'
           ELSE
           IF WS-WATCHER-COUNT > 0
               OPEN EXTEND WATCH-FILE
               PERFORM VARYING WS-WATCHER-SCAN FROM 1 BY 1
                         UNTIL WS-WATCHER-SCAN > WS-WATCHER-COUNT
                   MOVE WS-NEXT-ID TO WATCH-ITEM-ID
                   MOVE WS-WATCHER-USER (WS-WATCHER-SCAN)
                     TO WATCH-USER
                   WRITE WATCH-RECORD
               END-PERFORM
               CLOSE WATCH-FILE
           END-IF
           END-IF
          EXIT.

      *    The browser's rule, unchanged: advance by D/W/M from the
      *    due date (or today when there is none), walk a monthly
      *    date back to a real month-end, then land on a working day.
       ADVANCE-RECUR-DUE-DATE SECTION.
           IF ITEM-DUE-DATE IN WS-TDLIST IS NUMERIC
                AND ITEM-DUE-DATE IN WS-TDLIST
                  NOT = '99999999'
               MOVE ITEM-DUE-DATE IN WS-TDLIST
                 TO WS-RECUR-BASE-DATE
           ELSE
               MOVE WS-TODAY TO WS-RECUR-BASE-DATE
           END-IF
           EVALUATE ITEM-RECUR-RULE IN WS-TDLIST
           WHEN 'D'
               COMPUTE WS-RECUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       WS-RECUR-BASE-DATE)) + 1
               COMPUTE WS-RECUR-NEXT-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-RECUR-INTEGER)
               MOVE WS-RECUR-NEXT-NUM TO WS-RECUR-NEXT-DATE
           WHEN 'W'
               COMPUTE WS-RECUR-INTEGER =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       WS-RECUR-BASE-DATE)) + 7
               COMPUTE WS-RECUR-NEXT-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-RECUR-INTEGER)
               MOVE WS-RECUR-NEXT-NUM TO WS-RECUR-NEXT-DATE
           WHEN 'M'
               MOVE WS-RECUR-BASE-DATE TO WS-RECUR-YMD
               IF WS-RECUR-MONTH < 12
                   ADD 1 TO WS-RECUR-MONTH
               ELSE
                   MOVE 1 TO WS-RECUR-MONTH
                   ADD 1 TO WS-RECUR-YEAR
               END-IF
               PERFORM UNTIL WS-RECUR-DAY < 29
                      OR FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-RECUR-YMD)) = 0
                   SUBTRACT 1 FROM WS-RECUR-DAY
               END-PERFORM
               MOVE WS-RECUR-YMD TO WS-RECUR-NEXT-DATE
           WHEN OTHER
               MOVE WS-RECUR-BASE-DATE TO WS-RECUR-NEXT-DATE
           END-EVALUATE
           MOVE 'N' TO CAL-FUNCTION
           MOVE WS-RECUR-NEXT-DATE TO CAL-DATE-IN
           CALL 'TODOCAL' USING CALENDAR-REQUEST
           IF CAL-RESULT-DATE IS NUMERIC
               MOVE CAL-RESULT-DATE TO WS-RECUR-NEXT-DATE
           END-IF
          EXIT.

       GET-NEXT-ITEM-ID SECTION.
           MOVE 0 TO WS-NEXT-ID
           OPEN INPUT COUNTER-FILE
           IF WS-COUNTER-STATUS < 10
               READ COUNTER-FILE INTO WS-NEXT-ID
               CLOSE COUNTER-FILE
           END-IF
           ADD 1 TO WS-NEXT-ID
           OPEN OUTPUT COUNTER-FILE
           WRITE COUNTER-RECORD FROM WS-NEXT-ID
           CLOSE COUNTER-FILE
          EXIT.

      *    Journalled as the browser's edit: before and after are the
      *    content, and a due-date-only edit shows the same content
      *    on both sides with the new date in the image.
       EDIT-ITEM SECTION.
           PERFORM READ-TRANSACTION-ITEM
           IF ROW-IS-GOOD
               PERFORM STAMP-MODIFIED-TIMESTAMP
               MOVE 'edit' TO WS-JNL-ACTION
               MOVE ITEM-ID IN TDLIST-FILE TO WS-JNL-ITEM-ID
               MOVE ITEM-CONTENT IN TDLIST-FILE TO WS-JNL-BEFORE
               IF WS-FLD-CONTENT NOT = SPACES
                   MOVE WS-FLD-CONTENT(1:35)
                     TO ITEM-CONTENT IN TDLIST-FILE
               END-IF
               IF WS-FLD-DUE-DATE NOT = SPACES
                   MOVE WS-FLD-DUE-DATE(1:8)
                     TO ITEM-DUE-DATE IN TDLIST-FILE
               END-IF
               MOVE ITEM-CONTENT IN TDLIST-FILE TO WS-JNL-AFTER
               REWRITE TDLIST-FILE
               MOVE TDLIST-FILE TO WS-JNL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
          EXIT.

      *    An 'assignitem' record like the browser's, so the
      *    notifier tells the new assignee the next morning.
       REASSIGN-ITEM SECTION.
           PERFORM READ-TRANSACTION-ITEM
           IF ROW-IS-GOOD
               PERFORM STAMP-MODIFIED-TIMESTAMP
               MOVE 'assignitem' TO WS-JNL-ACTION
               MOVE ITEM-ID IN TDLIST-FILE TO WS-JNL-ITEM-ID
               MOVE ITEM-ASSIGNED-TO IN TDLIST-FILE TO WS-JNL-BEFORE
               MOVE WS-FLD-ASSIGNEE(1:8) TO WS-JNL-AFTER
               MOVE WS-FLD-ASSIGNEE(1:8)
                 TO ITEM-ASSIGNED-TO IN TDLIST-FILE
               REWRITE TDLIST-FILE
               MOVE TDLIST-FILE TO WS-JNL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
          EXIT.

      *    A priority change gets its own journal action,
      *    'setpriority' - the one the browser's bulk bar writes -
      *    with the old and new priority as before and after and
      *    the image for replay.
       REPRIORITIZE-ITEM SECTION.
           PERFORM READ-TRANSACTION-ITEM
           IF ROW-IS-GOOD
               PERFORM STAMP-MODIFIED-TIMESTAMP
               MOVE 'setpriority' TO WS-JNL-ACTION
               MOVE ITEM-ID IN TDLIST-FILE TO WS-JNL-ITEM-ID
               MOVE ITEM-PRIORITY IN TDLIST-FILE TO WS-JNL-BEFORE
               MOVE WS-FLD-PRIORITY(1:1) TO WS-JNL-AFTER
               MOVE FUNCTION NUMVAL(WS-FLD-PRIORITY)
                 TO WS-PRIORITY-NUM
               MOVE WS-PRIORITY-NUM TO ITEM-PRIORITY IN TDLIST-FILE
               REWRITE TDLIST-FILE
               MOVE TDLIST-FILE TO WS-JNL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
          EXIT.

      *    As in the browser the row is set aside in the list's
      *    .undo first, so the last batch delete on a list can still
      *    be undone there; the journal record carries the full
      *    image of what was deleted.
       DELETE-ITEM SECTION.
           PERFORM READ-TRANSACTION-ITEM
           IF ROW-IS-GOOD
               MOVE 'deleteitem' TO WS-JNL-ACTION
               MOVE ITEM-ID IN TDLIST-FILE TO WS-JNL-ITEM-ID
               MOVE ITEM-CONTENT IN TDLIST-FILE TO WS-JNL-BEFORE
               MOVE SPACES TO WS-JNL-AFTER
               MOVE TDLIST-FILE TO WS-JNL-IMAGE
               OPEN OUTPUT UNDO-FILE
               WRITE UNDO-RECORD FROM TDLIST-FILE
               CLOSE UNDO-FILE
               DELETE TDLIST RECORD
                  INVALID KEY CONTINUE
               END-DELETE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
          EXIT.

       WRITE-JOURNAL-RECORD SECTION.
           ACCEPT WS-JNL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JNL-TIME FROM TIME
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = 35
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-JNL-DATE TO JNL-DATE
           MOVE WS-JNL-TIME TO JNL-TIME
           MOVE WS-JNL-ACTION TO JNL-ACTION
           MOVE WS-JNL-ITEM-ID TO JNL-ITEM-ID
           MOVE WS-JNL-BEFORE TO JNL-BEFORE
           MOVE WS-JNL-AFTER TO JNL-AFTER
           MOVE WS-JNL-IMAGE TO JNL-ITEM-IMAGE
           MOVE WS-TRAN-USER TO JNL-USER
           MOVE SPACES TO JNL-LINK-LIST JNL-LINK-ID
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
          EXIT.

       FIND-LIST-TOTAL SECTION.
           MOVE 0 TO WS-TOTAL-INDEX
           PERFORM VARYING WS-TOTAL-SCAN FROM 1 BY 1
                     UNTIL WS-TOTAL-SCAN > WS-TOTAL-USED
               IF WS-TOTAL-LIST (WS-TOTAL-SCAN) = WS-TOTAL-HOLD
                   MOVE WS-TOTAL-SCAN TO WS-TOTAL-INDEX
               END-IF
           END-PERFORM
           IF WS-TOTAL-INDEX = 0 AND WS-TOTAL-USED < 50
               ADD 1 TO WS-TOTAL-USED
               MOVE WS-TOTAL-USED TO WS-TOTAL-INDEX
               MOVE WS-TOTAL-HOLD TO WS-TOTAL-LIST (WS-TOTAL-INDEX)
               MOVE 0 TO WS-TOTAL-READ (WS-TOTAL-INDEX)
               MOVE 0 TO WS-TOTAL-APPLIED (WS-TOTAL-INDEX)
               MOVE 0 TO WS-TOTAL-REJECTED (WS-TOTAL-INDEX)
           END-IF
          EXIT.

      *    Rejected rows are copied as they arrived with the reason
      *    appended, the TODOCSVI convention, so the error file can
      *    be corrected and fed straight back in.
       WRITE-REJECT-ROW SECTION.
           IF WS-REJECT-COUNT = 0
               OPEN OUTPUT ERROR-FILE
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           PERFORM VARYING WS-REC-LEN FROM 512 BY -1
                     UNTIL WS-REC-LEN = 0
                        OR TRAN-RECORD(WS-REC-LEN:1) NOT = SPACE
           END-PERFORM
           IF WS-REC-LEN = 0
               MOVE 1 TO WS-REC-LEN
           END-IF
           MOVE SPACES TO ERROR-RECORD
           STRING TRAN-RECORD(1:WS-REC-LEN) DELIMITED BY SIZE
                  ',ERROR: ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
             INTO ERROR-RECORD
           WRITE ERROR-RECORD
          EXIT.

       PRINT-CONTROL-REPORT SECTION.
           DISPLAY 'MAINTENANCE TRANSACTIONS  FILE: ' WS-TRAN-FILENAME
           DISPLAY ' '
           DISPLAY 'LIST                    READ  APPLIED  REJECTED'
           PERFORM VARYING WS-TOTAL-INDEX FROM 1 BY 1
                     UNTIL WS-TOTAL-INDEX > WS-TOTAL-USED
               DISPLAY WS-TOTAL-LIST (WS-TOTAL-INDEX)
                       '   ' WS-TOTAL-READ (WS-TOTAL-INDEX)
                       '    ' WS-TOTAL-APPLIED (WS-TOTAL-INDEX)
                       '     ' WS-TOTAL-REJECTED (WS-TOTAL-INDEX)
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'TOTAL                   '
                   WS-READ-COUNT '    ' WS-APPLIED-COUNT
                   '     ' WS-REJECT-COUNT
           IF WS-FROZEN-COUNT > 0
               DISPLAY 'HELD BY A FREEZE                  '
                       '         ' WS-FROZEN-COUNT
           END-IF
           IF WS-REJECT-COUNT > 0
               DISPLAY 'REJECTS IN ' WS-ERROR-FILENAME
           END-IF
          EXIT.

       END PROGRAM TODOTRAN.
