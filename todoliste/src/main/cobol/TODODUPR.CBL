       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODODUPR.

      *    Cross-list duplicate report: the same piece of work filed
      *    on more than one list (or twice on one) shows up as two
      *    owners, two due dates and eventually two people doing it.
      *    Run with no arguments, in the mold of TODOWEEK: sweeps
      *    each <name>.txt store the files-are-the-registry way,
      *    takes every item not yet complete (awaiting sign-off and
      *    deferred items included - they are still somebody's
      *    work), and groups them on the normalised content key the
      *    intake paths use (TODODUPK - case and extra blanks do not
      *    make two items different).  Every group of two or more
      *    prints with its members side by side - list, id,
      *    assignee, due date and status - so whoever tidies up can
      *    see which copy to keep.  Groups that span lists are
      *    flagged, since those are the ones nobody notices from a
      *    single list's page.
      *    The items stream through a real SORT on key, list and id,
      *    so there is no ceiling on the fleet; only the members of
      *    one group are held at a time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO DYNAMIC WS-TDLIST-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
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
         SELECT SORT-WORK ASSIGN TO 'duprsort'.

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
      *   Sort key: normalised content, then list and id, so each
      *   group comes back together and in a stable order.
          SD SORT-WORK.
          01 DPR-RECORD.
             05 DPR-KEY PIC X(35).
             05 DPR-LIST PIC X(20).
             05 DPR-ID PIC X(05).
             05 DPR-CONTENT PIC X(35).
             05 DPR-ASSIGNED-TO PIC X(08).
             05 DPR-DUE PIC X(08).
             05 DPR-STATUS PIC X(01).
             05 DPR-START PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-STORE-FOUND PIC X(01).
           88 LIST-STORE-FOUND VALUE 'Y'.
       01 WS-WORKLIST-FILENAME PIC X(40)
           VALUE 'dupr-worklist.tmp'.
       01 WS-WORKLIST-STATUS PIC 99.
       01 WS-LIST-NAME PIC X(20).
       01 WS-EOF PIC X(01).
           88 AT-EOF VALUE 'Y'.
       01 WS-LISTS-EOF PIC X(01) VALUE 'N'.
           88 AT-LISTS-EOF VALUE 'Y'.
       01 WS-SORT-EOF PIC X(01).
           88 SORT-OUTPUT-DONE VALUE 'Y'.
       01 WS-BAD-NAME-COUNT PIC 9(02).
       01 WS-TODAY PIC X(08).
      *  Request block for the TODODUPK duplicate-key subprogram.
       COPY TODODUPKDATA.
       01 WS-OPEN-COUNT PIC 9(7) VALUE 0.
       01 WS-GROUP-TOTAL PIC 9(5) VALUE 0.
       01 WS-GROUP-ITEM-TOTAL PIC 9(7) VALUE 0.
       01 WS-CROSS-LIST-TOTAL PIC 9(5) VALUE 0.
      *  The members of the group being gathered.  A group larger
      *  than the table is still counted in full; only the first
      *  members print.
       01 WS-CURRENT-KEY PIC X(35).
       01 WS-MEMBER-COUNT PIC 9(5) VALUE 0.
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER OCCURS 100.
               10 WS-MEMBER-LIST PIC X(20).
               10 WS-MEMBER-ID PIC X(05).
               10 WS-MEMBER-CONTENT PIC X(35).
               10 WS-MEMBER-ASSIGNED-TO PIC X(08).
               10 WS-MEMBER-DUE PIC X(08).
               10 WS-MEMBER-STATUS PIC X(01).
               10 WS-MEMBER-START PIC X(08).
       01 WS-MEMBER-SCAN PIC 9(5).
       01 WS-MEMBER-SHOWN PIC 9(5).
       01 WS-SPANS-LISTS PIC X(01).
           88 GROUP-SPANS-LISTS VALUE 'Y'.
       01 WS-STATUS-TEXT PIC X(09).
       01 WS-SHOW-ASSIGNED PIC X(08).
       01 WS-SHOW-DUE PIC X(08).
       01 WS-REPORT-LINE PIC X(100).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY 'DUPLICATE ITEM REPORT    DATE: ' WS-TODAY
           DISPLAY '========================================'
           SORT SORT-WORK
               ON ASCENDING KEY DPR-KEY
                                DPR-LIST
                                DPR-ID
               INPUT PROCEDURE IS FEED-DUPLICATE-RECORDS
               OUTPUT PROCEDURE IS PRINT-DUPLICATE-GROUPS
           DISPLAY ' '
           DISPLAY 'SUMMARY'
           DISPLAY '  OPEN ITEMS EXAMINED  : ' WS-OPEN-COUNT
           DISPLAY '  DUPLICATE GROUPS     : ' WS-GROUP-TOTAL
           DISPLAY '  ITEMS IN GROUPS      : ' WS-GROUP-ITEM-TOTAL
           DISPLAY '  GROUPS ACROSS LISTS  : ' WS-CROSS-LIST-TOTAL
           MOVE 0 TO RETURN-CODE
           GOBACK
          .

      *    The set of lists is whatever <name>.txt files exist - the
      *    same files-are-the-registry reading the digest batch
      *    uses.  Every item not complete on every list is released
      *    to the sort under its normalised key.
       FEED-DUPLICATE-RECORDS SECTION.
           CALL 'SYSTEM' USING
               'ls -1 *.txt > dupr-worklist.tmp 2>/dev/null'
           OPEN INPUT WORKLIST
           IF WS-WORKLIST-STATUS NOT = 35
               PERFORM UNTIL AT-LISTS-EOF
                   READ WORKLIST
                      AT END MOVE 'Y' TO WS-LISTS-EOF
                      NOT AT END
                         PERFORM COLLECT-ONE-LIST-FILE
                   END-READ
               END-PERFORM
               CLOSE WORKLIST
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-WORKLIST-FILENAME
          EXIT.

       COLLECT-ONE-LIST-FILE SECTION.
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
               PERFORM COLLECT-LIST-ITEMS
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

       COLLECT-LIST-ITEMS SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
      *    35 is only an empty list; any other failed OPEN must not
      *    reach the read loop, which would never see AT END.
           IF WS-TDLIST-STATUS NOT = 35
                AND WS-TDLIST-STATUS NOT < 10
               DISPLAY 'CANNOT READ ITEM STORE - FILE STATUS '
                       WS-TDLIST-STATUS ' (' WS-LIST-NAME ')'
           ELSE
           IF WS-TDLIST-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ TDLIST
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM RELEASE-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE TDLIST
           END-IF
           END-IF
          EXIT.

      *    Blank content has nothing to compare and would make every
      *    emptied row a "duplicate" of every other, so it is left
      *    out along with the completed items.
       RELEASE-ONE-ITEM SECTION.
           IF ITEM-STATUS IN TDLIST-FILE NOT = 'C'
                AND ITEM-CONTENT IN TDLIST-FILE NOT = SPACES
               MOVE ITEM-CONTENT IN TDLIST-FILE TO DUP-CONTENT-IN
               CALL 'TODODUPK' USING DUPLICATE-KEY-REQUEST
               MOVE DUP-KEY-OUT TO DPR-KEY
               MOVE WS-LIST-NAME TO DPR-LIST
               MOVE ITEM-ID IN TDLIST-FILE TO DPR-ID
               MOVE ITEM-CONTENT IN TDLIST-FILE TO DPR-CONTENT
               MOVE ITEM-ASSIGNED-TO IN TDLIST-FILE TO DPR-ASSIGNED-TO
               MOVE ITEM-DUE-DATE IN TDLIST-FILE TO DPR-DUE
               MOVE ITEM-STATUS IN TDLIST-FILE TO DPR-STATUS
               MOVE ITEM-START-DATE IN TDLIST-FILE TO DPR-START
               RELEASE DPR-RECORD
               ADD 1 TO WS-OPEN-COUNT
           END-IF
          EXIT.

      *    Members of one key arrive together; the group is held
      *    until the key changes and then printed only if it turned
      *    out to have more than one member.
       PRINT-DUPLICATE-GROUPS SECTION.
           MOVE HIGH-VALUES TO WS-CURRENT-KEY
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-OUTPUT-DONE
               RETURN SORT-WORK
                  AT END MOVE 'Y' TO WS-SORT-EOF
                  NOT AT END
                     PERFORM GATHER-ONE-RETURNED-ITEM
               END-RETURN
           END-PERFORM
           PERFORM CLOSE-DUPLICATE-GROUP
          EXIT.

       GATHER-ONE-RETURNED-ITEM SECTION.
           IF DPR-KEY NOT = WS-CURRENT-KEY
               PERFORM CLOSE-DUPLICATE-GROUP
               MOVE DPR-KEY TO WS-CURRENT-KEY
               MOVE 0 TO WS-MEMBER-COUNT
               MOVE 'N' TO WS-SPANS-LISTS
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           IF WS-MEMBER-COUNT > 1
                AND DPR-LIST NOT = WS-MEMBER-LIST (1)
               MOVE 'Y' TO WS-SPANS-LISTS
           END-IF
           IF WS-MEMBER-COUNT NOT > 100
               MOVE DPR-LIST TO WS-MEMBER-LIST (WS-MEMBER-COUNT)
               MOVE DPR-ID TO WS-MEMBER-ID (WS-MEMBER-COUNT)
               MOVE DPR-CONTENT TO WS-MEMBER-CONTENT (WS-MEMBER-COUNT)
               MOVE DPR-ASSIGNED-TO
                 TO WS-MEMBER-ASSIGNED-TO (WS-MEMBER-COUNT)
               MOVE DPR-DUE TO WS-MEMBER-DUE (WS-MEMBER-COUNT)
               MOVE DPR-STATUS TO WS-MEMBER-STATUS (WS-MEMBER-COUNT)
               MOVE DPR-START TO WS-MEMBER-START (WS-MEMBER-COUNT)
           END-IF
          EXIT.

       CLOSE-DUPLICATE-GROUP SECTION.
           IF WS-MEMBER-COUNT > 1
               ADD 1 TO WS-GROUP-TOTAL
               ADD WS-MEMBER-COUNT TO WS-GROUP-ITEM-TOTAL
               IF GROUP-SPANS-LISTS
                   ADD 1 TO WS-CROSS-LIST-TOTAL
               END-IF
               PERFORM PRINT-GROUP-HEADING
               MOVE WS-MEMBER-COUNT TO WS-MEMBER-SHOWN
               IF WS-MEMBER-SHOWN > 100
                   MOVE 100 TO WS-MEMBER-SHOWN
               END-IF
               PERFORM VARYING WS-MEMBER-SCAN FROM 1 BY 1
                         UNTIL WS-MEMBER-SCAN > WS-MEMBER-SHOWN
                   PERFORM PRINT-MEMBER-LINE
               END-PERFORM
               IF WS-MEMBER-COUNT > WS-MEMBER-SHOWN
                   DISPLAY '  ... AND MORE - ' WS-MEMBER-COUNT
                           ' ITEMS IN ALL'
               END-IF
           END-IF
          EXIT.

      *    The heading shows the first member's content as typed -
      *    the key itself is upper-cased and squeezed and reads
      *    worse than any of the originals.
       PRINT-GROUP-HEADING SECTION.
           DISPLAY ' '
           IF GROUP-SPANS-LISTS
               DISPLAY '"' WS-MEMBER-CONTENT (1) '"'
                       '  ' WS-MEMBER-COUNT ' ITEMS - ACROSS LISTS'
           ELSE
               DISPLAY '"' WS-MEMBER-CONTENT (1) '"'
                       '  ' WS-MEMBER-COUNT ' ITEMS - SAME LIST'
           END-IF
           DISPLAY '  LIST                  ID     ASSIGNEE  DUE DATE  '
                   'STATUS'
           DISPLAY '  --------------------  -----  --------  --------  '
                   '---------'
          EXIT.

      *    Status words follow the browser's reading: 'A' is waiting
      *    on an owner's sign-off, a start date still ahead means
      *    deferred, anything else not complete is pending.
       PRINT-MEMBER-LINE SECTION.
           IF WS-MEMBER-STATUS (WS-MEMBER-SCAN) = 'A'
               MOVE 'AWAITING' TO WS-STATUS-TEXT
           ELSE
           IF WS-MEMBER-START (WS-MEMBER-SCAN) IS NUMERIC
                AND WS-MEMBER-START (WS-MEMBER-SCAN) > WS-TODAY
               MOVE 'DEFERRED' TO WS-STATUS-TEXT
           ELSE
               MOVE 'PENDING' TO WS-STATUS-TEXT
           END-IF
           END-IF
           IF WS-MEMBER-ASSIGNED-TO (WS-MEMBER-SCAN) = SPACES
               MOVE '(none)' TO WS-SHOW-ASSIGNED
           ELSE
               MOVE WS-MEMBER-ASSIGNED-TO (WS-MEMBER-SCAN)
                 TO WS-SHOW-ASSIGNED
           END-IF
           IF WS-MEMBER-DUE (WS-MEMBER-SCAN) IS NUMERIC
                AND WS-MEMBER-DUE (WS-MEMBER-SCAN) NOT = '99999999'
               MOVE WS-MEMBER-DUE (WS-MEMBER-SCAN) TO WS-SHOW-DUE
           ELSE
               MOVE '-' TO WS-SHOW-DUE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-MEMBER-LIST (WS-MEMBER-SCAN) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MEMBER-ID (WS-MEMBER-SCAN) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SHOW-ASSIGNED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SHOW-DUE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
          EXIT.

       END PROGRAM TODODUPR.
