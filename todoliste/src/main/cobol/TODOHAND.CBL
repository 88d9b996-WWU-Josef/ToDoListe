       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOHAND.

      *    Leaver / handover batch: moves one person's whole standing
      *    on the system to another login in one run, instead of a
      *    hunt through every list that always misses some.
      *    Run as:
      *        todohand <old-login> <new-login> [DRYRUN]
      *    Sweeps each <name>.txt store the files-are-the-registry
      *    way (see TODODIGEST) and, list by list under the list's
      *    .lck:
      *      - every item assigned to the old login that is not yet
      *        complete - pending, deferred, or checked off and
      *        still awaiting an owner's sign-off, since a rejection
      *        would otherwise bounce back to someone who has gone -
      *        is reassigned to the new login with the same
      *        'assignitem' journal record a browser reassign
      *        writes, so TODONTFY tells the new person in the
      *        morning mail;
      *      - the old login's .acl entry is handed to the new
      *        login.  If the new login already holds an equal or
      *        stronger role there the old entry is simply removed;
      *        if it holds a weaker one it is raised to the old
      *        login's role.  Either way an owner's standing always
      *        lands on the new login before the old entry goes, so
      *        no list is ever left without an owner.  Each change
      *        is journalled as the 'setaccess' record the browser's
      *        access page writes.
      *    Completed items keep the old login - they record who did
      *    the work.  With DRYRUN nothing is locked or written: the
      *    run prints every change it would make, in the same words,
      *    so the handover can be checked before it is done.
      *    A list whose lock cannot be had, or that is under a
      *    maintenance freeze (see TODOFRZ), is reported and left
      *    alone; the run ends with return code 4 and can simply be
      *    repeated, since items and entries already handed over no
      *    longer carry the old login.

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
         SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT ACL-FILE ASSIGN TO DYNAMIC WS-ACL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACL-STATUS.

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
          FD ACL-FILE.
          01 ACL-RECORD.
             05 ACL-ROLE PIC X(01).
             05 ACL-USER PIC X(08).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-STORE-FOUND PIC X(01).
           88 LIST-STORE-FOUND VALUE 'Y'.
       01 WS-WORKLIST-FILENAME PIC X(40)
           VALUE 'hand-worklist.tmp'.
       01 WS-WORKLIST-STATUS PIC 99.
       01 WS-LOCK-FILENAME PIC X(40).
       01 WS-LOCK-STATUS PIC 99.
       01 WS-JOURNAL-FILENAME PIC X(40).
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-ACL-FILENAME PIC X(40).
       01 WS-ACL-STATUS PIC 99.
       01 WS-LOCK-TRIES PIC 9(02).
       01 WS-LOCK-ACQUIRED PIC X(01) VALUE 'N'.
           88 LOCK-ACQUIRED VALUE 'Y'.
       01 WS-SLEEP-SECONDS PIC 9(4) COMP VALUE 1.
       01 WS-COMMAND-LINE PIC X(80).
       01 WS-ARG-OLD PIC X(16).
       01 WS-ARG-NEW PIC X(16).
       01 WS-ARG-FLAG PIC X(10).
       01 WS-OLD-LOGIN PIC X(08).
       01 WS-NEW-LOGIN PIC X(08).
       01 WS-DRY-RUN PIC X(01) VALUE 'N'.
           88 DRY-RUN-ONLY VALUE 'Y'.
       01 WS-LIST-NAME PIC X(20).
       01 WS-EOF PIC X(01).
           88 AT-EOF VALUE 'Y'.
       01 WS-LISTS-EOF PIC X(01) VALUE 'N'.
           88 AT-LISTS-EOF VALUE 'Y'.
       01 WS-BAD-NAME-COUNT PIC 9(02).
       01 WS-TODAY PIC X(08).
       01 WS-NOW-TIME PIC X(06).
       01 WS-VERB PIC X(16).
      *  Ids of the old login's open items on the list in hand.  The
      *  alternate-key walk only gathers them - rewriting an item
      *  changes the very key being walked - and the rewrites
      *  follow by primary key.  A list with more than the table
      *  holds is simply gathered again: the items already handed
      *  over no longer match.
       01 WS-HAND-COUNT PIC 9(03).
       01 WS-HAND-TABLE.
           05 WS-HAND-ID OCCURS 500 PIC 9(05).
       01 WS-HAND-SCAN PIC 9(03).
       01 WS-HAND-FULL PIC X(01).
           88 HAND-TABLE-FULL VALUE 'Y'.
       01 WS-ACL-EOF PIC X(01).
       01 WS-ACL-PRESENT PIC X(01).
           88 ACL-FILE-PRESENT VALUE 'Y'.
       01 WS-ACL-COUNT PIC 9(02).
       01 WS-ACL-TABLE.
           05 WS-ACL-ENTRY OCCURS 50.
               10 WS-ACL-ENTRY-ROLE PIC X(01).
               10 WS-ACL-ENTRY-USER PIC X(08).
       01 WS-ACL-SCAN PIC 9(02).
       01 WS-OLD-HIT PIC 9(02).
       01 WS-NEW-HIT PIC 9(02).
       01 WS-OLD-ROLE PIC X(01).
       01 WS-NEW-ROLE PIC X(01).
       01 WS-RANK-ROLE PIC X(01).
       01 WS-RANK PIC 9(01).
       01 WS-OLD-RANK PIC 9(01).
       01 WS-NEW-RANK PIC 9(01).
       01 WS-ROLE-WORD PIC X(06).
       01 WS-JNL-ACTION PIC X(14).
       01 WS-JNL-ITEM-ID PIC X(05).
       01 WS-JNL-BEFORE PIC X(35).
       01 WS-JNL-AFTER PIC X(35).
       01 WS-JNL-IMAGE PIC X(111).
       01 WS-REPORT-LINE PIC X(100).
       01 WS-LIST-COUNT PIC 9(5) VALUE 0.
       01 WS-ITEM-TOTAL PIC 9(5) VALUE 0.
       01 WS-ACL-TOTAL PIC 9(5) VALUE 0.
       01 WS-BUSY-TOTAL PIC 9(5) VALUE 0.
       01 WS-BROKEN-TOTAL PIC 9(5) VALUE 0.
      *  Request block for the TODOFRZK maintenance-freeze subprogram.
       COPY TODOFRZKDATA.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           IF WS-OLD-LOGIN = SPACES OR WS-NEW-LOGIN = SPACES
                OR WS-ARG-OLD(9:8) NOT = SPACES
                OR WS-ARG-NEW(9:8) NOT = SPACES
               DISPLAY 'USAGE: TODOHAND <OLD-LOGIN> <NEW-LOGIN> '
                       '[DRYRUN] - LOGINS 8 CHARACTERS MAX'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-OLD-LOGIN = WS-NEW-LOGIN
               DISPLAY 'OLD AND NEW LOGIN ARE THE SAME - NOTHING TO DO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF DRY-RUN-ONLY
               DISPLAY 'HANDOVER (DRY RUN)    DATE: ' WS-TODAY
               MOVE 'WOULD REASSIGN' TO WS-VERB
           ELSE
               DISPLAY 'HANDOVER              DATE: ' WS-TODAY
               MOVE 'REASSIGNED' TO WS-VERB
           END-IF
           DISPLAY '  FROM ' WS-OLD-LOGIN '  TO ' WS-NEW-LOGIN
           DISPLAY '========================================'
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
           DISPLAY ' '
           DISPLAY 'SUMMARY'
           DISPLAY '  LISTS EXAMINED       : ' WS-LIST-COUNT
           IF DRY-RUN-ONLY
               DISPLAY '  ITEMS TO REASSIGN    : ' WS-ITEM-TOTAL
               DISPLAY '  ACCESS CHANGES DUE   : ' WS-ACL-TOTAL
               DISPLAY '  NOTHING WAS CHANGED - DRY RUN'
           ELSE
               DISPLAY '  ITEMS REASSIGNED     : ' WS-ITEM-TOTAL
               DISPLAY '  ACCESS CHANGES MADE  : ' WS-ACL-TOTAL
           END-IF
           DISPLAY '  LISTS BUSY - SKIPPED : ' WS-BUSY-TOTAL
           DISPLAY '  LISTS UNREADABLE     : ' WS-BROKEN-TOTAL
           IF WS-BUSY-TOTAL > 0 OR WS-BROKEN-TOTAL > 0
               DISPLAY '  RE-RUN TO FINISH THE SKIPPED LISTS'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
          .

       READ-RUN-ARGUMENTS SECTION.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-OLD WS-ARG-NEW WS-ARG-FLAG
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-OLD WS-ARG-NEW WS-ARG-FLAG
           END-UNSTRING
           MOVE WS-ARG-OLD(1:8) TO WS-OLD-LOGIN
           MOVE WS-ARG-NEW(1:8) TO WS-NEW-LOGIN
           IF WS-ARG-FLAG = 'DRYRUN'
               MOVE 'Y' TO WS-DRY-RUN
           END-IF
          EXIT.

      *    The set of lists is whatever <name>.txt files exist in the
      *    data directory - the same reading the digest batch uses.
       BUILD-LIST-OF-LISTS SECTION.
           CALL 'SYSTEM' USING
               'ls -1 *.txt > hand-worklist.tmp 2>/dev/null'
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
               ADD 1 TO WS-LIST-COUNT
               PERFORM SET-LIST-FILENAMES
               PERFORM HAND-OVER-ONE-LIST
           END-IF
          EXIT.

       SET-LIST-FILENAMES SECTION.
           MOVE SPACES TO WS-LOCK-FILENAME WS-JOURNAL-FILENAME
                          WS-ACL-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.lck' DELIMITED BY SIZE
             INTO WS-LOCK-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jnl' DELIMITED BY SIZE
             INTO WS-JOURNAL-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.acl' DELIMITED BY SIZE
             INTO WS-ACL-FILENAME
          EXIT.

      *    A dry run only reads, so it takes no lock - it must not
      *    make the people it is about to hand over to wait.
      *    A list under a maintenance freeze is left like a busy
      *    one, for the re-run once the freeze is lifted.
       HAND-OVER-ONE-LIST SECTION.
           IF DRY-RUN-ONLY
               PERFORM HAND-OVER-LIST-ITEMS
               PERFORM HAND-OVER-ACL-ENTRY
           ELSE
               MOVE 'R' TO FRZ-FUNCTION
               MOVE WS-LIST-NAME TO FRZ-LIST-IN
               MOVE 'todohand' TO FRZ-PROGRAM-IN FRZ-USER-IN
               MOVE 'handover' TO FRZ-ACTION-IN
               CALL 'TODOFRZK' USING FREEZE-REQUEST
               IF FRZ-LIST-FROZEN
                   ADD 1 TO WS-BUSY-TOTAL
                   DISPLAY WS-LIST-NAME
                           '  LIST IS FROZEN - NOT HANDED OVER'
               ELSE
               PERFORM ACQUIRE-LOCK
               IF LOCK-ACQUIRED
                   PERFORM HAND-OVER-LIST-ITEMS
                   PERFORM HAND-OVER-ACL-ENTRY
                   PERFORM RELEASE-LOCK
               ELSE
                   ADD 1 TO WS-BUSY-TOTAL
                   DISPLAY WS-LIST-NAME
                           '  LIST IS BUSY - NOT HANDED OVER'
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

       HAND-OVER-LIST-ITEMS SECTION.
           IF DRY-RUN-ONLY
               OPEN INPUT TDLIST
           ELSE
               OPEN I-O TDLIST
           END-IF
      *    35 is only an empty list; any other failed OPEN must not
      *    reach the read loop, which would never see AT END.
           IF WS-TDLIST-STATUS NOT = 35
                AND WS-TDLIST-STATUS NOT < 10
               ADD 1 TO WS-BROKEN-TOTAL
               DISPLAY 'CANNOT READ ITEM STORE - FILE STATUS '
                       WS-TDLIST-STATUS ' (' WS-LIST-NAME ')'
           ELSE
           IF WS-TDLIST-STATUS NOT = 35
               MOVE 'Y' TO WS-HAND-FULL
               PERFORM UNTIL NOT HAND-TABLE-FULL
                   PERFORM GATHER-OLD-LOGIN-ITEMS
                   IF NOT DRY-RUN-ONLY
                       PERFORM VARYING WS-HAND-SCAN FROM 1 BY 1
                                 UNTIL WS-HAND-SCAN > WS-HAND-COUNT
                           PERFORM REASSIGN-ONE-ITEM
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE TDLIST
           END-IF
           END-IF
          EXIT.

      *    START on the assignee key positions at the old login's
      *    first item; the walk stops at the first record carrying
      *    anyone else.  A dry run reports as it walks and never
      *    fills the table, so it takes one pass.
       GATHER-OLD-LOGIN-ITEMS SECTION.
           MOVE 0 TO WS-HAND-COUNT
           MOVE 'N' TO WS-HAND-FULL
           MOVE 'N' TO WS-EOF
           MOVE WS-OLD-LOGIN TO ITEM-ASSIGNED-TO IN TDLIST-FILE
           START TDLIST KEY = ITEM-ASSIGNED-TO IN TDLIST-FILE
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL AT-EOF
               READ TDLIST NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF ITEM-ASSIGNED-TO IN TDLIST-FILE
                          NOT = WS-OLD-LOGIN
                         MOVE 'Y' TO WS-EOF
                     ELSE
                     IF ITEM-STATUS IN TDLIST-FILE NOT = 'C'
                         IF DRY-RUN-ONLY
                             ADD 1 TO WS-ITEM-TOTAL
                             PERFORM PRINT-ITEM-LINE
                         ELSE
                             ADD 1 TO WS-HAND-COUNT
                             MOVE ITEM-ID IN TDLIST-FILE
                               TO WS-HAND-ID (WS-HAND-COUNT)
                             IF WS-HAND-COUNT = 500
                                 MOVE 'Y' TO WS-HAND-FULL
                                 MOVE 'Y' TO WS-EOF
                             END-IF
                         END-IF
                     END-IF
                     END-IF
               END-READ
           END-PERFORM
          EXIT.

      *    The same change and record TODOTRAN's reassign makes: the
      *    before-image is the old login, the after-image the new
      *    one (which is what TODONTFY routes on), with the full
      *    item image as it now stands.
       REASSIGN-ONE-ITEM SECTION.
           MOVE WS-HAND-ID (WS-HAND-SCAN) TO ITEM-ID IN TDLIST-FILE
           READ TDLIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ACCEPT WS-TODAY FROM DATE YYYYMMDD
                 ACCEPT WS-NOW-TIME FROM TIME
                 MOVE WS-TODAY TO ITEM-MODIFIED-DATE IN TDLIST-FILE
                 MOVE WS-NOW-TIME TO ITEM-MODIFIED-TIME IN TDLIST-FILE
                 MOVE WS-NEW-LOGIN TO ITEM-ASSIGNED-TO IN TDLIST-FILE
                 REWRITE TDLIST-FILE
                 MOVE 'assignitem' TO WS-JNL-ACTION
                 MOVE ITEM-ID IN TDLIST-FILE TO WS-JNL-ITEM-ID
                 MOVE WS-OLD-LOGIN TO WS-JNL-BEFORE
                 MOVE WS-NEW-LOGIN TO WS-JNL-AFTER
                 MOVE TDLIST-FILE TO WS-JNL-IMAGE
                 PERFORM WRITE-JOURNAL-RECORD
                 ADD 1 TO WS-ITEM-TOTAL
                 PERFORM PRINT-ITEM-LINE
           END-READ
          EXIT.

       PRINT-ITEM-LINE SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LIST-NAME DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-VERB DELIMITED BY SIZE
                  '  ITEM ' DELIMITED BY SIZE
                  ITEM-ID IN TDLIST-FILE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ITEM-CONTENT IN TDLIST-FILE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
          EXIT.

      *    A list with no .acl is open to everyone and has no entry
      *    to hand over.  Roles rank owner over writer over reader;
      *    the new login ends up with the stronger of its own role
      *    and the old login's, and the old entry is removed.
       HAND-OVER-ACL-ENTRY SECTION.
           PERFORM LOAD-ACL-TABLE
           IF ACL-FILE-PRESENT
               MOVE 0 TO WS-OLD-HIT WS-NEW-HIT
               PERFORM VARYING WS-ACL-SCAN FROM 1 BY 1
                         UNTIL WS-ACL-SCAN > WS-ACL-COUNT
                   IF WS-ACL-ENTRY-USER (WS-ACL-SCAN) = WS-OLD-LOGIN
                       MOVE WS-ACL-SCAN TO WS-OLD-HIT
                   END-IF
                   IF WS-ACL-ENTRY-USER (WS-ACL-SCAN) = WS-NEW-LOGIN
                       MOVE WS-ACL-SCAN TO WS-NEW-HIT
                   END-IF
               END-PERFORM
               IF WS-OLD-HIT > 0
                   PERFORM TRANSFER-ACL-ENTRY
               END-IF
           END-IF
          EXIT.

       TRANSFER-ACL-ENTRY SECTION.
           MOVE WS-ACL-ENTRY-ROLE (WS-OLD-HIT) TO WS-OLD-ROLE
           MOVE WS-OLD-ROLE TO WS-RANK-ROLE
           PERFORM RANK-ACL-ROLE
           MOVE WS-RANK TO WS-OLD-RANK
           MOVE SPACE TO WS-NEW-ROLE
           MOVE 0 TO WS-NEW-RANK
           IF WS-NEW-HIT > 0
               MOVE WS-ACL-ENTRY-ROLE (WS-NEW-HIT) TO WS-NEW-ROLE
               MOVE WS-NEW-ROLE TO WS-RANK-ROLE
               PERFORM RANK-ACL-ROLE
               MOVE WS-RANK TO WS-NEW-RANK
           END-IF
      *    The new login's standing is settled first, so an owner
      *    entry is never removed before its replacement exists.
           IF WS-NEW-RANK < WS-OLD-RANK
               MOVE WS-OLD-ROLE TO WS-RANK-ROLE
               PERFORM NAME-ACL-ROLE
               IF WS-NEW-HIT > 0
                   MOVE WS-OLD-ROLE TO WS-ACL-ENTRY-ROLE (WS-NEW-HIT)
               ELSE
                   MOVE WS-NEW-LOGIN TO WS-ACL-ENTRY-USER (WS-OLD-HIT)
               END-IF
               MOVE WS-NEW-ROLE TO WS-JNL-BEFORE
               MOVE SPACES TO WS-JNL-AFTER
               STRING WS-ROLE-WORD DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-NEW-LOGIN DELIMITED BY SPACE
                 INTO WS-JNL-AFTER
               PERFORM RECORD-ACL-CHANGE
           END-IF
           IF WS-NEW-HIT > 0 OR WS-NEW-RANK NOT < WS-OLD-RANK
               MOVE SPACES TO WS-ACL-ENTRY-USER (WS-OLD-HIT)
           END-IF
           MOVE WS-OLD-ROLE TO WS-JNL-BEFORE
           MOVE SPACES TO WS-JNL-AFTER
           STRING 'none ' DELIMITED BY SIZE
                  WS-OLD-LOGIN DELIMITED BY SPACE
             INTO WS-JNL-AFTER
           PERFORM RECORD-ACL-CHANGE
           IF NOT DRY-RUN-ONLY
               PERFORM REWRITE-ACL-FILE
           END-IF
          EXIT.

      *    One access change: journalled as 'setaccess' against item
      *    00000 the way the browser's access page records it, and
      *    printed either way.
       RECORD-ACL-CHANGE SECTION.
           ADD 1 TO WS-ACL-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           IF DRY-RUN-ONLY
               STRING WS-LIST-NAME DELIMITED BY SIZE
                      '  WOULD SET ACCESS  ' DELIMITED BY SIZE
                      WS-JNL-AFTER DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
           ELSE
               STRING WS-LIST-NAME DELIMITED BY SIZE
                      '  SET ACCESS        ' DELIMITED BY SIZE
                      WS-JNL-AFTER DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
               MOVE 'setaccess' TO WS-JNL-ACTION
               MOVE '00000' TO WS-JNL-ITEM-ID
               MOVE SPACES TO WS-JNL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF
           DISPLAY WS-REPORT-LINE
          EXIT.

       RANK-ACL-ROLE SECTION.
           EVALUATE WS-RANK-ROLE
           WHEN 'O'
               MOVE 3 TO WS-RANK
           WHEN 'W'
               MOVE 2 TO WS-RANK
           WHEN 'R'
               MOVE 1 TO WS-RANK
           WHEN OTHER
               MOVE 0 TO WS-RANK
           END-EVALUATE
          EXIT.

       NAME-ACL-ROLE SECTION.
           EVALUATE WS-RANK-ROLE
           WHEN 'O'
               MOVE 'owner' TO WS-ROLE-WORD
           WHEN 'W'
               MOVE 'writer' TO WS-ROLE-WORD
           WHEN OTHER
               MOVE 'reader' TO WS-ROLE-WORD
           END-EVALUATE
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

       REWRITE-ACL-FILE SECTION.
           OPEN OUTPUT ACL-FILE
           PERFORM VARYING WS-ACL-SCAN FROM 1 BY 1
                     UNTIL WS-ACL-SCAN > WS-ACL-COUNT
               IF WS-ACL-ENTRY-USER (WS-ACL-SCAN) NOT = SPACES
                   MOVE WS-ACL-ENTRY-ROLE (WS-ACL-SCAN) TO ACL-ROLE
                   MOVE WS-ACL-ENTRY-USER (WS-ACL-SCAN) TO ACL-USER
                   WRITE ACL-RECORD
               END-IF
           END-PERFORM
           CLOSE ACL-FILE
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
          EXIT.

       WRITE-JOURNAL-RECORD SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = 35
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE WS-TODAY TO JNL-DATE
           MOVE WS-NOW-TIME TO JNL-TIME
           MOVE WS-JNL-ACTION TO JNL-ACTION
           MOVE WS-JNL-ITEM-ID TO JNL-ITEM-ID
           MOVE WS-JNL-BEFORE TO JNL-BEFORE
           MOVE WS-JNL-AFTER TO JNL-AFTER
           MOVE WS-JNL-IMAGE TO JNL-ITEM-IMAGE
           MOVE 'todohand' TO JNL-USER
           MOVE SPACES TO JNL-LINK-LIST JNL-LINK-ID
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
          EXIT.

       END PROGRAM TODOHAND.
