       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCERT.

      *    Quarterly access recertification: one document that shows
      *    the auditors who may read and write which list, and who
      *    tried to get in where they should not, instead of the
      *    .acl files cat-ed one by one.
      *    Run as:
      *        todocert [YYYYQn]
      *        todocert APPLY [YYYYQn]
      *    The quarter defaults to the one before today's, so the
      *    run on the first day of a quarter (TODONITE) reviews the
      *    quarter just closed.  Every <name>.txt list is swept the
      *    files-are-the-registry way (see TODODIGEST) and for each
      *    list the report prints its owners, writers and readers
      *    with the date each login last changed anything on the
      *    list, and flags
      *      - a list with no .acl at all - open to everyone;
      *      - a list with a single owner, or none left;
      *      - a login with no journal activity on the list in the
      *        90 days to the quarter's end.  Only changes are
      *        journalled, so a reader who only ever looks is always
      *        flagged - that is the question put to the owner;
      *    and lists every 'denied' record JOURNAL-DENIED-ATTEMPT
      *    wrote to the list's journal in the quarter.  The journal
      *    is read from the yearly <list>-jnl-YYYY archive too,
      *    where TODOCMPT has moved the older lines.
      *    Each list ends with a sign-off block, and the same
      *    entries go to the worksheet recert-YYYYQn.dat, one line
      *    each, for the owners to mark: 'C' in column 1 confirms
      *    the entry, 'S' strikes it, and the owner's own login goes
      *    in columns 35-42.  The worksheet is only written when the
      *    quarter has none yet - a rerun of the report never wipes
      *    marks already made.
      *    APPLY reads the marked worksheet and removes every struck
      *    entry under the list's .lck, journalled as the same
      *    'setaccess' record the browser's access page writes
      *    ("none <login>").  A strike is left alone when the entry
      *    has changed since the review, when whoever signed it is
      *    not an owner of the list, or when it would remove the
      *    last owner.  A busy list, or one under a maintenance
      *    freeze (see TODOFRZ), is skipped with return code 4,
      *    and APPLY can simply be run again: entries already
      *    removed are reported as such.

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
         SELECT ACL-FILE ASSIGN TO DYNAMIC WS-ACL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACL-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BASE-STATUS.
         SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
         SELECT CERT-FILE ASSIGN TO DYNAMIC WS-CERT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CERT-STATUS.

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
          FD ACL-FILE.
          01 ACL-RECORD.
             05 ACL-ROLE PIC X(01).
             05 ACL-USER PIC X(08).
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
      *   The sign-off worksheet: one line per .acl entry reviewed.
      *   The mark and the signing owner's login are typed in by
      *   hand; the flags are the report's, for the owner's eye.
          FD CERT-FILE.
          01 CERT-RECORD.
             05 CERT-MARK PIC X(01).
             05 FILLER PIC X(01).
             05 CERT-LIST PIC X(20).
             05 FILLER PIC X(01).
             05 CERT-ROLE PIC X(01).
             05 FILLER PIC X(01).
             05 CERT-USER PIC X(08).
             05 FILLER PIC X(01).
             05 CERT-SIGNED-BY PIC X(08).
             05 FILLER PIC X(01).
             05 CERT-LAST-ACTIVE PIC X(08).
             05 FILLER PIC X(01).
             05 CERT-FLAGS PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-WORKLIST-FILENAME PIC X(40)
           VALUE 'cert-worklist.tmp'.
       01 WS-WORKLIST-STATUS PIC 99.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-STORE-FOUND PIC X(01).
           88 LIST-STORE-FOUND VALUE 'Y'.
       01 WS-ACL-FILENAME PIC X(40).
       01 WS-ACL-STATUS PIC 99.
       01 WS-JOURNAL-FILENAME PIC X(40).
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-BASE-FILENAME PIC X(40).
       01 WS-BASE-STATUS PIC 99.
       01 WS-LOCK-FILENAME PIC X(40).
       01 WS-LOCK-STATUS PIC 99.
       01 WS-CERT-FILENAME PIC X(40).
       01 WS-CERT-STATUS PIC 99.
       01 WS-LOCK-TRIES PIC 9(02).
       01 WS-LOCK-ACQUIRED PIC X(01) VALUE 'N'.
           88 LOCK-ACQUIRED VALUE 'Y'.
       01 WS-SLEEP-SECONDS PIC 9(4) COMP VALUE 1.
       01 WS-COMMAND-LINE PIC X(60).
       01 WS-ARG-ONE PIC X(10).
       01 WS-ARG-TWO PIC X(10).
       01 WS-ARG-QUARTER PIC X(10).
       01 WS-APPLY-RUN PIC X(01) VALUE 'N'.
           88 APPLY-MARKS VALUE 'Y'.
       01 WS-QUARTER PIC X(06).
       01 WS-QUARTER-PARTS REDEFINES WS-QUARTER.
           05 WS-QUARTER-YEAR PIC 9(04).
           05 WS-QUARTER-Q PIC X(01).
           05 WS-QUARTER-NUM PIC 9(01).
       01 WS-FROM-DATE PIC X(08).
       01 WS-TO-DATE PIC X(08).
       01 WS-ACTIVE-FROM PIC X(08).
       01 WS-READ-FROM PIC X(08).
       01 WS-DATE-NUM PIC 9(08).
       01 WS-DATE-INT PIC 9(07).
       01 WS-TODAY PIC X(08).
       01 WS-NOW-TIME PIC X(06).
       01 WS-MONTH PIC 9(02).
       01 WS-LIST-NAME PIC X(20).
       01 WS-BAD-NAME-COUNT PIC 9(02).
       01 WS-EOF PIC X(01) VALUE 'N'.
           88 AT-EOF VALUE 'Y'.
       01 WS-LISTS-EOF PIC X(01) VALUE 'N'.
           88 AT-LISTS-EOF VALUE 'Y'.
       01 WS-ARCHIVE-FIRST-YEAR PIC 9(04).
       01 WS-ARCHIVE-LAST-YEAR PIC 9(04).
      *  CALL 'SYSTEM' sets RETURN-CODE, so the job's own outcome is
      *  carried here and moved to RETURN-CODE at the end.
       01 WS-JOB-RC PIC 9(01) VALUE 0.
       01 WS-SHEET-NEW PIC X(01) VALUE 'N'.
           88 SHEET-BEING-WRITTEN VALUE 'Y'.
      *  The list in hand: its .acl, with the last date each login
      *  changed anything on the list in the reading window.
       01 WS-ACL-EOF PIC X(01).
       01 WS-ACL-PRESENT PIC X(01).
           88 ACL-FILE-PRESENT VALUE 'Y'.
       01 WS-ACL-COUNT PIC 9(02).
       01 WS-ACL-TABLE.
           05 WS-ACL-ENTRY OCCURS 50.
               10 WS-ACL-ENTRY-ROLE PIC X(01).
               10 WS-ACL-ENTRY-USER PIC X(08).
               10 WS-ACL-ENTRY-LAST PIC X(08).
       01 WS-ACL-SCAN PIC 9(02).
       01 WS-ACL-HIT PIC 9(02).
       01 WS-SIGNER-HIT PIC 9(02).
       01 WS-OWNER-COUNT PIC 9(02).
       01 WS-ROLE-WORD PIC X(06).
       01 WS-ENTRY-FLAGS PIC X(20).
      *  The list's refused attempts in the quarter, printed after
      *  its entries.
       01 WS-DENIED-COUNT PIC 9(05).
       01 WS-DENIED-TABLE.
           05 WS-DENIED-ENTRY OCCURS 200.
               10 WS-DENIED-DATE PIC X(08).
               10 WS-DENIED-TIME PIC X(06).
               10 WS-DENIED-USER PIC X(08).
               10 WS-DENIED-ACTION PIC X(14).
               10 WS-DENIED-ITEM PIC X(05).
       01 WS-DENIED-SCAN PIC 9(05).
       01 WS-DENIED-MORE PIC 9(05).
       01 WS-REPORT-LINE PIC X(100).
       01 WS-JNL-ACTION PIC X(14).
       01 WS-JNL-ITEM-ID PIC X(05).
       01 WS-JNL-BEFORE PIC X(35).
       01 WS-JNL-AFTER PIC X(35).
       01 WS-JNL-IMAGE PIC X(111).
       01 WS-APPLY-OUTCOME PIC X(46).
       01 WS-LIST-COUNT PIC 9(05) VALUE 0.
       01 WS-OPEN-TOTAL PIC 9(05) VALUE 0.
       01 WS-SINGLE-TOTAL PIC 9(05) VALUE 0.
       01 WS-ENTRY-TOTAL PIC 9(05) VALUE 0.
       01 WS-IDLE-TOTAL PIC 9(05) VALUE 0.
       01 WS-DENIED-TOTAL PIC 9(05) VALUE 0.
       01 WS-CONFIRMED-TOTAL PIC 9(05) VALUE 0.
       01 WS-STRUCK-TOTAL PIC 9(05) VALUE 0.
       01 WS-GONE-TOTAL PIC 9(05) VALUE 0.
       01 WS-REFUSED-TOTAL PIC 9(05) VALUE 0.
       01 WS-UNMARKED-TOTAL PIC 9(05) VALUE 0.
       01 WS-BUSY-TOTAL PIC 9(05) VALUE 0.
      *  Request block for the TODOFRZK maintenance-freeze subprogram.
       COPY TODOFRZKDATA.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           IF WS-JOB-RC = 0
               IF APPLY-MARKS
                   PERFORM APPLY-SIGNED-WORKSHEET
               ELSE
                   PERFORM PRINT-RECERTIFICATION
               END-IF
           END-IF
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK
          .

      *    The quarter is YYYYQn, after APPLY or on its own, or the
      *    quarter before today's.  The 90-day activity window ends
      *    with the quarter, and the journal is read from whichever
      *    starts earlier, the quarter or the window.
       READ-RUN-ARGUMENTS SECTION.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-ONE WS-ARG-TWO
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ONE WS-ARG-TWO
           END-UNSTRING
           IF WS-ARG-ONE = 'APPLY'
               MOVE 'Y' TO WS-APPLY-RUN
               MOVE WS-ARG-TWO TO WS-ARG-QUARTER
           ELSE
               MOVE WS-ARG-ONE TO WS-ARG-QUARTER
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-ARG-QUARTER = SPACES
               MOVE WS-TODAY(1:4) TO WS-QUARTER-YEAR
               MOVE 'Q' TO WS-QUARTER-Q
               MOVE WS-TODAY(5:2) TO WS-MONTH
               COMPUTE WS-QUARTER-NUM = (WS-MONTH - 1) / 3 + 1
               IF WS-QUARTER-NUM = 1
                   SUBTRACT 1 FROM WS-QUARTER-YEAR
                   MOVE 4 TO WS-QUARTER-NUM
               ELSE
                   SUBTRACT 1 FROM WS-QUARTER-NUM
               END-IF
           ELSE
               IF WS-ARG-QUARTER(1:4) IS NUMERIC
                    AND WS-ARG-QUARTER(5:1) = 'Q'
                    AND WS-ARG-QUARTER(6:1) >= '1'
                    AND WS-ARG-QUARTER(6:1) <= '4'
                    AND WS-ARG-QUARTER(7:4) = SPACES
                   MOVE WS-ARG-QUARTER(1:6) TO WS-QUARTER
               ELSE
                   DISPLAY 'USAGE: TODOCERT [APPLY] [YYYYQN] - '
                           'QUARTER AS E.G. 2026Q3'
                   MOVE 8 TO WS-JOB-RC
               END-IF
           END-IF
           IF WS-JOB-RC = 0
               COMPUTE WS-DATE-NUM = WS-QUARTER-YEAR * 10000
                   + ((WS-QUARTER-NUM - 1) * 3 + 1) * 100 + 1
               MOVE WS-DATE-NUM TO WS-FROM-DATE
               EVALUATE WS-QUARTER-NUM
               WHEN 1
                   COMPUTE WS-DATE-NUM = WS-QUARTER-YEAR * 10000 + 331
               WHEN 2
                   COMPUTE WS-DATE-NUM = WS-QUARTER-YEAR * 10000 + 630
               WHEN 3
                   COMPUTE WS-DATE-NUM = WS-QUARTER-YEAR * 10000 + 930
               WHEN OTHER
                   COMPUTE WS-DATE-NUM = WS-QUARTER-YEAR * 10000
                       + 1231
               END-EVALUATE
               MOVE WS-DATE-NUM TO WS-TO-DATE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 89
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-ACTIVE-FROM
               IF WS-ACTIVE-FROM < WS-FROM-DATE
                   MOVE WS-ACTIVE-FROM TO WS-READ-FROM
               ELSE
                   MOVE WS-FROM-DATE TO WS-READ-FROM
               END-IF
               MOVE SPACES TO WS-CERT-FILENAME
               STRING 'recert-' DELIMITED BY SIZE
                      WS-QUARTER DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                 INTO WS-CERT-FILENAME
           END-IF
          EXIT.

      *    The report run.  It only reads the lists, so it takes no
      *    lock; the worksheet is started only if the quarter has
      *    none yet.
       PRINT-RECERTIFICATION SECTION.
           DISPLAY 'ACCESS RECERTIFICATION  QUARTER: ' WS-QUARTER
                   '  (' WS-FROM-DATE ' THROUGH ' WS-TO-DATE ')'
           DISPLAY '  ACTIVITY WINDOW: ' WS-ACTIVE-FROM ' THROUGH '
                   WS-TO-DATE ' (90 DAYS) - JOURNALLED CHANGES ONLY'
           DISPLAY '========================================'
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS = 35
               CLOSE CERT-FILE
               OPEN OUTPUT CERT-FILE
               MOVE 'Y' TO WS-SHEET-NEW
           ELSE
               CLOSE CERT-FILE
           END-IF
           CALL 'SYSTEM' USING
               'ls -1 *.txt > cert-worklist.tmp 2>/dev/null'
           OPEN INPUT WORKLIST
           IF WS-WORKLIST-STATUS NOT = 35
               PERFORM UNTIL AT-LISTS-EOF
                   READ WORKLIST
                      AT END MOVE 'Y' TO WS-LISTS-EOF
                      NOT AT END
                         PERFORM REVIEW-ONE-LIST-FILE
                   END-READ
               END-PERFORM
               CLOSE WORKLIST
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-WORKLIST-FILENAME
           IF SHEET-BEING-WRITTEN
               CLOSE CERT-FILE
           END-IF
           DISPLAY ' '
           DISPLAY 'SUMMARY'
           DISPLAY '  LISTS REVIEWED          : ' WS-LIST-COUNT
           DISPLAY '  OPEN TO EVERYONE        : ' WS-OPEN-TOTAL
           DISPLAY '  ONE OWNER OR NONE       : ' WS-SINGLE-TOTAL
           DISPLAY '  ACCESS ENTRIES          : ' WS-ENTRY-TOTAL
           DISPLAY '  NO ACTIVITY IN 90 DAYS  : ' WS-IDLE-TOTAL
           DISPLAY '  DENIED ATTEMPTS         : ' WS-DENIED-TOTAL
           IF SHEET-BEING-WRITTEN
               DISPLAY '  SIGN-OFF WORKSHEET      : '
                       FUNCTION TRIM(WS-CERT-FILENAME)
           ELSE
               DISPLAY '  SIGN-OFF WORKSHEET      : '
                       FUNCTION TRIM(WS-CERT-FILENAME)
                       ' ALREADY EXISTS - KEPT AS IT IS'
           END-IF
          EXIT.

       REVIEW-ONE-LIST-FILE SECTION.
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
               PERFORM LOAD-ACL-TABLE
               MOVE 0 TO WS-DENIED-COUNT
               PERFORM READ-ARCHIVED-JOURNAL
               PERFORM READ-JOURNAL-FILE
               PERFORM PRINT-LIST-REVIEW
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

      *    The reading window never leaves the quarter's year, so at
      *    most the one yearly archive is read - and only when the
      *    baseline header says archives for that year exist, as
      *    TODOJRNL decides it.
       READ-ARCHIVED-JOURNAL SECTION.
           MOVE 9999 TO WS-ARCHIVE-FIRST-YEAR
           MOVE 0 TO WS-ARCHIVE-LAST-YEAR
           MOVE SPACES TO WS-BASE-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jbase' DELIMITED BY SIZE
             INTO WS-BASE-FILENAME
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
           IF WS-QUARTER-YEAR NOT < WS-ARCHIVE-FIRST-YEAR
                AND WS-QUARTER-YEAR NOT > WS-ARCHIVE-LAST-YEAR
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '-jnl-' DELIMITED BY SIZE
                      WS-QUARTER-YEAR DELIMITED BY SIZE
                 INTO WS-JOURNAL-FILENAME
               PERFORM READ-JOURNAL-FILE
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '.jnl' DELIMITED BY SIZE
                 INTO WS-JOURNAL-FILENAME
           END-IF
          EXIT.

       READ-JOURNAL-FILE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ JOURNAL-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF JNL-DATE NOT < WS-READ-FROM
                              AND JNL-DATE NOT > WS-TO-DATE
                             PERFORM NOTE-ONE-JOURNAL-LINE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF
          EXIT.

      *    A refusal is the denied login's attempt, not activity:
      *    JOURNAL-DENIED-ATTEMPT puts the login in the before-image
      *    and the action it asked for in the after-image.  Any
      *    other line dated in the window is activity for the login
      *    that made it.
       NOTE-ONE-JOURNAL-LINE SECTION.
           IF JNL-ACTION = 'denied'
               IF JNL-DATE NOT < WS-FROM-DATE
                   ADD 1 TO WS-DENIED-COUNT
                   IF WS-DENIED-COUNT NOT > 200
                       MOVE JNL-DATE
                         TO WS-DENIED-DATE (WS-DENIED-COUNT)
                       MOVE JNL-TIME
                         TO WS-DENIED-TIME (WS-DENIED-COUNT)
                       MOVE JNL-BEFORE(1:8)
                         TO WS-DENIED-USER (WS-DENIED-COUNT)
                       MOVE JNL-AFTER(1:14)
                         TO WS-DENIED-ACTION (WS-DENIED-COUNT)
                       MOVE JNL-ITEM-ID
                         TO WS-DENIED-ITEM (WS-DENIED-COUNT)
                   END-IF
               END-IF
           ELSE
               IF JNL-DATE NOT < WS-ACTIVE-FROM
                    AND JNL-USER NOT = SPACES
                   PERFORM VARYING WS-ACL-SCAN FROM 1 BY 1
                             UNTIL WS-ACL-SCAN > WS-ACL-COUNT
                       IF WS-ACL-ENTRY-USER (WS-ACL-SCAN) = JNL-USER
                            AND (WS-ACL-ENTRY-LAST (WS-ACL-SCAN)
                                   = SPACES
                                 OR WS-ACL-ENTRY-LAST (WS-ACL-SCAN)
                                   < JNL-DATE)
                           MOVE JNL-DATE
                             TO WS-ACL-ENTRY-LAST (WS-ACL-SCAN)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
          EXIT.

      *    One list's page: the flags, the entries, the refusals,
      *    and - where there is an .acl to answer for - the block
      *    the owner signs.
       PRINT-LIST-REVIEW SECTION.
           DISPLAY ' '
           DISPLAY 'LIST: ' WS-LIST-NAME
           IF NOT ACL-FILE-PRESENT
               ADD 1 TO WS-OPEN-TOTAL
               DISPLAY '  *** NO .ACL FILE - OPEN TO EVERYONE'
           ELSE
               MOVE 0 TO WS-OWNER-COUNT
               PERFORM VARYING WS-ACL-SCAN FROM 1 BY 1
                         UNTIL WS-ACL-SCAN > WS-ACL-COUNT
                   IF WS-ACL-ENTRY-ROLE (WS-ACL-SCAN) = 'O'
                       ADD 1 TO WS-OWNER-COUNT
                   END-IF
               END-PERFORM
               IF WS-OWNER-COUNT = 0
                   ADD 1 TO WS-SINGLE-TOTAL
                   DISPLAY '  *** NO OWNER - NOBODY CAN MANAGE ACCESS'
               END-IF
               IF WS-OWNER-COUNT = 1
                   ADD 1 TO WS-SINGLE-TOTAL
                   DISPLAY '  *** SINGLE OWNER'
               END-IF
               DISPLAY '  ROLE    LOGIN     LAST CHANGE'
      *        Owners first, then writers, then readers - the order
      *        the auditors read a grant in.
               MOVE 'O' TO WS-ROLE-WORD(1:1)
               PERFORM PRINT-ENTRIES-OF-ROLE
               MOVE 'W' TO WS-ROLE-WORD(1:1)
               PERFORM PRINT-ENTRIES-OF-ROLE
               MOVE 'R' TO WS-ROLE-WORD(1:1)
               PERFORM PRINT-ENTRIES-OF-ROLE
           END-IF
           DISPLAY '  DENIED ATTEMPTS IN THE QUARTER'
           IF WS-DENIED-COUNT = 0
               DISPLAY '    (NONE)'
           ELSE
               ADD WS-DENIED-COUNT TO WS-DENIED-TOTAL
               PERFORM VARYING WS-DENIED-SCAN FROM 1 BY 1
                         UNTIL WS-DENIED-SCAN > WS-DENIED-COUNT
                            OR WS-DENIED-SCAN > 200
                   DISPLAY '    ' WS-DENIED-DATE (WS-DENIED-SCAN)
                           ' ' WS-DENIED-TIME (WS-DENIED-SCAN)
                           '  ' WS-DENIED-USER (WS-DENIED-SCAN)
                           '  ' WS-DENIED-ACTION (WS-DENIED-SCAN)
                           '  ITEM ' WS-DENIED-ITEM (WS-DENIED-SCAN)
               END-PERFORM
               IF WS-DENIED-COUNT > 200
                   COMPUTE WS-DENIED-MORE = WS-DENIED-COUNT - 200
                   DISPLAY '    ... AND ' WS-DENIED-MORE ' MORE'
               END-IF
           END-IF
           IF ACL-FILE-PRESENT AND WS-ACL-COUNT > 0
               DISPLAY '  SIGN-OFF - MARK EACH ENTRY C (CONFIRM) OR'
                       ' S (STRIKE) WITH YOUR LOGIN IN '
                       FUNCTION TRIM(WS-CERT-FILENAME)
               DISPLAY '    OWNER: ____________   DATE: ________'
           END-IF
          EXIT.

      *    WS-ROLE-WORD(1:1) carries the role wanted on the way in;
      *    the word itself is filled per entry.
       PRINT-ENTRIES-OF-ROLE SECTION.
           PERFORM VARYING WS-ACL-SCAN FROM 1 BY 1
                     UNTIL WS-ACL-SCAN > WS-ACL-COUNT
               IF WS-ACL-ENTRY-ROLE (WS-ACL-SCAN) = WS-ROLE-WORD(1:1)
                   PERFORM PRINT-ONE-ENTRY
               END-IF
           END-PERFORM
          EXIT.

       PRINT-ONE-ENTRY SECTION.
           ADD 1 TO WS-ENTRY-TOTAL
           EVALUATE WS-ACL-ENTRY-ROLE (WS-ACL-SCAN)
           WHEN 'O'
               MOVE 'OWNER' TO WS-ROLE-WORD
           WHEN 'W'
               MOVE 'WRITER' TO WS-ROLE-WORD
           WHEN OTHER
               MOVE 'READER' TO WS-ROLE-WORD
           END-EVALUATE
           MOVE SPACES TO WS-ENTRY-FLAGS
           IF WS-ACL-ENTRY-LAST (WS-ACL-SCAN) = SPACES
               ADD 1 TO WS-IDLE-TOTAL
               MOVE 'NO ACTIVITY 90 DAYS' TO WS-ENTRY-FLAGS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ACL-ENTRY-LAST (WS-ACL-SCAN) = SPACES
               STRING '  ' DELIMITED BY SIZE
                      WS-ROLE-WORD DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ACL-ENTRY-USER (WS-ACL-SCAN) DELIMITED BY SIZE
                      '  -         *** ' DELIMITED BY SIZE
                      WS-ENTRY-FLAGS DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
           ELSE
               STRING '  ' DELIMITED BY SIZE
                      WS-ROLE-WORD DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ACL-ENTRY-USER (WS-ACL-SCAN) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ACL-ENTRY-LAST (WS-ACL-SCAN)
                        DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
           END-IF
           DISPLAY WS-REPORT-LINE
           DISPLAY '          [ ] CONFIRM   [ ] STRIKE'
           IF SHEET-BEING-WRITTEN
               MOVE SPACES TO CERT-RECORD
               MOVE WS-LIST-NAME TO CERT-LIST
               MOVE WS-ACL-ENTRY-ROLE (WS-ACL-SCAN) TO CERT-ROLE
               MOVE WS-ACL-ENTRY-USER (WS-ACL-SCAN) TO CERT-USER
               MOVE WS-ACL-ENTRY-LAST (WS-ACL-SCAN)
                 TO CERT-LAST-ACTIVE
               MOVE WS-ENTRY-FLAGS TO CERT-FLAGS
               WRITE CERT-RECORD
           END-IF
          EXIT.

      *    The follow-up run: every line of the worksheet is taken
      *    as its owner marked it.  Only a strike changes anything.
       APPLY-SIGNED-WORKSHEET SECTION.
           DISPLAY 'ACCESS RECERTIFICATION - APPLY  QUARTER: '
                   WS-QUARTER
           DISPLAY '========================================'
           MOVE 'N' TO WS-EOF
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT < 10
               DISPLAY '*** ' FUNCTION TRIM(WS-CERT-FILENAME)
                       ' CANNOT BE READ - NOTHING APPLIED'
               MOVE 8 TO WS-JOB-RC
           ELSE
               PERFORM UNTIL AT-EOF
                   READ CERT-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM APPLY-ONE-WORKSHEET-LINE
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
               DISPLAY ' '
               DISPLAY 'SUMMARY'
               DISPLAY '  CONFIRMED               : '
                       WS-CONFIRMED-TOTAL
               DISPLAY '  STRUCK AND REMOVED      : ' WS-STRUCK-TOTAL
               DISPLAY '  STRUCK, ALREADY GONE    : ' WS-GONE-TOTAL
               DISPLAY '  STRIKES NOT APPLIED     : '
                       WS-REFUSED-TOTAL
               DISPLAY '  NOT MARKED              : '
                       WS-UNMARKED-TOTAL
               DISPLAY '  LISTS BUSY - SKIPPED    : ' WS-BUSY-TOTAL
               IF WS-BUSY-TOTAL > 0
                   DISPLAY '  RE-RUN TO FINISH THE SKIPPED LISTS'
               END-IF
               IF WS-BUSY-TOTAL > 0 OR WS-REFUSED-TOTAL > 0
                   MOVE 4 TO WS-JOB-RC
               END-IF
           END-IF
          EXIT.

       APPLY-ONE-WORKSHEET-LINE SECTION.
           EVALUATE TRUE
           WHEN CERT-RECORD = SPACES
               CONTINUE
           WHEN CERT-MARK = 'C' OR CERT-MARK = 'c'
               ADD 1 TO WS-CONFIRMED-TOTAL
           WHEN CERT-MARK = 'S' OR CERT-MARK = 's'
               PERFORM APPLY-ONE-STRIKE
           WHEN CERT-MARK = SPACE
               ADD 1 TO WS-UNMARKED-TOTAL
           WHEN OTHER
               ADD 1 TO WS-REFUSED-TOTAL
               MOVE 'MARK IS NEITHER C NOR S - LEFT AS IT IS'
                 TO WS-APPLY-OUTCOME
               PERFORM PRINT-APPLY-LINE
           END-EVALUATE
          EXIT.

      *    The struck entry is removed only if it still is what the
      *    owner reviewed, the signer is an owner of the list now,
      *    and an owner stays behind - the same rule the browser's
      *    access page keeps.  A list under a maintenance freeze (see
      *    TODOFRZ) is passed by like a busy one.
       APPLY-ONE-STRIKE SECTION.
           MOVE CERT-LIST TO WS-LIST-NAME
           MOVE 0 TO WS-BAD-NAME-COUNT
           INSPECT WS-LIST-NAME TALLYING WS-BAD-NAME-COUNT
             FOR ALL '/' ALL '.'
           IF WS-LIST-NAME = SPACES OR WS-BAD-NAME-COUNT > 0
               ADD 1 TO WS-REFUSED-TOTAL
               MOVE 'NOT A LIST NAME - LEFT AS IT IS'
                 TO WS-APPLY-OUTCOME
               PERFORM PRINT-APPLY-LINE
           ELSE
               PERFORM SET-LIST-FILENAMES
               MOVE 'R' TO FRZ-FUNCTION
               MOVE WS-LIST-NAME TO FRZ-LIST-IN
               MOVE 'todocert' TO FRZ-PROGRAM-IN FRZ-USER-IN
               MOVE 'setaccess' TO FRZ-ACTION-IN
               CALL 'TODOFRZK' USING FREEZE-REQUEST
               IF FRZ-LIST-FROZEN
                   ADD 1 TO WS-BUSY-TOTAL
                   MOVE 'LIST IS FROZEN - NOT APPLIED'
                     TO WS-APPLY-OUTCOME
                   PERFORM PRINT-APPLY-LINE
               ELSE
               PERFORM ACQUIRE-LOCK
               IF LOCK-ACQUIRED
                   PERFORM REMOVE-STRUCK-ENTRY
                   PERFORM RELEASE-LOCK
               ELSE
                   ADD 1 TO WS-BUSY-TOTAL
                   MOVE 'LIST IS BUSY - NOT APPLIED'
                     TO WS-APPLY-OUTCOME
                   PERFORM PRINT-APPLY-LINE
               END-IF
               END-IF
           END-IF
          EXIT.

       REMOVE-STRUCK-ENTRY SECTION.
           PERFORM LOAD-ACL-TABLE
           MOVE 0 TO WS-ACL-HIT WS-SIGNER-HIT WS-OWNER-COUNT
           PERFORM VARYING WS-ACL-SCAN FROM 1 BY 1
                     UNTIL WS-ACL-SCAN > WS-ACL-COUNT
               IF WS-ACL-ENTRY-USER (WS-ACL-SCAN) = CERT-USER
                   MOVE WS-ACL-SCAN TO WS-ACL-HIT
               END-IF
               IF WS-ACL-ENTRY-ROLE (WS-ACL-SCAN) = 'O'
                   ADD 1 TO WS-OWNER-COUNT
                   IF WS-ACL-ENTRY-USER (WS-ACL-SCAN)
                        = CERT-SIGNED-BY
                       MOVE WS-ACL-SCAN TO WS-SIGNER-HIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACL-HIT = 0
               ADD 1 TO WS-GONE-TOTAL
               MOVE 'ALREADY REMOVED' TO WS-APPLY-OUTCOME
           ELSE
           IF WS-ACL-ENTRY-ROLE (WS-ACL-HIT) NOT = CERT-ROLE
               ADD 1 TO WS-REFUSED-TOTAL
               MOVE 'ROLE CHANGED SINCE THE REVIEW - LEFT AS IT IS'
                 TO WS-APPLY-OUTCOME
           ELSE
           IF CERT-SIGNED-BY = SPACES OR WS-SIGNER-HIT = 0
               ADD 1 TO WS-REFUSED-TOTAL
               MOVE 'NOT SIGNED BY AN OWNER - LEFT AS IT IS'
                 TO WS-APPLY-OUTCOME
           ELSE
           IF CERT-ROLE = 'O' AND WS-OWNER-COUNT < 2
               ADD 1 TO WS-REFUSED-TOTAL
               MOVE 'LAST OWNER - NOT REMOVED' TO WS-APPLY-OUTCOME
           ELSE
               MOVE SPACES TO WS-ACL-ENTRY-USER (WS-ACL-HIT)
               PERFORM REWRITE-ACL-FILE
               MOVE 'setaccess' TO WS-JNL-ACTION
               MOVE '00000' TO WS-JNL-ITEM-ID
               MOVE SPACES TO WS-JNL-BEFORE WS-JNL-AFTER
               MOVE CERT-ROLE TO WS-JNL-BEFORE
               STRING 'none ' DELIMITED BY SIZE
                      CERT-USER DELIMITED BY SPACE
                 INTO WS-JNL-AFTER
               MOVE SPACES TO WS-JNL-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               ADD 1 TO WS-STRUCK-TOTAL
               MOVE 'ACCESS REMOVED' TO WS-APPLY-OUTCOME
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM PRINT-APPLY-LINE
          EXIT.

       PRINT-APPLY-LINE SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING CERT-LIST DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CERT-ROLE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CERT-USER DELIMITED BY SIZE
                  '  BY ' DELIMITED BY SIZE
                  CERT-SIGNED-BY DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-APPLY-OUTCOME DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
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
                             MOVE SPACES TO
                               WS-ACL-ENTRY-LAST (WS-ACL-COUNT)
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
           MOVE 'todocert' TO JNL-USER
           MOVE SPACES TO JNL-LINK-LIST JNL-LINK-ID
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
          EXIT.

       END PROGRAM TODOCERT.
