      *    clearcompleted older than the image cannot know what it
      *    cleared and is reported as unresolvable rather than
      *    guessed at.
      *    Once TODOCMPT has rolled the oldest journal lines into the
      *    yearly archives, the ledger starts from the <list>.jbase
      *    baseline it left - the totals and per-id state as they
      *    stood after the last archived line - and the replay
      *    carries on from the live journal.  Line numbers count
      *    from the first line still in the live journal; an id
      *    whose last word is in the archive is reported against
      *    the archived journal instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BASE-STATUS.

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
      *      The image's status byte sits after the 5-digit id and
      *      35-character content.
          01 JOURNAL-IMAGE-VIEW REDEFINES JOURNAL-RECORD.
             05 FILLER PIC X(40).
             05 JNL-IMAGE-STATUS PIC X(01).
             05 FILLER PIC X(70).
      *   Reconciliation baseline left by TODOCMPT (see there): one
      *   header line, then one line per id the archived journal
      *   mentions.
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

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-JOURNAL-FILENAME PIC X(40).
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-BASE-FILENAME PIC X(40).
       01 WS-BASE-STATUS PIC 99.
       01 WS-BASE-LINES PIC 9(7) VALUE 0.
       01 WS-BASE-CUT-DATE PIC X(08) VALUE SPACES.
       01 WS-LIST-NAME PIC X(20).
       01 WS-COMMAND-LINE PIC X(60).
       01 WS-EOF PIC X(01) VALUE 'N'.
      *  One ledger slot per possible item id.  Flag: space = never
      *  journaled, 'L' = live per the journal, 'D' = removed per
      *  the journal, 'V' = live and verified against the store.
      *  A last line of zero means the id's last entry is in the
      *  archived journal, known only through the baseline.
       01 WS-LEDGER.
           05 WS-ID-STATE OCCURS 99999.
               10 WS-ID-FLAG PIC X(01).
       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           DISPLAY 'JOURNAL RECONCILIATION  LIST: ' WS-LIST-NAME
           PERFORM LOAD-RECONCILIATION-BASELINE
           PERFORM REPLAY-JOURNAL-TO-LEDGER
           PERFORM CHECK-STORE-AGAINST-LEDGER
           PERFORM CHECK-LEDGER-AGAINST-STORE
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jnl' DELIMITED BY SIZE
             INTO WS-JOURNAL-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jbase' DELIMITED BY SIZE
             INTO WS-BASE-FILENAME
          EXIT.

      *    A list never compacted has no baseline, and the ledger
      *    starts empty as it always did.
       LOAD-RECONCILIATION-BASELINE SECTION.
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
               MOVE 'N' TO WS-EOF
               DISPLAY 'BASELINE THROUGH ' WS-BASE-CUT-DATE
                       ' - ' WS-BASE-LINES ' JOURNAL LINES ARCHIVED'
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
           WHEN 'I'
               IF BASE-ITEM-ID > 0
                   MOVE BASE-FLAG TO WS-ID-FLAG (BASE-ITEM-ID)
                   MOVE BASE-STATUS TO WS-ID-STATUS (BASE-ITEM-ID)
                   MOVE 0 TO WS-ID-LAST-LINE (BASE-ITEM-ID)
                   MOVE BASE-LAST-ACT
                     TO WS-ID-LAST-ACT (BASE-ITEM-ID)
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
          EXIT.

       REPLAY-JOURNAL-TO-LEDGER SECTION.
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
               MOVE 'V' TO WS-ID-FLAG (WS-ID-NUM)
           WHEN 'D'
               ADD 1 TO WS-DISCREPANCIES
               IF WS-ID-LAST-LINE (WS-ID-NUM) = 0
                   DISPLAY 'LIVE ROW ' WS-ID-NUM
                           ' "' ITEM-CONTENT IN TDLIST-FILE '"'
                           ' WAS REMOVED IN THE ARCHIVED JOURNAL'
                           ' (' WS-ID-LAST-ACT (WS-ID-NUM) ')'
               ELSE
                   DISPLAY 'LIVE ROW ' WS-ID-NUM
                           ' "' ITEM-CONTENT IN TDLIST-FILE '"'
                           ' WAS REMOVED AT JOURNAL LINE '
                           WS-ID-LAST-LINE (WS-ID-NUM)
                           ' (' WS-ID-LAST-ACT (WS-ID-NUM) ')'
               END-IF
           WHEN OTHER
               ADD 1 TO WS-DISCREPANCIES
               DISPLAY 'LIVE ROW ' WS-ID-NUM
               WHEN 'L'
                   ADD 1 TO WS-LEDGER-LIVE
                   ADD 1 TO WS-DISCREPANCIES
                   IF WS-ID-LAST-LINE (WS-SCAN-ID) = 0
                       DISPLAY 'ARCHIVED JOURNAL'
                               ' (' WS-ID-LAST-ACT (WS-SCAN-ID)
                               ') EXPECTS ID ' WS-SCAN-ID
                               ' LIVE - NOT IN STORE'
                   ELSE
                       DISPLAY 'JOURNAL LINE '
                               WS-ID-LAST-LINE (WS-SCAN-ID)
                               ' (' WS-ID-LAST-ACT (WS-SCAN-ID)
                               ') EXPECTS ID ' WS-SCAN-ID
                               ' LIVE - NOT IN STORE'
                   END-IF
               WHEN 'V'
                   ADD 1 TO WS-LEDGER-LIVE
               WHEN OTHER

       PRINT-RECONCILIATION-TOTALS SECTION.
           DISPLAY ' '
           IF WS-BASE-LINES > 0
               DISPLAY 'ARCHIVED LINES     : ' WS-BASE-LINES
           END-IF
           DISPLAY 'JOURNAL LINES READ : ' WS-LINE-NUMBER
           DISPLAY 'ADDS               : ' WS-TOTAL-ADDS
           DISPLAY 'REMOVALS           : ' WS-TOTAL-REMOVES
