      *    same default the other programs use; an omitted from/to
      *    date leaves that end of the range open, so with no dates
      *    the whole journal prints.
      *    Lines TODOCMPT has rolled out of the live journal are read
      *    back from the yearly archives (<list>-jnl-YYYY) whose
      *    year falls in the range, oldest first, so the report
      *    reads the same before and after a compaction.

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
      *      replay (see TODOLISTE's journal FD); older journal
      *      lines read back with it blank.
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

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-FILENAME PIC X(40).
       01 WS-JOURNAL-STATUS PIC 99.
       01 WS-BASE-FILENAME PIC X(40).
       01 WS-BASE-STATUS PIC 99.
       01 WS-ARCHIVE-FIRST-YEAR PIC 9(04) VALUE 9999.
       01 WS-ARCHIVE-LAST-YEAR PIC 9(04) VALUE 0.
       01 WS-YEAR PIC 9(04).
       01 WS-LIST-NAME PIC X(20).
       01 WS-COMMAND-LINE PIC X(60).
       01 WS-FROM-DATE PIC X(08) VALUE '00000000'.
           PERFORM READ-RUN-ARGUMENTS
           DISPLAY 'JOURNAL REPORT  LIST: ' WS-LIST-NAME
                   '  FROM: ' WS-FROM-DATE '  TO: ' WS-TO-DATE
           DISPLAY 'DATE      TIME    ACTION          ID     USER      '
                   'BEFORE / AFTER'
           DISPLAY '--------  ------  --------------  -----  --------  '
                   '--------------------------------'
           PERFORM PRINT-ARCHIVED-JOURNAL-LINES
           PERFORM SET-LIVE-JOURNAL-NAME
           PERFORM PRINT-JOURNAL-LINES
           DISPLAY ' '
           DISPLAY 'JOURNAL RECORDS SHOWN: ' WS-SHOWN-COUNT
           IF WS-ARG-TO IS NUMERIC
               MOVE WS-ARG-TO TO WS-TO-DATE
           END-IF
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jbase' DELIMITED BY SIZE
             INTO WS-BASE-FILENAME
          EXIT.

       SET-LIVE-JOURNAL-NAME SECTION.
           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jnl' DELIMITED BY SIZE
             INTO WS-JOURNAL-FILENAME
          EXIT.

      *    The baseline header names the span of years that have
      *    archives; only those the date range can touch are read.
      *    A year with no journal archive (its archive may hold
      *    bookings or notes only) reads as status 35 and is passed
      *    over like any missing journal.
       PRINT-ARCHIVED-JOURNAL-LINES SECTION.
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
           IF WS-FROM-DATE(1:4) IS NUMERIC
                AND WS-FROM-DATE(1:4) > WS-ARCHIVE-FIRST-YEAR
               MOVE WS-FROM-DATE(1:4) TO WS-ARCHIVE-FIRST-YEAR
           END-IF
           IF WS-TO-DATE(1:4) < WS-ARCHIVE-LAST-YEAR
               MOVE WS-TO-DATE(1:4) TO WS-ARCHIVE-LAST-YEAR
           END-IF
           PERFORM VARYING WS-YEAR FROM WS-ARCHIVE-FIRST-YEAR BY 1
                     UNTIL WS-YEAR > WS-ARCHIVE-LAST-YEAR
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '-jnl-' DELIMITED BY SIZE
                      WS-YEAR DELIMITED BY SIZE
                 INTO WS-JOURNAL-FILENAME
               MOVE 'N' TO WS-EOF
               PERFORM PRINT-JOURNAL-LINES
           END-PERFORM
           MOVE 'N' TO WS-EOF
          EXIT.

      *    A list that has never had a write action journaled has no
      *    .jnl file - status 35 simply means an empty journal, the
      *    same way the other programs read a missing data file.
                      '  ' DELIMITED BY SIZE
                      JNL-ITEM-ID DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      JNL-USER DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      JNL-BEFORE DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '                                        '
                            DELIMITED BY SIZE
                          '               > ' DELIMITED BY SIZE
                          JNL-AFTER DELIMITED BY SIZE
                     INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
