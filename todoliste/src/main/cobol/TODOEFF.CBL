      *    side by side.  Booked minutes are totalled by category
      *    (as stamped on each booking when it was made, so cleared
      *    and archived items still count under their kind of work)
      *    and by person.  Bookings of long-cleared items that
      *    TODOCMPT has moved out of the .time file are read back
      *    from the yearly <list>-time-YYYY archives for the years
      *    the period covers, so the report still sees every
      *    booking ever made in the period.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         SELECT TIME-FILE ASSIGN TO DYNAMIC WS-TIME-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-STATUS.
         SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
             05 TIME-MINUTES PIC 9(04).
             05 TIME-CATEGORY PIC X(08).
             05 TIME-REMARK PIC X(40).
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
       01 WS-TIME-FILENAME PIC X(40).
       01 WS-TIME-STATUS PIC 99.
       01 WS-BASE-FILENAME PIC X(40).
       01 WS-BASE-STATUS PIC 99.
       01 WS-ARCHIVE-FIRST-YEAR PIC 9(04) VALUE 9999.
       01 WS-ARCHIVE-LAST-YEAR PIC 9(04) VALUE 0.
       01 WS-YEAR PIC 9(04).
       01 WS-LIST-NAME PIC X(20).
       01 WS-COMMAND-LINE PIC X(60).
       01 WS-ARG-FROM PIC X(08).
           PERFORM READ-RUN-ARGUMENTS
           DISPLAY 'BOOKED EFFORT  LIST: ' WS-LIST-NAME
           DISPLAY 'PERIOD ' WS-FROM-DATE ' THROUGH ' WS-TO-DATE
           PERFORM TALLY-ARCHIVED-BOOKINGS
           PERFORM SET-LIVE-TIME-NAME
           PERFORM TALLY-BOOKINGS
           PERFORM PRINT-EFFORT-TOTALS
           MOVE 0 TO RETURN-CODE
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
               MOVE WS-SCAN-DATE-NUM TO WS-FROM-DATE
           END-IF
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jbase' DELIMITED BY SIZE
             INTO WS-BASE-FILENAME
          EXIT.

       SET-LIVE-TIME-NAME SECTION.
           MOVE SPACES TO WS-TIME-FILENAME
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.time' DELIMITED BY SIZE
             INTO WS-TIME-FILENAME
          EXIT.

      *    Archived bookings are filed by their booking year, so
      *    only the years the period spans are read - and only
      *    those the baseline header says have archives at all.
       TALLY-ARCHIVED-BOOKINGS SECTION.
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
           IF WS-FROM-DATE(1:4) > WS-ARCHIVE-FIRST-YEAR
               MOVE WS-FROM-DATE(1:4) TO WS-ARCHIVE-FIRST-YEAR
           END-IF
           IF WS-TO-DATE(1:4) < WS-ARCHIVE-LAST-YEAR
               MOVE WS-TO-DATE(1:4) TO WS-ARCHIVE-LAST-YEAR
           END-IF
           PERFORM VARYING WS-YEAR FROM WS-ARCHIVE-FIRST-YEAR BY 1
                     UNTIL WS-YEAR > WS-ARCHIVE-LAST-YEAR
               MOVE SPACES TO WS-TIME-FILENAME
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '-time-' DELIMITED BY SIZE
                      WS-YEAR DELIMITED BY SIZE
                 INTO WS-TIME-FILENAME
               MOVE 'N' TO WS-EOF
               PERFORM TALLY-BOOKINGS
           END-PERFORM
           MOVE 'N' TO WS-EOF
          EXIT.

      *    A list nobody has booked against yet has no .time file -
      *    status 35 is an empty report, not an error.
       TALLY-BOOKINGS SECTION.
