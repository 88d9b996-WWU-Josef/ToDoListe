       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCHGB.

      *    Month-end chargeback export: prices every list's booked
      *    minutes for one calendar month and writes the interface
      *    file the finance cost-allocation system loads, so the
      *    TODOEFF totals stop being re-typed into a spreadsheet.
      *    Run as:
      *        todochgb [YYYYMM]
      *    The month defaults to the one before today's, so the run
      *    on the first (TODONITE's month-end steps) exports the
      *    month just closed.  Every <name>.txt list is swept the
      *    files-are-the-registry way (see TODODIGEST), and each
      *    list's .time bookings dated in the month are read - from
      *    the yearly <list>-time-YYYY archive too, where TODOCMPT
      *    has moved long-cleared items' bookings out - under the
      *    same test TODOEFF applies, so what is read here is what
      *    "todoeff <list> <first> <last>" counts for the month.
      *    Two tables we maintain by hand drive the pricing:
      *        costcentre.map     category (8) + cost centre (10)
      *        chargeback.rates   kind (1) + key (8) + effective
      *                           date (8) + hourly rate 9(5)V99
      *    A rate line is kind 'P' for a person (the booking's
      *    login) or 'C' for a category; the line in force on the
      *    booking date is the latest one effective on or before
      *    it, and a person's own rate wins over the category's.
      *    Codes are compared upper-cased, as the sign-off rules
      *    are, since both files are typed in by hand.
      *    The interface file chargeback-YYYYMM.dat carries a
      *    header, one detail per cost centre / category / person
      *    with its minutes and amount, and a trailer with the
      *    detail record count, minutes and amount.  Amounts are
      *    rounded to the cent once per detail, so the trailer is
      *    the exact sum of the details.  A booking whose category
      *    has no cost centre, or which no rate covers, is not
      *    charged: it is listed on the exceptions report with the
      *    reason, and the tie-out shows every list's minutes read
      *    as charged plus excepted, against TODOEFF's figure.
      *    A rerun rewrites the month's file from scratch.  Either
      *    table missing stops the run with return code 8 and no
      *    file written.

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
         SELECT TIME-FILE ASSIGN TO DYNAMIC WS-TIME-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TIME-STATUS.
         SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BASE-STATUS.
         SELECT MAP-FILE ASSIGN TO DYNAMIC WS-MAP-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAP-STATUS.
         SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATE-STATUS.
         SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXPORT-STATUS.
         SELECT SORT-WORK ASSIGN TO 'sortwork'.

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
          FD TIME-FILE.
          01 BOOKING-RECORD.
             05 TIME-ITEM-ID PIC 9(5).
             05 TIME-DATE PIC X(08).
             05 TIME-TIME PIC X(06).
             05 TIME-USER PIC X(08).
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
          FD MAP-FILE.
          01 MAP-RECORD.
             05 MAP-CATEGORY PIC X(08).
             05 MAP-COST-CENTRE PIC X(10).
          FD RATE-FILE.
          01 RATE-RECORD.
             05 RATE-KIND PIC X(01).
             05 RATE-KEY PIC X(08).
             05 RATE-FROM PIC X(08).
             05 RATE-HOURLY PIC 9(05)V99.
      *   The finance interface layout: eighty-byte records, the
      *   first byte saying which of the three views applies.
          FD EXPORT-FILE.
          01 EXPORT-HEADER.
             05 HDR-TYPE PIC X(01).
             05 HDR-SOURCE PIC X(10).
             05 HDR-PERIOD PIC X(06).
             05 HDR-FROM-DATE PIC X(08).
             05 HDR-TO-DATE PIC X(08).
             05 HDR-RUN-DATE PIC X(08).
             05 HDR-RUN-TIME PIC X(06).
             05 FILLER PIC X(33).
          01 EXPORT-DETAIL.
             05 DTL-TYPE PIC X(01).
             05 DTL-COST-CENTRE PIC X(10).
             05 DTL-CATEGORY PIC X(08).
             05 DTL-PERSON PIC X(08).
             05 DTL-MINUTES PIC 9(07).
             05 DTL-AMOUNT PIC 9(09)V99.
             05 FILLER PIC X(35).
          01 EXPORT-TRAILER.
             05 TRL-TYPE PIC X(01).
             05 TRL-RECORD-COUNT PIC 9(07).
             05 TRL-MINUTES PIC 9(09).
             05 TRL-AMOUNT PIC 9(11)V99.
             05 FILLER PIC X(50).
      *   One line per charged booking, ordered into the detail
      *   records' key.  The value is minutes times the hourly rate
      *   in force on the booking date, kept unrounded so a detail
      *   spanning a rate change is priced exactly.
          SD SORT-WORK.
          01 SORT-RECORD.
             05 SRT-COST-CENTRE PIC X(10).
             05 SRT-CATEGORY PIC X(08).
             05 SRT-PERSON PIC X(08).
             05 SRT-MINUTES PIC 9(04).
             05 SRT-VALUE PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01 WS-WORKLIST-FILENAME PIC X(40)
           VALUE 'chgb-worklist.tmp'.
       01 WS-WORKLIST-STATUS PIC 99.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TDLIST-STATUS PIC 99.
       01 WS-STORE-FOUND PIC X(01).
           88 LIST-STORE-FOUND VALUE 'Y'.
       01 WS-TIME-FILENAME PIC X(40).
       01 WS-TIME-STATUS PIC 99.
       01 WS-BASE-FILENAME PIC X(40).
       01 WS-BASE-STATUS PIC 99.
       01 WS-MAP-FILENAME PIC X(40) VALUE 'costcentre.map'.
       01 WS-MAP-STATUS PIC 99.
       01 WS-RATE-FILENAME PIC X(40) VALUE 'chargeback.rates'.
       01 WS-RATE-STATUS PIC 99.
       01 WS-EXPORT-FILENAME PIC X(40).
       01 WS-EXPORT-STATUS PIC 99.
       01 WS-COMMAND-LINE PIC X(60).
       01 WS-ARG-PERIOD PIC X(08).
       01 WS-PERIOD PIC X(06).
       01 WS-PERIOD-YM REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR PIC 9(04).
           05 WS-PERIOD-MONTH PIC 9(02).
       01 WS-FROM-DATE PIC X(08).
       01 WS-TO-DATE PIC X(08).
       01 WS-DATE-NUM PIC 9(08).
       01 WS-DATE-INT PIC 9(07).
       01 WS-NEXT-YEAR PIC 9(04).
       01 WS-NEXT-MONTH PIC 9(02).
       01 WS-TODAY PIC X(08).
       01 WS-NOW-TIME PIC X(06).
       01 WS-LIST-NAME PIC X(20).
       01 WS-BAD-NAME-COUNT PIC 9(02).
       01 WS-EOF PIC X(01) VALUE 'N'.
           88 AT-EOF VALUE 'Y'.
       01 WS-LISTS-EOF PIC X(01) VALUE 'N'.
           88 AT-LISTS-EOF VALUE 'Y'.
       01 WS-SORT-EOF PIC X(01) VALUE 'N'.
           88 SORT-OUTPUT-DONE VALUE 'Y'.
       01 WS-ARCHIVE-FIRST-YEAR PIC 9(04).
       01 WS-ARCHIVE-LAST-YEAR PIC 9(04).
      *  CALL 'SYSTEM' sets RETURN-CODE, so the job's own outcome is
      *  carried here and moved to RETURN-CODE at the end.
       01 WS-JOB-RC PIC 9(01) VALUE 0.
      *  The two maintained tables, loaded once and upper-cased.
       01 WS-MAP-COUNT PIC 9(03) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200.
               10 WS-MAP-ENTRY-CATEGORY PIC X(08).
               10 WS-MAP-ENTRY-CENTRE PIC X(10).
       01 WS-MAP-SCAN PIC 9(03).
       01 WS-RATE-COUNT PIC 9(03) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 200.
               10 WS-RATE-ENTRY-KIND PIC X(01).
               10 WS-RATE-ENTRY-KEY PIC X(08).
               10 WS-RATE-ENTRY-FROM PIC X(08).
               10 WS-RATE-ENTRY-HOURLY PIC 9(05)V99.
       01 WS-RATE-SCAN PIC 9(03).
       01 WS-RATE-SKIPPED PIC 9(03) VALUE 0.
       01 WS-TABLE-FULL PIC X(01) VALUE 'N'.
           88 TABLE-OVERFLOWED VALUE 'Y'.
      *  The booking being priced.
       01 WS-BOOK-CATEGORY PIC X(08).
       01 WS-BOOK-PERSON PIC X(08).
       01 WS-BOOK-CENTRE PIC X(10).
       01 WS-RATE-WANT-KIND PIC X(01).
       01 WS-RATE-WANT-KEY PIC X(08).
       01 WS-RATE-BEST-FROM PIC X(08).
       01 WS-RATE-BEST-HOURLY PIC 9(05)V99.
       01 WS-RATE-FOUND PIC X(01).
           88 RATE-WAS-FOUND VALUE 'Y'.
       01 WS-EXCEPTION-REASON PIC X(14).
      *  Per-list tie-out to TODOEFF.
       01 WS-LIST-BOOKINGS PIC 9(07).
       01 WS-LIST-MINUTES PIC 9(09).
       01 WS-LIST-EXCEPTED PIC 9(09).
       01 WS-TOTAL-LISTS PIC 9(05) VALUE 0.
       01 WS-TOTAL-BOOKINGS PIC 9(07) VALUE 0.
       01 WS-TOTAL-MINUTES PIC 9(09) VALUE 0.
       01 WS-TIE-COUNT PIC 9(03) VALUE 0.
       01 WS-TIE-SCAN PIC 9(03).
       01 WS-TIE-FULL PIC X(01) VALUE 'N'.
       01 WS-TIE-TABLE.
           05 WS-TIE-ENTRY OCCURS 500.
               10 WS-TIE-LIST PIC X(20).
               10 WS-TIE-BOOKINGS PIC 9(07).
               10 WS-TIE-MINUTES PIC 9(09).
               10 WS-TIE-EXCEPTED PIC 9(09).
       01 WS-CHARGED-BOOKINGS PIC 9(07) VALUE 0.
       01 WS-CHARGED-MINUTES PIC 9(09) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(07) VALUE 0.
       01 WS-EXCEPTED-MINUTES PIC 9(09) VALUE 0.
      *  Control break over the sorted bookings.
       01 WS-GROUP-CENTRE PIC X(10).
       01 WS-GROUP-CATEGORY PIC X(08).
       01 WS-GROUP-PERSON PIC X(08).
       01 WS-GROUP-MINUTES PIC 9(07).
       01 WS-GROUP-VALUE PIC 9(11)V99.
       01 WS-GROUP-OPEN PIC X(01) VALUE 'N'.
           88 GROUP-IS-OPEN VALUE 'Y'.
       01 WS-DETAIL-COUNT PIC 9(07) VALUE 0.
       01 WS-EXPORT-MINUTES PIC 9(09) VALUE 0.
       01 WS-EXPORT-AMOUNT PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNT-ED PIC Z(10)9.99.
       01 WS-RATE-ED PIC ZZZZ9.99.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           DISPLAY 'CHARGEBACK EXPORT  PERIOD: ' WS-PERIOD
                   '  (' WS-FROM-DATE ' THROUGH ' WS-TO-DATE ')'
           DISPLAY '========================================'
           PERFORM LOAD-COST-CENTRE-MAP
           PERFORM LOAD-RATE-TABLE
           IF WS-JOB-RC = 0
               DISPLAY 'INTERFACE FILE     : ' WS-EXPORT-FILENAME
               DISPLAY 'COST CENTRES MAPPED: ' WS-MAP-COUNT
                       '  RATE LINES: ' WS-RATE-COUNT
               IF WS-RATE-SKIPPED > 0
                   DISPLAY 'RATE LINES IGNORED : ' WS-RATE-SKIPPED
                           ' (BAD KIND, DATE OR RATE)'
               END-IF
               IF TABLE-OVERFLOWED
                   DISPLAY '*** TABLE FULL - LINES PAST 200 IGNORED'
               END-IF
               DISPLAY ' '
               DISPLAY 'EXCEPTIONS - NOT CHARGED'
               DISPLAY '  LIST                 ITEM  DATE     PERSON  '
                       ' CATEGORY MINS REASON'
               OPEN OUTPUT EXPORT-FILE
               PERFORM WRITE-EXPORT-HEADER
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-COST-CENTRE
                                    SRT-CATEGORY
                                    SRT-PERSON
                   INPUT PROCEDURE IS PRICE-EVERY-LIST
                   OUTPUT PROCEDURE IS WRITE-EXPORT-DETAILS
               PERFORM WRITE-EXPORT-TRAILER
               CLOSE EXPORT-FILE
               IF WS-EXCEPTION-COUNT = 0
                   DISPLAY '  (NONE)'
               END-IF
               PERFORM PRINT-LIST-TIE-OUT
               PERFORM PRINT-EXPORT-TOTALS
           END-IF
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK
          .

      *    The month is YYYYMM on the command line, or the month
      *    before today's; its last day is the day before the first
      *    of the month after.
       READ-RUN-ARGUMENTS SECTION.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-PERIOD
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-PERIOD
           END-UNSTRING
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           IF WS-ARG-PERIOD(1:6) IS NUMERIC
                AND WS-ARG-PERIOD(5:2) >= '01'
                AND WS-ARG-PERIOD(5:2) <= '12'
               MOVE WS-ARG-PERIOD(1:6) TO WS-PERIOD
           ELSE
               MOVE WS-TODAY(1:6) TO WS-PERIOD
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
           END-IF
           STRING WS-PERIOD DELIMITED BY SIZE
                  '01' DELIMITED BY SIZE
             INTO WS-FROM-DATE
           MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR
           MOVE WS-PERIOD-MONTH TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           COMPUTE WS-DATE-NUM =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-NUM TO WS-TO-DATE
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING 'chargeback-' DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
             INTO WS-EXPORT-FILENAME
          EXIT.

       LOAD-COST-CENTRE-MAP SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT < 10
               DISPLAY '*** ' FUNCTION TRIM(WS-MAP-FILENAME)
                       ' CANNOT BE READ - NOTHING EXPORTED'
               MOVE 8 TO WS-JOB-RC
           ELSE
               PERFORM UNTIL AT-EOF
                   READ MAP-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF MAP-CATEGORY NOT = SPACES
                              AND MAP-COST-CENTRE NOT = SPACES
                             IF WS-MAP-COUNT < 200
                                 ADD 1 TO WS-MAP-COUNT
                                 MOVE FUNCTION UPPER-CASE
                                        (MAP-CATEGORY)
                                   TO WS-MAP-ENTRY-CATEGORY
                                        (WS-MAP-COUNT)
                                 MOVE MAP-COST-CENTRE
                                   TO WS-MAP-ENTRY-CENTRE
                                        (WS-MAP-COUNT)
                             ELSE
                                 MOVE 'Y' TO WS-TABLE-FULL
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
           END-IF
          EXIT.

      *    A line that is not a usable rate - wrong kind, effective
      *    date or rate not numeric - is counted and left out rather
      *    than priced with, since a typo in the rate file must not
      *    quietly become a charge.
       LOAD-RATE-TABLE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT < 10
               DISPLAY '*** ' FUNCTION TRIM(WS-RATE-FILENAME)
                       ' CANNOT BE READ - NOTHING EXPORTED'
               MOVE 8 TO WS-JOB-RC
           ELSE
               PERFORM UNTIL AT-EOF
                   READ RATE-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM NOTE-ONE-RATE-LINE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF
          EXIT.

       NOTE-ONE-RATE-LINE SECTION.
           IF RATE-RECORD = SPACES
               CONTINUE
           ELSE
           IF (RATE-KIND NOT = 'P' AND RATE-KIND NOT = 'C')
                OR RATE-KEY = SPACES
                OR RATE-FROM IS NOT NUMERIC
                OR RATE-HOURLY IS NOT NUMERIC
               ADD 1 TO WS-RATE-SKIPPED
           ELSE
           IF WS-RATE-COUNT < 200
               ADD 1 TO WS-RATE-COUNT
               MOVE RATE-KIND TO WS-RATE-ENTRY-KIND (WS-RATE-COUNT)
               MOVE FUNCTION UPPER-CASE(RATE-KEY)
                 TO WS-RATE-ENTRY-KEY (WS-RATE-COUNT)
               MOVE RATE-FROM TO WS-RATE-ENTRY-FROM (WS-RATE-COUNT)
               MOVE RATE-HOURLY
                 TO WS-RATE-ENTRY-HOURLY (WS-RATE-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF
           END-IF
           END-IF
          EXIT.

       WRITE-EXPORT-HEADER SECTION.
           MOVE SPACES TO EXPORT-HEADER
           MOVE 'H' TO HDR-TYPE
           MOVE 'TODOLISTE' TO HDR-SOURCE
           MOVE WS-PERIOD TO HDR-PERIOD
           MOVE WS-FROM-DATE TO HDR-FROM-DATE
           MOVE WS-TO-DATE TO HDR-TO-DATE
           MOVE WS-TODAY TO HDR-RUN-DATE
           MOVE WS-NOW-TIME TO HDR-RUN-TIME
           WRITE EXPORT-HEADER
          EXIT.

      *    The sort's input side: every list, then every booking in
      *    the month, priced or set aside.
       PRICE-EVERY-LIST SECTION.
           CALL 'SYSTEM' USING
               'ls -1 *.txt > chgb-worklist.tmp 2>/dev/null'
           OPEN INPUT WORKLIST
           IF WS-WORKLIST-STATUS NOT = 35
               PERFORM UNTIL AT-LISTS-EOF
                   READ WORKLIST
                      AT END MOVE 'Y' TO WS-LISTS-EOF
                      NOT AT END
                         PERFORM PRICE-ONE-LIST
                   END-READ
               END-PERFORM
               CLOSE WORKLIST
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-WORKLIST-FILENAME
          EXIT.

       PRICE-ONE-LIST SECTION.
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
               ADD 1 TO WS-TOTAL-LISTS
               MOVE 0 TO WS-LIST-BOOKINGS
               MOVE 0 TO WS-LIST-MINUTES
               MOVE 0 TO WS-LIST-EXCEPTED
               PERFORM PRICE-ARCHIVED-BOOKINGS
               MOVE SPACES TO WS-TIME-FILENAME
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '.time' DELIMITED BY SIZE
                 INTO WS-TIME-FILENAME
               PERFORM PRICE-BOOKING-FILE
               PERFORM NOTE-LIST-TIE-OUT
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

      *    A month lies inside one booking year, so at most the one
      *    archive is read - and only when the baseline header says
      *    archives for that year exist, as TODOEFF decides it.
       PRICE-ARCHIVED-BOOKINGS SECTION.
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
           IF WS-PERIOD-YEAR NOT < WS-ARCHIVE-FIRST-YEAR
                AND WS-PERIOD-YEAR NOT > WS-ARCHIVE-LAST-YEAR
               MOVE SPACES TO WS-TIME-FILENAME
               STRING WS-LIST-NAME DELIMITED BY SPACE
                      '-time-' DELIMITED BY SIZE
                      WS-PERIOD-YEAR DELIMITED BY SIZE
                 INTO WS-TIME-FILENAME
               PERFORM PRICE-BOOKING-FILE
           END-IF
          EXIT.

       PRICE-BOOKING-FILE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TIME-FILE
           IF WS-TIME-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ TIME-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM PRICE-ONE-BOOKING
                   END-READ
               END-PERFORM
               CLOSE TIME-FILE
           END-IF
          EXIT.

      *    The period and minutes test is TODOEFF's own, so the
      *    minutes read here are the minutes TODOEFF reports.
       PRICE-ONE-BOOKING SECTION.
           IF TIME-DATE < WS-FROM-DATE OR TIME-DATE > WS-TO-DATE
                OR TIME-MINUTES NOT NUMERIC
               CONTINUE
           ELSE
               ADD 1 TO WS-LIST-BOOKINGS
               ADD TIME-MINUTES TO WS-LIST-MINUTES
               MOVE FUNCTION UPPER-CASE(TIME-CATEGORY)
                 TO WS-BOOK-CATEGORY
               MOVE FUNCTION UPPER-CASE(TIME-USER) TO WS-BOOK-PERSON
               MOVE SPACES TO WS-EXCEPTION-REASON
               PERFORM FIND-COST-CENTRE
               IF WS-BOOK-CENTRE = SPACES
                   MOVE 'NO COST CENTRE' TO WS-EXCEPTION-REASON
               ELSE
                   PERFORM FIND-BOOKING-RATE
                   IF NOT RATE-WAS-FOUND
                       MOVE 'NO RATE' TO WS-EXCEPTION-REASON
                   END-IF
               END-IF
               IF WS-EXCEPTION-REASON = SPACES
                   MOVE WS-BOOK-CENTRE TO SRT-COST-CENTRE
                   MOVE WS-BOOK-CATEGORY TO SRT-CATEGORY
                   MOVE TIME-USER TO SRT-PERSON
                   MOVE TIME-MINUTES TO SRT-MINUTES
                   COMPUTE SRT-VALUE =
                       TIME-MINUTES * WS-RATE-BEST-HOURLY
                   RELEASE SORT-RECORD
                   ADD 1 TO WS-CHARGED-BOOKINGS
                   ADD TIME-MINUTES TO WS-CHARGED-MINUTES
               ELSE
                   PERFORM REPORT-BOOKING-EXCEPTION
               END-IF
           END-IF
          EXIT.

      *    A blank category has no mapping by definition.
       FIND-COST-CENTRE SECTION.
           MOVE SPACES TO WS-BOOK-CENTRE
           IF WS-BOOK-CATEGORY NOT = SPACES
               PERFORM VARYING WS-MAP-SCAN FROM 1 BY 1
                         UNTIL WS-MAP-SCAN > WS-MAP-COUNT
                            OR WS-BOOK-CENTRE NOT = SPACES
                   IF WS-MAP-ENTRY-CATEGORY (WS-MAP-SCAN)
                        = WS-BOOK-CATEGORY
                       MOVE WS-MAP-ENTRY-CENTRE (WS-MAP-SCAN)
                         TO WS-BOOK-CENTRE
                   END-IF
               END-PERFORM
           END-IF
          EXIT.

      *    The person's own rate first; only when none is in force
      *    on the booking date does the category's apply.
       FIND-BOOKING-RATE SECTION.
           MOVE 'N' TO WS-RATE-FOUND
           IF WS-BOOK-PERSON NOT = SPACES
               MOVE 'P' TO WS-RATE-WANT-KIND
               MOVE WS-BOOK-PERSON TO WS-RATE-WANT-KEY
               PERFORM FIND-RATE-IN-FORCE
           END-IF
           IF NOT RATE-WAS-FOUND
               MOVE 'C' TO WS-RATE-WANT-KIND
               MOVE WS-BOOK-CATEGORY TO WS-RATE-WANT-KEY
               PERFORM FIND-RATE-IN-FORCE
           END-IF
          EXIT.

      *    The line in force is the latest one effective on or
      *    before the booking date, wherever it sits in the file.
       FIND-RATE-IN-FORCE SECTION.
           MOVE SPACES TO WS-RATE-BEST-FROM
           PERFORM VARYING WS-RATE-SCAN FROM 1 BY 1
                     UNTIL WS-RATE-SCAN > WS-RATE-COUNT
               IF WS-RATE-ENTRY-KIND (WS-RATE-SCAN) = WS-RATE-WANT-KIND
                    AND WS-RATE-ENTRY-KEY (WS-RATE-SCAN)
                          = WS-RATE-WANT-KEY
                    AND WS-RATE-ENTRY-FROM (WS-RATE-SCAN)
                          NOT > TIME-DATE
                    AND (WS-RATE-BEST-FROM = SPACES
                         OR WS-RATE-ENTRY-FROM (WS-RATE-SCAN)
                              > WS-RATE-BEST-FROM)
                   MOVE WS-RATE-ENTRY-FROM (WS-RATE-SCAN)
                     TO WS-RATE-BEST-FROM
                   MOVE WS-RATE-ENTRY-HOURLY (WS-RATE-SCAN)
                     TO WS-RATE-BEST-HOURLY
                   MOVE 'Y' TO WS-RATE-FOUND
               END-IF
           END-PERFORM
          EXIT.

       REPORT-BOOKING-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD TIME-MINUTES TO WS-EXCEPTED-MINUTES
           ADD TIME-MINUTES TO WS-LIST-EXCEPTED
           IF TIME-CATEGORY = SPACES
               DISPLAY '  ' WS-LIST-NAME ' ' TIME-ITEM-ID ' '
                       TIME-DATE ' ' TIME-USER ' (none)   '
                       TIME-MINUTES ' ' WS-EXCEPTION-REASON
           ELSE
               DISPLAY '  ' WS-LIST-NAME ' ' TIME-ITEM-ID ' '
                       TIME-DATE ' ' TIME-USER ' ' TIME-CATEGORY ' '
                       TIME-MINUTES ' ' WS-EXCEPTION-REASON
           END-IF
          EXIT.

      *    Each list's figures are kept for the tie-out, printed
      *    after the exceptions once the sort has finished.
       NOTE-LIST-TIE-OUT SECTION.
           ADD WS-LIST-BOOKINGS TO WS-TOTAL-BOOKINGS
           ADD WS-LIST-MINUTES TO WS-TOTAL-MINUTES
           IF WS-LIST-BOOKINGS > 0
               IF WS-TIE-COUNT < 500
                   ADD 1 TO WS-TIE-COUNT
                   MOVE WS-LIST-NAME TO WS-TIE-LIST (WS-TIE-COUNT)
                   MOVE WS-LIST-BOOKINGS
                     TO WS-TIE-BOOKINGS (WS-TIE-COUNT)
                   MOVE WS-LIST-MINUTES
                     TO WS-TIE-MINUTES (WS-TIE-COUNT)
                   MOVE WS-LIST-EXCEPTED
                     TO WS-TIE-EXCEPTED (WS-TIE-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TIE-FULL
               END-IF
           END-IF
          EXIT.

       PRINT-LIST-TIE-OUT SECTION.
           DISPLAY ' '
           DISPLAY 'TIE-OUT BY LIST  (COMPARE: todoeff <list> '
                   WS-FROM-DATE ' ' WS-TO-DATE ')'
           DISPLAY '  LIST                 BOOKINGS   MINUTES  '
                   ' EXCEPTED'
           IF WS-TIE-COUNT = 0
               DISPLAY '  (NO BOOKINGS IN THE PERIOD)'
           END-IF
           PERFORM VARYING WS-TIE-SCAN FROM 1 BY 1
                     UNTIL WS-TIE-SCAN > WS-TIE-COUNT
               DISPLAY '  ' WS-TIE-LIST (WS-TIE-SCAN) ' '
                       WS-TIE-BOOKINGS (WS-TIE-SCAN) ' '
                       WS-TIE-MINUTES (WS-TIE-SCAN) ' '
                       WS-TIE-EXCEPTED (WS-TIE-SCAN)
           END-PERFORM
           IF WS-TIE-FULL = 'Y'
               DISPLAY '  *** MORE THAN 500 LISTS - REST IN TOTALS ONLY'
           END-IF
          EXIT.

      *    The sort's output side: one detail record per cost
      *    centre / category / person, closed out at every change
      *    of key.
       WRITE-EXPORT-DETAILS SECTION.
           MOVE 'N' TO WS-GROUP-OPEN
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL SORT-OUTPUT-DONE
               RETURN SORT-WORK
                  AT END MOVE 'Y' TO WS-SORT-EOF
                  NOT AT END
                     IF GROUP-IS-OPEN
                          AND (SRT-COST-CENTRE NOT = WS-GROUP-CENTRE
                            OR SRT-CATEGORY NOT = WS-GROUP-CATEGORY
                            OR SRT-PERSON NOT = WS-GROUP-PERSON)
                         PERFORM WRITE-ONE-DETAIL
                     END-IF
                     IF NOT GROUP-IS-OPEN
                         MOVE SRT-COST-CENTRE TO WS-GROUP-CENTRE
                         MOVE SRT-CATEGORY TO WS-GROUP-CATEGORY
                         MOVE SRT-PERSON TO WS-GROUP-PERSON
                         MOVE 0 TO WS-GROUP-MINUTES
                         MOVE 0 TO WS-GROUP-VALUE
                         MOVE 'Y' TO WS-GROUP-OPEN
                     END-IF
                     ADD SRT-MINUTES TO WS-GROUP-MINUTES
                     ADD SRT-VALUE TO WS-GROUP-VALUE
               END-RETURN
           END-PERFORM
           IF GROUP-IS-OPEN
               PERFORM WRITE-ONE-DETAIL
           END-IF
          EXIT.

       WRITE-ONE-DETAIL SECTION.
           MOVE SPACES TO EXPORT-DETAIL
           MOVE 'D' TO DTL-TYPE
           MOVE WS-GROUP-CENTRE TO DTL-COST-CENTRE
           MOVE WS-GROUP-CATEGORY TO DTL-CATEGORY
           MOVE WS-GROUP-PERSON TO DTL-PERSON
           MOVE WS-GROUP-MINUTES TO DTL-MINUTES
           COMPUTE DTL-AMOUNT ROUNDED = WS-GROUP-VALUE / 60
           WRITE EXPORT-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-GROUP-MINUTES TO WS-EXPORT-MINUTES
           ADD DTL-AMOUNT TO WS-EXPORT-AMOUNT
           MOVE 'N' TO WS-GROUP-OPEN
          EXIT.

       WRITE-EXPORT-TRAILER SECTION.
           MOVE SPACES TO EXPORT-TRAILER
           MOVE 'T' TO TRL-TYPE
           MOVE WS-DETAIL-COUNT TO TRL-RECORD-COUNT
           MOVE WS-EXPORT-MINUTES TO TRL-MINUTES
           MOVE WS-EXPORT-AMOUNT TO TRL-AMOUNT
           WRITE EXPORT-TRAILER
          EXIT.

      *    Minutes read must equal minutes charged plus minutes
      *    excepted, list by list and in total; a gap would mean a
      *    booking was lost between the read and the file.
       PRINT-EXPORT-TOTALS SECTION.
           MOVE WS-EXPORT-AMOUNT TO WS-AMOUNT-ED
           DISPLAY ' '
           DISPLAY 'SUMMARY'
           DISPLAY '  LISTS SWEPT        : ' WS-TOTAL-LISTS
           DISPLAY '  BOOKINGS READ      : ' WS-TOTAL-BOOKINGS
           DISPLAY '  MINUTES READ       : ' WS-TOTAL-MINUTES
           DISPLAY '  BOOKINGS CHARGED   : ' WS-CHARGED-BOOKINGS
           DISPLAY '  MINUTES CHARGED    : ' WS-CHARGED-MINUTES
           DISPLAY '  BOOKINGS EXCEPTED  : ' WS-EXCEPTION-COUNT
           DISPLAY '  MINUTES EXCEPTED   : ' WS-EXCEPTED-MINUTES
           DISPLAY '  DETAIL RECORDS     : ' WS-DETAIL-COUNT
           DISPLAY '  AMOUNT CHARGED     : '
                   FUNCTION TRIM(WS-AMOUNT-ED)
           IF WS-CHARGED-MINUTES + WS-EXCEPTED-MINUTES
                NOT = WS-TOTAL-MINUTES
                OR WS-EXPORT-MINUTES NOT = WS-CHARGED-MINUTES
               DISPLAY '*** MINUTES DO NOT TIE - FILE NOT TO BE SENT'
               MOVE 8 TO WS-JOB-RC
           END-IF
          EXIT.

       END PROGRAM TODOCHGB.
