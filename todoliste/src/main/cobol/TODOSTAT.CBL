      *    monthly archives (TODOARCM's output) are read; a record
      *    counts when its status is 'C' and its modified date - the
      *    date of the completing change - falls in the period.
      *    A record archived while still awaiting an owner's sign-off
      *    (status 'A') was never completed: it is counted on a line
      *    of its own and kept out of throughput and cycle time.
      *    Reported: completions per week, average and worst
      *    days-open by priority (created date to completing
      *    change), and the weekly completed-minus-created trend,
       01 WS-PRIORITY-X PIC 9(01).

       01 WS-COMPLETED-COUNT PIC 9(7) VALUE 0.
       01 WS-AWAITING-COUNT PIC 9(7) VALUE 0.
       01 WS-PRIORITY-STATS.
           05 WS-PRI-STAT OCCURS 9.
               10 WS-PRI-COUNT PIC 9(7) VALUE 0.
      *    opens in - day 1 of the integer calendar was a Monday, so
      *    the arithmetic below lands every integer date in its week.
           COMPUTE WS-WEEK-BASE-INT =
               WS-FROM-INT - FUNCTION MOD(WS-FROM-INT - 1, 7)
          EXIT.

      *    Every daily archive dated inside the period is read, plus
      *    period count.  Rows without parseable dates (the old short
      *    data) are skipped - no date, no cycle time.
       TALLY-ONE-ARCHIVE-RECORD SECTION.
           IF ARCH-ITEM-STATUS = 'A'
               IF ARCH-ITEM-MODIFIED-DATE IS NUMERIC
                    AND ARCH-ITEM-MODIFIED-DATE NOT < WS-FROM-DATE
                    AND ARCH-ITEM-MODIFIED-DATE NOT > WS-TO-DATE
                   ADD 1 TO WS-AWAITING-COUNT
               END-IF
           END-IF
           IF ARCH-ITEM-STATUS NOT = 'C'
               CONTINUE
           ELSE
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'COMPLETIONS IN PERIOD: ' WS-COMPLETED-COUNT
           DISPLAY 'AWAITING APPROVAL    : ' WS-AWAITING-COUNT
          EXIT.

       PRINT-CYCLE-TIME-BY-PRIORITY SECTION.
