       01 WS-TOTAL-COUNT PIC 9(5) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01 WS-COMPLETE-COUNT PIC 9(5) VALUE 0.
       01 WS-AWAITING-COUNT PIC 9(5) VALUE 0.
       01 WS-PRIORITY-COUNTS.
           05 WS-PRIORITY-COUNT PIC 9(5) OCCURS 9 VALUE 0.
       01 WS-PRIORITY-INDEX PIC 9(02).

       ACCUMULATE-ITEM-TOTALS SECTION.
           ADD 1 TO WS-TOTAL-COUNT
      *    An item awaiting an owner's sign-off is neither open work
      *    nor done, and is counted as neither.
           IF ITEM-STATUS IN WS-TDLIST = 'C'
               ADD 1 TO WS-COMPLETE-COUNT
           ELSE
           IF ITEM-STATUS IN WS-TDLIST = 'A'
               ADD 1 TO WS-AWAITING-COUNT
           ELSE
               ADD 1 TO WS-PENDING-COUNT
           END-IF
           END-IF
           IF ITEM-PRIORITY IN WS-TDLIST > 0
               MOVE ITEM-PRIORITY IN WS-TDLIST TO WS-PRIORITY-INDEX
               ADD 1 TO WS-PRIORITY-COUNT (WS-PRIORITY-INDEX)
           IF WS-OWNER-INDEX > 0
               ADD 1 TO WS-OWNER-TOTAL (WS-OWNER-INDEX)
               IF ITEM-STATUS IN WS-TDLIST NOT = 'C'
                    AND ITEM-STATUS IN WS-TDLIST NOT = 'A'
                   ADD 1 TO WS-OWNER-PENDING (WS-OWNER-INDEX)
               END-IF
           END-IF
           DISPLAY 'SUMMARY'
           DISPLAY '  TOTAL ITEMS      : ' WS-TOTAL-COUNT
           DISPLAY '  PENDING          : ' WS-PENDING-COUNT
           DISPLAY '  AWAITING APPROVAL: ' WS-AWAITING-COUNT
           DISPLAY '  COMPLETED        : ' WS-COMPLETE-COUNT
           IF OLDEST-AGE-KNOWN
               DISPLAY '  OLDEST ITEM AGE  : ' WS-OLDEST-AGE-DAYS
