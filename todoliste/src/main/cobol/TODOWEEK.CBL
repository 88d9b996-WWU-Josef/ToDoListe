      *    week, then the rest by priority - every line naming the
      *    list the item lives on.  Deferred items (start date still
      *    in the future) are not yet anyone's workload and stay
      *    off the sheet.  Items checked off but still awaiting an
      *    owner's sign-off are neither open nor done; they print
      *    in a section of their own after the open work, so the
      *    person sees what is still hanging on an approval.
      *    Unassigned items pool under '(none)' so
      *    orphaned work shows up in the same stand-up instead of
      *    nowhere.  Page headings follow the discipline
      *    PRINT-REPORT-HEADING gives TODORPT.
          FD WORKLIST.
          01 WORKLIST-RECORD PIC X(60).
      *   Composite sort key: owner, then section (1 overdue / 2 due
      *   this week / 3 the rest / 4 awaiting approval), then due
      *   date inside the dated sections and priority-then-due in
      *   the rest - one ordering pass gives both the person
      *   grouping and the in-page order.
          SD SORT-WORK.
          01 WSH-RECORD.
             05 WSH-OWNER PIC X(08).
           ELSE
           IF ITEM-START-DATE IN TDLIST-FILE IS NUMERIC
                AND ITEM-START-DATE IN TDLIST-FILE > WS-TODAY
                AND ITEM-STATUS IN TDLIST-FILE NOT = 'A'
               CONTINUE
           ELSE
               IF ITEM-ASSIGNED-TO IN TDLIST-FILE = SPACES
      *    Section 1 is overdue (ordered by how late), 2 due within
      *    seven days (ordered by date), 3 everything else (ordered
      *    by priority, then date, undated last - the same worst-
      *    case defaults the browser sort applies).  Section 4 holds
      *    the items awaiting sign-off, oldest wait first.
       CLASSIFY-SHEET-ITEM SECTION.
           IF ITEM-STATUS IN TDLIST-FILE = 'A'
               MOVE 4 TO WSH-SECTION
               MOVE SPACES TO WSH-KEY
               MOVE ITEM-MODIFIED-DATE IN TDLIST-FILE TO WSH-KEY(1:8)
           ELSE
           IF ITEM-DUE-DATE IN TDLIST-FILE IS NUMERIC
                AND ITEM-DUE-DATE IN TDLIST-FILE NOT = '99999999'
                AND ITEM-DUE-DATE IN TDLIST-FILE < WS-TODAY
               END-IF
           END-IF
           END-IF
           END-IF
          EXIT.

       PRINT-PERSON-PAGES SECTION.
               MOVE 'OVERDUE' TO WS-SECTION-TITLE
           WHEN 2
               MOVE 'DUE THIS WEEK' TO WS-SECTION-TITLE
           WHEN 4
               MOVE 'AWAITING APPROVAL' TO WS-SECTION-TITLE
           WHEN OTHER
               MOVE 'BY PRIORITY' TO WS-SECTION-TITLE
           END-EVALUATE
