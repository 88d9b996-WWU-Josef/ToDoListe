      *    A breached item also gets its ITEM-PRIORITY bumped one
      *    step toward 1, under the list's .lck with a journal
      *    record, so a promise about to slip becomes visible in
      *    every view before the customer calls.  On a list under a
      *    maintenance freeze (see TODOFRZ) breaches are still
      *    reported but the bumps are held; the item is still past
      *    its limit on the next sweep, which bumps it then.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *      replay (see TODOLISTE's journal FD); older journal
      *      lines read back with it blank.
             05 JNL-ITEM-IMAGE PIC X(111).
      *      Who made the change, and the other end of a move or
      *      copy (see TODOLISTE's journal FD); blank on older lines.
             05 JNL-USER PIC X(08).
             05 JNL-LINK-LIST PIC X(20).
             05 JNL-LINK-ID PIC X(05).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-TOTAL-WARNED PIC 9(5) VALUE 0.
       01 WS-TOTAL-BREACHED PIC 9(5) VALUE 0.
       01 WS-TOTAL-BUMPED PIC 9(5) VALUE 0.
       01 WS-TOTAL-HELD PIC 9(5) VALUE 0.
      *  Request block for the TODOFRZK maintenance-freeze subprogram.
       COPY TODOFRZKDATA.

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY '  ITEMS APPROACHING LIMIT : ' WS-TOTAL-WARNED
           DISPLAY '  ITEMS PAST LIMIT        : ' WS-TOTAL-BREACHED
           DISPLAY '  PRIORITIES ESCALATED    : ' WS-TOTAL-BUMPED
           DISPLAY '  ESCALATIONS HELD FROZEN : ' WS-TOTAL-HELD
           MOVE 0 TO RETURN-CODE
           GOBACK
          .
      *    the promise slipping and the journal shows who (this
      *    batch) moved it and why.
       ESCALATE-BREACHED-ITEMS SECTION.
           MOVE 'R' TO FRZ-FUNCTION
           MOVE WS-LIST-NAME TO FRZ-LIST-IN
           MOVE 'todosla' TO FRZ-PROGRAM-IN FRZ-USER-IN
           MOVE 'sla-escalate' TO FRZ-ACTION-IN
           CALL 'TODOFRZK' USING FREEZE-REQUEST
           IF FRZ-LIST-FROZEN
               DISPLAY 'LIST FROZEN - ESCALATIONS HELD: '
                       WS-LIST-NAME
               ADD WS-BUMP-COUNT TO WS-TOTAL-HELD
           ELSE
           PERFORM ACQUIRE-LOCK
           IF NOT LOCK-ACQUIRED
               DISPLAY 'LIST BUSY - ESCALATIONS SKIPPED: '
               END-IF
               PERFORM RELEASE-LOCK
           END-IF
           END-IF
          EXIT.

       ESCALATE-ONE-ITEM SECTION.
           MOVE WS-JNL-BEFORE TO JNL-BEFORE
           MOVE WS-JNL-AFTER TO JNL-AFTER
           MOVE WS-JNL-IMAGE TO JNL-ITEM-IMAGE
           MOVE 'todosla' TO JNL-USER
           MOVE SPACES TO JNL-LINK-LIST JNL-LINK-ID
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
          EXIT.
