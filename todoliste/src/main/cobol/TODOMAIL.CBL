      *    Every field is validated by the same rules TODOCSVI
      *    applies, and the add happens under the target list's
      *    .lck with an id from its .ctr and a 'mail-add' journal
      *    record, like any other writer.  A message whose content
      *    matches an item still pending on that list is rejected
      *    as a possible duplicate of it.  A message for a list
      *    under a maintenance freeze (see TODOFRZ) stays in the
      *    drop for a later sweep, as one for a busy list does.
      *    A processed file is renamed to <file>.done and a file
      *    that does not parse to <file>.rej with the reason
      *    appended to maildrop-errors.txt (the same fix-and-refeed
             05 JNL-BEFORE PIC X(35).
             05 JNL-AFTER PIC X(35).
             05 JNL-ITEM-IMAGE PIC X(111).
      *      Who made the change, and the other end of a move or
      *      copy (see TODOLISTE's journal FD); blank on older lines.
             05 JNL-USER PIC X(08).
             05 JNL-LINK-LIST PIC X(20).
             05 JNL-LINK-ID PIC X(05).

       WORKING-STORAGE SECTION.
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-PRIORITY-NUM PIC 9(03).
       01 WS-LOADED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-NEW-NAME PIC X(90).
       01 WS-MARK-SUFFIX PIC X(05).
       01 WS-NAME-LEN PIC 9(03).
       01 WS-MSG-RETRY PIC X(01).
           88 MESSAGE-RETRIES-LATER VALUE 'Y'.
       01 WS-ERRLOG-LINE PIC X(140).
      *  Request block for the TODODUPK duplicate-key subprogram.
       COPY TODODUPKDATA.
       01 WS-DUP-NEW-KEY PIC X(35).
       01 WS-DUP-ITEM-ID PIC 9(5).
      *  Request block for the TODOFRZK maintenance-freeze subprogram.
       COPY TODOFRZKDATA.
       01 WS-DUP-EOF PIC X(01).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           CALL 'CBL_DELETE_FILE' USING WS-WORKLIST-FILENAME
           DISPLAY 'ITEMS ADDED   : ' WS-LOADED-COUNT
           DISPLAY 'FILES REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'FILES HELD    : ' WS-HELD-COUNT
           IF WS-REJECT-COUNT > 0
               DISPLAY 'REASONS IN ' WS-ERRLOG-FILENAME
           END-IF
           STRING WS-LIST-NAME DELIMITED BY SPACE
                  '.jnl' DELIMITED BY SIZE
             INTO WS-JOURNAL-FILENAME
      *    A list under a maintenance freeze takes nothing in; the
      *    message waits in the drop like one for a busy list, and
      *    each sweep that has to hold it is counted against the
      *    freeze.
           MOVE 'R' TO FRZ-FUNCTION
           MOVE WS-LIST-NAME TO FRZ-LIST-IN
           MOVE 'todomail' TO FRZ-PROGRAM-IN FRZ-USER-IN
           MOVE 'mail-add' TO FRZ-ACTION-IN
           CALL 'TODOFRZK' USING FREEZE-REQUEST
           IF FRZ-LIST-FROZEN
               MOVE 'N' TO WS-MSG-OK
               MOVE 'Y' TO WS-MSG-RETRY
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'LIST FROZEN - LEFT FOR NEXT SWEEP: '
                       FUNCTION TRIM(WS-MSG-FILENAME)
           ELSE
               PERFORM ACQUIRE-LOCK
               IF NOT LOCK-ACQUIRED
                   MOVE 'N' TO WS-MSG-OK
                   MOVE 'Y' TO WS-MSG-RETRY
                   DISPLAY 'LIST BUSY - LEFT FOR NEXT SWEEP: '
                           FUNCTION TRIM(WS-MSG-FILENAME)
               ELSE
                   PERFORM FIND-PENDING-DUPLICATE
                   IF WS-DUP-ITEM-ID > 0
                       MOVE 'N' TO WS-MSG-OK
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING 'POSSIBLE DUPLICATE OF ITEM '
                                DELIMITED BY SIZE
                              WS-DUP-ITEM-ID DELIMITED BY SIZE
                         INTO WS-REJECT-REASON
                   ELSE
                       PERFORM STORE-MESSAGE-ITEM
                   END-IF
                   PERFORM RELEASE-LOCK
               END-IF
           END-IF
          EXIT.

      *    A message whose content matches an item still pending on
      *    the target list (ignoring case and extra blanks - see
      *    TODODUPK) is the same request sent twice, and is turned
      *    away with that item's id rather than tracked twice.  The
      *    check runs under the lock, so two copies of one message
      *    in the same sweep cannot both get in.
       FIND-PENDING-DUPLICATE SECTION.
           MOVE 0 TO WS-DUP-ITEM-ID
           MOVE WS-FLD-CONTENT(1:35) TO DUP-CONTENT-IN
           CALL 'TODODUPK' USING DUPLICATE-KEY-REQUEST
           MOVE DUP-KEY-OUT TO WS-DUP-NEW-KEY
           MOVE 'N' TO WS-DUP-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS < 10
               PERFORM UNTIL WS-DUP-EOF = 'Y'
                   READ TDLIST NEXT RECORD
                      AT END MOVE 'Y' TO WS-DUP-EOF
                      NOT AT END
                         IF ITEM-STATUS IN TDLIST-FILE NOT = 'C'
                             MOVE ITEM-CONTENT IN TDLIST-FILE
                               TO DUP-CONTENT-IN
                             CALL 'TODODUPK'
                               USING DUPLICATE-KEY-REQUEST
                             IF DUP-KEY-OUT = WS-DUP-NEW-KEY
                                 MOVE ITEM-ID IN TDLIST-FILE
                                   TO WS-DUP-ITEM-ID
                                 MOVE 'Y' TO WS-DUP-EOF
                             END-IF
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE TDLIST
           END-IF
          EXIT.

       STORE-MESSAGE-ITEM SECTION.
           PERFORM GET-NEXT-ITEM-ID
           MOVE WS-NEXT-ID TO ITEM-ID IN TDLIST-FILE
           MOVE WS-FLD-CONTENT(1:35)
             TO ITEM-CONTENT IN TDLIST-FILE
           MOVE 'P' TO ITEM-STATUS IN TDLIST-FILE
           IF WS-FLD-PRIORITY = SPACES
               MOVE 5 TO ITEM-PRIORITY IN TDLIST-FILE
           ELSE
               MOVE FUNCTION NUMVAL(WS-FLD-PRIORITY)
                 TO WS-PRIORITY-NUM
               MOVE WS-PRIORITY-NUM
                 TO ITEM-PRIORITY IN TDLIST-FILE
           END-IF
           IF WS-FLD-DUE-DATE = SPACES
               MOVE SPACES TO ITEM-DUE-DATE IN TDLIST-FILE
           ELSE
               MOVE WS-FLD-DUE-DATE(1:8)
                 TO ITEM-DUE-DATE IN TDLIST-FILE
           END-IF
           MOVE WS-TODAY TO ITEM-CREATED-DATE IN TDLIST-FILE
           MOVE WS-NOW-TIME TO ITEM-CREATED-TIME IN TDLIST-FILE
           MOVE WS-TODAY TO ITEM-MODIFIED-DATE IN TDLIST-FILE
           MOVE WS-NOW-TIME TO ITEM-MODIFIED-TIME IN TDLIST-FILE
           MOVE SPACE TO ITEM-RECUR-RULE IN TDLIST-FILE
           MOVE WS-FLD-CATEGORY(1:8)
             TO ITEM-CATEGORY IN TDLIST-FILE
           MOVE SPACES TO ITEM-CREATED-BY IN TDLIST-FILE
           MOVE WS-FLD-ASSIGNEE(1:8)
             TO ITEM-ASSIGNED-TO IN TDLIST-FILE
           MOVE SPACES TO ITEM-START-DATE IN TDLIST-FILE
           PERFORM WRITE-MESSAGE-ITEM
          EXIT.

       WRITE-MESSAGE-ITEM SECTION.
           OPEN I-O TDLIST
           IF WS-TDLIST-STATUS = 35
           MOVE SPACES TO JNL-BEFORE
           MOVE WS-FLD-CONTENT(1:35) TO JNL-AFTER
           MOVE TDLIST-FILE TO JNL-ITEM-IMAGE
           MOVE 'todomail' TO JNL-USER
           MOVE SPACES TO JNL-LINK-LIST JNL-LINK-ID
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
          EXIT.
