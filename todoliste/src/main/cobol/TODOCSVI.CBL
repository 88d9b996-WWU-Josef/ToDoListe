      *    path enforces (35-character content, priority 1-9,
      *    numeric 8-digit due and start dates); rows that fail go to
      *    <list>-load-errors.csv with a reason appended instead of
      *    stopping the load - as do rows repeating the content of
      *    an item still pending on the list, with that item's id.
      *    Ids come from the list's .ctr counter and the list's .lck
      *    lock is honored for the whole run, since this writes the
      *    same keyed store the CGI side does.  A list under a
      *    maintenance freeze (see TODOFRZ) is not loaded at all:
      *    the CSV is left as it is, to be run again once the
      *    freeze is lifted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 STORE-IS-OPEN VALUE 'Y'.
       01 WS-ROW-NUMBER PIC 9(5) VALUE 0.
       01 WS-REC-LEN PIC 9(03).
      *  Request block for the TODODUPK duplicate-key subprogram.
       COPY TODODUPKDATA.
       01 WS-DUP-NEW-KEY PIC X(35).
       01 WS-DUP-EOF PIC X(01).
      *  Request block for the TODOFRZK maintenance-freeze subprogram.
       COPY TODOFRZKDATA.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           MOVE 'R' TO FRZ-FUNCTION
           MOVE WS-LIST-NAME TO FRZ-LIST-IN
           MOVE 'todocsvi' TO FRZ-PROGRAM-IN FRZ-USER-IN
           MOVE 'csv-load' TO FRZ-ACTION-IN
           CALL 'TODOFRZK' USING FREEZE-REQUEST
           IF FRZ-LIST-FROZEN
               DISPLAY 'LIST IS FROZEN - LOAD HELD: '
                       FUNCTION TRIM(FRZ-REASON-OUT)
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACQUIRE-LOCK
           IF NOT LOCK-ACQUIRED
               DISPLAY 'LIST IS BUSY - LOAD ABANDONED'
               CONTINUE
           ELSE
               PERFORM VALIDATE-CSV-ROW
               IF ROW-IS-GOOD
                   PERFORM FIND-PENDING-DUPLICATE
               END-IF
               IF ROW-IS-GOOD
                   PERFORM WRITE-IMPORTED-ITEM
               ELSE
           END-IF
          EXIT.

      *    A row whose content matches an item still pending on the
      *    list (ignoring case and extra blanks - see TODODUPK) is
      *    the same request fed twice and goes to the error file with
      *    that item's id.  Rows loaded earlier in this same run are
      *    already in the store, so a file that repeats itself is
      *    caught too.  The store is open I-O for the whole load; the
      *    scan walks it from the lowest key and leaves it there.
       FIND-PENDING-DUPLICATE SECTION.
           MOVE WS-FLD-CONTENT(1:35) TO DUP-CONTENT-IN
           CALL 'TODODUPK' USING DUPLICATE-KEY-REQUEST
           MOVE DUP-KEY-OUT TO WS-DUP-NEW-KEY
           MOVE 'N' TO WS-DUP-EOF
           MOVE 0 TO ITEM-ID IN TDLIST-FILE
           START TDLIST KEY NOT < ITEM-ID IN TDLIST-FILE
              INVALID KEY MOVE 'Y' TO WS-DUP-EOF
           END-START
           PERFORM UNTIL WS-DUP-EOF = 'Y'
               READ TDLIST NEXT RECORD
                  AT END MOVE 'Y' TO WS-DUP-EOF
                  NOT AT END
                     IF ITEM-STATUS IN TDLIST-FILE NOT = 'C'
                         MOVE ITEM-CONTENT IN TDLIST-FILE
                           TO DUP-CONTENT-IN
                         CALL 'TODODUPK' USING DUPLICATE-KEY-REQUEST
                         IF DUP-KEY-OUT = WS-DUP-NEW-KEY
                             MOVE 'N' TO WS-ROW-OK
                             MOVE SPACES TO WS-REJECT-REASON
                             STRING 'POSSIBLE DUPLICATE OF ITEM '
                                      DELIMITED BY SIZE
                                    ITEM-ID IN TDLIST-FILE
                                      DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                             MOVE 'Y' TO WS-DUP-EOF
                         END-IF
                     END-IF
               END-READ
           END-PERFORM
          EXIT.

       WRITE-IMPORTED-ITEM SECTION.
           ADD 1 TO WS-NEXT-ID
           MOVE WS-NEXT-ID TO ITEM-ID IN TDLIST-FILE
