      *    with a 'tmpl-add' journal record (image and all) like any
      *    other add.  Rows that fail go to <template>-tpl-errors.csv
      *    with a reason instead of stopping the instantiation.
      *    A list under a maintenance freeze (see TODOFRZ) is not
      *    touched; the run is held, to be repeated once the freeze
      *    is lifted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           88 STORE-IS-OPEN VALUE 'Y'.
       01 WS-ROW-NUMBER PIC 9(5) VALUE 0.
       01 WS-REC-LEN PIC 9(03).
      *  Request block for the TODOFRZK maintenance-freeze subprogram.
       COPY TODOFRZKDATA.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           END-IF
           COMPUTE WS-START-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-START-DATE))
           MOVE 'R' TO FRZ-FUNCTION
           MOVE WS-LIST-NAME TO FRZ-LIST-IN
           MOVE 'todotmpl' TO FRZ-PROGRAM-IN FRZ-USER-IN
           MOVE 'tmpl-add' TO FRZ-ACTION-IN
           CALL 'TODOFRZK' USING FREEZE-REQUEST
           IF FRZ-LIST-FROZEN
               DISPLAY 'LIST IS FROZEN - INSTANTIATION HELD: '
                       FUNCTION TRIM(FRZ-REASON-OUT)
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ACQUIRE-LOCK
           IF NOT LOCK-ACQUIRED
               DISPLAY 'LIST IS BUSY - INSTANTIATION ABANDONED'
           MOVE SPACES TO JNL-BEFORE
           MOVE WS-FLD-CONTENT(1:35) TO JNL-AFTER
           MOVE TDLIST-FILE TO JNL-ITEM-IMAGE
           MOVE 'todotmpl' TO JNL-USER
           MOVE SPACES TO JNL-LINK-LIST JNL-LINK-ID
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
          EXIT.
