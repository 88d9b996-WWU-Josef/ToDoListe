       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOFRZ.

      *    Operator's switch for the maintenance freeze: while a
      *    list is frozen the browser refuses every write to it with
      *    the freeze's reason and the batch intake programs hold
      *    their input for a later sweep, so a restore, rekey or
      *    month-end run across many lists is not raced list by list
      *    behind a bare "List is busy".
      *    Run as:
      *        todofrz ON <list|ALL> <until-YYYYMMDDHHMM> <reason>
      *        todofrz OFF <list|ALL>
      *        todofrz
      *    ON freezes one list, or every list with ALL, until it is
      *    lifted; the expected end and the reason are what users
      *    are shown.  Freezing a list already frozen only moves its
      *    expected end and reason.  OFF lifts it and reports the
      *    attempts refused while it was in force.  With no
      *    arguments the freezes in force are listed, followed by
      *    every window in freeze.log with the attempts it refused -
      *    browser writes and held batch intake counted apart.
      *    The freezes themselves are kept by TODOFRZK, the shared
      *    reading every writer CALLs (see TODOFRZKDATA); this
      *    program reads freeze.ctl and freeze.log only to report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT FREEZE-CONTROL-FILE ASSIGN TO 'freeze.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.
         SELECT FREEZE-LOG-FILE ASSIGN TO 'freeze.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
          FD FREEZE-CONTROL-FILE.
          01 CONTROL-RECORD.
             05 CTL-SCOPE PIC X(20).
             05 FILLER PIC X(01).
             05 CTL-SET-STAMP PIC X(14).
             05 FILLER PIC X(01).
             05 CTL-UNTIL PIC X(12).
             05 FILLER PIC X(01).
             05 CTL-REASON PIC X(60).

          FD FREEZE-LOG-FILE.
          01 LOG-RECORD.
             05 LOG-DATE PIC X(08).
             05 LOG-TIME PIC X(06).
             05 FILLER PIC X(01).
             05 LOG-SCOPE PIC X(20).
             05 FILLER PIC X(01).
             05 LOG-SET-STAMP PIC X(14).
             05 FILLER PIC X(01).
             05 LOG-LIST PIC X(20).
             05 FILLER PIC X(01).
             05 LOG-PROGRAM PIC X(08).
             05 FILLER PIC X(01).
             05 LOG-USER PIC X(08).
             05 FILLER PIC X(01).
             05 LOG-ACTION PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC 99.
       01 WS-LOG-STATUS PIC 99.
       01 WS-EOF PIC X(01).
           88 AT-EOF VALUE 'Y'.
       01 WS-COMMAND-LINE PIC X(120).
       01 WS-ARG-VERB PIC X(10).
       01 WS-ARG-LIST PIC X(20).
       01 WS-ARG-UNTIL PIC X(14).
       01 WS-ARG-POS PIC 9(03).
       01 WS-ARG-REASON PIC X(60).
       01 WS-TDLIST-FILENAME PIC X(40).
       01 WS-FILE-DETAILS PIC X(16).
       01 WS-FMT-STAMP PIC X(14).
       01 WS-FMT-UNTIL PIC X(12).
       01 WS-SHOW-UNTIL PIC X(16).
       01 WS-SHOW-STAMP PIC X(19).
       01 WS-SHOW-SCOPE PIC X(20).
       01 WS-FREEZE-SHOWN PIC 9(03) VALUE 0.
       01 WS-WINDOW-COUNT PIC 9(03) VALUE 0.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 200.
              10 WS-WIN-SCOPE PIC X(20).
              10 WS-WIN-SET-STAMP PIC X(14).
              10 WS-WIN-BROWSER PIC 9(07).
              10 WS-WIN-BATCH PIC 9(07).
       01 WS-WIN-SCAN PIC 9(03).
       01 WS-WIN-AT PIC 9(03).
       01 WS-WIN-TOTAL PIC 9(07).
       01 WS-TOTAL-REFUSED PIC 9(07) VALUE 0.
       01 WS-JOB-RC PIC 9(01) VALUE 0.
       COPY TODOFRZKDATA.

       PROCEDURE DIVISION.
           PERFORM READ-RUN-ARGUMENTS
           EVALUATE WS-ARG-VERB
           WHEN 'ON'
               PERFORM SET-FREEZE
           WHEN 'OFF'
               PERFORM LIFT-FREEZE
           WHEN SPACES
               PERFORM PRINT-FREEZE-STATUS
           WHEN OTHER
               PERFORM PRINT-USAGE
           END-EVALUATE
           MOVE WS-JOB-RC TO RETURN-CODE
           GOBACK
          .

      *    The reason is everything after the expected end, so it
      *    may be several words.
       READ-RUN-ARGUMENTS SECTION.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-VERB WS-ARG-LIST WS-ARG-UNTIL
                          WS-ARG-REASON
           MOVE 1 TO WS-ARG-POS
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-VERB WS-ARG-LIST WS-ARG-UNTIL
               WITH POINTER WS-ARG-POS
           END-UNSTRING
           IF WS-ARG-POS <= 120
               MOVE WS-COMMAND-LINE(WS-ARG-POS:) TO WS-ARG-REASON
           END-IF
           IF WS-ARG-LIST = 'ALL'
               MOVE '*ALL' TO WS-ARG-LIST
           END-IF
          EXIT.

       PRINT-USAGE SECTION.
           DISPLAY 'USAGE: todofrz ON <list|ALL> <YYYYMMDDHHMM>'
                   ' <reason>'
           DISPLAY '       todofrz OFF <list|ALL>'
           DISPLAY '       todofrz'
           MOVE 8 TO WS-JOB-RC
          EXIT.

      *    A named list must exist, so a mistyped name is not taken
      *    for a freeze that protects nothing.
       SET-FREEZE SECTION.
           IF WS-ARG-LIST = SPACES
                OR WS-ARG-UNTIL(1:12) IS NOT NUMERIC
                OR WS-ARG-UNTIL(13:2) NOT = SPACES
                OR WS-ARG-REASON = SPACES
               PERFORM PRINT-USAGE
           ELSE
               IF WS-ARG-LIST NOT = '*ALL'
                   MOVE SPACES TO WS-TDLIST-FILENAME
                   STRING WS-ARG-LIST DELIMITED BY SPACE
                          '.txt' DELIMITED BY SIZE
                     INTO WS-TDLIST-FILENAME
                   CALL 'CBL_CHECK_FILE_EXIST'
                     USING WS-TDLIST-FILENAME WS-FILE-DETAILS
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
               IF RETURN-CODE NOT = 0
                   DISPLAY 'NO SUCH LIST: ' WS-ARG-LIST
                   MOVE 8 TO WS-JOB-RC
               ELSE
                   MOVE 'S' TO FRZ-FUNCTION
                   MOVE WS-ARG-LIST TO FRZ-LIST-IN
                   MOVE WS-ARG-UNTIL(1:12) TO FRZ-UNTIL-IN
                   MOVE WS-ARG-REASON TO FRZ-REASON-IN
                   CALL 'TODOFRZK' USING FREEZE-REQUEST
                   IF NOT FRZ-LIST-FROZEN
                       DISPLAY 'FREEZE TABLE FULL - NOT SET: '
                               WS-ARG-LIST
                       MOVE 8 TO WS-JOB-RC
                   ELSE
                       PERFORM PRINT-ONE-FREEZE
                   END-IF
               END-IF
           END-IF
          EXIT.

       LIFT-FREEZE SECTION.
           IF WS-ARG-LIST = SPACES
               PERFORM PRINT-USAGE
           ELSE
               MOVE 'L' TO FRZ-FUNCTION
               MOVE WS-ARG-LIST TO FRZ-LIST-IN
               CALL 'TODOFRZK' USING FREEZE-REQUEST
               IF NOT FRZ-LIST-FROZEN
                   DISPLAY 'NO FREEZE IN FORCE ON: ' WS-ARG-LIST
                   MOVE 4 TO WS-JOB-RC
               ELSE
                   MOVE FRZ-SET-STAMP-OUT TO WS-FMT-STAMP
                   PERFORM FORMAT-SET-STAMP
                   DISPLAY 'LIFTED   : ' FRZ-SCOPE-OUT
                   DISPLAY 'SINCE    : ' WS-SHOW-STAMP
                   DISPLAY 'REFUSED  : ' FRZ-RESULT-COUNT
                           ' ATTEMPTS WHILE FROZEN'
               END-IF
           END-IF
          EXIT.

       PRINT-ONE-FREEZE SECTION.
           MOVE FRZ-SET-STAMP-OUT TO WS-FMT-STAMP
           PERFORM FORMAT-SET-STAMP
           MOVE FRZ-UNTIL-OUT TO WS-FMT-UNTIL
           PERFORM FORMAT-UNTIL
           DISPLAY 'FROZEN   : ' FRZ-SCOPE-OUT
           DISPLAY 'SINCE    : ' WS-SHOW-STAMP
           DISPLAY 'UNTIL    : ' WS-SHOW-UNTIL ' (EXPECTED)'
           DISPLAY 'REASON   : ' FRZ-REASON-OUT
          EXIT.

       PRINT-FREEZE-STATUS SECTION.
           DISPLAY 'MAINTENANCE FREEZES IN FORCE'
           DISPLAY '========================================'
           MOVE 'N' TO WS-EOF
           OPEN INPUT FREEZE-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ FREEZE-CONTROL-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF CTL-SCOPE NOT = SPACES
                             PERFORM PRINT-CONTROL-LINE
                         END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FREEZE-CONTROL-FILE
           IF WS-FREEZE-SHOWN = 0
               DISPLAY '  NONE'
           END-IF
           PERFORM LOAD-WINDOW-TABLE
           DISPLAY ' '
           DISPLAY 'REFUSED ATTEMPTS BY FREEZE WINDOW'
           DISPLAY '========================================'
           DISPLAY 'SCOPE                FROZEN SINCE       '
                   '    BROWSER     BATCH     TOTAL'
           PERFORM VARYING WS-WIN-SCAN FROM 1 BY 1
                     UNTIL WS-WIN-SCAN > WS-WINDOW-COUNT
               PERFORM PRINT-ONE-WINDOW
           END-PERFORM
           IF WS-WINDOW-COUNT = 0
               DISPLAY '  NONE'
           END-IF
           DISPLAY ' '
           DISPLAY 'TOTAL REFUSED ATTEMPTS  : ' WS-TOTAL-REFUSED
          EXIT.

       PRINT-CONTROL-LINE SECTION.
           ADD 1 TO WS-FREEZE-SHOWN
           MOVE CTL-SET-STAMP TO WS-FMT-STAMP
           MOVE CTL-UNTIL TO WS-FMT-UNTIL
           PERFORM FORMAT-SET-STAMP
           PERFORM FORMAT-UNTIL
           DISPLAY '  ' CTL-SCOPE ' SINCE ' WS-SHOW-STAMP
                   '  UNTIL ' WS-SHOW-UNTIL
           DISPLAY '      ' CTL-REASON
          EXIT.

      *    One window per scope and set time, in the order the
      *    windows first refused something; the browser's own
      *    writes are logged under 'todolist', everything else is
      *    batch intake held for a later run.
       LOAD-WINDOW-TABLE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FREEZE-LOG-FILE
           IF WS-LOG-STATUS NOT = 35
               PERFORM UNTIL AT-EOF
                   READ FREEZE-LOG-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM NOTE-ONE-REFUSAL
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FREEZE-LOG-FILE
          EXIT.

       NOTE-ONE-REFUSAL SECTION.
           ADD 1 TO WS-TOTAL-REFUSED
           MOVE 0 TO WS-WIN-AT
           PERFORM VARYING WS-WIN-SCAN FROM 1 BY 1
                     UNTIL WS-WIN-SCAN > WS-WINDOW-COUNT
                        OR WS-WIN-AT > 0
               IF WS-WIN-SCOPE(WS-WIN-SCAN) = LOG-SCOPE
                    AND WS-WIN-SET-STAMP(WS-WIN-SCAN) = LOG-SET-STAMP
                   MOVE WS-WIN-SCAN TO WS-WIN-AT
               END-IF
           END-PERFORM
           IF WS-WIN-AT = 0 AND WS-WINDOW-COUNT < 200
               ADD 1 TO WS-WINDOW-COUNT
               MOVE WS-WINDOW-COUNT TO WS-WIN-AT
               MOVE LOG-SCOPE TO WS-WIN-SCOPE(WS-WIN-AT)
               MOVE LOG-SET-STAMP TO WS-WIN-SET-STAMP(WS-WIN-AT)
               MOVE 0 TO WS-WIN-BROWSER(WS-WIN-AT)
                         WS-WIN-BATCH(WS-WIN-AT)
           END-IF
           IF WS-WIN-AT > 0
               IF LOG-PROGRAM = 'todolist'
                   ADD 1 TO WS-WIN-BROWSER(WS-WIN-AT)
               ELSE
                   ADD 1 TO WS-WIN-BATCH(WS-WIN-AT)
               END-IF
           END-IF
          EXIT.

       PRINT-ONE-WINDOW SECTION.
           MOVE WS-WIN-SET-STAMP(WS-WIN-SCAN) TO WS-FMT-STAMP
           PERFORM FORMAT-SET-STAMP
           MOVE WS-WIN-SCOPE(WS-WIN-SCAN) TO WS-SHOW-SCOPE
           COMPUTE WS-WIN-TOTAL = WS-WIN-BROWSER(WS-WIN-SCAN)
                                + WS-WIN-BATCH(WS-WIN-SCAN)
           DISPLAY WS-SHOW-SCOPE ' ' WS-SHOW-STAMP '  '
                   WS-WIN-BROWSER(WS-WIN-SCAN) '   '
                   WS-WIN-BATCH(WS-WIN-SCAN) '   '
                   WS-WIN-TOTAL
          EXIT.

       FORMAT-SET-STAMP SECTION.
           MOVE SPACES TO WS-SHOW-STAMP
           STRING WS-FMT-STAMP(1:4) '-' WS-FMT-STAMP(5:2) '-'
                  WS-FMT-STAMP(7:2) ' ' WS-FMT-STAMP(9:2) ':'
                  WS-FMT-STAMP(11:2) ':' WS-FMT-STAMP(13:2)
                  DELIMITED BY SIZE
             INTO WS-SHOW-STAMP
          EXIT.

       FORMAT-UNTIL SECTION.
           MOVE SPACES TO WS-SHOW-UNTIL
           STRING WS-FMT-UNTIL(1:4) '-' WS-FMT-UNTIL(5:2) '-'
                  WS-FMT-UNTIL(7:2) ' ' WS-FMT-UNTIL(9:2) ':'
                  WS-FMT-UNTIL(11:2)
                  DELIMITED BY SIZE
             INTO WS-SHOW-UNTIL
          EXIT.

       END PROGRAM TODOFRZ.
