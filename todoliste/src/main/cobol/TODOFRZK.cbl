       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOFRZK.

      *    The maintenance freeze, shared the way TODOCAL shares the
      *    business-day calendar: the browser write path, the page
      *    banner, the batch intake programs, the operator's TODOFRZ
      *    and the nightly driver all CALL here, so "this list is
      *    frozen" means exactly one thing wherever it is asked.
      *    The freezes in force are the lines of the shared
      *    freeze.ctl, read afresh on every call so a long batch
      *    sweep sees a freeze set or lifted while it runs; every
      *    attempt refused under a freeze is one line of the shared
      *    freeze.log, tagged with the freeze's set time, so a
      *    window's cost can be counted when it is lifted.  See the
      *    TODOFRZKDATA copybook for the four functions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT FREEZE-CONTROL-FILE ASSIGN TO 'freeze.ctl'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.
         SELECT FREEZE-WORK-FILE ASSIGN TO 'freeze.ctl.new'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.
         SELECT FREEZE-LOG-FILE ASSIGN TO 'freeze.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
          FD FREEZE-CONTROL-FILE.
          01 CONTROL-RECORD.
             05 CTL-SCOPE PIC X(20).
             05 FILLER PIC X(01).
             05 CTL-SET-STAMP.
                10 CTL-SET-DATE PIC X(08).
                10 CTL-SET-TIME PIC X(06).
             05 FILLER PIC X(01).
             05 CTL-UNTIL PIC X(12).
             05 FILLER PIC X(01).
             05 CTL-REASON PIC X(60).

          FD FREEZE-WORK-FILE.
          01 WORK-RECORD PIC X(109).

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
       01 WS-WORK-STATUS PIC 99.
       01 WS-LOG-STATUS PIC 99.
       01 WS-EOF PIC X(01).
       01 WS-CONTROL-FILENAME PIC X(20) VALUE 'freeze.ctl'.
       01 WS-WORK-FILENAME PIC X(20) VALUE 'freeze.ctl.new'.
       01 WS-FILE-DETAILS PIC X(16).
       01 WS-FREEZE-COUNT PIC 9(03) VALUE 0.
       01 WS-FREEZE-TABLE.
           05 WS-FREEZE-ENTRY OCCURS 200.
              10 WS-FRZ-SCOPE PIC X(20).
              10 WS-FRZ-SET-STAMP PIC X(14).
              10 WS-FRZ-UNTIL PIC X(12).
              10 WS-FRZ-REASON PIC X(60).
       01 WS-FRZ-SCAN PIC 9(03).
       01 WS-LIST-HIT PIC 9(03).
       01 WS-ALL-HIT PIC 9(03).
       01 WS-FOUND-AT PIC 9(03).
       01 WS-TODAY PIC X(08).
       01 WS-NOW-TIME PIC X(08).

       LINKAGE SECTION.
        COPY TODOFRZKDATA.

       PROCEDURE DIVISION USING FREEZE-REQUEST.
           MOVE 'N' TO FRZ-RESULT-FLAG
           MOVE SPACES TO FRZ-SCOPE-OUT FRZ-SET-STAMP-OUT
                          FRZ-UNTIL-OUT FRZ-REASON-OUT FRZ-NOTICE-OUT
           MOVE 0 TO FRZ-RESULT-COUNT
           IF FRZ-LIST-IN = SPACES
               GOBACK
           END-IF
           PERFORM LOAD-FREEZE-TABLE
           EVALUATE TRUE
           WHEN FRZ-CHECK-LIST
               PERFORM FIND-FREEZE-FOR-LIST
           WHEN FRZ-REFUSE-ATTEMPT
               PERFORM FIND-FREEZE-FOR-LIST
               IF FRZ-LIST-FROZEN
                   PERFORM APPEND-REFUSAL
               END-IF
           WHEN FRZ-SET-FREEZE
               PERFORM SET-ONE-FREEZE
           WHEN FRZ-LIFT-FREEZE
               PERFORM LIFT-ONE-FREEZE
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK
          .

       LOAD-FREEZE-TABLE SECTION.
           MOVE 0 TO WS-FREEZE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FREEZE-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = 35
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FREEZE-CONTROL-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF CTL-SCOPE NOT = SPACES
                              AND WS-FREEZE-COUNT < 200
                             ADD 1 TO WS-FREEZE-COUNT
                             MOVE CTL-SCOPE
                               TO WS-FRZ-SCOPE(WS-FREEZE-COUNT)
                             MOVE CTL-SET-STAMP
                               TO WS-FRZ-SET-STAMP(WS-FREEZE-COUNT)
                             MOVE CTL-UNTIL
                               TO WS-FRZ-UNTIL(WS-FREEZE-COUNT)
                             MOVE CTL-REASON
                               TO WS-FRZ-REASON(WS-FREEZE-COUNT)
                         END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FREEZE-CONTROL-FILE
          EXIT.

      *    The list's own line wins over *ALL, so the notice names
      *    the reason that was given for this list.
       FIND-FREEZE-FOR-LIST SECTION.
           MOVE 0 TO WS-LIST-HIT WS-ALL-HIT
           PERFORM VARYING WS-FRZ-SCAN FROM 1 BY 1
                     UNTIL WS-FRZ-SCAN > WS-FREEZE-COUNT
               IF WS-FRZ-SCOPE(WS-FRZ-SCAN) = FRZ-LIST-IN
                   MOVE WS-FRZ-SCAN TO WS-LIST-HIT
               END-IF
               IF WS-FRZ-SCOPE(WS-FRZ-SCAN) = '*ALL'
                   MOVE WS-FRZ-SCAN TO WS-ALL-HIT
               END-IF
           END-PERFORM
           IF WS-LIST-HIT > 0
               MOVE WS-LIST-HIT TO WS-FOUND-AT
           ELSE
               MOVE WS-ALL-HIT TO WS-FOUND-AT
           END-IF
           IF WS-FOUND-AT > 0
               MOVE 'Y' TO FRZ-RESULT-FLAG
               PERFORM RETURN-FOUND-FREEZE
               IF FRZ-REASON-OUT = SPACES
                   MOVE 'List is frozen for maintenance'
                     TO FRZ-NOTICE-OUT
               ELSE
                   STRING 'Frozen: ' DELIMITED BY SIZE
                          FRZ-REASON-OUT DELIMITED BY SIZE
                     INTO FRZ-NOTICE-OUT
               END-IF
           END-IF
          EXIT.

       RETURN-FOUND-FREEZE SECTION.
           MOVE WS-FRZ-SCOPE(WS-FOUND-AT) TO FRZ-SCOPE-OUT
           MOVE WS-FRZ-SET-STAMP(WS-FOUND-AT) TO FRZ-SET-STAMP-OUT
           MOVE WS-FRZ-UNTIL(WS-FOUND-AT) TO FRZ-UNTIL-OUT
           MOVE WS-FRZ-REASON(WS-FOUND-AT) TO FRZ-REASON-OUT
          EXIT.

       APPEND-REFUSAL SECTION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND FREEZE-LOG-FILE
           IF WS-LOG-STATUS = 35
               CLOSE FREEZE-LOG-FILE
               OPEN OUTPUT FREEZE-LOG-FILE
           END-IF
           MOVE SPACES TO LOG-RECORD
           MOVE WS-TODAY TO LOG-DATE
           MOVE WS-NOW-TIME(1:6) TO LOG-TIME
           MOVE FRZ-SCOPE-OUT TO LOG-SCOPE
           MOVE FRZ-SET-STAMP-OUT TO LOG-SET-STAMP
           MOVE FRZ-LIST-IN TO LOG-LIST
           MOVE FRZ-PROGRAM-IN TO LOG-PROGRAM
           MOVE FRZ-USER-IN TO LOG-USER
           MOVE FRZ-ACTION-IN TO LOG-ACTION
           WRITE LOG-RECORD
           CLOSE FREEZE-LOG-FILE
          EXIT.

       FIND-EXACT-SCOPE SECTION.
           MOVE 0 TO WS-FOUND-AT
           PERFORM VARYING WS-FRZ-SCAN FROM 1 BY 1
                     UNTIL WS-FRZ-SCAN > WS-FREEZE-COUNT
               IF WS-FRZ-SCOPE(WS-FRZ-SCAN) = FRZ-LIST-IN
                   MOVE WS-FRZ-SCAN TO WS-FOUND-AT
               END-IF
           END-PERFORM
          EXIT.

      *    Setting a freeze already in force only moves its expected
      *    end and reason; the set time stays, so the refusals of a
      *    window extended by a second run are still counted as one.
       SET-ONE-FREEZE SECTION.
           PERFORM FIND-EXACT-SCOPE
           IF WS-FOUND-AT = 0
               IF WS-FREEZE-COUNT < 200
                   ADD 1 TO WS-FREEZE-COUNT
                   MOVE WS-FREEZE-COUNT TO WS-FOUND-AT
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   ACCEPT WS-NOW-TIME FROM TIME
                   MOVE FRZ-LIST-IN TO WS-FRZ-SCOPE(WS-FOUND-AT)
                   STRING WS-TODAY DELIMITED BY SIZE
                          WS-NOW-TIME(1:6) DELIMITED BY SIZE
                     INTO WS-FRZ-SET-STAMP(WS-FOUND-AT)
               END-IF
           END-IF
           IF WS-FOUND-AT > 0
               MOVE FRZ-UNTIL-IN TO WS-FRZ-UNTIL(WS-FOUND-AT)
               MOVE FRZ-REASON-IN TO WS-FRZ-REASON(WS-FOUND-AT)
               PERFORM REWRITE-FREEZE-CONTROL
               MOVE 'Y' TO FRZ-RESULT-FLAG
               PERFORM RETURN-FOUND-FREEZE
           END-IF
          EXIT.

       LIFT-ONE-FREEZE SECTION.
           PERFORM FIND-EXACT-SCOPE
           IF WS-FOUND-AT > 0
               MOVE 'Y' TO FRZ-RESULT-FLAG
               PERFORM RETURN-FOUND-FREEZE
               PERFORM VARYING WS-FRZ-SCAN FROM WS-FOUND-AT BY 1
                         UNTIL WS-FRZ-SCAN >= WS-FREEZE-COUNT
                   MOVE WS-FREEZE-ENTRY(WS-FRZ-SCAN + 1)
                     TO WS-FREEZE-ENTRY(WS-FRZ-SCAN)
               END-PERFORM
               SUBTRACT 1 FROM WS-FREEZE-COUNT
               PERFORM REWRITE-FREEZE-CONTROL
               PERFORM COUNT-WINDOW-REFUSALS
           END-IF
          EXIT.

      *    A refusal belongs to the window whose scope and set time
      *    it was logged under.
       COUNT-WINDOW-REFUSALS SECTION.
           MOVE 0 TO FRZ-RESULT-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT FREEZE-LOG-FILE
           IF WS-LOG-STATUS NOT = 35
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FREEZE-LOG-FILE
                      AT END MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF LOG-SCOPE = FRZ-SCOPE-OUT
                              AND LOG-SET-STAMP = FRZ-SET-STAMP-OUT
                             ADD 1 TO FRZ-RESULT-COUNT
                         END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FREEZE-LOG-FILE
          EXIT.

      *    Written whole to freeze.ctl.new and renamed over the live
      *    file, so a writer checking in the meantime reads either
      *    the old set of freezes or the new one, never half of it.
       REWRITE-FREEZE-CONTROL SECTION.
           OPEN OUTPUT FREEZE-WORK-FILE
           PERFORM VARYING WS-FRZ-SCAN FROM 1 BY 1
                     UNTIL WS-FRZ-SCAN > WS-FREEZE-COUNT
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-FRZ-SCOPE(WS-FRZ-SCAN) TO CTL-SCOPE
               MOVE WS-FRZ-SET-STAMP(WS-FRZ-SCAN) TO CTL-SET-STAMP
               MOVE WS-FRZ-UNTIL(WS-FRZ-SCAN) TO CTL-UNTIL
               MOVE WS-FRZ-REASON(WS-FRZ-SCAN) TO CTL-REASON
               MOVE CONTROL-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
           END-PERFORM
           CLOSE FREEZE-WORK-FILE
           CALL 'CBL_CHECK_FILE_EXIST'
             USING WS-WORK-FILENAME WS-FILE-DETAILS
           IF RETURN-CODE = 0
               CALL 'CBL_RENAME_FILE'
                 USING WS-WORK-FILENAME WS-CONTROL-FILENAME
           END-IF
          EXIT.

       END PROGRAM TODOFRZK.
