       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODODUPK.

      *    Duplicate-detection key, shared the way TODOCAL shares
      *    the business-day calendar: the browser add, the mail drop,
      *    the CSV load and the cross-list duplicate report all CALL
      *    here, so "the same item" means exactly one thing wherever
      *    it is asked.  See the TODODUPKDATA copybook for the rules.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-UPPER-TEXT PIC X(35).
       01 WS-IN-POS PIC 9(02).
       01 WS-OUT-POS PIC 9(02).
       01 WS-LAST-CHAR PIC X(01).

       LINKAGE SECTION.
        COPY TODODUPKDATA.

       PROCEDURE DIVISION USING DUPLICATE-KEY-REQUEST.
           MOVE SPACES TO DUP-KEY-OUT
           MOVE FUNCTION UPPER-CASE(DUP-CONTENT-IN) TO WS-UPPER-TEXT
           MOVE 0 TO WS-OUT-POS
      *    Starting as if a blank had just been copied drops the
      *    leading blanks with the same test that collapses the
      *    inner runs.
           MOVE SPACE TO WS-LAST-CHAR
           PERFORM VARYING WS-IN-POS FROM 1 BY 1
                     UNTIL WS-IN-POS > 35
               IF WS-UPPER-TEXT(WS-IN-POS:1) = SPACE
                    AND WS-LAST-CHAR = SPACE
                   CONTINUE
               ELSE
                   ADD 1 TO WS-OUT-POS
                   MOVE WS-UPPER-TEXT(WS-IN-POS:1)
                     TO DUP-KEY-OUT(WS-OUT-POS:1)
                   MOVE WS-UPPER-TEXT(WS-IN-POS:1) TO WS-LAST-CHAR
               END-IF
           END-PERFORM
           GOBACK
          .

       END PROGRAM TODODUPK.
