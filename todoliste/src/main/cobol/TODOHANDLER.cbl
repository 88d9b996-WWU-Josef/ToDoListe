       01 WS-ACL-EOF           PIC X(01).
       01 WS-LIST-VISIBLE      PIC X(01).
           88 LIST-IS-VISIBLE      VALUE 'Y'.
       01 WS-SEL-PTR           PIC 9(4) COMP.
       01 WS-SEL-PAIR          PIC X(300).
       01 WS-SEL-NAME          PIC X(32).
       01 WS-SEL-VALUE         PIC X(256).
       01 WS-FREEZE-UNTIL      PIC X(16).
       COPY todofrzkdata.
       COPY todoactions.
       COPY todoitem.
       COPY cgiutildata.
             PERFORM ADDNOTE-TODOLIST
           WHEN ACTION-SHOWDETAIL
             PERFORM SHOWDETAIL-TODOLIST
           WHEN ACTION-HISTORY
             PERFORM HISTORY-TODOLIST
           WHEN ACTION-BLOCKITEM
             PERFORM BLOCKITEM-TODOLIST
           WHEN ACTION-BOOKTIME
             PERFORM ADDSTEP-TODOLIST
           WHEN ACTION-TOGGLESTEP
             PERFORM TOGGLESTEP-TODOLIST
           WHEN ACTION-APPROVALS
             PERFORM APPROVALS-TODOLIST
           WHEN ACTION-APPROVE OR ACTION-REJECT
             PERFORM SIGNOFF-TODOLIST
           WHEN ACTION-BULK
             PERFORM BULK-TODOLIST
           WHEN ACTION-WATCH OR ACTION-UNWATCH
             PERFORM WATCH-TODOLIST
           WHEN ACTION-GLOBALSEARCH
             PERFORM GLOBALSEARCH-TODOLIST
           WHEN OTHER
             DISPLAY "Action unbekannt: " TODO-ACTION
           END-EVALUATE
           DISPLAY "ul{cursor:pointer;}"
           DISPLAY "form.bar{display:inline;margin-right:1em;}"
           DISPLAY "div.detail{border:1px solid #999;padding:1em;}"
           DISPLAY "div.history{border:1px solid #999;padding:1em;}"
           DISPLAY "li.hop{font-weight:bold;list-style:none;}"
           DISPLAY "li.awaiting{color:#a60;font-style:italic;}"
           DISPLAY "li.refused{color:#b00;}"
           DISPLAY "div.bulk{border:1px solid #999;padding:1em;}"
           DISPLAY "li.watcher{list-style:none;color:#555;}"
           DISPLAY "table.found td{padding:0 .5em;}"
           DISPLAY "p.frozen{background:#fe9;border:1px solid #a60;"
                   "padding:.5em;}"
           DISPLAY "</style>"
           DISPLAY "<script>"
           DISPLAY "function elementTest(){"
           DISPLAY "</head><body>"
           DISPLAY "<h1>ToDoListe - "
                   FUNCTION TRIM(PARM-LIST-NAME) "</h1>"
           PERFORM U14-PRINT-FREEZE-BANNER
           PERFORM U04-PRINT-LIST-SWITCHER
           PERFORM U05-PRINT-ADD-FORM
           PERFORM U06-PRINT-SEARCH-FORM
           PERFORM U07-PRINT-PAGING-FORMS
           PERFORM U08-PRINT-DETAIL-FORM
           PERFORM U11-PRINT-BULK-BAR
          EXIT.

       U03-PRINT-PAGE-BOTTOM SECTION.
                   " maxlength='8' placeholder='owner'>"
           DISPLAY "<input type='submit' value='Search'>"
           DISPLAY "</form>"
      *    The same keyword put to every list the requester may
      *    read - content, notes and steps, and the archives too
      *    when the box is ticked.
           DISPLAY "<form class='bar' method='post'>"
           DISPLAY "<input type='hidden' name='action'"
                   " value='globalsearch'>"
           DISPLAY "<input type='hidden' name='list' value='"
                   FUNCTION TRIM(PARM-LIST-NAME) "'>"
           DISPLAY "<input type='text' name='keyword'"
                   " maxlength='35' placeholder='Search all lists'>"
           DISPLAY "<label><input type='checkbox' name='archives'"
                   " value='Y'>archives</label>"
           DISPLAY "<input type='submit' value='Search all'>"
           DISPLAY "</form>"
          EXIT.

      *    Prev/next re-post the show action with the page stepped
                   " value='Y'>"
           DISPLAY "<input type='submit' value='Deferred'>"
           DISPLAY "</form>"
           DISPLAY "<form class='bar' method='post'>"
           DISPLAY "<input type='hidden' name='action'"
                   " value='approvals'>"
           DISPLAY "<input type='hidden' name='list' value='"
                   FUNCTION TRIM(PARM-LIST-NAME) "'>"
           DISPLAY "<input type='submit' value='Approvals'>"
           DISPLAY "</form>"
          EXIT.

      *    The invisible form elementTest() fills in and submits when
           DISPLAY "<input type='hidden' name='itemid' value=''>"
           DISPLAY "</form>"
          EXIT.

      *    Under the detail view, the way into the item's history -
      *    who changed it and when, and where it came from or went.
       U09-PRINT-HISTORY-FORM SECTION.
           DISPLAY "<form class='bar' method='post'>"
           DISPLAY "<input type='hidden' name='action'"
                   " value='history'>"
           DISPLAY "<input type='hidden' name='list' value='"
                   FUNCTION TRIM(PARM-LIST-NAME) "'>"
           DISPLAY "<input type='hidden' name='itemid' value='"
                   WS-ITEM-ID-NUM "'>"
           DISPLAY "<input type='submit' value='History'>"
           DISPLAY "</form>"
          EXIT.
      *    Under the approval queue, the owner's two answers: approve
      *    by id, or reject by id with the reason the person who did
      *    the work will read in the item's notes.
       U10-PRINT-SIGNOFF-FORMS SECTION.
           DISPLAY "<form class='bar' method='post'>"
           DISPLAY "<input type='hidden' name='action'"
                   " value='approve'>"
           DISPLAY "<input type='hidden' name='list' value='"
                   FUNCTION TRIM(PARM-LIST-NAME) "'>"
           DISPLAY "<input type='text' name='itemid' size='5'"
                   " maxlength='5' placeholder='id'>"
           DISPLAY "<input type='submit' value='Approve'>"
           DISPLAY "</form>"
           DISPLAY "<form class='bar' method='post'>"
           DISPLAY "<input type='hidden' name='action'"
                   " value='reject'>"
           DISPLAY "<input type='hidden' name='list' value='"
                   FUNCTION TRIM(PARM-LIST-NAME) "'>"
           DISPLAY "<input type='text' name='itemid' size='5'"
                   " maxlength='5' placeholder='id'>"
           DISPLAY "<input type='text' name='note' size='40'"
                   " maxlength='200' placeholder='reason'>"
           DISPLAY "<input type='submit' value='Reject'>"
           DISPLAY "</form>"
          EXIT.
      *    The bulk action bar: one operation and its one value,
      *    applied to every row ticked in the list below.  The tick
      *    boxes DISPLAY-ITEM prints name this form as theirs, so
      *    they travel with it though they sit outside it.
       U11-PRINT-BULK-BAR SECTION.
           DISPLAY "<form id='bulkform' class='bar' method='post'>"
           DISPLAY "<input type='hidden' name='action' value='bulk'>"
           DISPLAY "<input type='hidden' name='list' value='"
                   FUNCTION TRIM(PARM-LIST-NAME) "'>"
           DISPLAY "<select name='bulkop'>"
           DISPLAY "<option value='complete'>Complete</option>"
           DISPLAY "<option value='assignitem'>Assign to</option>"
           DISPLAY "<option value='setpriority'>Set priority</option>"
           DISPLAY "<option value='setcategory'>Set category</option>"
           DISPLAY "<option value='moveitem'>Move to list</option>"
           DISPLAY "</select>"
           DISPLAY "<input type='text' name='bulkvalue' size='12'"
                   " maxlength='20' placeholder='value'>"
           DISPLAY "<input type='submit' value='Apply to ticked'>"
           DISPLAY "</form>"
          EXIT.
      *    Under the detail view, next to the history: follow the
      *    item, or stop following it - whichever the detail view
      *    found the signed-in user not yet doing.
       U12-PRINT-WATCH-FORM SECTION.
           DISPLAY "<form class='bar' method='post'>"
           IF PARM-USER-WATCHING
               DISPLAY "<input type='hidden' name='action'"
                       " value='unwatch'>"
           ELSE
               DISPLAY "<input type='hidden' name='action'"
                       " value='watch'>"
           END-IF
           DISPLAY "<input type='hidden' name='list' value='"
                   FUNCTION TRIM(PARM-LIST-NAME) "'>"
           DISPLAY "<input type='hidden' name='itemid' value='"
                   WS-ITEM-ID-NUM "'>"
           IF PARM-USER-WATCHING
               DISPLAY "<input type='submit' value='Unwatch'>"
           ELSE
               DISPLAY "<input type='submit' value='Watch'>"
           END-IF
           DISPLAY "</form>"
          EXIT.
      *    Under an archive's contents, the way back out: restore
      *    one of the rows shown, by id, into the live list.
       U13-PRINT-RESTORE-FORM SECTION.
           DISPLAY "<form class='bar' method='post'>"
           DISPLAY "<input type='hidden' name='action'"
                   " value='restoreitem'>"
           DISPLAY "<input type='hidden' name='list' value='"
                   FUNCTION TRIM(PARM-LIST-NAME) "'>"
           DISPLAY "<input type='hidden' name='archdate' value='"
                   FUNCTION TRIM(PARM-ARCHIVE-DATE) "'>"
           DISPLAY "<input type='text' name='itemid' size='5'"
                   " maxlength='5' placeholder='id'>"
           DISPLAY "<input type='submit' value='Restore'>"
           DISPLAY "</form>"
          EXIT.
      *    A list under a maintenance freeze says so at the top of
      *    every page, before anyone types a change TODOLISTE will
      *    only turn away.  The list can still be read and searched.
       U14-PRINT-FREEZE-BANNER SECTION.
           MOVE 'C' TO FRZ-FUNCTION
           MOVE PARM-LIST-NAME TO FRZ-LIST-IN
           IF FRZ-LIST-IN = SPACES
               MOVE 'todolist' TO FRZ-LIST-IN
           END-IF
           CALL 'TODOFRZK' USING FREEZE-REQUEST
           IF FRZ-LIST-FROZEN
               MOVE SPACES TO WS-FREEZE-UNTIL
               IF FRZ-UNTIL-OUT IS NUMERIC
                   STRING FRZ-UNTIL-OUT(1:4) "-" FRZ-UNTIL-OUT(5:2)
                          "-" FRZ-UNTIL-OUT(7:2) " "
                          FRZ-UNTIL-OUT(9:2) ":" FRZ-UNTIL-OUT(11:2)
                          DELIMITED BY SIZE
                     INTO WS-FREEZE-UNTIL
               END-IF
               DISPLAY "<p class='frozen'>Maintenance freeze - "
                       FUNCTION TRIM(FRZ-REASON-OUT) ". "
                       "Changes to this list are held until it is"
                       " lifted, expected "
                       FUNCTION TRIM(WS-FREEZE-UNTIL) ".</p>"
           END-IF
          EXIT.
       READ-PARAMETER-VALUE SECTION.
           MOVE CHUNK-OF-POST TO REQUEST-STRING
           CALL "CGIUTIL" USING REQUEST-PARAMETERS
          EXIT.

       SHOWDETAIL-TODOLIST SECTION.
          MOVE "itemid" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          PERFORM PACK-ITEM-ID-PARAMETER
          CALL "TODOLISTE" USING TODO-ACTION PARAMETER-VALUE
           WS-ITEM-ID-NUM TODO-PARMS
          PERFORM PRINT-ACTION-ERROR
          IF RESULT-OK AND NOT PARM-FORMAT-DATA
              PERFORM U09-PRINT-HISTORY-FORM
              PERFORM U12-PRINT-WATCH-FORM
          END-IF
          EXIT.

      *    Watch and unwatch act on "itemid" for the signed-in user
      *    and answer with the detail view again, the page they are
      *    offered from.
       WATCH-TODOLIST SECTION.
          MOVE "itemid" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          PERFORM PACK-ITEM-ID-PARAMETER
          CALL "TODOLISTE" USING TODO-ACTION PARAMETER-VALUE
           WS-ITEM-ID-NUM TODO-PARMS
          PERFORM PRINT-ACTION-ERROR
          IF RESULT-OK AND NOT PARM-FORMAT-DATA
              PERFORM U09-PRINT-HISTORY-FORM
              PERFORM U12-PRINT-WATCH-FORM
          END-IF
          EXIT.

      *    The item's journal trail, followed across moves - same
      *    single "itemid" field as the detail view it is reached
      *    from.
       HISTORY-TODOLIST SECTION.
          MOVE "itemid" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          PERFORM PACK-ITEM-ID-PARAMETER
          PERFORM PRINT-ACTION-ERROR
          EXIT.

      *    The list's approval queue - the items a writer has
      *    checked off in a controlled category, waiting for an
      *    owner.
       APPROVALS-TODOLIST SECTION.
          CALL "TODOLISTE" USING TODO-ACTION NEW-TODO-ITEM
           ITEM-TO-DELETE TODO-PARMS
          PERFORM PRINT-ACTION-ERROR
          IF RESULT-OK AND NOT PARM-FORMAT-DATA
              PERFORM U10-PRINT-SIGNOFF-FORMS
          END-IF
          EXIT.

      *    Approve and reject both act on "itemid"; reject also
      *    carries the mandatory "note", truncated to the two
      *    hundred characters a note stores, as "addnote" is.
       SIGNOFF-TODOLIST SECTION.
          IF ACTION-REJECT
              MOVE "note" TO PARAMETER-NAME
              PERFORM READ-PARAMETER-VALUE
              MOVE PARAMETER-VALUE(1:200) TO PARM-NOTE-TEXT
          END-IF
          MOVE "itemid" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          PERFORM PACK-ITEM-ID-PARAMETER
          CALL "TODOLISTE" USING TODO-ACTION PARAMETER-VALUE
           WS-ITEM-ID-NUM TODO-PARMS
          PERFORM PRINT-ACTION-ERROR
          IF NOT PARM-FORMAT-DATA
              PERFORM U10-PRINT-SIGNOFF-FORMS
          END-IF
          EXIT.

      *    Errors on the data-format actions come back as an
      *    ERROR| record a script can test for, instead of markup
      *    it would have to scrape.
          END-IF
          EXIT.

      *    "bulkop" is the item-level action the bar applies and
      *    "bulkvalue" the one value it takes - an assignee,
      *    priority, category or target list, screened for markup
      *    the way each of those fields is on its own, and for the
      *    filename characters when it names a list.  The ticked
      *    rows arrive as one "sel" pair each, which CGIUTIL (first
      *    match only) cannot return, so the POST body is walked
      *    here for all of them.
       BULK-TODOLIST SECTION.
          MOVE "bulkop" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE(1:14) TO PARM-BULK-OP
          MOVE "bulkvalue" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE(1:20) TO PARM-BULK-VALUE
          MOVE 0 TO WS-BAD-CHAR-COUNT
          INSPECT PARM-BULK-VALUE TALLYING WS-BAD-CHAR-COUNT
            FOR ALL '<' ALL '>' ALL '&' ALL '"' ALL "'"
          IF PARM-BULK-MOVE
              INSPECT PARM-BULK-VALUE TALLYING WS-BAD-CHAR-COUNT
                FOR ALL '/' ALL '.'
          END-IF
          IF WS-BAD-CHAR-COUNT > 0
              MOVE SPACES TO PARM-BULK-VALUE
          END-IF
          PERFORM READ-SELECTED-ITEM-IDS
          MOVE 0 TO WS-ITEM-ID-NUM
          CALL "TODOLISTE" USING TODO-ACTION NEW-TODO-ITEM
           WS-ITEM-ID-NUM TODO-PARMS
          PERFORM PRINT-ACTION-ERROR
          EXIT.

      *    Every "sel=nnnnn" pair in the body, up to the fifty ids
      *    TODO-PARMS carries; the tick box always sends the five
      *    digit id DISPLAY-ITEM printed, so anything else is not
      *    one of ours and is passed over.
       READ-SELECTED-ITEM-IDS SECTION.
          MOVE 0 TO PARM-BULK-COUNT
          MOVE 1 TO WS-SEL-PTR
          PERFORM UNTIL WS-SEL-PTR > LENGTH OF CHUNK-OF-POST
              MOVE SPACES TO WS-SEL-PAIR
              UNSTRING CHUNK-OF-POST DELIMITED BY '&'
                  INTO WS-SEL-PAIR
                  WITH POINTER WS-SEL-PTR
              END-UNSTRING
              MOVE SPACES TO WS-SEL-NAME WS-SEL-VALUE
              UNSTRING WS-SEL-PAIR DELIMITED BY '='
                  INTO WS-SEL-NAME WS-SEL-VALUE
              END-UNSTRING
              IF WS-SEL-NAME = 'sel'
                   AND WS-SEL-VALUE(1:5) IS NUMERIC
                   AND PARM-BULK-COUNT < 50
                  ADD 1 TO PARM-BULK-COUNT
                  MOVE WS-SEL-VALUE(1:5)
                    TO PARM-BULK-ID (PARM-BULK-COUNT)
              END-IF
          END-PERFORM
          EXIT.

       ASSIGNITEM-TODOLIST SECTION.
          MOVE "itemid" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
                       MOVE PARAMETER-VALUE(1:1) TO PARM-RECUR-RULE
                   END-IF

      *            "confirm" comes back from the duplicate warning's
      *            "Add anyway" form; only 'Y' overrides the check.
                   MOVE "confirm" TO PARAMETER-NAME
                   PERFORM READ-PARAMETER-VALUE
                   MOVE SPACE TO PARM-CONFIRM-DUPLICATE
                   IF PARAMETER-VALUE(1:1) = 'Y'
                       MOVE 'Y' TO PARM-CONFIRM-DUPLICATE
                   END-IF

                   CALL "TODOLISTE" USING TODO-ACTION
                                          NEW-TODO-ITEM
                                          ITEM-TO-DELETE
          PERFORM PRINT-ACTION-ERROR
          EXIT.

      *    "archives" = 'Y' widens the search across lists to the
      *    archive files; the matches come back as a table, with
      *    anything worth saying about them - nothing found, too
      *    many - as a notice under it.  Data-format callers get the
      *    FOUND| records alone.
       GLOBALSEARCH-TODOLIST SECTION.
          MOVE "keyword" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE(1:35) TO PARM-SEARCH-KEYWORD
          MOVE "archives" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE 'N' TO PARM-SEARCH-ARCHIVES
          IF PARAMETER-VALUE(1:1) = 'Y'
              MOVE 'Y' TO PARM-SEARCH-ARCHIVES
          END-IF
          CALL "TODOLISTE" USING TODO-ACTION NEW-TODO-ITEM
           ITEM-TO-DELETE TODO-PARMS
          PERFORM PRINT-ACTION-ERROR
          IF RESULT-OK AND RESULT-MESSAGE NOT = SPACES
               AND NOT PARM-FORMAT-DATA
              DISPLAY "<p class='notice'>" RESULT-MESSAGE "</p>"
          END-IF
          EXIT.

       DELETE-TODOLIST SECTION.
          CALL "TODOLISTE" USING TODO-ACTION NEW-TODO-ITEM
           ITEM-TO-DELETE TODO-PARMS
           ITEM-TO-DELETE TODO-PARMS
          IF RESULT-ERROR
              DISPLAY "<p class='error'>" RESULT-MESSAGE "</p>"
          ELSE
              IF NOT PARM-FORMAT-DATA
                  PERFORM U13-PRINT-RESTORE-FORM
              END-IF
          END-IF
          EXIT.

