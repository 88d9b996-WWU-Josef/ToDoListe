      *    number of the step a toggle flips done/not-done.
           05  PARM-STEP-TEXT                 PIC X(35).
           05  PARM-STEP-SEQ                  PIC 9(03).
      *    Duplicate check on add: a pending item with the same
      *    content refuses the add and its id comes back here; 'Y'
      *    in the confirm switch adds the item anyway.
           05  PARM-CONFIRM-DUPLICATE         PIC X(01).
               88  PARM-DUPLICATE-CONFIRMED       VALUE 'Y'.
           05  PARM-DUPLICATE-ID              PIC 9(05).
      *    Bulk actions: the one operation applied to every item
      *    ticked on the list view, the single value it takes (the
      *    assignee, priority, category or target list), and the
      *    ids of the ticked items.
           05  PARM-BULK-OP                   PIC X(14).
               88  PARM-BULK-COMPLETE             VALUE 'complete'.
               88  PARM-BULK-ASSIGN               VALUE 'assignitem'.
               88  PARM-BULK-PRIORITY             VALUE 'setpriority'.
               88  PARM-BULK-CATEGORY             VALUE 'setcategory'.
               88  PARM-BULK-MOVE                 VALUE 'moveitem'.
           05  PARM-BULK-VALUE                PIC X(20).
           05  PARM-BULK-COUNT                PIC 9(02).
           05  PARM-BULK-ID                   PIC 9(05) OCCURS 50.
      *    Watchers: set by the detail view to say whether the
      *    signed-in user is among the item's watchers, so the page
      *    can offer "watch" or "unwatch" as fits.
           05  PARM-WATCHING                  PIC X(01).
               88  PARM-USER-WATCHING             VALUE 'Y'.
      *    Search across lists: 'Y' also looks through the daily and
      *    monthly archive files of every list searched.
           05  PARM-SEARCH-ARCHIVES           PIC X(01).
               88  PARM-ARCHIVES-WANTED           VALUE 'Y'.
