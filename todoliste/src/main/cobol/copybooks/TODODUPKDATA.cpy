      *================================================================
      * TODODUPKDATA
      * Parameter block passed to the TODODUPK subprogram, the one
      * definition of "the same item" every intake path and the
      * duplicate report share.  The caller moves an item's content
      * to DUP-CONTENT-IN before each CALL "TODODUPK" and compares
      * the DUP-KEY-OUT it gets back:
      *   - letters are folded to upper case
      *   - leading blanks are dropped
      *   - every run of blanks inside the text becomes one blank
      * so "Fix the  invoice run" and "fix the invoice run" give
      * the same key.  Content that is all blanks gives a blank key.
      *================================================================
       01  DUPLICATE-KEY-REQUEST.
           05  DUP-CONTENT-IN                 PIC X(35).
           05  DUP-KEY-OUT                    PIC X(35).
