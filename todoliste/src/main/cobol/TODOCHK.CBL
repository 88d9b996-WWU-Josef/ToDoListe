           END-IF
           IF ITEM-STATUS IN TDLIST-FILE NOT = 'P'
                AND ITEM-STATUS IN TDLIST-FILE NOT = 'C'
                AND ITEM-STATUS IN TDLIST-FILE NOT = 'A'
                AND ITEM-STATUS IN TDLIST-FILE NOT = SPACE
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY 'RECORD   : id ' ITEM-ID IN TDLIST-FILE
