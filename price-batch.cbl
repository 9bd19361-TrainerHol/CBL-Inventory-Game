           05 TL-DATE            PIC 9(8).
           05 TL-TIME            PIC 9(6).
           05 TL-OPERATOR-ID     PIC X(8).
           05 TL-LOCATION-ID     PIC X(4).
           05 TL-BEFORE-COST     PIC 9(5)V99.
           05 TL-AFTER-COST      PIC 9(5)V99.
           05 TL-MOVE-COST       PIC 9(5)V99.
      * Same layout main.cbl's interactive menu appends to, so a price
      * sheet run leaves the same kind of audit trail as UPDATE-PRICE.

       01 WS-LOG-AFTER-QTY        PIC 9(5).
       01 WS-LOG-BEFORE-PRICE     PIC 9(5)V99.
       01 WS-LOG-AFTER-PRICE      PIC 9(5)V99.
       01 WS-LOG-BEFORE-COST      PIC 9(5)V99.
       01 WS-LOG-MOVE-COST        PIC 9(5)V99.
       01 WS-LOG-LOCATION         PIC X(4).
       01 WS-EXCEPTION-LINE.
           05 FILLER              PIC X(19)
               VALUE "Item not found: ID ".
                           MOVE ITEM-QUANTITY TO WS-LOG-AFTER-QTY
                           MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
                           MOVE "PRICE UPDATE" TO WS-LOG-OPERATION
                           MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
                           MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
                           MOVE SPACES TO WS-LOG-LOCATION
                           PERFORM LOG-TRANSACTION
                   END-REWRITE
           END-READ.
           MOVE WS-LOG-AFTER-QTY TO TL-AFTER-QTY
           MOVE WS-LOG-BEFORE-PRICE TO TL-BEFORE-PRICE
           MOVE WS-LOG-AFTER-PRICE TO TL-AFTER-PRICE
           MOVE WS-LOG-LOCATION TO TL-LOCATION-ID
           MOVE WS-LOG-BEFORE-COST TO TL-BEFORE-COST
           MOVE ITEM-UNIT-COST TO TL-AFTER-COST
           MOVE WS-LOG-MOVE-COST TO TL-MOVE-COST
           ACCEPT TL-DATE FROM DATE YYYYMMDD
           ACCEPT TL-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO TL-OPERATOR-ID
