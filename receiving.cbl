               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY.
           SELECT LOT-HISTORY-FILE ASSIGN TO "LOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
           SELECT ITEM-UOM-FILE ASSIGN TO "ITEMUOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-ITEM-ID.
      * Checks a delivery in against the open order PO-GEN raised for
      * it, instead of the bare ADD-STOCK with no reference to what
      * was expected that deliveries used to be keyed through. The
           05 TL-DATE            PIC 9(8).
           05 TL-TIME            PIC 9(6).
           05 TL-OPERATOR-ID     PIC X(8).
           05 TL-LOCATION-ID     PIC X(4).
           05 TL-BEFORE-COST     PIC 9(5)V99.
           05 TL-AFTER-COST      PIC 9(5)V99.
           05 TL-MOVE-COST       PIC 9(5)V99.
      * Same layout main.cbl's interactive menu appends to, so a
      * checked-in delivery leaves the same kind of audit trail as
      * ADD-STOCK.
      * moment it arrives. A blank lot at the prompt means undated
      * goods and skips the lot file entirely.

       FD LOT-HISTORY-FILE.
       01 LOT-HISTORY-RECORD.
           05 LH-LOT-ID            PIC X(10).
           05 LH-ITEM-ID           PIC 9(5).
           05 LH-DIRECTION         PIC X.
           05 LH-OPERATION         PIC X(12).
           05 LH-QUANTITY          PIC 9(5).
           05 LH-CUSTOMER-ID       PIC 9(5).
           05 LH-LOCATION-ID       PIC X(4).
           05 LH-DATE              PIC 9(8).
           05 LH-TIME              PIC 9(6).
           05 LH-REFERENCE         PIC X(10).
           05 LH-OPERATOR-ID       PIC X(8).
      * Same layout main.cbl appends to: one row per lot touched,
      * for LOT-TRACE.


       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
           05 AL-KEY.
               10 AL-ITEM-ID        PIC 9(5).
               10 AL-LOCATION-ID    PIC X(4).
           05 AL-QUANTITY          PIC 9(5).
      * Same layout CUST-ORDER maintains: stock at a stockroom held
      * for open customer orders, which backorder fills leave alone.

       FD ITEM-UOM-FILE.
       01 ITEM-UOM-RECORD.
           05 UM-ITEM-ID         PIC 9(5).
           05 UM-STOCK-UNIT      PIC X(4).
           05 UM-PURCHASE-UNIT   PIC X(4).
           05 UM-UNITS-PER-PACK  PIC 9(5).
           05 UM-ORDER-MULTIPLE  PIC 9(3).
      * Same layout VEND-MAINT maintains: an item bought in packs is
      * counted in by the pack off the delivery note and converted
      * to stocking units here, instead of in the receiver's head.

       WORKING-STORAGE SECTION.
       01 WS-DONE                 PIC X VALUE 'N'.
       01 WS-ORDER-REF            PIC X(10).
       01 WS-LOCATION-ID          PIC X(4).
       01 WS-TEMP-QUANTITY        PIC 9(5).
       01 WS-LOCATION-QTY         PIC 9(5).
       01 WS-FREE-QTY             PIC 9(5).
       01 WS-REMAINING-QTY        PIC 9(5).
       01 WS-OVER-QTY             PIC 9(5).
       01 WS-FILL-QUANTITY        PIC 9(5).
       01 WS-LOG-AFTER-QTY        PIC 9(5).
       01 WS-LOG-BEFORE-PRICE     PIC 9(5)V99.
       01 WS-LOG-AFTER-PRICE      PIC 9(5)V99.
       01 WS-LOG-BEFORE-COST      PIC 9(5)V99.
       01 WS-LOG-MOVE-COST        PIC 9(5)V99.
       01 WS-LOG-LOCATION         PIC X(4).
       01 WS-EXCEPTION-DETAIL.
           05 WS-EX-ORDER-REF     PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
       01 WS-TRY-ID               PIC X(8).
       01 WS-TRY-PASSWORD         PIC X(8).
       01 WS-UNIT-COST            PIC 9(5)V99.
       01 WS-PACK-QTY             PIC 9(5).
       01 WS-LOOSE-QTY            PIC 9(5).
       01 WS-PACK-COST            PIC 9(7)V99.
       01 WS-ORDER-PACK-COST      PIC 9(7)V99.
       01 WS-DELIVERED-QTY        PIC 9(9).
       01 WS-LOCATION-OK          PIC X VALUE 'N'.
       01 WS-STATUS-EOF           PIC X VALUE 'N'.
       01 WS-STATUS-CLEAR         PIC X VALUE 'N'.
       01 WS-PICK-LOT-ID          PIC X(10).
       01 WS-PICK-EXPIRY          PIC 9(8).
       01 WS-PICK-CLASS           PIC X.
       01 WS-TRACE-CUSTOMER       PIC 9(5) VALUE ZERO.
       01 WS-TRACE-LOCATION       PIC X(4) VALUE SPACES.
       01 WS-TRACE-REFERENCE      PIC X(10) VALUE SPACES.
       01 WS-PICK-SLIP-DETAIL.
           05 FILLER              PIC X(5) VALUE "PICK ".
           05 WS-PS-DATE          PIC 9(8).
           OPEN EXTEND PICK-SLIP-FILE
           OPEN INPUT LOCATION-MASTER-FILE
           OPEN I-O LOT-STOCK-FILE
           OPEN EXTEND LOT-HISTORY-FILE
           OPEN INPUT ALLOCATION-FILE
           OPEN INPUT ITEM-UOM-FILE
           DISPLAY "Goods Receiving"
           PERFORM RECEIVE-LOOP UNTIL WS-DONE = "Y"
           PERFORM FINISH-RECEIVING.
           COMPUTE WS-REMAINING-QTY =
               OO-QTY-ORDERED - OO-QTY-RECEIVED
           DISPLAY "Expected outstanding: " WS-REMAINING-QTY
           PERFORM GET-ITEM-UNITS
           IF UM-UNITS-PER-PACK > 1
               PERFORM ENTER-PACK-DELIVERY
           ELSE
               DISPLAY "Quantity delivered: " WITH NO ADVANCING
               ACCEPT WS-TEMP-QUANTITY
               DISPLAY "Cost when ordered: $" OO-UNIT-COST
               DISPLAY "Unit cost on invoice: $" WITH NO ADVANCING
               ACCEPT WS-UNIT-COST
           END-IF
           DISPLAY "Location (e.g. MAIN): " WITH NO ADVANCING
           ACCEPT WS-LOCATION-ID
           DISPLAY "Lot ref (blank if not lot-tracked): "
               END-READ
           END-IF.

       GET-ITEM-UNITS.
           MOVE WS-ITEM-ID TO UM-ITEM-ID
           READ ITEM-UOM-FILE
               INVALID KEY
                   MOVE "EA" TO UM-STOCK-UNIT
                   MOVE "EA" TO UM-PURCHASE-UNIT
                   MOVE 1 TO UM-UNITS-PER-PACK
                   MOVE 1 TO UM-ORDER-MULTIPLE
           END-READ.

       ENTER-PACK-DELIVERY.
           DISPLAY "Packed as " UM-PURCHASE-UNIT " of "
                   UM-UNITS-PER-PACK " " UM-STOCK-UNIT
           DISPLAY UM-PURCHASE-UNIT " delivered: " WITH NO ADVANCING
           ACCEPT WS-PACK-QTY
           DISPLAY "Loose " UM-STOCK-UNIT " delivered: "
               WITH NO ADVANCING
           ACCEPT WS-LOOSE-QTY
           COMPUTE WS-DELIVERED-QTY =
               WS-PACK-QTY * UM-UNITS-PER-PACK + WS-LOOSE-QTY
           IF WS-DELIVERED-QTY > 99999
               DISPLAY "Too many units for one delivery line; "
                       "key it in two."
               MOVE ZERO TO WS-TEMP-QUANTITY
           ELSE
               MOVE WS-DELIVERED-QTY TO WS-TEMP-QUANTITY
           END-IF
           DISPLAY "Quantity delivered: " WS-TEMP-QUANTITY " "
                   UM-STOCK-UNIT
           COMPUTE WS-ORDER-PACK-COST =
               OO-UNIT-COST * UM-UNITS-PER-PACK
           DISPLAY "Cost when ordered: $" WS-ORDER-PACK-COST
                   " per " UM-PURCHASE-UNIT
           DISPLAY "Cost per " UM-PURCHASE-UNIT " on invoice: $"
               WITH NO ADVANCING
           ACCEPT WS-PACK-COST
           COMPUTE WS-UNIT-COST ROUNDED =
               WS-PACK-COST / UM-UNITS-PER-PACK.
      * The delivery note counts cases, so the receiver keys cases
      * and any loose units from a broken case, and the invoice's
      * price per case; both are turned into stocking units here,
      * so OPENORD.DAT, ITEM-QUANTITY and the weighted-average
      * ITEM-UNIT-COST never see anything but single units.

       CHECK-STOCKROOM.
           MOVE WS-LOCATION-ID TO LM-LOCATION-ID
           READ LOCATION-MASTER-FILE
      * lost.

       POST-RECEIPT.
           MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
           IF WS-TEMP-QUANTITY > ZERO
               COMPUTE ITEM-UNIT-COST ROUNDED =
                   (ITEM-QUANTITY * ITEM-UNIT-COST
           MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
           MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
           MOVE "RECEIVE" TO WS-LOG-OPERATION
           MOVE WS-UNIT-COST TO WS-LOG-MOVE-COST
           MOVE WS-LOCATION-ID TO WS-LOG-LOCATION
           PERFORM LOG-TRANSACTION
           MOVE WS-TEMP-QUANTITY TO WS-LOCATION-QTY
           PERFORM POST-ADD-LOCATION
                       INVALID KEY
                           DISPLAY "Error updating lot record."
                   END-REWRITE
           END-READ
           MOVE ZERO TO WS-TRACE-CUSTOMER
           MOVE WS-LOCATION-ID TO WS-TRACE-LOCATION
           MOVE WS-ORDER-REF TO WS-TRACE-REFERENCE
           MOVE "I" TO LH-DIRECTION
           MOVE WS-TEMP-QUANTITY TO LH-QUANTITY
           PERFORM WRITE-LOT-HISTORY.
      * A lot seen before (a second delivery from the same batch)
      * tops up the existing record; a new lot opens one with the
      * expiry keyed off the case label. The receipt goes on the lot
      * history under the vendor order it arrived against, which is
      * where a recall trace starts.

       SETTLE-ORDER-LINE.
           ADD WS-TEMP-QUANTITY TO OO-QTY-RECEIVED
      * it, in which case it is short-flagged so the shortfall is on
      * record instead of REORDER-RPT waiting forever for it.

       WRITE-LOT-HISTORY.
           MOVE LT-LOT-ID TO LH-LOT-ID
           MOVE LT-ITEM-ID TO LH-ITEM-ID
           MOVE WS-LOG-OPERATION TO LH-OPERATION
           MOVE WS-TRACE-CUSTOMER TO LH-CUSTOMER-ID
           MOVE WS-TRACE-LOCATION TO LH-LOCATION-ID
           ACCEPT LH-DATE FROM DATE YYYYMMDD
           ACCEPT LH-TIME FROM TIME
           MOVE WS-TRACE-REFERENCE TO LH-REFERENCE
           MOVE WS-OPERATOR-ID TO LH-OPERATOR-ID
           WRITE LOT-HISTORY-RECORD.
      * Same lot-movement row main.cbl writes.

       LOG-TRANSACTION.
           MOVE ITEM-ID TO TL-ITEM-ID
           MOVE WS-LOG-OPERATION TO TL-OPERATION
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
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE LS-ITEM-ID TO AL-ITEM-ID
           MOVE LS-LOCATION-ID TO AL-LOCATION-ID
           READ ALLOCATION-FILE
               INVALID KEY
                   MOVE ZERO TO AL-QUANTITY
           END-READ
           IF AL-QUANTITY < LS-QUANTITY
               COMPUTE WS-FREE-QTY = LS-QUANTITY - AL-QUANTITY
           ELSE
               MOVE ZERO TO WS-FREE-QTY
           END-IF
           MOVE WS-FREE-QTY TO WS-FILL-QUANTITY
           IF BO-QUANTITY < WS-FILL-QUANTITY
               MOVE BO-QUANTITY TO WS-FILL-QUANTITY
           END-IF
               MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
               MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
               MOVE "BACKORDER" TO WS-LOG-OPERATION
               MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
               MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
               MOVE WS-LOCATION-ID TO WS-LOG-LOCATION
               PERFORM LOG-TRANSACTION
               MOVE WS-FILL-QUANTITY TO WS-LOCATION-QTY
               PERFORM POST-REMOVE-LOCATION
               MOVE BO-CUSTOMER-ID TO WS-TRACE-CUSTOMER
               MOVE WS-LOCATION-ID TO WS-TRACE-LOCATION
               MOVE WS-ORDER-REF TO WS-TRACE-REFERENCE
               MOVE WS-FILL-QUANTITY TO WS-RELIEVE-QTY
               PERFORM RELIEVE-LOTS
               IF BO-QUANTITY = ZERO
      * Only fills as much of the backorder as the location the
      * delivery just credited actually has on hand, so receiving
      * cannot drive that location's balance negative any more than
      * the menu can. Stock already allocated to a customer order at
      * that location is left for the order.

       WRITE-PICK-SLIP.
           IF BO-CUSTOMER-ID = ZERO
                           INVALID KEY
                               DISPLAY "Error updating lot record."
                       END-REWRITE
                       MOVE "O" TO LH-DIRECTION
                       MOVE WS-LOT-TAKE TO LH-QUANTITY
                       PERFORM WRITE-LOT-HISTORY
               END-READ
           END-IF.

           CLOSE CUSTOMER-FILE
           CLOSE PICK-SLIP-FILE
           CLOSE LOCATION-MASTER-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOT-HISTORY-FILE
           CLOSE ALLOCATION-FILE
           CLOSE ITEM-UOM-FILE.
