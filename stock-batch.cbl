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
      * Posts an entire day's warehouse movement tally in one run
      * instead of keying each receipt and issue through Add Stock /
      * Remove Stock one at a time, the same way PRICE-BATCH posts a
           05 MV-CUSTOMER-ID      PIC 9(5).
           05 MV-LOT-ID           PIC X(10).
           05 MV-EXPIRY-DATE      PIC 9(8).
           05 MV-QTY-UNIT         PIC X.
       01 MOVEMENT-HEADER.
           05 MH-BATCH-ID         PIC X(8).
           05 MH-LINE-COUNT       PIC 9(5).
      * line backorders says who it is owed to. Receipt lines for
      * dated goods carry the lot/batch reference and expiry date;
      * lines for undated goods leave the lot blank and the expiry
      * zero. A line whose quantity unit is P was tallied in the
      * vendor's packs, with the cost per pack; it is converted to
      * stocking units before posting. Any other unit (normally
      * blank, as every older feed has it) means single units.

       FD REJECT-FILE.
       01 REJECT-LINE             PIC X(80).
           05 TL-DATE            PIC 9(8).
           05 TL-TIME            PIC 9(6).
           05 TL-OPERATOR-ID     PIC X(8).
           05 TL-LOCATION-ID     PIC X(4).
           05 TL-BEFORE-COST     PIC 9(5)V99.
           05 TL-AFTER-COST      PIC 9(5)V99.
           05 TL-MOVE-COST       PIC 9(5)V99.
      * Same layout main.cbl's interactive menu appends to, so a batch
      * movement run leaves the same kind of audit trail as ADD-STOCK
      * and REMOVE-STOCK.
      * relieve the oldest unexpired lot first, so a batch-posted
      * day keeps the lot picture as straight as a hand-keyed one.

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
      * for open customer orders. Issue lines and backorder fills may
      * only take what is left over; read only here.

       FD ITEM-UOM-FILE.
       01 ITEM-UOM-RECORD.
           05 UM-ITEM-ID         PIC 9(5).
           05 UM-STOCK-UNIT      PIC X(4).
           05 UM-PURCHASE-UNIT   PIC X(4).
           05 UM-UNITS-PER-PACK  PIC 9(5).
           05 UM-ORDER-MULTIPLE  PIC 9(3).
      * Same layout VEND-MAINT maintains, read to convert pack lines.

       WORKING-STORAGE SECTION.
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-ITEM-ID              PIC 9(5).
       01 WS-LOCATION-ID          PIC X(4).
       01 WS-TEMP-QUANTITY        PIC 9(5).
       01 WS-LOCATION-QTY         PIC 9(5).
       01 WS-FREE-QTY             PIC 9(5).
       01 WS-SHORTFALL            PIC 9(5).
       01 WS-FILL-QUANTITY        PIC 9(5).
       01 WS-BACKORDER-EOF        PIC X VALUE 'N'.
       01 WS-LOG-AFTER-QTY        PIC 9(5).
       01 WS-LOG-BEFORE-PRICE     PIC 9(5)V99.
       01 WS-LOG-AFTER-PRICE      PIC 9(5)V99.
       01 WS-LOG-BEFORE-COST      PIC 9(5)V99.
       01 WS-LOG-MOVE-COST        PIC 9(5)V99.
       01 WS-LOG-LOCATION         PIC X(4).
       01 WS-REJECT-REASON        PIC X(30).
       01 WS-RECEIPT-COST         PIC 9(5)V99.
       01 WS-CONVERTED-QTY        PIC 9(9).
       01 WS-REJECT-DETAIL.
           05 WS-RJ-ITEM-ID       PIC Z(4)9.
           05 FILLER              PIC X VALUE SPACE.
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
           MOVE "N" TO WS-EOF
           READ MOVEMENT-FILE
               AT END
                   MOVE MV-ITEM-ID TO WS-ITEM-ID
                   MOVE MV-LOCATION-ID TO WS-LOCATION-ID
                   MOVE MV-QUANTITY TO WS-TEMP-QUANTITY
                   MOVE MV-UNIT-COST TO WS-RECEIPT-COST
                   PERFORM CHECK-STOCKROOM
                   IF WS-LOCATION-OK = "Y" AND MV-QTY-UNIT = "P"
                       PERFORM CONVERT-PACK-LINE
                   END-IF
                   IF WS-LOCATION-OK NOT = "Y"
                       PERFORM WRITE-REJECT
                   ELSE
      * on a movement line, so POST-ADD-LOCATION can no longer invent
      * "MIAN" from a typo in the feed.

       CONVERT-PACK-LINE.
           MOVE MV-ITEM-ID TO UM-ITEM-ID
           READ ITEM-UOM-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOCATION-OK
                   MOVE "Pack line, no purchasing unit"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   COMPUTE WS-CONVERTED-QTY =
                       MV-QUANTITY * UM-UNITS-PER-PACK
                   IF WS-CONVERTED-QTY > 99999
                           OR UM-UNITS-PER-PACK = ZERO
                       MOVE "N" TO WS-LOCATION-OK
                       MOVE "Pack quantity too large"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-CONVERTED-QTY TO WS-TEMP-QUANTITY
                       COMPUTE WS-RECEIPT-COST ROUNDED =
                           MV-UNIT-COST / UM-UNITS-PER-PACK
                   END-IF
           END-READ.
      * Packs times units per pack gives the stocking quantity, and
      * the pack cost divided the same way gives the cost per unit
      * the weighted average is blended at. A pack line for an item
      * VEND-MAINT has no purchasing unit for is rejected rather
      * than guessed at: posting cases as single units is the very
      * mistake the unit exists to stop.

       POST-RECEIPT.
           MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
           IF WS-TEMP-QUANTITY > ZERO
               COMPUTE ITEM-UNIT-COST ROUNDED =
                   (ITEM-QUANTITY * ITEM-UNIT-COST
                    + WS-TEMP-QUANTITY * WS-RECEIPT-COST)
                   / (ITEM-QUANTITY + WS-TEMP-QUANTITY)
           END-IF
           MOVE ITEM-QUANTITY TO WS-LOG-BEFORE-QTY
           MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
           MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
           MOVE "ADD STOCK" TO WS-LOG-OPERATION
           MOVE WS-RECEIPT-COST TO WS-LOG-MOVE-COST
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
           MOVE WS-BATCH-ID TO WS-TRACE-REFERENCE
           MOVE "I" TO LH-DIRECTION
           MOVE WS-TEMP-QUANTITY TO LH-QUANTITY
           PERFORM WRITE-LOT-HISTORY.
      * A lot seen before (a second delivery from the same batch)
      * tops up the existing record; a new lot opens one with the
      * expiry the feed carries. The receipt goes on the lot history
      * under the batch id so a recall trace can find where it came
      * from.

       POST-ISSUE.
           MOVE MV-CUSTOMER-ID TO WS-CUSTOMER-ID
      * rejected rather than backordered.

       ISSUE-FROM-LOCATION.
           MOVE WS-CUSTOMER-ID TO WS-TRACE-CUSTOMER
           MOVE WS-LOCATION-ID TO WS-TRACE-LOCATION
           MOVE WS-BATCH-ID TO WS-TRACE-REFERENCE
           PERFORM COMPUTE-FREE-STOCK
           IF WS-TEMP-QUANTITY > WS-FREE-QTY
               COMPUTE WS-SHORTFALL =
                   WS-TEMP-QUANTITY - WS-FREE-QTY
               MOVE WS-FREE-QTY TO WS-LOCATION-QTY
               MOVE ITEM-QUANTITY TO WS-LOG-BEFORE-QTY
               SUBTRACT WS-FREE-QTY FROM ITEM-QUANTITY
               SUBTRACT WS-FREE-QTY FROM LS-QUANTITY
               REWRITE LOCATION-STOCK-RECORD
                   INVALID KEY
                       DISPLAY "Error updating location stock."
               MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
               MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
               MOVE "REMOVE STOCK" TO WS-LOG-OPERATION
               MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
               MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
               MOVE WS-LOCATION-ID TO WS-LOG-LOCATION
               PERFORM LOG-TRANSACTION
               PERFORM WRITE-BACKORDER
               MOVE WS-LOCATION-QTY TO WS-RELIEVE-QTY
               MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
               MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
               MOVE "REMOVE STOCK" TO WS-LOG-OPERATION
               MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
               MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
               MOVE WS-LOCATION-ID TO WS-LOG-LOCATION
               PERFORM LOG-TRANSACTION
               MOVE WS-TEMP-QUANTITY TO WS-RELIEVE-QTY
               PERFORM RELIEVE-LOTS
      * what the named location physically holds is issued, and the
      * shortfall against that location is backordered instead of the
      * whole line failing. Whatever actually left is relieved from
      * the item's lots, oldest unexpired first. Stock allocated to a
      * customer order does not count as available.

       COMPUTE-FREE-STOCK.
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
           END-IF.
      * Same free-stock figure main.cbl uses: the stockroom record
      * just read, less what CUST-ORDER has promised from it.

       RELIEVE-LOTS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                           INVALID KEY
                               DISPLAY "Error updating lot record."
                       END-REWRITE
                       MOVE "O" TO LH-DIRECTION
                       MOVE WS-LOT-TAKE TO LH-QUANTITY
                       PERFORM WRITE-LOT-HISTORY
               END-READ
           END-IF.

      * U beats E, and within a class the earlier expiry wins; N
      * means nothing pickable was seen at all.

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
           PERFORM COMPUTE-FREE-STOCK
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
               MOVE WS-BATCH-ID TO WS-TRACE-REFERENCE
               MOVE WS-FILL-QUANTITY TO WS-RELIEVE-QTY
               PERFORM RELIEVE-LOTS
               IF BO-QUANTITY = ZERO
           CLOSE CUSTOMER-FILE
           CLOSE PICK-SLIP-FILE
           CLOSE LOCATION-MASTER-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOT-HISTORY-FILE
           CLOSE ALLOCATION-FILE
           CLOSE ITEM-UOM-FILE.
