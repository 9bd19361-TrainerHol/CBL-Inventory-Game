               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY.
           SELECT LOT-HISTORY-FILE ASSIGN TO "LOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
      * The indexed file organization is commonly used in AS/400 and
      * IBM i systems for efficient data retrieval in inventory
      * management apps.
           05 TL-DATE            PIC 9(8).
           05 TL-TIME            PIC 9(6).
           05 TL-OPERATOR-ID     PIC X(8).
           05 TL-LOCATION-ID     PIC X(4).
           05 TL-BEFORE-COST     PIC 9(5)V99.
           05 TL-AFTER-COST      PIC 9(5)V99.
           05 TL-MOVE-COST       PIC 9(5)V99.
      * One line is appended for every ADD-STOCK, REMOVE-STOCK,
      * UPDATE-PRICE, and backorder fill so the day's activity can be
      * reconstructed later. Each row also carries the stockroom the
      * units moved at, the item's unit cost before and after, and
      * the unit cost the units moved at - the receipt cost for
      * stock coming in, the average cost for stock going out - so
      * GL-JOURNAL can value every movement at cost.

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
      * their issues pass through untouched. EXPIRY-RPT reads this
      * file for the weekly at-or-near-expiry list.

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
      * Every lot relief and every lotted receipt, one row per lot
      * touched: which lot of which item, in (I) or out (O), the
      * operation the matching TRANLOG row carries, how many, for
      * which customer (zero for none), at which stockroom, when,
      * and the document behind it - an order, batch, transfer or
      * RMA reference. LOTSTOCK.DAT only holds what is left of a
      * lot; this is where it went, which is what LOT-TRACE reads
      * when a vendor recalls a batch. Appended only, never
      * rewritten.


       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
           05 AL-KEY.
               10 AL-ITEM-ID        PIC 9(5).
               10 AL-LOCATION-ID    PIC X(4).
           05 AL-QUANTITY          PIC 9(5).
      * Same layout CUST-ORDER maintains: the quantity of an item at
      * a stockroom promised to open customer orders. It is still on
      * the shelf and in ITEM-QUANTITY, but Remove Stock, Transfer
      * Stock, and the backorder fills may only take LS-QUANTITY less
      * this, so stock held for Friday's collection cannot walk out
      * with somebody else today. Read only here; only CUST-ORDER
      * allocates or releases.

       WORKING-STORAGE SECTION.
       01 WS-INVENTORY-RECORD.
           05 WS-ITEM-ID         PIC 9(5).
       01 WS-LOG-AFTER-QTY       PIC 9(5).
       01 WS-LOG-BEFORE-PRICE    PIC 9(5)V99.
       01 WS-LOG-AFTER-PRICE     PIC 9(5)V99.
       01 WS-LOG-BEFORE-COST     PIC 9(5)V99.
       01 WS-LOG-MOVE-COST       PIC 9(5)V99.
       01 WS-LOG-LOCATION        PIC X(4).
       01 WS-SHORTFALL           PIC 9(5).
       01 WS-BACKORDER-EOF       PIC X VALUE 'N'.
       01 WS-BACKORDER-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-VENDOR-ID           PIC 9(5).
       01 WS-UNIT-COST           PIC 9(5)V99.
       01 WS-ON-ORDER-QTY        PIC 9(7).
       01 WS-ALLOCATED-QTY       PIC 9(7).
       01 WS-ATP-QTY             PIC 9(7).
       01 WS-FREE-QTY            PIC 9(5).
       01 WS-ALLOC-EOF           PIC X VALUE 'N'.
       01 WS-ORDER-EOF           PIC X VALUE 'N'.
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL      PIC 9 VALUE ZERO.
       01 WS-PICK-LOT-ID         PIC X(10).
       01 WS-PICK-EXPIRY         PIC 9(8).
       01 WS-PICK-CLASS          PIC X.
       01 WS-TRACE-CUSTOMER      PIC 9(5) VALUE ZERO.
       01 WS-TRACE-LOCATION      PIC X(4) VALUE SPACES.
       01 WS-TRACE-REFERENCE     PIC X(10) VALUE SPACES.
       01 WS-PICK-SLIP-DETAIL.
           05 FILLER              PIC X(5) VALUE "PICK ".
           05 WS-PS-DATE          PIC 9(8).
           OPEN I-O LOCATION-MASTER-FILE
           OPEN I-O IN-TRANSIT-FILE
           OPEN I-O LOT-STOCK-FILE
           OPEN EXTEND LOT-HISTORY-FILE
           OPEN INPUT ALLOCATION-FILE
           DISPLAY "Welcome to the Inventory Management Game!"
           DISPLAY "Initializing inventory..."
           PERFORM INITIALIZE-INVENTORY
           DISPLAY " "
           DISPLAY "Current Inventory:"
           DISPLAY "ID    | Name                | Quantity | Price"
                   "    | On Order | Allocated | ATP"
           DISPLAY "----------------------------------------------"
                   "-------------------------------"
           MOVE "N" TO WS-EOF
           START INVENTORY-FILE KEY IS NOT LESS THAN ITEM-ID
               INVALID KEY
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COMPUTE-ON-ORDER
                       PERFORM COMPUTE-ALLOCATED
                       DISPLAY ITEM-ID " | "
                               ITEM-NAME " | "
                               ITEM-QUANTITY " | $"
                               ITEM-PRICE " | "
                               WS-ON-ORDER-QTY " | "
                               WS-ALLOCATED-QTY " | "
                               WS-ATP-QTY
               END-READ
           END-PERFORM.
      * This routine demonstrates how to read and display all records
      * from an indexed file, a common operation in inventory systems.
      * The on-order column is summed on the fly from OPEN-ORDER-FILE
      * so inbound stock is visible right where quantity on hand is.
      * Allocated is what open customer orders hold, and ATP
      * (available to promise) is on hand plus on order less
      * allocated: what the counter can still promise a new customer.

       COMPUTE-ON-ORDER.
           MOVE ZERO TO WS-ON-ORDER-QTY
      * START on the item; order volume at this shop makes that a
      * non-issue.

       COMPUTE-ALLOCATED.
           MOVE ZERO TO WS-ALLOCATED-QTY
           MOVE "N" TO WS-ALLOC-EOF
           MOVE ITEM-ID TO AL-ITEM-ID
           MOVE SPACES TO AL-LOCATION-ID
           START ALLOCATION-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ALLOC-EOF
           END-START
           PERFORM ADD-ONE-ALLOCATION UNTIL WS-ALLOC-EOF = "Y"
           IF WS-ALLOCATED-QTY > ITEM-QUANTITY + WS-ON-ORDER-QTY
               MOVE ZERO TO WS-ATP-QTY
           ELSE
               COMPUTE WS-ATP-QTY = ITEM-QUANTITY + WS-ON-ORDER-QTY
                   - WS-ALLOCATED-QTY
           END-IF.
      * Sums the item's allocations across every stockroom and
      * works out available-to-promise from the on-order figure
      * COMPUTE-ON-ORDER has just left behind, so it must run second.

       ADD-ONE-ALLOCATION.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ALLOC-EOF
               NOT AT END
                   IF AL-ITEM-ID NOT = ITEM-ID
                       MOVE "Y" TO WS-ALLOC-EOF
                   ELSE
                       ADD AL-QUANTITY TO WS-ALLOCATED-QTY
                   END-IF
           END-READ.

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
      * Free stock at the stockroom record just read: what is on the
      * shelf less what CUST-ORDER has promised from it. Callers read
      * LOCATION-STOCK-RECORD first.

       ADD-STOCK.
           DISPLAY "Enter Item ID to add stock: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           ACCEPT WS-TEMP-QUANTITY
           DISPLAY "Unit cost of receipt: $" WITH NO ADVANCING
           ACCEPT WS-UNIT-COST
           MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
           IF WS-TEMP-QUANTITY > ZERO
               COMPUTE ITEM-UNIT-COST ROUNDED =
                   (ITEM-QUANTITY * ITEM-UNIT-COST
           MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
           MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
           MOVE "ADD STOCK" TO WS-LOG-OPERATION
           MOVE WS-UNIT-COST TO WS-LOG-MOVE-COST
           MOVE WS-LOCATION-ID TO WS-LOG-LOCATION
           PERFORM LOG-TRANSACTION
           MOVE WS-TEMP-QUANTITY TO WS-LOCATION-QTY
           PERFORM POST-ADD-LOCATION
      * the check that keeps stock out of "MIAN" and "AUX 1".

       REMOVE-STOCK-AT-LOCATION.
           MOVE WS-CUSTOMER-ID TO WS-TRACE-CUSTOMER
           MOVE WS-LOCATION-ID TO WS-TRACE-LOCATION
           MOVE SPACES TO WS-TRACE-REFERENCE
           MOVE ITEM-ID TO LS-ITEM-ID
           MOVE WS-LOCATION-ID TO LS-LOCATION-ID
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   DISPLAY "No stock record for that location."
               NOT INVALID KEY
                   PERFORM COMPUTE-FREE-STOCK
                   DISPLAY "Available at " WS-LOCATION-ID ": "
                           WS-FREE-QTY
                   IF AL-QUANTITY > ZERO
                       DISPLAY "(" LS-QUANTITY " on the shelf, "
                               AL-QUANTITY " allocated to orders)"
                   END-IF
                   DISPLAY "Enter qty to remove: " WITH NO ADVANCING
                   ACCEPT WS-TEMP-QUANTITY
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
      * system-wide total, since that is what is physically there to
      * hand out; only the shortfall against that location is
      * backordered. Whatever actually leaves is relieved from the
      * item's lots, oldest unexpired first. Stock allocated to a
      * customer order is not available here: the counter sees only
      * the free balance, and anything beyond it backorders.

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
      * Takes as much of the issue as the chosen lot holds, then
                   MOVE ITEM-QUANTITY TO WS-LOG-BEFORE-QTY
                   MOVE ITEM-QUANTITY TO WS-LOG-AFTER-QTY
                   MOVE "UPDATE PRICE" TO WS-LOG-OPERATION
                   MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
                   MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
                   MOVE SPACES TO WS-LOG-LOCATION
                   PERFORM LOG-TRANSACTION
                   DISPLAY "Price updated successfully."
           END-READ.
                           INVALID KEY
                               DISPLAY "Error recording location stock."
                       END-WRITE
                       IF WS-TEMP-QUANTITY > ZERO
                           PERFORM LOG-STARTING-STOCK
                       END-IF
                       DISPLAY "New item added successfully."
               END-WRITE
           END-IF.
      * The starting quantity is seeded into the MAIN stockroom so the
      * new item is ready for Transfer Stock right away.

       LOG-STARTING-STOCK.
           MOVE ZERO TO WS-LOG-BEFORE-QTY
           MOVE ITEM-QUANTITY TO WS-LOG-AFTER-QTY
           MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
           MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
           MOVE "ADD STOCK" TO WS-LOG-OPERATION
           MOVE ZERO TO WS-LOG-BEFORE-COST
           MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
           MOVE "MAIN" TO WS-LOG-LOCATION
           PERFORM LOG-TRANSACTION.
      * A new item's starting stock is logged as a receipt into MAIN
      * at the unit cost keyed with it, so its value reaches the
      * general ledger and its quantity chain starts from zero like
      * any other item's.

       DELETE-ITEM.
           DISPLAY "Enter Item ID to delete: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
      * Add New Item for the same Item ID does not collide with a
      * leftover location record.

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
      * Appends one lot movement; the caller sets the direction and
      * quantity, and the WS-TRACE fields say who, where and under
      * which document.

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
               MOVE SPACES TO WS-TRACE-REFERENCE
               MOVE WS-FILL-QUANTITY TO WS-RELIEVE-QTY
               PERFORM RELIEVE-LOTS
               IF BO-QUANTITY = ZERO
      * Only fills as much of the backorder as the location just
      * credited by ADD-STOCK actually has on hand, so this cannot
      * drive that location's LOCATION-STOCK-FILE balance negative
      * even when other locations are also holding stock for the item,
      * and never fills from stock allocated to a customer order.
      * Logs the fill the same way ADD-STOCK, REMOVE-STOCK, and
      * UPDATE-PRICE log theirs, so TRANSACTION-LOG-FILE always
      * accounts for every change to ITEM-QUANTITY.
               INVALID KEY
                   DISPLAY "No stock record for that item/location."
               NOT INVALID KEY
                   PERFORM COMPUTE-FREE-STOCK
                   IF WS-TRANSFER-QTY > WS-FREE-QTY
                       DISPLAY "Error: not enough unallocated stock "
                               "at " WS-FROM-LOCATION
                               " to transfer."
                   ELSE
                       SUBTRACT WS-TRANSFER-QTY FROM LS-QUANTITY
                       REWRITE LOCATION-STOCK-RECORD
      * there. The item's system-wide ITEM-QUANTITY on INVENTORY-FILE
      * does not change, since the stock never leaves the company;
      * while the record is open the units live in the in-transit
      * file rather than in any stockroom. Stock allocated to a
      * customer order at the source stays put for the pick.

       DISPATCH-TRANSFER.
           MOVE "N" TO WS-XFER-WRITTEN
                   MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
                   MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
                   MOVE "XFER LOSS" TO WS-LOG-OPERATION
                   MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
                   MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
                   MOVE TR-FROM-LOCATION TO WS-LOG-LOCATION
                   PERFORM LOG-TRANSACTION
                   MOVE ZERO TO WS-TRACE-CUSTOMER
                   MOVE TR-FROM-LOCATION TO WS-TRACE-LOCATION
                   MOVE TR-TRANSFER-REF TO WS-TRACE-REFERENCE
                   MOVE WS-XFER-SHORT TO WS-RELIEVE-QTY
                   PERFORM RELIEVE-LOTS
           END-READ.

       SHOW-ITEM-MASTER.
           PERFORM COMPUTE-ON-ORDER
           PERFORM COMPUTE-ALLOCATED
           DISPLAY " "
           DISPLAY "Item:     " ITEM-ID " " ITEM-NAME
           DISPLAY "On hand:  " ITEM-QUANTITY
                   "   On order: " WS-ON-ORDER-QTY
           DISPLAY "Allocated: " WS-ALLOCATED-QTY
                   "   Available to promise: " WS-ATP-QTY
           DISPLAY "Price:   $" ITEM-PRICE
                   "   Unit cost: $" ITEM-UNIT-COST
           DISPLAY "Reorder:  " REORDER-LEVEL
                       IF LS-ITEM-ID NOT = ITEM-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM COMPUTE-FREE-STOCK
                           DISPLAY "  " LS-LOCATION-ID " : "
                                   LS-QUANTITY "  allocated "
                                   AL-QUANTITY
                           ADD 1 TO WS-INQ-LOC-COUNT
                       END-IF
               END-READ
           CLOSE LOCATION-MASTER-FILE
           CLOSE IN-TRANSIT-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOT-HISTORY-FILE
           CLOSE ALLOCATION-FILE
           DISPLAY "Thank you for playing the Inventory Game!"
           DISPLAY "Exiting...".
      * Proper file closure is crucial in real systems to ensure
