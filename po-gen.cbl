               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY.
           SELECT ITEM-UOM-FILE ASSIGN TO "ITEMUOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-ITEM-ID.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
      * Runs the same below-reorder-level scan REORDER-RPT does, but
      * instead of a reading exercise it produces one purchase-order
      * document per vendor, each listing that vendor's short items
      * system remembers the stock is inbound: RECEIVING checks the
      * delivery in against it, and an item whose on-hand plus
      * on-order already covers the reorder level is not ordered
      * again. Order quantities are rounded up to the vendor's
      * whole packs and printed in the unit the vendor sells in.

       DATA DIVISION.
       FILE SECTION.
      * checks deliveries in against. The order reference packs the
      * run's month and day with the vendor id, so one rerun on the
      * same day cannot quietly raise the same order twice.
      * Quantities and cost stay in stocking units here whatever
      * unit the purchase order is printed in.

       FD ITEM-UOM-FILE.
       01 ITEM-UOM-RECORD.
           05 UM-ITEM-ID         PIC 9(5).
           05 UM-STOCK-UNIT      PIC X(4).
           05 UM-PURCHASE-UNIT   PIC X(4).
           05 UM-UNITS-PER-PACK  PIC 9(5).
           05 UM-ORDER-MULTIPLE  PIC 9(3).
      * Same layout VEND-MAINT maintains; an item with no record is
      * bought singly.

       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
           05 AL-KEY.
               10 AL-ITEM-ID        PIC 9(5).
               10 AL-LOCATION-ID    PIC X(4).
           05 AL-QUANTITY          PIC 9(5).
      * Same layout CUST-ORDER maintains.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-EXPECTED-DATE       PIC 9(8).
       01 WS-ON-ORDER-QTY        PIC 9(7).
       01 WS-ORDER-EOF           PIC X VALUE 'N'.
       01 WS-ALLOCATED-QTY       PIC 9(7).
       01 WS-ALLOC-EOF           PIC X VALUE 'N'.
       01 WS-ORDER-LINE-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-ORDER-REF.
           05 FILLER             PIC X VALUE "P".
       01 WS-PLACED              PIC X.
       01 WS-CURRENT-VENDOR      PIC 9(5).
       01 WS-PO-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-SUGGESTED-QTY       PIC 9(7).
       01 WS-SUGGESTED-PACKS     PIC 9(5).
       01 WS-LOT-SIZE            PIC 9(8).
       01 WS-ORDER-LOTS          PIC 9(5).
       01 WS-LOT-REMAINDER       PIC 9(8).
       01 WS-ROUNDED-QTY         PIC 9(9).
       01 WS-SHORT-TABLE.
           05 WS-SHORT-ENTRY OCCURS 500 TIMES.
               10 WS-SH-VENDOR-ID    PIC 9(5).
               10 WS-SH-REORDER      PIC 9(5).
               10 WS-SH-SUGGESTED    PIC 9(5).
               10 WS-SH-UNIT-COST    PIC 9(5)V99.
               10 WS-SH-PACKS        PIC 9(5).
               10 WS-SH-PURCHASE-UNIT PIC X(4).
               10 WS-SH-PER-PACK     PIC 9(5).
      * The short items collected from the scan, held in vendor id
      * then item id order so one walk down the table prints each
      * vendor's purchase order as an unbroken block.
           05 WS-DL-REORDER      PIC Z(4)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-DL-SUGGESTED    PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-UNIT         PIC X(4).
           05 FILLER             PIC X(4) VALUE " of ".
           05 WS-DL-PER-PACK     PIC Z(4)9.
           05 FILLER             PIC X(3) VALUE "  @".
           05 WS-DL-PACK-COST    PIC Z(5)9.99.
       01 WS-PACK-COST           PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-EXPECTED-DATE
           OPEN INPUT INVENTORY-FILE
           OPEN I-O OPEN-ORDER-FILE
           OPEN INPUT ITEM-UOM-FILE
           OPEN INPUT ALLOCATION-FILE
           PERFORM COLLECT-SHORT-ITEMS
           CLOSE INVENTORY-FILE
           CLOSE ITEM-UOM-FILE
           CLOSE ALLOCATION-FILE
           OPEN INPUT VENDOR-FILE
           OPEN OUTPUT PO-PRINT-FILE
           PERFORM PRINT-PURCHASE-ORDERS
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COMPUTE-ALLOCATED
                       IF ITEM-QUANTITY
                               < REORDER-LEVEL + WS-ALLOCATED-QTY
                           PERFORM ADD-SHORT-ITEM
                       END-IF
               END-READ
           END-PERFORM.
      * Same free-stock test REORDER-RPT applies - on hand less what
      * is allocated to open customer orders against the reorder
      * level - so the purchase orders cover exactly the items the
      * reorder report would have flagged.

       COMPUTE-ALLOCATED.
           MOVE ZERO TO WS-ALLOCATED-QTY
           MOVE "N" TO WS-ALLOC-EOF
           MOVE ITEM-ID TO AL-ITEM-ID
           MOVE SPACES TO AL-LOCATION-ID
           START ALLOCATION-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ALLOC-EOF
           END-START
           PERFORM ADD-ONE-ALLOCATION UNTIL WS-ALLOC-EOF = "Y".
      * Totals the item's allocations across every stockroom, as
      * REORDER-RPT does.

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

       ADD-SHORT-ITEM.
           PERFORM COMPUTE-ON-ORDER
           IF ITEM-QUANTITY + WS-ON-ORDER-QTY
                   >= REORDER-LEVEL + WS-ALLOCATED-QTY
               CONTINUE
           ELSE
               PERFORM ADD-UNCOVERED-ITEM
           END-IF.
      * An item that is short on the shelf but already covered by an
      * open order, once its allocations are met, is left alone:
      * ordering it again is exactly the double-ordering this file
      * exists to stop.

       ADD-UNCOVERED-ITEM.
           IF WS-SHORT-COUNT = 500
                       " not ordered."
           ELSE
               COMPUTE WS-SUGGESTED-QTY = (REORDER-LEVEL * 2)
                   + WS-ALLOCATED-QTY
                   - ITEM-QUANTITY - WS-ON-ORDER-QTY
               PERFORM ROUND-TO-PACKS
               PERFORM FIND-INSERT-POSITION
               MOVE WS-SHORT-COUNT TO WS-SHIFT-SUB
               PERFORM UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
               MOVE REORDER-LEVEL TO WS-SH-REORDER (WS-INSERT-SUB)
               MOVE WS-SUGGESTED-QTY TO WS-SH-SUGGESTED (WS-INSERT-SUB)
               MOVE ITEM-UNIT-COST TO WS-SH-UNIT-COST (WS-INSERT-SUB)
               MOVE WS-SUGGESTED-PACKS TO WS-SH-PACKS (WS-INSERT-SUB)
               MOVE UM-PURCHASE-UNIT
                   TO WS-SH-PURCHASE-UNIT (WS-INSERT-SUB)
               MOVE UM-UNITS-PER-PACK
                   TO WS-SH-PER-PACK (WS-INSERT-SUB)
           END-IF.
      * Orders enough to restock free stock to twice the reorder
      * level once the allocations are filled, the buffer purchasing
      * has always aimed for when sizing orders by hand off the
      * reorder report, rounded up to the vendor's packs.

       ROUND-TO-PACKS.
           MOVE ITEM-ID TO UM-ITEM-ID
           READ ITEM-UOM-FILE
               INVALID KEY
                   MOVE "EA" TO UM-STOCK-UNIT
                   MOVE "EA" TO UM-PURCHASE-UNIT
                   MOVE 1 TO UM-UNITS-PER-PACK
                   MOVE 1 TO UM-ORDER-MULTIPLE
           END-READ
           IF UM-UNITS-PER-PACK = ZERO
               MOVE 1 TO UM-UNITS-PER-PACK
           END-IF
           IF UM-ORDER-MULTIPLE = ZERO
               MOVE 1 TO UM-ORDER-MULTIPLE
           END-IF
           COMPUTE WS-LOT-SIZE = UM-UNITS-PER-PACK * UM-ORDER-MULTIPLE
           DIVIDE WS-LOT-SIZE INTO WS-SUGGESTED-QTY
               GIVING WS-ORDER-LOTS REMAINDER WS-LOT-REMAINDER
           IF WS-LOT-REMAINDER > ZERO
               ADD 1 TO WS-ORDER-LOTS
           END-IF
           COMPUTE WS-ROUNDED-QTY = WS-ORDER-LOTS * WS-LOT-SIZE
           IF WS-ROUNDED-QTY > 99999
               DIVIDE WS-LOT-SIZE INTO 99999 GIVING WS-ORDER-LOTS
               DISPLAY "Item " ITEM-ID " order capped at "
                       WS-ORDER-LOTS " vendor lot(s)."
           END-IF
           COMPUTE WS-SUGGESTED-PACKS =
               WS-ORDER-LOTS * UM-ORDER-MULTIPLE
           COMPUTE WS-SUGGESTED-QTY =
               WS-SUGGESTED-PACKS * UM-UNITS-PER-PACK.
      * The shortfall in stocking units is rounded up to the next
      * whole vendor lot (packs times the vendor's pack size), so
      * the order line on OPENORD.DAT is exactly what the vendor
      * will ship. An item bought singly has a lot of one unit and
      * comes through unchanged.

       FIND-INSERT-POSITION.
           MOVE "N" TO WS-PLACED
           WRITE PO-PRINT-LINE
           MOVE "ID    | Name                 | Qty   | Reorder | Order"
               TO PO-PRINT-LINE
           MOVE "Unit / per pack  Pack cost"
               TO PO-PRINT-LINE(54:26)
           WRITE PO-PRINT-LINE
           MOVE "-----------------------------------------------------"
               TO PO-PRINT-LINE
           MOVE "-------------------------"
               TO PO-PRINT-LINE(54:25)
           WRITE PO-PRINT-LINE.
      * A vendor id that fails the master read is still printed, so a
      * short item is never silently dropped from the run just
           MOVE WS-SH-ITEM-NAME (WS-SHORT-SUB) TO WS-DL-ITEM-NAME
           MOVE WS-SH-QUANTITY (WS-SHORT-SUB) TO WS-DL-QUANTITY
           MOVE WS-SH-REORDER (WS-SHORT-SUB) TO WS-DL-REORDER
           MOVE WS-SH-PACKS (WS-SHORT-SUB) TO WS-DL-SUGGESTED
           MOVE WS-SH-PURCHASE-UNIT (WS-SHORT-SUB) TO WS-DL-UNIT
           MOVE WS-SH-PER-PACK (WS-SHORT-SUB) TO WS-DL-PER-PACK
           COMPUTE WS-PACK-COST = WS-SH-UNIT-COST (WS-SHORT-SUB)
               * WS-SH-PER-PACK (WS-SHORT-SUB)
           MOVE WS-PACK-COST TO WS-DL-PACK-COST
           MOVE WS-DETAIL-LINE TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE.
      * On hand and reorder level print in stocking units; the order
      * itself is printed the way the vendor sells it - so many
      * CASE of 24 at the price of one case.

       WRITE-ORDER-LINE.
           MOVE WS-RD-MMDD TO WS-OR-MMDD
