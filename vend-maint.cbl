               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
           SELECT ITEM-UOM-FILE ASSIGN TO "ITEMUOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-ITEM-ID.
           SELECT OPEN-ORDER-FILE ASSIGN TO "OPENORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY.
      * Maintains the vendor master the purchasing side has never had:
      * who supplies what, and how to reach them. Also assigns a
      * vendor to an inventory item, since ITEM-VENDOR-ID is what
      * PO-GEN groups the reorder list by when it builds one purchase
      * order per vendor, and records the unit the vendor sells the
      * item in, so orders and deliveries can be keyed in cases and
      * boxes while stock is still counted in single units.

       DATA DIVISION.
       FILE SECTION.
      * assigned to an item and so a vendor with items still pointing
      * at it cannot be deleted out from under PO-GEN.

       FD ITEM-UOM-FILE.
       01 ITEM-UOM-RECORD.
           05 UM-ITEM-ID         PIC 9(5).
           05 UM-STOCK-UNIT      PIC X(4).
           05 UM-PURCHASE-UNIT   PIC X(4).
           05 UM-UNITS-PER-PACK  PIC 9(5).
           05 UM-ORDER-MULTIPLE  PIC 9(3).
      * One record per item bought in something other than single
      * units: the unit ITEM-QUANTITY is counted in (EA, M, KG), the
      * unit the vendor sells in (CASE, BOX, ROLL), how many stocking
      * units make one of those packs, and the vendor's pack size -
      * the number of packs an order must be a multiple of (a layer
      * of six cases, say; 1 when any whole pack will do). An item
      * with no record here is bought and stocked singly, exactly as
      * before.

       FD OPEN-ORDER-FILE.
       01 OPEN-ORDER-RECORD.
           05 OO-KEY.
               10 OO-ORDER-REF      PIC X(10).
               10 OO-ITEM-ID        PIC 9(5).
           05 OO-QTY-ORDERED       PIC 9(5).
           05 OO-QTY-RECEIVED      PIC 9(5).
           05 OO-EXPECTED-DATE     PIC 9(8).
           05 OO-STATUS            PIC X.
           05 OO-UNIT-COST         PIC 9(5)V99.
           05 OO-CLOSED-DATE       PIC 9(8).
      * Same layout PO-GEN raises and RECEIVING closes, read here
      * only to see whether the item still has stock on order.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-CHOICE              PIC 9.
       01 WS-DUPLICATE-VENDOR    PIC X VALUE 'N'.
       01 WS-VENDOR-IN-USE       PIC X VALUE 'N'.
       01 WS-VENDOR-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-UOM-ON-FILE         PIC X VALUE 'N'.
       01 WS-STOCK-UNIT          PIC X(4).
       01 WS-PURCHASE-UNIT       PIC X(4).
       01 WS-UNITS-PER-PACK      PIC 9(5).
       01 WS-ORDER-MULTIPLE      PIC 9(3).
       01 WS-CURRENT-PER-PACK    PIC 9(5).
       01 WS-ORDER-EOF           PIC X VALUE 'N'.
       01 WS-ITEM-ON-ORDER       PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O VENDOR-FILE
           OPEN I-O INVENTORY-FILE
           OPEN I-O ITEM-UOM-FILE
           OPEN INPUT OPEN-ORDER-FILE
           PERFORM MAINT-LOOP UNTIL WS-CHOICE = 7
           CLOSE VENDOR-FILE
           CLOSE INVENTORY-FILE
           CLOSE ITEM-UOM-FILE
           CLOSE OPEN-ORDER-FILE
           DISPLAY "Exiting vendor maintenance."
           STOP RUN.

           DISPLAY "3. Update Vendor"
           DISPLAY "4. Delete Vendor"
           DISPLAY "5. Assign Vendor to Item"
           DISPLAY "6. Item Purchasing Units"
           DISPLAY "7. Exit"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 5
                   PERFORM ASSIGN-VENDOR
               WHEN 6
                   PERFORM SET-ITEM-UNITS
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
               NOT INVALID KEY
                   DISPLAY "Vendor assignment updated."
           END-REWRITE.

       SET-ITEM-UNITS.
           DISPLAY "Enter Item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           MOVE WS-ITEM-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Item not found."
               NOT INVALID KEY
                   PERFORM ENTER-ITEM-UNITS
           END-READ.

       ENTER-ITEM-UNITS.
           MOVE WS-ITEM-ID TO UM-ITEM-ID
           READ ITEM-UOM-FILE
               INVALID KEY
                   MOVE "N" TO WS-UOM-ON-FILE
                   MOVE 1 TO WS-CURRENT-PER-PACK
                   DISPLAY "Currently bought and stocked singly (EA)."
               NOT INVALID KEY
                   MOVE "Y" TO WS-UOM-ON-FILE
                   MOVE UM-UNITS-PER-PACK TO WS-CURRENT-PER-PACK
                   DISPLAY "Currently: 1 " UM-PURCHASE-UNIT " = "
                           UM-UNITS-PER-PACK " " UM-STOCK-UNIT
                           ", ordered in multiples of "
                           UM-ORDER-MULTIPLE
           END-READ
           DISPLAY "Stocking unit (e.g. EA): " WITH NO ADVANCING
           ACCEPT WS-STOCK-UNIT
           DISPLAY "Purchasing unit (e.g. CASE): " WITH NO ADVANCING
           ACCEPT WS-PURCHASE-UNIT
           DISPLAY "Stocking units per purchasing unit: "
               WITH NO ADVANCING
           ACCEPT WS-UNITS-PER-PACK
           DISPLAY "Vendor pack size (packs per order multiple, "
                   "1 for any): " WITH NO ADVANCING
           ACCEPT WS-ORDER-MULTIPLE
           IF WS-UNITS-PER-PACK = ZERO
               DISPLAY "Units per pack must be at least 1."
           ELSE
               IF WS-ORDER-MULTIPLE = ZERO
                   MOVE 1 TO WS-ORDER-MULTIPLE
               END-IF
               IF WS-STOCK-UNIT = SPACES
                   MOVE "EA" TO WS-STOCK-UNIT
               END-IF
               IF WS-PURCHASE-UNIT = SPACES
                   MOVE WS-STOCK-UNIT TO WS-PURCHASE-UNIT
               END-IF
               MOVE "N" TO WS-ITEM-ON-ORDER
               IF WS-UNITS-PER-PACK NOT = WS-CURRENT-PER-PACK
                   PERFORM CHECK-ITEM-ON-ORDER
               END-IF
               IF WS-ITEM-ON-ORDER = "Y"
                   DISPLAY "Item has open purchase order lines still "
                           "to receive. Units per pack not changed."
               ELSE
                   PERFORM SAVE-ITEM-UNITS
               END-IF
           END-IF.
      * A blank stocking unit defaults to EA and a blank purchasing
      * unit to the stocking unit, so keying just a pack quantity is
      * enough for the common "sold by the box of 12" case.

       SAVE-ITEM-UNITS.
           MOVE WS-ITEM-ID TO UM-ITEM-ID
           MOVE WS-STOCK-UNIT TO UM-STOCK-UNIT
           MOVE WS-PURCHASE-UNIT TO UM-PURCHASE-UNIT
           MOVE WS-UNITS-PER-PACK TO UM-UNITS-PER-PACK
           MOVE WS-ORDER-MULTIPLE TO UM-ORDER-MULTIPLE
           IF WS-UOM-ON-FILE = "Y"
               REWRITE ITEM-UOM-RECORD
                   INVALID KEY
                       DISPLAY "Error updating purchasing units."
                   NOT INVALID KEY
                       DISPLAY "Purchasing units updated."
               END-REWRITE
           ELSE
               WRITE ITEM-UOM-RECORD
                   INVALID KEY
                       DISPLAY "Error recording purchasing units."
                   NOT INVALID KEY
                       DISPLAY "Purchasing units recorded."
               END-WRITE
           END-IF.
      * RECEIVING converts the packs keyed at the dock, and INV-MATCH
      * the packs billed, with the pack quantity on file at the time,
      * not the one the order was raised under. A 12-unit case
      * changed to 10 while ten cases are on order would book 100 of
      * the 120 units and hold the vendor's bill on both variances,
      * so the pack quantity cannot change while the item has an
      * open order line with anything left to receive. The units'
      * names and the vendor pack size may still be corrected.

       CHECK-ITEM-ON-ORDER.
           MOVE "N" TO WS-ORDER-EOF
           MOVE LOW-VALUES TO OO-KEY
           START OPEN-ORDER-FILE KEY IS NOT LESS THAN OO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ORDER-EOF
           END-START
           PERFORM CHECK-ONE-ORDER-LINE UNTIL WS-ORDER-EOF = "Y".

       CHECK-ONE-ORDER-LINE.
           READ OPEN-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ORDER-EOF
               NOT AT END
                   IF OO-ITEM-ID = WS-ITEM-ID AND OO-STATUS = "O"
                           AND OO-QTY-RECEIVED < OO-QTY-ORDERED
                       MOVE "Y" TO WS-ITEM-ON-ORDER
                       MOVE "Y" TO WS-ORDER-EOF
                   END-IF
           END-READ.
      * The order file is keyed by order reference, so every line is
      * read, the same full scan CHECK-VENDOR-IN-USE makes of the
      * item file.
