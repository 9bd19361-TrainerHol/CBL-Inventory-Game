       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-TRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOT-HISTORY-FILE ASSIGN TO "LOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOT-STOCK-FILE ASSIGN TO "LOTSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-ID.
           SELECT OPEN-ORDER-FILE ASSIGN TO "OPENORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-ID.
           SELECT LOCATION-STOCK-FILE ASSIGN TO "LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY.
           SELECT LOT-TRACE-REPORT-FILE ASSIGN TO "LOTTRACE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Recall trace for one lot of one item. Given the item and the
      * lot number off the vendor's recall notice, it prints where
      * the lot came from (the vendor order it was received against
      * and when), every customer it went out to with the contact to
      * call, what else consumed it (kits built, transit losses), and
      * what is still on the shelf by stockroom, so a recall can be
      * worked from one sheet instead of from the transaction log.

       DATA DIVISION.
       FILE SECTION.
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
      * Same layout main.cbl appends to: I rows are receipts onto the
      * lot (and restocked returns), O rows are relief off it.

       FD LOT-STOCK-FILE.
       01 LOT-STOCK-RECORD.
           05 LT-KEY.
               10 LT-ITEM-ID        PIC 9(5).
               10 LT-LOT-ID         PIC X(10).
           05 LT-EXPIRY-DATE       PIC 9(8).
           05 LT-QUANTITY          PIC 9(5).
           05 LT-RECEIVED-DATE     PIC 9(8).
      * Same layout RECEIVING and STOCK-BATCH write; the quantity is
      * what is left of the lot across every stockroom.

       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 ITEM-ID            PIC 9(5).
           05 ITEM-NAME          PIC X(20).
           05 ITEM-QUANTITY      PIC 9(5).
           05 ITEM-PRICE         PIC 9(5)V99.
           05 REORDER-LEVEL      PIC 9(5).
           05 ITEM-VENDOR-ID     PIC 9(5).
           05 ITEM-UNIT-COST     PIC 9(5)V99.

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VN-ID              PIC 9(5).
           05 VN-NAME            PIC X(25).
           05 VN-CONTACT         PIC X(25).
      * Same layout VEND-MAINT maintains.

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
      * Same layout PO-GEN writes. A receipt row's reference is the
      * order it was checked in against when it came through
      * RECEIVING; a STOCK-BATCH receipt carries the batch id and
      * will not be found here.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CU-ID              PIC 9(5).
           05 CU-NAME            PIC X(25).
           05 CU-CONTACT         PIC X(25).
      * Same layout CUST-MAINT maintains.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-RECORD.
           05 LS-KEY.
               10 LS-ITEM-ID        PIC 9(5).
               10 LS-LOCATION-ID    PIC X(4).
           05 LS-QUANTITY          PIC 9(5).
      * Same layout main.cbl uses for the per-location breakdown of
      * ITEM-QUANTITY.

       FD LOT-TRACE-REPORT-FILE.
       01 LOT-TRACE-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-TRACE-ITEM-ID       PIC 9(5).
       01 WS-TRACE-LOT-ID        PIC X(10).
       01 WS-TRACE-PASS          PIC X.
       01 WS-LOT-ON-FILE         PIC X VALUE 'N'.
       01 WS-ROWS-PRINTED        PIC 9(5) VALUE ZERO.
       01 WS-QTY-RECEIVED        PIC 9(7) VALUE ZERO.
       01 WS-QTY-SHIPPED         PIC 9(7) VALUE ZERO.
       01 WS-QTY-RETURNED        PIC 9(7) VALUE ZERO.
       01 WS-QTY-OTHER           PIC 9(7) VALUE ZERO.
       01 WS-CUSTOMER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CUSTOMER-SUB        PIC 9(5).
       01 WS-CUSTOMER-FOUND      PIC X.
       01 WS-CUSTOMER-TABLE.
           05 WS-CC-CUSTOMER-ID  PIC 9(5) OCCURS 500 TIMES.
      * The customers already counted toward the contact total, so a
      * customer shipped from the lot more than once is one call.
       01 WS-ROOM-COUNT          PIC 99 VALUE ZERO.
       01 WS-ROOM-SUB            PIC 99.
       01 WS-SHIFT-SUB           PIC 99.
       01 WS-ROOM-FOUND          PIC X.
       01 WS-ROOM-KEY            PIC X(4).
       01 WS-ROOM-TABLE.
           05 WS-RM-ENTRY OCCURS 20 TIMES.
               10 WS-RM-LOCATION-ID PIC X(4).
               10 WS-RM-LOT-IN      PIC 9(7).
               10 WS-RM-LOT-OUT     PIC 9(7).
               10 WS-RM-ON-HAND     PIC 9(5).
      * One row per stockroom the lot has moved through or the item
      * is held at, kept in stockroom order the same way DAY-RPT
      * keeps its item table.
       01 WS-HEADER-LINE.
           05 FILLER             PIC X(16) VALUE "Lot Trace: item ".
           05 WS-HD-ITEM-ID      PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-HD-ITEM-NAME    PIC X(20).
           05 FILLER             PIC X(6) VALUE "  lot ".
           05 WS-HD-LOT-ID       PIC X(10).
       01 WS-LOT-LINE.
           05 FILLER             PIC X(11) VALUE "Received   ".
           05 WS-LL-RECEIVED     PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  Expires ".
           05 WS-LL-EXPIRY       PIC 9(8).
           05 FILLER             PIC X(17) VALUE "  Lot remaining  ".
           05 WS-LL-REMAINING    PIC Z(4)9.
       01 WS-VENDOR-LINE.
           05 FILLER             PIC X(11) VALUE "Vendor     ".
           05 WS-VL-VENDOR-ID    PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-VL-NAME         PIC X(25).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-VL-CONTACT      PIC X(25).
       01 WS-RECEIPT-LINE.
           05 WS-RL-DATE         PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-REFERENCE    PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-LOCATION-ID  PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-QUANTITY     PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-ORDER-NOTE   PIC X(30).
       01 WS-ORDER-NOTE.
           05 FILLER             PIC X(8) VALUE "ordered ".
           05 WS-ON-ORDERED      PIC Z(4)9.
           05 FILLER             PIC X(6) VALUE " due  ".
           05 WS-ON-EXPECTED     PIC 9(8).
       01 WS-SHIPMENT-LINE.
           05 WS-SL-DATE         PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-CUSTOMER-ID  PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-NAME         PIC X(25).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-QUANTITY     PIC -(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-REFERENCE    PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SL-LOCATION-ID  PIC X(4).
       01 WS-SIGNED-QTY          PIC S9(5).
       01 WS-CONTACT-LINE.
           05 FILLER             PIC X(17) VALUE SPACES.
           05 FILLER             PIC X(9) VALUE "Contact: ".
           05 WS-CT-CONTACT      PIC X(25).
       01 WS-OTHER-LINE.
           05 WS-OL-DATE         PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-OL-OPERATION    PIC X(12).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-OL-REFERENCE    PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-OL-LOCATION-ID  PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-OL-QUANTITY     PIC Z(4)9.
       01 WS-ROOM-LINE.
           05 WS-RO-LOCATION-ID  PIC X(4).
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-RO-LOT-IN       PIC Z(6)9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-RO-LOT-OUT      PIC Z(6)9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-RO-ON-HAND      PIC Z(4)9.
       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL        PIC X(30).
           05 WS-TL-QUANTITY     PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Item ID: " WITH NO ADVANCING
           ACCEPT WS-TRACE-ITEM-ID
           DISPLAY "Lot number: " WITH NO ADVANCING
           ACCEPT WS-TRACE-LOT-ID
           OPEN INPUT LOT-STOCK-FILE
           OPEN INPUT INVENTORY-FILE
           OPEN INPUT VENDOR-FILE
           OPEN INPUT OPEN-ORDER-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT LOCATION-STOCK-FILE
           OPEN OUTPUT LOT-TRACE-REPORT-FILE
           PERFORM PRINT-LOT-HEADING
           MOVE "R" TO WS-TRACE-PASS
           PERFORM PRINT-SECTION-HEADING
           PERFORM SCAN-LOT-HISTORY
           PERFORM PRINT-RECEIPT-FALLBACK
           MOVE "S" TO WS-TRACE-PASS
           PERFORM PRINT-SECTION-HEADING
           PERFORM SCAN-LOT-HISTORY
           MOVE "O" TO WS-TRACE-PASS
           PERFORM PRINT-SECTION-HEADING
           PERFORM SCAN-LOT-HISTORY
           PERFORM PRINT-REMAINING-STOCK
           CLOSE LOT-STOCK-FILE
           CLOSE INVENTORY-FILE
           CLOSE VENDOR-FILE
           CLOSE OPEN-ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LOCATION-STOCK-FILE
           CLOSE LOT-TRACE-REPORT-FILE
           DISPLAY "Received:           " WS-QTY-RECEIVED
           DISPLAY "Shipped to customers: " WS-QTY-SHIPPED
           DISPLAY "Customers to contact: " WS-CUSTOMER-COUNT
           DISPLAY "Trace written to LOTTRACE.RPT."
           STOP RUN.
      * The lot history is read three times, once per section, so
      * each section prints in date order without holding the rows
      * in a table; the file is only as long as the lot movements
      * since it was started.

       PRINT-LOT-HEADING.
           MOVE WS-TRACE-ITEM-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "** not on file **" TO ITEM-NAME
                   MOVE ZERO TO ITEM-VENDOR-ID
           END-READ
           MOVE WS-TRACE-ITEM-ID TO WS-HD-ITEM-ID
           MOVE ITEM-NAME TO WS-HD-ITEM-NAME
           MOVE WS-TRACE-LOT-ID TO WS-HD-LOT-ID
           MOVE WS-HEADER-LINE TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           MOVE "--------------------------------------------------"
               TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           MOVE WS-TRACE-ITEM-ID TO LT-ITEM-ID
           MOVE WS-TRACE-LOT-ID TO LT-LOT-ID
           READ LOT-STOCK-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOT-ON-FILE
                   MOVE "Lot is not on the lot stock file."
                       TO LOT-TRACE-REPORT-LINE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOT-ON-FILE
                   MOVE LT-RECEIVED-DATE TO WS-LL-RECEIVED
                   MOVE LT-EXPIRY-DATE TO WS-LL-EXPIRY
                   MOVE LT-QUANTITY TO WS-LL-REMAINING
                   MOVE WS-LOT-LINE TO LOT-TRACE-REPORT-LINE
           END-READ
           WRITE LOT-TRACE-REPORT-LINE
           MOVE ITEM-VENDOR-ID TO VN-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE "** not on file **" TO VN-NAME
                   MOVE SPACES TO VN-CONTACT
           END-READ
           MOVE ITEM-VENDOR-ID TO WS-VL-VENDOR-ID
           MOVE VN-NAME TO WS-VL-NAME
           MOVE VN-CONTACT TO WS-VL-CONTACT
           MOVE WS-VENDOR-LINE TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE.
      * The vendor is the item's supplier on the item master; open
      * orders carry no vendor of their own, PO-GEN raising every
      * order to the item's vendor.

       PRINT-SECTION-HEADING.
           MOVE SPACES TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           EVALUATE WS-TRACE-PASS
               WHEN "R"
                   MOVE "Receipts onto the lot" TO LOT-TRACE-REPORT-LINE
                   WRITE LOT-TRACE-REPORT-LINE
                   MOVE "Date      Order ref   Room  Qty    On order"
                       TO LOT-TRACE-REPORT-LINE
               WHEN "S"
                   MOVE "Customer shipments (returns shown negative)"
                       TO LOT-TRACE-REPORT-LINE
                   WRITE LOT-TRACE-REPORT-LINE
                   MOVE "Date      Cust   Name                       "
                       TO LOT-TRACE-REPORT-LINE
                   MOVE "Qty    Reference   Room"
                       TO LOT-TRACE-REPORT-LINE(45:23)
               WHEN "O"
                   MOVE "Other relief (kits, transit losses)"
                       TO LOT-TRACE-REPORT-LINE
                   WRITE LOT-TRACE-REPORT-LINE
                   MOVE "Date      Operation     Reference   Room  Qty"
                       TO LOT-TRACE-REPORT-LINE
           END-EVALUATE
           WRITE LOT-TRACE-REPORT-LINE
           MOVE ZERO TO WS-ROWS-PRINTED.

       SCAN-LOT-HISTORY.
           MOVE "N" TO WS-EOF
           OPEN INPUT LOT-HISTORY-FILE
           PERFORM READ-LOT-HISTORY UNTIL WS-EOF = "Y"
           CLOSE LOT-HISTORY-FILE
           IF WS-ROWS-PRINTED = ZERO AND WS-TRACE-PASS NOT = "R"
               MOVE "  None." TO LOT-TRACE-REPORT-LINE
               WRITE LOT-TRACE-REPORT-LINE
           END-IF.

       READ-LOT-HISTORY.
           READ LOT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF LH-ITEM-ID = WS-TRACE-ITEM-ID
                       AND LH-LOT-ID = WS-TRACE-LOT-ID
                       PERFORM TRACE-ONE-MOVEMENT
                   END-IF
           END-READ.

       TRACE-ONE-MOVEMENT.
           EVALUATE WS-TRACE-PASS
               WHEN "R"
                   PERFORM ADD-ROOM-MOVEMENT
                   IF LH-DIRECTION = "I"
                       AND LH-OPERATION NOT = "RMA RESTOCK"
                       PERFORM PRINT-RECEIPT
                   END-IF
               WHEN "S"
                   IF LH-CUSTOMER-ID NOT = ZERO
                       PERFORM PRINT-SHIPMENT
                   END-IF
               WHEN "O"
                   IF LH-DIRECTION = "O" AND LH-CUSTOMER-ID = ZERO
                       PERFORM PRINT-OTHER-RELIEF
                   END-IF
           END-EVALUATE.
      * The stockroom totals are gathered on the first pass so the
      * remaining-stock section needs no fourth read.

       PRINT-RECEIPT.
           MOVE LH-DATE TO WS-RL-DATE
           MOVE LH-REFERENCE TO WS-RL-REFERENCE
           MOVE LH-LOCATION-ID TO WS-RL-LOCATION-ID
           MOVE LH-QUANTITY TO WS-RL-QUANTITY
           MOVE LH-REFERENCE TO OO-ORDER-REF
           MOVE LH-ITEM-ID TO OO-ITEM-ID
           READ OPEN-ORDER-FILE
               INVALID KEY
                   MOVE "(batch receipt, no order)"
                       TO WS-RL-ORDER-NOTE
               NOT INVALID KEY
                   MOVE OO-QTY-ORDERED TO WS-ON-ORDERED
                   MOVE OO-EXPECTED-DATE TO WS-ON-EXPECTED
                   MOVE WS-ORDER-NOTE TO WS-RL-ORDER-NOTE
           END-READ
           MOVE WS-RECEIPT-LINE TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           ADD LH-QUANTITY TO WS-QTY-RECEIVED
           ADD 1 TO WS-ROWS-PRINTED.

       PRINT-RECEIPT-FALLBACK.
           IF WS-ROWS-PRINTED = ZERO
               IF WS-LOT-ON-FILE = "Y"
                   MOVE "  Received before lot movements were kept; "
                       TO LOT-TRACE-REPORT-LINE
                   MOVE "see date above."
                       TO LOT-TRACE-REPORT-LINE(45:15)
               ELSE
                   MOVE "  None." TO LOT-TRACE-REPORT-LINE
               END-IF
               WRITE LOT-TRACE-REPORT-LINE
           END-IF.
      * A lot received before the history file was started still has
      * its received date on the lot record, which the heading shows.

       PRINT-SHIPMENT.
           MOVE LH-CUSTOMER-ID TO CU-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "** not on file **" TO CU-NAME
                   MOVE SPACES TO CU-CONTACT
           END-READ
           IF LH-DIRECTION = "O"
               MOVE LH-QUANTITY TO WS-SIGNED-QTY
               ADD LH-QUANTITY TO WS-QTY-SHIPPED
               PERFORM COUNT-SHIPMENT-CUSTOMER
           ELSE
               COMPUTE WS-SIGNED-QTY = ZERO - LH-QUANTITY
               ADD LH-QUANTITY TO WS-QTY-RETURNED
           END-IF
           MOVE LH-DATE TO WS-SL-DATE
           MOVE LH-CUSTOMER-ID TO WS-SL-CUSTOMER-ID
           MOVE CU-NAME TO WS-SL-NAME
           MOVE WS-SIGNED-QTY TO WS-SL-QUANTITY
           MOVE LH-REFERENCE TO WS-SL-REFERENCE
           MOVE LH-LOCATION-ID TO WS-SL-LOCATION-ID
           MOVE WS-SHIPMENT-LINE TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           MOVE CU-CONTACT TO WS-CT-CONTACT
           MOVE WS-CONTACT-LINE TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           ADD 1 TO WS-ROWS-PRINTED.
      * One line per shipment rather than per customer, so each line
      * carries the order or batch it went out under; a customer
      * shipped twice is listed twice but counted once in the
      * contact total. A restocked return is listed against the
      * customer who sent it back.

       COUNT-SHIPMENT-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND
           PERFORM CHECK-COUNTED-CUSTOMER
               VARYING WS-CUSTOMER-SUB FROM 1 BY 1
               UNTIL WS-CUSTOMER-FOUND = "Y"
                   OR WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT
           IF WS-CUSTOMER-FOUND = "N"
               IF WS-CUSTOMER-COUNT = 500
                   DISPLAY "Customer table full; customer "
                           LH-CUSTOMER-ID " not counted."
               ELSE
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE LH-CUSTOMER-ID
                       TO WS-CC-CUSTOMER-ID (WS-CUSTOMER-COUNT)
               END-IF
           END-IF.

       CHECK-COUNTED-CUSTOMER.
           IF WS-CC-CUSTOMER-ID (WS-CUSTOMER-SUB) = LH-CUSTOMER-ID
               MOVE "Y" TO WS-CUSTOMER-FOUND
           END-IF.

       PRINT-OTHER-RELIEF.
           MOVE LH-DATE TO WS-OL-DATE
           MOVE LH-OPERATION TO WS-OL-OPERATION
           MOVE LH-REFERENCE TO WS-OL-REFERENCE
           MOVE LH-LOCATION-ID TO WS-OL-LOCATION-ID
           MOVE LH-QUANTITY TO WS-OL-QUANTITY
           MOVE WS-OTHER-LINE TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           ADD LH-QUANTITY TO WS-QTY-OTHER
           ADD 1 TO WS-ROWS-PRINTED.
      * A KIT BUILD row's reference names the kit the lot went into;
      * a recall on the component may mean the kits built from it
      * have to be traced as well.

       ADD-ROOM-MOVEMENT.
           MOVE LH-LOCATION-ID TO WS-ROOM-KEY
           PERFORM LOCATE-ROOM-ENTRY
           IF WS-ROOM-FOUND NOT = "F"
               IF LH-DIRECTION = "I"
                   ADD LH-QUANTITY TO WS-RM-LOT-IN (WS-ROOM-SUB)
               ELSE
                   ADD LH-QUANTITY TO WS-RM-LOT-OUT (WS-ROOM-SUB)
               END-IF
           END-IF.

       LOCATE-ROOM-ENTRY.
           MOVE "N" TO WS-ROOM-FOUND
           MOVE 1 TO WS-ROOM-SUB
           PERFORM CHECK-ROOM-ENTRY
               UNTIL WS-ROOM-FOUND NOT = "N"
                   OR WS-ROOM-SUB > WS-ROOM-COUNT
           IF WS-ROOM-FOUND NOT = "Y"
               PERFORM INSERT-ROOM-ENTRY
           END-IF.

       CHECK-ROOM-ENTRY.
           IF WS-RM-LOCATION-ID (WS-ROOM-SUB) = WS-ROOM-KEY
               MOVE "Y" TO WS-ROOM-FOUND
           ELSE
               IF WS-RM-LOCATION-ID (WS-ROOM-SUB) > WS-ROOM-KEY
                   MOVE "I" TO WS-ROOM-FOUND
               ELSE
                   ADD 1 TO WS-ROOM-SUB
               END-IF
           END-IF.

       INSERT-ROOM-ENTRY.
           IF WS-ROOM-COUNT = 20
               DISPLAY "Stockroom table full; " WS-ROOM-KEY
                       " not totalled."
               MOVE "F" TO WS-ROOM-FOUND
           ELSE
               MOVE WS-ROOM-COUNT TO WS-SHIFT-SUB
               PERFORM SHIFT-ROOM-ENTRY
                   UNTIL WS-SHIFT-SUB < WS-ROOM-SUB
               ADD 1 TO WS-ROOM-COUNT
               MOVE WS-ROOM-KEY TO WS-RM-LOCATION-ID (WS-ROOM-SUB)
               MOVE ZERO TO WS-RM-LOT-IN (WS-ROOM-SUB)
               MOVE ZERO TO WS-RM-LOT-OUT (WS-ROOM-SUB)
               MOVE ZERO TO WS-RM-ON-HAND (WS-ROOM-SUB)
           END-IF.

       SHIFT-ROOM-ENTRY.
           MOVE WS-RM-ENTRY (WS-SHIFT-SUB)
               TO WS-RM-ENTRY (WS-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WS-SHIFT-SUB.

       PRINT-REMAINING-STOCK.
           MOVE WS-TRACE-ITEM-ID TO LS-ITEM-ID
           MOVE SPACES TO LS-LOCATION-ID
           MOVE "N" TO WS-EOF
           START LOCATION-STOCK-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM ADD-ROOM-ON-HAND UNTIL WS-EOF = "Y"
           MOVE SPACES TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           MOVE "Remaining stock by stockroom"
               TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           MOVE "Room     Lot in     Lot out    Item on hand"
               TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           MOVE 1 TO WS-ROOM-SUB
           PERFORM PRINT-ONE-ROOM UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
           MOVE "Lot remaining, all stockrooms:" TO WS-TL-LABEL
           IF WS-LOT-ON-FILE = "Y"
               MOVE LT-QUANTITY TO WS-TL-QUANTITY
           ELSE
               MOVE ZERO TO WS-TL-QUANTITY
           END-IF
           MOVE WS-TOTAL-LINE TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE.
      * Lots are held against the item, not the stockroom, so the
      * lot's own remaining quantity is a single figure. Beside each
      * stockroom the lot was received into or relieved from is what
      * went in and out there, next to everything of the item the
      * stockroom holds now: the lot's remaining units are among
      * those, though a transfer since may have moved some between
      * stockrooms without a lot movement.

       ADD-ROOM-ON-HAND.
           READ LOCATION-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF LS-ITEM-ID NOT = WS-TRACE-ITEM-ID
                       MOVE "Y" TO WS-EOF
                   ELSE
                       IF LS-QUANTITY > ZERO
                           MOVE LS-LOCATION-ID TO WS-ROOM-KEY
                           PERFORM LOCATE-ROOM-ENTRY
                           IF WS-ROOM-FOUND NOT = "F"
                               MOVE LS-QUANTITY
                                   TO WS-RM-ON-HAND (WS-ROOM-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       PRINT-ONE-ROOM.
           MOVE WS-RM-LOCATION-ID (WS-ROOM-SUB) TO WS-RO-LOCATION-ID
           MOVE WS-RM-LOT-IN (WS-ROOM-SUB) TO WS-RO-LOT-IN
           MOVE WS-RM-LOT-OUT (WS-ROOM-SUB) TO WS-RO-LOT-OUT
           MOVE WS-RM-ON-HAND (WS-ROOM-SUB) TO WS-RO-ON-HAND
           MOVE WS-ROOM-LINE TO LOT-TRACE-REPORT-LINE
           WRITE LOT-TRACE-REPORT-LINE
           ADD 1 TO WS-ROOM-SUB.
