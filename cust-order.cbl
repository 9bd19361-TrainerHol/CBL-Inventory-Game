       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-ORDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCATION-STOCK-FILE ASSIGN TO "LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-ID.
           SELECT PICK-SLIP-FILE ASSIGN TO "PICKSLIP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCATION-MASTER-FILE ASSIGN TO "LOCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOCATION-ID.
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-PROGRAM.
           SELECT LOT-STOCK-FILE ASSIGN TO "LOTSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY.
           SELECT LOT-HISTORY-FILE ASSIGN TO "LOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "CUSTORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY.
      * A customer who orders today for collection on Friday used to
      * get either the goods now or a paper note, and the note lost
      * to the next REMOVE STOCK at the counter. Here the order is
      * entered against the customer's account and each line's
      * quantity is allocated at a stockroom: the stock stays on the
      * shelf and in ITEM-QUANTITY, but every issue path now leaves
      * it alone. Pick and Ship turns the allocation into the real
      * issue - logged, lot-relieved, and on the pick slip - and
      * Cancel hands it back to general stock.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 ITEM-ID            PIC 9(5).
           05 ITEM-NAME          PIC X(20).
           05 ITEM-QUANTITY      PIC 9(5).
           05 ITEM-PRICE         PIC 9(5)V99.
           05 REORDER-LEVEL      PIC 9(5).
           05 ITEM-VENDOR-ID     PIC 9(5).
           05 ITEM-UNIT-COST     PIC 9(5)V99.

       FD TRANSACTION-LOG-FILE.
       01 TRANSACTION-LOG-RECORD.
           05 TL-ITEM-ID         PIC 9(5).
           05 TL-OPERATION       PIC X(12).
           05 TL-BEFORE-QTY      PIC 9(5).
           05 TL-AFTER-QTY       PIC 9(5).
           05 TL-BEFORE-PRICE    PIC 9(5)V99.
           05 TL-AFTER-PRICE     PIC 9(5)V99.
           05 TL-DATE            PIC 9(8).
           05 TL-TIME            PIC 9(6).
           05 TL-OPERATOR-ID     PIC X(8).
           05 TL-LOCATION-ID     PIC X(4).
           05 TL-BEFORE-COST     PIC 9(5)V99.
           05 TL-AFTER-COST      PIC 9(5)V99.
           05 TL-MOVE-COST       PIC 9(5)V99.
      * Same layout main.cbl appends to. A shipment is logged as
      * REMOVE STOCK, since that is what it is: the demand history
      * REORDER-CALC reads and the issue totals DAY-RPT prints count
      * it exactly as they count a counter sale. Allocating and
      * cancelling change no quantity and write no row.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-RECORD.
           05 LS-KEY.
               10 LS-ITEM-ID        PIC 9(5).
               10 LS-LOCATION-ID    PIC X(4).
           05 LS-QUANTITY          PIC 9(5).
      * Same layout main.cbl uses for the per-location breakdown of
      * ITEM-QUANTITY.

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID              PIC X(8).
           05 OP-PASSWORD        PIC X(8).
           05 OP-LEVEL           PIC 9.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CU-ID              PIC 9(5).
           05 CU-NAME            PIC X(25).
           05 CU-CONTACT         PIC X(25).
      * Same layout CUST-MAINT maintains: an order is only ever taken
      * for an account on file, since stock held back for nobody in
      * particular is exactly the paper note this replaces.

       FD PICK-SLIP-FILE.
       01 PICK-SLIP-LINE         PIC X(80).
      * Same slip file main.cbl's backorder fills append to, so the
      * counter staff work the day's collections from one list.

       FD LOCATION-MASTER-FILE.
       01 LOCATION-MASTER-RECORD.
           05 LM-LOCATION-ID     PIC X(4).
           05 LM-NAME            PIC X(20).
           05 LM-ACTIVE          PIC X.
      * Same layout LOC-MAINT maintains: stock may only be allocated
      * at an active stockroom, so nothing is ever promised out of
      * the returns quarantine.

       FD SYSTEM-STATUS-FILE.
       01 SYSTEM-STATUS-RECORD.
           05 ST-PROGRAM         PIC X(14).
           05 ST-MODE            PIC X.
           05 ST-OPERATOR-ID     PIC X(8).
           05 ST-DATE            PIC 9(8).
           05 ST-TIME            PIC 9(6).

       FD LOT-STOCK-FILE.
       01 LOT-STOCK-RECORD.
           05 LT-KEY.
               10 LT-ITEM-ID        PIC 9(5).
               10 LT-LOT-ID         PIC X(10).
           05 LT-EXPIRY-DATE       PIC 9(8).
           05 LT-QUANTITY          PIC 9(5).
           05 LT-RECEIVED-DATE     PIC 9(8).
      * Same layout main.cbl relieves: a shipment relieves the oldest
      * unexpired lot first, the same as any other issue. Lots are
      * not reserved at allocation; the lot is picked on the day the
      * goods actually leave.

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
      * The quantity of an item promised to customer orders at one
      * stockroom, kept alongside LOCSTOCK.DAT under the same key so
      * every issue path can read it in one keyed READ. It is the
      * sum of the open lines on CUSTORD.DAT for that item and
      * stockroom; the free stock at a location is LS-QUANTITY less
      * this.

       FD CUSTOMER-ORDER-FILE.
       01 CUSTOMER-ORDER-RECORD.
           05 CO-KEY.
               10 CO-ORDER-NO       PIC X(10).
               10 CO-ITEM-ID        PIC 9(5).
           05 CO-CUSTOMER-ID       PIC 9(5).
           05 CO-LOCATION-ID       PIC X(4).
           05 CO-QTY-ALLOCATED     PIC 9(5).
           05 CO-QTY-SHIPPED       PIC 9(5).
           05 CO-ORDER-DATE        PIC 9(8).
           05 CO-PICKUP-DATE       PIC 9(8).
           05 CO-STATUS            PIC X.
           05 CO-OPERATOR-ID       PIC X(8).
      * One record per item on a customer order. CO-QTY-ALLOCATED is
      * what is still held for the customer; a pick moves it into
      * CO-QTY-SHIPPED. Status A while anything is still allocated,
      * C once it has all shipped, X if the rest was cancelled. The
      * order number packs the entry month and day with a sequence,
      * the same shape as a transfer reference.

       WORKING-STORAGE SECTION.
       01 WS-CHOICE              PIC 9.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-ITEM-ID             PIC 9(5).
       01 WS-LOCATION-ID         PIC X(4).
       01 WS-TEMP-QUANTITY       PIC 9(5).
       01 WS-ALLOC-QTY           PIC 9(5).
       01 WS-FREE-QTY            PIC 9(5).
       01 WS-CUSTOMER-ID         PIC 9(5).
       01 WS-CUSTOMER-OK         PIC X VALUE 'N'.
       01 WS-LOCATION-OK         PIC X VALUE 'N'.
       01 WS-PICKUP-DATE         PIC 9(8).
       01 WS-LINE-COUNT          PIC 9(3).
       01 WS-LINES-DONE          PIC X.
       01 WS-ANSWER              PIC X.
       01 WS-ORDER-FOUND         PIC X.
       01 WS-ORDER-SEQ           PIC 9(5) VALUE ZERO.
       01 WS-ORDER-FREE          PIC X.
       01 WS-ORDER-NO.
           05 FILLER             PIC X VALUE "C".
           05 WS-ON-MMDD         PIC 9(4).
           05 WS-ON-SEQ          PIC 9(5).
       01 WS-KEYED-ORDER-NO      PIC X(10).
       01 WS-LOG-OPERATION       PIC X(12).
       01 WS-LOG-BEFORE-QTY      PIC 9(5).
       01 WS-LOG-AFTER-QTY       PIC 9(5).
       01 WS-LOG-BEFORE-PRICE    PIC 9(5)V99.
       01 WS-LOG-AFTER-PRICE     PIC 9(5)V99.
       01 WS-LOG-BEFORE-COST     PIC 9(5)V99.
       01 WS-LOG-MOVE-COST       PIC 9(5)V99.
       01 WS-LOG-LOCATION        PIC X(4).
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL      PIC 9 VALUE ZERO.
       01 WS-SIGNED-ON           PIC X VALUE 'N'.
       01 WS-SIGNON-TRIES        PIC 9 VALUE ZERO.
       01 WS-TRY-ID              PIC X(8).
       01 WS-TRY-PASSWORD        PIC X(8).
       01 WS-STATUS-EOF          PIC X VALUE 'N'.
       01 WS-STATUS-CLEAR        PIC X VALUE 'N'.
       01 WS-OVERRIDE-ANSWER     PIC X.
       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05 WS-TD-YEAR         PIC 9(4).
           05 WS-TD-MMDD         PIC 9(4).
       01 WS-OPEN-COUNT          PIC 9(5).
       01 WS-RELIEVE-QTY         PIC 9(5).
       01 WS-LOT-DONE            PIC X.
       01 WS-LOT-EOF             PIC X.
       01 WS-LOT-TAKE            PIC 9(5).
       01 WS-PICK-LOT-ID         PIC X(10).
       01 WS-PICK-EXPIRY         PIC 9(8).
       01 WS-PICK-CLASS          PIC X.
       01 WS-TRACE-CUSTOMER      PIC 9(5) VALUE ZERO.
       01 WS-TRACE-LOCATION      PIC X(4) VALUE SPACES.
       01 WS-TRACE-REFERENCE     PIC X(10) VALUE SPACES.
       01 WS-PICK-SLIP-DETAIL.
           05 FILLER              PIC X(5) VALUE "PICK ".
           05 WS-PS-DATE          PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PS-TIME          PIC 9(6).
           05 FILLER              PIC X(6) VALUE " CUST ".
           05 WS-PS-CUST-ID       PIC Z(4)9.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PS-CUST-NAME     PIC X(25).
           05 FILLER              PIC X(6) VALUE " ITEM ".
           05 WS-PS-ITEM-ID       PIC Z(4)9.
           05 FILLER              PIC X(5) VALUE " QTY ".
           05 WS-PS-QUANTITY      PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON
           IF WS-SIGNED-ON = "Y"
               PERFORM REGISTER-SYSTEM-STATUS
               IF WS-STATUS-CLEAR = "Y"
                   PERFORM OPEN-ORDER-FILES
                   PERFORM ORDERS-LOOP UNTIL WS-CHOICE = 5
                   PERFORM CLOSE-ORDER-FILES
                   PERFORM RELEASE-SYSTEM-STATUS
               END-IF
           END-IF
           STOP RUN.

       REGISTER-SYSTEM-STATUS.
           OPEN I-O SYSTEM-STATUS-FILE
           MOVE "Y" TO WS-STATUS-CLEAR
           MOVE "N" TO WS-STATUS-EOF
           MOVE SPACES TO ST-PROGRAM
           START SYSTEM-STATUS-FILE
                   KEY IS NOT LESS THAN ST-PROGRAM
               INVALID KEY
                   MOVE "Y" TO WS-STATUS-EOF
           END-START
           PERFORM CHECK-ONE-REGISTRATION
               UNTIL WS-STATUS-EOF = "Y"
           IF WS-STATUS-CLEAR = "Y"
               MOVE "CUST-ORDER" TO ST-PROGRAM
               MOVE "O" TO ST-MODE
               MOVE WS-OPERATOR-ID TO ST-OPERATOR-ID
               ACCEPT ST-DATE FROM DATE YYYYMMDD
               ACCEPT ST-TIME FROM TIME
               WRITE SYSTEM-STATUS-RECORD
                   INVALID KEY
                       REWRITE SYSTEM-STATUS-RECORD
                           INVALID KEY
                               DISPLAY "Error writing system status."
                       END-REWRITE
               END-WRITE
           ELSE
               CLOSE SYSTEM-STATUS-FILE
           END-IF.
      * Same gate main.cbl runs at sign-on: an allocation read
      * against a stockroom balance another program is rewriting
      * could promise stock that is already gone.

       CHECK-ONE-REGISTRATION.
           READ SYSTEM-STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STATUS-EOF
               NOT AT END
                   IF ST-PROGRAM NOT = "CUST-ORDER"
                       PERFORM HANDLE-BLOCKING-REGISTRATION
                   END-IF
           END-READ.

       HANDLE-BLOCKING-REGISTRATION.
           DISPLAY "The inventory files are held by " ST-PROGRAM
                   " (" ST-OPERATOR-ID ") since "
                   ST-DATE " " ST-TIME "."
           IF WS-OPERATOR-LEVEL < 2
               DISPLAY "Wait for it to finish, or have a "
                       "supervisor clear a stale registration."
               MOVE "N" TO WS-STATUS-CLEAR
               MOVE "Y" TO WS-STATUS-EOF
           ELSE
               DISPLAY "Clear this registration (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER = "Y"
                       OR WS-OVERRIDE-ANSWER = "y"
                   DELETE SYSTEM-STATUS-FILE
                       INVALID KEY
                           DISPLAY "Error clearing registration."
                   END-DELETE
               ELSE
                   MOVE "N" TO WS-STATUS-CLEAR
                   MOVE "Y" TO WS-STATUS-EOF
               END-IF
           END-IF.

       RELEASE-SYSTEM-STATUS.
           MOVE "CUST-ORDER" TO ST-PROGRAM
           DELETE SYSTEM-STATUS-FILE
               INVALID KEY
                   DISPLAY "Error releasing system status."
           END-DELETE
           CLOSE SYSTEM-STATUS-FILE.

       SIGN-ON.
           OPEN INPUT OPERATOR-FILE
           PERFORM SIGN-ON-ATTEMPT
               UNTIL WS-SIGNED-ON = "Y" OR WS-SIGNON-TRIES = 3
           CLOSE OPERATOR-FILE
           IF WS-SIGNED-ON NOT = "Y"
               DISPLAY "Sign-on failed. See your supervisor."
           END-IF.

       SIGN-ON-ATTEMPT.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-TRY-ID
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT WS-TRY-PASSWORD
           MOVE WS-TRY-ID TO OP-ID
           READ OPERATOR-FILE
               INVALID KEY
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Invalid operator id or password."
               NOT INVALID KEY
                   IF OP-PASSWORD = WS-TRY-PASSWORD
                       MOVE "Y" TO WS-SIGNED-ON
                       MOVE OP-ID TO WS-OPERATOR-ID
                       MOVE OP-LEVEL TO WS-OPERATOR-LEVEL
                   ELSE
                       ADD 1 TO WS-SIGNON-TRIES
                       DISPLAY "Invalid operator id or password."
                   END-IF
           END-READ.

       OPEN-ORDER-FILES.
           OPEN I-O INVENTORY-FILE
           OPEN EXTEND TRANSACTION-LOG-FILE
           OPEN I-O LOCATION-STOCK-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN EXTEND PICK-SLIP-FILE
           OPEN INPUT LOCATION-MASTER-FILE
           OPEN I-O LOT-STOCK-FILE
           OPEN EXTEND LOT-HISTORY-FILE
           OPEN I-O ALLOCATION-FILE
           OPEN I-O CUSTOMER-ORDER-FILE
           DISPLAY "Customer Orders".

       ORDERS-LOOP.
           DISPLAY " "
           DISPLAY "1. Enter Customer Order"
           DISPLAY "2. Pick and Ship Order"
           DISPLAY "3. Cancel Order"
           DISPLAY "4. List Open Orders"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ENTER-ORDER
               WHEN 2
                   PERFORM SHIP-ORDER
               WHEN 3
                   PERFORM CANCEL-ORDER
               WHEN 4
                   PERFORM LIST-OPEN-ORDERS
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       ENTER-ORDER.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-ID
           PERFORM CHECK-CUSTOMER
           IF WS-CUSTOMER-OK = "Y"
               DISPLAY "Order for " CU-NAME
               DISPLAY "Pickup date (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-PICKUP-DATE
               PERFORM ASSIGN-ORDER-NO
               MOVE ZERO TO WS-LINE-COUNT
               MOVE "N" TO WS-LINES-DONE
               PERFORM ENTER-ORDER-LINE UNTIL WS-LINES-DONE = "Y"
               IF WS-LINE-COUNT = ZERO
                   DISPLAY "No lines allocated; no order raised."
               ELSE
                   DISPLAY "Order " WS-ORDER-NO " raised with "
                           WS-LINE-COUNT " line(s) allocated."
               END-IF
           END-IF.

       CHECK-CUSTOMER.
           IF WS-CUSTOMER-ID = ZERO
               MOVE "N" TO WS-CUSTOMER-OK
               DISPLAY "An order needs a customer account."
           ELSE
               MOVE WS-CUSTOMER-ID TO CU-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-CUSTOMER-OK
                       DISPLAY "Customer not found. Add it first "
                               "with CUST-MAINT."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUSTOMER-OK
               END-READ
           END-IF.
      * Unlike a counter sale, zero is not accepted: a walk-in who
      * is not buying today has no account to hold stock against.

       ASSIGN-ORDER-NO.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TD-MMDD TO WS-ON-MMDD
           MOVE "N" TO WS-ORDER-FREE
           PERFORM TRY-ONE-ORDER-NO UNTIL WS-ORDER-FREE = "Y".

       TRY-ONE-ORDER-NO.
           ADD 1 TO WS-ORDER-SEQ
           MOVE WS-ORDER-SEQ TO WS-ON-SEQ
           MOVE WS-ORDER-NO TO CO-ORDER-NO
           MOVE ZERO TO CO-ITEM-ID
           MOVE "Y" TO WS-ORDER-FREE
           START CUSTOMER-ORDER-FILE KEY IS NOT LESS THAN CO-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CUSTOMER-ORDER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CO-ORDER-NO = WS-ORDER-NO
                               MOVE "N" TO WS-ORDER-FREE
                           END-IF
                   END-READ
           END-START.
      * The same bump-and-retry TRANSFER-STOCK uses for its
      * reference: an order number already on file from an earlier
      * session today just moves the sequence on.

       ENTER-ORDER-LINE.
           DISPLAY "Item ID (0 to finish): " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           IF WS-ITEM-ID = ZERO
               MOVE "Y" TO WS-LINES-DONE
           ELSE
               MOVE WS-ITEM-ID TO ITEM-ID
               READ INVENTORY-FILE
                   INVALID KEY
                       DISPLAY "Item not found."
                   NOT INVALID KEY
                       PERFORM ENTER-LINE-LOCATION
               END-READ
           END-IF.

       ENTER-LINE-LOCATION.
           MOVE WS-ORDER-NO TO CO-ORDER-NO
           MOVE WS-ITEM-ID TO CO-ITEM-ID
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   DISPLAY ITEM-NAME
                   DISPLAY "Stockroom (e.g. MAIN): " WITH NO ADVANCING
                   ACCEPT WS-LOCATION-ID
                   PERFORM CHECK-STOCKROOM
                   IF WS-LOCATION-OK = "Y"
                       PERFORM ALLOCATE-ORDER-LINE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Item is already on this order."
           END-READ.

       CHECK-STOCKROOM.
           MOVE WS-LOCATION-ID TO LM-LOCATION-ID
           READ LOCATION-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOCATION-OK
                   DISPLAY "Location " WS-LOCATION-ID
                           " is not on the location master."
               NOT INVALID KEY
                   IF LM-ACTIVE = "Y"
                       MOVE "Y" TO WS-LOCATION-OK
                   ELSE
                       MOVE "N" TO WS-LOCATION-OK
                       DISPLAY "Location " WS-LOCATION-ID
                               " is not an active stockroom."
                   END-IF
           END-READ.

       ALLOCATE-ORDER-LINE.
           PERFORM COMPUTE-FREE-STOCK
           DISPLAY "Free to allocate at " WS-LOCATION-ID ": "
                   WS-FREE-QTY
           DISPLAY "Quantity ordered: " WITH NO ADVANCING
           ACCEPT WS-TEMP-QUANTITY
           IF WS-TEMP-QUANTITY > WS-FREE-QTY
               DISPLAY "Only " WS-FREE-QTY " free there."
               MOVE "N" TO WS-ANSWER
               IF WS-FREE-QTY > ZERO
                   DISPLAY "Allocate " WS-FREE-QTY
                           " instead (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-ANSWER
               END-IF
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   MOVE WS-FREE-QTY TO WS-TEMP-QUANTITY
               ELSE
                   MOVE ZERO TO WS-TEMP-QUANTITY
               END-IF
           END-IF
           IF WS-TEMP-QUANTITY > ZERO
               PERFORM WRITE-ORDER-LINE
           ELSE
               DISPLAY "Line not allocated."
           END-IF.
      * Only stock that is on the shelf and not already promised is
      * allocated; a shortfall is the customer's call to take part
      * now or order through Remove Stock's backorder instead, so
      * nothing is promised that is not there.

       WRITE-ORDER-LINE.
           MOVE WS-ORDER-NO TO CO-ORDER-NO
           MOVE WS-ITEM-ID TO CO-ITEM-ID
           MOVE WS-CUSTOMER-ID TO CO-CUSTOMER-ID
           MOVE WS-LOCATION-ID TO CO-LOCATION-ID
           MOVE WS-TEMP-QUANTITY TO CO-QTY-ALLOCATED
           MOVE ZERO TO CO-QTY-SHIPPED
           MOVE WS-TODAY-DATE TO CO-ORDER-DATE
           MOVE WS-PICKUP-DATE TO CO-PICKUP-DATE
           MOVE "A" TO CO-STATUS
           MOVE WS-OPERATOR-ID TO CO-OPERATOR-ID
           WRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Error writing order line."
               NOT INVALID KEY
                   MOVE WS-TEMP-QUANTITY TO WS-ALLOC-QTY
                   PERFORM POST-ADD-ALLOCATION
                   ADD 1 TO WS-LINE-COUNT
                   DISPLAY "Allocated " WS-TEMP-QUANTITY "."
           END-WRITE.

       COMPUTE-FREE-STOCK.
           MOVE WS-ITEM-ID TO LS-ITEM-ID
           MOVE WS-LOCATION-ID TO LS-LOCATION-ID
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO LS-QUANTITY
           END-READ
           MOVE WS-ITEM-ID TO AL-ITEM-ID
           MOVE WS-LOCATION-ID TO AL-LOCATION-ID
           READ ALLOCATION-FILE
               INVALID KEY
                   MOVE ZERO TO AL-QUANTITY
           END-READ
           IF AL-QUANTITY < LS-QUANTITY
               COMPUTE WS-FREE-QTY = LS-QUANTITY - AL-QUANTITY
           ELSE
               MOVE ZERO TO WS-FREE-QTY
           END-IF.
      * Free stock is what the stockroom holds less what is already
      * promised there; a count that has since taken the shelf below
      * its allocations leaves nothing free rather than going
      * negative.

       SHIP-ORDER.
           DISPLAY "Order number: " WITH NO ADVANCING
           ACCEPT WS-KEYED-ORDER-NO
           MOVE "N" TO WS-ORDER-FOUND
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-KEYED-ORDER-NO TO CO-ORDER-NO
           MOVE ZERO TO CO-ITEM-ID
           MOVE "N" TO WS-EOF
           START CUSTOMER-ORDER-FILE KEY IS NOT LESS THAN CO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM SHIP-NEXT-LINE UNTIL WS-EOF = "Y"
           IF WS-ORDER-FOUND = "N"
               DISPLAY "Order not found."
           ELSE
               DISPLAY WS-LINE-COUNT " line(s) shipped."
           END-IF.

       SHIP-NEXT-LINE.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CO-ORDER-NO NOT = WS-KEYED-ORDER-NO
                       MOVE "Y" TO WS-EOF
                   ELSE
                       MOVE "Y" TO WS-ORDER-FOUND
                       IF CO-STATUS = "A"
                           PERFORM SHIP-ONE-LINE
                       END-IF
                   END-IF
           END-READ.

       SHIP-ONE-LINE.
           MOVE CO-ITEM-ID TO WS-ITEM-ID
           MOVE CO-LOCATION-ID TO WS-LOCATION-ID
           DISPLAY "Item " CO-ITEM-ID " at " CO-LOCATION-ID
                   ": allocated " CO-QTY-ALLOCATED
           DISPLAY "Quantity to ship now: " WITH NO ADVANCING
           ACCEPT WS-TEMP-QUANTITY
           IF WS-TEMP-QUANTITY > CO-QTY-ALLOCATED
               DISPLAY "Cannot ship more than is allocated."
           ELSE
               IF WS-TEMP-QUANTITY > ZERO
                   PERFORM POST-SHIPMENT
               END-IF
           END-IF.
      * Shipping less than the allocation leaves the rest held for
      * the customer on the same line, for a later pick.

       POST-SHIPMENT.
           MOVE WS-ITEM-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Error: item not found."
               NOT INVALID KEY
                   MOVE WS-ITEM-ID TO LS-ITEM-ID
                   MOVE WS-LOCATION-ID TO LS-LOCATION-ID
                   READ LOCATION-STOCK-FILE
                       INVALID KEY
                           DISPLAY "Error: no stock record for "
                                   "that location."
                       NOT INVALID KEY
                           IF WS-TEMP-QUANTITY > LS-QUANTITY
                               DISPLAY "Only " LS-QUANTITY
                                       " on the shelf at "
                                       WS-LOCATION-ID
                                       " - recount before shipping."
                           ELSE
                               PERFORM ISSUE-ALLOCATED-STOCK
                           END-IF
                   END-READ
           END-READ.
      * The allocation never blocked a stock count, so the shelf can
      * in principle hold less than was promised; the pick is then
      * refused rather than driving the stockroom negative.

       ISSUE-ALLOCATED-STOCK.
           MOVE ITEM-QUANTITY TO WS-LOG-BEFORE-QTY
           SUBTRACT WS-TEMP-QUANTITY FROM ITEM-QUANTITY
           SUBTRACT WS-TEMP-QUANTITY FROM LS-QUANTITY
           REWRITE LOCATION-STOCK-RECORD
               INVALID KEY
                   DISPLAY "Error updating location stock."
           END-REWRITE
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating inventory."
           END-REWRITE
           MOVE ITEM-QUANTITY TO WS-LOG-AFTER-QTY
           MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
           MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
           MOVE "REMOVE STOCK" TO WS-LOG-OPERATION
           MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
           MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
           MOVE WS-LOCATION-ID TO WS-LOG-LOCATION
           PERFORM LOG-TRANSACTION
           MOVE WS-TEMP-QUANTITY TO WS-ALLOC-QTY
           PERFORM POST-REMOVE-ALLOCATION
           MOVE CO-CUSTOMER-ID TO WS-TRACE-CUSTOMER
           MOVE WS-LOCATION-ID TO WS-TRACE-LOCATION
           MOVE CO-ORDER-NO TO WS-TRACE-REFERENCE
           MOVE WS-TEMP-QUANTITY TO WS-RELIEVE-QTY
           PERFORM RELIEVE-LOTS
           SUBTRACT WS-TEMP-QUANTITY FROM CO-QTY-ALLOCATED
           ADD WS-TEMP-QUANTITY TO CO-QTY-SHIPPED
           IF CO-QTY-ALLOCATED = ZERO
               MOVE "C" TO CO-STATUS
           END-IF
           REWRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Error updating order line."
           END-REWRITE
           PERFORM WRITE-PICK-SLIP
           ADD 1 TO WS-LINE-COUNT.
      * The issue itself is posted exactly as REMOVE-STOCK posts one
      * - stockroom, item total, log row, lots - and the same units
      * come off the allocation in the same breath, so free stock
      * at the stockroom is unchanged by the pick.

       WRITE-PICK-SLIP.
           MOVE CO-CUSTOMER-ID TO CU-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "** not on file **" TO WS-PS-CUST-NAME
               NOT INVALID KEY
                   MOVE CU-NAME TO WS-PS-CUST-NAME
           END-READ
           ACCEPT WS-PS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PS-TIME FROM TIME
           MOVE CO-CUSTOMER-ID TO WS-PS-CUST-ID
           MOVE CO-ITEM-ID TO WS-PS-ITEM-ID
           MOVE WS-TEMP-QUANTITY TO WS-PS-QUANTITY
           MOVE WS-PICK-SLIP-DETAIL TO PICK-SLIP-LINE
           WRITE PICK-SLIP-LINE.
      * Same slip line a backorder fill prints, so a collection and
      * a fill look alike to the counter.

       CANCEL-ORDER.
           DISPLAY "Order number to cancel: " WITH NO ADVANCING
           ACCEPT WS-KEYED-ORDER-NO
           MOVE "N" TO WS-ORDER-FOUND
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-KEYED-ORDER-NO TO CO-ORDER-NO
           MOVE ZERO TO CO-ITEM-ID
           MOVE "N" TO WS-EOF
           START CUSTOMER-ORDER-FILE KEY IS NOT LESS THAN CO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM CANCEL-NEXT-LINE UNTIL WS-EOF = "Y"
           IF WS-ORDER-FOUND = "N"
               DISPLAY "Order not found."
           ELSE
               DISPLAY WS-LINE-COUNT " line(s) released."
           END-IF.

       CANCEL-NEXT-LINE.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CO-ORDER-NO NOT = WS-KEYED-ORDER-NO
                       MOVE "Y" TO WS-EOF
                   ELSE
                       MOVE "Y" TO WS-ORDER-FOUND
                       IF CO-STATUS = "A"
                           PERFORM CANCEL-ONE-LINE
                       END-IF
                   END-IF
           END-READ.

       CANCEL-ONE-LINE.
           MOVE CO-ITEM-ID TO WS-ITEM-ID
           MOVE CO-LOCATION-ID TO WS-LOCATION-ID
           MOVE CO-QTY-ALLOCATED TO WS-ALLOC-QTY
           PERFORM POST-REMOVE-ALLOCATION
           MOVE ZERO TO CO-QTY-ALLOCATED
           MOVE "X" TO CO-STATUS
           REWRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Error updating order line."
           END-REWRITE
           ADD 1 TO WS-LINE-COUNT.
      * Whatever was still held goes back to free stock; anything
      * already shipped stays on the line as history.

       LIST-OPEN-ORDERS.
           DISPLAY " "
           DISPLAY "Order      | Cust  | Item  | Loc  | Alloc | Pickup"
           DISPLAY "------------------------------------------------"
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE SPACES TO CO-KEY
           MOVE "N" TO WS-EOF
           START CUSTOMER-ORDER-FILE KEY IS NOT LESS THAN CO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LIST-ONE-ORDER-LINE UNTIL WS-EOF = "Y"
           IF WS-OPEN-COUNT = ZERO
               DISPLAY "No open customer orders."
           END-IF.

       LIST-ONE-ORDER-LINE.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF CO-STATUS = "A"
                       DISPLAY CO-ORDER-NO " | "
                               CO-CUSTOMER-ID " | "
                               CO-ITEM-ID " | "
                               CO-LOCATION-ID " | "
                               CO-QTY-ALLOCATED " | "
                               CO-PICKUP-DATE
                       ADD 1 TO WS-OPEN-COUNT
                   END-IF
           END-READ.

       POST-ADD-ALLOCATION.
           MOVE WS-ITEM-ID TO AL-ITEM-ID
           MOVE WS-LOCATION-ID TO AL-LOCATION-ID
           READ ALLOCATION-FILE
               INVALID KEY
                   MOVE WS-ITEM-ID TO AL-ITEM-ID
                   MOVE WS-LOCATION-ID TO AL-LOCATION-ID
                   MOVE WS-ALLOC-QTY TO AL-QUANTITY
                   WRITE ALLOCATION-RECORD
                       INVALID KEY
                           DISPLAY "Error recording allocation."
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-ALLOC-QTY TO AL-QUANTITY
                   REWRITE ALLOCATION-RECORD
                       INVALID KEY
                           DISPLAY "Error updating allocation."
                   END-REWRITE
           END-READ.
      * Credits WS-ALLOC-QTY to the item's allocation at the
      * stockroom, the same way POST-ADD-LOCATION credits stock.

       POST-REMOVE-ALLOCATION.
           MOVE WS-ITEM-ID TO AL-ITEM-ID
           MOVE WS-LOCATION-ID TO AL-LOCATION-ID
           READ ALLOCATION-FILE
               INVALID KEY
                   DISPLAY "Error: no allocation record for that "
                           "location."
               NOT INVALID KEY
                   IF WS-ALLOC-QTY > AL-QUANTITY
                       MOVE ZERO TO AL-QUANTITY
                   ELSE
                       SUBTRACT WS-ALLOC-QTY FROM AL-QUANTITY
                   END-IF
                   REWRITE ALLOCATION-RECORD
                       INVALID KEY
                           DISPLAY "Error updating allocation."
                   END-REWRITE
           END-READ.
      * A record run down to zero stays on file, the same as an
      * empty stockroom record on LOCSTOCK.DAT.

       RELIEVE-LOTS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE "N" TO WS-LOT-DONE
           PERFORM RELIEVE-ONE-LOT
               UNTIL WS-RELIEVE-QTY = ZERO OR WS-LOT-DONE = "Y".
      * Same relief main.cbl applies at the counter; an item with no
      * lot records simply stops early.

       RELIEVE-ONE-LOT.
           PERFORM PICK-OLDEST-LOT
           IF WS-PICK-CLASS = "N"
               MOVE "Y" TO WS-LOT-DONE
           ELSE
               MOVE ITEM-ID TO LT-ITEM-ID
               MOVE WS-PICK-LOT-ID TO LT-LOT-ID
               READ LOT-STOCK-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-LOT-DONE
                   NOT INVALID KEY
                       MOVE LT-QUANTITY TO WS-LOT-TAKE
                       IF WS-RELIEVE-QTY < WS-LOT-TAKE
                           MOVE WS-RELIEVE-QTY TO WS-LOT-TAKE
                       END-IF
                       SUBTRACT WS-LOT-TAKE FROM LT-QUANTITY
                       SUBTRACT WS-LOT-TAKE FROM WS-RELIEVE-QTY
                       REWRITE LOT-STOCK-RECORD
                           INVALID KEY
                               DISPLAY "Error updating lot record."
                       END-REWRITE
                       MOVE "O" TO LH-DIRECTION
                       MOVE WS-LOT-TAKE TO LH-QUANTITY
                       PERFORM WRITE-LOT-HISTORY
               END-READ
           END-IF.

       PICK-OLDEST-LOT.
           MOVE "N" TO WS-PICK-CLASS
           MOVE "N" TO WS-LOT-EOF
           MOVE ZERO TO LT-KEY
           MOVE ITEM-ID TO LT-ITEM-ID
           START LOT-STOCK-FILE KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOT-EOF
           END-START
           PERFORM WEIGH-NEXT-LOT UNTIL WS-LOT-EOF = "Y".

       WEIGH-NEXT-LOT.
           READ LOT-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOT-EOF
               NOT AT END
                   IF LT-ITEM-ID NOT = ITEM-ID
                       MOVE "Y" TO WS-LOT-EOF
                   ELSE
                       IF LT-QUANTITY > ZERO
                           PERFORM WEIGH-ONE-LOT
                       END-IF
                   END-IF
           END-READ.

       WEIGH-ONE-LOT.
           IF LT-EXPIRY-DATE >= WS-TODAY-DATE
               IF WS-PICK-CLASS NOT = "U"
                       OR LT-EXPIRY-DATE < WS-PICK-EXPIRY
                   MOVE "U" TO WS-PICK-CLASS
                   MOVE LT-LOT-ID TO WS-PICK-LOT-ID
                   MOVE LT-EXPIRY-DATE TO WS-PICK-EXPIRY
               END-IF
           ELSE
               IF WS-PICK-CLASS = "N"
                       OR (WS-PICK-CLASS = "E"
                           AND LT-EXPIRY-DATE < WS-PICK-EXPIRY)
                   MOVE "E" TO WS-PICK-CLASS
                   MOVE LT-LOT-ID TO WS-PICK-LOT-ID
                   MOVE LT-EXPIRY-DATE TO WS-PICK-EXPIRY
               END-IF
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
           MOVE WS-LOG-BEFORE-QTY TO TL-BEFORE-QTY
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
           WRITE TRANSACTION-LOG-RECORD.

       CLOSE-ORDER-FILES.
           CLOSE INVENTORY-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE LOCATION-STOCK-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PICK-SLIP-FILE
           CLOSE LOCATION-MASTER-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOT-HISTORY-FILE
           CLOSE ALLOCATION-FILE
           CLOSE CUSTOMER-ORDER-FILE.
