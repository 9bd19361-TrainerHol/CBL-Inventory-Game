       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT-BUILD.
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
           SELECT BOM-FILE ASSIGN TO "BOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY.
      * The assembler used to key a REMOVE STOCK for every component
      * and then an ADD STOCK for the finished kit at a guessed cost.
      * Here the kit's bill of materials from BOM-MAINT drives the
      * whole build at one stockroom: every component is checked
      * for free stock there first, then relieved (oldest lot first,
      * as any issue is), and the kits are credited at the rolled-up
      * cost of what went into them. Break Down runs the same way
      * in reverse when kits are split back into parts.

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
      * Same layout main.cbl appends to. Every component relieved and
      * every kit credited by a build is logged as KIT BUILD, and
      * every row of a break-down as KIT BREAK, so the quantity chain
      * INTEG-AUDIT follows stays unbroken for both sides. Neither is
      * a receipt or a sale.

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

       FD LOCATION-MASTER-FILE.
       01 LOCATION-MASTER-RECORD.
           05 LM-LOCATION-ID     PIC X(4).
           05 LM-NAME            PIC X(20).
           05 LM-ACTIVE          PIC X.
      * Same layout LOC-MAINT maintains: kits are only built at an
      * active stockroom.

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
      * Same layout main.cbl relieves: components going into a kit
      * are relieved oldest unexpired lot first, and so are kits
      * being broken down. Kits and components coming back onto the
      * shelf carry no lot, the same as undated goods received.

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
      * Same layout CUST-ORDER maintains: stock promised to customer
      * orders is not free to build with or to break down.

       FD BOM-FILE.
       01 BOM-RECORD.
           05 BM-KEY.
               10 BM-KIT-ID         PIC 9(5).
               10 BM-COMPONENT-ID   PIC 9(5).
           05 BM-QUANTITY          PIC 9(5).
      * Same layout BOM-MAINT maintains: BM-QUANTITY of the component
      * per single kit.

       WORKING-STORAGE SECTION.
       01 WS-CHOICE              PIC 9.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-ITEM-ID             PIC 9(5).
       01 WS-KIT-ID              PIC 9(5).
       01 WS-LOCATION-ID         PIC X(4).
       01 WS-LOCATION-QTY        PIC 9(5).
       01 WS-LOCATION-OK         PIC X VALUE 'N'.
       01 WS-KIT-QTY             PIC 9(5).
       01 WS-FREE-QTY            PIC 9(5).
       01 WS-NEEDED-QTY          PIC 9(7).
       01 WS-SHORT               PIC X.
       01 WS-ANSWER              PIC X.
       01 WS-COMP-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-COMP-SUB            PIC 9(3).
       01 WS-COMP-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES.
               10 WS-CT-ITEM-ID     PIC 9(5).
               10 WS-CT-PER-KIT     PIC 9(5).
               10 WS-CT-UNIT-COST   PIC 9(5)V99.
      * The kit's bill, loaded once per build so the availability
      * check and the posting walk exactly the same lines.
       01 WS-ROLLUP-COST         PIC 9(7)V99.
       01 WS-ROLLUP-DISPLAY      PIC Z(6)9.99.
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
       01 WS-KIT-REFERENCE.
           05 FILLER             PIC X(4) VALUE "KIT ".
           05 WS-KR-KIT-ID       PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON
           IF WS-SIGNED-ON = "Y"
               PERFORM REGISTER-SYSTEM-STATUS
               IF WS-STATUS-CLEAR = "Y"
                   PERFORM OPEN-KIT-FILES
                   PERFORM KIT-LOOP UNTIL WS-CHOICE = 3
                   PERFORM CLOSE-KIT-FILES
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
               MOVE "KIT-BUILD" TO ST-PROGRAM
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
      * Same gate main.cbl runs at sign-on: a build rewrites item,
      * stockroom and lot balances, so it must not run alongside a
      * batch posting to the same files.

       CHECK-ONE-REGISTRATION.
           READ SYSTEM-STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STATUS-EOF
               NOT AT END
                   IF ST-PROGRAM NOT = "KIT-BUILD"
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
           MOVE "KIT-BUILD" TO ST-PROGRAM
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

       OPEN-KIT-FILES.
           OPEN I-O INVENTORY-FILE
           OPEN EXTEND TRANSACTION-LOG-FILE
           OPEN I-O LOCATION-STOCK-FILE
           OPEN INPUT LOCATION-MASTER-FILE
           OPEN I-O LOT-STOCK-FILE
           OPEN EXTEND LOT-HISTORY-FILE
           OPEN INPUT ALLOCATION-FILE
           OPEN INPUT BOM-FILE
           DISPLAY "Kit Assembly".

       KIT-LOOP.
           DISPLAY " "
           DISPLAY "1. Assemble Kits"
           DISPLAY "2. Break Down Kits"
           DISPLAY "3. Exit"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ASSEMBLE-KITS
               WHEN 2
                   PERFORM BREAK-DOWN-KITS
               WHEN 3
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       ASSEMBLE-KITS.
           PERFORM ENTER-KIT-REQUEST
           IF WS-KIT-QTY > ZERO
               MOVE "N" TO WS-SHORT
               MOVE 1 TO WS-COMP-SUB
               PERFORM CHECK-ONE-COMPONENT
                   UNTIL WS-COMP-SUB > WS-COMP-COUNT
               MOVE WS-ROLLUP-COST TO WS-ROLLUP-DISPLAY
               IF WS-SHORT = "Y"
                   DISPLAY "Kits not built: components short at "
                           WS-LOCATION-ID "."
               ELSE
                   IF WS-ROLLUP-COST > 99999.99
                       DISPLAY "Kits not built: rolled-up cost $"
                               WS-ROLLUP-DISPLAY " is more than a "
                               "unit cost can hold."
                   ELSE
                       PERFORM CONFIRM-ASSEMBLY
                   END-IF
               END-IF
           END-IF.
      * Every component is checked before anything moves, and every
      * shortfall is listed, so the assembler learns the whole story
      * at once instead of one missing part per attempt - and a
      * build is never left half posted.
      * A kit whose components cost more than the $99,999.99 that
      * ITEM-UNIT-COST and the log's movement cost can hold is
      * refused as well: posted, the high digits would be cut off
      * the logged cost and GL-JOURNAL would post the wrong value.

       CONFIRM-ASSEMBLY.
           DISPLAY "Build " WS-KIT-QTY " kit(s) at $"
                   WS-ROLLUP-DISPLAY " each (Y/N)? "
                   WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               PERFORM POST-ASSEMBLY
           ELSE
               DISPLAY "Kits not built."
           END-IF.

       ENTER-KIT-REQUEST.
           MOVE ZERO TO WS-KIT-QTY
           DISPLAY "Kit Item ID: " WITH NO ADVANCING
           ACCEPT WS-KIT-ID
           MOVE WS-KIT-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Item not found."
               NOT INVALID KEY
                   DISPLAY ITEM-NAME
                   PERFORM LOAD-KIT-BILL
                   IF WS-COMP-COUNT = ZERO
                       DISPLAY "No bill of materials on file for "
                               "this item; set one up in BOM-MAINT."
                   ELSE
                       PERFORM ENTER-KIT-LOCATION
                   END-IF
           END-READ.

       ENTER-KIT-LOCATION.
           DISPLAY "Stockroom (e.g. MAIN): " WITH NO ADVANCING
           ACCEPT WS-LOCATION-ID
           PERFORM CHECK-STOCKROOM
           IF WS-LOCATION-OK = "Y"
               DISPLAY "Number of kits: " WITH NO ADVANCING
               ACCEPT WS-KIT-QTY
               IF WS-KIT-QTY = ZERO
                   DISPLAY "Nothing to do."
               END-IF
           END-IF.
      * Shared front end for both directions: a kit with a bill, an
      * active stockroom, and a non-zero count, or WS-KIT-QTY is
      * left at zero and the caller does nothing.

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

       LOAD-KIT-BILL.
           MOVE ZERO TO WS-COMP-COUNT
           MOVE ZERO TO WS-ROLLUP-COST
           MOVE "N" TO WS-EOF
           MOVE WS-KIT-ID TO BM-KIT-ID
           MOVE ZERO TO BM-COMPONENT-ID
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LOAD-NEXT-BILL-LINE UNTIL WS-EOF = "Y".

       LOAD-NEXT-BILL-LINE.
           READ BOM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BM-KIT-ID NOT = WS-KIT-ID
                       MOVE "Y" TO WS-EOF
                   ELSE
                       PERFORM LOAD-ONE-BILL-LINE
                   END-IF
           END-READ.

       LOAD-ONE-BILL-LINE.
           IF WS-COMP-COUNT = 50
               DISPLAY "Bill too long; component " BM-COMPONENT-ID
                       " ignored."
           ELSE
               ADD 1 TO WS-COMP-COUNT
               MOVE BM-COMPONENT-ID TO WS-CT-ITEM-ID (WS-COMP-COUNT)
               MOVE BM-QUANTITY TO WS-CT-PER-KIT (WS-COMP-COUNT)
               MOVE BM-COMPONENT-ID TO ITEM-ID
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE ZERO TO ITEM-UNIT-COST
               END-READ
               MOVE ITEM-UNIT-COST TO WS-CT-UNIT-COST (WS-COMP-COUNT)
               COMPUTE WS-ROLLUP-COST = WS-ROLLUP-COST
                   + BM-QUANTITY * ITEM-UNIT-COST
           END-IF.
      * The rolled-up cost of one kit is the sum of each component's
      * current ITEM-UNIT-COST times its quantity per kit - exactly
      * the value that leaves the components when the kit is built.

       CHECK-ONE-COMPONENT.
           COMPUTE WS-NEEDED-QTY =
               WS-CT-PER-KIT (WS-COMP-SUB) * WS-KIT-QTY
           MOVE WS-CT-ITEM-ID (WS-COMP-SUB) TO WS-ITEM-ID
           PERFORM COMPUTE-FREE-STOCK
           IF WS-NEEDED-QTY > WS-FREE-QTY
               MOVE "Y" TO WS-SHORT
               DISPLAY "Component " WS-ITEM-ID ": need "
                       WS-NEEDED-QTY ", free at " WS-LOCATION-ID
                       " " WS-FREE-QTY
           END-IF
           ADD 1 TO WS-COMP-SUB.

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
      * Same free-stock figure CUST-ORDER and main.cbl use: what the
      * stockroom holds less what is promised to customer orders.

       POST-ASSEMBLY.
           MOVE "KIT BUILD" TO WS-LOG-OPERATION
           PERFORM SET-LOT-TRACE
           MOVE 1 TO WS-COMP-SUB
           PERFORM RELIEVE-ONE-COMPONENT
               UNTIL WS-COMP-SUB > WS-COMP-COUNT
           MOVE WS-KIT-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Error: kit item not found."
               NOT INVALID KEY
                   PERFORM CREDIT-BUILT-KITS
           END-READ.

       RELIEVE-ONE-COMPONENT.
           MOVE WS-CT-ITEM-ID (WS-COMP-SUB) TO WS-ITEM-ID
           COMPUTE WS-LOCATION-QTY =
               WS-CT-PER-KIT (WS-COMP-SUB) * WS-KIT-QTY
           MOVE WS-ITEM-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Error: component " WS-ITEM-ID
                           " not found."
               NOT INVALID KEY
                   MOVE ITEM-QUANTITY TO WS-LOG-BEFORE-QTY
                   SUBTRACT WS-LOCATION-QTY FROM ITEM-QUANTITY
                   REWRITE INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY "Error updating inventory."
                   END-REWRITE
                   PERFORM POST-REMOVE-LOCATION
                   MOVE ITEM-QUANTITY TO WS-LOG-AFTER-QTY
                   MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
                   MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
                   MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
                   MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
                   MOVE WS-LOCATION-ID TO WS-LOG-LOCATION
                   PERFORM LOG-TRANSACTION
                   MOVE WS-LOCATION-QTY TO WS-RELIEVE-QTY
                   PERFORM RELIEVE-LOTS
           END-READ
           ADD 1 TO WS-COMP-SUB.
      * The component leaves at its own average cost, which is not
      * changed by the issue; that cost is what the kit picks up.

       CREDIT-BUILT-KITS.
           MOVE ITEM-QUANTITY TO WS-LOG-BEFORE-QTY
           MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
           COMPUTE ITEM-UNIT-COST ROUNDED =
               (ITEM-QUANTITY * ITEM-UNIT-COST
                + WS-KIT-QTY * WS-ROLLUP-COST)
               / (ITEM-QUANTITY + WS-KIT-QTY)
           ADD WS-KIT-QTY TO ITEM-QUANTITY
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating inventory."
           END-REWRITE
           MOVE WS-KIT-ID TO WS-ITEM-ID
           MOVE WS-KIT-QTY TO WS-LOCATION-QTY
           PERFORM POST-ADD-LOCATION
           MOVE ITEM-QUANTITY TO WS-LOG-AFTER-QTY
           MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
           MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
           MOVE WS-ROLLUP-COST TO WS-LOG-MOVE-COST
           MOVE WS-LOCATION-ID TO WS-LOG-LOCATION
           PERFORM LOG-TRANSACTION
           DISPLAY WS-KIT-QTY " kit(s) built at " WS-LOCATION-ID "."
           DISPLAY "Kit unit cost is now $" ITEM-UNIT-COST.
      * The new kits are blended into the kit's weighted-average
      * ITEM-UNIT-COST at the rolled-up component cost, the same
      * blend ADD-STOCK applies to a delivery at its invoice cost.
      * Backorders for the kit are not filled here; the new kits are
      * on the shelf for Remove Stock like any other arrival from a
      * transfer.

       BREAK-DOWN-KITS.
           PERFORM ENTER-KIT-REQUEST
           IF WS-KIT-QTY > ZERO
               MOVE WS-KIT-ID TO WS-ITEM-ID
               PERFORM COMPUTE-FREE-STOCK
               IF WS-KIT-QTY > WS-FREE-QTY
                   DISPLAY "Only " WS-FREE-QTY " free kit(s) at "
                           WS-LOCATION-ID "; nothing broken down."
               ELSE
                   DISPLAY "Break down " WS-KIT-QTY
                           " kit(s) into components (Y/N)? "
                           WITH NO ADVANCING
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                       PERFORM POST-BREAK-DOWN
                   ELSE
                       DISPLAY "Nothing broken down."
                   END-IF
               END-IF
           END-IF.
      * Kits promised to a customer order stay whole; only free kits
      * at the stockroom can be split.

       POST-BREAK-DOWN.
           MOVE "KIT BREAK" TO WS-LOG-OPERATION
           PERFORM SET-LOT-TRACE
           MOVE WS-KIT-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Error: kit item not found."
               NOT INVALID KEY
                   PERFORM RELIEVE-BROKEN-KITS
                   MOVE 1 TO WS-COMP-SUB
                   PERFORM CREDIT-ONE-COMPONENT
                       UNTIL WS-COMP-SUB > WS-COMP-COUNT
                   DISPLAY WS-KIT-QTY " kit(s) broken down at "
                           WS-LOCATION-ID "."
           END-READ.

       SET-LOT-TRACE.
           MOVE WS-KIT-ID TO WS-KR-KIT-ID
           MOVE ZERO TO WS-TRACE-CUSTOMER
           MOVE WS-LOCATION-ID TO WS-TRACE-LOCATION
           MOVE WS-KIT-REFERENCE TO WS-TRACE-REFERENCE.
      * Lots consumed into a kit, or a kit's own lots broken up, are
      * recorded against the kit number, so a recall trace on a
      * component lot leads on to the kits that used it.

       RELIEVE-BROKEN-KITS.
           MOVE ITEM-QUANTITY TO WS-LOG-BEFORE-QTY
           SUBTRACT WS-KIT-QTY FROM ITEM-QUANTITY
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating inventory."
           END-REWRITE
           MOVE WS-KIT-ID TO WS-ITEM-ID
           MOVE WS-KIT-QTY TO WS-LOCATION-QTY
           PERFORM POST-REMOVE-LOCATION
           MOVE ITEM-QUANTITY TO WS-LOG-AFTER-QTY
           MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
           MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
           MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
           MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
           MOVE WS-LOCATION-ID TO WS-LOG-LOCATION
           PERFORM LOG-TRANSACTION
           MOVE WS-KIT-QTY TO WS-RELIEVE-QTY
           PERFORM RELIEVE-LOTS.

       CREDIT-ONE-COMPONENT.
           MOVE WS-CT-ITEM-ID (WS-COMP-SUB) TO WS-ITEM-ID
           COMPUTE WS-LOCATION-QTY =
               WS-CT-PER-KIT (WS-COMP-SUB) * WS-KIT-QTY
           MOVE WS-ITEM-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Error: component " WS-ITEM-ID
                           " not found."
               NOT INVALID KEY
                   MOVE ITEM-QUANTITY TO WS-LOG-BEFORE-QTY
                   ADD WS-LOCATION-QTY TO ITEM-QUANTITY
                   REWRITE INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY "Error updating inventory."
                   END-REWRITE
                   PERFORM POST-ADD-LOCATION
                   MOVE ITEM-QUANTITY TO WS-LOG-AFTER-QTY
                   MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
                   MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
                   MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
                   MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
                   MOVE WS-LOCATION-ID TO WS-LOG-LOCATION
                   PERFORM LOG-TRANSACTION
           END-READ
           ADD 1 TO WS-COMP-SUB.
      * Components go back onto the shelf at their own current
      * average cost, so ITEM-UNIT-COST on each component is left as
      * it was; the kit leaves at its average cost in the same way.
      * Any difference between the two is a cost variance that only
      * arises if component costs have moved since the kit was built.

       POST-ADD-LOCATION.
           MOVE WS-ITEM-ID TO LS-ITEM-ID
           MOVE WS-LOCATION-ID TO LS-LOCATION-ID
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE WS-ITEM-ID TO LS-ITEM-ID
                   MOVE WS-LOCATION-ID TO LS-LOCATION-ID
                   MOVE WS-LOCATION-QTY TO LS-QUANTITY
                   WRITE LOCATION-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "Error recording location stock."
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LOCATION-QTY TO LS-QUANTITY
                   REWRITE LOCATION-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "Error updating location stock."
                   END-REWRITE
           END-READ.
      * Credits WS-LOCATION-QTY units to WS-ITEM-ID/WS-LOCATION-ID,
      * creating the stockroom record the first time stock lands
      * there - a kit's first build usually does.

       POST-REMOVE-LOCATION.
           MOVE WS-ITEM-ID TO LS-ITEM-ID
           MOVE WS-LOCATION-ID TO LS-LOCATION-ID
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   DISPLAY "Error: no stock record for that location."
               NOT INVALID KEY
                   SUBTRACT WS-LOCATION-QTY FROM LS-QUANTITY
                   REWRITE LOCATION-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "Error updating location stock."
                   END-REWRITE
           END-READ.
      * Debits WS-LOCATION-QTY units from WS-ITEM-ID/WS-LOCATION-ID;
      * the free-stock check has already confirmed that much is
      * there.

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

       CLOSE-KIT-FILES.
           CLOSE INVENTORY-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE LOCATION-STOCK-FILE
           CLOSE LOCATION-MASTER-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOT-HISTORY-FILE
           CLOSE ALLOCATION-FILE
           CLOSE BOM-FILE.
