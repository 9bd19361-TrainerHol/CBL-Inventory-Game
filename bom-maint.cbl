       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOM-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-FILE ASSIGN TO "BOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
      * Maintains the bill of materials for the items sold as kits:
      * which component items, and how many of each, go into one
      * kit. KIT-BUILD reads it to assemble and break kits, and
      * WHEREUSED-RPT reads it the other way round for purchasing.

       DATA DIVISION.
       FILE SECTION.
       FD BOM-FILE.
       01 BOM-RECORD.
           05 BM-KEY.
               10 BM-KIT-ID         PIC 9(5).
               10 BM-COMPONENT-ID   PIC 9(5).
           05 BM-QUANTITY          PIC 9(5).
      * One record per component of a kit: BM-QUANTITY units of the
      * component go into each single kit. Both ids are ordinary
      * items on INVENTORY.DAT. Kits are one level deep - a kit is
      * never a component of another kit - so a build never has to
      * chase sub-assemblies.

       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 ITEM-ID            PIC 9(5).
           05 ITEM-NAME          PIC X(20).
           05 ITEM-QUANTITY      PIC 9(5).
           05 ITEM-PRICE         PIC 9(5)V99.
           05 REORDER-LEVEL      PIC 9(5).
           05 ITEM-VENDOR-ID     PIC 9(5).
           05 ITEM-UNIT-COST     PIC 9(5)V99.
      * Same layout main.cbl uses, read only so neither side of a
      * bill can name an item that does not exist, and to price the
      * rolled-up cost on the listing.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-CHOICE              PIC 9.
       01 WS-KIT-ID              PIC 9(5).
       01 WS-COMPONENT-ID        PIC 9(5).
       01 WS-BOM-QTY             PIC 9(5).
       01 WS-ITEM-OK             PIC X VALUE 'N'.
       01 WS-IS-KIT              PIC X VALUE 'N'.
       01 WS-IS-COMPONENT        PIC X VALUE 'N'.
       01 WS-CHECK-ID            PIC 9(5).
       01 WS-LINE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-LINE-COST           PIC 9(7)V99.
       01 WS-ROLLUP-COST         PIC 9(7)V99.
       01 WS-LIST-LINE.
           05 WS-LL-COMPONENT-ID PIC Z(4)9.
           05 FILLER             PIC X(3) VALUE " | ".
           05 WS-LL-NAME         PIC X(20).
           05 FILLER             PIC X(3) VALUE " | ".
           05 WS-LL-QUANTITY     PIC Z(4)9.
           05 FILLER             PIC X(4) VALUE " | $".
           05 WS-LL-COST         PIC Z(6)9.99.
       01 WS-ROLLUP-DISPLAY      PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O BOM-FILE
           OPEN INPUT INVENTORY-FILE
           PERFORM MAINT-LOOP UNTIL WS-CHOICE = 5
           CLOSE BOM-FILE
           CLOSE INVENTORY-FILE
           DISPLAY "Exiting bill of materials maintenance."
           STOP RUN.

       MAINT-LOOP.
           DISPLAY " "
           DISPLAY "1. List Kit Components"
           DISPLAY "2. Add Component to Kit"
           DISPLAY "3. Change Component Quantity"
           DISPLAY "4. Remove Component from Kit"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM LIST-KIT
               WHEN 2
                   PERFORM ADD-COMPONENT
               WHEN 3
                   PERFORM CHANGE-COMPONENT
               WHEN 4
                   PERFORM REMOVE-COMPONENT
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
      * Same menu-driven shape as VEND-MAINT and CUST-MAINT.

       LIST-KIT.
           DISPLAY "Enter Kit Item ID: " WITH NO ADVANCING
           ACCEPT WS-KIT-ID
           MOVE WS-KIT-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Item not found."
               NOT INVALID KEY
                   PERFORM LIST-KIT-COMPONENTS
           END-READ.

       LIST-KIT-COMPONENTS.
           DISPLAY " "
           DISPLAY "Kit " WS-KIT-ID " " ITEM-NAME
           DISPLAY "Comp  | Name                 | Qty   | Cost/kit"
           DISPLAY "--------------------------------------------------"
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-ROLLUP-COST
           MOVE "N" TO WS-EOF
           MOVE WS-KIT-ID TO BM-KIT-ID
           MOVE ZERO TO BM-COMPONENT-ID
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LIST-NEXT-COMPONENT UNTIL WS-EOF = "Y"
           IF WS-LINE-COUNT = ZERO
               DISPLAY "No components on file; this item is not a "
                       "kit."
           ELSE
               MOVE WS-ROLLUP-COST TO WS-ROLLUP-DISPLAY
               DISPLAY "Rolled-up component cost per kit: $"
                       WS-ROLLUP-DISPLAY
           END-IF.

       LIST-NEXT-COMPONENT.
           READ BOM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BM-KIT-ID NOT = WS-KIT-ID
                       MOVE "Y" TO WS-EOF
                   ELSE
                       PERFORM LIST-ONE-COMPONENT
                   END-IF
           END-READ.

       LIST-ONE-COMPONENT.
           MOVE BM-COMPONENT-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "** not on file **" TO ITEM-NAME
                   MOVE ZERO TO ITEM-UNIT-COST
           END-READ
           COMPUTE WS-LINE-COST = BM-QUANTITY * ITEM-UNIT-COST
           ADD WS-LINE-COST TO WS-ROLLUP-COST
           MOVE BM-COMPONENT-ID TO WS-LL-COMPONENT-ID
           MOVE ITEM-NAME TO WS-LL-NAME
           MOVE BM-QUANTITY TO WS-LL-QUANTITY
           MOVE WS-LINE-COST TO WS-LL-COST
           DISPLAY WS-LIST-LINE
           ADD 1 TO WS-LINE-COUNT.
      * The cost column is each component's current ITEM-UNIT-COST
      * times its quantity per kit, so the total is what KIT-BUILD
      * would credit one kit at if it were built today.

       ADD-COMPONENT.
           DISPLAY "Enter Kit Item ID: " WITH NO ADVANCING
           ACCEPT WS-KIT-ID
           MOVE WS-KIT-ID TO WS-CHECK-ID
           PERFORM CHECK-ITEM
           IF WS-ITEM-OK = "Y"
               PERFORM CHECK-IS-COMPONENT
               IF WS-IS-COMPONENT = "Y"
                   DISPLAY "Item " WS-KIT-ID " is a component of "
                           "another kit and cannot be a kit itself."
               ELSE
                   PERFORM ADD-COMPONENT-LINE
               END-IF
           END-IF.

       ADD-COMPONENT-LINE.
           DISPLAY "Enter Component Item ID: " WITH NO ADVANCING
           ACCEPT WS-COMPONENT-ID
           MOVE WS-COMPONENT-ID TO WS-CHECK-ID
           PERFORM CHECK-ITEM
           IF WS-ITEM-OK = "Y"
               PERFORM CHECK-IS-KIT
               IF WS-COMPONENT-ID = WS-KIT-ID
                   DISPLAY "A kit cannot be its own component."
               ELSE
                   IF WS-IS-KIT = "Y"
                       DISPLAY "Item " WS-COMPONENT-ID " is itself "
                               "a kit and cannot be a component."
                   ELSE
                       PERFORM WRITE-COMPONENT-LINE
                   END-IF
               END-IF
           END-IF.
      * Keeps every bill one level deep: the kit must not already be
      * used as a component somewhere, and the component must not
      * have a bill of its own.

       WRITE-COMPONENT-LINE.
           MOVE WS-KIT-ID TO BM-KIT-ID
           MOVE WS-COMPONENT-ID TO BM-COMPONENT-ID
           READ BOM-FILE
               INVALID KEY
                   DISPLAY "Quantity per kit: " WITH NO ADVANCING
                   ACCEPT WS-BOM-QTY
                   IF WS-BOM-QTY = ZERO
                       DISPLAY "Quantity must be greater than zero."
                   ELSE
                       MOVE WS-KIT-ID TO BM-KIT-ID
                       MOVE WS-COMPONENT-ID TO BM-COMPONENT-ID
                       MOVE WS-BOM-QTY TO BM-QUANTITY
                       WRITE BOM-RECORD
                           INVALID KEY
                               DISPLAY "Error adding component."
                           NOT INVALID KEY
                               DISPLAY "Component added "
                                       "successfully."
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Component already on this kit. Use "
                           "Change Component Quantity."
           END-READ.

       CHANGE-COMPONENT.
           DISPLAY "Enter Kit Item ID: " WITH NO ADVANCING
           ACCEPT WS-KIT-ID
           DISPLAY "Enter Component Item ID: " WITH NO ADVANCING
           ACCEPT WS-COMPONENT-ID
           MOVE WS-KIT-ID TO BM-KIT-ID
           MOVE WS-COMPONENT-ID TO BM-COMPONENT-ID
           READ BOM-FILE
               INVALID KEY
                   DISPLAY "Component not on this kit."
               NOT INVALID KEY
                   DISPLAY "Current quantity per kit: " BM-QUANTITY
                   DISPLAY "New quantity per kit: " WITH NO ADVANCING
                   ACCEPT WS-BOM-QTY
                   IF WS-BOM-QTY = ZERO
                       DISPLAY "Quantity must be greater than zero; "
                               "use Remove Component instead."
                   ELSE
                       MOVE WS-BOM-QTY TO BM-QUANTITY
                       REWRITE BOM-RECORD
                           INVALID KEY
                               DISPLAY "Error updating component."
                           NOT INVALID KEY
                               DISPLAY "Component updated "
                                       "successfully."
                       END-REWRITE
                   END-IF
           END-READ.
      * A changed bill only affects kits built from now on; kits
      * already on the shelf keep the cost they were built at.

       REMOVE-COMPONENT.
           DISPLAY "Enter Kit Item ID: " WITH NO ADVANCING
           ACCEPT WS-KIT-ID
           DISPLAY "Enter Component Item ID: " WITH NO ADVANCING
           ACCEPT WS-COMPONENT-ID
           MOVE WS-KIT-ID TO BM-KIT-ID
           MOVE WS-COMPONENT-ID TO BM-COMPONENT-ID
           DELETE BOM-FILE
               INVALID KEY
                   DISPLAY "Component not on this kit."
               NOT INVALID KEY
                   DISPLAY "Component removed successfully."
           END-DELETE.
      * Removing the last component leaves the item an ordinary
      * stock item again; its stock on hand is not touched.

       CHECK-ITEM.
           MOVE WS-CHECK-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "N" TO WS-ITEM-OK
                   DISPLAY "Item " WS-CHECK-ID " not found."
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-OK
                   DISPLAY ITEM-NAME
           END-READ.

       CHECK-IS-KIT.
           MOVE "N" TO WS-IS-KIT
           MOVE WS-COMPONENT-ID TO BM-KIT-ID
           MOVE ZERO TO BM-COMPONENT-ID
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BOM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BM-KIT-ID = WS-COMPONENT-ID
                               MOVE "Y" TO WS-IS-KIT
                           END-IF
                   END-READ
           END-START.
      * An item is a kit when it has at least one bill record of its
      * own, so one keyed START answers the question.

       CHECK-IS-COMPONENT.
           MOVE "N" TO WS-IS-COMPONENT
           MOVE "N" TO WS-EOF
           MOVE ZERO TO BM-KEY
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM CHECK-NEXT-BOM-LINE UNTIL WS-EOF = "Y".

       CHECK-NEXT-BOM-LINE.
           READ BOM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BM-COMPONENT-ID = WS-KIT-ID
                       MOVE "Y" TO WS-IS-COMPONENT
                       MOVE "Y" TO WS-EOF
                   END-IF
           END-READ.
      * The bill is keyed by kit, not component, so a full scan is
      * the only way to see whether an item is used in some kit -
      * the same trade-off CHECK-VENDOR-IN-USE makes in VEND-MAINT.
