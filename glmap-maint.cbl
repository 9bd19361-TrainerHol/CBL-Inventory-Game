       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAP-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY.
           SELECT LOCATION-MASTER-FILE ASSIGN TO "LOCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOCATION-ID.
      * Maintains the ledger accounts GL-JOURNAL posts each logged
      * movement to. Accounting owns the chart of accounts, so the
      * numbers live on a file they can have keyed rather than in
      * the journal program, and a new account is a data change
      * instead of a recompile.

       DATA DIVISION.
       FILE SECTION.
       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           05 GM-KEY.
               10 GM-OPERATION      PIC X(12).
               10 GM-LOCATION-ID    PIC X(4).
           05 GM-INVENTORY-ACCOUNT PIC X(10).
           05 GM-OFFSET-ACCOUNT    PIC X(10).
      * One record per transaction-log operation, optionally per
      * stockroom: the inventory asset account and the account on
      * the other side of the entry (goods received not invoiced
      * for receipts, cost of sales for issues, shrinkage for count
      * adjustments, and so on). A blank stockroom is the default
      * for every stockroom without a record of its own. The
      * pseudo-operation COST REVALUE carries the accounts for cost
      * changes not explained by a movement. Transfers between
      * stockrooms are not written to the log, so the inventory
      * account should be the same for every stockroom of an
      * operation, or a transferred unit leaves one account and is
      * later relieved from another.

       FD LOCATION-MASTER-FILE.
       01 LOCATION-MASTER-RECORD.
           05 LM-LOCATION-ID     PIC X(4).
           05 LM-NAME            PIC X(20).
           05 LM-ACTIVE          PIC X.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-CHOICE              PIC 9.
       01 WS-OPERATION           PIC X(12).
       01 WS-LOCATION-ID         PIC X(4).
       01 WS-INVENTORY-ACCOUNT   PIC X(10).
       01 WS-OFFSET-ACCOUNT      PIC X(10).
       01 WS-OPERATION-OK        PIC X VALUE 'N'.
       01 WS-LOCATION-OK         PIC X VALUE 'N'.
       01 WS-MAP-FOUND           PIC X VALUE 'N'.
       01 WS-MAP-COUNT           PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O GL-MAP-FILE
           OPEN INPUT LOCATION-MASTER-FILE
           PERFORM MAINT-LOOP UNTIL WS-CHOICE = 4
           CLOSE GL-MAP-FILE
           CLOSE LOCATION-MASTER-FILE
           DISPLAY "Exiting GL account maintenance."
           STOP RUN.

       MAINT-LOOP.
           DISPLAY " "
           DISPLAY "1. List Account Mappings"
           DISPLAY "2. Add/Update Mapping"
           DISPLAY "3. Delete Mapping"
           DISPLAY "4. Exit"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM LIST-MAPPINGS
               WHEN 2
                   PERFORM SET-MAPPING
               WHEN 3
                   PERFORM DELETE-MAPPING
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.
      * Same menu-driven shape as LOC-MAINT.

       LIST-MAPPINGS.
           DISPLAY " "
           DISPLAY "GL Account Mappings:"
           DISPLAY "Operation    | Room | Inventory  | Offset"
           DISPLAY "------------------------------------------"
           MOVE "N" TO WS-EOF
           MOVE ZERO TO WS-MAP-COUNT
           MOVE SPACES TO GM-KEY
           START GL-MAP-FILE KEY IS NOT LESS THAN GM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LIST-ONE-MAPPING UNTIL WS-EOF = "Y"
           IF WS-MAP-COUNT = ZERO
               DISPLAY "No account mappings on file."
           END-IF.

       LIST-ONE-MAPPING.
           READ GL-MAP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF GM-LOCATION-ID = SPACES
                       DISPLAY GM-OPERATION " | ALL  | "
                               GM-INVENTORY-ACCOUNT " | "
                               GM-OFFSET-ACCOUNT
                   ELSE
                       DISPLAY GM-OPERATION " | " GM-LOCATION-ID
                               " | " GM-INVENTORY-ACCOUNT " | "
                               GM-OFFSET-ACCOUNT
                   END-IF
                   ADD 1 TO WS-MAP-COUNT
           END-READ.
      * The stockroom default sorts ahead of the stockroom overrides
      * for the same operation, so each operation reads as its
      * default followed by its exceptions.

       SET-MAPPING.
           PERFORM ACCEPT-MAPPING-KEY
           IF WS-OPERATION-OK = "Y" AND WS-LOCATION-OK = "Y"
               PERFORM ENTER-MAPPING-ACCOUNTS
           END-IF.

       ACCEPT-MAPPING-KEY.
           DISPLAY "Operation (ADD STOCK, RECEIVE, REMOVE STOCK, "
           DISPLAY "  BACKORDER, COUNT ADJUST, XFER LOSS, KIT BUILD,"
           DISPLAY "  KIT BREAK, RMA RETURN, RMA SCRAP, "
                   "COST REVALUE): " WITH NO ADVANCING
           ACCEPT WS-OPERATION
           MOVE "Y" TO WS-OPERATION-OK
           EVALUATE WS-OPERATION
               WHEN "ADD STOCK"
               WHEN "RECEIVE"
               WHEN "REMOVE STOCK"
               WHEN "BACKORDER"
               WHEN "COUNT ADJUST"
               WHEN "XFER LOSS"
               WHEN "KIT BUILD"
               WHEN "KIT BREAK"
               WHEN "RMA RETURN"
               WHEN "RMA SCRAP"
               WHEN "COST REVALUE"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not an operation that is journaled."
                   MOVE "N" TO WS-OPERATION-OK
           END-EVALUATE
           MOVE "Y" TO WS-LOCATION-OK
           IF WS-OPERATION-OK = "Y"
               DISPLAY "Stockroom (blank for all stockrooms): "
                   WITH NO ADVANCING
               ACCEPT WS-LOCATION-ID
               IF WS-LOCATION-ID NOT = SPACES
                   PERFORM VALIDATE-MAPPING-LOCATION
               END-IF
           END-IF.
      * Only the operation names the posting programs actually write
      * are accepted; a mapping keyed as "RECIEVE" would never be
      * found and every receipt would fall through to suspense.
      * Price updates move no value at cost and are not listed.

       VALIDATE-MAPPING-LOCATION.
           MOVE WS-LOCATION-ID TO LM-LOCATION-ID
           READ LOCATION-MASTER-FILE
               INVALID KEY
                   DISPLAY "Location not on the location master."
                   MOVE "N" TO WS-LOCATION-OK
               NOT INVALID KEY
                   CONTINUE
           END-READ.
      * Inactive and quarantine stockrooms are still accepted: stock
      * leaving a retired stockroom or scrapped from quarantine is
      * still journaled against it.

       ENTER-MAPPING-ACCOUNTS.
           MOVE WS-OPERATION TO GM-OPERATION
           MOVE WS-LOCATION-ID TO GM-LOCATION-ID
           MOVE "N" TO WS-MAP-FOUND
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAP-FOUND
                   DISPLAY "Current inventory account: "
                           GM-INVENTORY-ACCOUNT
                   DISPLAY "Current offset account:    "
                           GM-OFFSET-ACCOUNT
           END-READ
           DISPLAY "Inventory account: " WITH NO ADVANCING
           ACCEPT WS-INVENTORY-ACCOUNT
           DISPLAY "Offset account: " WITH NO ADVANCING
           ACCEPT WS-OFFSET-ACCOUNT
           IF WS-INVENTORY-ACCOUNT = SPACES
                   OR WS-OFFSET-ACCOUNT = SPACES
               DISPLAY "Both accounts are required. Mapping not "
                       "saved."
           ELSE
               PERFORM SAVE-MAPPING
           END-IF.

       SAVE-MAPPING.
           MOVE WS-OPERATION TO GM-OPERATION
           MOVE WS-LOCATION-ID TO GM-LOCATION-ID
           MOVE WS-INVENTORY-ACCOUNT TO GM-INVENTORY-ACCOUNT
           MOVE WS-OFFSET-ACCOUNT TO GM-OFFSET-ACCOUNT
           IF WS-MAP-FOUND = "Y"
               REWRITE GL-MAP-RECORD
                   INVALID KEY
                       DISPLAY "Error updating mapping."
                   NOT INVALID KEY
                       DISPLAY "Mapping updated successfully."
               END-REWRITE
           ELSE
               WRITE GL-MAP-RECORD
                   INVALID KEY
                       DISPLAY "Error adding mapping."
                   NOT INVALID KEY
                       DISPLAY "Mapping added successfully."
               END-WRITE
           END-IF.

       DELETE-MAPPING.
           PERFORM ACCEPT-MAPPING-KEY
           IF WS-OPERATION-OK = "Y" AND WS-LOCATION-OK = "Y"
               MOVE WS-OPERATION TO GM-OPERATION
               MOVE WS-LOCATION-ID TO GM-LOCATION-ID
               DELETE GL-MAP-FILE
                   INVALID KEY
                       DISPLAY "Mapping not found."
                   NOT INVALID KEY
                       DISPLAY "Mapping deleted successfully."
               END-DELETE
           END-IF.
      * Deleting a stockroom override falls that stockroom back to
      * the operation's default; deleting the default sends the
      * operation to suspense until it is mapped again.
