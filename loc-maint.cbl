               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
           SELECT LOCATION-LEVEL-FILE ASSIGN TO "LOCLEVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY.
      * Maintains the stockroom master the location fields have never
      * had behind them: which stockrooms actually exist, what they
      * are called, and whether they are still in use. Every program
      * no longer land in "MIAN" or "AUX 1" the first time a typo is
      * keyed. Also answers "what is everything in AUX1" straight
      * from LOCSTOCK.DAT instead of someone reading the file by
      * hand. Also keeps the minimum and maximum each stockroom
      * should hold of an item, which REPLEN-PROP tops the branches
      * up to from MAIN every night.

       DATA DIVISION.
       FILE SECTION.
           05 LM-ACTIVE          PIC X.
      * One record per stockroom that really exists: the four-byte id
      * the other files carry, a name for the humans, and Y/N for
      * whether stock may still be put into or taken out of it. Q
      * marks a quarantine stockroom: CUST-RETURNS holds returned
      * goods there until they are inspected, and every other
      * program's location check refuses it like an inactive one.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-RECORD.
      * Same layout main.cbl uses, read here only so the by-location
      * listing can show item names instead of bare ids.

       FD LOCATION-LEVEL-FILE.
       01 LOCATION-LEVEL-RECORD.
           05 SL-KEY.
               10 SL-ITEM-ID        PIC 9(5).
               10 SL-LOCATION-ID    PIC X(4).
           05 SL-MIN-QTY           PIC 9(5).
           05 SL-MAX-QTY           PIC 9(5).
      * One record per item per stockroom that has levels set, keyed
      * item-then-location exactly like LOCSTOCK.DAT so the two sit
      * side by side. REORDER-LEVEL stays the company-wide trigger
      * for buying; these say how the stock bought should be spread
      * between the stockrooms. MAIN's own minimum is what the
      * nightly proposal run may not take MAIN below. No record
      * means the stockroom is not replenished for that item.

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-CHOICE              PIC 9.
       01 WS-LISTING-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-LISTING-TOTAL       PIC 9(7) VALUE ZERO.
       01 WS-ITEM-NAME           PIC X(20).
       01 WS-ITEM-ID             PIC 9(5).
       01 WS-MIN-QTY             PIC 9(5).
       01 WS-MAX-QTY             PIC 9(5).
       01 WS-LEVEL-FOUND         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O LOCATION-MASTER-FILE
           OPEN INPUT LOCATION-STOCK-FILE
           OPEN INPUT INVENTORY-FILE
           OPEN I-O LOCATION-LEVEL-FILE
           PERFORM MAINT-LOOP UNTIL WS-CHOICE = 7
           CLOSE LOCATION-MASTER-FILE
           CLOSE LOCATION-STOCK-FILE
           CLOSE INVENTORY-FILE
           CLOSE LOCATION-LEVEL-FILE
           DISPLAY "Exiting location maintenance."
           STOP RUN.

           DISPLAY "3. Update Location"
           DISPLAY "4. Delete Location"
           DISPLAY "5. Stock by Location"
           DISPLAY "6. Stockroom Min/Max Levels"
           DISPLAY "7. Exit"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 5
                   PERFORM STOCK-BY-LOCATION
               WHEN 6
                   PERFORM SET-STOCKROOM-LEVELS
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
                   DISPLAY "Enter Location Name: " WITH NO ADVANCING
                   ACCEPT WS-LOCATION-NAME
                   DISPLAY "Current active flag: " LM-ACTIVE
                   DISPLAY "Active (Y/N, Q for quarantine): "
                       WITH NO ADVANCING
                   ACCEPT WS-ACTIVE-FLAG
                   MOVE WS-LOCATION-NAME TO LM-NAME
                   EVALUATE WS-ACTIVE-FLAG
                       WHEN "N"
                       WHEN "n"
                           MOVE "N" TO LM-ACTIVE
                       WHEN "Q"
                       WHEN "q"
                           MOVE "Q" TO LM-ACTIVE
                       WHEN OTHER
                           MOVE "Y" TO LM-ACTIVE
                   END-EVALUATE
                   REWRITE LOCATION-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Error updating location."
      * Flagging a stockroom inactive is how one is retired without
      * losing its history: the record stays so old LOCSTOCK rows
      * still mean something, but no new stock may be keyed into it.
      * A quarantine stockroom keeps its Q only if Q is keyed again,
      * so an update that just renames it must say so.

       DELETE-LOCATION.
           DISPLAY "Enter Location ID to delete: " WITH NO ADVANCING
      * The item master is read per row only to put a name next to
      * the id; an orphaned row is shown, not hidden, since
      * INTEG-AUDIT will want to hear about it.

       SET-STOCKROOM-LEVELS.
           DISPLAY "Location ID: " WITH NO ADVANCING
           ACCEPT WS-LOCATION-ID
           MOVE WS-LOCATION-ID TO LM-LOCATION-ID
           READ LOCATION-MASTER-FILE
               INVALID KEY
                   DISPLAY "Location not found."
               NOT INVALID KEY
                   PERFORM SET-ITEM-LEVELS
           END-READ.

       SET-ITEM-LEVELS.
           DISPLAY "Item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           MOVE WS-ITEM-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   DISPLAY "Item not found."
               NOT INVALID KEY
                   PERFORM ENTER-ITEM-LEVELS
           END-READ.

       ENTER-ITEM-LEVELS.
           MOVE WS-ITEM-ID TO SL-ITEM-ID
           MOVE WS-LOCATION-ID TO SL-LOCATION-ID
           MOVE "N" TO WS-LEVEL-FOUND
           READ LOCATION-LEVEL-FILE
               INVALID KEY
                   DISPLAY "No levels set for " ITEM-NAME
                           " at " WS-LOCATION-ID "."
               NOT INVALID KEY
                   MOVE "Y" TO WS-LEVEL-FOUND
                   DISPLAY "Current minimum: " SL-MIN-QTY
                           "  maximum: " SL-MAX-QTY
           END-READ
           DISPLAY "Minimum quantity (0 and 0 to remove): "
               WITH NO ADVANCING
           ACCEPT WS-MIN-QTY
           DISPLAY "Maximum quantity: " WITH NO ADVANCING
           ACCEPT WS-MAX-QTY
           IF WS-MAX-QTY < WS-MIN-QTY
               DISPLAY "Maximum cannot be below the minimum."
           ELSE
               IF WS-MIN-QTY = ZERO AND WS-MAX-QTY = ZERO
                   PERFORM REMOVE-ITEM-LEVELS
               ELSE
                   PERFORM SAVE-ITEM-LEVELS
               END-IF
           END-IF.
      * Levels may be set at any stockroom on the master, active or
      * not, so they can be keyed before a new branch opens; the
      * proposal run only ever tops up the active ones.

       SAVE-ITEM-LEVELS.
           MOVE WS-ITEM-ID TO SL-ITEM-ID
           MOVE WS-LOCATION-ID TO SL-LOCATION-ID
           MOVE WS-MIN-QTY TO SL-MIN-QTY
           MOVE WS-MAX-QTY TO SL-MAX-QTY
           IF WS-LEVEL-FOUND = "Y"
               REWRITE LOCATION-LEVEL-RECORD
                   INVALID KEY
                       DISPLAY "Error updating levels."
                   NOT INVALID KEY
                       DISPLAY "Levels updated."
               END-REWRITE
           ELSE
               WRITE LOCATION-LEVEL-RECORD
                   INVALID KEY
                       DISPLAY "Error adding levels."
                   NOT INVALID KEY
                       DISPLAY "Levels added."
               END-WRITE
           END-IF.

       REMOVE-ITEM-LEVELS.
           IF WS-LEVEL-FOUND = "Y"
               DELETE LOCATION-LEVEL-FILE
                   INVALID KEY
                       DISPLAY "Error removing levels."
                   NOT INVALID KEY
                       DISPLAY "Levels removed."
               END-DELETE
           ELSE
               DISPLAY "Nothing to remove."
           END-IF.
      * Zero for both is how a stockroom is taken off replenishment
      * for an item, rather than leaving a record that says keep
      * none.
