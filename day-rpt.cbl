           05 TL-DATE            PIC 9(8).
           05 TL-TIME            PIC 9(6).
           05 TL-OPERATOR-ID     PIC X(8).
           05 TL-LOCATION-ID     PIC X(4).
           05 TL-BEFORE-COST     PIC 9(5)V99.
           05 TL-AFTER-COST      PIC 9(5)V99.
           05 TL-MOVE-COST       PIC 9(5)V99.
      * Same layout main.cbl, PRICE-BATCH, STOCK-RECON, and
      * STOCK-BATCH append, read back here instead of written.

                   ADD WS-QTY-DELTA TO WS-TOT-ISSUED
               WHEN "COUNT ADJUST"
               WHEN "XFER LOSS"
               WHEN "RMA RETURN"
               WHEN "RMA SCRAP"
               WHEN "KIT BUILD"
               WHEN "KIT BREAK"
                   COMPUTE WS-QTY-DELTA =
                       TL-AFTER-QTY - TL-BEFORE-QTY
                   ADD WS-QTY-DELTA TO WS-IT-NET-ADJUST (WS-ITEM-SUB)
      * a signed net; XFER LOSS rows - units written off when a
      * transfer is confirmed short - land in the same column, since
      * like a count adjustment they change what is on hand without
      * a sale or a receipt. Customer returns booked into quarantine
      * (RMA RETURN) and scrapped after inspection (RMA SCRAP) are
      * neither a vendor receipt nor a sale, so they net in there
      * too, as do KIT BUILD and KIT BREAK rows, where components
      * and kits turn into one another on the same shelf. Price
      * changes arrive as UPDATE PRICE
      * from the menu and PRICE UPDATE from the supplier-sheet
      * batch, so both spellings are counted.

