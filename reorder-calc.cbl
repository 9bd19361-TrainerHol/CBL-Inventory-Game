           05 TL-DATE            PIC 9(8).
           05 TL-TIME            PIC 9(6).
           05 TL-OPERATOR-ID     PIC X(8).
           05 TL-LOCATION-ID     PIC X(4).
           05 TL-BEFORE-COST     PIC 9(5)V99.
           05 TL-AFTER-COST      PIC 9(5)V99.
           05 TL-MOVE-COST       PIC 9(5)V99.
      * Same layout every posting program appends; only the REMOVE
      * STOCK and BACKORDER rows count as demand here.

           05 AR-DATE            PIC 9(8).
           05 AR-TIME            PIC 9(6).
           05 AR-OPERATOR-ID     PIC X(8).
           05 AR-LOCATION-ID     PIC X(4).
           05 AR-BEFORE-COST     PIC 9(5)V99.
           05 AR-AFTER-COST      PIC 9(5)V99.
           05 AR-MOVE-COST       PIC 9(5)V99.
      * PERIOD-CLOSE copies log rows to its archives byte for byte,
      * so a dated TRANLOG archive reads back with the same layout
      * as the live log.
                   ADD 1 TO WS-ARCHIVE-ROWS
                   IF AR-OPERATION = "REMOVE STOCK"
                           OR AR-OPERATION = "BACKORDER"
                           OR AR-OPERATION = "KIT BUILD"
                       MOVE AR-ITEM-ID TO TL-ITEM-ID
                       MOVE AR-BEFORE-QTY TO TL-BEFORE-QTY
                       MOVE AR-AFTER-QTY TO TL-AFTER-QTY
               NOT AT END
                   IF TL-OPERATION = "REMOVE STOCK"
                           OR TL-OPERATION = "BACKORDER"
                           OR TL-OPERATION = "KIT BUILD"
                       PERFORM TALLY-DEMAND-ROW
                   END-IF
           END-READ.
      * before and after quantities and fall through; what counts as
      * demand is stock that actually left, the same rows DAY-RPT
      * calls issued. BACKORDER fill rows count too, since that
      * stock also walked out the door. So do the component rows of
      * a KIT BUILD - parts consumed into kits are demand for the
      * part - while the kit's own KIT BUILD row, a rise in stock,
      * falls out on the positive-delta test.

       LOCATE-ITEM-ENTRY.
           MOVE "N" TO WS-ITEM-FOUND
