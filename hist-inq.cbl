           05 TL-DATE            PIC 9(8).
           05 TL-TIME            PIC 9(6).
           05 TL-OPERATOR-ID     PIC X(8).
           05 TL-LOCATION-ID     PIC X(4).
           05 TL-BEFORE-COST     PIC 9(5)V99.
           05 TL-AFTER-COST      PIC 9(5)V99.
           05 TL-MOVE-COST       PIC 9(5)V99.
      * Same layout every posting program appends.

       FD ARCHIVE-FILE.
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
