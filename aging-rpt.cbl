       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGING-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
           SELECT LOCATION-STOCK-FILE ASSIGN TO "LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY.
           SELECT LOCATION-MASTER-FILE ASSIGN TO "LOCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOCATION-ID.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-ID.
           SELECT OPEN-ORDER-FILE ASSIGN TO "OPENORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY.
           SELECT AGING-REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      * Month-end stock aging: every stockroom balance is placed in a
      * 0-90, 91-180, 181-365, or over-365 day bucket by how long it
      * is since the item last had stock issued, valued at the
      * item's unit cost, with the item's vendor and whatever is
      * still outstanding on open purchase orders beside it. Items
      * still on order that nobody has drawn on for more than ninety
      * days are flagged so purchasing can cancel the order before
      * more dead stock arrives.

       DATA DIVISION.
       FILE SECTION.
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
      * Same layout every posting program appends.

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 AR-ITEM-ID         PIC 9(5).
           05 AR-OPERATION       PIC X(12).
           05 AR-BEFORE-QTY      PIC 9(5).
           05 AR-AFTER-QTY       PIC 9(5).
           05 AR-BEFORE-PRICE    PIC 9(5)V99.
           05 AR-AFTER-PRICE     PIC 9(5)V99.
           05 AR-DATE            PIC 9(8).
           05 AR-TIME            PIC 9(6).
           05 AR-OPERATOR-ID     PIC X(8).
           05 AR-LOCATION-ID     PIC X(4).
           05 AR-BEFORE-COST     PIC 9(5)V99.
           05 AR-AFTER-COST      PIC 9(5)V99.
           05 AR-MOVE-COST       PIC 9(5)V99.
      * PERIOD-CLOSE copies log rows to its archives byte for byte,
      * so a dated TRANLOG archive reads back with the same layout
      * as the live log, as HIST-INQ and REORDER-CALC read them.

       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 ITEM-ID            PIC 9(5).
           05 ITEM-NAME          PIC X(20).
           05 ITEM-QUANTITY      PIC 9(5).
           05 ITEM-PRICE         PIC 9(5)V99.
           05 REORDER-LEVEL      PIC 9(5).
           05 ITEM-VENDOR-ID     PIC 9(5).
           05 ITEM-UNIT-COST     PIC 9(5)V99.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-RECORD.
           05 LS-KEY.
               10 LS-ITEM-ID        PIC 9(5).
               10 LS-LOCATION-ID    PIC X(4).
           05 LS-QUANTITY          PIC 9(5).
      * Keyed item first, so one item's stockrooms come off the file
      * together, the same walk REPLEN-PROP makes.

       FD LOCATION-MASTER-FILE.
       01 LOCATION-MASTER-RECORD.
           05 LM-LOCATION-ID     PIC X(4).
           05 LM-NAME            PIC X(20).
           05 LM-ACTIVE          PIC X.

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
      * Same layout PO-GEN raises and RECEIVING closes. Only status O
      * lines are still expected; what is left on one is the ordered
      * quantity less what has been received against it.

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 EOD-BUSINESS-DATE      PIC 9(8) EXTERNAL.
       01 EOD-RECORD-COUNT       PIC 9(7) EXTERNAL.
      * Shared with EOD-BATCH when the report runs as its month-end
      * step: the business date is the date the stock is aged to
      * and stamps the report name, and the number of stockroom
      * lines aged goes back for the run-control file. Run
      * standalone the date is zero and today is used.
       01 WS-REPORT-NAME         PIC X(24) VALUE "AGING.RPT".
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-STOCK-EOF           PIC X VALUE 'N'.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-RUN-DAYS            PIC 9(7).
       01 WS-PROBE-DAYS          PIC 9(7).
       01 WS-FIRST-PROBE         PIC 9(7).
       01 WS-ARCHIVE-NAME        PIC X(24).
       01 WS-ARCHIVE-DATE        PIC 9(8).
       01 WS-ARCHIVE-ROWS        PIC 9(7).
       01 WS-ARCHIVES-READ       PIC 9(3) VALUE ZERO.
       01 WS-QTY-DELTA           PIC S9(7).
       01 WS-OUTSTANDING         PIC 9(5).
       01 WS-LOOKUP-ITEM-ID      PIC 9(5).
       01 WS-ITEM-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-ITEM-SUB            PIC 9(4).
       01 WS-SHIFT-SUB           PIC 9(4).
       01 WS-ITEM-FOUND          PIC X.
       01 WS-ITEM-TABLE.
           05 WS-AG-ENTRY OCCURS 500 TIMES.
               10 WS-AG-ITEM-ID      PIC 9(5).
               10 WS-AG-LAST-ISSUE   PIC 9(8).
               10 WS-AG-LAST-RECEIPT PIC 9(8).
               10 WS-AG-ON-ORDER     PIC 9(7).
      * One entry per item that has moved or is on order: the latest
      * issue and receipt dates found on the logs and the quantity
      * still outstanding on open orders. Kept in item order with the
      * same locate-and-insert REORDER-CALC uses for its demand
      * table.
       01 WS-AGE-DATE            PIC 9(8).
       01 WS-AGE-BASIS           PIC X.
       01 WS-AGE-DAYS            PIC S9(7).
       01 WS-ON-ORDER            PIC 9(7).
       01 WS-BUCKET-SUB          PIC 9.
       01 WS-ITEM-ON-HAND        PIC 9(7).
       01 WS-STOCK-VALUE         PIC 9(9)V99.
       01 WS-ROOM-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-ROOM-SUB            PIC 9(2).
       01 WS-ROOM-FOUND          PIC X.
       01 WS-ROOM-TABLE.
           05 WS-RM-ENTRY OCCURS 20 TIMES.
               10 WS-RM-LOCATION-ID  PIC X(4).
               10 WS-RM-BUCKET OCCURS 4 TIMES.
                   15 WS-RM-QTY          PIC 9(7).
                   15 WS-RM-VALUE        PIC 9(9)V99.
      * Bucket totals per stockroom, loaded from the location master
      * in stockroom id order so the summary prints in that order.
       01 WS-TOTAL-TABLE.
           05 WS-TT-BUCKET OCCURS 4 TIMES.
               10 WS-TT-QTY          PIC 9(7).
               10 WS-TT-VALUE        PIC 9(9)V99.
       01 WS-BUCKET-NAMES.
           05 FILLER             PIC X(7) VALUE "0-90".
           05 FILLER             PIC X(7) VALUE "91-180".
           05 FILLER             PIC X(7) VALUE "181-365".
           05 FILLER             PIC X(7) VALUE "OVER365".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME     PIC X(7) OCCURS 4 TIMES.
       01 WS-LINES-AGED          PIC 9(7) VALUE ZERO.
       01 WS-ITEMS-FLAGGED       PIC 9(5) VALUE ZERO.
       01 WS-HEADER-LINE.
           05 FILLER             PIC X(38)
               VALUE "Stock Aging by Days Since Last Issue  ".
           05 WS-HD-DATE         PIC 9(8).
       01 WS-COLUMN-LINE.
           05 FILLER             PIC X(40)
               VALUE "Item  Name                 Room Last Iss".
           05 FILLER             PIC X(33)
               VALUE "   Days Bucket  OnHnd       Value".
       01 WS-DETAIL-LINE.
           05 WS-DL-ITEM-ID      PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-NAME         PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-LOCATION     PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-LAST-DATE    PIC X(8).
           05 WS-DL-BASIS        PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-DAYS         PIC Z(4)9.
           05 WS-DL-DAYS-X REDEFINES WS-DL-DAYS
                                 PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-BUCKET       PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-QUANTITY     PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-VALUE        PIC Z(7)9.99.
      * The last-issue column reads NONE with the days left blank
      * when the item has never been issued or received within the
      * logs read; an asterisk after the date means there was no
      * issue and the stock is aged from its last receipt instead.
       01 WS-VENDOR-LINE.
           05 FILLER             PIC X(13) VALUE "      Vendor ".
           05 WS-VL-VENDOR-ID    PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-VL-VENDOR-NAME  PIC X(25).
           05 FILLER             PIC X(10) VALUE " On order ".
           05 WS-VL-ON-ORDER     PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-VL-FLAG         PIC X(10).
       01 WS-SUMMARY-HEADER.
           05 FILLER             PIC X(24)
               VALUE "Room                0-90".
           05 FILLER             PIC X(36)
               VALUE "      91-180     181-365    Over 365".
       01 WS-SUMMARY-QTY-LINE.
           05 WS-SQ-LOCATION     PIC X(4).
           05 FILLER             PIC X(8) VALUE "  Qty   ".
           05 WS-SQ-BUCKET OCCURS 4 TIMES.
               10 FILLER             PIC X VALUE SPACE.
               10 WS-SQ-QTY          PIC Z(10)9.
       01 WS-SUMMARY-VALUE-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(8) VALUE "  Value ".
           05 WS-SV-BUCKET OCCURS 4 TIMES.
               10 FILLER             PIC X VALUE SPACE.
               10 WS-SV-VALUE        PIC Z(7)9.99.
       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(21)
               VALUE "Stockroom lines aged:".
           05 WS-TL-LINES        PIC Z(6)9.
           05 FILLER             PIC X(32)
               VALUE "   Items flagged to cancel PO:  ".
           05 WS-TL-FLAGGED      PIC Z(4)9.
       01 WS-ARCHIVE-LINE.
           05 FILLER             PIC X(37)
               VALUE "Dated log archives read (last year): ".
           05 WS-AL-ARCHIVES     PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-RUN-DATE
           PERFORM SCAN-ARCHIVES
           PERFORM SCAN-LIVE-LOG
           OPEN INPUT OPEN-ORDER-FILE
           PERFORM LOAD-OPEN-ORDERS
           CLOSE OPEN-ORDER-FILE
           OPEN INPUT LOCATION-MASTER-FILE
           PERFORM LOAD-STOCKROOMS
           CLOSE LOCATION-MASTER-FILE
           OPEN INPUT INVENTORY-FILE
           OPEN INPUT LOCATION-STOCK-FILE
           OPEN INPUT VENDOR-FILE
           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM PRINT-REPORT-HEADER
           PERFORM AGE-INVENTORY
           PERFORM PRINT-REPORT-SUMMARY
           CLOSE INVENTORY-FILE
           CLOSE LOCATION-STOCK-FILE
           CLOSE VENDOR-FILE
           CLOSE AGING-REPORT-FILE
           MOVE WS-LINES-AGED TO EOD-RECORD-COUNT
           DISPLAY "Stockroom lines aged: " WS-LINES-AGED
           DISPLAY "Items flagged to cancel PO: " WS-ITEMS-FLAGGED
           GOBACK.

       SET-RUN-DATE.
           IF EOD-BUSINESS-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE EOD-BUSINESS-DATE TO WS-RUN-DATE
               MOVE SPACES TO WS-REPORT-NAME
               STRING "AGING." DELIMITED BY SIZE
                       EOD-BUSINESS-DATE DELIMITED BY SIZE
                       ".RPT" DELIMITED BY SIZE
                       INTO WS-REPORT-NAME
               END-STRING
           END-IF
           COMPUTE WS-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-FIRST-PROBE = WS-RUN-DAYS - 364.

       SCAN-ARCHIVES.
           PERFORM SCAN-ONE-ARCHIVE
               VARYING WS-PROBE-DAYS FROM WS-FIRST-PROBE BY 1
               UNTIL WS-PROBE-DAYS > WS-RUN-DAYS.
      * PERIOD-CLOSE names each archive by its close date and there
      * is no directory listing to ask. HIST-INQ and REORDER-CALC
      * have the operator key the dates, but this runs unattended in
      * the end-of-day chain, so every date of the past year is
      * tried in turn instead; the archive SELECT is OPTIONAL, so a
      * date with no close behind it simply reads as empty. An
      * archive closed more than a year ago holds only rows older
      * than that, which could only ever age stock over 365 days,
      * and stock with no movement found at all lands there anyway.

       SCAN-ONE-ARCHIVE.
           COMPUTE WS-ARCHIVE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-PROBE-DAYS)
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "TRANLOG." DELIMITED BY SIZE
                   WS-ARCHIVE-DATE DELIMITED BY SIZE
                   ".ARC" DELIMITED BY SIZE
                   INTO WS-ARCHIVE-NAME
           END-STRING
           MOVE ZERO TO WS-ARCHIVE-ROWS
           OPEN INPUT ARCHIVE-FILE
           MOVE "N" TO WS-EOF
           PERFORM SCAN-ARCHIVE-ROW UNTIL WS-EOF = "Y"
           CLOSE ARCHIVE-FILE
           IF WS-ARCHIVE-ROWS > ZERO
               ADD 1 TO WS-ARCHIVES-READ
           END-IF.

       SCAN-ARCHIVE-ROW.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-ROWS
                   MOVE AR-ITEM-ID TO TL-ITEM-ID
                   MOVE AR-OPERATION TO TL-OPERATION
                   MOVE AR-BEFORE-QTY TO TL-BEFORE-QTY
                   MOVE AR-AFTER-QTY TO TL-AFTER-QTY
                   MOVE AR-DATE TO TL-DATE
                   PERFORM TALLY-MOVEMENT-ROW
           END-READ.
      * The archive row is staged through the live-log fields so one
      * tally paragraph serves both files.

       SCAN-LIVE-LOG.
           OPEN INPUT TRANSACTION-LOG-FILE
           MOVE "N" TO WS-EOF
           PERFORM SCAN-LIVE-ROW UNTIL WS-EOF = "Y"
           CLOSE TRANSACTION-LOG-FILE.

       SCAN-LIVE-ROW.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM TALLY-MOVEMENT-ROW
           END-READ.

       TALLY-MOVEMENT-ROW.
           IF TL-DATE IS NUMERIC AND TL-DATE NOT = ZERO
                   AND TL-DATE NOT > WS-RUN-DATE
               COMPUTE WS-QTY-DELTA = TL-BEFORE-QTY - TL-AFTER-QTY
               EVALUATE TL-OPERATION
                   WHEN "REMOVE STOCK"
                   WHEN "BACKORDER"
                   WHEN "KIT BUILD"
                       IF WS-QTY-DELTA > ZERO
                           PERFORM NOTE-ISSUE-DATE
                       END-IF
                   WHEN "ADD STOCK"
                   WHEN "RECEIVE"
                       IF WS-QTY-DELTA < ZERO
                           PERFORM NOTE-RECEIPT-DATE
                       END-IF
               END-EVALUATE
           END-IF.
      * An issue is what REORDER-CALC counts as demand: stock that
      * actually left on a REMOVE STOCK, BACKORDER fill, or as a
      * component consumed by a KIT BUILD. Transfer losses, scrap,
      * and count adjustments are not demand and do not make stock
      * look alive. Receipts are kept only to age stock that has
      * never been issued at all from the day it came in, so a line
      * received last week is not reported as a year dead. Rows
      * dated after the business date are left out, so a rerun for
      * an earlier date ages the stock as it stood that day.

       NOTE-ISSUE-DATE.
           MOVE TL-ITEM-ID TO WS-LOOKUP-ITEM-ID
           PERFORM LOCATE-ITEM-ENTRY
           IF WS-ITEM-FOUND NOT = "F"
               IF TL-DATE > WS-AG-LAST-ISSUE (WS-ITEM-SUB)
                   MOVE TL-DATE TO WS-AG-LAST-ISSUE (WS-ITEM-SUB)
               END-IF
           END-IF.

       NOTE-RECEIPT-DATE.
           MOVE TL-ITEM-ID TO WS-LOOKUP-ITEM-ID
           PERFORM LOCATE-ITEM-ENTRY
           IF WS-ITEM-FOUND NOT = "F"
               IF TL-DATE > WS-AG-LAST-RECEIPT (WS-ITEM-SUB)
                   MOVE TL-DATE TO WS-AG-LAST-RECEIPT (WS-ITEM-SUB)
               END-IF
           END-IF.
      * The archives are read oldest first but rows are not trusted
      * to be in date order, so the latest date seen wins.

       LOAD-OPEN-ORDERS.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO OO-ORDER-REF
           MOVE ZERO TO OO-ITEM-ID
           START OPEN-ORDER-FILE KEY IS NOT LESS THAN OO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LOAD-ONE-ORDER UNTIL WS-EOF = "Y".

       LOAD-ONE-ORDER.
           READ OPEN-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF OO-STATUS = "O"
                           AND OO-QTY-ORDERED > OO-QTY-RECEIVED
                       COMPUTE WS-OUTSTANDING =
                           OO-QTY-ORDERED - OO-QTY-RECEIVED
                       MOVE OO-ITEM-ID TO WS-LOOKUP-ITEM-ID
                       PERFORM LOCATE-ITEM-ENTRY
                       IF WS-ITEM-FOUND NOT = "F"
                           ADD WS-OUTSTANDING
                               TO WS-AG-ON-ORDER (WS-ITEM-SUB)
                       END-IF
                   END-IF
           END-READ.

       FIND-ITEM-ENTRY.
           MOVE "N" TO WS-ITEM-FOUND
           MOVE 1 TO WS-ITEM-SUB
           PERFORM CHECK-ITEM-ENTRY
               UNTIL WS-ITEM-FOUND NOT = "N"
                   OR WS-ITEM-SUB > WS-ITEM-COUNT.

       CHECK-ITEM-ENTRY.
           IF WS-AG-ITEM-ID (WS-ITEM-SUB) = WS-LOOKUP-ITEM-ID
               MOVE "Y" TO WS-ITEM-FOUND
           ELSE
               IF WS-AG-ITEM-ID (WS-ITEM-SUB) > WS-LOOKUP-ITEM-ID
                   MOVE "I" TO WS-ITEM-FOUND
               ELSE
                   ADD 1 TO WS-ITEM-SUB
               END-IF
           END-IF.

       LOCATE-ITEM-ENTRY.
           PERFORM FIND-ITEM-ENTRY
           IF WS-ITEM-FOUND NOT = "Y"
               PERFORM INSERT-ITEM-ENTRY
           END-IF.

       INSERT-ITEM-ENTRY.
           IF WS-ITEM-COUNT = 500
               DISPLAY "Aging table full; item " WS-LOOKUP-ITEM-ID
                       " not dated."
               MOVE "F" TO WS-ITEM-FOUND
           ELSE
               MOVE WS-ITEM-COUNT TO WS-SHIFT-SUB
               PERFORM SHIFT-ITEM-ENTRY
                   UNTIL WS-SHIFT-SUB < WS-ITEM-SUB
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-LOOKUP-ITEM-ID TO WS-AG-ITEM-ID (WS-ITEM-SUB)
               MOVE ZERO TO WS-AG-LAST-ISSUE (WS-ITEM-SUB)
               MOVE ZERO TO WS-AG-LAST-RECEIPT (WS-ITEM-SUB)
               MOVE ZERO TO WS-AG-ON-ORDER (WS-ITEM-SUB)
           END-IF.

       SHIFT-ITEM-ENTRY.
           MOVE WS-AG-ENTRY (WS-SHIFT-SUB)
               TO WS-AG-ENTRY (WS-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WS-SHIFT-SUB.

       LOAD-STOCKROOMS.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO LM-LOCATION-ID
           START LOCATION-MASTER-FILE
                   KEY IS NOT LESS THAN LM-LOCATION-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LOAD-ONE-STOCKROOM UNTIL WS-EOF = "Y"
           INITIALIZE WS-TOTAL-TABLE.

       LOAD-ONE-STOCKROOM.
           READ LOCATION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-ROOM-COUNT = 20
                       DISPLAY "Too many stockrooms; "
                               LM-LOCATION-ID
                               " left out of the summary."
                   ELSE
                       ADD 1 TO WS-ROOM-COUNT
                       INITIALIZE WS-RM-ENTRY (WS-ROOM-COUNT)
                       MOVE LM-LOCATION-ID
                           TO WS-RM-LOCATION-ID (WS-ROOM-COUNT)
                   END-IF
           END-READ.
      * Inactive and quarantine stockrooms are loaded too: stock
      * left sitting in either is exactly what this report is for.

       PRINT-REPORT-HEADER.
           MOVE WS-RUN-DATE TO WS-HD-DATE
           MOVE WS-HEADER-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-COLUMN-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "--------------------------------------------------"
               TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       AGE-INVENTORY.
           MOVE "N" TO WS-EOF
           MOVE ZERO TO ITEM-ID
           START INVENTORY-FILE KEY IS NOT LESS THAN ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM AGE-ONE-ITEM UNTIL WS-EOF = "Y".

       AGE-ONE-ITEM.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM FIND-ITEM-AGE
                   MOVE ZERO TO WS-ITEM-ON-HAND
                   PERFORM AGE-ITEM-STOCKROOMS
                   IF WS-ITEM-ON-HAND > ZERO
                       PERFORM PRINT-VENDOR-LINE
                   END-IF
           END-READ.
      * An item with nothing on hand in any stockroom has nothing to
      * age and is left off, open orders or not.

       FIND-ITEM-AGE.
           MOVE ITEM-ID TO WS-LOOKUP-ITEM-ID
           PERFORM FIND-ITEM-ENTRY
           MOVE ZERO TO WS-ON-ORDER
           MOVE ZERO TO WS-AGE-DATE
           MOVE "N" TO WS-AGE-BASIS
           IF WS-ITEM-FOUND = "Y"
               MOVE WS-AG-ON-ORDER (WS-ITEM-SUB) TO WS-ON-ORDER
               IF WS-AG-LAST-ISSUE (WS-ITEM-SUB) > ZERO
                   MOVE WS-AG-LAST-ISSUE (WS-ITEM-SUB) TO WS-AGE-DATE
                   MOVE "I" TO WS-AGE-BASIS
               ELSE
                   IF WS-AG-LAST-RECEIPT (WS-ITEM-SUB) > ZERO
                       MOVE WS-AG-LAST-RECEIPT (WS-ITEM-SUB)
                           TO WS-AGE-DATE
                       MOVE "R" TO WS-AGE-BASIS
                   END-IF
               END-IF
           END-IF
           IF WS-AGE-BASIS = "N"
               MOVE ZERO TO WS-AGE-DAYS
               MOVE 4 TO WS-BUCKET-SUB
           ELSE
               COMPUTE WS-AGE-DAYS = WS-RUN-DAYS
                   - FUNCTION INTEGER-OF-DATE (WS-AGE-DATE)
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT > 90
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS NOT > 180
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-AGE-DAYS NOT > 365
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
               END-EVALUATE
           END-IF.
      * The age is the item's, not the stockroom's: the log only
      * names a stockroom on rows written since costs were carried,
      * and a unit issued anywhere shows the item is still wanted.
      * With neither an issue nor a receipt in the year read, the
      * stock is over 365 days by definition.

       AGE-ITEM-STOCKROOMS.
           MOVE "N" TO WS-STOCK-EOF
           MOVE ITEM-ID TO LS-ITEM-ID
           MOVE SPACES TO LS-LOCATION-ID
           START LOCATION-STOCK-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-STOCK-EOF
           END-START
           PERFORM AGE-ONE-STOCKROOM UNTIL WS-STOCK-EOF = "Y".

       AGE-ONE-STOCKROOM.
           READ LOCATION-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STOCK-EOF
               NOT AT END
                   IF LS-ITEM-ID NOT = ITEM-ID
                       MOVE "Y" TO WS-STOCK-EOF
                   ELSE
                       IF LS-QUANTITY > ZERO
                           PERFORM PRINT-STOCKROOM-LINE
                       END-IF
                   END-IF
           END-READ.

       PRINT-STOCKROOM-LINE.
           COMPUTE WS-STOCK-VALUE = LS-QUANTITY * ITEM-UNIT-COST
           ADD LS-QUANTITY TO WS-ITEM-ON-HAND
           ADD 1 TO WS-LINES-AGED
           ADD LS-QUANTITY TO WS-TT-QTY (WS-BUCKET-SUB)
           ADD WS-STOCK-VALUE TO WS-TT-VALUE (WS-BUCKET-SUB)
           PERFORM FIND-STOCKROOM
           IF WS-ROOM-FOUND = "Y"
               ADD LS-QUANTITY
                   TO WS-RM-QTY (WS-ROOM-SUB, WS-BUCKET-SUB)
               ADD WS-STOCK-VALUE
                   TO WS-RM-VALUE (WS-ROOM-SUB, WS-BUCKET-SUB)
           END-IF
           MOVE ITEM-ID TO WS-DL-ITEM-ID
           MOVE ITEM-NAME TO WS-DL-NAME
           MOVE LS-LOCATION-ID TO WS-DL-LOCATION
           IF WS-AGE-BASIS = "N"
               MOVE "NONE" TO WS-DL-LAST-DATE
               MOVE SPACE TO WS-DL-BASIS
               MOVE SPACES TO WS-DL-DAYS-X
           ELSE
               MOVE WS-AGE-DATE TO WS-DL-LAST-DATE
               IF WS-AGE-BASIS = "R"
                   MOVE "*" TO WS-DL-BASIS
               ELSE
                   MOVE SPACE TO WS-DL-BASIS
               END-IF
               MOVE WS-AGE-DAYS TO WS-DL-DAYS
           END-IF
           MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WS-DL-BUCKET
           MOVE LS-QUANTITY TO WS-DL-QUANTITY
           MOVE WS-STOCK-VALUE TO WS-DL-VALUE
           MOVE WS-DETAIL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       FIND-STOCKROOM.
           MOVE "N" TO WS-ROOM-FOUND
           PERFORM CHECK-STOCKROOM
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-FOUND = "Y"
                   OR WS-ROOM-SUB > WS-ROOM-COUNT
           IF WS-ROOM-FOUND = "Y"
               SUBTRACT 1 FROM WS-ROOM-SUB
           END-IF.

       CHECK-STOCKROOM.
           IF WS-RM-LOCATION-ID (WS-ROOM-SUB) = LS-LOCATION-ID
               MOVE "Y" TO WS-ROOM-FOUND
           END-IF.
      * The VARYING steps once more after the match, hence the step
      * back in FIND-STOCKROOM. A stockroom missing from the master
      * still prints and counts in the grand totals.

       PRINT-VENDOR-LINE.
           MOVE ITEM-VENDOR-ID TO WS-VL-VENDOR-ID
           MOVE ITEM-VENDOR-ID TO VN-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO WS-VL-VENDOR-NAME
               NOT INVALID KEY
                   MOVE VN-NAME TO WS-VL-VENDOR-NAME
           END-READ
           MOVE WS-ON-ORDER TO WS-VL-ON-ORDER
           MOVE SPACES TO WS-VL-FLAG
           IF WS-ON-ORDER > ZERO
                   AND (WS-AGE-BASIS NOT = "I" OR WS-AGE-DAYS > 90)
               MOVE "CANCEL PO?" TO WS-VL-FLAG
               ADD 1 TO WS-ITEMS-FLAGGED
           END-IF
           MOVE WS-VENDOR-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.
      * Stock on hand, more still coming, and no issue in the last
      * ninety days: the order is only adding to a pile nobody is
      * drawing on, so purchasing is asked to cancel it.

       PRINT-REPORT-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "* No issue on record; aged from the last receipt."
               TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-SUMMARY-HEADER TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE "--------------------------------------------------"
               TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           PERFORM PRINT-STOCKROOM-SUMMARY
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
           MOVE "ALL" TO WS-SQ-LOCATION
           PERFORM MOVE-TOTAL-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
           PERFORM PRINT-SUMMARY-LINES
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-LINES-AGED TO WS-TL-LINES
           MOVE WS-ITEMS-FLAGGED TO WS-TL-FLAGGED
           MOVE WS-TOTAL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-ARCHIVES-READ TO WS-AL-ARCHIVES
           MOVE WS-ARCHIVE-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       PRINT-STOCKROOM-SUMMARY.
           MOVE WS-RM-LOCATION-ID (WS-ROOM-SUB) TO WS-SQ-LOCATION
           PERFORM MOVE-ROOM-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
           PERFORM PRINT-SUMMARY-LINES.

       MOVE-ROOM-BUCKET.
           MOVE WS-RM-QTY (WS-ROOM-SUB, WS-BUCKET-SUB)
               TO WS-SQ-QTY (WS-BUCKET-SUB)
           MOVE WS-RM-VALUE (WS-ROOM-SUB, WS-BUCKET-SUB)
               TO WS-SV-VALUE (WS-BUCKET-SUB).

       MOVE-TOTAL-BUCKET.
           MOVE WS-TT-QTY (WS-BUCKET-SUB)
               TO WS-SQ-QTY (WS-BUCKET-SUB)
           MOVE WS-TT-VALUE (WS-BUCKET-SUB)
               TO WS-SV-VALUE (WS-BUCKET-SUB).

       PRINT-SUMMARY-LINES.
           MOVE WS-SUMMARY-QTY-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-SUMMARY-VALUE-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.
