       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-RETURNS.
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
           SELECT RETURN-FILE ASSIGN TO "RETURNS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY.
           SELECT REGISTER-REPORT-FILE ASSIGN TO "RETURNS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Customer returns used to come back in through ADD STOCK or an
      * R line on the movement feed, which treated them like a vendor
      * delivery: whatever cost was keyed got blended into
      * ITEM-UNIT-COST, and nothing said who sent the goods back or
      * why. Here a return is booked against its RMA number and the
      * customer's account, held in the quarantine stockroom until
      * someone has looked at it, and then either restocked to a
      * sellable stockroom at the cost it went out at or scrapped
      * with a logged write-off. The returns register shows sales
      * who sends things back and for what reason.

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
      * Same layout main.cbl uses. Returned units count in
      * ITEM-QUANTITY from the moment they are booked in, since they
      * are physically in the building (in quarantine), and
      * INTEG-AUDIT expects every stockroom, quarantine included, to
      * sum to it.

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
      * Same layout main.cbl appends to. A return booked in is
      * logged RMA RETURN and a scrapped one RMA SCRAP, so the
      * quantity chain INTEG-AUDIT follows stays unbroken and the
      * write-off is on the log with the operator who signed it.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-RECORD.
           05 LS-KEY.
               10 LS-ITEM-ID        PIC 9(5).
               10 LS-LOCATION-ID    PIC X(4).
           05 LS-QUANTITY          PIC 9(5).
      * Same layout main.cbl uses for the per-location breakdown of
      * ITEM-QUANTITY; quarantined returns sit on the QUAR record.

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID              PIC X(8).
           05 OP-PASSWORD        PIC X(8).
           05 OP-LEVEL           PIC 9.
      * Same operator file main.cbl signs on against. Scrapping a
      * return writes stock off, so it needs a supervisor, the same
      * level STOCK-RECON asks for before it applies a variance.

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CU-ID              PIC 9(5).
           05 CU-NAME            PIC X(25).
           05 CU-CONTACT         PIC X(25).
      * Same layout CUST-MAINT maintains. A return must name an
      * account that exists; unlike a counter sale there is no
      * customer zero, since the whole point is knowing who sent it.

       FD LOCATION-MASTER-FILE.
       01 LOCATION-MASTER-RECORD.
           05 LM-LOCATION-ID     PIC X(4).
           05 LM-NAME            PIC X(20).
           05 LM-ACTIVE          PIC X.
      * Same layout LOC-MAINT maintains. The quarantine stockroom is
      * flagged Q rather than Y, so the CHECK-STOCKROOM every other
      * program runs refuses it: uninspected returns cannot be sold,
      * transferred, or counted out of quarantine by accident. Only
      * this program moves stock into or out of it.

       FD SYSTEM-STATUS-FILE.
       01 SYSTEM-STATUS-RECORD.
           05 ST-PROGRAM         PIC X(14).
           05 ST-MODE            PIC X.
           05 ST-OPERATOR-ID     PIC X(8).
           05 ST-DATE            PIC 9(8).
           05 ST-TIME            PIC 9(6).
      * Same registration file main.cbl holds open sessions in: a
      * returns session rewrites the inventory and location files,
      * so it registers like any other updating program.

       FD LOT-STOCK-FILE.
       01 LOT-STOCK-RECORD.
           05 LT-KEY.
               10 LT-ITEM-ID        PIC 9(5).
               10 LT-LOT-ID         PIC X(10).
           05 LT-EXPIRY-DATE       PIC 9(8).
           05 LT-QUANTITY          PIC 9(5).
           05 LT-RECEIVED-DATE     PIC 9(8).
      * Same layout RECEIVING writes. Returned dated goods only go
      * back onto their lot when they are restocked; while they sit
      * in quarantine they must not be picked by an issue.

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

       FD RETURN-FILE.
       01 RETURN-RECORD.
           05 RT-KEY.
               10 RT-RMA-NO         PIC X(10).
               10 RT-ITEM-ID        PIC 9(5).
           05 RT-CUSTOMER-ID       PIC 9(5).
           05 RT-QUANTITY          PIC 9(5).
           05 RT-LOT-ID            PIC X(10).
           05 RT-REASON            PIC X(4).
           05 RT-UNIT-COST         PIC 9(5)V99.
           05 RT-STATUS            PIC X.
           05 RT-RECEIVED-DATE     PIC 9(8).
           05 RT-DISPOSED-DATE     PIC 9(8).
           05 RT-DISPOSED-LOCATION PIC X(4).
           05 RT-OPERATOR-ID       PIC X(8).
      * One record per item on a returns authorisation. Status is Q
      * while the goods wait in quarantine, R once restocked (the
      * stockroom they went to is kept), S once scrapped. The unit
      * cost is the item's cost when the return was booked in, which
      * is what the goods went back on the shelf at and what a scrap
      * wrote off; the operator is whoever last moved the return on.

       FD REGISTER-REPORT-FILE.
       01 REGISTER-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-CHOICE              PIC 9.
       01 WS-RMA-NO              PIC X(10).
       01 WS-ITEM-ID             PIC 9(5).
       01 WS-CUSTOMER-ID         PIC 9(5).
       01 WS-TEMP-QUANTITY       PIC 9(5).
       01 WS-LOT-ID              PIC X(10).
       01 WS-EXPIRY-DATE         PIC 9(8).
       01 WS-REASON              PIC X(4).
       01 WS-LOCATION-ID         PIC X(4).
       01 WS-LOCATION-QTY        PIC 9(5).
       01 WS-QUARANTINE-ID       PIC X(4) VALUE "QUAR".
       01 WS-DISPOSAL            PIC X.
       01 WS-DUPLICATE-RETURN    PIC X VALUE 'N'.
       01 WS-CUSTOMER-OK         PIC X VALUE 'N'.
       01 WS-LOCATION-OK         PIC X VALUE 'N'.
       01 WS-REASON-OK           PIC X VALUE 'N'.
       01 WS-QUARANTINE-OK       PIC X VALUE 'N'.
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
       01 WS-HELD-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-FROM-DATE           PIC 9(8).
       01 WS-RETURN-VALUE        PIC 9(9)V99.
       01 WS-REASON-SUB          PIC 9.
       01 WS-REASON-TABLE.
           05 FILLER             PIC X(24)
               VALUE "DAMGDamaged in transit  ".
           05 FILLER             PIC X(24)
               VALUE "DEFCDefective           ".
           05 FILLER             PIC X(24)
               VALUE "WRNGWrong item shipped  ".
           05 FILLER             PIC X(24)
               VALUE "OVERCustomer over-bought".
           05 FILLER             PIC X(24)
               VALUE "EXPDExpired/short-dated ".
           05 FILLER             PIC X(24)
               VALUE "OTHROther               ".
       01 WS-REASON-TABLE-X REDEFINES WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 6 TIMES.
               10 WS-RN-CODE         PIC X(4).
               10 WS-RN-DESC         PIC X(20).
      * The reason codes a return may be booked under. Keeping them
      * to a short fixed list is what lets the register total them;
      * free text would give as many reasons as there are clerks.
       01 WS-REASON-TOTALS.
           05 WS-REASON-TOTAL OCCURS 6 TIMES.
               10 WS-RT-LINES        PIC 9(5).
               10 WS-RT-UNITS        PIC 9(7).
               10 WS-RT-VALUE        PIC 9(9)V99.
       01 WS-CUSTOMER-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-CUSTOMER-SUB        PIC 9(3).
       01 WS-SHIFT-SUB           PIC 9(3).
       01 WS-CUSTOMER-FOUND      PIC X.
       01 WS-CUSTOMER-TABLE.
           05 WS-CR-ENTRY OCCURS 200 TIMES.
               10 WS-CR-CUSTOMER-ID  PIC 9(5).
               10 WS-CR-LINES        PIC 9(5).
               10 WS-CR-UNITS        PIC 9(7).
               10 WS-CR-VALUE        PIC 9(9)V99.
      * One accumulator row per customer with returns in the
      * register period, kept in ascending customer id order the
      * same way VENDPERF-RPT keeps its vendor table.
       01 WS-GRAND-LINES         PIC 9(5) VALUE ZERO.
       01 WS-GRAND-UNITS         PIC 9(7) VALUE ZERO.
       01 WS-GRAND-VALUE         PIC 9(9)V99 VALUE ZERO.
       01 WS-HEADER-LINE.
           05 FILLER             PIC X(30)
               VALUE "Customer Returns Register from".
           05 FILLER             PIC X VALUE SPACE.
           05 WS-HD-FROM         PIC 9(8).
       01 WS-CUSTOMER-LINE.
           05 FILLER             PIC X(9) VALUE "Customer ".
           05 WS-CL-CUSTOMER-ID  PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CL-NAME         PIC X(25).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CL-CONTACT      PIC X(25).
       01 WS-DETAIL-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DL-RMA-NO       PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-ITEM-ID      PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-QUANTITY     PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-REASON       PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-STATUS       PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-RECEIVED     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-LOCATION     PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-VALUE        PIC Z(6)9.99.
       01 WS-SUBTOTAL-LINE.
           05 FILLER             PIC X(12) VALUE "  Returns:  ".
           05 WS-SL-LINES        PIC Z(4)9.
           05 FILLER             PIC X(9) VALUE "  Units: ".
           05 WS-SL-UNITS        PIC Z(6)9.
           05 FILLER             PIC X(10) VALUE "  Value: $".
           05 WS-SL-VALUE        PIC Z(8)9.99.
       01 WS-REASON-LINE.
           05 WS-RL-CODE         PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-RL-DESC         PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-RL-LINES        PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-RL-UNITS        PIC Z(6)9.
           05 FILLER             PIC X(3) VALUE " $".
           05 WS-RL-VALUE        PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON
           IF WS-SIGNED-ON = "Y"
               PERFORM REGISTER-SYSTEM-STATUS
               IF WS-STATUS-CLEAR = "Y"
                   PERFORM OPEN-RETURN-FILES
                   PERFORM RETURNS-LOOP UNTIL WS-CHOICE = 5
                   PERFORM CLOSE-RETURN-FILES
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
               MOVE "CUST-RETURNS" TO ST-PROGRAM
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
      * Same gate main.cbl runs at sign-on: nothing else may hold
      * the inventory files while returns are being booked or
      * disposed of. A leftover record under this program's own name
      * is a crashed session of ourselves and is simply refreshed.

       CHECK-ONE-REGISTRATION.
           READ SYSTEM-STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STATUS-EOF
               NOT AT END
                   IF ST-PROGRAM NOT = "CUST-RETURNS"
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
           MOVE "CUST-RETURNS" TO ST-PROGRAM
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
      * Same sign-on main.cbl puts in front of its menu, so the
      * operator stamped on each return and each log row is a
      * verified id.

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

       OPEN-RETURN-FILES.
           OPEN I-O INVENTORY-FILE
           OPEN EXTEND TRANSACTION-LOG-FILE
           OPEN I-O LOCATION-STOCK-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN I-O LOCATION-MASTER-FILE
           OPEN I-O LOT-STOCK-FILE
           OPEN EXTEND LOT-HISTORY-FILE
           OPEN I-O RETURN-FILE
           MOVE WS-QUARANTINE-ID TO LM-LOCATION-ID
           MOVE "Returns quarantine" TO LM-NAME
           MOVE "Q" TO LM-ACTIVE
           WRITE LOCATION-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           DISPLAY "Customer Returns".
      * The quarantine stockroom is seeded onto the location master
      * the same way main.cbl seeds MAIN and AUX1, so the first
      * return ever booked has somewhere to go; when it is already
      * there the INVALID KEY falls through untouched.

       RETURNS-LOOP.
           DISPLAY " "
           DISPLAY "1. Book In Return"
           DISPLAY "2. Inspect Return (Restock/Scrap)"
           DISPLAY "3. List Returns in Quarantine"
           DISPLAY "4. Print Returns Register"
           DISPLAY "5. Exit"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM BOOK-IN-RETURN
               WHEN 2
                   PERFORM INSPECT-RETURN
               WHEN 3
                   PERFORM LIST-QUARANTINE
               WHEN 4
                   PERFORM PRINT-REGISTER
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       BOOK-IN-RETURN.
           DISPLAY "RMA number: " WITH NO ADVANCING
           ACCEPT WS-RMA-NO
           IF WS-RMA-NO = SPACES
               DISPLAY "An RMA number is required."
           ELSE
               DISPLAY "Customer ID: " WITH NO ADVANCING
               ACCEPT WS-CUSTOMER-ID
               PERFORM CHECK-CUSTOMER
               IF WS-CUSTOMER-OK = "Y"
                   PERFORM BOOK-IN-RETURN-ITEM
               END-IF
           END-IF.

       CHECK-CUSTOMER.
           MOVE WS-CUSTOMER-ID TO CU-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "N" TO WS-CUSTOMER-OK
                   DISPLAY "Customer not found. Add it first "
                           "with CUST-MAINT."
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-OK
           END-READ.
      * Zero is not accepted here the way REMOVE-STOCK accepts it
      * for a counter sale: a return with no account behind it is
      * exactly the unattributed stock this program replaces.

       BOOK-IN-RETURN-ITEM.
           DISPLAY "Item ID returned: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           MOVE WS-RMA-NO TO RT-RMA-NO
           MOVE WS-ITEM-ID TO RT-ITEM-ID
           MOVE "N" TO WS-DUPLICATE-RETURN
           READ RETURN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DUPLICATE-RETURN
           END-READ
           MOVE WS-ITEM-ID TO ITEM-ID
           IF WS-DUPLICATE-RETURN = "Y"
               DISPLAY "That item is already booked on this RMA."
           ELSE
               READ INVENTORY-FILE
                   INVALID KEY
                       DISPLAY "Item not found."
                   NOT INVALID KEY
                       PERFORM ACCEPT-RETURN-DETAILS
               END-READ
           END-IF.
      * One record per item per RMA: the same item keyed twice on
      * one authorisation is refused rather than doubling the
      * quarantine quantity.

       ACCEPT-RETURN-DETAILS.
           DISPLAY "Quantity returned: " WITH NO ADVANCING
           ACCEPT WS-TEMP-QUANTITY
           DISPLAY "Lot ref (blank if not lot-tracked): "
               WITH NO ADVANCING
           ACCEPT WS-LOT-ID
           DISPLAY "Reason (DAMG DEFC WRNG OVER EXPD OTHR): "
               WITH NO ADVANCING
           ACCEPT WS-REASON
           PERFORM CHECK-REASON
           IF WS-TEMP-QUANTITY = ZERO
               DISPLAY "Quantity must be above zero."
           ELSE
               IF WS-REASON-OK = "Y"
                   PERFORM POST-RETURN-RECEIPT
               END-IF
           END-IF.

       CHECK-REASON.
           MOVE "N" TO WS-REASON-OK
           MOVE 1 TO WS-REASON-SUB
           PERFORM UNTIL WS-REASON-OK = "Y" OR WS-REASON-SUB > 6
               IF WS-RN-CODE (WS-REASON-SUB) = WS-REASON
                   MOVE "Y" TO WS-REASON-OK
               ELSE
                   ADD 1 TO WS-REASON-SUB
               END-IF
           END-PERFORM
           IF WS-REASON-OK NOT = "Y"
               DISPLAY "Unknown reason code " WS-REASON "."
           END-IF.
      * Leaves WS-REASON-SUB on the matching table entry, which the
      * register uses to total by reason.

       POST-RETURN-RECEIPT.
           MOVE ITEM-QUANTITY TO WS-LOG-BEFORE-QTY
           ADD WS-TEMP-QUANTITY TO ITEM-QUANTITY
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating inventory."
           END-REWRITE
           MOVE ITEM-QUANTITY TO WS-LOG-AFTER-QTY
           MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
           MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
           MOVE "RMA RETURN" TO WS-LOG-OPERATION
           MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
           MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
           MOVE WS-QUARANTINE-ID TO WS-LOG-LOCATION
           PERFORM LOG-TRANSACTION
           MOVE WS-QUARANTINE-ID TO WS-LOCATION-ID
           MOVE WS-TEMP-QUANTITY TO WS-LOCATION-QTY
           PERFORM POST-ADD-LOCATION
           MOVE WS-RMA-NO TO RT-RMA-NO
           MOVE WS-ITEM-ID TO RT-ITEM-ID
           MOVE WS-CUSTOMER-ID TO RT-CUSTOMER-ID
           MOVE WS-TEMP-QUANTITY TO RT-QUANTITY
           MOVE WS-LOT-ID TO RT-LOT-ID
           MOVE WS-REASON TO RT-REASON
           MOVE ITEM-UNIT-COST TO RT-UNIT-COST
           MOVE "Q" TO RT-STATUS
           ACCEPT RT-RECEIVED-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO RT-DISPOSED-DATE
           MOVE WS-QUARANTINE-ID TO RT-DISPOSED-LOCATION
           MOVE WS-OPERATOR-ID TO RT-OPERATOR-ID
           WRITE RETURN-RECORD
               INVALID KEY
                   DISPLAY "Error recording return."
               NOT INVALID KEY
                   DISPLAY "Return booked into " WS-QUARANTINE-ID
                           " pending inspection."
           END-WRITE.
      * The units come in at the item's current unit cost, so
      * ITEM-UNIT-COST is left exactly as it was - no cost is keyed
      * and nothing is blended, which is the whole difference from
      * booking a return through ADD STOCK. That cost is kept on the
      * return, so the register and any later scrap value it at what
      * it went back on the books at.

       INSPECT-RETURN.
           DISPLAY "RMA number: " WITH NO ADVANCING
           ACCEPT WS-RMA-NO
           DISPLAY "Item ID: " WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           MOVE WS-RMA-NO TO RT-RMA-NO
           MOVE WS-ITEM-ID TO RT-ITEM-ID
           READ RETURN-FILE
               INVALID KEY
                   DISPLAY "Return not found."
               NOT INVALID KEY
                   IF RT-STATUS NOT = "Q"
                       DISPLAY "Return is no longer in quarantine "
                               "(status " RT-STATUS ")."
                   ELSE
                       PERFORM DISPOSE-RETURN
                   END-IF
           END-READ.

       DISPOSE-RETURN.
           DISPLAY "Customer " RT-CUSTOMER-ID ", qty " RT-QUANTITY
                   ", reason " RT-REASON ", lot " RT-LOT-ID
           DISPLAY "Restock or Scrap (R/S, blank to leave): "
               WITH NO ADVANCING
           ACCEPT WS-DISPOSAL
           EVALUATE WS-DISPOSAL
               WHEN "R"
               WHEN "r"
                   PERFORM RESTOCK-RETURN
               WHEN "S"
               WHEN "s"
                   IF WS-OPERATOR-LEVEL < 2
                       DISPLAY "Scrapping a return requires a "
                               "supervisor."
                   ELSE
                       PERFORM SCRAP-RETURN
                   END-IF
               WHEN OTHER
                   DISPLAY "Return left in quarantine."
           END-EVALUATE.
      * Anyone may put good stock back on the shelf; writing stock
      * off is gated the way STOCK-RECON gates its variance apply.

       RESTOCK-RETURN.
           DISPLAY "Restock to location (e.g. MAIN): "
               WITH NO ADVANCING
           ACCEPT WS-LOCATION-ID
           PERFORM CHECK-STOCKROOM
           IF WS-LOCATION-OK = "Y"
               PERFORM CHECK-QUARANTINE-STOCK
           END-IF
           IF WS-LOCATION-OK = "Y" AND WS-QUARANTINE-OK = "Y"
               MOVE RT-ITEM-ID TO WS-ITEM-ID
               MOVE RT-QUANTITY TO WS-LOCATION-QTY
               MOVE WS-LOCATION-ID TO RT-DISPOSED-LOCATION
               MOVE WS-QUARANTINE-ID TO WS-LOCATION-ID
               PERFORM POST-REMOVE-LOCATION
               MOVE RT-DISPOSED-LOCATION TO WS-LOCATION-ID
               PERFORM POST-ADD-LOCATION
               IF RT-LOT-ID NOT = SPACES
                   PERFORM POST-LOT-RETURN
               END-IF
               MOVE "R" TO RT-STATUS
               PERFORM CLOSE-RETURN-RECORD
               DISPLAY "Restocked " RT-QUANTITY " unit(s) to "
                       RT-DISPOSED-LOCATION "."
           END-IF.
      * Restocking moves the units from quarantine to the sellable
      * stockroom the way a confirmed transfer credits its
      * destination: ITEM-QUANTITY and ITEM-UNIT-COST do not change,
      * since the units were already counted (at their original
      * cost) when the return was booked in, so there is no log row
      * to write. Like a transfer arrival, it does not fill open
      * backorders; the next receipt or a hand issue does that.

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
                               " is not a sellable stockroom."
                   END-IF
           END-READ.
      * Same rule the menu applies, which also keeps a restock from
      * naming the quarantine stockroom itself.

       CHECK-QUARANTINE-STOCK.
           MOVE RT-ITEM-ID TO LS-ITEM-ID
           MOVE WS-QUARANTINE-ID TO LS-LOCATION-ID
           MOVE "N" TO WS-QUARANTINE-OK
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   DISPLAY "No quarantine stock record for item "
                           RT-ITEM-ID "."
               NOT INVALID KEY
                   IF LS-QUANTITY < RT-QUANTITY
                       DISPLAY "Only " LS-QUANTITY " unit(s) held in "
                               WS-QUARANTINE-ID " for this item."
                   ELSE
                       MOVE "Y" TO WS-QUARANTINE-OK
                   END-IF
           END-READ.
      * The quarantine balance should always cover every open
      * return for the item; if it does not, someone has moved it
      * outside this program and INTEG-AUDIT will want to know
      * before anything is disposed of.

       POST-LOT-RETURN.
           MOVE RT-ITEM-ID TO LT-ITEM-ID
           MOVE RT-LOT-ID TO LT-LOT-ID
           READ LOT-STOCK-FILE
               INVALID KEY
                   DISPLAY "Lot " RT-LOT-ID " not on file. Expiry "
                           "date (YYYYMMDD): " WITH NO ADVANCING
                   ACCEPT WS-EXPIRY-DATE
                   MOVE RT-ITEM-ID TO LT-ITEM-ID
                   MOVE RT-LOT-ID TO LT-LOT-ID
                   MOVE WS-EXPIRY-DATE TO LT-EXPIRY-DATE
                   MOVE RT-QUANTITY TO LT-QUANTITY
                   ACCEPT LT-RECEIVED-DATE FROM DATE YYYYMMDD
                   WRITE LOT-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "Error recording lot."
                   END-WRITE
               NOT INVALID KEY
                   ADD RT-QUANTITY TO LT-QUANTITY
                   REWRITE LOT-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "Error updating lot record."
                   END-REWRITE
           END-READ
           MOVE RT-LOT-ID TO LH-LOT-ID
           MOVE RT-ITEM-ID TO LH-ITEM-ID
           MOVE "I" TO LH-DIRECTION
           MOVE "RMA RESTOCK" TO LH-OPERATION
           MOVE RT-QUANTITY TO LH-QUANTITY
           MOVE RT-CUSTOMER-ID TO LH-CUSTOMER-ID
           MOVE RT-DISPOSED-LOCATION TO LH-LOCATION-ID
           ACCEPT LH-DATE FROM DATE YYYYMMDD
           ACCEPT LH-TIME FROM TIME
           MOVE RT-RMA-NO TO LH-REFERENCE
           MOVE WS-OPERATOR-ID TO LH-OPERATOR-ID
           WRITE LOT-HISTORY-RECORD.
      * Restocked dated goods go back onto the lot they shipped
      * from, so the lot is picked and aged with the rest of its
      * batch. A lot relieved issues ago stays on file at zero, so
      * the record is normally found; the expiry is only asked for
      * when it is not. The units coming back are written to the lot
      * history against the RMA and the customer who returned them,
      * so a recall trace nets them off that customer's shipments.

       SCRAP-RETURN.
           PERFORM CHECK-QUARANTINE-STOCK
           IF WS-QUARANTINE-OK = "Y"
               MOVE RT-ITEM-ID TO ITEM-ID
               READ INVENTORY-FILE
                   INVALID KEY
                       DISPLAY "Error: item not found for write-off."
                   NOT INVALID KEY
                       PERFORM POST-RETURN-SCRAP
               END-READ
           END-IF.

       POST-RETURN-SCRAP.
           MOVE ITEM-QUANTITY TO WS-LOG-BEFORE-QTY
           SUBTRACT RT-QUANTITY FROM ITEM-QUANTITY
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "Error updating inventory."
           END-REWRITE
           MOVE ITEM-QUANTITY TO WS-LOG-AFTER-QTY
           MOVE ITEM-PRICE TO WS-LOG-BEFORE-PRICE
           MOVE ITEM-PRICE TO WS-LOG-AFTER-PRICE
           MOVE "RMA SCRAP" TO WS-LOG-OPERATION
           MOVE ITEM-UNIT-COST TO WS-LOG-BEFORE-COST
           MOVE ITEM-UNIT-COST TO WS-LOG-MOVE-COST
           MOVE WS-QUARANTINE-ID TO WS-LOG-LOCATION
           PERFORM LOG-TRANSACTION
           MOVE RT-ITEM-ID TO WS-ITEM-ID
           MOVE RT-QUANTITY TO WS-LOCATION-QTY
           MOVE WS-QUARANTINE-ID TO WS-LOCATION-ID
           PERFORM POST-REMOVE-LOCATION
           MOVE "S" TO RT-STATUS
           PERFORM CLOSE-RETURN-RECORD
           DISPLAY "Scrapped " RT-QUANTITY " unit(s); write-off "
                   "logged.".
      * The scrapped units leave ITEM-QUANTITY with an RMA SCRAP row
      * on the log, the same shape as an XFER LOSS write-off, and
      * come off the quarantine record. Scrapped goods never went
      * back on a lot, so there is no lot to relieve.

       CLOSE-RETURN-RECORD.
           ACCEPT RT-DISPOSED-DATE FROM DATE YYYYMMDD
           MOVE WS-OPERATOR-ID TO RT-OPERATOR-ID
           REWRITE RETURN-RECORD
               INVALID KEY
                   DISPLAY "Error updating return record."
           END-REWRITE.

       LIST-QUARANTINE.
           DISPLAY " "
           DISPLAY "Returns awaiting inspection:"
           DISPLAY "RMA        | Item  | Cust  | Qty   | Why  | Booked"
           DISPLAY "-----------------------------------------------"
                   "-------"
           MOVE ZERO TO WS-HELD-COUNT
           MOVE "N" TO WS-EOF
           MOVE SPACES TO RT-KEY
           START RETURN-FILE KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LIST-ONE-QUARANTINE UNTIL WS-EOF = "Y"
           IF WS-HELD-COUNT = ZERO
               DISPLAY "Nothing in quarantine."
           END-IF.

       LIST-ONE-QUARANTINE.
           READ RETURN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RT-STATUS = "Q"
                       DISPLAY RT-RMA-NO " | " RT-ITEM-ID " | "
                               RT-CUSTOMER-ID " | " RT-QUANTITY
                               " | " RT-REASON " | " RT-RECEIVED-DATE
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
           END-READ.
      * The inspector's worklist: every return still sitting in
      * quarantine, in RMA number order.

       PRINT-REGISTER.
           DISPLAY "Returns booked from (YYYYMMDD, 0 for all): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           MOVE ZERO TO WS-CUSTOMER-COUNT
           MOVE ZERO TO WS-GRAND-LINES
           MOVE ZERO TO WS-GRAND-UNITS
           MOVE ZERO TO WS-GRAND-VALUE
           MOVE 1 TO WS-REASON-SUB
           PERFORM CLEAR-ONE-REASON-TOTAL 6 TIMES
           MOVE "N" TO WS-EOF
           MOVE SPACES TO RT-KEY
           START RETURN-FILE KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM TALLY-ONE-RETURN UNTIL WS-EOF = "Y"
           OPEN OUTPUT REGISTER-REPORT-FILE
           MOVE WS-FROM-DATE TO WS-HD-FROM
           MOVE WS-HEADER-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           MOVE "--------------------------------------------------"
               TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           PERFORM PRINT-BY-CUSTOMER
           PERFORM PRINT-BY-REASON
           CLOSE REGISTER-REPORT-FILE
           DISPLAY "Returns register written to RETURNS.RPT".
      * One pass of the returns file builds both the customer table
      * and the reason totals; the detail lines under each customer
      * come from a second walk per customer, the same full-file
      * trade-off COMPUTE-ON-ORDER makes in main.cbl.

       CLEAR-ONE-REASON-TOTAL.
           MOVE ZERO TO WS-RT-LINES (WS-REASON-SUB)
           MOVE ZERO TO WS-RT-UNITS (WS-REASON-SUB)
           MOVE ZERO TO WS-RT-VALUE (WS-REASON-SUB)
           ADD 1 TO WS-REASON-SUB.

       TALLY-ONE-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RT-RECEIVED-DATE >= WS-FROM-DATE
                       PERFORM TALLY-RETURN-TOTALS
                   END-IF
           END-READ.

       TALLY-RETURN-TOTALS.
           COMPUTE WS-RETURN-VALUE = RT-QUANTITY * RT-UNIT-COST
           ADD 1 TO WS-GRAND-LINES
           ADD RT-QUANTITY TO WS-GRAND-UNITS
           ADD WS-RETURN-VALUE TO WS-GRAND-VALUE
           MOVE RT-REASON TO WS-REASON
           PERFORM CHECK-REASON
           IF WS-REASON-OK = "Y"
               ADD 1 TO WS-RT-LINES (WS-REASON-SUB)
               ADD RT-QUANTITY TO WS-RT-UNITS (WS-REASON-SUB)
               ADD WS-RETURN-VALUE TO WS-RT-VALUE (WS-REASON-SUB)
           END-IF
           PERFORM LOCATE-CUSTOMER-ENTRY
           IF WS-CUSTOMER-FOUND NOT = "F"
               ADD 1 TO WS-CR-LINES (WS-CUSTOMER-SUB)
               ADD RT-QUANTITY TO WS-CR-UNITS (WS-CUSTOMER-SUB)
               ADD WS-RETURN-VALUE TO WS-CR-VALUE (WS-CUSTOMER-SUB)
           END-IF.
      * Every return is valued at the unit cost it was booked in at,
      * whether it was restocked, scrapped, or is still waiting, so
      * the register shows what the returns cost us in stock terms.

       LOCATE-CUSTOMER-ENTRY.
           MOVE "N" TO WS-CUSTOMER-FOUND
           MOVE 1 TO WS-CUSTOMER-SUB
           PERFORM UNTIL WS-CUSTOMER-FOUND NOT = "N"
                   OR WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT
               IF WS-CR-CUSTOMER-ID (WS-CUSTOMER-SUB)
                       = RT-CUSTOMER-ID
                   MOVE "Y" TO WS-CUSTOMER-FOUND
               ELSE
                   IF WS-CR-CUSTOMER-ID (WS-CUSTOMER-SUB)
                           > RT-CUSTOMER-ID
                       MOVE "I" TO WS-CUSTOMER-FOUND
                   ELSE
                       ADD 1 TO WS-CUSTOMER-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CUSTOMER-FOUND NOT = "Y"
               PERFORM INSERT-CUSTOMER-ENTRY
           END-IF.

       INSERT-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-COUNT = 200
               DISPLAY "Customer table full; customer "
                       RT-CUSTOMER-ID " not reported."
               MOVE "F" TO WS-CUSTOMER-FOUND
           ELSE
               MOVE WS-CUSTOMER-COUNT TO WS-SHIFT-SUB
               PERFORM UNTIL WS-SHIFT-SUB < WS-CUSTOMER-SUB
                   MOVE WS-CR-ENTRY (WS-SHIFT-SUB)
                       TO WS-CR-ENTRY (WS-SHIFT-SUB + 1)
                   SUBTRACT 1 FROM WS-SHIFT-SUB
               END-PERFORM
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE RT-CUSTOMER-ID
                   TO WS-CR-CUSTOMER-ID (WS-CUSTOMER-SUB)
               MOVE ZERO TO WS-CR-LINES (WS-CUSTOMER-SUB)
               MOVE ZERO TO WS-CR-UNITS (WS-CUSTOMER-SUB)
               MOVE ZERO TO WS-CR-VALUE (WS-CUSTOMER-SUB)
           END-IF.
      * Slides the higher customer ids up one slot so the table
      * stays in ascending order, the same insert VENDPERF-RPT uses
      * for its vendor table.

       PRINT-BY-CUSTOMER.
           MOVE "Returns by customer" TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           MOVE
               "  RMA        Item   Qty Why  S Booked   Loc       Value"
               TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           MOVE 1 TO WS-CUSTOMER-SUB
           PERFORM PRINT-ONE-CUSTOMER
               UNTIL WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT
           IF WS-CUSTOMER-COUNT = ZERO
               MOVE "No returns booked in this period."
                   TO REGISTER-REPORT-LINE
               WRITE REGISTER-REPORT-LINE
           END-IF.

       PRINT-ONE-CUSTOMER.
           MOVE WS-CR-CUSTOMER-ID (WS-CUSTOMER-SUB) TO CU-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "** not on file **" TO CU-NAME
                   MOVE SPACES TO CU-CONTACT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           MOVE WS-CR-CUSTOMER-ID (WS-CUSTOMER-SUB)
               TO WS-CL-CUSTOMER-ID
           MOVE CU-NAME TO WS-CL-NAME
           MOVE CU-CONTACT TO WS-CL-CONTACT
           MOVE WS-CUSTOMER-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           MOVE "N" TO WS-EOF
           MOVE SPACES TO RT-KEY
           START RETURN-FILE KEY IS NOT LESS THAN RT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM PRINT-CUSTOMER-RETURN UNTIL WS-EOF = "Y"
           MOVE WS-CR-LINES (WS-CUSTOMER-SUB) TO WS-SL-LINES
           MOVE WS-CR-UNITS (WS-CUSTOMER-SUB) TO WS-SL-UNITS
           MOVE WS-CR-VALUE (WS-CUSTOMER-SUB) TO WS-SL-VALUE
           MOVE WS-SUBTOTAL-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           ADD 1 TO WS-CUSTOMER-SUB.
      * A customer who has since been deleted is still printed with
      * their returns, the same stance VENDPERF-RPT takes on a
      * missing vendor: the history belongs on the page.

       PRINT-CUSTOMER-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RT-CUSTOMER-ID
                           = WS-CR-CUSTOMER-ID (WS-CUSTOMER-SUB)
                           AND RT-RECEIVED-DATE >= WS-FROM-DATE
                       COMPUTE WS-RETURN-VALUE =
                           RT-QUANTITY * RT-UNIT-COST
                       MOVE RT-RMA-NO TO WS-DL-RMA-NO
                       MOVE RT-ITEM-ID TO WS-DL-ITEM-ID
                       MOVE RT-QUANTITY TO WS-DL-QUANTITY
                       MOVE RT-REASON TO WS-DL-REASON
                       MOVE RT-STATUS TO WS-DL-STATUS
                       MOVE RT-RECEIVED-DATE TO WS-DL-RECEIVED
                       MOVE RT-DISPOSED-LOCATION TO WS-DL-LOCATION
                       MOVE WS-RETURN-VALUE TO WS-DL-VALUE
                       MOVE WS-DETAIL-LINE TO REGISTER-REPORT-LINE
                       WRITE REGISTER-REPORT-LINE
                   END-IF
           END-READ.
      * Status Q is still in quarantine, R restocked to the
      * location shown, S scrapped.

       PRINT-BY-REASON.
           MOVE SPACES TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           MOVE "Returns by reason" TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           MOVE "Code Reason               Lines   Units        Value"
               TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           MOVE 1 TO WS-REASON-SUB
           PERFORM PRINT-ONE-REASON 6 TIMES
           MOVE "--------------------------------------------------"
               TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           MOVE "ALL " TO WS-RL-CODE
           MOVE "All reasons" TO WS-RL-DESC
           MOVE WS-GRAND-LINES TO WS-RL-LINES
           MOVE WS-GRAND-UNITS TO WS-RL-UNITS
           MOVE WS-GRAND-VALUE TO WS-RL-VALUE
           MOVE WS-REASON-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE.

       PRINT-ONE-REASON.
           MOVE WS-RN-CODE (WS-REASON-SUB) TO WS-RL-CODE
           MOVE WS-RN-DESC (WS-REASON-SUB) TO WS-RL-DESC
           MOVE WS-RT-LINES (WS-REASON-SUB) TO WS-RL-LINES
           MOVE WS-RT-UNITS (WS-REASON-SUB) TO WS-RL-UNITS
           MOVE WS-RT-VALUE (WS-REASON-SUB) TO WS-RL-VALUE
           MOVE WS-REASON-LINE TO REGISTER-REPORT-LINE
           WRITE REGISTER-REPORT-LINE
           ADD 1 TO WS-REASON-SUB.
      * Every reason is printed, zero or not, so the page reads the
      * same each time and a reason nobody uses is visible as such.

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
      * there.

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
      * Debits WS-LOCATION-QTY units from WS-ITEM-ID/WS-LOCATION-ID.
      * Callers are expected to have already confirmed that much is
      * on hand there.

       CLOSE-RETURN-FILES.
           CLOSE INVENTORY-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE LOCATION-STOCK-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LOCATION-MASTER-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOT-HISTORY-FILE
           CLOSE RETURN-FILE
           DISPLAY "Exiting customer returns.".
