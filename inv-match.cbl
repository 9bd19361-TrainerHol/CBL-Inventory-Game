       IDENTIFICATION DIVISION.
       PROGRAM-ID. INV-MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE ASSIGN TO "VENDINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPEN-ORDER-FILE ASSIGN TO "OPENORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-ID.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY.
           SELECT AP-VOUCHER-FILE ASSIGN TO "APVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MISMATCH-REPORT-FILE ASSIGN TO "INVMATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID.
           SELECT ITEM-UOM-FILE ASSIGN TO "ITEMUOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-ITEM-ID.
      * Checks the vendor's bill against what was ordered and what
      * RECEIVING actually checked in before anything is paid. Each
      * invoice line is matched to its OPENORD.DAT line: a price
      * outside the tolerance of the cost agreed when PO-GEN raised
      * the order, or a quantity billed (on this and every earlier
      * invoice for the line) beyond what was received or ordered,
      * is held; a clean line is passed to accounts payable on the
      * voucher file. The held lines print by vendor on
      * INVMATCH.RPT for purchasing to chase the next morning.

       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-INVOICE-FILE.
       01 VENDOR-INVOICE-RECORD.
           05 VI-VENDOR-ID       PIC 9(5).
           05 VI-INVOICE-NO      PIC X(12).
           05 VI-ORDER-REF       PIC X(10).
           05 VI-ITEM-ID         PIC 9(5).
           05 VI-QTY-BILLED      PIC 9(5).
           05 VI-UNIT-PRICE      PIC 9(5)V99.
      * One line per item billed, keyed from the vendor's paper or
      * loaded from their electronic invoice: the order reference
      * is the one PO-GEN printed on the purchase order, which the
      * vendor is asked to quote. Quantity and price are in the unit
      * the purchase order was printed in - cases at the case price
      * for an item VEND-MAINT gives a purchasing unit.

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
      * Same layout PO-GEN writes and RECEIVING settles. Read only:
      * the quantity received is whatever RECEIVING has checked in
      * so far, whatever the line's status.

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VN-ID              PIC 9(5).
           05 VN-NAME            PIC X(25).
           05 VN-CONTACT         PIC X(25).
      * Same layout VEND-MAINT maintains: a bill from a vendor not
      * on it is held, and the report names the vendor to call.

       FD INVOICE-REGISTER-FILE.
       01 INVOICE-REGISTER-RECORD.
           05 IR-KEY.
               10 IR-VENDOR-ID      PIC 9(5).
               10 IR-INVOICE-NO     PIC X(12).
               10 IR-ORDER-REF      PIC X(10).
               10 IR-ITEM-ID        PIC 9(5).
           05 IR-QTY-BILLED        PIC 9(5).
           05 IR-UNIT-PRICE        PIC 9(5)V99.
           05 IR-STATUS            PIC X.
           05 IR-REASON            PIC X(24).
           05 IR-MATCH-DATE        PIC 9(8).
           05 IR-OPERATOR-ID       PIC X(8).
      * Every invoice line this program has seen: status V once it
      * has been vouchered, H while it is held. A line already at V
      * that turns up again is a duplicate bill and is held without
      * touching the record; a line at H is matched afresh, so once
      * RECEIVING has caught up the vendor's resent line clears. The
      * quantity vouchered to date for an order line is summed from
      * here, which is what stops two part-invoices together billing
      * more than was delivered.

       FD AP-VOUCHER-FILE.
       01 AP-VOUCHER-RECORD.
           05 AV-VENDOR-ID       PIC 9(5).
           05 AV-INVOICE-NO      PIC X(12).
           05 AV-ORDER-REF       PIC X(10).
           05 AV-ITEM-ID         PIC 9(5).
           05 AV-QUANTITY        PIC 9(5).
           05 AV-UNIT-PRICE      PIC 9(5)V99.
           05 AV-AMOUNT          PIC 9(7)V99.
           05 AV-VOUCHER-DATE    PIC 9(8).
           05 AV-OPERATOR-ID     PIC X(8).
      * Appended to, never rewritten: accounts payable picks the
      * day's lines up and pays from them, the same hand-off
      * INV-EXPORT makes to accounting.

       FD MISMATCH-REPORT-FILE.
       01 MISMATCH-REPORT-LINE   PIC X(80).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID              PIC X(8).
           05 OP-PASSWORD        PIC X(8).
           05 OP-LEVEL           PIC 9.
      * Same operator file main.cbl signs on against, so every
      * voucher and register line carries the id of whoever ran the
      * match.

       FD ITEM-UOM-FILE.
       01 ITEM-UOM-RECORD.
           05 UM-ITEM-ID         PIC 9(5).
           05 UM-STOCK-UNIT      PIC X(4).
           05 UM-PURCHASE-UNIT   PIC X(4).
           05 UM-UNITS-PER-PACK  PIC 9(5).
           05 UM-ORDER-MULTIPLE  PIC 9(3).
      * Same layout VEND-MAINT maintains: turns a bill in packs into
      * the stocking units the order line and receipts are held in.

       WORKING-STORAGE SECTION.
       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-REGISTER-EOF         PIC X VALUE 'N'.
       01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL       PIC 9 VALUE ZERO.
       01 WS-SIGNED-ON            PIC X VALUE 'N'.
       01 WS-SIGNON-TRIES         PIC 9 VALUE ZERO.
       01 WS-TRY-ID               PIC X(8).
       01 WS-TRY-PASSWORD         PIC X(8).
       01 WS-TODAY-DATE           PIC 9(8).
       01 WS-PRICE-TOLERANCE-PCT  PIC 9(2)V99 VALUE 2.00.
       01 WS-QTY-TOLERANCE        PIC 9(5) VALUE ZERO.
      * Purchasing's standing tolerances: a billed price within two
      * percent either way of the order cost is accepted as
      * rounding, and not one unit may be billed beyond what came
      * in the door.
       01 WS-PRICE-LIMIT          PIC 9(7)V99.
       01 WS-PRICE-LOW            PIC 9(7)V99.
       01 WS-PRICE-HIGH           PIC 9(7)V99.
       01 WS-ORDER-PACK-COST      PIC 9(7)V99.
       01 WS-BILLED-UNITS         PIC 9(9).
       01 WS-BILLED-TO-DATE       PIC 9(7).
       01 WS-BILLED-TOTAL         PIC 9(7).
       01 WS-LINE-AMOUNT          PIC 9(7)V99.
       01 WS-HOLD-REASON          PIC X(24).
       01 WS-REGISTER-STATUS      PIC X.
       01 WS-ORDER-REF            PIC X(10).
       01 WS-ORDER-REF-X REDEFINES WS-ORDER-REF.
           05 FILLER             PIC X.
           05 WS-OR-MMDD         PIC 9(4).
           05 WS-OR-VENDOR       PIC 9(5).
       01 WS-LINES-READ           PIC 9(5) VALUE ZERO.
       01 WS-LINES-VOUCHERED      PIC 9(5) VALUE ZERO.
       01 WS-LINES-HELD           PIC 9(5) VALUE ZERO.
       01 WS-VOUCHER-VALUE        PIC 9(9)V99 VALUE ZERO.
       01 WS-HELD-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-HELD-SUB             PIC 9(3).
       01 WS-SHIFT-SUB            PIC 9(3).
       01 WS-CURRENT-VENDOR       PIC 9(5).
       01 WS-VENDOR-HELD-VALUE    PIC 9(9)V99.
       01 WS-HELD-TABLE.
           05 WS-HL-ENTRY OCCURS 500 TIMES.
               10 WS-HL-VENDOR-ID    PIC 9(5).
               10 WS-HL-INVOICE-NO   PIC X(12).
               10 WS-HL-ORDER-REF    PIC X(10).
               10 WS-HL-ITEM-ID      PIC 9(5).
               10 WS-HL-QTY-BILLED   PIC 9(5).
               10 WS-HL-BILL-UNIT    PIC X(4).
               10 WS-HL-STOCK-UNIT   PIC X(4).
               10 WS-HL-PRICE-BILLED PIC 9(5)V99.
               10 WS-HL-QTY-ORDERED  PIC 9(5).
               10 WS-HL-QTY-RECEIVED PIC 9(5).
               10 WS-HL-ORDER-COST   PIC 9(5)V99.
               10 WS-HL-AMOUNT       PIC 9(7)V99.
               10 WS-HL-REASON       PIC X(24).
      * The held lines, kept in vendor id order as they are found
      * (a new line goes after any already held for the same
      * vendor, so each vendor's lines stay in feed order), so the
      * report prints each vendor as one block with no sort pass.
       01 WS-HEADER-LINE.
           05 FILLER             PIC X(32)
               VALUE "Invoice Match - Held Lines      ".
           05 WS-HD-DATE         PIC 9(8).
       01 WS-VENDOR-LINE.
           05 FILLER             PIC X(8) VALUE "Vendor: ".
           05 WS-VL-VENDOR-ID    PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-VL-VENDOR-NAME  PIC X(25).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-VL-CONTACT      PIC X(25).
       01 WS-DETAIL-LINE-1.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DL-INVOICE-NO   PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-ORDER-REF    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-ITEM-ID      PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DL-REASON       PIC X(24).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-AMOUNT       PIC Z(6)9.99.
       01 WS-DETAIL-LINE-2.
           05 FILLER             PIC X(11) VALUE "     Billed".
           05 WS-DL-QTY-BILLED   PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-BILL-UNIT    PIC X(4).
           05 FILLER             PIC X(3) VALUE " @ ".
           05 WS-DL-PRICE-BILLED PIC Z(4)9.99.
           05 FILLER             PIC X(9) VALUE "  Ordered".
           05 WS-DL-QTY-ORDERED  PIC Z(4)9.
           05 FILLER             PIC X(3) VALUE " @ ".
           05 WS-DL-ORDER-COST   PIC Z(4)9.99.
           05 FILLER             PIC X(10) VALUE "  Received".
           05 WS-DL-QTY-RECEIVED PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-STOCK-UNIT   PIC X(4).
       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(33)
               VALUE "  Held for this vendor          $".
           05 WS-TL-VALUE        PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON
           IF WS-SIGNED-ON = "Y"
               PERFORM RUN-MATCH
           END-IF
           STOP RUN.

       SIGN-ON.
           OPEN INPUT OPERATOR-FILE
           PERFORM SIGN-ON-ATTEMPT
               UNTIL WS-SIGNED-ON = "Y" OR WS-SIGNON-TRIES = 3
           CLOSE OPERATOR-FILE
           IF WS-SIGNED-ON NOT = "Y"
               DISPLAY "Sign-on failed. See your supervisor."
           END-IF.
      * Same sign-on main.cbl puts in front of its menu, so the
      * operator stamped on a voucher is a verified id. No
      * registration on SYSSTAT.DAT is taken: nothing here writes
      * to the inventory files the registration protects.

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

       RUN-MATCH.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT VENDOR-INVOICE-FILE
           OPEN INPUT OPEN-ORDER-FILE
           OPEN INPUT VENDOR-FILE
           OPEN I-O INVOICE-REGISTER-FILE
           OPEN EXTEND AP-VOUCHER-FILE
           OPEN INPUT ITEM-UOM-FILE
           MOVE "N" TO WS-EOF
           PERFORM MATCH-INVOICE-LINES UNTIL WS-EOF = "Y"
           CLOSE VENDOR-INVOICE-FILE
           CLOSE OPEN-ORDER-FILE
           CLOSE INVOICE-REGISTER-FILE
           CLOSE AP-VOUCHER-FILE
           CLOSE ITEM-UOM-FILE
           OPEN OUTPUT MISMATCH-REPORT-FILE
           PERFORM PRINT-MISMATCH-REPORT
           CLOSE MISMATCH-REPORT-FILE
           CLOSE VENDOR-FILE
           DISPLAY "Invoice lines read:   " WS-LINES-READ
           DISPLAY "Lines vouchered:      " WS-LINES-VOUCHERED
           DISPLAY "Lines held:           " WS-LINES-HELD
           DISPLAY "Value vouchered:     $" WS-VOUCHER-VALUE.

       MATCH-INVOICE-LINES.
           READ VENDOR-INVOICE-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   PERFORM MATCH-ONE-LINE
           END-READ.

       MATCH-ONE-LINE.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE ZERO TO OO-QTY-ORDERED
           MOVE ZERO TO OO-QTY-RECEIVED
           MOVE ZERO TO OO-UNIT-COST
           COMPUTE WS-LINE-AMOUNT =
               VI-QTY-BILLED * VI-UNIT-PRICE
           PERFORM GET-ITEM-UNITS
           COMPUTE WS-BILLED-UNITS =
               VI-QTY-BILLED * UM-UNITS-PER-PACK
           PERFORM CHECK-REGISTER
           IF WS-HOLD-REASON = SPACES
               PERFORM CHECK-VENDOR
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM CHECK-ORDER-LINE
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM CHECK-QUANTITY-BILLED
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM CHECK-PRICE-BILLED
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM WRITE-VOUCHER
           ELSE
               PERFORM HOLD-INVOICE-LINE
           END-IF.
      * The checks run cheapest first and stop at the first
      * failure, so each held line carries the one reason that
      * stopped it.

       GET-ITEM-UNITS.
           MOVE VI-ITEM-ID TO UM-ITEM-ID
           READ ITEM-UOM-FILE
               INVALID KEY
                   MOVE "EA" TO UM-STOCK-UNIT
                   MOVE "EA" TO UM-PURCHASE-UNIT
                   MOVE 1 TO UM-UNITS-PER-PACK
                   MOVE 1 TO UM-ORDER-MULTIPLE
           END-READ
           IF UM-UNITS-PER-PACK = ZERO
               MOVE 1 TO UM-UNITS-PER-PACK
           END-IF.
      * The billed quantity in stocking units is what the order line
      * and the register are compared in; the voucher itself goes to
      * accounts payable exactly as billed.

       CHECK-REGISTER.
           MOVE VI-VENDOR-ID TO IR-VENDOR-ID
           MOVE VI-INVOICE-NO TO IR-INVOICE-NO
           MOVE VI-ORDER-REF TO IR-ORDER-REF
           MOVE VI-ITEM-ID TO IR-ITEM-ID
           READ INVOICE-REGISTER-FILE
               INVALID KEY
                   MOVE SPACE TO WS-REGISTER-STATUS
               NOT INVALID KEY
                   MOVE IR-STATUS TO WS-REGISTER-STATUS
                   IF IR-STATUS = "V"
                       MOVE "DUPLICATE INVOICE"
                           TO WS-HOLD-REASON
                   END-IF
           END-READ.
      * A line never seen before leaves the status blank and is
      * written to the register; one held last time is rewritten
      * with today's outcome.

       CHECK-VENDOR.
           MOVE VI-VENDOR-ID TO VN-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE "VENDOR NOT ON FILE" TO WS-HOLD-REASON
           END-READ.

       CHECK-ORDER-LINE.
           MOVE VI-ORDER-REF TO OO-ORDER-REF
           MOVE VI-ITEM-ID TO OO-ITEM-ID
           READ OPEN-ORDER-FILE
               INVALID KEY
                   MOVE "NOT ON ORDER" TO WS-HOLD-REASON
                   MOVE ZERO TO OO-QTY-ORDERED
                   MOVE ZERO TO OO-QTY-RECEIVED
                   MOVE ZERO TO OO-UNIT-COST
               NOT INVALID KEY
                   MOVE VI-ORDER-REF TO WS-ORDER-REF
                   IF WS-OR-VENDOR IS NUMERIC
                           AND WS-OR-VENDOR NOT = VI-VENDOR-ID
                       MOVE "ORDER IS ANOTHER VENDOR"
                           TO WS-HOLD-REASON
                   END-IF
           END-READ.
      * PO-GEN's reference carries the vendor id in its last five
      * digits, so a bill quoting somebody else's order is caught
      * here; a hand-keyed reference without one is taken on trust.

       CHECK-QUANTITY-BILLED.
           PERFORM SUM-BILLED-TO-DATE
           COMPUTE WS-BILLED-TOTAL =
               WS-BILLED-TO-DATE + WS-BILLED-UNITS
           IF WS-BILLED-TOTAL > OO-QTY-RECEIVED + WS-QTY-TOLERANCE
               MOVE "BILLED OVER RECEIVED" TO WS-HOLD-REASON
           ELSE
               IF WS-BILLED-TOTAL >
                       OO-QTY-ORDERED + WS-QTY-TOLERANCE
                   MOVE "BILLED OVER ORDERED" TO WS-HOLD-REASON
               END-IF
           END-IF.
      * Received is checked first: billing for goods that never
      * arrived is the short delivery purchasing most wants to
      * stop. A line over-delivered and received in full can still
      * only be billed up to the quantity ordered - the excess was
      * never approved, and RECEIVING has already put it on the
      * exception list.

       SUM-BILLED-TO-DATE.
           MOVE ZERO TO WS-BILLED-TO-DATE
           MOVE "N" TO WS-REGISTER-EOF
           MOVE VI-VENDOR-ID TO IR-VENDOR-ID
           MOVE SPACES TO IR-INVOICE-NO
           MOVE SPACES TO IR-ORDER-REF
           MOVE ZERO TO IR-ITEM-ID
           START INVOICE-REGISTER-FILE
                   KEY IS NOT LESS THAN IR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REGISTER-EOF
           END-START
           PERFORM SUM-ONE-REGISTER-LINE
               UNTIL WS-REGISTER-EOF = "Y".
      * Walks this vendor's block of the register, adding up what
      * has already been vouchered against the same order line
      * under any invoice number.

       SUM-ONE-REGISTER-LINE.
           READ INVOICE-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF
               NOT AT END
                   IF IR-VENDOR-ID NOT = VI-VENDOR-ID
                       MOVE "Y" TO WS-REGISTER-EOF
                   ELSE
                       IF IR-ORDER-REF = VI-ORDER-REF
                               AND IR-ITEM-ID = VI-ITEM-ID
                               AND IR-STATUS = "V"
                           ADD IR-QTY-BILLED TO WS-BILLED-TO-DATE
                       END-IF
                   END-IF
           END-READ.

       CHECK-PRICE-BILLED.
           COMPUTE WS-ORDER-PACK-COST =
               OO-UNIT-COST * UM-UNITS-PER-PACK
           COMPUTE WS-PRICE-LIMIT ROUNDED =
               WS-ORDER-PACK-COST * WS-PRICE-TOLERANCE-PCT / 100
           COMPUTE WS-PRICE-HIGH =
               WS-ORDER-PACK-COST + WS-PRICE-LIMIT
           IF WS-PRICE-LIMIT > WS-ORDER-PACK-COST
               MOVE ZERO TO WS-PRICE-LOW
           ELSE
               COMPUTE WS-PRICE-LOW =
                   WS-ORDER-PACK-COST - WS-PRICE-LIMIT
           END-IF
           IF VI-UNIT-PRICE > WS-PRICE-HIGH
               MOVE "PRICE OVER ORDER COST" TO WS-HOLD-REASON
           ELSE
               IF VI-UNIT-PRICE < WS-PRICE-LOW
                   MOVE "PRICE UNDER ORDER COST" TO WS-HOLD-REASON
               END-IF
           END-IF.
      * Held both ways: a price rise nobody approved is the point,
      * but a bill well under the order cost usually means the
      * wrong item or unit was billed, and paying it as keyed only
      * moves the argument to next month's statement. The order
      * cost is held per stocking unit, so it is scaled up to the
      * pack the vendor prices by rather than dividing the bill down
      * and losing the odd cent to rounding.

       WRITE-VOUCHER.
           MOVE VI-VENDOR-ID TO AV-VENDOR-ID
           MOVE VI-INVOICE-NO TO AV-INVOICE-NO
           MOVE VI-ORDER-REF TO AV-ORDER-REF
           MOVE VI-ITEM-ID TO AV-ITEM-ID
           MOVE VI-QTY-BILLED TO AV-QUANTITY
           MOVE VI-UNIT-PRICE TO AV-UNIT-PRICE
           MOVE WS-LINE-AMOUNT TO AV-AMOUNT
           MOVE WS-TODAY-DATE TO AV-VOUCHER-DATE
           MOVE WS-OPERATOR-ID TO AV-OPERATOR-ID
           WRITE AP-VOUCHER-RECORD
           ADD 1 TO WS-LINES-VOUCHERED
           ADD WS-LINE-AMOUNT TO WS-VOUCHER-VALUE
           MOVE "V" TO IR-STATUS
           PERFORM RECORD-REGISTER-LINE.

       HOLD-INVOICE-LINE.
           ADD 1 TO WS-LINES-HELD
           PERFORM ADD-HELD-ENTRY
           IF WS-REGISTER-STATUS NOT = "V"
               MOVE "H" TO IR-STATUS
               PERFORM RECORD-REGISTER-LINE
           END-IF.
      * A duplicate is reported but leaves the vouchered register
      * line exactly as it was.

       RECORD-REGISTER-LINE.
           MOVE VI-VENDOR-ID TO IR-VENDOR-ID
           MOVE VI-INVOICE-NO TO IR-INVOICE-NO
           MOVE VI-ORDER-REF TO IR-ORDER-REF
           MOVE VI-ITEM-ID TO IR-ITEM-ID
           MOVE WS-BILLED-UNITS TO IR-QTY-BILLED
           MOVE VI-UNIT-PRICE TO IR-UNIT-PRICE
           MOVE WS-HOLD-REASON TO IR-REASON
           MOVE WS-TODAY-DATE TO IR-MATCH-DATE
           MOVE WS-OPERATOR-ID TO IR-OPERATOR-ID
           IF WS-REGISTER-STATUS = SPACE
               WRITE INVOICE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Error writing invoice register."
               END-WRITE
           ELSE
               REWRITE INVOICE-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "Error updating invoice register."
               END-REWRITE
           END-IF.
      * The key fields are moved back in because the billed-to-date
      * walk has since moved the register off this line. The
      * register holds the billed quantity in stocking units, which
      * is what the billed-to-date walk adds up against receipts.

       ADD-HELD-ENTRY.
           IF WS-HELD-COUNT = 500
               DISPLAY "Held-line table full; invoice "
                       VI-INVOICE-NO " item " VI-ITEM-ID
                       " held but not reported."
           ELSE
               MOVE 1 TO WS-HELD-SUB
               PERFORM FIND-HELD-SLOT
                   UNTIL WS-HELD-SUB > WS-HELD-COUNT
                   OR WS-HL-VENDOR-ID (WS-HELD-SUB) > VI-VENDOR-ID
               MOVE WS-HELD-COUNT TO WS-SHIFT-SUB
               PERFORM SHIFT-HELD-ENTRY
                   UNTIL WS-SHIFT-SUB < WS-HELD-SUB
               ADD 1 TO WS-HELD-COUNT
               MOVE VI-VENDOR-ID TO WS-HL-VENDOR-ID (WS-HELD-SUB)
               MOVE VI-INVOICE-NO TO WS-HL-INVOICE-NO (WS-HELD-SUB)
               MOVE VI-ORDER-REF TO WS-HL-ORDER-REF (WS-HELD-SUB)
               MOVE VI-ITEM-ID TO WS-HL-ITEM-ID (WS-HELD-SUB)
               MOVE VI-QTY-BILLED TO WS-HL-QTY-BILLED (WS-HELD-SUB)
               MOVE UM-PURCHASE-UNIT
                   TO WS-HL-BILL-UNIT (WS-HELD-SUB)
               MOVE UM-STOCK-UNIT TO WS-HL-STOCK-UNIT (WS-HELD-SUB)
               MOVE VI-UNIT-PRICE
                   TO WS-HL-PRICE-BILLED (WS-HELD-SUB)
               MOVE OO-QTY-ORDERED
                   TO WS-HL-QTY-ORDERED (WS-HELD-SUB)
               MOVE OO-QTY-RECEIVED
                   TO WS-HL-QTY-RECEIVED (WS-HELD-SUB)
               MOVE OO-UNIT-COST TO WS-HL-ORDER-COST (WS-HELD-SUB)
               MOVE WS-LINE-AMOUNT TO WS-HL-AMOUNT (WS-HELD-SUB)
               MOVE WS-HOLD-REASON TO WS-HL-REASON (WS-HELD-SUB)
           END-IF.
      * Slides the higher vendor ids up one slot, the same insert
      * VENDPERF-RPT uses for its vendor table.

       FIND-HELD-SLOT.
           ADD 1 TO WS-HELD-SUB.

       SHIFT-HELD-ENTRY.
           MOVE WS-HL-ENTRY (WS-SHIFT-SUB)
               TO WS-HL-ENTRY (WS-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WS-SHIFT-SUB.

       PRINT-MISMATCH-REPORT.
           MOVE WS-TODAY-DATE TO WS-HD-DATE
           MOVE WS-HEADER-LINE TO MISMATCH-REPORT-LINE
           WRITE MISMATCH-REPORT-LINE
           MOVE "--------------------------------------------------"
               TO MISMATCH-REPORT-LINE
           WRITE MISMATCH-REPORT-LINE
           MOVE ZERO TO WS-CURRENT-VENDOR
           MOVE ZERO TO WS-VENDOR-HELD-VALUE
           MOVE 1 TO WS-HELD-SUB
           PERFORM PRINT-ONE-HELD-LINE
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
           IF WS-HELD-COUNT = ZERO
               MOVE "No invoice lines held." TO MISMATCH-REPORT-LINE
               WRITE MISMATCH-REPORT-LINE
           ELSE
               PERFORM PRINT-VENDOR-TOTAL
           END-IF.

       PRINT-ONE-HELD-LINE.
           IF WS-HELD-SUB = 1
                   OR WS-HL-VENDOR-ID (WS-HELD-SUB)
                       NOT = WS-CURRENT-VENDOR
               IF WS-HELD-SUB > 1
                   PERFORM PRINT-VENDOR-TOTAL
               END-IF
               PERFORM PRINT-VENDOR-HEADING
           END-IF
           MOVE WS-HL-INVOICE-NO (WS-HELD-SUB) TO WS-DL-INVOICE-NO
           MOVE WS-HL-ORDER-REF (WS-HELD-SUB) TO WS-DL-ORDER-REF
           MOVE WS-HL-ITEM-ID (WS-HELD-SUB) TO WS-DL-ITEM-ID
           MOVE WS-HL-REASON (WS-HELD-SUB) TO WS-DL-REASON
           MOVE WS-HL-AMOUNT (WS-HELD-SUB) TO WS-DL-AMOUNT
           MOVE WS-DETAIL-LINE-1 TO MISMATCH-REPORT-LINE
           WRITE MISMATCH-REPORT-LINE
           MOVE WS-HL-QTY-BILLED (WS-HELD-SUB) TO WS-DL-QTY-BILLED
           MOVE WS-HL-BILL-UNIT (WS-HELD-SUB) TO WS-DL-BILL-UNIT
           MOVE WS-HL-STOCK-UNIT (WS-HELD-SUB) TO WS-DL-STOCK-UNIT
           MOVE WS-HL-PRICE-BILLED (WS-HELD-SUB)
               TO WS-DL-PRICE-BILLED
           MOVE WS-HL-QTY-ORDERED (WS-HELD-SUB) TO WS-DL-QTY-ORDERED
           MOVE WS-HL-ORDER-COST (WS-HELD-SUB) TO WS-DL-ORDER-COST
           MOVE WS-HL-QTY-RECEIVED (WS-HELD-SUB)
               TO WS-DL-QTY-RECEIVED
           MOVE WS-DETAIL-LINE-2 TO MISMATCH-REPORT-LINE
           WRITE MISMATCH-REPORT-LINE
           ADD WS-HL-AMOUNT (WS-HELD-SUB) TO WS-VENDOR-HELD-VALUE
           ADD 1 TO WS-HELD-SUB.
      * Each held line prints what was billed against what was
      * ordered and received, so the buyer has the whole argument
      * on one page before picking up the phone. The bill prints in
      * the vendor's unit as billed; ordered and received print in
      * stocking units at the order cost per unit.

       PRINT-VENDOR-HEADING.
           MOVE WS-HL-VENDOR-ID (WS-HELD-SUB) TO WS-CURRENT-VENDOR
           MOVE WS-CURRENT-VENDOR TO VN-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE "** vendor not on file **" TO VN-NAME
                   MOVE SPACES TO VN-CONTACT
           END-READ
           MOVE SPACES TO MISMATCH-REPORT-LINE
           WRITE MISMATCH-REPORT-LINE
           MOVE WS-CURRENT-VENDOR TO WS-VL-VENDOR-ID
           MOVE VN-NAME TO WS-VL-VENDOR-NAME
           MOVE VN-CONTACT TO WS-VL-CONTACT
           MOVE WS-VENDOR-LINE TO MISMATCH-REPORT-LINE
           WRITE MISMATCH-REPORT-LINE
           MOVE ZERO TO WS-VENDOR-HELD-VALUE.

       PRINT-VENDOR-TOTAL.
           MOVE WS-VENDOR-HELD-VALUE TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO MISMATCH-REPORT-LINE
           WRITE MISMATCH-REPORT-LINE.
