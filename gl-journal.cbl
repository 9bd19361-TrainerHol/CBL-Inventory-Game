       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      * Turns the period's transaction log into the general-ledger
      * journal accounting loads, so the movement in the inventory
      * asset account can be explained line by line instead of only
      * seen as the difference between two INV-EXPORT snapshots.
      * Every logged movement becomes a balanced two-line entry at
      * the unit cost it moved at, and every change in unit cost the
      * movement does not explain (the rounding of the weighted-
      * average blend, a kit credited at its rolled-up cost) becomes
      * a revaluation entry, so the journal accounts for the whole
      * change in stock value. PERIOD-CLOSE calls this before it
      * archives the log; it can also be run on its own during the
      * month to see the journal so far.

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
      * Same layout main.cbl appends. Rows written before the costs
      * were carried read back with spaces in the cost fields; they
      * are valued at the item's current unit cost instead and
      * counted on the control report.

       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 ITEM-ID            PIC 9(5).
           05 ITEM-NAME          PIC X(20).
           05 ITEM-QUANTITY      PIC 9(5).
           05 ITEM-PRICE         PIC 9(5)V99.
           05 REORDER-LEVEL      PIC 9(5).
           05 ITEM-VENDOR-ID     PIC 9(5).
           05 ITEM-UNIT-COST     PIC 9(5)V99.

       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           05 GM-KEY.
               10 GM-OPERATION      PIC X(12).
               10 GM-LOCATION-ID    PIC X(4).
           05 GM-INVENTORY-ACCOUNT PIC X(10).
           05 GM-OFFSET-ACCOUNT    PIC X(10).
      * Same layout GLMAP-MAINT maintains: the operation's accounts
      * for the row's stockroom if it has its own, else the
      * operation's blank-stockroom default.

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 GJ-PERIOD-DATE     PIC 9(8).
           05 GJ-ENTRY-NO        PIC 9(7).
           05 GJ-LINE-NO         PIC 9.
           05 GJ-ACCOUNT         PIC X(10).
           05 GJ-DR-CR           PIC X.
           05 GJ-AMOUNT          PIC 9(10)V99.
           05 GJ-ITEM-ID         PIC 9(5).
           05 GJ-LOCATION-ID     PIC X(4).
           05 GJ-OPERATION       PIC X(12).
           05 GJ-TXN-DATE        PIC 9(8).
           05 GJ-QUANTITY        PIC 9(5).
      * Two lines per entry sharing the entry number, one D and one
      * C for the same amount, so every entry balances on its own.
      * Item, stockroom, operation, date and quantity travel with
      * each line so accounting can drill back to the log row.

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01 GL-PERIOD-DATE         PIC 9(8) EXTERNAL.
       01 GL-CONTROL-STATUS      PIC X EXTERNAL.
      * Shared with PERIOD-CLOSE, the way EOD-BATCH shares its
      * business date with the end-of-day steps: the close date
      * stamps the journal and the file names, and Y or N comes back
      * for whether the control proved. Run on its own the date is
      * zero, today is used and the files get plain names.
       01 WS-JOURNAL-NAME        PIC X(24) VALUE "GLJRNL.DAT".
       01 WS-REPORT-NAME         PIC X(24) VALUE "GLJRNL.RPT".
       01 WS-PERIOD-DATE         PIC 9(8).
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-ROW-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-ENTRY-NO            PIC 9(7) VALUE ZERO.
       01 WS-CURRENT-COST-ROWS   PIC 9(7) VALUE ZERO.
       01 WS-SUSPENSE-ENTRIES    PIC 9(7) VALUE ZERO.
       01 WS-SUSPENSE-ACCOUNT    PIC X(10) VALUE "SUSPENSE".
       01 WS-BEFORE-COST         PIC 9(5)V99.
       01 WS-AFTER-COST          PIC 9(5)V99.
       01 WS-MOVE-COST           PIC 9(5)V99.
       01 WS-QTY-DELTA           PIC S9(6).
       01 WS-MOVE-QTY            PIC 9(5).
       01 WS-MOVE-VALUE          PIC 9(10)V99.
       01 WS-SIGNED-MOVE         PIC S9(10)V99.
       01 WS-REVALUE-AMOUNT      PIC S9(11)V99.
       01 WS-ENTRY-AMOUNT        PIC 9(10)V99.
       01 WS-ENTRY-QTY           PIC 9(5).
       01 WS-ENTRY-DIRECTION     PIC X.
       01 WS-MAP-OPERATION       PIC X(12).
       01 WS-MAP-FOUND           PIC X.
       01 WS-INVENTORY-ACCOUNT   PIC X(10).
       01 WS-OFFSET-ACCOUNT      PIC X(10).
       01 WS-LINE-NO             PIC 9.
       01 WS-LINE-ACCOUNT        PIC X(10).
       01 WS-LINE-DR-CR          PIC X.
       01 WS-TOTAL-DEBITS        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS       PIC 9(11)V99 VALUE ZERO.
       01 WS-INVENTORY-NET       PIC S9(11)V99 VALUE ZERO.
       01 WS-OPENING-VALUE       PIC 9(11)V99 VALUE ZERO.
       01 WS-CLOSING-VALUE       PIC 9(11)V99 VALUE ZERO.
       01 WS-EXPECTED-VALUE      PIC S9(11)V99.
       01 WS-CONTROL-DIFF        PIC S9(11)V99.
       01 WS-ITEM-VALUE          PIC 9(10)V99.
       01 WS-ITEM-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-ITEM-SUB            PIC 9(3).
       01 WS-SHIFT-SUB           PIC 9(3).
       01 WS-ITEM-FOUND          PIC X.
       01 WS-SEARCH-ITEM         PIC 9(5).
       01 WS-ITEMS-UNTRACKED     PIC 9(5) VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-IV-ENTRY OCCURS 500 TIMES.
               10 WS-IV-ITEM-ID      PIC 9(5).
      * Every item on the log, in item order, with the first row's
      * before-quantity at before-cost as its opening value - the
      * same first-row rule PERIOD-CLOSE uses for its opening
      * quantity. Items with no rows were not moved, so their
      * opening value is their value now.
       01 WS-ACCOUNT-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-ACCOUNT-SUB         PIC 9(3).
       01 WS-ACCOUNT-FOUND       PIC X.
       01 WS-ACCOUNTS-UNLISTED   PIC 9(5) VALUE ZERO.
       01 WS-ACCOUNT-TABLE.
           05 WS-AC-ENTRY OCCURS 100 TIMES.
               10 WS-AC-ACCOUNT      PIC X(10).
               10 WS-AC-DEBITS       PIC 9(11)V99.
               10 WS-AC-CREDITS      PIC 9(11)V99.
      * Debit and credit totals per account for the control report,
      * kept in account order with the same locate-and-insert
      * WHEREUSED-RPT uses for its component table.
       01 WS-HEADER-LINE.
           05 FILLER             PIC X(34)
               VALUE "General Ledger Journal Control for".
           05 FILLER             PIC X VALUE SPACE.
           05 WS-HD-DATE         PIC 9(8).
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL        PIC X(44).
           05 WS-CL-COUNT        PIC Z(6)9.
       01 WS-ACCOUNT-LINE.
           05 WS-AL-ACCOUNT      PIC X(10).
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-AL-DEBITS       PIC Z(10)9.99.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-AL-CREDITS      PIC Z(10)9.99.
       01 WS-AMOUNT-LINE.
           05 WS-ML-LABEL        PIC X(36).
           05 WS-ML-AMOUNT       PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-JOURNAL-NAMES
           OPEN INPUT TRANSACTION-LOG-FILE
           OPEN INPUT INVENTORY-FILE
           OPEN INPUT GL-MAP-FILE
           OPEN OUTPUT JOURNAL-FILE
           MOVE "N" TO WS-EOF
           PERFORM JOURNAL-ONE-ROW UNTIL WS-EOF = "Y"
           CLOSE TRANSACTION-LOG-FILE
           CLOSE GL-MAP-FILE
           CLOSE JOURNAL-FILE
           PERFORM VALUE-CLOSING-STOCK
           CLOSE INVENTORY-FILE
           PERFORM PROVE-CONTROL
           PERFORM WRITE-CONTROL-REPORT
           DISPLAY "Journal entries written: " WS-ENTRY-NO
           IF GL-CONTROL-STATUS = "Y"
               DISPLAY "Journal control IN BALANCE."
           ELSE
               DISPLAY "Journal control OUT OF BALANCE - see "
                       WS-REPORT-NAME
           END-IF
           GOBACK.

       SET-JOURNAL-NAMES.
           IF GL-PERIOD-DATE = ZERO
               ACCEPT WS-PERIOD-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE GL-PERIOD-DATE TO WS-PERIOD-DATE
               MOVE SPACES TO WS-JOURNAL-NAME
               STRING "GLJRNL." DELIMITED BY SIZE
                       GL-PERIOD-DATE DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                       INTO WS-JOURNAL-NAME
               END-STRING
               MOVE SPACES TO WS-REPORT-NAME
               STRING "GLJRNL." DELIMITED BY SIZE
                       GL-PERIOD-DATE DELIMITED BY SIZE
                       ".RPT" DELIMITED BY SIZE
                       INTO WS-REPORT-NAME
               END-STRING
           END-IF.
      * A dated name per close keeps every month's journal beside the
      * dated log archive it was built from, and a mid-month run
      * cannot overwrite a closed month's file.

       JOURNAL-ONE-ROW.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM SET-ROW-COSTS
                   PERFORM NOTE-ITEM-OPENING
                   PERFORM JOURNAL-MOVEMENT
                   PERFORM JOURNAL-REVALUATION
           END-READ.

       SET-ROW-COSTS.
           IF TL-BEFORE-COST IS NUMERIC
                   AND TL-AFTER-COST IS NUMERIC
                   AND TL-MOVE-COST IS NUMERIC
               MOVE TL-BEFORE-COST TO WS-BEFORE-COST
               MOVE TL-AFTER-COST TO WS-AFTER-COST
               MOVE TL-MOVE-COST TO WS-MOVE-COST
           ELSE
               MOVE TL-ITEM-ID TO ITEM-ID
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE ZERO TO ITEM-UNIT-COST
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               MOVE ITEM-UNIT-COST TO WS-BEFORE-COST
               MOVE ITEM-UNIT-COST TO WS-AFTER-COST
               MOVE ITEM-UNIT-COST TO WS-MOVE-COST
               ADD 1 TO WS-CURRENT-COST-ROWS
           END-IF.
      * With one cost for all three the row can carry no
      * revaluation, only its movement at today's cost - the best
      * that can be done for a row that never recorded its own.

       NOTE-ITEM-OPENING.
           MOVE TL-ITEM-ID TO WS-SEARCH-ITEM
           PERFORM LOCATE-ITEM-ENTRY
           IF WS-ITEM-FOUND NOT = "Y"
               PERFORM INSERT-ITEM-ENTRY
           END-IF.

       LOCATE-ITEM-ENTRY.
           MOVE "N" TO WS-ITEM-FOUND
           MOVE 1 TO WS-ITEM-SUB
           PERFORM CHECK-ONE-ITEM-ENTRY
               UNTIL WS-ITEM-FOUND NOT = "N"
                   OR WS-ITEM-SUB > WS-ITEM-COUNT.

       CHECK-ONE-ITEM-ENTRY.
           IF WS-IV-ITEM-ID (WS-ITEM-SUB) = WS-SEARCH-ITEM
               MOVE "Y" TO WS-ITEM-FOUND
           ELSE
               IF WS-IV-ITEM-ID (WS-ITEM-SUB) > WS-SEARCH-ITEM
                   MOVE "I" TO WS-ITEM-FOUND
               ELSE
                   ADD 1 TO WS-ITEM-SUB
               END-IF
           END-IF.

       INSERT-ITEM-ENTRY.
           IF WS-ITEM-COUNT = 500
               ADD 1 TO WS-ITEMS-UNTRACKED
           ELSE
               MOVE WS-ITEM-COUNT TO WS-SHIFT-SUB
               PERFORM SHIFT-ONE-ITEM-ENTRY
                   UNTIL WS-SHIFT-SUB < WS-ITEM-SUB
               ADD 1 TO WS-ITEM-COUNT
               MOVE TL-ITEM-ID TO WS-IV-ITEM-ID (WS-ITEM-SUB)
               COMPUTE WS-ITEM-VALUE =
                   TL-BEFORE-QTY * WS-BEFORE-COST
               ADD WS-ITEM-VALUE TO WS-OPENING-VALUE
           END-IF.
      * The opening value is added to the total the moment the item
      * is first seen, so the table only has to remember which items
      * have been seen. An item that does not fit is counted and the
      * control is reported unproven rather than guessed at.

       SHIFT-ONE-ITEM-ENTRY.
           MOVE WS-IV-ENTRY (WS-SHIFT-SUB)
               TO WS-IV-ENTRY (WS-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WS-SHIFT-SUB.

       JOURNAL-MOVEMENT.
           COMPUTE WS-QTY-DELTA = TL-AFTER-QTY - TL-BEFORE-QTY
           IF WS-QTY-DELTA < ZERO
               MOVE "O" TO WS-ENTRY-DIRECTION
               COMPUTE WS-MOVE-QTY = ZERO - WS-QTY-DELTA
           ELSE
               MOVE "I" TO WS-ENTRY-DIRECTION
               MOVE WS-QTY-DELTA TO WS-MOVE-QTY
           END-IF
           COMPUTE WS-MOVE-VALUE = WS-MOVE-QTY * WS-MOVE-COST
           IF WS-ENTRY-DIRECTION = "O"
               COMPUTE WS-SIGNED-MOVE = ZERO - WS-MOVE-VALUE
           ELSE
               MOVE WS-MOVE-VALUE TO WS-SIGNED-MOVE
           END-IF
           IF WS-MOVE-VALUE > ZERO
               MOVE TL-OPERATION TO WS-MAP-OPERATION
               MOVE WS-MOVE-VALUE TO WS-ENTRY-AMOUNT
               MOVE WS-MOVE-QTY TO WS-ENTRY-QTY
               PERFORM POST-ENTRY
           END-IF.
      * The direction comes from the quantity, not from the name of
      * the operation: receipts, returns and kits built go into
      * stock, issues, backorder fills, scrap, transit losses and
      * kits broken come out, and a count adjustment goes whichever
      * way the count went. Price updates move no units and fall
      * out at zero.

       JOURNAL-REVALUATION.
           COMPUTE WS-REVALUE-AMOUNT =
               TL-AFTER-QTY * WS-AFTER-COST
               - TL-BEFORE-QTY * WS-BEFORE-COST
               - WS-SIGNED-MOVE
           IF WS-REVALUE-AMOUNT NOT = ZERO
               MOVE "COST REVALUE" TO WS-MAP-OPERATION
               IF WS-REVALUE-AMOUNT < ZERO
                   MOVE "O" TO WS-ENTRY-DIRECTION
                   COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-REVALUE-AMOUNT
               ELSE
                   MOVE "I" TO WS-ENTRY-DIRECTION
                   MOVE WS-REVALUE-AMOUNT TO WS-ENTRY-AMOUNT
               END-IF
               MOVE ZERO TO WS-ENTRY-QTY
               PERFORM POST-ENTRY
           END-IF.
      * Stock value after the row, less stock value before it, less
      * what the movement itself carried, is the part of the change
      * that came from the unit cost moving - a cost change that has
      * nothing to do with selling price. Posting it is what makes
      * the journal add up to the valuation exactly.

       POST-ENTRY.
           PERFORM FIND-ENTRY-ACCOUNTS
           ADD 1 TO WS-ENTRY-NO
           IF WS-ENTRY-DIRECTION = "I"
               MOVE 1 TO WS-LINE-NO
               MOVE WS-INVENTORY-ACCOUNT TO WS-LINE-ACCOUNT
               MOVE "D" TO WS-LINE-DR-CR
               PERFORM WRITE-JOURNAL-LINE
               MOVE 2 TO WS-LINE-NO
               MOVE WS-OFFSET-ACCOUNT TO WS-LINE-ACCOUNT
               MOVE "C" TO WS-LINE-DR-CR
               PERFORM WRITE-JOURNAL-LINE
               ADD WS-ENTRY-AMOUNT TO WS-INVENTORY-NET
           ELSE
               MOVE 1 TO WS-LINE-NO
               MOVE WS-OFFSET-ACCOUNT TO WS-LINE-ACCOUNT
               MOVE "D" TO WS-LINE-DR-CR
               PERFORM WRITE-JOURNAL-LINE
               MOVE 2 TO WS-LINE-NO
               MOVE WS-INVENTORY-ACCOUNT TO WS-LINE-ACCOUNT
               MOVE "C" TO WS-LINE-DR-CR
               PERFORM WRITE-JOURNAL-LINE
               SUBTRACT WS-ENTRY-AMOUNT FROM WS-INVENTORY-NET
           END-IF.
      * The net of the inventory-side lines is kept apart from the
      * account totals, so the control still proves even where an
      * inventory account has been mapped as another operation's
      * offset.

       FIND-ENTRY-ACCOUNTS.
           MOVE WS-MAP-OPERATION TO GM-OPERATION
           MOVE TL-LOCATION-ID TO GM-LOCATION-ID
           MOVE "N" TO WS-MAP-FOUND
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAP-FOUND
           END-READ
           IF WS-MAP-FOUND = "N" AND TL-LOCATION-ID NOT = SPACES
               MOVE SPACES TO GM-LOCATION-ID
               READ GL-MAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MAP-FOUND
               END-READ
           END-IF
           IF WS-MAP-FOUND = "Y"
               MOVE GM-INVENTORY-ACCOUNT TO WS-INVENTORY-ACCOUNT
               MOVE GM-OFFSET-ACCOUNT TO WS-OFFSET-ACCOUNT
           ELSE
               MOVE WS-SUSPENSE-ACCOUNT TO WS-INVENTORY-ACCOUNT
               MOVE WS-SUSPENSE-ACCOUNT TO WS-OFFSET-ACCOUNT
               ADD 1 TO WS-SUSPENSE-ENTRIES
           END-IF.
      * Stockroom mapping first, then the operation's default. An
      * operation nobody has mapped still gets its entry, on the
      * SUSPENSE account, so the journal stays complete and the
      * count on the control report says what accounting has to
      * clear.

       WRITE-JOURNAL-LINE.
           MOVE WS-PERIOD-DATE TO GJ-PERIOD-DATE
           MOVE WS-ENTRY-NO TO GJ-ENTRY-NO
           MOVE WS-LINE-NO TO GJ-LINE-NO
           MOVE WS-LINE-ACCOUNT TO GJ-ACCOUNT
           MOVE WS-LINE-DR-CR TO GJ-DR-CR
           MOVE WS-ENTRY-AMOUNT TO GJ-AMOUNT
           MOVE TL-ITEM-ID TO GJ-ITEM-ID
           MOVE TL-LOCATION-ID TO GJ-LOCATION-ID
           MOVE WS-MAP-OPERATION TO GJ-OPERATION
           MOVE TL-DATE TO GJ-TXN-DATE
           MOVE WS-ENTRY-QTY TO GJ-QUANTITY
           WRITE JOURNAL-RECORD
           IF WS-LINE-DR-CR = "D"
               ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           PERFORM ACCUMULATE-ACCOUNT.

       ACCUMULATE-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FOUND
           MOVE 1 TO WS-ACCOUNT-SUB
           PERFORM CHECK-ONE-ACCOUNT-ENTRY
               UNTIL WS-ACCOUNT-FOUND NOT = "N"
                   OR WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
           IF WS-ACCOUNT-FOUND NOT = "Y"
               PERFORM INSERT-ACCOUNT-ENTRY
           END-IF
           IF WS-ACCOUNT-FOUND = "Y"
               IF WS-LINE-DR-CR = "D"
                   ADD WS-ENTRY-AMOUNT
                       TO WS-AC-DEBITS (WS-ACCOUNT-SUB)
               ELSE
                   ADD WS-ENTRY-AMOUNT
                       TO WS-AC-CREDITS (WS-ACCOUNT-SUB)
               END-IF
           END-IF.

       CHECK-ONE-ACCOUNT-ENTRY.
           IF WS-AC-ACCOUNT (WS-ACCOUNT-SUB) = WS-LINE-ACCOUNT
               MOVE "Y" TO WS-ACCOUNT-FOUND
           ELSE
               IF WS-AC-ACCOUNT (WS-ACCOUNT-SUB) > WS-LINE-ACCOUNT
                   MOVE "I" TO WS-ACCOUNT-FOUND
               ELSE
                   ADD 1 TO WS-ACCOUNT-SUB
               END-IF
           END-IF.

       INSERT-ACCOUNT-ENTRY.
           IF WS-ACCOUNT-COUNT = 100
               ADD 1 TO WS-ACCOUNTS-UNLISTED
               MOVE "F" TO WS-ACCOUNT-FOUND
           ELSE
               MOVE WS-ACCOUNT-COUNT TO WS-SHIFT-SUB
               PERFORM SHIFT-ONE-ACCOUNT-ENTRY
                   UNTIL WS-SHIFT-SUB < WS-ACCOUNT-SUB
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-LINE-ACCOUNT TO WS-AC-ACCOUNT (WS-ACCOUNT-SUB)
               MOVE ZERO TO WS-AC-DEBITS (WS-ACCOUNT-SUB)
               MOVE ZERO TO WS-AC-CREDITS (WS-ACCOUNT-SUB)
               MOVE "Y" TO WS-ACCOUNT-FOUND
           END-IF.
      * A line whose account does not fit the table is still on the
      * journal and in the grand totals; only its account line is
      * missing from the report, and the count says so.

       SHIFT-ONE-ACCOUNT-ENTRY.
           MOVE WS-AC-ENTRY (WS-SHIFT-SUB)
               TO WS-AC-ENTRY (WS-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WS-SHIFT-SUB.

       VALUE-CLOSING-STOCK.
           MOVE "N" TO WS-EOF
           MOVE ZERO TO ITEM-ID
           START INVENTORY-FILE KEY IS NOT LESS THAN ITEM-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM VALUE-ONE-ITEM UNTIL WS-EOF = "Y".

       VALUE-ONE-ITEM.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   COMPUTE WS-ITEM-VALUE =
                       ITEM-QUANTITY * ITEM-UNIT-COST
                   ADD WS-ITEM-VALUE TO WS-CLOSING-VALUE
                   MOVE ITEM-ID TO WS-SEARCH-ITEM
                   PERFORM LOCATE-ITEM-ENTRY
                   IF WS-ITEM-FOUND NOT = "Y"
                       ADD WS-ITEM-VALUE TO WS-OPENING-VALUE
                   END-IF
           END-READ.
      * The closing value is worked exactly as VALUATION-RPT works
      * its grand total, quantity times weighted-average cost over
      * the whole inventory file, so the figure proved here is the
      * figure on that report.

       PROVE-CONTROL.
           COMPUTE WS-EXPECTED-VALUE =
               WS-OPENING-VALUE + WS-INVENTORY-NET
           COMPUTE WS-CONTROL-DIFF =
               WS-CLOSING-VALUE - WS-EXPECTED-VALUE
           IF WS-CONTROL-DIFF = ZERO AND WS-ITEMS-UNTRACKED = ZERO
               MOVE "Y" TO GL-CONTROL-STATUS
           ELSE
               MOVE "N" TO GL-CONTROL-STATUS
           END-IF.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE WS-PERIOD-DATE TO WS-HD-DATE
           MOVE WS-HEADER-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "Log rows read:" TO WS-CL-LABEL
           MOVE WS-ROW-COUNT TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "Journal entries written:" TO WS-CL-LABEL
           MOVE WS-ENTRY-NO TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "Rows valued at current cost (no log cost):"
               TO WS-CL-LABEL
           MOVE WS-CURRENT-COST-ROWS TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "Entries posted to SUSPENSE (not mapped):"
               TO WS-CL-LABEL
           MOVE WS-SUSPENSE-ENTRIES TO WS-CL-COUNT
           PERFORM WRITE-COUNT-LINE
           IF WS-ITEMS-UNTRACKED > ZERO
               MOVE "Items too many to track (control unproven):"
                   TO WS-CL-LABEL
               MOVE WS-ITEMS-UNTRACKED TO WS-CL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF
           IF WS-ACCOUNTS-UNLISTED > ZERO
               MOVE "Lines on accounts not listed (table full):"
                   TO WS-CL-LABEL
               MOVE WS-ACCOUNTS-UNLISTED TO WS-CL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "Account                Debits            Credits"
               TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "------------------------------------------------"
               TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 1 TO WS-ACCOUNT-SUB
           PERFORM WRITE-ONE-ACCOUNT-LINE
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
           MOVE "------------------------------------------------"
               TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "Totals" TO WS-AL-ACCOUNT
           MOVE WS-TOTAL-DEBITS TO WS-AL-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-AL-CREDITS
           MOVE WS-ACCOUNT-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "Opening inventory value:" TO WS-ML-LABEL
           MOVE WS-OPENING-VALUE TO WS-ML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Net journal inventory movement:" TO WS-ML-LABEL
           MOVE WS-INVENTORY-NET TO WS-ML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Expected closing value:" TO WS-ML-LABEL
           MOVE WS-EXPECTED-VALUE TO WS-ML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Closing value (VALUATION-RPT total):"
               TO WS-ML-LABEL
           MOVE WS-CLOSING-VALUE TO WS-ML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Difference:" TO WS-ML-LABEL
           MOVE WS-CONTROL-DIFF TO WS-ML-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           IF GL-CONTROL-STATUS = "Y"
               MOVE "*** CONTROL IN BALANCE ***"
                   TO CONTROL-REPORT-LINE
           ELSE
               MOVE "*** CONTROL OUT OF BALANCE ***"
                   TO CONTROL-REPORT-LINE
           END-IF
           WRITE CONTROL-REPORT-LINE
           CLOSE CONTROL-REPORT-FILE.
      * Opening value plus the inventory side of every journal entry
      * must land exactly on the closing valuation. A difference
      * means value changed without a log row - a cost or quantity
      * keyed around the posting programs - or rows carried no cost
      * of their own, which the counts above show.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE WS-AMOUNT-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE.

       WRITE-ONE-ACCOUNT-LINE.
           MOVE WS-AC-ACCOUNT (WS-ACCOUNT-SUB) TO WS-AL-ACCOUNT
           MOVE WS-AC-DEBITS (WS-ACCOUNT-SUB) TO WS-AL-DEBITS
           MOVE WS-AC-CREDITS (WS-ACCOUNT-SUB) TO WS-AL-CREDITS
           MOVE WS-ACCOUNT-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           ADD 1 TO WS-ACCOUNT-SUB.
