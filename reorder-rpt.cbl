               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
      * Run at close of business against the same INVENTORY-FILE the
      * game uses, so purchasing gets a ready-made reorder list instead
      * of re-deriving it from the full VIEW-INVENTORY listing. The
      * open-order file is read alongside it so a short item that
      * already has stock inbound from PO-GEN shows that quantity
      * instead of being ordered twice. Stock allocated to open
      * customer orders is read too: it is still on the shelf but
      * already spoken for, so an item is flagged when what is left
      * free drops below its reorder level.

       DATA DIVISION.
       FILE SECTION.
           05 OO-CLOSED-DATE       PIC 9(8).
      * Same layout PO-GEN writes and RECEIVING checks in against.

       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
           05 AL-KEY.
               10 AL-ITEM-ID        PIC 9(5).
               10 AL-LOCATION-ID    PIC X(4).
           05 AL-QUANTITY          PIC 9(5).
      * Same layout CUST-ORDER maintains.

       WORKING-STORAGE SECTION.
       01 EOD-BUSINESS-DATE      PIC 9(8) EXTERNAL.
       01 EOD-RECORD-COUNT       PIC 9(7) EXTERNAL.
       01 WS-LINE-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ON-ORDER-QTY        PIC 9(7).
       01 WS-ORDER-EOF           PIC X VALUE 'N'.
       01 WS-ALLOCATED-QTY       PIC 9(7).
       01 WS-ATP-QTY             PIC 9(7).
       01 WS-ALLOC-EOF           PIC X VALUE 'N'.
       01 WS-DETAIL-LINE.
           05 WS-DL-ITEM-ID      PIC Z(4)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-DL-REORDER      PIC Z(4)9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-DL-ON-ORDER     PIC Z(6)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DL-ALLOCATED    PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DL-ATP          PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       INITIALIZE-REPORT.
           OPEN INPUT INVENTORY-FILE
           OPEN INPUT OPEN-ORDER-FILE
           OPEN INPUT ALLOCATION-FILE
           OPEN OUTPUT REORDER-REPORT-FILE
           MOVE "Items Below Reorder Level" TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           MOVE "ID    | Name                 | Qty   | Reorder | OnOrd"
               TO REORDER-REPORT-LINE
           MOVE "| Alloc |    ATP" TO REORDER-REPORT-LINE(55:16)
           WRITE REORDER-REPORT-LINE
           MOVE "----------------------------------------------------"
               TO REORDER-REPORT-LINE
           MOVE "------------------" TO REORDER-REPORT-LINE(53:18)
           WRITE REORDER-REPORT-LINE
           START INVENTORY-FILE KEY IS NOT LESS THAN ITEM-ID
               INVALID KEY
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM COMPUTE-ALLOCATED
                   IF ITEM-QUANTITY < REORDER-LEVEL + WS-ALLOCATED-QTY
                       PERFORM WRITE-REORDER-LINE
                   END-IF
           END-READ.
           MOVE ITEM-QUANTITY TO WS-DL-QUANTITY
           MOVE REORDER-LEVEL TO WS-DL-REORDER
           MOVE WS-ON-ORDER-QTY TO WS-DL-ON-ORDER
           MOVE WS-ALLOCATED-QTY TO WS-DL-ALLOCATED
           IF WS-ALLOCATED-QTY > ITEM-QUANTITY + WS-ON-ORDER-QTY
               MOVE ZERO TO WS-ATP-QTY
           ELSE
               COMPUTE WS-ATP-QTY = ITEM-QUANTITY + WS-ON-ORDER-QTY
                   - WS-ALLOCATED-QTY
           END-IF
           MOVE WS-ATP-QTY TO WS-DL-ATP
           MOVE WS-DETAIL-LINE TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.
      * purchasing sees at a glance that a flagged item is already
      * inbound and does not order it a second time.

       COMPUTE-ALLOCATED.
           MOVE ZERO TO WS-ALLOCATED-QTY
           MOVE "N" TO WS-ALLOC-EOF
           MOVE ITEM-ID TO AL-ITEM-ID
           MOVE SPACES TO AL-LOCATION-ID
           START ALLOCATION-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ALLOC-EOF
           END-START
           PERFORM ADD-ONE-ALLOCATION UNTIL WS-ALLOC-EOF = "Y".
      * Totals the item's allocations across every stockroom, as
      * VIEW-INVENTORY does in main.cbl.

       ADD-ONE-ALLOCATION.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ALLOC-EOF
               NOT AT END
                   IF AL-ITEM-ID NOT = ITEM-ID
                       MOVE "Y" TO WS-ALLOC-EOF
                   ELSE
                       ADD AL-QUANTITY TO WS-ALLOCATED-QTY
                   END-IF
           END-READ.

       FINISH-REPORT.
           IF WS-LINE-COUNT = ZERO
               MOVE "No items are below their reorder level."
           MOVE WS-LINE-COUNT TO EOD-RECORD-COUNT
           CLOSE INVENTORY-FILE
           CLOSE OPEN-ORDER-FILE
           CLOSE ALLOCATION-FILE
           CLOSE REORDER-REPORT-FILE.
