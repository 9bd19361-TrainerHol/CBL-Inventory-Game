       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLEN-PROP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-LEVEL-FILE ASSIGN TO "LOCLEVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY.
           SELECT LOCATION-STOCK-FILE ASSIGN TO "LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
           SELECT IN-TRANSIT-FILE ASSIGN TO "INTRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-TRANSFER-REF.
           SELECT LOCATION-MASTER-FILE ASSIGN TO "LOCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOCATION-ID.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
           SELECT PROPOSAL-FILE ASSIGN TO "REPLPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY.
           SELECT REPLEN-REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      * Nightly replenishment proposal: every active branch stockroom
      * whose free stock plus what is already on the van falls below
      * its LOCLEVEL.DAT minimum is proposed a transfer from MAIN
      * that tops it back up to its maximum, as far as MAIN can
      * spare without dropping below its own minimum. Nothing moves
      * here; the proposals wait on REPLPROP.DAT for a supervisor to
      * approve in REPLEN-APPROVE, which dispatches them exactly as
      * Transfer Stock does by hand.

       DATA DIVISION.
       FILE SECTION.
       FD LOCATION-LEVEL-FILE.
       01 LOCATION-LEVEL-RECORD.
           05 SL-KEY.
               10 SL-ITEM-ID        PIC 9(5).
               10 SL-LOCATION-ID    PIC X(4).
           05 SL-MIN-QTY           PIC 9(5).
           05 SL-MAX-QTY           PIC 9(5).
      * Same layout LOC-MAINT maintains. Keyed item first, so one
      * item's stockrooms come off the file together.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-RECORD.
           05 LS-KEY.
               10 LS-ITEM-ID        PIC 9(5).
               10 LS-LOCATION-ID    PIC X(4).
           05 LS-QUANTITY          PIC 9(5).

       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
           05 AL-KEY.
               10 AL-ITEM-ID        PIC 9(5).
               10 AL-LOCATION-ID    PIC X(4).
           05 AL-QUANTITY          PIC 9(5).
      * Same layout CUST-ORDER maintains. Stock promised to an open
      * customer order is on the shelf but not free, at the branch
      * or at MAIN, so it is left out of both sides of the sum.

       FD IN-TRANSIT-FILE.
       01 IN-TRANSIT-RECORD.
           05 TR-TRANSFER-REF    PIC X(10).
           05 TR-ITEM-ID         PIC 9(5).
           05 TR-FROM-LOCATION   PIC X(4).
           05 TR-TO-LOCATION     PIC X(4).
           05 TR-QUANTITY        PIC 9(5).
           05 TR-DISPATCH-DATE   PIC 9(8).
           05 TR-STATUS          PIC X.
           05 TR-QTY-RECEIVED    PIC 9(5).
           05 TR-RECEIVED-DATE   PIC 9(8).
      * Same layout main.cbl dispatches into. A status-T consignment
      * already on its way to a branch counts toward that branch,
      * or every night would propose the same top-up again until
      * the van arrived.

       FD LOCATION-MASTER-FILE.
       01 LOCATION-MASTER-RECORD.
           05 LM-LOCATION-ID     PIC X(4).
           05 LM-NAME            PIC X(20).
           05 LM-ACTIVE          PIC X.

       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 ITEM-ID            PIC 9(5).
           05 ITEM-NAME          PIC X(20).
           05 ITEM-QUANTITY      PIC 9(5).
           05 ITEM-PRICE         PIC 9(5)V99.
           05 REORDER-LEVEL      PIC 9(5).
           05 ITEM-VENDOR-ID     PIC 9(5).
           05 ITEM-UNIT-COST     PIC 9(5)V99.

       FD PROPOSAL-FILE.
       01 PROPOSAL-RECORD.
           05 RP-KEY.
               10 RP-TO-LOCATION    PIC X(4).
               10 RP-ITEM-ID        PIC 9(5).
           05 RP-FROM-LOCATION     PIC X(4).
           05 RP-QUANTITY          PIC 9(5).
           05 RP-POSITION-QTY      PIC 9(5).
           05 RP-MAX-QTY           PIC 9(5).
           05 RP-STATUS            PIC X.
           05 RP-RUN-DATE          PIC 9(8).
           05 RP-TRANSFER-REF      PIC X(10).
      * One proposed transfer per branch per item: how many to send
      * from MAIN, the branch's free-plus-in-transit position and
      * maximum when it was proposed, and P until REPLEN-APPROVE
      * dispatches it (D, with the transfer reference) or a
      * supervisor turns it down (R). Keyed destination first so the
      * approval screen and the driver's pick list both come out a
      * branch at a time. Rebuilt from empty every night, so an
      * unapproved list is simply superseded by tonight's.

       FD REPLEN-REPORT-FILE.
       01 REPLEN-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01 EOD-BUSINESS-DATE      PIC 9(8) EXTERNAL.
       01 EOD-RECORD-COUNT       PIC 9(7) EXTERNAL.
      * Shared with EOD-BATCH when the proposal runs as a step of the
      * end-of-day run, as OVERDUE-RPT shares them: the business
      * date stamps the report name and the proposal date, and the
      * number of proposals written goes back for the run-control
      * file. Run standalone the date is zero and today is used.
       01 WS-REPORT-NAME         PIC X(24) VALUE "REPLEN.RPT".
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-TRANSIT-EOF         PIC X VALUE 'N'.
       01 WS-RUN-DATE            PIC 9(8).
       01 WS-CURRENT-ITEM        PIC 9(5).
       01 WS-ROOM-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-ROOM-SUB            PIC 9(2).
       01 WS-CENTRAL-MIN         PIC 9(5).
       01 WS-CENTRAL-SPARE       PIC 9(5).
       01 WS-CENTRAL-FREE        PIC 9(5).
       01 WS-FREE-QTY            PIC 9(5).
       01 WS-POSITION-QTY        PIC 9(7).
       01 WS-WANTED-QTY          PIC 9(7).
       01 WS-PROPOSED-QTY        PIC 9(5).
       01 WS-NAME-READ           PIC X.
       01 WS-PROPOSAL-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-SHORT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ROOM-TABLE.
           05 WS-RM-ENTRY OCCURS 20 TIMES.
               10 WS-RM-LOCATION-ID  PIC X(4).
               10 WS-RM-MIN-QTY      PIC 9(5).
               10 WS-RM-MAX-QTY      PIC 9(5).
      * The current item's LOCLEVEL rows. "AUX1" sorts ahead of
      * "MAIN", so the whole item is gathered first and MAIN's own
      * minimum picked out of it before any branch is looked at.
       01 WS-TRANSIT-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-TRANSIT-SUB         PIC 9(4).
       01 WS-SHIFT-SUB           PIC 9(4).
       01 WS-TRANSIT-FOUND       PIC X.
       01 WS-TRANSIT-KEY.
           05 WS-TK-ITEM-ID      PIC 9(5).
           05 WS-TK-LOCATION-ID  PIC X(4).
       01 WS-TRANSIT-TABLE.
           05 WS-TT-ENTRY OCCURS 1000 TIMES.
               10 WS-TT-KEY.
                   15 WS-TT-ITEM-ID      PIC 9(5).
                   15 WS-TT-LOCATION-ID  PIC X(4).
               10 WS-TT-QUANTITY     PIC 9(7).
      * Open consignments summed by item and destination, kept in
      * key order with the same locate-and-insert WHEREUSED-RPT uses
      * for its component table.
       01 WS-HEADER-LINE.
           05 FILLER             PIC X(34)
               VALUE "Replenishment Proposals from MAIN ".
           05 WS-HD-DATE         PIC 9(8).
       01 WS-COLUMN-LINE.
           05 FILLER             PIC X(40)
               VALUE "To    Item  Name                    Posn".
           05 FILLER             PIC X(40)
               VALUE "   Min   Max  Send".
       01 WS-DETAIL-LINE.
           05 WS-DL-LOCATION     PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DL-ITEM-ID      PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-NAME         PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-POSITION     PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-MIN          PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-MAX          PIC Z(4)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WS-DL-SEND         PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DL-FLAG         PIC X(14).
       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(21)
               VALUE "Transfers proposed:  ".
           05 WS-TL-PROPOSED     PIC Z(4)9.
           05 FILLER             PIC X(29)
               VALUE "   Branches MAIN cannot fill:".
           05 WS-TL-SHORT        PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SET-RUN-DATE
           OPEN INPUT IN-TRANSIT-FILE
           PERFORM LOAD-OPEN-TRANSFERS
           CLOSE IN-TRANSIT-FILE
           OPEN INPUT LOCATION-LEVEL-FILE
           OPEN INPUT LOCATION-STOCK-FILE
           OPEN INPUT ALLOCATION-FILE
           OPEN INPUT LOCATION-MASTER-FILE
           OPEN INPUT INVENTORY-FILE
           OPEN OUTPUT PROPOSAL-FILE
           OPEN OUTPUT REPLEN-REPORT-FILE
           PERFORM PRINT-REPORT-HEADER
           PERFORM PROPOSE-TRANSFERS
           PERFORM PRINT-REPORT-TOTALS
           CLOSE LOCATION-LEVEL-FILE
           CLOSE LOCATION-STOCK-FILE
           CLOSE ALLOCATION-FILE
           CLOSE LOCATION-MASTER-FILE
           CLOSE INVENTORY-FILE
           CLOSE PROPOSAL-FILE
           CLOSE REPLEN-REPORT-FILE
           MOVE WS-PROPOSAL-COUNT TO EOD-RECORD-COUNT
           DISPLAY "Transfers proposed: " WS-PROPOSAL-COUNT
           GOBACK.

       SET-RUN-DATE.
           IF EOD-BUSINESS-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE EOD-BUSINESS-DATE TO WS-RUN-DATE
               MOVE SPACES TO WS-REPORT-NAME
               STRING "REPLEN." DELIMITED BY SIZE
                       EOD-BUSINESS-DATE DELIMITED BY SIZE
                       ".RPT" DELIMITED BY SIZE
                       INTO WS-REPORT-NAME
               END-STRING
           END-IF.

       LOAD-OPEN-TRANSFERS.
           MOVE "N" TO WS-TRANSIT-EOF
           MOVE SPACES TO TR-TRANSFER-REF
           START IN-TRANSIT-FILE
                   KEY IS NOT LESS THAN TR-TRANSFER-REF
               INVALID KEY
                   MOVE "Y" TO WS-TRANSIT-EOF
           END-START
           PERFORM LOAD-ONE-TRANSFER UNTIL WS-TRANSIT-EOF = "Y".

       LOAD-ONE-TRANSFER.
           READ IN-TRANSIT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TRANSIT-EOF
               NOT AT END
                   IF TR-STATUS = "T"
                       MOVE TR-ITEM-ID TO WS-TK-ITEM-ID
                       MOVE TR-TO-LOCATION TO WS-TK-LOCATION-ID
                       PERFORM LOCATE-TRANSIT-ENTRY
                       IF WS-TRANSIT-FOUND NOT = "F"
                           ADD TR-QUANTITY
                               TO WS-TT-QUANTITY (WS-TRANSIT-SUB)
                       END-IF
                   END-IF
           END-READ.

       LOCATE-TRANSIT-ENTRY.
           MOVE "N" TO WS-TRANSIT-FOUND
           MOVE 1 TO WS-TRANSIT-SUB
           PERFORM CHECK-TRANSIT-ENTRY
               UNTIL WS-TRANSIT-FOUND NOT = "N"
                   OR WS-TRANSIT-SUB > WS-TRANSIT-COUNT
           IF WS-TRANSIT-FOUND NOT = "Y"
               PERFORM INSERT-TRANSIT-ENTRY
           END-IF.

       CHECK-TRANSIT-ENTRY.
           IF WS-TT-KEY (WS-TRANSIT-SUB) = WS-TRANSIT-KEY
               MOVE "Y" TO WS-TRANSIT-FOUND
           ELSE
               IF WS-TT-KEY (WS-TRANSIT-SUB) > WS-TRANSIT-KEY
                   MOVE "I" TO WS-TRANSIT-FOUND
               ELSE
                   ADD 1 TO WS-TRANSIT-SUB
               END-IF
           END-IF.

       INSERT-TRANSIT-ENTRY.
           IF WS-TRANSIT-COUNT = 1000
               DISPLAY "In-transit table full; item " WS-TK-ITEM-ID
                       " to " WS-TK-LOCATION-ID " not counted."
               MOVE "F" TO WS-TRANSIT-FOUND
           ELSE
               MOVE WS-TRANSIT-COUNT TO WS-SHIFT-SUB
               PERFORM SHIFT-TRANSIT-ENTRY
                   UNTIL WS-SHIFT-SUB < WS-TRANSIT-SUB
               ADD 1 TO WS-TRANSIT-COUNT
               MOVE WS-TRANSIT-KEY TO WS-TT-KEY (WS-TRANSIT-SUB)
               MOVE ZERO TO WS-TT-QUANTITY (WS-TRANSIT-SUB)
           END-IF.

       SHIFT-TRANSIT-ENTRY.
           MOVE WS-TT-ENTRY (WS-SHIFT-SUB)
               TO WS-TT-ENTRY (WS-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WS-SHIFT-SUB.

       PRINT-REPORT-HEADER.
           MOVE WS-RUN-DATE TO WS-HD-DATE
           MOVE WS-HEADER-LINE TO REPLEN-REPORT-LINE
           WRITE REPLEN-REPORT-LINE
           MOVE WS-COLUMN-LINE TO REPLEN-REPORT-LINE
           WRITE REPLEN-REPORT-LINE
           MOVE "--------------------------------------------------"
               TO REPLEN-REPORT-LINE
           WRITE REPLEN-REPORT-LINE.

       PROPOSE-TRANSFERS.
           MOVE "N" TO WS-EOF
           MOVE ZERO TO SL-ITEM-ID
           MOVE SPACES TO SL-LOCATION-ID
           START LOCATION-LEVEL-FILE KEY IS NOT LESS THAN SL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           IF WS-EOF NOT = "Y"
               PERFORM READ-NEXT-LEVEL
           END-IF
           PERFORM PROPOSE-FOR-ITEM UNTIL WS-EOF = "Y".

       READ-NEXT-LEVEL.
           READ LOCATION-LEVEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ.

       PROPOSE-FOR-ITEM.
           MOVE SL-ITEM-ID TO WS-CURRENT-ITEM
           MOVE ZERO TO WS-ROOM-COUNT
           PERFORM GATHER-ITEM-LEVEL
               UNTIL WS-EOF = "Y"
                   OR SL-ITEM-ID NOT = WS-CURRENT-ITEM
           MOVE "N" TO WS-NAME-READ
           PERFORM FIND-CENTRAL-SPARE
           PERFORM PROPOSE-FOR-ROOM
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-COUNT.
      * One item at a time: MAIN's spare stock is worked out once,
      * then handed out to the branches in stockroom id order until
      * it runs dry, so two branches short on the same night cannot
      * between them be promised more than MAIN has.

       GATHER-ITEM-LEVEL.
           IF WS-ROOM-COUNT = 20
               DISPLAY "Too many stockrooms for item " SL-ITEM-ID
                       "; " SL-LOCATION-ID " skipped."
           ELSE
               ADD 1 TO WS-ROOM-COUNT
               MOVE SL-LOCATION-ID
                   TO WS-RM-LOCATION-ID (WS-ROOM-COUNT)
               MOVE SL-MIN-QTY TO WS-RM-MIN-QTY (WS-ROOM-COUNT)
               MOVE SL-MAX-QTY TO WS-RM-MAX-QTY (WS-ROOM-COUNT)
           END-IF
           PERFORM READ-NEXT-LEVEL.

       FIND-CENTRAL-SPARE.
           MOVE ZERO TO WS-CENTRAL-MIN
           PERFORM CHECK-CENTRAL-ROOM
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
           MOVE WS-CURRENT-ITEM TO LS-ITEM-ID
           MOVE "MAIN" TO LS-LOCATION-ID
           PERFORM COMPUTE-FREE-STOCK
           MOVE WS-FREE-QTY TO WS-CENTRAL-FREE
           IF WS-CENTRAL-FREE > WS-CENTRAL-MIN
               COMPUTE WS-CENTRAL-SPARE =
                   WS-CENTRAL-FREE - WS-CENTRAL-MIN
           ELSE
               MOVE ZERO TO WS-CENTRAL-SPARE
           END-IF.
      * What MAIN can send is its free stock less its own minimum;
      * with no MAIN level on file the minimum is zero and all of
      * MAIN's free stock may go.

       CHECK-CENTRAL-ROOM.
           IF WS-RM-LOCATION-ID (WS-ROOM-SUB) = "MAIN"
               MOVE WS-RM-MIN-QTY (WS-ROOM-SUB) TO WS-CENTRAL-MIN
           END-IF.

       COMPUTE-FREE-STOCK.
           MOVE ZERO TO WS-FREE-QTY
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO LS-QUANTITY
           END-READ
           MOVE LS-ITEM-ID TO AL-ITEM-ID
           MOVE LS-LOCATION-ID TO AL-LOCATION-ID
           READ ALLOCATION-FILE
               INVALID KEY
                   MOVE ZERO TO AL-QUANTITY
           END-READ
           IF LS-QUANTITY > AL-QUANTITY
               COMPUTE WS-FREE-QTY = LS-QUANTITY - AL-QUANTITY
           END-IF.
      * Free is what is on the shelf less what is promised to open
      * customer orders, the same sum main.cbl's COMPUTE-FREE-STOCK
      * makes; no LOCSTOCK row means nothing is there.

       PROPOSE-FOR-ROOM.
           IF WS-RM-LOCATION-ID (WS-ROOM-SUB) NOT = "MAIN"
               MOVE WS-RM-LOCATION-ID (WS-ROOM-SUB) TO LM-LOCATION-ID
               READ LOCATION-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO LM-ACTIVE
               END-READ
               IF LM-ACTIVE = "Y"
                   PERFORM CHECK-ROOM-POSITION
               END-IF
           END-IF.
      * Only a live branch is topped up: a stockroom retired or held
      * for quarantine on LOC-MAINT keeps its levels on file but is
      * never sent anything.

       CHECK-ROOM-POSITION.
           MOVE WS-CURRENT-ITEM TO LS-ITEM-ID
           MOVE WS-RM-LOCATION-ID (WS-ROOM-SUB) TO LS-LOCATION-ID
           PERFORM COMPUTE-FREE-STOCK
           MOVE WS-CURRENT-ITEM TO WS-TK-ITEM-ID
           MOVE WS-RM-LOCATION-ID (WS-ROOM-SUB) TO WS-TK-LOCATION-ID
           MOVE WS-FREE-QTY TO WS-POSITION-QTY
           PERFORM ADD-ROOM-IN-TRANSIT
           IF WS-POSITION-QTY < WS-RM-MIN-QTY (WS-ROOM-SUB)
               COMPUTE WS-WANTED-QTY =
                   WS-RM-MAX-QTY (WS-ROOM-SUB) - WS-POSITION-QTY
               IF WS-WANTED-QTY > WS-CENTRAL-SPARE
                   MOVE WS-CENTRAL-SPARE TO WS-PROPOSED-QTY
               ELSE
                   MOVE WS-WANTED-QTY TO WS-PROPOSED-QTY
               END-IF
               SUBTRACT WS-PROPOSED-QTY FROM WS-CENTRAL-SPARE
               IF WS-PROPOSED-QTY > ZERO
                   PERFORM WRITE-PROPOSAL
               END-IF
               PERFORM PRINT-PROPOSAL-LINE
           END-IF.
      * Below the minimum the branch is topped up to its maximum,
      * not just back to the minimum, so the van is not out again
      * the next night. When MAIN cannot spare it all, what it can
      * spare is proposed and the line is flagged; a branch MAIN
      * cannot send anything to is printed without a proposal.

       ADD-ROOM-IN-TRANSIT.
           MOVE "N" TO WS-TRANSIT-FOUND
           MOVE 1 TO WS-TRANSIT-SUB
           PERFORM CHECK-TRANSIT-ENTRY
               UNTIL WS-TRANSIT-FOUND NOT = "N"
                   OR WS-TRANSIT-SUB > WS-TRANSIT-COUNT
           IF WS-TRANSIT-FOUND = "Y"
               ADD WS-TT-QUANTITY (WS-TRANSIT-SUB) TO WS-POSITION-QTY
           END-IF.

       WRITE-PROPOSAL.
           MOVE WS-RM-LOCATION-ID (WS-ROOM-SUB) TO RP-TO-LOCATION
           MOVE WS-CURRENT-ITEM TO RP-ITEM-ID
           MOVE "MAIN" TO RP-FROM-LOCATION
           MOVE WS-PROPOSED-QTY TO RP-QUANTITY
           MOVE WS-POSITION-QTY TO RP-POSITION-QTY
           MOVE WS-RM-MAX-QTY (WS-ROOM-SUB) TO RP-MAX-QTY
           MOVE "P" TO RP-STATUS
           MOVE WS-RUN-DATE TO RP-RUN-DATE
           MOVE SPACES TO RP-TRANSFER-REF
           WRITE PROPOSAL-RECORD
               INVALID KEY
                   DISPLAY "Error writing proposal for item "
                           WS-CURRENT-ITEM " to "
                           WS-RM-LOCATION-ID (WS-ROOM-SUB) "."
               NOT INVALID KEY
                   ADD 1 TO WS-PROPOSAL-COUNT
           END-WRITE.

       PRINT-PROPOSAL-LINE.
           IF WS-NAME-READ NOT = "Y"
               MOVE WS-CURRENT-ITEM TO ITEM-ID
               READ INVENTORY-FILE
                   INVALID KEY
                       MOVE "** not on file **" TO ITEM-NAME
               END-READ
               MOVE "Y" TO WS-NAME-READ
           END-IF
           MOVE WS-RM-LOCATION-ID (WS-ROOM-SUB) TO WS-DL-LOCATION
           MOVE WS-CURRENT-ITEM TO WS-DL-ITEM-ID
           MOVE ITEM-NAME TO WS-DL-NAME
           MOVE WS-POSITION-QTY TO WS-DL-POSITION
           MOVE WS-RM-MIN-QTY (WS-ROOM-SUB) TO WS-DL-MIN
           MOVE WS-RM-MAX-QTY (WS-ROOM-SUB) TO WS-DL-MAX
           MOVE WS-PROPOSED-QTY TO WS-DL-SEND
           IF WS-PROPOSED-QTY < WS-WANTED-QTY
               MOVE "*MAIN SHORT*" TO WS-DL-FLAG
               ADD 1 TO WS-SHORT-COUNT
           ELSE
               MOVE SPACES TO WS-DL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO REPLEN-REPORT-LINE
           WRITE REPLEN-REPORT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPLEN-REPORT-LINE
           WRITE REPLEN-REPORT-LINE
           IF WS-PROPOSAL-COUNT = ZERO AND WS-SHORT-COUNT = ZERO
               MOVE "No branch stockroom is below its minimum."
                   TO REPLEN-REPORT-LINE
               WRITE REPLEN-REPORT-LINE
           ELSE
               MOVE WS-PROPOSAL-COUNT TO WS-TL-PROPOSED
               MOVE WS-SHORT-COUNT TO WS-TL-SHORT
               MOVE WS-TOTAL-LINE TO REPLEN-REPORT-LINE
               WRITE REPLEN-REPORT-LINE
               MOVE "Approve and dispatch through REPLEN-APPROVE."
                   TO REPLEN-REPORT-LINE
               WRITE REPLEN-REPORT-LINE
           END-IF.
