       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHEREUSED-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-FILE ASSIGN TO "BOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
           SELECT WHERE-USED-REPORT-FILE ASSIGN TO "WHEREUSED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The bill of materials the other way round: for every item
      * used as a kit component, the kits it goes into and how many
      * per kit, so purchasing can see at a glance which kits a
      * component shortage will hold up. A component whose free stock
      * is below its reorder level is flagged, and each kit line
      * shows how many kits the component's stock on hand would
      * cover.

       DATA DIVISION.
       FILE SECTION.
       FD BOM-FILE.
       01 BOM-RECORD.
           05 BM-KEY.
               10 BM-KIT-ID         PIC 9(5).
               10 BM-COMPONENT-ID   PIC 9(5).
           05 BM-QUANTITY          PIC 9(5).
      * Same layout BOM-MAINT maintains. It is keyed by kit, so the
      * whole file is read once into a table ordered by component.

       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 ITEM-ID            PIC 9(5).
           05 ITEM-NAME          PIC X(20).
           05 ITEM-QUANTITY      PIC 9(5).
           05 ITEM-PRICE         PIC 9(5)V99.
           05 REORDER-LEVEL      PIC 9(5).
           05 ITEM-VENDOR-ID     PIC 9(5).
           05 ITEM-UNIT-COST     PIC 9(5)V99.

       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
           05 AL-KEY.
               10 AL-ITEM-ID        PIC 9(5).
               10 AL-LOCATION-ID    PIC X(4).
           05 AL-QUANTITY          PIC 9(5).
      * Same layout CUST-ORDER maintains.

       FD WHERE-USED-REPORT-FILE.
       01 WHERE-USED-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-USE-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-USE-SUB             PIC 9(4).
       01 WS-SHIFT-SUB           PIC 9(4).
       01 WS-USE-FOUND           PIC X.
       01 WS-COMPONENT-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-LAST-COMPONENT      PIC 9(5).
       01 WS-COMPONENT-ON-HAND   PIC 9(5).
       01 WS-ALLOCATED-QTY       PIC 9(7).
       01 WS-ALLOC-EOF           PIC X VALUE 'N'.
       01 WS-KITS-COVERED        PIC 9(5).
       01 WS-USE-KEY.
           05 WS-UK-COMPONENT-ID PIC 9(5).
           05 WS-UK-KIT-ID       PIC 9(5).
       01 WS-USE-TABLE.
           05 WS-UT-ENTRY OCCURS 1000 TIMES.
               10 WS-UT-KEY.
                   15 WS-UT-COMPONENT-ID PIC 9(5).
                   15 WS-UT-KIT-ID       PIC 9(5).
               10 WS-UT-PER-KIT      PIC 9(5).
      * One row per bill line, kept in ascending component-then-kit
      * order the same way DAY-RPT keeps its item table, so the
      * report prints in one walk with no sort pass.
       01 WS-COMPONENT-LINE.
           05 WS-CL-COMPONENT-ID PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CL-NAME         PIC X(20).
           05 FILLER             PIC X(10) VALUE "  On hand ".
           05 WS-CL-ON-HAND      PIC Z(4)9.
           05 FILLER             PIC X(10) VALUE "  Reorder ".
           05 WS-CL-REORDER      PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CL-FLAG         PIC X(7).
       01 WS-KIT-LINE.
           05 FILLER             PIC X(8) VALUE "    Kit ".
           05 WS-KL-KIT-ID       PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-KL-NAME         PIC X(20).
           05 FILLER             PIC X(9) VALUE "  Per kit".
           05 WS-KL-PER-KIT      PIC Z(4)9.
           05 FILLER             PIC X(9) VALUE "  Covers ".
           05 WS-KL-COVERED      PIC Z(4)9.
           05 FILLER             PIC X(5) VALUE " kits".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT BOM-FILE
           PERFORM LOAD-BILL-LINES
           CLOSE BOM-FILE
           OPEN INPUT INVENTORY-FILE
           OPEN INPUT ALLOCATION-FILE
           OPEN OUTPUT WHERE-USED-REPORT-FILE
           PERFORM PRINT-REPORT
           CLOSE INVENTORY-FILE
           CLOSE ALLOCATION-FILE
           CLOSE WHERE-USED-REPORT-FILE
           DISPLAY "Bill lines read:     " WS-USE-COUNT
           DISPLAY "Components reported: " WS-COMPONENT-COUNT
           STOP RUN.

       LOAD-BILL-LINES.
           MOVE "N" TO WS-EOF
           MOVE ZERO TO BM-KEY
           START BOM-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM LOAD-NEXT-BILL-LINE UNTIL WS-EOF = "Y".

       LOAD-NEXT-BILL-LINE.
           READ BOM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE BM-COMPONENT-ID TO WS-UK-COMPONENT-ID
                   MOVE BM-KIT-ID TO WS-UK-KIT-ID
                   PERFORM LOCATE-USE-ENTRY
                   IF WS-USE-FOUND NOT = "F"
                       MOVE BM-QUANTITY TO WS-UT-PER-KIT (WS-USE-SUB)
                   END-IF
           END-READ.

       LOCATE-USE-ENTRY.
           MOVE "N" TO WS-USE-FOUND
           MOVE 1 TO WS-USE-SUB
           PERFORM CHECK-USE-ENTRY
               UNTIL WS-USE-FOUND NOT = "N"
                   OR WS-USE-SUB > WS-USE-COUNT
           IF WS-USE-FOUND NOT = "Y"
               PERFORM INSERT-USE-ENTRY
           END-IF.

       CHECK-USE-ENTRY.
           IF WS-UT-KEY (WS-USE-SUB) = WS-USE-KEY
               MOVE "Y" TO WS-USE-FOUND
           ELSE
               IF WS-UT-KEY (WS-USE-SUB) > WS-USE-KEY
                   MOVE "I" TO WS-USE-FOUND
               ELSE
                   ADD 1 TO WS-USE-SUB
               END-IF
           END-IF.

       INSERT-USE-ENTRY.
           IF WS-USE-COUNT = 1000
               DISPLAY "Where-used table full; component "
                       WS-UK-COMPONENT-ID " in kit " WS-UK-KIT-ID
                       " not reported."
               MOVE "F" TO WS-USE-FOUND
           ELSE
               MOVE WS-USE-COUNT TO WS-SHIFT-SUB
               PERFORM SHIFT-USE-ENTRY
                   UNTIL WS-SHIFT-SUB < WS-USE-SUB
               ADD 1 TO WS-USE-COUNT
               MOVE WS-USE-KEY TO WS-UT-KEY (WS-USE-SUB)
               MOVE ZERO TO WS-UT-PER-KIT (WS-USE-SUB)
           END-IF.
      * Slides the higher keys up one slot so the table stays in
      * component-then-kit order, the same insert VENDPERF-RPT uses
      * for its vendor table.

       SHIFT-USE-ENTRY.
           MOVE WS-UT-ENTRY (WS-SHIFT-SUB)
               TO WS-UT-ENTRY (WS-SHIFT-SUB + 1)
           SUBTRACT 1 FROM WS-SHIFT-SUB.

       PRINT-REPORT.
           MOVE "Kit Component Where-Used Listing"
               TO WHERE-USED-REPORT-LINE
           WRITE WHERE-USED-REPORT-LINE
           MOVE "--------------------------------------------------"
               TO WHERE-USED-REPORT-LINE
           WRITE WHERE-USED-REPORT-LINE
           MOVE ZERO TO WS-LAST-COMPONENT
           MOVE 1 TO WS-USE-SUB
           PERFORM PRINT-ONE-USE UNTIL WS-USE-SUB > WS-USE-COUNT
           IF WS-USE-COUNT = ZERO
               MOVE "No kits have a bill of materials on file."
                   TO WHERE-USED-REPORT-LINE
               WRITE WHERE-USED-REPORT-LINE
           END-IF.

       PRINT-ONE-USE.
           IF WS-UT-COMPONENT-ID (WS-USE-SUB) NOT = WS-LAST-COMPONENT
               PERFORM PRINT-COMPONENT-HEADING
           END-IF
           MOVE WS-UT-KIT-ID (WS-USE-SUB) TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "** not on file **" TO ITEM-NAME
           END-READ
           MOVE WS-UT-KIT-ID (WS-USE-SUB) TO WS-KL-KIT-ID
           MOVE ITEM-NAME TO WS-KL-NAME
           MOVE WS-UT-PER-KIT (WS-USE-SUB) TO WS-KL-PER-KIT
           IF WS-UT-PER-KIT (WS-USE-SUB) = ZERO
               MOVE ZERO TO WS-KITS-COVERED
           ELSE
               DIVIDE WS-UT-PER-KIT (WS-USE-SUB)
                   INTO WS-COMPONENT-ON-HAND
                   GIVING WS-KITS-COVERED
           END-IF
           MOVE WS-KITS-COVERED TO WS-KL-COVERED
           MOVE WS-KIT-LINE TO WHERE-USED-REPORT-LINE
           WRITE WHERE-USED-REPORT-LINE
           ADD 1 TO WS-USE-SUB.
      * Covers is whole kits only: the component's stock on hand
      * divided by its quantity per kit, ignoring every other kit
      * that competes for the same component.

       PRINT-COMPONENT-HEADING.
           MOVE WS-UT-COMPONENT-ID (WS-USE-SUB) TO WS-LAST-COMPONENT
           ADD 1 TO WS-COMPONENT-COUNT
           MOVE WS-LAST-COMPONENT TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "** not on file **" TO ITEM-NAME
                   MOVE ZERO TO ITEM-QUANTITY
                   MOVE ZERO TO REORDER-LEVEL
           END-READ
           MOVE ITEM-QUANTITY TO WS-COMPONENT-ON-HAND
           MOVE SPACES TO WHERE-USED-REPORT-LINE
           WRITE WHERE-USED-REPORT-LINE
           MOVE WS-LAST-COMPONENT TO WS-CL-COMPONENT-ID
           MOVE ITEM-NAME TO WS-CL-NAME
           MOVE ITEM-QUANTITY TO WS-CL-ON-HAND
           MOVE REORDER-LEVEL TO WS-CL-REORDER
           PERFORM COMPUTE-ALLOCATED
           IF ITEM-QUANTITY < REORDER-LEVEL + WS-ALLOCATED-QTY
               MOVE "*SHORT*" TO WS-CL-FLAG
           ELSE
               MOVE SPACES TO WS-CL-FLAG
           END-IF
           MOVE WS-COMPONENT-LINE TO WHERE-USED-REPORT-LINE
           WRITE WHERE-USED-REPORT-LINE.
      * A component whose free stock - on hand less what is
      * allocated to open customer orders - is below its reorder
      * level is marked, the same test REORDER-RPT flags on, so the
      * kits listed under it are the ones the shortage will hold up.

       COMPUTE-ALLOCATED.
           MOVE ZERO TO WS-ALLOCATED-QTY
           MOVE "N" TO WS-ALLOC-EOF
           MOVE WS-LAST-COMPONENT TO AL-ITEM-ID
           MOVE SPACES TO AL-LOCATION-ID
           START ALLOCATION-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ALLOC-EOF
           END-START
           PERFORM ADD-ONE-ALLOCATION UNTIL WS-ALLOC-EOF = "Y".
      * Totals the component's allocations across every stockroom,
      * as REORDER-RPT does.

       ADD-ONE-ALLOCATION.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ALLOC-EOF
               NOT AT END
                   IF AL-ITEM-ID NOT = WS-LAST-COMPONENT
                       MOVE "Y" TO WS-ALLOC-EOF
                   ELSE
                       ADD AL-QUANTITY TO WS-ALLOCATED-QTY
                   END-IF
           END-READ.
