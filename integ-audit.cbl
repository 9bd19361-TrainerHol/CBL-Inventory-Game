               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-TRANSFER-REF.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * The comments in main.cbl promise that LOCSTOCK.DAT always sums
           05 TL-DATE            PIC 9(8).
           05 TL-TIME            PIC 9(6).
           05 TL-OPERATOR-ID     PIC X(8).
           05 TL-LOCATION-ID     PIC X(4).
           05 TL-BEFORE-COST     PIC 9(5)V99.
           05 TL-AFTER-COST      PIC 9(5)V99.
           05 TL-MOVE-COST       PIC 9(5)V99.
       FD IN-TRANSIT-FILE.
       01 IN-TRANSIT-RECORD.
           05 TR-TRANSFER-REF    PIC X(10).
      * so the location cross-foot must count them or every item on
      * a van would be flagged as a discrepancy.

       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
           05 AL-KEY.
               10 AL-ITEM-ID        PIC 9(5).
               10 AL-LOCATION-ID    PIC X(4).
           05 AL-QUANTITY          PIC 9(5).
      * Same layout CUST-ORDER maintains. Nothing may take allocated
      * stock, so an allocation larger than the stockroom's balance
      * means an issue slipped past the free-stock check.

      * All the layouts are the same ones main.cbl and the batch
      * programs share; everything here is opened INPUT only, since
      * an audit that could change what it is auditing would be
           05 WS-OL-LOCATION     PIC X(4).
           05 FILLER             PIC X(7) VALUE ", qty ".
           05 WS-OL-QUANTITY     PIC Z(4)9.
       01 WS-OVER-ALLOC-LINE.
           05 FILLER             PIC X(6) VALUE "Item ".
           05 WS-OA-ITEM-ID      PIC Z(4)9.
           05 FILLER             PIC X(5) VALUE " at ".
           05 WS-OA-LOCATION     PIC X(4).
           05 FILLER             PIC X(13) VALUE ": allocated ".
           05 WS-OA-ALLOCATED    PIC Z(4)9.
           05 FILLER             PIC X(10) VALUE ", on hand ".
           05 WS-OA-ON-HAND      PIC Z(4)9.
       01 WS-CHAIN-LINE.
           05 FILLER             PIC X(6) VALUE "Item ".
           05 WS-CL-ITEM-ID      PIC Z(4)9.
           OPEN INPUT BACKORDER-FILE
           OPEN INPUT TRANSACTION-LOG-FILE
           OPEN INPUT IN-TRANSIT-FILE
           OPEN INPUT ALLOCATION-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE
           MOVE "Cross-File Integrity Audit" TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM AUDIT-LOCATION-SUMS
           PERFORM AUDIT-ORPHAN-BACKORDERS
           PERFORM AUDIT-ORPHAN-LOCATIONS
           PERFORM AUDIT-ALLOCATIONS
           PERFORM AUDIT-LOG-CONTINUITY
           PERFORM FINISH-AUDIT
           GOBACK.
      * GOBACK rather than STOP RUN so DATA-RESTORE can CALL the
      * audit over the files it has just reloaded; run on its own it
      * ends exactly as before.

       AUDIT-LOCATION-SUMS.
           MOVE "N" TO WS-EOF
      * item; a leftover would collide with a reused item id the
      * moment Add New Item seeds its MAIN record.

       AUDIT-ALLOCATIONS.
           MOVE "N" TO WS-EOF
           MOVE ZERO TO AL-ITEM-ID
           MOVE SPACES TO AL-LOCATION-ID
           START ALLOCATION-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM CHECK-NEXT-ALLOCATION UNTIL WS-EOF = "Y".

       CHECK-NEXT-ALLOCATION.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM CHECK-ONE-ALLOCATION
           END-READ.

       CHECK-ONE-ALLOCATION.
           MOVE AL-ITEM-ID TO LS-ITEM-ID
           MOVE AL-LOCATION-ID TO LS-LOCATION-ID
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO LS-QUANTITY
           END-READ
           IF AL-QUANTITY > LS-QUANTITY
               MOVE AL-ITEM-ID TO WS-OA-ITEM-ID
               MOVE AL-LOCATION-ID TO WS-OA-LOCATION
               MOVE AL-QUANTITY TO WS-OA-ALLOCATED
               MOVE LS-QUANTITY TO WS-OA-ON-HAND
               MOVE WS-OVER-ALLOC-LINE TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               ADD 1 TO WS-DISCREPANCY-COUNT
           END-IF.
      * A stockroom can never hold less than its open customer orders
      * have been promised; if it does, a pick will come up short.

       AUDIT-LOG-CONTINUITY.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
           CLOSE BACKORDER-FILE
           CLOSE TRANSACTION-LOG-FILE
           CLOSE IN-TRANSIT-FILE
           CLOSE ALLOCATION-FILE
           CLOSE AUDIT-REPORT-FILE.
