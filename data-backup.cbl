       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-BACKUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVENTORY-FILE ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
           SELECT OPTIONAL LOCATION-STOCK-FILE ASSIGN TO "LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY.
           SELECT OPTIONAL LOT-STOCK-FILE ASSIGN TO "LOTSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY.
           SELECT OPTIONAL BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY.
           SELECT OPTIONAL OPEN-ORDER-FILE ASSIGN TO "OPENORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY.
           SELECT OPTIONAL IN-TRANSIT-FILE ASSIGN TO "INTRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-TRANSFER-REF.
           SELECT OPTIONAL ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
           SELECT OPTIONAL CUSTOMER-ORDER-FILE ASSIGN TO "CUSTORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY.
           SELECT OPTIONAL RETURN-FILE ASSIGN TO "RETURNS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-ID.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-ID.
           SELECT OPTIONAL LOCATION-MASTER-FILE ASSIGN TO "LOCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOCATION-ID.
           SELECT OPTIONAL LOCATION-LEVEL-FILE ASSIGN TO "LOCLEVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY.
           SELECT OPTIONAL ITEM-UOM-FILE ASSIGN TO "ITEMUOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-ITEM-ID.
           SELECT OPTIONAL BOM-FILE ASSIGN TO "BOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY.
           SELECT OPTIONAL INVOICE-REGISTER-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY.
           SELECT OPTIONAL PROPOSAL-FILE ASSIGN TO "REPLPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID.
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-KEY.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY.
           SELECT OPTIONAL TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOT-HISTORY-FILE ASSIGN TO "LOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-VOUCHER-FILE ASSIGN TO "APVOUCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKUP-COPY-FILE ASSIGN TO WS-COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKUP-CATALOG-FILE
               ASSIGN TO "BACKCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-GENERATION.
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-PROGRAM.
      * Unloads every master and history file the system keeps to a
      * generation of flat copies, so a bad feed that posted cleanly
      * or a damaged file can be put right by DATA-RESTORE instead of
      * by hand-reversing entries. EOD-BATCH and PERIOD-CLOSE CALL
      * this before they start; it can also be run on its own before
      * anything risky. The live files are only ever opened INPUT.
      * The input feeds (STOCKMV, PRICEUPD, PHYSCNT, VENDINV) are not
      * copied - they come from outside and are kept by whoever sends
      * them - and neither is SYSSTAT.DAT, which describes who is
      * signed on now, not the state of the data.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 ITEM-ID            PIC X(5).
           05 FILLER             PIC X(49).

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-RECORD.
           05 LS-KEY             PIC X(9).
           05 FILLER             PIC X(5).

       FD LOT-STOCK-FILE.
       01 LOT-STOCK-RECORD.
           05 LT-KEY             PIC X(15).
           05 FILLER             PIC X(21).

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 BO-KEY             PIC X(24).
           05 FILLER             PIC X(10).

       FD OPEN-ORDER-FILE.
       01 OPEN-ORDER-RECORD.
           05 OO-KEY             PIC X(15).
           05 FILLER             PIC X(34).

       FD IN-TRANSIT-FILE.
       01 IN-TRANSIT-RECORD.
           05 TR-TRANSFER-REF    PIC X(10).
           05 FILLER             PIC X(40).

       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
           05 AL-KEY             PIC X(9).
           05 FILLER             PIC X(5).

       FD CUSTOMER-ORDER-FILE.
       01 CUSTOMER-ORDER-RECORD.
           05 CO-KEY             PIC X(15).
           05 FILLER             PIC X(44).

       FD RETURN-FILE.
       01 RETURN-RECORD.
           05 RT-KEY             PIC X(15).
           05 FILLER             PIC X(60).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CU-ID              PIC X(5).
           05 FILLER             PIC X(50).

       FD VENDOR-FILE.
       01 VENDOR-RECORD.
           05 VN-ID              PIC X(5).
           05 FILLER             PIC X(50).

       FD LOCATION-MASTER-FILE.
       01 LOCATION-MASTER-RECORD.
           05 LM-LOCATION-ID     PIC X(4).
           05 FILLER             PIC X(21).

       FD LOCATION-LEVEL-FILE.
       01 LOCATION-LEVEL-RECORD.
           05 SL-KEY             PIC X(9).
           05 FILLER             PIC X(10).

       FD ITEM-UOM-FILE.
       01 ITEM-UOM-RECORD.
           05 UM-ITEM-ID         PIC X(5).
           05 FILLER             PIC X(16).

       FD BOM-FILE.
       01 BOM-RECORD.
           05 BM-KEY             PIC X(10).
           05 FILLER             PIC X(5).

       FD INVOICE-REGISTER-FILE.
       01 INVOICE-REGISTER-RECORD.
           05 IR-KEY             PIC X(32).
           05 FILLER             PIC X(53).

       FD PROPOSAL-FILE.
       01 PROPOSAL-RECORD.
           05 RP-KEY             PIC X(9).
           05 FILLER             PIC X(38).

       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           05 GM-KEY             PIC X(16).
           05 FILLER             PIC X(20).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID              PIC X(8).
           05 FILLER             PIC X(9).

       FD BATCH-CONTROL-FILE.
       01 BATCH-CONTROL-RECORD.
           05 BC-KEY             PIC X(20).
           05 FILLER             PIC X(6).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-KEY             PIC X(10).
           05 FILLER             PIC X(34).

       FD TRANSACTION-LOG-FILE.
       01 TRANSACTION-LOG-RECORD.
           05 FILLER             PIC X(88).

       FD LOT-HISTORY-FILE.
       01 LOT-HISTORY-RECORD.
           05 FILLER             PIC X(74).

       FD AP-VOUCHER-FILE.
       01 AP-VOUCHER-RECORD.
           05 FILLER             PIC X(69).
      * Only the record key and length matter to a copy, so each
      * file is declared by its key and the rest of its record as
      * FILLER; the full layouts are in the programs that maintain
      * them. Every SELECT is OPTIONAL so a file that has never been
      * written yet (no returns taken, no GL map keyed) is copied as
      * empty instead of stopping the backup.

       FD BACKUP-COPY-FILE.
       01 BACKUP-COPY-RECORD     PIC X(88).
      * One flat copy per file per generation, named file.Gnn.BAK,
      * record for record in key order, wide enough for the longest
      * record (TRANLOG.DAT).

       FD BACKUP-CATALOG-FILE.
       01 BACKUP-CATALOG-RECORD.
           05 CT-GENERATION      PIC 9(2).
           05 CT-BACKUP-DATE     PIC 9(8).
           05 CT-BACKUP-TIME     PIC 9(6).
           05 CT-TAKEN-BY        PIC X(14).
           05 CT-STATUS          PIC X.
           05 CT-FILE-COUNT      PIC 9(2).
           05 CT-FILE-ENTRY OCCURS 24 TIMES.
               10 CT-FILE-NAME      PIC X(10).
               10 CT-RECORD-COUNT   PIC 9(7).
      * One record per generation slot: when it was taken and by
      * which run, I while the copy is under way and C once every
      * file is down, and the number of records copied from each
      * file, which DATA-RESTORE checks the copies against before it
      * overwrites anything.

       FD SYSTEM-STATUS-FILE.
       01 SYSTEM-STATUS-RECORD.
           05 ST-PROGRAM         PIC X(14).
           05 ST-MODE            PIC X.
           05 ST-OPERATOR-ID     PIC X(8).
           05 ST-DATE            PIC 9(8).
           05 ST-TIME            PIC 9(6).
      * Same registration file main.cbl holds open sessions in. A
      * copy taken while something is posting would not be a
      * consistent set, so run on its own the backup refuses to
      * start while anything is registered, as PERIOD-CLOSE does.

       WORKING-STORAGE SECTION.
       01 BK-CALLER              PIC X(14) EXTERNAL.
       01 BK-RESULT              PIC X EXTERNAL.
      * Shared with EOD-BATCH and PERIOD-CLOSE. The caller puts its
      * own name here, having already registered and checked that
      * nothing else is, and gets Y back once the generation is
      * complete. Run on its own the name is blank and the backup
      * does its own registration.
       01 WS-GENERATIONS-KEPT    PIC 9(2) VALUE 7.
      * How many generations are kept. Each backup goes into an
      * unused slot while there is one, then over the oldest.
       01 WS-GENERATION          PIC 9(2) VALUE ZERO.
       01 WS-SLOT                PIC 9(2).
       01 WS-SLOT-STAMP          PIC 9(14).
       01 WS-OLDEST-STAMP        PIC 9(14).
       01 WS-SLOT-ON-FILE        PIC X.
       01 WS-COPY-NAME           PIC X(24).
       01 WS-FILE-SUB            PIC 9(2).
       01 WS-FILE-RECORDS        PIC 9(7).
       01 WS-TOTAL-RECORDS       PIC 9(9) VALUE ZERO.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-STATUS-EOF          PIC X VALUE 'N'.
       01 WS-STATUS-CLEAR        PIC X VALUE 'N'.
       01 WS-FILE-TABLE.
           05 FILLER             PIC X(10) VALUE "INVENTORY".
           05 FILLER             PIC X(10) VALUE "LOCSTOCK".
           05 FILLER             PIC X(10) VALUE "LOTSTOCK".
           05 FILLER             PIC X(10) VALUE "BACKORD".
           05 FILLER             PIC X(10) VALUE "OPENORD".
           05 FILLER             PIC X(10) VALUE "INTRANS".
           05 FILLER             PIC X(10) VALUE "ALLOCSTK".
           05 FILLER             PIC X(10) VALUE "CUSTORD".
           05 FILLER             PIC X(10) VALUE "RETURNS".
           05 FILLER             PIC X(10) VALUE "CUSTOMER".
           05 FILLER             PIC X(10) VALUE "VENDOR".
           05 FILLER             PIC X(10) VALUE "LOCMAST".
           05 FILLER             PIC X(10) VALUE "LOCLEVEL".
           05 FILLER             PIC X(10) VALUE "ITEMUOM".
           05 FILLER             PIC X(10) VALUE "BOM".
           05 FILLER             PIC X(10) VALUE "INVREG".
           05 FILLER             PIC X(10) VALUE "REPLPROP".
           05 FILLER             PIC X(10) VALUE "GLMAP".
           05 FILLER             PIC X(10) VALUE "OPERATOR".
           05 FILLER             PIC X(10) VALUE "BATCHCTL".
           05 FILLER             PIC X(10) VALUE "RUNCTL".
           05 FILLER             PIC X(10) VALUE "TRANLOG".
           05 FILLER             PIC X(10) VALUE "LOTHIST".
           05 FILLER             PIC X(10) VALUE "APVOUCH".
       01 WS-FILE-NAMES REDEFINES WS-FILE-TABLE.
           05 WS-FILE-BASE       PIC X(10) OCCURS 24 TIMES.
      * The files in the order they are copied and restored. The
      * order is also the catalog's, so a slot's counts line up with
      * this table by position.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N" TO BK-RESULT
           IF BK-CALLER = SPACES
               PERFORM REGISTER-SYSTEM-STATUS
           ELSE
               MOVE "Y" TO WS-STATUS-CLEAR
           END-IF
           IF WS-STATUS-CLEAR = "Y"
               PERFORM TAKE-BACKUP
               IF BK-CALLER = SPACES
                   PERFORM RELEASE-SYSTEM-STATUS
               END-IF
           END-IF
           GOBACK.

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
               MOVE "DATA-BACKUP" TO ST-PROGRAM
               MOVE "B" TO ST-MODE
               MOVE SPACES TO ST-OPERATOR-ID
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
      * Same gate PERIOD-CLOSE runs. A leftover record under this
      * program's own name is a crashed backup and is simply
      * refreshed; its slot is still marked I on the catalog.

       CHECK-ONE-REGISTRATION.
           READ SYSTEM-STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STATUS-EOF
               NOT AT END
                   IF ST-PROGRAM NOT = "DATA-BACKUP"
                       DISPLAY "The inventory files are held by "
                               ST-PROGRAM " (" ST-OPERATOR-ID
                               ") since " ST-DATE " " ST-TIME "."
                       DISPLAY "Wait for it to finish, or have a "
                               "supervisor clear a stale "
                               "registration and rerun."
                       MOVE "N" TO WS-STATUS-CLEAR
                       MOVE "Y" TO WS-STATUS-EOF
                   END-IF
           END-READ.

       RELEASE-SYSTEM-STATUS.
           MOVE "DATA-BACKUP" TO ST-PROGRAM
           DELETE SYSTEM-STATUS-FILE
               INVALID KEY
                   DISPLAY "Error releasing system status."
           END-DELETE
           CLOSE SYSTEM-STATUS-FILE.

       TAKE-BACKUP.
           OPEN I-O BACKUP-CATALOG-FILE
           PERFORM CHOOSE-GENERATION
           PERFORM MARK-GENERATION-STARTED
           PERFORM COPY-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 24
           MOVE "C" TO CT-STATUS
           REWRITE BACKUP-CATALOG-RECORD
               INVALID KEY
                   DISPLAY "Error updating backup catalog."
           END-REWRITE
           CLOSE BACKUP-CATALOG-FILE
           MOVE "Y" TO BK-RESULT
           DISPLAY "Backup generation " WS-GENERATION " taken: "
                   WS-TOTAL-RECORDS " record(s) from 24 files.".

       CHOOSE-GENERATION.
           MOVE ZERO TO WS-GENERATION
           MOVE 99999999999999 TO WS-OLDEST-STAMP
           PERFORM CHECK-ONE-GENERATION
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > WS-GENERATIONS-KEPT.

       CHECK-ONE-GENERATION.
           MOVE WS-SLOT TO CT-GENERATION
           READ BACKUP-CATALOG-FILE
               INVALID KEY
                   MOVE ZERO TO WS-SLOT-STAMP
               NOT INVALID KEY
                   IF CT-STATUS = "C"
                       COMPUTE WS-SLOT-STAMP =
                           CT-BACKUP-DATE * 1000000 + CT-BACKUP-TIME
                   ELSE
                       MOVE ZERO TO WS-SLOT-STAMP
                   END-IF
           END-READ
           IF WS-SLOT-STAMP < WS-OLDEST-STAMP
               MOVE WS-SLOT-STAMP TO WS-OLDEST-STAMP
               MOVE WS-SLOT TO WS-GENERATION
           END-IF.
      * An empty slot, or one a crashed backup left at I, counts as
      * older than any complete generation, so it is used first;
      * otherwise the oldest complete generation is the one given up.

       MARK-GENERATION-STARTED.
           MOVE WS-GENERATION TO CT-GENERATION
           MOVE "N" TO WS-SLOT-ON-FILE
           READ BACKUP-CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SLOT-ON-FILE
           END-READ
           MOVE WS-GENERATION TO CT-GENERATION
           ACCEPT CT-BACKUP-DATE FROM DATE YYYYMMDD
           ACCEPT CT-BACKUP-TIME FROM TIME
           IF BK-CALLER = SPACES
               MOVE "DATA-BACKUP" TO CT-TAKEN-BY
           ELSE
               MOVE BK-CALLER TO CT-TAKEN-BY
           END-IF
           MOVE "I" TO CT-STATUS
           MOVE 24 TO CT-FILE-COUNT
           IF WS-SLOT-ON-FILE = "Y"
               REWRITE BACKUP-CATALOG-RECORD
                   INVALID KEY
                       DISPLAY "Error updating backup catalog."
               END-REWRITE
           ELSE
               WRITE BACKUP-CATALOG-RECORD
                   INVALID KEY
                       DISPLAY "Error writing backup catalog."
               END-WRITE
           END-IF.
      * The slot is marked I on disk before the first copy is
      * overwritten, so a backup that dies part way leaves a slot
      * DATA-RESTORE will refuse rather than a half-old, half-new set
      * that looks complete.

       COPY-ONE-FILE.
           PERFORM BUILD-COPY-NAME
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE "N" TO WS-EOF
           OPEN OUTPUT BACKUP-COPY-FILE
           EVALUATE WS-FILE-SUB
               WHEN 1
                   PERFORM COPY-INVENTORY
               WHEN 2
                   PERFORM COPY-LOCSTOCK
               WHEN 3
                   PERFORM COPY-LOTSTOCK
               WHEN 4
                   PERFORM COPY-BACKORD
               WHEN 5
                   PERFORM COPY-OPENORD
               WHEN 6
                   PERFORM COPY-INTRANS
               WHEN 7
                   PERFORM COPY-ALLOCSTK
               WHEN 8
                   PERFORM COPY-CUSTORD
               WHEN 9
                   PERFORM COPY-RETURNS
               WHEN 10
                   PERFORM COPY-CUSTOMER
               WHEN 11
                   PERFORM COPY-VENDOR
               WHEN 12
                   PERFORM COPY-LOCMAST
               WHEN 13
                   PERFORM COPY-LOCLEVEL
               WHEN 14
                   PERFORM COPY-ITEMUOM
               WHEN 15
                   PERFORM COPY-BOM
               WHEN 16
                   PERFORM COPY-INVREG
               WHEN 17
                   PERFORM COPY-REPLPROP
               WHEN 18
                   PERFORM COPY-GLMAP
               WHEN 19
                   PERFORM COPY-OPERATOR
               WHEN 20
                   PERFORM COPY-BATCHCTL
               WHEN 21
                   PERFORM COPY-RUNCTL
               WHEN 22
                   PERFORM COPY-TRANLOG
               WHEN 23
                   PERFORM COPY-LOTHIST
               WHEN 24
                   PERFORM COPY-APVOUCH
           END-EVALUATE
           CLOSE BACKUP-COPY-FILE
           MOVE WS-FILE-BASE (WS-FILE-SUB)
               TO CT-FILE-NAME (WS-FILE-SUB)
           MOVE WS-FILE-RECORDS TO CT-RECORD-COUNT (WS-FILE-SUB)
           ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS.

       BUILD-COPY-NAME.
           MOVE SPACES TO WS-COPY-NAME
           STRING WS-FILE-BASE (WS-FILE-SUB) DELIMITED BY SPACE
                   ".G" DELIMITED BY SIZE
                   WS-GENERATION DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
                   INTO WS-COPY-NAME
           END-STRING.
      * INVENTORY.DAT in generation 3 is INVENTORY.G03.BAK; the
      * catalog says when generation 3 was taken.

       WRITE-COPY-RECORD.
           WRITE BACKUP-COPY-RECORD
           ADD 1 TO WS-FILE-RECORDS.

       COPY-INVENTORY.
           OPEN INPUT INVENTORY-FILE
           PERFORM COPY-INVENTORY-ROW UNTIL WS-EOF = "Y"
           CLOSE INVENTORY-FILE.

       COPY-INVENTORY-ROW.
           READ INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE INVENTORY-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-LOCSTOCK.
           OPEN INPUT LOCATION-STOCK-FILE
           PERFORM COPY-LOCSTOCK-ROW UNTIL WS-EOF = "Y"
           CLOSE LOCATION-STOCK-FILE.

       COPY-LOCSTOCK-ROW.
           READ LOCATION-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE LOCATION-STOCK-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-LOTSTOCK.
           OPEN INPUT LOT-STOCK-FILE
           PERFORM COPY-LOTSTOCK-ROW UNTIL WS-EOF = "Y"
           CLOSE LOT-STOCK-FILE.

       COPY-LOTSTOCK-ROW.
           READ LOT-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE LOT-STOCK-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-BACKORD.
           OPEN INPUT BACKORDER-FILE
           PERFORM COPY-BACKORD-ROW UNTIL WS-EOF = "Y"
           CLOSE BACKORDER-FILE.

       COPY-BACKORD-ROW.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE BACKORDER-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-OPENORD.
           OPEN INPUT OPEN-ORDER-FILE
           PERFORM COPY-OPENORD-ROW UNTIL WS-EOF = "Y"
           CLOSE OPEN-ORDER-FILE.

       COPY-OPENORD-ROW.
           READ OPEN-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE OPEN-ORDER-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-INTRANS.
           OPEN INPUT IN-TRANSIT-FILE
           PERFORM COPY-INTRANS-ROW UNTIL WS-EOF = "Y"
           CLOSE IN-TRANSIT-FILE.

       COPY-INTRANS-ROW.
           READ IN-TRANSIT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE IN-TRANSIT-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-ALLOCSTK.
           OPEN INPUT ALLOCATION-FILE
           PERFORM COPY-ALLOCSTK-ROW UNTIL WS-EOF = "Y"
           CLOSE ALLOCATION-FILE.

       COPY-ALLOCSTK-ROW.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE ALLOCATION-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-CUSTORD.
           OPEN INPUT CUSTOMER-ORDER-FILE
           PERFORM COPY-CUSTORD-ROW UNTIL WS-EOF = "Y"
           CLOSE CUSTOMER-ORDER-FILE.

       COPY-CUSTORD-ROW.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE CUSTOMER-ORDER-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-RETURNS.
           OPEN INPUT RETURN-FILE
           PERFORM COPY-RETURNS-ROW UNTIL WS-EOF = "Y"
           CLOSE RETURN-FILE.

       COPY-RETURNS-ROW.
           READ RETURN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE RETURN-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-CUSTOMER.
           OPEN INPUT CUSTOMER-FILE
           PERFORM COPY-CUSTOMER-ROW UNTIL WS-EOF = "Y"
           CLOSE CUSTOMER-FILE.

       COPY-CUSTOMER-ROW.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE CUSTOMER-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-VENDOR.
           OPEN INPUT VENDOR-FILE
           PERFORM COPY-VENDOR-ROW UNTIL WS-EOF = "Y"
           CLOSE VENDOR-FILE.

       COPY-VENDOR-ROW.
           READ VENDOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE VENDOR-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-LOCMAST.
           OPEN INPUT LOCATION-MASTER-FILE
           PERFORM COPY-LOCMAST-ROW UNTIL WS-EOF = "Y"
           CLOSE LOCATION-MASTER-FILE.

       COPY-LOCMAST-ROW.
           READ LOCATION-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE LOCATION-MASTER-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-LOCLEVEL.
           OPEN INPUT LOCATION-LEVEL-FILE
           PERFORM COPY-LOCLEVEL-ROW UNTIL WS-EOF = "Y"
           CLOSE LOCATION-LEVEL-FILE.

       COPY-LOCLEVEL-ROW.
           READ LOCATION-LEVEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE LOCATION-LEVEL-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-ITEMUOM.
           OPEN INPUT ITEM-UOM-FILE
           PERFORM COPY-ITEMUOM-ROW UNTIL WS-EOF = "Y"
           CLOSE ITEM-UOM-FILE.

       COPY-ITEMUOM-ROW.
           READ ITEM-UOM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE ITEM-UOM-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-BOM.
           OPEN INPUT BOM-FILE
           PERFORM COPY-BOM-ROW UNTIL WS-EOF = "Y"
           CLOSE BOM-FILE.

       COPY-BOM-ROW.
           READ BOM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE BOM-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-INVREG.
           OPEN INPUT INVOICE-REGISTER-FILE
           PERFORM COPY-INVREG-ROW UNTIL WS-EOF = "Y"
           CLOSE INVOICE-REGISTER-FILE.

       COPY-INVREG-ROW.
           READ INVOICE-REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE INVOICE-REGISTER-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-REPLPROP.
           OPEN INPUT PROPOSAL-FILE
           PERFORM COPY-REPLPROP-ROW UNTIL WS-EOF = "Y"
           CLOSE PROPOSAL-FILE.

       COPY-REPLPROP-ROW.
           READ PROPOSAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE PROPOSAL-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-GLMAP.
           OPEN INPUT GL-MAP-FILE
           PERFORM COPY-GLMAP-ROW UNTIL WS-EOF = "Y"
           CLOSE GL-MAP-FILE.

       COPY-GLMAP-ROW.
           READ GL-MAP-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE GL-MAP-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-OPERATOR.
           OPEN INPUT OPERATOR-FILE
           PERFORM COPY-OPERATOR-ROW UNTIL WS-EOF = "Y"
           CLOSE OPERATOR-FILE.

       COPY-OPERATOR-ROW.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE OPERATOR-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-BATCHCTL.
           OPEN INPUT BATCH-CONTROL-FILE
           PERFORM COPY-BATCHCTL-ROW UNTIL WS-EOF = "Y"
           CLOSE BATCH-CONTROL-FILE.

       COPY-BATCHCTL-ROW.
           READ BATCH-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE BATCH-CONTROL-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-RUNCTL.
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM COPY-RUNCTL-ROW UNTIL WS-EOF = "Y"
           CLOSE RUN-CONTROL-FILE.

       COPY-RUNCTL-ROW.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE RUN-CONTROL-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-TRANLOG.
           OPEN INPUT TRANSACTION-LOG-FILE
           PERFORM COPY-TRANLOG-ROW UNTIL WS-EOF = "Y"
           CLOSE TRANSACTION-LOG-FILE.

       COPY-TRANLOG-ROW.
           READ TRANSACTION-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE TRANSACTION-LOG-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-LOTHIST.
           OPEN INPUT LOT-HISTORY-FILE
           PERFORM COPY-LOTHIST-ROW UNTIL WS-EOF = "Y"
           CLOSE LOT-HISTORY-FILE.

       COPY-LOTHIST-ROW.
           READ LOT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE LOT-HISTORY-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.

       COPY-APVOUCH.
           OPEN INPUT AP-VOUCHER-FILE
           PERFORM COPY-APVOUCH-ROW UNTIL WS-EOF = "Y"
           CLOSE AP-VOUCHER-FILE.

       COPY-APVOUCH-ROW.
           READ AP-VOUCHER-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   MOVE AP-VOUCHER-RECORD TO BACKUP-COPY-RECORD
                   PERFORM WRITE-COPY-RECORD
           END-READ.
