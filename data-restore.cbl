       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-RESTORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN TO "INVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID.
           SELECT LOCATION-STOCK-FILE ASSIGN TO "LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY.
           SELECT LOT-STOCK-FILE ASSIGN TO "LOTSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY.
           SELECT BACKORDER-FILE ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY.
           SELECT OPEN-ORDER-FILE ASSIGN TO "OPENORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OO-KEY.
           SELECT IN-TRANSIT-FILE ASSIGN TO "INTRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-TRANSFER-REF.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO "CUSTORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY.
           SELECT RETURN-FILE ASSIGN TO "RETURNS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-ID.
           SELECT VENDOR-FILE ASSIGN TO "VENDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-ID.
           SELECT LOCATION-MASTER-FILE ASSIGN TO "LOCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOCATION-ID.
           SELECT LOCATION-LEVEL-FILE ASSIGN TO "LOCLEVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY.
           SELECT ITEM-UOM-FILE ASSIGN TO "ITEMUOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-ITEM-ID.
           SELECT BOM-FILE ASSIGN TO "BOM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-KEY.
           SELECT PROPOSAL-FILE ASSIGN TO "REPLPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-KEY.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOT-HISTORY-FILE ASSIGN TO "LOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-VOUCHER-FILE ASSIGN TO "APVOUCH.DAT"
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
      * Puts a generation DATA-BACKUP took back in place of the live
      * files, all of them together, so the inventory, stockroom,
      * lot, order and log files come back as the consistent set
      * they were when the copy was taken. Supervisor only, refused
      * while anyone at all is registered, and every copy is checked
      * against the catalog's record counts before a single live
      * file is overwritten. INTEG-AUDIT runs over the restored files
      * at the end, so the set is proven clean before anyone posts
      * against it.

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
           05 OP-PASSWORD        PIC X(8).
           05 OP-LEVEL           PIC 9.
      * Declared in full, unlike the others, since the sign-on reads
      * it before the restore reloads it. Level 2 is supervisor.

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
      * Same key-and-FILLER declarations DATA-BACKUP copies from.
      * Each live file is opened OUTPUT and reloaded in key order
      * from its copy, so anything posted since the backup is gone.

       FD BACKUP-COPY-FILE.
       01 BACKUP-COPY-RECORD     PIC X(88).

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
      * Same layout DATA-BACKUP maintains. Only a C generation may
      * be restored.

       FD SYSTEM-STATUS-FILE.
       01 SYSTEM-STATUS-RECORD.
           05 ST-PROGRAM         PIC X(14).
           05 ST-MODE            PIC X.
           05 ST-OPERATOR-ID     PIC X(8).
           05 ST-DATE            PIC 9(8).
           05 ST-TIME            PIC 9(6).
      * Same registration file main.cbl holds open sessions in.
      * Reloading files another program has open would leave that
      * program posting into a file about to be replaced, so any
      * registration at all refuses the restore; there is no override
      * here. Stale registrations are cleared first through one of
      * the signed-on programs.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL      PIC 9 VALUE ZERO.
       01 WS-SIGNED-ON           PIC X VALUE 'N'.
       01 WS-SIGNON-TRIES        PIC 9 VALUE ZERO.
       01 WS-TRY-ID              PIC X(8).
       01 WS-TRY-PASSWORD        PIC X(8).
       01 WS-STATUS-EOF          PIC X VALUE 'N'.
       01 WS-STATUS-CLEAR        PIC X VALUE 'N'.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-CATALOG-EOF         PIC X VALUE 'N'.
       01 WS-GENERATION          PIC 9(2) VALUE ZERO.
       01 WS-GENERATION-COUNT    PIC 9(2) VALUE ZERO.
       01 WS-GENERATION-OK       PIC X VALUE 'N'.
       01 WS-CONFIRM             PIC X VALUE 'N'.
       01 WS-RESTORE-DONE        PIC X VALUE 'N'.
       01 WS-COPY-NAME           PIC X(24).
       01 WS-FILE-SUB            PIC 9(2).
       01 WS-FILE-RECORDS        PIC 9(7).
       01 WS-TOTAL-RECORDS       PIC 9(9) VALUE ZERO.
       01 WS-VERIFY-ERRORS       PIC 9(2) VALUE ZERO.
       01 WS-RESTORE-ERRORS      PIC 9(2) VALUE ZERO.
       01 WS-WRITE-ERRORS        PIC 9(7) VALUE ZERO.
       01 WS-STATUS-TEXT         PIC X(10).
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
      * Same order DATA-BACKUP copies in; a generation whose catalog
      * names do not line up with it was taken by a different file
      * list and is not restored.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON
           IF WS-SIGNED-ON = "Y"
               IF WS-OPERATOR-LEVEL < 2
                   DISPLAY "Restoring a backup requires a supervisor."
               ELSE
                   PERFORM REGISTER-SYSTEM-STATUS
                   IF WS-STATUS-CLEAR = "Y"
                       PERFORM CHOOSE-AND-RESTORE
                       PERFORM RELEASE-SYSTEM-STATUS
                   END-IF
               END-IF
           END-IF
           IF WS-RESTORE-DONE = "Y"
               PERFORM RUN-INTEGRITY-AUDIT
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
               MOVE "DATA-RESTORE" TO ST-PROGRAM
               MOVE "B" TO ST-MODE
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
      * Registering keeps anyone from signing on to post while the
      * files are being reloaded. A leftover record under this
      * program's own name is a crashed restore and is refreshed;
      * the generation it was reloading should simply be restored
      * again.

       CHECK-ONE-REGISTRATION.
           READ SYSTEM-STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STATUS-EOF
               NOT AT END
                   IF ST-PROGRAM NOT = "DATA-RESTORE"
                       DISPLAY "The inventory files are held by "
                               ST-PROGRAM " (" ST-OPERATOR-ID
                               ") since " ST-DATE " " ST-TIME "."
                       DISPLAY "Nothing can be restored while any "
                               "program is registered."
                       MOVE "N" TO WS-STATUS-CLEAR
                       MOVE "Y" TO WS-STATUS-EOF
                   END-IF
           END-READ.

       RELEASE-SYSTEM-STATUS.
           MOVE "DATA-RESTORE" TO ST-PROGRAM
           DELETE SYSTEM-STATUS-FILE
               INVALID KEY
                   DISPLAY "Error releasing system status."
           END-DELETE
           CLOSE SYSTEM-STATUS-FILE.

       CHOOSE-AND-RESTORE.
           OPEN INPUT BACKUP-CATALOG-FILE
           PERFORM LIST-GENERATIONS
           IF WS-GENERATION-COUNT = ZERO
               DISPLAY "No backups on the catalog."
           ELSE
               DISPLAY "Generation to restore (0 to cancel): "
                   WITH NO ADVANCING
               ACCEPT WS-GENERATION
               IF WS-GENERATION NOT = ZERO
                   PERFORM LOAD-GENERATION
               END-IF
           END-IF
           IF WS-GENERATION-OK = "Y"
               PERFORM VERIFY-GENERATION
           END-IF
           IF WS-GENERATION-OK = "Y"
               PERFORM CONFIRM-RESTORE
           END-IF
           IF WS-CONFIRM = "Y"
               PERFORM RESTORE-GENERATION
           END-IF
           CLOSE BACKUP-CATALOG-FILE.
      * Each check either leaves WS-GENERATION-OK at Y for the next
      * or stops the chain; nothing live is touched until the copies
      * have all been counted and the supervisor has said yes.

       LIST-GENERATIONS.
           DISPLAY " "
           DISPLAY "Backup generations on the catalog:"
           DISPLAY "Gen  Date     Time   Taken by       Status"
           DISPLAY "---------------------------------------------"
           MOVE ZERO TO WS-GENERATION-COUNT
           MOVE "N" TO WS-CATALOG-EOF
           MOVE ZERO TO CT-GENERATION
           START BACKUP-CATALOG-FILE
                   KEY IS NOT LESS THAN CT-GENERATION
               INVALID KEY
                   MOVE "Y" TO WS-CATALOG-EOF
           END-START
           PERFORM LIST-ONE-GENERATION UNTIL WS-CATALOG-EOF = "Y".

       LIST-ONE-GENERATION.
           READ BACKUP-CATALOG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF
               NOT AT END
                   ADD 1 TO WS-GENERATION-COUNT
                   IF CT-STATUS = "C"
                       MOVE "COMPLETE" TO WS-STATUS-TEXT
                   ELSE
                       MOVE "INCOMPLETE" TO WS-STATUS-TEXT
                   END-IF
                   DISPLAY CT-GENERATION "   " CT-BACKUP-DATE " "
                           CT-BACKUP-TIME " " CT-TAKEN-BY " "
                           WS-STATUS-TEXT
                   PERFORM LIST-GENERATION-COUNTS
           END-READ.

       LIST-GENERATION-COUNTS.
           MOVE ZERO TO WS-TOTAL-RECORDS
           PERFORM ADD-ONE-FILE-COUNT
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > CT-FILE-COUNT
                   OR WS-FILE-SUB > 24
           DISPLAY "     " CT-FILE-COUNT " files, "
                   WS-TOTAL-RECORDS " records: INVENTORY "
                   CT-RECORD-COUNT (1) ", TRANLOG "
                   CT-RECORD-COUNT (22).

       ADD-ONE-FILE-COUNT.
           ADD CT-RECORD-COUNT (WS-FILE-SUB) TO WS-TOTAL-RECORDS.

       LOAD-GENERATION.
           MOVE WS-GENERATION TO CT-GENERATION
           READ BACKUP-CATALOG-FILE
               INVALID KEY
                   DISPLAY "No such generation on the catalog."
               NOT INVALID KEY
                   IF CT-STATUS = "C" AND CT-FILE-COUNT = 24
                       MOVE "Y" TO WS-GENERATION-OK
                   ELSE
                       DISPLAY "Generation " WS-GENERATION
                               " is not a complete backup and "
                               "cannot be restored."
                   END-IF
           END-READ.
      * The catalog record stays in the record area from here on;
      * the file is not read again, so the counts being checked are
      * the ones just displayed.

       VERIFY-GENERATION.
           MOVE ZERO TO WS-VERIFY-ERRORS
           PERFORM VERIFY-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 24
           IF WS-VERIFY-ERRORS > ZERO
               DISPLAY "RESTORE REFUSED: " WS-VERIFY-ERRORS
                       " copy file(s) do not match the catalog."
               DISPLAY "No live file has been changed."
               MOVE "N" TO WS-GENERATION-OK
           END-IF.

       VERIFY-ONE-FILE.
           PERFORM BUILD-COPY-NAME
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE "N" TO WS-EOF
           OPEN INPUT BACKUP-COPY-FILE
           PERFORM COUNT-COPY-ROW UNTIL WS-EOF = "Y"
           CLOSE BACKUP-COPY-FILE
           IF CT-FILE-NAME (WS-FILE-SUB)
                   NOT = WS-FILE-BASE (WS-FILE-SUB)
                   OR WS-FILE-RECORDS
                   NOT = CT-RECORD-COUNT (WS-FILE-SUB)
               DISPLAY WS-COPY-NAME " holds " WS-FILE-RECORDS
                       " record(s); catalog says "
                       CT-RECORD-COUNT (WS-FILE-SUB) " for "
                       CT-FILE-NAME (WS-FILE-SUB)
               ADD 1 TO WS-VERIFY-ERRORS
           END-IF.
      * A copy that is missing, short, or from a later backup into
      * the same slot shows up here as a count that disagrees with
      * the catalog, and the whole restore stops before it starts:
      * a partial set put back is worse than none.

       COUNT-COPY-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
           END-READ.

       CONFIRM-RESTORE.
           DISPLAY " "
           DISPLAY "Every data file will be replaced by generation "
                   WS-GENERATION " taken " CT-BACKUP-DATE " "
                   CT-BACKUP-TIME "."
           DISPLAY "Everything posted since then will be lost."
           DISPLAY "Restore this generation (Y/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "y"
               MOVE "Y" TO WS-CONFIRM
           END-IF
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Restore cancelled. No live file has been "
                       "changed."
           END-IF.

       RESTORE-GENERATION.
           MOVE ZERO TO WS-TOTAL-RECORDS
           PERFORM RESTORE-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 24
           MOVE "Y" TO WS-RESTORE-DONE
           DISPLAY "Generation " WS-GENERATION " restored: "
                   WS-TOTAL-RECORDS " record(s) in 24 files."
           IF WS-RESTORE-ERRORS > ZERO OR WS-WRITE-ERRORS > ZERO
               DISPLAY "WARNING: " WS-RESTORE-ERRORS
                       " file(s) reloaded short, "
                       WS-WRITE-ERRORS " record(s) rejected."
           END-IF.

       RESTORE-ONE-FILE.
           PERFORM BUILD-COPY-NAME
           MOVE ZERO TO WS-FILE-RECORDS
           MOVE "N" TO WS-EOF
           OPEN INPUT BACKUP-COPY-FILE
           EVALUATE WS-FILE-SUB
               WHEN 1
                   PERFORM RESTORE-INVENTORY
               WHEN 2
                   PERFORM RESTORE-LOCSTOCK
               WHEN 3
                   PERFORM RESTORE-LOTSTOCK
               WHEN 4
                   PERFORM RESTORE-BACKORD
               WHEN 5
                   PERFORM RESTORE-OPENORD
               WHEN 6
                   PERFORM RESTORE-INTRANS
               WHEN 7
                   PERFORM RESTORE-ALLOCSTK
               WHEN 8
                   PERFORM RESTORE-CUSTORD
               WHEN 9
                   PERFORM RESTORE-RETURNS
               WHEN 10
                   PERFORM RESTORE-CUSTOMER
               WHEN 11
                   PERFORM RESTORE-VENDOR
               WHEN 12
                   PERFORM RESTORE-LOCMAST
               WHEN 13
                   PERFORM RESTORE-LOCLEVEL
               WHEN 14
                   PERFORM RESTORE-ITEMUOM
               WHEN 15
                   PERFORM RESTORE-BOM
               WHEN 16
                   PERFORM RESTORE-INVREG
               WHEN 17
                   PERFORM RESTORE-REPLPROP
               WHEN 18
                   PERFORM RESTORE-GLMAP
               WHEN 19
                   PERFORM RESTORE-OPERATOR
               WHEN 20
                   PERFORM RESTORE-BATCHCTL
               WHEN 21
                   PERFORM RESTORE-RUNCTL
               WHEN 22
                   PERFORM RESTORE-TRANLOG
               WHEN 23
                   PERFORM RESTORE-LOTHIST
               WHEN 24
                   PERFORM RESTORE-APVOUCH
           END-EVALUATE
           CLOSE BACKUP-COPY-FILE
           ADD WS-FILE-RECORDS TO WS-TOTAL-RECORDS
           IF WS-FILE-RECORDS NOT = CT-RECORD-COUNT (WS-FILE-SUB)
               DISPLAY "Reloaded " WS-FILE-RECORDS " of "
                       CT-RECORD-COUNT (WS-FILE-SUB) " record(s) "
                       "into " WS-FILE-BASE (WS-FILE-SUB)
               ADD 1 TO WS-RESTORE-ERRORS
           END-IF.

       BUILD-COPY-NAME.
           MOVE SPACES TO WS-COPY-NAME
           STRING WS-FILE-BASE (WS-FILE-SUB) DELIMITED BY SPACE
                   ".G" DELIMITED BY SIZE
                   WS-GENERATION DELIMITED BY SIZE
                   ".BAK" DELIMITED BY SIZE
                   INTO WS-COPY-NAME
           END-STRING.
      * Same naming DATA-BACKUP writes under.

       RUN-INTEGRITY-AUDIT.
           DISPLAY "Running INTEG-AUDIT over the restored files..."
           CALL "INTEG-AUDIT"
           DISPLAY "See AUDIT.RPT before anyone posts against the "
                   "restored files.".
      * The registration has already been released: the audit only
      * reads, and it is the last thing this run does.

       RESTORE-INVENTORY.
           OPEN OUTPUT INVENTORY-FILE
           PERFORM RESTORE-INVENTORY-ROW UNTIL WS-EOF = "Y"
           CLOSE INVENTORY-FILE.

       RESTORE-INVENTORY-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO INVENTORY-RECORD
                   WRITE INVENTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-LOCSTOCK.
           OPEN OUTPUT LOCATION-STOCK-FILE
           PERFORM RESTORE-LOCSTOCK-ROW UNTIL WS-EOF = "Y"
           CLOSE LOCATION-STOCK-FILE.

       RESTORE-LOCSTOCK-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO LOCATION-STOCK-RECORD
                   WRITE LOCATION-STOCK-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-LOTSTOCK.
           OPEN OUTPUT LOT-STOCK-FILE
           PERFORM RESTORE-LOTSTOCK-ROW UNTIL WS-EOF = "Y"
           CLOSE LOT-STOCK-FILE.

       RESTORE-LOTSTOCK-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO LOT-STOCK-RECORD
                   WRITE LOT-STOCK-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-BACKORD.
           OPEN OUTPUT BACKORDER-FILE
           PERFORM RESTORE-BACKORD-ROW UNTIL WS-EOF = "Y"
           CLOSE BACKORDER-FILE.

       RESTORE-BACKORD-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO BACKORDER-RECORD
                   WRITE BACKORDER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-OPENORD.
           OPEN OUTPUT OPEN-ORDER-FILE
           PERFORM RESTORE-OPENORD-ROW UNTIL WS-EOF = "Y"
           CLOSE OPEN-ORDER-FILE.

       RESTORE-OPENORD-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO OPEN-ORDER-RECORD
                   WRITE OPEN-ORDER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-INTRANS.
           OPEN OUTPUT IN-TRANSIT-FILE
           PERFORM RESTORE-INTRANS-ROW UNTIL WS-EOF = "Y"
           CLOSE IN-TRANSIT-FILE.

       RESTORE-INTRANS-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO IN-TRANSIT-RECORD
                   WRITE IN-TRANSIT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-ALLOCSTK.
           OPEN OUTPUT ALLOCATION-FILE
           PERFORM RESTORE-ALLOCSTK-ROW UNTIL WS-EOF = "Y"
           CLOSE ALLOCATION-FILE.

       RESTORE-ALLOCSTK-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO ALLOCATION-RECORD
                   WRITE ALLOCATION-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-CUSTORD.
           OPEN OUTPUT CUSTOMER-ORDER-FILE
           PERFORM RESTORE-CUSTORD-ROW UNTIL WS-EOF = "Y"
           CLOSE CUSTOMER-ORDER-FILE.

       RESTORE-CUSTORD-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO CUSTOMER-ORDER-RECORD
                   WRITE CUSTOMER-ORDER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-RETURNS.
           OPEN OUTPUT RETURN-FILE
           PERFORM RESTORE-RETURNS-ROW UNTIL WS-EOF = "Y"
           CLOSE RETURN-FILE.

       RESTORE-RETURNS-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO RETURN-RECORD
                   WRITE RETURN-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-CUSTOMER.
           OPEN OUTPUT CUSTOMER-FILE
           PERFORM RESTORE-CUSTOMER-ROW UNTIL WS-EOF = "Y"
           CLOSE CUSTOMER-FILE.

       RESTORE-CUSTOMER-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO CUSTOMER-RECORD
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-VENDOR.
           OPEN OUTPUT VENDOR-FILE
           PERFORM RESTORE-VENDOR-ROW UNTIL WS-EOF = "Y"
           CLOSE VENDOR-FILE.

       RESTORE-VENDOR-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO VENDOR-RECORD
                   WRITE VENDOR-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-LOCMAST.
           OPEN OUTPUT LOCATION-MASTER-FILE
           PERFORM RESTORE-LOCMAST-ROW UNTIL WS-EOF = "Y"
           CLOSE LOCATION-MASTER-FILE.

       RESTORE-LOCMAST-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO LOCATION-MASTER-RECORD
                   WRITE LOCATION-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-LOCLEVEL.
           OPEN OUTPUT LOCATION-LEVEL-FILE
           PERFORM RESTORE-LOCLEVEL-ROW UNTIL WS-EOF = "Y"
           CLOSE LOCATION-LEVEL-FILE.

       RESTORE-LOCLEVEL-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO LOCATION-LEVEL-RECORD
                   WRITE LOCATION-LEVEL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-ITEMUOM.
           OPEN OUTPUT ITEM-UOM-FILE
           PERFORM RESTORE-ITEMUOM-ROW UNTIL WS-EOF = "Y"
           CLOSE ITEM-UOM-FILE.

       RESTORE-ITEMUOM-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO ITEM-UOM-RECORD
                   WRITE ITEM-UOM-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-BOM.
           OPEN OUTPUT BOM-FILE
           PERFORM RESTORE-BOM-ROW UNTIL WS-EOF = "Y"
           CLOSE BOM-FILE.

       RESTORE-BOM-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO BOM-RECORD
                   WRITE BOM-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-INVREG.
           OPEN OUTPUT INVOICE-REGISTER-FILE
           PERFORM RESTORE-INVREG-ROW UNTIL WS-EOF = "Y"
           CLOSE INVOICE-REGISTER-FILE.

       RESTORE-INVREG-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO INVOICE-REGISTER-RECORD
                   WRITE INVOICE-REGISTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-REPLPROP.
           OPEN OUTPUT PROPOSAL-FILE
           PERFORM RESTORE-REPLPROP-ROW UNTIL WS-EOF = "Y"
           CLOSE PROPOSAL-FILE.

       RESTORE-REPLPROP-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO PROPOSAL-RECORD
                   WRITE PROPOSAL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-GLMAP.
           OPEN OUTPUT GL-MAP-FILE
           PERFORM RESTORE-GLMAP-ROW UNTIL WS-EOF = "Y"
           CLOSE GL-MAP-FILE.

       RESTORE-GLMAP-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO GL-MAP-RECORD
                   WRITE GL-MAP-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-OPERATOR.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM RESTORE-OPERATOR-ROW UNTIL WS-EOF = "Y"
           CLOSE OPERATOR-FILE.

       RESTORE-OPERATOR-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO OPERATOR-RECORD
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-BATCHCTL.
           OPEN OUTPUT BATCH-CONTROL-FILE
           PERFORM RESTORE-BATCHCTL-ROW UNTIL WS-EOF = "Y"
           CLOSE BATCH-CONTROL-FILE.

       RESTORE-BATCHCTL-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO BATCH-CONTROL-RECORD
                   WRITE BATCH-CONTROL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-RUNCTL.
           OPEN OUTPUT RUN-CONTROL-FILE
           PERFORM RESTORE-RUNCTL-ROW UNTIL WS-EOF = "Y"
           CLOSE RUN-CONTROL-FILE.

       RESTORE-RUNCTL-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO RUN-CONTROL-RECORD
                   WRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
           END-READ.

       RESTORE-TRANLOG.
           OPEN OUTPUT TRANSACTION-LOG-FILE
           PERFORM RESTORE-TRANLOG-ROW UNTIL WS-EOF = "Y"
           CLOSE TRANSACTION-LOG-FILE.

       RESTORE-TRANLOG-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO TRANSACTION-LOG-RECORD
                   WRITE TRANSACTION-LOG-RECORD
           END-READ.

       RESTORE-LOTHIST.
           OPEN OUTPUT LOT-HISTORY-FILE
           PERFORM RESTORE-LOTHIST-ROW UNTIL WS-EOF = "Y"
           CLOSE LOT-HISTORY-FILE.

       RESTORE-LOTHIST-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO LOT-HISTORY-RECORD
                   WRITE LOT-HISTORY-RECORD
           END-READ.

       RESTORE-APVOUCH.
           OPEN OUTPUT AP-VOUCHER-FILE
           PERFORM RESTORE-APVOUCH-ROW UNTIL WS-EOF = "Y"
           CLOSE AP-VOUCHER-FILE.

       RESTORE-APVOUCH-ROW.
           READ BACKUP-COPY-FILE
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   MOVE BACKUP-COPY-RECORD TO AP-VOUCHER-RECORD
                   WRITE AP-VOUCHER-RECORD
           END-READ.
