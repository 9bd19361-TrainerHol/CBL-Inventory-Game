       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLEN-APPROVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO "REPLPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY.
           SELECT LOCATION-STOCK-FILE ASSIGN TO "LOCSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY.
           SELECT ALLOCATION-FILE ASSIGN TO "ALLOCSTK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY.
           SELECT LOCATION-LEVEL-FILE ASSIGN TO "LOCLEVEL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY.
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
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID.
           SELECT SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-PROGRAM.
           SELECT PICK-LIST-FILE ASSIGN TO "REPLPICK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Supervisor approval of last night's replenishment proposals
      * from REPLEN-PROP, either the whole list at once or line by
      * line. Each approved line is dispatched exactly the way
      * Transfer Stock does it by hand: MAIN is debited, a status-T
      * consignment goes onto INTRANS.DAT under a transfer reference,
      * and the branch is credited when Confirm Transfer Arrival says
      * the van got there. The driver's pick list comes out a branch
      * at a time with the transfer references on it.

       DATA DIVISION.
       FILE SECTION.
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
      * Same layout REPLEN-PROP writes. Only P lines are offered; a
      * dispatched line becomes D with the quantity actually sent and
      * its transfer reference, a rejected one R, and a line left
      * alone stays P until tonight's run replaces the list.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-RECORD.
           05 LS-KEY.
               10 LS-ITEM-ID        PIC 9(5).
               10 LS-LOCATION-ID    PIC X(4).
           05 LS-QUANTITY          PIC 9(5).
      * Same layout main.cbl maintains; MAIN's row is debited by each
      * dispatch, as TRANSFER-CHECKED-STOCK debits the source.

       FD ALLOCATION-FILE.
       01 ALLOCATION-RECORD.
           05 AL-KEY.
               10 AL-ITEM-ID        PIC 9(5).
               10 AL-LOCATION-ID    PIC X(4).
           05 AL-QUANTITY          PIC 9(5).

       FD LOCATION-LEVEL-FILE.
       01 LOCATION-LEVEL-RECORD.
           05 SL-KEY.
               10 SL-ITEM-ID        PIC 9(5).
               10 SL-LOCATION-ID    PIC X(4).
           05 SL-MIN-QTY           PIC 9(5).
           05 SL-MAX-QTY           PIC 9(5).
      * Same layout LOC-MAINT maintains, read for MAIN's own minimum.

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
      * Same layout main.cbl dispatches into and confirms from, so a
      * replenishment consignment is confirmed, chased on
      * TRANSIT-RPT, and written off short exactly like a hand
      * transfer.

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

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OP-ID              PIC X(8).
           05 OP-PASSWORD        PIC X(8).
           05 OP-LEVEL           PIC 9.
      * Same operator file main.cbl signs on against. Approving the
      * list moves stock out of MAIN in bulk, so it is held to the
      * supervisor level.

       FD SYSTEM-STATUS-FILE.
       01 SYSTEM-STATUS-RECORD.
           05 ST-PROGRAM         PIC X(14).
           05 ST-MODE            PIC X.
           05 ST-OPERATOR-ID     PIC X(8).
           05 ST-DATE            PIC 9(8).
           05 ST-TIME            PIC 9(6).
      * Same registration file main.cbl holds open sessions in:
      * dispatching rewrites LOCSTOCK.DAT, so nothing else may hold
      * the inventory files meanwhile.

       FD PICK-LIST-FILE.
       01 PICK-LIST-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL      PIC 9 VALUE ZERO.
       01 WS-SIGNED-ON           PIC X VALUE 'N'.
       01 WS-SIGNON-TRIES        PIC 9 VALUE ZERO.
       01 WS-TRY-ID              PIC X(8).
       01 WS-TRY-PASSWORD        PIC X(8).
       01 WS-STATUS-EOF          PIC X VALUE 'N'.
       01 WS-STATUS-CLEAR        PIC X VALUE 'N'.
       01 WS-OVERRIDE-ANSWER     PIC X.
       01 WS-REVIEW-MODE         PIC X.
       01 WS-LINE-ANSWER         PIC X.
       01 WS-PENDING-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-DISPATCH-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-LEFT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-CENTRAL-MIN         PIC 9(5).
       01 WS-CENTRAL-SPARE       PIC 9(5).
       01 WS-SEND-QTY            PIC 9(5).
       01 WS-PICK-LOCATION       PIC X(4) VALUE SPACES.
       01 WS-TRANSFER-SEQ        PIC 9(5) VALUE ZERO.
       01 WS-XFER-WRITTEN        PIC X.
       01 WS-XFER-REF.
           05 FILLER             PIC X VALUE "T".
           05 WS-XR-MMDD         PIC 9(4).
           05 WS-XR-SEQ          PIC 9(5).
       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05 WS-TD-YEAR         PIC 9(4).
           05 WS-TD-MMDD         PIC 9(4).
       01 WS-PICK-HEADER.
           05 FILLER             PIC X(30)
               VALUE "Replenishment Pick List  MAIN ".
           05 WS-PH-DATE         PIC 9(8).
           05 FILLER             PIC X(5) VALUE "  by ".
           05 WS-PH-OPERATOR     PIC X(8).
       01 WS-DESTINATION-LINE.
           05 FILLER             PIC X(9) VALUE "Deliver: ".
           05 WS-DS-LOCATION     PIC X(4).
           05 FILLER             PIC X(3) VALUE " - ".
           05 WS-DS-NAME         PIC X(20).
       01 WS-PICK-DETAIL.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-PD-TRANSFER-REF PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-PD-ITEM-ID      PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-PD-NAME         PIC X(20).
           05 FILLER             PIC X(5) VALUE " QTY ".
           05 WS-PD-QUANTITY     PIC Z(4)9.
           05 FILLER             PIC X(14) VALUE "   Picked ____".
       01 WS-REVIEW-LINE.
           05 WS-RL-LOCATION     PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-ITEM-ID      PIC Z(4)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RL-NAME         PIC X(20).
           05 FILLER             PIC X(6) VALUE " posn ".
           05 WS-RL-POSITION     PIC Z(4)9.
           05 FILLER             PIC X(5) VALUE " max ".
           05 WS-RL-MAX          PIC Z(4)9.
           05 FILLER             PIC X(6) VALUE " send ".
           05 WS-RL-QUANTITY     PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGN-ON
           IF WS-SIGNED-ON = "Y"
               IF WS-OPERATOR-LEVEL < 2
                   DISPLAY "Replenishment approval requires a "
                           "supervisor."
               ELSE
                   PERFORM REGISTER-SYSTEM-STATUS
                   IF WS-STATUS-CLEAR = "Y"
                       PERFORM APPROVE-PROPOSALS
                       PERFORM RELEASE-SYSTEM-STATUS
                   END-IF
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
               MOVE "REPLEN-APPROVE" TO ST-PROGRAM
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
      * Same gate main.cbl runs at sign-on. A leftover record under
      * this program's own name is a crashed session of ourselves
      * and is simply refreshed.

       CHECK-ONE-REGISTRATION.
           READ SYSTEM-STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-STATUS-EOF
               NOT AT END
                   IF ST-PROGRAM NOT = "REPLEN-APPROVE"
                       PERFORM HANDLE-BLOCKING-REGISTRATION
                   END-IF
           END-READ.

       HANDLE-BLOCKING-REGISTRATION.
           DISPLAY "The inventory files are held by " ST-PROGRAM
                   " (" ST-OPERATOR-ID ") since "
                   ST-DATE " " ST-TIME "."
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
           END-IF.
      * The operator is already a supervisor, as in PRICE-BATCH, so
      * the override prompt needs no second level check.

       RELEASE-SYSTEM-STATUS.
           MOVE "REPLEN-APPROVE" TO ST-PROGRAM
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

       APPROVE-PROPOSALS.
           OPEN I-O PROPOSAL-FILE
           PERFORM COUNT-PENDING-PROPOSALS
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "No replenishment proposals await approval."
           ELSE
               DISPLAY WS-PENDING-COUNT
                       " proposed transfer(s) await approval."
               DISPLAY "A = approve all, L = line by line, "
                       "Q = quit: " WITH NO ADVANCING
               ACCEPT WS-REVIEW-MODE
               IF WS-REVIEW-MODE = "a"
                   MOVE "A" TO WS-REVIEW-MODE
               END-IF
               IF WS-REVIEW-MODE = "l"
                   MOVE "L" TO WS-REVIEW-MODE
               END-IF
               IF WS-REVIEW-MODE = "A" OR WS-REVIEW-MODE = "L"
                   PERFORM REVIEW-PROPOSALS
               END-IF
           END-IF
           CLOSE PROPOSAL-FILE.

       COUNT-PENDING-PROPOSALS.
           MOVE ZERO TO WS-PENDING-COUNT
           PERFORM START-PROPOSALS
           PERFORM COUNT-ONE-PROPOSAL UNTIL WS-EOF = "Y".

       COUNT-ONE-PROPOSAL.
           READ PROPOSAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RP-STATUS = "P"
                       ADD 1 TO WS-PENDING-COUNT
                   END-IF
           END-READ.

       START-PROPOSALS.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO RP-TO-LOCATION
           MOVE ZERO TO RP-ITEM-ID
           START PROPOSAL-FILE KEY IS NOT LESS THAN RP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.

       REVIEW-PROPOSALS.
           OPEN I-O LOCATION-STOCK-FILE
           OPEN INPUT ALLOCATION-FILE
           OPEN INPUT LOCATION-LEVEL-FILE
           OPEN I-O IN-TRANSIT-FILE
           OPEN INPUT LOCATION-MASTER-FILE
           OPEN INPUT INVENTORY-FILE
           OPEN OUTPUT PICK-LIST-FILE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-PH-DATE
           MOVE WS-OPERATOR-ID TO WS-PH-OPERATOR
           MOVE WS-PICK-HEADER TO PICK-LIST-LINE
           WRITE PICK-LIST-LINE
           PERFORM START-PROPOSALS
           PERFORM REVIEW-ONE-PROPOSAL UNTIL WS-EOF = "Y"
           IF WS-DISPATCH-COUNT = ZERO
               MOVE SPACES TO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
               MOVE "Nothing dispatched." TO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
           ELSE
               PERFORM PRINT-SIGNATURE-LINE
           END-IF
           CLOSE LOCATION-STOCK-FILE
           CLOSE ALLOCATION-FILE
           CLOSE LOCATION-LEVEL-FILE
           CLOSE IN-TRANSIT-FILE
           CLOSE LOCATION-MASTER-FILE
           CLOSE INVENTORY-FILE
           CLOSE PICK-LIST-FILE
           DISPLAY "Dispatched: " WS-DISPATCH-COUNT
                   "  Rejected: " WS-REJECT-COUNT
                   "  Left open: " WS-LEFT-COUNT
           IF WS-DISPATCH-COUNT > ZERO
               DISPLAY "Pick list written to REPLPICK.RPT."
           END-IF.

       REVIEW-ONE-PROPOSAL.
           READ PROPOSAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
               NOT AT END
                   IF RP-STATUS = "P"
                       PERFORM DECIDE-PROPOSAL
                   END-IF
           END-READ.

       DECIDE-PROPOSAL.
           MOVE RP-ITEM-ID TO ITEM-ID
           READ INVENTORY-FILE
               INVALID KEY
                   MOVE "** not on file **" TO ITEM-NAME
           END-READ
           IF WS-REVIEW-MODE = "A"
               MOVE "Y" TO WS-LINE-ANSWER
           ELSE
               MOVE RP-TO-LOCATION TO WS-RL-LOCATION
               MOVE RP-ITEM-ID TO WS-RL-ITEM-ID
               MOVE ITEM-NAME TO WS-RL-NAME
               MOVE RP-POSITION-QTY TO WS-RL-POSITION
               MOVE RP-MAX-QTY TO WS-RL-MAX
               MOVE RP-QUANTITY TO WS-RL-QUANTITY
               DISPLAY WS-REVIEW-LINE
               DISPLAY "Dispatch (Y), reject (R), or leave (N)? "
                   WITH NO ADVANCING
               ACCEPT WS-LINE-ANSWER
           END-IF
           EVALUATE WS-LINE-ANSWER
               WHEN "Y"
               WHEN "y"
                   PERFORM DISPATCH-PROPOSAL
               WHEN "R"
               WHEN "r"
                   PERFORM REJECT-PROPOSAL
               WHEN OTHER
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE.

       REJECT-PROPOSAL.
           MOVE "R" TO RP-STATUS
           REWRITE PROPOSAL-RECORD
               INVALID KEY
                   DISPLAY "Error updating proposal."
               NOT INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
           END-REWRITE.

       DISPATCH-PROPOSAL.
           MOVE RP-TO-LOCATION TO LM-LOCATION-ID
           READ LOCATION-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO LM-ACTIVE
           END-READ
           IF LM-ACTIVE NOT = "Y"
               DISPLAY "Stockroom " RP-TO-LOCATION
                       " is no longer active; item " RP-ITEM-ID
                       " left open."
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               PERFORM CHECK-CENTRAL-SPARE
               IF WS-SEND-QTY = ZERO
                   DISPLAY "MAIN can no longer spare item "
                           RP-ITEM-ID " for " RP-TO-LOCATION
                           "; left open."
                   ADD 1 TO WS-LEFT-COUNT
               ELSE
                   PERFORM SEND-FROM-CENTRAL
               END-IF
           END-IF.
      * Both ends are checked again at approval time: the list was
      * drawn up last night and MAIN may have sold or shipped since,
      * so the quantity sent is cut back to what MAIN can spare
      * today, never below its own minimum.

       CHECK-CENTRAL-SPARE.
           MOVE ZERO TO WS-SEND-QTY
           MOVE RP-ITEM-ID TO SL-ITEM-ID
           MOVE "MAIN" TO SL-LOCATION-ID
           READ LOCATION-LEVEL-FILE
               INVALID KEY
                   MOVE ZERO TO SL-MIN-QTY
           END-READ
           MOVE SL-MIN-QTY TO WS-CENTRAL-MIN
           MOVE RP-ITEM-ID TO AL-ITEM-ID
           MOVE "MAIN" TO AL-LOCATION-ID
           READ ALLOCATION-FILE
               INVALID KEY
                   MOVE ZERO TO AL-QUANTITY
           END-READ
           MOVE RP-ITEM-ID TO LS-ITEM-ID
           MOVE "MAIN" TO LS-LOCATION-ID
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO LS-QUANTITY
           END-READ
           IF LS-QUANTITY > AL-QUANTITY + WS-CENTRAL-MIN
               COMPUTE WS-CENTRAL-SPARE =
                   LS-QUANTITY - AL-QUANTITY - WS-CENTRAL-MIN
               IF RP-QUANTITY > WS-CENTRAL-SPARE
                   MOVE WS-CENTRAL-SPARE TO WS-SEND-QTY
               ELSE
                   MOVE RP-QUANTITY TO WS-SEND-QTY
               END-IF
           END-IF.
      * Spare is MAIN's free stock - on the shelf less what is
      * allocated to customer orders - less MAIN's minimum. Reading
      * MAIN's LOCSTOCK row last leaves it in the record area for
      * the rewrite.

       SEND-FROM-CENTRAL.
           SUBTRACT WS-SEND-QTY FROM LS-QUANTITY
           REWRITE LOCATION-STOCK-RECORD
               INVALID KEY
                   DISPLAY "Error updating location stock."
           END-REWRITE
           MOVE "N" TO WS-XFER-WRITTEN
           PERFORM WRITE-DISPATCH-RECORD
               UNTIL WS-XFER-WRITTEN = "Y"
           MOVE "D" TO RP-STATUS
           MOVE WS-SEND-QTY TO RP-QUANTITY
           MOVE TR-TRANSFER-REF TO RP-TRANSFER-REF
           REWRITE PROPOSAL-RECORD
               INVALID KEY
                   DISPLAY "Error updating proposal."
           END-REWRITE
           ADD 1 TO WS-DISPATCH-COUNT
           PERFORM PRINT-PICK-LINE
           IF WS-REVIEW-MODE = "L"
               DISPLAY "Dispatched under transfer ref "
                       TR-TRANSFER-REF "."
           END-IF.
      * As in TRANSFER-CHECKED-STOCK, ITEM-QUANTITY does not change:
      * the units leave MAIN's LOCSTOCK row for the in-transit file
      * and only reach the branch's row when the arrival is
      * confirmed.

       WRITE-DISPATCH-RECORD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ADD 1 TO WS-TRANSFER-SEQ
           MOVE WS-TD-MMDD TO WS-XR-MMDD
           MOVE WS-TRANSFER-SEQ TO WS-XR-SEQ
           MOVE WS-XFER-REF TO TR-TRANSFER-REF
           MOVE RP-ITEM-ID TO TR-ITEM-ID
           MOVE RP-FROM-LOCATION TO TR-FROM-LOCATION
           MOVE RP-TO-LOCATION TO TR-TO-LOCATION
           MOVE WS-SEND-QTY TO TR-QUANTITY
           MOVE WS-TODAY-DATE TO TR-DISPATCH-DATE
           MOVE "T" TO TR-STATUS
           MOVE ZERO TO TR-QTY-RECEIVED
           MOVE ZERO TO TR-RECEIVED-DATE
           WRITE IN-TRANSIT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-XFER-WRITTEN
           END-WRITE.
      * The same reference and duplicate-key retry main.cbl's
      * WRITE-DISPATCH-RECORD uses, so the two never clash on a ref.

       PRINT-PICK-LINE.
           IF RP-TO-LOCATION NOT = WS-PICK-LOCATION
               IF WS-PICK-LOCATION NOT = SPACES
                   PERFORM PRINT-SIGNATURE-LINE
               END-IF
               MOVE RP-TO-LOCATION TO WS-PICK-LOCATION
               MOVE SPACES TO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
               MOVE RP-TO-LOCATION TO WS-DS-LOCATION
               MOVE LM-NAME TO WS-DS-NAME
               MOVE WS-DESTINATION-LINE TO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
           END-IF
           MOVE TR-TRANSFER-REF TO WS-PD-TRANSFER-REF
           MOVE RP-ITEM-ID TO WS-PD-ITEM-ID
           MOVE ITEM-NAME TO WS-PD-NAME
           MOVE WS-SEND-QTY TO WS-PD-QUANTITY
           MOVE WS-PICK-DETAIL TO PICK-LIST-LINE
           WRITE PICK-LIST-LINE.
      * The proposal file is keyed by destination, so a change of
      * stockroom on the walk is where one drop on the driver's run
      * ends and the next begins.

       PRINT-SIGNATURE-LINE.
           MOVE "  Received by ____________________  Date ________"
               TO PICK-LIST-LINE
           WRITE PICK-LIST-LINE.
