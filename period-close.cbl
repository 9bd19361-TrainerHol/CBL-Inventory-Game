      * out, closing, tied to the inventory file), and starts a
      * fresh log. If any item's log closing balance does not tie to
      * INVENTORY.DAT the close refuses to archive anything, so a
      * broken month is caught now rather than at audit time. A
      * month that ties is handed to GL-JOURNAL for the ledger
      * journal before its log is rolled away. A backup generation
      * is taken first, so a close that goes wrong can be put back.

       DATA DIVISION.
       FILE SECTION.
           05 TL-DATE            PIC 9(8).
           05 TL-TIME            PIC 9(6).
           05 TL-OPERATOR-ID     PIC X(8).
           05 TL-LOCATION-ID     PIC X(4).
           05 TL-BEFORE-COST     PIC 9(5)V99.
           05 TL-AFTER-COST      PIC 9(5)V99.
           05 TL-MOVE-COST       PIC 9(5)V99.

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD         PIC X(88).
      * The log rows are copied to the archive byte for byte; the
      * dated name keeps every closed period on disk for audit
      * without any of them slowing the live log down again.
      * signed-on programs before rerunning.

       WORKING-STORAGE SECTION.
       01 BK-CALLER              PIC X(14) EXTERNAL.
       01 BK-RESULT              PIC X EXTERNAL.
      * Shared with DATA-BACKUP, as EOD-BATCH shares them: the close
      * has already checked nobody else is registered, and Y comes
      * back once the pre-close generation is complete.
       01 GL-PERIOD-DATE         PIC 9(8) EXTERNAL.
       01 GL-CONTROL-STATUS      PIC X EXTERNAL.
      * Shared with GL-JOURNAL: the close date names and stamps the
      * month's journal, and Y comes back when the journal control
      * proves against the closing valuation.
       01 WS-EOF                 PIC X VALUE 'N'.
       01 WS-STATUS-EOF          PIC X VALUE 'N'.
       01 WS-STATUS-CLEAR        PIC X VALUE 'N'.
           END-IF
           PERFORM REGISTER-SYSTEM-STATUS
           IF WS-STATUS-CLEAR = "Y"
               MOVE "PERIOD-CLOSE" TO BK-CALLER
               CALL "DATA-BACKUP"
               IF BK-RESULT = "Y"
                   PERFORM RUN-PERIOD-CLOSE
               ELSE
                   DISPLAY "CLOSE NOT RUN: the backup was not taken."
               END-IF
               PERFORM RELEASE-SYSTEM-STATUS
           END-IF
           STOP RUN.
               DISPLAY "The log has NOT been archived."
           ELSE
               IF WS-TIE-ERRORS = ZERO
                   PERFORM PRODUCE-GL-JOURNAL
                   PERFORM ARCHIVE-AND-RESET-LOG
                   DISPLAY "Period closed. Rows archived: "
                           WS-ROWS-ARCHIVED
               END-IF
           END-IF.

       PRODUCE-GL-JOURNAL.
           MOVE WS-CLOSE-DATE TO GL-PERIOD-DATE
           MOVE "N" TO GL-CONTROL-STATUS
           CALL "GL-JOURNAL"
           IF GL-CONTROL-STATUS NOT = "Y"
               DISPLAY "WARNING: the journal control does not prove "
                       "to the closing valuation."
               DISPLAY "See GLJRNL." WS-CLOSE-DATE ".RPT before "
                       "the journal is posted."
           END-IF.
      * The journal has to be built from the live log before the
      * archive step empties it. The quantities have already tied,
      * so an unproven value control is a warning for accounting
      * rather than a reason to hold the close: rows logged before
      * costs were carried can never prove, and the dated archive
      * keeps everything needed to rebuild the journal later.

       BUILD-PERIOD-TABLE.
           OPEN INPUT TRANSACTION-LOG-FILE
           MOVE "N" TO WS-EOF
