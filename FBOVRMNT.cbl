       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FBOVRMNT".

      *---------------------------------------------------------
      * Change history
      * ----------------------------------------------------------
      * 2026-10-15  New program: maintain the keyed OVERFILE in
      *             place from ADD/CHANGE/DELETE cards (OVRTXN),
      *             the way FBRULEMNT maintains RULEFILE, so fixing
      *             one milestone label no longer means an FBOVRLOAD
      *             rebuild of every pair.  Each card is validated
      *             against the keyed file itself: an ADD for a
      *             number already on file, a CHANGE or DELETE for
      *             a number not on file, a blank label, and a
      *             number that is not a whole number or will not
      *             fit the 18-digit key are rejected and reported
      *             rather than applied.  OVRRPT shows every card
      *             with its submitter and date and the label before
      *             and after, and closes with cards read / applied
      *             / rejected.  Every applied change is appended to
      *             the flat change log (OVRLOG) so the OVERIN pairs
      *             the business side keeps can be brought into
      *             step with the KSDS.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-FILE ASSIGN TO "OVERFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVR-NUMBER
               FILE STATUS IS WS-OVR-STATUS.

           SELECT TXN-FILE ASSIGN TO "OVRTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT OPTIONAL LOG-FILE ASSIGN TO "OVRLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "OVRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-FILE.
       01  OVERRIDE-RECORD.
           05 OVR-NUMBER             PIC 9(18).
           05 OVR-LABEL              PIC X(10).

      *    The number column is wider than the key on purpose, so a
      *    number keyed too long is seen and rejected instead of
      *    being truncated onto somebody else's key.
       FD  TXN-FILE
           RECORDING MODE IS F.
       01  TXN-RECORD.
           05 TXN-ACTION             PIC X(6).
           05 TXN-NUMBER             PIC X(20).
           05 TXN-LABEL              PIC X(10).
           05 TXN-SUBMITTER          PIC X(8).
           05 TXN-DATE               PIC X(8).

       FD  LOG-FILE
           RECORDING MODE IS F.
       01  LOG-RECORD.
           05 LOG-ACTION             PIC X(6).
           05 LOG-NUMBER             PIC 9(18).
           05 LOG-OLD-LABEL          PIC X(10).
           05 LOG-NEW-LABEL          PIC X(10).
           05 LOG-SUBMITTER          PIC X(8).
           05 LOG-DATE               PIC X(8).
           05 LOG-RUN-DATE           PIC X(6).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OVR-STATUS             PIC X(2).
           88 WS-OVR-FOUND          VALUE "00".
           88 WS-OVR-NOT-FOUND      VALUE "23".
       01 WS-TXN-STATUS             PIC X(2).
           88 WS-TXN-FILE-FOUND     VALUE "00".
           88 WS-TXN-FILE-EOF       VALUE "10".
       01 WS-LOG-STATUS             PIC X(2).
       01 WS-RPT-STATUS             PIC X(2).

       01 WS-TXN-READ-COUNT         PIC 9(5) VALUE 0.
       01 WS-TXN-APPLIED-COUNT      PIC 9(5) VALUE 0.
       01 WS-TXN-REJECT-COUNT       PIC 9(5) VALUE 0.

       01 WS-REJECT-REASON          PIC X(30).
           88 WS-TXN-ACCEPTED       VALUE SPACE.

       01 WS-DECIMAL-COUNT          PIC 9(2).
       01 WS-TXN-NUMBER-WIDE        PIC S9(20).
       01 WS-TXN-NUMBER-NUM         PIC 9(18).
       01 WS-KEY-LIMIT              PIC 9(20)
               VALUE 999999999999999999.

       01 WS-ON-FILE-SWITCH         PIC X.
           88 WS-NUMBER-ON-FILE     VALUE "Y".
       01 WS-BEFORE-LABEL           PIC X(10).
       01 WS-AFTER-LABEL            PIC X(10).

       01 WS-RUN-DATE.
           05 WS-RUN-YY             PIC 9(2).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       01 WS-HEADER-LINE.
           05 FILLER                PIC X(25)
               VALUE "OVERFILE MAINTENANCE  RUN".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 HDR-DATE              PIC X(8).
           05 FILLER                PIC X(98) VALUE SPACE.

       01 WS-SECTION-LINE           PIC X(132).

       01 WS-COLUMN-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "ACTION".
           05 FILLER                PIC X(21) VALUE "NUMBER".
           05 FILLER                PIC X(11) VALUE "BEFORE".
           05 FILLER                PIC X(11) VALUE "AFTER".
           05 FILLER                PIC X(9)  VALUE "BY".
           05 FILLER                PIC X(9)  VALUE "DATE".
           05 FILLER                PIC X(62) VALUE "DISPOSITION".

       01 WS-TXN-PRINT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 TPL-ACTION            PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 TPL-NUMBER            PIC X(20).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 TPL-BEFORE            PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 TPL-AFTER             PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 TPL-SUBMITTER         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 TPL-DATE              PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 TPL-DISPOSITION       PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 TPL-REASON            PIC X(30).
           05 FILLER                PIC X(23) VALUE SPACE.

       01 WS-TRAILER-LINE.
           05 FILLER                PIC X(19)
               VALUE "TOTALS  CARDS READ:".
           05 TRL-READ-COUNT        PIC Z(4)9.
           05 FILLER                PIC X(9)  VALUE " APPLIED:".
           05 TRL-APPLIED-COUNT     PIC Z(4)9.
           05 FILLER                PIC X(10) VALUE " REJECTED:".
           05 TRL-REJECT-COUNT      PIC Z(4)9.
           05 FILLER                PIC X(79) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE.

      *    No keyed file means nothing to maintain - FBOVRLOAD
      *    builds it.  Stop before a single card is read so the
      *    log never records a change that was not made.
           OPEN I-O OVERRIDE-FILE.
           IF WS-OVR-STATUS NOT = "00" THEN
               DISPLAY "FBOVRMNT: cannot open OVERFILE - status "
                   WS-OVR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The change log only ever grows; status 05 is a first-
      *    ever log being created on the open.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "05"
                   THEN
               DISPLAY "FBOVRMNT: cannot open OVRLOG - status "
                   WS-LOG-STATUS
               CLOSE OVERRIDE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YY
               DELIMITED BY SIZE INTO HDR-DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "TRANSACTIONS" TO WS-SECTION-LINE.
           PERFORM 6000-PRINT-SECTION.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 2000-PROCESS-TRANSACTIONS.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TXN-READ-COUNT    TO TRL-READ-COUNT.
           MOVE WS-TXN-APPLIED-COUNT TO TRL-APPLIED-COUNT.
           MOVE WS-TXN-REJECT-COUNT  TO TRL-REJECT-COUNT.
           MOVE WS-TRAILER-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE REPORT-FILE.
           CLOSE LOG-FILE.
           CLOSE OVERRIDE-FILE.

      *    Any rejected card means the submitted deck was not fully
      *    applied - flag the step so the cards get looked at.
           IF WS-TXN-REJECT-COUNT > 0 AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       2000-PROCESS-TRANSACTIONS.
      *    No transaction file is an operational error, not an empty
      *    deck - report it rather than ending quietly.
           OPEN INPUT TXN-FILE.
           IF NOT WS-TXN-FILE-FOUND THEN
               DISPLAY "FBOVRMNT: cannot open OVRTXN - status "
                   WS-TXN-STATUS
               MOVE "  (OVRTXN NOT AVAILABLE)" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-TXN-FILE-EOF
                   READ TXN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TXN-READ-COUNT
                           PERFORM 2100-VALIDATE-TRANSACTION
                           IF WS-TXN-ACCEPTED THEN
                               PERFORM 3000-APPLY-TRANSACTION
                           END-IF
                           IF WS-TXN-ACCEPTED THEN
                               PERFORM 4000-WRITE-LOG
                               ADD 1 TO WS-TXN-APPLIED-COUNT
                           ELSE
                               ADD 1 TO WS-TXN-REJECT-COUNT
                           END-IF
                           PERFORM 6200-PRINT-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TXN-FILE
           END-IF.

       2100-VALIDATE-TRANSACTION.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE 0 TO WS-TXN-NUMBER-NUM.
           MOVE "N" TO WS-ON-FILE-SWITCH.
           MOVE SPACE TO WS-BEFORE-LABEL.
           MOVE SPACE TO WS-AFTER-LABEL.

           IF TXN-ACTION NOT = "ADD" AND TXN-ACTION NOT = "CHANGE"
                   AND TXN-ACTION NOT = "DELETE" THEN
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
           END-IF.

           IF WS-TXN-ACCEPTED THEN
               PERFORM 2110-EDIT-NUMBER
           END-IF.

      *    Only a number that fits the key is looked up - the
      *    before label comes straight off the keyed file.
           IF WS-TXN-ACCEPTED THEN
               MOVE WS-TXN-NUMBER-NUM TO OVR-NUMBER
               READ OVERRIDE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-NUMBER-ON-FILE TO TRUE
                       MOVE OVR-LABEL TO WS-BEFORE-LABEL
               END-READ
               IF NOT WS-OVR-FOUND AND NOT WS-OVR-NOT-FOUND THEN
                   MOVE "OVERFILE READ FAILED" TO WS-REJECT-REASON
                   DISPLAY "FBOVRMNT: OVERFILE read failed - status "
                       WS-OVR-STATUS " key " WS-TXN-NUMBER-NUM
               END-IF
               MOVE WS-BEFORE-LABEL TO WS-AFTER-LABEL
           END-IF.

           IF WS-TXN-ACCEPTED THEN
               EVALUATE TXN-ACTION
                   WHEN "ADD"
                       IF WS-NUMBER-ON-FILE THEN
                           MOVE "NUMBER ALREADY ON FILE"
                               TO WS-REJECT-REASON
                       ELSE
                           IF TXN-LABEL = SPACE THEN
                               MOVE "BLANK LABEL" TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   WHEN "CHANGE"
                       IF NOT WS-NUMBER-ON-FILE THEN
                           MOVE "NUMBER NOT ON FILE"
                               TO WS-REJECT-REASON
                       ELSE
                           IF TXN-LABEL = SPACE THEN
                               MOVE "BLANK LABEL" TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   WHEN "DELETE"
                       IF NOT WS-NUMBER-ON-FILE THEN
                           MOVE "NUMBER NOT ON FILE"
                               TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF.

       2110-EDIT-NUMBER.
      *    Card columns are keyed left-justified, so edit them the
      *    way the transaction programs do (TEST-NUMVAL, no decimal
      *    point).  The value is taken wider than the key so that
      *    anything past 18 digits is caught here, not truncated.
           MOVE 0 TO WS-DECIMAL-COUNT.
           IF TXN-NUMBER = SPACE
                   OR FUNCTION TEST-NUMVAL (TXN-NUMBER) NOT = 0 THEN
               MOVE "NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               INSPECT TXN-NUMBER TALLYING WS-DECIMAL-COUNT
                   FOR ALL "."
               MOVE FUNCTION NUMVAL (TXN-NUMBER)
                   TO WS-TXN-NUMBER-WIDE
               IF WS-DECIMAL-COUNT > 0 OR WS-TXN-NUMBER-WIDE < 0
                       THEN
                   MOVE "NUMBER NOT A WHOLE NUMBER"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-TXN-NUMBER-WIDE > WS-KEY-LIMIT THEN
                       MOVE "NUMBER ABOVE 18-DIGIT KEY"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-TXN-NUMBER-WIDE TO WS-TXN-NUMBER-NUM
                   END-IF
               END-IF
           END-IF.

       3000-APPLY-TRANSACTION.
      *    A keyed update that does not come back clean turns the
      *    card into a reject, so the log and the counts only ever
      *    show changes that are really on the file.
           MOVE WS-TXN-NUMBER-NUM TO OVR-NUMBER.
           EVALUATE TXN-ACTION
               WHEN "ADD"
                   MOVE TXN-LABEL TO OVR-LABEL
                   WRITE OVERRIDE-RECORD
                       INVALID KEY
                           MOVE "KEYED WRITE FAILED"
                               TO WS-REJECT-REASON
                   END-WRITE
                   MOVE TXN-LABEL TO WS-AFTER-LABEL
               WHEN "CHANGE"
                   MOVE TXN-LABEL TO OVR-LABEL
                   REWRITE OVERRIDE-RECORD
                       INVALID KEY
                           MOVE "KEYED REWRITE FAILED"
                               TO WS-REJECT-REASON
                   END-REWRITE
                   MOVE TXN-LABEL TO WS-AFTER-LABEL
               WHEN "DELETE"
                   DELETE OVERRIDE-FILE
                       INVALID KEY
                           MOVE "KEYED DELETE FAILED"
                               TO WS-REJECT-REASON
                   END-DELETE
                   MOVE "(DELETED)" TO WS-AFTER-LABEL
           END-EVALUATE.
           IF NOT WS-TXN-ACCEPTED OR WS-OVR-STATUS NOT = "00" THEN
               IF WS-TXN-ACCEPTED THEN
                   MOVE "KEYED UPDATE FAILED" TO WS-REJECT-REASON
               END-IF
               DISPLAY "FBOVRMNT: " TXN-ACTION " of "
                   WS-TXN-NUMBER-NUM " failed - status "
                   WS-OVR-STATUS
               MOVE WS-BEFORE-LABEL TO WS-AFTER-LABEL
           END-IF.

       4000-WRITE-LOG.
      *    One record per applied change, carrying both labels, so
      *    the flat OVERIN pairs can be brought into step - or a
      *    change traced - without rereading the report.
           MOVE TXN-ACTION        TO LOG-ACTION.
           MOVE WS-TXN-NUMBER-NUM TO LOG-NUMBER.
           MOVE WS-BEFORE-LABEL   TO LOG-OLD-LABEL.
           IF TXN-ACTION = "DELETE" THEN
               MOVE SPACE TO LOG-NEW-LABEL
           ELSE
               MOVE TXN-LABEL TO LOG-NEW-LABEL
           END-IF.
           MOVE TXN-SUBMITTER     TO LOG-SUBMITTER.
           MOVE TXN-DATE          TO LOG-DATE.
           MOVE WS-RUN-DATE       TO LOG-RUN-DATE.
           WRITE LOG-RECORD.
      *    The change is already on OVERFILE - say which one has
      *    no log record so OVRLOG can be put right by hand.
           IF WS-LOG-STATUS NOT = "00" THEN
               DISPLAY "FBOVRMNT: cannot write OVRLOG - status "
                   WS-LOG-STATUS " - " TXN-ACTION " of "
                   WS-TXN-NUMBER-NUM " applied but not logged"
               MOVE 8 TO RETURN-CODE
           END-IF.

       6000-PRINT-SECTION.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       6200-PRINT-TRANSACTION.
           MOVE TXN-ACTION     TO TPL-ACTION.
           MOVE TXN-NUMBER     TO TPL-NUMBER.
           MOVE TXN-SUBMITTER  TO TPL-SUBMITTER.
           MOVE TXN-DATE       TO TPL-DATE.
           IF WS-NUMBER-ON-FILE OR WS-TXN-ACCEPTED THEN
               MOVE WS-BEFORE-LABEL TO TPL-BEFORE
               MOVE WS-AFTER-LABEL  TO TPL-AFTER
           ELSE
               MOVE "(NONE)" TO TPL-BEFORE
               MOVE "(NONE)" TO TPL-AFTER
           END-IF.
           IF TXN-ACTION = "ADD" AND WS-TXN-ACCEPTED THEN
               MOVE "(NONE)" TO TPL-BEFORE
           END-IF.
           IF WS-TXN-ACCEPTED THEN
               MOVE "APPLIED"  TO TPL-DISPOSITION
               MOVE SPACE      TO TPL-REASON
           ELSE
               MOVE "REJECTED" TO TPL-DISPOSITION
               MOVE WS-REJECT-REASON TO TPL-REASON
           END-IF.
           MOVE WS-TXN-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
