      *             bumps it each night a reject is carried
      *             forward uncorrected, so its aging report can
      *             show what has been on the floor for N cycles.
      * 2026-10-15  Stamp the run date (YYMMDD) on the RSLTFILE
      *             control-total trailer, in what was filler, so
      *             FBCHARGE can bill each night's requestor lines
      *             against the right day of the month.
      * 2026-10-15  Explain mode: an entry keyed with a leading E
      *             (e.g. E1000), or a TRANSIN record with Y in the
      *             new explain column (col 42), gets a trace of
      *             why the number got its label - whether the
      *             OVERFILE override was hit, then every rule in
      *             effect (type, divisor or range, label, stop)
      *             marked matched, not matched, or skipped after
      *             an earlier stop rule, and every rule outside
      *             its effective dates.  Interactive traces go to
      *             the terminal; batch traces go to EXPLFILE,
      *             never RSLTFILE.  The explain request and its
      *             outcome are both logged on AUDITLOG.
      * 2026-10-15  Checkpoint/restart for batch mode.  Every N
      *             records (TRNCTL, default 1000) the records read,
      *             the read/classified/rejected totals and the
      *             per-requestor counts go to TCKPFILE, with
      *             RSLTFILE and RJCTFILE closed and re-opened so
      *             what they hold is on disk.  A resubmit after an
      *             abend skips the checkpointed records, extends
      *             RSLTFILE/RJCTFILE instead of recreating them,
      *             and does not write again any record whose
      *             result or reject is already on file past the
      *             checkpoint - the trailer counts every TRANSIN
      *             record exactly once.  A status record on
      *             TRNSTAT (RUNNING / RESUMABLE / COMPLETE) is
      *             what FBSTATUS reports for the batch run.
      * 2026-10-15  EXPLFILE and AUDITLOG are closed and re-opened
      *             at each checkpoint as well, every re-open is
      *             status-checked (a failure stops the run, RC 8,
      *             with the last checkpoint intact), and TCKPFILE
      *             carries where each file stood.  A resume does
      *             not write again a trace line or batch explain
      *             note already on file past the checkpoint.
      *             EXPLFILE is opened with RSLTFILE and RJCTFILE at
      *             the start of a batch run, so it never holds an
      *             earlier run's traces, and all three opens are
      *             status-checked (RC 8).
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT EXPLAIN-FILE ASSIGN TO "EXPLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPLAIN-STATUS.

           SELECT OPTIONAL TRN-CONTROL-FILE ASSIGN TO "TRNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRNCTL-STATUS.

           SELECT OPTIONAL TRN-CKPT-FILE ASSIGN TO "TCKPFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCKP-STATUS.

           SELECT TRN-STATUS-FILE ASSIGN TO "TRNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
       01  TRANS-RECORD.
           05 TRN-REQUESTOR         PIC X(3).
           05 TRN-NUMBER            PIC X(38).
           05 TRN-EXPLAIN-FLAG      PIC X(1).
               88 TRN-EXPLAIN-WANTED VALUE "Y".

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           05 FILLER                PIC X(1).
           05 RJT-CYCLE-COUNT       PIC 9(3).

       FD  EXPLAIN-FILE
           RECORDING MODE IS F.
       01  EXPLAIN-RECORD           PIC X(132).

       FD  TRN-CONTROL-FILE
           RECORDING MODE IS F.
       01  TRN-CONTROL-RECORD.
           05 TCT-CKPT-INTERVAL     PIC X(9).
           05 FILLER                PIC X(71).

      *    The run's counts as of the last checkpoint.  TCK-RUN-
      *    DATE/TIME are the original start, kept across resumes.
       FD  TRN-CKPT-FILE
           RECORDING MODE IS F.
       01  TRN-CKPT-RECORD.
           05 TCK-RUN-DATE          PIC X(6).
           05 TCK-RUN-TIME          PIC X(6).
           05 TCK-READ-COUNT        PIC 9(9).
           05 TCK-CLASS-COUNT       PIC 9(9).
           05 TCK-REJECT-COUNT      PIC 9(9).
           05 TCK-REQUESTOR OCCURS 4 TIMES.
               10 TCK-REQ-CODE          PIC X(3).
               10 TCK-REQ-READ-COUNT    PIC 9(9).
               10 TCK-REQ-CLASS-COUNT   PIC 9(9).
               10 TCK-REQ-REJECT-COUNT  PIC 9(9).
      *    EXPLFILE lines and AUDITLOG entries on file at the
      *    checkpoint.
           05 TCK-EXPL-COUNT        PIC 9(9).
           05 TCK-AUDIT-COUNT       PIC 9(9).

       FD  TRN-STATUS-FILE
           RECORDING MODE IS F.
       01  TRN-STATUS-RECORD.
           05 TST-STATUS            PIC X(10).
           05 TST-RUN-DATE          PIC X(6).
           05 TST-RUN-TIME          PIC X(6).
           05 TST-READ-COUNT        PIC 9(9).
           05 TST-CLASS-COUNT       PIC 9(9).
           05 TST-REJECT-COUNT      PIC 9(9).
           05 TST-CKPT-INTERVAL     PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-INPUT                 PIC X(38).
       01 Num                      PIC 9(38).
               10 WS-CLASSIFY-TYPE    PIC X(1).
               10 WS-CLASSIFY-RANGE-LOW  PIC 9(18).
               10 WS-CLASSIFY-RANGE-HIGH PIC 9(18).
           05 WS-CLASSIFY-OVERRIDE-HIT PIC X(1).
           05 WS-CLASSIFY-TRACE-FLAGS PIC X(50).
           05 WS-CLASSIFY-STOP-FLAGS PIC X(50).
           05 WS-CLASSIFY-DATED-COUNT PIC 9(3).
           05 WS-CLASSIFY-DATED OCCURS 50 TIMES.
               10 WS-CLASSIFY-DATED-DIVISOR PIC 9(3).
               10 WS-CLASSIFY-DATED-LABEL   PIC X(10).
               10 WS-CLASSIFY-DATED-TYPE    PIC X(1).
               10 WS-CLASSIFY-DATED-STOP    PIC X(1).
               10 WS-CLASSIFY-DATED-LOW     PIC 9(18).
               10 WS-CLASSIFY-DATED-HIGH    PIC 9(18).
               10 WS-CLASSIFY-DATED-FROM    PIC X(6).
               10 WS-CLASSIFY-DATED-TO      PIC X(6).

       01 WS-RESULT-STATUS         PIC X(2).
       01 WS-REJECT-STATUS         PIC X(2).
           05 RST-CLASS-COUNT       PIC Z(8)9.
           05 FILLER                PIC X(10) VALUE " REJECTED:".
           05 RST-REJECT-COUNT      PIC Z(8)9.
           05 FILLER                PIC X(10) VALUE " RUN DATE:".
           05 RST-RUN-DATE          PIC X(6).
           05 FILLER                PIC X(43) VALUE SPACE.

       01 WS-REQUESTOR-LINE.
           05 FILLER                PIC X(10) VALUE "REQUESTOR ".
           05 FILLER                PIC X(52) VALUE SPACE.

       01 WS-AUDIT-STATUS          PIC X(2).
       01 WS-AUDIT-OPEN-SWITCH     PIC X VALUE "N".
           88 WS-AUDIT-OPEN        VALUE "Y".
       01 WS-AUDIT-TIMESTAMP.
           05 WS-AUDIT-DATE        PIC X(8).
           05 WS-AUDIT-TIME        PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 AUD-RESULT            PIC X(75).

       01 WS-BATCH-SWITCH          PIC X VALUE "N".
           88 WS-BATCH-RUN         VALUE "Y".
       01 WS-EXPLAIN-SWITCH        PIC X VALUE "N".
           88 WS-EXPLAIN-WANTED    VALUE "Y".
       01 WS-EXPLAIN-STATUS        PIC X(2).
       01 WS-EXPLAIN-OPEN-SWITCH   PIC X VALUE "N".
           88 WS-EXPLAIN-OPEN      VALUE "Y".
       01 WS-EXPLAIN-WORK          PIC X(38).

       01 WS-EXP-SUB               PIC 9(3).
       01 WS-EXP-MATCHED-COUNT     PIC 9(3).
       01 WS-EXP-NO-MATCH-COUNT    PIC 9(3).
       01 WS-EXP-SKIPPED-COUNT     PIC 9(3).
       01 WS-EXP-PTR               PIC 9(3).
       01 WS-EXP-EDIT-SMALL        PIC ZZ9.
       01 WS-EXP-EDIT-LOW          PIC Z(17)9.
       01 WS-EXP-EDIT-HIGH         PIC Z(17)9.

      *    The rule being described, from either the in-effect or
      *    the out-of-date list.
       01 WS-EXP-RULE.
           05 WS-EXP-DIVISOR       PIC 9(3).
           05 WS-EXP-TYPE          PIC X(1).
           05 WS-EXP-RANGE-LOW     PIC 9(18).
           05 WS-EXP-RANGE-HIGH    PIC 9(18).

       01 WS-EXPLAIN-LINE          PIC X(132).

       01 WS-EXP-RULE-LINE.
           05 FILLER               PIC X(4)  VALUE SPACE.
           05 EXR-SEQ              PIC Z9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 EXR-TEST             PIC X(50).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 EXR-LABEL            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 EXR-STOP             PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 EXR-OUTCOME          PIC X(40).
           05 FILLER               PIC X(14) VALUE SPACE.

       01 WS-EXP-COLUMN-LINE.
           05 FILLER               PIC X(8)  VALUE SPACE.
           05 FILLER               PIC X(52) VALUE "TEST".
           05 FILLER               PIC X(12) VALUE "LABEL".
           05 FILLER               PIC X(6)  VALUE "STOP".
           05 FILLER               PIC X(54) VALUE "OUTCOME".

       01 WS-BLANK-RESULT-TEXT     PIC X(30)
               VALUE "(NUMBER PRINTS AS ITSELF)".

       01 WS-TRNCTL-STATUS         PIC X(2).
       01 WS-TCKP-STATUS           PIC X(2).
           88 WS-TCKP-FILE-FOUND   VALUE "00".
           88 WS-TCKP-FILE-EOF     VALUE "10".
           88 WS-TCKP-FILE-ABSENT  VALUE "05".
       01 WS-TSTAT-STATUS          PIC X(2).

       01 WS-TRN-CKPT-INTERVAL     PIC 9(9) VALUE 1000.
       01 WS-TRN-RUN-DATE          PIC X(6).
       01 WS-TRN-RUN-TIME          PIC X(8).
       01 WS-TRN-STATUS-VALUE      PIC X(10).
       01 WS-TRN-RECORD-SEQ        PIC 9(9) VALUE 0.
       01 WS-TRN-SKIP-COUNT        PIC 9(9) VALUE 0.

       01 WS-TRN-RESUME-SWITCH     PIC X VALUE "N".
           88 WS-TRN-RESUMING      VALUE "Y".
       01 WS-TRN-RESUME-FAIL-SWITCH PIC X VALUE "N".
           88 WS-TRN-RESUME-FAILED VALUE "Y".
       01 WS-TRN-OPEN-FAIL-SWITCH  PIC X VALUE "N".
           88 WS-TRN-OPEN-FAILED   VALUE "Y".
       01 WS-TRN-CKPT-OFF-SWITCH   PIC X VALUE "N".
           88 WS-TRN-CKPT-OFF      VALUE "Y".

      *    On a resume: results and rejects already on file past
      *    the checkpoint.  Each is used up by the next record
      *    that would have written the same kind of output.
       01 WS-RSLT-ON-FILE          PIC S9(9) VALUE 0.
       01 WS-RJCT-ON-FILE          PIC S9(9) VALUE 0.
      *    Likewise EXPLFILE lines and this run's AUDITLOG notes,
      *    used up by the next trace or note written.
       01 WS-EXPL-ON-FILE          PIC S9(9) VALUE 0.
       01 WS-AUDIT-ON-FILE         PIC S9(9) VALUE 0.

      *    Where EXPLFILE and AUDITLOG stand for the checkpoint:
      *    what was on file when the run (or resume) began, plus
      *    what it has written since.  EXPLFILE belongs to the run
      *    and starts empty; AUDITLOG is cumulative.
       01 WS-EXPL-BASE             PIC 9(9) VALUE 0.
       01 WS-EXPL-WRITTEN          PIC 9(9) VALUE 0.
       01 WS-EXPL-CKPT-COUNT       PIC 9(9) VALUE 0.
       01 WS-AUDIT-BASE            PIC 9(9) VALUE 0.
       01 WS-AUDIT-WRITTEN         PIC 9(9) VALUE 0.
       01 WS-AUDIT-CKPT-COUNT      PIC 9(9) VALUE 0.
       01 WS-AUDIT-SEQ             PIC 9(9) VALUE 0.
       01 WS-AUDIT-REQUEST-SWITCH  PIC X VALUE "N".
           88 WS-AUDIT-AFTER-BATCH-REQUEST VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
      *    TRANSIN present -> unattended batch run over the list.
      *    TRANSIN absent  -> the usual interactive session.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-FILE-FOUND THEN
               SET WS-BATCH-RUN TO TRUE
               PERFORM 3000-BATCH-MODE
               CLOSE TRANS-FILE
               IF WS-EXPLAIN-OPEN THEN
                   CLOSE EXPLAIN-FILE
               END-IF
               IF WS-AUDIT-OPEN THEN
                   CLOSE AUDIT-FILE
               END-IF
           ELSE
               PERFORM 5000-OPEN-AUDIT-LOG
               PERFORM UNTIL WS-QUIT
                   IF NOT WS-QUIT THEN
                       PERFORM 2000-CLASSIFY
                       PERFORM 5100-WRITE-AUDIT-ENTRY
                       IF WS-EXPLAIN-WANTED THEN
                           PERFORM 6000-EXPLAIN
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
      *    quit sentinel) is entered.
           SET WS-NOT-VALID-ENTRY TO TRUE.
           PERFORM UNTIL WS-VALID-ENTRY
               DISPLAY "Pick a number (E in front to explain, "
                   "0 or 9999 to quit): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT
               PERFORM 1050-CHECK-EXPLAIN-PREFIX
               PERFORM 1100-VALIDATE-ENTRY
               IF WS-VALID-ENTRY THEN
                   MOVE FUNCTION NUMVAL (WS-INPUT) TO Num
               END-IF
           END-PERFORM.

       1050-CHECK-EXPLAIN-PREFIX.
      *    A leading E (either case) asks for the trace; the rest
      *    of the entry is the number and goes through the usual
      *    edit.
           MOVE "N" TO WS-EXPLAIN-SWITCH.
           MOVE FUNCTION TRIM (WS-INPUT) TO WS-EXPLAIN-WORK.
           IF WS-EXPLAIN-WORK (1:1) = "E" OR "e" THEN
               SET WS-EXPLAIN-WANTED TO TRUE
               MOVE WS-EXPLAIN-WORK (2:37) TO WS-INPUT
           END-IF.

       1100-VALIDATE-ENTRY.
      *    TEST-NUMVAL alone accepts decimals (e.g. 12.5); reject
      *    anything with a decimal point so only whole numbers pass,
           IF WS-AUDIT-STATUS NOT = "00" THEN
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           SET WS-AUDIT-OPEN TO TRUE.

       5100-WRITE-AUDIT-ENTRY.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           MOVE WS-AUDIT-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.

       5200-WRITE-AUDIT-NOTE.
      *    An audit entry whose result column carries a note (the
      *    explain request or its outcome) instead of the label.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-DATE TO AUD-DATE.
           MOVE WS-AUDIT-TIME TO AUD-TIME.
           MOVE FUNCTION TRIM (WS-INPUT) TO AUD-ENTERED.
           MOVE WS-EXPLAIN-LINE TO AUD-RESULT.
      *    A resumed batch run does not log again a note already
      *    on AUDITLOG past the checkpoint.
           IF WS-BATCH-RUN AND WS-AUDIT-ON-FILE > 0 THEN
               SUBTRACT 1 FROM WS-AUDIT-ON-FILE
           ELSE
               MOVE WS-AUDIT-DETAIL TO AUDIT-LINE
               WRITE AUDIT-LINE
               ADD 1 TO WS-AUDIT-WRITTEN
           END-IF.

       3000-BATCH-MODE.
      *    One number per TRANSIN record; bad records go to the
      *    reject file with a reason code rather than stopping the
      *    whole run, and the results file closes with a control-
      *    total trailer proving every record is accounted for -
      *    overall and by requestor.  A checkpoint left by an
      *    abended run resumes it instead of starting over.
           PERFORM 3050-INIT-REQUESTORS.
           PERFORM 3010-READ-CONTROL-CARD.
           PERFORM 3020-READ-CHECKPOINT.
           IF WS-TRN-RESUMING THEN
               PERFORM 3030-OPEN-OUTPUTS-RESUME
           ELSE
               ACCEPT WS-TRN-RUN-DATE FROM DATE
               ACCEPT WS-TRN-RUN-TIME FROM TIME
               OPEN OUTPUT RESULT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT EXPLAIN-FILE
               IF WS-RESULT-STATUS NOT = "00"
                       OR WS-REJECT-STATUS NOT = "00"
                       OR WS-EXPLAIN-STATUS NOT = "00" THEN
                   DISPLAY "Cannot start: RSLTFILE/RJCTFILE/EXPLFILE "
                       "not writable - status " WS-RESULT-STATUS
                       "/" WS-REJECT-STATUS "/" WS-EXPLAIN-STATUS
                   SET WS-TRN-OPEN-FAILED TO TRUE
               ELSE
                   SET WS-EXPLAIN-OPEN TO TRUE
                   PERFORM 3040-COUNT-AUDIT-LOG
               END-IF
           END-IF.
           IF WS-TRN-RESUME-FAILED OR WS-TRN-OPEN-FAILED THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "RUNNING" TO WS-TRN-STATUS-VALUE
               PERFORM 3500-WRITE-TRN-STATUS
               PERFORM UNTIL WS-TRANS-FILE-EOF
                   READ TRANS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TRN-RECORD-SEQ
      *                    Records up to the checkpoint are already
      *                    in its totals - pass over them.
                           IF WS-TRN-RECORD-SEQ > WS-TRN-SKIP-COUNT
                                   THEN
                               PERFORM 3110-PROCESS-RECORD
                               IF FUNCTION MOD (WS-TRANS-READ-COUNT
                                       WS-TRN-CKPT-INTERVAL) = 0 THEN
                                   PERFORM 3400-WRITE-CHECKPOINT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-TRANS-READ-COUNT   TO RST-READ-COUNT
               MOVE WS-TRANS-CLASS-COUNT  TO RST-CLASS-COUNT
               MOVE WS-TRANS-REJECT-COUNT TO RST-REJECT-COUNT
               MOVE WS-TRN-RUN-DATE TO RST-RUN-DATE
               MOVE WS-RESULT-TRAILER TO RESULT-LINE
               WRITE RESULT-LINE
               PERFORM 3300-WRITE-REQUESTOR-TOTALS
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > 4
               CLOSE RESULT-FILE
               CLOSE REJECT-FILE
               PERFORM 3450-CLEAR-CHECKPOINT
               MOVE "COMPLETE" TO WS-TRN-STATUS-VALUE
               PERFORM 3500-WRITE-TRN-STATUS
           END-IF.

       3010-READ-CONTROL-CARD.
      *    No TRNCTL, or a blank, zero or non-numeric interval,
      *    keeps the default of a checkpoint every 1000 records.
           OPEN INPUT TRN-CONTROL-FILE.
           IF WS-TRNCTL-STATUS = "00" THEN
               READ TRN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TCT-CKPT-INTERVAL NOT = SPACE
                               AND FUNCTION TEST-NUMVAL
                                   (TCT-CKPT-INTERVAL) = 0
                               AND FUNCTION NUMVAL
                                   (TCT-CKPT-INTERVAL) > 0 THEN
                           MOVE FUNCTION NUMVAL (TCT-CKPT-INTERVAL)
                               TO WS-TRN-CKPT-INTERVAL
                       END-IF
               END-READ
               CLOSE TRN-CONTROL-FILE
           END-IF.

       3020-READ-CHECKPOINT.
      *    Read to end-of-file and keep the last record, as the
      *    nightly run does with CKPTFILE - a MOD-allocated
      *    dataset can hold more than one.
           OPEN INPUT TRN-CKPT-FILE.
           IF WS-TCKP-FILE-FOUND THEN
               PERFORM UNTIL WS-TCKP-FILE-EOF
                   READ TRN-CKPT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           SET WS-TRN-RESUMING TO TRUE
                           PERFORM 3025-RESTORE-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE TRN-CKPT-FILE
           END-IF.
      *    An absent OPTIONAL file is still left open - close it
      *    so the checkpoints can open it for output.
           IF WS-TCKP-FILE-ABSENT THEN
               CLOSE TRN-CKPT-FILE
           END-IF.

       3025-RESTORE-CHECKPOINT.
           MOVE TCK-RUN-DATE     TO WS-TRN-RUN-DATE.
           MOVE TCK-RUN-TIME     TO WS-TRN-RUN-TIME.
           MOVE TCK-READ-COUNT   TO WS-TRANS-READ-COUNT
                                    WS-TRN-SKIP-COUNT.
           MOVE TCK-CLASS-COUNT  TO WS-TRANS-CLASS-COUNT.
           MOVE TCK-REJECT-COUNT TO WS-TRANS-REJECT-COUNT.
           MOVE TCK-EXPL-COUNT   TO WS-EXPL-CKPT-COUNT.
           MOVE TCK-AUDIT-COUNT  TO WS-AUDIT-CKPT-COUNT.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > 4
               MOVE TCK-REQ-READ-COUNT (WS-REQ-SUB)
                   TO WS-REQ-READ-COUNT (WS-REQ-SUB)
               MOVE TCK-REQ-CLASS-COUNT (WS-REQ-SUB)
                   TO WS-REQ-CLASS-COUNT (WS-REQ-SUB)
               MOVE TCK-REQ-REJECT-COUNT (WS-REQ-SUB)
                   TO WS-REQ-REJECT-COUNT (WS-REQ-SUB)
           END-PERFORM.

       3030-OPEN-OUTPUTS-RESUME.
      *    Count what RSLTFILE and RJCTFILE actually hold.  At the
      *    checkpoint both were closed, so each holds at least the
      *    checkpoint's classified/rejected count; anything more
      *    was written after it and must not be written again.  A
      *    file holding fewer, a file that is gone, or a RSLTFILE
      *    that already has its trailer cannot be resumed safely -
      *    stop rather than double-count or lose records.  EXPLFILE
      *    is held to the same test.
           DISPLAY "Resuming TRANSIN run of " WS-TRN-RUN-DATE
               " after record " WS-TRN-SKIP-COUNT.
           MOVE 0 TO WS-RSLT-ON-FILE WS-RJCT-ON-FILE.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-STATUS NOT = "00" THEN
               DISPLAY "Cannot resume: RSLTFILE not readable - status "
                   WS-RESULT-STATUS
               SET WS-TRN-RESUME-FAILED TO TRUE
           ELSE
               PERFORM 3035-COUNT-RESULTS
               CLOSE RESULT-FILE
           END-IF.
           IF NOT WS-TRN-RESUME-FAILED THEN
               OPEN INPUT REJECT-FILE
               IF WS-REJECT-STATUS NOT = "00" THEN
                   DISPLAY "Cannot resume: RJCTFILE not readable - "
                       "status " WS-REJECT-STATUS
                   SET WS-TRN-RESUME-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL WS-REJECT-STATUS = "10"
                       READ REJECT-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WS-RJCT-ON-FILE
                       END-READ
                   END-PERFORM
                   CLOSE REJECT-FILE
               END-IF
           END-IF.
           IF NOT WS-TRN-RESUME-FAILED THEN
               SUBTRACT WS-TRANS-CLASS-COUNT FROM WS-RSLT-ON-FILE
               SUBTRACT WS-TRANS-REJECT-COUNT FROM WS-RJCT-ON-FILE
               IF WS-RSLT-ON-FILE < 0 OR WS-RJCT-ON-FILE < 0 THEN
                   DISPLAY "Cannot resume: RSLTFILE/RJCTFILE hold "
                       "fewer records than the checkpoint"
                   SET WS-TRN-RESUME-FAILED TO TRUE
               END-IF
           END-IF.
           IF NOT WS-TRN-RESUME-FAILED THEN
               OPEN INPUT EXPLAIN-FILE
               IF WS-EXPLAIN-STATUS NOT = "00" THEN
                   DISPLAY "Cannot resume: EXPLFILE not readable - "
                       "status " WS-EXPLAIN-STATUS
                   SET WS-TRN-RESUME-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL WS-EXPLAIN-STATUS NOT = "00"
                       READ EXPLAIN-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WS-EXPL-ON-FILE
                       END-READ
                   END-PERFORM
                   CLOSE EXPLAIN-FILE
                   MOVE WS-EXPL-ON-FILE TO WS-EXPL-BASE
                   SUBTRACT WS-EXPL-CKPT-COUNT FROM WS-EXPL-ON-FILE
                   IF WS-EXPL-ON-FILE < 0 THEN
                       DISPLAY "Cannot resume: EXPLFILE holds fewer "
                           "lines than the checkpoint"
                       SET WS-TRN-RESUME-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-TRN-RESUME-FAILED THEN
               PERFORM 3040-COUNT-AUDIT-LOG
               OPEN EXTEND RESULT-FILE
               OPEN EXTEND REJECT-FILE
               IF WS-RESULT-STATUS NOT = "00"
                       OR WS-REJECT-STATUS NOT = "00" THEN
                   DISPLAY "Cannot resume: RSLTFILE/RJCTFILE not "
                       "extendable - status " WS-RESULT-STATUS
                       "/" WS-REJECT-STATUS
                   SET WS-TRN-RESUME-FAILED TO TRUE
               END-IF
           END-IF.
           IF NOT WS-TRN-RESUME-FAILED THEN
               OPEN EXTEND EXPLAIN-FILE
               IF WS-EXPLAIN-STATUS NOT = "00" THEN
                   DISPLAY "Cannot resume: EXPLFILE not extendable - "
                       "status " WS-EXPLAIN-STATUS
                   SET WS-TRN-RESUME-FAILED TO TRUE
               ELSE
                   SET WS-EXPLAIN-OPEN TO TRUE
               END-IF
           END-IF.

       3035-COUNT-RESULTS.
           PERFORM UNTIL WS-RESULT-STATUS = "10"
               READ RESULT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RESULT-LINE (1:12) = "TOTALS READ:"
                               DISPLAY "Cannot resume: RSLTFILE "
                                   "already closed with a trailer"
                               SET WS-TRN-RESUME-FAILED TO TRUE
                           WHEN RESULT-LINE (1:10) = "REQUESTOR "
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-RSLT-ON-FILE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       3040-COUNT-AUDIT-LOG.
      *    How long AUDITLOG is as the run starts, so a checkpoint
      *    can record where this run's notes stand.  On a resume,
      *    also count this run's notes already logged past the
      *    checkpoint - batch explain notes only, known by their
      *    text, so interactive entries keyed between the abend
      *    and the resubmit are not taken for them.
           MOVE 0 TO WS-AUDIT-SEQ WS-AUDIT-ON-FILE.
           MOVE "N" TO WS-AUDIT-REQUEST-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00" THEN
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-SEQ
                           IF WS-TRN-RESUMING AND WS-AUDIT-SEQ
                                   > WS-AUDIT-CKPT-COUNT THEN
                               PERFORM 3045-CHECK-AUDIT-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           MOVE WS-AUDIT-SEQ TO WS-AUDIT-BASE.
      *    A log archived by FBAUDARC since the abend no longer
      *    holds the notes - they are logged again.
           IF WS-TRN-RESUMING AND WS-AUDIT-SEQ < WS-AUDIT-CKPT-COUNT
                   THEN
               DISPLAY "AUDITLOG is shorter than at the checkpoint - "
                   "explain notes after it are logged again"
           END-IF.

       3045-CHECK-AUDIT-NOTE.
      *    A batch request reads "EXPLAIN REQUESTED BY"; the
      *    outcome logged straight after it is this run's too.
           MOVE AUDIT-LINE TO WS-AUDIT-DETAIL.
           EVALUATE TRUE
               WHEN AUD-RESULT (1:21) = "EXPLAIN REQUESTED BY "
                   ADD 1 TO WS-AUDIT-ON-FILE
                   SET WS-AUDIT-AFTER-BATCH-REQUEST TO TRUE
               WHEN AUD-RESULT (1:16) = "NOT EXPLAINED - "
               WHEN AUD-RESULT (1:12) = "EXPLAINED - "
                       AND WS-AUDIT-AFTER-BATCH-REQUEST
                   ADD 1 TO WS-AUDIT-ON-FILE
                   MOVE "N" TO WS-AUDIT-REQUEST-SWITCH
               WHEN OTHER
                   MOVE "N" TO WS-AUDIT-REQUEST-SWITCH
           END-EVALUATE.

       3110-PROCESS-RECORD.
      *    Tally first, then write - unless a resume finds this
      *    record's result or reject already on file.  Its trace
      *    is still run then, so the explain output stays in step
      *    with the records; lines already on file are passed over.
           ADD 1 TO WS-TRANS-READ-COUNT.
           MOVE TRN-NUMBER TO WS-INPUT.
           MOVE "N" TO WS-EXPLAIN-SWITCH.
           IF TRN-EXPLAIN-WANTED THEN
               SET WS-EXPLAIN-WANTED TO TRUE
           END-IF.
           PERFORM 3150-FIND-REQUESTOR.
           ADD 1 TO WS-REQ-READ-COUNT (WS-REQ-SUB).
           IF WS-REQ-SUB > WS-REQ-KNOWN-COUNT THEN
               SET WS-NOT-VALID-ENTRY TO TRUE
               SET WS-REJECT-BAD-REQUESTOR TO TRUE
           ELSE
               PERFORM 1100-VALIDATE-ENTRY
           END-IF.
           IF WS-VALID-ENTRY THEN
               ADD 1 TO WS-TRANS-CLASS-COUNT
               ADD 1 TO WS-REQ-CLASS-COUNT (WS-REQ-SUB)
               IF WS-RSLT-ON-FILE > 0 THEN
                   SUBTRACT 1 FROM WS-RSLT-ON-FILE
                   IF WS-EXPLAIN-WANTED THEN
                       PERFORM 3125-CLASSIFY-AND-EXPLAIN
                   END-IF
               ELSE
                   PERFORM 3120-CLASSIFY-AND-WRITE
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-REJECT-COUNT
               ADD 1 TO WS-REQ-REJECT-COUNT (WS-REQ-SUB)
               IF WS-RJCT-ON-FILE > 0 THEN
                   SUBTRACT 1 FROM WS-RJCT-ON-FILE
                   IF WS-EXPLAIN-WANTED THEN
                       PERFORM 6050-EXPLAIN-REJECTED
                   END-IF
               ELSE
                   PERFORM 3130-REJECT-AND-WRITE
               END-IF
           END-IF.

       3120-CLASSIFY-AND-WRITE.
           MOVE FUNCTION NUMVAL (WS-INPUT) TO Num.
           PERFORM 2000-CLASSIFY.
           PERFORM 3100-WRITE-RESULT.
           IF WS-EXPLAIN-WANTED THEN
               PERFORM 6000-EXPLAIN
           END-IF.

       3125-CLASSIFY-AND-EXPLAIN.
           MOVE FUNCTION NUMVAL (WS-INPUT) TO Num.
           PERFORM 2000-CLASSIFY.
           PERFORM 6000-EXPLAIN.

       3130-REJECT-AND-WRITE.
           IF WS-REJECT-BAD-REQUESTOR THEN
               DISPLAY "Invalid requestor: " TRN-REQUESTOR
                   " on " WS-INPUT
           ELSE
               DISPLAY "Invalid transaction: " WS-INPUT
           END-IF.
           PERFORM 3200-WRITE-REJECT.
           IF WS-EXPLAIN-WANTED THEN
               PERFORM 6050-EXPLAIN-REJECTED
           END-IF.

       3050-INIT-REQUESTORS.
      *    FIN, MKT and ANL are the three departments feeding
           END-EVALUATE.
           WRITE REJECT-RECORD.

       3400-WRITE-CHECKPOINT.
      *    Close and re-open the outputs first, so everything the
      *    checkpoint counts is really on the datasets should the
      *    run abend before the next one.  An output that will not
      *    re-open stops the run here, before a checkpoint could
      *    count records that have nowhere to go - the previous
      *    checkpoint still stands for the resubmit.
           CLOSE RESULT-FILE.
           CLOSE REJECT-FILE.
           OPEN EXTEND RESULT-FILE.
           OPEN EXTEND REJECT-FILE.
           IF WS-EXPLAIN-OPEN THEN
               CLOSE EXPLAIN-FILE
               OPEN EXTEND EXPLAIN-FILE
           END-IF.
           IF WS-AUDIT-OPEN THEN
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           IF WS-RESULT-STATUS NOT = "00"
                   OR WS-REJECT-STATUS NOT = "00"
                   OR (WS-EXPLAIN-OPEN AND WS-EXPLAIN-STATUS NOT = "00")
                   OR (WS-AUDIT-OPEN AND WS-AUDIT-STATUS NOT = "00")
                   THEN
               DISPLAY "Checkpoint: outputs not re-opened - RSLTFILE "
                   WS-RESULT-STATUS " RJCTFILE " WS-REJECT-STATUS
                   " EXPLFILE " WS-EXPLAIN-STATUS
                   " AUDITLOG " WS-AUDIT-STATUS
               DISPLAY "Run stopped after record " WS-TRN-RECORD-SEQ
                   " - resubmit to resume from the last checkpoint"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-TRN-CKPT-OFF THEN
               MOVE WS-TRN-RUN-DATE       TO TCK-RUN-DATE
               MOVE WS-TRN-RUN-TIME (1:6) TO TCK-RUN-TIME
               MOVE WS-TRANS-READ-COUNT   TO TCK-READ-COUNT
               MOVE WS-TRANS-CLASS-COUNT  TO TCK-CLASS-COUNT
               MOVE WS-TRANS-REJECT-COUNT TO TCK-REJECT-COUNT
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > 4
                   MOVE WS-REQ-CODE (WS-REQ-SUB)
                       TO TCK-REQ-CODE (WS-REQ-SUB)
                   MOVE WS-REQ-READ-COUNT (WS-REQ-SUB)
                       TO TCK-REQ-READ-COUNT (WS-REQ-SUB)
                   MOVE WS-REQ-CLASS-COUNT (WS-REQ-SUB)
                       TO TCK-REQ-CLASS-COUNT (WS-REQ-SUB)
                   MOVE WS-REQ-REJECT-COUNT (WS-REQ-SUB)
                       TO TCK-REQ-REJECT-COUNT (WS-REQ-SUB)
               END-PERFORM
               COMPUTE TCK-EXPL-COUNT = WS-EXPL-BASE + WS-EXPL-WRITTEN
               COMPUTE TCK-AUDIT-COUNT =
                   WS-AUDIT-BASE + WS-AUDIT-WRITTEN
               OPEN OUTPUT TRN-CKPT-FILE
               IF WS-TCKP-STATUS NOT = "00" THEN
                   DISPLAY "TCKPFILE not writable - status "
                       WS-TCKP-STATUS " - run continues without "
                       "checkpoints"
                   SET WS-TRN-CKPT-OFF TO TRUE
               ELSE
                   WRITE TRN-CKPT-RECORD
                   CLOSE TRN-CKPT-FILE
                   MOVE "RESUMABLE" TO WS-TRN-STATUS-VALUE
                   PERFORM 3500-WRITE-TRN-STATUS
               END-IF
           END-IF.

       3450-CLEAR-CHECKPOINT.
      *    Run completed - empty TCKPFILE so the next run does not
      *    take this run's last checkpoint for an abend.
           IF NOT WS-TRN-CKPT-OFF THEN
               OPEN OUTPUT TRN-CKPT-FILE
               CLOSE TRN-CKPT-FILE
           END-IF.

       3500-WRITE-TRN-STATUS.
      *    One record, rewritten whole each time - the latest
      *    write always wins, as on the nightly STATFILE.
           MOVE WS-TRN-STATUS-VALUE   TO TST-STATUS.
           MOVE WS-TRN-RUN-DATE       TO TST-RUN-DATE.
           MOVE WS-TRN-RUN-TIME (1:6) TO TST-RUN-TIME.
           MOVE WS-TRANS-READ-COUNT   TO TST-READ-COUNT.
           MOVE WS-TRANS-CLASS-COUNT  TO TST-CLASS-COUNT.
           MOVE WS-TRANS-REJECT-COUNT TO TST-REJECT-COUNT.
           MOVE WS-TRN-CKPT-INTERVAL  TO TST-CKPT-INTERVAL.
           OPEN OUTPUT TRN-STATUS-FILE.
           IF WS-TSTAT-STATUS = "00" THEN
               WRITE TRN-STATUS-RECORD
               CLOSE TRN-STATUS-FILE
           END-IF.

       3300-WRITE-REQUESTOR-TOTALS.
      *    One accounting line per department (and one for the
      *    catch-all) after the grand trailer, so each requestor's
           MOVE WS-REQ-REJECT-COUNT (WS-REQ-SUB) TO RQL-REJECT-COUNT.
           MOVE WS-REQUESTOR-LINE TO RESULT-LINE.
           WRITE RESULT-LINE.

       6000-EXPLAIN.
      *    Log the request, print the trace, log the outcome.  In
      *    batch the audit log is only opened once a record
      *    actually asks for a trace, so a run with no explain
      *    flags leaves it alone; EXPLFILE is opened with the other
      *    outputs at the start of the run.
           PERFORM 6010-OPEN-EXPLAIN-OUTPUTS.
           MOVE SPACE TO WS-EXPLAIN-LINE.
           IF WS-BATCH-RUN THEN
               STRING "EXPLAIN REQUESTED BY " TRN-REQUESTOR
                   " - TRACE ON EXPLFILE"
                   DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
           ELSE
               MOVE "EXPLAIN REQUESTED" TO WS-EXPLAIN-LINE
           END-IF.
           PERFORM 5200-WRITE-AUDIT-NOTE.

           PERFORM 6100-TRACE-HEADING.
           PERFORM 6200-TRACE-RULES.

           MOVE SPACE TO WS-EXPLAIN-LINE.
           MOVE 1 TO WS-EXP-PTR.
           IF WS-CLASSIFY-OVERRIDE-HIT = "Y" THEN
               STRING "EXPLAINED - OVERRIDE HIT, RULES NOT TESTED"
                   DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
                   WITH POINTER WS-EXP-PTR
           ELSE
               STRING "EXPLAINED - MATCHED "
                   DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
                   WITH POINTER WS-EXP-PTR
               MOVE WS-EXP-MATCHED-COUNT TO WS-EXP-EDIT-SMALL
               STRING FUNCTION TRIM (WS-EXP-EDIT-SMALL)
                   " NOT MATCHED "
                   DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
                   WITH POINTER WS-EXP-PTR
               MOVE WS-EXP-NO-MATCH-COUNT TO WS-EXP-EDIT-SMALL
               STRING FUNCTION TRIM (WS-EXP-EDIT-SMALL)
                   " SKIPPED "
                   DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
                   WITH POINTER WS-EXP-PTR
               MOVE WS-EXP-SKIPPED-COUNT TO WS-EXP-EDIT-SMALL
               STRING FUNCTION TRIM (WS-EXP-EDIT-SMALL)
                   " OUT OF DATE "
                   DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
                   WITH POINTER WS-EXP-PTR
               MOVE WS-CLASSIFY-DATED-COUNT TO WS-EXP-EDIT-SMALL
               STRING FUNCTION TRIM (WS-EXP-EDIT-SMALL)
                   DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
                   WITH POINTER WS-EXP-PTR
           END-IF.
           PERFORM 5200-WRITE-AUDIT-NOTE.

       6010-OPEN-EXPLAIN-OUTPUTS.
           IF WS-BATCH-RUN THEN
               IF NOT WS-AUDIT-OPEN THEN
                   PERFORM 5000-OPEN-AUDIT-LOG
               END-IF
           END-IF.

       6050-EXPLAIN-REJECTED.
      *    A rejected record was never classified, so there is
      *    nothing to trace - say so in both places.
           PERFORM 6010-OPEN-EXPLAIN-OUTPUTS.
           MOVE SPACE TO WS-EXPLAIN-LINE.
           STRING "EXPLAIN REQUESTED BY " TRN-REQUESTOR
               " - TRACE ON EXPLFILE"
               DELIMITED BY SIZE INTO WS-EXPLAIN-LINE.
           PERFORM 5200-WRITE-AUDIT-NOTE.
           MOVE SPACE TO WS-EXPLAIN-LINE.
           STRING "EXPLAIN " TRN-REQUESTOR " "
               FUNCTION TRIM (WS-INPUT)
               " - NOT EXPLAINED, RECORD REJECTED"
               DELIMITED BY SIZE INTO WS-EXPLAIN-LINE.
           PERFORM 6900-EMIT-EXPLAIN-LINE.
           MOVE SPACE TO WS-EXPLAIN-LINE.
           PERFORM 6900-EMIT-EXPLAIN-LINE.
           MOVE "NOT EXPLAINED - RECORD REJECTED" TO WS-EXPLAIN-LINE.
           PERFORM 5200-WRITE-AUDIT-NOTE.

       6100-TRACE-HEADING.
           MOVE SPACE TO WS-EXPLAIN-LINE.
           MOVE 1 TO WS-EXP-PTR.
           STRING "EXPLAIN " FUNCTION TRIM (WS-INPUT)
               DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
               WITH POINTER WS-EXP-PTR.
           IF WS-BATCH-RUN THEN
               STRING "  REQUESTOR " TRN-REQUESTOR
                   DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
                   WITH POINTER WS-EXP-PTR
           END-IF.
           IF WS-CLASSIFY-RESULT = SPACE THEN
               STRING "  RESULT " WS-BLANK-RESULT-TEXT
                   DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
                   WITH POINTER WS-EXP-PTR
           ELSE
               STRING "  RESULT " FUNCTION TRIM (WS-CLASSIFY-RESULT)
                   DELIMITED BY SIZE INTO WS-EXPLAIN-LINE
                   WITH POINTER WS-EXP-PTR
           END-IF.
           PERFORM 6900-EMIT-EXPLAIN-LINE.

           IF WS-CLASSIFY-OVERRIDE-HIT = "Y" THEN
               MOVE "  OVERRIDE FILE: HIT - THE OVERRIDE LABEL IS THE RE
      -            "SULT, NO RULE WAS TESTED" TO WS-EXPLAIN-LINE
           ELSE
               MOVE "  OVERRIDE FILE: NO ENTRY FOR THIS NUMBER - THE RUL
      -            "ES DECIDE" TO WS-EXPLAIN-LINE
           END-IF.
           PERFORM 6900-EMIT-EXPLAIN-LINE.

       6200-TRACE-RULES.
      *    Every rule in effect, in the order the engine walks
      *    them, then every rule passed over for its dates.
           MOVE 0 TO WS-EXP-MATCHED-COUNT WS-EXP-NO-MATCH-COUNT
               WS-EXP-SKIPPED-COUNT.
           MOVE SPACE TO WS-EXPLAIN-LINE.
           MOVE WS-CLASSIFY-RULE-COUNT TO WS-EXP-EDIT-SMALL.
           STRING "  RULES IN EFFECT: "
               FUNCTION TRIM (WS-EXP-EDIT-SMALL)
               DELIMITED BY SIZE INTO WS-EXPLAIN-LINE.
           PERFORM 6900-EMIT-EXPLAIN-LINE.
           IF WS-CLASSIFY-RULE-COUNT > 0 THEN
               MOVE WS-EXP-COLUMN-LINE TO WS-EXPLAIN-LINE
               PERFORM 6900-EMIT-EXPLAIN-LINE
           END-IF.
           PERFORM 6210-TRACE-ONE-RULE
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-CLASSIFY-RULE-COUNT.

           MOVE SPACE TO WS-EXPLAIN-LINE.
           MOVE WS-CLASSIFY-DATED-COUNT TO WS-EXP-EDIT-SMALL.
           STRING "  RULES OUTSIDE THEIR EFFECTIVE DATES: "
               FUNCTION TRIM (WS-EXP-EDIT-SMALL)
               DELIMITED BY SIZE INTO WS-EXPLAIN-LINE.
           PERFORM 6900-EMIT-EXPLAIN-LINE.
           PERFORM 6220-TRACE-ONE-DATED-RULE
               VARYING WS-EXP-SUB FROM 1 BY 1
               UNTIL WS-EXP-SUB > WS-CLASSIFY-DATED-COUNT.

      *    A blank line between traces on EXPLFILE.
           IF WS-BATCH-RUN THEN
               MOVE SPACE TO WS-EXPLAIN-LINE
               PERFORM 6900-EMIT-EXPLAIN-LINE
           END-IF.

       6210-TRACE-ONE-RULE.
           MOVE WS-CLASSIFY-DIVISOR (WS-EXP-SUB) TO WS-EXP-DIVISOR.
           MOVE WS-CLASSIFY-TYPE (WS-EXP-SUB) TO WS-EXP-TYPE.
           MOVE WS-CLASSIFY-RANGE-LOW (WS-EXP-SUB) TO WS-EXP-RANGE-LOW.
           MOVE WS-CLASSIFY-RANGE-HIGH (WS-EXP-SUB)
               TO WS-EXP-RANGE-HIGH.
           PERFORM 6300-DESCRIBE-TEST.
           MOVE WS-EXP-SUB TO EXR-SEQ.
           MOVE WS-CLASSIFY-LABEL (WS-EXP-SUB) TO EXR-LABEL.
           IF WS-CLASSIFY-STOP-FLAGS (WS-EXP-SUB:1) = "Y" THEN
               MOVE "STOP" TO EXR-STOP
           ELSE
               MOVE SPACE TO EXR-STOP
           END-IF.
           EVALUATE WS-CLASSIFY-TRACE-FLAGS (WS-EXP-SUB:1)
               WHEN "M"
                   MOVE "MATCHED" TO EXR-OUTCOME
                   ADD 1 TO WS-EXP-MATCHED-COUNT
               WHEN "N"
                   MOVE "NOT MATCHED" TO EXR-OUTCOME
                   ADD 1 TO WS-EXP-NO-MATCH-COUNT
               WHEN "S"
                   MOVE "SKIPPED - EARLIER STOP RULE MATCHED"
                       TO EXR-OUTCOME
                   ADD 1 TO WS-EXP-SKIPPED-COUNT
               WHEN OTHER
                   MOVE "NOT TESTED - OVERRIDE HIT" TO EXR-OUTCOME
           END-EVALUATE.
           MOVE WS-EXP-RULE-LINE TO WS-EXPLAIN-LINE.
           PERFORM 6900-EMIT-EXPLAIN-LINE.

       6220-TRACE-ONE-DATED-RULE.
           MOVE WS-CLASSIFY-DATED-DIVISOR (WS-EXP-SUB)
               TO WS-EXP-DIVISOR.
           MOVE WS-CLASSIFY-DATED-TYPE (WS-EXP-SUB) TO WS-EXP-TYPE.
           MOVE WS-CLASSIFY-DATED-LOW (WS-EXP-SUB) TO WS-EXP-RANGE-LOW.
           MOVE WS-CLASSIFY-DATED-HIGH (WS-EXP-SUB)
               TO WS-EXP-RANGE-HIGH.
           PERFORM 6300-DESCRIBE-TEST.
           MOVE WS-EXP-SUB TO EXR-SEQ.
           MOVE WS-CLASSIFY-DATED-LABEL (WS-EXP-SUB) TO EXR-LABEL.
           IF WS-CLASSIFY-DATED-STOP (WS-EXP-SUB) = "Y" THEN
               MOVE "STOP" TO EXR-STOP
           ELSE
               MOVE SPACE TO EXR-STOP
           END-IF.
      *    A blank date is open on that side.
           MOVE SPACE TO EXR-OUTCOME.
           MOVE 1 TO WS-EXP-PTR.
           IF WS-CLASSIFY-DATED-FROM (WS-EXP-SUB) = SPACE THEN
               STRING "OUT OF DATE - FROM ANY"
                   DELIMITED BY SIZE INTO EXR-OUTCOME
                   WITH POINTER WS-EXP-PTR
           ELSE
               STRING "OUT OF DATE - FROM "
                   WS-CLASSIFY-DATED-FROM (WS-EXP-SUB)
                   DELIMITED BY SIZE INTO EXR-OUTCOME
                   WITH POINTER WS-EXP-PTR
           END-IF.
           IF WS-CLASSIFY-DATED-TO (WS-EXP-SUB) = SPACE THEN
               STRING " TO ANY"
                   DELIMITED BY SIZE INTO EXR-OUTCOME
                   WITH POINTER WS-EXP-PTR
           ELSE
               STRING " TO " WS-CLASSIFY-DATED-TO (WS-EXP-SUB)
                   DELIMITED BY SIZE INTO EXR-OUTCOME
                   WITH POINTER WS-EXP-PTR
           END-IF.
           MOVE WS-EXP-RULE-LINE TO WS-EXPLAIN-LINE.
           PERFORM 6900-EMIT-EXPLAIN-LINE.

       6300-DESCRIBE-TEST.
      *    D = divisible-by, C = contains-digit, R = value range
      *    (a zero high bound is open-ended).
           MOVE SPACE TO EXR-TEST.
           MOVE WS-EXP-DIVISOR TO WS-EXP-EDIT-SMALL.
           MOVE WS-EXP-RANGE-LOW TO WS-EXP-EDIT-LOW.
           MOVE WS-EXP-RANGE-HIGH TO WS-EXP-EDIT-HIGH.
           EVALUATE WS-EXP-TYPE
               WHEN "D"
                   STRING "DIVISIBLE BY "
                       FUNCTION TRIM (WS-EXP-EDIT-SMALL)
                       DELIMITED BY SIZE INTO EXR-TEST
               WHEN "C"
                   STRING "CONTAINS DIGIT "
                       FUNCTION TRIM (WS-EXP-EDIT-SMALL)
                       DELIMITED BY SIZE INTO EXR-TEST
               WHEN "R"
                   IF WS-EXP-RANGE-HIGH = 0 THEN
                       STRING "RANGE " FUNCTION TRIM (WS-EXP-EDIT-LOW)
                           " AND UP"
                           DELIMITED BY SIZE INTO EXR-TEST
                   ELSE
                       STRING "RANGE " FUNCTION TRIM (WS-EXP-EDIT-LOW)
                           " TO " FUNCTION TRIM (WS-EXP-EDIT-HIGH)
                           DELIMITED BY SIZE INTO EXR-TEST
                   END-IF
               WHEN OTHER
                   STRING "RULE TYPE " WS-EXP-TYPE
                       DELIMITED BY SIZE INTO EXR-TEST
           END-EVALUATE.

       6900-EMIT-EXPLAIN-LINE.
           IF WS-BATCH-RUN THEN
               IF WS-EXPL-ON-FILE > 0 THEN
                   SUBTRACT 1 FROM WS-EXPL-ON-FILE
               ELSE
                   MOVE WS-EXPLAIN-LINE TO EXPLAIN-RECORD
                   WRITE EXPLAIN-RECORD
                   ADD 1 TO WS-EXPL-WRITTEN
               END-IF
           ELSE
               DISPLAY FUNCTION TRIM (WS-EXPLAIN-LINE TRAILING)
           END-IF.
