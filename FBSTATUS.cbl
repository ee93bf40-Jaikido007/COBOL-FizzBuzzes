      *             mid-range or restart from the top, so nobody
      *             has to eyeball the abend flag and CKPTFILE and
      *             guess.
      * 2026-10-15  Also reports the TRANSIN batch run from its
      *             TRNSTAT record - how far it has got, and
      *             whether a resubmit resumes it or starts over.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT OPTIONAL TRN-STATUS-FILE ASSIGN TO "TRNSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE
           05 STA-LAST-NUM          PIC 9(9).
           05 STA-PCT-COMPLETE      PIC 9(3).

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
       01 WS-STAT-STATUS            PIC X(2).
           88 WS-STAT-FILE-FOUND    VALUE "00".
       01 WS-RESUME-NUM             PIC 9(9).
       01 WS-EDIT-RESUME            PIC Z(8)9.

       01 WS-TSTAT-STATUS           PIC X(2).
           88 WS-TSTAT-FILE-FOUND   VALUE "00".
           88 WS-TSTAT-FILE-EOF     VALUE "10".

       01 WS-TRN-RECORD-SWITCH      PIC X VALUE "N".
           88 WS-TRN-RECORD-SEEN    VALUE "Y".

       01 WS-LAST-TRN-STATUS.
           05 WLT-STATUS            PIC X(10).
           05 WLT-RUN-DATE          PIC X(6).
           05 WLT-RUN-TIME          PIC X(6).
           05 WLT-READ-COUNT        PIC 9(9).
           05 WLT-CLASS-COUNT       PIC 9(9).
           05 WLT-REJECT-COUNT      PIC 9(9).
           05 WLT-CKPT-INTERVAL     PIC 9(9).

       01 WS-EDIT-READ              PIC Z(8)9.
       01 WS-EDIT-CLASS             PIC Z(8)9.
       01 WS-EDIT-REJECT            PIC Z(8)9.
       01 WS-EDIT-INTERVAL          PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT STATUS-FILE.
               PERFORM 2000-EXPLAIN-STATUS
           END-IF.

           OPEN INPUT TRN-STATUS-FILE.
           IF WS-TSTAT-FILE-FOUND THEN
               PERFORM 3000-READ-ALL-TRN-RECORDS
           END-IF.
           CLOSE TRN-STATUS-FILE.

           DISPLAY " ".
           IF NOT WS-TRN-RECORD-SEEN THEN
               DISPLAY "TRANSIN BATCH RUN STATUS"
               DISPLAY "  No status has been recorded yet - either "
                   "the batch run has"
               DISPLAY "  never run or TRNSTAT is not allocated.  "
                   "A submit now starts"
               DISPLAY "  from the first TRANSIN record."
           ELSE
               PERFORM 4000-EXPLAIN-TRN-STATUS
           END-IF.

           STOP RUN.

       1000-READ-ALL-RECORDS.
                   DISPLAY "  treat the run as suspect and check "
                       "the job log."
           END-EVALUATE.

       3000-READ-ALL-TRN-RECORDS.
           PERFORM UNTIL WS-TSTAT-FILE-EOF
               READ TRN-STATUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-TRN-RECORD-SEEN TO TRUE
                       MOVE TRN-STATUS-RECORD TO WS-LAST-TRN-STATUS
               END-READ
           END-PERFORM.

       4000-EXPLAIN-TRN-STATUS.
           MOVE WLT-READ-COUNT    TO WS-EDIT-READ.
           MOVE WLT-CLASS-COUNT   TO WS-EDIT-CLASS.
           MOVE WLT-REJECT-COUNT  TO WS-EDIT-REJECT.
           MOVE WLT-CKPT-INTERVAL TO WS-EDIT-INTERVAL.

           DISPLAY "TRANSIN BATCH RUN STATUS".
           DISPLAY "  Run started " WLT-RUN-DATE " at "
               WLT-RUN-TIME (1:2) ":" WLT-RUN-TIME (3:2) ":"
               WLT-RUN-TIME (5:2) ", checkpoint every "
               WS-EDIT-INTERVAL " records.".

           EVALUATE WLT-STATUS
               WHEN "COMPLETE"
                   DISPLAY "  Status COMPLETE - all " WS-EDIT-READ
                       " records read, " WS-EDIT-CLASS
                       " classified,"
                   DISPLAY "  " WS-EDIT-REJECT " rejected; the "
                       "results file has its trailer."
                   DISPLAY "  A resubmit starts a fresh run on new "
                       "result and reject"
                   DISPLAY "  datasets."
               WHEN "RESUMABLE"
                   DISPLAY "  Status RESUMABLE - checkpointed after "
                       "record " WS-EDIT-READ " ("
                       WS-EDIT-CLASS " classified,"
                   DISPLAY "  " WS-EDIT-REJECT " rejected).  If the "
                       "job is no longer executing"
                   DISPLAY "  it abended.  A resubmit RESUMES after "
                       "that record and"
                   DISPLAY "  extends the same result and reject "
                       "datasets - do NOT clear"
                   DISPLAY "  them or TCKPFILE first."
               WHEN "RUNNING"
                   DISPLAY "  Status RUNNING - the job is still "
                       "executing, or it ended"
                   DISPLAY "  before reaching its first checkpoint."
                   DISPLAY "  Check the scheduler before acting; if "
                       "it is down, no"
                   DISPLAY "  checkpoint was taken and a resubmit "
                       "starts from the first"
                   DISPLAY "  TRANSIN record on cleared result and "
                       "reject datasets."
               WHEN OTHER
                   DISPLAY "  Status " WLT-STATUS " is not one this "
                       "inquiry understands -"
                   DISPLAY "  treat the run as suspect and check "
                       "the job log."
           END-EVALUATE.
