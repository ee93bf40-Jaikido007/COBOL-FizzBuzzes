       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FBOPSUM".

      *---------------------------------------------------------
      * Change history
      * ----------------------------------------------------------
      * 2026-10-15  New program: morning operations summary, run
      *             as the last step of the nightly stream.  Reads
      *             the run status (STATFILE, or the four slice
      *             status records on a parallel night), the
      *             FBRECON result, the FBEXTCMP label-change
      *             counts, RULESTAT, the carried reject file and
      *             tonight's HISTFILE record, and prints one page
      *             with a GREEN/AMBER/RED verdict per area and an
      *             overall verdict.  Limits - label changes, dead
      *             rules, reject age and aged-reject counts, the
      *             batch window and its amber percentage - come
      *             from the OPSCTL card.  Ends RC=0 GREEN, RC=4
      *             AMBER, RC=8 RED so the scheduler can page on
      *             RED.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "OPSCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL STATUS-FILE ASSIGN TO "STATFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT OPTIONAL STAT1-FILE ASSIGN TO "STAT1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT1-STATUS.

           SELECT OPTIONAL STAT2-FILE ASSIGN TO "STAT2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT2-STATUS.

           SELECT OPTIONAL STAT3-FILE ASSIGN TO "STAT3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT3-STATUS.

           SELECT OPTIONAL STAT4-FILE ASSIGN TO "STAT4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STAT4-STATUS.

           SELECT OPTIONAL RESULT-FILE ASSIGN TO "RECONRES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT OPTIONAL COUNT-FILE ASSIGN TO "CMPSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

           SELECT OPTIONAL RULE-STAT-FILE ASSIGN TO "RULESTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTAT-STATUS.

           SELECT OPTIONAL REJECT-IN-FILE ASSIGN TO "RJCTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RJCTIN-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    OPSCTL - one card of limits, each field right-justified
      *    with leading zeros or spaces; a blank or non-numeric
      *    field takes its default.  A count ABOVE an amber limit
      *    is AMBER, ABOVE a red limit is RED.
      *      cols  1- 9  label changes, amber limit
      *      cols 11-19  label changes, red limit
      *      cols 21-23  dead rules, amber limit
      *      cols 25-27  reject age in recycle cycles (as AGECTL)
      *      cols 29-33  rejects past that age, amber limit
      *      cols 35-39  rejects past that age, red limit
      *      cols 41-45  batch window in whole minutes
      *      cols 47-49  percent of the window used, amber limit
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05 OPS-CHANGE-AMBER      PIC X(9).
           05 FILLER                PIC X(1).
           05 OPS-CHANGE-RED        PIC X(9).
           05 FILLER                PIC X(1).
           05 OPS-DEAD-AMBER        PIC X(3).
           05 FILLER                PIC X(1).
           05 OPS-REJECT-AGE        PIC X(3).
           05 FILLER                PIC X(1).
           05 OPS-AGED-AMBER        PIC X(5).
           05 FILLER                PIC X(1).
           05 OPS-AGED-RED          PIC X(5).
           05 FILLER                PIC X(1).
           05 OPS-WINDOW-MINUTES    PIC X(5).
           05 FILLER                PIC X(1).
           05 OPS-WINDOW-AMBER-PCT  PIC X(3).
           05 FILLER                PIC X(31).

       FD  STATUS-FILE
           RECORDING MODE IS F.
       01  STATUS-RECORD.
           05 STA-STATUS            PIC X(10).
           05 STA-RUN-DATE          PIC X(6).
           05 STA-RUN-TIME          PIC X(6).
           05 STA-RANGE-START       PIC 9(9).
           05 STA-RANGE-END         PIC 9(9).
           05 STA-RANGE-STEP        PIC 9(5).
           05 STA-LAST-NUM          PIC 9(9).
           05 STA-PCT-COMPLETE      PIC 9(3).

       FD  STAT1-FILE
           RECORDING MODE IS F.
       01  STAT1-RECORD             PIC X(57).

       FD  STAT2-FILE
           RECORDING MODE IS F.
       01  STAT2-RECORD             PIC X(57).

       FD  STAT3-FILE
           RECORDING MODE IS F.
       01  STAT3-RECORD             PIC X(57).

       FD  STAT4-FILE
           RECORDING MODE IS F.
       01  STAT4-RECORD             PIC X(57).

       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  RESULT-RECORD.
           05 RRS-VERDICT           PIC X(4).
           05 RRS-MISMATCH-COUNT    PIC 9(3).
           05 RRS-RUN-DATE          PIC X(6).
           05 FILLER                PIC X(7).

       FD  COUNT-FILE
           RECORDING MODE IS F.
       01  COUNT-RECORD.
           05 CST-FEED-STATE        PIC X(1).
           05 CST-MATCHED-COUNT     PIC 9(9).
           05 CST-CHANGED-COUNT     PIC 9(9).
           05 CST-ONLY-CURR-COUNT   PIC 9(9).
           05 CST-ONLY-PRIOR-COUNT  PIC 9(9).
           05 FILLER                PIC X(3).

       FD  RULE-STAT-FILE
           RECORDING MODE IS F.
       01  RULE-STAT-RECORD.
           05 RST-DIVISOR           PIC 9(3).
           05 RST-LABEL             PIC X(10).
           05 RST-TYPE              PIC X(1).
           05 RST-RANGE-LOW         PIC 9(18).
           05 RST-RANGE-HIGH        PIC 9(18).
           05 RST-HIT-COUNT         PIC 9(9).
           05 RST-HIT-PCT           PIC 9(3).

       FD  REJECT-IN-FILE
           RECORDING MODE IS F.
       01  REJECT-IN-RECORD.
           05 RJI-REQUESTOR         PIC X(3).
           05 FILLER                PIC X(1).
           05 RJI-DATA              PIC X(38).
           05 FILLER                PIC X(1).
           05 RJI-REASON-CODE       PIC X(2).
           05 FILLER                PIC X(1).
           05 RJI-REASON-TEXT       PIC X(22).
           05 FILLER                PIC X(1).
           05 RJI-CYCLE-COUNT       PIC 9(3).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05 HST-RUN-DATE          PIC X(6).
           05 HST-RUN-TIME          PIC X(6).
           05 HST-RANGE-START       PIC 9(9).
           05 HST-RANGE-END         PIC 9(9).
           05 HST-RANGE-STEP        PIC 9(5).
           05 HST-RULE-COUNT        PIC 9(3).
           05 HST-FIZZ-COUNT        PIC 9(9).
           05 HST-BUZZ-COUNT        PIC 9(9).
           05 HST-FIZZBUZZ-COUNT    PIC 9(9).
           05 HST-OTHER-COUNT       PIC 9(9).
           05 HST-PLAIN-COUNT       PIC 9(9).
           05 HST-END-TIME          PIC X(6).
           05 HST-ELAPSED-SECS      PIC 9(9).
           05 HST-ITER-COUNT        PIC 9(9).
           05 HST-ITER-PER-SEC      PIC 9(9).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS            PIC X(2).
       01 WS-STAT-STATUS           PIC X(2).
           88 WS-STAT-FILE-FOUND   VALUE "00".
           88 WS-STAT-FILE-EOF     VALUE "10".
       01 WS-STAT1-STATUS          PIC X(2).
           88 WS-STAT1-FOUND       VALUE "00".
           88 WS-STAT1-EOF         VALUE "10".
       01 WS-STAT2-STATUS          PIC X(2).
           88 WS-STAT2-FOUND       VALUE "00".
           88 WS-STAT2-EOF         VALUE "10".
       01 WS-STAT3-STATUS          PIC X(2).
           88 WS-STAT3-FOUND       VALUE "00".
           88 WS-STAT3-EOF         VALUE "10".
       01 WS-STAT4-STATUS          PIC X(2).
           88 WS-STAT4-FOUND       VALUE "00".
           88 WS-STAT4-EOF         VALUE "10".
       01 WS-RESULT-STATUS         PIC X(2).
           88 WS-RESULT-FILE-FOUND VALUE "00".
           88 WS-RESULT-FILE-EOF   VALUE "10".
       01 WS-CST-STATUS            PIC X(2).
           88 WS-CST-FILE-FOUND    VALUE "00".
           88 WS-CST-FILE-EOF      VALUE "10".
       01 WS-RSTAT-STATUS          PIC X(2).
           88 WS-RSTAT-FILE-FOUND  VALUE "00".
           88 WS-RSTAT-FILE-EOF    VALUE "10".
       01 WS-RJCTIN-STATUS         PIC X(2).
           88 WS-RJCTIN-FILE-FOUND VALUE "00".
           88 WS-RJCTIN-FILE-EOF   VALUE "10".
       01 WS-HIST-STATUS           PIC X(2).
           88 WS-HIST-FILE-FOUND   VALUE "00".
           88 WS-HIST-FILE-EOF     VALUE "10".
       01 WS-RPT-STATUS            PIC X(2).

      *    Limits in force, card value or default.  The table
      *    view lets one paragraph edit every card field.
       01 WS-THRESHOLDS.
           05 WS-CHANGE-AMBER-LIMIT PIC 9(9).
           05 WS-CHANGE-RED-LIMIT   PIC 9(9).
           05 WS-DEAD-AMBER-LIMIT   PIC 9(9).
           05 WS-REJECT-AGE-LIMIT   PIC 9(9).
           05 WS-AGED-AMBER-LIMIT   PIC 9(9).
           05 WS-AGED-RED-LIMIT     PIC 9(9).
           05 WS-WINDOW-MINUTES     PIC 9(9).
           05 WS-WINDOW-AMBER-PCT   PIC 9(9).
       01 WS-THRESHOLD-TABLE REDEFINES WS-THRESHOLDS.
           05 WS-THR-VALUE          PIC 9(9) OCCURS 8 TIMES.
       01 WS-THRESHOLD-SOURCES.
           05 WS-THR-SOURCE         PIC X(7) OCCURS 8 TIMES.
       01 WS-THR-SUB               PIC 9(3).
       01 WS-CARD-FIELD            PIC X(9).

       01 WS-OVERALL-RANK          PIC 9 VALUE 0.
       01 WS-AREA-RANK             PIC 9.
       01 WS-AREA-VERDICT          PIC X(5).
           88 WS-AREA-GREEN        VALUE "GREEN".
           88 WS-AREA-AMBER        VALUE "AMBER".
           88 WS-AREA-RED          VALUE "RED".
           88 WS-AREA-NOT-RATED    VALUE "-----".

      *    Run status - the single-stream record, or one entry per
      *    slice on a parallel night.
       01 WS-STREAM-SWITCH         PIC X VALUE "S".
           88 WS-SINGLE-STREAM     VALUE "S".
           88 WS-PARALLEL-STREAM   VALUE "P".
       01 WS-STATUS-SEEN-SWITCH    PIC X VALUE "N".
           88 WS-STATUS-SEEN       VALUE "Y".
       01 WS-LAST-STATUS.
           05 WLS-STATUS            PIC X(10).
           05 WLS-RUN-DATE          PIC X(6).
           05 WLS-RUN-TIME          PIC X(6).
           05 WLS-RANGE-START       PIC 9(9).
           05 WLS-RANGE-END         PIC 9(9).
           05 WLS-RANGE-STEP        PIC 9(5).
           05 WLS-LAST-NUM          PIC 9(9).
           05 WLS-PCT-COMPLETE      PIC 9(3).

       01 WS-SLICE-STATUS-RECORD.
           05 SLS-STATUS            PIC X(10).
           05 SLS-RUN-DATE          PIC X(6).
           05 SLS-RUN-TIME          PIC X(6).
           05 SLS-RANGE-START       PIC 9(9).
           05 SLS-RANGE-END         PIC 9(9).
           05 SLS-RANGE-STEP        PIC 9(5).
           05 SLS-LAST-NUM          PIC 9(9).
           05 SLS-PCT-COMPLETE      PIC 9(3).
       01 WS-SLICE-TABLE.
           05 WS-SLICE-ENTRY OCCURS 4 TIMES.
               10 WS-SLC-SEEN       PIC X(1).
               10 WS-SLC-STATUS     PIC X(10).
               10 WS-SLC-START      PIC 9(9).
               10 WS-SLC-END        PIC 9(9).
       01 WS-SLICE-SUB             PIC 9.
       01 WS-SLICE-DONE-COUNT      PIC 9(9) VALUE 0.
       01 WS-SLICE-OPEN-COUNT      PIC 9(9) VALUE 0.

       01 WS-RESULT-SEEN-SWITCH    PIC X VALUE "N".
           88 WS-RESULT-SEEN       VALUE "Y".
       01 WS-RECON-VERDICT         PIC X(4).
       01 WS-RECON-MISMATCHES      PIC 9(9) VALUE 0.

       01 WS-COUNTS-SEEN-SWITCH    PIC X VALUE "N".
           88 WS-COUNTS-SEEN       VALUE "Y".
       01 WS-FEED-STATE            PIC X(1).
       01 WS-MATCHED-COUNT         PIC 9(9) VALUE 0.
       01 WS-CHANGED-COUNT         PIC 9(9) VALUE 0.
       01 WS-ONLY-CURR-COUNT       PIC 9(9) VALUE 0.
       01 WS-ONLY-PRIOR-COUNT      PIC 9(9) VALUE 0.

       01 WS-RULE-STAT-COUNT       PIC 9(9) VALUE 0.
       01 WS-DEAD-COUNT            PIC 9(9) VALUE 0.

       01 WS-REJECT-COUNT          PIC 9(9) VALUE 0.
       01 WS-AGED-COUNT            PIC 9(9) VALUE 0.

       01 WS-HIST-SEEN-SWITCH      PIC X VALUE "N".
           88 WS-HIST-SEEN         VALUE "Y".
       01 WS-LAST-HIST-DATE        PIC X(6).
       01 WS-LAST-HIST-TIME        PIC X(6).
       01 WS-ELAPSED-SECS          PIC 9(9) VALUE 0.
       01 WS-WINDOW-SECS           PIC 9(9) VALUE 0.
       01 WS-WINDOW-USED-PCT       PIC 9(9) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YY            PIC 9(2).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).

       01 WS-HEADER-LINE.
           05 FILLER               PIC X(31)
               VALUE "MORNING OPERATIONS SUMMARY  RUN".
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 HDR-DATE             PIC X(8).
           05 FILLER               PIC X(92) VALUE SPACE.

       01 WS-COLUMN-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 FILLER               PIC X(20) VALUE "AREA".
           05 FILLER               PIC X(8)  VALUE "VERDICT".
           05 FILLER               PIC X(60) VALUE "REASON".
           05 FILLER               PIC X(42) VALUE SPACE.

       01 WS-AREA-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 ARL-AREA             PIC X(20).
           05 ARL-VERDICT          PIC X(8).
           05 ARL-REASON           PIC X(60).
           05 FILLER               PIC X(42) VALUE SPACE.

       01 WS-COUNT-PRINT-LINE.
           05 FILLER               PIC X(6)  VALUE SPACE.
           05 CPL-ITEM             PIC X(34).
           05 CPL-TALLY            PIC Z(8)9.
           05 FILLER               PIC X(83) VALUE SPACE.

       01 WS-RUN-INFO-LINE.
           05 FILLER               PIC X(6)  VALUE SPACE.
           05 FILLER               PIC X(4)  VALUE "RUN ".
           05 RIL-RUN-DATE         PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 RIL-RUN-TIME         PIC X(6).
           05 FILLER               PIC X(8)  VALUE "  RANGE ".
           05 RIL-RANGE-START      PIC Z(8)9.
           05 FILLER               PIC X(4)  VALUE " TO ".
           05 RIL-RANGE-END        PIC Z(8)9.
           05 FILLER               PIC X(79) VALUE SPACE.

       01 WS-SLICE-PRINT-LINE.
           05 FILLER               PIC X(6)  VALUE SPACE.
           05 FILLER               PIC X(6)  VALUE "SLICE ".
           05 SPL-SLICE            PIC 9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 SPL-STATUS           PIC X(12).
           05 FILLER               PIC X(105) VALUE SPACE.

       01 WS-THRESHOLD-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 THL-ITEM             PIC X(38).
           05 THL-VALUE            PIC Z(8)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 THL-SOURCE           PIC X(7).
           05 FILLER               PIC X(74) VALUE SPACE.

       01 WS-SECTION-LINE          PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-CONTROL-CARD.

           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-RUN-DATE FROM DATE.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YY
               DELIMITED BY SIZE INTO HDR-DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 2000-CHECK-RUN-STATUS.
           PERFORM 2100-CHECK-RECONCILIATION.
           PERFORM 2200-CHECK-LABEL-CHANGES.
           PERFORM 2300-CHECK-DEAD-RULES.
           PERFORM 2400-CHECK-REJECT-AGING.
           PERFORM 2500-CHECK-BATCH-WINDOW.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO WS-AREA-LINE.
           MOVE "OVERALL" TO ARL-AREA.
           EVALUATE WS-OVERALL-RANK
               WHEN 0
                   MOVE "GREEN" TO ARL-VERDICT
                   MOVE "EVERY AREA IS GREEN - NOTHING TO CHASE"
                       TO ARL-REASON
               WHEN 1
                   MOVE "AMBER" TO ARL-VERDICT
                   MOVE "LOOK AT THE AMBER AREAS THIS MORNING"
                       TO ARL-REASON
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RED" TO ARL-VERDICT
                   MOVE "ACT ON THE RED AREAS NOW" TO ARL-REASON
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           MOVE WS-AREA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 3000-PRINT-THRESHOLDS.

           CLOSE REPORT-FILE.
           STOP RUN.

       1000-READ-CONTROL-CARD.
      *    Defaults first; any usable card field replaces its own.
      *    The reject age defaults to FBRECYCLE's AGECTL default so
      *    the two agree when neither card says otherwise.  No
      *    window means the timing area cannot be judged.
           MOVE 0    TO WS-CHANGE-AMBER-LIMIT.
           MOVE 1000 TO WS-CHANGE-RED-LIMIT.
           MOVE 0    TO WS-DEAD-AMBER-LIMIT.
           MOVE 3    TO WS-REJECT-AGE-LIMIT.
           MOVE 0    TO WS-AGED-AMBER-LIMIT.
           MOVE 10   TO WS-AGED-RED-LIMIT.
           MOVE 0    TO WS-WINDOW-MINUTES.
           MOVE 80   TO WS-WINDOW-AMBER-PCT.
           PERFORM VARYING WS-THR-SUB FROM 1 BY 1
                   UNTIL WS-THR-SUB > 8
               MOVE "DEFAULT" TO WS-THR-SOURCE (WS-THR-SUB)
           END-PERFORM.

           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00" THEN
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OPS-CHANGE-AMBER TO WS-CARD-FIELD
                       MOVE 1 TO WS-THR-SUB
                       PERFORM 1100-TAKE-CARD-FIELD
                       MOVE OPS-CHANGE-RED TO WS-CARD-FIELD
                       MOVE 2 TO WS-THR-SUB
                       PERFORM 1100-TAKE-CARD-FIELD
                       MOVE OPS-DEAD-AMBER TO WS-CARD-FIELD
                       MOVE 3 TO WS-THR-SUB
                       PERFORM 1100-TAKE-CARD-FIELD
                       MOVE OPS-REJECT-AGE TO WS-CARD-FIELD
                       MOVE 4 TO WS-THR-SUB
                       PERFORM 1100-TAKE-CARD-FIELD
                       MOVE OPS-AGED-AMBER TO WS-CARD-FIELD
                       MOVE 5 TO WS-THR-SUB
                       PERFORM 1100-TAKE-CARD-FIELD
                       MOVE OPS-AGED-RED TO WS-CARD-FIELD
                       MOVE 6 TO WS-THR-SUB
                       PERFORM 1100-TAKE-CARD-FIELD
                       MOVE OPS-WINDOW-MINUTES TO WS-CARD-FIELD
                       MOVE 7 TO WS-THR-SUB
                       PERFORM 1100-TAKE-CARD-FIELD
                       MOVE OPS-WINDOW-AMBER-PCT TO WS-CARD-FIELD
                       MOVE 8 TO WS-THR-SUB
                       PERFORM 1100-TAKE-CARD-FIELD
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       1100-TAKE-CARD-FIELD.
           IF WS-CARD-FIELD NOT = SPACE
                   AND FUNCTION TEST-NUMVAL (WS-CARD-FIELD) = 0 THEN
               MOVE FUNCTION NUMVAL (WS-CARD-FIELD)
                   TO WS-THR-VALUE (WS-THR-SUB)
               MOVE "OPSCTL" TO WS-THR-SOURCE (WS-THR-SUB)
           END-IF.

       2000-CHECK-RUN-STATUS.
      *    Any slice status record means tonight ran parallel and
      *    the slices are the run; otherwise the single-stream
      *    STATFILE is.  Both read to end-of-file and keep the
      *    last record, the way FBSTATUS and FBFLEET do.
           PERFORM 2010-READ-SLICE-STATUS
               VARYING WS-SLICE-SUB FROM 1 BY 1
               UNTIL WS-SLICE-SUB > 4.
           PERFORM VARYING WS-SLICE-SUB FROM 1 BY 1
                   UNTIL WS-SLICE-SUB > 4
               IF WS-SLC-SEEN (WS-SLICE-SUB) = "Y" THEN
                   SET WS-PARALLEL-STREAM TO TRUE
               END-IF
           END-PERFORM.

           IF WS-PARALLEL-STREAM THEN
               PERFORM 2030-RATE-SLICES
           ELSE
               OPEN INPUT STATUS-FILE
               IF WS-STAT-FILE-FOUND THEN
                   PERFORM UNTIL WS-STAT-FILE-EOF
                       READ STATUS-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               SET WS-STATUS-SEEN TO TRUE
                               MOVE STATUS-RECORD TO WS-LAST-STATUS
                       END-READ
                   END-PERFORM
                   CLOSE STATUS-FILE
               END-IF
               PERFORM 2040-RATE-SINGLE-STREAM
           END-IF.

       2010-READ-SLICE-STATUS.
           MOVE "N" TO WS-SLC-SEEN (WS-SLICE-SUB).
           EVALUATE WS-SLICE-SUB
               WHEN 1
                   OPEN INPUT STAT1-FILE
                   IF WS-STAT1-FOUND THEN
                       PERFORM UNTIL WS-STAT1-EOF
                           READ STAT1-FILE
                               AT END
                                   CONTINUE
                               NOT AT END
                                   MOVE STAT1-RECORD
                                       TO WS-SLICE-STATUS-RECORD
                                   PERFORM 2020-KEEP-SLICE-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE STAT1-FILE
                   END-IF
               WHEN 2
                   OPEN INPUT STAT2-FILE
                   IF WS-STAT2-FOUND THEN
                       PERFORM UNTIL WS-STAT2-EOF
                           READ STAT2-FILE
                               AT END
                                   CONTINUE
                               NOT AT END
                                   MOVE STAT2-RECORD
                                       TO WS-SLICE-STATUS-RECORD
                                   PERFORM 2020-KEEP-SLICE-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE STAT2-FILE
                   END-IF
               WHEN 3
                   OPEN INPUT STAT3-FILE
                   IF WS-STAT3-FOUND THEN
                       PERFORM UNTIL WS-STAT3-EOF
                           READ STAT3-FILE
                               AT END
                                   CONTINUE
                               NOT AT END
                                   MOVE STAT3-RECORD
                                       TO WS-SLICE-STATUS-RECORD
                                   PERFORM 2020-KEEP-SLICE-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE STAT3-FILE
                   END-IF
               WHEN 4
                   OPEN INPUT STAT4-FILE
                   IF WS-STAT4-FOUND THEN
                       PERFORM UNTIL WS-STAT4-EOF
                           READ STAT4-FILE
                               AT END
                                   CONTINUE
                               NOT AT END
                                   MOVE STAT4-RECORD
                                       TO WS-SLICE-STATUS-RECORD
                                   PERFORM 2020-KEEP-SLICE-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE STAT4-FILE
                   END-IF
           END-EVALUATE.

       2020-KEEP-SLICE-RECORD.
           MOVE "Y" TO WS-SLC-SEEN (WS-SLICE-SUB).
           MOVE SLS-STATUS      TO WS-SLC-STATUS (WS-SLICE-SUB).
           MOVE SLS-RANGE-START TO WS-SLC-START (WS-SLICE-SUB).
           MOVE SLS-RANGE-END   TO WS-SLC-END (WS-SLICE-SUB).

       2030-RATE-SLICES.
      *    A slice is done when COMPLETE, or when FBSPLIT gave it
      *    an empty range - the same test FBFLEET applies.
           PERFORM VARYING WS-SLICE-SUB FROM 1 BY 1
                   UNTIL WS-SLICE-SUB > 4
               IF WS-SLC-SEEN (WS-SLICE-SUB) = "Y"
                       AND (WS-SLC-STATUS (WS-SLICE-SUB) = "COMPLETE"
                       OR WS-SLC-START (WS-SLICE-SUB)
                       > WS-SLC-END (WS-SLICE-SUB)) THEN
                   ADD 1 TO WS-SLICE-DONE-COUNT
               ELSE
                   ADD 1 TO WS-SLICE-OPEN-COUNT
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-AREA-LINE.
           MOVE "RUN STATUS" TO ARL-AREA.
           IF WS-SLICE-OPEN-COUNT = 0 THEN
               MOVE "GREEN" TO WS-AREA-VERDICT
               MOVE "PARALLEL NIGHT - ALL FOUR SLICES DONE"
                   TO ARL-REASON
           ELSE
               MOVE "RED" TO WS-AREA-VERDICT
               MOVE "PARALLEL NIGHT - SLICES NOT DONE, SEE FBFLEET"
                   TO ARL-REASON
           END-IF.
           PERFORM 7000-PRINT-AREA.
           PERFORM VARYING WS-SLICE-SUB FROM 1 BY 1
                   UNTIL WS-SLICE-SUB > 4
               MOVE WS-SLICE-SUB TO SPL-SLICE
               IF WS-SLC-SEEN (WS-SLICE-SUB) = "Y" THEN
                   MOVE WS-SLC-STATUS (WS-SLICE-SUB) TO SPL-STATUS
               ELSE
                   MOVE "NO STATUS" TO SPL-STATUS
               END-IF
               MOVE WS-SLICE-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       2040-RATE-SINGLE-STREAM.
           MOVE SPACE TO WS-AREA-LINE.
           MOVE "RUN STATUS" TO ARL-AREA.
           IF NOT WS-STATUS-SEEN THEN
               MOVE "RED" TO WS-AREA-VERDICT
               MOVE "NO RUN STATUS RECORDED - THE RUN NEVER STARTED"
                   TO ARL-REASON
               PERFORM 7000-PRINT-AREA
           ELSE
               EVALUATE WLS-STATUS
                   WHEN "COMPLETE"
                       MOVE "GREEN" TO WS-AREA-VERDICT
                       MOVE "COMPLETE - THE RUN FINISHED CLEANLY"
                           TO ARL-REASON
                   WHEN "RESUMABLE"
                       MOVE "RED" TO WS-AREA-VERDICT
                       MOVE "RESUMABLE - ABENDED MID-RANGE, RESUBMIT"
                           TO ARL-REASON
                   WHEN "RUNNING"
                       MOVE "RED" TO WS-AREA-VERDICT
                       MOVE "RUNNING - NOT FINISHED, CHECK SCHEDULER"
                           TO ARL-REASON
                   WHEN OTHER
                       MOVE "RED" TO WS-AREA-VERDICT
                       MOVE "STATUS NOT UNDERSTOOD - CHECK THE JOB LOG"
                           TO ARL-REASON
               END-EVALUATE
               PERFORM 7000-PRINT-AREA
               MOVE WLS-RUN-DATE    TO RIL-RUN-DATE
               MOVE WLS-RUN-TIME    TO RIL-RUN-TIME
               MOVE WLS-RANGE-START TO RIL-RANGE-START
               MOVE WLS-RANGE-END   TO RIL-RANGE-END
               MOVE WS-RUN-INFO-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "LAST NUMBER CHECKPOINTED" TO CPL-ITEM
               MOVE WLS-LAST-NUM TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
               MOVE "PERCENT COMPLETE" TO CPL-ITEM
               MOVE WLS-PCT-COMPLETE TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
           END-IF.

       2100-CHECK-RECONCILIATION.
      *    FBRECON runs in both streams, so no result at all is
      *    as bad as a FAIL - nobody proved the report.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-FILE-FOUND THEN
               PERFORM UNTIL WS-RESULT-FILE-EOF
                   READ RESULT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           SET WS-RESULT-SEEN TO TRUE
                           MOVE RRS-VERDICT TO WS-RECON-VERDICT
                           MOVE RRS-MISMATCH-COUNT
                               TO WS-RECON-MISMATCHES
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.
           MOVE SPACE TO WS-AREA-LINE.
           MOVE "RECONCILIATION" TO ARL-AREA.
           EVALUATE TRUE
               WHEN NOT WS-RESULT-SEEN
                   MOVE "RED" TO WS-AREA-VERDICT
                   MOVE "NO RESULT - FBRECON DID NOT RUN" TO ARL-REASON
               WHEN WS-RECON-VERDICT = "PASS"
                   MOVE "GREEN" TO WS-AREA-VERDICT
                   MOVE "PASS - REPORT PROVED AGAINST CTLCARD/RULEFILE"
                       TO ARL-REASON
               WHEN OTHER
                   MOVE "RED" TO WS-AREA-VERDICT
                   MOVE "FAIL - REPORT HELD, SEE RECONRPT"
                       TO ARL-REASON
           END-EVALUATE.
           PERFORM 7000-PRINT-AREA.
           IF WS-RESULT-SEEN THEN
               MOVE "MISMATCHED ITEMS" TO CPL-ITEM
               MOVE WS-RECON-MISMATCHES TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
           END-IF.

       2200-CHECK-LABEL-CHANGES.
           OPEN INPUT COUNT-FILE.
           IF WS-CST-FILE-FOUND THEN
               PERFORM UNTIL WS-CST-FILE-EOF
                   READ COUNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           SET WS-COUNTS-SEEN TO TRUE
                           MOVE CST-FEED-STATE TO WS-FEED-STATE
                           MOVE CST-MATCHED-COUNT TO WS-MATCHED-COUNT
                           MOVE CST-CHANGED-COUNT TO WS-CHANGED-COUNT
                           MOVE CST-ONLY-CURR-COUNT
                               TO WS-ONLY-CURR-COUNT
                           MOVE CST-ONLY-PRIOR-COUNT
                               TO WS-ONLY-PRIOR-COUNT
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.
           MOVE SPACE TO WS-AREA-LINE.
           MOVE "LABEL CHANGES" TO ARL-AREA.
           EVALUATE TRUE
               WHEN NOT WS-COUNTS-SEEN
                   MOVE "-----" TO WS-AREA-VERDICT
                   MOVE "NOT COMPARED TONIGHT (NO FBEXTCMP COUNTS)"
                       TO ARL-REASON
               WHEN WS-FEED-STATE = "E"
                   MOVE "RED" TO WS-AREA-VERDICT
                   MOVE "TONIGHT'S FEED COULD NOT BE READ - SEE CMPRPT"
                       TO ARL-REASON
               WHEN WS-FEED-STATE = "N"
                   MOVE "GREEN" TO WS-AREA-VERDICT
                   MOVE "NO PRIOR FEED - NOTHING TO COMPARE AGAINST"
                       TO ARL-REASON
               WHEN WS-CHANGED-COUNT > WS-CHANGE-RED-LIMIT
                   MOVE "RED" TO WS-AREA-VERDICT
                   MOVE "LABEL CHANGES OVER THE RED LIMIT - SEE CMPRPT"
                       TO ARL-REASON
               WHEN WS-CHANGED-COUNT > WS-CHANGE-AMBER-LIMIT
                   MOVE "AMBER" TO WS-AREA-VERDICT
                   MOVE "LABEL CHANGES OVER AMBER LIMIT - SEE CMPRPT"
                       TO ARL-REASON
               WHEN OTHER
                   MOVE "GREEN" TO WS-AREA-VERDICT
                   MOVE "LABEL CHANGES WITHIN LIMITS" TO ARL-REASON
           END-EVALUATE.
           PERFORM 7000-PRINT-AREA.
           IF WS-COUNTS-SEEN AND WS-FEED-STATE = "C" THEN
               MOVE "NUMBERS IN BOTH FEEDS" TO CPL-ITEM
               MOVE WS-MATCHED-COUNT TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
               MOVE "NUMBERS WHOSE LABEL CHANGED" TO CPL-ITEM
               MOVE WS-CHANGED-COUNT TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
               MOVE "ONLY IN TONIGHT'S FEED" TO CPL-ITEM
               MOVE WS-ONLY-CURR-COUNT TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
               MOVE "ONLY IN PRIOR FEED" TO CPL-ITEM
               MOVE WS-ONLY-PRIOR-COUNT TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
           END-IF.

       2300-CHECK-DEAD-RULES.
      *    RULESTAT is written only by a completed single-stream
      *    run; no records means there is nothing to rate.
           OPEN INPUT RULE-STAT-FILE.
           IF WS-RSTAT-FILE-FOUND THEN
               PERFORM UNTIL WS-RSTAT-FILE-EOF
                   READ RULE-STAT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-RULE-STAT-COUNT
                           IF RST-HIT-COUNT = 0 THEN
                               ADD 1 TO WS-DEAD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-STAT-FILE
           END-IF.
           MOVE SPACE TO WS-AREA-LINE.
           MOVE "DEAD RULES" TO ARL-AREA.
           EVALUATE TRUE
               WHEN WS-RULE-STAT-COUNT = 0
                   MOVE "-----" TO WS-AREA-VERDICT
                   MOVE "NO RULE STATISTICS FOR TONIGHT" TO ARL-REASON
               WHEN WS-DEAD-COUNT > WS-DEAD-AMBER-LIMIT
                   MOVE "AMBER" TO WS-AREA-VERDICT
                   MOVE "RULES MATCHED NOTHING ALL RUN - SEE RULERPT"
                       TO ARL-REASON
               WHEN OTHER
                   MOVE "GREEN" TO WS-AREA-VERDICT
                   MOVE "DEAD RULES WITHIN LIMITS" TO ARL-REASON
           END-EVALUATE.
           PERFORM 7000-PRINT-AREA.
           IF WS-RULE-STAT-COUNT > 0 THEN
               MOVE "RULES IN EFFECT" TO CPL-ITEM
               MOVE WS-RULE-STAT-COUNT TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
               MOVE "RULES THAT MATCHED NOTHING" TO CPL-ITEM
               MOVE WS-DEAD-COUNT TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
           END-IF.

       2400-CHECK-REJECT-AGING.
      *    RJCTIN is the carried reject file FBRECYCLE keeps - every
      *    reject still outstanding, with its cycle count.  Aged
      *    means more cycles than the reject age, the same test
      *    FBRECYCLE's aging report applies.  An empty file is a
      *    clean answer; no file at all is not rated.
           OPEN INPUT REJECT-IN-FILE.
           MOVE SPACE TO WS-AREA-LINE.
           MOVE "REJECT AGING" TO ARL-AREA.
           IF NOT WS-RJCTIN-FILE-FOUND THEN
               MOVE "-----" TO WS-AREA-VERDICT
               MOVE "NO CARRIED REJECT FILE" TO ARL-REASON
               PERFORM 7000-PRINT-AREA
           ELSE
               PERFORM UNTIL WS-RJCTIN-FILE-EOF
                   READ REJECT-IN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-REJECT-COUNT
                           IF RJI-CYCLE-COUNT NUMERIC
                                   AND RJI-CYCLE-COUNT
                                   > WS-REJECT-AGE-LIMIT THEN
                               ADD 1 TO WS-AGED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-IN-FILE
               EVALUATE TRUE
                   WHEN WS-AGED-COUNT > WS-AGED-RED-LIMIT
                       MOVE "RED" TO WS-AREA-VERDICT
                       MOVE "AGED REJECTS OVER RED LIMIT - SEE AGERPT"
                           TO ARL-REASON
                   WHEN WS-AGED-COUNT > WS-AGED-AMBER-LIMIT
                       MOVE "AMBER" TO WS-AREA-VERDICT
                       MOVE "AGED REJECTS OVER AMBER LIMIT - SEE AGERPT"
                           TO ARL-REASON
                   WHEN OTHER
                       MOVE "GREEN" TO WS-AREA-VERDICT
                       MOVE "AGED REJECTS WITHIN LIMITS" TO ARL-REASON
               END-EVALUATE
               PERFORM 7000-PRINT-AREA
               MOVE "REJECTS OUTSTANDING" TO CPL-ITEM
               MOVE WS-REJECT-COUNT TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
               MOVE "OUTSTANDING PAST THE REJECT AGE" TO CPL-ITEM
               MOVE WS-AGED-COUNT TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
           END-IF.

       2500-CHECK-BATCH-WINDOW.
      *    Tonight's record is the last one on HISTFILE.  On a
      *    single-stream night it must carry the same run stamp as
      *    STATFILE, or the history is some earlier night's.  The
      *    slices keep no history, so a parallel night is not
      *    rated here.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-FILE-FOUND THEN
               PERFORM UNTIL WS-HIST-FILE-EOF
                   READ HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           SET WS-HIST-SEEN TO TRUE
                           MOVE HST-RUN-DATE TO WS-LAST-HIST-DATE
                           MOVE HST-RUN-TIME TO WS-LAST-HIST-TIME
                           MOVE HST-ELAPSED-SECS TO WS-ELAPSED-SECS
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINUTES * 60.
           MOVE 0 TO WS-WINDOW-USED-PCT.
           IF WS-WINDOW-SECS > 0 THEN
               COMPUTE WS-WINDOW-USED-PCT =
                   (WS-ELAPSED-SECS * 100) / WS-WINDOW-SECS
           END-IF.
           MOVE SPACE TO WS-AREA-LINE.
           MOVE "BATCH WINDOW" TO ARL-AREA.
           EVALUATE TRUE
               WHEN WS-PARALLEL-STREAM
                   MOVE "-----" TO WS-AREA-VERDICT
                   MOVE "PARALLEL NIGHT - SLICES KEEP NO HISTORY"
                       TO ARL-REASON
               WHEN NOT WS-HIST-SEEN
                   MOVE "AMBER" TO WS-AREA-VERDICT
                   MOVE "NO HISTORY RECORD ON HISTFILE" TO ARL-REASON
               WHEN NOT WS-STATUS-SEEN
                   OR WS-LAST-HIST-DATE NOT = WLS-RUN-DATE
                   OR WS-LAST-HIST-TIME NOT = WLS-RUN-TIME
                   MOVE "AMBER" TO WS-AREA-VERDICT
                   MOVE "NO HISTORY RECORD FOR TONIGHT'S RUN"
                       TO ARL-REASON
               WHEN WS-WINDOW-SECS = 0
                   MOVE "AMBER" TO WS-AREA-VERDICT
                   MOVE "NO BATCH WINDOW ON OPSCTL - CANNOT JUDGE"
                       TO ARL-REASON
               WHEN WS-ELAPSED-SECS > WS-WINDOW-SECS
                   MOVE "RED" TO WS-AREA-VERDICT
                   MOVE "RUN OVERRAN THE BATCH WINDOW - SEE FBADVISE"
                       TO ARL-REASON
               WHEN WS-WINDOW-USED-PCT > WS-WINDOW-AMBER-PCT
                   MOVE "AMBER" TO WS-AREA-VERDICT
                   MOVE "RUN USED MORE OF THE WINDOW THAN AMBER PCT"
                       TO ARL-REASON
               WHEN OTHER
                   MOVE "GREEN" TO WS-AREA-VERDICT
                   MOVE "RUN FITS THE BATCH WINDOW" TO ARL-REASON
           END-EVALUATE.
           PERFORM 7000-PRINT-AREA.
           IF WS-HIST-SEEN AND WS-SINGLE-STREAM THEN
               MOVE "ELAPSED SECONDS" TO CPL-ITEM
               MOVE WS-ELAPSED-SECS TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
               MOVE "WINDOW SECONDS" TO CPL-ITEM
               MOVE WS-WINDOW-SECS TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
               MOVE "PERCENT OF WINDOW USED" TO CPL-ITEM
               MOVE WS-WINDOW-USED-PCT TO CPL-TALLY
               PERFORM 7100-PRINT-COUNT
           END-IF.

       3000-PRINT-THRESHOLDS.
           MOVE "LIMITS IN FORCE (A COUNT ABOVE A LIMIT TRIPS IT)"
               TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE "LABEL CHANGES - AMBER ABOVE" TO THL-ITEM.
           MOVE 1 TO WS-THR-SUB.
           PERFORM 3100-PRINT-ONE-THRESHOLD.
           MOVE "LABEL CHANGES - RED ABOVE" TO THL-ITEM.
           MOVE 2 TO WS-THR-SUB.
           PERFORM 3100-PRINT-ONE-THRESHOLD.
           MOVE "DEAD RULES - AMBER ABOVE" TO THL-ITEM.
           MOVE 3 TO WS-THR-SUB.
           PERFORM 3100-PRINT-ONE-THRESHOLD.
           MOVE "REJECT AGE (RECYCLE CYCLES)" TO THL-ITEM.
           MOVE 4 TO WS-THR-SUB.
           PERFORM 3100-PRINT-ONE-THRESHOLD.
           MOVE "AGED REJECTS - AMBER ABOVE" TO THL-ITEM.
           MOVE 5 TO WS-THR-SUB.
           PERFORM 3100-PRINT-ONE-THRESHOLD.
           MOVE "AGED REJECTS - RED ABOVE" TO THL-ITEM.
           MOVE 6 TO WS-THR-SUB.
           PERFORM 3100-PRINT-ONE-THRESHOLD.
           MOVE "BATCH WINDOW (MINUTES)" TO THL-ITEM.
           MOVE 7 TO WS-THR-SUB.
           PERFORM 3100-PRINT-ONE-THRESHOLD.
           MOVE "WINDOW PERCENT USED - AMBER ABOVE" TO THL-ITEM.
           MOVE 8 TO WS-THR-SUB.
           PERFORM 3100-PRINT-ONE-THRESHOLD.

       3100-PRINT-ONE-THRESHOLD.
           MOVE WS-THR-VALUE (WS-THR-SUB)  TO THL-VALUE.
           MOVE WS-THR-SOURCE (WS-THR-SUB) TO THL-SOURCE.
           MOVE WS-THRESHOLD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       7000-PRINT-AREA.
      *    Print the area's verdict line and fold it into the
      *    overall verdict - the worst area wins.  An unrated area
      *    ("-----") leaves the overall alone.
           MOVE WS-AREA-VERDICT TO ARL-VERDICT.
           EVALUATE TRUE
               WHEN WS-AREA-RED
                   MOVE 2 TO WS-AREA-RANK
               WHEN WS-AREA-AMBER
                   MOVE 1 TO WS-AREA-RANK
               WHEN OTHER
                   MOVE 0 TO WS-AREA-RANK
           END-EVALUATE.
           IF WS-AREA-RANK > WS-OVERALL-RANK THEN
               MOVE WS-AREA-RANK TO WS-OVERALL-RANK
           END-IF.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AREA-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       7100-PRINT-COUNT.
           MOVE WS-COUNT-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       8000-PRINT-SECTION.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
