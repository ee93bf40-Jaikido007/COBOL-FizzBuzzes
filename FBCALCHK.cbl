       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FBCALCHK".

      *---------------------------------------------------------
      * Change history
      * ----------------------------------------------------------
      * 2026-10-15  New program: run calendar lookahead.  Walks
      *             the next N nights (CALCTL, default 7) through
      *             the same entry choice FBCALSEL makes - the
      *             entry dated for the night, else the first
      *             usable undated default - and shows each
      *             night's range and rule set.  Nights FBCALSEL
      *             would stop with RC=16 (entry fails the edits,
      *             no entry and no default, rule input missing,
      *             named rule set with no rules in RULELIB) are
      *             called out, as are nights with no rule in
      *             effect, rules whose effective dates start or
      *             end inside the period, and calendar entries
      *             that can never be picked.  Each night's
      *             elapsed time is projected from the HISTFILE
      *             throughput against the WINDOW card, the way
      *             FBADVISE does it.  Nights that will fail or
      *             will not fit a single stream print first.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOOKAHEAD-CONTROL-FILE ASSIGN TO "CALCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LCTL-STATUS.

           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT OPTIONAL RUN-DATE-FILE ASSIGN TO "RUNDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDATE-STATUS.

           SELECT OPTIONAL RULE-MASTER-FILE ASSIGN TO "RULEMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMAST-STATUS.

           SELECT OPTIONAL RULE-LIBRARY-FILE ASSIGN TO "RULELIB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLIB-STATUS.

           SELECT OPTIONAL WINDOW-FILE ASSIGN TO "WINDOW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINDOW-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOKAHEAD-CONTROL-FILE
           RECORDING MODE IS F.
       01  LOOKAHEAD-CONTROL-RECORD.
           05 LCT-NIGHTS            PIC X(3).
           05 FILLER                PIC X(77).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           05 CAL-RUN-DATE           PIC X(6).
           05 CAL-START              PIC X(9).
           05 CAL-END                PIC X(9).
           05 CAL-STEP               PIC X(5).
           05 CAL-CKPT-INTERVAL      PIC X(5).
           05 CAL-RULESET            PIC X(8).

       FD  RUN-DATE-FILE
           RECORDING MODE IS F.
       01  RUN-DATE-RECORD.
           05 RDT-RUN-DATE           PIC X(6).

       FD  RULE-MASTER-FILE
           RECORDING MODE IS F.
       01  RULE-MASTER-RECORD        PIC X(63).

       FD  RULE-LIBRARY-FILE
           RECORDING MODE IS F.
       01  RULE-LIBRARY-RECORD.
           05 LIB-RULESET            PIC X(8).
           05 LIB-RULE-DATA          PIC X(63).

       FD  WINDOW-FILE
           RECORDING MODE IS F.
       01  WINDOW-RECORD.
           05 WIN-MINUTES           PIC X(5).

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
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LCTL-STATUS            PIC X(2).
       01 WS-CAL-STATUS             PIC X(2).
           88 WS-CAL-FILE-FOUND     VALUE "00".
           88 WS-CAL-FILE-EOF       VALUE "10".
       01 WS-RDATE-STATUS           PIC X(2).
       01 WS-RMAST-STATUS           PIC X(2).
           88 WS-RMAST-FILE-FOUND   VALUE "00".
           88 WS-RMAST-FILE-EOF     VALUE "10".
       01 WS-RLIB-STATUS            PIC X(2).
           88 WS-RLIB-FILE-FOUND    VALUE "00".
           88 WS-RLIB-FILE-EOF      VALUE "10".
       01 WS-WINDOW-STATUS          PIC X(2).
       01 WS-HIST-STATUS            PIC X(2).
           88 WS-HIST-FILE-FOUND    VALUE "00".
           88 WS-HIST-FILE-EOF      VALUE "10".
       01 WS-RPT-STATUS             PIC X(2).

       01 WS-NIGHTS-WANTED          PIC 9(3) VALUE 7.
       01 WS-FIRST-NIGHT            PIC X(6).
       01 WS-LAST-NIGHT             PIC X(6).
       01 WS-DATE-CCYYMMDD          PIC 9(8).
       01 WS-FIRST-NIGHT-INT        PIC 9(8).
       01 WS-NIGHT-INT              PIC 9(8).

      *    Calendar entries in file order - FBCALSEL's choice
      *    depends on which entry comes first.
       01 WS-CAL-MAX                PIC 9(3) VALUE 500.
       01 WS-CAL-COUNT              PIC 9(3) VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 500 TIMES.
               10 WS-CAL-DATE       PIC X(6).
               10 WS-CAL-START      PIC X(9).
               10 WS-CAL-END        PIC X(9).
               10 WS-CAL-STEP       PIC X(5).
               10 WS-CAL-CKPT       PIC X(5).
               10 WS-CAL-RULESET    PIC X(8).
               10 WS-CAL-EDITS-OK   PIC X(1).
       01 WS-CAL-SUB                PIC 9(3).
       01 WS-CAL-SUB2               PIC 9(3).
       01 WS-CAL-OVERFLOW           PIC 9(5) VALUE 0.
       01 WS-CAL-READABLE-SWITCH    PIC X VALUE "N".
           88 WS-CAL-READABLE       VALUE "Y".
       01 WS-DEFAULT-SUB            PIC 9(3) VALUE 0.
       01 WS-DATED-SUB              PIC 9(3).

       01 WS-RULE-MAX               PIC 9(3) VALUE 500.
       01 WS-MAST-COUNT             PIC 9(3) VALUE 0.
       01 WS-MAST-TABLE.
           05 WS-MAST-RULE          PIC X(63) OCCURS 500 TIMES.
       01 WS-MAST-READABLE-SWITCH   PIC X VALUE "N".
           88 WS-MAST-READABLE      VALUE "Y".
       01 WS-LIB-COUNT              PIC 9(3) VALUE 0.
       01 WS-LIB-TABLE.
           05 WS-LIB-ENTRY OCCURS 500 TIMES.
               10 WS-LIB-RULESET    PIC X(8).
               10 WS-LIB-RULE       PIC X(63).
       01 WS-LIB-READABLE-SWITCH    PIC X VALUE "N".
           88 WS-LIB-READABLE       VALUE "Y".
       01 WS-RULE-OVERFLOW          PIC 9(5) VALUE 0.
       01 WS-RULE-SUB               PIC 9(3).

       01 WS-RULE-WORK.
           05 WRK-DIVISOR           PIC 9(3).
           05 WRK-LABEL             PIC X(10).
           05 WRK-TYPE              PIC X(1).
           05 WRK-STOP-FLAG         PIC X(1).
           05 WRK-RANGE-LOW         PIC 9(18).
           05 WRK-RANGE-HIGH        PIC 9(18).
           05 WRK-EFF-FROM          PIC X(6).
           05 WRK-EFF-TO            PIC X(6).

       01 WS-WINDOW-MINUTES         PIC 9(5) VALUE 0.
       01 WS-WINDOW-SECS            PIC 9(9) VALUE 0.

      *    Throughput as FBADVISE takes it: the last five timed
      *    runs on HISTFILE, rotating, untimed runs skipped.
       01 WS-RATE-TABLE VALUE ZERO.
           05 WS-RECENT-RATE        PIC 9(9) OCCURS 5 TIMES.
       01 WS-RATE-SUB               PIC 9(2).
       01 WS-RATE-NEXT              PIC 9(2) VALUE 1.
       01 WS-RATE-COUNT             PIC 9(2) VALUE 0.
       01 WS-RATE-SUM               PIC 9(12).
       01 WS-AVG-RATE               PIC 9(9) VALUE 0.
       01 WS-PROJECT-SWITCH         PIC X VALUE "N".
           88 WS-PROJECTION-OK      VALUE "Y".
       01 WS-PROJECT-NOTE           PIC X(60) VALUE SPACE.

       01 WS-ITERATIONS             PIC 9(9).
       01 WS-SLICE-SECS             PIC 9(9).
       01 WS-SLICE-COUNT            PIC 9(2).

      *    One row per night looked at.  SLICES: 0 no projection,
      *    1-4 the fewest slices that fit, 5 not even four.
       01 WS-NIGHT-COUNT            PIC 9(3) VALUE 0.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT OCCURS 60 TIMES.
               10 WS-NGT-DATE       PIC X(6).
               10 WS-NGT-SOURCE     PIC X(7).
               10 WS-NGT-START      PIC 9(9).
               10 WS-NGT-END        PIC 9(9).
               10 WS-NGT-STEP       PIC 9(5).
               10 WS-NGT-RULESET    PIC X(8).
               10 WS-NGT-RULES      PIC 9(3).
               10 WS-NGT-IN-EFFECT  PIC 9(3).
               10 WS-NGT-PROJ-SECS  PIC 9(9).
               10 WS-NGT-SLICES     PIC 9(1).
               10 WS-NGT-FAIL       PIC X(50).
               10 WS-NGT-CHECK      PIC X(50).
       01 WS-NGT-SUB                PIC 9(3).

       01 WS-FAIL-COUNT             PIC 9(3) VALUE 0.
       01 WS-NOFIT-COUNT            PIC 9(3) VALUE 0.
       01 WS-CHECK-COUNT            PIC 9(3) VALUE 0.
       01 WS-RULE-CHANGE-COUNT      PIC 9(3) VALUE 0.
       01 WS-ENTRY-PROBLEM-COUNT    PIC 9(3) VALUE 0.
       01 WS-LINES-PRINTED          PIC 9(5).

       01 WS-RUN-DATE.
           05 WS-RUN-YY             PIC 9(2).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       01 WS-HEADER-LINE.
           05 FILLER                PIC X(26)
               VALUE "RUN CALENDAR LOOKAHEAD RUN".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 HDR-DATE              PIC X(8).
           05 FILLER                PIC X(10) VALUE "   NIGHTS ".
           05 HDR-NIGHTS            PIC Z(2)9.
           05 FILLER                PIC X(6)  VALUE "  FROM".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 HDR-FIRST             PIC X(6).
           05 FILLER                PIC X(4)  VALUE " TO ".
           05 HDR-LAST              PIC X(6).
           05 FILLER                PIC X(61) VALUE SPACE.

       01 WS-WINDOW-LINE.
           05 FILLER                PIC X(8)  VALUE "WINDOW: ".
           05 WNL-MINUTES           PIC Z(4)9.
           05 FILLER                PIC X(17)
               VALUE " MIN  THROUGHPUT:".
           05 WNL-RATE              PIC Z(8)9.
           05 FILLER                PIC X(23)
               VALUE " NUMBERS/SEC (LAST RUNS".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 WNL-RATE-COUNT        PIC 9.
           05 FILLER                PIC X(1)  VALUE ")".
           05 FILLER                PIC X(67) VALUE SPACE.

       01 WS-ACTION-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 ACT-DATE              PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 ACT-KIND              PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 ACT-TEXT              PIC X(60).
           05 FILLER                PIC X(50) VALUE SPACE.

       01 WS-NIGHT-COLUMN-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "NIGHT".
           05 FILLER                PIC X(9)  VALUE "ENTRY".
           05 FILLER                PIC X(10) VALUE "    START".
           05 FILLER                PIC X(10) VALUE "      END".
           05 FILLER                PIC X(7)  VALUE "  STEP".
           05 FILLER                PIC X(10) VALUE "RULE SET".
           05 FILLER                PIC X(7)  VALUE " RULES".
           05 FILLER                PIC X(10) VALUE " IN EFFECT".
           05 FILLER                PIC X(11) VALUE "  PROJ SECS".
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 FILLER                PIC X(24) VALUE "WINDOW".
           05 FILLER                PIC X(22) VALUE SPACE.

       01 WS-NIGHT-PRINT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 NPL-DATE              PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 NPL-SOURCE            PIC X(7).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 NPL-START             PIC Z(8)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 NPL-END               PIC Z(8)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 NPL-STEP              PIC Z(5)9.
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 NPL-RULESET           PIC X(8).
           05 FILLER                PIC X(3)  VALUE SPACE.
           05 NPL-RULES             PIC Z(2)9.
           05 FILLER                PIC X(7)  VALUE SPACE.
           05 NPL-IN-EFFECT         PIC Z(2)9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 NPL-PROJ-SECS         PIC Z(8)9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 NPL-WINDOW            PIC X(24).
           05 FILLER                PIC X(22) VALUE SPACE.

       01 WS-CHANGE-COLUMN-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 FILLER                PIC X(10) VALUE "RULE SET".
           05 FILLER                PIC X(2)  VALUE "T".
           05 FILLER                PIC X(5)  VALUE "DIV".
           05 FILLER                PIC X(12) VALUE "LABEL".
           05 FILLER                PIC X(8)  VALUE "FROM".
           05 FILLER                PIC X(8)  VALUE "TO".
           05 FILLER                PIC X(40) VALUE "CHANGE".
           05 FILLER                PIC X(45) VALUE SPACE.

       01 WS-CHANGE-PRINT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-RULESET           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-TYPE              PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 CPL-DIVISOR           PIC Z(2)9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-LABEL             PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-FROM              PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-TO                PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-CHANGE            PIC X(40).
           05 FILLER                PIC X(45) VALUE SPACE.

       01 WS-ENTRY-PRINT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 FILLER                PIC X(6)  VALUE "ENTRY ".
           05 EPL-ENTRY-NO          PIC Z(2)9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 EPL-DATE              PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 EPL-RULESET           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 EPL-TEXT              PIC X(60).
           05 FILLER                PIC X(41) VALUE SPACE.

       01 WS-SECTION-LINE           PIC X(132).
       01 WS-REASON-TEXT            PIC X(60).
       01 WS-EDIT-SLICES            PIC 9.

       01 WS-TRAILER-LINE.
           05 FILLER                PIC X(16)
               VALUE "NIGHTS CHECKED: ".
           05 TRL-NIGHTS            PIC Z(2)9.
           05 FILLER                PIC X(13) VALUE "  WILL FAIL: ".
           05 TRL-FAIL              PIC Z(2)9.
           05 FILLER                PIC X(13) VALUE "  WON'T FIT: ".
           05 TRL-NOFIT             PIC Z(2)9.
           05 FILLER                PIC X(12) VALUE "  TO CHECK: ".
           05 TRL-CHECK             PIC Z(2)9.
           05 FILLER                PIC X(16)
               VALUE "  RULE CHANGES: ".
           05 TRL-CHANGES           PIC Z(2)9.
           05 FILLER                PIC X(18)
               VALUE "  ENTRY PROBLEMS: ".
           05 TRL-ENTRY-PROBLEMS    PIC Z(2)9.
           05 FILLER                PIC X(26) VALUE SPACE.

       01 WS-VERDICT-LINE.
           05 FILLER                PIC X(9)  VALUE "VERDICT: ".
           05 VDL-VERDICT           PIC X(50).
           05 FILLER                PIC X(73) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-CONTROL-CARDS.
           PERFORM 1200-LOAD-CALENDAR.
           PERFORM 1300-LOAD-RULE-MASTER.
           PERFORM 1400-LOAD-RULE-LIBRARY.
           PERFORM 1500-GATHER-THROUGHPUT.

           PERFORM 2000-CHECK-ONE-NIGHT
               VARYING WS-NGT-SUB FROM 1 BY 1
               UNTIL WS-NGT-SUB > WS-NIGHTS-WANTED.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = "00" THEN
               DISPLAY "FBCALCHK: cannot open CALRPT - status "
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-PRINT-HEADER.
           PERFORM 4000-PRINT-ACTION-NIGHTS.
           PERFORM 5000-PRINT-NIGHTS.
           PERFORM 6000-PRINT-RULE-CHANGES.
           PERFORM 7000-PRINT-ENTRY-PROBLEMS.
           PERFORM 7500-PRINT-TRAILER.
           CLOSE REPORT-FILE.

      *    RC=8 when a night will stop the stream; RC=4 when a
      *    night needs attention but will run.
           IF WS-FAIL-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOFIT-COUNT > 0 OR WS-CHECK-COUNT > 0
                       OR WS-ENTRY-PROBLEM-COUNT > 0
                       OR NOT WS-PROJECTION-OK THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1000-READ-CONTROL-CARDS.
      *    CALCTL cols 1-3: nights to look ahead (default 7, at
      *    most 60).  RUNDATE pins the first night as it does for
      *    FBCALSEL; without it the first night is tonight.
           OPEN INPUT LOOKAHEAD-CONTROL-FILE.
           IF WS-LCTL-STATUS = "00" THEN
               READ LOOKAHEAD-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCT-NIGHTS NOT = SPACE
                               AND FUNCTION TEST-NUMVAL
                                   (LCT-NIGHTS) = 0
                               AND FUNCTION NUMVAL (LCT-NIGHTS) > 0
                               THEN
                           MOVE FUNCTION NUMVAL (LCT-NIGHTS)
                               TO WS-NIGHTS-WANTED
                       END-IF
               END-READ
               CLOSE LOOKAHEAD-CONTROL-FILE
           END-IF.
           IF WS-NIGHTS-WANTED > 60 THEN
               DISPLAY "FBCALCHK: CALCTL asks for "
                   WS-NIGHTS-WANTED " nights - looking at 60"
               MOVE 60 TO WS-NIGHTS-WANTED
           END-IF.

           ACCEPT WS-FIRST-NIGHT FROM DATE.
           OPEN INPUT RUN-DATE-FILE.
           IF WS-RDATE-STATUS = "00" THEN
               READ RUN-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RDT-RUN-DATE NUMERIC THEN
                           MOVE RDT-RUN-DATE TO WS-FIRST-NIGHT
                       END-IF
               END-READ
               CLOSE RUN-DATE-FILE
           END-IF.
           COMPUTE WS-DATE-CCYYMMDD = 20000000
               + FUNCTION NUMVAL (WS-FIRST-NIGHT).
           MOVE FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
               TO WS-FIRST-NIGHT-INT.

           OPEN INPUT WINDOW-FILE.
           IF WS-WINDOW-STATUS = "00" THEN
               READ WINDOW-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WIN-MINUTES NOT = SPACE
                               AND FUNCTION TEST-NUMVAL
                               (WIN-MINUTES) = 0 THEN
                           MOVE FUNCTION NUMVAL (WIN-MINUTES)
                               TO WS-WINDOW-MINUTES
                       END-IF
               END-READ
               CLOSE WINDOW-FILE
           END-IF.
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINUTES * 60.

       1200-LOAD-CALENDAR.
      *    Each entry is edited once, with FBCALSEL's own edits,
      *    as it is loaded.
           OPEN INPUT CALENDAR-FILE.
           IF NOT WS-CAL-FILE-FOUND THEN
               DISPLAY "FBCALCHK: cannot open CALFILE - status "
                   WS-CAL-STATUS
           ELSE
               SET WS-CAL-READABLE TO TRUE
               PERFORM UNTIL WS-CAL-FILE-EOF
                   READ CALENDAR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CAL-COUNT < WS-CAL-MAX THEN
                               ADD 1 TO WS-CAL-COUNT
                               PERFORM 1210-KEEP-CALENDAR-ENTRY
                           ELSE
                               ADD 1 TO WS-CAL-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-CAL-OVERFLOW > 0 THEN
               DISPLAY "FBCALCHK: CALFILE has more than "
                   WS-CAL-MAX " entries - " WS-CAL-OVERFLOW
                   " not checked"
           END-IF.

       1210-KEEP-CALENDAR-ENTRY.
           MOVE CAL-RUN-DATE      TO WS-CAL-DATE (WS-CAL-COUNT).
           MOVE CAL-START         TO WS-CAL-START (WS-CAL-COUNT).
           MOVE CAL-END           TO WS-CAL-END (WS-CAL-COUNT).
           MOVE CAL-STEP          TO WS-CAL-STEP (WS-CAL-COUNT).
           MOVE CAL-CKPT-INTERVAL TO WS-CAL-CKPT (WS-CAL-COUNT).
           MOVE CAL-RULESET       TO WS-CAL-RULESET (WS-CAL-COUNT).
           IF CAL-START NUMERIC
                   AND CAL-END NUMERIC
                   AND CAL-STEP NUMERIC
                   AND CAL-CKPT-INTERVAL NUMERIC
                   AND FUNCTION NUMVAL (CAL-STEP) > 0
                   AND CAL-START <= CAL-END THEN
               MOVE "Y" TO WS-CAL-EDITS-OK (WS-CAL-COUNT)
           ELSE
               MOVE "N" TO WS-CAL-EDITS-OK (WS-CAL-COUNT)
           END-IF.
      *    The first undated entry that passes is the default, as
      *    in FBCALSEL.
           IF (CAL-RUN-DATE = SPACE OR CAL-RUN-DATE = "000000")
                   AND WS-DEFAULT-SUB = 0
                   AND WS-CAL-EDITS-OK (WS-CAL-COUNT) = "Y" THEN
               MOVE WS-CAL-COUNT TO WS-DEFAULT-SUB
           END-IF.

       1300-LOAD-RULE-MASTER.
           OPEN INPUT RULE-MASTER-FILE.
           IF WS-RMAST-FILE-FOUND THEN
               SET WS-MAST-READABLE TO TRUE
               PERFORM UNTIL WS-RMAST-FILE-EOF
                   READ RULE-MASTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-MAST-COUNT < WS-RULE-MAX THEN
                               ADD 1 TO WS-MAST-COUNT
                               MOVE RULE-MASTER-RECORD
                                   TO WS-MAST-RULE (WS-MAST-COUNT)
                           ELSE
                               ADD 1 TO WS-RULE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-MASTER-FILE
           ELSE
               DISPLAY "FBCALCHK: cannot open RULEMAST - status "
                   WS-RMAST-STATUS
           END-IF.

       1400-LOAD-RULE-LIBRARY.
           OPEN INPUT RULE-LIBRARY-FILE.
           IF WS-RLIB-FILE-FOUND THEN
               SET WS-LIB-READABLE TO TRUE
               PERFORM UNTIL WS-RLIB-FILE-EOF
                   READ RULE-LIBRARY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LIB-COUNT < WS-RULE-MAX THEN
                               ADD 1 TO WS-LIB-COUNT
                               MOVE LIB-RULESET
                                   TO WS-LIB-RULESET (WS-LIB-COUNT)
                               MOVE LIB-RULE-DATA
                                   TO WS-LIB-RULE (WS-LIB-COUNT)
                           ELSE
                               ADD 1 TO WS-RULE-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-LIBRARY-FILE
           ELSE
               DISPLAY "FBCALCHK: cannot open RULELIB - status "
                   WS-RLIB-STATUS
           END-IF.
           IF WS-RULE-OVERFLOW > 0 THEN
               DISPLAY "FBCALCHK: more than " WS-RULE-MAX
                   " rows on RULEMAST or RULELIB - "
                   WS-RULE-OVERFLOW " not checked"
           END-IF.

       1500-GATHER-THROUGHPUT.
      *    No window card or no timed history leaves the calendar
      *    checks standing - only the projection column is lost.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-FILE-FOUND THEN
               PERFORM UNTIL WS-HIST-FILE-EOF
                   READ HISTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HST-ITER-PER-SEC NUMERIC
                                   AND HST-ITER-PER-SEC > 0 THEN
                               MOVE HST-ITER-PER-SEC
                                   TO WS-RECENT-RATE (WS-RATE-NEXT)
                               ADD 1 TO WS-RATE-NEXT
                               IF WS-RATE-NEXT > 5 THEN
                                   MOVE 1 TO WS-RATE-NEXT
                               END-IF
                               IF WS-RATE-COUNT < 5 THEN
                                   ADD 1 TO WS-RATE-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           MOVE 0 TO WS-RATE-SUM.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
               ADD WS-RECENT-RATE (WS-RATE-SUB) TO WS-RATE-SUM
           END-PERFORM.
           IF WS-RATE-COUNT > 0 THEN
               COMPUTE WS-AVG-RATE = WS-RATE-SUM / WS-RATE-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-WINDOW-MINUTES = 0
                   MOVE "NO PROJECTION - NO USABLE WINDOW CARD"
                       TO WS-PROJECT-NOTE
               WHEN WS-AVG-RATE = 0
                   MOVE "NO PROJECTION - NO TIMED RUNS ON HISTFILE"
                       TO WS-PROJECT-NOTE
               WHEN OTHER
                   SET WS-PROJECTION-OK TO TRUE
           END-EVALUATE.

       2000-CHECK-ONE-NIGHT.
           ADD 1 TO WS-NIGHT-COUNT.
           COMPUTE WS-NIGHT-INT = WS-FIRST-NIGHT-INT + WS-NGT-SUB - 1.
           COMPUTE WS-DATE-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-NIGHT-INT).
           MOVE WS-DATE-CCYYMMDD (3:6) TO WS-NGT-DATE (WS-NGT-SUB).
           MOVE WS-NGT-DATE (WS-NGT-SUB) TO WS-LAST-NIGHT.
           MOVE "NONE"  TO WS-NGT-SOURCE (WS-NGT-SUB).
           MOVE 0 TO WS-NGT-START (WS-NGT-SUB)
                     WS-NGT-END (WS-NGT-SUB)
                     WS-NGT-STEP (WS-NGT-SUB)
                     WS-NGT-RULES (WS-NGT-SUB)
                     WS-NGT-IN-EFFECT (WS-NGT-SUB)
                     WS-NGT-PROJ-SECS (WS-NGT-SUB)
                     WS-NGT-SLICES (WS-NGT-SUB).
           MOVE SPACE TO WS-NGT-RULESET (WS-NGT-SUB)
                         WS-NGT-FAIL (WS-NGT-SUB)
                         WS-NGT-CHECK (WS-NGT-SUB).

           PERFORM 2100-PICK-ENTRY.
           IF WS-NGT-FAIL (WS-NGT-SUB) = SPACE THEN
               PERFORM 2200-COUNT-NIGHT-RULES
           END-IF.
           IF WS-NGT-FAIL (WS-NGT-SUB) = SPACE
                   AND WS-PROJECTION-OK THEN
               PERFORM 2300-PROJECT-NIGHT
           END-IF.

           IF WS-NGT-FAIL (WS-NGT-SUB) NOT = SPACE THEN
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
           IF WS-NGT-SLICES (WS-NGT-SUB) > 1 THEN
               ADD 1 TO WS-NOFIT-COUNT
           END-IF.
           IF WS-NGT-CHECK (WS-NGT-SUB) NOT = SPACE THEN
               ADD 1 TO WS-CHECK-COUNT
           END-IF.

       2100-PICK-ENTRY.
      *    FBCALSEL's choice: the first entry dated for the night
      *    wins outright, and if it fails the edits the night
      *    stops - it is NOT replaced by the default.
           IF NOT WS-CAL-READABLE OR WS-CAL-COUNT = 0 THEN
               MOVE "CALFILE MISSING OR EMPTY"
                   TO WS-NGT-FAIL (WS-NGT-SUB)
           ELSE
               MOVE 0 TO WS-DATED-SUB
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > WS-CAL-COUNT
                       OR WS-DATED-SUB > 0
                   IF WS-CAL-DATE (WS-CAL-SUB)
                           = WS-NGT-DATE (WS-NGT-SUB) THEN
                       MOVE WS-CAL-SUB TO WS-DATED-SUB
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-DATED-SUB > 0
                       MOVE "DATED" TO WS-NGT-SOURCE (WS-NGT-SUB)
                       MOVE WS-DATED-SUB TO WS-CAL-SUB
                       IF WS-CAL-EDITS-OK (WS-CAL-SUB) = "Y" THEN
                           PERFORM 2110-TAKE-ENTRY
                       ELSE
                           MOVE WS-CAL-RULESET (WS-CAL-SUB)
                               TO WS-NGT-RULESET (WS-NGT-SUB)
                           MOVE "DATED ENTRY FAILS THE EDITS"
                               TO WS-NGT-FAIL (WS-NGT-SUB)
                       END-IF
                   WHEN WS-DEFAULT-SUB > 0
                       MOVE "DEFAULT" TO WS-NGT-SOURCE (WS-NGT-SUB)
                       MOVE WS-DEFAULT-SUB TO WS-CAL-SUB
                       PERFORM 2110-TAKE-ENTRY
                   WHEN OTHER
                       MOVE "NO DATED ENTRY AND NO USABLE DEFAULT"
                           TO WS-NGT-FAIL (WS-NGT-SUB)
               END-EVALUATE
           END-IF.

       2110-TAKE-ENTRY.
           MOVE WS-CAL-START (WS-CAL-SUB)
               TO WS-NGT-START (WS-NGT-SUB).
           MOVE WS-CAL-END (WS-CAL-SUB)
               TO WS-NGT-END (WS-NGT-SUB).
           MOVE WS-CAL-STEP (WS-CAL-SUB)
               TO WS-NGT-STEP (WS-NGT-SUB).
           MOVE WS-CAL-RULESET (WS-CAL-SUB)
               TO WS-NGT-RULESET (WS-NGT-SUB).

       2200-COUNT-NIGHT-RULES.
      *    Rule content as FBCALSEL would write it for the night,
      *    and how much of it FBCLASSIFY would load on that date.
      *    No rule in effect runs - but prints every number as
      *    itself, which is worth a look before the night.
           IF WS-NGT-RULESET (WS-NGT-SUB) = SPACE THEN
               IF NOT WS-MAST-READABLE THEN
                   MOVE "RULEMAST CANNOT BE READ"
                       TO WS-NGT-FAIL (WS-NGT-SUB)
               ELSE
                   PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                           UNTIL WS-RULE-SUB > WS-MAST-COUNT
                       MOVE WS-MAST-RULE (WS-RULE-SUB)
                           TO WS-RULE-WORK
                       PERFORM 2210-COUNT-ONE-RULE
                   END-PERFORM
               END-IF
           ELSE
               IF NOT WS-LIB-READABLE THEN
                   MOVE "RULELIB CANNOT BE READ"
                       TO WS-NGT-FAIL (WS-NGT-SUB)
               ELSE
                   PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                           UNTIL WS-RULE-SUB > WS-LIB-COUNT
                       IF WS-LIB-RULESET (WS-RULE-SUB)
                               = WS-NGT-RULESET (WS-NGT-SUB) THEN
                           MOVE WS-LIB-RULE (WS-RULE-SUB)
                               TO WS-RULE-WORK
                           PERFORM 2210-COUNT-ONE-RULE
                       END-IF
                   END-PERFORM
                   IF WS-NGT-RULES (WS-NGT-SUB) = 0 THEN
                       MOVE SPACE TO WS-NGT-FAIL (WS-NGT-SUB)
                       STRING "RULE SET " DELIMITED BY SIZE
                           WS-NGT-RULESET (WS-NGT-SUB)
                               DELIMITED BY SPACE
                           " HAS NO RULES IN RULELIB"
                               DELIMITED BY SIZE
                           INTO WS-NGT-FAIL (WS-NGT-SUB)
                   END-IF
               END-IF
           END-IF.
           IF WS-NGT-FAIL (WS-NGT-SUB) = SPACE
                   AND WS-NGT-IN-EFFECT (WS-NGT-SUB) = 0 THEN
               MOVE "NO RULE IN EFFECT - EVERY NUMBER PRINTS PLAIN"
                   TO WS-NGT-CHECK (WS-NGT-SUB)
           END-IF.

       2210-COUNT-ONE-RULE.
      *    FBCLASSIFY's effective-date test; blank dates mean
      *    always on.
           ADD 1 TO WS-NGT-RULES (WS-NGT-SUB).
           IF (WRK-EFF-FROM NOT NUMERIC
                   OR WS-NGT-DATE (WS-NGT-SUB) >= WRK-EFF-FROM)
                   AND (WRK-EFF-TO NOT NUMERIC
                   OR WS-NGT-DATE (WS-NGT-SUB) <= WRK-EFF-TO) THEN
               ADD 1 TO WS-NGT-IN-EFFECT (WS-NGT-SUB)
           END-IF.

       2300-PROJECT-NIGHT.
      *    FBADVISE's arithmetic: numbers in the range over the
      *    average rate, rounded up; then the fewest slices (1-4)
      *    whose longest slice fits the window.
           COMPUTE WS-ITERATIONS =
               ((WS-NGT-END (WS-NGT-SUB) - WS-NGT-START (WS-NGT-SUB))
               / WS-NGT-STEP (WS-NGT-SUB)) + 1.
           COMPUTE WS-NGT-PROJ-SECS (WS-NGT-SUB) =
               (WS-ITERATIONS + WS-AVG-RATE - 1) / WS-AVG-RATE.
           MOVE 5 TO WS-NGT-SLICES (WS-NGT-SUB).
           PERFORM VARYING WS-SLICE-COUNT FROM 4 BY -1
                   UNTIL WS-SLICE-COUNT < 1
               COMPUTE WS-SLICE-SECS =
                   (WS-NGT-PROJ-SECS (WS-NGT-SUB)
                   + WS-SLICE-COUNT - 1) / WS-SLICE-COUNT
               IF WS-SLICE-SECS <= WS-WINDOW-SECS THEN
                   MOVE WS-SLICE-COUNT TO WS-NGT-SLICES (WS-NGT-SUB)
               END-IF
           END-PERFORM.

       3000-PRINT-HEADER.
           ACCEPT WS-RUN-DATE FROM DATE.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YY
               DELIMITED BY SIZE INTO HDR-DATE.
           MOVE WS-NIGHT-COUNT TO HDR-NIGHTS.
           MOVE WS-FIRST-NIGHT TO HDR-FIRST.
           MOVE WS-LAST-NIGHT  TO HDR-LAST.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PROJECTION-OK THEN
               MOVE WS-WINDOW-MINUTES TO WNL-MINUTES
               MOVE WS-AVG-RATE       TO WNL-RATE
               MOVE WS-RATE-COUNT     TO WNL-RATE-COUNT
               MOVE WS-WINDOW-LINE    TO REPORT-LINE
           ELSE
               MOVE WS-PROJECT-NOTE   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       4000-PRINT-ACTION-NIGHTS.
      *    Everything that needs doing before its night, first:
      *    nights FBCALSEL will stop, nights that will not fit a
      *    single stream, nights that run but deserve a look.
           MOVE "NIGHTS NEEDING ACTION" TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE 0 TO WS-LINES-PRINTED.
           PERFORM VARYING WS-NGT-SUB FROM 1 BY 1
                   UNTIL WS-NGT-SUB > WS-NIGHT-COUNT
               MOVE WS-NGT-DATE (WS-NGT-SUB) TO ACT-DATE
               IF WS-NGT-FAIL (WS-NGT-SUB) NOT = SPACE THEN
                   MOVE "WILL FAIL" TO ACT-KIND
                   MOVE WS-NGT-FAIL (WS-NGT-SUB) TO ACT-TEXT
                   PERFORM 4100-PRINT-ACTION
               END-IF
               IF WS-NGT-SLICES (WS-NGT-SUB) > 1 THEN
                   MOVE "WON'T FIT" TO ACT-KIND
                   PERFORM 4200-DESCRIBE-WINDOW
                   MOVE WS-REASON-TEXT TO ACT-TEXT
                   PERFORM 4100-PRINT-ACTION
               END-IF
               IF WS-NGT-CHECK (WS-NGT-SUB) NOT = SPACE THEN
                   MOVE "CHECK" TO ACT-KIND
                   MOVE WS-NGT-CHECK (WS-NGT-SUB) TO ACT-TEXT
                   PERFORM 4100-PRINT-ACTION
               END-IF
           END-PERFORM.
           IF WS-LINES-PRINTED = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-PRINT-ACTION.
           MOVE WS-ACTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINES-PRINTED.

       4200-DESCRIBE-WINDOW.
           MOVE SPACE TO WS-REASON-TEXT.
           EVALUATE WS-NGT-SLICES (WS-NGT-SUB)
               WHEN 0
                   MOVE "NOT PROJECTED" TO WS-REASON-TEXT
               WHEN 1
                   MOVE "FITS" TO WS-REASON-TEXT
               WHEN 5
                   MOVE "NOT EVEN SPLIT 4 WAYS" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE WS-NGT-SLICES (WS-NGT-SUB) TO WS-EDIT-SLICES
                   STRING "SPLIT " WS-EDIT-SLICES " WAYS ON SPLITCTL"
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
           END-EVALUATE.

       5000-PRINT-NIGHTS.
           MOVE "NIGHT BY NIGHT" TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE WS-NIGHT-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-NGT-SUB FROM 1 BY 1
                   UNTIL WS-NGT-SUB > WS-NIGHT-COUNT
               MOVE WS-NGT-DATE (WS-NGT-SUB)    TO NPL-DATE
               MOVE WS-NGT-SOURCE (WS-NGT-SUB)  TO NPL-SOURCE
               MOVE WS-NGT-START (WS-NGT-SUB)   TO NPL-START
               MOVE WS-NGT-END (WS-NGT-SUB)     TO NPL-END
               MOVE WS-NGT-STEP (WS-NGT-SUB)    TO NPL-STEP
               IF WS-NGT-RULESET (WS-NGT-SUB) = SPACE THEN
                   MOVE "(MASTER)" TO NPL-RULESET
               ELSE
                   MOVE WS-NGT-RULESET (WS-NGT-SUB) TO NPL-RULESET
               END-IF
               MOVE WS-NGT-RULES (WS-NGT-SUB)     TO NPL-RULES
               MOVE WS-NGT-IN-EFFECT (WS-NGT-SUB) TO NPL-IN-EFFECT
               MOVE WS-NGT-PROJ-SECS (WS-NGT-SUB) TO NPL-PROJ-SECS
               IF WS-NGT-FAIL (WS-NGT-SUB) NOT = SPACE THEN
                   MOVE "WILL FAIL" TO NPL-WINDOW
               ELSE
                   PERFORM 4200-DESCRIBE-WINDOW
                   MOVE WS-REASON-TEXT TO NPL-WINDOW
               END-IF
               MOVE WS-NIGHT-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       6000-PRINT-RULE-CHANGES.
      *    Rules on the master, and on every library set a night
      *    in the period uses, whose first or last effective night
      *    falls inside the period - the labels change that night.
           MOVE "RULE EFFECTIVE-DATE CHANGES IN THE PERIOD"
               TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE WS-CHANGE-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-MAST-COUNT
               MOVE WS-MAST-RULE (WS-RULE-SUB) TO WS-RULE-WORK
               MOVE "(MASTER)" TO CPL-RULESET
               PERFORM 6100-CHECK-RULE-DATES
           END-PERFORM.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-LIB-COUNT
               PERFORM 6050-CHECK-SET-IN-PERIOD
               IF WS-NGT-SUB <= WS-NIGHT-COUNT THEN
                   MOVE WS-LIB-RULE (WS-RULE-SUB) TO WS-RULE-WORK
                   MOVE WS-LIB-RULESET (WS-RULE-SUB) TO CPL-RULESET
                   PERFORM 6100-CHECK-RULE-DATES
               END-IF
           END-PERFORM.
           IF WS-RULE-CHANGE-COUNT = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6050-CHECK-SET-IN-PERIOD.
      *    Leaves WS-NGT-SUB on the first night using this row's
      *    set, or past the last night when none does.
           PERFORM VARYING WS-NGT-SUB FROM 1 BY 1
                   UNTIL WS-NGT-SUB > WS-NIGHT-COUNT
                   OR WS-NGT-RULESET (WS-NGT-SUB)
                       = WS-LIB-RULESET (WS-RULE-SUB)
               CONTINUE
           END-PERFORM.

       6100-CHECK-RULE-DATES.
           MOVE SPACE TO CPL-CHANGE.
           IF WRK-EFF-FROM NUMERIC
                   AND WRK-EFF-FROM >= WS-FIRST-NIGHT
                   AND WRK-EFF-FROM <= WS-LAST-NIGHT THEN
               MOVE "STARTS - FIRST NIGHT IN EFFECT" TO CPL-CHANGE
           END-IF.
           IF WRK-EFF-TO NUMERIC
                   AND WRK-EFF-TO >= WS-FIRST-NIGHT
                   AND WRK-EFF-TO <= WS-LAST-NIGHT THEN
               IF CPL-CHANGE = SPACE THEN
                   MOVE "ENDS - LAST NIGHT IN EFFECT" TO CPL-CHANGE
               ELSE
                   MOVE "STARTS AND ENDS IN THE PERIOD"
                       TO CPL-CHANGE
               END-IF
           END-IF.
           IF CPL-CHANGE NOT = SPACE THEN
               IF WRK-TYPE = SPACE THEN
                   MOVE "D" TO CPL-TYPE
               ELSE
                   MOVE WRK-TYPE TO CPL-TYPE
               END-IF
               IF WRK-DIVISOR NUMERIC THEN
                   MOVE WRK-DIVISOR TO CPL-DIVISOR
               ELSE
                   MOVE 0 TO CPL-DIVISOR
               END-IF
               MOVE WRK-LABEL    TO CPL-LABEL
               MOVE WRK-EFF-FROM TO CPL-FROM
               MOVE WRK-EFF-TO   TO CPL-TO
               MOVE WS-CHANGE-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-RULE-CHANGE-COUNT
           END-IF.

       7000-PRINT-ENTRY-PROBLEMS.
      *    Entries that matter to the period - the defaults, and
      *    dated entries from the first night on - that FBCALSEL
      *    would refuse or never reach.  Dated entries already
      *    past are history and are left alone.
           MOVE "CALENDAR ENTRY PROBLEMS" TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > WS-CAL-COUNT
               PERFORM 7100-CHECK-ONE-ENTRY
           END-PERFORM.
           IF WS-ENTRY-PROBLEM-COUNT = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       7100-CHECK-ONE-ENTRY.
           MOVE SPACE TO WS-REASON-TEXT.
           IF WS-CAL-DATE (WS-CAL-SUB) = SPACE
                   OR WS-CAL-DATE (WS-CAL-SUB) = "000000" THEN
               EVALUATE TRUE
                   WHEN WS-CAL-EDITS-OK (WS-CAL-SUB) NOT = "Y"
                       MOVE "DEFAULT ENTRY FAILS THE EDITS"
                           TO WS-REASON-TEXT
                   WHEN WS-CAL-SUB NOT = WS-DEFAULT-SUB
                       MOVE "SECOND DEFAULT - NEVER USED"
                           TO WS-REASON-TEXT
               END-EVALUATE
           ELSE
               IF WS-CAL-DATE (WS-CAL-SUB) NOT NUMERIC THEN
                   MOVE "RUN DATE NOT YYMMDD - NEVER PICKED"
                       TO WS-REASON-TEXT
               ELSE
                   COMPUTE WS-DATE-CCYYMMDD = 20000000
                       + FUNCTION NUMVAL (WS-CAL-DATE (WS-CAL-SUB))
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CCYYMMDD)
                           NOT = 0 THEN
                       MOVE
                           "RUN DATE NOT A REAL DATE - NEVER PICKED"
                           TO WS-REASON-TEXT
                   ELSE
                       IF WS-CAL-DATE (WS-CAL-SUB)
                               >= WS-FIRST-NIGHT THEN
                           PERFORM 7110-CHECK-DATED-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REASON-TEXT = SPACE
                   AND WS-CAL-RULESET (WS-CAL-SUB) NOT = SPACE
                   AND WS-LIB-READABLE
                   AND (WS-CAL-DATE (WS-CAL-SUB) >= WS-FIRST-NIGHT
                   OR WS-CAL-DATE (WS-CAL-SUB) = SPACE
                   OR WS-CAL-DATE (WS-CAL-SUB) = "000000") THEN
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > WS-LIB-COUNT
                       OR WS-LIB-RULESET (WS-RULE-SUB)
                           = WS-CAL-RULESET (WS-CAL-SUB)
                   CONTINUE
               END-PERFORM
               IF WS-RULE-SUB > WS-LIB-COUNT THEN
                   MOVE "RULE SET HAS NO RULES IN RULELIB"
                       TO WS-REASON-TEXT
               END-IF
           END-IF.
           IF WS-REASON-TEXT NOT = SPACE THEN
               MOVE WS-CAL-SUB TO EPL-ENTRY-NO
               MOVE WS-CAL-DATE (WS-CAL-SUB) TO EPL-DATE
               MOVE WS-CAL-RULESET (WS-CAL-SUB) TO EPL-RULESET
               MOVE WS-REASON-TEXT TO EPL-TEXT
               MOVE WS-ENTRY-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-ENTRY-PROBLEM-COUNT
           END-IF.

       7110-CHECK-DATED-ENTRY.
           IF WS-CAL-EDITS-OK (WS-CAL-SUB) NOT = "Y" THEN
               MOVE "DATED ENTRY FAILS THE EDITS" TO WS-REASON-TEXT
           ELSE
               PERFORM VARYING WS-CAL-SUB2 FROM 1 BY 1
                       UNTIL WS-CAL-SUB2 >= WS-CAL-SUB
                       OR WS-CAL-DATE (WS-CAL-SUB2)
                           = WS-CAL-DATE (WS-CAL-SUB)
                   CONTINUE
               END-PERFORM
               IF WS-CAL-SUB2 < WS-CAL-SUB THEN
                   MOVE "SAME DATE AS AN EARLIER ENTRY - NEVER USED"
                       TO WS-REASON-TEXT
               END-IF
           END-IF.

       7500-PRINT-TRAILER.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NIGHT-COUNT         TO TRL-NIGHTS.
           MOVE WS-FAIL-COUNT          TO TRL-FAIL.
           MOVE WS-NOFIT-COUNT         TO TRL-NOFIT.
           MOVE WS-CHECK-COUNT         TO TRL-CHECK.
           MOVE WS-RULE-CHANGE-COUNT   TO TRL-CHANGES.
           MOVE WS-ENTRY-PROBLEM-COUNT TO TRL-ENTRY-PROBLEMS.
           MOVE WS-TRAILER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-FAIL-COUNT > 0
                   MOVE
                       "FIX THE CALENDAR - A NIGHT WILL STOP THE STREAM"
                       TO VDL-VERDICT
               WHEN WS-NOFIT-COUNT > 0 OR WS-CHECK-COUNT > 0
                   MOVE "ATTENTION - SEE NIGHTS NEEDING ACTION"
                       TO VDL-VERDICT
               WHEN WS-ENTRY-PROBLEM-COUNT > 0
                   MOVE "ATTENTION - SEE CALENDAR ENTRY PROBLEMS"
                       TO VDL-VERDICT
               WHEN NOT WS-PROJECTION-OK
                   MOVE "CALENDAR CLEAN - WINDOW NOT PROJECTED"
                       TO VDL-VERDICT
               WHEN OTHER
                   MOVE "CLEAN" TO VDL-VERDICT
           END-EVALUATE.
           MOVE WS-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       8000-PRINT-SECTION.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
