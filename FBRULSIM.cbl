       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FBRULSIM".

      *---------------------------------------------------------
      * Change history
      * ----------------------------------------------------------
      * 2026-10-15  New program: what-if simulation of a proposed
      *             RULENEW against the production RULEFILE and
      *             OVERFILE before the deck is promoted.  Runs as
      *             two steps because FBCLASSIFY loads one rule set
      *             per run from the RULEFILE DD: the BASELINE pass
      *             classifies the SIMCTL range under the current
      *             rules onto the SIMWORK work file, the PROPOSED
      *             pass classifies the same range under RULENEW,
      *             lists every number whose label would change
      *             grouped by old/new label pair, shows projected
      *             per-rule hit counts under both rule sets and
      *             names every rule that would match nothing.
      *             Reads production datasets only - writes none.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASS-FILE ASSIGN TO "SIMPASS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PASS-STATUS.

           SELECT OPTIONAL RANGE-FILE ASSIGN TO "SIMCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RANGE-STATUS.

           SELECT WORK-FILE ASSIGN TO "SIMWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CHANGE-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PASS-FILE
           RECORDING MODE IS F.
       01  PASS-RECORD.
           05 PAS-PASS-NAME          PIC X(8).
           05 FILLER                 PIC X(72).

      *    Same leading columns as CTLCARD, so a night's card can be
      *    copied in as it stands.
       FD  RANGE-FILE
           RECORDING MODE IS F.
       01  RANGE-RECORD.
           05 RNG-START              PIC 9(9).
           05 RNG-END                PIC 9(9).
           05 RNG-STEP               PIC 9(5).
           05 FILLER                 PIC X(57).

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD              PIC X(90).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       SD  CHANGE-SORT-FILE.
       01  CHANGE-SORT-RECORD.
           05 SRT-PAIR-SUB           PIC 9(3).
           05 SRT-OLD-RESULT         PIC X(75).
           05 SRT-NEW-RESULT         PIC X(75).
           05 SRT-NUM                PIC 9(9).

       WORKING-STORAGE SECTION.
       01 Num PIC 9(10).

       01 WS-PASS-STATUS           PIC X(2).
       01 WS-RANGE-STATUS          PIC X(2).
       01 WS-WORK-STATUS           PIC X(2).
           88 WS-WORK-FILE-FOUND   VALUE "00".
           88 WS-WORK-FILE-EOF     VALUE "10".
       01 WS-RPT-STATUS            PIC X(2).

       01 WS-PASS-NAME             PIC X(8) VALUE SPACE.
       01 WS-FINAL-RC              PIC 9(2) VALUE 0.

       01 WS-RANGE-START           PIC 9(9) VALUE 0.
       01 WS-RANGE-END             PIC 9(9) VALUE 0.
       01 WS-RANGE-STEP            PIC 9(5) VALUE 0.
       01 WS-RANGE-SWITCH          PIC X VALUE "N".
           88 WS-RANGE-VALID       VALUE "Y".

       01 WS-CLASSIFY-NUM          PIC 9(38).
       01 WS-CLASSIFY-RESULT       PIC X(75).
       01 WS-CLASSIFY-RULE-INFO.
           05 WS-CLASSIFY-RULE-COUNT PIC 9(3).
           05 WS-CLASSIFY-MATCH-FLAGS PIC X(50).
           05 WS-CLASSIFY-IDENTITY OCCURS 50 TIMES.
               10 WS-CLASSIFY-DIVISOR PIC 9(3).
               10 WS-CLASSIFY-LABEL   PIC X(10).
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

       01 WS-FIRST-CALL-SWITCH     PIC X VALUE "Y".
           88 WS-FIRST-CALL        VALUE "Y".
       01 WS-CLASSIFY-FAIL-SWITCH  PIC X VALUE "N".
           88 WS-CLASSIFY-FAILED   VALUE "Y".
       01 WS-OVERRIDE-SWITCH       PIC X VALUE "N".
           88 WS-OVERRIDE-DECIDED  VALUE "Y".
       01 WS-RULE-SUB              PIC 9(3).

      *    Projected hits for the rule set loaded in this pass -
      *    RULEFILE on the BASELINE pass, RULENEW on the PROPOSED.
       01 WS-RULE-HIT-TABLE.
           05 WS-RULE-HITS OCCURS 50 TIMES PIC 9(9).

      *    The current rules and their hits, as the BASELINE pass
      *    left them on SIMWORK.
       01 WS-BASE-RULE-COUNT       PIC 9(3) VALUE 0.
       01 WS-BASE-RULE-TABLE.
           05 WS-BASE-RULE OCCURS 50 TIMES.
               10 WS-BASE-DIVISOR    PIC 9(3).
               10 WS-BASE-LABEL      PIC X(10).
               10 WS-BASE-TYPE       PIC X(1).
               10 WS-BASE-RANGE-LOW  PIC 9(18).
               10 WS-BASE-RANGE-HIGH PIC 9(18).
               10 WS-BASE-HITS       PIC 9(9).

      *    SIMWORK record images.  H carries the range the
      *    baseline was built over, D one number's current result,
      *    R one current rule with its hits, T the closing counts.
       01 WS-WORK-HEADER.
           05 SWH-RECORD-TYPE      PIC X(1).
           05 SWH-RUN-DATE         PIC X(6).
           05 SWH-RANGE-START      PIC 9(9).
           05 SWH-RANGE-END        PIC 9(9).
           05 SWH-RANGE-STEP       PIC 9(5).
           05 FILLER               PIC X(60).

       01 WS-WORK-DETAIL.
           05 SWD-RECORD-TYPE      PIC X(1).
           05 SWD-NUM              PIC 9(9).
           05 SWD-OVERRIDE-FLAG    PIC X(1).
           05 SWD-RESULT           PIC X(75).
           05 FILLER               PIC X(4).

       01 WS-WORK-RULE.
           05 SWR-RECORD-TYPE      PIC X(1).
           05 SWR-DIVISOR          PIC 9(3).
           05 SWR-LABEL            PIC X(10).
           05 SWR-TYPE             PIC X(1).
           05 SWR-RANGE-LOW        PIC 9(18).
           05 SWR-RANGE-HIGH       PIC 9(18).
           05 SWR-HITS             PIC 9(9).
           05 FILLER               PIC X(30).

       01 WS-WORK-TRAILER.
           05 SWT-RECORD-TYPE      PIC X(1).
           05 SWT-DETAIL-COUNT     PIC 9(9).
           05 SWT-OVERRIDE-COUNT   PIC 9(9).
           05 SWT-RULE-COUNT       PIC 9(3).
           05 FILLER               PIC X(68).

       01 WS-BASE-RUN-DATE         PIC X(6) VALUE SPACE.
       01 WS-BASE-DONE-SWITCH      PIC X VALUE "N".
           88 WS-BASE-DONE         VALUE "Y".
       01 WS-BASE-TRAILER-SWITCH   PIC X VALUE "N".
           88 WS-BASE-TRAILER-SEEN VALUE "Y".
       01 WS-BASE-HEADER-SWITCH    PIC X VALUE "N".
           88 WS-BASE-HEADER-SEEN  VALUE "Y".

       01 WS-SIMULATED-COUNT       PIC 9(9) VALUE 0.
       01 WS-OVERRIDE-COUNT        PIC 9(9) VALUE 0.
       01 WS-CHANGED-COUNT         PIC 9(9) VALUE 0.
       01 WS-UNCHANGED-COUNT       PIC 9(9) VALUE 0.
       01 WS-OUT-OF-STEP-COUNT     PIC 9(9) VALUE 0.
       01 WS-CURR-DEAD-COUNT       PIC 9(3) VALUE 0.
       01 WS-PROP-DEAD-COUNT       PIC 9(3) VALUE 0.

       01 WS-PAIR-COUNT            PIC 9(3) VALUE 0.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 200 TIMES INDEXED BY PAIR-IDX.
               10 WS-PAIR-OLD-LABEL PIC X(75).
               10 WS-PAIR-NEW-LABEL PIC X(75).
               10 WS-PAIR-TALLY     PIC 9(9).
               10 WS-PAIR-FIRST-NUM PIC 9(9).
       01 WS-PAIR-OTHER-TALLY      PIC 9(9) VALUE 0.
       01 WS-MATCH-SUB             PIC 9(3).

      *    Control break on the sorted change records.
       01 WS-SORT-DONE-SWITCH      PIC X VALUE "N".
           88 WS-SORT-DONE         VALUE "Y".
       01 WS-GROUP-SUB             PIC 9(3).
       01 WS-GROUP-OLD-RESULT      PIC X(75).
       01 WS-GROUP-NEW-RESULT      PIC X(75).
       01 WS-GROUP-TALLY           PIC 9(9).
       01 WS-NUMBER-SUB            PIC 9(2) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YY            PIC 9(2).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).

       01 WS-HEADER-LINE.
           05 FILLER               PIC X(29)
               VALUE "RULE CHANGE SIMULATION  RUN  ".
           05 HDR-DATE             PIC X(8).
           05 FILLER               PIC X(95) VALUE SPACE.

       01 WS-RANGE-LINE.
           05 FILLER               PIC X(8)  VALUE "  RANGE ".
           05 RGL-RANGE-START      PIC Z(8)9.
           05 FILLER               PIC X(4)  VALUE " TO ".
           05 RGL-RANGE-END        PIC Z(8)9.
           05 FILLER               PIC X(6)  VALUE " STEP ".
           05 RGL-RANGE-STEP       PIC Z(4)9.
           05 FILLER               PIC X(18)
               VALUE "  BASELINE BUILT  ".
           05 RGL-BASE-DATE        PIC X(6).
           05 FILLER               PIC X(67) VALUE SPACE.

       01 WS-SECTION-LINE          PIC X(132).

       01 WS-PAIR-PRINT-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 PPL-OLD-LABEL        PIC X(30).
           05 FILLER               PIC X(4)  VALUE " -> ".
           05 PPL-NEW-LABEL        PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 PPL-TALLY            PIC Z(8)9.
           05 FILLER               PIC X(9)  VALUE "  FIRST: ".
           05 PPL-FIRST-NUM        PIC Z(8)9.
           05 FILLER               PIC X(37) VALUE SPACE.

       01 WS-GROUP-HEAD-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 GHL-OLD-LABEL        PIC X(30).
           05 FILLER               PIC X(4)  VALUE " -> ".
           05 GHL-NEW-LABEL        PIC X(30).
           05 FILLER               PIC X(66) VALUE SPACE.

       01 WS-GROUP-FOOT-LINE.
           05 FILLER               PIC X(6)  VALUE SPACE.
           05 GFL-TALLY            PIC Z(8)9.
           05 FILLER               PIC X(25)
               VALUE " NUMBERS WOULD CHANGE".
           05 FILLER               PIC X(92) VALUE SPACE.

       01 WS-NUMBER-LINE.
           05 FILLER               PIC X(6)  VALUE SPACE.
           05 NBL-ENTRY OCCURS 10 TIMES.
               10 NBL-NUM          PIC Z(8)9.
               10 NBL-GAP          PIC X(2).
           05 FILLER               PIC X(16) VALUE SPACE.

       01 WS-COUNT-PRINT-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 CPL-ITEM             PIC X(34).
           05 CPL-TALLY            PIC Z(8)9.
           05 FILLER               PIC X(87) VALUE SPACE.

       01 WS-RULE-COLUMN-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 FILLER               PIC X(5)  VALUE "DIV".
           05 FILLER               PIC X(2)  VALUE "T".
           05 FILLER               PIC X(12) VALUE "LABEL".
           05 FILLER               PIC X(19) VALUE "RANGE-LOW".
           05 FILLER               PIC X(19) VALUE "RANGE-HIGH".
           05 FILLER               PIC X(12) VALUE "        HITS".
           05 FILLER               PIC X(20) VALUE "  FLAG".
           05 FILLER               PIC X(41) VALUE SPACE.

       01 WS-RULE-PRINT-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 RPL-DIVISOR          PIC Z(2)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 RPL-TYPE             PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 RPL-LABEL            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 RPL-RANGE-LOW        PIC Z(17)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 RPL-RANGE-HIGH       PIC Z(17)9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 RPL-HITS             PIC Z(10)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 RPL-FLAG             PIC X(17).
           05 FILLER               PIC X(43) VALUE SPACE.

       01 WS-DEAD-PRINT-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 DPL-RULE-SET         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 DPL-TYPE             PIC X(1).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 DPL-DIVISOR          PIC Z(2)9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 DPL-LABEL            PIC X(10).
           05 FILLER               PIC X(101) VALUE SPACE.

       01 WS-BLANK-RESULT-TEXT     PIC X(30)
               VALUE "(NUMBER PRINTS AS ITSELF)".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE.
           INITIALIZE WS-RULE-HIT-TABLE.
           PERFORM 1000-READ-PASS-CARD.

           EVALUATE WS-PASS-NAME
               WHEN "BASELINE"
                   PERFORM 2000-BASELINE-PASS
               WHEN "PROPOSED"
                   PERFORM 3000-PROPOSED-PASS
               WHEN OTHER
                   DISPLAY "FBRULSIM: SIMPASS card must say BASELINE "
                       "or PROPOSED - found '" WS-PASS-NAME "'"
                   MOVE 8 TO WS-FINAL-RC
           END-EVALUATE.

           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

       1000-READ-PASS-CARD.
           OPEN INPUT PASS-FILE.
           IF WS-PASS-STATUS = "00" THEN
               READ PASS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAS-PASS-NAME TO WS-PASS-NAME
               END-READ
               CLOSE PASS-FILE
           ELSE
               DISPLAY "FBRULSIM: cannot open SIMPASS - status "
                   WS-PASS-STATUS
           END-IF.

       1100-READ-RANGE-CARD.
      *    No default range here, unlike the nightly run - a
      *    simulation over 1-100 nobody asked for would sign off
      *    a change on the wrong evidence.
           MOVE "N" TO WS-RANGE-SWITCH.
           OPEN INPUT RANGE-FILE.
           IF WS-RANGE-STATUS = "00" THEN
               READ RANGE-FILE
                   AT END
                       DISPLAY "FBRULSIM: SIMCTL is empty"
                   NOT AT END
                       IF RNG-START NUMERIC AND RNG-END NUMERIC
                               AND RNG-STEP NUMERIC THEN
                           IF RNG-STEP > 0
                                   AND RNG-START <= RNG-END THEN
                               MOVE RNG-START TO WS-RANGE-START
                               MOVE RNG-END   TO WS-RANGE-END
                               MOVE RNG-STEP  TO WS-RANGE-STEP
                               SET WS-RANGE-VALID TO TRUE
                           ELSE
                               DISPLAY "FBRULSIM: SIMCTL range "
                                   "is empty or step is zero"
                           END-IF
                       ELSE
                           DISPLAY "FBRULSIM: SIMCTL start/end/step "
                               "not numeric"
                       END-IF
               END-READ
               CLOSE RANGE-FILE
           ELSE
               DISPLAY "FBRULSIM: no SIMCTL range card - status "
                   WS-RANGE-STATUS
           END-IF.

       2000-BASELINE-PASS.
      *    Current rules: classify the range and keep every
      *    number's result, plus each rule's hits, for the
      *    PROPOSED pass to compare against.
           PERFORM 1100-READ-RANGE-CARD.
           IF NOT WS-RANGE-VALID THEN
               MOVE 8 TO WS-FINAL-RC
           ELSE
               OPEN OUTPUT WORK-FILE
               IF NOT WS-WORK-FILE-FOUND THEN
                   DISPLAY "FBRULSIM: cannot open SIMWORK - status "
                       WS-WORK-STATUS
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   PERFORM 2100-BUILD-BASELINE
                   CLOSE WORK-FILE
               END-IF
           END-IF.

       2100-BUILD-BASELINE.
           MOVE SPACE TO WS-WORK-HEADER.
           MOVE "H" TO SWH-RECORD-TYPE.
           MOVE WS-RUN-DATE    TO SWH-RUN-DATE.
           MOVE WS-RANGE-START TO SWH-RANGE-START.
           MOVE WS-RANGE-END   TO SWH-RANGE-END.
           MOVE WS-RANGE-STEP  TO SWH-RANGE-STEP.
           MOVE WS-WORK-HEADER TO WORK-RECORD.
           WRITE WORK-RECORD.

           PERFORM VARYING Num FROM WS-RANGE-START BY WS-RANGE-STEP
                   UNTIL Num > WS-RANGE-END
                   OR WS-CLASSIFY-FAILED
               PERFORM 5000-CLASSIFY-NUMBER
               IF NOT WS-CLASSIFY-FAILED THEN
                   MOVE SPACE TO WS-WORK-DETAIL
                   MOVE "D" TO SWD-RECORD-TYPE
                   MOVE Num TO SWD-NUM
                   IF WS-OVERRIDE-DECIDED THEN
                       MOVE "Y" TO SWD-OVERRIDE-FLAG
                   ELSE
                       MOVE "N" TO SWD-OVERRIDE-FLAG
                   END-IF
                   MOVE WS-CLASSIFY-RESULT TO SWD-RESULT
                   MOVE WS-WORK-DETAIL TO WORK-RECORD
                   WRITE WORK-RECORD
               END-IF
           END-PERFORM.

      *    A baseline built on a rule set that never loaded is no
      *    baseline - leave no trailer, so the PROPOSED pass
      *    refuses it.
           IF WS-CLASSIFY-FAILED THEN
               DISPLAY "FBRULSIM: current RULEFILE/OVERFILE could "
                   "not be loaded - no baseline built"
               MOVE 8 TO WS-FINAL-RC
           ELSE
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > WS-CLASSIFY-RULE-COUNT
                   MOVE SPACE TO WS-WORK-RULE
                   MOVE "R" TO SWR-RECORD-TYPE
                   MOVE WS-CLASSIFY-DIVISOR (WS-RULE-SUB)
                       TO SWR-DIVISOR
                   MOVE WS-CLASSIFY-LABEL (WS-RULE-SUB)
                       TO SWR-LABEL
                   MOVE WS-CLASSIFY-TYPE (WS-RULE-SUB) TO SWR-TYPE
                   MOVE WS-CLASSIFY-RANGE-LOW (WS-RULE-SUB)
                       TO SWR-RANGE-LOW
                   MOVE WS-CLASSIFY-RANGE-HIGH (WS-RULE-SUB)
                       TO SWR-RANGE-HIGH
                   MOVE WS-RULE-HITS (WS-RULE-SUB) TO SWR-HITS
                   MOVE WS-WORK-RULE TO WORK-RECORD
                   WRITE WORK-RECORD
               END-PERFORM
               MOVE SPACE TO WS-WORK-TRAILER
               MOVE "T" TO SWT-RECORD-TYPE
               MOVE WS-SIMULATED-COUNT     TO SWT-DETAIL-COUNT
               MOVE WS-OVERRIDE-COUNT      TO SWT-OVERRIDE-COUNT
               MOVE WS-CLASSIFY-RULE-COUNT TO SWT-RULE-COUNT
               MOVE WS-WORK-TRAILER TO WORK-RECORD
               WRITE WORK-RECORD
               DISPLAY "FBRULSIM: baseline built - "
                   WS-SIMULATED-COUNT " numbers, "
                   WS-CLASSIFY-RULE-COUNT " current rules in effect"
           END-IF.

       3000-PROPOSED-PASS.
      *    RULENEW is on the RULEFILE DD for this pass.  The range
      *    comes from the baseline's own header, so the two passes
      *    can never be run over different numbers.
           OPEN OUTPUT REPORT-FILE.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YY
               DELIMITED BY SIZE INTO HDR-DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT WORK-FILE.
           IF WS-WORK-FILE-FOUND THEN
               READ WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WORK-RECORD TO WS-WORK-HEADER
                       IF SWH-RECORD-TYPE = "H" THEN
                           SET WS-BASE-HEADER-SEEN TO TRUE
                       END-IF
               END-READ
           ELSE
               DISPLAY "FBRULSIM: cannot open SIMWORK - status "
                   WS-WORK-STATUS
           END-IF.

           IF WS-BASE-HEADER-SEEN THEN
               MOVE SWH-RUN-DATE    TO WS-BASE-RUN-DATE
               MOVE SWH-RANGE-START TO WS-RANGE-START
               MOVE SWH-RANGE-END   TO WS-RANGE-END
               MOVE SWH-RANGE-STEP  TO WS-RANGE-STEP
               SORT CHANGE-SORT-FILE
                   ON ASCENDING KEY SRT-PAIR-SUB SRT-OLD-RESULT
                       SRT-NEW-RESULT SRT-NUM
                   INPUT PROCEDURE IS 3100-SIMULATE-PROPOSED
                   OUTPUT PROCEDURE IS 4000-PRINT-REPORT
               CLOSE WORK-FILE
           ELSE
               MOVE "  NO BASELINE ON SIMWORK - THE BASELINE STEP "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  DID NOT RUN OR DID NOT COMPLETE; NOTHING WAS "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  SIMULATED" TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-WORK-FILE-FOUND THEN
                   CLOSE WORK-FILE
               END-IF
               MOVE 8 TO WS-FINAL-RC
           END-IF.

           CLOSE REPORT-FILE.

       3100-SIMULATE-PROPOSED.
      *    Walk the same range the baseline walked and pair each
      *    number with its baseline detail; the work file holds
      *    the details in the same ascending order.
           PERFORM 3200-NEXT-BASE-DETAIL.
           PERFORM VARYING Num FROM WS-RANGE-START BY WS-RANGE-STEP
                   UNTIL Num > WS-RANGE-END
                   OR WS-CLASSIFY-FAILED
               PERFORM 5000-CLASSIFY-NUMBER
               IF NOT WS-CLASSIFY-FAILED THEN
                   IF WS-BASE-DONE OR SWD-NUM NOT = Num THEN
                       ADD 1 TO WS-OUT-OF-STEP-COUNT
                   ELSE
                       IF SWD-RESULT = WS-CLASSIFY-RESULT THEN
                           ADD 1 TO WS-UNCHANGED-COUNT
                       ELSE
                           ADD 1 TO WS-CHANGED-COUNT
                           PERFORM 3300-TALLY-LABEL-PAIR
                       END-IF
                       PERFORM 3200-NEXT-BASE-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

      *    Whatever is left must be the current rules and the
      *    trailer - a detail here means the baseline covered
      *    numbers this pass did not.
           IF NOT WS-CLASSIFY-FAILED THEN
               PERFORM UNTIL WS-BASE-DONE
                   ADD 1 TO WS-OUT-OF-STEP-COUNT
                   PERFORM 3200-NEXT-BASE-DETAIL
               END-PERFORM
           END-IF.

       3200-NEXT-BASE-DETAIL.
      *    Skip to the next D record, loading the R records into
      *    the current-rule table and noting the trailer on the way.
           MOVE "N" TO WS-BASE-DONE-SWITCH.
           MOVE SPACE TO WS-WORK-DETAIL.
           PERFORM UNTIL WS-BASE-DONE
                   OR SWD-RECORD-TYPE = "D"
               READ WORK-FILE
                   AT END
                       SET WS-BASE-DONE TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO WS-WORK-DETAIL
                       EVALUATE SWD-RECORD-TYPE
                           WHEN "R"
                               PERFORM 3250-LOAD-BASE-RULE
                           WHEN "T"
                               MOVE WORK-RECORD TO WS-WORK-TRAILER
                               SET WS-BASE-TRAILER-SEEN TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       3250-LOAD-BASE-RULE.
           MOVE WORK-RECORD TO WS-WORK-RULE.
           IF WS-BASE-RULE-COUNT < 50 THEN
               ADD 1 TO WS-BASE-RULE-COUNT
               MOVE SWR-DIVISOR
                   TO WS-BASE-DIVISOR (WS-BASE-RULE-COUNT)
               MOVE SWR-LABEL
                   TO WS-BASE-LABEL (WS-BASE-RULE-COUNT)
               MOVE SWR-TYPE
                   TO WS-BASE-TYPE (WS-BASE-RULE-COUNT)
               MOVE SWR-RANGE-LOW
                   TO WS-BASE-RANGE-LOW (WS-BASE-RULE-COUNT)
               MOVE SWR-RANGE-HIGH
                   TO WS-BASE-RANGE-HIGH (WS-BASE-RULE-COUNT)
               MOVE SWR-HITS
                   TO WS-BASE-HITS (WS-BASE-RULE-COUNT)
           END-IF.

       3300-TALLY-LABEL-PAIR.
      *    Same old/new pair table as FBEXTCMP.  Pairs beyond the
      *    table still reach the listing, under key 999, so every
      *    changed number is printed.
           MOVE 0 TO WS-MATCH-SUB.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-OLD-LABEL (PAIR-IDX) = SWD-RESULT
                       AND WS-PAIR-NEW-LABEL (PAIR-IDX)
                       = WS-CLASSIFY-RESULT THEN
                   SET WS-MATCH-SUB TO PAIR-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-SUB > 0 THEN
               ADD 1 TO WS-PAIR-TALLY (WS-MATCH-SUB)
           ELSE
               IF WS-PAIR-COUNT < 200 THEN
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE SWD-RESULT
                       TO WS-PAIR-OLD-LABEL (WS-PAIR-COUNT)
                   MOVE WS-CLASSIFY-RESULT
                       TO WS-PAIR-NEW-LABEL (WS-PAIR-COUNT)
                   MOVE 1 TO WS-PAIR-TALLY (WS-PAIR-COUNT)
                   MOVE Num
                       TO WS-PAIR-FIRST-NUM (WS-PAIR-COUNT)
                   MOVE WS-PAIR-COUNT TO WS-MATCH-SUB
               ELSE
                   ADD 1 TO WS-PAIR-OTHER-TALLY
                   MOVE 999 TO WS-MATCH-SUB
               END-IF
           END-IF.

           MOVE WS-MATCH-SUB       TO SRT-PAIR-SUB.
           MOVE SWD-RESULT         TO SRT-OLD-RESULT.
           MOVE WS-CLASSIFY-RESULT TO SRT-NEW-RESULT.
           MOVE Num                TO SRT-NUM.
           RELEASE CHANGE-SORT-RECORD.

       4000-PRINT-REPORT.
           MOVE WS-RANGE-START   TO RGL-RANGE-START.
           MOVE WS-RANGE-END     TO RGL-RANGE-END.
           MOVE WS-RANGE-STEP    TO RGL-RANGE-STEP.
           MOVE WS-BASE-RUN-DATE TO RGL-BASE-DATE.
           MOVE WS-RANGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-CLASSIFY-FAILED THEN
               MOVE SPACE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  PROPOSED RULENEW/OVERFILE COULD NOT BE LOADED "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  - NOTHING WAS SIMULATED" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO WS-FINAL-RC
           ELSE
               PERFORM 4100-PRINT-SIMULATION
           END-IF.

       4100-PRINT-SIMULATION.
      *    A baseline with no trailer, or one that does not walk
      *    step for step with this pass, cannot be trusted - say so
      *    at the top and fail the step.
           IF NOT WS-BASE-TRAILER-SEEN
                   OR WS-OUT-OF-STEP-COUNT > 0 THEN
               MOVE SPACE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  *** BASELINE INCOMPLETE OR OUT OF STEP WITH "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  *** THIS PASS - DO NOT SIGN OFF ON THIS REPORT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO WS-FINAL-RC
           END-IF.

           MOVE "LABEL CHANGES (CURRENT -> PROPOSED)"
               TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           IF WS-PAIR-COUNT = 0 THEN
               MOVE "  (NO LABEL WOULD CHANGE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-OLD-LABEL (PAIR-IDX) = SPACE THEN
                   MOVE WS-BLANK-RESULT-TEXT TO PPL-OLD-LABEL
               ELSE
                   MOVE WS-PAIR-OLD-LABEL (PAIR-IDX)
                       TO PPL-OLD-LABEL
               END-IF
               IF WS-PAIR-NEW-LABEL (PAIR-IDX) = SPACE THEN
                   MOVE WS-BLANK-RESULT-TEXT TO PPL-NEW-LABEL
               ELSE
                   MOVE WS-PAIR-NEW-LABEL (PAIR-IDX)
                       TO PPL-NEW-LABEL
               END-IF
               MOVE WS-PAIR-TALLY (PAIR-IDX)     TO PPL-TALLY
               MOVE WS-PAIR-FIRST-NUM (PAIR-IDX) TO PPL-FIRST-NUM
               MOVE WS-PAIR-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-PAIR-OTHER-TALLY > 0 THEN
               MOVE "(CHANGES BEYOND 200 DISTINCT PAIRS)"
                   TO CPL-ITEM
               MOVE WS-PAIR-OTHER-TALLY TO CPL-TALLY
               MOVE WS-COUNT-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE "NUMBERS WHOSE LABEL WOULD CHANGE, BY LABEL PAIR"
               TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           IF WS-CHANGED-COUNT = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM 4200-RETURN-CHANGE.
           PERFORM UNTIL WS-SORT-DONE
               PERFORM 4300-PRINT-CHANGE-GROUP
           END-PERFORM.

           MOVE "PROJECTED RULE HITS - CURRENT RULES (RULEFILE)"
               TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE WS-RULE-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BASE-RULE-COUNT = 0 THEN
               MOVE "  (NO CURRENT RULES IN EFFECT)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-BASE-RULE-COUNT
               MOVE WS-BASE-DIVISOR (WS-RULE-SUB)    TO RPL-DIVISOR
               MOVE WS-BASE-TYPE (WS-RULE-SUB)       TO RPL-TYPE
               MOVE WS-BASE-LABEL (WS-RULE-SUB)      TO RPL-LABEL
               MOVE WS-BASE-RANGE-LOW (WS-RULE-SUB)  TO RPL-RANGE-LOW
               MOVE WS-BASE-RANGE-HIGH (WS-RULE-SUB)
                   TO RPL-RANGE-HIGH
               MOVE WS-BASE-HITS (WS-RULE-SUB)       TO RPL-HITS
               IF WS-BASE-HITS (WS-RULE-SUB) = 0 THEN
                   MOVE "*MATCHES NOTHING*" TO RPL-FLAG
                   ADD 1 TO WS-CURR-DEAD-COUNT
               ELSE
                   MOVE SPACE TO RPL-FLAG
               END-IF
               MOVE WS-RULE-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE "PROJECTED RULE HITS - PROPOSED RULES (RULENEW)"
               TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE WS-RULE-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-CLASSIFY-RULE-COUNT = 0 THEN
               MOVE "  (NO PROPOSED RULES IN EFFECT)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-CLASSIFY-RULE-COUNT
               MOVE WS-CLASSIFY-DIVISOR (WS-RULE-SUB) TO RPL-DIVISOR
               MOVE WS-CLASSIFY-TYPE (WS-RULE-SUB)    TO RPL-TYPE
               MOVE WS-CLASSIFY-LABEL (WS-RULE-SUB)   TO RPL-LABEL
               MOVE WS-CLASSIFY-RANGE-LOW (WS-RULE-SUB)
                   TO RPL-RANGE-LOW
               MOVE WS-CLASSIFY-RANGE-HIGH (WS-RULE-SUB)
                   TO RPL-RANGE-HIGH
               MOVE WS-RULE-HITS (WS-RULE-SUB)        TO RPL-HITS
               IF WS-RULE-HITS (WS-RULE-SUB) = 0 THEN
                   MOVE "*MATCHES NOTHING*" TO RPL-FLAG
                   ADD 1 TO WS-PROP-DEAD-COUNT
               ELSE
                   MOVE SPACE TO RPL-FLAG
               END-IF
               MOVE WS-RULE-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

           PERFORM 4500-PRINT-DEAD-RULES.

           MOVE "TOTALS" TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE "NUMBERS SIMULATED" TO CPL-ITEM.
           MOVE WS-SIMULATED-COUNT TO CPL-TALLY.
           MOVE WS-COUNT-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DECIDED BY OVERFILE (BOTH SETS)" TO CPL-ITEM.
           MOVE WS-OVERRIDE-COUNT TO CPL-TALLY.
           MOVE WS-COUNT-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LABEL UNCHANGED" TO CPL-ITEM.
           MOVE WS-UNCHANGED-COUNT TO CPL-TALLY.
           MOVE WS-COUNT-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LABEL WOULD CHANGE" TO CPL-ITEM.
           MOVE WS-CHANGED-COUNT TO CPL-TALLY.
           MOVE WS-COUNT-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OUT-OF-STEP-COUNT > 0 THEN
               MOVE "OUT OF STEP WITH BASELINE" TO CPL-ITEM
               MOVE WS-OUT-OF-STEP-COUNT TO CPL-TALLY
               MOVE WS-COUNT-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    A proposed rule that matches nothing over the range is
      *    worth a second look before sign-off - flag the step.
           IF WS-PROP-DEAD-COUNT > 0 AND WS-FINAL-RC < 4 THEN
               MOVE 4 TO WS-FINAL-RC
           END-IF.

       4200-RETURN-CHANGE.
           RETURN CHANGE-SORT-FILE
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.

       4300-PRINT-CHANGE-GROUP.
      *    One old/new pair: the pair, its numbers ten to a line,
      *    then the count.
           MOVE SRT-PAIR-SUB   TO WS-GROUP-SUB.
           MOVE SRT-OLD-RESULT TO WS-GROUP-OLD-RESULT.
           MOVE SRT-NEW-RESULT TO WS-GROUP-NEW-RESULT.
           MOVE 0 TO WS-GROUP-TALLY.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-GROUP-OLD-RESULT = SPACE THEN
               MOVE WS-BLANK-RESULT-TEXT TO GHL-OLD-LABEL
           ELSE
               MOVE WS-GROUP-OLD-RESULT TO GHL-OLD-LABEL
           END-IF.
           IF WS-GROUP-NEW-RESULT = SPACE THEN
               MOVE WS-BLANK-RESULT-TEXT TO GHL-NEW-LABEL
           ELSE
               MOVE WS-GROUP-NEW-RESULT TO GHL-NEW-LABEL
           END-IF.
           MOVE WS-GROUP-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACE TO WS-NUMBER-LINE.
           MOVE 0 TO WS-NUMBER-SUB.
           PERFORM UNTIL WS-SORT-DONE
                   OR SRT-PAIR-SUB NOT = WS-GROUP-SUB
                   OR SRT-OLD-RESULT NOT = WS-GROUP-OLD-RESULT
                   OR SRT-NEW-RESULT NOT = WS-GROUP-NEW-RESULT
               ADD 1 TO WS-GROUP-TALLY
               ADD 1 TO WS-NUMBER-SUB
               MOVE SRT-NUM TO NBL-NUM (WS-NUMBER-SUB)
               IF WS-NUMBER-SUB = 10 THEN
                   MOVE WS-NUMBER-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACE TO WS-NUMBER-LINE
                   MOVE 0 TO WS-NUMBER-SUB
               END-IF
               PERFORM 4200-RETURN-CHANGE
           END-PERFORM.
           IF WS-NUMBER-SUB > 0 THEN
               MOVE WS-NUMBER-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-GROUP-TALLY TO GFL-TALLY.
           MOVE WS-GROUP-FOOT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4500-PRINT-DEAD-RULES.
           MOVE "RULES THAT WOULD MATCH NOTHING OVER THE RANGE"
               TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           IF WS-CURR-DEAD-COUNT = 0 AND WS-PROP-DEAD-COUNT = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-CLASSIFY-RULE-COUNT
               IF WS-RULE-HITS (WS-RULE-SUB) = 0 THEN
                   MOVE "PROPOSED" TO DPL-RULE-SET
                   MOVE WS-CLASSIFY-TYPE (WS-RULE-SUB)    TO DPL-TYPE
                   MOVE WS-CLASSIFY-DIVISOR (WS-RULE-SUB)
                       TO DPL-DIVISOR
                   MOVE WS-CLASSIFY-LABEL (WS-RULE-SUB)   TO DPL-LABEL
                   MOVE WS-DEAD-PRINT-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-BASE-RULE-COUNT
               IF WS-BASE-HITS (WS-RULE-SUB) = 0 THEN
                   MOVE "CURRENT" TO DPL-RULE-SET
                   MOVE WS-BASE-TYPE (WS-RULE-SUB)    TO DPL-TYPE
                   MOVE WS-BASE-DIVISOR (WS-RULE-SUB) TO DPL-DIVISOR
                   MOVE WS-BASE-LABEL (WS-RULE-SUB)   TO DPL-LABEL
                   MOVE WS-DEAD-PRINT-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       5000-CLASSIFY-NUMBER.
      *    One number through FBCLASSIFY under whichever rule set
      *    this pass has on RULEFILE.  The first call loads the
      *    rules and overrides; a load failure comes back as RC 8
      *    and ends the pass.
           MOVE Num TO WS-CLASSIFY-NUM.
           CALL "FBCLASSIFY" USING WS-CLASSIFY-NUM
               WS-CLASSIFY-RESULT WS-CLASSIFY-RULE-INFO.
           IF WS-FIRST-CALL THEN
               MOVE "N" TO WS-FIRST-CALL-SWITCH
               IF RETURN-CODE NOT = 0 THEN
                   SET WS-CLASSIFY-FAILED TO TRUE
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

           IF NOT WS-CLASSIFY-FAILED THEN
               ADD 1 TO WS-SIMULATED-COUNT
      *        FBCLASSIFY says whether the override file decided
      *        the number - a blank override label included.
               IF WS-CLASSIFY-OVERRIDE-HIT = "Y" THEN
                   SET WS-OVERRIDE-DECIDED TO TRUE
                   ADD 1 TO WS-OVERRIDE-COUNT
               ELSE
                   MOVE "N" TO WS-OVERRIDE-SWITCH
               END-IF
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > WS-CLASSIFY-RULE-COUNT
                   IF WS-CLASSIFY-MATCH-FLAGS (WS-RULE-SUB:1) = "Y"
                           THEN
                       ADD 1 TO WS-RULE-HITS (WS-RULE-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       8000-PRINT-SECTION.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
