      *             dates behave exactly like today's always-on
      *             rules, so existing RULEFILE content needs no
      *             change.
      * 2026-10-15  Widen the rule-info area so a caller can explain
      *             a classification: whether the override file was
      *             hit, a per-rule trace flag (M matched, N tested
      *             and not matched, S skipped because an earlier
      *             stop rule matched, O not tested because the
      *             override answered), each rule's stop flag, and
      *             the rules passed over at load because the run
      *             date is outside their effective dates (with
      *             those dates).  Every caller carries the wider
      *             area; only the explain trace reads the new
      *             fields.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 WS-RULE-RANGE-LOW  PIC 9(18).
               10 WS-RULE-RANGE-HIGH PIC 9(18).

      *    Rules passed over at load for their effective dates,
      *    kept only so a caller can show them in an explain trace.
       01 WS-DATED-COUNT            PIC 9(3) VALUE 0.
       01 WS-DATED-TABLE.
           05 WS-DATED-ENTRY OCCURS 50 TIMES.
               10 WS-DATED-DIVISOR  PIC 9(3).
               10 WS-DATED-LABEL    PIC X(10).
               10 WS-DATED-TYPE     PIC X(1).
               10 WS-DATED-STOP-FLAG PIC X(1).
               10 WS-DATED-RANGE-LOW  PIC 9(18).
               10 WS-DATED-RANGE-HIGH PIC 9(18).
               10 WS-DATED-EFF-FROM PIC X(6).
               10 WS-DATED-EFF-TO   PIC X(6).

       01 WS-RESULT-LEN             PIC 9(4).

       01 WS-RULE-MATCH-SWITCH      PIC X.
               10 LS-RULE-TYPE      PIC X(1).
               10 LS-RULE-RANGE-LOW  PIC 9(18).
               10 LS-RULE-RANGE-HIGH PIC 9(18).
           05 LS-OVERRIDE-HIT-FLAG  PIC X(1).
           05 LS-TRACE-FLAGS        PIC X(50).
           05 LS-STOP-FLAGS         PIC X(50).
           05 LS-DATED-COUNT        PIC 9(3).
           05 LS-DATED-RULE OCCURS 50 TIMES.
               10 LS-DATED-DIVISOR  PIC 9(3).
               10 LS-DATED-LABEL    PIC X(10).
               10 LS-DATED-TYPE     PIC X(1).
               10 LS-DATED-STOP-FLAG PIC X(1).
               10 LS-DATED-RANGE-LOW  PIC 9(18).
               10 LS-DATED-RANGE-HIGH PIC 9(18).
               10 LS-DATED-EFF-FROM PIC X(6).
               10 LS-DATED-EFF-TO   PIC X(6).

       PROCEDURE DIVISION USING LS-NUM LS-RESULT LS-RULE-INFO.
       0000-MAIN.
                       TO LS-RULE-RANGE-LOW (WS-FLAG-SUB)
                   MOVE WS-RULE-RANGE-HIGH (WS-FLAG-SUB)
                       TO LS-RULE-RANGE-HIGH (WS-FLAG-SUB)
                   MOVE WS-RULE-STOP-FLAG (WS-FLAG-SUB)
                       TO LS-STOP-FLAGS (WS-FLAG-SUB:1)
               END-PERFORM
               MOVE WS-DATED-COUNT TO LS-DATED-COUNT
               PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                       UNTIL WS-FLAG-SUB > WS-DATED-COUNT
                   MOVE WS-DATED-ENTRY (WS-FLAG-SUB)
                       TO LS-DATED-RULE (WS-FLAG-SUB)
               END-PERFORM
           END-IF.

                   AND (RULE-EFF-TO NOT NUMERIC
                   OR WS-LOAD-DATE <= RULE-EFF-TO) THEN
               PERFORM 1150-LOAD-EFFECTIVE-RULE
           ELSE
               IF WS-DATED-COUNT < 50 THEN
                   PERFORM 1160-NOTE-DATED-RULE
               END-IF
           END-IF.

       1150-LOAD-EFFECTIVE-RULE.
               END-IF
           END-IF.

       1160-NOTE-DATED-RULE.
           ADD 1 TO WS-DATED-COUNT.
           MOVE RULE-DIVISOR TO WS-DATED-DIVISOR (WS-DATED-COUNT).
           MOVE RULE-LABEL   TO WS-DATED-LABEL (WS-DATED-COUNT).
           IF RULE-TYPE = SPACE THEN
               MOVE "D" TO WS-DATED-TYPE (WS-DATED-COUNT)
           ELSE
               MOVE RULE-TYPE TO WS-DATED-TYPE (WS-DATED-COUNT)
           END-IF.
           IF RULE-STOP-FLAG = "Y" THEN
               MOVE "Y" TO WS-DATED-STOP-FLAG (WS-DATED-COUNT)
           ELSE
               MOVE "N" TO WS-DATED-STOP-FLAG (WS-DATED-COUNT)
           END-IF.
           IF RULE-RANGE-LOW NUMERIC THEN
               MOVE RULE-RANGE-LOW
                   TO WS-DATED-RANGE-LOW (WS-DATED-COUNT)
           ELSE
               MOVE 0 TO WS-DATED-RANGE-LOW (WS-DATED-COUNT)
           END-IF.
           IF RULE-RANGE-HIGH NUMERIC THEN
               MOVE RULE-RANGE-HIGH
                   TO WS-DATED-RANGE-HIGH (WS-DATED-COUNT)
           ELSE
               MOVE 0 TO WS-DATED-RANGE-HIGH (WS-DATED-COUNT)
           END-IF.
           MOVE RULE-EFF-FROM TO WS-DATED-EFF-FROM (WS-DATED-COUNT).
           MOVE RULE-EFF-TO   TO WS-DATED-EFF-TO (WS-DATED-COUNT).

       1500-LOAD-OVERRIDES.
      *    No OVERFILE supplied (status 05/35) -> no overrides,
      *    nothing changes.  Any other open failure gets the same
      *    "N" - they did not apply to this number.
           MOVE WS-RULE-COUNT TO LS-RULE-COUNT.
           MOVE SPACE TO LS-MATCH-FLAGS.
      *    Trace flags start at S (never reached); the walk marks
      *    each rule it tests M or N.
           MOVE SPACE TO LS-TRACE-FLAGS.
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > WS-RULE-COUNT
               MOVE "N" TO LS-MATCH-FLAGS (WS-FLAG-SUB:1)
               MOVE "S" TO LS-TRACE-FLAGS (WS-FLAG-SUB:1)
           END-PERFORM.

      *    An exact hit on the override file returns its label
      *    stay "N" for every rule.
           PERFORM 2050-CHECK-OVERRIDE.
           IF NOT WS-OVERRIDE-HIT THEN
               MOVE "N" TO LS-OVERRIDE-HIT-FLAG
               PERFORM 2060-WALK-RULES
           ELSE
               MOVE "Y" TO LS-OVERRIDE-HIT-FLAG
               INSPECT LS-TRACE-FLAGS REPLACING ALL "S" BY "O"
           END-IF.

       2050-CHECK-OVERRIDE.
                   UNTIL RULE-IDX > WS-RULE-COUNT
                   OR WS-STOP-MATCHED
               PERFORM 2100-TEST-ONE-RULE
               SET WS-FLAG-SUB TO RULE-IDX
               MOVE "N" TO LS-TRACE-FLAGS (WS-FLAG-SUB:1)
               IF WS-RULE-MATCHED THEN
                   MOVE "Y" TO LS-MATCH-FLAGS (WS-FLAG-SUB:1)
                   MOVE "M" TO LS-TRACE-FLAGS (WS-FLAG-SUB:1)
                   STRING FUNCTION TRIM (WS-RULE-LABEL (RULE-IDX))
                       DELIMITED BY SIZE
                       INTO LS-RESULT
