      *             proposed range will take and recommend the
      *             SPLITCTL slice count before the batch window
      *             is already blown.
      * 2026-10-15  Carry the wider FBCLASSIFY rule-info area
      *             (override hit, trace and stop flags, rules
      *             outside their effective dates); this program
      *             does not use the new fields.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       01 WS-CKPT-ITER-COUNT       PIC 9(9) VALUE 0.

