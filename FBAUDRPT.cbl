      *             busiest hour, counts by result label, and the
      *             most frequently entered values, for compliance
      *             review.  No AUDCTL card means the whole log.
      * 2026-10-15  The explain request and explain outcome notes
      *             fizzbuzz_userinput now logs are not lookups:
      *             leave them out of the day/hour/label/value
      *             tallies and count the requests on a line of
      *             their own under the trailer.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TO-DATE                PIC X(6) VALUE "999999".

       01 WS-ENTRY-COUNT            PIC 9(9) VALUE 0.
       01 WS-EXPLAIN-COUNT          PIC 9(9) VALUE 0.

       01 WS-DAY-COUNT              PIC 9(3) VALUE 0.
       01 WS-DAY-TABLE.
           05 TRL-ENTRY-COUNT       PIC Z(8)9.
           05 FILLER                PIC X(99) VALUE SPACE.

       01 WS-EXPLAIN-LINE.
           05 FILLER                PIC X(24)
               VALUE "EXPLAIN TRACES ASKED:   ".
           05 EXL-EXPLAIN-COUNT     PIC Z(8)9.
           05 FILLER                PIC X(99) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-CONTROL-CARD.
           MOVE WS-ENTRY-COUNT TO TRL-ENTRY-COUNT.
           MOVE WS-TRAILER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXPLAIN-COUNT TO EXL-EXPLAIN-COUNT.
           MOVE WS-EXPLAIN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE REPORT-FILE.
           STOP RUN.
                       IF AUD-DATE (1:6) NUMERIC
                               AND AUD-DATE (1:6) >= WS-FROM-DATE
                               AND AUD-DATE (1:6) <= WS-TO-DATE THEN
                           PERFORM 2050-SORT-OUT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       2050-SORT-OUT-ENTRY.
      *    Explain notes ride in the result column; only the
      *    request is counted, the outcome note is passed over.
           EVALUATE TRUE
               WHEN AUD-RESULT (1:17) = "EXPLAIN REQUESTED"
                   ADD 1 TO WS-EXPLAIN-COUNT
               WHEN AUD-RESULT (1:12) = "EXPLAINED - "
               WHEN AUD-RESULT (1:16) = "NOT EXPLAINED - "
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ENTRY-COUNT
                   PERFORM 2100-TALLY-ENTRY
           END-EVALUATE.

       2100-TALLY-ENTRY.
           PERFORM 2200-TALLY-DAY.
           PERFORM 2300-TALLY-HOUR.
