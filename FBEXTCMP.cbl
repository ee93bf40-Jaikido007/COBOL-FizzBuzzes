      *             in one feed but not the other when the CTLCARD
      *             range moved, so a rule change's blast radius
      *             is on paper the morning after it takes effect.
      * 2026-10-15  Also write the compare counts as one record on
      *             CMPSTAT (feed state, matched, changed, only-
      *             tonight, only-prior) for the morning operations
      *             summary.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT COUNT-FILE ASSIGN TO "CMPSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURR-EXT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

      *    CST-FEED-STATE: C = compared, N = no prior feed,
      *    E = tonight's feed could not be read.
       FD  COUNT-FILE
           RECORDING MODE IS F.
       01  COUNT-RECORD.
           05 CST-FEED-STATE        PIC X(1).
           05 CST-MATCHED-COUNT     PIC 9(9).
           05 CST-CHANGED-COUNT     PIC 9(9).
           05 CST-ONLY-CURR-COUNT   PIC 9(9).
           05 CST-ONLY-PRIOR-COUNT  PIC 9(9).
           05 FILLER                PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-CURR-STATUS           PIC X(2).
           88 WS-CURR-FILE-FOUND   VALUE "00".
           88 WS-PRIOR-FILE-FOUND  VALUE "00".
           88 WS-PRIOR-FILE-EOF    VALUE "10".
       01 WS-RPT-STATUS            PIC X(2).
       01 WS-CST-STATUS            PIC X(2).
       01 WS-FEED-STATE            PIC X(1) VALUE "E".

       01 WS-PRIOR-OPEN-SWITCH     PIC X VALUE "N".
           88 WS-PRIOR-FEED-PRESENT VALUE "Y".
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               PERFORM 4000-WRITE-COUNTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               PERFORM 2000-COMPARE-FEEDS
               CLOSE PRIOR-EXT-FILE
               PERFORM 3000-PRINT-REPORT
               MOVE "C" TO WS-FEED-STATE
           ELSE
               MOVE "N" TO WS-FEED-STATE
               MOVE "  NO PRIOR FEED TO COMPARE AGAINST - "
                   TO REPORT-LINE
               WRITE REPORT-LINE

           CLOSE CURR-EXT-FILE.
           CLOSE REPORT-FILE.
           PERFORM 4000-WRITE-COUNTS.
           STOP RUN.

       2000-COMPARE-FEEDS.
           MOVE WS-COUNT-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-WRITE-COUNTS.
      *    One record, rewritten whole each run, for FBOPSUM.
           OPEN OUTPUT COUNT-FILE.
           IF WS-CST-STATUS NOT = "00" THEN
               DISPLAY "FBEXTCMP: cannot open CMPSTAT - status "
                   WS-CST-STATUS
           ELSE
               MOVE SPACE TO COUNT-RECORD
               MOVE WS-FEED-STATE       TO CST-FEED-STATE
               MOVE WS-MATCHED-COUNT    TO CST-MATCHED-COUNT
               MOVE WS-CHANGED-COUNT    TO CST-CHANGED-COUNT
               MOVE WS-ONLY-CURR-COUNT  TO CST-ONLY-CURR-COUNT
               MOVE WS-ONLY-PRIOR-COUNT TO CST-ONLY-PRIOR-COUNT
               WRITE COUNT-RECORD
               CLOSE COUNT-FILE
           END-IF.

       8000-PRINT-SECTION.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
