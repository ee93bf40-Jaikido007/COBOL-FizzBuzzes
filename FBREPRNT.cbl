       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FBREPRNT".

      *---------------------------------------------------------
      * Change history
      * ----------------------------------------------------------
      * 2026-10-15  New program: reprint one archived RPTOUT run
      *             from the FBRPTARC report archive.  REPRCTL
      *             names the run date (YYMMDD) and, optionally, a
      *             from/to number range; REPRPT carries a REPRINT
      *             banner, the run's original header line, the
      *             detail lines in the range asked for and the
      *             run's original TOTALS line.  A date before the
      *             oldest run still held is reported as outside
      *             retention, a date in retention with no index
      *             entry as never archived, and a range that
      *             finds no lines says so - each ends RC=4 rather
      *             than printing an empty page.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "REPRCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL INDEX-FILE ASSIGN TO "ARCINDEX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.

           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "ARCHIVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05 CTL-RUN-DATE          PIC X(6).
           05 FILLER                PIC X(1).
           05 CTL-FROM-NUM          PIC X(9).
           05 FILLER                PIC X(1).
           05 CTL-TO-NUM            PIC X(9).
           05 FILLER                PIC X(54).

       FD  INDEX-FILE
           RECORDING MODE IS F.
       01  INDEX-RECORD.
           05 IDX-RUN-DATE          PIC X(6).
           05 IDX-RUN-TIME          PIC X(6).
           05 IDX-RANGE-START       PIC 9(9).
           05 IDX-RANGE-END         PIC 9(9).
           05 IDX-RANGE-STEP        PIC 9(5).
           05 IDX-LINE-COUNT        PIC 9(9).
           05 IDX-ARCHIVED-ON       PIC X(6).
           05 IDX-TOTALS-LINE       PIC X(80).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05 ARC-RUN-DATE          PIC X(6).
           05 ARC-RUN-TIME          PIC X(6).
           05 ARC-LINE              PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS             PIC X(2).
       01 WS-IDX-STATUS             PIC X(2).
           88 WS-IDX-FILE-EOF       VALUE "10".
       01 WS-ARCH-STATUS            PIC X(2).
           88 WS-ARCH-FILE-EOF      VALUE "10".
       01 WS-RPT-STATUS             PIC X(2).

       01 WS-WANTED-DATE            PIC X(6) VALUE SPACE.
       01 WS-FROM-NUM               PIC 9(9) VALUE 0.
       01 WS-TO-NUM                 PIC 9(9) VALUE 999999999.
       01 WS-CARD-SWITCH            PIC X VALUE "N".
           88 WS-CARD-VALID         VALUE "Y".
       01 WS-CARD-REASON            PIC X(60) VALUE SPACE.

       01 WS-RUN-FOUND-SWITCH       PIC X VALUE "N".
           88 WS-RUN-FOUND          VALUE "Y".
       01 WS-FOUND-ENTRY.
           05 WS-FOUND-RUN-DATE     PIC X(6).
           05 WS-FOUND-RUN-TIME     PIC X(6).
           05 WS-FOUND-RANGE-START  PIC 9(9).
           05 WS-FOUND-RANGE-END    PIC 9(9).
           05 WS-FOUND-RANGE-STEP   PIC 9(5).
           05 WS-FOUND-LINE-COUNT   PIC 9(9).
           05 WS-FOUND-ARCHIVED-ON  PIC X(6).
           05 WS-FOUND-TOTALS-LINE  PIC X(80).
       01 WS-OLDEST-DATE            PIC X(6) VALUE SPACE.
       01 WS-NEWEST-DATE            PIC X(6) VALUE SPACE.
       01 WS-RUNS-HELD              PIC 9(5) VALUE 0.

      *    A detail line as FIZZBUZZ prints it - the edited number
      *    de-edits back to its value for the range test.
       01 WS-DETAIL-IMAGE.
           05 DTI-NUM               PIC Z(8)9.
           05 FILLER                PIC X(71).
       01 WS-DETAIL-NUM             PIC 9(9).

       01 WS-HEADER-PRINTED-SWITCH  PIC X VALUE "N".
           88 WS-HEADER-PRINTED     VALUE "Y".
       01 WS-LINES-PRINTED          PIC 9(9) VALUE 0.
       01 WS-LINES-SCANNED          PIC 9(9) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YY             PIC 9(2).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).

       01 WS-BANNER-LINE.
           05 FILLER                PIC X(20)
               VALUE "*** REPRINT ***  RUN".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 BNL-RUN-DATE          PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 BNL-RUN-TIME          PIC X(6).
           05 FILLER                PIC X(14)
               VALUE "  REPRINTED ON".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 BNL-PRINT-DATE        PIC X(8).
           05 FILLER                PIC X(75) VALUE SPACE.

       01 WS-RANGE-LINE.
           05 FILLER                PIC X(16)
               VALUE "*** RUN RANGE   ".
           05 RGL-RANGE-START       PIC Z(8)9.
           05 FILLER                PIC X(4)  VALUE " TO ".
           05 RGL-RANGE-END         PIC Z(8)9.
           05 FILLER                PIC X(18)
               VALUE "   NUMBERS ASKED  ".
           05 RGL-FROM-NUM          PIC Z(8)9.
           05 FILLER                PIC X(4)  VALUE " TO ".
           05 RGL-TO-NUM            PIC Z(8)9.
           05 FILLER                PIC X(54) VALUE SPACE.

       01 WS-MESSAGE-LINE.
           05 FILLER                PIC X(12) VALUE "*** REPRINT ".
           05 MSG-TEXT              PIC X(120).

       01 WS-FOOT-LINE.
           05 FILLER                PIC X(24)
               VALUE "*** END OF REPRINT  -   ".
           05 FTL-LINES             PIC Z(8)9.
           05 FILLER                PIC X(28)
               VALUE " DETAIL LINES REPRINTED OF  ".
           05 FTL-RUN-LINES         PIC Z(8)9.
           05 FILLER                PIC X(24)
               VALUE " LINES ARCHIVED FOR RUN".
           05 FILLER                PIC X(38) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-RUN-DATE FROM DATE.

           PERFORM 1000-READ-CONTROL-CARD.
           IF NOT WS-CARD-VALID THEN
               MOVE SPACE TO MSG-TEXT
               STRING "- " WS-CARD-REASON
                   DELIMITED BY SIZE INTO MSG-TEXT
               PERFORM 8000-PRINT-MESSAGE
               DISPLAY "FBREPRNT: " WS-CARD-REASON
               MOVE 8 TO RETURN-CODE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           PERFORM 2000-FIND-RUN.
           IF WS-RUN-FOUND THEN
               PERFORM 3000-REPRINT-RUN
           ELSE
               PERFORM 2500-EXPLAIN-NOT-FOUND
           END-IF.

           CLOSE REPORT-FILE.
           STOP RUN.

       1000-READ-CONTROL-CARD.
      *    The run date is required; a blank FROM starts at the
      *    run's first number and a blank TO runs to its last.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS NOT = "00" THEN
               MOVE "NO REPRCTL CARD - NO RUN DATE TO REPRINT"
                   TO WS-CARD-REASON
           ELSE
               READ CONTROL-FILE
                   AT END
                       MOVE "REPRCTL IS EMPTY - NO RUN DATE TO REPRINT"
                           TO WS-CARD-REASON
                   NOT AT END
                       PERFORM 1100-EDIT-CONTROL-CARD
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       1100-EDIT-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CTL-RUN-DATE NOT NUMERIC
                   MOVE "RUN DATE ON REPRCTL IS NOT YYMMDD"
                       TO WS-CARD-REASON
               WHEN CTL-FROM-NUM NOT = SPACE
                       AND CTL-FROM-NUM NOT NUMERIC
                   MOVE "FROM NUMBER ON REPRCTL IS NOT NUMERIC"
                       TO WS-CARD-REASON
               WHEN CTL-TO-NUM NOT = SPACE
                       AND CTL-TO-NUM NOT NUMERIC
                   MOVE "TO NUMBER ON REPRCTL IS NOT NUMERIC"
                       TO WS-CARD-REASON
               WHEN OTHER
                   MOVE CTL-RUN-DATE TO WS-WANTED-DATE
                   IF CTL-FROM-NUM NOT = SPACE THEN
                       MOVE CTL-FROM-NUM TO WS-FROM-NUM
                   END-IF
                   IF CTL-TO-NUM NOT = SPACE THEN
                       MOVE CTL-TO-NUM TO WS-TO-NUM
                   END-IF
                   IF WS-FROM-NUM > WS-TO-NUM THEN
                       MOVE "FROM NUMBER IS ABOVE TO NUMBER ON REPRCTL"
                           TO WS-CARD-REASON
                   ELSE
                       SET WS-CARD-VALID TO TRUE
                   END-IF
           END-EVALUATE.

       2000-FIND-RUN.
      *    The index is in archive order, oldest run first; note
      *    the span held so a miss can be explained.
           OPEN INPUT INDEX-FILE.
           IF WS-IDX-STATUS = "00" OR WS-IDX-STATUS = "05" THEN
               PERFORM UNTIL WS-IDX-FILE-EOF
                   READ INDEX-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-RUNS-HELD
                           IF WS-OLDEST-DATE = SPACE
                                   OR IDX-RUN-DATE < WS-OLDEST-DATE
                                   THEN
                               MOVE IDX-RUN-DATE TO WS-OLDEST-DATE
                           END-IF
                           IF IDX-RUN-DATE > WS-NEWEST-DATE THEN
                               MOVE IDX-RUN-DATE TO WS-NEWEST-DATE
                           END-IF
                           IF IDX-RUN-DATE = WS-WANTED-DATE THEN
                               MOVE INDEX-RECORD TO WS-FOUND-ENTRY
                               SET WS-RUN-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           ELSE
               DISPLAY "FBREPRNT: cannot open ARCINDEX - status "
                   WS-IDX-STATUS
           END-IF.

       2500-EXPLAIN-NOT-FOUND.
           MOVE SPACE TO MSG-TEXT.
           EVALUATE TRUE
               WHEN WS-RUNS-HELD = 0
                   STRING "- NO RUN FOR " WS-WANTED-DATE
                       " - THE REPORT ARCHIVE HOLDS NO RUNS"
                       DELIMITED BY SIZE INTO MSG-TEXT
               WHEN WS-WANTED-DATE < WS-OLDEST-DATE
                   STRING "- RUN " WS-WANTED-DATE
                       " IS OUTSIDE RETENTION - OLDEST RUN STILL "
                       "HELD IS " WS-OLDEST-DATE
                       DELIMITED BY SIZE INTO MSG-TEXT
               WHEN OTHER
                   STRING "- NO RUN FOR " WS-WANTED-DATE
                       " WAS EVER ARCHIVED (NO CLEAN, RECONCILED "
                       "REPORT THAT NIGHT) - RUNS HELD "
                       WS-OLDEST-DATE " TO " WS-NEWEST-DATE
                       DELIMITED BY SIZE INTO MSG-TEXT
           END-EVALUATE.
           PERFORM 8000-PRINT-MESSAGE.
           DISPLAY "FBREPRNT: run " WS-WANTED-DATE " not reprinted"
               " - not in the report archive".
           MOVE 4 TO RETURN-CODE.

       3000-REPRINT-RUN.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YY
               DELIMITED BY SIZE INTO BNL-PRINT-DATE.
           MOVE WS-FOUND-RUN-DATE TO BNL-RUN-DATE.
           MOVE WS-FOUND-RUN-TIME TO BNL-RUN-TIME.
           MOVE WS-BANNER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FOUND-RANGE-START TO RGL-RANGE-START.
           MOVE WS-FOUND-RANGE-END   TO RGL-RANGE-END.
           MOVE WS-FROM-NUM TO RGL-FROM-NUM.
           MOVE WS-TO-NUM   TO RGL-TO-NUM.
           MOVE WS-RANGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "00" THEN
               PERFORM 3100-REPRINT-ONE-LINE
                   UNTIL WS-ARCH-FILE-EOF
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "FBREPRNT: cannot open ARCHIVE - status "
                   WS-ARCH-STATUS
           END-IF.

      *    The totals are the whole night's, whatever slice was
      *    asked for - they are reprinted as the run printed them.
           MOVE WS-FOUND-TOTALS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-LINES-SCANNED = 0 THEN
               MOVE "- INDEXED RUN HAS NO LINES ON THE ARCHIVE"
                   TO MSG-TEXT
               PERFORM 8000-PRINT-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LINES-PRINTED = 0 THEN
                   MOVE "- NO DETAIL LINES IN THE NUMBERS ASKED FOR"
                       TO MSG-TEXT
                   PERFORM 8000-PRINT-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE WS-LINES-PRINTED    TO FTL-LINES.
           MOVE WS-FOUND-LINE-COUNT TO FTL-RUN-LINES.
           MOVE WS-FOOT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       3100-REPRINT-ONE-LINE.
      *    Only the asked-for run's lines; its header line once, its
      *    details inside the range, and not its TOTALS line - the
      *    index copy closes the reprint.
           READ ARCHIVE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ARC-RUN-DATE = WS-FOUND-RUN-DATE
                           AND ARC-RUN-TIME = WS-FOUND-RUN-TIME THEN
                       ADD 1 TO WS-LINES-SCANNED
                       EVALUATE TRUE
                           WHEN ARC-LINE (1:7) = "RUN-ID "
                               IF NOT WS-HEADER-PRINTED THEN
                                   MOVE ARC-LINE TO REPORT-LINE
                                   WRITE REPORT-LINE
                                   SET WS-HEADER-PRINTED TO TRUE
                               END-IF
                           WHEN ARC-LINE (1:7) = "TOTALS "
                               CONTINUE
                           WHEN ARC-LINE = SPACE
                               CONTINUE
                           WHEN OTHER
                               PERFORM 3200-REPRINT-IF-IN-RANGE
                       END-EVALUATE
                   END-IF
           END-READ.

       3200-REPRINT-IF-IN-RANGE.
           MOVE ARC-LINE TO WS-DETAIL-IMAGE.
           MOVE DTI-NUM TO WS-DETAIL-NUM.
           IF WS-DETAIL-NUM >= WS-FROM-NUM
                   AND WS-DETAIL-NUM <= WS-TO-NUM THEN
               MOVE ARC-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINES-PRINTED
           END-IF.

       8000-PRINT-MESSAGE.
           MOVE WS-MESSAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
