       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FBCHNCHK".

      *---------------------------------------------------------
      * Change history
      * ----------------------------------------------------------
      * 2026-10-15  New program: cross-channel check of the TRANSIN
      *             batch answers against the same night's EXTOUT
      *             feed.  Sorts the RSLTFILE details by number,
      *             matches each one (requestor, value, result) to
      *             the EXTOUT detail for the same number, and
      *             prints every disagreement with both labels and
      *             the requestor.  Numbers outside the extract's
      *             range, or inside it but with no extract detail
      *             (off the step), list separately as NOT
      *             COVERED.  RC=8 on any disagreement or when
      *             either file cannot be read; RC=4 when the two
      *             files carry different run dates.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-IN-FILE ASSIGN TO "RSLTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLTIN-STATUS.

           SELECT EXTRACT-IN-FILE ASSIGN TO "EXTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTIN-STATUS.

           SELECT UNCOVERED-FILE ASSIGN TO "NCWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCWORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT DETAIL-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-IN-FILE
           RECORDING MODE IS F.
       01  RESULT-IN-LINE           PIC X(120).

       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
       01  EXTRACT-IN-RECORD        PIC X(135).

      *    Not-covered details held until the disagreements have
      *    printed, so each lists in its own section.
       FD  UNCOVERED-FILE
           RECORDING MODE IS F.
       01  UNCOVERED-RECORD.
           05 UNC-REQUESTOR          PIC X(3).
           05 UNC-VALUE              PIC X(38).
           05 UNC-RESULT             PIC X(75).
           05 UNC-REASON             PIC X(1).
               88 UNC-OUTSIDE-RANGE  VALUE "R".
               88 UNC-NOT-IN-EXTRACT VALUE "X".

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

      *    SRT-SEQ keeps duplicate requests for one number in
      *    their RSLTFILE order.
       SD  DETAIL-SORT-FILE.
       01  DETAIL-SORT-RECORD.
           05 SRT-NUM                PIC 9(38).
           05 SRT-SEQ                PIC 9(9).
           05 SRT-REQUESTOR          PIC X(3).
           05 SRT-VALUE              PIC X(38).
           05 SRT-RESULT             PIC X(75).

       WORKING-STORAGE SECTION.
       01 WS-RSLTIN-STATUS         PIC X(2).
           88 WS-RSLTIN-FILE-FOUND VALUE "00".
           88 WS-RSLTIN-FILE-EOF   VALUE "10".
       01 WS-EXTIN-STATUS          PIC X(2).
           88 WS-EXTIN-FILE-FOUND  VALUE "00".
           88 WS-EXTIN-FILE-EOF    VALUE "10".
       01 WS-NCWORK-STATUS         PIC X(2).
           88 WS-NCWORK-FILE-FOUND VALUE "00".
           88 WS-NCWORK-FILE-EOF   VALUE "10".
       01 WS-RPT-STATUS            PIC X(2).

       01 WS-SORT-DONE-SWITCH      PIC X VALUE "N".
           88 WS-SORT-DONE         VALUE "Y".
       01 WS-EXT-DONE-SWITCH       PIC X VALUE "N".
           88 WS-EXT-DONE          VALUE "Y".
       01 WS-HEADER-SEEN-SWITCH    PIC X VALUE "N".
           88 WS-EXT-HEADER-SEEN   VALUE "Y".

      *    Image of an RSLTFILE detail as fizzbuzz_userinput
      *    writes it.  A number that prints as itself carries its
      *    own value as the result.
       01 WS-RESULT-DETAIL.
           05 RSI-REQUESTOR         PIC X(3).
           05 FILLER                PIC X(1).
           05 RSI-VALUE             PIC X(38).
           05 FILLER                PIC X(2).
           05 RSI-RESULT            PIC X(75).
           05 FILLER                PIC X(1).

      *    The trailer's run date sits in what was filler; older
      *    trailers leave it blank.
       01 WS-RESULT-TRAILER.
           05 RTI-CAPTION           PIC X(12).
           05 FILLER                PIC X(59).
           05 RTI-RUN-DATE          PIC X(6).
           05 FILLER                PIC X(43).

       01 WS-EXTIN-HEADER.
           05 EIH-RECORD-TYPE      PIC X(1).
           05 EIH-RUN-DATE         PIC X(6).
           05 EIH-RUN-TIME         PIC X(6).
           05 EIH-RANGE-START      PIC 9(9).
           05 EIH-RANGE-END        PIC 9(9).
           05 EIH-RANGE-STEP       PIC 9(5).
           05 FILLER               PIC X(99).

       01 WS-EXTIN-DETAIL.
           05 EXD-RECORD-TYPE      PIC X(1).
           05 EXD-NUM              PIC 9(9).
           05 EXD-MATCH-FLAGS      PIC X(50).
           05 EXD-RESULT           PIC X(75).

       01 WS-EXT-RUN-DATE          PIC X(6) VALUE SPACE.
       01 WS-EXT-RUN-TIME          PIC X(6) VALUE SPACE.
       01 WS-EXT-RANGE-START       PIC 9(9) VALUE 0.
       01 WS-EXT-RANGE-END         PIC 9(9) VALUE 0.
       01 WS-RSLT-RUN-DATE         PIC X(6) VALUE SPACE.

       01 WS-DETAIL-NUM            PIC 9(38).
       01 WS-RSLT-LABEL            PIC X(75).
       01 WS-EXT-LABEL             PIC X(75).

       01 WS-DETAIL-READ-COUNT     PIC 9(9) VALUE 0.
       01 WS-AGREED-COUNT          PIC 9(9) VALUE 0.
       01 WS-DISAGREED-COUNT       PIC 9(9) VALUE 0.
       01 WS-OUTSIDE-COUNT         PIC 9(9) VALUE 0.
       01 WS-NOT-IN-EXT-COUNT      PIC 9(9) VALUE 0.
       01 WS-PROOF-COUNT           PIC 9(9).

       01 WS-RUN-DATE.
           05 WS-RUN-YY            PIC 9(2).
           05 WS-RUN-MM            PIC 9(2).
           05 WS-RUN-DD            PIC 9(2).

       01 WS-HEADER-LINE.
           05 FILLER               PIC X(24)
               VALUE "CROSS-CHANNEL CHECK  RUN".
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 HDR-DATE             PIC X(8).
           05 FILLER               PIC X(99) VALUE SPACE.

       01 WS-EXTRACT-FEED-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 FILLER               PIC X(13) VALUE "EXTOUT   RUN ".
           05 EFL-RUN-DATE         PIC X(6).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 EFL-RUN-TIME         PIC X(6).
           05 FILLER               PIC X(8)  VALUE "  RANGE ".
           05 EFL-RANGE-START      PIC Z(8)9.
           05 FILLER               PIC X(4)  VALUE " TO ".
           05 EFL-RANGE-END        PIC Z(8)9.
           05 FILLER               PIC X(74) VALUE SPACE.

       01 WS-RESULT-FEED-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 FILLER               PIC X(13) VALUE "RSLTFILE RUN ".
           05 RFL-RUN-DATE         PIC X(8).
           05 FILLER               PIC X(109) VALUE SPACE.

       01 WS-DISAGREE-COLUMN-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 FILLER               PIC X(5)  VALUE "REQ".
           05 FILLER               PIC X(40) VALUE "VALUE".
           05 FILLER               PIC X(32) VALUE "RSLTFILE LABEL".
           05 FILLER               PIC X(30) VALUE "EXTOUT LABEL".
           05 FILLER               PIC X(23) VALUE SPACE.

       01 WS-DISAGREE-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 DGL-REQUESTOR        PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 DGL-VALUE            PIC X(38).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 DGL-RSLT-LABEL       PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 DGL-EXT-LABEL        PIC X(30).
           05 FILLER               PIC X(23) VALUE SPACE.

       01 WS-UNCOVERED-COLUMN-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 FILLER               PIC X(5)  VALUE "REQ".
           05 FILLER               PIC X(40) VALUE "VALUE".
           05 FILLER               PIC X(32) VALUE "RSLTFILE LABEL".
           05 FILLER               PIC X(30) VALUE "REASON".
           05 FILLER               PIC X(23) VALUE SPACE.

       01 WS-UNCOVERED-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 UCL-REQUESTOR        PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 UCL-VALUE            PIC X(38).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 UCL-RSLT-LABEL       PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 UCL-REASON           PIC X(30).
           05 FILLER               PIC X(23) VALUE SPACE.

       01 WS-COUNT-PRINT-LINE.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 CPL-ITEM             PIC X(34).
           05 CPL-TALLY            PIC Z(8)9.
           05 FILLER               PIC X(87) VALUE SPACE.

       01 WS-PROOF-LINE.
           05 FILLER               PIC X(7)  VALUE "PROOF: ".
           05 FILLER               PIC X(22)
               VALUE "RSLTFILE DETAILS READ ".
           05 PRF-LEFT             PIC Z(8)9.
           05 FILLER               PIC X(3)  VALUE " = ".
           05 FILLER               PIC X(28)
               VALUE "AGREED+DISAGREED+NOT COVERED".
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 PRF-RIGHT            PIC Z(8)9.
           05 FILLER               PIC X(3)  VALUE " - ".
           05 PRF-VERDICT          PIC X(14).
           05 FILLER               PIC X(36) VALUE SPACE.

       01 WS-VERDICT-LINE.
           05 FILLER               PIC X(21)
               VALUE "CROSS-CHANNEL CHECK: ".
           05 VDT-RESULT           PIC X(40).
           05 FILLER               PIC X(71) VALUE SPACE.

       01 WS-SECTION-LINE          PIC X(132).

       01 WS-BLANK-RESULT-TEXT     PIC X(30)
               VALUE "(NUMBER PRINTS AS ITSELF)".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-RUN-DATE FROM DATE.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YY
               DELIMITED BY SIZE INTO HDR-DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT RESULT-IN-FILE.
           IF NOT WS-RSLTIN-FILE-FOUND THEN
               DISPLAY "FBCHNCHK: cannot open RSLTFILE - status "
                   WS-RSLTIN-STATUS
               MOVE "  THE RESULTS FILE COULD NOT BE READ"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EXTRACT-IN-FILE.
           IF NOT WS-EXTIN-FILE-FOUND THEN
               DISPLAY "FBCHNCHK: cannot open EXTOUT - status "
                   WS-EXTIN-STATUS
               MOVE "  THE EXTRACT FEED COULD NOT BE READ"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE RESULT-IN-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The range comes from the extract header, which precedes
      *    the first detail - read up to it before anything is
      *    matched.
           PERFORM 3100-NEXT-EXT-DETAIL.
           IF NOT WS-EXT-HEADER-SEEN THEN
               DISPLAY "FBCHNCHK: EXTOUT has no header record"
               MOVE "  THE EXTRACT FEED HAS NO HEADER - RANGE UNKNOWN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE RESULT-IN-FILE
               CLOSE EXTRACT-IN-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT UNCOVERED-FILE.
           MOVE "DISAGREEMENTS (SAME NUMBER, DIFFERENT LABEL)"
               TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE WS-DISAGREE-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT DETAIL-SORT-FILE
               ON ASCENDING KEY SRT-NUM SRT-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-DETAILS
               OUTPUT PROCEDURE IS 3000-MATCH-DETAILS.
           CLOSE UNCOVERED-FILE.
           CLOSE RESULT-IN-FILE.
           CLOSE EXTRACT-IN-FILE.
           IF WS-DISAGREED-COUNT = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM 4000-PRINT-UNCOVERED.
           PERFORM 5000-PRINT-TOTALS.

           CLOSE REPORT-FILE.
           STOP RUN.

       2000-RELEASE-DETAILS.
      *    Every RSLTFILE line that is not the TOTALS trailer or a
      *    REQUESTOR accounting line is a detail.  Its value
      *    passed the whole-number edit when it was classified,
      *    so NUMVAL gives the number it was classified as.
           PERFORM UNTIL WS-RSLTIN-FILE-EOF
               READ RESULT-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RESULT-IN-LINE (1:12) = "TOTALS READ:"
                               MOVE RESULT-IN-LINE
                                   TO WS-RESULT-TRAILER
                               MOVE RTI-RUN-DATE TO WS-RSLT-RUN-DATE
                           WHEN RESULT-IN-LINE (1:10) = "REQUESTOR "
                               CONTINUE
                           WHEN RESULT-IN-LINE = SPACE
                               CONTINUE
                           WHEN OTHER
                               PERFORM 2100-RELEASE-ONE-DETAIL
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2100-RELEASE-ONE-DETAIL.
           MOVE RESULT-IN-LINE TO WS-RESULT-DETAIL.
           ADD 1 TO WS-DETAIL-READ-COUNT.
           MOVE FUNCTION NUMVAL (RSI-VALUE) TO WS-DETAIL-NUM.
           MOVE WS-DETAIL-NUM        TO SRT-NUM.
           MOVE WS-DETAIL-READ-COUNT TO SRT-SEQ.
           MOVE RSI-REQUESTOR        TO SRT-REQUESTOR.
           MOVE RSI-VALUE            TO SRT-VALUE.
           MOVE RSI-RESULT           TO SRT-RESULT.
           RELEASE DETAIL-SORT-RECORD.

       3000-MATCH-DETAILS.
      *    Both sides now run in ascending number order, so one
      *    pass matches them.  The extract only moves forward;
      *    several requests for one number all meet the same
      *    extract detail.
           PERFORM 3200-RETURN-DETAIL.
           PERFORM UNTIL WS-SORT-DONE
               IF SRT-NUM < WS-EXT-RANGE-START
                       OR SRT-NUM > WS-EXT-RANGE-END THEN
                   SET UNC-OUTSIDE-RANGE TO TRUE
                   PERFORM 3400-HOLD-UNCOVERED
                   ADD 1 TO WS-OUTSIDE-COUNT
               ELSE
                   PERFORM 3100-NEXT-EXT-DETAIL
                       UNTIL WS-EXT-DONE
                       OR EXD-NUM >= SRT-NUM
                   IF NOT WS-EXT-DONE AND EXD-NUM = SRT-NUM THEN
                       PERFORM 3300-COMPARE-LABELS
                   ELSE
                       SET UNC-NOT-IN-EXTRACT TO TRUE
                       PERFORM 3400-HOLD-UNCOVERED
                       ADD 1 TO WS-NOT-IN-EXT-COUNT
                   END-IF
               END-IF
               PERFORM 3200-RETURN-DETAIL
           END-PERFORM.

       3100-NEXT-EXT-DETAIL.
      *    Skip to the next extract detail, capturing the header's
      *    run stamp and range on the way past.
           MOVE SPACE TO WS-EXTIN-DETAIL.
           PERFORM UNTIL WS-EXT-DONE
                   OR EXD-RECORD-TYPE = "D"
               READ EXTRACT-IN-FILE
                   AT END
                       SET WS-EXT-DONE TO TRUE
                   NOT AT END
                       MOVE EXTRACT-IN-RECORD TO WS-EXTIN-DETAIL
                       IF EXD-RECORD-TYPE = "H" THEN
                           SET WS-EXT-HEADER-SEEN TO TRUE
                           MOVE EXTRACT-IN-RECORD TO WS-EXTIN-HEADER
                           MOVE EIH-RUN-DATE TO WS-EXT-RUN-DATE
                           MOVE EIH-RUN-TIME TO WS-EXT-RUN-TIME
                           MOVE EIH-RANGE-START
                               TO WS-EXT-RANGE-START
                           MOVE EIH-RANGE-END TO WS-EXT-RANGE-END
                       END-IF
               END-READ
           END-PERFORM.

       3200-RETURN-DETAIL.
           RETURN DETAIL-SORT-FILE
               AT END
                   SET WS-SORT-DONE TO TRUE
           END-RETURN.

       3300-COMPARE-LABELS.
      *    The extract carries a blank result for a number that
      *    prints as itself; RSLTFILE carries the value.  Compare
      *    on that footing.
           IF SRT-RESULT = SRT-VALUE THEN
               MOVE SPACE TO WS-RSLT-LABEL
           ELSE
               MOVE SRT-RESULT TO WS-RSLT-LABEL
           END-IF.
           MOVE FUNCTION TRIM (EXD-RESULT) TO WS-EXT-LABEL.
           IF WS-RSLT-LABEL = WS-EXT-LABEL THEN
               ADD 1 TO WS-AGREED-COUNT
           ELSE
               ADD 1 TO WS-DISAGREED-COUNT
               MOVE SRT-REQUESTOR TO DGL-REQUESTOR
               MOVE SRT-VALUE     TO DGL-VALUE
               IF WS-RSLT-LABEL = SPACE THEN
                   MOVE WS-BLANK-RESULT-TEXT TO DGL-RSLT-LABEL
               ELSE
                   MOVE WS-RSLT-LABEL TO DGL-RSLT-LABEL
               END-IF
               IF WS-EXT-LABEL = SPACE THEN
                   MOVE WS-BLANK-RESULT-TEXT TO DGL-EXT-LABEL
               ELSE
                   MOVE WS-EXT-LABEL TO DGL-EXT-LABEL
               END-IF
               MOVE WS-DISAGREE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3400-HOLD-UNCOVERED.
           MOVE SRT-REQUESTOR TO UNC-REQUESTOR.
           MOVE SRT-VALUE     TO UNC-VALUE.
           MOVE SRT-RESULT    TO UNC-RESULT.
           WRITE UNCOVERED-RECORD.

       4000-PRINT-UNCOVERED.
           MOVE "NOT COVERED BY THE EXTRACT" TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE WS-UNCOVERED-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT UNCOVERED-FILE.
           IF NOT WS-NCWORK-FILE-FOUND THEN
               DISPLAY "FBCHNCHK: cannot reopen NCWORK - status "
                   WS-NCWORK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-NCWORK-FILE-EOF
                   READ UNCOVERED-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 4100-PRINT-ONE-UNCOVERED
                   END-READ
               END-PERFORM
               CLOSE UNCOVERED-FILE
           END-IF.
           IF WS-OUTSIDE-COUNT + WS-NOT-IN-EXT-COUNT = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-PRINT-ONE-UNCOVERED.
           MOVE UNC-REQUESTOR TO UCL-REQUESTOR.
           MOVE UNC-VALUE     TO UCL-VALUE.
           IF UNC-RESULT = UNC-VALUE THEN
               MOVE WS-BLANK-RESULT-TEXT TO UCL-RSLT-LABEL
           ELSE
               MOVE UNC-RESULT TO UCL-RSLT-LABEL
           END-IF.
           IF UNC-OUTSIDE-RANGE THEN
               MOVE "OUTSIDE THE EXTRACT RANGE" TO UCL-REASON
           ELSE
               MOVE "IN RANGE, NO EXTRACT DETAIL" TO UCL-REASON
           END-IF.
           MOVE WS-UNCOVERED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-PRINT-TOTALS.
           MOVE "FEEDS" TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE WS-EXT-RUN-DATE    TO EFL-RUN-DATE.
           MOVE WS-EXT-RUN-TIME    TO EFL-RUN-TIME.
           MOVE WS-EXT-RANGE-START TO EFL-RANGE-START.
           MOVE WS-EXT-RANGE-END   TO EFL-RANGE-END.
           MOVE WS-EXTRACT-FEED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RSLT-RUN-DATE = SPACE THEN
               MOVE "UNDATED" TO RFL-RUN-DATE
           ELSE
               MOVE WS-RSLT-RUN-DATE TO RFL-RUN-DATE
           END-IF.
           MOVE WS-RESULT-FEED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
      *    Different run dates mean the files are not the same
      *    night's - the answer may still be right, but flag it.
           IF WS-RSLT-RUN-DATE NOT = SPACE
                   AND WS-RSLT-RUN-DATE NOT = WS-EXT-RUN-DATE THEN
               MOVE "  ** RSLTFILE AND EXTOUT ARE FROM DIFFERENT NIGHTS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE "TOTALS" TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE "RSLTFILE DETAILS READ" TO CPL-ITEM.
           MOVE WS-DETAIL-READ-COUNT TO CPL-TALLY.
           PERFORM 8100-PRINT-COUNT.
           MOVE "LABELS AGREE" TO CPL-ITEM.
           MOVE WS-AGREED-COUNT TO CPL-TALLY.
           PERFORM 8100-PRINT-COUNT.
           MOVE "LABELS DISAGREE" TO CPL-ITEM.
           MOVE WS-DISAGREED-COUNT TO CPL-TALLY.
           PERFORM 8100-PRINT-COUNT.
           MOVE "NOT COVERED - OUTSIDE RANGE" TO CPL-ITEM.
           MOVE WS-OUTSIDE-COUNT TO CPL-TALLY.
           PERFORM 8100-PRINT-COUNT.
           MOVE "NOT COVERED - NO EXTRACT DETAIL" TO CPL-ITEM.
           MOVE WS-NOT-IN-EXT-COUNT TO CPL-TALLY.
           PERFORM 8100-PRINT-COUNT.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-PROOF-COUNT = WS-AGREED-COUNT
               + WS-DISAGREED-COUNT + WS-OUTSIDE-COUNT
               + WS-NOT-IN-EXT-COUNT.
           MOVE WS-DETAIL-READ-COUNT TO PRF-LEFT.
           MOVE WS-PROOF-COUNT TO PRF-RIGHT.
           IF WS-PROOF-COUNT = WS-DETAIL-READ-COUNT THEN
               MOVE "IN BALANCE" TO PRF-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO PRF-VERDICT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-PROOF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-DISAGREED-COUNT = 0 THEN
               MOVE "AGREE" TO VDT-RESULT
           ELSE
               MOVE "DISAGREE - LABELS DIFFER BY CHANNEL"
                   TO VDT-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-VERDICT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       8000-PRINT-SECTION.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       8100-PRINT-COUNT.
           MOVE WS-COUNT-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
