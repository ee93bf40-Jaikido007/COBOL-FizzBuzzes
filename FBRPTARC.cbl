       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FBRPTARC".

      *---------------------------------------------------------
      * Change history
      * ----------------------------------------------------------
      * 2026-10-15  New program: dated archive of the nightly
      *             RPTOUT.  Run only after FBRECON has proved the
      *             night's report; copies every RPTOUT line to
      *             the report archive under the run's date and
      *             time (taken from the EXTOUT header, which also
      *             supplies the range), adds one index entry per
      *             run - run date, time, range, line count and
      *             the TOTALS line - and drops every archived run
      *             older than the retention period on ARCHCTL.  A
      *             rerun on the same run date replaces that date's
      *             earlier copy.  The old archive and index are
      *             rewritten whole to ARCHOUT/IDXOUT and the
      *             copy is proved on ARCRPT (old lines read =
      *             lines kept + lines expired; lines written =
      *             lines kept + tonight's); RC=8 on any imbalance
      *             so the job stream never swaps in a short
      *             archive.  FBREPRNT reprints from it.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-IN-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTIN-STATUS.

           SELECT EXTRACT-IN-FILE ASSIGN TO "EXTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTIN-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPTIONAL ARCHIVE-IN-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.

           SELECT OPTIONAL INDEX-IN-FILE ASSIGN TO "IDXIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXIN-STATUS.

           SELECT ARCHIVE-OUT-FILE ASSIGN TO "ARCHOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHOUT-STATUS.

           SELECT INDEX-OUT-FILE ASSIGN TO "IDXOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IDXOUT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ARCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-IN-FILE
           RECORDING MODE IS F.
       01  REPORT-IN-LINE           PIC X(80).

       FD  EXTRACT-IN-FILE
           RECORDING MODE IS F.
       01  EXTRACT-IN-RECORD        PIC X(135).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05 CTL-RETAIN-DAYS       PIC X(4).

      *    One archived report line, stamped with its run.
       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-IN-RECORD.
           05 ARI-RUN-DATE          PIC X(6).
           05 ARI-RUN-TIME          PIC X(6).
           05 ARI-LINE              PIC X(80).

       FD  ARCHIVE-OUT-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-OUT-RECORD.
           05 ARO-RUN-DATE          PIC X(6).
           05 ARO-RUN-TIME          PIC X(6).
           05 ARO-LINE              PIC X(80).

      *    One entry per archived run, in archive order.
       FD  INDEX-IN-FILE
           RECORDING MODE IS F.
       01  INDEX-IN-RECORD.
           05 IXI-RUN-DATE          PIC X(6).
           05 IXI-RUN-TIME          PIC X(6).
           05 IXI-RANGE-START       PIC 9(9).
           05 IXI-RANGE-END         PIC 9(9).
           05 IXI-RANGE-STEP        PIC 9(5).
           05 IXI-LINE-COUNT        PIC 9(9).
           05 IXI-ARCHIVED-ON       PIC X(6).
           05 IXI-TOTALS-LINE       PIC X(80).

       FD  INDEX-OUT-FILE
           RECORDING MODE IS F.
       01  INDEX-OUT-RECORD.
           05 IXO-RUN-DATE          PIC X(6).
           05 IXO-RUN-TIME          PIC X(6).
           05 IXO-RANGE-START       PIC 9(9).
           05 IXO-RANGE-END         PIC 9(9).
           05 IXO-RANGE-STEP        PIC 9(5).
           05 IXO-LINE-COUNT        PIC 9(9).
           05 IXO-ARCHIVED-ON       PIC X(6).
           05 IXO-TOTALS-LINE       PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RPTIN-STATUS           PIC X(2).
           88 WS-RPTIN-FILE-FOUND   VALUE "00".
           88 WS-RPTIN-FILE-EOF     VALUE "10".
       01 WS-EXTIN-STATUS           PIC X(2).
           88 WS-EXTIN-FILE-FOUND   VALUE "00".
       01 WS-CTL-STATUS             PIC X(2).
       01 WS-ARCHIN-STATUS          PIC X(2).
           88 WS-ARCHIN-FILE-EOF    VALUE "10".
       01 WS-IDXIN-STATUS           PIC X(2).
           88 WS-IDXIN-FILE-EOF     VALUE "10".
       01 WS-ARCHOUT-STATUS         PIC X(2).
       01 WS-IDXOUT-STATUS          PIC X(2).
       01 WS-RPT-STATUS             PIC X(2).

      *    Image of the extract header - the run's own date, time
      *    and range, the same stamp FBEXTCMP reports on.
       01 WS-EXTIN-HEADER.
           05 EIH-RECORD-TYPE       PIC X(1).
           05 EIH-RUN-DATE          PIC X(6).
           05 EIH-RUN-TIME          PIC X(6).
           05 EIH-RANGE-START       PIC 9(9).
           05 EIH-RANGE-END         PIC 9(9).
           05 EIH-RANGE-STEP        PIC 9(5).
           05 FILLER                PIC X(99).
       01 WS-RUN-STAMP-SWITCH       PIC X VALUE "N".
           88 WS-RUN-STAMP-FOUND    VALUE "Y".

       01 WS-RETAIN-DAYS            PIC 9(4) VALUE 0.
       01 WS-RETAIN-SWITCH          PIC X VALUE "N".
           88 WS-RETAIN-VALID       VALUE "Y".

       01 WS-TODAY.
           05 WS-TODAY-YY           PIC 9(2).
           05 WS-TODAY-MM           PIC 9(2).
           05 WS-TODAY-DD           PIC 9(2).
       01 WS-DATE-CCYYMMDD          PIC 9(8).
       01 WS-TODAY-DAYNUM           PIC 9(7).
       01 WS-CUTOFF-DAYNUM          PIC 9(7) VALUE 0.
       01 WS-ENTRY-DAYNUM           PIC 9(7).
       01 WS-ENTRY-DATE             PIC X(6).
       01 WS-EXPIRE-SWITCH          PIC X VALUE "N".
           88 WS-ENTRY-EXPIRES      VALUE "Y".
       01 WS-REPLACE-SWITCH         PIC X VALUE "N".
           88 WS-ENTRY-REPLACED     VALUE "Y".

       01 WS-TOTALS-LINE            PIC X(80) VALUE SPACE.

       01 WS-OLD-LINES-READ         PIC 9(9) VALUE 0.
       01 WS-OLD-LINES-KEPT         PIC 9(9) VALUE 0.
       01 WS-OLD-LINES-EXPIRED      PIC 9(9) VALUE 0.
       01 WS-OLD-LINES-REPLACED     PIC 9(9) VALUE 0.
       01 WS-NEW-LINES-READ         PIC 9(9) VALUE 0.
       01 WS-LINES-WRITTEN          PIC 9(9) VALUE 0.
       01 WS-RUNS-KEPT              PIC 9(5) VALUE 0.
       01 WS-RUNS-EXPIRED           PIC 9(5) VALUE 0.
       01 WS-RUNS-REPLACED          PIC 9(5) VALUE 0.
       01 WS-PROOF-COUNT            PIC 9(9).
       01 WS-OUTPUT-ERROR-SWITCH    PIC X VALUE "N".
           88 WS-OUTPUT-ERROR       VALUE "Y".
       01 WS-ARCHOUT-ERROR-SWITCH   PIC X VALUE "N".
           88 WS-ARCHOUT-ERROR      VALUE "Y".

       01 WS-HEADER-LINE.
           05 FILLER                PIC X(24)
               VALUE "RPTOUT ARCHIVE - RUN OF ".
           05 HDR-RUN-DATE          PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 HDR-RUN-TIME          PIC X(6).
           05 FILLER                PIC X(8)  VALUE "  RANGE ".
           05 HDR-RANGE-START       PIC Z(8)9.
           05 FILLER                PIC X(4)  VALUE " TO ".
           05 HDR-RANGE-END         PIC Z(8)9.
           05 FILLER                PIC X(65) VALUE SPACE.

       01 WS-RETAIN-LINE.
           05 FILLER                PIC X(20)
               VALUE "  RETENTION (DAYS): ".
           05 RTL-DAYS              PIC Z(3)9.
           05 FILLER                PIC X(108) VALUE SPACE.

       01 WS-COUNT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CNT-CAPTION           PIC X(30).
           05 CNT-TALLY             PIC Z(8)9.
           05 FILLER                PIC X(91) VALUE SPACE.

       01 WS-PROOF-LINE.
           05 FILLER                PIC X(7)  VALUE "PROOF: ".
           05 PRF-CAPTION           PIC X(32).
           05 PRF-LEFT              PIC Z(8)9.
           05 FILLER                PIC X(3)  VALUE " = ".
           05 PRF-RIGHT-CAPTION     PIC X(24).
           05 PRF-RIGHT             PIC Z(8)9.
           05 FILLER                PIC X(3)  VALUE " - ".
           05 PRF-VERDICT           PIC X(14).
           05 FILLER                PIC X(31) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-TODAY FROM DATE.

           PERFORM 1000-READ-RUN-STAMP.
           IF NOT WS-RUN-STAMP-FOUND THEN
               DISPLAY "FBRPTARC: no run header on EXTOUT - "
                   "nothing archived"
               MOVE "FBRPTARC: no run header on EXTOUT - nothing "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "          archived" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           MOVE EIH-RUN-DATE    TO HDR-RUN-DATE.
           MOVE EIH-RUN-TIME    TO HDR-RUN-TIME.
           MOVE EIH-RANGE-START TO HDR-RANGE-START.
           MOVE EIH-RANGE-END   TO HDR-RANGE-END.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 1100-READ-CONTROL-CARD.

           OPEN INPUT REPORT-IN-FILE.
           IF NOT WS-RPTIN-FILE-FOUND THEN
               DISPLAY "FBRPTARC: cannot open RPTOUT - status "
                   WS-RPTIN-STATUS
               MOVE "  RPTOUT COULD NOT BE READ - NOTHING ARCHIVED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT ARCHIVE-OUT-FILE.
           OPEN OUTPUT INDEX-OUT-FILE.
           IF WS-ARCHOUT-STATUS NOT = "00"
                   OR WS-IDXOUT-STATUS NOT = "00" THEN
               DISPLAY "FBRPTARC: cannot open output - ARCHOUT "
                   WS-ARCHOUT-STATUS " IDXOUT " WS-IDXOUT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-COPY-OLD-ARCHIVE
               PERFORM 3000-ARCHIVE-TONIGHT
           END-IF.
           CLOSE INDEX-OUT-FILE.
           CLOSE ARCHIVE-OUT-FILE.
           CLOSE REPORT-IN-FILE.

           PERFORM 4000-PROVE-THE-ARCHIVE.

           CLOSE REPORT-FILE.
           STOP RUN.

       1000-READ-RUN-STAMP.
      *    The extract header is the first record FIZZBUZZ (or
      *    the merge) writes; RPTOUT's own header carries the date
      *    but not the range.
           OPEN INPUT EXTRACT-IN-FILE.
           IF WS-EXTIN-FILE-FOUND THEN
               READ EXTRACT-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EXTRACT-IN-RECORD TO WS-EXTIN-HEADER
                       IF EIH-RECORD-TYPE = "H"
                               AND EIH-RUN-DATE NUMERIC THEN
                           SET WS-RUN-STAMP-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE EXTRACT-IN-FILE
           ELSE
               DISPLAY "FBRPTARC: cannot open EXTOUT - status "
                   WS-EXTIN-STATUS
           END-IF.

       1100-READ-CONTROL-CARD.
      *    Tonight's report is archived whatever the card says - a
      *    missing or unreadable retention card only means nothing
      *    is expired this run, flagged RC=4 so it gets fixed
      *    before the archive grows without limit.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00" THEN
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-RETAIN-DAYS NUMERIC THEN
                           MOVE CTL-RETAIN-DAYS TO WS-RETAIN-DAYS
                           IF WS-RETAIN-DAYS > 0 THEN
                               SET WS-RETAIN-VALID TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

           IF WS-RETAIN-VALID THEN
               MOVE WS-RETAIN-DAYS TO RTL-DAYS
               MOVE WS-RETAIN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               COMPUTE WS-DATE-CCYYMMDD = 20000000
                   + (WS-TODAY-YY * 10000) + (WS-TODAY-MM * 100)
                   + WS-TODAY-DD
               COMPUTE WS-TODAY-DAYNUM =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
               COMPUTE WS-CUTOFF-DAYNUM =
                   WS-TODAY-DAYNUM - WS-RETAIN-DAYS
           ELSE
               DISPLAY "FBRPTARC: no usable retention on ARCHCTL - "
                   "nothing expired this run"
               MOVE "  NO USABLE RETENTION ON ARCHCTL - NOTHING "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  EXPIRED THIS RUN" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       2000-COPY-OLD-ARCHIVE.
      *    Index and archive are filtered on the same test, so the
      *    two stay in step: a run is dropped whole or kept whole.
           OPEN INPUT INDEX-IN-FILE.
           IF WS-IDXIN-STATUS = "00" OR WS-IDXIN-STATUS = "05" THEN
               PERFORM 2100-COPY-ONE-INDEX-ENTRY
                   UNTIL WS-IDXIN-FILE-EOF
               CLOSE INDEX-IN-FILE
           ELSE
               DISPLAY "FBRPTARC: cannot open IDXIN - status "
                   WS-IDXIN-STATUS
               SET WS-OUTPUT-ERROR TO TRUE
           END-IF.

           OPEN INPUT ARCHIVE-IN-FILE.
           IF WS-ARCHIN-STATUS = "00" OR WS-ARCHIN-STATUS = "05" THEN
               PERFORM 2200-COPY-ONE-ARCHIVE-LINE
                   UNTIL WS-ARCHIN-FILE-EOF
               CLOSE ARCHIVE-IN-FILE
           ELSE
               DISPLAY "FBRPTARC: cannot open ARCHIN - status "
                   WS-ARCHIN-STATUS
               SET WS-OUTPUT-ERROR TO TRUE
           END-IF.

       2100-COPY-ONE-INDEX-ENTRY.
           READ INDEX-IN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE IXI-RUN-DATE TO WS-ENTRY-DATE
                   PERFORM 2500-AGE-ENTRY
                   EVALUATE TRUE
                       WHEN WS-ENTRY-REPLACED
                           ADD 1 TO WS-RUNS-REPLACED
                       WHEN WS-ENTRY-EXPIRES
                           ADD 1 TO WS-RUNS-EXPIRED
                       WHEN OTHER
                           WRITE INDEX-OUT-RECORD FROM INDEX-IN-RECORD
                           IF WS-IDXOUT-STATUS = "00" THEN
                               ADD 1 TO WS-RUNS-KEPT
                           ELSE
                               SET WS-OUTPUT-ERROR TO TRUE
                           END-IF
                   END-EVALUATE
           END-READ.

       2200-COPY-ONE-ARCHIVE-LINE.
      *    A write that does not come back clean is not counted,
      *    so a dropped line surfaces in the proof - and is
      *    reported as the ARCHOUT error it is.
           READ ARCHIVE-IN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-OLD-LINES-READ
                   MOVE ARI-RUN-DATE TO WS-ENTRY-DATE
                   PERFORM 2500-AGE-ENTRY
                   EVALUATE TRUE
                       WHEN WS-ENTRY-REPLACED
                           ADD 1 TO WS-OLD-LINES-REPLACED
                       WHEN WS-ENTRY-EXPIRES
                           ADD 1 TO WS-OLD-LINES-EXPIRED
                       WHEN OTHER
                           WRITE ARCHIVE-OUT-RECORD
                               FROM ARCHIVE-IN-RECORD
                           IF WS-ARCHOUT-STATUS = "00" THEN
                               ADD 1 TO WS-OLD-LINES-KEPT
                               ADD 1 TO WS-LINES-WRITTEN
                           ELSE
                               PERFORM 3900-ARCHOUT-WRITE-FAILED
                           END-IF
                   END-EVALUATE
           END-READ.

       2500-AGE-ENTRY.
      *    Tonight's own run date is replaced by tonight's copy.
      *    Anything else dated before the cutoff expires; a run
      *    date that cannot be read is kept rather than risked.
           MOVE "N" TO WS-EXPIRE-SWITCH.
           MOVE "N" TO WS-REPLACE-SWITCH.
           IF WS-ENTRY-DATE = EIH-RUN-DATE THEN
               SET WS-ENTRY-REPLACED TO TRUE
           ELSE
               IF WS-RETAIN-VALID AND WS-ENTRY-DATE NUMERIC THEN
                   COMPUTE WS-DATE-CCYYMMDD = 20000000
                       + FUNCTION NUMVAL (WS-ENTRY-DATE)
                   IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CCYYMMDD)
                           = 0 THEN
                       COMPUTE WS-ENTRY-DAYNUM =
                           FUNCTION INTEGER-OF-DATE
                               (WS-DATE-CCYYMMDD)
                       IF WS-ENTRY-DAYNUM < WS-CUTOFF-DAYNUM THEN
                           SET WS-ENTRY-EXPIRES TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3000-ARCHIVE-TONIGHT.
           PERFORM UNTIL WS-RPTIN-FILE-EOF
               READ REPORT-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-NEW-LINES-READ
                       IF REPORT-IN-LINE (1:7) = "TOTALS " THEN
                           MOVE REPORT-IN-LINE TO WS-TOTALS-LINE
                       END-IF
                       MOVE EIH-RUN-DATE   TO ARO-RUN-DATE
                       MOVE EIH-RUN-TIME   TO ARO-RUN-TIME
                       MOVE REPORT-IN-LINE TO ARO-LINE
                       WRITE ARCHIVE-OUT-RECORD
                       IF WS-ARCHOUT-STATUS = "00" THEN
                           ADD 1 TO WS-LINES-WRITTEN
                       ELSE
                           PERFORM 3900-ARCHOUT-WRITE-FAILED
                       END-IF
               END-READ
           END-PERFORM.

           MOVE EIH-RUN-DATE      TO IXO-RUN-DATE.
           MOVE EIH-RUN-TIME      TO IXO-RUN-TIME.
           MOVE EIH-RANGE-START   TO IXO-RANGE-START.
           MOVE EIH-RANGE-END     TO IXO-RANGE-END.
           MOVE EIH-RANGE-STEP    TO IXO-RANGE-STEP.
           MOVE WS-NEW-LINES-READ TO IXO-LINE-COUNT.
           MOVE WS-TODAY          TO IXO-ARCHIVED-ON.
           MOVE WS-TOTALS-LINE    TO IXO-TOTALS-LINE.
           WRITE INDEX-OUT-RECORD.
           IF WS-IDXOUT-STATUS NOT = "00" THEN
               SET WS-OUTPUT-ERROR TO TRUE
           END-IF.

       3900-ARCHOUT-WRITE-FAILED.
      *    Said once - a failing ARCHOUT fails every line after.
           IF NOT WS-ARCHOUT-ERROR THEN
               DISPLAY "FBRPTARC: cannot write ARCHOUT - status "
                   WS-ARCHOUT-STATUS
               SET WS-ARCHOUT-ERROR TO TRUE
           END-IF.
           SET WS-OUTPUT-ERROR TO TRUE.

       4000-PROVE-THE-ARCHIVE.
           MOVE "RUNS KEPT:" TO CNT-CAPTION.
           MOVE WS-RUNS-KEPT TO CNT-TALLY.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUNS EXPIRED:" TO CNT-CAPTION.
           MOVE WS-RUNS-EXPIRED TO CNT-TALLY.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RUNS REPLACED BY TONIGHT'S:" TO CNT-CAPTION.
           MOVE WS-RUNS-REPLACED TO CNT-TALLY.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVED LINES READ:" TO CNT-CAPTION.
           MOVE WS-OLD-LINES-READ TO CNT-TALLY.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVED LINES KEPT:" TO CNT-CAPTION.
           MOVE WS-OLD-LINES-KEPT TO CNT-TALLY.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVED LINES EXPIRED:" TO CNT-CAPTION.
           MOVE WS-OLD-LINES-EXPIRED TO CNT-TALLY.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARCHIVED LINES REPLACED:" TO CNT-CAPTION.
           MOVE WS-OLD-LINES-REPLACED TO CNT-TALLY.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TONIGHT'S RPTOUT LINES:" TO CNT-CAPTION.
           MOVE WS-NEW-LINES-READ TO CNT-TALLY.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           COMPUTE WS-PROOF-COUNT = WS-OLD-LINES-KEPT
               + WS-OLD-LINES-EXPIRED + WS-OLD-LINES-REPLACED.
           MOVE "ARCHIVED LINES READ" TO PRF-CAPTION.
           MOVE WS-OLD-LINES-READ TO PRF-LEFT.
           MOVE "KEPT+EXPIRED+REPLACED" TO PRF-RIGHT-CAPTION.
           MOVE WS-PROOF-COUNT TO PRF-RIGHT.
           IF WS-PROOF-COUNT = WS-OLD-LINES-READ THEN
               MOVE "IN BALANCE" TO PRF-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO PRF-VERDICT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-PROOF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           COMPUTE WS-PROOF-COUNT =
               WS-OLD-LINES-KEPT + WS-NEW-LINES-READ.
           MOVE "NEW ARCHIVE LINES WRITTEN" TO PRF-CAPTION.
           MOVE WS-LINES-WRITTEN TO PRF-LEFT.
           MOVE "KEPT + TONIGHT'S" TO PRF-RIGHT-CAPTION.
           MOVE WS-PROOF-COUNT TO PRF-RIGHT.
           IF WS-PROOF-COUNT = WS-LINES-WRITTEN
                   AND NOT WS-OUTPUT-ERROR
                   AND WS-NEW-LINES-READ > 0 THEN
               MOVE "IN BALANCE" TO PRF-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO PRF-VERDICT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-PROOF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF RETURN-CODE = 8 THEN
               DISPLAY "FBRPTARC: archive out of balance - old read "
                   WS-OLD-LINES-READ " kept " WS-OLD-LINES-KEPT
                   " written " WS-LINES-WRITTEN
           END-IF.
