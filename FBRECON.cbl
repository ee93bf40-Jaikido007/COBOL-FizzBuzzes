      *             every correct large run.  The printed line is
      *             still counted (exactly one expected) but never
      *             parsed.
      * 2026-10-15  Also write the verdict and mismatch count as
      *             one record on RECONRES, so the morning
      *             operations summary can read the result instead
      *             of someone reading RECONRPT.
      * 2026-10-15  Carry the wider FBCLASSIFY rule-info area
      *             (override hit, trace and stop flags, rules
      *             outside their effective dates); this program
      *             does not use the new fields.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

           SELECT RESULT-FILE ASSIGN TO "RECONRES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  RECON-LINE               PIC X(132).

       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  RESULT-RECORD.
           05 RRS-VERDICT           PIC X(4).
           05 RRS-MISMATCH-COUNT    PIC 9(3).
           05 RRS-RUN-DATE          PIC X(6).
           05 FILLER                PIC X(7).

       WORKING-STORAGE SECTION.
       01 Num PIC 9(9).

           88 WS-EXTIN-FILE-FOUND  VALUE "00".
           88 WS-EXTIN-FILE-EOF    VALUE "10".
       01 WS-RECON-STATUS          PIC X(2).
       01 WS-RESULT-STATUS         PIC X(2).

       01 WS-RANGE-START           PIC 9(9) VALUE 1.
       01 WS-RANGE-END             PIC 9(9) VALUE 100.
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

       01 WS-EXP-PROCESSED         PIC 9(9) VALUE 0.
       01 WS-EXP-FIZZ-COUNT        PIC 9(9) VALUE 0.
           WRITE RECON-LINE.

           CLOSE RECON-FILE.
           PERFORM 5000-WRITE-RESULT.
           STOP RUN.

       1000-READ-CONTROL-CARD.
           END-IF.
           MOVE WS-COMPARE-LINE TO RECON-LINE.
           WRITE RECON-LINE.

       5000-WRITE-RESULT.
      *    One record, rewritten whole each run like STATFILE, for
      *    FBOPSUM - the verdict as printed, not re-derived.
           OPEN OUTPUT RESULT-FILE.
           IF WS-RESULT-STATUS NOT = "00" THEN
               DISPLAY "FBRECON: cannot open RECONRES - status "
                   WS-RESULT-STATUS
           ELSE
               MOVE SPACE TO RESULT-RECORD
               MOVE VDT-RESULT TO RRS-VERDICT
               MOVE WS-MISMATCH-COUNT TO RRS-MISMATCH-COUNT
               MOVE WS-RUN-DATE-RAW TO RRS-RUN-DATE
               WRITE RESULT-RECORD
               CLOSE RESULT-FILE
           END-IF.
