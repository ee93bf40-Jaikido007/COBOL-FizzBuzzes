       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FBCHARGE".

      *---------------------------------------------------------
      * Change history
      * ----------------------------------------------------------
      * 2026-10-15  New program: month-end departmental chargeback
      *             for the TRANSIN batch lookups.  RSLTIN is the
      *             month's RSLTFILE generations; only the control
      *             trailer ("TOTALS READ:", which carries the run
      *             date) and the REQUESTOR accounting lines that
      *             follow it are read - detail lines are skipped.
      *             RATECARD sets each department's price per
      *             classified number and handling fee per reject;
      *             BILLCTL names the billing month (YYMM) so a
      *             stray generation from another month is left
      *             off the bill.  INVRPT carries one invoice
      *             per department (nightly detail, month total,
      *             amount due), a separate unbillable exceptions
      *             section for the "***" catch-all row so nobody
      *             is charged for bad requestor codes, and a
      *             summary whose read/classified/rejected totals must
      *             tie back to the sum of the trailers.  Any
      *             imbalance ends with RC=8; a department billed
      *             with no rate card entry ends with RC=4.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-IN-FILE ASSIGN TO "RSLTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLTIN-STATUS.

           SELECT OPTIONAL RATE-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPTIONAL BILL-CTL-FILE ASSIGN TO "BILLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The RSLTFILE layout written by fizzbuzz_userinput's batch
      *    mode, with the two views this program reads: the control
      *    trailer and the per-requestor accounting lines.  The
      *    counts are Z(8)9 edited fields on the file.
       FD  RESULT-IN-FILE
           RECORDING MODE IS F.
       01  RESULT-IN-LINE           PIC X(120).
       01  RESULT-IN-TRAILER.
           05 RTI-TAG               PIC X(12).
           05 RTI-READ-COUNT        PIC X(9).
           05 FILLER                PIC X(12).
           05 RTI-CLASS-COUNT       PIC X(9).
           05 FILLER                PIC X(10).
           05 RTI-REJECT-COUNT      PIC X(9).
           05 RTI-DATE-TAG          PIC X(10).
           05 RTI-RUN-DATE          PIC X(6).
           05 FILLER                PIC X(43).
       01  RESULT-IN-REQUESTOR.
           05 RQI-TAG               PIC X(10).
           05 RQI-CODE              PIC X(3).
           05 FILLER                PIC X(6).
           05 RQI-READ-COUNT        PIC X(9).
           05 FILLER                PIC X(12).
           05 RQI-CLASS-COUNT       PIC X(9).
           05 FILLER                PIC X(10).
           05 RQI-REJECT-COUNT      PIC X(9).
           05 FILLER                PIC X(52).

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05 RTC-REQUESTOR         PIC X(3).
           05 FILLER                PIC X(1).
           05 RTC-CLASS-PRICE       PIC X(10).
           05 FILLER                PIC X(1).
           05 RTC-REJECT-FEE        PIC X(10).

       FD  BILL-CTL-FILE
           RECORDING MODE IS F.
       01  BILL-CTL-RECORD.
           05 BIL-MONTH             PIC X(4).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RSLTIN-STATUS          PIC X(2).
           88 WS-RSLTIN-FOUND       VALUE "00".
           88 WS-RSLTIN-EOF         VALUE "10".
       01 WS-RATE-STATUS            PIC X(2).
           88 WS-RATE-FILE-FOUND    VALUE "00".
           88 WS-RATE-FILE-EOF      VALUE "10".
       01 WS-BILLCTL-STATUS         PIC X(2).
       01 WS-RPT-STATUS             PIC X(2).

       01 WS-BILL-MONTH             PIC X(4) VALUE SPACE.
       01 WS-BILL-MONTH-SWITCH      PIC X VALUE "N".
           88 WS-BILL-MONTH-GIVEN   VALUE "Y".
       01 WS-RATE-OK-SWITCH         PIC X VALUE "N".
           88 WS-RATE-OK            VALUE "Y".

       01 WS-SECTION-LINE           PIC X(132).
       01 WS-REPORT-SWITCH          PIC X VALUE "N".
           88 WS-REPORT-STARTED     VALUE "Y".

      *    One row per department seen on the rate card or on a
      *    REQUESTOR line.  The "***" catch-all row is carried like
      *    any other so the tie-out can count it, but it is flagged
      *    unbillable and never priced.
       01 WS-DEPT-COUNT             PIC 9(2) VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 10 TIMES.
               10 WS-DEPT-CODE         PIC X(3).
               10 WS-DEPT-CLASS-PRICE  PIC 9(3)V9(4).
               10 WS-DEPT-REJECT-FEE   PIC 9(3)V9(4).
               10 WS-DEPT-RATE-SWITCH  PIC X(1).
                   88 WS-DEPT-RATED    VALUE "Y".
               10 WS-DEPT-BILL-SWITCH  PIC X(1).
                   88 WS-DEPT-UNBILLABLE VALUE "N".
       01 WS-DEPT-SUB               PIC 9(2).
       01 WS-FIND-SUB               PIC 9(2).
       01 WS-FIND-CODE              PIC X(3).

      *    One row per night (trailer) billed.  A month with reruns
      *    can carry more than one generation per day, so the cap
      *    is two a day.
       01 WS-NIGHT-COUNT            PIC 9(3) VALUE 0.
       01 WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 62 TIMES.
               10 WS-NGT-SORT-KEY      PIC X(6).
               10 WS-NGT-RUN-DATE      PIC X(6).
               10 WS-NGT-TRL-READ      PIC 9(9).
               10 WS-NGT-TRL-CLASS     PIC 9(9).
               10 WS-NGT-TRL-REJECT    PIC 9(9).
               10 WS-NGT-DEPT OCCURS 10 TIMES.
                   15 WS-NGT-READ      PIC 9(9).
                   15 WS-NGT-CLASS     PIC 9(9).
                   15 WS-NGT-REJECT    PIC 9(9).
       01 WS-NIGHT-SWAP             PIC X(309).
       01 WS-NIGHT-SUB              PIC 9(3).
       01 WS-NEXT-SUB               PIC 9(3).

      *    Where the REQUESTOR lines being read belong: the night
      *    just opened by a trailer, a night outside the billing
      *    month (its lines are passed over), or no trailer yet.
       01 WS-NIGHT-STATE            PIC X VALUE "N".
           88 WS-NIGHT-OPEN         VALUE "Y".
           88 WS-NIGHT-SKIPPED      VALUE "S".
           88 WS-NO-NIGHT           VALUE "N".

       01 WS-SKIPPED-COUNT          PIC 9(3) VALUE 0.
       01 WS-UNDATED-COUNT          PIC 9(3) VALUE 0.
       01 WS-ORPHAN-COUNT           PIC 9(9) VALUE 0.

       01 WS-SUM-TRL-READ           PIC 9(9) VALUE 0.
       01 WS-SUM-TRL-CLASS          PIC 9(9) VALUE 0.
       01 WS-SUM-TRL-REJECT         PIC 9(9) VALUE 0.

       01 WS-MONTH-READ             PIC 9(9).
       01 WS-MONTH-CLASS            PIC 9(9).
       01 WS-MONTH-REJECT           PIC 9(9).
       01 WS-CLASS-CHARGE           PIC 9(9)V99.
       01 WS-REJECT-CHARGE          PIC 9(9)V99.
       01 WS-NIGHT-CHARGE           PIC 9(9)V99.
       01 WS-MONTH-CLASS-CHARGE     PIC 9(9)V99.
       01 WS-MONTH-REJECT-CHARGE    PIC 9(9)V99.
       01 WS-MONTH-CHARGE           PIC 9(9)V99.
       01 WS-GRAND-CHARGE           PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-READ             PIC 9(9) VALUE 0.
       01 WS-GRAND-CLASS            PIC 9(9) VALUE 0.
       01 WS-GRAND-REJECT           PIC 9(9) VALUE 0.

       01 WS-PROOF-TRAILER          PIC 9(9).
       01 WS-PROOF-SUM              PIC 9(9).

       01 WS-UNRATED-SWITCH         PIC X VALUE "N".
           88 WS-UNRATED-BILLED     VALUE "Y".
       01 WS-BALANCE-SWITCH         PIC X VALUE "Y".
           88 WS-IN-BALANCE         VALUE "Y".

       01 WS-RUN-DATE.
           05 WS-RUN-YY             PIC 9(2).
           05 WS-RUN-MM             PIC 9(2).
           05 WS-RUN-DD             PIC 9(2).
       01 WS-PRINT-DATE             PIC X(8).
       01 WS-PERIOD-TEXT            PIC X(18).
       01 WS-NIGHT-TEXT             PIC X(8).

       01 WS-NO-RATE-LINE           PIC X(132) VALUE
           "NO RATE ON THE RATE CARD - VOLUMES SHOWN, NOT PRICED".
       01 WS-EXCEPTION-NOTE-LINE    PIC X(132) VALUE
           "BLANK OR UNKNOWN REQUESTOR CODES - NOT CHARGED TO ANYONE".

       01 WS-INVOICE-HEADER.
           05 FILLER                PIC X(36)
               VALUE "FIZZBUZZ LOOKUP CHARGEBACK INVOICE".
           05 FILLER                PIC X(12) VALUE "DEPARTMENT: ".
           05 IVH-DEPT              PIC X(3).
           05 FILLER                PIC X(10) VALUE "  PERIOD: ".
           05 IVH-PERIOD            PIC X(18).
           05 FILLER                PIC X(11) VALUE "  PRINTED: ".
           05 IVH-DATE              PIC X(8).
           05 FILLER                PIC X(34) VALUE SPACE.

       01 WS-RATE-LINE.
           05 FILLER                PIC X(29)
               VALUE "PRICE PER CLASSIFIED NUMBER: ".
           05 RTL-CLASS-PRICE       PIC ZZ9.9999.
           05 FILLER                PIC X(28)
               VALUE "   HANDLING FEE PER REJECT: ".
           05 RTL-REJECT-FEE        PIC ZZ9.9999.
           05 FILLER                PIC X(59) VALUE SPACE.

       01 WS-COLUMN-LINE.
           05 FILLER                PIC X(10) VALUE "NIGHT".
           05 FILLER                PIC X(11) VALUE "     READ".
           05 FILLER                PIC X(11) VALUE " CLASSIFIED".
           05 FILLER                PIC X(11) VALUE "   REJECTED".
           05 FILLER                PIC X(16)
               VALUE " CLASSIFIED CHG".
           05 FILLER                PIC X(16)
               VALUE "     REJECT FEES".
           05 FILLER                PIC X(16)
               VALUE "     NIGHT TOTAL".
           05 FILLER                PIC X(41) VALUE SPACE.

       01 WS-INVOICE-DETAIL.
           05 IVD-NIGHT             PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 IVD-READ              PIC Z(8)9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 IVD-CLASS             PIC Z(8)9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 IVD-REJECT            PIC Z(8)9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 IVD-CLASS-CHARGE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 IVD-REJECT-CHARGE     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 IVD-NIGHT-CHARGE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(43) VALUE SPACE.

       01 WS-AMOUNT-DUE-LINE.
           05 FILLER                PIC X(12) VALUE "AMOUNT DUE: ".
           05 AMT-CHARGE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(106) VALUE SPACE.

       01 WS-EXCEPTION-HEADER.
           05 FILLER                PIC X(58) VALUE
             "UNBILLABLE EXCEPTIONS - BLANK OR UNKNOWN REQUESTOR (***)".
           05 FILLER                PIC X(10) VALUE "  PERIOD: ".
           05 EXH-PERIOD            PIC X(18).
           05 FILLER                PIC X(11) VALUE "  PRINTED: ".
           05 EXH-DATE              PIC X(8).
           05 FILLER                PIC X(27) VALUE SPACE.

       01 WS-SUMMARY-HEADER.
           05 FILLER                PIC X(36)
               VALUE "FIZZBUZZ LOOKUP CHARGEBACK SUMMARY".
           05 FILLER                PIC X(10) VALUE "  PERIOD: ".
           05 SMH-PERIOD            PIC X(18).
           05 FILLER                PIC X(11) VALUE "  PRINTED: ".
           05 SMH-DATE              PIC X(8).
           05 FILLER                PIC X(49) VALUE SPACE.

       01 WS-SUMMARY-COLUMN-LINE.
           05 FILLER                PIC X(10) VALUE "DEPT".
           05 FILLER                PIC X(11) VALUE "     READ".
           05 FILLER                PIC X(11) VALUE " CLASSIFIED".
           05 FILLER                PIC X(11) VALUE "   REJECTED".
           05 FILLER                PIC X(16)
               VALUE "      AMOUNT DUE".
           05 FILLER                PIC X(73) VALUE SPACE.

       01 WS-SUMMARY-DETAIL.
           05 SMD-DEPT              PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SMD-READ              PIC Z(8)9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SMD-CLASS             PIC Z(8)9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SMD-REJECT            PIC Z(8)9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SMD-CHARGE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SMD-NOTE              PIC X(30).
           05 FILLER                PIC X(43) VALUE SPACE.

       01 WS-COUNT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CNT-CAPTION           PIC X(40).
           05 CNT-TALLY             PIC Z(8)9.
           05 FILLER                PIC X(81) VALUE SPACE.

       01 WS-PROOF-LINE.
           05 FILLER                PIC X(7)  VALUE "PROOF: ".
           05 PRF-CAPTION           PIC X(11).
           05 FILLER                PIC X(10) VALUE " TRAILERS ".
           05 PRF-TRAILER           PIC Z(8)9.
           05 FILLER                PIC X(26)
               VALUE " = INVOICED + UNBILLABLE ".
           05 PRF-SUM               PIC Z(8)9.
           05 FILLER                PIC X(3)  VALUE " - ".
           05 PRF-VERDICT           PIC X(14).
           05 FILLER                PIC X(43) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YY
               DELIMITED BY SIZE INTO WS-PRINT-DATE.

           PERFORM 1000-READ-BILL-CARD.
           PERFORM 1500-LOAD-RATE-CARD.

           OPEN INPUT RESULT-IN-FILE.
           IF NOT WS-RSLTIN-FOUND THEN
               DISPLAY "FBCHARGE: cannot open RSLTIN - status "
                   WS-RSLTIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-READ-RESULTS.
           CLOSE RESULT-IN-FILE.

           PERFORM 2500-SORT-NIGHTS.

           OPEN OUTPUT REPORT-FILE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF NOT WS-DEPT-UNBILLABLE (WS-DEPT-SUB) THEN
                   PERFORM 3000-PRINT-INVOICE
               END-IF
           END-PERFORM.
           PERFORM 4000-PRINT-EXCEPTIONS.
           PERFORM 5000-PRINT-SUMMARY.
           CLOSE REPORT-FILE.

      *    An out-of-balance month is not fit to send out; an
      *    unpriced department only needs a rate card fix.
           IF NOT WS-IN-BALANCE THEN
               DISPLAY "FBCHARGE: chargeback does not tie to the "
                   "RSLTFILE trailers - invoices not fit to send"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNRATED-BILLED THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1000-READ-BILL-CARD.
      *    No BILLCTL (or a non-numeric month) bills every night on
      *    RSLTIN; with a month, dated nights from other months are
      *    passed over and counted.
           MOVE "ALL NIGHTS ON FILE" TO WS-PERIOD-TEXT.
           OPEN INPUT BILL-CTL-FILE.
           IF WS-BILLCTL-STATUS = "00" THEN
               READ BILL-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BIL-MONTH NUMERIC THEN
                           MOVE BIL-MONTH TO WS-BILL-MONTH
                           SET WS-BILL-MONTH-GIVEN TO TRUE
                           MOVE SPACE TO WS-PERIOD-TEXT
                           STRING BIL-MONTH (3:2) "/" BIL-MONTH (1:2)
                               DELIMITED BY SIZE INTO WS-PERIOD-TEXT
                       END-IF
               END-READ
               CLOSE BILL-CTL-FILE
           END-IF.

       1500-LOAD-RATE-CARD.
      *    A rate that will not edit is reported and left unpriced
      *    rather than guessed - the department still gets its
      *    invoice, with the volumes, and the run ends RC=4.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-FOUND THEN
               PERFORM UNTIL WS-RATE-FILE-EOF
                   READ RATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1600-LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY "FBCHARGE: no RATECARD - invoices print "
                   "volumes only"
           END-IF.

       1600-LOAD-ONE-RATE.
           IF RTC-REQUESTOR = SPACE OR RTC-REQUESTOR = "***" THEN
               DISPLAY "FBCHARGE: rate card entry for '"
                   RTC-REQUESTOR "' ignored - not a department"
           ELSE
               MOVE RTC-REQUESTOR TO WS-FIND-CODE
               PERFORM 2300-FIND-DEPT
               IF WS-FIND-SUB > 0 THEN
                   MOVE "N" TO WS-RATE-OK-SWITCH
                   IF FUNCTION TEST-NUMVAL (RTC-CLASS-PRICE) = 0
                           AND FUNCTION TEST-NUMVAL (RTC-REJECT-FEE)
                           = 0 THEN
                       PERFORM 1610-CHECK-RATE-RANGE
                   END-IF
                   IF WS-RATE-OK THEN
                       MOVE FUNCTION NUMVAL (RTC-CLASS-PRICE)
                           TO WS-DEPT-CLASS-PRICE (WS-FIND-SUB)
                       MOVE FUNCTION NUMVAL (RTC-REJECT-FEE)
                           TO WS-DEPT-REJECT-FEE (WS-FIND-SUB)
                       SET WS-DEPT-RATED (WS-FIND-SUB) TO TRUE
                   ELSE
                       DISPLAY "FBCHARGE: rate card entry for "
                           RTC-REQUESTOR " is not a price of 0 to "
                           "999.9999 - department left unpriced"
                   END-IF
               END-IF
           END-IF.

       1610-CHECK-RATE-RANGE.
      *    The price fields hold 0 to 999.9999 with no sign - a
      *    negative or larger rate would be billed silently wrong.
           IF FUNCTION NUMVAL (RTC-CLASS-PRICE) >= 0
                   AND FUNCTION NUMVAL (RTC-CLASS-PRICE) < 1000
                   AND FUNCTION NUMVAL (RTC-REJECT-FEE) >= 0
                   AND FUNCTION NUMVAL (RTC-REJECT-FEE) < 1000 THEN
               SET WS-RATE-OK TO TRUE
           END-IF.

       2000-READ-RESULTS.
      *    A trailer opens a night; the REQUESTOR lines that follow
      *    it belong to that night.  Detail lines are skipped.
           PERFORM UNTIL WS-RSLTIN-EOF
               READ RESULT-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RTI-TAG = "TOTALS READ:" THEN
                           PERFORM 2100-OPEN-NIGHT
                       ELSE
                           IF RQI-TAG = "REQUESTOR " THEN
                               PERFORM 2200-ADD-REQUESTOR-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-OPEN-NIGHT.
      *    A trailer written before the run date was stamped on it
      *    cannot be placed in a month; it is billed, flagged
      *    UNDATED on the invoice, and counted on the summary.
           IF RTI-DATE-TAG = " RUN DATE:" AND RTI-RUN-DATE NUMERIC
                   THEN
               IF WS-BILL-MONTH-GIVEN
                       AND RTI-RUN-DATE (1:4) NOT = WS-BILL-MONTH THEN
                   SET WS-NIGHT-SKIPPED TO TRUE
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   SET WS-NIGHT-OPEN TO TRUE
               END-IF
           ELSE
               SET WS-NIGHT-OPEN TO TRUE
           END-IF.

           IF WS-NIGHT-OPEN THEN
               IF WS-NIGHT-COUNT >= 62 THEN
                   DISPLAY "FBCHARGE: more than 62 nights on RSLTIN "
                       "- nights beyond 62 not billed"
                   SET WS-NIGHT-SKIPPED TO TRUE
                   MOVE "N" TO WS-BALANCE-SWITCH
               ELSE
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE WS-NIGHT-COUNT TO WS-NIGHT-SUB
                   INITIALIZE WS-NIGHT-ENTRY (WS-NIGHT-SUB)
                   IF RTI-DATE-TAG = " RUN DATE:"
                           AND RTI-RUN-DATE NUMERIC THEN
                       MOVE RTI-RUN-DATE
                           TO WS-NGT-RUN-DATE (WS-NIGHT-SUB)
                           WS-NGT-SORT-KEY (WS-NIGHT-SUB)
                   ELSE
                       MOVE SPACE TO WS-NGT-RUN-DATE (WS-NIGHT-SUB)
                       MOVE HIGH-VALUE
                           TO WS-NGT-SORT-KEY (WS-NIGHT-SUB)
                       ADD 1 TO WS-UNDATED-COUNT
                   END-IF
                   MOVE FUNCTION NUMVAL (RTI-READ-COUNT)
                       TO WS-NGT-TRL-READ (WS-NIGHT-SUB)
                   MOVE FUNCTION NUMVAL (RTI-CLASS-COUNT)
                       TO WS-NGT-TRL-CLASS (WS-NIGHT-SUB)
                   MOVE FUNCTION NUMVAL (RTI-REJECT-COUNT)
                       TO WS-NGT-TRL-REJECT (WS-NIGHT-SUB)
                   ADD WS-NGT-TRL-READ (WS-NIGHT-SUB)
                       TO WS-SUM-TRL-READ
                   ADD WS-NGT-TRL-CLASS (WS-NIGHT-SUB)
                       TO WS-SUM-TRL-CLASS
                   ADD WS-NGT-TRL-REJECT (WS-NIGHT-SUB)
                       TO WS-SUM-TRL-REJECT
               END-IF
           END-IF.

       2200-ADD-REQUESTOR-LINE.
      *    A REQUESTOR line with no trailer ahead of it cannot be
      *    dated or tied to anything - counted and left off the
      *    bill.
           EVALUATE TRUE
               WHEN WS-NIGHT-SKIPPED
                   CONTINUE
               WHEN WS-NO-NIGHT
                   ADD 1 TO WS-ORPHAN-COUNT
               WHEN OTHER
                   MOVE RQI-CODE TO WS-FIND-CODE
                   PERFORM 2300-FIND-DEPT
                   IF WS-FIND-SUB = 0 THEN
                       MOVE "N" TO WS-BALANCE-SWITCH
                   ELSE
                       ADD FUNCTION NUMVAL (RQI-READ-COUNT)
                           TO WS-NGT-READ (WS-NIGHT-SUB, WS-FIND-SUB)
                       ADD FUNCTION NUMVAL (RQI-CLASS-COUNT)
                           TO WS-NGT-CLASS (WS-NIGHT-SUB, WS-FIND-SUB)
                       ADD FUNCTION NUMVAL (RQI-REJECT-COUNT)
                           TO WS-NGT-REJECT (WS-NIGHT-SUB, WS-FIND-SUB)
                   END-IF
           END-EVALUATE.

       2300-FIND-DEPT.
      *    Finds WS-FIND-CODE in the department table, adding a row
      *    the first time a code is seen.  WS-FIND-SUB comes back
      *    zero only when the table is full.
           MOVE 0 TO WS-FIND-SUB.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-FIND-SUB > 0
               IF WS-DEPT-CODE (WS-DEPT-SUB) = WS-FIND-CODE THEN
                   MOVE WS-DEPT-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM.
           IF WS-FIND-SUB = 0 THEN
               IF WS-DEPT-COUNT >= 10 THEN
                   DISPLAY "FBCHARGE: more than 10 requestor codes - "
                       WS-FIND-CODE " not billed"
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-FIND-SUB
                   MOVE WS-FIND-CODE TO WS-DEPT-CODE (WS-FIND-SUB)
                   MOVE 0 TO WS-DEPT-CLASS-PRICE (WS-FIND-SUB)
                       WS-DEPT-REJECT-FEE (WS-FIND-SUB)
                   MOVE "N" TO WS-DEPT-RATE-SWITCH (WS-FIND-SUB)
                   IF WS-FIND-CODE = "***" OR WS-FIND-CODE = SPACE
                           THEN
                       MOVE "N" TO WS-DEPT-BILL-SWITCH (WS-FIND-SUB)
                   ELSE
                       MOVE "Y" TO WS-DEPT-BILL-SWITCH (WS-FIND-SUB)
                   END-IF
               END-IF
           END-IF.

       2500-SORT-NIGHTS.
      *    RSLTIN is a generation concatenation, newest first, so
      *    the nights are put back in date order for the invoice.
      *    Undated nights sort to the bottom.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB >= WS-NIGHT-COUNT
               PERFORM VARYING WS-NEXT-SUB FROM WS-NIGHT-SUB BY 1
                       UNTIL WS-NEXT-SUB > WS-NIGHT-COUNT
                   IF WS-NGT-SORT-KEY (WS-NEXT-SUB)
                           < WS-NGT-SORT-KEY (WS-NIGHT-SUB) THEN
                       MOVE WS-NIGHT-ENTRY (WS-NIGHT-SUB)
                           TO WS-NIGHT-SWAP
                       MOVE WS-NIGHT-ENTRY (WS-NEXT-SUB)
                           TO WS-NIGHT-ENTRY (WS-NIGHT-SUB)
                       MOVE WS-NIGHT-SWAP
                           TO WS-NIGHT-ENTRY (WS-NEXT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-PRINT-INVOICE.
           MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO IVH-DEPT.
           MOVE WS-PERIOD-TEXT TO IVH-PERIOD.
           MOVE WS-PRINT-DATE TO IVH-DATE.
           MOVE WS-INVOICE-HEADER TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DEPT-RATED (WS-DEPT-SUB) THEN
               MOVE WS-DEPT-CLASS-PRICE (WS-DEPT-SUB)
                   TO RTL-CLASS-PRICE
               MOVE WS-DEPT-REJECT-FEE (WS-DEPT-SUB)
                   TO RTL-REJECT-FEE
               MOVE WS-RATE-LINE TO REPORT-LINE
           ELSE
               MOVE WS-NO-RATE-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 0 TO WS-MONTH-READ WS-MONTH-CLASS WS-MONTH-REJECT
               WS-MONTH-CLASS-CHARGE WS-MONTH-REJECT-CHARGE
               WS-MONTH-CHARGE.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               PERFORM 3100-PRINT-INVOICE-NIGHT
           END-PERFORM.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MONTH"               TO IVD-NIGHT.
           MOVE WS-MONTH-READ         TO IVD-READ.
           MOVE WS-MONTH-CLASS        TO IVD-CLASS.
           MOVE WS-MONTH-REJECT       TO IVD-REJECT.
           MOVE WS-MONTH-CLASS-CHARGE TO IVD-CLASS-CHARGE.
           MOVE WS-MONTH-REJECT-CHARGE TO IVD-REJECT-CHARGE.
           MOVE WS-MONTH-CHARGE       TO IVD-NIGHT-CHARGE.
           MOVE WS-INVOICE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MONTH-CHARGE TO AMT-CHARGE.
           MOVE WS-AMOUNT-DUE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF NOT WS-DEPT-RATED (WS-DEPT-SUB)
                   AND WS-MONTH-READ > 0 THEN
               SET WS-UNRATED-BILLED TO TRUE
               DISPLAY "FBCHARGE: " WS-DEPT-CODE (WS-DEPT-SUB)
                   " has volume but no rate card entry"
           END-IF.
           ADD WS-MONTH-READ   TO WS-GRAND-READ.
           ADD WS-MONTH-CLASS  TO WS-GRAND-CLASS.
           ADD WS-MONTH-REJECT TO WS-GRAND-REJECT.

       3100-PRINT-INVOICE-NIGHT.
      *    Each night is priced and rounded on its own line, so the
      *    month total is the footing of what is printed above it.
           COMPUTE WS-CLASS-CHARGE ROUNDED =
               WS-NGT-CLASS (WS-NIGHT-SUB, WS-DEPT-SUB)
               * WS-DEPT-CLASS-PRICE (WS-DEPT-SUB).
           COMPUTE WS-REJECT-CHARGE ROUNDED =
               WS-NGT-REJECT (WS-NIGHT-SUB, WS-DEPT-SUB)
               * WS-DEPT-REJECT-FEE (WS-DEPT-SUB).
           COMPUTE WS-NIGHT-CHARGE =
               WS-CLASS-CHARGE + WS-REJECT-CHARGE.
           PERFORM 3200-FORMAT-NIGHT.
           MOVE WS-NIGHT-TEXT TO IVD-NIGHT.
           MOVE WS-NGT-READ (WS-NIGHT-SUB, WS-DEPT-SUB)   TO IVD-READ.
           MOVE WS-NGT-CLASS (WS-NIGHT-SUB, WS-DEPT-SUB)  TO IVD-CLASS.
           MOVE WS-NGT-REJECT (WS-NIGHT-SUB, WS-DEPT-SUB)
               TO IVD-REJECT.
           MOVE WS-CLASS-CHARGE  TO IVD-CLASS-CHARGE.
           MOVE WS-REJECT-CHARGE TO IVD-REJECT-CHARGE.
           MOVE WS-NIGHT-CHARGE  TO IVD-NIGHT-CHARGE.
           MOVE WS-INVOICE-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-NGT-READ (WS-NIGHT-SUB, WS-DEPT-SUB)
               TO WS-MONTH-READ.
           ADD WS-NGT-CLASS (WS-NIGHT-SUB, WS-DEPT-SUB)
               TO WS-MONTH-CLASS.
           ADD WS-NGT-REJECT (WS-NIGHT-SUB, WS-DEPT-SUB)
               TO WS-MONTH-REJECT.
           ADD WS-CLASS-CHARGE  TO WS-MONTH-CLASS-CHARGE.
           ADD WS-REJECT-CHARGE TO WS-MONTH-REJECT-CHARGE.
           ADD WS-NIGHT-CHARGE  TO WS-MONTH-CHARGE.

       3200-FORMAT-NIGHT.
           IF WS-NGT-RUN-DATE (WS-NIGHT-SUB) = SPACE THEN
               MOVE "UNDATED" TO WS-NIGHT-TEXT
           ELSE
               MOVE SPACE TO WS-NIGHT-TEXT
               STRING WS-NGT-RUN-DATE (WS-NIGHT-SUB) (3:2) "/"
                   WS-NGT-RUN-DATE (WS-NIGHT-SUB) (5:2) "/"
                   WS-NGT-RUN-DATE (WS-NIGHT-SUB) (1:2)
                   DELIMITED BY SIZE INTO WS-NIGHT-TEXT
           END-IF.

       4000-PRINT-EXCEPTIONS.
      *    The catch-all row is volume nobody can be charged for -
      *    its own section, never on an invoice, but still in the
      *    tie-out on the summary.
           MOVE WS-PERIOD-TEXT TO EXH-PERIOD.
           MOVE WS-PRINT-DATE TO EXH-DATE.
           MOVE WS-EXCEPTION-HEADER TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXCEPTION-NOTE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           MOVE SPACE TO REPORT-LINE (44:).
           WRITE REPORT-LINE.

           MOVE 0 TO WS-MONTH-READ WS-MONTH-CLASS WS-MONTH-REJECT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DEPT-UNBILLABLE (WS-DEPT-SUB) THEN
                   PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                           UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
                       PERFORM 4100-PRINT-EXCEPTION-NIGHT
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MONTH"         TO IVD-NIGHT.
           MOVE WS-MONTH-READ   TO IVD-READ.
           MOVE WS-MONTH-CLASS  TO IVD-CLASS.
           MOVE WS-MONTH-REJECT TO IVD-REJECT.
           MOVE WS-INVOICE-DETAIL TO REPORT-LINE.
           MOVE SPACE TO REPORT-LINE (44:).
           WRITE REPORT-LINE.
           ADD WS-MONTH-READ   TO WS-GRAND-READ.
           ADD WS-MONTH-CLASS  TO WS-GRAND-CLASS.
           ADD WS-MONTH-REJECT TO WS-GRAND-REJECT.

       4100-PRINT-EXCEPTION-NIGHT.
           PERFORM 3200-FORMAT-NIGHT.
           MOVE WS-NIGHT-TEXT TO IVD-NIGHT.
           MOVE WS-NGT-READ (WS-NIGHT-SUB, WS-DEPT-SUB)   TO IVD-READ.
           MOVE WS-NGT-CLASS (WS-NIGHT-SUB, WS-DEPT-SUB)  TO IVD-CLASS.
           MOVE WS-NGT-REJECT (WS-NIGHT-SUB, WS-DEPT-SUB)
               TO IVD-REJECT.
           MOVE WS-INVOICE-DETAIL TO REPORT-LINE.
           MOVE SPACE TO REPORT-LINE (44:).
           WRITE REPORT-LINE.
           ADD WS-NGT-READ (WS-NIGHT-SUB, WS-DEPT-SUB)
               TO WS-MONTH-READ.
           ADD WS-NGT-CLASS (WS-NIGHT-SUB, WS-DEPT-SUB)
               TO WS-MONTH-CLASS.
           ADD WS-NGT-REJECT (WS-NIGHT-SUB, WS-DEPT-SUB)
               TO WS-MONTH-REJECT.

       5000-PRINT-SUMMARY.
           MOVE WS-PERIOD-TEXT TO SMH-PERIOD.
           MOVE WS-PRINT-DATE TO SMH-DATE.
           MOVE WS-SUMMARY-HEADER TO WS-SECTION-LINE.
           PERFORM 8000-PRINT-SECTION.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUMMARY-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               PERFORM 5100-PRINT-SUMMARY-DEPT
           END-PERFORM.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TOTAL"         TO SMD-DEPT.
           MOVE WS-GRAND-READ   TO SMD-READ.
           MOVE WS-GRAND-CLASS  TO SMD-CLASS.
           MOVE WS-GRAND-REJECT TO SMD-REJECT.
           MOVE WS-GRAND-CHARGE TO SMD-CHARGE.
           MOVE SPACE TO SMD-NOTE.
           MOVE WS-SUMMARY-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NIGHTS BILLED:" TO CNT-CAPTION.
           MOVE WS-NIGHT-COUNT TO CNT-TALLY.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-UNDATED-COUNT > 0 THEN
               MOVE "NIGHTS WITH NO RUN DATE ON THE TRAILER:"
                   TO CNT-CAPTION
               MOVE WS-UNDATED-COUNT TO CNT-TALLY
               MOVE WS-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-SKIPPED-COUNT > 0 THEN
               MOVE "NIGHTS PASSED OVER - OUTSIDE THE PERIOD:"
                   TO CNT-CAPTION
               MOVE WS-SKIPPED-COUNT TO CNT-TALLY
               MOVE WS-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-ORPHAN-COUNT > 0 THEN
               MOVE "REQUESTOR LINES WITH NO TRAILER AHEAD:"
                   TO CNT-CAPTION
               MOVE WS-ORPHAN-COUNT TO CNT-TALLY
               MOVE WS-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    The requestor lines must account for every record the
      *    trailers say was read - the same proof the results file
      *    itself makes, carried across the whole month.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "READ"            TO PRF-CAPTION.
           MOVE WS-SUM-TRL-READ   TO WS-PROOF-TRAILER.
           MOVE WS-GRAND-READ     TO WS-PROOF-SUM.
           PERFORM 5200-PRINT-PROOF.
           MOVE "CLASSIFIED"      TO PRF-CAPTION.
           MOVE WS-SUM-TRL-CLASS  TO WS-PROOF-TRAILER.
           MOVE WS-GRAND-CLASS    TO WS-PROOF-SUM.
           PERFORM 5200-PRINT-PROOF.
           MOVE "REJECTED"        TO PRF-CAPTION.
           MOVE WS-SUM-TRL-REJECT TO WS-PROOF-TRAILER.
           MOVE WS-GRAND-REJECT   TO WS-PROOF-SUM.
           PERFORM 5200-PRINT-PROOF.

       5100-PRINT-SUMMARY-DEPT.
           MOVE 0 TO WS-MONTH-READ WS-MONTH-CLASS WS-MONTH-REJECT
               WS-MONTH-CHARGE.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               ADD WS-NGT-READ (WS-NIGHT-SUB, WS-DEPT-SUB)
                   TO WS-MONTH-READ
               ADD WS-NGT-CLASS (WS-NIGHT-SUB, WS-DEPT-SUB)
                   TO WS-MONTH-CLASS
               ADD WS-NGT-REJECT (WS-NIGHT-SUB, WS-DEPT-SUB)
                   TO WS-MONTH-REJECT
               IF NOT WS-DEPT-UNBILLABLE (WS-DEPT-SUB) THEN
                   COMPUTE WS-CLASS-CHARGE ROUNDED =
                       WS-NGT-CLASS (WS-NIGHT-SUB, WS-DEPT-SUB)
                       * WS-DEPT-CLASS-PRICE (WS-DEPT-SUB)
                   COMPUTE WS-REJECT-CHARGE ROUNDED =
                       WS-NGT-REJECT (WS-NIGHT-SUB, WS-DEPT-SUB)
                       * WS-DEPT-REJECT-FEE (WS-DEPT-SUB)
                   ADD WS-CLASS-CHARGE WS-REJECT-CHARGE
                       TO WS-MONTH-CHARGE
               END-IF
           END-PERFORM.
           ADD WS-MONTH-CHARGE TO WS-GRAND-CHARGE.
           MOVE WS-DEPT-CODE (WS-DEPT-SUB) TO SMD-DEPT.
           MOVE WS-MONTH-READ   TO SMD-READ.
           MOVE WS-MONTH-CLASS  TO SMD-CLASS.
           MOVE WS-MONTH-REJECT TO SMD-REJECT.
           MOVE WS-MONTH-CHARGE TO SMD-CHARGE.
           EVALUATE TRUE
               WHEN WS-DEPT-UNBILLABLE (WS-DEPT-SUB)
                   MOVE "UNBILLABLE EXCEPTIONS" TO SMD-NOTE
               WHEN NOT WS-DEPT-RATED (WS-DEPT-SUB)
                   MOVE "NO RATE - NOT PRICED" TO SMD-NOTE
               WHEN OTHER
                   MOVE SPACE TO SMD-NOTE
           END-EVALUATE.
           MOVE WS-SUMMARY-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       5200-PRINT-PROOF.
           MOVE WS-PROOF-TRAILER TO PRF-TRAILER.
           MOVE WS-PROOF-SUM     TO PRF-SUM.
           IF WS-PROOF-TRAILER = WS-PROOF-SUM THEN
               MOVE "IN BALANCE" TO PRF-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO PRF-VERDICT
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF.
           MOVE WS-PROOF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       8000-PRINT-SECTION.
      *    Invoices, exceptions and summary follow one another in
      *    the same report, each set off by a blank line.
           IF WS-REPORT-STARTED THEN
               MOVE SPACE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           SET WS-REPORT-STARTED TO TRUE.
           MOVE WS-SECTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
