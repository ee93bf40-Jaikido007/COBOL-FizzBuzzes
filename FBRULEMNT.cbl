      *             date after the to-date is rejected.  Blank
      *             dates mean always on, so existing rule content
      *             and old-format cards behave unchanged.
      * 2026-10-15  Two-person approval.  An ADD/CHANGE/DELETE card
      *             that passes the edits no longer goes straight
      *             into RULENEW - it is held on the pending-change
      *             file (PENDFILE in, PENDNEW out) under a change
      *             number.  An APPROVE or REJECT card naming that
      *             number acts on it, and must carry a submitter
      *             ID other than the one that raised the change.
      *             An approved change is edited again against the
      *             rules as they then stand before it is applied;
      *             only approved changes reach RULENEW.  A change
      *             still pending after the RULECTL expiry period
      *             (default 7 days) expires.  MNTRPT lists the
      *             changes approved, rejected and expired this run
      *             and everything still pending.
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PEND-OUT-FILE ASSIGN TO "PENDNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-OUT-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "RULECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE
           05 TXN-DATE               PIC X(8).
           05 TXN-EFF-FROM           PIC X(6).
           05 TXN-EFF-TO             PIC X(6).
      *    APPROVE / REJECT card: the change number it acts on, an
      *    optional reason, and the submitter/date in the same
      *    columns as on a change card.
       01  TXN-DECISION-RECORD.
           05 DEC-ACTION             PIC X(7).
               88 DEC-APPROVE        VALUE "APPROVE".
               88 DEC-REJECT         VALUE "REJECT".
           05 FILLER                 PIC X(1).
           05 DEC-CHANGE-NO          PIC X(6).
           05 FILLER                 PIC X(1).
           05 DEC-REASON             PIC X(30).
           05 FILLER                 PIC X(12).
           05 DEC-SUBMITTER          PIC X(8).
           05 DEC-DATE               PIC X(8).
           05 FILLER                 PIC X(12).

       FD  RULE-OUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REPORT-LINE               PIC X(132).

      *    One header record carrying the last change number
      *    issued, then one record per change still pending, with
      *    the card image exactly as it was submitted.
       FD  PEND-FILE
           RECORDING MODE IS F.
       01  PEND-RECORD.
           05 PND-RECORD-TYPE        PIC X(1).
               88 PND-HEADER         VALUE "H".
               88 PND-CHANGE         VALUE "C".
           05 PND-CHANGE-NO          PIC 9(6).
           05 PND-RAISED-DATE        PIC X(6).
           05 PND-CARD               PIC X(85).

       FD  PEND-OUT-FILE
           RECORDING MODE IS F.
       01  PEND-OUT-RECORD.
           05 PNO-RECORD-TYPE        PIC X(1).
           05 PNO-CHANGE-NO          PIC 9(6).
           05 PNO-RAISED-DATE        PIC X(6).
           05 PNO-CARD               PIC X(85).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD.
           05 CTL-EXPIRY-DAYS        PIC X(3).
           05 FILLER                 PIC X(77).

       WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS            PIC X(2).
           88 WS-RULE-FILE-FOUND    VALUE "00".
           88 WS-TXN-FILE-EOF       VALUE "10".
       01 WS-RULE-OUT-STATUS        PIC X(2).
       01 WS-RPT-STATUS             PIC X(2).
       01 WS-PEND-STATUS            PIC X(2).
           88 WS-PEND-FILE-FOUND    VALUE "00".
           88 WS-PEND-FILE-EOF      VALUE "10".
           88 WS-PEND-FILE-ABSENT   VALUE "05" "35".
       01 WS-PEND-OUT-STATUS        PIC X(2).
       01 WS-CTL-STATUS             PIC X(2).

      *    Every change known to this run - carried in pending from
      *    PENDFILE or raised tonight - with what became of it.
       01 WS-LAST-CHANGE-NO         PIC 9(6) VALUE 0.
       01 WS-CHG-COUNT              PIC 9(3) VALUE 0.
       01 WS-CHG-MAX                PIC 9(3) VALUE 200.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 200 TIMES INDEXED BY CHG-IDX.
               10 WS-CHG-NO          PIC 9(6).
               10 WS-CHG-STATUS      PIC X(1).
                   88 WS-CHG-PENDING  VALUE "P".
                   88 WS-CHG-APPROVED VALUE "A".
                   88 WS-CHG-REJECTED VALUE "R".
                   88 WS-CHG-EXPIRED  VALUE "E".
               10 WS-CHG-RAISED-DATE PIC X(6).
               10 WS-CHG-CARD        PIC X(85).
               10 WS-CHG-DECIDER     PIC X(8).
               10 WS-CHG-REASON      PIC X(30).
       01 WS-CHG-SUB                PIC 9(3).
       01 WS-CHG-NO-WANTED          PIC 9(6).

      *    Columns of a held card image, for the change listings.
       01 WS-CHG-CARD-VIEW.
           05 CCV-ACTION             PIC X(6).
           05 CCV-DIVISOR            PIC X(3).
           05 CCV-LABEL              PIC X(10).
           05 CCV-TYPE               PIC X(1).
           05 CCV-STOP               PIC X(1).
           05 CCV-RANGE-LOW          PIC X(18).
           05 CCV-RANGE-HIGH         PIC X(18).
           05 CCV-SUBMITTER          PIC X(8).
           05 CCV-DATE               PIC X(8).
           05 CCV-EFF-FROM           PIC X(6).
           05 CCV-EFF-TO             PIC X(6).

      *    The decision card is kept here while the change it
      *    approves is re-edited through the card area.
       01 WS-DECISION-CARD          PIC X(85).
       01 WS-DECISION-VIEW REDEFINES WS-DECISION-CARD.
           05 WDV-ACTION             PIC X(7).
           05 FILLER                 PIC X(1).
           05 WDV-CHANGE-NO          PIC X(6).
           05 FILLER                 PIC X(1).
           05 WDV-REASON             PIC X(30).
           05 FILLER                 PIC X(12).
           05 WDV-SUBMITTER          PIC X(8).
           05 WDV-DATE               PIC X(8).
           05 FILLER                 PIC X(12).

       01 WS-EXPIRY-DAYS            PIC 9(3) VALUE 7.
       01 WS-EXPIRY-SOURCE          PIC X(7) VALUE "DEFAULT".
       01 WS-DATE-CCYYMMDD          PIC 9(8).
       01 WS-TODAY-DAYNUM           PIC 9(7).
       01 WS-RAISED-DAYNUM          PIC 9(7).
       01 WS-CHG-AGE                PIC 9(5).
       01 WS-AGE-DATE.
           05 WS-AGE-YY             PIC 9(2).
           05 WS-AGE-MM             PIC 9(2).
           05 WS-AGE-DD             PIC 9(2).

       01 WS-RULE-COUNT             PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
       01 WS-TXN-READ-COUNT         PIC 9(5) VALUE 0.
       01 WS-TXN-APPLIED-COUNT      PIC 9(5) VALUE 0.
       01 WS-TXN-REJECT-COUNT       PIC 9(5) VALUE 0.
       01 WS-TXN-HELD-COUNT         PIC 9(5) VALUE 0.
       01 WS-CHG-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-CHG-EXPIRED-COUNT      PIC 9(5) VALUE 0.
       01 WS-CHG-PENDING-COUNT      PIC 9(5) VALUE 0.
       01 WS-CHG-LISTED-COUNT       PIC 9(5).

       01 WS-REJECT-REASON          PIC X(30).
           88 WS-TXN-ACCEPTED       VALUE SPACE.
           05 EPL-EFF-TO            PIC X(6).
           05 FILLER                PIC X(103) VALUE SPACE.

       01 WS-DECISION-PRINT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 DPL-ACTION            PIC X(7).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 DPL-CHANGE-NO         PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 DPL-REASON-KEYED      PIC X(30).
           05 FILLER                PIC X(18) VALUE SPACE.
           05 DPL-SUBMITTER         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 DPL-DATE              PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 DPL-DISPOSITION       PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 DPL-REASON            PIC X(30).
           05 FILLER                PIC X(9)  VALUE SPACE.

       01 WS-CHANGE-PRINT-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-CHANGE-NO         PIC 9(6).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-ACTION            PIC X(6).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 CPL-DIVISOR           PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 CPL-TYPE              PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 CPL-STOP              PIC X(1).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 CPL-LABEL             PIC X(10).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 CPL-RANGE-LOW         PIC X(18).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 CPL-RANGE-HIGH        PIC X(18).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-SUBMITTER         PIC X(8).
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 CPL-RAISED-DATE       PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-DECIDER           PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 CPL-REASON            PIC X(30).

       01 WS-CHANGE-COLUMN-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "CHANGE".
           05 FILLER                PIC X(65)
               VALUE "CARD AS SUBMITTED".
           05 FILLER                PIC X(9)  VALUE "RAISED BY".
           05 FILLER                PIC X(8)  VALUE SPACE.
           05 FILLER                PIC X(10) VALUE "DECIDED BY".
           05 FILLER                PIC X(30) VALUE SPACE.

       01 WS-EXPIRY-LINE.
           05 FILLER                PIC X(37)
               VALUE "PENDING CHANGES EXPIRE AFTER (DAYS): ".
           05 EXL-DAYS              PIC ZZ9.
           05 FILLER                PIC X(2)  VALUE " (".
           05 EXL-SOURCE            PIC X(7).
           05 FILLER                PIC X(1)  VALUE ")".
           05 FILLER                PIC X(82) VALUE SPACE.

       01 WS-AGE-TEXT.
           05 FILLER                PIC X(4)  VALUE "AGE ".
           05 AGT-DAYS              PIC Z(4)9.
           05 FILLER                PIC X(5)  VALUE " DAYS".

       01 WS-TRAILER-LINE.
           05 FILLER                PIC X(19)
               VALUE "TOTALS  CARDS READ:".
           05 TRL-READ-COUNT        PIC Z(4)9.
           05 FILLER                PIC X(6)  VALUE " HELD:".
           05 TRL-HELD-COUNT        PIC Z(4)9.
           05 FILLER                PIC X(10) VALUE " REJECTED:".
           05 TRL-REJECT-COUNT      PIC Z(4)9.
           05 FILLER                PIC X(82) VALUE SPACE.

       01 WS-CHANGE-TRAILER-LINE.
           05 FILLER                PIC X(17)
               VALUE "CHANGES APPROVED:".
           05 TRL-APPLIED-COUNT     PIC Z(4)9.
           05 FILLER                PIC X(10) VALUE " REJECTED:".
           05 TRL-CHG-REJECT-COUNT  PIC Z(4)9.
           05 FILLER                PIC X(9)  VALUE " EXPIRED:".
           05 TRL-EXPIRED-COUNT     PIC Z(4)9.
           05 FILLER                PIC X(15) VALUE " STILL PENDING:".
           05 TRL-PENDING-COUNT     PIC Z(4)9.
           05 FILLER                PIC X(61) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAIN.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Likewise a pending file that cannot be read must not be
      *    replaced by an empty one - every change awaiting
      *    approval would vanish.
           PERFORM 1200-LOAD-PENDING.
           IF WS-RULE-LOAD-FAILED THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 1300-READ-CONTROL-CARD.
           MOVE WS-EXPIRY-DAYS   TO EXL-DAYS.
           MOVE WS-EXPIRY-SOURCE TO EXL-SOURCE.
           MOVE WS-EXPIRY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "RULES BEFORE MAINTENANCE" TO WS-SECTION-LINE.
           PERFORM 6000-PRINT-SECTION.
           PERFORM 6100-PRINT-RULE-TABLE.

      *    Expiry runs ahead of the cards - an approval arriving
      *    after the change has expired is too late.
           PERFORM 1400-EXPIRE-PENDING.

           MOVE "TRANSACTIONS" TO WS-SECTION-LINE.
           PERFORM 6000-PRINT-SECTION.
           PERFORM 2000-PROCESS-TRANSACTIONS.
           PERFORM 6000-PRINT-SECTION.
           PERFORM 6100-PRINT-RULE-TABLE.

           MOVE "CHANGES APPROVED THIS RUN" TO WS-SECTION-LINE.
           PERFORM 6000-PRINT-SECTION.
           PERFORM 6300-LIST-CHANGES-APPROVED.
           MOVE "CHANGES REJECTED THIS RUN" TO WS-SECTION-LINE.
           PERFORM 6000-PRINT-SECTION.
           PERFORM 6310-LIST-CHANGES-REJECTED.
           MOVE "CHANGES EXPIRED THIS RUN" TO WS-SECTION-LINE.
           PERFORM 6000-PRINT-SECTION.
           PERFORM 6320-LIST-CHANGES-EXPIRED.
           MOVE "CHANGES STILL PENDING" TO WS-SECTION-LINE.
           PERFORM 6000-PRINT-SECTION.
           PERFORM 6330-LIST-CHANGES-PENDING.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TXN-READ-COUNT    TO TRL-READ-COUNT.
           MOVE WS-TXN-HELD-COUNT    TO TRL-HELD-COUNT.
           MOVE WS-TXN-REJECT-COUNT  TO TRL-REJECT-COUNT.
           MOVE WS-TRAILER-LINE      TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TXN-APPLIED-COUNT  TO TRL-APPLIED-COUNT.
           MOVE WS-CHG-REJECTED-COUNT TO TRL-CHG-REJECT-COUNT.
           MOVE WS-CHG-EXPIRED-COUNT  TO TRL-EXPIRED-COUNT.
           MOVE WS-CHG-PENDING-COUNT  TO TRL-PENDING-COUNT.
           MOVE WS-CHANGE-TRAILER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 5000-WRITE-NEW-RULES.
           PERFORM 5100-WRITE-NEW-PENDING.

           CLOSE REPORT-FILE.

      *    Any rejected card means the submitted batch was not fully
      *    taken - flag the step so the job stream can hold RULENEW
      *    back from production until the rejects are resolved.  An
      *    expired change is flagged the same way: somebody's
      *    change died waiting for a second pair of eyes - and so
      *    is a change that did not go in on approval, whether its
      *    reviewer rejected it or it no longer passes the edits.
      *    Never lower an RC 8 already set (RULETXN not readable) -
      *    the job stream must not promote on that.
           IF (WS-TXN-REJECT-COUNT > 0
                   OR WS-CHG-EXPIRED-COUNT > 0
                   OR WS-CHG-REJECTED-COUNT > 0)
                   AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

               MOVE SPACE TO WS-RULE-EFF-TO (WS-RULE-COUNT)
           END-IF.

       1200-LOAD-PENDING.
      *    No PENDFILE (status 05/35) -> nothing pending yet, and
      *    change numbers start from 1.
           OPEN INPUT PEND-FILE.
           IF NOT WS-PEND-FILE-FOUND
                   AND NOT WS-PEND-FILE-ABSENT THEN
               DISPLAY "FBRULEMNT: PENDFILE open failed - status "
                   WS-PEND-STATUS
               SET WS-RULE-LOAD-FAILED TO TRUE
           END-IF.
           IF WS-PEND-FILE-FOUND THEN
               PERFORM UNTIL WS-PEND-FILE-EOF
                   READ PEND-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1210-LOAD-ONE-PENDING
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           END-IF.

       1210-LOAD-ONE-PENDING.
           EVALUATE TRUE
               WHEN PND-HEADER
                   IF PND-CHANGE-NO NUMERIC THEN
                       MOVE PND-CHANGE-NO TO WS-LAST-CHANGE-NO
                   END-IF
               WHEN PND-CHANGE
                   IF WS-CHG-COUNT < WS-CHG-MAX THEN
                       ADD 1 TO WS-CHG-COUNT
                       MOVE PND-CHANGE-NO TO WS-CHG-NO (WS-CHG-COUNT)
                       SET WS-CHG-PENDING (WS-CHG-COUNT) TO TRUE
                       MOVE PND-RAISED-DATE
                           TO WS-CHG-RAISED-DATE (WS-CHG-COUNT)
                       MOVE PND-CARD TO WS-CHG-CARD (WS-CHG-COUNT)
                       MOVE SPACE TO WS-CHG-DECIDER (WS-CHG-COUNT)
                           WS-CHG-REASON (WS-CHG-COUNT)
      *                A number above the header's (a hand-built
      *                file) must still never be issued twice.
                       IF PND-CHANGE-NO > WS-LAST-CHANGE-NO THEN
                           MOVE PND-CHANGE-NO TO WS-LAST-CHANGE-NO
                       END-IF
                   ELSE
                       DISPLAY "FBRULEMNT: PENDFILE has more than "
                           "200 changes - change " PND-CHANGE-NO
                           " dropped"
                       SET WS-RULE-LOAD-FAILED TO TRUE
                   END-IF
           END-EVALUATE.

       1300-READ-CONTROL-CARD.
      *    No RULECTL, or a blank or non-numeric expiry column,
      *    keeps the 7-day default - pending changes always expire.
           OPEN INPUT CONTROL-FILE.
           IF WS-CTL-STATUS = "00" THEN
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-EXPIRY-DAYS NOT = SPACE
                               AND FUNCTION TEST-NUMVAL
                                   (CTL-EXPIRY-DAYS) = 0 THEN
                           MOVE FUNCTION NUMVAL (CTL-EXPIRY-DAYS)
                               TO WS-EXPIRY-DAYS
                           MOVE "RULECTL" TO WS-EXPIRY-SOURCE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       1400-EXPIRE-PENDING.
      *    Age is whole days from the run that raised the change
      *    to this run; older than the expiry period expires.
           COMPUTE WS-DATE-CCYYMMDD = 20000000
               + (WS-RUN-YY * 10000) + (WS-RUN-MM * 100)
               + WS-RUN-DD.
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD).
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               PERFORM 1410-AGE-ONE-CHANGE
               IF WS-CHG-AGE > WS-EXPIRY-DAYS THEN
                   SET WS-CHG-EXPIRED (WS-CHG-SUB) TO TRUE
                   MOVE WS-AGE-TEXT TO WS-CHG-REASON (WS-CHG-SUB)
                   ADD 1 TO WS-CHG-EXPIRED-COUNT
               END-IF
           END-PERFORM.

       1410-AGE-ONE-CHANGE.
      *    An unreadable raised date cannot be aged - treat it as
      *    past any period rather than let it sit forever.
           IF WS-CHG-RAISED-DATE (WS-CHG-SUB) NUMERIC THEN
               MOVE WS-CHG-RAISED-DATE (WS-CHG-SUB) TO WS-AGE-DATE
               COMPUTE WS-DATE-CCYYMMDD = 20000000
                   + (WS-AGE-YY * 10000) + (WS-AGE-MM * 100)
                   + WS-AGE-DD
               COMPUTE WS-RAISED-DAYNUM =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-CCYYMMDD)
               IF WS-RAISED-DAYNUM > WS-TODAY-DAYNUM THEN
                   MOVE 0 TO WS-CHG-AGE
               ELSE
                   COMPUTE WS-CHG-AGE =
                       WS-TODAY-DAYNUM - WS-RAISED-DAYNUM
               END-IF
           ELSE
               MOVE 99999 TO WS-CHG-AGE
           END-IF.
           MOVE WS-CHG-AGE TO AGT-DAYS.

       2000-PROCESS-TRANSACTIONS.
      *    No transaction file is an operational error, not an empty
      *    batch - report it rather than quietly rewriting the rules
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-TXN-READ-COUNT
                       IF DEC-APPROVE OR DEC-REJECT THEN
                           PERFORM 2500-PROCESS-DECISION
                       ELSE
                           PERFORM 2050-PROCESS-CHANGE-CARD
                       END-IF
               END-READ
           END-PERFORM.

       2050-PROCESS-CHANGE-CARD.
      *    A change card that passes the edits is held for a second
      *    person's approval - nothing reaches the rule table yet.
      *    Without a submitter ID nobody could prove the approver
      *    is someone else, so an anonymous card is refused.
           PERFORM 2100-VALIDATE-TRANSACTION.
           IF WS-TXN-ACCEPTED AND TXN-SUBMITTER = SPACE THEN
               MOVE "NO SUBMITTER ID" TO WS-REJECT-REASON
           END-IF.
           IF WS-TXN-ACCEPTED AND WS-CHG-COUNT >= WS-CHG-MAX THEN
               MOVE "PENDING FILE FULL (200)" TO WS-REJECT-REASON
           END-IF.
           IF WS-TXN-ACCEPTED THEN
               PERFORM 2300-HOLD-CHANGE
               ADD 1 TO WS-TXN-HELD-COUNT
           ELSE
               ADD 1 TO WS-TXN-REJECT-COUNT
           END-IF.
           PERFORM 6200-PRINT-TRANSACTION.

       2100-VALIDATE-TRANSACTION.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE 0 TO WS-TXN-DIVISOR-NUM.
               END-IF
           END-PERFORM.

       2300-HOLD-CHANGE.
           ADD 1 TO WS-LAST-CHANGE-NO.
           ADD 1 TO WS-CHG-COUNT.
           MOVE WS-LAST-CHANGE-NO TO WS-CHG-NO (WS-CHG-COUNT).
           SET WS-CHG-PENDING (WS-CHG-COUNT) TO TRUE.
           MOVE WS-RUN-DATE TO WS-CHG-RAISED-DATE (WS-CHG-COUNT).
           MOVE TXN-RECORD TO WS-CHG-CARD (WS-CHG-COUNT).
           MOVE SPACE TO WS-CHG-DECIDER (WS-CHG-COUNT)
               WS-CHG-REASON (WS-CHG-COUNT).

       2500-PROCESS-DECISION.
      *    The decision must name a change that is still pending
      *    and come from a different submitter ID than the one
      *    that raised it.
           MOVE TXN-RECORD TO WS-DECISION-CARD.
           MOVE SPACE TO WS-REJECT-REASON.
           MOVE 0 TO WS-CHG-SUB.
           IF WDV-CHANGE-NO = SPACE
                   OR FUNCTION TEST-NUMVAL (WDV-CHANGE-NO) NOT = 0 THEN
               MOVE "CHANGE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE FUNCTION NUMVAL (WDV-CHANGE-NO)
                   TO WS-CHG-NO-WANTED
               PERFORM 2510-FIND-CHANGE
               EVALUATE TRUE
                   WHEN WS-CHG-SUB = 0
                       MOVE "CHANGE NOT ON FILE" TO WS-REJECT-REASON
                   WHEN WS-CHG-EXPIRED (WS-CHG-SUB)
                       MOVE "CHANGE HAS EXPIRED" TO WS-REJECT-REASON
                   WHEN NOT WS-CHG-PENDING (WS-CHG-SUB)
                       MOVE "CHANGE ALREADY DECIDED"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-TXN-ACCEPTED THEN
               MOVE WS-CHG-CARD (WS-CHG-SUB) TO WS-CHG-CARD-VIEW
               EVALUATE TRUE
                   WHEN WDV-SUBMITTER = SPACE
                       MOVE "NO SUBMITTER ID" TO WS-REJECT-REASON
                   WHEN WDV-SUBMITTER = CCV-SUBMITTER
                       MOVE "SAME SUBMITTER AS CHANGE"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

           IF NOT WS-TXN-ACCEPTED THEN
               ADD 1 TO WS-TXN-REJECT-COUNT
               MOVE "REJECTED" TO DPL-DISPOSITION
               MOVE WS-REJECT-REASON TO DPL-REASON
           ELSE
               MOVE WDV-SUBMITTER TO WS-CHG-DECIDER (WS-CHG-SUB)
               IF WDV-ACTION = "APPROVE" THEN
                   PERFORM 2520-APPLY-APPROVED-CHANGE
               ELSE
                   SET WS-CHG-REJECTED (WS-CHG-SUB) TO TRUE
                   ADD 1 TO WS-CHG-REJECTED-COUNT
                   IF WDV-REASON = SPACE THEN
                       MOVE "REJECTED BY REVIEWER"
                           TO WS-CHG-REASON (WS-CHG-SUB)
                   ELSE
                       MOVE WDV-REASON TO WS-CHG-REASON (WS-CHG-SUB)
                   END-IF
                   MOVE "DONE" TO DPL-DISPOSITION
                   MOVE SPACE TO DPL-REASON
               END-IF
           END-IF.
           PERFORM 6210-PRINT-DECISION.

       2510-FIND-CHANGE.
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-NO (CHG-IDX) = WS-CHG-NO-WANTED THEN
                   SET WS-CHG-SUB TO CHG-IDX
               END-IF
           END-PERFORM.

       2520-APPLY-APPROVED-CHANGE.
      *    The rules may have moved since the change was raised
      *    (another change approved ahead of it), so the held card
      *    goes through the full edit again against the table as
      *    it now stands.  If it no longer fits, the approval
      *    rejects it instead of applying something stale.
           MOVE WS-CHG-CARD (WS-CHG-SUB) TO TXN-RECORD.
           PERFORM 2100-VALIDATE-TRANSACTION.
           IF WS-TXN-ACCEPTED THEN
               PERFORM 3000-APPLY-TRANSACTION
               SET WS-CHG-APPROVED (WS-CHG-SUB) TO TRUE
               ADD 1 TO WS-TXN-APPLIED-COUNT
               MOVE "APPLIED" TO DPL-DISPOSITION
               MOVE SPACE TO DPL-REASON
           ELSE
               SET WS-CHG-REJECTED (WS-CHG-SUB) TO TRUE
               ADD 1 TO WS-CHG-REJECTED-COUNT
               STRING "NOW INVALID: " WS-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO WS-CHG-REASON (WS-CHG-SUB)
               MOVE "NOT DONE" TO DPL-DISPOSITION
               MOVE WS-CHG-REASON (WS-CHG-SUB) TO DPL-REASON
           END-IF.

       3000-APPLY-TRANSACTION.
           EVALUATE TXN-ACTION
               WHEN "ADD"
           END-PERFORM.
           CLOSE RULE-OUT-FILE.

       5100-WRITE-NEW-PENDING.
      *    The header keeps the change-number sequence; only
      *    changes still pending carry forward - what became of
      *    the rest is on tonight's report.
           OPEN OUTPUT PEND-OUT-FILE.
           MOVE SPACE TO PEND-OUT-RECORD.
           MOVE "H" TO PNO-RECORD-TYPE.
           MOVE WS-LAST-CHANGE-NO TO PNO-CHANGE-NO.
           WRITE PEND-OUT-RECORD.
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-PENDING (CHG-IDX) THEN
                   MOVE "C" TO PNO-RECORD-TYPE
                   MOVE WS-CHG-NO (CHG-IDX) TO PNO-CHANGE-NO
                   MOVE WS-CHG-RAISED-DATE (CHG-IDX)
                       TO PNO-RAISED-DATE
                   MOVE WS-CHG-CARD (CHG-IDX) TO PNO-CARD
                   WRITE PEND-OUT-RECORD
               END-IF
           END-PERFORM.
           CLOSE PEND-OUT-FILE.

       6000-PRINT-SECTION.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TXN-SUBMITTER  TO TPL-SUBMITTER.
           MOVE TXN-DATE      TO TPL-DATE.
           IF WS-TXN-ACCEPTED THEN
               MOVE "HELD"     TO TPL-DISPOSITION
               MOVE SPACE      TO TPL-REASON
               STRING "AS CHANGE " WS-LAST-CHANGE-NO
                   DELIMITED BY SIZE INTO TPL-REASON
           ELSE
               MOVE "REJECTED" TO TPL-DISPOSITION
               MOVE WS-REJECT-REASON TO TPL-REASON
               MOVE WS-EFF-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6210-PRINT-DECISION.
           MOVE WDV-ACTION     TO DPL-ACTION.
           MOVE WDV-CHANGE-NO  TO DPL-CHANGE-NO.
           MOVE WDV-REASON     TO DPL-REASON-KEYED.
           MOVE WDV-SUBMITTER  TO DPL-SUBMITTER.
           MOVE WDV-DATE       TO DPL-DATE.
           MOVE WS-DECISION-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       6300-LIST-CHANGES-APPROVED.
           MOVE 0 TO WS-CHG-LISTED-COUNT.
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               IF WS-CHG-APPROVED (WS-CHG-SUB) THEN
                   PERFORM 6400-PRINT-CHANGE
               END-IF
           END-PERFORM.
           PERFORM 6410-PRINT-NONE.

       6310-LIST-CHANGES-REJECTED.
           MOVE 0 TO WS-CHG-LISTED-COUNT.
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               IF WS-CHG-REJECTED (WS-CHG-SUB) THEN
                   PERFORM 6400-PRINT-CHANGE
               END-IF
           END-PERFORM.
           PERFORM 6410-PRINT-NONE.

       6320-LIST-CHANGES-EXPIRED.
           MOVE 0 TO WS-CHG-LISTED-COUNT.
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               IF WS-CHG-EXPIRED (WS-CHG-SUB) THEN
                   PERFORM 6400-PRINT-CHANGE
               END-IF
           END-PERFORM.
           PERFORM 6410-PRINT-NONE.

       6330-LIST-CHANGES-PENDING.
      *    The reason column shows how long each has been waiting.
           MOVE 0 TO WS-CHG-LISTED-COUNT.
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               IF WS-CHG-PENDING (WS-CHG-SUB) THEN
                   ADD 1 TO WS-CHG-PENDING-COUNT
                   PERFORM 1410-AGE-ONE-CHANGE
                   MOVE WS-AGE-TEXT TO WS-CHG-REASON (WS-CHG-SUB)
                   PERFORM 6400-PRINT-CHANGE
               END-IF
           END-PERFORM.
           PERFORM 6410-PRINT-NONE.

       6400-PRINT-CHANGE.
           IF WS-CHG-LISTED-COUNT = 0 THEN
               MOVE WS-CHANGE-COLUMN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD 1 TO WS-CHG-LISTED-COUNT.
           MOVE WS-CHG-CARD (WS-CHG-SUB) TO WS-CHG-CARD-VIEW.
           MOVE WS-CHG-NO (WS-CHG-SUB) TO CPL-CHANGE-NO.
           MOVE CCV-ACTION      TO CPL-ACTION.
           MOVE CCV-DIVISOR     TO CPL-DIVISOR.
           MOVE CCV-TYPE        TO CPL-TYPE.
           MOVE CCV-STOP        TO CPL-STOP.
           MOVE CCV-LABEL       TO CPL-LABEL.
           MOVE CCV-RANGE-LOW   TO CPL-RANGE-LOW.
           MOVE CCV-RANGE-HIGH  TO CPL-RANGE-HIGH.
           MOVE CCV-SUBMITTER   TO CPL-SUBMITTER.
           MOVE WS-CHG-RAISED-DATE (WS-CHG-SUB) TO CPL-RAISED-DATE.
           MOVE WS-CHG-DECIDER (WS-CHG-SUB) TO CPL-DECIDER.
           MOVE WS-CHG-REASON (WS-CHG-SUB) TO CPL-REASON.
           MOVE WS-CHANGE-PRINT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CCV-EFF-FROM NOT = SPACE
                   OR CCV-EFF-TO NOT = SPACE THEN
               MOVE CCV-EFF-FROM TO EPL-EFF-FROM
               MOVE CCV-EFF-TO   TO EPL-EFF-TO
               MOVE WS-EFF-PRINT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6410-PRINT-NONE.
           IF WS-CHG-LISTED-COUNT = 0 THEN
               MOVE "  (NONE)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
