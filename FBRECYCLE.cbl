      *             outstanding more than the AGECTL threshold
      *             (default 3 cycles) so what is falling on the
      *             floor is finally on paper.
      * 2026-10-15  RECYOUT follows the TRANSIN record out to 42
      *             bytes for the new explain flag; a recycled
      *             record goes back with the flag blank (no
      *             trace asked for).
      *---------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  RECYCLE-RECORD.
           05 RCY-REQUESTOR         PIC X(3).
           05 RCY-NUMBER            PIC X(38).
           05 RCY-EXPLAIN-FLAG      PIC X(1).

       FD  REJECT-OUT-FILE
           RECORDING MODE IS F.
                   TO RCY-REQUESTOR
           END-IF.
           MOVE WS-INPUT TO RCY-NUMBER.
           MOVE SPACE TO RCY-EXPLAIN-FLAG.
           WRITE RECYCLE-RECORD.
           ADD 1 TO WS-RECYCLED-COUNT.

