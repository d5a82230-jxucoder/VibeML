*>              report (records moving between each pair of
*>              decisions, landings side by side). A table that
*>              passes is saved to DECPEND; nothing live changes.
*>              Records a SEGTBL segment decided with its own band
*>              table never used DECPARM, so they are left out of
*>              the what-if and counted as skipped.
*>   ACTIVATE - re-validate the pending table, make it the live
*>              DECPARM, and append it with its effective timestamp
*>              to the DECHIST history - so "what cutoffs were in
01 P         PIC 9(02).
01 WHATIF-COUNT  PIC 9(07) VALUE 0.
01 MOVED-COUNT   PIC 9(07) VALUE 0.
01 SKIPPED-COUNT PIC 9(07) VALUE 0.
01 LANDED-TBL.
    05 CUR-LANDED OCCURS 5 TIMES PIC 9(07).
01 LANDED-NEW-TBL.
    05 RPT-WI-TOTAL  PIC 9(07).
    05 FILLER        PIC X(08) VALUE " MOVING ".
    05 RPT-WI-MOVED  PIC 9(07).
    05 FILLER        PIC X(17) VALUE " SEGMENT SKIPPED ".
    05 RPT-WI-SKIP   PIC 9(07).
    05 FILLER        PIC X(17) VALUE SPACES.
01 RPT-HIST-LINE.
    05 FILLER        PIC X(10) VALUE "EFFECTIVE ".
    05 RPT-HIST-TS   PIC X(21).
TALLY-WHATIF.
    MOVE 0 TO WHATIF-COUNT
    MOVE 0 TO MOVED-COUNT
    MOVE 0 TO SKIPPED-COUNT
    PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
      MOVE 0 TO CUR-LANDED(F)
      MOVE 0 TO NEW-LANDED(F)
          MOVE "10" TO FS-OUT
      END-READ
      PERFORM UNTIL FS-OUT = "10"
        IF SO-STATUS-OK AND SO-CUTOFFS-SEGMENT
          ADD 1 TO SKIPPED-COUNT
        END-IF
        IF SO-STATUS-OK AND NOT SO-CUTOFFS-SEGMENT
          ADD 1 TO WHATIF-COUNT
          *> The record's score is its winning prediction - the
          *> same value the decision was assigned from. Unused
    END-PERFORM
    MOVE WHATIF-COUNT TO RPT-WI-TOTAL
    MOVE MOVED-COUNT TO RPT-WI-MOVED
    MOVE SKIPPED-COUNT TO RPT-WI-SKIP
    MOVE RPT-WHATIF-TOTALS TO DEC-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

