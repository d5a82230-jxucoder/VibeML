*> the mean score beyond the RPTPARM tolerance - a silent shift like
*> that is how a corrupted model gets to score for a week before a
*> downstream user complains.
*> When records were routed to SEGTBL segments (or rejected for
*> want of one) a per-segment section follows: each segment's
*> counts, its score distribution, mean/min/max, and its own
*> run-over-run mean shift - a segment's model can drift while the
*> blended mean holds still.
*> RETURN-CODE 0 = balanced and steady, 4 = balanced but the score
*> distribution drifted beyond tolerance, 8 = in/out counts do not
*> balance, 16 = the report itself could not run.
*> The outcome and key counts are recorded on the current scoring
*> cycle through NNCYC for the NNCYCLE summary page; a cycle that
*> cannot be updated fails the step with RETURN-CODE 16.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNSCRPT.
01 OUT-COUNT    PIC 9(07) VALUE 0.
01 ERR-COUNT    PIC 9(07) VALUE 0.
01 OK-COUNT     PIC 9(07) VALUE 0.
01 NOSEG-COUNT  PIC 9(07) VALUE 0.
01 PREV-COUNT   PIC 9(07) VALUE 0.
01 K            PIC 9(02).
01 P            PIC 9(02).
01 BALANCE-SW PIC X(01) VALUE "Y".
   88 COUNTS-BALANCE       VALUE "Y".

*> Per-segment tallies, one entry per segment code found on
*> SCOREOUT (spaces = records no segment claimed - scored by the
*> default model, or rejected). PREVOUT records only add to the
*> entries tonight's run already has.
01 SEG-SW    PIC X(01) VALUE "N".
   88 SEGMENTS-SEEN        VALUE "Y".
01 SEG-COUNT    PIC 9(02) VALUE 0.
01 S            PIC 9(02).
01 SEG-TBL.
    05 SG-ENTRY OCCURS 12 TIMES.
       10 SG-CODE            PIC X(04).
       10 SG-WRITTEN         PIC 9(07).
       10 SG-ERRORS          PIC 9(07).
       10 SG-REJECTS         PIC 9(07).
       10 SG-OK              PIC 9(07).
       10 SG-TOTAL           PIC 9(09)V9(6).
       10 SG-MIN             PIC S9V9(6).
       10 SG-MAX             PIC S9V9(6).
       10 SG-BK OCCURS 10 TIMES PIC 9(07).
       10 SG-PREV-COUNT      PIC 9(07).
       10 SG-PREV-TOTAL      PIC 9(09)V9(6).

*> This step's outcome goes on the current scoring cycle.
01 NNCYC-PARM.
    COPY NNCYCAREA.
01 CYCLE-RECORD.
    COPY CYCCTLREC.
01 STEP-RC       PIC 9(02).

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNSCRPT SCORING-RUN RECONCILIATION REPORT".
    05 RPT-OUT       PIC 9(07).
    05 FILLER        PIC X(09) VALUE "  ERRORS ".
    05 RPT-ERR       PIC 9(07).
    05 FILLER        PIC X(11) VALUE "  NO SEG   ".
    05 RPT-NOSEG     PIC 9(07).
    05 FILLER        PIC X(08) VALUE SPACES.
01 RPT-BUCKET.
    05 FILLER        PIC X(07) VALUE "BUCKET ".
    05 RPT-BK-LOW    PIC 9.9.
    05 FILLER        PIC X(12) VALUE "  TOLERANCE ".
    05 RPT-TOL       PIC 9.9(6).
    05 FILLER        PIC X(26) VALUE SPACES.
01 RPT-SEG-HEADER.
    05 FILLER  PIC X(80) VALUE
       "BY SEGMENT (NONE = RECORDS NO SEGMENT CLAIMED)".
01 RPT-SEG-COUNTS.
    05 FILLER        PIC X(08) VALUE "SEGMENT ".
    05 RPT-SG-CODE   PIC X(04).
    05 FILLER        PIC X(10) VALUE "  WRITTEN ".
    05 RPT-SG-OUT    PIC 9(07).
    05 FILLER        PIC X(09) VALUE "  ERRORS ".
    05 RPT-SG-ERR    PIC 9(07).
    05 FILLER        PIC X(11) VALUE "  REJECTED ".
    05 RPT-SG-REJ    PIC 9(07).
    05 FILLER        PIC X(17) VALUE SPACES.
01 RPT-SEG-PCT.
    05 FILLER        PIC X(14) VALUE "  PCT/BUCKET  ".
    05 RPT-SG-BK OCCURS 10 TIMES.
       10 FILLER     PIC X(01).
       10 RPT-SG-PCT PIC ZZ9.9.
    05 FILLER        PIC X(06) VALUE SPACES.
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
    END-READ
    PERFORM UNTIL FS-OUT = "10"
      ADD 1 TO OUT-COUNT
      IF SO-SEGMENT NOT = SPACES OR SO-STATUS-NO-SEGMENT
        MOVE "Y" TO SEG-SW
      END-IF
      PERFORM FIND-SEGMENT-ENTRY
      ADD 1 TO SG-WRITTEN(S)
      EVALUATE TRUE
      WHEN SO-STATUS-ERROR
        ADD 1 TO ERR-COUNT
        ADD 1 TO SG-ERRORS(S)
      WHEN SO-STATUS-NO-SEGMENT
        ADD 1 TO NOSEG-COUNT
        ADD 1 TO SG-REJECTS(S)
      WHEN OTHER
        ADD 1 TO OK-COUNT
        *> The record's score is its winning prediction - the
        *> highest output unit, the same value the decision band was
          MOVE 10 TO BUCKET
        END-IF
        ADD 1 TO BK-COUNT(BUCKET)
        PERFORM TALLY-SEGMENT-SCORE
      END-EVALUATE
      READ SCORE-OUTPUT-FILE
        AT END
          MOVE "10" TO FS-OUT
    MOVE IN-COUNT TO RPT-IN
    MOVE OUT-COUNT TO RPT-OUT
    MOVE ERR-COUNT TO RPT-ERR
    MOVE NOSEG-COUNT TO RPT-NOSEG
    MOVE RPT-COUNTS TO SCORE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF IN-COUNT NOT = OUT-COUNT
          MOVE "10" TO FS-PREV
      END-READ
      PERFORM UNTIL FS-PREV = "10"
        IF PO-STATUS-OK
          ADD 1 TO PREV-COUNT
          MOVE PO-PREDICTION(1) TO REC-SCORE
          PERFORM VARYING P FROM 2 BY 1 UNTIL P > 5
            END-IF
          END-PERFORM
          ADD REC-SCORE TO PREV-TOTAL
          MOVE 0 TO S
          PERFORM VARYING K FROM 1 BY 1 UNTIL K > SEG-COUNT
            IF SG-CODE(K) = PO-SEGMENT
              MOVE K TO S
            END-IF
          END-PERFORM
          IF S > 0
            ADD 1 TO SG-PREV-COUNT(S)
            ADD REC-SCORE TO SG-PREV-TOTAL(S)
          END-IF
        END-IF
        READ PREV-OUTPUT-FILE
          AT END
      MOVE RPT-MESSAGE TO SCORE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF

    IF SEGMENTS-SEEN
      MOVE RPT-SEG-HEADER TO SCORE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      PERFORM VARYING S FROM 1 BY 1 UNTIL S > SEG-COUNT
        PERFORM WRITE-SEGMENT-SECTION
      END-PERFORM
    END-IF
    CLOSE SCORE-REPORT-FILE

    IF NOT COUNTS-BALANCE
      MOVE 8 TO RETURN-CODE
    ELSE
      IF DRIFT-FOUND
        DISPLAY "NNSCRPT: MEAN SCORE SHIFTED BEYOND TOLERANCE "
            TOLERANCE " - SEE SCRRPT"
        MOVE 4 TO RETURN-CODE
      ELSE
        MOVE 0 TO RETURN-CODE
      END-IF
    END-IF
    PERFORM RECORD-CYCLE-OUTCOME
    STOP RUN.

*> The tally entry for the current SCOREOUT record's segment, added
*> on first sight. NNSEG allows ten segments plus the records no
*> segment claims, so the table cannot fill on one generation.
FIND-SEGMENT-ENTRY.
    MOVE 0 TO S
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > SEG-COUNT
      IF SG-CODE(K) = SO-SEGMENT
        MOVE K TO S
      END-IF
    END-PERFORM
    IF S = 0
      IF SEG-COUNT = 12
        DISPLAY "NNSCRPT: MORE THAN 12 SEGMENT CODES ON SCOREOUT - "
            "NOT A SCORE STEP OUTPUT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      ADD 1 TO SEG-COUNT
      MOVE SEG-COUNT TO S
      INITIALIZE SG-ENTRY(S)
      MOVE SO-SEGMENT TO SG-CODE(S)
    END-IF.

*> The same mean/min/max and bucket tallies as the run totals, for
*> the record's own segment.
TALLY-SEGMENT-SCORE.
    ADD 1 TO SG-OK(S)
    ADD REC-SCORE TO SG-TOTAL(S)
    IF SG-OK(S) = 1
      MOVE REC-SCORE TO SG-MIN(S)
      MOVE REC-SCORE TO SG-MAX(S)
    ELSE
      IF REC-SCORE < SG-MIN(S)
        MOVE REC-SCORE TO SG-MIN(S)
      END-IF
      IF REC-SCORE > SG-MAX(S)
        MOVE REC-SCORE TO SG-MAX(S)
      END-IF
    END-IF
    ADD 1 TO SG-BK(S, BUCKET).

*> The score-drift flag for the cycle summary.
RECORD-CYCLE-OUTCOME.
    MOVE RETURN-CODE TO STEP-RC
    MOVE "G" TO CC-REQUEST
    CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
    IF NOT CC-STATUS-OK
      DISPLAY "NNSCRPT: NO OPEN SCORING CYCLE - OUTCOME NOT RECORDED"
      MOVE 16 TO RETURN-CODE
    ELSE
      MOVE "Y" TO CY-RECON-DONE
      MOVE STEP-RC TO CY-RECON-RC
      IF DRIFT-FOUND
        MOVE "Y" TO CY-DRIFT-SW
      ELSE
        MOVE "N" TO CY-DRIFT-SW
      END-IF
      MOVE "P" TO CC-REQUEST
      CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
      IF NOT CC-STATUS-OK
        DISPLAY "NNSCRPT: CYCLE " CY-TRANS-DATE " COULD NOT BE UPDATED"
        MOVE 16 TO RETURN-CODE
      ELSE
        MOVE STEP-RC TO RETURN-CODE
      END-IF
    END-IF.

*> One segment: counts, the distribution as percentages of its
*> scored records, mean/min/max, and its own drift check against
*> the previous generation's records for the same segment.
WRITE-SEGMENT-SECTION.
    IF SG-CODE(S) = SPACES
      MOVE "NONE" TO RPT-SG-CODE
    ELSE
      MOVE SG-CODE(S) TO RPT-SG-CODE
    END-IF
    MOVE SG-WRITTEN(S) TO RPT-SG-OUT
    MOVE SG-ERRORS(S) TO RPT-SG-ERR
    MOVE SG-REJECTS(S) TO RPT-SG-REJ
    MOVE RPT-SEG-COUNTS TO SCORE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF SG-OK(S) > 0
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
        COMPUTE RPT-SG-PCT(K) ROUNDED =
            SG-BK(S, K) * 100 / SG-OK(S)
      END-PERFORM
      MOVE RPT-SEG-PCT TO SCORE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      COMPUTE MEAN-SCORE ROUNDED = SG-TOTAL(S) / SG-OK(S)
      MOVE MEAN-SCORE TO RPT-MEAN
      MOVE SG-MIN(S) TO RPT-MIN
      MOVE SG-MAX(S) TO RPT-MAX
      MOVE RPT-STATS TO SCORE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      IF SG-PREV-COUNT(S) > 0
        COMPUTE PREV-MEAN ROUNDED =
            SG-PREV-TOTAL(S) / SG-PREV-COUNT(S)
        COMPUTE MEAN-SHIFT = FUNCTION ABS(MEAN-SCORE - PREV-MEAN)
        MOVE PREV-MEAN TO RPT-PREV-MEAN
        MOVE MEAN-SHIFT TO RPT-SHIFT
        MOVE TOLERANCE TO RPT-TOL
        MOVE RPT-DRIFT TO SCORE-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
        IF MEAN-SHIFT > TOLERANCE
          MOVE "Y" TO DRIFT-SW
          MOVE "*** SEGMENT SCORES SHIFTED BEYOND TOLERANCE ***"
              TO RPT-MESSAGE
          MOVE RPT-MESSAGE TO SCORE-REPORT-RECORD
          PERFORM WRITE-REPORT-RECORD
        END-IF
      ELSE
        MOVE "NO PREVIOUS RECORDS FOR THIS SEGMENT - CHECK SKIPPED"
            TO RPT-MESSAGE
        MOVE RPT-MESSAGE TO SCORE-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
      END-IF
    END-IF.

WRITE-REPORT-RECORD.
    WRITE SCORE-REPORT-RECORD
    IF FS-RPT NOT = "00"
