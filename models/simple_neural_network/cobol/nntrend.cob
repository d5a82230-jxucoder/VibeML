*> VibeML - training trend report across the RUNLOG history.
*> RUNLOG accumulates one record per training run, but as a raw
*> dump its zoned summary figures are unreadable.
*> This program reads the whole file and prints the report
*> management asks for monthly: one line per run with run ID (the
*> run's start timestamp), the epoch the run stopped at ("EP"),
*> valid/invalid flag, the training-set size ("N"), the mean and
*> worst absolute sample error, and how many samples missed by more
*> than the run's tolerance (">TOL"), then a comparison section that
*> flags every run whose error is worse than the run before it by
*> more than the TRENDPRM tolerance and totals the invalid
*> (diverged) runs over the period.

01 RUN-COUNT     PIC 9(03) VALUE 0.
01 R             PIC 9(03).
01 ERR-DELTA     PIC 9V9(6).
01 TOLERANCE     PIC 9V9(6).
01 WORSE-COUNT   PIC 9(03) VALUE 0.
       "NNTREND TRAINING TREND REPORT".
01 RPT-DETAIL.
    05 RPT-RUN-ID    PIC X(14).
    05 FILLER        PIC X(04) VALUE " EP ".
    05 RPT-EPOCH     PIC 9(05).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-VALID     PIC X(07).
    05 FILLER        PIC X(03) VALUE " N ".
    05 RPT-SAMPLES   PIC Z(6)9.
    05 FILLER        PIC X(05) VALUE " MAE ".
    05 RPT-MEAN      PIC 9.9(6).
    05 FILLER        PIC X(05) VALUE " MAX ".
    05 RPT-MAX       PIC 9.9(6).
    05 FILLER        PIC X(06) VALUE " >TOL ".
    05 RPT-OVER-TOL  PIC Z(6)9.
01 RPT-COMPARE.
    05 RPT-CMP-RUN   PIC X(14).
    05 FILLER        PIC X(17) VALUE " WORSE BY ".
        STOP RUN
      END-IF
      ADD 1 TO RUN-COUNT
      MOVE RL-RUN-ID TO RN-RUN-ID(RUN-COUNT)
      MOVE RL-ERR-MEAN TO RN-MEAN-ERR(RUN-COUNT)
      MOVE RL-VALID-SW TO RN-VALID-SW(RUN-COUNT)
      IF NOT RL-RUN-VALID
        ADD 1 TO INVALID-COUNT
      END-IF

      MOVE RL-RUN-ID TO RPT-RUN-ID
      MOVE RL-FINAL-EPOCH TO RPT-EPOCH
      IF RL-RUN-VALID
        MOVE "VALID  " TO RPT-VALID
      ELSE
        MOVE "INVALID" TO RPT-VALID
      END-IF
      MOVE RL-SAMPLE-COUNT TO RPT-SAMPLES
      MOVE RL-ERR-MEAN TO RPT-MEAN
      MOVE RL-ERR-MAX TO RPT-MAX
      MOVE RL-OVER-TOL-COUNT TO RPT-OVER-TOL
      MOVE RPT-DETAIL TO TREND-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD

