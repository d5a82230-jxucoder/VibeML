*> RUNLOGREC - one audit record per training run: who ran, when,
*> the epoch training actually stopped at and why, the epoch that
*> produced the best weights, and how far off the final model's
*> predictions were across the training set - the mean and worst
*> sample error, and how many samples missed by more than the
*> tolerance the run was given (TRNPARM, default 0.5). Summary
*> figures rather than one slot per sample, so the record is the
*> same size whether TRNDATA holds fifty samples or fifty thousand.
*> Included by both NN (writes one record per run) and NNTREND
*> (reads the whole history back for the trend report), so the two
*> programs can never drift apart on the layout of a run-log record.
05 RL-RUN-ID              PIC X(14).
05 RL-TIMESTAMP            PIC X(21).
05 RL-FINAL-EPOCH          PIC 9(05).
05 RL-SAMPLE-COUNT         PIC 9(07).
05 RL-ERR-MEAN             PIC 9V9(6).
05 RL-ERR-MAX              PIC 9V9(6).
05 RL-ERR-TOLERANCE        PIC 9V9(6).
05 RL-OVER-TOL-COUNT       PIC 9(07).
05 RL-VALID-SW             PIC X(01).
   88 RL-RUN-VALID             VALUE "Y".
05 RL-STOP-REASON          PIC X(01).
