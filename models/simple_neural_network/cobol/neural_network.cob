*> file, a loss report, restart checkpoints, and a run-log entry.
*> NNSCORE (see nnscore.cob) loads the model file this program writes
*> and scores production records without retraining anything.
*> The scaler NNPREP fitted for this training data (SCALEPRM) is
*> frozen into the model's registry entry alongside the weights, so
*> the model is always scored with the scaling it was trained on.
*> The final re-score pass also counts the training population into
*> 0.1-wide buckets per input, and that profile is frozen into the
*> registry entry too - NNPSI's baseline for drift in the inputs.
*> TRNDATA is streamed - read through once per epoch, never held
*> in a table - so the training set can be as large as the business
*> extract it came from.

IDENTIFICATION DIVISION.
PROGRAM-ID. NN.
    SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-LOG.
    SELECT SCALEPRM-FILE ASSIGN TO "SCALEPRM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-SCALE.
    SELECT MODEL-REGISTRY-FILE ASSIGN TO "MDLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
       88 TP-RESUME-YES          VALUE "Y".
    05 TP-TARGET-ERR         PIC 9V9(6).
    05 TP-PATIENCE           PIC 9(05).
    05 TP-SAMPLE-TOL         PIC 9V9(6).

FD  MODEL-FILE.
01  MODEL-FILE-RECORD.
    05 CKPT-W2.  10 CKPT-W2-ROW OCCURS 5.  15 CKPT-W2V OCCURS 20 PIC S9V9(6).
    05 CKPT-B1.  10 CKPT-B1V OCCURS 20 PIC S9V9(6).
    05 CKPT-B2.  10 CKPT-B2V OCCURS 5 PIC S9V9(6).
    *> Early-stopping state rides with the weights, so a resumed run
    *> still knows its best epoch and how long it has gone without
    *> improving - and still falls back to the best weights at the end.
    05 CKPT-BEST-ERR          PIC 9V9(6).
    05 CKPT-BEST-EPOCH        PIC 9(05).
    05 CKPT-NO-IMPROVE        PIC 9(05).
    05 CKPT-BEST-SW           PIC X(01).
    05 CKPT-BEST-W1.  10 CKPT-BEST-W1-ROW OCCURS 10.
                      15 CKPT-BEST-W1V OCCURS 20 PIC S9V9(6).
    05 CKPT-BEST-W2.  10 CKPT-BEST-W2-ROW OCCURS 5.
                      15 CKPT-BEST-W2V OCCURS 20 PIC S9V9(6).
    05 CKPT-BEST-B1.  10 CKPT-BEST-B1V OCCURS 20 PIC S9V9(6).
    05 CKPT-BEST-B2.  10 CKPT-BEST-B2V OCCURS 5 PIC S9V9(6).

*> One line per reported epoch: the epoch, how many samples it
*> trained on, and their mean absolute error.
FD  LOSS-REPORT-FILE.
01  LOSS-REPORT-RECORD.
    05 LR-EPOCH              PIC 9(05).
    05 LR-SAMPLE-COUNT        PIC 9(07).
    05 LR-ERROR                PIC 9V9(6).

FD  RUN-LOG-FILE.
01  RUN-LOG-RECORD.
    COPY RUNLOGREC.

FD  SCALEPRM-FILE.
01  SCALEPRM-RECORD.
    COPY SCALEREC REPLACING LEADING ==SCALE== BY ==SC==.

FD  MODEL-REGISTRY-FILE.
01  MODEL-REGISTRY-RECORD.
    COPY MDLREGREC.
01  FS-LOSS   PIC X(02).
01  FS-LOG    PIC X(02).
01  FS-REG    PIC X(02).
01  FS-SCALE  PIC X(02).

*> W1/W2/B1/B2 are the live weights the training loop works on; the
*> OCCURS tables are sized to a safe maximum (10 inputs, 20 hidden
01 W2.  05 W2R OCCURS 5.   10 W2V OCCURS 20 PIC S9V9(6).
01 B1.  05 B1V OCCURS 20 PIC S9V9(6).
01 B2.  05 B2V OCCURS 5 PIC S9V9(6).
01 O.   05 OV OCCURS 5 PIC S9V9(6).
01 XV.  05 XIN OCCURS 10 PIC S9V9.
01 Y.   05 YV OCCURS 5 PIC S9V9.
01 I    PIC 9(02). 01 J PIC 9(02). 01 K PIC 9(02). 01 S PIC 9(07).
01 E    PIC 9(5).
01 E-START PIC 9(5) VALUE 1.

01 IC   PIC 9(02).
01 HC   PIC 9(02).
01 OC   PIC 9(02).
01 SC   PIC 9(07).

01 LEARN-RATE   PIC 9V9(4).
01 EPOCHS       PIC 9(05).
*> ones - are what reach MODEL-FILE, held in the BEST- copies below.
01 TARGET-ERR   PIC 9V9(6).
01 PATIENCE     PIC 9(05).
01 EPOCH-ERR    PIC 9(7)V9(6).
01 EPOCH-MEAN   PIC 9V9(6).
01 ABS-ERR      PIC 9V9(6).
01 BEST-ERR     PIC 9V9(6) VALUE 9.999999.

01 RUN-ID      PIC X(14).
01 CURRENT-TS  PIC X(21).

*> The scaler TRNDATA was scaled with, read before training starts
*> so a missing or mismatched SCALEPRM stops the run before any
*> epochs are spent, and frozen into the registry entry at the end.
01 TRAIN-SCALER.
    COPY SCALEREC REPLACING LEADING ==SCALE== BY ==TS==.

*> The final re-score pass boils the per-sample errors down to the
*> figures RUNLOG keeps: mean, worst, and how many samples missed
*> by more than SAMPLE-TOL (TRNPARM; 0.5 - the wrong side of a 0/1
*> target - when the parameter is left zero).
01 SAMPLE-TOL   PIC 9V9(6) VALUE 0.5.
01 FINAL-ERR    PIC 9(7)V9(6).
01 FINAL-MEAN   PIC 9V9(6).
01 FINAL-MAX    PIC 9V9(6).
01 OVER-TOL     PIC 9(07).

*> The training population's bucket profile, counted on the same
*> final pass and registered with the model.
01 TRAIN-PROFILE.
    COPY TRNPROFREC REPLACING LEADING ==PROF== BY ==TPF==.
01 BUCKET       PIC S9(02).

*> The forward pass itself lives in the NNFWD subprogram - the same
*> math NNSCORE and NNEVAL run. The live weights are copied into
*> FWD-MODEL before each call (they change every sample while
*> training) and the hidden activations come back for the backward
*> pass, which lives in NNBWD - the same update NNTUNE's sweep runs.
*> NNBWD updates FWD-MODEL in place.
01 NNFWD-PARM.
    COPY NNFWDAREA.
01 NNBWD-PARM.
    COPY NNBWDAREA.
01 FWD-MODEL.
    COPY MODELREC REPLACING LEADING ==MODEL== BY ==NM==.

    END-IF
    MOVE TP-TARGET-ERR TO TARGET-ERR
    MOVE TP-PATIENCE TO PATIENCE
    IF TP-SAMPLE-TOL NUMERIC AND TP-SAMPLE-TOL > 0
      MOVE TP-SAMPLE-TOL TO SAMPLE-TOL
    END-IF
    CLOSE TRNPARM-FILE

    *> Network topology and the training-set size come from the
    MOVE NETCFG-SAMPLE-COUNT TO SC
    CLOSE NETCFG-FILE

    *> IC/HC/OC subscript the fixed-size OCCURS tables below
    *> (10/20/5 respectively) - a NETCFG outside those bounds has
    *> to be rejected here, not discovered as a subscript overflow
    *> later. NNVALID checks the same bounds, but it is a separate,
    *> optional JCL step and NN must not depend on it having run.
    *> SC sizes nothing - TRNDATA is streamed - so it only has to
    *> be more than zero.
    IF IC = 0 OR IC > 10
      DISPLAY "NN: INPUT COUNT " IC " IS OUTSIDE THE SUPPORTED RANGE "
          "1-10"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF SC = 0
      DISPLAY "NN: SAMPLE COUNT IS ZERO - NOTHING TO TRAIN ON"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    OPEN INPUT SCALEPRM-FILE
    IF FS-SCALE NOT = "00"
      DISPLAY "NN: SCALEPRM-FILE COULD NOT BE OPENED - STATUS " FS-SCALE
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ SCALEPRM-FILE
      AT END
        DISPLAY "NN: SCALEPRM-FILE IS EMPTY - RUN THE NNPREP FIT PASS "
            "FIRST"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    IF SC-INPUT-COUNT NOT = IC
      DISPLAY "NN: SCALEPRM COVERS " SC-INPUT-COUNT
          " COLUMNS BUT NETCFG EXPECTS " IC " - REFIT THE SCALER"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE SCALEPRM-RECORD TO TRAIN-SCALER
    CLOSE SCALEPRM-FILE

    MOVE "W" TO FW-MODE
    MOVE LEARN-RATE TO BW-LEARN-RATE
    MOVE IC TO NM-INPUT-COUNT
    MOVE HC TO NM-HIDDEN-COUNT
    MOVE OC TO NM-OUTPUT-COUNT

    IF TP-RESUME-YES
      *> Resume: pick the weights and epoch number up where the
      MOVE CKPT-W2 TO W2
      MOVE CKPT-B1 TO B1
      MOVE CKPT-B2 TO B2
      MOVE CKPT-BEST-ERR TO BEST-ERR
      MOVE CKPT-BEST-EPOCH TO BEST-EPOCH
      MOVE CKPT-NO-IMPROVE TO NO-IMPROVE
      MOVE CKPT-BEST-SW TO BEST-SW
      MOVE CKPT-BEST-W1 TO BEST-W1
      MOVE CKPT-BEST-W2 TO BEST-W2
      MOVE CKPT-BEST-B1 TO BEST-B1
      MOVE CKPT-BEST-B2 TO BEST-B2
      MOVE CKPT-EPOCH TO FINAL-EPOCH
      COMPUTE E-START = CKPT-EPOCH + 1
      CLOSE CHECKPOINT-FILE
    ELSE
      STOP RUN
    END-IF

    *> Train - one pass through TRNDATA per epoch.
    PERFORM VARYING E FROM E-START BY 1
        UNTIL E > EPOCHS OR SIZE-ERROR-FOUND OR STOP-TRAINING
      MOVE 0 TO EPOCH-ERR
      PERFORM OPEN-TRAINING-DATA
      PERFORM VARYING S FROM 1 BY 1
          UNTIL S > SC OR SIZE-ERROR-FOUND
        PERFORM READ-TRAINING-SAMPLE

        *> Forward pass - the math lives in NNFWD. The hidden
        *> activations come back for the backward pass below.
        IF NOT FW-STATUS-OK
          PERFORM ABORT-ON-SIZE-ERROR
        END-IF
        MOVE FW-PREDICTIONS TO O
        MOVE 0 TO ABS-ERR
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > OC
        END-PERFORM
        ADD ABS-ERR TO EPOCH-ERR

        *> Backward pass and weight update - the math lives in
        *> NNBWD, which updates the weights in FWD-MODEL in place;
        *> they come straight back as the live weights.
        MOVE XV TO BW-INPUTS
        MOVE Y TO BW-TARGETS
        MOVE FW-HIDDEN TO BW-HIDDEN
        MOVE FW-PREDICTIONS TO BW-PREDICTIONS
        CALL "NNBWD" USING NNBWD-PARM FWD-MODEL
        IF NOT BW-STATUS-OK
          PERFORM ABORT-ON-SIZE-ERROR
        END-IF
        MOVE NM-W1 TO W1
        MOVE NM-W2 TO W2
        MOVE NM-B1 TO B1
        MOVE NM-B2 TO B2
      END-PERFORM
      CLOSE TRAIN-DATA-FILE

      *> Early stopping. The epoch's mean error decides three
      *> things: whether these weights are the best seen so far
      *> reached, and whether patience has run out.
      IF NOT SIZE-ERROR-FOUND
        COMPUTE EPOCH-MEAN ROUNDED = EPOCH-ERR / SC
        *> Convergence visibility: log the epoch's mean error at
        *> regular epoch intervals instead of only showing the final
        *> epoch. With several output units each sample's error is
        *> its mean absolute error across them.
        IF E = E-START OR FUNCTION MOD(E, REPORT-INTERVAL) = 0
          MOVE E TO LR-EPOCH
          MOVE SC TO LR-SAMPLE-COUNT
          MOVE EPOCH-MEAN TO LR-ERROR
          WRITE LOSS-REPORT-RECORD
          IF FS-LOSS NOT = "00"
            DISPLAY "NN: LOSS-REPORT-FILE WRITE FAILED - STATUS " FS-LOSS
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
        END-IF
        IF EPOCH-MEAN < BEST-ERR
          MOVE EPOCH-MEAN TO BEST-ERR
          MOVE E TO BEST-EPOCH
        MOVE W2 TO CKPT-W2
        MOVE B1 TO CKPT-B1
        MOVE B2 TO CKPT-B2
        MOVE BEST-ERR TO CKPT-BEST-ERR
        MOVE BEST-EPOCH TO CKPT-BEST-EPOCH
        MOVE NO-IMPROVE TO CKPT-NO-IMPROVE
        MOVE BEST-SW TO CKPT-BEST-SW
        MOVE BEST-W1 TO CKPT-BEST-W1
        MOVE BEST-W2 TO CKPT-BEST-W2
        MOVE BEST-B1 TO CKPT-BEST-B1
        MOVE BEST-B2 TO CKPT-BEST-B2
        WRITE CKPT-FILE-RECORD
        IF FS-CKPT NOT = "00"
          DISPLAY "NN: CHECKPOINT-FILE WRITE FAILED - STATUS " FS-CKPT
      MOVE "D" TO STOP-REASON
      MOVE E TO RL-FINAL-EPOCH
      MOVE SC TO RL-SAMPLE-COUNT
      MOVE 0 TO RL-ERR-MEAN RL-ERR-MAX RL-OVER-TOL-COUNT
      PERFORM WRITE-RUN-LOG-RECORD
      MOVE 16 TO RETURN-CODE
      STOP RUN
    CLOSE MODEL-FILE

    *> Test - re-score every training sample with the final weights,
    *> through the same NNFWD pass scoring will use. At production
    *> volumes a line per sample is no use to anyone, so SYSOUT gets
    *> the summary figures RUNLOG keeps.
    DISPLAY "XOR Neural Network"
    MOVE "Y" TO RL-VALID-SW
    MOVE W1 TO NM-W1
    MOVE W2 TO NM-W2
    MOVE B1 TO NM-B1
    MOVE B2 TO NM-B2
    MOVE 0 TO FINAL-ERR FINAL-MAX OVER-TOL
    INITIALIZE TRAIN-PROFILE
    MOVE SC TO TPF-SAMPLE-COUNT
    PERFORM OPEN-TRAINING-DATA
    PERFORM VARYING S FROM 1 BY 1 UNTIL S > SC OR SIZE-ERROR-FOUND
      PERFORM READ-TRAINING-SAMPLE
      PERFORM COUNT-PROFILE-BUCKETS
      MOVE XV TO FW-INPUTS
      CALL "NNFWD" USING NNFWD-PARM FWD-MODEL
      IF NOT FW-STATUS-OK
        PERFORM ABORT-ON-SIZE-ERROR
      END-IF
      MOVE FW-PREDICTIONS TO O
      *> The sample error is the mean absolute error across the
      *> output units, matching what the epoch loop tracks.
      MOVE 0 TO ABS-ERR
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > OC
        COMPUTE ABS-ERR = ABS-ERR
            + FUNCTION ABS(OV(K) - YV(K)) / OC
      END-PERFORM
      ADD ABS-ERR TO FINAL-ERR
      IF ABS-ERR > FINAL-MAX
        MOVE ABS-ERR TO FINAL-MAX
      END-IF
      IF ABS-ERR > SAMPLE-TOL
        ADD 1 TO OVER-TOL
      END-IF
    END-PERFORM
    CLOSE TRAIN-DATA-FILE
    COMPUTE FINAL-MEAN ROUNDED = FINAL-ERR / SC
    DISPLAY "NN: " SC " SAMPLES RE-SCORED - MEAN ERROR " FINAL-MEAN
        " MAX ERROR " FINAL-MAX
    DISPLAY "NN: " OVER-TOL " SAMPLES MISSED BY MORE THAN THE "
        SAMPLE-TOL " TOLERANCE"

    *> One audit record per run: who ran, when, how many epochs it
    *> actually took, and how far off the final predictions were.
    *> Training ran to completion to get here, so the epoch reached
    *> is always the full schedule - unless the re-score pass just
    *> above found the final weights themselves take a size error on
      DISPLAY "NN: SIZE ERROR RE-SCORING FINAL WEIGHTS - RUN INVALID"
      MOVE "N" TO RL-VALID-SW
      MOVE "D" TO STOP-REASON
      *> The re-score loop above stopped partway through - figures
      *> over only the samples it reached would understate the
      *> error, so log zero rather than a misleading partial result.
      MOVE 0 TO FINAL-MEAN FINAL-MAX OVER-TOL
    END-IF
    MOVE FINAL-EPOCH TO RL-FINAL-EPOCH
    MOVE SC TO RL-SAMPLE-COUNT
    MOVE FINAL-MEAN TO RL-ERR-MEAN
    MOVE FINAL-MAX TO RL-ERR-MAX
    MOVE OVER-TOL TO RL-OVER-TOL-COUNT
    PERFORM WRITE-RUN-LOG-RECORD

    IF SIZE-ERROR-FOUND
    MOVE RUN-ID TO MR-RUN-ID
    MOVE CURRENT-TS TO MR-CREATED-TS
    MOVE "C" TO MR-STATUS
    MOVE SPACES TO MR-SEGMENT
    MOVE IC TO MR-INPUT-COUNT
    MOVE HC TO MR-HIDDEN-COUNT
    MOVE OC TO MR-OUTPUT-COUNT
    MOVE W2 TO MR-W2
    MOVE B1 TO MR-B1
    MOVE B2 TO MR-B2
    MOVE TRAIN-SCALER TO MR-SCALER
    MOVE TRAIN-PROFILE TO MR-PROFILE
    MOVE "T" TO MR-SET-ORIGIN
    MOVE LEARN-RATE TO MR-SET-LEARN-RATE
    MOVE EPOCHS TO MR-SET-EPOCHS
    MOVE TARGET-ERR TO MR-SET-TARGET-ERR
    MOVE PATIENCE TO MR-SET-PATIENCE
    MOVE FINAL-EPOCH TO MR-SET-STOP-EPOCH
    MOVE STOP-REASON TO MR-SET-STOP-REASON
    MOVE 0 TO MR-SET-HOLDOUT-ERR
    *> "02" only reports that another record shares the CANDIDATE
    *> status on the alternate key - expected, the write is good.
    WRITE MODEL-REGISTRY-RECORD
        " - WEIGHTS HAVE DIVERGED"
    MOVE "Y" TO SIZE-ERROR-SW.

OPEN-TRAINING-DATA.
    OPEN INPUT TRAIN-DATA-FILE
    IF FS-DATA NOT = "00"
      DISPLAY "NN: TRAIN-DATA-FILE COULD NOT BE OPENED - STATUS " FS-DATA
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.

READ-TRAINING-SAMPLE.
    *> Sample S of the current pass into XIN/YV. NETCFG promised SC
    *> samples; a TRNDATA that runs out first is not the file NETCFG
    *> describes and the run stops rather than train on part of it.
    READ TRAIN-DATA-FILE
      AT END
        DISPLAY "NN: TRAIN-DATA-FILE HAS FEWER THAN " SC " RECORDS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
      MOVE TD-XIN(I) TO XIN(I)
    END-PERFORM
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > OC
      MOVE TD-YV(K) TO YV(K)
    END-PERFORM.

*> The NNPROF bucketing: bucket 1 is 0.0-0.1, bucket 10 is 0.9 and
*> above; anything outside the scaled range lands in the end bucket.
COUNT-PROFILE-BUCKETS.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
      COMPUTE BUCKET = XIN(I) * 10 + 1
      IF BUCKET < 1
        MOVE 1 TO BUCKET
      END-IF
      IF BUCKET > 10
        MOVE 10 TO BUCKET
      END-IF
      ADD 1 TO TPF-BUCKET(I, BUCKET)
    END-PERFORM.

WRITE-RUN-LOG-RECORD.
    *> Shared by the normal-completion path and the size-error abort
    *> path so every run - good or bad - leaves one RUNLOG record.
    MOVE RUN-ID TO RL-RUN-ID
    MOVE CURRENT-TS TO RL-TIMESTAMP
    MOVE STOP-REASON TO RL-STOP-REASON
    MOVE SAMPLE-TOL TO RL-ERR-TOLERANCE
    MOVE BEST-EPOCH TO RL-BEST-EPOCH
    WRITE RUN-LOG-RECORD
    IF FS-LOG NOT = "00"
