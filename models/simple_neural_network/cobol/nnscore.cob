*> shows per-band landing counts for both models side by side, how
*> many decisions would flip, and the records with the largest score
*> differences - the evidence a promotion decision should be made
*> from, not just a holdout mean error. Each model is scored with
*> its own frozen scaler: the challenger's inputs come from CHALIN,
*> the copy of the extract PREPAPP scaled with the challenger's
*> scaler, matched to each clean input record by key.
*> The pass checkpoints itself every SCORPARM interval of records:
*> position, band-landing counters, comparison tallies and the model
*> ID all go to SCORCKPT, the same way NN checkpoints a training
*> the last checkpoint from the file itself - and continues
*> appending, so a late-night failure costs minutes, not the batch
*> window.
*> Segments: NNSEG routes every record by its business-key prefix
*> to a SEGTBL segment, and the record is scored with that
*> segment's model (its SEGTBL pin, else its PRODUCTION model) and
*> decided with that segment's band table (its own, else DECPARM).
*> Records no segment claims score with the default model - the
*> SCORPARM pin, else the PRODUCTION model with no segment - or,
*> when SCORPARM says so, are written with status "N" and no
*> decision. Segment band codes are DECPARM codes, so the landing
*> counters and everything downstream stay keyed by DECPARM band.
*> The outcome and key counts are recorded on the current scoring
*> cycle through NNCYC for the NNCYCLE summary page; a cycle that
*> cannot be updated fails the step with RETURN-CODE 16.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNSCORE.
    SELECT CHECKPOINT-FILE ASSIGN TO "SCORCKPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CKPT.
    SELECT CHAL-INPUT-FILE ASSIGN TO "CHALIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CHI.

DATA DIVISION.
FILE SECTION.
01  MODEL-REGISTRY-RECORD.
    COPY MDLREGREC.

FD  SCORPARM-FILE.
01  SCORPARM-RECORD.
    COPY SCORPARMREC.

*> One centrally controlled cutoff table: every consumer of SCOREOUT
*> works from the decision assigned here, and changing a cutoff is a
01  SCORE-OUTPUT-RECORD.
    COPY SCOROUTREC.

*> The extract scaled with the challenger's own scaler - a superset
*> of the clean input in the same order (PREPAPP writes it before
*> NNEDIT drops any rejects).
FD  CHAL-INPUT-FILE.
01  CHAL-INPUT-RECORD.
    05 CI-XIN OCCURS 10 TIMES PIC S9V9.
    05 CI-REC-KEY            PIC X(10).

FD  CHAL-REPORT-FILE.
01  CHAL-REPORT-RECORD       PIC X(80).

*> Everything a resume needs to carry on exactly where the failed
*> pass stopped: which models were scoring (the default route's,
*> each segment's and the challenger), the input-generation
*> fingerprint (first key, total input record count, and the last
*> key written), how many records are already on SCOREOUT, and
*> every running tally. A pass that completes
*> cleanly rewrites this file empty, so a stale checkpoint can
*> never satisfy a leftover resume request.
FD  CHECKPOINT-FILE.
    05 CK-DIFF OCCURS 10 TIMES.
       10 CK-DIFF-KEY        PIC X(10).
       10 CK-DIFF-VAL        PIC 9V9(6).
    05 CK-NOSEG-COUNT        PIC 9(07).
    05 CK-ROUTE OCCURS 10 TIMES.
       10 CK-ROUTE-SEG       PIC X(04).
       10 CK-ROUTE-MODEL     PIC X(14).

WORKING-STORAGE SECTION.
01  FS-REG       PIC X(02).
01  FS-DEC       PIC X(02).
01  FS-CHAL      PIC X(02).
01  FS-CKPT      PIC X(02).
01  FS-CHI       PIC X(02).

*> Restart state: the checkpoint interval, the resume switch, the
*> first input key captured (or verified) as the generation

01  WANTED-MODEL-ID  PIC X(14).
01  CHAMP-ID      PIC X(14).

*> Challenger scoring state: the named model, its output count, and
*> the comparison tallies the CHALRPT report is built from. The
01 I    PIC 9(02). 01 J PIC 9(02).

*> The forward pass itself lives in the NNFWD subprogram - the same
*> math NN runs while training. Each route's registry model is
*> copied into RM-ROUTE once, then every record goes through one
*> CALL with the model of the route it belongs to.
01 NNFWD-PARM.
    COPY NNFWDAREA.
01 CHAL-MODEL.
    COPY MODELREC REPLACING LEADING ==MODEL== BY ==CM==.
01 REC-SW  PIC X(01) VALUE "N".
   88 RECORD-BAD          VALUE "Y".

*> Segment routing. Slot 1 of the route tables is the default route
*> (records no segment claims), slot n+1 is SEGTBL segment n. Each
*> route carries its model, whose band table decides for it, and
*> per band the DECPARM position of that band's code - so landing
*> counters, challenger tallies and flips are all counted by DECPARM
*> band whichever table assigned the decision.
01 NNSEG-PARM.
    COPY NNSEGAREA.
01 ROUTE-COUNT  PIC 9(02).
01 R            PIC 9(02).
01 N            PIC 9(02).
01 ROUTE-TBL.
    05 RT-ROUTE OCCURS 11 TIMES.
       10 RT-SEG-CODE        PIC X(04).
       10 RT-MODEL-ID        PIC X(14).
       10 RT-CUTOFFS         PIC X(01).
       10 RT-BAND-COUNT      PIC 9(02).
       10 RT-BAND OCCURS 5 TIMES.
          15 RT-FLOOR        PIC 9V9(6).
          15 RT-BAND-POS     PIC 9(02).
01 ROUTE-MODELS.
    03 RM-ROUTE OCCURS 11 TIMES.
       COPY MODELREC REPLACING LEADING ==MODEL== BY ==RM==.
01 NOSEG-COUNT  PIC 9(07) VALUE 0.

*> This step's outcome goes on the current scoring cycle.
01 NNCYC-PARM.
    COPY NNCYCAREA.
01 CYCLE-RECORD.
    COPY CYCCTLREC.
01 STEP-RC       PIC 9(02).

01 RPT-CHAL-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNSCORE CHAMPION/CHALLENGER COMPARISON REPORT".
        MOVE SPACES TO SCORPARM-RECORD
    END-READ
    MOVE SP-MODEL-ID TO WANTED-MODEL-ID
    MOVE SP-NO-SEGMENT TO SG-NO-SEGMENT
    MOVE SP-CHALLENGER-ID TO CHALLENGER-ID
    IF SP-CKPT-INTERVAL NUMERIC AND SP-CKPT-INTERVAL > 0
      MOVE SP-CKPT-INTERVAL TO CKPT-INTERVAL
    END-PERFORM
    CLOSE DECPARM-FILE

    *> Resolve the model every route scores with. NNSEG polices
    *> SEGTBL and browses the registry's PRODUCTION entries on the
    *> status key (NNMODEL guarantees at most one per segment), so
    *> NNPREP, NNPSI and this step can never resolve different
    *> models.
    MOVE "M" TO SG-REQUEST
    MOVE WANTED-MODEL-ID TO SG-DEFAULT-PIN
    CALL "NNSEG" USING NNSEG-PARM
    IF NOT SG-STATUS-OK
      DISPLAY "NNSCORE: SEGMENT TABLE OR MODEL RESOLUTION FAILED - "
          "ABORTING"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    INITIALIZE ROUTE-TBL
    COMPUTE ROUTE-COUNT = SG-SEG-COUNT + 1
    IF NOT SG-NO-SEGMENT-REJECT
      MOVE SG-DEFAULT-MODEL-ID TO RT-MODEL-ID(1)
    END-IF
    PERFORM VARYING N FROM 1 BY 1 UNTIL N > SG-SEG-COUNT
      COMPUTE R = N + 1
      MOVE SG-SEG-CODE(N) TO RT-SEG-CODE(R)
      MOVE SG-SEG-MODEL-ID(N) TO RT-MODEL-ID(R)
    END-PERFORM
    IF RT-MODEL-ID(1) = SPACES AND ROUTE-COUNT = 1
      DISPLAY "NNSCORE: NO SEGMENTS AND RECORDS WITHOUT ONE ARE "
          "REJECTED - THERE IS NOTHING TO SCORE WITH"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM VARYING R FROM 1 BY 1 UNTIL R > ROUTE-COUNT
      PERFORM SET-ROUTE-CUTOFFS
    END-PERFORM

    *> Load the route models from the registry - topology and
    *> weights travel together in one record so scoring can never
    *> run against the wrong shape. Each is one keyed read on the
    *> model ID - no front-to-back scan anywhere.
    OPEN INPUT MODEL-REGISTRY-FILE
    IF FS-REG NOT = "00"
      DISPLAY "NNSCORE: MODEL-REGISTRY-FILE COULD NOT BE OPENED - "
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE 0 TO IC
    PERFORM VARYING R FROM 1 BY 1 UNTIL R > ROUTE-COUNT
      IF RT-MODEL-ID(R) NOT = SPACES
        PERFORM LOAD-ROUTE-MODEL
      END-IF
    END-PERFORM
    MOVE RT-MODEL-ID(1) TO CHAMP-ID
    IF SG-NO-SEGMENT-REJECT
      DISPLAY "NNSCORE: RECORDS NO SEGMENT CLAIMS ARE REJECTED"
    END-IF
    IF CHALLENGER-MODE
      MOVE CHALLENGER-ID TO MR-MODEL-ID
      READ MODEL-REGISTRY-FILE
      END-READ
      MOVE MR-MODEL TO CHAL-MODEL
    END-IF

    MOVE "W" TO FW-MODE
    CLOSE MODEL-REGISTRY-FILE

    *> A challenger scores the same scaled input records, so its
    *> input count must match the champions' exactly; its hidden and
    *> output counts only have to fit the tables.
    IF CHALLENGER-MODE
      DISPLAY "NNSCORE: PARALLEL SCORING WITH CHALLENGER "
    IF RESUME-MODE
      PERFORM LOAD-SCORE-CHECKPOINT
    END-IF
    IF CHALLENGER-MODE
      OPEN INPUT CHAL-INPUT-FILE
      IF FS-CHI NOT = "00"
        DISPLAY "NNSCORE: CHAL-INPUT-FILE COULD NOT BE OPENED - "
            "STATUS " FS-CHI
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF

    OPEN INPUT SCORE-INPUT-FILE
    IF FS-SCOREIN NOT = "00"
    PERFORM UNTIL FS-SCOREIN = "10"
      MOVE "N" TO REC-SW
      MOVE SI-REC-KEY TO SO-REC-KEY
      PERFORM ROUTE-SCORE-RECORD
      PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
        MOVE SI-XIN(I) TO FW-XIN(I)
        MOVE SI-XIN(I) TO SO-XIN(I)
      END-PERFORM

      *> Forward pass - the math lives in NNFWD.
      IF R > 0
        MOVE RT-MODEL-ID(R) TO SO-MODEL-ID
        MOVE RT-SEG-CODE(R) TO SO-SEGMENT
        MOVE RT-CUTOFFS(R) TO SO-CUTOFFS
        MOVE RM-OUTPUT-COUNT(R) TO OC
        CALL "NNFWD" USING NNFWD-PARM RM-ROUTE(R)
        IF NOT FW-STATUS-OK
          MOVE "Y" TO REC-SW
        END-IF
        MOVE FW-PREDICTIONS TO O
      END-IF

      EVALUATE TRUE
      WHEN R = 0
        *> No segment claims the record and this run rejects such
        *> records: it is written, so every input record is still
        *> accounted for, but with no model, score or decision.
        MOVE SPACES TO SO-MODEL-ID
        MOVE SPACES TO SO-SEGMENT
        MOVE SPACES TO SO-CUTOFFS
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
          MOVE 0 TO SO-PREDICTION(K)
        END-PERFORM
        MOVE 0 TO SO-BEST-OUT
        MOVE "N" TO SO-STATUS
        MOVE SPACES TO SO-DECISION
        ADD 1 TO NOSEG-COUNT
      WHEN RECORD-BAD
        DISPLAY "NNSCORE: SIZE ERROR SCORING RECORD - FLAGGED"
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
          MOVE 0 TO SO-PREDICTION(K)
        MOVE "E" TO SO-STATUS
        MOVE SPACES TO SO-DECISION
        ADD 1 TO ERROR-COUNT
      WHEN OTHER
        *> One prediction per output unit; positions past the
        *> model's output count stay zero so the record layout is
        *> the same whatever the topology. The output unit with the
        END-PERFORM
        MOVE BEST-OUT TO SO-BEST-OUT
        MOVE "O" TO SO-STATUS
        *> Business decision: the highest band of the route's table
        *> whose floor the winning output's score reaches. Floors
        *> ascend, so the last one that fits wins; it is counted at
        *> the DECPARM position of its code.
        MOVE 1 TO PICKED
        PERFORM VARYING K FROM 2 BY 1 UNTIL K > RT-BAND-COUNT(R)
          IF BEST-SCORE >= RT-FLOOR(R, K)
            MOVE K TO PICKED
          END-IF
        END-PERFORM
        MOVE RT-BAND-POS(R, PICKED) TO PICKED
        MOVE BT-CODE(PICKED) TO SO-DECISION
        ADD 1 TO BT-LANDED(PICKED)

        *> Challenger pass over the same record, scaled with the
        *> challenger's own scaler - the production result above is
        *> what reaches SCOREOUT; this only feeds the comparison
        *> tallies.
        IF CHALLENGER-MODE
          PERFORM POSITION-CHALLENGER-INPUT
          CALL "NNFWD" USING NNFWD-PARM CHAL-MODEL
          IF NOT FW-STATUS-OK
            ADD 1 TO CHAL-ERROR-COUNT
              END-IF
            END-PERFORM
            MOVE 1 TO CHAL-PICKED
            PERFORM VARYING K FROM 2 BY 1 UNTIL K > RT-BAND-COUNT(R)
              IF CHAL-BEST-SCORE >= RT-FLOOR(R, K)
                MOVE K TO CHAL-PICKED
              END-IF
            END-PERFORM
            MOVE RT-BAND-POS(R, CHAL-PICKED) TO CHAL-PICKED
            ADD 1 TO CH-LANDED(CHAL-PICKED)
            IF CHAL-PICKED NOT = PICKED
              ADD 1 TO FLIP-COUNT
            PERFORM CAPTURE-SCORE-DIFF
          END-IF
        END-IF
      END-EVALUATE
      *> The model's decision is the final one until NNOVR applies
      *> an override.
      MOVE SO-DECISION TO SO-MODEL-DECISION
      MOVE "N" TO SO-OVERRIDE-SW
      MOVE SPACES TO SO-OVERRIDE-REASON
      WRITE SCORE-OUTPUT-RECORD
      IF FS-SCOREOUT NOT = "00"
        DISPLAY "NNSCORE: SCORE-OUTPUT-FILE WRITE FAILED - STATUS "
    END-PERFORM
    CLOSE SCORE-INPUT-FILE
    CLOSE SCORE-OUTPUT-FILE
    IF CHALLENGER-MODE
      CLOSE CHAL-INPUT-FILE
    END-IF

    *> The pass is complete - leave the checkpoint file empty so a
    *> leftover RESUME "Y" can never replay this run's checkpoint
      DISPLAY "NNSCORE:   " BT-CODE(K) " " BT-LANDED(K) " RECORDS"
    END-PERFORM
    DISPLAY "NNSCORE:   ERRORS " ERROR-COUNT " RECORDS"
    IF SG-NO-SEGMENT-REJECT
      DISPLAY "NNSCORE:   NO SEGMENT " NOSEG-COUNT " RECORDS"
    END-IF

    IF CHALLENGER-MODE
      PERFORM WRITE-CHALLENGER-REPORT
    END-IF
    PERFORM RECORD-CYCLE-OUTCOME
    STOP RUN.

*> The comparison report the promotion decision is made from:
    END-IF
    MOVE RPT-CHAL-HEADER TO CHAL-REPORT-RECORD
    PERFORM WRITE-CHAL-REPORT-RECORD
    *> With segments in play the champion is each record's own
    *> route model, not one ID.
    MOVE CHAMP-ID TO RPT-CHAMP-ID
    IF ROUTE-COUNT > 1
      MOVE "BY SEGMENT" TO RPT-CHAMP-ID
    END-IF
    MOVE CHALLENGER-ID TO RPT-CHAL-ID
    MOVE RPT-CHAL-MODELS TO CHAL-REPORT-RECORD
    PERFORM WRITE-CHAL-REPORT-RECORD
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM VARYING N FROM 1 BY 1 UNTIL N > 10
      COMPUTE R = N + 1
      IF CK-ROUTE-SEG(N) NOT = RT-SEG-CODE(R)
        OR CK-ROUTE-MODEL(N) NOT = RT-MODEL-ID(R)
        DISPLAY "NNSCORE: CHECKPOINT SEGMENT " CK-ROUTE-SEG(N)
            " MODEL " CK-ROUTE-MODEL(N) " DOES NOT MATCH THIS RUN'S "
            "SEGMENT " RT-SEG-CODE(R) " MODEL " RT-MODEL-ID(R)
            " - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
    END-PERFORM
    IF CK-INPUT-TOTAL NOT = INPUT-TOTAL
      DISPLAY "NNSCORE: CHECKPOINT INPUT HELD " CK-INPUT-TOTAL
          " RECORDS BUT THIS FILE HOLDS " INPUT-TOTAL
    MOVE CK-ERROR-COUNT TO ERROR-COUNT
    MOVE CK-CHAL-ERRORS TO CHAL-ERROR-COUNT
    MOVE CK-FLIP-COUNT TO FLIP-COUNT
    MOVE CK-NOSEG-COUNT TO NOSEG-COUNT
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
      MOVE CK-LANDED(K) TO BT-LANDED(K)
      MOVE CK-CHAL-LANDED(K) TO CH-LANDED(K)
*> rescored over the same inputs, because its side of the
*> comparison lived only in the failed run's storage.
RECOVER-GAP-RECORD.
    IF SO-STATUS-NO-SEGMENT
      ADD 1 TO NOSEG-COUNT
    END-IF
    IF SO-STATUS-ERROR
      ADD 1 TO ERROR-COUNT
    END-IF
    IF SO-STATUS-OK
      MOVE 0 TO PICKED
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
        IF SO-DECISION = BT-CODE(K)
      END-IF
      ADD 1 TO BT-LANDED(PICKED)
      IF CHALLENGER-MODE
        PERFORM FIND-RECORD-ROUTE
        PERFORM POSITION-CHALLENGER-INPUT
        CALL "NNFWD" USING NNFWD-PARM CHAL-MODEL
        IF NOT FW-STATUS-OK
          ADD 1 TO CHAL-ERROR-COUNT
            END-IF
          END-PERFORM
          MOVE 1 TO CHAL-PICKED
          PERFORM VARYING K FROM 2 BY 1 UNTIL K > RT-BAND-COUNT(R)
            IF CHAL-BEST-SCORE >= RT-FLOOR(R, K)
              MOVE K TO CHAL-PICKED
            END-IF
          END-PERFORM
          MOVE RT-BAND-POS(R, CHAL-PICKED) TO CHAL-PICKED
          ADD 1 TO CH-LANDED(CHAL-PICKED)
          IF CHAL-PICKED NOT = PICKED
            ADD 1 TO FLIP-COUNT
      END-IF
    END-IF.

*> Which route scored a record already on SCOREOUT - its segment
*> code says so (spaces = the default route).
FIND-RECORD-ROUTE.
    MOVE 0 TO R
    IF SO-SEGMENT = SPACES
      MOVE 1 TO R
    ELSE
      PERFORM VARYING N FROM 2 BY 1 UNTIL N > ROUTE-COUNT
        IF RT-SEG-CODE(N) = SO-SEGMENT
          MOVE N TO R
        END-IF
      END-PERFORM
    END-IF
    IF R = 0
      DISPLAY "NNSCORE: RECORD " SO-REC-KEY " SEGMENT " SO-SEGMENT
          " IS NOT IN SEGTBL - THE TABLE CHANGED SINCE THE FAILED "
          "PASS"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.

*> Route the current input record: R is the route slot it scores
*> with, zero when no segment claims it and this run rejects such
*> records.
ROUTE-SCORE-RECORD.
    MOVE "R" TO SG-REQUEST
    MOVE SI-REC-KEY TO SG-REC-KEY
    CALL "NNSEG" USING NNSEG-PARM
    IF NOT SG-STATUS-OK
      DISPLAY "NNSCORE: RECORD " SI-REC-KEY " COULD NOT BE ROUTED"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF SG-INDEX = 0
      IF SG-NO-SEGMENT-REJECT
        MOVE 0 TO R
      ELSE
        MOVE 1 TO R
      END-IF
    ELSE
      COMPUTE R = SG-INDEX + 1
    END-IF.

*> The band table route R decides with: the segment's own (every
*> code must be a DECPARM code, so its landings count against the
*> DECPARM band of the same code) or DECPARM itself.
SET-ROUTE-CUTOFFS.
    IF R > 1
      COMPUTE N = R - 1
      MOVE SG-SEG-BAND-COUNT(N) TO RT-BAND-COUNT(R)
    ELSE
      MOVE 0 TO RT-BAND-COUNT(R)
    END-IF
    IF RT-BAND-COUNT(R) = 0
      MOVE "D" TO RT-CUTOFFS(R)
      MOVE BAND-COUNT TO RT-BAND-COUNT(R)
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
        MOVE BT-FLOOR(K) TO RT-FLOOR(R, K)
        MOVE K TO RT-BAND-POS(R, K)
      END-PERFORM
    ELSE
      MOVE "S" TO RT-CUTOFFS(R)
      PERFORM VARYING J FROM 1 BY 1 UNTIL J > RT-BAND-COUNT(R)
        MOVE SG-SEG-BAND-FLOOR(N, J) TO RT-FLOOR(R, J)
        MOVE 0 TO RT-BAND-POS(R, J)
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
          IF BT-CODE(K) = SG-SEG-BAND-CODE(N, J)
            MOVE K TO RT-BAND-POS(R, J)
          END-IF
        END-PERFORM
        IF RT-BAND-POS(R, J) = 0
          DISPLAY "NNSCORE: SEGMENT " SG-SEG-CODE(N) " BAND CODE "
              SG-SEG-BAND-CODE(N, J) " IS NOT A DECPARM DECISION CODE"
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
      END-PERFORM
    END-IF.

*> One keyed read per route model. IC/HC/OC subscript the
*> fixed-size OCCURS tables (10/20/5) - a registry record outside
*> those bounds has to be rejected here, not discovered as a
*> subscript overflow during scoring - and every route scores the
*> same scaled extract, so every model must take the same inputs.
LOAD-ROUTE-MODEL.
    MOVE RT-MODEL-ID(R) TO MR-MODEL-ID
    READ MODEL-REGISTRY-FILE
      INVALID KEY
        DISPLAY "NNSCORE: MODEL " RT-MODEL-ID(R) " IS NOT IN THE "
            "REGISTRY"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE MR-MODEL TO RM-ROUTE(R)
    IF R = 1
      DISPLAY "NNSCORE: SCORING WITH MODEL " MR-MODEL-ID " (STATUS "
          MR-STATUS ")"
    ELSE
      DISPLAY "NNSCORE: SEGMENT " RT-SEG-CODE(R) " SCORES WITH MODEL "
          MR-MODEL-ID " (STATUS " MR-STATUS ")"
    END-IF
    MOVE RM-HIDDEN-COUNT(R) TO HC
    MOVE RM-OUTPUT-COUNT(R) TO OC
    IF IC = 0
      MOVE RM-INPUT-COUNT(R) TO IC
      IF IC = 0 OR IC > 10
        DISPLAY "NNSCORE: MODEL INPUT COUNT " IC
            " IS OUTSIDE THE SUPPORTED RANGE 1-10"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF
    IF RM-INPUT-COUNT(R) NOT = IC
      DISPLAY "NNSCORE: MODEL " MR-MODEL-ID " INPUT COUNT "
          RM-INPUT-COUNT(R) " DOES NOT MATCH THE OTHER MODELS' " IC
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF HC = 0 OR HC > 20
      DISPLAY "NNSCORE: MODEL HIDDEN COUNT " HC
          " IS OUTSIDE THE SUPPORTED RANGE 1-20"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF OC = 0 OR OC > 5
      DISPLAY "NNSCORE: MODEL OUTPUT COUNT " OC
          " IS OUTSIDE THE SUPPORTED RANGE 1-5"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.

*> Advance CHALIN to the record carrying the current input key and
*> load its inputs for the challenger pass. Both files come from the
*> same raw extract in the same order, so a forward search always
*> finds it; records NNEDIT rejected are simply passed over.
POSITION-CHALLENGER-INPUT.
    READ CHAL-INPUT-FILE
      AT END
        MOVE "10" TO FS-CHI
    END-READ
    PERFORM UNTIL FS-CHI = "10" OR CI-REC-KEY = SI-REC-KEY
      READ CHAL-INPUT-FILE
        AT END
          MOVE "10" TO FS-CHI
      END-READ
    END-PERFORM
    IF FS-CHI = "10"
      DISPLAY "NNSCORE: CHAL-INPUT-FILE HAS NO RECORD FOR KEY "
          SI-REC-KEY " - RERUN PREPAPP WITH THIS SCORPARM"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
      MOVE CI-XIN(I) TO FW-XIN(I)
    END-PERFORM.

*> One pre-pass over the input file: the record count is half the
*> generation fingerprint, and it costs a read pass with no math.
COUNT-INPUT-RECORDS.
    END-IF
    CLOSE CHECKPOINT-FILE.

*> The completed pass marks the cycle scored - from here on EDIT
*> refuses its transmission date until an operator releases it.
RECORD-CYCLE-OUTCOME.
    MOVE RETURN-CODE TO STEP-RC
    MOVE "G" TO CC-REQUEST
    CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
    IF NOT CC-STATUS-OK
      DISPLAY "NNSCORE: NO OPEN SCORING CYCLE - OUTCOME NOT RECORDED"
      MOVE 16 TO RETURN-CODE
    ELSE
      MOVE "Y" TO CY-SCORE-DONE
      MOVE STEP-RC TO CY-SCORE-RC
      MOVE 0 TO CY-SCORED
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
        ADD BT-LANDED(K) TO CY-SCORED
      END-PERFORM
      MOVE ERROR-COUNT TO CY-SCORE-ERRORS
      MOVE NOSEG-COUNT TO CY-NOSEG
      MOVE CHALLENGER-ID TO CY-CHALLENGER-ID
      MOVE ROUTE-COUNT TO CY-MODEL-COUNT
      PERFORM VARYING R FROM 1 BY 1 UNTIL R > ROUTE-COUNT
        MOVE RT-SEG-CODE(R) TO CY-MODEL-SEG(R)
        MOVE RT-MODEL-ID(R) TO CY-MODEL-ID(R)
      END-PERFORM
      MOVE "P" TO CC-REQUEST
      CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
      IF NOT CC-STATUS-OK
        DISPLAY "NNSCORE: CYCLE " CY-TRANS-DATE " COULD NOT BE UPDATED"
        MOVE 16 TO RETURN-CODE
      ELSE
        MOVE STEP-RC TO RETURN-CODE
      END-IF
    END-IF.

*> One whole-file rewrite per checkpoint, the same way NN keeps its
*> training checkpoint - the previous checkpoint is only replaced
*> once the new one is safely written and closed by the system.
    MOVE ERROR-COUNT TO CK-ERROR-COUNT
    MOVE CHAL-ERROR-COUNT TO CK-CHAL-ERRORS
    MOVE FLIP-COUNT TO CK-FLIP-COUNT
    MOVE NOSEG-COUNT TO CK-NOSEG-COUNT
    PERFORM VARYING N FROM 1 BY 1 UNTIL N > 10
      COMPUTE R = N + 1
      MOVE RT-SEG-CODE(R) TO CK-ROUTE-SEG(N)
      MOVE RT-MODEL-ID(R) TO CK-ROUTE-MODEL(N)
    END-PERFORM
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
      MOVE BT-LANDED(K) TO CK-LANDED(K)
      MOVE CH-LANDED(K) TO CK-CHAL-LANDED(K)
