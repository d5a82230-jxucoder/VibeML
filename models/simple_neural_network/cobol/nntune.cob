*> VibeML - hyperparameter sweep.
*> Choosing the hidden-unit count, learning rate and patience used to
*> be trial and error: one NNPIPE submission per guess and the NNEVAL
*> reports compared by hand. This program runs the whole comparison
*> in one job:
*>   - TUNEGRID holds one line per combination to try - hidden count,
*>     learning rate, patience;
*>   - every combination is trained on the same TRNDATA, from the
*>     same random starting sequence, with the epoch budget, target
*>     error and sample tolerance from TRNPARM - the same epoch loop,
*>     early stopping and best-weight fallback NN uses, through the
*>     same NNFWD/NNBWD math;
*>   - its best weights are then scored against HOLDOUT the way NNEVAL
*>     scores a model: mean absolute error across the output units,
*>     averaged over the samples, judged against the EVALPARM
*>     tolerance;
*>   - TUNERPT ranks the combinations on holdout mean error and shows
*>     each one's stop epoch and stop reason.
*> Only the winner - the lowest holdout error, provided it passes the
*> tolerance - is registered in MDLREG as a CANDIDATE, with its
*> scaler, training profile and the settings that produced it, and
*> leaves a RUNLOG record; the losing configurations leave nothing
*> behind but their report line. Promotion is still an NNMODEL
*> decision.
*> RETURN-CODE 0 = winner registered, 4 = winner registered but some
*> combinations diverged, 8 = no combination passed the tolerance
*> (nothing registered), 16 = the sweep itself could not run.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNTUNE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NETCFG-FILE ASSIGN TO "NETCFG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CFG.
    SELECT TRNPARM-FILE ASSIGN TO "TRNPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARM.
    SELECT TUNEGRID-FILE ASSIGN TO "TUNEGRID"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-GRID.
    SELECT EVALPARM-FILE ASSIGN TO "EVALPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-EPARM.
    SELECT SCALEPRM-FILE ASSIGN TO "SCALEPRM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-SCALE.
    SELECT TRAIN-DATA-FILE ASSIGN TO "TRNDATA"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-DATA.
    SELECT HOLDOUT-FILE ASSIGN TO "HOLDOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-HOLD.
    SELECT MODEL-REGISTRY-FILE ASSIGN TO "MDLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS MR-MODEL-ID
        ALTERNATE RECORD KEY IS MR-STATUS WITH DUPLICATES
        FILE STATUS IS FS-REG.
    SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-LOG.
    SELECT TUNE-REPORT-FILE ASSIGN TO "TUNERPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.

DATA DIVISION.
FILE SECTION.
FD  NETCFG-FILE.
01  NETCFG-RECORD.
    COPY NETCFGREC.

*> The TRNPARM NN reads. The sweep takes the epoch budget, target
*> error and sample tolerance from it; learning rate and patience
*> come from each grid line instead, and the checkpoint, report and
*> load/resume fields do not apply to a sweep.
FD  TRNPARM-FILE.
01  TRNPARM-RECORD.
    05 TP-LEARN-RATE        PIC 9V9(4).
    05 TP-EPOCHS             PIC 9(05).
    05 TP-CKPT-INTERVAL      PIC 9(05).
    05 TP-REPORT-INTERVAL    PIC 9(05).
    05 TP-LOAD-MODEL         PIC X(01).
    05 TP-RESUME             PIC X(01).
    05 TP-TARGET-ERR         PIC 9V9(6).
    05 TP-PATIENCE           PIC 9(05).
    05 TP-SAMPLE-TOL         PIC 9V9(6).

FD  TUNEGRID-FILE.
01  TUNEGRID-RECORD.
    05 TG-HIDDEN-COUNT       PIC 9(02).
    05 TG-LEARN-RATE         PIC 9V9(4).
    05 TG-PATIENCE           PIC 9(05).

FD  EVALPARM-FILE.
01  EVALPARM-RECORD.
    05 EP-TOLERANCE          PIC 9V9(6).

FD  SCALEPRM-FILE.
01  SCALEPRM-RECORD.
    COPY SCALEREC REPLACING LEADING ==SCALE== BY ==SC==.

FD  TRAIN-DATA-FILE.
01  TRAIN-DATA-RECORD.
    COPY TRNDATAREC.

FD  HOLDOUT-FILE.
01  HOLDOUT-RECORD.
    COPY TRNDATAREC REPLACING LEADING ==TD== BY ==HD==.

FD  MODEL-REGISTRY-FILE.
01  MODEL-REGISTRY-RECORD.
    COPY MDLREGREC.

FD  RUN-LOG-FILE.
01  RUN-LOG-RECORD.
    COPY RUNLOGREC.

FD  TUNE-REPORT-FILE.
01  TUNE-REPORT-RECORD       PIC X(80).

WORKING-STORAGE SECTION.
01  FS-CFG    PIC X(02).
01  FS-PARM   PIC X(02).
01  FS-GRID   PIC X(02).
01  FS-EPARM  PIC X(02).
01  FS-SCALE  PIC X(02).
01  FS-DATA   PIC X(02).
01  FS-HOLD   PIC X(02).
01  FS-REG    PIC X(02).
01  FS-LOG    PIC X(02).
01  FS-RPT    PIC X(02).

01 IC   PIC 9(02).
01 HC   PIC 9(02).
01 OC   PIC 9(02).
01 SC   PIC 9(07).
01 I    PIC 9(02). 01 J PIC 9(02). 01 K PIC 9(02). 01 S PIC 9(07).
01 E    PIC 9(05).
01 G    PIC 9(02).
01 R    PIC 9(02).

01 LEARN-RATE   PIC 9V9(4).
01 EPOCHS       PIC 9(05).
01 TARGET-ERR   PIC 9V9(6).
01 PATIENCE     PIC 9(05).
01 SAMPLE-TOL   PIC 9V9(6) VALUE 0.5.
01 TOLERANCE    PIC 9V9(6).

*> Every combination starts its random weights from the same seed,
*> so two lines that differ only in learning rate differ only in
*> learning rate - not in the luck of the draw.
01 SWEEP-SEED   PIC 9(05) VALUE 1.
01 RANDOM-DRAW  PIC 9V9(9).

*> The grid as read, and what each combination achieved.
01 GRID-COUNT   PIC 9(02) VALUE 0.
01 GRID-MAX     PIC 9(02) VALUE 20.
01 TUNE-TBL.
    05 TT-ENTRY OCCURS 20 TIMES.
       10 TT-HIDDEN          PIC 9(02).
       10 TT-RATE            PIC 9V9(4).
       10 TT-PATIENCE        PIC 9(05).
       10 TT-STOP-EPOCH      PIC 9(05).
       10 TT-BEST-EPOCH      PIC 9(05).
       10 TT-STOP-REASON     PIC X(01).
       10 TT-TRAIN-ERR       PIC 9V9(6).
       10 TT-HOLDOUT-ERR     PIC 9V9(6).
       10 TT-RANK            PIC 9(02).
       10 TT-VERDICT         PIC X(04).
          88 TT-PASSED           VALUE "PASS".
          88 TT-DIVERGED         VALUE "DIVG".
01 RANKED-COUNT   PIC 9(02) VALUE 0.
01 DIVERGED-COUNT PIC 9(02) VALUE 0.
01 PICK           PIC 9(02).
01 WIN-LINE       PIC 9(02) VALUE 0.
01 WIN-ERR        PIC 9V9(6) VALUE 9.999999.

*> Per-combination training state - reset at the top of each one.
01 EPOCH-ERR    PIC 9(7)V9(6).
01 EPOCH-MEAN   PIC 9V9(6).
01 ABS-ERR      PIC 9V9(6).
01 BEST-ERR     PIC 9V9(6).
01 BEST-EPOCH   PIC 9(05).
01 NO-IMPROVE   PIC 9(05).
01 FINAL-EPOCH  PIC 9(05).
01 BEST-SW   PIC X(01).
   88 BEST-CAPTURED           VALUE "Y".
01 STOP-SW   PIC X(01).
   88 STOP-TRAINING           VALUE "Y".
01 STOP-REASON  PIC X(01).
01 SIZE-ERROR-SW    PIC X(01).
   88 SIZE-ERROR-FOUND        VALUE "Y".

*> Holdout scoring, as NNEVAL does it.
01 HOLD-COUNT   PIC 9(07) VALUE 0.
01 HOLD-ERR     PIC 9(7)V9(6).
01 HOLD-MEAN    PIC 9V9(6).

*> The winner's final pass over TRNDATA: the RUNLOG error figures
*> and the training profile registered with it.
01 FINAL-ERR    PIC 9(7)V9(6).
01 FINAL-MEAN   PIC 9V9(6).
01 FINAL-MAX    PIC 9V9(6).
01 OVER-TOL     PIC 9(07).
01 BUCKET       PIC S9(02).
01 TRAIN-PROFILE.
    COPY TRNPROFREC REPLACING LEADING ==PROF== BY ==TPF==.
01 TRAIN-SCALER.
    COPY SCALEREC REPLACING LEADING ==SCALE== BY ==TS==.

01 RUN-ID      PIC X(14).
01 CURRENT-TS  PIC X(21).

*> The forward and backward passes live in NNFWD and NNBWD - the
*> math NN trains with. TUNE-MODEL holds the live weights of the
*> combination in training (NNBWD updates it in place), BEST-MODEL
*> the best epoch's copy, WIN-MODEL the best weights of the leading
*> combination so far.
01 NNFWD-PARM.
    COPY NNFWDAREA.
01 NNBWD-PARM.
    COPY NNBWDAREA.
01 TUNE-MODEL.
    COPY MODELREC REPLACING LEADING ==MODEL== BY ==TM==.
01 BEST-MODEL.
    COPY MODELREC REPLACING LEADING ==MODEL== BY ==BST==.
01 WIN-MODEL.
    COPY MODELREC REPLACING LEADING ==MODEL== BY ==WN==.

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNTUNE HYPERPARAMETER SWEEP - RANKED ON HOLDOUT MEAN ABS ERROR".
01 RPT-SETUP-LINE.
    05 FILLER        PIC X(05) VALUE "GRID ".
    05 RPT-SU-GRID   PIC Z9.
    05 FILLER        PIC X(11) VALUE " TRAINING ".
    05 RPT-SU-SC     PIC Z(6)9.
    05 FILLER        PIC X(10) VALUE " HOLDOUT ".
    05 RPT-SU-HOLD   PIC Z(6)9.
    05 FILLER        PIC X(08) VALUE " EPOCHS ".
    05 RPT-SU-EPOCHS PIC Z(4)9.
    05 FILLER        PIC X(11) VALUE " TOLERANCE ".
    05 RPT-SU-TOL    PIC 9.9(6).
    05 FILLER        PIC X(06) VALUE SPACES.
01 RPT-COLUMNS.
    05 FILLER        PIC X(04) VALUE "RNK ".
    05 FILLER        PIC X(04) VALUE "GRD ".
    05 FILLER        PIC X(04) VALUE "HC  ".
    05 FILLER        PIC X(08) VALUE "  RATE  ".
    05 FILLER        PIC X(07) VALUE "PATNC  ".
    05 FILLER        PIC X(06) VALUE " STOP ".
    05 FILLER        PIC X(09) VALUE "REASON   ".
    05 FILLER        PIC X(10) VALUE "TRAIN ERR ".
    05 FILLER        PIC X(10) VALUE "HOLDOUT   ".
    05 FILLER        PIC X(18) VALUE "EVAL".
01 RPT-DETAIL.
    05 RPT-DT-RANK   PIC ZZZ.
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-DT-LINE   PIC ZZ9.
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-DT-HIDDEN PIC Z9.
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-DT-RATE   PIC 9.9(4).
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-DT-PATNC  PIC Z(4)9.
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-DT-STOP   PIC Z(4)9.
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-DT-REASON PIC X(08).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-DT-TRAIN  PIC 9.9(6).
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-DT-HOLD   PIC 9.9(6).
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-DT-VERDICT PIC X(04).
    05 FILLER        PIC X(14) VALUE SPACES.
01 RPT-WINNER-LINE.
    05 FILLER        PIC X(17) VALUE "WINNER GRID LINE ".
    05 RPT-WN-LINE   PIC Z9.
    05 FILLER        PIC X(28) VALUE
       " REGISTERED AS CANDIDATE ".
    05 RPT-WN-ID     PIC X(14).
    05 FILLER        PIC X(19) VALUE SPACES.
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
    *> Stamp the sweep once, up front - the RUN-ID identifies the
    *> winner in RUNLOG and keys it in the registry, as for NN.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-TS
    MOVE CURRENT-TS(1:14) TO RUN-ID

    PERFORM LOAD-SWEEP-PARAMETERS
    PERFORM LOAD-TUNING-GRID

    OPEN OUTPUT TUNE-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNTUNE: TUNE-REPORT-FILE COULD NOT BE OPENED - STATUS "
          FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    MOVE "W" TO FW-MODE
    PERFORM VARYING G FROM 1 BY 1 UNTIL G > GRID-COUNT
      PERFORM TRAIN-CONFIGURATION
      IF TT-DIVERGED(G)
        ADD 1 TO DIVERGED-COUNT
      ELSE
        PERFORM EVALUATE-CONFIGURATION
      END-IF
    END-PERFORM

    *> Rank the combinations that trained cleanly on holdout error,
    *> lowest first; a diverged combination has no holdout error and
    *> stays unranked at the foot of the report.
    PERFORM VARYING R FROM 1 BY 1 UNTIL R > GRID-COUNT
      MOVE 0 TO PICK
      PERFORM VARYING G FROM 1 BY 1 UNTIL G > GRID-COUNT
        IF NOT TT-DIVERGED(G) AND TT-RANK(G) = 0
          IF PICK = 0
            MOVE G TO PICK
          ELSE
            IF TT-HOLDOUT-ERR(G) < TT-HOLDOUT-ERR(PICK)
              MOVE G TO PICK
            END-IF
          END-IF
        END-IF
      END-PERFORM
      IF PICK > 0
        MOVE R TO TT-RANK(PICK)
        ADD 1 TO RANKED-COUNT
      END-IF
    END-PERFORM

    MOVE RPT-HEADER TO TUNE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE GRID-COUNT TO RPT-SU-GRID
    MOVE SC TO RPT-SU-SC
    MOVE HOLD-COUNT TO RPT-SU-HOLD
    MOVE EPOCHS TO RPT-SU-EPOCHS
    MOVE TOLERANCE TO RPT-SU-TOL
    MOVE RPT-SETUP-LINE TO TUNE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE RPT-COLUMNS TO TUNE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING R FROM 1 BY 1 UNTIL R > RANKED-COUNT
      PERFORM VARYING G FROM 1 BY 1 UNTIL G > GRID-COUNT
        IF TT-RANK(G) = R
          PERFORM WRITE-DETAIL-LINE
        END-IF
      END-PERFORM
    END-PERFORM
    PERFORM VARYING G FROM 1 BY 1 UNTIL G > GRID-COUNT
      IF TT-DIVERGED(G)
        PERFORM WRITE-DETAIL-LINE
      END-IF
    END-PERFORM

    *> The rank-1 combination is the winner, but only a winner that
    *> would have passed NNEVAL is worth registering.
    MOVE 0 TO WIN-LINE
    PERFORM VARYING G FROM 1 BY 1 UNTIL G > GRID-COUNT
      IF TT-RANK(G) = 1 AND TT-PASSED(G)
        MOVE G TO WIN-LINE
      END-IF
    END-PERFORM
    IF WIN-LINE = 0
      MOVE "NO CONFIGURATION PASSED THE TOLERANCE - NOTHING REGISTERED"
          TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO TUNE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      CLOSE TUNE-REPORT-FILE
      DISPLAY "NNTUNE: NO CONFIGURATION PASSED THE TOLERANCE "
          TOLERANCE " - NOTHING REGISTERED"
      MOVE 8 TO RETURN-CODE
      STOP RUN
    END-IF

    PERFORM RESCORE-WINNER
    PERFORM WRITE-RUN-LOG-RECORD
    PERFORM REGISTER-WINNER

    MOVE WIN-LINE TO RPT-WN-LINE
    MOVE RUN-ID TO RPT-WN-ID
    MOVE RPT-WINNER-LINE TO TUNE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    CLOSE TUNE-REPORT-FILE

    DISPLAY "NNTUNE: GRID LINE " WIN-LINE " WON WITH HOLDOUT MEAN ERROR "
        TT-HOLDOUT-ERR(WIN-LINE) " - REGISTERED AS CANDIDATE " RUN-ID
    IF DIVERGED-COUNT > 0
      DISPLAY "NNTUNE: " DIVERGED-COUNT " COMBINATIONS DIVERGED - "
          "SEE TUNERPT"
      MOVE 4 TO RETURN-CODE
    ELSE
      MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

*> TRNPARM, EVALPARM, NETCFG and SCALEPRM - everything the sweep
*> holds constant across the grid, checked before any training time
*> is spent.
LOAD-SWEEP-PARAMETERS.
    OPEN INPUT TRNPARM-FILE
    IF FS-PARM NOT = "00"
      DISPLAY "NNTUNE: TRNPARM-FILE COULD NOT BE OPENED - STATUS "
          FS-PARM
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ TRNPARM-FILE
      AT END
        DISPLAY "NNTUNE: TRNPARM-FILE IS EMPTY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE TP-EPOCHS TO EPOCHS
    MOVE TP-TARGET-ERR TO TARGET-ERR
    IF TP-SAMPLE-TOL NUMERIC AND TP-SAMPLE-TOL > 0
      MOVE TP-SAMPLE-TOL TO SAMPLE-TOL
    END-IF
    CLOSE TRNPARM-FILE
    IF EPOCHS = 0
      DISPLAY "NNTUNE: TRNPARM EPOCH COUNT IS ZERO - NOTHING TO "
          "COMPARE"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    OPEN INPUT EVALPARM-FILE
    IF FS-EPARM NOT = "00"
      DISPLAY "NNTUNE: EVALPARM-FILE COULD NOT BE OPENED - STATUS "
          FS-EPARM
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ EVALPARM-FILE
      AT END
        DISPLAY "NNTUNE: EVALPARM-FILE IS EMPTY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE EP-TOLERANCE TO TOLERANCE
    CLOSE EVALPARM-FILE
    IF TOLERANCE = 0
      DISPLAY "NNTUNE: TOLERANCE OF ZERO CAN NEVER PASS - ABORTING"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    OPEN INPUT NETCFG-FILE
    IF FS-CFG NOT = "00"
      DISPLAY "NNTUNE: NETCFG-FILE COULD NOT BE OPENED - STATUS " FS-CFG
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ NETCFG-FILE
      AT END
        DISPLAY "NNTUNE: NETCFG-FILE IS EMPTY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE NETCFG-INPUT-COUNT TO IC
    MOVE NETCFG-OUTPUT-COUNT TO OC
    MOVE NETCFG-SAMPLE-COUNT TO SC
    CLOSE NETCFG-FILE
    IF IC = 0 OR IC > 10
      DISPLAY "NNTUNE: INPUT COUNT " IC " IS OUTSIDE THE SUPPORTED "
          "RANGE 1-10"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF OC = 0 OR OC > 5
      DISPLAY "NNTUNE: OUTPUT COUNT " OC " IS OUTSIDE THE SUPPORTED "
          "RANGE 1-5"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF SC = 0
      DISPLAY "NNTUNE: SAMPLE COUNT IS ZERO - NOTHING TO TRAIN ON"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    OPEN INPUT SCALEPRM-FILE
    IF FS-SCALE NOT = "00"
      DISPLAY "NNTUNE: SCALEPRM-FILE COULD NOT BE OPENED - STATUS "
          FS-SCALE
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ SCALEPRM-FILE
      AT END
        DISPLAY "NNTUNE: SCALEPRM-FILE IS EMPTY - RUN THE NNPREP FIT "
            "PASS FIRST"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    IF SC-INPUT-COUNT NOT = IC
      DISPLAY "NNTUNE: SCALEPRM COVERS " SC-INPUT-COUNT
          " COLUMNS BUT NETCFG EXPECTS " IC " - REFIT THE SCALER"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE SCALEPRM-RECORD TO TRAIN-SCALER
    CLOSE SCALEPRM-FILE.

*> A bad grid line stops the sweep before any training time is
*> spent on the good ones - the operator fixes the grid and reruns.
LOAD-TUNING-GRID.
    OPEN INPUT TUNEGRID-FILE
    IF FS-GRID NOT = "00"
      DISPLAY "NNTUNE: TUNEGRID-FILE COULD NOT BE OPENED - STATUS "
          FS-GRID
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ TUNEGRID-FILE
      AT END
        MOVE "10" TO FS-GRID
    END-READ
    PERFORM UNTIL FS-GRID = "10"
      IF GRID-COUNT = GRID-MAX
        DISPLAY "NNTUNE: TUNEGRID HOLDS MORE THAN " GRID-MAX
            " COMBINATIONS - SPLIT THE SWEEP"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      ADD 1 TO GRID-COUNT
      IF TG-HIDDEN-COUNT NOT NUMERIC OR TG-HIDDEN-COUNT = 0
        OR TG-HIDDEN-COUNT > 20
        DISPLAY "NNTUNE: GRID LINE " GRID-COUNT " HIDDEN COUNT '"
            TG-HIDDEN-COUNT "' IS OUTSIDE THE SUPPORTED RANGE 1-20"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      IF TG-LEARN-RATE NOT NUMERIC OR TG-LEARN-RATE = 0
        DISPLAY "NNTUNE: GRID LINE " GRID-COUNT " LEARNING RATE '"
            TG-LEARN-RATE "' IS NOT A POSITIVE NUMBER"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      IF TG-PATIENCE NOT NUMERIC
        DISPLAY "NNTUNE: GRID LINE " GRID-COUNT " PATIENCE '"
            TG-PATIENCE "' IS NOT NUMERIC"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      INITIALIZE TT-ENTRY(GRID-COUNT)
      MOVE TG-HIDDEN-COUNT TO TT-HIDDEN(GRID-COUNT)
      MOVE TG-LEARN-RATE TO TT-RATE(GRID-COUNT)
      MOVE TG-PATIENCE TO TT-PATIENCE(GRID-COUNT)
      READ TUNEGRID-FILE
        AT END
          MOVE "10" TO FS-GRID
      END-READ
    END-PERFORM
    CLOSE TUNEGRID-FILE
    IF GRID-COUNT = 0
      DISPLAY "NNTUNE: TUNEGRID-FILE IS EMPTY - NOTHING TO COMPARE"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.

*> Grid line G: NN's epoch loop and early-stopping rules, with the
*> line's hidden count, learning rate and patience. The best epoch's
*> weights are what the combination is judged on, as in NN.
TRAIN-CONFIGURATION.
    MOVE TT-HIDDEN(G) TO HC
    MOVE TT-RATE(G) TO LEARN-RATE
    MOVE TT-PATIENCE(G) TO PATIENCE
    MOVE LEARN-RATE TO BW-LEARN-RATE
    MOVE 9.999999 TO BEST-ERR
    MOVE 0 TO BEST-EPOCH NO-IMPROVE FINAL-EPOCH
    MOVE "N" TO BEST-SW STOP-SW SIZE-ERROR-SW
    MOVE "F" TO STOP-REASON
    DISPLAY "NNTUNE: GRID LINE " G " - HIDDEN " HC " RATE " LEARN-RATE
        " PATIENCE " PATIENCE

    INITIALIZE TUNE-MODEL
    MOVE IC TO TM-INPUT-COUNT
    MOVE HC TO TM-HIDDEN-COUNT
    MOVE OC TO TM-OUTPUT-COUNT
    COMPUTE RANDOM-DRAW = FUNCTION RANDOM(SWEEP-SEED)
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
      PERFORM VARYING J FROM 1 BY 1 UNTIL J > HC
        COMPUTE TM-W1V(I,J) = (FUNCTION RANDOM - 0.5) * 2
      END-PERFORM
    END-PERFORM
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > HC
      COMPUTE TM-B1V(J) = (FUNCTION RANDOM - 0.5) * 2
    END-PERFORM
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > OC
      PERFORM VARYING J FROM 1 BY 1 UNTIL J > HC
        COMPUTE TM-W2V(K,J) = (FUNCTION RANDOM - 0.5) * 2
      END-PERFORM
      COMPUTE TM-B2V(K) = (FUNCTION RANDOM - 0.5) * 2
    END-PERFORM

    PERFORM VARYING E FROM 1 BY 1
        UNTIL E > EPOCHS OR SIZE-ERROR-FOUND OR STOP-TRAINING
      MOVE 0 TO EPOCH-ERR
      PERFORM OPEN-TRAINING-DATA
      PERFORM VARYING S FROM 1 BY 1
          UNTIL S > SC OR SIZE-ERROR-FOUND
        PERFORM READ-TRAINING-SAMPLE
        CALL "NNFWD" USING NNFWD-PARM TUNE-MODEL
        IF NOT FW-STATUS-OK
          MOVE "Y" TO SIZE-ERROR-SW
        END-IF
        MOVE 0 TO ABS-ERR
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > OC
          COMPUTE ABS-ERR = ABS-ERR
              + FUNCTION ABS(FW-PRED(K) - BW-YV(K)) / OC
        END-PERFORM
        ADD ABS-ERR TO EPOCH-ERR
        MOVE FW-HIDDEN TO BW-HIDDEN
        MOVE FW-PREDICTIONS TO BW-PREDICTIONS
        CALL "NNBWD" USING NNBWD-PARM TUNE-MODEL
        IF NOT BW-STATUS-OK
          MOVE "Y" TO SIZE-ERROR-SW
        END-IF
      END-PERFORM
      CLOSE TRAIN-DATA-FILE

      IF NOT SIZE-ERROR-FOUND
        COMPUTE EPOCH-MEAN ROUNDED = EPOCH-ERR / SC
        IF EPOCH-MEAN < BEST-ERR
          MOVE EPOCH-MEAN TO BEST-ERR
          MOVE E TO BEST-EPOCH
          MOVE TUNE-MODEL TO BEST-MODEL
          MOVE "Y" TO BEST-SW
          MOVE 0 TO NO-IMPROVE
        ELSE
          ADD 1 TO NO-IMPROVE
        END-IF
        MOVE E TO FINAL-EPOCH
        IF TARGET-ERR > 0 AND EPOCH-MEAN <= TARGET-ERR
          MOVE "T" TO STOP-REASON
          MOVE "Y" TO STOP-SW
        END-IF
        IF NOT STOP-TRAINING
          AND PATIENCE > 0 AND NO-IMPROVE >= PATIENCE
          MOVE "P" TO STOP-REASON
          MOVE "Y" TO STOP-SW
        END-IF
      END-IF
    END-PERFORM

    IF SIZE-ERROR-FOUND
      DISPLAY "NNTUNE: GRID LINE " G " DIVERGED AT EPOCH " E
          " SAMPLE " S
      MOVE "D" TO STOP-REASON
      MOVE E TO FINAL-EPOCH
      MOVE "DIVG" TO TT-VERDICT(G)
    END-IF
    MOVE FINAL-EPOCH TO TT-STOP-EPOCH(G)
    MOVE BEST-EPOCH TO TT-BEST-EPOCH(G)
    MOVE STOP-REASON TO TT-STOP-REASON(G)
    IF BEST-CAPTURED
      MOVE BEST-ERR TO TT-TRAIN-ERR(G)
    END-IF.

*> The combination's best weights against HOLDOUT, scored the way
*> NNEVAL scores a model. A size error on an ordinary forward pass
*> means those weights are unusable, as NNEVAL would find.
EVALUATE-CONFIGURATION.
    OPEN INPUT HOLDOUT-FILE
    IF FS-HOLD NOT = "00"
      DISPLAY "NNTUNE: HOLDOUT-FILE COULD NOT BE OPENED - STATUS "
          FS-HOLD
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE 0 TO HOLD-COUNT HOLD-ERR
    READ HOLDOUT-FILE
      AT END
        MOVE "10" TO FS-HOLD
    END-READ
    PERFORM UNTIL FS-HOLD = "10" OR TT-DIVERGED(G)
      ADD 1 TO HOLD-COUNT
      PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
        MOVE HD-XIN(I) TO FW-XIN(I)
      END-PERFORM
      CALL "NNFWD" USING NNFWD-PARM BEST-MODEL
      IF NOT FW-STATUS-OK
        DISPLAY "NNTUNE: GRID LINE " G " SIZE ERROR ON HOLDOUT SAMPLE "
            HOLD-COUNT " - WEIGHTS UNUSABLE"
        MOVE "DIVG" TO TT-VERDICT(G)
        MOVE "D" TO TT-STOP-REASON(G)
        ADD 1 TO DIVERGED-COUNT
      END-IF
      MOVE 0 TO ABS-ERR
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > OC
        COMPUTE ABS-ERR = ABS-ERR
            + FUNCTION ABS(FW-PRED(K) - HD-YV(K)) / OC
      END-PERFORM
      ADD ABS-ERR TO HOLD-ERR
      READ HOLDOUT-FILE
        AT END
          MOVE "10" TO FS-HOLD
      END-READ
    END-PERFORM
    CLOSE HOLDOUT-FILE
    IF HOLD-COUNT = 0
      DISPLAY "NNTUNE: HOLDOUT-FILE IS EMPTY - NOTHING TO EVALUATE"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF NOT TT-DIVERGED(G)
      COMPUTE HOLD-MEAN ROUNDED = HOLD-ERR / HOLD-COUNT
      MOVE HOLD-MEAN TO TT-HOLDOUT-ERR(G)
      IF HOLD-MEAN > TOLERANCE
        MOVE "FAIL" TO TT-VERDICT(G)
      ELSE
        MOVE "PASS" TO TT-VERDICT(G)
      END-IF
      DISPLAY "NNTUNE: GRID LINE " G " STOPPED AT EPOCH "
          TT-STOP-EPOCH(G) " - HOLDOUT MEAN ERROR " HOLD-MEAN " "
          TT-VERDICT(G)
      *> Keep the leader's weights as the sweep goes, so the winner
      *> never has to be trained a second time.
      IF HOLD-MEAN < WIN-ERR
        MOVE HOLD-MEAN TO WIN-ERR
        MOVE BEST-MODEL TO WIN-MODEL
      END-IF
    END-IF.

*> The winner's weights re-scored over TRNDATA, as NN's final pass
*> does: the RUNLOG error figures, and the training profile the
*> registry entry carries for NNPSI.
RESCORE-WINNER.
    MOVE 0 TO FINAL-ERR FINAL-MAX OVER-TOL
    INITIALIZE TRAIN-PROFILE
    MOVE SC TO TPF-SAMPLE-COUNT
    PERFORM OPEN-TRAINING-DATA
    PERFORM VARYING S FROM 1 BY 1 UNTIL S > SC
      PERFORM READ-TRAINING-SAMPLE
      PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
        COMPUTE BUCKET = FW-XIN(I) * 10 + 1
        IF BUCKET < 1
          MOVE 1 TO BUCKET
        END-IF
        IF BUCKET > 10
          MOVE 10 TO BUCKET
        END-IF
        ADD 1 TO TPF-BUCKET(I, BUCKET)
      END-PERFORM
      CALL "NNFWD" USING NNFWD-PARM WIN-MODEL
      IF NOT FW-STATUS-OK
        DISPLAY "NNTUNE: SIZE ERROR RE-SCORING THE WINNER - SAMPLE " S
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      MOVE 0 TO ABS-ERR
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > OC
        COMPUTE ABS-ERR = ABS-ERR
            + FUNCTION ABS(FW-PRED(K) - BW-YV(K)) / OC
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
    COMPUTE FINAL-MEAN ROUNDED = FINAL-ERR / SC.

*> Only a registry that does not exist yet (file status 35) may be
*> created fresh - any other open failure must stop here, exactly as
*> in NN, or an OPEN OUTPUT would take the PRODUCTION model with it.
REGISTER-WINNER.
    OPEN I-O MODEL-REGISTRY-FILE
    IF FS-REG = "35"
      CLOSE MODEL-REGISTRY-FILE
      OPEN OUTPUT MODEL-REGISTRY-FILE
    END-IF
    IF FS-REG NOT = "00"
      DISPLAY "NNTUNE: MODEL-REGISTRY-FILE COULD NOT BE OPENED - "
          "STATUS " FS-REG
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE RUN-ID TO MR-MODEL-ID
    MOVE RUN-ID TO MR-RUN-ID
    MOVE CURRENT-TS TO MR-CREATED-TS
    MOVE "C" TO MR-STATUS
    MOVE SPACES TO MR-SEGMENT
    MOVE WIN-MODEL TO MR-MODEL
    MOVE TRAIN-SCALER TO MR-SCALER
    MOVE TRAIN-PROFILE TO MR-PROFILE
    MOVE "S" TO MR-SET-ORIGIN
    MOVE TT-RATE(WIN-LINE) TO MR-SET-LEARN-RATE
    MOVE EPOCHS TO MR-SET-EPOCHS
    MOVE TARGET-ERR TO MR-SET-TARGET-ERR
    MOVE TT-PATIENCE(WIN-LINE) TO MR-SET-PATIENCE
    MOVE TT-STOP-EPOCH(WIN-LINE) TO MR-SET-STOP-EPOCH
    MOVE TT-STOP-REASON(WIN-LINE) TO MR-SET-STOP-REASON
    MOVE TT-HOLDOUT-ERR(WIN-LINE) TO MR-SET-HOLDOUT-ERR
    *> "02" only reports that another record shares the CANDIDATE
    *> status on the alternate key - expected, the write is good.
    WRITE MODEL-REGISTRY-RECORD
    IF FS-REG NOT = "00" AND FS-REG NOT = "02"
      DISPLAY "NNTUNE: MODEL-REGISTRY-FILE WRITE FAILED - STATUS "
          FS-REG
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    CLOSE MODEL-REGISTRY-FILE.

OPEN-TRAINING-DATA.
    OPEN INPUT TRAIN-DATA-FILE
    IF FS-DATA NOT = "00"
      DISPLAY "NNTUNE: TRAIN-DATA-FILE COULD NOT BE OPENED - STATUS "
          FS-DATA
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.

*> Sample S of the current pass, straight into the NNFWD inputs and
*> the NNBWD inputs and targets. A TRNDATA shorter than NETCFG says
*> is not the file NETCFG describes, and the sweep stops.
READ-TRAINING-SAMPLE.
    READ TRAIN-DATA-FILE
      AT END
        DISPLAY "NNTUNE: TRAIN-DATA-FILE HAS FEWER THAN " SC " RECORDS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
      MOVE TD-XIN(I) TO FW-XIN(I)
      MOVE TD-XIN(I) TO BW-XIN(I)
    END-PERFORM
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > OC
      MOVE TD-YV(K) TO BW-YV(K)
    END-PERFORM.

WRITE-DETAIL-LINE.
    MOVE TT-RANK(G) TO RPT-DT-RANK
    MOVE G TO RPT-DT-LINE
    MOVE TT-HIDDEN(G) TO RPT-DT-HIDDEN
    MOVE TT-RATE(G) TO RPT-DT-RATE
    MOVE TT-PATIENCE(G) TO RPT-DT-PATNC
    MOVE TT-STOP-EPOCH(G) TO RPT-DT-STOP
    EVALUATE TT-STOP-REASON(G)
      WHEN "F" MOVE "FULL    " TO RPT-DT-REASON
      WHEN "T" MOVE "TARGET  " TO RPT-DT-REASON
      WHEN "P" MOVE "PATIENCE" TO RPT-DT-REASON
      WHEN "D" MOVE "DIVERGED" TO RPT-DT-REASON
      WHEN OTHER MOVE "?       " TO RPT-DT-REASON
    END-EVALUATE
    MOVE TT-TRAIN-ERR(G) TO RPT-DT-TRAIN
    MOVE TT-HOLDOUT-ERR(G) TO RPT-DT-HOLD
    MOVE TT-VERDICT(G) TO RPT-DT-VERDICT
    MOVE RPT-DETAIL TO TUNE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-RUN-LOG-RECORD.
    OPEN EXTEND RUN-LOG-FILE
    IF FS-LOG NOT = "00"
      CLOSE RUN-LOG-FILE
      OPEN OUTPUT RUN-LOG-FILE
      IF FS-LOG NOT = "00"
        DISPLAY "NNTUNE: RUN-LOG-FILE COULD NOT BE OPENED - STATUS "
            FS-LOG
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF
    MOVE RUN-ID TO RL-RUN-ID
    MOVE CURRENT-TS TO RL-TIMESTAMP
    MOVE TT-STOP-EPOCH(WIN-LINE) TO RL-FINAL-EPOCH
    MOVE SC TO RL-SAMPLE-COUNT
    MOVE FINAL-MEAN TO RL-ERR-MEAN
    MOVE FINAL-MAX TO RL-ERR-MAX
    MOVE SAMPLE-TOL TO RL-ERR-TOLERANCE
    MOVE OVER-TOL TO RL-OVER-TOL-COUNT
    MOVE "Y" TO RL-VALID-SW
    MOVE TT-STOP-REASON(WIN-LINE) TO RL-STOP-REASON
    MOVE TT-BEST-EPOCH(WIN-LINE) TO RL-BEST-EPOCH
    WRITE RUN-LOG-RECORD
    IF FS-LOG NOT = "00"
      DISPLAY "NNTUNE: RUN-LOG-FILE WRITE FAILED - STATUS " FS-LOG
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    CLOSE RUN-LOG-FILE.

WRITE-REPORT-RECORD.
    WRITE TUNE-REPORT-RECORD
    IF FS-RPT NOT = "00"
      DISPLAY "NNTUNE: TUNE-REPORT-FILE WRITE FAILED - STATUS " FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.
