*> VibeML - per-input population stability check on the scoring data.
*> NNSCRPT watches the mean prediction run over run, but by the time
*> the mean moves one input has usually been drifting for weeks - an
*> upstream redefinition creeping a column toward the top of the
*> scaler range, say. This program runs straight after EDIT and
*> compares tonight's clean scoring population, input by input,
*> with the population the scoring model was trained on:
*>   - every input position NETCFG says the network reads is counted
*>     into the same 0.1-wide buckets NNPROF prints for TRNDATA;
*>   - the baseline is the training profile frozen into the model's
*>     registry entry (the SCORPARM pin, else the PRODUCTION model -
*>     the same lookup NNPREP and NNSCORE make), so the comparison
*>     is always against the model that will score these records;
*>   - the population stability index per input is the sum over the
*>     buckets of (tonight share - training share) times the natural
*>     log of their ratio. An empty bucket counts as a share of
*>     0.0001 so the log is always defined.
*> With segments in SEGTBL each clean record is routed by NNSEG, as
*> NNPREP and NNSCORE route it, and compared against the profile of
*> its own segment's model: each segment's population is its own
*> report section, and the warning and alert counts are summed over
*> all of them. Records no segment claims, on a run that rejects
*> them, are not compared - they will not be scored.
*> PSIPARM supplies the warning and alert thresholds (0.1 and 0.25
*> are the usual choices). A zero threshold disables that check,
*> the same convention PROFPARM and TRNPARM use.
*> The report shows both distributions for every input, so the
*> bucket that moved is on the page next to the index it moved.
*> RETURN-CODE 0 = every input stable (or no clean records to
*> compare), 4 = at least one input past the warning threshold,
*> 8 = at least one input past the alert threshold, 16 = the check
*> itself could not run (including a model registered without a
*> training profile - NNMODEL PROFILE backfills one).
*> The outcome and key counts are recorded on the current scoring
*> cycle through NNCYC for the NNCYCLE summary page; a cycle that
*> cannot be updated fails the step with RETURN-CODE 16.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNPSI.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NETCFG-FILE ASSIGN TO "NETCFG"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CFG.
    SELECT PSIPARM-FILE ASSIGN TO "PSIPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARM.
    SELECT SCORPARM-FILE ASSIGN TO "SCORPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-SPARM.
    SELECT MODEL-REGISTRY-FILE ASSIGN TO "MDLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS MR-MODEL-ID
        ALTERNATE RECORD KEY IS MR-STATUS WITH DUPLICATES
        FILE STATUS IS FS-REG.
    SELECT CLEAN-INPUT-FILE ASSIGN TO "SCORECLN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CLEAN.
    SELECT PSI-REPORT-FILE ASSIGN TO "PSIRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.

DATA DIVISION.
FILE SECTION.
FD  NETCFG-FILE.
01  NETCFG-RECORD.
    COPY NETCFGREC.

FD  PSIPARM-FILE.
01  PSIPARM-RECORD.
    05 PP-WARN-PSI           PIC 9V9(4).
    05 PP-ALERT-PSI          PIC 9V9(4).

FD  SCORPARM-FILE.
01  SCORPARM-RECORD.
    COPY SCORPARMREC.

FD  MODEL-REGISTRY-FILE.
01  MODEL-REGISTRY-RECORD.
    COPY MDLREGREC.

FD  CLEAN-INPUT-FILE.
01  CLEAN-INPUT-RECORD.
    05 CL-XIN OCCURS 10 TIMES PIC S9V9.
    05 CL-REC-KEY            PIC X(10).

FD  PSI-REPORT-FILE.
01  PSI-REPORT-RECORD        PIC X(80).

WORKING-STORAGE SECTION.
01  FS-CFG    PIC X(02).
01  FS-PARM   PIC X(02).
01  FS-SPARM  PIC X(02).
01  FS-REG    PIC X(02).
01  FS-CLEAN  PIC X(02).
01  FS-RPT    PIC X(02).

01 IC   PIC 9(02).
01 I    PIC 9(02).
01 K    PIC 9(02).
01 BUCKET  PIC S9(02).

01 WARN-PSI      PIC 9V9(4).
01 ALERT-PSI     PIC 9V9(4).
01 WANTED-MODEL-ID  PIC X(14).

*> One entry per scoring route - route 1 is the default model's,
*> route n+1 is SEGTBL segment n's model's: the training profile
*> copied out of the model's registry entry, and tonight's counts
*> in the same layout.
01 R    PIC 9(02).
01 N    PIC 9(02).
01 ROUTE-COUNT  PIC 9(02).
01 NOSEG-COUNT  PIC 9(07) VALUE 0.
01 CLEAN-COUNT  PIC 9(07) VALUE 0.
01 MEASURED     PIC 9(03) VALUE 0.
01 ROUTE-TBL.
    05 RT-ROUTE OCCURS 11 TIMES.
       10 RT-SEG-CODE        PIC X(04).
       10 RT-MODEL-ID        PIC X(14).
01 TRAIN-PROFILES.
    03 TPF-ROUTE OCCURS 11 TIMES.
       COPY TRNPROFREC REPLACING LEADING ==PROF== BY ==TPF==.
01 SCORE-PROFILES.
    03 SPF-ROUTE OCCURS 11 TIMES.
       COPY TRNPROFREC REPLACING LEADING ==PROF== BY ==SPF==.
01 NNSEG-PARM.
    COPY NNSEGAREA.

*> Shares are floored at MIN-SHARE before the log is taken - an
*> empty bucket on either side would otherwise divide by zero.
01 MIN-SHARE     PIC 9V9(6) VALUE 0.0001.
01 TRAIN-SHARE   PIC 9V9(6).
01 SCORE-SHARE   PIC 9V9(6).
01 PSI-TERM      PIC S9(3)V9(6).
01 PSI-VALUE     PIC S9(3)V9(6).
01 WARN-COUNT    PIC 9(03) VALUE 0.
01 ALERT-COUNT   PIC 9(03) VALUE 0.

*> This step's outcome goes on the current scoring cycle.
01 NNCYC-PARM.
    COPY NNCYCAREA.
01 CYCLE-RECORD.
    COPY CYCCTLREC.
01 STEP-RC       PIC 9(02).

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNPSI INPUT POPULATION STABILITY AGAINST THE TRAINING PROFILE".
01 RPT-MODEL-LINE.
    05 FILLER        PIC X(06) VALUE "MODEL ".
    05 RPT-MDL-ID    PIC X(14).
    05 FILLER        PIC X(12) VALUE " TRAINED ON ".
    05 RPT-MDL-TRAIN PIC Z(6)9.
    05 FILLER        PIC X(18) VALUE " SAMPLES, TONIGHT ".
    05 RPT-MDL-SCORE PIC Z(6)9.
    05 FILLER        PIC X(16) VALUE " CLEAN RECORDS".
01 RPT-SEGMENT-LINE.
    05 FILLER        PIC X(08) VALUE "SEGMENT ".
    05 RPT-SEG-CODE  PIC X(40).
    05 FILLER        PIC X(32) VALUE SPACES.
01 RPT-PCT-LINE.
    05 FILLER        PIC X(06) VALUE "INPUT ".
    05 RPT-PCT-NO    PIC 9(02).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-PCT-LABEL PIC X(07).
    05 RPT-PCT-BK OCCURS 10 TIMES.
       10 FILLER     PIC X(01).
       10 RPT-BK-PCT PIC ZZ9.9.
    05 FILLER        PIC X(04) VALUE " PCT".
01 RPT-PSI-LINE.
    05 FILLER        PIC X(06) VALUE "INPUT ".
    05 RPT-PSI-NO    PIC 9(02).
    05 FILLER        PIC X(05) VALUE " PSI ".
    05 RPT-PSI-VALUE PIC ZZ9.9(6).
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-PSI-FLAG  PIC X(55).
01 RPT-TOTALS.
    05 FILLER        PIC X(07) VALUE "INPUTS ".
    05 RPT-TOT-IC    PIC ZZ9.
    05 FILLER        PIC X(11) VALUE "  WARNINGS ".
    05 RPT-TOT-WARN  PIC ZZ9.
    05 FILLER        PIC X(09) VALUE "  ALERTS ".
    05 RPT-TOT-ALERT PIC ZZ9.
    05 FILLER        PIC X(12) VALUE "  THRESHOLDS".
    05 FILLER        PIC X(06) VALUE " WARN ".
    05 RPT-TOT-WLIM  PIC 9.9(4).
    05 FILLER        PIC X(07) VALUE " ALERT ".
    05 RPT-TOT-ALIM  PIC 9.9(4).
    05 FILLER        PIC X(07) VALUE SPACES.
01 RPT-NOSEG-LINE.
    05 RPT-NOSEG-COUNT PIC Z(6)9.
    05 FILLER        PIC X(73) VALUE
       " RECORDS NO SEGMENT CLAIMS - NOT COMPARED, NOT SCORED".
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
    *> Thresholds come from a parameter file so the drift bar is a
    *> data change, not a recompile.
    OPEN INPUT PSIPARM-FILE
    IF FS-PARM NOT = "00"
      DISPLAY "NNPSI: PSIPARM-FILE COULD NOT BE OPENED - STATUS "
          FS-PARM
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ PSIPARM-FILE
      AT END
        DISPLAY "NNPSI: PSIPARM-FILE IS EMPTY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE PP-WARN-PSI TO WARN-PSI
    MOVE PP-ALERT-PSI TO ALERT-PSI
    CLOSE PSIPARM-FILE
    IF WARN-PSI > 0 AND ALERT-PSI > 0 AND WARN-PSI > ALERT-PSI
      DISPLAY "NNPSI: WARNING THRESHOLD " WARN-PSI " IS ABOVE THE "
          "ALERT THRESHOLD " ALERT-PSI " - ABORTING"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    *> The check covers the same IC input positions the network will
    *> read, so NETCFG is the authority here just as it is for NNEDIT.
    OPEN INPUT NETCFG-FILE
    IF FS-CFG NOT = "00"
      DISPLAY "NNPSI: NETCFG-FILE COULD NOT BE OPENED - STATUS " FS-CFG
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ NETCFG-FILE
      AT END
        DISPLAY "NNPSI: NETCFG-FILE IS EMPTY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE NETCFG-INPUT-COUNT TO IC
    CLOSE NETCFG-FILE
    IF IC = 0 OR IC > 10
      DISPLAY "NNPSI: INPUT COUNT " IC " IS OUTSIDE THE SUPPORTED "
          "RANGE 1-10"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    PERFORM LOAD-TRAINING-PROFILE

    *> Tonight's population, bucketed exactly as the training profile
    *> was, each record into its own route's counts.
    INITIALIZE SCORE-PROFILES
    OPEN INPUT CLEAN-INPUT-FILE
    IF FS-CLEAN NOT = "00"
      DISPLAY "NNPSI: CLEAN-INPUT-FILE COULD NOT BE OPENED - STATUS "
          FS-CLEAN
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ CLEAN-INPUT-FILE
      AT END
        MOVE "10" TO FS-CLEAN
    END-READ
    PERFORM UNTIL FS-CLEAN = "10"
      PERFORM ROUTE-CLEAN-RECORD
      IF R > 0
        ADD 1 TO CLEAN-COUNT
        ADD 1 TO SPF-SAMPLE-COUNT(R)
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
          COMPUTE BUCKET = CL-XIN(I) * 10 + 1
          IF BUCKET < 1
            MOVE 1 TO BUCKET
          END-IF
          IF BUCKET > 10
            MOVE 10 TO BUCKET
          END-IF
          ADD 1 TO SPF-BUCKET(R, I, BUCKET)
        END-PERFORM
      END-IF
      READ CLEAN-INPUT-FILE
        AT END
          MOVE "10" TO FS-CLEAN
      END-READ
    END-PERFORM
    CLOSE CLEAN-INPUT-FILE

    OPEN OUTPUT PSI-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNPSI: PSI-REPORT-FILE COULD NOT BE OPENED - STATUS "
          FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE RPT-HEADER TO PSI-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    *> Every record EDIT passed may have been rejected - there is no
    *> population tonight to compare, which is not drift.
    IF CLEAN-COUNT = 0
      MOVE "NO CLEAN RECORDS TONIGHT - NOTHING TO COMPARE"
          TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO PSI-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      CLOSE PSI-REPORT-FILE
      DISPLAY "NNPSI: SCORECLN IS EMPTY - NOTHING TO COMPARE"
      MOVE 0 TO RETURN-CODE
      PERFORM RECORD-CYCLE-OUTCOME
      STOP RUN
    END-IF

    PERFORM VARYING R FROM 1 BY 1 UNTIL R > ROUTE-COUNT
      IF RT-MODEL-ID(R) NOT = SPACES
        PERFORM MEASURE-ROUTE-STABILITY
      END-IF
    END-PERFORM
    IF NOSEG-COUNT > 0
      MOVE NOSEG-COUNT TO RPT-NOSEG-COUNT
      MOVE RPT-NOSEG-LINE TO PSI-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF

    MOVE MEASURED TO RPT-TOT-IC
    MOVE WARN-COUNT TO RPT-TOT-WARN
    MOVE ALERT-COUNT TO RPT-TOT-ALERT
    MOVE WARN-PSI TO RPT-TOT-WLIM
    MOVE ALERT-PSI TO RPT-TOT-ALIM
    MOVE RPT-TOTALS TO PSI-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    CLOSE PSI-REPORT-FILE

    EVALUATE TRUE
      WHEN ALERT-COUNT > 0
        DISPLAY "NNPSI: " ALERT-COUNT " INPUTS PAST THE ALERT "
            "THRESHOLD - SEE PSIRPT"
        MOVE 8 TO RETURN-CODE
      WHEN WARN-COUNT > 0
        DISPLAY "NNPSI: " WARN-COUNT " INPUTS PAST THE WARNING "
            "THRESHOLD - SEE PSIRPT"
        MOVE 4 TO RETURN-CODE
      WHEN ROUTE-COUNT = 1
        DISPLAY "NNPSI: ALL " IC " INPUTS STABLE AGAINST MODEL "
            RT-MODEL-ID(1)
        MOVE 0 TO RETURN-CODE
      WHEN OTHER
        DISPLAY "NNPSI: ALL " MEASURED " INPUTS STABLE AGAINST THEIR "
            "SEGMENTS' MODELS"
        MOVE 0 TO RETURN-CODE
    END-EVALUATE
    PERFORM RECORD-CYCLE-OUTCOME
    STOP RUN.

*> Resolve the models NNSCORE will load - each segment's and the
*> default's, through NNSEG exactly as NNPREP and NNSCORE do - and
*> take the training profile frozen with each.
LOAD-TRAINING-PROFILE.
    OPEN INPUT SCORPARM-FILE
    IF FS-SPARM NOT = "00"
      DISPLAY "NNPSI: SCORPARM-FILE COULD NOT BE OPENED - STATUS "
          FS-SPARM
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ SCORPARM-FILE
      AT END
        MOVE SPACES TO SCORPARM-RECORD
    END-READ
    MOVE SP-MODEL-ID TO WANTED-MODEL-ID
    MOVE SP-NO-SEGMENT TO SG-NO-SEGMENT
    CLOSE SCORPARM-FILE

    MOVE "M" TO SG-REQUEST
    MOVE WANTED-MODEL-ID TO SG-DEFAULT-PIN
    CALL "NNSEG" USING NNSEG-PARM
    IF NOT SG-STATUS-OK
      DISPLAY "NNPSI: SEGMENT TABLE OR MODEL RESOLUTION FAILED - "
          "ABORTING"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    INITIALIZE ROUTE-TBL
    INITIALIZE TRAIN-PROFILES
    COMPUTE ROUTE-COUNT = SG-SEG-COUNT + 1
    IF NOT SG-NO-SEGMENT-REJECT
      MOVE SG-DEFAULT-MODEL-ID TO RT-MODEL-ID(1)
    END-IF
    PERFORM VARYING N FROM 1 BY 1 UNTIL N > SG-SEG-COUNT
      COMPUTE R = N + 1
      MOVE SG-SEG-CODE(N) TO RT-SEG-CODE(R)
      MOVE SG-SEG-MODEL-ID(N) TO RT-MODEL-ID(R)
    END-PERFORM

    OPEN INPUT MODEL-REGISTRY-FILE
    IF FS-REG NOT = "00"
      DISPLAY "NNPSI: MODEL-REGISTRY-FILE COULD NOT BE OPENED - "
          "STATUS " FS-REG
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM VARYING R FROM 1 BY 1 UNTIL R > ROUTE-COUNT
      IF RT-MODEL-ID(R) NOT = SPACES
        PERFORM LOAD-ROUTE-PROFILE
      END-IF
    END-PERFORM
    CLOSE MODEL-REGISTRY-FILE.

LOAD-ROUTE-PROFILE.
    MOVE RT-MODEL-ID(R) TO MR-MODEL-ID
    READ MODEL-REGISTRY-FILE
      INVALID KEY
        DISPLAY "NNPSI: MODEL " RT-MODEL-ID(R) " IS NOT IN THE "
            "REGISTRY"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ

    *> A registry entry converted from before profiles were frozen
    *> with their models carries none, and there is nothing honest to
    *> compare against - NNMODEL PROFILE gives it one from the scaled
    *> extract it was trained on.
    IF MR-PF-SAMPLE-COUNT NOT NUMERIC OR MR-PF-SAMPLE-COUNT = 0
      DISPLAY "NNPSI: MODEL " MR-MODEL-ID " CARRIES NO TRAINING "
          "PROFILE - ADD ONE WITH NNMODEL PROFILE"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF MR-INPUT-COUNT NOT = IC
      DISPLAY "NNPSI: MODEL " MR-MODEL-ID " HAS " MR-INPUT-COUNT
          " INPUTS BUT NETCFG EXPECTS " IC
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE MR-PROFILE TO TPF-ROUTE(R).

*> The route of the current clean record - R zero when no segment
*> claims it and this run rejects such records.
ROUTE-CLEAN-RECORD.
    MOVE "R" TO SG-REQUEST
    MOVE CL-REC-KEY TO SG-REC-KEY
    CALL "NNSEG" USING NNSEG-PARM
    IF NOT SG-STATUS-OK
      DISPLAY "NNPSI: RECORD " CL-REC-KEY " COULD NOT BE ROUTED"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF SG-INDEX = 0
      IF SG-NO-SEGMENT-REJECT
        MOVE 0 TO R
        ADD 1 TO NOSEG-COUNT
      ELSE
        MOVE 1 TO R
      END-IF
    ELSE
      COMPUTE R = SG-INDEX + 1
    END-IF.

*> One route's section: which segment and model, both population
*> sizes, then every input measured - unless the segment had no
*> records tonight, which is not drift either.
MEASURE-ROUTE-STABILITY.
    IF ROUTE-COUNT > 1
      IF R = 1
        MOVE "NONE - RECORDS NO SEGMENT CLAIMS" TO RPT-SEG-CODE
      ELSE
        MOVE RT-SEG-CODE(R) TO RPT-SEG-CODE
      END-IF
      MOVE RPT-SEGMENT-LINE TO PSI-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    MOVE RT-MODEL-ID(R) TO RPT-MDL-ID
    MOVE TPF-SAMPLE-COUNT(R) TO RPT-MDL-TRAIN
    MOVE SPF-SAMPLE-COUNT(R) TO RPT-MDL-SCORE
    MOVE RPT-MODEL-LINE TO PSI-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF SPF-SAMPLE-COUNT(R) = 0
      MOVE "NO CLEAN RECORDS TONIGHT FOR THIS SEGMENT" TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO PSI-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    ELSE
      PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
        PERFORM MEASURE-INPUT-STABILITY
        ADD 1 TO MEASURED
      END-PERFORM
    END-IF.

*> Input I: both distributions as percentages, then the index and
*> its verdict against the thresholds.
MEASURE-INPUT-STABILITY.
    MOVE I TO RPT-PCT-NO
    MOVE "TRAIN  " TO RPT-PCT-LABEL
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
      COMPUTE RPT-BK-PCT(K) ROUNDED =
          TPF-BUCKET(R, I, K) * 100 / TPF-SAMPLE-COUNT(R)
    END-PERFORM
    MOVE RPT-PCT-LINE TO PSI-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "TONIGHT" TO RPT-PCT-LABEL
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
      COMPUTE RPT-BK-PCT(K) ROUNDED =
          SPF-BUCKET(R, I, K) * 100 / SPF-SAMPLE-COUNT(R)
    END-PERFORM
    MOVE RPT-PCT-LINE TO PSI-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    MOVE 0 TO PSI-VALUE
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
      COMPUTE TRAIN-SHARE ROUNDED =
          TPF-BUCKET(R, I, K) / TPF-SAMPLE-COUNT(R)
      COMPUTE SCORE-SHARE ROUNDED =
          SPF-BUCKET(R, I, K) / SPF-SAMPLE-COUNT(R)
      IF TRAIN-SHARE < MIN-SHARE
        MOVE MIN-SHARE TO TRAIN-SHARE
      END-IF
      IF SCORE-SHARE < MIN-SHARE
        MOVE MIN-SHARE TO SCORE-SHARE
      END-IF
      COMPUTE PSI-TERM ROUNDED = (SCORE-SHARE - TRAIN-SHARE)
          * FUNCTION LOG(SCORE-SHARE / TRAIN-SHARE)
      ADD PSI-TERM TO PSI-VALUE
    END-PERFORM

    MOVE I TO RPT-PSI-NO
    MOVE PSI-VALUE TO RPT-PSI-VALUE
    EVALUATE TRUE
      WHEN ALERT-PSI > 0 AND PSI-VALUE > ALERT-PSI
        ADD 1 TO ALERT-COUNT
        MOVE "*** ALERT - POPULATION HAS SHIFTED ***" TO RPT-PSI-FLAG
      WHEN WARN-PSI > 0 AND PSI-VALUE > WARN-PSI
        ADD 1 TO WARN-COUNT
        MOVE "WARNING - POPULATION IS MOVING" TO RPT-PSI-FLAG
      WHEN OTHER
        MOVE "STABLE" TO RPT-PSI-FLAG
    END-EVALUATE
    MOVE RPT-PSI-LINE TO PSI-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

*> The drift flags for the cycle summary.
RECORD-CYCLE-OUTCOME.
    MOVE RETURN-CODE TO STEP-RC
    MOVE "G" TO CC-REQUEST
    CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
    IF NOT CC-STATUS-OK
      DISPLAY "NNPSI: NO OPEN SCORING CYCLE - OUTCOME NOT RECORDED"
      MOVE 16 TO RETURN-CODE
    ELSE
      MOVE "Y" TO CY-PSI-DONE
      MOVE STEP-RC TO CY-PSI-RC
      MOVE WARN-COUNT TO CY-PSI-WARN
      MOVE ALERT-COUNT TO CY-PSI-ALERT
      MOVE "P" TO CC-REQUEST
      CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
      IF NOT CC-STATUS-OK
        DISPLAY "NNPSI: CYCLE " CY-TRANS-DATE " COULD NOT BE UPDATED"
        MOVE 16 TO RETURN-CODE
      ELSE
        MOVE STEP-RC TO RETURN-CODE
      END-IF
    END-IF.

WRITE-REPORT-RECORD.
    WRITE PSI-REPORT-RECORD
    IF FS-RPT NOT = "00"
      DISPLAY "NNPSI: PSI-REPORT-FILE WRITE FAILED - STATUS " FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.
