*>         compute min/max per input column, write the scaling
*>         parameters to SCALEPRM, and write the scaled TRNDATA
*>         records for the training step.
*>   apply (PREPPARM mode "A") - scale the raw scoring extract into
*>         a SCOREIN file (header/trailer included, ready for NNEDIT)
*>         with the scaler FROZEN WITH THE MODEL NNSCORE WILL LOAD -
*>         the same SCORPARM pin / PRODUCTION lookup NNSCORE makes,
*>         read from that model's registry entry - never with
*>         whatever the last fit pass left in SCALEPRM. A value
*>         outside the range the scaler was fitted on aborts the
*>         step - the model has never seen that territory and its
*>         prediction there would be plausible-looking garbage.
*>         With segments in SEGTBL, NNSEG routes each record by
*>         its key prefix and the record is scaled with its own
*>         segment's model's scaler; a record no segment claims, on
*>         a run that rejects such records, is written with zero
*>         inputs for NNSCORE to mark unscored.
*>         When SCORPARM names a challenger, the same extract is
*>         also scaled with the challenger's own scaler into CHALIN
*>         (written empty otherwise) for NNSCORE's parallel pass.
*>         The SCOREIN header carries the upstream transmission
*>         date from the PREPPARM record - never the run date - so
*>         a re-sent extract keeps its original date and the EDIT
*>         step's duplicate guard sees it for what it is. Apply
*>         mode refuses to run without one.
*> Scaled values land in 0.0-1.0 (one decimal, as the network
*> expects); a column with no spread in the fit data scales to zero.
*> RETURN-CODE 0 = clean, 16 = bad parameter/file or an out-of-range
    SELECT SCORE-OUTPUT-FILE ASSIGN TO "SCOROUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-SCO.
    SELECT CHAL-OUTPUT-FILE ASSIGN TO "CHALIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CHI.
    SELECT SCORPARM-FILE ASSIGN TO "SCORPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-SPARM.
    SELECT MODEL-REGISTRY-FILE ASSIGN TO "MDLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS MR-MODEL-ID
        ALTERNATE RECORD KEY IS MR-STATUS WITH DUPLICATES
        FILE STATUS IS FS-REG.

DATA DIVISION.
FILE SECTION.
    05 PP-MODE               PIC X(01).
       88 PP-MODE-FIT            VALUE "F".
       88 PP-MODE-APPLY          VALUE "A".
    *> Apply mode only: the date upstream extracted RAWSCORE
    *> (CCYYMMDD), punched with each transmission. Ignored by fit.
    05 PP-TRANS-DATE         PIC X(08).

FD  RAW-DATA-FILE.
01  RAW-DATA-RECORD.
    COPY RAWDATREC.

*> The scaling parameters: one min/max pair per input column,
*> written by the fit pass. NN freezes this record into the registry
*> entry of the model it trains, and the apply pass reads it back
*> from there, so a model and its scaler can never be separated.
FD  SCALEPRM-FILE.
01  SCALEPRM-RECORD.
    COPY SCALEREC REPLACING LEADING ==SCALE== BY ==SC==.

FD  TRAIN-OUTPUT-FILE.
01  TRAIN-OUTPUT-RECORD.
    05 SP-REC-COUNT          PIC 9(07).
    05 FILLER                PIC X(22).

*> The challenger's copy of the scaled extract: detail records only,
*> in the same order and layout as a clean SCOREIN detail, matched
*> back to the champion's record by key in NNSCORE.
FD  CHAL-OUTPUT-FILE.
01  CHAL-OUTPUT-RECORD.
    05 CI-XIN OCCURS 10 TIMES PIC S9V9.
    05 CI-REC-KEY            PIC X(10).

FD  SCORPARM-FILE.
01  SCORPARM-RECORD.
    COPY SCORPARMREC.

FD  MODEL-REGISTRY-FILE.
01  MODEL-REGISTRY-RECORD.
    COPY MDLREGREC.

WORKING-STORAGE SECTION.
01  FS-CFG    PIC X(02).
01  FS-PARM   PIC X(02).
01  FS-SCALE  PIC X(02).
01  FS-TRN    PIC X(02).
01  FS-SCO    PIC X(02).
01  FS-CHI    PIC X(02).
01  FS-SPARM  PIC X(02).
01  FS-REG    PIC X(02).

01 IC   PIC 9(02).
01 OC   PIC 9(02).
   88 FIT-MODE            VALUE "F".
   88 APPLY-MODE          VALUE "A".
01 CURRENT-TS   PIC X(21).
01 TRANS-DATE   PIC X(08).
01 SCALED       PIC S9V9.
01 COL-RANGE    PIC S9(8)V9(2).

*> The fitted min/max per column, held here between the two passes
*> of fit mode (route 1) and, in apply mode, one frozen scaler per
*> scoring route: route 1 is the default model's, route n+1 is
*> SEGTBL segment n's model's.
01 R    PIC 9(02).
01 N    PIC 9(02).
01 ROUTE-COUNT  PIC 9(02).
01 SCALE-TBL.
    05 SL-ROUTE OCCURS 11 TIMES.
       10 SL-COL OCCURS 10 TIMES.
          15 SL-MIN          PIC S9(7)V9(2).
          15 SL-MAX          PIC S9(7)V9(2).
01 ROUTE-TBL.
    05 RT-ROUTE OCCURS 11 TIMES.
       10 RT-SEG-CODE        PIC X(04).
       10 RT-MODEL-ID        PIC X(14).
       10 RT-RECS            PIC 9(07).
01 NOSEG-COUNT      PIC 9(07) VALUE 0.
01 NNSEG-PARM.
    COPY NNSEGAREA.

*> Apply mode: the SCORPARM pin and - when a challenger is being
*> scored in parallel - the challenger's own scaler. A challenger
*> value outside its fitted range is clamped to the range and
*> counted rather than stopping the step: the production result
*> does not depend on the challenger.
01 WANTED-MODEL-ID  PIC X(14).
01 CHALLENGER-ID    PIC X(14).
01 CHAL-SW  PIC X(01) VALUE "N".
   88 CHALLENGER-MODE     VALUE "Y".
01 CHAL-SCALE-TBL.
    05 CL-COL OCCURS 10 TIMES.
       10 CL-MIN             PIC S9(7)V9(2).
       10 CL-MAX             PIC S9(7)V9(2).
01 CHAL-CLAMPED     PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    OPEN INPUT PREPPARM-FILE
        STOP RUN
    END-READ
    MOVE PP-MODE TO RUN-MODE
    MOVE PP-TRANS-DATE TO TRANS-DATE
    CLOSE PREPPARM-FILE
    IF NOT FIT-MODE AND NOT APPLY-MODE
      DISPLAY "NNPREP: MODE '" RUN-MODE "' IS NOT F (FIT) OR A "
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    *> The transmission date is what the scoring cycle is keyed on
    *> and what the duplicate guard tests, so it has to come from
    *> upstream. A missing, impossible or future date would open a
    *> cycle the guard cannot match to its transmission.
    IF APPLY-MODE
      MOVE FUNCTION CURRENT-DATE TO CURRENT-TS
      IF TRANS-DATE NOT NUMERIC
        DISPLAY "NNPREP: TRANSMISSION DATE '" TRANS-DATE
            "' ON PREPPARM IS MISSING OR NOT NUMERIC - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(TRANS-DATE))
          NOT = 0
        DISPLAY "NNPREP: TRANSMISSION DATE " TRANS-DATE
            " ON PREPPARM IS NOT A CALENDAR DATE - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      IF TRANS-DATE > CURRENT-TS(1:8)
        DISPLAY "NNPREP: TRANSMISSION DATE " TRANS-DATE
            " ON PREPPARM IS AFTER TODAY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF

    *> The scaler covers the same IC input columns the network will
    *> read, so NETCFG is the authority here just as it is for
*> min/max, which go to SCALEPRM; pass 2 re-reads the extract and
*> writes the scaled TRNDATA records.
FIT-SCALER.
    MOVE 1 TO R
    OPEN INPUT RAW-DATA-FILE
    IF FS-RAW NOT = "00"
      DISPLAY "NNPREP: RAW-DATA-FILE COULD NOT BE OPENED - STATUS "
      PERFORM CHECK-RAW-NUMERIC
      PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
        IF REC-COUNT = 1
          MOVE RW-XRAW(I) TO SL-MIN(R, I)
          MOVE RW-XRAW(I) TO SL-MAX(R, I)
        ELSE
          IF RW-XRAW(I) < SL-MIN(R, I)
            MOVE RW-XRAW(I) TO SL-MIN(R, I)
          END-IF
          IF RW-XRAW(I) > SL-MAX(R, I)
            MOVE RW-XRAW(I) TO SL-MAX(R, I)
          END-IF
        END-IF
      END-PERFORM
        MOVE 0 TO SC-MIN(I)
        MOVE 0 TO SC-MAX(I)
      ELSE
        MOVE SL-MIN(R, I) TO SC-MIN(I)
        MOVE SL-MAX(R, I) TO SC-MAX(I)
      END-IF
    END-PERFORM
    WRITE SCALEPRM-RECORD
    DISPLAY "NNPREP: SCALER FITTED ON " REC-COUNT " RECORDS, "
        "TRAINING DATA WRITTEN".

*> Apply: scale the raw scoring extract with the scaler frozen with
*> the scoring model - never refitted here - and wrap the result in
*> the header/trailer pair NNEDIT reconciles.
APPLY-SCALER.
    PERFORM LOAD-MODEL-SCALERS

    OPEN OUTPUT CHAL-OUTPUT-FILE
    IF FS-CHI NOT = "00"
      DISPLAY "NNPREP: CHAL-OUTPUT-FILE COULD NOT BE OPENED - "
          "STATUS " FS-CHI
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    OPEN INPUT RAW-DATA-FILE
    IF FS-RAW NOT = "00"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE SPACES TO SCORE-HEADER-RECORD
    MOVE "H" TO SP-REC-TYPE
    MOVE TRANS-DATE TO SP-DATE
    WRITE SCORE-HEADER-RECORD
    IF FS-SCO NOT = "00"
      DISPLAY "NNPREP: SCORE-OUTPUT-FILE WRITE FAILED - STATUS "
      ADD 1 TO REC-COUNT
      PERFORM CHECK-RAW-NUMERIC
      MOVE RW-REC-KEY TO SP-REC-KEY
      PERFORM ROUTE-RAW-RECORD
      PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
        IF I > IC OR R = 0
          MOVE 0 TO SP-XIN(I)
        ELSE
          *> A production value outside the fitted range means the
          *> model is being asked about territory it never trained
          *> on - stop the step rather than score garbage.
          IF RW-XRAW(I) < SL-MIN(R, I)
            OR RW-XRAW(I) > SL-MAX(R, I)
            DISPLAY "NNPREP: RECORD " REC-COUNT " COLUMN " I
                " VALUE " RW-XRAW(I) " IS OUTSIDE THE FITTED RANGE "
                SL-MIN(R, I) " TO " SL-MAX(R, I) " OF MODEL "
                RT-MODEL-ID(R) " - ABORTING"
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      IF CHALLENGER-MODE
        PERFORM WRITE-CHALLENGER-RECORD
      END-IF
      READ RAW-DATA-FILE
        AT END
          MOVE "10" TO FS-RAW
    END-IF
    CLOSE RAW-DATA-FILE
    CLOSE SCORE-OUTPUT-FILE
    CLOSE CHAL-OUTPUT-FILE
    PERFORM VARYING R FROM 1 BY 1 UNTIL R > ROUTE-COUNT
      IF RT-MODEL-ID(R) NOT = SPACES
        DISPLAY "NNPREP: " RT-RECS(R) " RECORDS SCALED FOR SCORING "
            "WITH THE SCALER OF MODEL " RT-MODEL-ID(R)
      END-IF
    END-PERFORM
    IF SG-NO-SEGMENT-REJECT
      DISPLAY "NNPREP: " NOSEG-COUNT " RECORDS NO SEGMENT CLAIMS "
          "WRITTEN UNSCALED FOR REJECTION"
    END-IF
    IF CHALLENGER-MODE
      DISPLAY "NNPREP: " REC-COUNT " RECORDS SCALED FOR CHALLENGER "
          CHALLENGER-ID ", " CHAL-CLAMPED " VALUES CLAMPED TO ITS "
          "FITTED RANGE"
    END-IF.

*> Resolve the models NNSCORE will load - each segment's and the
*> default's, through NNSEG exactly as NNSCORE does - and take each
*> one's frozen scaler; then the challenger's, when one is named.
*> Promoting an older model back therefore brings its own scaler
*> back with it.
LOAD-MODEL-SCALERS.
    OPEN INPUT SCORPARM-FILE
    IF FS-SPARM NOT = "00"
      DISPLAY "NNPREP: SCORPARM-FILE COULD NOT BE OPENED - STATUS "
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
    MOVE SP-CHALLENGER-ID TO CHALLENGER-ID
    CLOSE SCORPARM-FILE
    IF CHALLENGER-ID NOT = SPACES
      MOVE "Y" TO CHAL-SW
    END-IF

    MOVE "M" TO SG-REQUEST
    MOVE WANTED-MODEL-ID TO SG-DEFAULT-PIN
    CALL "NNSEG" USING NNSEG-PARM
    IF NOT SG-STATUS-OK
      DISPLAY "NNPREP: SEGMENT TABLE OR MODEL RESOLUTION FAILED - "
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

    OPEN INPUT MODEL-REGISTRY-FILE
    IF FS-REG NOT = "00"
      DISPLAY "NNPREP: MODEL-REGISTRY-FILE COULD NOT BE OPENED - "
          "STATUS " FS-REG
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM VARYING R FROM 1 BY 1 UNTIL R > ROUTE-COUNT
      IF RT-MODEL-ID(R) NOT = SPACES
        MOVE RT-MODEL-ID(R) TO MR-MODEL-ID
        READ MODEL-REGISTRY-FILE
          INVALID KEY
            DISPLAY "NNPREP: MODEL " RT-MODEL-ID(R) " IS NOT IN THE "
                "REGISTRY"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-READ
        PERFORM CHECK-MODEL-SCALER
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
          MOVE MR-SC-MIN(I) TO SL-MIN(R, I)
          MOVE MR-SC-MAX(I) TO SL-MAX(R, I)
        END-PERFORM
      END-IF
    END-PERFORM
    IF CHALLENGER-MODE
      MOVE CHALLENGER-ID TO MR-MODEL-ID
      READ MODEL-REGISTRY-FILE
        INVALID KEY
          DISPLAY "NNPREP: CHALLENGER MODEL " CHALLENGER-ID
              " IS NOT IN THE REGISTRY"
          MOVE 16 TO RETURN-CODE
          STOP RUN
      END-READ
      PERFORM CHECK-MODEL-SCALER
      PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
        MOVE MR-SC-MIN(I) TO CL-MIN(I)
        MOVE MR-SC-MAX(I) TO CL-MAX(I)
      END-PERFORM
    END-IF
    CLOSE MODEL-REGISTRY-FILE.

*> A registry entry converted from before scalers were frozen with
*> their models carries none, and no scaler can be guessed for it -
*> NNMODEL ATTACH gives such a model the scaler it was trained with.
CHECK-MODEL-SCALER.
    IF MR-SC-INPUT-COUNT NOT NUMERIC OR MR-SC-INPUT-COUNT = 0
      DISPLAY "NNPREP: MODEL " MR-MODEL-ID " CARRIES NO FROZEN "
          "SCALER - ATTACH ONE WITH NNMODEL BEFORE SCORING WITH IT"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF MR-SC-INPUT-COUNT NOT = IC
      DISPLAY "NNPREP: MODEL " MR-MODEL-ID " SCALER COVERS "
          MR-SC-INPUT-COUNT " COLUMNS BUT NETCFG EXPECTS " IC
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.

*> The same raw record scaled with the challenger's own scaler.
WRITE-CHALLENGER-RECORD.
    MOVE RW-REC-KEY TO CI-REC-KEY
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
      IF I > IC
        MOVE 0 TO CI-XIN(I)
      ELSE
        COMPUTE COL-RANGE = CL-MAX(I) - CL-MIN(I)
        EVALUATE TRUE
          WHEN COL-RANGE = 0
            MOVE 0 TO CI-XIN(I)
          WHEN RW-XRAW(I) < CL-MIN(I)
            MOVE 0 TO CI-XIN(I)
            ADD 1 TO CHAL-CLAMPED
          WHEN RW-XRAW(I) > CL-MAX(I)
            MOVE 1 TO CI-XIN(I)
            ADD 1 TO CHAL-CLAMPED
          WHEN OTHER
            COMPUTE CI-XIN(I) ROUNDED =
                (RW-XRAW(I) - CL-MIN(I)) / COL-RANGE
        END-EVALUATE
      END-IF
    END-PERFORM
    WRITE CHAL-OUTPUT-RECORD
    IF FS-CHI NOT = "00"
      DISPLAY "NNPREP: CHAL-OUTPUT-FILE WRITE FAILED - STATUS "
          FS-CHI
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.

*> Min/max scaling into the 0.0-1.0 shape the network reads; a
*> column the fit saw no spread in scales to zero.
SCALE-ONE-VALUE.
    COMPUTE COL-RANGE = SL-MAX(R, I) - SL-MIN(R, I)
    IF COL-RANGE = 0
      MOVE 0 TO SCALED
    ELSE
      COMPUTE SCALED ROUNDED =
          (RW-XRAW(I) - SL-MIN(R, I)) / COL-RANGE
    END-IF.

*> The scoring route of the current raw record - R zero when no
*> segment claims it and this run rejects such records.
ROUTE-RAW-RECORD.
    MOVE "R" TO SG-REQUEST
    MOVE RW-REC-KEY TO SG-REC-KEY
    CALL "NNSEG" USING NNSEG-PARM
    IF NOT SG-STATUS-OK
      DISPLAY "NNPREP: RECORD " REC-COUNT " COULD NOT BE ROUTED"
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
    END-IF
    IF R > 0
      ADD 1 TO RT-RECS(R)
    END-IF.

CHECK-RAW-NUMERIC.
