*> mid-run can no longer take the registry (and the production
*> model) down with it.
*> Commands come one per MDLCMD record:
*>   PROMOTE <model-id> [<segment>]
*>                      - make the model PRODUCTION for the SEGTBL
*>                        segment named (blank = records no segment
*>                        claims); whatever was PRODUCTION for that
*>                        segment before is RETIRED in the same pass,
*>                        so there is never more than one per
*>                        segment. Promoting a RETIRED model is
*>                        allowed - that is the fallback path to last
*>                        week's weights, and the scaler frozen with
*>                        the model comes back with it. A model with
*>                        no frozen scaler cannot be promoted, nor
*>                        can a model PRODUCTION for another segment
*>                        (retire it first).
*>   RETIRE  <model-id> - retire the model.
*>   ATTACH  <model-id> - freeze the scaler in SCALEPRM into a model
*>                        registered before scalers travelled with
*>                        their models. A model that already carries a
*>                        scaler is never overwritten.
*>   PROFILE <model-id> - count the training population in TRNDATA
*>                        into the bucket profile NNPSI compares
*>                        scoring inputs against, for a model
*>                        registered before profiles were kept. A
*>                        model that already carries one is never
*>                        overwritten.
*>   LIST               - display every registered model and status,
*>                        and the segment of a PRODUCTION or RETIRED
*>                        model that served one.
*> RETURN-CODE 0 = all commands applied, 8 = at least one command
*> could not be applied (see messages), 16 = registry unusable.

    SELECT COMMAND-FILE ASSIGN TO "MDLCMD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CMD.
    SELECT SCALEPRM-FILE ASSIGN TO "SCALEPRM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-SCALE.
    SELECT TRAIN-DATA-FILE ASSIGN TO "TRNDATA"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-DATA.

DATA DIVISION.
FILE SECTION.
01  COMMAND-RECORD.
    05 MC-ACTION             PIC X(08).
    05 MC-MODEL-ID           PIC X(14).
    05 MC-SEGMENT            PIC X(04).

FD  SCALEPRM-FILE.
01  SCALEPRM-RECORD.
    COPY SCALEREC REPLACING LEADING ==SCALE== BY ==SC==.

FD  TRAIN-DATA-FILE.
01  TRAIN-DATA-RECORD.
    COPY TRNDATAREC.

WORKING-STORAGE SECTION.
01  FS-REG    PIC X(02).
01  FS-CMD    PIC X(02).
01  FS-SCALE  PIC X(02).
01  FS-DATA   PIC X(02).

01 MODEL-COUNT   PIC 9(03).
01 CMD-COUNT     PIC 9(04) VALUE 0.
01 HIT-SW        PIC X(01) VALUE "N".
   88 RECORD-HIT              VALUE "Y".
01 STATUS-NAME   PIC X(10).
01 SCALER-NAME   PIC X(09).
01 PROFILE-NAME  PIC X(10).
01 I             PIC 9(02).
01 BUCKET        PIC S9(02).
01 TRAIN-PROFILE.
    COPY TRNPROFREC REPLACING LEADING ==PROF== BY ==TPF==.

*> PROMOTE checks a segment code against SEGTBL through NNSEG, the
*> same table the scoring steps route by, and finds the model to
*> retire by browsing the PRODUCTION entries on the status key.
01 NNSEG-PARM.
    COPY NNSEGAREA.
01 N             PIC 9(02).
01 RETIRE-ID     PIC X(14).
01 BROWSE-SW     PIC X(01).
   88 BROWSE-DONE             VALUE "Y".

PROCEDURE DIVISION.
    *> A missing registry is legal for LIST (nothing to show) but
          PERFORM PROMOTE-MODEL
        WHEN "RETIRE  "
          PERFORM RETIRE-MODEL
        WHEN "ATTACH  "
          PERFORM ATTACH-SCALER
        WHEN "PROFILE "
          PERFORM ATTACH-PROFILE
        WHEN "LIST    "
          PERFORM LIST-MODELS
        WHEN OTHER

PROMOTE-MODEL.
    PERFORM READ-TARGET-MODEL
    *> PREPAPP scales the scoring extract with the PRODUCTION model's
    *> own scaler - a model without one cannot score anything.
    IF RECORD-HIT
      AND (MR-SC-INPUT-COUNT NOT NUMERIC OR MR-SC-INPUT-COUNT = 0)
      DISPLAY "NNMODEL: MODEL " MC-MODEL-ID " CARRIES NO FROZEN "
          "SCALER - ATTACH ONE BEFORE PROMOTING IT"
      MOVE "Y" TO FAIL-SW
      MOVE "N" TO HIT-SW
    END-IF
    IF RECORD-HIT AND MR-STATUS-PRODUCTION
      AND MR-SEGMENT NOT = MC-SEGMENT
      DISPLAY "NNMODEL: MODEL " MC-MODEL-ID " IS PRODUCTION FOR "
          "SEGMENT '" MR-SEGMENT "' - RETIRE IT BEFORE PROMOTING IT "
          "FOR ANOTHER"
      MOVE "Y" TO FAIL-SW
      MOVE "N" TO HIT-SW
    END-IF
    IF RECORD-HIT AND MC-SEGMENT NOT = SPACES
      PERFORM CHECK-PROMOTE-SEGMENT
    END-IF
    IF RECORD-HIT
      *> Retire whatever is PRODUCTION for the segment now before
      *> promoting, so the registry never holds two production
      *> models for one segment - and each step rewrites exactly one
      *> record. The browse only remembers the ID: rewriting the
      *> status mid-browse would move the browse position.
      PERFORM FIND-SEGMENT-PRODUCTION
      IF RETIRE-ID NOT = SPACES
        MOVE RETIRE-ID TO MR-MODEL-ID
        READ MODEL-REGISTRY-FILE
          INVALID KEY
            DISPLAY "NNMODEL: MODEL " RETIRE-ID " DISAPPEARED "
                "DURING PROMOTION - REGISTRY NEEDS ATTENTION"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-READ
        MOVE "R" TO MR-STATUS
        PERFORM REWRITE-REGISTRY-RECORD
        DISPLAY "NNMODEL: MODEL " MR-MODEL-ID " RETIRED"
      END-IF
      MOVE MC-MODEL-ID TO MR-MODEL-ID
      READ MODEL-REGISTRY-FILE
        INVALID KEY
          STOP RUN
      END-READ
      MOVE "P" TO MR-STATUS
      MOVE MC-SEGMENT TO MR-SEGMENT
      PERFORM REWRITE-REGISTRY-RECORD
      IF MC-SEGMENT = SPACES
        DISPLAY "NNMODEL: MODEL " MC-MODEL-ID " PROMOTED TO "
            "PRODUCTION WITH ITS " MR-SC-INPUT-COUNT
            "-COLUMN SCALER"
      ELSE
        DISPLAY "NNMODEL: MODEL " MC-MODEL-ID " PROMOTED TO "
            "PRODUCTION FOR SEGMENT " MC-SEGMENT " WITH ITS "
            MR-SC-INPUT-COUNT "-COLUMN SCALER"
      END-IF
    END-IF.

*> A segment code has to be one SEGTBL routes records to - a model
*> promoted for a segment nothing routes to would never score.
CHECK-PROMOTE-SEGMENT.
    MOVE "T" TO SG-REQUEST
    CALL "NNSEG" USING NNSEG-PARM
    IF NOT SG-STATUS-OK
      DISPLAY "NNMODEL: SEGTBL COULD NOT BE LOADED - MODEL "
          MC-MODEL-ID " NOT PROMOTED"
      MOVE "Y" TO FAIL-SW
      MOVE "N" TO HIT-SW
    ELSE
      MOVE "N" TO HIT-SW
      PERFORM VARYING N FROM 1 BY 1 UNTIL N > SG-SEG-COUNT
        IF SG-SEG-CODE(N) = MC-SEGMENT
          MOVE "Y" TO HIT-SW
        END-IF
      END-PERFORM
      IF NOT RECORD-HIT
        DISPLAY "NNMODEL: SEGMENT " MC-SEGMENT " IS NOT IN SEGTBL - "
            "MODEL " MC-MODEL-ID " NOT PROMOTED"
        MOVE "Y" TO FAIL-SW
      END-IF
    END-IF.

*> The model PRODUCTION for the command's segment now, other than
*> the one being promoted - spaces when there is none.
FIND-SEGMENT-PRODUCTION.
    MOVE SPACES TO RETIRE-ID
    MOVE "N" TO BROWSE-SW
    MOVE "P" TO MR-STATUS
    START MODEL-REGISTRY-FILE KEY IS = MR-STATUS
      INVALID KEY
        MOVE "Y" TO BROWSE-SW
    END-START
    PERFORM UNTIL BROWSE-DONE
      READ MODEL-REGISTRY-FILE NEXT
        AT END
          MOVE "Y" TO BROWSE-SW
      END-READ
      IF NOT BROWSE-DONE
        IF (FS-REG NOT = "00" AND FS-REG NOT = "02")
          OR NOT MR-STATUS-PRODUCTION
          MOVE "Y" TO BROWSE-SW
        ELSE
          IF MR-SEGMENT = MC-SEGMENT
            AND MR-MODEL-ID NOT = MC-MODEL-ID
            MOVE MR-MODEL-ID TO RETIRE-ID
          END-IF
        END-IF
      END-IF
    END-PERFORM.

RETIRE-MODEL.
    PERFORM READ-TARGET-MODEL
    IF RECORD-HIT
      DISPLAY "NNMODEL: MODEL " MC-MODEL-ID " RETIRED"
    END-IF.

*> ATTACH is the one way a scaler gets into an existing registry
*> entry: only into an entry that has none, and only a scaler that
*> covers exactly the model's input columns. The operator is
*> responsible for SCALEPRM holding the fit the model was trained
*> on - the message names both so the job log shows what was done.
ATTACH-SCALER.
    PERFORM READ-TARGET-MODEL
    IF RECORD-HIT
      AND MR-SC-INPUT-COUNT NUMERIC AND MR-SC-INPUT-COUNT > 0
      DISPLAY "NNMODEL: MODEL " MC-MODEL-ID " ALREADY CARRIES ITS "
          "FROZEN SCALER - NOT REPLACED"
      MOVE "Y" TO FAIL-SW
      MOVE "N" TO HIT-SW
    END-IF
    IF RECORD-HIT
      OPEN INPUT SCALEPRM-FILE
      IF FS-SCALE NOT = "00"
        DISPLAY "NNMODEL: SCALEPRM-FILE COULD NOT BE OPENED - STATUS "
            FS-SCALE
        MOVE "Y" TO FAIL-SW
        MOVE "N" TO HIT-SW
      ELSE
        READ SCALEPRM-FILE
          AT END
            DISPLAY "NNMODEL: SCALEPRM-FILE IS EMPTY - NOTHING TO "
                "ATTACH"
            MOVE "Y" TO FAIL-SW
            MOVE "N" TO HIT-SW
        END-READ
        CLOSE SCALEPRM-FILE
      END-IF
    END-IF
    IF RECORD-HIT AND SC-INPUT-COUNT NOT = MR-INPUT-COUNT
      DISPLAY "NNMODEL: SCALEPRM COVERS " SC-INPUT-COUNT
          " COLUMNS BUT MODEL " MC-MODEL-ID " HAS " MR-INPUT-COUNT
          " INPUTS - NOT ATTACHED"
      MOVE "Y" TO FAIL-SW
      MOVE "N" TO HIT-SW
    END-IF
    IF RECORD-HIT
      MOVE SCALEPRM-RECORD TO MR-SCALER
      PERFORM REWRITE-REGISTRY-RECORD
      DISPLAY "NNMODEL: SCALEPRM SCALER FROZEN INTO MODEL "
          MC-MODEL-ID
    END-IF.

*> PROFILE follows the ATTACH rules: only into an entry that has no
*> profile, and the operator is responsible for TRNDATA being the
*> scaled extract the model was trained on. The counts use the same
*> bucketing NN applies on its final pass.
ATTACH-PROFILE.
    PERFORM READ-TARGET-MODEL
    IF RECORD-HIT
      AND MR-PF-SAMPLE-COUNT NUMERIC AND MR-PF-SAMPLE-COUNT > 0
      DISPLAY "NNMODEL: MODEL " MC-MODEL-ID " ALREADY CARRIES ITS "
          "TRAINING PROFILE - NOT REPLACED"
      MOVE "Y" TO FAIL-SW
      MOVE "N" TO HIT-SW
    END-IF
    IF RECORD-HIT
      OPEN INPUT TRAIN-DATA-FILE
      IF FS-DATA NOT = "00"
        DISPLAY "NNMODEL: TRAIN-DATA-FILE COULD NOT BE OPENED - "
            "STATUS " FS-DATA
        MOVE "Y" TO FAIL-SW
        MOVE "N" TO HIT-SW
      END-IF
    END-IF
    IF RECORD-HIT
      INITIALIZE TRAIN-PROFILE
      READ TRAIN-DATA-FILE
        AT END
          MOVE "10" TO FS-DATA
      END-READ
      PERFORM UNTIL FS-DATA = "10"
        ADD 1 TO TPF-SAMPLE-COUNT
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > MR-INPUT-COUNT
          COMPUTE BUCKET = TD-XIN(I) * 10 + 1
          IF BUCKET < 1
            MOVE 1 TO BUCKET
          END-IF
          IF BUCKET > 10
            MOVE 10 TO BUCKET
          END-IF
          ADD 1 TO TPF-BUCKET(I, BUCKET)
        END-PERFORM
        READ TRAIN-DATA-FILE
          AT END
            MOVE "10" TO FS-DATA
        END-READ
      END-PERFORM
      CLOSE TRAIN-DATA-FILE
      IF TPF-SAMPLE-COUNT = 0
        DISPLAY "NNMODEL: TRAIN-DATA-FILE IS EMPTY - NOTHING TO "
            "PROFILE"
        MOVE "Y" TO FAIL-SW
        MOVE "N" TO HIT-SW
      END-IF
    END-IF
    IF RECORD-HIT
      MOVE TRAIN-PROFILE TO MR-PROFILE
      PERFORM REWRITE-REGISTRY-RECORD
      DISPLAY "NNMODEL: " TPF-SAMPLE-COUNT " TRAINING SAMPLES "
          "PROFILED INTO MODEL " MC-MODEL-ID
    END-IF.

*> LIST browses the primary key from the top - the only sequential
*> pass left in this program, and a read-only one.
LIST-MODELS.
            WHEN "R" MOVE "RETIRED   " TO STATUS-NAME
            WHEN OTHER MOVE "?         " TO STATUS-NAME
          END-EVALUATE
          IF MR-SC-INPUT-COUNT NUMERIC AND MR-SC-INPUT-COUNT > 0
            MOVE "SCALER   " TO SCALER-NAME
          ELSE
            MOVE "NO SCALER" TO SCALER-NAME
          END-IF
          IF MR-PF-SAMPLE-COUNT NUMERIC AND MR-PF-SAMPLE-COUNT > 0
            MOVE "PROFILE   " TO PROFILE-NAME
          ELSE
            MOVE "NO PROFILE" TO PROFILE-NAME
          END-IF
          DISPLAY "NNMODEL: " MR-MODEL-ID " RUN " MR-RUN-ID
              " CREATED " MR-CREATED-TS " " STATUS-NAME
              " " SCALER-NAME " " PROFILE-NAME
          *> Entries registered before settings were kept have none
          *> to show.
          IF MR-SET-FROM-TRAINING OR MR-SET-FROM-SWEEP
            DISPLAY "NNMODEL:   HIDDEN " MR-HIDDEN-COUNT
                " RATE " MR-SET-LEARN-RATE " EPOCHS " MR-SET-EPOCHS
                " TARGET " MR-SET-TARGET-ERR " PATIENCE "
                MR-SET-PATIENCE " STOPPED " MR-SET-STOP-EPOCH "/"
                MR-SET-STOP-REASON
          END-IF
          IF MR-SET-FROM-SWEEP
            DISPLAY "NNMODEL:   SWEEP WINNER - HOLDOUT MEAN ERROR "
                MR-SET-HOLDOUT-ERR
          END-IF
          IF (MR-STATUS-PRODUCTION OR MR-STATUS-RETIRED)
            AND MR-SEGMENT NOT = SPACES
            DISPLAY "NNMODEL:   SEGMENT " MR-SEGMENT
          END-IF
          READ MODEL-REGISTRY-FILE NEXT
            AT END
              MOVE "10" TO FS-REG
