*> structure itself is bad (missing/garbled header or trailer, or a
*> count mismatch from a truncated transmission) - scoring must not
*> run.
*> The edited transmission opens its scoring cycle on the cycle
*> control file (through NNCYC) with the header date and the counts
*> above. The header date is upstream's transmission date, which
*> NNPREP carries over from the PREPPARM apply record. A date whose
*> scoring already completed is refused with RETURN-CODE 16 - the
*> re-sent file never reaches SCORE or DIST - unless an operator has
*> released it with NNCYCLE RELEASE. A file with no usable header
*> date opens no cycle and fails the same way.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNEDIT.
   88 RECORD-BAD          VALUE "Y".
01 STRUCT-SW  PIC X(01) VALUE "N".
   88 STRUCTURE-BAD       VALUE "Y".
01 HEADER-DATE    PIC X(08) VALUE SPACES.
01 TRAILER-COUNT  PIC 9(07) VALUE 0.
01 STEP-RC        PIC 9(02).

01 NNCYC-PARM.
    COPY NNCYCAREA.
01 CYCLE-RECORD.
    COPY CYCCTLREC.

PROCEDURE DIVISION.
    *> The edit checks the same IC input positions the network will
        MOVE 0 TO RETURN-CODE
      END-IF
    END-IF
    PERFORM OPEN-SCORING-CYCLE
    STOP RUN.

*> Open the cycle and record this step's outcome on it. The edit's
*> own return code is held in STEP-RC across the open, which hands
*> back the cycle record as filed, and is what the step ends with
*> once the outcome is recorded. The guard outranks everything the
*> edit found: a refused date ends 16 whatever its records looked
*> like.
OPEN-SCORING-CYCLE.
    MOVE RETURN-CODE TO STEP-RC
    MOVE "O" TO CC-REQUEST
    MOVE HEADER-DATE TO CC-TRANS-DATE
    CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
    EVALUATE TRUE
      WHEN CC-STATUS-REFUSED
        DISPLAY "NNEDIT: TRANSMISSION DATE " HEADER-DATE
            " ALREADY COMPLETED SCORING - REFUSED AS A DUPLICATE"
        DISPLAY "NNEDIT: RELEASE IT WITH NNCYCLE RELEASE IF THE "
            "RERUN IS INTENDED"
        MOVE 16 TO RETURN-CODE
      WHEN CC-STATUS-OK
        MOVE "Y" TO CY-EDIT-DONE
        MOVE STEP-RC TO CY-EDIT-RC
        MOVE TRAILER-COUNT TO CY-SCOREIN-COUNT
        MOVE DETAIL-COUNT TO CY-RECEIVED
        MOVE CLEAN-COUNT TO CY-CLEAN
        MOVE REJECT-COUNT TO CY-REJECTED
        MOVE "P" TO CC-REQUEST
        CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
        IF CC-STATUS-OK
          DISPLAY "NNEDIT: CYCLE " HEADER-DATE " OPENED, RUN "
              CY-RUN-COUNT
          MOVE STEP-RC TO RETURN-CODE
        ELSE
          DISPLAY "NNEDIT: CYCLE " HEADER-DATE " COULD NOT BE UPDATED "
              "- SCORING MUST NOT RUN"
          MOVE 16 TO RETURN-CODE
        END-IF
      WHEN OTHER
        DISPLAY "NNEDIT: NO SCORING CYCLE COULD BE OPENED - SCORING "
            "MUST NOT RUN"
        MOVE 16 TO RETURN-CODE
    END-EVALUATE.

EDIT-HEADER-RECORD.
    *> Exactly one header, first record on the file, carrying a
    *> plausible transmission date.
      DISPLAY "NNEDIT: HEADER DATE '" SH-DATE "' IS NOT NUMERIC"
      MOVE "Y" TO STRUCT-SW
    END-IF
    IF NOT HEADER-SEEN
      MOVE SH-DATE TO HEADER-DATE
    END-IF
    MOVE "Y" TO HEADER-SW.

EDIT-TRAILER-RECORD.
      DISPLAY "NNEDIT: TRAILER COUNT IS NOT NUMERIC"
      MOVE "Y" TO STRUCT-SW
    ELSE
      MOVE ST-REC-COUNT TO TRAILER-COUNT
      IF ST-REC-COUNT NOT = DETAIL-COUNT
        DISPLAY "NNEDIT: TRAILER SAYS " ST-REC-COUNT
            " DETAIL RECORDS BUT " DETAIL-COUNT " WERE RECEIVED"
