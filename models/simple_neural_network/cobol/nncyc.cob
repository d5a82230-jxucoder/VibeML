*> VibeML - callable keeper of the cycle control file.
*> Upstream has re-sent a SCOREIN transmission more than once, and
*> nothing stopped the same date being scored and distributed
*> twice. The cycle control file (CYCCTL) holds one record per
*> transmission date with every NNPIPE step's outcome and key
*> counts, and this subprogram is the only code that writes it:
*> EDIT opens the cycle from the SCOREIN header date - refused when
*> that date already completed scoring and no operator has
*> released it - and each later step fetches the current cycle,
*> fills in its own group and puts it back. An operator release
*> (NNCYCLE RELEASE) comes through here too. Keeping the guard and
*> the current-cycle pointer here means no step can open a cycle
*> by another rule or lose track of which cycle is current.
*> CYCCTL is opened and closed on every call - each step calls at
*> most a few times, and a step that fails later leaves nothing
*> open. See NNCYCAREA and CYCCTLREC for the interface.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNCYC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CF-TRANS-DATE
        FILE STATUS IS FS-CYC.

DATA DIVISION.
FILE SECTION.
FD  CYCLE-CONTROL-FILE.
01  CYCLE-CONTROL-RECORD.
    COPY CYCCTLREC REPLACING LEADING ==CY== BY ==CF==.

WORKING-STORAGE SECTION.
01  FS-CYC  PIC X(02).

01  CURRENT-TS     PIC X(21).
01  POINTER-KEY    PIC X(08) VALUE "00000000".
01  POINTER-DATE   PIC X(08).

LINKAGE SECTION.
01  NNCYC-PARM.
    COPY NNCYCAREA.
01  CYCLE-RECORD.
    COPY CYCCTLREC.

PROCEDURE DIVISION USING NNCYC-PARM CYCLE-RECORD.
    MOVE "O" TO CC-STATUS
    MOVE FUNCTION CURRENT-DATE TO CURRENT-TS
    OPEN I-O CYCLE-CONTROL-FILE
    IF FS-CYC NOT = "00"
      DISPLAY "NNCYC: CYCLE-CONTROL-FILE COULD NOT BE OPENED - "
          "STATUS " FS-CYC
      MOVE "B" TO CC-STATUS
      GOBACK
    END-IF

    EVALUATE TRUE
      WHEN CC-REQUEST-OPEN
        PERFORM OPEN-CYCLE
      WHEN CC-REQUEST-GET
        PERFORM GET-CURRENT-CYCLE
      WHEN CC-REQUEST-PUT
        PERFORM PUT-CYCLE
      WHEN CC-REQUEST-RELEASE
        PERFORM RELEASE-CYCLE
      WHEN OTHER
        DISPLAY "NNCYC: UNKNOWN REQUEST '" CC-REQUEST "'"
        MOVE "B" TO CC-STATUS
    END-EVALUATE
    CLOSE CYCLE-CONTROL-FILE
    GOBACK.

*> A transmission with no usable date cannot be a cycle, and must
*> not leave the previous cycle looking current either - the
*> pointer is cleared so the summary step says no cycle is open.
OPEN-CYCLE.
    IF CC-TRANS-DATE NOT NUMERIC OR CC-TRANS-DATE = POINTER-KEY
      DISPLAY "NNCYC: TRANSMISSION DATE '" CC-TRANS-DATE
          "' IS NOT A VALID CYCLE DATE"
      MOVE "B" TO CC-STATUS
      MOVE SPACES TO POINTER-DATE
      PERFORM SET-CURRENT-POINTER
    ELSE
      MOVE CC-TRANS-DATE TO CF-TRANS-DATE
      READ CYCLE-CONTROL-FILE
      END-READ
      EVALUATE FS-CYC
        WHEN "00"
          PERFORM REOPEN-CYCLE
        WHEN "23"
          PERFORM CREATE-CYCLE
        WHEN OTHER
          DISPLAY "NNCYC: CYCLE " CC-TRANS-DATE " COULD NOT BE READ "
              "- STATUS " FS-CYC
          MOVE "B" TO CC-STATUS
      END-EVALUATE
      IF NOT CC-STATUS-BAD
        MOVE CC-TRANS-DATE TO POINTER-DATE
        PERFORM SET-CURRENT-POINTER
      END-IF
    END-IF.

*> The duplicate-transmission guard. A refusal is stamped on the
*> cycle that was already scored, so the summary page shows it.
*> A release is good for exactly one rerun.
REOPEN-CYCLE.
    IF CF-SCORE-COMPLETE AND NOT CF-RELEASED
      ADD 1 TO CF-REFUSED-COUNT
      MOVE CURRENT-TS TO CF-REFUSED-TS
      MOVE "D" TO CC-STATUS
    ELSE
      ADD 1 TO CF-RUN-COUNT
      MOVE "N" TO CF-RELEASE-SW
      MOVE CURRENT-TS TO CF-OPENED-TS
      INITIALIZE CF-EDIT CF-PSI CF-SCORE CF-RSN CF-OVR CF-DIST CF-HIST
          CF-RECON
      MOVE SPACES TO CF-SUMMARY-TS
    END-IF
    REWRITE CYCLE-CONTROL-RECORD
    IF FS-CYC NOT = "00"
      DISPLAY "NNCYC: CYCLE " CF-TRANS-DATE " COULD NOT BE REWRITTEN "
          "- STATUS " FS-CYC
      MOVE "B" TO CC-STATUS
    ELSE
      MOVE CYCLE-CONTROL-RECORD TO CYCLE-RECORD
    END-IF.

CREATE-CYCLE.
    INITIALIZE CYCLE-CONTROL-RECORD
    MOVE CC-TRANS-DATE TO CF-TRANS-DATE
    MOVE CURRENT-TS TO CF-OPENED-TS
    MOVE 1 TO CF-RUN-COUNT
    MOVE "N" TO CF-RELEASE-SW
    WRITE CYCLE-CONTROL-RECORD
    IF FS-CYC NOT = "00"
      DISPLAY "NNCYC: CYCLE " CF-TRANS-DATE " COULD NOT BE WRITTEN "
          "- STATUS " FS-CYC
      MOVE "B" TO CC-STATUS
    ELSE
      MOVE CYCLE-CONTROL-RECORD TO CYCLE-RECORD
    END-IF.

*> The pointer record is created the first time any cycle opens.
SET-CURRENT-POINTER.
    MOVE POINTER-KEY TO CF-TRANS-DATE
    READ CYCLE-CONTROL-FILE
    END-READ
    EVALUATE FS-CYC
      WHEN "00"
        MOVE POINTER-DATE TO CF-CURRENT-DATE
        REWRITE CYCLE-CONTROL-RECORD
      WHEN "23"
        INITIALIZE CYCLE-CONTROL-RECORD
        MOVE POINTER-KEY TO CF-TRANS-DATE
        MOVE POINTER-DATE TO CF-CURRENT-DATE
        WRITE CYCLE-CONTROL-RECORD
    END-EVALUATE
    IF FS-CYC NOT = "00"
      DISPLAY "NNCYC: CURRENT-CYCLE POINTER COULD NOT BE SET - "
          "STATUS " FS-CYC
      MOVE "B" TO CC-STATUS
    END-IF.

GET-CURRENT-CYCLE.
    MOVE POINTER-KEY TO CF-TRANS-DATE
    READ CYCLE-CONTROL-FILE
    END-READ
    EVALUATE TRUE
      WHEN FS-CYC = "23"
        MOVE "N" TO CC-STATUS
      WHEN FS-CYC NOT = "00"
        DISPLAY "NNCYC: CURRENT-CYCLE POINTER COULD NOT BE READ - "
            "STATUS " FS-CYC
        MOVE "B" TO CC-STATUS
      WHEN CF-CURRENT-DATE = SPACES
        MOVE "N" TO CC-STATUS
      WHEN OTHER
        MOVE CF-CURRENT-DATE TO CF-TRANS-DATE
        READ CYCLE-CONTROL-FILE
        END-READ
        IF FS-CYC NOT = "00"
          DISPLAY "NNCYC: CURRENT CYCLE " CF-TRANS-DATE
              " COULD NOT BE READ - STATUS " FS-CYC
          MOVE "B" TO CC-STATUS
        ELSE
          MOVE CYCLE-CONTROL-RECORD TO CYCLE-RECORD
        END-IF
    END-EVALUATE.

PUT-CYCLE.
    MOVE CY-TRANS-DATE TO CF-TRANS-DATE
    READ CYCLE-CONTROL-FILE
    END-READ
    IF FS-CYC NOT = "00"
      DISPLAY "NNCYC: CYCLE " CY-TRANS-DATE " COULD NOT BE READ FOR "
          "UPDATE - STATUS " FS-CYC
      MOVE "B" TO CC-STATUS
    ELSE
      MOVE CYCLE-RECORD TO CYCLE-CONTROL-RECORD
      REWRITE CYCLE-CONTROL-RECORD
      IF FS-CYC NOT = "00"
        DISPLAY "NNCYC: CYCLE " CY-TRANS-DATE " COULD NOT BE "
            "REWRITTEN - STATUS " FS-CYC
        MOVE "B" TO CC-STATUS
      END-IF
    END-IF.

*> Releasing a cycle that never finished scoring would do nothing -
*> EDIT reopens those anyway - so it is refused as a likely typo.
RELEASE-CYCLE.
    MOVE CC-TRANS-DATE TO CF-TRANS-DATE
    READ CYCLE-CONTROL-FILE
    END-READ
    EVALUATE TRUE
      WHEN FS-CYC = "23" OR CC-TRANS-DATE = POINTER-KEY
        DISPLAY "NNCYC: NO CYCLE FOR TRANSMISSION DATE " CC-TRANS-DATE
        MOVE "B" TO CC-STATUS
      WHEN FS-CYC NOT = "00"
        DISPLAY "NNCYC: CYCLE " CC-TRANS-DATE " COULD NOT BE READ - "
            "STATUS " FS-CYC
        MOVE "B" TO CC-STATUS
      WHEN NOT CF-SCORE-COMPLETE
        DISPLAY "NNCYC: CYCLE " CC-TRANS-DATE " NEVER COMPLETED "
            "SCORING - NOTHING TO RELEASE"
        MOVE "B" TO CC-STATUS
      WHEN OTHER
        MOVE "Y" TO CF-RELEASE-SW
        MOVE CURRENT-TS TO CF-RELEASED-TS
        MOVE CC-USER TO CF-RELEASED-BY
        REWRITE CYCLE-CONTROL-RECORD
        IF FS-CYC NOT = "00"
          DISPLAY "NNCYC: CYCLE " CC-TRANS-DATE " COULD NOT BE "
              "REWRITTEN - STATUS " FS-CYC
          MOVE "B" TO CC-STATUS
        ELSE
          MOVE CYCLE-CONTROL-RECORD TO CYCLE-RECORD
        END-IF
    END-EVALUATE.
