*> VibeML - apply underwriters' decision overrides to the scored
*> output before it is distributed.
*> Underwriters overturn the model's decision on particular accounts,
*> and used to do it in the departments' own copies of the band
*> files - so the routed extracts and SCOREOUT disagreed, and NNFDBK
*> measured the model against decisions that were never used. An
*> override is now an entry on the override master (OVRMAST, kept by
*> NNOVRM) keyed by business record key, and this program applies
*> them to the cycle's SCOREOUT after SCORE and RSN and before DIST
*> routes it. Each SCOREOUT record is rewritten in place: the model's
*> own decision stays in SO-MODEL-DECISION, SO-DECISION becomes the
*> forced decision, and the record is flagged with the override's
*> reason code. NNDIST, NNHIST and NNFDBK all see both decisions.
*> Only decided records are looked up - a record in error or
*> rejected for no segment has no decision to override. An override
*> is applied when it has been approved and its expiry date is not
*> before the cycle's transmission date (CYCCTL, through NNCYC), and
*> its forced decision is a band of the DECPARM table NNDIST routes
*> by. An expired override, one still awaiting approval, or one whose
*> forced decision is no longer a band is not applied and is listed
*> on OVRRPT; an override that forces the decision the model reached
*> anyway is counted but changes nothing.
*> Every record's decision is first set back to the model's, so a
*> rerun of the step - or of the cycle - applies the overrides
*> afresh rather than on top of the last run's.
*> OVRRPT shows the overrides applied per band (decided by the model,
*> overridden out of the band, overridden into it, final), the
*> override rate by reason code, and the rate for the cycle. A rate
*> above the OVRPARM warning rate is management's early warning that
*> underwriters have stopped trusting the model.
*> RETURN-CODE 0 = overrides applied, 4 = the override rate is past
*> the warning rate or some overrides force a decision that is not a
*> band, 16 = the step could not run.
*> The outcome and key counts are recorded on the current scoring
*> cycle through NNCYC for the NNCYCLE summary page; a cycle that
*> cannot be updated fails the step with RETURN-CODE 16.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNOVR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DECPARM-FILE ASSIGN TO "DECPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-DEC.
    SELECT OVRPARM-FILE ASSIGN TO "OVRPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARM.
    SELECT OVERRIDE-MASTER-FILE ASSIGN TO "OVRMAST"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS OV-REC-KEY
        FILE STATUS IS FS-OVR.
    SELECT SCORE-OUTPUT-FILE ASSIGN TO "SCOREOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-OUT.
    SELECT OVR-REPORT-FILE ASSIGN TO "OVRRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.

DATA DIVISION.
FILE SECTION.
FD  DECPARM-FILE.
01  DECPARM-RECORD.
    05 DP-BAND-COUNT         PIC 9(02).
    05 DP-BAND OCCURS 5 TIMES.
       10 DP-BAND-CODE       PIC X(06).
       10 DP-BAND-FLOOR      PIC 9V9(6).

*> The override rate (overrides applied over records decided, as a
*> fraction) past which the step warns. Zero turns the warning off.
FD  OVRPARM-FILE.
01  OVRPARM-RECORD.
    05 OP-WARN-RATE          PIC 9V9(4).

FD  OVERRIDE-MASTER-FILE.
01  OVERRIDE-MASTER-RECORD.
    COPY OVRMASTREC.

FD  SCORE-OUTPUT-FILE.
01  SCORE-OUTPUT-RECORD.
    COPY SCOROUTREC.

FD  OVR-REPORT-FILE.
01  OVR-REPORT-RECORD        PIC X(80).

WORKING-STORAGE SECTION.
01  FS-DEC    PIC X(02).
01  FS-PARM   PIC X(02).
01  FS-OVR    PIC X(02).
01  FS-OUT    PIC X(02).
01  FS-RPT    PIC X(02).

01 CYCLE-DATE   PIC X(08).
01 WARN-RATE    PIC 9V9(4).
01 OVR-RATE     PIC 9V9(4).
01 RATE-PCT     PIC 9(03)V9(02).

*> Per DECPARM band: records the model decided into the band, how
*> many of those an override moved out, and how many overrides moved
*> in from other bands.
01 BAND-COUNT   PIC 9(02).
01 K            PIC 9(02).
01 MODEL-BAND   PIC 9(02).
01 FORCED-BAND  PIC 9(02).
01 BAND-TBL.
    05 BT-BAND OCCURS 5 TIMES.
       10 BT-CODE            PIC X(06).
       10 BT-MODEL           PIC 9(07).
       10 BT-OUT             PIC 9(07).
       10 BT-IN              PIC 9(07).

*> Overrides applied per reason code, in the order the codes were
*> first met. Codes past the table's end are totalled as OTHER.
01 R            PIC 9(02).
01 PICKED       PIC 9(02).
01 REASON-COUNT PIC 9(02) VALUE 0.
01 REASON-TBL.
    05 RS-ENTRY OCCURS 20 TIMES.
       10 RS-CODE            PIC X(04).
       10 RS-APPLIED         PIC 9(07).
01 OTHER-REASON-COUNT PIC 9(07) VALUE 0.

01 RECORD-COUNT     PIC 9(07) VALUE 0.
01 DECIDED-COUNT    PIC 9(07) VALUE 0.
01 APPLIED-COUNT    PIC 9(07) VALUE 0.
01 AGREED-COUNT     PIC 9(07) VALUE 0.
01 EXPIRED-COUNT    PIC 9(07) VALUE 0.
01 AWAITING-COUNT   PIC 9(07) VALUE 0.
01 INVALID-COUNT    PIC 9(07) VALUE 0.
01 HELD-COUNT       PIC 9(07) VALUE 0.
01 LIST-SW          PIC X(01) VALUE "N".
   88 LIST-STARTED          VALUE "Y".
01 WARN-SW          PIC X(01) VALUE "N".
   88 RATE-WARNED           VALUE "Y".

*> The cycle date overrides expire against comes from the current
*> scoring cycle, and this step's outcome goes back on it.
01 NNCYC-PARM.
    COPY NNCYCAREA.
01 CYCLE-RECORD.
    COPY CYCCTLREC.
01 STEP-RC       PIC 9(02).

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNOVR DECISION OVERRIDE REPORT".
01 RPT-TITLE        PIC X(80).
01 RPT-CYCLE-LINE.
    05 FILLER        PIC X(06) VALUE "CYCLE ".
    05 RPT-CY-DATE   PIC X(08).
    05 FILLER        PIC X(10) VALUE "  DECIDED ".
    05 RPT-CY-DECIDED PIC 9(07).
    05 FILLER        PIC X(13) VALUE "  OVERRIDDEN ".
    05 RPT-CY-APPLIED PIC 9(07).
    05 FILLER        PIC X(07) VALUE "  RATE ".
    05 RPT-CY-PCT    PIC ZZ9.99.
    05 FILLER        PIC X(01) VALUE "%".
    05 FILLER        PIC X(15) VALUE SPACES.
01 RPT-HELD-LINE.
    05 FILLER        PIC X(08) VALUE "EXPIRED ".
    05 RPT-HD-EXPIRED PIC 9(07).
    05 FILLER        PIC X(20) VALUE "  AWAITING APPROVAL ".
    05 RPT-HD-AWAITING PIC 9(07).
    05 FILLER        PIC X(18) VALUE "  NOT A BAND CODE ".
    05 RPT-HD-INVALID PIC 9(07).
    05 FILLER        PIC X(13) VALUE SPACES.
01 RPT-AGREED-LINE.
    05 FILLER        PIC X(31) VALUE
       "OVERRIDES THE MODEL AGREED WITH".
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-AG-COUNT  PIC 9(07).
    05 FILLER        PIC X(41) VALUE SPACES.
01 RPT-BAND-HEAD.
    05 FILLER        PIC X(16) VALUE SPACES.
    05 FILLER        PIC X(07) VALUE "DECIDED".
    05 FILLER        PIC X(03) VALUE SPACES.
    05 FILLER        PIC X(07) VALUE "OVR OUT".
    05 FILLER        PIC X(03) VALUE SPACES.
    05 FILLER        PIC X(07) VALUE " OVR IN".
    05 FILLER        PIC X(03) VALUE SPACES.
    05 FILLER        PIC X(07) VALUE "  FINAL".
    05 FILLER        PIC X(03) VALUE SPACES.
    05 FILLER        PIC X(07) VALUE "  OUT %".
    05 FILLER        PIC X(17) VALUE SPACES.
01 RPT-BAND-LINE.
    05 FILLER        PIC X(05) VALUE "BAND ".
    05 RPT-BD-NO     PIC 9(02).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-BD-CODE   PIC X(06).
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-BD-MODEL  PIC 9(07).
    05 FILLER        PIC X(03) VALUE SPACES.
    05 RPT-BD-OUT    PIC 9(07).
    05 FILLER        PIC X(03) VALUE SPACES.
    05 RPT-BD-IN     PIC 9(07).
    05 FILLER        PIC X(03) VALUE SPACES.
    05 RPT-BD-FINAL  PIC 9(07).
    05 FILLER        PIC X(03) VALUE SPACES.
    05 RPT-BD-PCT    PIC ZZ9.99.
    05 FILLER        PIC X(01) VALUE "%".
    05 FILLER        PIC X(17) VALUE SPACES.
01 RPT-REASON-LINE.
    05 FILLER        PIC X(07) VALUE "REASON ".
    05 RPT-RS-CODE   PIC X(05).
    05 FILLER        PIC X(10) VALUE "  APPLIED ".
    05 RPT-RS-APPLIED PIC 9(07).
    05 FILLER        PIC X(20) VALUE "  RATE OF DECISIONS ".
    05 RPT-RS-PCT    PIC ZZ9.99.
    05 FILLER        PIC X(01) VALUE "%".
    05 FILLER        PIC X(16) VALUE "  OF OVERRIDES ".
    05 RPT-RS-SHARE  PIC ZZ9.99.
    05 FILLER        PIC X(01) VALUE "%".
    05 FILLER        PIC X(01) VALUE SPACE.
01 RPT-HELD-DETAIL.
    05 FILLER        PIC X(04) VALUE "KEY ".
    05 RPT-HL-KEY    PIC X(10).
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-HL-STATE  PIC X(17).
    05 FILLER        PIC X(08) VALUE " FORCED ".
    05 RPT-HL-DECISION PIC X(06).
    05 FILLER        PIC X(08) VALUE " REASON ".
    05 RPT-HL-REASON PIC X(04).
    05 FILLER        PIC X(09) VALUE " EXPIRES ".
    05 RPT-HL-EXPIRY PIC X(08).
    05 FILLER        PIC X(04) VALUE SPACES.
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
    MOVE "G" TO CC-REQUEST
    CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
    IF NOT CC-STATUS-OK
      DISPLAY "NNOVR: NO OPEN SCORING CYCLE - OVERRIDE EXPIRY CANNOT "
          "BE CHECKED"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE CY-TRANS-DATE TO CYCLE-DATE

    *> A forced decision must be a band of the table NNDIST routes
    *> by, or the record it is forced onto could not be distributed.
    OPEN INPUT DECPARM-FILE
    IF FS-DEC NOT = "00"
      DISPLAY "NNOVR: DECPARM-FILE COULD NOT BE OPENED - STATUS "
          FS-DEC
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ DECPARM-FILE
      AT END
        DISPLAY "NNOVR: DECPARM-FILE IS EMPTY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE DP-BAND-COUNT TO BAND-COUNT
    IF BAND-COUNT = 0 OR BAND-COUNT > 5
      DISPLAY "NNOVR: BAND COUNT " BAND-COUNT
          " IS OUTSIDE THE SUPPORTED RANGE 1-5"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
      IF DP-BAND-CODE(K) = SPACES
        DISPLAY "NNOVR: BAND " K " HAS NO DECISION CODE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      MOVE DP-BAND-CODE(K) TO BT-CODE(K)
      MOVE 0 TO BT-MODEL(K)
      MOVE 0 TO BT-OUT(K)
      MOVE 0 TO BT-IN(K)
    END-PERFORM
    CLOSE DECPARM-FILE

    *> The warning rate comes from a parameter file so the bar is a
    *> data change, not a recompile.
    OPEN INPUT OVRPARM-FILE
    IF FS-PARM NOT = "00"
      DISPLAY "NNOVR: OVRPARM-FILE COULD NOT BE OPENED - STATUS "
          FS-PARM
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ OVRPARM-FILE
      AT END
        DISPLAY "NNOVR: OVRPARM-FILE IS EMPTY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    IF OP-WARN-RATE NOT NUMERIC
      DISPLAY "NNOVR: OVRPARM WARNING RATE IS NOT NUMERIC - ABORTING"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE OP-WARN-RATE TO WARN-RATE
    CLOSE OVRPARM-FILE

    OPEN I-O OVERRIDE-MASTER-FILE
    IF FS-OVR NOT = "00"
      DISPLAY "NNOVR: OVERRIDE-MASTER-FILE COULD NOT BE OPENED - "
          "STATUS " FS-OVR
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    OPEN I-O SCORE-OUTPUT-FILE
    IF FS-OUT NOT = "00"
      DISPLAY "NNOVR: SCORE-OUTPUT-FILE COULD NOT BE OPENED - STATUS "
          FS-OUT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    OPEN OUTPUT OVR-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNOVR: OVR-REPORT-FILE COULD NOT BE OPENED - STATUS "
          FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE RPT-HEADER TO OVR-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    READ SCORE-OUTPUT-FILE
      AT END
        MOVE "10" TO FS-OUT
    END-READ
    PERFORM UNTIL FS-OUT = "10"
      ADD 1 TO RECORD-COUNT
      IF SO-MODEL-DECISION NOT = SPACES
        MOVE SO-MODEL-DECISION TO SO-DECISION
      END-IF
      MOVE "N" TO SO-OVERRIDE-SW
      MOVE SPACES TO SO-OVERRIDE-REASON
      IF SO-STATUS-OK
        ADD 1 TO DECIDED-COUNT
        PERFORM APPLY-OVERRIDE
      END-IF
      REWRITE SCORE-OUTPUT-RECORD
      IF FS-OUT NOT = "00"
        DISPLAY "NNOVR: SCORE-OUTPUT-FILE REWRITE FAILED FOR KEY "
            SO-REC-KEY " - STATUS " FS-OUT
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      READ SCORE-OUTPUT-FILE
        AT END
          MOVE "10" TO FS-OUT
      END-READ
    END-PERFORM
    CLOSE SCORE-OUTPUT-FILE
    CLOSE OVERRIDE-MASTER-FILE

    PERFORM WRITE-OVERRIDE-SUMMARY
    CLOSE OVR-REPORT-FILE

    ADD AWAITING-COUNT INVALID-COUNT GIVING HELD-COUNT
    DISPLAY "NNOVR: CYCLE " CYCLE-DATE ", " RECORD-COUNT " RECORDS, "
        DECIDED-COUNT " DECIDED, " APPLIED-COUNT " OVERRIDDEN, "
        EXPIRED-COUNT " EXPIRED, " HELD-COUNT " HELD BACK"
    MOVE 0 TO RETURN-CODE
    IF INVALID-COUNT > 0
      DISPLAY "NNOVR: " INVALID-COUNT " OVERRIDES FORCE A DECISION THAT "
          "IS NOT A DECPARM BAND - NOT APPLIED, SEE OVRRPT"
      MOVE 4 TO RETURN-CODE
    END-IF
    IF RATE-WARNED
      DISPLAY "NNOVR: OVERRIDE RATE " OVR-RATE " IS PAST THE WARNING "
          "RATE " WARN-RATE
      MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM RECORD-CYCLE-OUTCOME
    STOP RUN.

*> The decided record in hand: find its override, if any, and decide
*> whether it applies. The model's band is tallied either way, so
*> the per-band figures account for every decided record.
APPLY-OVERRIDE.
    MOVE 0 TO MODEL-BAND
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
      IF SO-DECISION = BT-CODE(K)
        MOVE K TO MODEL-BAND
      END-IF
    END-PERFORM
    IF MODEL-BAND > 0
      ADD 1 TO BT-MODEL(MODEL-BAND)
    END-IF
    MOVE SO-REC-KEY TO OV-REC-KEY
    READ OVERRIDE-MASTER-FILE
      INVALID KEY
        MOVE "23" TO FS-OVR
    END-READ
    EVALUATE TRUE
      WHEN FS-OVR = "23"
        CONTINUE
      WHEN FS-OVR NOT = "00"
        DISPLAY "NNOVR: OVERRIDE-MASTER-FILE READ FAILED FOR KEY "
            SO-REC-KEY " - STATUS " FS-OVR
        MOVE 16 TO RETURN-CODE
        STOP RUN
      WHEN OV-APPROVED-BY = SPACES
        ADD 1 TO AWAITING-COUNT
        MOVE "AWAITING APPROVAL" TO RPT-HL-STATE
        PERFORM LIST-HELD-OVERRIDE
      WHEN OV-EXPIRY-DATE < CYCLE-DATE
        ADD 1 TO EXPIRED-COUNT
        MOVE "EXPIRED" TO RPT-HL-STATE
        PERFORM LIST-HELD-OVERRIDE
      WHEN OTHER
        MOVE 0 TO FORCED-BAND
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
          IF OV-DECISION = BT-CODE(K)
            MOVE K TO FORCED-BAND
          END-IF
        END-PERFORM
        EVALUATE TRUE
          WHEN FORCED-BAND = 0
            ADD 1 TO INVALID-COUNT
            MOVE "NOT A BAND CODE" TO RPT-HL-STATE
            PERFORM LIST-HELD-OVERRIDE
          WHEN OV-DECISION = SO-DECISION
            ADD 1 TO AGREED-COUNT
          WHEN OTHER
            PERFORM FORCE-DECISION
        END-EVALUATE
    END-EVALUATE.

*> The override applies: the record takes the forced decision, the
*> bands and the reason are tallied, and the master entry records
*> the cycle - once per cycle, however often the cycle is rerun.
FORCE-DECISION.
    MOVE OV-DECISION TO SO-DECISION
    MOVE "Y" TO SO-OVERRIDE-SW
    MOVE OV-REASON TO SO-OVERRIDE-REASON
    ADD 1 TO APPLIED-COUNT
    IF MODEL-BAND > 0
      ADD 1 TO BT-OUT(MODEL-BAND)
    END-IF
    ADD 1 TO BT-IN(FORCED-BAND)
    MOVE 0 TO PICKED
    PERFORM VARYING R FROM 1 BY 1 UNTIL R > REASON-COUNT
      IF RS-CODE(R) = OV-REASON
        MOVE R TO PICKED
      END-IF
    END-PERFORM
    IF PICKED = 0
      IF REASON-COUNT < 20
        ADD 1 TO REASON-COUNT
        MOVE REASON-COUNT TO PICKED
        MOVE OV-REASON TO RS-CODE(PICKED)
        MOVE 0 TO RS-APPLIED(PICKED)
      END-IF
    END-IF
    IF PICKED = 0
      ADD 1 TO OTHER-REASON-COUNT
    ELSE
      ADD 1 TO RS-APPLIED(PICKED)
    END-IF
    IF OV-LAST-APPLIED NOT = CYCLE-DATE
      MOVE CYCLE-DATE TO OV-LAST-APPLIED
      ADD 1 TO OV-APPLIED-COUNT
      REWRITE OVERRIDE-MASTER-RECORD
        INVALID KEY
          DISPLAY "NNOVR: OVERRIDE FOR KEY " OV-REC-KEY
              " COULD NOT BE UPDATED - STATUS " FS-OVR
          MOVE 16 TO RETURN-CODE
          STOP RUN
      END-REWRITE
    END-IF.

*> An override that matched a decided record but was not applied.
LIST-HELD-OVERRIDE.
    IF NOT LIST-STARTED
      MOVE "OVERRIDES NOT APPLIED THIS CYCLE" TO RPT-TITLE
      MOVE RPT-TITLE TO OVR-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      MOVE "Y" TO LIST-SW
    END-IF
    MOVE OV-REC-KEY TO RPT-HL-KEY
    MOVE OV-DECISION TO RPT-HL-DECISION
    MOVE OV-REASON TO RPT-HL-REASON
    MOVE OV-EXPIRY-DATE TO RPT-HL-EXPIRY
    MOVE RPT-HELD-DETAIL TO OVR-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

*> The cycle's rate, the per-band movements and the rate by reason.
WRITE-OVERRIDE-SUMMARY.
    MOVE "OVERRIDES FOR THE CYCLE" TO RPT-TITLE
    MOVE RPT-TITLE TO OVR-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE CYCLE-DATE TO RPT-CY-DATE
    MOVE DECIDED-COUNT TO RPT-CY-DECIDED
    MOVE APPLIED-COUNT TO RPT-CY-APPLIED
    IF DECIDED-COUNT > 0
      COMPUTE OVR-RATE ROUNDED = APPLIED-COUNT / DECIDED-COUNT
      COMPUTE RATE-PCT ROUNDED = APPLIED-COUNT * 100 / DECIDED-COUNT
    ELSE
      MOVE 0 TO OVR-RATE
      MOVE 0 TO RATE-PCT
    END-IF
    MOVE RATE-PCT TO RPT-CY-PCT
    MOVE RPT-CYCLE-LINE TO OVR-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE EXPIRED-COUNT TO RPT-HD-EXPIRED
    MOVE AWAITING-COUNT TO RPT-HD-AWAITING
    MOVE INVALID-COUNT TO RPT-HD-INVALID
    MOVE RPT-HELD-LINE TO OVR-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE AGREED-COUNT TO RPT-AG-COUNT
    MOVE RPT-AGREED-LINE TO OVR-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF WARN-RATE > 0 AND OVR-RATE > WARN-RATE
      MOVE "Y" TO WARN-SW
      MOVE "*** OVERRIDE RATE IS PAST THE OVRPARM WARNING RATE - ARE "
          TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO OVR-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      MOVE "    UNDERWRITERS STILL TRUSTING THE MODEL? ***"
          TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO OVR-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF

    MOVE "OVERRIDES PER BAND" TO RPT-TITLE
    MOVE RPT-TITLE TO OVR-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE RPT-BAND-HEAD TO OVR-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
      MOVE K TO RPT-BD-NO
      MOVE BT-CODE(K) TO RPT-BD-CODE
      MOVE BT-MODEL(K) TO RPT-BD-MODEL
      MOVE BT-OUT(K) TO RPT-BD-OUT
      MOVE BT-IN(K) TO RPT-BD-IN
      COMPUTE RPT-BD-FINAL = BT-MODEL(K) - BT-OUT(K) + BT-IN(K)
      IF BT-MODEL(K) > 0
        COMPUTE RATE-PCT ROUNDED = BT-OUT(K) * 100 / BT-MODEL(K)
      ELSE
        MOVE 0 TO RATE-PCT
      END-IF
      MOVE RATE-PCT TO RPT-BD-PCT
      MOVE RPT-BAND-LINE TO OVR-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-PERFORM

    MOVE "OVERRIDE RATE BY REASON" TO RPT-TITLE
    MOVE RPT-TITLE TO OVR-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF APPLIED-COUNT = 0
      MOVE "NO OVERRIDES APPLIED" TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO OVR-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    PERFORM VARYING R FROM 1 BY 1 UNTIL R > REASON-COUNT
      MOVE RS-CODE(R) TO RPT-RS-CODE
      MOVE RS-APPLIED(R) TO RPT-RS-APPLIED
      PERFORM WRITE-REASON-LINE
    END-PERFORM
    IF OTHER-REASON-COUNT > 0
      MOVE "OTHER" TO RPT-RS-CODE
      MOVE OTHER-REASON-COUNT TO RPT-RS-APPLIED
      PERFORM WRITE-REASON-LINE
    END-IF.

*> One reason's applied count as a rate of the cycle's decided
*> records and as a share of its overrides.
WRITE-REASON-LINE.
    COMPUTE RATE-PCT ROUNDED = RPT-RS-APPLIED * 100 / DECIDED-COUNT
    MOVE RATE-PCT TO RPT-RS-PCT
    COMPUTE RATE-PCT ROUNDED = RPT-RS-APPLIED * 100 / APPLIED-COUNT
    MOVE RATE-PCT TO RPT-RS-SHARE
    MOVE RPT-REASON-LINE TO OVR-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

*> The override counts for the cycle summary.
RECORD-CYCLE-OUTCOME.
    MOVE RETURN-CODE TO STEP-RC
    MOVE "G" TO CC-REQUEST
    CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
    IF NOT CC-STATUS-OK
      DISPLAY "NNOVR: NO OPEN SCORING CYCLE - OUTCOME NOT RECORDED"
      MOVE 16 TO RETURN-CODE
    ELSE
      MOVE "Y" TO CY-OVR-DONE
      MOVE STEP-RC TO CY-OVR-RC
      MOVE APPLIED-COUNT TO CY-OVR-APPLIED
      MOVE EXPIRED-COUNT TO CY-OVR-EXPIRED
      MOVE HELD-COUNT TO CY-OVR-HELD
      MOVE "P" TO CC-REQUEST
      CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
      IF NOT CC-STATUS-OK
        DISPLAY "NNOVR: CYCLE " CY-TRANS-DATE " COULD NOT BE UPDATED"
        MOVE 16 TO RETURN-CODE
      ELSE
        MOVE STEP-RC TO RETURN-CODE
      END-IF
    END-IF.

WRITE-REPORT-RECORD.
    WRITE OVR-REPORT-RECORD
    IF FS-RPT NOT = "00"
      DISPLAY "NNOVR: OVR-REPORT-FILE WRITE FAILED - STATUS " FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.
