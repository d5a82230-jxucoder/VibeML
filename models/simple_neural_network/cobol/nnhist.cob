*> VibeML - add the cycle's scored records to the score history.
*> When a customer or an auditor asks what was decided on an
*> account over the past year, the answer used to be a hand search
*> through SCOREOUT generations - and NNFDBK only reaches back three
*> of them. This program runs after DIST and adds every SCOREOUT
*> record to the permanent score history (SCRHIST, a VSAM KSDS)
*> keyed by business record key plus scoring date, where NNHINQ
*> prints a key's whole decision timeline and NNHPRG ages records
*> out. The scoring date is the transmission date of the current
*> scoring cycle (CYCCTL, through NNCYC) - the cycle the records
*> were scored in, not the day the job happened to run.
*> A key already on the history for this date is one of two things.
*> Written by an earlier run of the cycle, it is a rerun an operator
*> released, and the rerun's outcome replaces it - the history holds
*> what was finally distributed. Written by this same run, the key
*> came twice in one transmission: the first record stays, and the
*> duplicate is reported rather than silently replacing it.
*> RETURN-CODE 0 = every record added or replaced, 4 = some keys
*> came more than once in the cycle (the first of each is kept),
*> 16 = the step could not run.
*> The outcome and key counts are recorded on the current scoring
*> cycle through NNCYC for the NNCYCLE summary page; a cycle that
*> cannot be updated fails the step with RETURN-CODE 16.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNHIST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SCORE-OUTPUT-FILE ASSIGN TO "SCOREOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-OUT.
    SELECT SCORE-HISTORY-FILE ASSIGN TO "SCRHIST"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS SH-KEY
        FILE STATUS IS FS-HST.

DATA DIVISION.
FILE SECTION.
FD  SCORE-OUTPUT-FILE.
01  SCORE-OUTPUT-RECORD.
    COPY SCOROUTREC.

FD  SCORE-HISTORY-FILE.
01  SCORE-HISTORY-RECORD.
    COPY SCRHISTREC.

WORKING-STORAGE SECTION.
01  FS-OUT    PIC X(02).
01  FS-HST    PIC X(02).

01 CURRENT-TS       PIC X(21).
01 SCORE-DATE       PIC X(08).
01 CYCLE-RUN        PIC 9(02).
01 P                PIC 9(01).

*> The record being added, held while an existing one is read.
01 HISTORY-HOLD.
    COPY SCRHISTREC REPLACING LEADING ==SH== BY ==HH==.

01 RECORD-COUNT     PIC 9(07) VALUE 0.
01 ADDED-COUNT      PIC 9(07) VALUE 0.
01 REPLACED-COUNT   PIC 9(07) VALUE 0.
01 DUPLICATE-COUNT  PIC 9(07) VALUE 0.

*> The scoring date comes from the current scoring cycle, and this
*> step's outcome goes back on it.
01 NNCYC-PARM.
    COPY NNCYCAREA.
01 CYCLE-RECORD.
    COPY CYCCTLREC.
01 STEP-RC       PIC 9(02).

PROCEDURE DIVISION.
    MOVE "G" TO CC-REQUEST
    CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
    IF NOT CC-STATUS-OK
      DISPLAY "NNHIST: NO OPEN SCORING CYCLE - THE HISTORY CANNOT BE "
          "DATED"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE CY-TRANS-DATE TO SCORE-DATE
    MOVE CY-RUN-COUNT TO CYCLE-RUN
    MOVE FUNCTION CURRENT-DATE TO CURRENT-TS

    OPEN INPUT SCORE-OUTPUT-FILE
    IF FS-OUT NOT = "00"
      DISPLAY "NNHIST: SCORE-OUTPUT-FILE COULD NOT BE OPENED - STATUS "
          FS-OUT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    OPEN I-O SCORE-HISTORY-FILE
    IF FS-HST NOT = "00"
      DISPLAY "NNHIST: SCORE-HISTORY-FILE COULD NOT BE OPENED - "
          "STATUS " FS-HST
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    READ SCORE-OUTPUT-FILE
      AT END
        MOVE "10" TO FS-OUT
    END-READ
    PERFORM UNTIL FS-OUT = "10"
      ADD 1 TO RECORD-COUNT
      PERFORM BUILD-HISTORY-RECORD
      WRITE SCORE-HISTORY-RECORD
      EVALUATE FS-HST
        WHEN "00"
          ADD 1 TO ADDED-COUNT
        WHEN "22"
          PERFORM RESOLVE-EXISTING-RECORD
        WHEN OTHER
          DISPLAY "NNHIST: SCORE-HISTORY-FILE WRITE FAILED FOR KEY "
              SO-REC-KEY " - STATUS " FS-HST
          MOVE 16 TO RETURN-CODE
          STOP RUN
      END-EVALUATE
      READ SCORE-OUTPUT-FILE
        AT END
          MOVE "10" TO FS-OUT
      END-READ
    END-PERFORM
    CLOSE SCORE-OUTPUT-FILE
    CLOSE SCORE-HISTORY-FILE

    DISPLAY "NNHIST: CYCLE " SCORE-DATE " RUN " CYCLE-RUN ", "
        RECORD-COUNT " RECORDS, " ADDED-COUNT " ADDED, "
        REPLACED-COUNT " REPLACED, " DUPLICATE-COUNT " DUPLICATE"
    IF DUPLICATE-COUNT > 0
      DISPLAY "NNHIST: " DUPLICATE-COUNT " KEYS CAME MORE THAN ONCE "
          "IN THE CYCLE - THE FIRST OF EACH IS KEPT"
      MOVE 4 TO RETURN-CODE
    ELSE
      MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM RECORD-CYCLE-OUTCOME
    STOP RUN.

*> The history record is built straight from the scored record and
*> held aside, so it survives a read of the record already on file.
BUILD-HISTORY-RECORD.
    MOVE SPACES TO SCORE-HISTORY-RECORD
    MOVE SO-REC-KEY TO SH-REC-KEY
    MOVE SCORE-DATE TO SH-SCORE-DATE
    MOVE CYCLE-RUN TO SH-CYCLE-RUN
    MOVE CURRENT-TS TO SH-RECORDED-TS
    MOVE SO-STATUS TO SH-STATUS
    MOVE SO-MODEL-ID TO SH-MODEL-ID
    MOVE SO-SEGMENT TO SH-SEGMENT
    PERFORM VARYING P FROM 1 BY 1 UNTIL P > 5
      MOVE SO-PREDICTION(P) TO SH-PREDICTION(P)
    END-PERFORM
    MOVE SO-BEST-OUT TO SH-BEST-OUT
    MOVE SO-DECISION TO SH-DECISION
    MOVE SO-MODEL-DECISION TO SH-MODEL-DECISION
    MOVE SO-OVERRIDE-SW TO SH-OVERRIDE-SW
    MOVE SO-OVERRIDE-REASON TO SH-OVERRIDE-REASON
    MOVE SCORE-HISTORY-RECORD TO HISTORY-HOLD.

*> The key is on file for this date already. An earlier run of the
*> cycle means an operator released it and it was rerun - the
*> rerun replaces it. This run means the key came twice in the
*> transmission - the first stays.
RESOLVE-EXISTING-RECORD.
    READ SCORE-HISTORY-FILE
      INVALID KEY
        DISPLAY "NNHIST: KEY " HH-REC-KEY " COULD NOT BE READ BACK - "
            "STATUS " FS-HST
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    IF SH-CYCLE-RUN = CYCLE-RUN
      ADD 1 TO DUPLICATE-COUNT
      DISPLAY "NNHIST: KEY " HH-REC-KEY " CAME MORE THAN ONCE IN THE "
          "CYCLE - FIRST RECORD KEPT"
    ELSE
      MOVE HISTORY-HOLD TO SCORE-HISTORY-RECORD
      REWRITE SCORE-HISTORY-RECORD
        INVALID KEY
          DISPLAY "NNHIST: KEY " HH-REC-KEY " COULD NOT BE REPLACED - "
              "STATUS " FS-HST
          MOVE 16 TO RETURN-CODE
          STOP RUN
      END-REWRITE
      ADD 1 TO REPLACED-COUNT
    END-IF.

*> The history counts for the cycle summary.
RECORD-CYCLE-OUTCOME.
    MOVE RETURN-CODE TO STEP-RC
    MOVE "G" TO CC-REQUEST
    CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
    IF NOT CC-STATUS-OK
      DISPLAY "NNHIST: NO OPEN SCORING CYCLE - OUTCOME NOT RECORDED"
      MOVE 16 TO RETURN-CODE
    ELSE
      MOVE "Y" TO CY-HIST-DONE
      MOVE STEP-RC TO CY-HIST-RC
      MOVE ADDED-COUNT TO CY-HIST-ADDED
      MOVE REPLACED-COUNT TO CY-HIST-REPLACED
      MOVE DUPLICATE-COUNT TO CY-HIST-DUPLICATE
      MOVE "P" TO CC-REQUEST
      CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
      IF NOT CC-STATUS-OK
        DISPLAY "NNHIST: CYCLE " CY-TRANS-DATE " COULD NOT BE UPDATED"
        MOVE 16 TO RETURN-CODE
      ELSE
        MOVE STEP-RC TO RETURN-CODE
      END-IF
    END-IF.
