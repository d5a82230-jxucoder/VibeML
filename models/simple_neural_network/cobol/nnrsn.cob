*> VibeML - reason codes for every scored record.
*> When a customer is declined on the band NNSCORE assigned, the
*> notice has to say why - and SCOREOUT alone cannot: it carries
*> the inputs and the scores, not which inputs drove them. This
*> program runs after the SCORE step and, for every scored record,
*> re-runs the NNFWD forward pass once per input position with that
*> one input set back to its reference value from RSNTBL (the value
*> of a "neutral" applicant on that input). The drop in the winning
*> output unit's score is what the record's actual value on that
*> input added; the three positions that added the most are the
*> record's reasons, each mapped to its RSNTBL reason code and
*> business wording. A position whose actual value pulled the score
*> down is never a reason, so a record can carry fewer than three.
*> Each record is explained with the model that scored it
*> (SO-MODEL-ID), read from the registry by key.
*> RSNOUT gets one record per SCOREOUT record, in the same order
*> and carrying the same business key, so NNDIST can put the
*> reasons on the band extracts that need a notice. RSNRPT shows
*> how often each reason code was the first reason and how often
*> it made the top three - a reason that suddenly dominates is worth
*> a look before the notices go out.
*> RETURN-CODE 0 = every scored record explained, 4 = the forward
*> pass failed on some perturbed records (their reasons are built
*> from the positions that did score), 16 = the step could not run.
*> The outcome and key counts are recorded on the current scoring
*> cycle through NNCYC for the NNCYCLE summary page; a cycle that
*> cannot be updated fails the step with RETURN-CODE 16.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNRSN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MODEL-REGISTRY-FILE ASSIGN TO "MDLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS MR-MODEL-ID
        ALTERNATE RECORD KEY IS MR-STATUS WITH DUPLICATES
        FILE STATUS IS FS-REG.
    SELECT RSNTBL-FILE ASSIGN TO "RSNTBL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-TBL.
    SELECT SCORE-OUTPUT-FILE ASSIGN TO "SCOREOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-OUT.
    SELECT RSN-OUTPUT-FILE ASSIGN TO "RSNOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RSN.
    SELECT RSN-REPORT-FILE ASSIGN TO "RSNRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.

DATA DIVISION.
FILE SECTION.
FD  MODEL-REGISTRY-FILE.
01  MODEL-REGISTRY-RECORD.
    COPY MDLREGREC.

*> One record per input position: the reason code, the reference
*> value the position is set back to (on the scaled 0-1 range the
*> model sees), and the wording a customer notice quotes.
FD  RSNTBL-FILE.
01  RSNTBL-RECORD.
    05 RT-POSITION           PIC 9(02).
    05 RT-CODE               PIC X(04).
    05 RT-REF-VALUE          PIC S9V9.
    05 RT-WORDING            PIC X(30).

FD  SCORE-OUTPUT-FILE.
01  SCORE-OUTPUT-RECORD.
    COPY SCOROUTREC.

FD  RSN-OUTPUT-FILE.
01  RSN-OUTPUT-RECORD.
    COPY RSNOUTREC.

FD  RSN-REPORT-FILE.
01  RSN-REPORT-RECORD        PIC X(80).

WORKING-STORAGE SECTION.
01  FS-REG    PIC X(02).
01  FS-TBL    PIC X(02).
01  FS-OUT    PIC X(02).
01  FS-RSN    PIC X(02).
01  FS-RPT    PIC X(02).

*> The reason table by input position, with the tallies RSNRPT is
*> built from.
01 REASON-TBL.
    05 RC-ENTRY OCCURS 10 TIMES.
       10 RC-LOADED-SW       PIC X(01).
          88 RC-LOADED           VALUE "Y".
       10 RC-CODE            PIC X(04).
       10 RC-REF-VALUE       PIC S9V9.
       10 RC-WORDING         PIC X(30).
       10 RC-FIRST-COUNT     PIC 9(07).
       10 RC-TOP3-COUNT      PIC 9(07).

*> The three largest contributions found so far for the record in
*> hand, kept largest-first.
01 TOP-TBL.
    05 TOP-ENTRY OCCURS 3 TIMES.
       10 TOP-POSITION       PIC 9(02).
       10 TOP-IMPACT         PIC S9V9(6).
01 TOP-HOLD.
    05 TOP-HOLD-POSITION     PIC 9(02).
    05 TOP-HOLD-IMPACT       PIC S9V9(6).

01 IC   PIC 9(02).
01 HC   PIC 9(02).
01 OC   PIC 9(02).
01 I    PIC 9(02).
01 J    PIC 9(02).
01 T    PIC 9(01).
01 R    PIC 9(01).
01 BASE-SCORE   PIC S9V9(6).
01 IMPACT       PIC S9V9(6).

01 LOADED-MODEL-ID  PIC X(14) VALUE SPACES.
01 MODEL-LOADS      PIC 9(05) VALUE 0.
01 RECORD-COUNT     PIC 9(07) VALUE 0.
01 EXPLAINED-COUNT  PIC 9(07) VALUE 0.
01 NO-REASON-COUNT  PIC 9(07) VALUE 0.
01 ERROR-COUNT      PIC 9(07) VALUE 0.
01 PASS-ERRORS      PIC 9(07) VALUE 0.

*> The forward pass itself lives in the NNFWD subprogram - the same
*> math NNSCORE scored the record with.
01 NNFWD-PARM.
    COPY NNFWDAREA.
01 RSN-MODEL.
    COPY MODELREC REPLACING LEADING ==MODEL== BY ==RM==.

*> This step's outcome goes on the current scoring cycle.
01 NNCYC-PARM.
    COPY NNCYCAREA.
01 CYCLE-RECORD.
    COPY CYCCTLREC.
01 STEP-RC       PIC 9(02).

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNRSN REASON-CODE SUMMARY".
01 RPT-COUNTS.
    05 FILLER        PIC X(08) VALUE "RECORDS ".
    05 RPT-RECORDS   PIC 9(07).
    05 FILLER        PIC X(12) VALUE "  EXPLAINED ".
    05 RPT-EXPLAINED PIC 9(07).
    05 FILLER        PIC X(12) VALUE "  NO REASON ".
    05 RPT-NO-REASON PIC 9(07).
    05 FILLER        PIC X(09) VALUE "  ERRORS ".
    05 RPT-ERRORS    PIC 9(07).
    05 FILLER        PIC X(11) VALUE SPACES.
01 RPT-CODE-LINE.
    05 FILLER        PIC X(04) VALUE "POS ".
    05 RPT-POS       PIC 9(02).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-CODE      PIC X(04).
    05 FILLER        PIC X(07) VALUE " FIRST ".
    05 RPT-FIRST     PIC 9(07).
    05 FILLER        PIC X(06) VALUE " TOP3 ".
    05 RPT-TOP3      PIC 9(07).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-WORDING   PIC X(30).
    05 FILLER        PIC X(11) VALUE SPACES.
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
    *> The reason table comes first - a record cannot be explained
    *> in terms the table does not have.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
      MOVE "N" TO RC-LOADED-SW(I)
      MOVE SPACES TO RC-CODE(I)
      MOVE 0 TO RC-REF-VALUE(I)
      MOVE SPACES TO RC-WORDING(I)
      MOVE 0 TO RC-FIRST-COUNT(I)
      MOVE 0 TO RC-TOP3-COUNT(I)
    END-PERFORM
    OPEN INPUT RSNTBL-FILE
    IF FS-TBL NOT = "00"
      DISPLAY "NNRSN: RSNTBL-FILE COULD NOT BE OPENED - STATUS " FS-TBL
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ RSNTBL-FILE
      AT END
        MOVE "10" TO FS-TBL
    END-READ
    PERFORM UNTIL FS-TBL = "10"
      IF RT-POSITION NOT NUMERIC OR RT-POSITION = 0
        OR RT-POSITION > 10
        DISPLAY "NNRSN: RSNTBL POSITION " RT-POSITION
            " IS OUTSIDE THE SUPPORTED RANGE 1-10"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      IF RC-LOADED(RT-POSITION)
        DISPLAY "NNRSN: RSNTBL POSITION " RT-POSITION
            " IS LISTED TWICE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      IF RT-CODE = SPACES
        DISPLAY "NNRSN: RSNTBL POSITION " RT-POSITION
            " HAS NO REASON CODE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      MOVE "Y" TO RC-LOADED-SW(RT-POSITION)
      MOVE RT-CODE TO RC-CODE(RT-POSITION)
      MOVE RT-REF-VALUE TO RC-REF-VALUE(RT-POSITION)
      MOVE RT-WORDING TO RC-WORDING(RT-POSITION)
      READ RSNTBL-FILE
        AT END
          MOVE "10" TO FS-TBL
      END-READ
    END-PERFORM
    CLOSE RSNTBL-FILE

    OPEN INPUT MODEL-REGISTRY-FILE
    IF FS-REG NOT = "00"
      DISPLAY "NNRSN: MODEL-REGISTRY-FILE COULD NOT BE OPENED - "
          "STATUS " FS-REG
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE "W" TO FW-MODE

    OPEN INPUT SCORE-OUTPUT-FILE
    IF FS-OUT NOT = "00"
      DISPLAY "NNRSN: SCORE-OUTPUT-FILE COULD NOT BE OPENED - STATUS "
          FS-OUT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    OPEN OUTPUT RSN-OUTPUT-FILE
    IF FS-RSN NOT = "00"
      DISPLAY "NNRSN: RSN-OUTPUT-FILE COULD NOT BE OPENED - STATUS "
          FS-RSN
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    *> One reason record per scored record, error or not, so the
    *> two files always line up record for record.
    READ SCORE-OUTPUT-FILE
      AT END
        MOVE "10" TO FS-OUT
    END-READ
    PERFORM UNTIL FS-OUT = "10"
      ADD 1 TO RECORD-COUNT
      MOVE SPACES TO RSN-OUTPUT-RECORD
      MOVE SO-REC-KEY TO RS-REC-KEY
      MOVE SO-MODEL-ID TO RS-MODEL-ID
      MOVE SO-BEST-OUT TO RS-BEST-OUT
      MOVE 0 TO RS-REASON-COUNT
      PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
        MOVE 0 TO RS-POSITION(T)
        MOVE 0 TO RS-IMPACT(T)
      END-PERFORM
      IF SO-STATUS-OK
        IF SO-MODEL-ID NOT = LOADED-MODEL-ID
          PERFORM LOAD-SCORING-MODEL
        END-IF
        PERFORM EXPLAIN-SCORED-RECORD
      ELSE
        ADD 1 TO ERROR-COUNT
      END-IF
      WRITE RSN-OUTPUT-RECORD
      IF FS-RSN NOT = "00"
        DISPLAY "NNRSN: RSN-OUTPUT-FILE WRITE FAILED - STATUS " FS-RSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      READ SCORE-OUTPUT-FILE
        AT END
          MOVE "10" TO FS-OUT
      END-READ
    END-PERFORM
    CLOSE SCORE-OUTPUT-FILE
    CLOSE RSN-OUTPUT-FILE
    CLOSE MODEL-REGISTRY-FILE

    OPEN OUTPUT RSN-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNRSN: RSN-REPORT-FILE COULD NOT BE OPENED - STATUS "
          FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE RPT-HEADER TO RSN-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE RECORD-COUNT TO RPT-RECORDS
    MOVE EXPLAINED-COUNT TO RPT-EXPLAINED
    MOVE NO-REASON-COUNT TO RPT-NO-REASON
    MOVE ERROR-COUNT TO RPT-ERRORS
    MOVE RPT-COUNTS TO RSN-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
      IF RC-LOADED(I)
        MOVE I TO RPT-POS
        MOVE RC-CODE(I) TO RPT-CODE
        MOVE RC-FIRST-COUNT(I) TO RPT-FIRST
        MOVE RC-TOP3-COUNT(I) TO RPT-TOP3
        MOVE RC-WORDING(I) TO RPT-WORDING
        MOVE RPT-CODE-LINE TO RSN-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
      END-IF
    END-PERFORM
    IF PASS-ERRORS > 0
      MOVE "*** FORWARD PASS FAILED ON SOME PERTURBED RECORDS ***"
          TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO RSN-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    CLOSE RSN-REPORT-FILE

    DISPLAY "NNRSN: " RECORD-COUNT " RECORDS, " EXPLAINED-COUNT
        " EXPLAINED, " NO-REASON-COUNT " WITH NO REASON, "
        ERROR-COUNT " IN ERROR, " MODEL-LOADS " MODEL(S) USED"
    IF PASS-ERRORS > 0
      DISPLAY "NNRSN: " PASS-ERRORS " PERTURBED PASSES FAILED"
      MOVE 4 TO RETURN-CODE
    ELSE
      MOVE 0 TO RETURN-CODE
    END-IF
    PERFORM RECORD-CYCLE-OUTCOME
    STOP RUN.

*> The model that scored the record, by key. Every input position
*> the model reads must have a reason-table entry, or some records
*> could be declined for a reason nobody can name.
LOAD-SCORING-MODEL.
    MOVE SO-MODEL-ID TO MR-MODEL-ID
    READ MODEL-REGISTRY-FILE
      INVALID KEY
        DISPLAY "NNRSN: MODEL " SO-MODEL-ID " ON RECORD " SO-REC-KEY
            " IS NOT IN THE REGISTRY"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE MR-MODEL TO RSN-MODEL
    MOVE RM-INPUT-COUNT TO IC
    MOVE RM-HIDDEN-COUNT TO HC
    MOVE RM-OUTPUT-COUNT TO OC
    IF IC = 0 OR IC > 10 OR HC = 0 OR HC > 20 OR OC = 0 OR OC > 5
      DISPLAY "NNRSN: MODEL " SO-MODEL-ID " TOPOLOGY " IC "/" HC "/"
          OC " IS OUTSIDE THE SUPPORTED RANGE"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
      IF NOT RC-LOADED(I)
        DISPLAY "NNRSN: RSNTBL HAS NO ENTRY FOR INPUT POSITION " I
            " OF MODEL " SO-MODEL-ID
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
    END-PERFORM
    MOVE SO-MODEL-ID TO LOADED-MODEL-ID
    ADD 1 TO MODEL-LOADS.

*> One forward pass per input position with that input set back to
*> its reference value: what the winning unit's score loses is
*> what the record's actual value added.
EXPLAIN-SCORED-RECORD.
    IF SO-BEST-OUT = 0 OR SO-BEST-OUT > OC
      DISPLAY "NNRSN: RECORD " SO-REC-KEY " WINNING OUTPUT "
          SO-BEST-OUT " IS OUTSIDE MODEL " SO-MODEL-ID
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE SO-PREDICTION(SO-BEST-OUT) TO BASE-SCORE
    PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
      MOVE 0 TO TOP-POSITION(T)
      MOVE 0 TO TOP-IMPACT(T)
    END-PERFORM
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
      IF SO-XIN(I) NOT = RC-REF-VALUE(I)
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > 10
          MOVE SO-XIN(J) TO FW-XIN(J)
        END-PERFORM
        MOVE RC-REF-VALUE(I) TO FW-XIN(I)
        CALL "NNFWD" USING NNFWD-PARM RSN-MODEL
        IF NOT FW-STATUS-OK
          ADD 1 TO PASS-ERRORS
        ELSE
          COMPUTE IMPACT = BASE-SCORE - FW-PRED(SO-BEST-OUT)
          IF IMPACT > TOP-IMPACT(3)
            PERFORM CAPTURE-TOP-REASON
          END-IF
        END-IF
      END-IF
    END-PERFORM
    PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
      IF TOP-IMPACT(T) > 0
        ADD 1 TO RS-REASON-COUNT
        MOVE TOP-POSITION(T) TO I
        MOVE I TO RS-POSITION(T)
        MOVE RC-CODE(I) TO RS-CODE(T)
        MOVE TOP-IMPACT(T) TO RS-IMPACT(T)
        MOVE RC-WORDING(I) TO RS-WORDING(T)
        ADD 1 TO RC-TOP3-COUNT(I)
        IF T = 1
          ADD 1 TO RC-FIRST-COUNT(I)
        END-IF
      END-IF
    END-PERFORM
    IF RS-REASON-COUNT = 0
      ADD 1 TO NO-REASON-COUNT
    ELSE
      ADD 1 TO EXPLAINED-COUNT
    END-IF.

*> The reason counts for the cycle summary.
RECORD-CYCLE-OUTCOME.
    MOVE RETURN-CODE TO STEP-RC
    MOVE "G" TO CC-REQUEST
    CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
    IF NOT CC-STATUS-OK
      DISPLAY "NNRSN: NO OPEN SCORING CYCLE - OUTCOME NOT RECORDED"
      MOVE 16 TO RETURN-CODE
    ELSE
      MOVE "Y" TO CY-RSN-DONE
      MOVE STEP-RC TO CY-RSN-RC
      MOVE EXPLAINED-COUNT TO CY-EXPLAINED
      MOVE NO-REASON-COUNT TO CY-NO-REASON
      MOVE PASS-ERRORS TO CY-PASS-ERRORS
      MOVE "P" TO CC-REQUEST
      CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
      IF NOT CC-STATUS-OK
        DISPLAY "NNRSN: CYCLE " CY-TRANS-DATE " COULD NOT BE UPDATED"
        MOVE 16 TO RETURN-CODE
      ELSE
        MOVE STEP-RC TO RETURN-CODE
      END-IF
    END-IF.

*> Keep the three largest contributions, largest first: a new one
*> enters at the bottom and bubbles up past any smaller entries -
*> the same way NNSCORE keeps its top score differences.
CAPTURE-TOP-REASON.
    MOVE I TO TOP-POSITION(3)
    MOVE IMPACT TO TOP-IMPACT(3)
    PERFORM VARYING R FROM 3 BY -1 UNTIL R < 2
      IF TOP-IMPACT(R) > TOP-IMPACT(R - 1)
        MOVE TOP-ENTRY(R) TO TOP-HOLD
        MOVE TOP-ENTRY(R - 1) TO TOP-ENTRY(R)
        MOVE TOP-HOLD TO TOP-ENTRY(R - 1)
      END-IF
    END-PERFORM.

WRITE-REPORT-RECORD.
    WRITE RSN-REPORT-RECORD
    IF FS-RPT NOT = "00"
      DISPLAY "NNRSN: RSN-REPORT-FILE WRITE FAILED - STATUS " FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.
