*> total. Records flagged in error carry no decision and are never
*> routed; a decision code that matches no DECPARM band means the
*> table changed between scoring and distribution and fails the run.
*> Bands listed in NOTCPARM are the ones whose customers get an
*> adverse-decision notice: their detail records carry the record's
*> top three reason codes and wording from NNRSN's RSNOUT, read in
*> step with SCOREOUT and matched key for key. Other bands leave the
*> reason area blank, so every band file keeps one layout.
*> Records NNSCORE rejected because no SEGTBL segment claimed them
*> carry no decision and are never routed; they are counted apart
*> and add back like errors. When segments are in play the summary
*> also breaks the routed counts down by segment.
*> Records are routed on SO-DECISION, the final decision: a record
*> NNOVR overrode goes to its forced decision's band, and carries
*> the model's own decision and the override reason with it, so
*> the departments' files and SCOREOUT never disagree. NNRSN's
*> reasons explain the model's decision, not the forced one, so an
*> overridden record landing in a notice band gets no reasons: its
*> reason area is left blank, it is counted with the notice-band
*> records that have none (RETURN-CODE 4) and shown on its own
*> summary line, and its notice is worded by hand from the
*> override reason it carries.
*> RETURN-CODE 0 = every record routed and counts balance, 4 = some
*> notice-band records carry no reason, 8 = some records could not
*> be routed or the counts do not add back, 16 = the distribution
*> itself could not run.
*> The outcome and key counts are recorded on the current scoring
*> cycle through NNCYC for the NNCYCLE summary page; a cycle that
*> cannot be updated fails the step with RETURN-CODE 16.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNDIST.
    SELECT DIST-REPORT-FILE ASSIGN TO "DISTRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.
    SELECT NOTCPARM-FILE ASSIGN TO "NOTCPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-NOTC.
    SELECT RSN-INPUT-FILE ASSIGN TO "RSNOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RSN.

DATA DIVISION.
FILE SECTION.
    COPY SCOROUTREC.

*> All five band files share one shape: an explicit record-type
*> byte ("H" header, "D" detail, "T" trailer) ahead of a 206-byte
*> payload (the 104-byte scored record plus three reasons). The
*> SCOREIN trick of an implicit type in position 1 cannot work
*> here - a scored record LEADS with the unconstrained business key,
*> and an account key starting with "H" or "T" would be
*> indistinguishable from the wrappers.
FD  BAND1-FILE.
01  BAND1-RECORD             PIC X(207).
FD  BAND2-FILE.
01  BAND2-RECORD             PIC X(207).
FD  BAND3-FILE.
01  BAND3-RECORD             PIC X(207).
FD  BAND4-FILE.
01  BAND4-RECORD             PIC X(207).
FD  BAND5-FILE.
01  BAND5-RECORD             PIC X(207).

FD  DIST-REPORT-FILE.
01  DIST-REPORT-RECORD       PIC X(80).

*> The decision codes of the bands that need a notice. An empty
*> file, or all spaces, means no band does.
FD  NOTCPARM-FILE.
01  NOTCPARM-RECORD.
    05 NP-BAND-CODE OCCURS 5 TIMES PIC X(06).

FD  RSN-INPUT-FILE.
01  RSN-INPUT-RECORD.
    COPY RSNOUTREC.

WORKING-STORAGE SECTION.
01  FS-DEC    PIC X(02).
01  FS-OUT    PIC X(02).
01  FS-BD5    PIC X(02).
01  FS-RPT    PIC X(02).
01  FS-BAND   PIC X(02).
01  FS-NOTC   PIC X(02).
01  FS-RSN    PIC X(02).

01 BAND-COUNT   PIC 9(02).
01 K            PIC 9(02).
    05 BT-BAND OCCURS 5 TIMES.
       10 BT-CODE            PIC X(06).
       10 BT-ROUTED          PIC 9(07).
       10 BT-NOTICE-SW       PIC X(01).
          88 BT-NOTICE           VALUE "Y".
01 N            PIC 9(02).
01 T            PIC 9(01).
01 NOTICE-SW    PIC X(01) VALUE "N".
   88 NOTICE-MODE           VALUE "Y".
01 NO-REASON-COUNT PIC 9(07) VALUE 0.
01 OVR-NOTICE-COUNT PIC 9(07) VALUE 0.
01 TOTAL-COUNT     PIC 9(07) VALUE 0.
01 ERROR-COUNT     PIC 9(07) VALUE 0.
01 UNMATCHED-COUNT PIC 9(07) VALUE 0.
01 NOSEG-COUNT     PIC 9(07) VALUE 0.
01 CHECK-TOTAL     PIC 9(07) VALUE 0.
01 CURRENT-TS      PIC X(21).

*> Routed counts per segment code found on SCOREOUT (spaces =
*> records no segment claimed), by DECPARM band position.
01 SEG-SW    PIC X(01) VALUE "N".
   88 SEGMENTS-SEEN        VALUE "Y".
01 SEG-COUNT    PIC 9(02) VALUE 0.
01 S            PIC 9(02).
01 SEG-TBL.
    05 SG-ENTRY OCCURS 12 TIMES.
       10 SG-CODE            PIC X(04).
       10 SG-ROUTED OCCURS 5 TIMES PIC 9(07).
       10 SG-ERRORS          PIC 9(07).
       10 SG-NOSEG           PIC 9(07).

*> The record on its way to a band file: every record - header,
*> detail, trailer - carries its type in column 1, so the receiving
*> department reconciles on the count with no guessing about what a
*> record is, whatever its key starts with.
01 BAND-RECORD-AREA   PIC X(207).
01 BAND-HEADER-RECORD.
    05 BH-REC-TYPE           PIC X(01).
    05 BH-DATE               PIC X(08).
    05 BH-BAND-CODE          PIC X(06).
    05 FILLER                PIC X(192) VALUE SPACES.
01 BAND-DETAIL-RECORD.
    05 BD-REC-TYPE           PIC X(01).
    05 BD-PAYLOAD            PIC X(104).
    05 BD-REASON OCCURS 3 TIMES.
       10 BD-RSN-CODE        PIC X(04).
       10 BD-RSN-WORDING     PIC X(30).
01 BAND-TRAILER-RECORD.
    05 BT-REC-TYPE           PIC X(01).
    05 BT-REC-COUNT          PIC 9(07).
    05 FILLER                PIC X(199) VALUE SPACES.

*> This step's outcome goes on the current scoring cycle.
01 NNCYC-PARM.
    COPY NNCYCAREA.
01 CYCLE-RECORD.
    COPY CYCCTLREC.
01 STEP-RC       PIC 9(02).

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
    05 RPT-BAND-CODE PIC X(06).
    05 FILLER        PIC X(08) VALUE " ROUTED ".
    05 RPT-BAND-CNT  PIC 9(07).
    05 RPT-BAND-NOTE PIC X(15).
    05 FILLER        PIC X(36) VALUE SPACES.
01 RPT-OTHER-LINE.
    05 RPT-OTHER-TAG PIC X(16).
    05 RPT-OTHER-CNT PIC 9(07).
    05 FILLER        PIC X(18) VALUE "  SCOREOUT TOTAL ".
    05 RPT-TOTAL     PIC 9(07).
    05 FILLER        PIC X(34) VALUE SPACES.
01 RPT-SEG-TITLE.
    05 FILLER  PIC X(80) VALUE
       "ROUTED PER BAND BY SEGMENT (NONE = RECORDS NO SEGMENT CLAIMED)".
01 RPT-SEG-HEAD.
    05 FILLER        PIC X(12) VALUE "SEGMENT".
    05 RPT-SH-BAND OCCURS 5 TIMES.
       10 FILLER     PIC X(02).
       10 RPT-SH-CODE PIC X(06).
    05 FILLER        PIC X(16) VALUE "  ERRORS  NO SEG".
    05 FILLER        PIC X(12) VALUE SPACES.
01 RPT-SEG-ROW.
    05 RPT-SR-CODE   PIC X(04).
    05 FILLER        PIC X(08) VALUE SPACES.
    05 RPT-SR-BAND OCCURS 5 TIMES.
       10 FILLER     PIC X(01).
       10 RPT-SR-CNT PIC 9(07).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-SR-ERR    PIC 9(07).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-SR-NOSEG  PIC 9(07).
    05 FILLER        PIC X(12) VALUE SPACES.
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
      END-IF
      MOVE DP-BAND-CODE(K) TO BT-CODE(K)
      MOVE 0 TO BT-ROUTED(K)
      MOVE "N" TO BT-NOTICE-SW(K)
    END-PERFORM
    CLOSE DECPARM-FILE

    *> Which bands need a notice. Every code listed must be a band
    *> in the table above - a code that matches nothing would leave
    *> a department sending notices with no reasons on them.
    OPEN INPUT NOTCPARM-FILE
    IF FS-NOTC NOT = "00"
      DISPLAY "NNDIST: NOTCPARM-FILE COULD NOT BE OPENED - STATUS "
          FS-NOTC
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ NOTCPARM-FILE
      AT END
        MOVE SPACES TO NOTCPARM-RECORD
    END-READ
    CLOSE NOTCPARM-FILE
    PERFORM VARYING N FROM 1 BY 1 UNTIL N > 5
      IF NP-BAND-CODE(N) NOT = SPACES
        MOVE 0 TO PICKED
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
          IF NP-BAND-CODE(N) = BT-CODE(K)
            MOVE K TO PICKED
          END-IF
        END-PERFORM
        IF PICKED = 0
          DISPLAY "NNDIST: NOTCPARM BAND '" NP-BAND-CODE(N)
              "' IS NOT A DECPARM BAND"
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        MOVE "Y" TO BT-NOTICE-SW(PICKED)
        MOVE "Y" TO NOTICE-SW
      END-IF
    END-PERFORM

    OPEN OUTPUT DIST-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNDIST: DIST-REPORT-FILE COULD NOT BE OPENED - STATUS "
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF NOTICE-MODE
      OPEN INPUT RSN-INPUT-FILE
      IF FS-RSN NOT = "00"
        DISPLAY "NNDIST: RSN-INPUT-FILE COULD NOT BE OPENED - STATUS "
            FS-RSN
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
    END-IF
    READ SCORE-OUTPUT-FILE
      AT END
        MOVE "10" TO FS-OUT
    END-READ
    PERFORM UNTIL FS-OUT = "10"
      ADD 1 TO TOTAL-COUNT
      IF NOTICE-MODE
        PERFORM READ-REASON-RECORD
      END-IF
      PERFORM FIND-SEGMENT-ENTRY
      EVALUATE TRUE
      WHEN SO-STATUS-ERROR
        ADD 1 TO ERROR-COUNT
        ADD 1 TO SG-ERRORS(S)
      WHEN SO-STATUS-NO-SEGMENT
        ADD 1 TO NOSEG-COUNT
        ADD 1 TO SG-NOSEG(S)
      WHEN OTHER
        MOVE 0 TO PICKED
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
          IF SO-DECISION = BT-CODE(K)
          ADD 1 TO UNMATCHED-COUNT
        ELSE
          ADD 1 TO BT-ROUTED(PICKED)
          ADD 1 TO SG-ROUTED(S, PICKED)
          MOVE SPACES TO BAND-DETAIL-RECORD
          MOVE "D" TO BD-REC-TYPE
          MOVE SCORE-OUTPUT-RECORD TO BD-PAYLOAD
          EVALUATE TRUE
            WHEN NOT BT-NOTICE(PICKED)
              CONTINUE
            WHEN SO-OVERRIDDEN
              DISPLAY "NNDIST: RECORD " SO-REC-KEY " IN NOTICE BAND "
                  BT-CODE(PICKED) " WAS OVERRIDDEN (REASON "
                  SO-OVERRIDE-REASON ") - NO MODEL REASONS GIVEN"
              ADD 1 TO OVR-NOTICE-COUNT
              ADD 1 TO NO-REASON-COUNT
            WHEN OTHER
              PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                MOVE RS-CODE(T) TO BD-RSN-CODE(T)
                MOVE RS-WORDING(T) TO BD-RSN-WORDING(T)
              END-PERFORM
              IF RS-REASON-COUNT = 0
                DISPLAY "NNDIST: RECORD " SO-REC-KEY " IN NOTICE BAND "
                    BT-CODE(PICKED) " HAS NO REASON CODE"
                ADD 1 TO NO-REASON-COUNT
              END-IF
          END-EVALUATE
          MOVE BAND-DETAIL-RECORD TO BAND-RECORD-AREA
          PERFORM WRITE-BAND-RECORD
        END-IF
      END-EVALUATE
      READ SCORE-OUTPUT-FILE
        AT END
          MOVE "10" TO FS-OUT
      END-READ
    END-PERFORM
    CLOSE SCORE-OUTPUT-FILE
    IF NOTICE-MODE
      READ RSN-INPUT-FILE
        AT END
          MOVE "10" TO FS-RSN
      END-READ
      IF FS-RSN NOT = "10"
        DISPLAY "NNDIST: RSN-INPUT-FILE HAS MORE RECORDS THAN "
            "SCOREOUT - WRONG REASON GENERATION"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      CLOSE RSN-INPUT-FILE
    END-IF

    *> Trailer on every band file: the count the receiving
    *> department reconciles before trusting the file.
      MOVE K TO RPT-BAND-NO
      MOVE BT-CODE(K) TO RPT-BAND-CODE
      MOVE BT-ROUTED(K) TO RPT-BAND-CNT
      IF BT-NOTICE(K)
        MOVE " NOTICE REASONS" TO RPT-BAND-NOTE
      ELSE
        MOVE SPACES TO RPT-BAND-NOTE
      END-IF
      MOVE RPT-BAND-LINE TO DIST-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      ADD BT-ROUTED(K) TO CHECK-TOTAL
    MOVE UNMATCHED-COUNT TO RPT-OTHER-CNT
    MOVE RPT-OTHER-LINE TO DIST-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF SEGMENTS-SEEN
      MOVE "NO SEGMENT      " TO RPT-OTHER-TAG
      MOVE NOSEG-COUNT TO RPT-OTHER-CNT
      MOVE RPT-OTHER-LINE TO DIST-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    IF NOTICE-MODE
      MOVE "NOTICE NO REASON" TO RPT-OTHER-TAG
      MOVE NO-REASON-COUNT TO RPT-OTHER-CNT
      MOVE RPT-OTHER-LINE TO DIST-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      MOVE "NOTICE OVERRIDE " TO RPT-OTHER-TAG
      MOVE OVR-NOTICE-COUNT TO RPT-OTHER-CNT
      MOVE RPT-OTHER-LINE TO DIST-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    ADD ERROR-COUNT TO CHECK-TOTAL
    ADD UNMATCHED-COUNT TO CHECK-TOTAL
    ADD NOSEG-COUNT TO CHECK-TOTAL
    MOVE CHECK-TOTAL TO RPT-CHECK
    MOVE TOTAL-COUNT TO RPT-TOTAL
    MOVE RPT-BALANCE TO DIST-REPORT-RECORD
      MOVE RPT-MESSAGE TO DIST-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    IF SEGMENTS-SEEN
      PERFORM WRITE-SEGMENT-SUMMARY
    END-IF
    CLOSE DIST-REPORT-FILE

    DISPLAY "NNDIST: " TOTAL-COUNT " RECORDS READ, " ERROR-COUNT
        " ERRORS, " UNMATCHED-COUNT " UNMATCHED, " NOSEG-COUNT
        " NO SEGMENT"
    IF CHECK-TOTAL NOT = TOTAL-COUNT OR UNMATCHED-COUNT > 0
      DISPLAY "NNDIST: DISTRIBUTION DID NOT BALANCE - SEE SUMMARY"
      MOVE 8 TO RETURN-CODE
    ELSE
      IF NO-REASON-COUNT > 0
        DISPLAY "NNDIST: " NO-REASON-COUNT " NOTICE-BAND RECORDS "
            "CARRY NO REASON CODE"
        MOVE 4 TO RETURN-CODE
      ELSE
        MOVE 0 TO RETURN-CODE
      END-IF
    END-IF
    PERFORM RECORD-CYCLE-OUTCOME
    STOP RUN.

*> The tally entry for the current record's segment, added on first
*> sight - NNSEG allows ten segments plus the records no segment
*> claims, so the table cannot fill on one SCOREOUT generation.
FIND-SEGMENT-ENTRY.
    IF SO-SEGMENT NOT = SPACES OR SO-STATUS-NO-SEGMENT
      MOVE "Y" TO SEG-SW
    END-IF
    MOVE 0 TO S
    PERFORM VARYING N FROM 1 BY 1 UNTIL N > SEG-COUNT
      IF SG-CODE(N) = SO-SEGMENT
        MOVE N TO S
      END-IF
    END-PERFORM
    IF S = 0
      IF SEG-COUNT = 12
        DISPLAY "NNDIST: MORE THAN 12 SEGMENT CODES ON SCOREOUT - "
            "NOT A SCORE STEP OUTPUT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      ADD 1 TO SEG-COUNT
      MOVE SEG-COUNT TO S
      INITIALIZE SG-ENTRY(S)
      MOVE SO-SEGMENT TO SG-CODE(S)
    END-IF.

*> One row per segment: what each band received from it, and its
*> errors and no-segment rejects.
WRITE-SEGMENT-SUMMARY.
    MOVE RPT-SEG-TITLE TO DIST-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
      MOVE SPACES TO RPT-SH-BAND(K)
      IF K NOT > BAND-COUNT
        MOVE BT-CODE(K) TO RPT-SH-CODE(K)
      END-IF
    END-PERFORM
    MOVE RPT-SEG-HEAD TO DIST-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING S FROM 1 BY 1 UNTIL S > SEG-COUNT
      IF SG-CODE(S) = SPACES
        MOVE "NONE" TO RPT-SR-CODE
      ELSE
        MOVE SG-CODE(S) TO RPT-SR-CODE
      END-IF
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
        MOVE SPACES TO RPT-SR-BAND(K)
        MOVE SG-ROUTED(S, K) TO RPT-SR-CNT(K)
      END-PERFORM
      MOVE SG-ERRORS(S) TO RPT-SR-ERR
      MOVE SG-NOSEG(S) TO RPT-SR-NOSEG
      MOVE RPT-SEG-ROW TO DIST-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-PERFORM.

*> The reason record for the SCOREOUT record in hand. NNRSN writes
*> exactly one per scored record in the same order, so anything
*> but the same key means the two files are not from the same run.
READ-REASON-RECORD.
    READ RSN-INPUT-FILE
      AT END
        DISPLAY "NNDIST: RSN-INPUT-FILE ENDED BEFORE SCOREOUT - "
            "WRONG REASON GENERATION"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    IF RS-REC-KEY NOT = SO-REC-KEY
      DISPLAY "NNDIST: REASON KEY " RS-REC-KEY " DOES NOT MATCH "
          "SCOREOUT KEY " SO-REC-KEY " AT RECORD " TOTAL-COUNT
          " - WRONG REASON GENERATION"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.

*> The five band files are fixed DD names, so the file picked by
*> the PICKED subscript has to be selected the long way.
OPEN-BAND-FILE.
      WHEN 5 CLOSE BAND5-FILE
    END-EVALUATE.

*> The routed-per-band counts for the cycle summary.
RECORD-CYCLE-OUTCOME.
    MOVE RETURN-CODE TO STEP-RC
    MOVE "G" TO CC-REQUEST
    CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
    IF NOT CC-STATUS-OK
      DISPLAY "NNDIST: NO OPEN SCORING CYCLE - OUTCOME NOT RECORDED"
      MOVE 16 TO RETURN-CODE
    ELSE
      MOVE "Y" TO CY-DIST-DONE
      MOVE STEP-RC TO CY-DIST-RC
      MOVE BAND-COUNT TO CY-BAND-COUNT
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
        IF K > BAND-COUNT
          MOVE SPACES TO CY-BAND-CODE(K)
          MOVE 0 TO CY-BAND-ROUTED(K)
        ELSE
          MOVE BT-CODE(K) TO CY-BAND-CODE(K)
          MOVE BT-ROUTED(K) TO CY-BAND-ROUTED(K)
        END-IF
      END-PERFORM
      MOVE ERROR-COUNT TO CY-DIST-ERRORS
      MOVE UNMATCHED-COUNT TO CY-UNMATCHED
      MOVE NOSEG-COUNT TO CY-DIST-NOSEG
      MOVE NO-REASON-COUNT TO CY-NOTICE-MISSING
      MOVE "P" TO CC-REQUEST
      CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
      IF NOT CC-STATUS-OK
        DISPLAY "NNDIST: CYCLE " CY-TRANS-DATE " COULD NOT BE UPDATED"
        MOVE 16 TO RETURN-CODE
      ELSE
        MOVE STEP-RC TO RETURN-CODE
      END-IF
    END-IF.

WRITE-BAND-RECORD.
    EVALUATE PICKED
      WHEN 1
