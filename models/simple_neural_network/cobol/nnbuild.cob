*> VibeML - retraining extract builder: the business's actual
*> outcomes joined back to the raw extracts they were scored from.
*> NNFDBK shows how the production model is doing on live data, but
*> until now those outcomes never reached the next training run and
*> RAWTRAIN was put together by hand. The raw scoring extract
*> (RAWSCORE) is kept as a GDG, so the business-unit values a record
*> was scored on are still there when its outcome arrives weeks
*> later. This program matches the actual-outcomes file (the same
*> ACTUALS NNFDBK reads) by business record key against those
*> retained generations and writes a RAWDATREC training extract with
*> the real targets filled in - a RAWTRAIN generation for the NNPIPE
*> PREPFIT step.
*>   - RAWHIST is the RAWSCORE GDG base read as one concatenation,
*>     newest generation first. A key found in several generations
*>     takes the values of the newest - the extract its latest
*>     decision was made on - and the older copies are counted and
*>     passed over.
*>   - The window rule is judged on the key's most recent scoring
*>     date on the score history (SCRHIST, kept by the NNPIPE HIST
*>     step): it must lie between BP-MIN-AGE and BP-MAX-AGE days
*>     before the run date. Too recent and the outcome may belong to
*>     an earlier scoring the newest values do not describe; too old
*>     and the values are stale. A key with no history left (aged
*>     out by NNHPRG) cannot be dated and is left out.
*>   - The class-balance rules then sample each category (the output
*>     unit the actual flags): keep 1 record in BP-KEEP-EVERY, at
*>     most BP-CLASS-CAP records, and - with a BP-BALANCE-RATIO - no
*>     category more than that many times the smallest one. Records
*>     are taken newest extract first, so a cap keeps the freshest.
*>     Zero switches a rule off.
*> The target flags are rebuilt from the category, so a record can
*> never train under two categories.
*> BLDRPT prints, per category, the actuals received, matched,
*> unmatched, out of the window (too new, too old, no history), in
*> the window and sampled into the extract.
*> RETURN-CODE 0 = extract written, 4 = a category with outcomes got
*> no records in the extract, 8 = nothing written at all (the JCL
*> drops the empty generation), 16 = the build could not run.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNBUILD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BLDPARM-FILE ASSIGN TO "BLDPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARM.
    SELECT ACTUAL-FILE ASSIGN TO "ACTUALS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-ACT.
    SELECT RAW-HISTORY-FILE ASSIGN TO "RAWHIST"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RAW.
    SELECT SCORE-HISTORY-FILE ASSIGN TO "SCRHIST"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS SH-KEY
        FILE STATUS IS FS-HST.
    SELECT BUILD-WORK-FILE ASSIGN TO "BLDWORK"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-WRK.
    SELECT RAWTRAIN-FILE ASSIGN TO "RAWTRAIN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-TRN.
    SELECT BUILD-REPORT-FILE ASSIGN TO "BLDRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.

DATA DIVISION.
FILE SECTION.
*> The window in days before the run date, the balance ratio, and
*> the keep-1-in-N and cap rules per category (output unit).
FD  BLDPARM-FILE.
01  BLDPARM-RECORD.
    05 BP-MIN-AGE            PIC 9(04).
    05 BP-MAX-AGE            PIC 9(04).
    05 BP-BALANCE-RATIO      PIC 9(02)V9.
    05 BP-CLASS OCCURS 5 TIMES.
       10 BP-KEEP-EVERY      PIC 9(03).
       10 BP-CLASS-CAP       PIC 9(07).

*> One actual outcome per business record, as NNFDBK reads it.
FD  ACTUAL-FILE.
01  ACTUAL-RECORD.
    05 AO-REC-KEY            PIC X(10).
    05 AO-YV OCCURS 5 TIMES PIC S9V9.

FD  RAW-HISTORY-FILE.
01  RAW-HISTORY-RECORD.
    COPY RAWDATREC REPLACING LEADING ==RW== BY ==RH==.

FD  SCORE-HISTORY-FILE.
01  SCORE-HISTORY-RECORD.
    COPY SCRHISTREC.

*> The records inside the window, with their category, held between
*> the matching pass and the sampling pass - the sampling limits are
*> only known once every category has been counted.
FD  BUILD-WORK-FILE.
01  BUILD-WORK-RECORD.
    05 BW-CATEGORY           PIC 9(02).
    COPY RAWDATREC REPLACING LEADING ==RW== BY ==BW==.

FD  RAWTRAIN-FILE.
01  RAWTRAIN-RECORD.
    COPY RAWDATREC.

FD  BUILD-REPORT-FILE.
01  BUILD-REPORT-RECORD      PIC X(80).

WORKING-STORAGE SECTION.
01  FS-PARM   PIC X(02).
01  FS-ACT    PIC X(02).
01  FS-RAW    PIC X(02).
01  FS-HST    PIC X(02).
01  FS-WRK    PIC X(02).
01  FS-TRN    PIC X(02).
01  FS-RPT    PIC X(02).

*> The actual outcomes are loaded once and probed by key for every
*> retained raw record, exactly as NNFDBK does - so the file MUST
*> arrive sorted ascending on the record key with no duplicates,
*> and the load aborts rather than match against a mis-sorted one.
*> The matched flag is set by the newest raw copy of the key.
01 ACTUAL-COUNT  PIC 9(06) VALUE 0.
01 ACTUAL-TBL.
    05 AT-ENTRY OCCURS 1 TO 200000 TIMES
        DEPENDING ON ACTUAL-COUNT
        ASCENDING KEY IS AT-REC-KEY
        INDEXED BY AT-IX.
       10 AT-REC-KEY         PIC X(10).
       10 AT-ACTUAL-OUT      PIC 9(02).
       10 AT-MATCH-SW        PIC X(01).
          88 AT-MATCHED          VALUE "Y".
01 PREV-KEY      PIC X(10).
01 BAD-ACTUALS   PIC 9(06) VALUE 0.

01 K             PIC 9(02).
01 ACT-OUT       PIC 9(02).
01 MIN-AGE       PIC 9(04).
01 MAX-AGE       PIC 9(04).
01 BALANCE-RATIO PIC 9(02)V9.
01 CURRENT-TS    PIC X(21).
01 RUN-DATE      PIC 9(08).
01 DATE-INT      PIC 9(08).
01 NEWEST-DATE   PIC 9(08).
01 OLDEST-DATE   PIC 9(08).
01 LAST-SCORED   PIC 9(08).
01 KEY-END-SW    PIC X(01).
   88 KEY-HISTORY-ENDED       VALUE "Y".
01 SMALLEST      PIC 9(07).
01 BALANCE-LIMIT PIC 9(07).
01 PICK-QUOT     PIC 9(07).
01 PICK-REM      PIC 9(03).

*> Per category: the rules as loaded, what happened to its actuals
*> in the matching pass, and the sampling pass's allowance and
*> progress.
01 CAT-TBL.
    05 CT-ENTRY OCCURS 5 TIMES.
       10 CT-KEEP-EVERY      PIC 9(03).
       10 CT-CAP             PIC 9(07).
       10 CT-ACTUALS         PIC 9(07).
       10 CT-MATCHED         PIC 9(07).
       10 CT-TOO-NEW         PIC 9(07).
       10 CT-TOO-OLD         PIC 9(07).
       10 CT-NO-HIST         PIC 9(07).
       10 CT-IN-WINDOW       PIC 9(07).
       10 CT-ALLOWED         PIC 9(07).
       10 CT-SEEN            PIC 9(07).
       10 CT-SAMPLED         PIC 9(07).

01 RAW-READ       PIC 9(09) VALUE 0.
01 RAW-NO-OUTCOME PIC 9(09) VALUE 0.
01 RAW-OLDER      PIC 9(09) VALUE 0.
01 TOTAL-WRITTEN  PIC 9(07) VALUE 0.
01 EMPTY-CATS     PIC 9(01) VALUE 0.
01 TOT-ENTRY.
    05 TOT-ACTUALS        PIC 9(07) VALUE 0.
    05 TOT-MATCHED        PIC 9(07) VALUE 0.
    05 TOT-TOO-NEW        PIC 9(07) VALUE 0.
    05 TOT-TOO-OLD        PIC 9(07) VALUE 0.
    05 TOT-NO-HIST        PIC 9(07) VALUE 0.
    05 TOT-IN-WINDOW      PIC 9(07) VALUE 0.

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNBUILD RETRAINING EXTRACT BUILD REPORT".
01 RPT-WINDOW-LINE.
    05 FILLER        PIC X(09) VALUE "RUN DATE ".
    05 RPT-RUN-DATE  PIC 9(08).
    05 FILLER        PIC X(29) VALUE
       "  LAST SCORED ON OR BETWEEN  ".
    05 RPT-OLDEST    PIC X(08).
    05 FILLER        PIC X(05) VALUE " AND ".
    05 RPT-NEWEST    PIC X(08).
    05 FILLER        PIC X(13) VALUE SPACES.
01 RPT-RATIO-LINE.
    05 FILLER        PIC X(14) VALUE "BALANCE RATIO ".
    05 RPT-RATIO     PIC Z9.9.
    05 FILLER        PIC X(62) VALUE
       " (LARGEST CATEGORY TO SMALLEST, 0 = OFF)".
01 RPT-COLUMN-HEAD.
    05 FILLER        PIC X(42) VALUE
       "CAT    ACTUALS  MATCHED UNMATCHED  TOO NEW".
    05 FILLER        PIC X(38) VALUE
       "  TOO OLD  NO HIST IN WINDOW  SAMPLED".
01 RPT-CAT-LINE.
    05 RPT-CT-LABEL  PIC X(05).
    05 FILLER        PIC X(02).
    05 RPT-CT-ACT    PIC 9(07).
    05 FILLER        PIC X(02).
    05 RPT-CT-MATCH  PIC 9(07).
    05 FILLER        PIC X(03).
    05 RPT-CT-UNM    PIC 9(07).
    05 FILLER        PIC X(02).
    05 RPT-CT-NEW    PIC 9(07).
    05 FILLER        PIC X(02).
    05 RPT-CT-OLD    PIC 9(07).
    05 FILLER        PIC X(02).
    05 RPT-CT-NOHST  PIC 9(07).
    05 FILLER        PIC X(03).
    05 RPT-CT-INWIN  PIC 9(07).
    05 FILLER        PIC X(02).
    05 RPT-CT-SAMPLE PIC 9(07).
    05 FILLER        PIC X(01).
01 RPT-RULE-LINE.
    05 FILLER        PIC X(04) VALUE "CAT ".
    05 RPT-RL-CAT    PIC 9(02).
    05 FILLER        PIC X(11) VALUE " KEEP 1 IN ".
    05 RPT-RL-KEEP   PIC 9(03).
    05 FILLER        PIC X(05) VALUE " CAP ".
    05 RPT-RL-CAP    PIC 9(07).
    05 FILLER        PIC X(09) VALUE " ALLOWED ".
    05 RPT-RL-ALLOW  PIC 9(07).
    05 FILLER        PIC X(32) VALUE SPACES.
01 RPT-RAW-LINE.
    05 FILLER        PIC X(17) VALUE "RAW RECORDS READ ".
    05 RPT-RW-READ   PIC 9(09).
    05 FILLER        PIC X(12) VALUE " NO OUTCOME ".
    05 RPT-RW-NONE   PIC 9(09).
    05 FILLER        PIC X(14) VALUE " OLDER COPIES ".
    05 RPT-RW-OLDER  PIC 9(09).
    05 FILLER        PIC X(10) VALUE SPACES.
01 RPT-TOTALS.
    05 FILLER        PIC X(17) VALUE "INVALID ACTUALS  ".
    05 RPT-TOT-BAD   PIC 9(06).
    05 FILLER        PIC X(26) VALUE
       "  RAWTRAIN RECORDS WRITTEN".
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TOT-WRITE PIC 9(07).
    05 FILLER        PIC X(23) VALUE SPACES.
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
    OPEN INPUT BLDPARM-FILE
    IF FS-PARM NOT = "00"
      DISPLAY "NNBUILD: BLDPARM-FILE COULD NOT BE OPENED - STATUS "
          FS-PARM
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ BLDPARM-FILE
      AT END
        DISPLAY "NNBUILD: BLDPARM-FILE IS EMPTY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE BP-MIN-AGE TO MIN-AGE
    MOVE BP-MAX-AGE TO MAX-AGE
    MOVE BP-BALANCE-RATIO TO BALANCE-RATIO
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
      MOVE BP-KEEP-EVERY(K) TO CT-KEEP-EVERY(K)
      IF CT-KEEP-EVERY(K) = 0
        MOVE 1 TO CT-KEEP-EVERY(K)
      END-IF
      MOVE BP-CLASS-CAP(K) TO CT-CAP(K)
      MOVE 0 TO CT-ACTUALS(K)
      MOVE 0 TO CT-MATCHED(K)
      MOVE 0 TO CT-TOO-NEW(K)
      MOVE 0 TO CT-TOO-OLD(K)
      MOVE 0 TO CT-NO-HIST(K)
      MOVE 0 TO CT-IN-WINDOW(K)
      MOVE 0 TO CT-ALLOWED(K)
      MOVE 0 TO CT-SEEN(K)
      MOVE 0 TO CT-SAMPLED(K)
    END-PERFORM
    CLOSE BLDPARM-FILE
    IF MAX-AGE > 0 AND MIN-AGE > MAX-AGE
      DISPLAY "NNBUILD: MINIMUM AGE " MIN-AGE " IS ABOVE THE MAXIMUM "
          "AGE " MAX-AGE " - THE WINDOW IS EMPTY - ABORTING"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    *> Window dates: the key's last scoring must fall on or before
    *> NEWEST-DATE and, when there is a maximum age, on or after
    *> OLDEST-DATE.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-TS
    COMPUTE RUN-DATE = FUNCTION NUMVAL(CURRENT-TS(1:8))
    COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE) - MIN-AGE
    COMPUTE NEWEST-DATE = FUNCTION DATE-OF-INTEGER(DATE-INT)
    IF MAX-AGE > 0
      COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE) - MAX-AGE
      COMPUTE OLDEST-DATE = FUNCTION DATE-OF-INTEGER(DATE-INT)
    ELSE
      MOVE 0 TO OLDEST-DATE
    END-IF

    *> Load the actual outcomes. The true category is the output
    *> unit whose flag is 1; a record with no flag set cannot be
    *> trained on and is totalled as invalid.
    OPEN INPUT ACTUAL-FILE
    IF FS-ACT NOT = "00"
      DISPLAY "NNBUILD: ACTUAL-FILE COULD NOT BE OPENED - STATUS "
          FS-ACT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE LOW-VALUES TO PREV-KEY
    READ ACTUAL-FILE
      AT END
        MOVE "10" TO FS-ACT
    END-READ
    PERFORM UNTIL FS-ACT = "10"
      MOVE 0 TO ACT-OUT
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
        IF AO-YV(K) = 1 AND ACT-OUT = 0
          MOVE K TO ACT-OUT
        END-IF
      END-PERFORM
      IF ACT-OUT = 0
        ADD 1 TO BAD-ACTUALS
        DISPLAY "NNBUILD: ACTUAL FOR KEY " AO-REC-KEY
            " FLAGS NO CATEGORY - SKIPPED"
      ELSE
        IF AO-REC-KEY NOT > PREV-KEY
          DISPLAY "NNBUILD: ACTUAL KEY " AO-REC-KEY " IS NOT IN "
              "ASCENDING SEQUENCE - SORT THE FILE ON THE RECORD "
              "KEY (NO DUPLICATES) AND RERUN"
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        MOVE AO-REC-KEY TO PREV-KEY
        IF ACTUAL-COUNT >= 200000
          DISPLAY "NNBUILD: MORE THAN 200000 ACTUAL OUTCOMES - "
              "RAISE THE TABLE LIMIT BEFORE RERUNNING"
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        ADD 1 TO ACTUAL-COUNT
        MOVE AO-REC-KEY TO AT-REC-KEY(ACTUAL-COUNT)
        MOVE ACT-OUT TO AT-ACTUAL-OUT(ACTUAL-COUNT)
        MOVE "N" TO AT-MATCH-SW(ACTUAL-COUNT)
        ADD 1 TO CT-ACTUALS(ACT-OUT)
      END-IF
      READ ACTUAL-FILE
        AT END
          MOVE "10" TO FS-ACT
      END-READ
    END-PERFORM
    CLOSE ACTUAL-FILE
    IF ACTUAL-COUNT = 0
      DISPLAY "NNBUILD: NO USABLE ACTUAL OUTCOMES - NOTHING TO BUILD"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    PERFORM MATCH-RAW-HISTORY
    PERFORM SET-SAMPLING-LIMITS
    PERFORM SAMPLE-WORK-FILE
    PERFORM WRITE-BUILD-REPORT

    DISPLAY "NNBUILD: " ACTUAL-COUNT " ACTUALS, " TOT-MATCHED
        " MATCHED, " TOT-IN-WINDOW " IN WINDOW, " TOTAL-WRITTEN
        " WRITTEN TO RAWTRAIN"
    IF TOTAL-WRITTEN = 0
      DISPLAY "NNBUILD: NO RECORDS WRITTEN - RAWTRAIN IS EMPTY"
      MOVE 8 TO RETURN-CODE
    ELSE
      IF EMPTY-CATS > 0
        MOVE 4 TO RETURN-CODE
      ELSE
        MOVE 0 TO RETURN-CODE
      END-IF
    END-IF
    STOP RUN.

*> Matching pass: every retained raw record, newest generation
*> first. The first copy of a key with an outcome is the one used;
*> it is dated from the score history and, when it falls inside the
*> window, parked on the work file with its category.
MATCH-RAW-HISTORY.
    OPEN INPUT RAW-HISTORY-FILE
    IF FS-RAW NOT = "00"
      DISPLAY "NNBUILD: RAW-HISTORY-FILE COULD NOT BE OPENED - "
          "STATUS " FS-RAW
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    OPEN INPUT SCORE-HISTORY-FILE
    IF FS-HST NOT = "00"
      DISPLAY "NNBUILD: SCORE-HISTORY-FILE COULD NOT BE OPENED - "
          "STATUS " FS-HST
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    OPEN OUTPUT BUILD-WORK-FILE
    IF FS-WRK NOT = "00"
      DISPLAY "NNBUILD: BUILD-WORK-FILE COULD NOT BE OPENED - "
          "STATUS " FS-WRK
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ RAW-HISTORY-FILE
      AT END
        MOVE "10" TO FS-RAW
    END-READ
    PERFORM UNTIL FS-RAW = "10"
      ADD 1 TO RAW-READ
      SEARCH ALL AT-ENTRY
        AT END
          ADD 1 TO RAW-NO-OUTCOME
        WHEN AT-REC-KEY(AT-IX) = RH-REC-KEY
          IF AT-MATCHED(AT-IX)
            ADD 1 TO RAW-OLDER
          ELSE
            MOVE "Y" TO AT-MATCH-SW(AT-IX)
            MOVE AT-ACTUAL-OUT(AT-IX) TO ACT-OUT
            ADD 1 TO CT-MATCHED(ACT-OUT)
            PERFORM CHECK-SCORING-WINDOW
          END-IF
      END-SEARCH
      READ RAW-HISTORY-FILE
        AT END
          MOVE "10" TO FS-RAW
      END-READ
    END-PERFORM
    CLOSE RAW-HISTORY-FILE
    CLOSE SCORE-HISTORY-FILE
    CLOSE BUILD-WORK-FILE.

*> The key's history sits together on SCRHIST, oldest scoring date
*> first; the last record read before the key changes is its most
*> recent scoring.
CHECK-SCORING-WINDOW.
    MOVE 0 TO LAST-SCORED
    MOVE "N" TO KEY-END-SW
    MOVE RH-REC-KEY TO SH-REC-KEY
    MOVE LOW-VALUES TO SH-SCORE-DATE
    START SCORE-HISTORY-FILE KEY IS NOT < SH-KEY
      INVALID KEY
        MOVE "Y" TO KEY-END-SW
    END-START
    PERFORM UNTIL KEY-HISTORY-ENDED
      READ SCORE-HISTORY-FILE NEXT RECORD
        AT END
          MOVE "Y" TO KEY-END-SW
      END-READ
      IF NOT KEY-HISTORY-ENDED
        IF SH-REC-KEY NOT = RH-REC-KEY
          MOVE "Y" TO KEY-END-SW
        ELSE
          COMPUTE LAST-SCORED = FUNCTION NUMVAL(SH-SCORE-DATE)
        END-IF
      END-IF
    END-PERFORM
    EVALUATE TRUE
      WHEN LAST-SCORED = 0
        ADD 1 TO CT-NO-HIST(ACT-OUT)
      WHEN LAST-SCORED > NEWEST-DATE
        ADD 1 TO CT-TOO-NEW(ACT-OUT)
      WHEN LAST-SCORED < OLDEST-DATE
        ADD 1 TO CT-TOO-OLD(ACT-OUT)
      WHEN OTHER
        ADD 1 TO CT-IN-WINDOW(ACT-OUT)
        MOVE ACT-OUT TO BW-CATEGORY
        MOVE RH-REC-KEY TO BW-REC-KEY
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
          MOVE RH-XRAW(K) TO BW-XRAW(K)
        END-PERFORM
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
          IF K = ACT-OUT
            MOVE 1 TO BW-YV(K)
          ELSE
            MOVE 0 TO BW-YV(K)
          END-IF
        END-PERFORM
        WRITE BUILD-WORK-RECORD
        IF FS-WRK NOT = "00"
          DISPLAY "NNBUILD: BUILD-WORK-FILE WRITE FAILED - STATUS "
              FS-WRK
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
    END-EVALUATE.

*> Each category's allowance: the records left after keeping 1 in
*> N, then its cap, then - with a balance ratio - no more than the
*> ratio times the smallest non-empty allowance.
SET-SAMPLING-LIMITS.
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
      COMPUTE CT-ALLOWED(K) =
          (CT-IN-WINDOW(K) + CT-KEEP-EVERY(K) - 1) / CT-KEEP-EVERY(K)
      IF CT-CAP(K) > 0 AND CT-ALLOWED(K) > CT-CAP(K)
        MOVE CT-CAP(K) TO CT-ALLOWED(K)
      END-IF
    END-PERFORM
    IF BALANCE-RATIO > 0
      MOVE 0 TO SMALLEST
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
        IF CT-ALLOWED(K) > 0
          IF SMALLEST = 0 OR CT-ALLOWED(K) < SMALLEST
            MOVE CT-ALLOWED(K) TO SMALLEST
          END-IF
        END-IF
      END-PERFORM
      COMPUTE BALANCE-LIMIT = SMALLEST * BALANCE-RATIO
      IF BALANCE-LIMIT < SMALLEST
        MOVE SMALLEST TO BALANCE-LIMIT
      END-IF
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
        IF CT-ALLOWED(K) > BALANCE-LIMIT
          MOVE BALANCE-LIMIT TO CT-ALLOWED(K)
        END-IF
      END-PERFORM
    END-IF.

*> Sampling pass: the 1st, (N+1)th, (2N+1)th... record of each
*> category is a candidate, taken until the category's allowance
*> is used up.
SAMPLE-WORK-FILE.
    OPEN INPUT BUILD-WORK-FILE
    IF FS-WRK NOT = "00"
      DISPLAY "NNBUILD: BUILD-WORK-FILE COULD NOT BE REOPENED - "
          "STATUS " FS-WRK
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    OPEN OUTPUT RAWTRAIN-FILE
    IF FS-TRN NOT = "00"
      DISPLAY "NNBUILD: RAWTRAIN-FILE COULD NOT BE OPENED - STATUS "
          FS-TRN
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ BUILD-WORK-FILE
      AT END
        MOVE "10" TO FS-WRK
    END-READ
    PERFORM UNTIL FS-WRK = "10"
      MOVE BW-CATEGORY TO ACT-OUT
      DIVIDE CT-SEEN(ACT-OUT) BY CT-KEEP-EVERY(ACT-OUT)
          GIVING PICK-QUOT REMAINDER PICK-REM
      ADD 1 TO CT-SEEN(ACT-OUT)
      IF PICK-REM = 0 AND CT-SAMPLED(ACT-OUT) < CT-ALLOWED(ACT-OUT)
        MOVE BW-REC-KEY TO RW-REC-KEY
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
          MOVE BW-XRAW(K) TO RW-XRAW(K)
        END-PERFORM
        PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
          MOVE BW-YV(K) TO RW-YV(K)
        END-PERFORM
        WRITE RAWTRAIN-RECORD
        IF FS-TRN NOT = "00"
          DISPLAY "NNBUILD: RAWTRAIN-FILE WRITE FAILED - STATUS "
              FS-TRN
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        ADD 1 TO CT-SAMPLED(ACT-OUT)
        ADD 1 TO TOTAL-WRITTEN
      END-IF
      READ BUILD-WORK-FILE
        AT END
          MOVE "10" TO FS-WRK
      END-READ
    END-PERFORM
    CLOSE BUILD-WORK-FILE
    CLOSE RAWTRAIN-FILE.

*> One line per category that had outcomes, a total line, the
*> sampling rules with each category's final allowance, and the
*> raw-side totals.
WRITE-BUILD-REPORT.
    OPEN OUTPUT BUILD-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNBUILD: BUILD-REPORT-FILE COULD NOT BE OPENED - "
          "STATUS " FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE RPT-HEADER TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE RUN-DATE TO RPT-RUN-DATE
    IF MAX-AGE > 0
      MOVE OLDEST-DATE TO RPT-OLDEST
    ELSE
      MOVE "NO LIMIT" TO RPT-OLDEST
    END-IF
    MOVE NEWEST-DATE TO RPT-NEWEST
    MOVE RPT-WINDOW-LINE TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE BALANCE-RATIO TO RPT-RATIO
    MOVE RPT-RATIO-LINE TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE SPACES TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE RPT-COLUMN-HEAD TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
      IF CT-ACTUALS(K) > 0
        IF CT-SAMPLED(K) = 0
          ADD 1 TO EMPTY-CATS
        END-IF
        MOVE SPACES TO RPT-CAT-LINE
        MOVE "CAT" TO RPT-CT-LABEL
        MOVE K(2:1) TO RPT-CT-LABEL(5:1)
        MOVE CT-ACTUALS(K) TO RPT-CT-ACT
        MOVE CT-MATCHED(K) TO RPT-CT-MATCH
        COMPUTE RPT-CT-UNM = CT-ACTUALS(K) - CT-MATCHED(K)
        MOVE CT-TOO-NEW(K) TO RPT-CT-NEW
        MOVE CT-TOO-OLD(K) TO RPT-CT-OLD
        MOVE CT-NO-HIST(K) TO RPT-CT-NOHST
        MOVE CT-IN-WINDOW(K) TO RPT-CT-INWIN
        MOVE CT-SAMPLED(K) TO RPT-CT-SAMPLE
        MOVE RPT-CAT-LINE TO BUILD-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
        ADD CT-ACTUALS(K) TO TOT-ACTUALS
        ADD CT-MATCHED(K) TO TOT-MATCHED
        ADD CT-TOO-NEW(K) TO TOT-TOO-NEW
        ADD CT-TOO-OLD(K) TO TOT-TOO-OLD
        ADD CT-NO-HIST(K) TO TOT-NO-HIST
        ADD CT-IN-WINDOW(K) TO TOT-IN-WINDOW
      END-IF
    END-PERFORM
    MOVE SPACES TO RPT-CAT-LINE
    MOVE "TOTAL" TO RPT-CT-LABEL
    MOVE TOT-ACTUALS TO RPT-CT-ACT
    MOVE TOT-MATCHED TO RPT-CT-MATCH
    COMPUTE RPT-CT-UNM = TOT-ACTUALS - TOT-MATCHED
    MOVE TOT-TOO-NEW TO RPT-CT-NEW
    MOVE TOT-TOO-OLD TO RPT-CT-OLD
    MOVE TOT-NO-HIST TO RPT-CT-NOHST
    MOVE TOT-IN-WINDOW TO RPT-CT-INWIN
    MOVE TOTAL-WRITTEN TO RPT-CT-SAMPLE
    MOVE RPT-CAT-LINE TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    MOVE SPACES TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "SAMPLING RULES (CAP 0 = NONE)" TO RPT-MESSAGE
    MOVE RPT-MESSAGE TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
      IF CT-ACTUALS(K) > 0
        MOVE K TO RPT-RL-CAT
        MOVE CT-KEEP-EVERY(K) TO RPT-RL-KEEP
        MOVE CT-CAP(K) TO RPT-RL-CAP
        MOVE CT-ALLOWED(K) TO RPT-RL-ALLOW
        MOVE RPT-RULE-LINE TO BUILD-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
      END-IF
    END-PERFORM

    MOVE SPACES TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE RAW-READ TO RPT-RW-READ
    MOVE RAW-NO-OUTCOME TO RPT-RW-NONE
    MOVE RAW-OLDER TO RPT-RW-OLDER
    MOVE RPT-RAW-LINE TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE BAD-ACTUALS TO RPT-TOT-BAD
    MOVE TOTAL-WRITTEN TO RPT-TOT-WRITE
    MOVE RPT-TOTALS TO BUILD-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF EMPTY-CATS > 0
      MOVE "WARNING - A CATEGORY WITH OUTCOMES IS MISSING FROM RAWTRAIN"
          TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO BUILD-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    CLOSE BUILD-REPORT-FILE.

WRITE-REPORT-RECORD.
    WRITE BUILD-REPORT-RECORD
    IF FS-RPT NOT = "00"
      DISPLAY "NNBUILD: BUILD-REPORT-FILE WRITE FAILED - STATUS "
          FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.
