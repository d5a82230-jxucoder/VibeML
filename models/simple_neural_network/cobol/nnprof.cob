*> runs have been burned on extracts where the same inputs appeared
*> with contradictory targets, which no amount of training can fit.
*> This program runs between PREPFIT and VALID and reports:
*>   - the value distribution of every input column (percentage of
*>     samples in each 0.1-wide bucket over the scaled 0-1 range);
*>   - every group of exact-duplicate samples;
*>   - every group of samples with identical inputs but conflicting
*>     targets;
*>   - the class balance per output unit (positives against the
*>     sample count).
*> TRNDATA is read once and never held in a table: the column and
*> class counts are taken as it is read, and duplicates and
*> conflicts are found by sorting the samples on inputs then
*> targets, so matching samples arrive side by side however large
*> the extract is. Only the first 100 groups are listed; every
*> group is counted. A group of n samples counts as n*(n-1)/2
*> pairs, so the pair totals mean what they always have.
*> PROFPARM supplies the thresholds: the maximum percentage of
*> duplicate samples, the maximum number of conflicting pairs, and
*> the minimum percentage either side a class may hold. A zero
    SELECT PROF-REPORT-FILE ASSIGN TO "PROFRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.
    SELECT SORT-FILE ASSIGN TO "SORTWK01".

DATA DIVISION.
FILE SECTION.
FD  PROF-REPORT-FILE.
01  PROF-REPORT-RECORD       PIC X(80).

*> Unused input/target positions are zeroed on the way in, so
*> comparing the whole group compares only what the network reads.
*> The sample number keeps each group in file order.
SD  SORT-FILE.
01  SORT-RECORD.
    05 SR-INPUTS.
       10 SR-XIN OCCURS 10 TIMES PIC S9V9.
    05 SR-TARGETS.
       10 SR-YV OCCURS 5 TIMES PIC S9V9.
    05 SR-SAMPLE-NO          PIC 9(07).

WORKING-STORAGE SECTION.
01  FS-CFG    PIC X(02).
01  FS-DATA   PIC X(02).

01 IC   PIC 9(02).
01 OC   PIC 9(02).
01 SC   PIC 9(07).
01 I    PIC 9(02).
01 K    PIC 9(02).
01 BUCKET  PIC 9(02).

01 MAX-DUP-PCT    PIC 9(03).
01 MAX-CONFLICTS  PIC 9(05).
01 MIN-CLASS-PCT  PIC 9(03).

01 REC-COUNT       PIC 9(07) VALUE 0.
01 DUP-PAIRS       PIC 9(12) VALUE 0.
01 CONFLICT-PAIRS  PIC 9(12) VALUE 0.
01 DUP-SAMPLES     PIC 9(07) VALUE 0.
01 DUP-PCT         PIC 9(03) VALUE 0.
01 CLASS-PCT       PIC 9(03).
01 POS-TBL.
    05 POS-COUNT OCCURS 5 TIMES PIC 9(07) VALUE 0.
01 COL-BUCKET-TBL.
    05 CB-COLUMN OCCURS 10 TIMES.
       10 CB-COUNT OCCURS 10 TIMES PIC 9(07) VALUE 0.
01 FAIL-SW  PIC X(01) VALUE "N".
   88 PROFILE-FAILED       VALUE "Y".
01 SORT-EOF-SW  PIC X(01) VALUE "N".
   88 SORT-EOF             VALUE "Y".

*> The group being gathered off the sort: samples sharing inputs
*> (IG-) and, inside that, samples sharing targets as well (TG-).
01 IG-INPUTS       PIC X(20).
01 IG-COUNT        PIC 9(07).
01 IG-FIRST        PIC 9(07).
01 IG-DUP-PAIRS    PIC 9(12).
01 IG-TARGET-SETS  PIC 9(07).
01 TG-TARGETS      PIC X(10).
01 TG-COUNT        PIC 9(07).
01 TG-FIRST        PIC 9(07).
01 GROUP-PAIRS     PIC 9(12).
01 GROUP-LINES     PIC 9(05) VALUE 0.
01 GROUP-LINE-MAX  PIC 9(05) VALUE 100.

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-COL-BK OCCURS 10 TIMES.
       10 FILLER     PIC X(01).
       10 RPT-BK-PCT PIC ZZ9.9.
    05 FILLER        PIC X(04) VALUE " PCT".
    05 FILLER        PIC X(06) VALUE SPACES.
01 RPT-GROUP-LINE.
    05 FILLER        PIC X(07) VALUE "SAMPLE ".
    05 RPT-GRP-FIRST PIC Z(6)9.
    05 FILLER        PIC X(05) VALUE " AND ".
    05 RPT-GRP-MORE  PIC Z(6)9.
    05 FILLER        PIC X(05) VALUE " MORE".
    05 RPT-GRP-TEXT  PIC X(49).
01 RPT-CLASS-LINE.
    05 FILLER        PIC X(07) VALUE "OUTPUT ".
    05 RPT-CLS-NO    PIC 9(02).
    05 FILLER        PIC X(11) VALUE " POSITIVES ".
    05 RPT-CLS-POS   PIC Z(6)9.
    05 FILLER        PIC X(04) VALUE " OF ".
    05 RPT-CLS-TOT   PIC Z(6)9.
    05 FILLER        PIC X(02) VALUE " (".
    05 RPT-CLS-PCT   PIC 9(03).
    05 FILLER        PIC X(05) VALUE " PCT)".
    05 FILLER        PIC X(32) VALUE SPACES.
01 RPT-TOTALS.
    05 FILLER        PIC X(08) VALUE "SAMPLES ".
    05 RPT-TOT-SC    PIC Z(6)9.
    05 FILLER        PIC X(17) VALUE "  DUPLICATE PAIRS".
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TOT-DUP   PIC Z(11)9.
    05 FILLER        PIC X(16) VALUE "  CONFLICT PAIRS".
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TOT-CONF  PIC Z(11)9.
    05 FILLER        PIC X(06) VALUE SPACES.
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
      STOP RUN
    END-IF

    *> One pass through TRNDATA feeds the sort; the report is
    *> written as the sorted samples come back.
    SORT SORT-FILE
        ON ASCENDING KEY SR-INPUTS SR-TARGETS SR-SAMPLE-NO
        INPUT PROCEDURE IS PROFILE-TRAINING-DATA
        OUTPUT PROCEDURE IS GROUP-SORTED-SAMPLES
    IF SORT-RETURN NOT = 0
      DISPLAY "NNPROF: SORT OF TRAIN-DATA-FILE FAILED - SORT-RETURN "
          SORT-RETURN
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    IF GROUP-LINES > GROUP-LINE-MAX
      DISPLAY "NNPROF: " GROUP-LINES " DUPLICATE/CONFLICT GROUPS FOUND, "
          "FIRST " GROUP-LINE-MAX " LISTED"
    END-IF

    *> Class balance: positives per output unit. Targets are 0/1
    *> category flags, so a positive is a target of 1.
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > OC
      COMPUTE CLASS-PCT ROUNDED = POS-COUNT(K) * 100 / SC
      MOVE K TO RPT-CLS-NO
      MOVE POS-COUNT(K) TO RPT-CLS-POS
    END-IF
    STOP RUN.

*> Sort input: count each sample into its column buckets and
*> class tallies as it goes by, then release it to the sort.
PROFILE-TRAINING-DATA.
    OPEN INPUT TRAIN-DATA-FILE
    IF FS-DATA NOT = "00"
      DISPLAY "NNPROF: TRAIN-DATA-FILE COULD NOT BE OPENED - STATUS "
          FS-DATA
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ TRAIN-DATA-FILE
      AT END
        MOVE "10" TO FS-DATA
    END-READ
    PERFORM UNTIL FS-DATA = "10"
      ADD 1 TO REC-COUNT
      INITIALIZE SORT-RECORD
      PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
        COMPUTE BUCKET = TD-XIN(I) * 10 + 1
        IF BUCKET < 1
          MOVE 1 TO BUCKET
        END-IF
        IF BUCKET > 10
          MOVE 10 TO BUCKET
        END-IF
        ADD 1 TO CB-COUNT(I, BUCKET)
        MOVE TD-XIN(I) TO SR-XIN(I)
      END-PERFORM
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > OC
        IF TD-YV(K) = 1
          ADD 1 TO POS-COUNT(K)
        END-IF
        MOVE TD-YV(K) TO SR-YV(K)
      END-PERFORM
      MOVE REC-COUNT TO SR-SAMPLE-NO
      RELEASE SORT-RECORD
      READ TRAIN-DATA-FILE
        AT END
          MOVE "10" TO FS-DATA
      END-READ
    END-PERFORM
    CLOSE TRAIN-DATA-FILE.

*> Sort output: the column distributions first (complete once the
*> input side has seen every sample), then the duplicate/conflict
*> groups as the sorted samples come back. Samples with identical
*> inputs arrive together, and within them samples with identical
*> targets as well.
GROUP-SORTED-SAMPLES.
    MOVE REC-COUNT TO SC
    IF SC = 0
      DISPLAY "NNPROF: TRAIN-DATA-FILE IS EMPTY - NOTHING TO PROFILE"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    OPEN OUTPUT PROF-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNPROF: PROF-REPORT-FILE COULD NOT BE OPENED - "
          "STATUS " FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE RPT-HEADER TO PROF-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    *> Column distributions: one line per input column, the share
    *> of samples in each 0.1-wide bucket over the scaled 0-1 range
    *> - the same bucketing NNSCRPT uses for predictions.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > IC
      MOVE I TO RPT-COL-NO
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
        COMPUTE RPT-BK-PCT(K) ROUNDED = CB-COUNT(I, K) * 100 / SC
      END-PERFORM
      MOVE RPT-COL-LINE TO PROF-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-PERFORM

    RETURN SORT-FILE
      AT END
        MOVE "Y" TO SORT-EOF-SW
    END-RETURN
    PERFORM START-INPUT-GROUP
    PERFORM UNTIL SORT-EOF
      IF SR-INPUTS NOT = IG-INPUTS
        PERFORM END-TARGET-GROUP
        PERFORM END-INPUT-GROUP
        PERFORM START-INPUT-GROUP
      ELSE
        IF SR-TARGETS NOT = TG-TARGETS
          PERFORM END-TARGET-GROUP
          PERFORM START-TARGET-GROUP
        END-IF
      END-IF
      ADD 1 TO IG-COUNT
      ADD 1 TO TG-COUNT
      IF SR-SAMPLE-NO < IG-FIRST
        MOVE SR-SAMPLE-NO TO IG-FIRST
      END-IF
      RETURN SORT-FILE
        AT END
          MOVE "Y" TO SORT-EOF-SW
      END-RETURN
    END-PERFORM
    PERFORM END-TARGET-GROUP
    PERFORM END-INPUT-GROUP.

START-INPUT-GROUP.
    MOVE SR-INPUTS TO IG-INPUTS
    MOVE 0 TO IG-COUNT
    MOVE SR-SAMPLE-NO TO IG-FIRST
    MOVE 0 TO IG-DUP-PAIRS
    MOVE 0 TO IG-TARGET-SETS
    PERFORM START-TARGET-GROUP.

START-TARGET-GROUP.
    MOVE SR-TARGETS TO TG-TARGETS
    MOVE 0 TO TG-COUNT
    MOVE SR-SAMPLE-NO TO TG-FIRST.

*> Inputs and targets both identical: every sample in the group
*> duplicates every other one.
END-TARGET-GROUP.
    ADD 1 TO IG-TARGET-SETS
    IF TG-COUNT > 1
      COMPUTE GROUP-PAIRS = TG-COUNT * (TG-COUNT - 1) / 2
      ADD GROUP-PAIRS TO DUP-PAIRS
      ADD GROUP-PAIRS TO IG-DUP-PAIRS
      ADD TG-COUNT TO DUP-SAMPLES
      MOVE TG-FIRST TO RPT-GRP-FIRST
      COMPUTE RPT-GRP-MORE = TG-COUNT - 1
      MOVE " ARE EXACT DUPLICATES" TO RPT-GRP-TEXT
      PERFORM WRITE-GROUP-LINE
    END-IF.

*> Inputs identical but more than one set of targets: every pair
*> across two different target sets is a conflict - the case no
*> amount of training can ever fit.
END-INPUT-GROUP.
    IF IG-TARGET-SETS > 1
      COMPUTE GROUP-PAIRS = IG-COUNT * (IG-COUNT - 1) / 2
          - IG-DUP-PAIRS
      ADD GROUP-PAIRS TO CONFLICT-PAIRS
      MOVE IG-FIRST TO RPT-GRP-FIRST
      COMPUTE RPT-GRP-MORE = IG-COUNT - 1
      MOVE " HAVE IDENTICAL INPUTS BUT CONFLICTING TARGETS"
          TO RPT-GRP-TEXT
      PERFORM WRITE-GROUP-LINE
    END-IF.

WRITE-GROUP-LINE.
    ADD 1 TO GROUP-LINES
    IF GROUP-LINES <= GROUP-LINE-MAX
      MOVE RPT-GROUP-LINE TO PROF-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    IF GROUP-LINES = GROUP-LINE-MAX + 1
      MOVE "FURTHER GROUPS ARE COUNTED IN THE TOTALS BUT NOT LISTED"
          TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO PROF-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF.

