*> VibeML - callable segment router.
*> Different books of business score with different models: the
*> segment table (SEGTBL) maps a business-key prefix to a segment
*> code, the model that segment scores with, and optionally its own
*> band table in the DECPARM layout. The registry allows one
*> PRODUCTION model per segment (MR-SEGMENT, set by NNMODEL
*> PROMOTE), plus one with no segment for records no prefix claims.
*> NNPREP, NNPSI and NNSCORE all CALL here, so the three steps that
*> must agree on which model a record belongs to - scaler, drift
*> profile, weights and cutoffs - route it with the same code, and
*> NNMODEL checks a segment code against the same table.
*> SEGTBL is read and policed on the first call and cached for the
*> run unit. An empty SEGTBL is valid: every record then goes to
*> the default model, exactly as before segments existed. See
*> NNSEGAREA for the full interface.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNSEG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SEGTBL-FILE ASSIGN TO "SEGTBL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-SEG.
    SELECT MODEL-REGISTRY-FILE ASSIGN TO "MDLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS MR-MODEL-ID
        ALTERNATE RECORD KEY IS MR-STATUS WITH DUPLICATES
        FILE STATUS IS FS-REG.

DATA DIVISION.
FILE SECTION.
*> One record per segment. ST-MODEL-ID pins the segment to a named
*> model (spaces = the segment's PRODUCTION model). ST-BAND-COUNT
*> zero (or blank) means the segment decides with DECPARM; otherwise
*> ST-BAND is its own band table, floor-ascending like DECPARM, and
*> its codes must be DECPARM codes so every band file and report
*> downstream stays keyed the same way.
FD  SEGTBL-FILE.
01  SEGTBL-RECORD.
    05 ST-SEGMENT            PIC X(04).
    05 ST-PREFIX             PIC X(10).
    05 ST-MODEL-ID           PIC X(14).
    05 ST-BAND-COUNT         PIC 9(02).
    05 ST-BAND OCCURS 5 TIMES.
       10 ST-BAND-CODE       PIC X(06).
       10 ST-BAND-FLOOR      PIC 9V9(6).

FD  MODEL-REGISTRY-FILE.
01  MODEL-REGISTRY-RECORD.
    COPY MDLREGREC.

WORKING-STORAGE SECTION.
01  FS-SEG  PIC X(02).
01  FS-REG  PIC X(02).

*> The policed table, kept for the run unit once loaded.
01  SEG-CACHE.
    COPY NNSEGAREA REPLACING LEADING ==SG== BY ==SC==.

01  CACHE-SW  PIC X(01) VALUE "N".
    88 TABLE-CACHED        VALUE "Y".

01  SEG-EOF-SW  PIC X(01).
    88 SEG-EOF             VALUE "Y".
01  REG-EOF-SW  PIC X(01).
    88 REG-EOF             VALUE "Y".

01  DEFAULT-FOUND  PIC X(14).
01  BEST-LEN       PIC 9(02).
01  N   PIC 9(02).
01  I   PIC 9(02). 01 J PIC 9(02). 01 B PIC 9(02).

LINKAGE SECTION.
01  NNSEG-PARM.
    COPY NNSEGAREA.

PROCEDURE DIVISION USING NNSEG-PARM.
    MOVE "O" TO SG-STATUS
    IF NOT TABLE-CACHED
      IF SG-REQUEST-ROUTE
        DISPLAY "NNSEG: ROUTE REQUESTED BEFORE SEGTBL WAS LOADED"
        MOVE "B" TO SG-STATUS
        GOBACK
      END-IF
      PERFORM LOAD-SEGMENT-TABLE
      IF SG-STATUS-BAD
        GOBACK
      END-IF
      MOVE "Y" TO CACHE-SW
    END-IF

    IF SG-REQUEST-ROUTE
      PERFORM ROUTE-RECORD
      GOBACK
    END-IF

    MOVE SC-SEG-COUNT TO SG-SEG-COUNT
    PERFORM VARYING N FROM 1 BY 1 UNTIL N > 10
      MOVE SC-SEG(N) TO SG-SEG(N)
    END-PERFORM
    IF SG-REQUEST-MODELS
      PERFORM RESOLVE-SEGMENT-MODELS
    END-IF
    GOBACK.

*> Reads SEGTBL into the cache, refusing anything that would route a
*> record ambiguously or band it with a malformed table.
LOAD-SEGMENT-TABLE.
    INITIALIZE SEG-CACHE
    MOVE 0 TO SC-SEG-COUNT
    OPEN INPUT SEGTBL-FILE
    IF FS-SEG NOT = "00"
      DISPLAY "NNSEG: SEGTBL-FILE COULD NOT BE OPENED - STATUS "
          FS-SEG
      MOVE "B" TO SG-STATUS
    ELSE
      MOVE "N" TO SEG-EOF-SW
      PERFORM UNTIL SEG-EOF OR SG-STATUS-BAD
        READ SEGTBL-FILE
          AT END MOVE "Y" TO SEG-EOF-SW
        END-READ
        IF NOT SEG-EOF
          PERFORM CHECK-SEGMENT-ENTRY
          IF NOT SG-STATUS-BAD
            PERFORM ADD-SEGMENT-ENTRY
          END-IF
        END-IF
      END-PERFORM
      CLOSE SEGTBL-FILE
    END-IF.

CHECK-SEGMENT-ENTRY.
    IF SC-SEG-COUNT = 10
      DISPLAY "NNSEG: SEGTBL HAS MORE THAN 10 SEGMENTS"
      MOVE "B" TO SG-STATUS
    END-IF
    IF ST-SEGMENT = SPACES OR ST-PREFIX = SPACES
      DISPLAY "NNSEG: SEGTBL HAS AN ENTRY WITH NO SEGMENT CODE "
          "OR NO PREFIX"
      MOVE "B" TO SG-STATUS
    END-IF
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > SC-SEG-COUNT
      IF SC-SEG-CODE(I) = ST-SEGMENT
        DISPLAY "NNSEG: SEGMENT " ST-SEGMENT
            " APPEARS TWICE IN SEGTBL"
        MOVE "B" TO SG-STATUS
      END-IF
      IF SC-SEG-PREFIX(I) = ST-PREFIX
        DISPLAY "NNSEG: PREFIX " ST-PREFIX
            " IS CLAIMED BY TWO SEGMENTS"
        MOVE "B" TO SG-STATUS
      END-IF
    END-PERFORM
    IF ST-BAND-COUNT NOT NUMERIC
      MOVE 0 TO ST-BAND-COUNT
    END-IF
    IF ST-BAND-COUNT > 5
      DISPLAY "NNSEG: SEGMENT " ST-SEGMENT
          " HAS A BAND COUNT OVER 5"
      MOVE "B" TO SG-STATUS
    END-IF
    IF NOT SG-STATUS-BAD
      PERFORM VARYING B FROM 1 BY 1 UNTIL B > ST-BAND-COUNT
        IF ST-BAND-CODE(B) = SPACES
          OR ST-BAND-FLOOR(B) NOT NUMERIC
          DISPLAY "NNSEG: SEGMENT " ST-SEGMENT
              " HAS A BLANK BAND CODE OR BAD FLOOR"
          MOVE "B" TO SG-STATUS
        ELSE
          IF B = 1 AND ST-BAND-FLOOR(B) NOT = 0
            DISPLAY "NNSEG: SEGMENT " ST-SEGMENT
                " FIRST BAND FLOOR MUST BE ZERO"
            MOVE "B" TO SG-STATUS
          END-IF
          IF B > 1
            IF ST-BAND-FLOOR(B) NOT > ST-BAND-FLOOR(B - 1)
              DISPLAY "NNSEG: SEGMENT " ST-SEGMENT
                  " BAND FLOORS ARE NOT ASCENDING"
              MOVE "B" TO SG-STATUS
            END-IF
          END-IF
        END-IF
      END-PERFORM
    END-IF.

ADD-SEGMENT-ENTRY.
    ADD 1 TO SC-SEG-COUNT
    MOVE SC-SEG-COUNT TO N
    MOVE ST-SEGMENT TO SC-SEG-CODE(N)
    MOVE ST-PREFIX TO SC-SEG-PREFIX(N)
    MOVE ST-MODEL-ID TO SC-SEG-MODEL-ID(N)
    *> Trailing spaces are not part of the prefix.
    PERFORM VARYING I FROM 10 BY -1
        UNTIL ST-PREFIX(I:1) NOT = SPACE
      CONTINUE
    END-PERFORM
    MOVE I TO SC-SEG-PREFIX-LEN(N)
    MOVE ST-BAND-COUNT TO SC-SEG-BAND-COUNT(N)
    PERFORM VARYING B FROM 1 BY 1 UNTIL B > ST-BAND-COUNT
      MOVE ST-BAND-CODE(B) TO SC-SEG-BAND-CODE(N, B)
      MOVE ST-BAND-FLOOR(B) TO SC-SEG-BAND-FLOOR(N, B)
    END-PERFORM.

*> Fills in the model every segment and the default scores with.
*> A SEGTBL pin (or the SCORPARM pin for the default) wins;
*> otherwise the registry's PRODUCTION entry for that segment.
RESOLVE-SEGMENT-MODELS.
    MOVE SPACES TO DEFAULT-FOUND
    OPEN INPUT MODEL-REGISTRY-FILE
    IF FS-REG NOT = "00"
      DISPLAY "NNSEG: MODEL-REGISTRY-FILE COULD NOT BE OPENED - "
          "STATUS " FS-REG
      MOVE "B" TO SG-STATUS
    ELSE
      PERFORM BROWSE-PRODUCTION-MODELS
      CLOSE MODEL-REGISTRY-FILE
    END-IF
    IF NOT SG-STATUS-BAD
      PERFORM CHECK-RESOLVED-MODELS
    END-IF.

BROWSE-PRODUCTION-MODELS.
    MOVE "P" TO MR-STATUS
    MOVE "N" TO REG-EOF-SW
    START MODEL-REGISTRY-FILE KEY IS = MR-STATUS
      INVALID KEY MOVE "Y" TO REG-EOF-SW
    END-START
    PERFORM UNTIL REG-EOF OR SG-STATUS-BAD
      READ MODEL-REGISTRY-FILE NEXT RECORD
        AT END MOVE "Y" TO REG-EOF-SW
      END-READ
      IF NOT REG-EOF
        IF (FS-REG NOT = "00" AND FS-REG NOT = "02")
          OR NOT MR-STATUS-PRODUCTION
          MOVE "Y" TO REG-EOF-SW
        ELSE
          PERFORM TAKE-PRODUCTION-ENTRY
        END-IF
      END-IF
    END-PERFORM.

CHECK-RESOLVED-MODELS.
    IF NOT SG-NO-SEGMENT-REJECT
      IF SG-DEFAULT-PIN NOT = SPACES
        MOVE SG-DEFAULT-PIN TO SG-DEFAULT-MODEL-ID
      ELSE
        IF DEFAULT-FOUND = SPACES
          DISPLAY "NNSEG: NO PRODUCTION MODEL WITHOUT A SEGMENT FOR "
              "RECORDS NO SEGMENT CLAIMS"
          MOVE "B" TO SG-STATUS
        ELSE
          MOVE DEFAULT-FOUND TO SG-DEFAULT-MODEL-ID
        END-IF
      END-IF
    END-IF
    PERFORM VARYING N FROM 1 BY 1 UNTIL N > SG-SEG-COUNT
      IF SG-SEG-MODEL-ID(N) = SPACES
        DISPLAY "NNSEG: SEGMENT " SG-SEG-CODE(N)
            " HAS NO PRODUCTION MODEL - PROMOTE ONE WITH NNMODEL"
        MOVE "B" TO SG-STATUS
      END-IF
    END-PERFORM.

TAKE-PRODUCTION-ENTRY.
    IF MR-SEGMENT = SPACES
      IF DEFAULT-FOUND NOT = SPACES
        DISPLAY "NNSEG: TWO PRODUCTION MODELS WITHOUT A SEGMENT - "
            DEFAULT-FOUND " AND " MR-MODEL-ID
        MOVE "B" TO SG-STATUS
      END-IF
      MOVE MR-MODEL-ID TO DEFAULT-FOUND
    ELSE
      PERFORM VARYING N FROM 1 BY 1 UNTIL N > SG-SEG-COUNT
        IF SG-SEG-CODE(N) = MR-SEGMENT
          AND SC-SEG-MODEL-ID(N) = SPACES
          IF SG-SEG-MODEL-ID(N) NOT = SPACES
            DISPLAY "NNSEG: TWO PRODUCTION MODELS FOR SEGMENT "
                MR-SEGMENT " - " SG-SEG-MODEL-ID(N) " AND "
                MR-MODEL-ID
            MOVE "B" TO SG-STATUS
          END-IF
          MOVE MR-MODEL-ID TO SG-SEG-MODEL-ID(N)
        END-IF
      END-PERFORM
    END-IF.

*> Longest matching prefix wins, so a narrower book of business can
*> be carved out of a broader one.
ROUTE-RECORD.
    MOVE 0 TO SG-INDEX
    MOVE 0 TO BEST-LEN
    PERFORM VARYING N FROM 1 BY 1 UNTIL N > SC-SEG-COUNT
      MOVE SC-SEG-PREFIX-LEN(N) TO J
      IF J > BEST-LEN
        IF SG-REC-KEY(1:J) = SC-SEG-PREFIX(N)(1:J)
          MOVE N TO SG-INDEX
          MOVE J TO BEST-LEN
        END-IF
      END-IF
    END-PERFORM.
