*> VibeML - score history inquiry by business record key.
*> Answers "what did we decide on this account, and when" from the
*> permanent score history (SCRHIST) NNHIST adds to after every
*> scoring cycle. HSTKEYS lists the business record keys asked
*> about, one per record; HSTRPT prints each key's full timeline,
*> oldest scoring date first: the cycle run, the model that scored
*> it, the segment it was routed to, the winning output unit, the
*> decision and the raw predictions. A decision an underwriter's
*> override forced gets a line of its own with the override reason
*> and the decision the model reached.
*> Every change of decision and every change of model from the
*> key's previous decided scoring is flagged on the line where it
*> happened, and counted on the key's closing line. A scoring in
*> error or rejected for no segment is shown but carries no
*> decision, so it neither raises nor hides a change - the next
*> decided scoring is compared with the last decided one.
*> RETURN-CODE 0 = every key asked about has history, 4 = some
*> keys have none (or were blank), 16 = the inquiry could not run.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNHINQ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KEY-LIST-FILE ASSIGN TO "HSTKEYS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-KEY.
    SELECT SCORE-HISTORY-FILE ASSIGN TO "SCRHIST"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS SH-KEY
        FILE STATUS IS FS-HST.
    SELECT INQUIRY-REPORT-FILE ASSIGN TO "HSTRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.

DATA DIVISION.
FILE SECTION.
FD  KEY-LIST-FILE.
01  KEY-LIST-RECORD.
    05 KL-REC-KEY            PIC X(10).

FD  SCORE-HISTORY-FILE.
01  SCORE-HISTORY-RECORD.
    COPY SCRHISTREC.

FD  INQUIRY-REPORT-FILE.
01  INQUIRY-REPORT-RECORD    PIC X(80).

WORKING-STORAGE SECTION.
01  FS-KEY    PIC X(02).
01  FS-HST    PIC X(02).
01  FS-RPT    PIC X(02).

01 INQUIRY-KEY      PIC X(10).
01 KEY-END-SW       PIC X(01).
   88 KEY-HISTORY-ENDED       VALUE "Y".
01 DECIDED-SW       PIC X(01).
   88 KEY-DECIDED-BEFORE      VALUE "Y".
01 LAST-DECISION    PIC X(06).
01 LAST-MODEL-ID    PIC X(14).
01 P                PIC 9(01).

01 SCORING-COUNT    PIC 9(05).
01 DECISION-CHANGES PIC 9(05).
01 MODEL-CHANGES    PIC 9(05).

01 KEYS-ASKED       PIC 9(05) VALUE 0.
01 KEYS-FOUND       PIC 9(05) VALUE 0.
01 KEYS-MISSING     PIC 9(05) VALUE 0.
01 KEYS-BLANK       PIC 9(05) VALUE 0.

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNHINQ SCORE HISTORY INQUIRY".
01 RPT-KEY-LINE.
    05 FILLER        PIC X(04) VALUE "KEY ".
    05 RPT-KEY       PIC X(10).
    05 FILLER        PIC X(66) VALUE SPACES.
01 RPT-COLUMN-HEAD.
    05 FILLER        PIC X(37) VALUE
       "  DATE     RN MODEL          SEG  OU ".
    05 FILLER        PIC X(43) VALUE "DECISION CHANGES".
01 RPT-TL-LINE.
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-TL-DATE   PIC X(08).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TL-RUN    PIC 9(02).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TL-MODEL  PIC X(14).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TL-SEG    PIC X(04).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TL-OUT    PIC 9(02).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TL-DEC    PIC X(08).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TL-DFLAG  PIC X(16).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TL-MFLAG  PIC X(13).
    05 FILLER        PIC X(04) VALUE SPACES.
01 RPT-PRED-LINE.
    05 FILLER        PIC X(13) VALUE SPACES.
    05 FILLER        PIC X(12) VALUE "PREDICTIONS ".
    05 RPT-PR-ENTRY OCCURS 5 TIMES.
       10 RPT-PR-VALUE  PIC -9.9(6).
       10 FILLER        PIC X(01).
    05 FILLER        PIC X(05) VALUE SPACES.
01 RPT-OVR-LINE.
    05 FILLER        PIC X(13) VALUE SPACES.
    05 FILLER        PIC X(16) VALUE "OVERRIDE REASON ".
    05 RPT-OV-REASON PIC X(04).
    05 FILLER        PIC X(16) VALUE " - MODEL DECIDED".
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-OV-MODEL  PIC X(06).
    05 FILLER        PIC X(24) VALUE SPACES.
01 RPT-KEY-TOTALS.
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-KT-COUNT  PIC 9(05).
    05 FILLER        PIC X(11) VALUE " SCORINGS, ".
    05 RPT-KT-DEC    PIC 9(05).
    05 FILLER        PIC X(20) VALUE " DECISION CHANGES, ".
    05 RPT-KT-MDL    PIC 9(05).
    05 FILLER        PIC X(14) VALUE " MODEL CHANGES".
    05 FILLER        PIC X(18) VALUE SPACES.
01 RPT-TOTALS.
    05 FILLER        PIC X(11) VALUE "KEYS ASKED ".
    05 RPT-TOT-ASKED PIC 9(05).
    05 FILLER        PIC X(14) VALUE "  WITH HISTORY".
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TOT-FOUND PIC 9(05).
    05 FILLER        PIC X(17) VALUE "  WITHOUT HISTORY".
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-TOT-MISS  PIC 9(05).
    05 FILLER        PIC X(08) VALUE "  BLANK ".
    05 RPT-TOT-BLANK PIC 9(05).
    05 FILLER        PIC X(08) VALUE SPACES.
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
    OPEN INPUT KEY-LIST-FILE
    IF FS-KEY NOT = "00"
      DISPLAY "NNHINQ: KEY-LIST-FILE COULD NOT BE OPENED - STATUS "
          FS-KEY
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    OPEN INPUT SCORE-HISTORY-FILE
    IF FS-HST NOT = "00"
      DISPLAY "NNHINQ: SCORE-HISTORY-FILE COULD NOT BE OPENED - "
          "STATUS " FS-HST
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    OPEN OUTPUT INQUIRY-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNHINQ: INQUIRY-REPORT-FILE COULD NOT BE OPENED - "
          "STATUS " FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE RPT-HEADER TO INQUIRY-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    READ KEY-LIST-FILE
      AT END
        MOVE "10" TO FS-KEY
    END-READ
    PERFORM UNTIL FS-KEY = "10"
      ADD 1 TO KEYS-ASKED
      IF KL-REC-KEY = SPACES
        ADD 1 TO KEYS-BLANK
      ELSE
        MOVE KL-REC-KEY TO INQUIRY-KEY
        PERFORM PRINT-KEY-TIMELINE
      END-IF
      READ KEY-LIST-FILE
        AT END
          MOVE "10" TO FS-KEY
      END-READ
    END-PERFORM
    CLOSE KEY-LIST-FILE
    CLOSE SCORE-HISTORY-FILE

    MOVE SPACES TO INQUIRY-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE KEYS-ASKED TO RPT-TOT-ASKED
    MOVE KEYS-FOUND TO RPT-TOT-FOUND
    MOVE KEYS-MISSING TO RPT-TOT-MISS
    MOVE KEYS-BLANK TO RPT-TOT-BLANK
    MOVE RPT-TOTALS TO INQUIRY-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF KEYS-ASKED = 0
      MOVE "HSTKEYS IS EMPTY - NO KEYS ASKED ABOUT" TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO INQUIRY-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    CLOSE INQUIRY-REPORT-FILE

    DISPLAY "NNHINQ: " KEYS-ASKED " KEYS ASKED, " KEYS-FOUND
        " WITH HISTORY, " KEYS-MISSING " WITHOUT, " KEYS-BLANK
        " BLANK"
    IF KEYS-MISSING > 0 OR KEYS-BLANK > 0
      MOVE 4 TO RETURN-CODE
    ELSE
      MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

*> The key's records sit together on the file, oldest scoring date
*> first: position on the key with the lowest possible date and
*> read forward until the key changes.
PRINT-KEY-TIMELINE.
    MOVE SPACES TO INQUIRY-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE INQUIRY-KEY TO RPT-KEY
    MOVE RPT-KEY-LINE TO INQUIRY-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE 0 TO SCORING-COUNT
    MOVE 0 TO DECISION-CHANGES
    MOVE 0 TO MODEL-CHANGES
    MOVE "N" TO DECIDED-SW
    MOVE "N" TO KEY-END-SW
    MOVE INQUIRY-KEY TO SH-REC-KEY
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
        IF SH-REC-KEY NOT = INQUIRY-KEY
          MOVE "Y" TO KEY-END-SW
        ELSE
          IF SCORING-COUNT = 0
            MOVE RPT-COLUMN-HEAD TO INQUIRY-REPORT-RECORD
            PERFORM WRITE-REPORT-RECORD
          END-IF
          ADD 1 TO SCORING-COUNT
          PERFORM PRINT-TIMELINE-ENTRY
        END-IF
      END-IF
    END-PERFORM
    IF SCORING-COUNT = 0
      ADD 1 TO KEYS-MISSING
      MOVE "  NO SCORE HISTORY FOR THIS KEY" TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO INQUIRY-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    ELSE
      ADD 1 TO KEYS-FOUND
      MOVE SCORING-COUNT TO RPT-KT-COUNT
      MOVE DECISION-CHANGES TO RPT-KT-DEC
      MOVE MODEL-CHANGES TO RPT-KT-MDL
      MOVE RPT-KEY-TOTALS TO INQUIRY-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF.

*> One scoring on the timeline. Only a decided scoring is compared
*> with the last decided one, and only a decided scoring becomes
*> the one the next is compared with.
PRINT-TIMELINE-ENTRY.
    MOVE SH-SCORE-DATE TO RPT-TL-DATE
    MOVE SH-CYCLE-RUN TO RPT-TL-RUN
    MOVE SH-MODEL-ID TO RPT-TL-MODEL
    MOVE SH-SEGMENT TO RPT-TL-SEG
    MOVE SH-BEST-OUT TO RPT-TL-OUT
    MOVE SPACES TO RPT-TL-DFLAG
    MOVE SPACES TO RPT-TL-MFLAG
    EVALUATE TRUE
      WHEN SH-STATUS-OK
        MOVE SH-DECISION TO RPT-TL-DEC
        IF KEY-DECIDED-BEFORE
          IF SH-DECISION NOT = LAST-DECISION
            MOVE "DECISION CHANGED" TO RPT-TL-DFLAG
            ADD 1 TO DECISION-CHANGES
          END-IF
          IF SH-MODEL-ID NOT = LAST-MODEL-ID
            MOVE "MODEL CHANGED" TO RPT-TL-MFLAG
            ADD 1 TO MODEL-CHANGES
          END-IF
        END-IF
        MOVE "Y" TO DECIDED-SW
        MOVE SH-DECISION TO LAST-DECISION
        MOVE SH-MODEL-ID TO LAST-MODEL-ID
      WHEN SH-STATUS-NO-SEGMENT
        MOVE "*NO SEG*" TO RPT-TL-DEC
      WHEN OTHER
        MOVE "*ERROR*" TO RPT-TL-DEC
    END-EVALUATE
    MOVE RPT-TL-LINE TO INQUIRY-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING P FROM 1 BY 1 UNTIL P > 5
      MOVE SH-PREDICTION(P) TO RPT-PR-VALUE(P)
    END-PERFORM
    MOVE RPT-PRED-LINE TO INQUIRY-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF SH-OVERRIDDEN
      MOVE SH-OVERRIDE-REASON TO RPT-OV-REASON
      MOVE SH-MODEL-DECISION TO RPT-OV-MODEL
      MOVE RPT-OVR-LINE TO INQUIRY-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF.

WRITE-REPORT-RECORD.
    WRITE INQUIRY-REPORT-RECORD
    IF FS-RPT NOT = "00"
      DISPLAY "NNHINQ: INQUIRY-REPORT-FILE WRITE FAILED - STATUS "
          FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.
