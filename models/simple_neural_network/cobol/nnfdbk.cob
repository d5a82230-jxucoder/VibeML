*>   - the confusion matrix of SO-BEST-OUT against the actual
*>     category;
*>   - the hit rate per DECPARM decision band, so a band whose
*>     decisions are going wrong stands out. The band is the final
*>     decision - the one the departments acted on, an
*>     underwriter's override included (NNOVR);
*>   - how the model's own prediction fared on the overridden
*>     records, so it shows whether the overrides were warranted;
*>   - the hit rate per generation, the real-world trend of the
*>     PRODUCTION model across scoring runs.
*> Matching is by business record key only - never by file
01 ACT-OUT      PIC 9(02).
01 REC-KEY      PIC X(10).
01 REC-DECISION PIC X(06).
01 REC-OVERRIDE-SW PIC X(01).
   88 REC-OVERRIDDEN        VALUE "Y".
01 PICKED       PIC 9(02).
01 HIT-PCT      PIC 9(03).

01 TOTAL-MATCHED  PIC 9(07) VALUE 0.
01 TOTAL-HITS     PIC 9(07) VALUE 0.
01 UNMATCHED-ACT  PIC 9(06) VALUE 0.
01 OVR-MATCHED    PIC 9(07) VALUE 0.
01 OVR-MODEL-HITS PIC 9(07) VALUE 0.

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
    05 RPT-BD-PCT    PIC 9(03).
    05 FILLER        PIC X(05) VALUE " PCT)".
    05 FILLER        PIC X(30) VALUE SPACES.
01 RPT-OVR-LINE.
    05 FILLER        PIC X(19) VALUE "OVERRIDDEN MATCHED ".
    05 RPT-OV-MATCH  PIC 9(07).
    05 FILLER        PIC X(13) VALUE " MODEL RIGHT ".
    05 RPT-OV-HITS   PIC 9(07).
    05 FILLER        PIC X(02) VALUE " (".
    05 RPT-OV-PCT    PIC 9(03).
    05 FILLER        PIC X(05) VALUE " PCT)".
    05 FILLER        PIC X(24) VALUE SPACES.
01 RPT-GEN-LINE.
    05 FILLER        PIC X(11) VALUE "GENERATION ".
    05 RPT-GN-NO     PIC X(02).
      IF PICKED > 0
        ADD 1 TO BT-MATCHED(PICKED)
      END-IF
      IF REC-OVERRIDDEN
        ADD 1 TO OVR-MATCHED
      END-IF
      IF PRED-OUT = ACT-OUT
        ADD 1 TO TOTAL-HITS
        ADD 1 TO GEN-HITS(G)
        IF PICKED > 0
          ADD 1 TO BT-HITS(PICKED)
        END-IF
        IF REC-OVERRIDDEN
          ADD 1 TO OVR-MODEL-HITS
        END-IF
      END-IF
    END-IF.

    END-EVALUATE.

*> Reads the next good record of the generation in play into the
*> common REC-KEY / PRED-OUT / REC-DECISION / REC-OVERRIDE-SW
*> fields; error-flagged records carry no decision and are passed
*> over here. A generation written before overrides existed has
*> spaces in the override flag, so none of it reads as overridden.
READ-GENERATION-RECORD.
    MOVE SPACES TO REC-KEY
    MOVE 0 TO PRED-OUT
    MOVE "N" TO REC-OVERRIDE-SW
    PERFORM UNTIL FS-GEN NOT = "00" OR REC-KEY NOT = SPACES
      EVALUATE G
        WHEN 1
            MOVE SO-REC-KEY TO REC-KEY
            MOVE SO-BEST-OUT TO PRED-OUT
            MOVE SO-DECISION TO REC-DECISION
            MOVE SO-OVERRIDE-SW TO REC-OVERRIDE-SW
          END-IF
        WHEN 2
          READ SCOREG1-FILE
            MOVE S1-REC-KEY TO REC-KEY
            MOVE S1-BEST-OUT TO PRED-OUT
            MOVE S1-DECISION TO REC-DECISION
            MOVE S1-OVERRIDE-SW TO REC-OVERRIDE-SW
          END-IF
        WHEN 3
          READ SCOREG2-FILE
            MOVE S2-REC-KEY TO REC-KEY
            MOVE S2-BEST-OUT TO PRED-OUT
            MOVE S2-DECISION TO REC-DECISION
            MOVE S2-OVERRIDE-SW TO REC-OVERRIDE-SW
          END-IF
      END-EVALUATE
    END-PERFORM.
      MOVE RPT-BAND-LINE TO FDBK-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-PERFORM
    MOVE OVR-MATCHED TO RPT-OV-MATCH
    MOVE OVR-MODEL-HITS TO RPT-OV-HITS
    IF OVR-MATCHED > 0
      COMPUTE HIT-PCT ROUNDED = OVR-MODEL-HITS * 100 / OVR-MATCHED
    ELSE
      MOVE 0 TO HIT-PCT
    END-IF
    MOVE HIT-PCT TO RPT-OV-PCT
    MOVE RPT-OVR-LINE TO FDBK-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING G FROM 1 BY 1 UNTIL G > 3
      EVALUATE G
        WHEN 1 MOVE " 0" TO RPT-GN-NO
