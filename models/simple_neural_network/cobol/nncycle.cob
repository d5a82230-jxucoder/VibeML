*> VibeML - scoring cycle control maintenance and sign-off summary.
*> Every NNPIPE scoring cycle is a record on the cycle control file
*> (CYCCTL, kept by NNCYC): the transmission date, the SCOREIN
*> count, and each step's outcome and key counts. This program
*> applies the commands in CYCCMD, in the NNMODEL/NNDEC command
*> style:
*>   SUMMARY [<date>] - print the one-page cycle summary: records
*>              received, rejected and scored, routed per band,
*>              decision overrides applied, drift flags, the
*>              models that scored, and every step's outcome -
*>              the page operations signs off instead of six
*>              SYSOUTs. No date means the current cycle; it is
*>              the last step of NNPIPE and stamps the cycle as
*>              summarised. A dated SUMMARY is a reprint and
*>              stamps nothing.
*>   RELEASE <date> <user> - allow EDIT to accept that transmission
*>              date once more although its scoring completed. EDIT
*>              refuses a scored date without one, which is what
*>              stops an upstream re-send going out twice.
*>   LIST     - one line per cycle on the file.
*> RETURN-CODE 0 = all commands applied and every summarised cycle
*> is clean, 4 = a summarised cycle carries warnings (rejects,
*> drift, a step ending CC 4), 8 = a command could not be applied or
*> a summarised cycle needs attention (a step that did not complete
*> or ended CC 8 or more, a refused duplicate, no open cycle),
*> 16 = the run itself could not proceed.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNCYCLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMMAND-FILE ASSIGN TO "CYCCMD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CMD.
    SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CF-TRANS-DATE
        FILE STATUS IS FS-CYC.
    SELECT CYCLE-REPORT-FILE ASSIGN TO "CYCRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.

DATA DIVISION.
FILE SECTION.
FD  COMMAND-FILE.
01  COMMAND-RECORD.
    05 CM-ACTION             PIC X(08).
    05 CM-DATE               PIC X(08).
    05 CM-USER               PIC X(08).

*> Read directly only for LIST and a dated SUMMARY; every update
*> goes through NNCYC.
FD  CYCLE-CONTROL-FILE.
01  CYCLE-CONTROL-RECORD.
    COPY CYCCTLREC REPLACING LEADING ==CY== BY ==CF==.

FD  CYCLE-REPORT-FILE.
01  CYCLE-REPORT-RECORD      PIC X(80).

WORKING-STORAGE SECTION.
01  FS-CMD    PIC X(02).
01  FS-CYC    PIC X(02).
01  FS-RPT    PIC X(02).

01 CMD-COUNT     PIC 9(04) VALUE 0.
01 FAIL-SW       PIC X(01) VALUE "N".
   88 COMMAND-FAILED          VALUE "Y".
01 WARN-SW       PIC X(01) VALUE "N".
   88 CYCLE-WARNED            VALUE "Y".
01 ATTN-SW       PIC X(01).
   88 CYCLE-NEEDS-ATTENTION   VALUE "Y".
01 CYC-EOF-SW    PIC X(01).
   88 CYC-EOF                 VALUE "Y".
01 HIT-SW        PIC X(01).
   88 CYCLE-FOUND             VALUE "Y".
01 POINTER-KEY   PIC X(08) VALUE "00000000".
01 K             PIC 9(02).

01 NNCYC-PARM.
    COPY NNCYCAREA.
01 CYCLE-RECORD.
    COPY CYCCTLREC.

*> One step's line is built from its completion flag and CC.
01 STEP-NAME     PIC X(06).
01 STEP-DONE     PIC X(01).
01 STEP-RC       PIC 9(02).

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNCYCLE SCORING CYCLE CONTROL".
01 RPT-TITLE        PIC X(80).
01 RPT-CYCLE-LINE.
    05 FILLER        PIC X(06) VALUE "CYCLE ".
    05 RPT-CY-DATE   PIC X(08).
    05 FILLER        PIC X(06) VALUE "  RUN ".
    05 RPT-CY-RUN    PIC 9(02).
    05 FILLER        PIC X(09) VALUE "  OPENED ".
    05 RPT-CY-TS     PIC X(21).
    05 FILLER        PIC X(28) VALUE SPACES.
01 RPT-RELEASE-LINE.
    05 FILLER        PIC X(22) VALUE "RELEASED FOR RERUN BY ".
    05 RPT-REL-BY    PIC X(08).
    05 FILLER        PIC X(04) VALUE " AT ".
    05 RPT-REL-TS    PIC X(21).
    05 FILLER        PIC X(25) VALUE SPACES.
01 RPT-REFUSED-LINE.
    05 FILLER        PIC X(22) VALUE "*** DUPLICATE REFUSED ".
    05 RPT-REF-TS    PIC X(21).
    05 FILLER        PIC X(07) VALUE " TIMES ".
    05 RPT-REF-COUNT PIC 9(03).
    05 FILLER        PIC X(04) VALUE " ***".
    05 FILLER        PIC X(23) VALUE SPACES.
01 RPT-STEP-LINE.
    05 FILLER        PIC X(05) VALUE "STEP ".
    05 RPT-ST-NAME   PIC X(06).
    05 FILLER        PIC X(02) VALUE SPACES.
    05 RPT-ST-STATE  PIC X(17).
    05 RPT-ST-RC     PIC X(02).
    05 FILLER        PIC X(48) VALUE SPACES.
01 RPT-COUNT-LINE.
    05 RPT-C1-TAG    PIC X(16).
    05 RPT-C1-CNT    PIC 9(07).
    05 FILLER        PIC X(03) VALUE SPACES.
    05 RPT-C2-TAG    PIC X(16).
    05 RPT-C2-CNT    PIC 9(07).
    05 FILLER        PIC X(03) VALUE SPACES.
    05 RPT-C3-TAG    PIC X(16).
    05 RPT-C3-CNT    PIC 9(07).
    05 FILLER        PIC X(05) VALUE SPACES.
01 RPT-BAND-LINE.
    05 FILLER        PIC X(05) VALUE "BAND ".
    05 RPT-BAND-NO   PIC 9(02).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-BAND-CODE PIC X(06).
    05 FILLER        PIC X(08) VALUE " ROUTED ".
    05 RPT-BAND-CNT  PIC 9(07).
    05 FILLER        PIC X(51) VALUE SPACES.
01 RPT-DRIFT-LINE.
    05 FILLER        PIC X(24) VALUE "PSI INPUTS PAST WARNING ".
    05 RPT-DR-WARN   PIC 9(03).
    05 FILLER        PIC X(13) VALUE "  PAST ALERT ".
    05 RPT-DR-ALERT  PIC 9(03).
    05 FILLER        PIC X(21) VALUE "  SCORE MEAN SHIFTED ".
    05 RPT-DR-SHIFT  PIC X(03).
    05 FILLER        PIC X(13) VALUE SPACES.
01 RPT-MODEL-LINE.
    05 FILLER        PIC X(06) VALUE "MODEL ".
    05 RPT-MD-ID     PIC X(14).
    05 FILLER        PIC X(10) VALUE "  SEGMENT ".
    05 RPT-MD-SEG    PIC X(07).
    05 FILLER        PIC X(43) VALUE SPACES.
01 RPT-CHAL-LINE.
    05 FILLER        PIC X(11) VALUE "CHALLENGER ".
    05 RPT-CH-ID     PIC X(14).
    05 FILLER        PIC X(55) VALUE SPACES.
01 RPT-LIST-LINE.
    05 FILLER        PIC X(06) VALUE "CYCLE ".
    05 RPT-LS-DATE   PIC X(08).
    05 FILLER        PIC X(05) VALUE " RUN ".
    05 RPT-LS-RUN    PIC 9(02).
    05 FILLER        PIC X(08) VALUE " OPENED ".
    05 RPT-LS-TS     PIC X(21).
    05 FILLER        PIC X(08) VALUE " SCORED ".
    05 RPT-LS-SCORED PIC X(03).
    05 FILLER        PIC X(05) VALUE " REL ".
    05 RPT-LS-REL    PIC X(03).
    05 FILLER        PIC X(05) VALUE " REF ".
    05 RPT-LS-REF    PIC 9(03).
    05 FILLER        PIC X(03) VALUE SPACES.
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
    OPEN OUTPUT CYCLE-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNCYCLE: CYCLE-REPORT-FILE COULD NOT BE OPENED - "
          "STATUS " FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE RPT-HEADER TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    OPEN INPUT COMMAND-FILE
    IF FS-CMD NOT = "00"
      DISPLAY "NNCYCLE: COMMAND-FILE COULD NOT BE OPENED - STATUS "
          FS-CMD
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ COMMAND-FILE
      AT END
        MOVE "10" TO FS-CMD
    END-READ
    PERFORM UNTIL FS-CMD = "10"
      ADD 1 TO CMD-COUNT
      EVALUATE CM-ACTION
        WHEN "SUMMARY "
          PERFORM SUMMARISE-CYCLE
        WHEN "RELEASE "
          PERFORM RELEASE-CYCLE
        WHEN "LIST    "
          PERFORM LIST-CYCLES
        WHEN OTHER
          DISPLAY "NNCYCLE: UNKNOWN ACTION '" CM-ACTION
              "' ON COMMAND " CMD-COUNT
          MOVE "Y" TO FAIL-SW
      END-EVALUATE
      READ COMMAND-FILE
        AT END
          MOVE "10" TO FS-CMD
      END-READ
    END-PERFORM
    CLOSE COMMAND-FILE

    IF CMD-COUNT = 0
      DISPLAY "NNCYCLE: COMMAND-FILE IS EMPTY - NOTHING TO DO"
    END-IF
    CLOSE CYCLE-REPORT-FILE

    IF COMMAND-FAILED
      DISPLAY "NNCYCLE: ONE OR MORE COMMANDS COULD NOT BE APPLIED, OR "
          "A CYCLE NEEDS ATTENTION - SEE CYCRPT"
      MOVE 8 TO RETURN-CODE
    ELSE
      IF CYCLE-WARNED
        DISPLAY "NNCYCLE: CYCLE SUMMARISED WITH WARNINGS - SEE CYCRPT"
        MOVE 4 TO RETURN-CODE
      ELSE
        MOVE 0 TO RETURN-CODE
      END-IF
    END-IF
    STOP RUN.

*> SUMMARY: the current cycle through NNCYC (stamped once printed),
*> or a named cycle read straight from the file as a reprint.
SUMMARISE-CYCLE.
    MOVE "N" TO HIT-SW
    IF CM-DATE = SPACES
      MOVE "G" TO CC-REQUEST
      CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
      EVALUATE TRUE
        WHEN CC-STATUS-OK
          MOVE "Y" TO HIT-SW
        WHEN CC-STATUS-NO-CYCLE
          MOVE "*** NO CYCLE IS OPEN - EDIT FOUND NO USABLE "
              TO RPT-MESSAGE
          MOVE RPT-MESSAGE TO CYCLE-REPORT-RECORD
          PERFORM WRITE-REPORT-RECORD
          MOVE "    TRANSMISSION DATE - SEE THE EDIT STEP ***"
              TO RPT-MESSAGE
          MOVE RPT-MESSAGE TO CYCLE-REPORT-RECORD
          PERFORM WRITE-REPORT-RECORD
          DISPLAY "NNCYCLE: NO CYCLE IS OPEN"
          MOVE "Y" TO FAIL-SW
        WHEN OTHER
          MOVE "Y" TO FAIL-SW
      END-EVALUATE
    ELSE
      OPEN INPUT CYCLE-CONTROL-FILE
      IF FS-CYC NOT = "00"
        DISPLAY "NNCYCLE: CYCLE-CONTROL-FILE COULD NOT BE OPENED - "
            "STATUS " FS-CYC
        MOVE 16 TO RETURN-CODE
        STOP RUN
      END-IF
      MOVE CM-DATE TO CF-TRANS-DATE
      READ CYCLE-CONTROL-FILE
        INVALID KEY
          DISPLAY "NNCYCLE: NO CYCLE FOR TRANSMISSION DATE " CM-DATE
          MOVE "Y" TO FAIL-SW
        NOT INVALID KEY
          MOVE CYCLE-CONTROL-RECORD TO CYCLE-RECORD
          MOVE "Y" TO HIT-SW
      END-READ
      CLOSE CYCLE-CONTROL-FILE
    END-IF
    IF CYCLE-FOUND
      PERFORM WRITE-CYCLE-SUMMARY
      IF CM-DATE = SPACES
        MOVE FUNCTION CURRENT-DATE TO CY-SUMMARY-TS
        MOVE "P" TO CC-REQUEST
        CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
        IF NOT CC-STATUS-OK
          MOVE "Y" TO FAIL-SW
        END-IF
      END-IF
    END-IF.

*> The sign-off page. Every figure comes from the step that owns
*> it, as that step recorded it - a step with no figures did not
*> complete, and the page says so rather than printing zeros as if
*> they were counts.
WRITE-CYCLE-SUMMARY.
    MOVE "N" TO ATTN-SW
    MOVE "SCORING CYCLE SUMMARY" TO RPT-TITLE
    MOVE RPT-TITLE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE CY-TRANS-DATE TO RPT-CY-DATE
    MOVE CY-RUN-COUNT TO RPT-CY-RUN
    MOVE CY-OPENED-TS TO RPT-CY-TS
    MOVE RPT-CYCLE-LINE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF CY-RELEASED-TS NOT = SPACES
      MOVE CY-RELEASED-BY TO RPT-REL-BY
      MOVE CY-RELEASED-TS TO RPT-REL-TS
      MOVE RPT-RELEASE-LINE TO CYCLE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    *> A refusal after this run opened is tonight's re-send: nothing
    *> was scored for it, and the figures below are the original
    *> run's.
    IF CY-REFUSED-TS NOT = SPACES AND CY-REFUSED-TS > CY-OPENED-TS
      MOVE CY-REFUSED-TS TO RPT-REF-TS
      MOVE CY-REFUSED-COUNT TO RPT-REF-COUNT
      MOVE RPT-REFUSED-LINE TO CYCLE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      MOVE "NOTHING WAS SCORED FOR THE RE-SEND - FIGURES BELOW ARE THE "
          TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO CYCLE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      MOVE "ORIGINAL RUN'S" TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO CYCLE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      MOVE "Y" TO ATTN-SW
    ELSE
      *> Summarised before and not refused since: EDIT never opened
      *> a new cycle tonight, so this page is last cycle's.
      IF CY-SUMMARY-TS NOT = SPACES AND CM-DATE = SPACES
        MOVE "*** ALREADY SUMMARISED - EDIT OPENED NO NEW CYCLE ***"
            TO RPT-MESSAGE
        MOVE RPT-MESSAGE TO CYCLE-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
        MOVE "Y" TO ATTN-SW
      END-IF
    END-IF

    MOVE "EDIT  " TO STEP-NAME
    MOVE CY-EDIT-DONE TO STEP-DONE
    MOVE CY-EDIT-RC TO STEP-RC
    PERFORM WRITE-STEP-LINE
    MOVE "PSI   " TO STEP-NAME
    MOVE CY-PSI-DONE TO STEP-DONE
    MOVE CY-PSI-RC TO STEP-RC
    PERFORM WRITE-STEP-LINE
    MOVE "SCORE " TO STEP-NAME
    MOVE CY-SCORE-DONE TO STEP-DONE
    MOVE CY-SCORE-RC TO STEP-RC
    PERFORM WRITE-STEP-LINE
    MOVE "RSN   " TO STEP-NAME
    MOVE CY-RSN-DONE TO STEP-DONE
    MOVE CY-RSN-RC TO STEP-RC
    PERFORM WRITE-STEP-LINE
    MOVE "OVR   " TO STEP-NAME
    MOVE CY-OVR-DONE TO STEP-DONE
    MOVE CY-OVR-RC TO STEP-RC
    PERFORM WRITE-STEP-LINE
    MOVE "DIST  " TO STEP-NAME
    MOVE CY-DIST-DONE TO STEP-DONE
    MOVE CY-DIST-RC TO STEP-RC
    PERFORM WRITE-STEP-LINE
    MOVE "HIST  " TO STEP-NAME
    MOVE CY-HIST-DONE TO STEP-DONE
    MOVE CY-HIST-RC TO STEP-RC
    PERFORM WRITE-STEP-LINE
    MOVE "RECON " TO STEP-NAME
    MOVE CY-RECON-DONE TO STEP-DONE
    MOVE CY-RECON-RC TO STEP-RC
    PERFORM WRITE-STEP-LINE

    MOVE "RECORDS" TO RPT-TITLE
    MOVE RPT-TITLE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "RECEIVED        " TO RPT-C1-TAG
    MOVE CY-RECEIVED TO RPT-C1-CNT
    MOVE "SCOREIN TRAILER " TO RPT-C2-TAG
    MOVE CY-SCOREIN-COUNT TO RPT-C2-CNT
    MOVE "REJECTED        " TO RPT-C3-TAG
    MOVE CY-REJECTED TO RPT-C3-CNT
    MOVE RPT-COUNT-LINE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "SCORED          " TO RPT-C1-TAG
    MOVE CY-SCORED TO RPT-C1-CNT
    MOVE "SCORE ERRORS    " TO RPT-C2-TAG
    MOVE CY-SCORE-ERRORS TO RPT-C2-CNT
    MOVE "NO SEGMENT      " TO RPT-C3-TAG
    MOVE CY-NOSEG TO RPT-C3-CNT
    MOVE RPT-COUNT-LINE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "EXPLAINED       " TO RPT-C1-TAG
    MOVE CY-EXPLAINED TO RPT-C1-CNT
    MOVE "NO REASON       " TO RPT-C2-TAG
    MOVE CY-NO-REASON TO RPT-C2-CNT
    MOVE "NOTICE MISSING  " TO RPT-C3-TAG
    MOVE CY-NOTICE-MISSING TO RPT-C3-CNT
    MOVE RPT-COUNT-LINE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF CY-REJECTED > 0
      MOVE "Y" TO WARN-SW
    END-IF

    MOVE "ROUTED PER BAND" TO RPT-TITLE
    MOVE RPT-TITLE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > CY-BAND-COUNT OR K > 5
      MOVE K TO RPT-BAND-NO
      MOVE CY-BAND-CODE(K) TO RPT-BAND-CODE
      MOVE CY-BAND-ROUTED(K) TO RPT-BAND-CNT
      MOVE RPT-BAND-LINE TO CYCLE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-PERFORM
    MOVE "NOT ROUTED ERROR" TO RPT-C1-TAG
    MOVE CY-DIST-ERRORS TO RPT-C1-CNT
    MOVE "UNMATCHED       " TO RPT-C2-TAG
    MOVE CY-UNMATCHED TO RPT-C2-CNT
    MOVE "NO SEGMENT      " TO RPT-C3-TAG
    MOVE CY-DIST-NOSEG TO RPT-C3-CNT
    MOVE RPT-COUNT-LINE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    MOVE "DECISION OVERRIDES" TO RPT-TITLE
    MOVE RPT-TITLE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "APPLIED         " TO RPT-C1-TAG
    MOVE CY-OVR-APPLIED TO RPT-C1-CNT
    MOVE "EXPIRED         " TO RPT-C2-TAG
    MOVE CY-OVR-EXPIRED TO RPT-C2-CNT
    MOVE "HELD BACK       " TO RPT-C3-TAG
    MOVE CY-OVR-HELD TO RPT-C3-CNT
    MOVE RPT-COUNT-LINE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    MOVE "SCORE HISTORY" TO RPT-TITLE
    MOVE RPT-TITLE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "ADDED           " TO RPT-C1-TAG
    MOVE CY-HIST-ADDED TO RPT-C1-CNT
    MOVE "REPLACED (RERUN)" TO RPT-C2-TAG
    MOVE CY-HIST-REPLACED TO RPT-C2-CNT
    MOVE "DUPLICATE KEY   " TO RPT-C3-TAG
    MOVE CY-HIST-DUPLICATE TO RPT-C3-CNT
    MOVE RPT-COUNT-LINE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    MOVE "DRIFT" TO RPT-TITLE
    MOVE RPT-TITLE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE CY-PSI-WARN TO RPT-DR-WARN
    MOVE CY-PSI-ALERT TO RPT-DR-ALERT
    IF CY-DRIFT-FOUND
      MOVE "YES" TO RPT-DR-SHIFT
    ELSE
      MOVE "NO " TO RPT-DR-SHIFT
    END-IF
    MOVE RPT-DRIFT-LINE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF CY-PSI-WARN > 0 OR CY-PSI-ALERT > 0 OR CY-DRIFT-FOUND
      MOVE "Y" TO WARN-SW
    END-IF

    MOVE "SCORED WITH" TO RPT-TITLE
    MOVE RPT-TITLE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > CY-MODEL-COUNT OR K > 11
      IF CY-MODEL-ID(K) NOT = SPACES
        MOVE CY-MODEL-ID(K) TO RPT-MD-ID
        IF CY-MODEL-SEG(K) = SPACES
          MOVE "DEFAULT" TO RPT-MD-SEG
        ELSE
          MOVE CY-MODEL-SEG(K) TO RPT-MD-SEG
        END-IF
        MOVE RPT-MODEL-LINE TO CYCLE-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
      END-IF
    END-PERFORM
    IF CY-CHALLENGER-ID NOT = SPACES
      MOVE CY-CHALLENGER-ID TO RPT-CH-ID
      MOVE RPT-CHAL-LINE TO CYCLE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF

    IF CYCLE-NEEDS-ATTENTION
      MOVE "*** CYCLE NEEDS ATTENTION - SEE THE STEPS ABOVE ***"
          TO RPT-MESSAGE
      MOVE "Y" TO FAIL-SW
    ELSE
      MOVE "CYCLE COMPLETE - READY FOR SIGN-OFF" TO RPT-MESSAGE
    END-IF
    MOVE RPT-MESSAGE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-STEP-LINE.
    MOVE STEP-NAME TO RPT-ST-NAME
    IF STEP-DONE = "Y"
      MOVE "COMPLETED      CC" TO RPT-ST-STATE
      MOVE STEP-RC TO RPT-ST-RC
      IF STEP-RC > 4
        MOVE "Y" TO ATTN-SW
      ELSE
        IF STEP-RC > 0
          MOVE "Y" TO WARN-SW
        END-IF
      END-IF
    ELSE
      MOVE "DID NOT COMPLETE" TO RPT-ST-STATE
      MOVE SPACES TO RPT-ST-RC
      MOVE "Y" TO ATTN-SW
    END-IF
    MOVE RPT-STEP-LINE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

*> RELEASE: NNCYC checks the cycle exists and finished scoring.
RELEASE-CYCLE.
    IF CM-DATE = SPACES OR CM-USER = SPACES
      DISPLAY "NNCYCLE: RELEASE NEEDS A TRANSMISSION DATE AND THE "
          "RELEASING USER"
      MOVE "Y" TO FAIL-SW
    ELSE
      MOVE "R" TO CC-REQUEST
      MOVE CM-DATE TO CC-TRANS-DATE
      MOVE CM-USER TO CC-USER
      CALL "NNCYC" USING NNCYC-PARM CYCLE-RECORD
      IF CC-STATUS-OK
        DISPLAY "NNCYCLE: CYCLE " CM-DATE " RELEASED FOR ONE RERUN BY "
            CM-USER
        MOVE "CYCLE RELEASED FOR ONE RERUN" TO RPT-TITLE
        MOVE RPT-TITLE TO CYCLE-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
        MOVE CY-TRANS-DATE TO RPT-CY-DATE
        MOVE CY-RUN-COUNT TO RPT-CY-RUN
        MOVE CY-OPENED-TS TO RPT-CY-TS
        MOVE RPT-CYCLE-LINE TO CYCLE-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
        MOVE CY-RELEASED-BY TO RPT-REL-BY
        MOVE CY-RELEASED-TS TO RPT-REL-TS
        MOVE RPT-RELEASE-LINE TO CYCLE-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
      ELSE
        MOVE "Y" TO FAIL-SW
      END-IF
    END-IF.

*> LIST: every cycle in date order, skipping the pointer record.
LIST-CYCLES.
    OPEN INPUT CYCLE-CONTROL-FILE
    IF FS-CYC NOT = "00"
      DISPLAY "NNCYCLE: CYCLE-CONTROL-FILE COULD NOT BE OPENED - "
          "STATUS " FS-CYC
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE "CYCLES ON FILE" TO RPT-TITLE
    MOVE RPT-TITLE TO CYCLE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE "N" TO CYC-EOF-SW
    PERFORM UNTIL CYC-EOF
      READ CYCLE-CONTROL-FILE NEXT RECORD
        AT END
          MOVE "Y" TO CYC-EOF-SW
      END-READ
      IF NOT CYC-EOF AND CF-TRANS-DATE NOT = POINTER-KEY
        MOVE CF-TRANS-DATE TO RPT-LS-DATE
        MOVE CF-RUN-COUNT TO RPT-LS-RUN
        MOVE CF-OPENED-TS TO RPT-LS-TS
        IF CF-SCORE-COMPLETE
          MOVE "YES" TO RPT-LS-SCORED
        ELSE
          MOVE "NO " TO RPT-LS-SCORED
        END-IF
        IF CF-RELEASED
          MOVE "YES" TO RPT-LS-REL
        ELSE
          MOVE "NO " TO RPT-LS-REL
        END-IF
        MOVE CF-REFUSED-COUNT TO RPT-LS-REF
        MOVE RPT-LIST-LINE TO CYCLE-REPORT-RECORD
        PERFORM WRITE-REPORT-RECORD
      END-IF
    END-PERFORM
    CLOSE CYCLE-CONTROL-FILE.

WRITE-REPORT-RECORD.
    WRITE CYCLE-REPORT-RECORD
    IF FS-RPT NOT = "00"
      DISPLAY "NNCYCLE: CYCLE-REPORT-FILE WRITE FAILED - STATUS "
          FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.
