*> VibeML - decision override master maintenance.
*> An underwriter's override of the model's decision on an account
*> is an entry on the override master (OVRMAST, a VSAM KSDS keyed by
*> business record key), which the NNPIPE OVR step (NNOVR) applies
*> to every cycle's SCOREOUT before DIST routes it. This program
*> applies the commands in OVRCMD, in the NNMODEL/NNDEC command
*> style:
*>   REQUEST <key> <decision> <reason> <user> <expiry> - record an
*>              override of the key's decision. The decision must be
*>              a DECPARM band code, the reason code and requesting
*>              user must be given, and the expiry date (CCYYMMDD)
*>              must not be past. A key already on the master is
*>              requested afresh: the old entry is replaced and the
*>              new one needs its own approval.
*>   APPROVE  <key> <user> - approve a requested override. The
*>              approver must not be the user who requested it - no
*>              one overrides the model on their own say-so - and
*>              an expired request cannot be approved.
*>   CANCEL   <key> <user> - remove an override, approved or not.
*>   LIST     - one line per override on the master, with its state
*>              as of today (ACTIVE, AWAITING approval or EXPIRED)
*>              and the last cycle it changed a decision in.
*> RETURN-CODE 0 = all commands applied, 8 = at least one command
*> could not be applied (see messages), 16 = the run itself could
*> not proceed.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNOVRM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMMAND-FILE ASSIGN TO "OVRCMD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-CMD.
    SELECT DECPARM-FILE ASSIGN TO "DECPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-DEC.
    SELECT OVERRIDE-MASTER-FILE ASSIGN TO "OVRMAST"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS OV-REC-KEY
        FILE STATUS IS FS-OVR.
    SELECT OVRM-REPORT-FILE ASSIGN TO "OVRMRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.

DATA DIVISION.
FILE SECTION.
FD  COMMAND-FILE.
01  COMMAND-RECORD.
    05 OC-ACTION             PIC X(08).
    05 OC-REC-KEY            PIC X(10).
    05 OC-DECISION           PIC X(06).
    05 OC-REASON             PIC X(04).
    05 OC-USER               PIC X(08).
    05 OC-EXPIRY-DATE        PIC X(08).

*> APPROVE and CANCEL carry the user straight after the key.
01  SHORT-COMMAND-RECORD.
    05 FILLER                PIC X(18).
    05 OC-SHORT-USER         PIC X(08).
    05 FILLER                PIC X(18).

FD  DECPARM-FILE.
01  DECPARM-RECORD.
    05 DP-BAND-COUNT         PIC 9(02).
    05 DP-BAND OCCURS 5 TIMES.
       10 DP-BAND-CODE       PIC X(06).
       10 DP-BAND-FLOOR      PIC 9V9(6).

FD  OVERRIDE-MASTER-FILE.
01  OVERRIDE-MASTER-RECORD.
    COPY OVRMASTREC.

FD  OVRM-REPORT-FILE.
01  OVRM-REPORT-RECORD       PIC X(80).

WORKING-STORAGE SECTION.
01  FS-CMD    PIC X(02).
01  FS-DEC    PIC X(02).
01  FS-OVR    PIC X(02).
01  FS-RPT    PIC X(02).

01 CMD-COUNT     PIC 9(04) VALUE 0.
01 CURRENT-TS    PIC X(21).
01 TODAY         PIC X(08).
01 FAIL-SW       PIC X(01) VALUE "N".
   88 COMMAND-FAILED          VALUE "Y".
01 OVR-EOF-SW    PIC X(01).
   88 OVR-EOF                 VALUE "Y".
01 BAND-COUNT    PIC 9(02).
01 K             PIC 9(02).
01 PICKED        PIC 9(02).
01 LIST-COUNT    PIC 9(07).
01 BAND-TBL.
    05 BT-CODE OCCURS 5 TIMES PIC X(06).

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNOVRM DECISION OVERRIDE MAINTENANCE".
01 RPT-TITLE        PIC X(80).
01 RPT-ENTRY-LINE.
    05 RPT-EN-KEY    PIC X(10).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-EN-DECISION PIC X(06).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-EN-REASON PIC X(04).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-EN-REQ-BY PIC X(08).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-EN-APP-BY PIC X(08).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-EN-EXPIRY PIC X(08).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-EN-STATE  PIC X(08).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-EN-LAST   PIC X(08).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-EN-COUNT  PIC 9(05).
    05 FILLER        PIC X(07) VALUE SPACES.
01 RPT-ENTRY-HEAD.
    05 FILLER        PIC X(41) VALUE
       "KEY        FORCED REAS REQUESTD APPROVED ".
    05 FILLER        PIC X(39) VALUE
       "EXPIRES  STATE    LAST APP CYCLES".
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-TS
    MOVE CURRENT-TS(1:8) TO TODAY

    *> A forced decision has to be a band NNDIST can route to.
    OPEN INPUT DECPARM-FILE
    IF FS-DEC NOT = "00"
      DISPLAY "NNOVRM: DECPARM-FILE COULD NOT BE OPENED - STATUS "
          FS-DEC
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ DECPARM-FILE
      AT END
        DISPLAY "NNOVRM: DECPARM-FILE IS EMPTY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE DP-BAND-COUNT TO BAND-COUNT
    IF BAND-COUNT = 0 OR BAND-COUNT > 5
      DISPLAY "NNOVRM: BAND COUNT " BAND-COUNT
          " IS OUTSIDE THE SUPPORTED RANGE 1-5"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
      MOVE DP-BAND-CODE(K) TO BT-CODE(K)
    END-PERFORM
    CLOSE DECPARM-FILE

    OPEN I-O OVERRIDE-MASTER-FILE
    IF FS-OVR NOT = "00"
      DISPLAY "NNOVRM: OVERRIDE-MASTER-FILE COULD NOT BE OPENED - "
          "STATUS " FS-OVR
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    OPEN OUTPUT OVRM-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNOVRM: OVRM-REPORT-FILE COULD NOT BE OPENED - STATUS "
          FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE RPT-HEADER TO OVRM-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    OPEN INPUT COMMAND-FILE
    IF FS-CMD NOT = "00"
      DISPLAY "NNOVRM: COMMAND-FILE COULD NOT BE OPENED - STATUS "
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
      EVALUATE OC-ACTION
        WHEN "REQUEST "
          PERFORM REQUEST-OVERRIDE
        WHEN "APPROVE "
          PERFORM APPROVE-OVERRIDE
        WHEN "CANCEL  "
          PERFORM CANCEL-OVERRIDE
        WHEN "LIST    "
          PERFORM LIST-OVERRIDES
        WHEN OTHER
          DISPLAY "NNOVRM: UNKNOWN ACTION '" OC-ACTION
              "' ON COMMAND " CMD-COUNT
          MOVE "Y" TO FAIL-SW
      END-EVALUATE
      READ COMMAND-FILE
        AT END
          MOVE "10" TO FS-CMD
      END-READ
    END-PERFORM
    CLOSE COMMAND-FILE
    CLOSE OVERRIDE-MASTER-FILE

    IF CMD-COUNT = 0
      DISPLAY "NNOVRM: COMMAND-FILE IS EMPTY - NOTHING TO DO"
    END-IF
    CLOSE OVRM-REPORT-FILE

    IF COMMAND-FAILED
      DISPLAY "NNOVRM: ONE OR MORE COMMANDS COULD NOT BE APPLIED - SEE "
          "MESSAGES ABOVE"
      MOVE 8 TO RETURN-CODE
    ELSE
      MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

*> REQUEST: every field is checked before anything is written, and
*> a fresh request always starts unapproved.
REQUEST-OVERRIDE.
    MOVE 0 TO PICKED
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > BAND-COUNT
      IF OC-DECISION = BT-CODE(K)
        MOVE K TO PICKED
      END-IF
    END-PERFORM
    EVALUATE TRUE
      WHEN OC-REC-KEY = SPACES
        DISPLAY "NNOVRM: REQUEST ON COMMAND " CMD-COUNT
            " HAS NO RECORD KEY"
        MOVE "Y" TO FAIL-SW
      WHEN PICKED = 0
        DISPLAY "NNOVRM: REQUEST FOR " OC-REC-KEY " - DECISION '"
            OC-DECISION "' IS NOT A DECPARM BAND"
        MOVE "Y" TO FAIL-SW
      WHEN OC-REASON = SPACES OR OC-USER = SPACES
        DISPLAY "NNOVRM: REQUEST FOR " OC-REC-KEY
            " NEEDS A REASON CODE AND THE REQUESTING USER"
        MOVE "Y" TO FAIL-SW
      WHEN OC-EXPIRY-DATE NOT NUMERIC
        DISPLAY "NNOVRM: REQUEST FOR " OC-REC-KEY " - EXPIRY DATE '"
            OC-EXPIRY-DATE "' IS NOT CCYYMMDD"
        MOVE "Y" TO FAIL-SW
      WHEN FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(OC-EXPIRY-DATE))
          NOT = 0
        DISPLAY "NNOVRM: REQUEST FOR " OC-REC-KEY " - EXPIRY DATE "
            OC-EXPIRY-DATE " IS NOT A CALENDAR DATE"
        MOVE "Y" TO FAIL-SW
      WHEN OC-EXPIRY-DATE < TODAY
        DISPLAY "NNOVRM: REQUEST FOR " OC-REC-KEY " - EXPIRY DATE "
            OC-EXPIRY-DATE " IS ALREADY PAST"
        MOVE "Y" TO FAIL-SW
      WHEN OTHER
        MOVE OC-REC-KEY TO OV-REC-KEY
        READ OVERRIDE-MASTER-FILE
          INVALID KEY
            MOVE "23" TO FS-OVR
        END-READ
        MOVE SPACES TO OVERRIDE-MASTER-RECORD
        MOVE OC-REC-KEY TO OV-REC-KEY
        MOVE OC-DECISION TO OV-DECISION
        MOVE OC-REASON TO OV-REASON
        MOVE OC-USER TO OV-REQUESTED-BY
        MOVE CURRENT-TS TO OV-REQUESTED-TS
        MOVE OC-EXPIRY-DATE TO OV-EXPIRY-DATE
        MOVE 0 TO OV-APPLIED-COUNT
        IF FS-OVR = "23"
          WRITE OVERRIDE-MASTER-RECORD
        ELSE
          REWRITE OVERRIDE-MASTER-RECORD
        END-IF
        IF FS-OVR NOT = "00"
          DISPLAY "NNOVRM: OVERRIDE FOR " OC-REC-KEY
              " COULD NOT BE WRITTEN - STATUS " FS-OVR
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        DISPLAY "NNOVRM: OVERRIDE FOR " OC-REC-KEY " TO " OC-DECISION
            " REQUESTED BY " OC-USER " - AWAITING APPROVAL"
        MOVE "OVERRIDE REQUESTED" TO RPT-TITLE
        PERFORM WRITE-ENTRY
    END-EVALUATE.

*> APPROVE: four eyes - the approver is never the requester.
APPROVE-OVERRIDE.
    IF OC-REC-KEY = SPACES OR OC-SHORT-USER = SPACES
      DISPLAY "NNOVRM: APPROVE NEEDS A RECORD KEY AND THE APPROVING "
          "USER"
      MOVE "Y" TO FAIL-SW
    ELSE
      MOVE OC-REC-KEY TO OV-REC-KEY
      READ OVERRIDE-MASTER-FILE
        INVALID KEY
          MOVE "23" TO FS-OVR
      END-READ
      EVALUATE TRUE
        WHEN FS-OVR NOT = "00"
          DISPLAY "NNOVRM: NO OVERRIDE FOR KEY " OC-REC-KEY
          MOVE "Y" TO FAIL-SW
        WHEN OV-APPROVED-BY NOT = SPACES
          DISPLAY "NNOVRM: OVERRIDE FOR " OC-REC-KEY
              " WAS ALREADY APPROVED BY " OV-APPROVED-BY
          MOVE "Y" TO FAIL-SW
        WHEN OC-SHORT-USER = OV-REQUESTED-BY
          DISPLAY "NNOVRM: OVERRIDE FOR " OC-REC-KEY
              " CANNOT BE APPROVED BY " OC-SHORT-USER
              " WHO REQUESTED IT"
          MOVE "Y" TO FAIL-SW
        WHEN OV-EXPIRY-DATE < TODAY
          DISPLAY "NNOVRM: OVERRIDE FOR " OC-REC-KEY " EXPIRED ON "
              OV-EXPIRY-DATE " - REQUEST IT AGAIN"
          MOVE "Y" TO FAIL-SW
        WHEN OTHER
          MOVE OC-SHORT-USER TO OV-APPROVED-BY
          MOVE CURRENT-TS TO OV-APPROVED-TS
          REWRITE OVERRIDE-MASTER-RECORD
            INVALID KEY
              DISPLAY "NNOVRM: OVERRIDE FOR " OC-REC-KEY
                  " COULD NOT BE UPDATED - STATUS " FS-OVR
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-REWRITE
          DISPLAY "NNOVRM: OVERRIDE FOR " OC-REC-KEY " APPROVED BY "
              OC-SHORT-USER
          MOVE "OVERRIDE APPROVED" TO RPT-TITLE
          PERFORM WRITE-ENTRY
      END-EVALUATE
    END-IF.

*> CANCEL: the entry is printed as it stood, then removed.
CANCEL-OVERRIDE.
    IF OC-REC-KEY = SPACES OR OC-SHORT-USER = SPACES
      DISPLAY "NNOVRM: CANCEL NEEDS A RECORD KEY AND THE CANCELLING "
          "USER"
      MOVE "Y" TO FAIL-SW
    ELSE
      MOVE OC-REC-KEY TO OV-REC-KEY
      READ OVERRIDE-MASTER-FILE
        INVALID KEY
          DISPLAY "NNOVRM: NO OVERRIDE FOR KEY " OC-REC-KEY
          MOVE "Y" TO FAIL-SW
        NOT INVALID KEY
          MOVE "OVERRIDE CANCELLED" TO RPT-TITLE
          PERFORM WRITE-ENTRY
          DELETE OVERRIDE-MASTER-FILE
            INVALID KEY
              DISPLAY "NNOVRM: OVERRIDE FOR " OC-REC-KEY
                  " COULD NOT BE DELETED - STATUS " FS-OVR
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-DELETE
          DISPLAY "NNOVRM: OVERRIDE FOR " OC-REC-KEY " CANCELLED BY "
              OC-SHORT-USER
      END-READ
    END-IF.

*> LIST: every override in key order.
LIST-OVERRIDES.
    MOVE "OVERRIDES ON FILE" TO RPT-TITLE
    MOVE RPT-TITLE TO OVRM-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE RPT-ENTRY-HEAD TO OVRM-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE 0 TO LIST-COUNT
    MOVE LOW-VALUES TO OV-REC-KEY
    START OVERRIDE-MASTER-FILE KEY IS NOT < OV-REC-KEY
      INVALID KEY
        MOVE "Y" TO OVR-EOF-SW
      NOT INVALID KEY
        MOVE "N" TO OVR-EOF-SW
    END-START
    PERFORM UNTIL OVR-EOF
      READ OVERRIDE-MASTER-FILE NEXT RECORD
        AT END
          MOVE "Y" TO OVR-EOF-SW
      END-READ
      IF NOT OVR-EOF
        ADD 1 TO LIST-COUNT
        PERFORM WRITE-ENTRY-LINE
      END-IF
    END-PERFORM
    IF LIST-COUNT = 0
      MOVE "NO OVERRIDES ON FILE" TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO OVRM-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF.

*> A command's title, the column heads and the entry it acted on.
WRITE-ENTRY.
    MOVE RPT-TITLE TO OVRM-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE RPT-ENTRY-HEAD TO OVRM-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    PERFORM WRITE-ENTRY-LINE.

*> One override and its state as of today.
WRITE-ENTRY-LINE.
    MOVE OV-REC-KEY TO RPT-EN-KEY
    MOVE OV-DECISION TO RPT-EN-DECISION
    MOVE OV-REASON TO RPT-EN-REASON
    MOVE OV-REQUESTED-BY TO RPT-EN-REQ-BY
    MOVE OV-APPROVED-BY TO RPT-EN-APP-BY
    MOVE OV-EXPIRY-DATE TO RPT-EN-EXPIRY
    EVALUATE TRUE
      WHEN OV-EXPIRY-DATE < TODAY
        MOVE "EXPIRED" TO RPT-EN-STATE
      WHEN OV-APPROVED-BY = SPACES
        MOVE "AWAITING" TO RPT-EN-STATE
      WHEN OTHER
        MOVE "ACTIVE" TO RPT-EN-STATE
    END-EVALUATE
    MOVE OV-LAST-APPLIED TO RPT-EN-LAST
    MOVE OV-APPLIED-COUNT TO RPT-EN-COUNT
    MOVE RPT-ENTRY-LINE TO OVRM-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD.

WRITE-REPORT-RECORD.
    WRITE OVRM-REPORT-RECORD
    IF FS-RPT NOT = "00"
      DISPLAY "NNOVRM: OVRM-REPORT-FILE WRITE FAILED - STATUS " FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.
