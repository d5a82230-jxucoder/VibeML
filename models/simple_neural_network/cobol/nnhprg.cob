*> VibeML - score history retention purge.
*> The score history (SCRHIST) gains a record for every scored
*> record of every cycle and would grow forever. This program is
*> its housekeeping, done the way NNHOUSE does the run log: history
*> records whose scoring date is older than the HSTPARM retention
*> period move to the flat archive HSTARCH, and the live file keeps
*> only the inquiry window. The retention is the history's own -
*> the auditors' question is "over the past year", so it is set
*> apart from the registry and run-log retention in HSKPARM.
*> A record is secured on the archive before it is deleted from the
*> live file, so a failure part way loses nothing; the records that
*> stay are never written at all. The manifest cannot list every
*> record - a cycle moves tens of thousands - so it lists each
*> scoring date that moved with its record count, which is what an
*> auditor needs to find a decision again on the archive.
*> RETURN-CODE 0 = purge complete (even if nothing had aged out),
*> 4 = purge complete but more scoring dates moved than the
*> manifest holds - the totals are right, the date lines are not
*> complete, 16 = the purge could not run.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNHPRG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HSTPARM-FILE ASSIGN TO "HSTPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-PARM.
    SELECT SCORE-HISTORY-FILE ASSIGN TO "SCRHIST"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS SH-KEY
        FILE STATUS IS FS-HST.
    SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "HSTARCH"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-HARC.
    SELECT PURGE-REPORT-FILE ASSIGN TO "HPRGRPT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS FS-RPT.

DATA DIVISION.
FILE SECTION.
FD  HSTPARM-FILE.
01  HSTPARM-RECORD.
    05 HP-RETAIN-DAYS        PIC 9(05).

FD  SCORE-HISTORY-FILE.
01  SCORE-HISTORY-RECORD.
    COPY SCRHISTREC.

FD  HISTORY-ARCHIVE-FILE.
01  HISTORY-ARCHIVE-RECORD.
    COPY SCRHISTREC REPLACING LEADING ==SH== BY ==HA==.

FD  PURGE-REPORT-FILE.
01  PURGE-REPORT-RECORD      PIC X(80).

WORKING-STORAGE SECTION.
01  FS-PARM   PIC X(02).
01  FS-HST    PIC X(02).
01  FS-HARC   PIC X(02).
01  FS-RPT    PIC X(02).

01 RETAIN-DAYS   PIC 9(05).
01 CURRENT-TS    PIC X(21).
01 CUTOFF-DATE   PIC 9(08).
01 CUTOFF-INT    PIC 9(08).

01 ARC-SW        PIC X(01) VALUE "N".
   88 ARCHIVE-OPEN            VALUE "Y".
01 HST-EOF-SW    PIC X(01) VALUE "N".
   88 HISTORY-EOF             VALUE "Y".
01 HST-KEPT      PIC 9(09) VALUE 0.
01 HST-ARCHIVED  PIC 9(09) VALUE 0.

*> The scoring dates that moved, kept in date order for the
*> manifest. The file is in business-key order, so every key brings
*> the same dates round again - each is found or slotted in.
01 DATE-TBL.
    05 DT-ENTRY OCCURS 400 TIMES.
       10 DT-DATE            PIC X(08).
       10 DT-COUNT           PIC 9(09).
01 DATE-COUNT    PIC 9(03) VALUE 0.
01 D             PIC 9(03).
01 E             PIC 9(03).
01 DATE-SLOT     PIC 9(03).
01 OVERFLOW-SW   PIC X(01) VALUE "N".
   88 MANIFEST-OVERFLOWED     VALUE "Y".

01 RPT-HEADER.
    05 FILLER  PIC X(80) VALUE
       "NNHPRG SCORE HISTORY ARCHIVE MANIFEST".
01 RPT-CUTOFF.
    05 FILLER        PIC X(10) VALUE "RETENTION ".
    05 RPT-DAYS      PIC 9(05).
    05 FILLER        PIC X(19) VALUE " DAYS, CUTOFF DATE ".
    05 RPT-CUT-DATE  PIC 9(08).
    05 FILLER        PIC X(38) VALUE SPACES.
01 RPT-DATE-LINE.
    05 FILLER        PIC X(11) VALUE "SCORE DATE ".
    05 RPT-DT-DATE   PIC X(08).
    05 FILLER        PIC X(01) VALUE SPACE.
    05 RPT-DT-COUNT  PIC 9(09).
    05 FILLER        PIC X(18) VALUE " RECORDS ARCHIVED".
    05 FILLER        PIC X(33) VALUE SPACES.
01 RPT-TOTALS.
    05 FILLER        PIC X(13) VALUE "HISTORY KEPT ".
    05 RPT-TOT-KEPT  PIC 9(09).
    05 FILLER        PIC X(10) VALUE " ARCHIVED ".
    05 RPT-TOT-ARC   PIC 9(09).
    05 FILLER        PIC X(39) VALUE SPACES.
01 RPT-MESSAGE      PIC X(80).

PROCEDURE DIVISION.
    *> As with NNHOUSE, a zero retention would archive everything
    *> before today and is far more likely a mispunched parameter
    *> than an intention.
    OPEN INPUT HSTPARM-FILE
    IF FS-PARM NOT = "00"
      DISPLAY "NNHPRG: HSTPARM-FILE COULD NOT BE OPENED - STATUS "
          FS-PARM
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    READ HSTPARM-FILE
      AT END
        DISPLAY "NNHPRG: HSTPARM-FILE IS EMPTY - ABORTING"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-READ
    MOVE HP-RETAIN-DAYS TO RETAIN-DAYS
    CLOSE HSTPARM-FILE
    IF RETAIN-DAYS = 0
      DISPLAY "NNHPRG: RETENTION OF ZERO DAYS WOULD ARCHIVE "
          "EVERYTHING BEFORE TODAY - ABORTING"
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF

    *> Cutoff date: a record scored strictly before this date has
    *> aged out of the retention window.
    MOVE FUNCTION CURRENT-DATE TO CURRENT-TS
    COMPUTE CUTOFF-INT =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CURRENT-TS(1:8)))
        - RETAIN-DAYS
    COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(CUTOFF-INT)

    OPEN OUTPUT PURGE-REPORT-FILE
    IF FS-RPT NOT = "00"
      DISPLAY "NNHPRG: PURGE-REPORT-FILE COULD NOT BE OPENED - "
          "STATUS " FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE RPT-HEADER TO PURGE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    MOVE RETAIN-DAYS TO RPT-DAYS
    MOVE CUTOFF-DATE TO RPT-CUT-DATE
    MOVE RPT-CUTOFF TO PURGE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD

    PERFORM ARCHIVE-HISTORY

    PERFORM VARYING D FROM 1 BY 1 UNTIL D > DATE-COUNT
      MOVE DT-DATE(D) TO RPT-DT-DATE
      MOVE DT-COUNT(D) TO RPT-DT-COUNT
      MOVE RPT-DATE-LINE TO PURGE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-PERFORM
    IF MANIFEST-OVERFLOWED
      MOVE "*** MORE THAN 400 SCORE DATES MOVED - DATE LINES ARE NOT "
          TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO PURGE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
      MOVE "    COMPLETE, THE TOTALS BELOW ARE ***" TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO PURGE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    MOVE HST-KEPT TO RPT-TOT-KEPT
    MOVE HST-ARCHIVED TO RPT-TOT-ARC
    MOVE RPT-TOTALS TO PURGE-REPORT-RECORD
    PERFORM WRITE-REPORT-RECORD
    IF HST-ARCHIVED = 0
      MOVE "NOTHING OLDER THAN THE RETENTION PERIOD - NO MOVES"
          TO RPT-MESSAGE
      MOVE RPT-MESSAGE TO PURGE-REPORT-RECORD
      PERFORM WRITE-REPORT-RECORD
    END-IF
    CLOSE PURGE-REPORT-FILE

    DISPLAY "NNHPRG: HISTORY KEPT " HST-KEPT " ARCHIVED "
        HST-ARCHIVED " FROM " DATE-COUNT " SCORE DATE(S)"
    IF MANIFEST-OVERFLOWED
      MOVE 4 TO RETURN-CODE
    ELSE
      MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

*> The history is browsed front to back. An aged-out record is
*> written to the archive and then deleted by key; the browse
*> carries on from the record after it. A record that stays is
*> never written.
ARCHIVE-HISTORY.
    OPEN I-O SCORE-HISTORY-FILE
    IF FS-HST NOT = "00"
      DISPLAY "NNHPRG: SCORE-HISTORY-FILE COULD NOT BE OPENED - "
          "STATUS " FS-HST
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    MOVE LOW-VALUES TO SH-KEY
    START SCORE-HISTORY-FILE KEY IS NOT < SH-KEY
      INVALID KEY
        MOVE "Y" TO HST-EOF-SW
    END-START
    PERFORM UNTIL HISTORY-EOF
      READ SCORE-HISTORY-FILE NEXT RECORD
        AT END
          MOVE "Y" TO HST-EOF-SW
      END-READ
      IF NOT HISTORY-EOF
        IF FS-HST NOT = "00"
          DISPLAY "NNHPRG: SCORE-HISTORY-FILE READ FAILED - STATUS "
              FS-HST
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
        IF SH-SCORE-DATE NUMERIC
          AND FUNCTION NUMVAL(SH-SCORE-DATE) < CUTOFF-DATE
          PERFORM ARCHIVE-ONE-HISTORY-RECORD
        ELSE
          ADD 1 TO HST-KEPT
        END-IF
      END-IF
    END-PERFORM
    CLOSE SCORE-HISTORY-FILE
    IF ARCHIVE-OPEN
      CLOSE HISTORY-ARCHIVE-FILE
    END-IF.

*> The archive is opened on the first record that needs it - a run
*> that archives nothing never touches the file - and extended, so
*> earlier purges stay on it.
ARCHIVE-ONE-HISTORY-RECORD.
    IF NOT ARCHIVE-OPEN
      OPEN EXTEND HISTORY-ARCHIVE-FILE
      IF FS-HARC NOT = "00"
        CLOSE HISTORY-ARCHIVE-FILE
        OPEN OUTPUT HISTORY-ARCHIVE-FILE
        IF FS-HARC NOT = "00"
          DISPLAY "NNHPRG: HISTORY-ARCHIVE-FILE COULD NOT BE OPENED - "
              "STATUS " FS-HARC
          MOVE 16 TO RETURN-CODE
          STOP RUN
        END-IF
      END-IF
      MOVE "Y" TO ARC-SW
    END-IF
    MOVE SCORE-HISTORY-RECORD TO HISTORY-ARCHIVE-RECORD
    WRITE HISTORY-ARCHIVE-RECORD
    IF FS-HARC NOT = "00"
      DISPLAY "NNHPRG: HISTORY-ARCHIVE-FILE WRITE FAILED - STATUS "
          FS-HARC
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF
    DELETE SCORE-HISTORY-FILE RECORD
      INVALID KEY
        DISPLAY "NNHPRG: HISTORY " SH-REC-KEY " " SH-SCORE-DATE
            " COULD NOT BE DELETED - STATUS " FS-HST
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-DELETE
    ADD 1 TO HST-ARCHIVED
    PERFORM COUNT-ARCHIVED-DATE.

*> Find the record's scoring date in the manifest table, or slot it
*> in at its place in date order.
COUNT-ARCHIVED-DATE.
    MOVE 0 TO DATE-SLOT
    PERFORM VARYING D FROM 1 BY 1
        UNTIL D > DATE-COUNT OR DATE-SLOT > 0
      IF DT-DATE(D) NOT < HA-SCORE-DATE
        MOVE D TO DATE-SLOT
      END-IF
    END-PERFORM
    IF DATE-SLOT > 0
      IF DT-DATE(DATE-SLOT) = HA-SCORE-DATE
        ADD 1 TO DT-COUNT(DATE-SLOT)
      ELSE
        PERFORM INSERT-ARCHIVED-DATE
      END-IF
    ELSE
      MOVE DATE-COUNT TO DATE-SLOT
      ADD 1 TO DATE-SLOT
      PERFORM INSERT-ARCHIVED-DATE
    END-IF.

INSERT-ARCHIVED-DATE.
    IF DATE-COUNT >= 400
      MOVE "Y" TO OVERFLOW-SW
    ELSE
      PERFORM VARYING E FROM DATE-COUNT BY -1 UNTIL E < DATE-SLOT
        MOVE DT-ENTRY(E) TO DT-ENTRY(E + 1)
      END-PERFORM
      ADD 1 TO DATE-COUNT
      MOVE HA-SCORE-DATE TO DT-DATE(DATE-SLOT)
      MOVE 1 TO DT-COUNT(DATE-SLOT)
    END-IF.

WRITE-REPORT-RECORD.
    WRITE PURGE-REPORT-RECORD
    IF FS-RPT NOT = "00"
      DISPLAY "NNHPRG: PURGE-REPORT-FILE WRITE FAILED - STATUS "
          FS-RPT
      MOVE 16 TO RETURN-CODE
      STOP RUN
    END-IF.
