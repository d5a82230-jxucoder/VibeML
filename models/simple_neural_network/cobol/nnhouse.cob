01 ARCHIVE-TBL.
    05 AT-ENTRY OCCURS 200 TIMES.
       10 AT-KEY             PIC X(14).
       10 AT-RECORD          PIC X(3260).
01 M             PIC 9(03).
01 REG-KEPT      PIC 9(03) VALUE 0.
01 REG-ARCHIVED  PIC 9(03) VALUE 0.
*> and shortening the retention period genuinely gets under it.
01 RUNLOG-TBL.
    05 LT-ENTRY OCCURS 1000 TIMES.
       10 LT-RECORD          PIC X(82).
01 ARC-SW        PIC X(01) VALUE "N".
   88 ARCHIVE-OPEN            VALUE "Y".
01 WARN-SW       PIC X(01) VALUE "N".
