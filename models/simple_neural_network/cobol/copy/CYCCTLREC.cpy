*> CYCCTLREC - one scoring cycle on the cycle control file (CYCCTL).
*> Included by NNCYC, which keeps the file, by every NNPIPE step
*> that records its outcome through it (NNEDIT, NNPSI, NNSCORE,
*> NNRSN, NNOVR, NNDIST, NNHIST, NNSCRPT) and by NNCYCLE, which
*> releases cycles and prints the cycle summary page.
*> CY-TRANS-DATE is the SCOREIN header transmission date and the
*> record key - the date upstream extracted RAWSCORE, which NNPREP
*> copies from the PREPPARM apply record, not the date the pipeline
*> ran. The record keyed "00000000" is not a cycle: its
*> CY-CURRENT-DATE names the cycle the pipeline is working on, so
*> the steps after EDIT - which never see the SCOREIN header - know
*> which cycle to record against. CY-CURRENT-DATE is spaces on every
*> other record.
*> Each step's group starts with a completion flag and the return
*> code the step ended with. A step that failed outright (CC 16) or
*> never ran leaves its group as EDIT opened it - flag blank.
*> The score history step's group (CY-HIST) and the decision
*> override step's (CY-OVR) close the record.
*> CY-SCORE-COMPLETE is what the duplicate-transmission guard
*> tests: EDIT refuses a date whose scoring completed until an
*> operator releases it (NNCYCLE RELEASE).
05 CY-TRANS-DATE         PIC X(08).
05 CY-CURRENT-DATE       PIC X(08).
05 CY-OPENED-TS          PIC X(21).
05 CY-RUN-COUNT          PIC 9(02).
05 CY-RELEASE-SW         PIC X(01).
   88 CY-RELEASED            VALUE "Y".
05 CY-RELEASED-TS        PIC X(21).
05 CY-RELEASED-BY        PIC X(08).
05 CY-REFUSED-COUNT      PIC 9(03).
05 CY-REFUSED-TS         PIC X(21).
05 CY-EDIT.
   10 CY-EDIT-DONE       PIC X(01).
      88 CY-EDIT-COMPLETE    VALUE "Y".
   10 CY-EDIT-RC         PIC 9(02).
   10 CY-SCOREIN-COUNT   PIC 9(07).
   10 CY-RECEIVED        PIC 9(07).
   10 CY-CLEAN           PIC 9(07).
   10 CY-REJECTED        PIC 9(07).
05 CY-PSI.
   10 CY-PSI-DONE        PIC X(01).
      88 CY-PSI-COMPLETE     VALUE "Y".
   10 CY-PSI-RC          PIC 9(02).
   10 CY-PSI-WARN        PIC 9(03).
   10 CY-PSI-ALERT       PIC 9(03).
05 CY-SCORE.
   10 CY-SCORE-DONE      PIC X(01).
      88 CY-SCORE-COMPLETE   VALUE "Y".
   10 CY-SCORE-RC        PIC 9(02).
   10 CY-SCORED          PIC 9(07).
   10 CY-SCORE-ERRORS    PIC 9(07).
   10 CY-NOSEG           PIC 9(07).
   10 CY-CHALLENGER-ID   PIC X(14).
   10 CY-MODEL-COUNT     PIC 9(02).
   10 CY-MODEL OCCURS 11 TIMES.
      15 CY-MODEL-SEG    PIC X(04).
      15 CY-MODEL-ID     PIC X(14).
05 CY-RSN.
   10 CY-RSN-DONE        PIC X(01).
      88 CY-RSN-COMPLETE     VALUE "Y".
   10 CY-RSN-RC          PIC 9(02).
   10 CY-EXPLAINED       PIC 9(07).
   10 CY-NO-REASON       PIC 9(07).
   10 CY-PASS-ERRORS     PIC 9(07).
05 CY-DIST.
   10 CY-DIST-DONE       PIC X(01).
      88 CY-DIST-COMPLETE    VALUE "Y".
   10 CY-DIST-RC         PIC 9(02).
   10 CY-BAND-COUNT      PIC 9(02).
   10 CY-BAND OCCURS 5 TIMES.
      15 CY-BAND-CODE    PIC X(06).
      15 CY-BAND-ROUTED  PIC 9(07).
   10 CY-DIST-ERRORS     PIC 9(07).
   10 CY-UNMATCHED       PIC 9(07).
   10 CY-DIST-NOSEG      PIC 9(07).
   10 CY-NOTICE-MISSING  PIC 9(07).
05 CY-RECON.
   10 CY-RECON-DONE      PIC X(01).
      88 CY-RECON-COMPLETE   VALUE "Y".
   10 CY-RECON-RC        PIC 9(02).
   10 CY-DRIFT-SW        PIC X(01).
      88 CY-DRIFT-FOUND      VALUE "Y".
05 CY-SUMMARY-TS         PIC X(21).
05 CY-HIST.
   10 CY-HIST-DONE       PIC X(01).
      88 CY-HIST-COMPLETE    VALUE "Y".
   10 CY-HIST-RC         PIC 9(02).
   10 CY-HIST-ADDED      PIC 9(07).
   10 CY-HIST-REPLACED   PIC 9(07).
   10 CY-HIST-DUPLICATE  PIC 9(07).
05 CY-OVR.
   10 CY-OVR-DONE        PIC X(01).
      88 CY-OVR-COMPLETE     VALUE "Y".
   10 CY-OVR-RC          PIC 9(02).
   10 CY-OVR-APPLIED     PIC 9(07).
   10 CY-OVR-EXPIRED     PIC 9(07).
   10 CY-OVR-HELD        PIC 9(07).
