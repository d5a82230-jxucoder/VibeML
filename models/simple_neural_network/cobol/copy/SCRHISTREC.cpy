*> SCRHISTREC - one business record's outcome in one scoring cycle,
*> as kept on the permanent score history (SCRHIST, a VSAM KSDS).
*> SH-KEY is the record key: the business record key (SO-REC-KEY)
*> followed by the scoring date - the transmission date of the
*> scoring cycle the record was scored in (CYCCTL), so a browse
*> from a business key reads that key's decisions oldest first.
*> SH-CYCLE-RUN is the cycle's run count: above 1 the cycle was
*> released and rerun, and the record holds the rerun's outcome.
*> The rest is the SCOREOUT record as scored - status, the model
*> that scored it, the segment it was routed to, the raw
*> predictions, the winning output unit and the final decision,
*> with the model's own decision and the override reason when an
*> underwriter's override replaced it (NNOVR). A record
*> in error or rejected for no segment is kept too, with its status,
*> so the timeline shows the cycles a key was received but not
*> decided.
*> Included by NNHIST (adds each cycle's SCOREOUT), NNHINQ (prints
*> key timelines) and NNHPRG (retention purge to HSTARCH).
05 SH-KEY.
   10 SH-REC-KEY         PIC X(10).
   10 SH-SCORE-DATE      PIC X(08).
05 SH-CYCLE-RUN          PIC 9(02).
05 SH-RECORDED-TS        PIC X(21).
05 SH-STATUS             PIC X(01).
   88 SH-STATUS-OK           VALUE "O".
   88 SH-STATUS-ERROR        VALUE "E".
   88 SH-STATUS-NO-SEGMENT   VALUE "N".
05 SH-MODEL-ID           PIC X(14).
05 SH-SEGMENT            PIC X(04).
05 SH-PREDICTION OCCURS 5 TIMES PIC S9V9(6).
05 SH-BEST-OUT           PIC 9(02).
05 SH-DECISION           PIC X(06).
05 SH-MODEL-DECISION     PIC X(06).
05 SH-OVERRIDE-SW        PIC X(01).
   88 SH-OVERRIDDEN          VALUE "Y".
05 SH-OVERRIDE-REASON    PIC X(04).
