*> back, one raw prediction per output unit (positions past the
*> model's output count are zero), the output unit that scored
*> highest, a status flag, and the business decision assigned from
*> the DECPARM band table against that highest score, and the ID
*> of the registry model that produced the score. SO-SEGMENT is the
*> SEGTBL segment the record was routed to (spaces = no segment
*> claimed it) and SO-CUTOFFS says whose band table assigned the
*> decision - DECPARM, or the segment's own. A record no segment
*> claims, on a run that rejects such records, is written with
*> status "N", no model, no predictions and no decision. The key is
*> what ties a decision back to the account or case it was made
*> about - no consumer should ever have to match by file position.
*> SO-DECISION is the final decision - the one distributed. The
*> model's own decision is kept beside it in SO-MODEL-DECISION:
*> NNSCORE writes the two the same, and NNOVR, when an approved
*> OVRMAST override for the key is in force, replaces SO-DECISION
*> with the forced decision and records the override's reason.
*> Included by NNSCORE (writes it), NNOVR (applies overrides) and
*> by every program that reads SCOREOUT back - NNSCRPT, NNDIST,
*> NNRSN, NNDEC, NNHIST and NNFDBK - so no two programs can drift
*> apart on the layout of a scored record.
05 SO-REC-KEY            PIC X(10).
05 SO-XIN OCCURS 10 TIMES PIC S9V9.
05 SO-PREDICTION OCCURS 5 TIMES PIC S9V9(6).
05 SO-STATUS             PIC X(01).
   88 SO-STATUS-OK           VALUE "O".
   88 SO-STATUS-ERROR        VALUE "E".
   88 SO-STATUS-NO-SEGMENT   VALUE "N".
05 SO-DECISION           PIC X(06).
05 SO-MODEL-ID           PIC X(14).
05 SO-SEGMENT            PIC X(04).
05 SO-CUTOFFS            PIC X(01).
   88 SO-CUTOFFS-DECPARM     VALUE "D".
   88 SO-CUTOFFS-SEGMENT     VALUE "S".
05 SO-MODEL-DECISION     PIC X(06).
05 SO-OVERRIDE-SW        PIC X(01).
   88 SO-OVERRIDDEN          VALUE "Y".
05 SO-OVERRIDE-REASON    PIC X(04).
