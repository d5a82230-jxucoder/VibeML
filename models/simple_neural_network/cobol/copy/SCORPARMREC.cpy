*> SCORPARMREC - the scoring run parameter.
*> SP-MODEL-ID pins the model for records no SEGTBL segment claims
*> (spaces = whatever is PRODUCTION outside the segments - with an
*> empty SEGTBL that is every record); SP-NO-SEGMENT "R" rejects
*> those records instead of scoring them. SP-CHALLENGER-ID names a
*> model to score in parallel for the comparison report (spaces =
*> no parallel scoring).
*> SP-CKPT-INTERVAL is how often the pass checkpoints itself (zero
*> or non-numeric takes the default); SP-RESUME "Y" picks the pass
*> up from the last checkpoint instead of starting over.
*> Included by NNSCORE (scores with the models it resolves), NNPREP
*> (scales the scoring extract with those same models' frozen
*> scalers) and NNPSI (compares against their training profiles),
*> and all three hand the pin and the no-segment rule to NNSEG for
*> the resolution, so no two steps can ever resolve different
*> models.
05 SP-MODEL-ID           PIC X(14).
05 SP-CHALLENGER-ID      PIC X(14).
05 SP-CKPT-INTERVAL      PIC 9(05).
05 SP-RESUME             PIC X(01).
   88 SP-RESUME-YES          VALUE "Y".
05 SP-NO-SEGMENT         PIC X(01).
   88 SP-NO-SEGMENT-REJECT   VALUE "R".
