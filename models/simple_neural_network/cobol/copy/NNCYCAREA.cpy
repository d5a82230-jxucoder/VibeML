*> NNCYCAREA - parameter area for the NNCYC cycle control subprogram.
*> Included by every program that opens or records against a
*> scoring cycle (NNEDIT, NNPSI, NNSCORE, NNRSN, NNOVR, NNDIST,
*> NNHIST, NNSCRPT, NNCYCLE). The cycle itself travels as the second
*> parameter, a CYCCTLREC record.
*> CC-REQUEST says what the call is for:
*>   "O" - open the cycle for CC-TRANS-DATE (EDIT only). A date
*>         whose scoring already completed is refused unless it has
*>         been released; a new date gets a fresh record, a known
*>         date has its step groups cleared for the rerun. Either
*>         way the cycle becomes the current one and is returned;
*>   "G" - return the current cycle;
*>   "P" - rewrite the cycle passed in (the caller has filled in its
*>         own step group);
*>   "R" - release CC-TRANS-DATE for one rerun, recording CC-USER as
*>         the operator who released it (NNCYCLE RELEASE). Only a
*>         cycle whose scoring completed can be released.
*> CC-STATUS says how the call went; NNCYC has already displayed
*> why when it did not work.
05 CC-REQUEST            PIC X(01).
   88 CC-REQUEST-OPEN        VALUE "O".
   88 CC-REQUEST-GET         VALUE "G".
   88 CC-REQUEST-PUT         VALUE "P".
   88 CC-REQUEST-RELEASE     VALUE "R".
05 CC-STATUS             PIC X(01).
   88 CC-STATUS-OK           VALUE "O".
   88 CC-STATUS-REFUSED      VALUE "D".
   88 CC-STATUS-NO-CYCLE     VALUE "N".
   88 CC-STATUS-BAD          VALUE "B".
05 CC-TRANS-DATE         PIC X(08).
05 CC-USER               PIC X(08).
