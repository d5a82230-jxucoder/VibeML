*> NNSEGAREA - parameter area for the NNSEG segment-routing subprogram.
*> Included by every program that routes a scoring record to its
*> segment (NNPREP, NNPSI, NNSCORE) or checks a segment code
*> (NNMODEL), so callers and NNSEG can never drift apart on the
*> interface.
*> SG-REQUEST says what the call is for:
*>   "T" - load and police SEGTBL (first call only - the table is
*>         cached for the rest of the run unit) and return it in
*>         SG-SEG-COUNT / SG-SEG;
*>   "M" - as "T", then resolve the model every segment scores with
*>         (its SEGTBL pin, else its PRODUCTION model) into
*>         SG-SEG-MODEL-ID, and the model for records no segment
*>         claims (SG-DEFAULT-PIN, else the PRODUCTION model with no
*>         segment) into SG-DEFAULT-MODEL-ID - not needed, and left
*>         as found, when SG-NO-SEGMENT says such records are
*>         rejected;
*>   "R" - route SG-REC-KEY: SG-INDEX is the entry of the segment
*>         with the longest prefix the key starts with, zero when no
*>         segment claims it.
*> SG-SEG-BAND-COUNT zero means the segment decides with DECPARM;
*> otherwise SG-SEG-BAND is its own band table, policed with the
*> rules NNSCORE applies to DECPARM. SG-STATUS says whether the call
*> worked; NNSEG has already displayed why when it did not.
05 SG-REQUEST            PIC X(01).
   88 SG-REQUEST-TABLE       VALUE "T".
   88 SG-REQUEST-MODELS      VALUE "M".
   88 SG-REQUEST-ROUTE       VALUE "R".
05 SG-STATUS             PIC X(01).
   88 SG-STATUS-OK           VALUE "O".
   88 SG-STATUS-BAD          VALUE "B".
05 SG-DEFAULT-PIN        PIC X(14).
05 SG-NO-SEGMENT         PIC X(01).
   88 SG-NO-SEGMENT-REJECT   VALUE "R".
05 SG-DEFAULT-MODEL-ID   PIC X(14).
05 SG-REC-KEY            PIC X(10).
05 SG-INDEX              PIC 9(02).
05 SG-SEG-COUNT          PIC 9(02).
05 SG-SEG OCCURS 10 TIMES.
   10 SG-SEG-CODE        PIC X(04).
   10 SG-SEG-PREFIX      PIC X(10).
   10 SG-SEG-PREFIX-LEN  PIC 9(02).
   10 SG-SEG-MODEL-ID    PIC X(14).
   10 SG-SEG-BAND-COUNT  PIC 9(02).
   10 SG-SEG-BAND OCCURS 5 TIMES.
      15 SG-SEG-BAND-CODE  PIC X(06).
      15 SG-SEG-BAND-FLOOR PIC 9V9(6).
