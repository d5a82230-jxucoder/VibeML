*> RSNOUTREC - the reasons behind one scored record's decision.
*> One record per SCOREOUT record, in SCOREOUT order, carrying the
*> same business record key: the model that scored it, the output
*> unit that won, and up to three input positions that pushed the
*> winning unit's score up the most - each with its RSNTBL reason
*> code, the score it added over the position's reference value,
*> and the business wording a notice quotes. Positions that pushed
*> the score down, and records flagged in error, leave the unused
*> reason slots as spaces/zero.
*> Included by NNRSN (writes it) and NNDIST (carries the reasons
*> onto the band extracts that need a notice), so the two programs
*> can never drift apart on the layout of a reason record.
05 RS-REC-KEY            PIC X(10).
05 RS-MODEL-ID           PIC X(14).
05 RS-BEST-OUT           PIC 9(02).
05 RS-REASON-COUNT       PIC 9(01).
05 RS-REASON OCCURS 3 TIMES.
   10 RS-POSITION        PIC 9(02).
   10 RS-CODE            PIC X(04).
   10 RS-IMPACT          PIC S9V9(6).
   10 RS-WORDING         PIC X(30).
