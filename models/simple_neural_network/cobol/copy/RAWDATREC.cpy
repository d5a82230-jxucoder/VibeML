*> The key is carried untouched through every downstream file so a
*> scored decision or a rejected record can always be tied back to
*> the business record it came from.
*> Included by NNPREP, which is the only program that ever scales
*> business units - everything downstream of it works in the scaled
*> -9.9 to +9.9 shape the network expects - and by NNBUILD, which
*> builds a training extract from the retained scoring extracts
*> (RAWSCORE generations) and the business's actual outcomes.
05 RW-REC-KEY PIC X(10).
05 RW-XRAW OCCURS 10 TIMES PIC S9(7)V9(2).
05 RW-YV OCCURS 5 TIMES PIC S9V9.
