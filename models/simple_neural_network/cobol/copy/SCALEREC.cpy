*> SCALEREC - the min/max feature scaler: one min/max pair per input
*> column, as fitted on the raw training extract.
*> Included by NNPREP (writes it on a fit pass as SCALEPRM), NN
*> (freezes the scaler its training data was scaled with into the
*> model's registry entry) and MDLREGREC (carries it with the
*> registered model), so the fitted scaler and the copy a model is
*> scored with can never drift apart on layout.
05 SCALE-INPUT-COUNT       PIC 9(02).
05 SCALE-COL OCCURS 10 TIMES.
   10 SCALE-MIN            PIC S9(7)V9(2).
   10 SCALE-MAX            PIC S9(7)V9(2).
