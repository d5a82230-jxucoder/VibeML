*> TRNPROFREC - the training-population profile: how many samples a
*> model was trained on, and how many of them fell in each 0.1-wide
*> bucket of each scaled input column (the NNPROF bucketing, bucket
*> 1 = 0.0-0.1 up to bucket 10 = 0.9 and above).
*> Included by NN (counts it on the final re-score pass and freezes
*> it into the model's registry entry), NNMODEL (backfills it for a
*> model registered before profiles were kept), NNPSI (compares the
*> scoring population against it) and MDLREGREC (carries it with the
*> registered model), so the population a model was trained on and
*> the one it is compared against can never drift apart on layout.
05 PROF-SAMPLE-COUNT       PIC 9(07).
05 PROF-COL OCCURS 10 TIMES.
   10 PROF-BUCKET OCCURS 10 TIMES PIC 9(07).
