*> saved topology + weights, which are the MODELREC layout included
*> with an MR- prefix so a registry record and a model file can
*> never drift apart on the shape of a saved model.
*> Behind the weights sits the scaler the model's training data was
*> scaled with (the SCALEREC layout, MR-SC- prefix), frozen at
*> registration: a model is only ever scored with its own scaler,
*> whatever the fit step has written to SCALEPRM since.
*> After it comes the bucket profile of the population the model was
*> trained on (the TRNPROFREC layout, MR-PF- prefix), the baseline
*> NNPSI measures each night's scoring population against.
*> The settings that produced the weights close the record: the
*> learning rate, epoch budget, target error and patience the model
*> was trained with (the hidden count is MR-HIDDEN-COUNT above), the
*> epoch and reason training stopped, and - for a model chosen by an
*> NNTUNE sweep - the holdout mean error it won on.
*> MR-SEGMENT is the SEGTBL segment a PRODUCTION model serves (kept
*> on the entry once it is retired); spaces mean the records no
*> segment claims. NNMODEL PROMOTE sets it and keeps one PRODUCTION
*> model per segment, and NNSEG finds each segment's model by
*> browsing the PRODUCTION entries on the status key.
*> Included by NN (registers every completed training run as a
*> CANDIDATE), NNTUNE (registers the winner of a hyperparameter
*> sweep as a CANDIDATE), NNMODEL (promotes/retires/lists), NNSCORE
*> (loads the PRODUCTION model, or a specific model by ID), NNPREP
*> (scales the scoring extract with that model's scaler), NNPSI
*> (compares tonight's inputs with the model's training profile) and
*> NNSEG (resolves the PRODUCTION model of every segment).
03 MR-IDENT.
   05 MR-MODEL-ID             PIC X(14).
   05 MR-RUN-ID               PIC X(14).
      88 MR-STATUS-RETIRED        VALUE "R".
03 MR-MODEL.
   COPY MODELREC REPLACING LEADING ==MODEL== BY ==MR==.
03 MR-SCALER.
   COPY SCALEREC REPLACING LEADING ==SCALE== BY ==MR-SC==.
03 MR-PROFILE.
   COPY TRNPROFREC REPLACING LEADING ==PROF== BY ==MR-PF==.
03 MR-SETTINGS.
   05 MR-SET-ORIGIN           PIC X(01).
      88 MR-SET-FROM-TRAINING     VALUE "T".
      88 MR-SET-FROM-SWEEP        VALUE "S".
   05 MR-SET-LEARN-RATE       PIC 9V9(4).
   05 MR-SET-EPOCHS           PIC 9(05).
   05 MR-SET-TARGET-ERR       PIC 9V9(6).
   05 MR-SET-PATIENCE         PIC 9(05).
   05 MR-SET-STOP-EPOCH       PIC 9(05).
   05 MR-SET-STOP-REASON      PIC X(01).
   05 MR-SET-HOLDOUT-ERR      PIC 9V9(6).
03 MR-SEGMENT                 PIC X(04).
