*> NNBWDAREA - parameter area for the NNBWD backward-pass subprogram.
*> Included by every training caller (NN and NNTUNE), so callers
*> and NNBWD can never drift apart on the interface.
*> The caller passes the sample it has just run through NNFWD - the
*> inputs, the targets, and the hidden activations and predictions
*> NNFWD returned - with the learning rate, and the weights in the
*> MODELREC layout as the second CALL argument. NNBWD back-propagates
*> the error and updates those weights in place; BW-STATUS says
*> whether every step of the update was clean.
05 BW-LEARN-RATE         PIC 9V9(4).
05 BW-INPUTS.
   10 BW-XIN OCCURS 10 TIMES PIC S9V9.
05 BW-TARGETS.
   10 BW-YV OCCURS 5 TIMES PIC S9V9.
05 BW-HIDDEN.
   10 BW-HV OCCURS 20 TIMES PIC S9V9(6).
05 BW-PREDICTIONS.
   10 BW-PRED OCCURS 5 TIMES PIC S9V9(6).
05 BW-STATUS             PIC X(01).
   88 BW-STATUS-OK           VALUE "O".
   88 BW-STATUS-SIZE-ERROR   VALUE "E".
   88 BW-STATUS-BAD-MODEL    VALUE "B".
