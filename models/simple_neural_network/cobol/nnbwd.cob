*> VibeML - callable backward pass (output and hidden deltas, then
*> the gradient-descent weight update).
*> The training half of the network math, kept in one place the way
*> NNFWD keeps the forward half: NN's epoch loop and NNTUNE's sweep
*> both CALL here after NNFWD, so every configuration the sweep
*> compares learns exactly the way a production training run does.
*> A math fix lands here once.
*> The weights arrive in the MODELREC layout as the second CALL
*> argument and are updated in place. The hidden-to-output weights
*> feed the hidden deltas before they are themselves updated, so
*> the order of the steps below is the algorithm, not style.
*> See NNBWDAREA for the full interface.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNBWD.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 DO.  05 DOV OCCURS 5 PIC S9V9(6).
01 DH.  05 DHV OCCURS 20 PIC S9V9(6).
01 TMP  PIC S9(3)V9(6).
01 I    PIC 9(02). 01 J PIC 9(02). 01 K PIC 9(02).

LINKAGE SECTION.
01  NNBWD-PARM.
    COPY NNBWDAREA.
01  NNBWD-MODEL.
    COPY MODELREC REPLACING LEADING ==MODEL== BY ==BM==.

PROCEDURE DIVISION USING NNBWD-PARM NNBWD-MODEL.
    MOVE "O" TO BW-STATUS

    *> The counts subscript the fixed-size OCCURS tables (10/20/5) -
    *> a model outside those bounds has to be rejected here, not
    *> discovered as a subscript overflow mid-update.
    IF BM-INPUT-COUNT = 0 OR BM-INPUT-COUNT > 10
      OR BM-HIDDEN-COUNT = 0 OR BM-HIDDEN-COUNT > 20
      OR BM-OUTPUT-COUNT = 0 OR BM-OUTPUT-COUNT > 5
      MOVE "B" TO BW-STATUS
      GOBACK
    END-IF

    *> Backward
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > BM-OUTPUT-COUNT
      COMPUTE DOV(K) = (BW-PRED(K) - BW-YV(K)) * BW-PRED(K)
          * (1 - BW-PRED(K))
        ON SIZE ERROR
          MOVE "E" TO BW-STATUS
      END-COMPUTE
    END-PERFORM
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > BM-HIDDEN-COUNT
      COMPUTE TMP = 0
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > BM-OUTPUT-COUNT
        COMPUTE TMP = TMP + DOV(K) * BM-W2V(K,J)
          ON SIZE ERROR
            MOVE "E" TO BW-STATUS
        END-COMPUTE
      END-PERFORM
      COMPUTE DHV(J) = TMP * BW-HV(J) * (1 - BW-HV(J))
        ON SIZE ERROR
          MOVE "E" TO BW-STATUS
      END-COMPUTE
    END-PERFORM

    *> Update weights
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > BM-HIDDEN-COUNT
      PERFORM VARYING K FROM 1 BY 1 UNTIL K > BM-OUTPUT-COUNT
        COMPUTE BM-W2V(K,J) = BM-W2V(K,J)
            - BW-LEARN-RATE * DOV(K) * BW-HV(J)
          ON SIZE ERROR
            MOVE "E" TO BW-STATUS
        END-COMPUTE
      END-PERFORM
      COMPUTE BM-B1V(J) = BM-B1V(J) - BW-LEARN-RATE * DHV(J)
        ON SIZE ERROR
          MOVE "E" TO BW-STATUS
      END-COMPUTE
      PERFORM VARYING I FROM 1 BY 1 UNTIL I > BM-INPUT-COUNT
        COMPUTE BM-W1V(I,J) = BM-W1V(I,J)
            - BW-LEARN-RATE * DHV(J) * BW-XIN(I)
          ON SIZE ERROR
            MOVE "E" TO BW-STATUS
        END-COMPUTE
      END-PERFORM
    END-PERFORM
    PERFORM VARYING K FROM 1 BY 1 UNTIL K > BM-OUTPUT-COUNT
      COMPUTE BM-B2V(K) = BM-B2V(K) - BW-LEARN-RATE * DOV(K)
        ON SIZE ERROR
          MOVE "E" TO BW-STATUS
      END-COMPUTE
    END-PERFORM
    GOBACK.
