*> before a training run is allowed to start: the sample count the
*> config promises has to match what TRAIN-DATA-FILE actually holds,
*> and the input/hidden counts have to fit inside the tables NN and
*> NNSCORE are built for. The sample count has no ceiling of its
*> own - NN streams TRNDATA - beyond the seven digits NETCFG holds.
*> Sets RETURN-CODE so a JCL step can test it with COND before
*> running NN.

IDENTIFICATION DIVISION.
PROGRAM-ID. NNVALID.
WORKING-STORAGE SECTION.
01  FS-CFG    PIC X(02).
01  FS-DATA   PIC X(02).
01  RECORD-COUNT  PIC 9(07) VALUE 0.
01  VALID-SW      PIC X(01) VALUE "Y".
    88 RUN-IS-VALID              VALUE "Y".

            " IS OUTSIDE THE SUPPORTED RANGE 1-5"
        MOVE "N" TO VALID-SW
      END-IF
      IF NETCFG-SAMPLE-COUNT NOT NUMERIC OR NETCFG-SAMPLE-COUNT = 0
        DISPLAY "NNVALID: SAMPLE COUNT " NETCFG-SAMPLE-COUNT
            " IS NOT A POSITIVE NUMBER"
        MOVE "N" TO VALID-SW
      END-IF
    END-IF
