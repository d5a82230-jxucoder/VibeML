*> OVRMASTREC - one underwriter's override of the model's decision
*> for one business record, as kept on the override master (OVRMAST,
*> a VSAM KSDS keyed by the business record key, SO-REC-KEY).
*> OV-DECISION is the decision forced in place of whatever the model
*> decides, and must be a DECPARM band code; OV-REASON is the
*> override reason code the override-rate report counts by.
*> An override is requested by one user and only takes effect once a
*> different user has approved it - OV-APPROVED-BY is spaces while
*> it waits. It applies to every cycle scored up to and including
*> OV-EXPIRY-DATE (CCYYMMDD, compared with the cycle's transmission
*> date), after which it is reported as expired until it is
*> cancelled or requested again.
*> OV-LAST-APPLIED and OV-APPLIED-COUNT are kept by the OVR step: the
*> transmission date of the last cycle the override changed a
*> decision in, and how many cycles it has changed one in.
*> Included by NNOVRM (maintenance) and NNOVR (the NNPIPE OVR step).
05 OV-REC-KEY            PIC X(10).
05 OV-DECISION           PIC X(06).
05 OV-REASON             PIC X(04).
05 OV-REQUESTED-BY       PIC X(08).
05 OV-REQUESTED-TS       PIC X(21).
05 OV-EXPIRY-DATE        PIC X(08).
05 OV-APPROVED-BY        PIC X(08).
05 OV-APPROVED-TS        PIC X(21).
05 OV-LAST-APPLIED       PIC X(08).
05 OV-APPLIED-COUNT      PIC 9(05).
