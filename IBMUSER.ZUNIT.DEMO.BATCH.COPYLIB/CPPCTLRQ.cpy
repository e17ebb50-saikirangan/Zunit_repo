      * Pay-period control request area, COPY'd under an 01 level by    00000100
      * the period steps (PGM51, PGM49, PGM64) and as the LINKAGE of    00000200
      * PGM119, the callable service over the period-control cluster    00000300
      * (CPPERCTL, DD DDPRDCTL).  The caller fills PCQ-PROGRAM,         00000400
      * PCQ-STAGE (the status its step moves the period to),            00000500
      * PCQ-PERIOD-DATE (any date inside the period) and                00000600
      * PCQ-RUN-NUMBER, then calls with PCQ-REQ-CHECK before it         00000700
      * writes anything and with PCQ-REQ-ADVANCE once its step has      00000800
      * finished below RC 08.  PGM119 hands back the period found,      00000900
      * its status before the call and a result; anything but           00001000
      * PCQ-RESULT-OK means the step must not process the period,       00001100
      * and PCQ-MESSAGE says why for the caller's report.               00001200
           05 PCQ-PROGRAM        PIC X(8).                              00001300
           05 PCQ-REQUEST        PIC X(1).                              00001400
               88 PCQ-REQ-CHECK      VALUE 'K'.                         00001500
               88 PCQ-REQ-ADVANCE    VALUE 'A'.                         00001600
           05 PCQ-STAGE          PIC X(1).                              00001700
               88 PCQ-STAGE-CALC     VALUE 'C'.                         00001800
               88 PCQ-STAGE-PAY      VALUE 'P'.                         00001900
               88 PCQ-STAGE-POST     VALUE 'G'.                         00002000
           05 PCQ-PERIOD-DATE    PIC 9(8).                              00002100
           05 PCQ-RUN-NUMBER     PIC 9(5).                              00002200
           05 PCQ-PER-START      PIC 9(8).                              00002300
           05 PCQ-PER-END        PIC 9(8).                              00002400
           05 PCQ-STATUS         PIC X(1).                              00002500
           05 PCQ-RESULT         PIC X(1).                              00002600
               88 PCQ-RESULT-OK        VALUE 'Y'.                       00002700
               88 PCQ-RESULT-REFUSED   VALUE 'R'.                       00002800
               88 PCQ-RESULT-NO-PERIOD VALUE 'N'.                       00002900
               88 PCQ-RESULT-IO-ERROR  VALUE 'E'.                       00003000
           05 PCQ-MESSAGE        PIC X(60).                             00003100
