      * Off-cycle payment request, one per payment wanted outside       00000100
      * the PGM51 semimonthly period.  Keyed by payroll for             00000200
      * corrections and manual payments, and written by the batch       00000300
      * steps that owe someone money between periods (PGM83 bank        00000400
      * returns reissues, PGM85 final settlements for leavers).         00000460
      * PGM84 takes reason FS for a terminated employee only, and       00000520
      * no other reason for one.  PRQ-GROSS is run through the          00000580
      * deduction codes listed in PRQ-DED-CODE (blank slots unused).    00000640
      * A request with PRQ-ALREADY-POSTED 'Y' carries money that was    00000700
      * already taxed, netted and posted to the YTD totals when it      00000800
      * was first paid - a returned payment being reissued - so it      00000900
      * is paid as it stands: no deductions, no second YTD posting.     00001000
      * PRQ-ORIG-VAL-DATE and PRQ-REFERENCE tie a reissue back to       00001100
      * the payment it replaces.                                        00001200
           05 PRQ-EMP-ID         PIC X(8).                              00001300
           05 PRQ-REASON         PIC X(2).                              00001400
               88 PRQ-REASON-CORRECTION VALUE 'CO'.                     00001500
               88 PRQ-REASON-MANUAL     VALUE 'MP'.                     00001600
               88 PRQ-REASON-REISSUE    VALUE 'RI'.                     00001700
               88 PRQ-REASON-SETTLEMENT VALUE 'FS'.                     00001766
               88 PRQ-REASON-VALID      VALUE 'CO' 'MP' 'RI' 'FS'.      00001832
           05 PRQ-GROSS          PIC 9(8)V99.                           00001900
           05 PRQ-DED-CODES.                                            00002000
               10 PRQ-DED-CODE   PIC X(2) OCCURS 6 TIMES.               00002100
           05 PRQ-ALREADY-POSTED PIC X(1).                              00002200
               88 PRQ-IS-POSTED         VALUE 'Y'.                      00002300
           05 PRQ-ORIG-VAL-DATE  PIC 9(8).                              00002400
           05 PRQ-SOURCE-PGM     PIC X(8).                              00002500
           05 PRQ-REFERENCE      PIC X(12).                             00002600
           05 FILLER             PIC X(19).                             00002700
