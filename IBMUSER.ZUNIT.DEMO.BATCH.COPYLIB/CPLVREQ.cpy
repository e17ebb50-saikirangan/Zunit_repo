      * Leave-request record on the request cluster (LVREQKS), keyed    00000100
      * by employee and first day of leave.  Captured online by the     00000200
      * LVRQ transaction (PGM97) as pending, approved or rejected       00000300
      * there by a different user, and turned into a LEAVIN 'T'         00000400
      * record by the nightly PGM98 step, which marks it extracted      00000500
      * and stamps the PGM73 period it was written for.  Only annual    00000600
      * leave (type A) draws on the leave balance; sick and unpaid      00000700
      * leave are recorded and approved the same way but never          00000800
      * reach LEAVIN.  LRQ-DAYS is the Monday-to-Friday count of the    00000900
      * range, which never crosses a month end.                         00001000
           05 LRQ-KEY.                                                  00001100
               10 LRQ-EMP-ID        PIC X(8).                           00001200
               10 LRQ-FROM-DATE     PIC 9(8).                           00001300
           05 LRQ-TO-DATE           PIC 9(8).                           00001400
           05 LRQ-TYPE              PIC X(1).                           00001500
               88 LRQ-TYPE-ANNUAL   VALUE 'A'.                          00001600
               88 LRQ-TYPE-SICK     VALUE 'S'.                          00001700
               88 LRQ-TYPE-UNPAID   VALUE 'U'.                          00001800
           05 LRQ-DAYS              PIC 9(3)V9.                         00001900
           05 LRQ-STATUS            PIC X(1).                           00002000
               88 LRQ-STATUS-PENDING   VALUE 'P'.                       00002100
               88 LRQ-STATUS-APPROVED  VALUE 'A'.                       00002200
               88 LRQ-STATUS-REJECTED  VALUE 'R'.                       00002300
               88 LRQ-STATUS-EXTRACTED VALUE 'X'.                       00002400
           05 LRQ-MAKER             PIC X(8).                           00002500
           05 LRQ-MAKE-DATE         PIC X(8).                           00002600
           05 LRQ-CHECKER           PIC X(8).                           00002700
           05 LRQ-CHECK-DATE        PIC X(8).                           00002800
           05 LRQ-PERIOD            PIC 9(6).                           00002900
           05 FILLER                PIC X(12).                          00003000
