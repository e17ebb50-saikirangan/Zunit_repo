      * Salary read-access record.  Written to the SACC transient data  00000100
      * queue by every online transaction that shows an employee's      00000200
      * salary: EMPQ (PGM09), EMPB (PGM19), EMPM (PGM74), SREP          00000270
      * (PGM46), PREP (PGM108) and E360 (PGM122).  The extrapartition   00000340
      * queue drains to a sequential dataset that the nightly PGM103    00000410
      * step loads into the access history cluster (ACCHIST), keyed     00000480
      * by ACL-KEY.  The key starts with the date so a report range     00000550
      * is a single browse.                                             00000620
      * ACL-RUN-NUMBER is only set by SREP; zero elsewhere.             00000690
      * ACL-PERIOD-END (the payslip's period end date) is only set      00000760
      * by PREP; blank elsewhere.                                       00000830
           05 ACL-KEY.                                                  00000900
               10 ACL-DATE          PIC X(8).                           00001000
               10 ACL-TIME          PIC X(6).                           00001100
               10 ACL-USERID        PIC X(8).                           00001200
               10 ACL-TERMINAL      PIC X(4).                           00001300
               10 ACL-TRANID        PIC X(4).                           00001400
               10 ACL-EMP-ID        PIC X(8).                           00001500
           05 ACL-ACCESS-TYPE       PIC X(1).                           00001600
               88 ACL-TYPE-DETAIL   VALUE 'D'.                          00001700
               88 ACL-TYPE-BROWSE   VALUE 'B'.                          00001800
               88 ACL-TYPE-MAINT    VALUE 'M'.                          00001900
               88 ACL-TYPE-STMT     VALUE 'S'.                          00002000
               88 ACL-TYPE-REPRINT  VALUE 'R'.                          00002100
           05 ACL-NAME              PIC X(20).                          00002200
           05 ACL-RUN-NUMBER        PIC 9(5).                           00002300
           05 ACL-PERIOD-END        PIC X(8).                           00002400
           05 FILLER                PIC X(8).                           00002500
