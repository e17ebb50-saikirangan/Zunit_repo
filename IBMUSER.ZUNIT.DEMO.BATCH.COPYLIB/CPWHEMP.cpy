      * Warehouse employee dimension, one record per version of an      00000100
      * employee (slowly changing, history preserving).  PGM106         00000200
      * builds the versions from SALARY_HIST and EMP_DB: a change       00000300
      * of department, salary or status closes the open version the     00000400
      * day before the change takes effect and opens a new one, so      00000500
      * WHE-VALID-FROM / WHE-VALID-TO (ISO dates) never overlap and     00000600
      * the open version runs to 9999-12-31 with WHE-CURRENT-FLAG       00000700
      * 'Y'.  The name is not versioned - every version carries the     00000800
      * latest name.  The snapshot is kept in WHE-KEY order.            00000900
           05 WHE-KEY.                                                  00001000
               10 WHE-EMP-ID        PIC 9(8).                           00001100
               10 WHE-VALID-FROM    PIC X(10).                          00001200
           05 WHE-VALID-TO          PIC X(10).                          00001300
           05 WHE-CURRENT-FLAG      PIC X(1).                           00001400
               88 WHE-CURRENT           VALUE 'Y'.                      00001500
           05 WHE-EMP-NAME          PIC X(20).                          00001600
           05 WHE-DEPT              PIC X(4).                           00001700
           05 WHE-SALARY            PIC 9(8)V99.                        00001800
           05 WHE-STATUS            PIC X(1).                           00001900
               88 WHE-ACTIVE            VALUE 'A'.                      00002000
               88 WHE-TERMINATED        VALUE 'T'.                      00002100
           05 FILLER                PIC X(16).                          00002200
