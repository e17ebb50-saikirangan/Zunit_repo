      * Shared DB2 lock-conflict retry area, COPY'd under an 01 level   00000100
      * by the DB2 batch programs (COBDB2, PGM22, PGM76, PGM65) and     00000200
      * as the LINKAGE of PGM112, the callable service that decides     00000300
      * whether a failed unit of work is retried.  The caller sets      00000400
      * DBR-PROGRAM, DBR-RETRY-LIMIT and DBR-RETRY-WAIT once (the       00000500
      * LOCKRETRIES and LOCKWAITSECS parm cards, defaults 3 and 30      00000600
      * seconds) and zeroes the counts.  On every failing SQLCODE it    00000688
      * moves the code to DBR-SQLCODE, rolls back to its last commit    00000776
      * point and only then calls PGM112, so the wait holds no          00000864
      * locks.  A deadlock (-911) or timeout (-913) with retries left   00000952
      * comes back DBR-ACTION-RETRY after the wait and the caller       00001040
      * replays the unit of work; anything else, or a conflict with     00001128
      * the retries used up, comes back DBR-ACTION-FAIL.  The caller    00001216
      * zeroes DBR-RETRY-COUNT at each commit point.                    00001304
      * DBR-RETRY-TOTAL is the run's count for AUD-LOCK-RETRIES.        00001400
           05 DBR-PROGRAM        PIC X(8).                              00001500
           05 DBR-SQLCODE        PIC S9(9) COMP.                        00001600
               88 DBR-LOCK-CONFLICT  VALUE -911 -913.                   00001700
           05 DBR-RETRY-LIMIT    PIC 9(3).                              00001800
           05 DBR-RETRY-WAIT     PIC 9(5).                              00001900
           05 DBR-RETRY-COUNT    PIC 9(3).                              00002000
           05 DBR-RETRY-TOTAL    PIC 9(3).                              00002100
           05 DBR-ACTION         PIC X(1).                              00002200
               88 DBR-ACTION-RETRY   VALUE 'R'.                         00002300
               88 DBR-ACTION-FAIL    VALUE 'F'.                         00002400
