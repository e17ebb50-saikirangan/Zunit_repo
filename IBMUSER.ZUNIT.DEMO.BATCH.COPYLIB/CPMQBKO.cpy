      * Shared MQ backout request area, COPY'd under an 01 level by     00000100
      * the MQ programs (PGM47, PGM01GB's MQ mode, PGM58) and as the    00000200
      * LINKAGE of PGM113, the callable service that moves a poison     00000300
      * message to a backout queue.  The caller sets MQB-PROGRAM,       00000400
      * MQB-QMGR-NAME and MQB-BACKOUT-QUEUE once (the BACKOUTQ parm     00000500
      * card) and passes its connection handle in MQB-HCONN.  For       00000600
      * each poison message it fills the source queue, the reason,      00000700
      * the backout count and the original message (data, length,       00000800
      * ids, encoding, CCSID and format) and calls PGM113, which        00000900
      * puts a CPMQDLH dead-letter header plus the message on the       00001000
      * backout queue under the caller's syncpoint - the caller         00001100
      * commits, so the GET and the move land together or not at        00001200
      * all.  MQB-MOVED comes back on success; MQB-FAILED with the      00001300
      * MQ reason in MQB-MQ-REASON sends the caller down its own        00001400
      * RC 12 path.  The reason codes are the CPMQDLH ones.             00001500
           05 MQB-PROGRAM          PIC X(8).                            00001600
           05 MQB-HCONN            PIC S9(9) BINARY.                    00001700
           05 MQB-QMGR-NAME        PIC X(48).                           00001800
           05 MQB-BACKOUT-QUEUE    PIC X(48).                           00001900
           05 MQB-SOURCE-QUEUE     PIC X(48).                           00002000
           05 MQB-REASON           PIC S9(9) BINARY.                    00002100
               88 MQB-RSN-BACKOUT-LIMIT  VALUE 65537.                   00002200
               88 MQB-RSN-TOO-LONG       VALUE 65538.                   00002300
               88 MQB-RSN-MALFORMED      VALUE 65539.                   00002400
           05 MQB-BACKOUT-COUNT    PIC S9(9) BINARY.                    00002500
           05 MQB-MSGID            PIC X(24).                           00002600
           05 MQB-CORRELID         PIC X(24).                           00002700
           05 MQB-ENCODING         PIC S9(9) BINARY.                    00002800
           05 MQB-CCSID            PIC S9(9) BINARY.                    00002900
           05 MQB-FORMAT           PIC X(8).                            00003000
           05 MQB-MSG-LENGTH       PIC S9(9) BINARY.                    00003100
           05 MQB-MSG-DATA         PIC X(4000).                         00003200
           05 MQB-MQ-REASON        PIC S9(9) BINARY.                    00003300
           05 MQB-RESULT           PIC X(1).                            00003400
               88 MQB-MOVED          VALUE 'M'.                         00003500
               88 MQB-FAILED         VALUE 'F'.                         00003600
