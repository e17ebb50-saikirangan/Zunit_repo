      * Backout-queue message layout: the standard MQ dead-letter       00000100
      * header (MQDLH version 1, 172 bytes) followed by the original    00000200
      * message, up to 4000 bytes of it.  PGM113 builds it when an      00000300
      * MQ program moves a poison message to its backout queue and      00000400
      * PGM114 browses it back for the nightly backout report, so       00000500
      * the ordinary MQ dead-letter tooling can also read and           00000600
      * replay it.  DLH-REASON is the MQ reason code when MQ itself     00000700
      * refused the message, or one of the application feedback         00000800
      * codes below (MQFB_APPL_FIRST upward):                           00000900
      *   65537 - failed and was rolled back BACKOUTLIMIT times         00001000
      *   65538 - longer than the program's message buffer              00001100
      *   65539 - failed the program's own validation                   00001200
      * DLH-DEST-Q-NAME is the queue the message came from (or, for     00001300
      * the PGM58 publisher, was bound for) and DLH-PUT-APPL-NAME       00001400
      * the program that moved it.                                      00001500
           05 DLH-STRUCID          PIC X(4).                            00001600
           05 DLH-VERSION          PIC S9(9) BINARY.                    00001700
           05 DLH-REASON           PIC S9(9) BINARY.                    00001800
               88 DLH-RSN-BACKOUT-LIMIT  VALUE 65537.                   00001900
               88 DLH-RSN-TOO-LONG       VALUE 65538.                   00002000
               88 DLH-RSN-MALFORMED      VALUE 65539.                   00002100
           05 DLH-DEST-Q-NAME      PIC X(48).                           00002200
           05 DLH-DEST-QMGR-NAME   PIC X(48).                           00002300
           05 DLH-ENCODING         PIC S9(9) BINARY.                    00002400
           05 DLH-CODED-CHARSET-ID PIC S9(9) BINARY.                    00002500
           05 DLH-FORMAT           PIC X(8).                            00002600
           05 DLH-PUT-APPL-TYPE    PIC S9(9) BINARY.                    00002700
           05 DLH-PUT-APPL-NAME    PIC X(28).                           00002800
           05 DLH-PUT-DATE         PIC X(8).                            00002900
           05 DLH-PUT-TIME         PIC X(8).                            00003000
           05 DLH-MSG-DATA         PIC X(4000).                         00003100
