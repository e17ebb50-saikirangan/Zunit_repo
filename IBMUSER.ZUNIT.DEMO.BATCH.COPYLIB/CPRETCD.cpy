      * scheduler COND logic can trust RETURN-CODE consistently.        00005000
      *   00 = OK            04 = WARNING                               00006000
      *   02 = NON-PROCESSING DAY (CALENDAR GATE - SKIP THE STREAM)     00006300
      *   05 = PREREQUISITE NOT YET COMPLETE (HOLD AND RESUBMIT)        00006400
      *   06 = STOPPED BY OPERATOR, RESTARTABLE                         00006500
      *   08 = DATA ERROR    12 = DB2/IO ERROR                          00007000
      *   16 = ABEND-WORTHY                                             00008000
               88 WS-RC-OK           VALUE 00.                          00020000
               88 WS-RC-NON-PROC-DAY VALUE 02.                          00025000
               88 WS-RC-WARNING      VALUE 04.                          00030000
               88 WS-RC-PREREQ-WAIT  VALUE 05.                          00032000
               88 WS-RC-OPER-STOP    VALUE 06.                          00035000
               88 WS-RC-DATA-ERROR   VALUE 08.                          00040000
               88 WS-RC-IO-ERROR     VALUE 12.                          00050000
