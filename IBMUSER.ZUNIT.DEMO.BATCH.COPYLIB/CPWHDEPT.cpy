      * Warehouse department dimension, one record per department as    00000100
      * of the export run.  PGM106 keeps each run's full dimension as   00000200
      * a CPHDRTRL-wrapped snapshot generation and compares it with     00000300
      * the previous generation, so only new, changed and dropped       00000400
      * departments are sent to the warehouse.  The division comes      00000500
      * from the PGM45 division reference; a department with no         00000600
      * reference row carries a blank division.                         00000700
           05 WHD-DEPT-ID           PIC X(4).                           00000800
           05 WHD-DEPT-NAME         PIC X(30).                          00000900
           05 WHD-COST-CENTER       PIC X(6).                           00001000
           05 WHD-DIVISION          PIC X(4).                           00001100
           05 WHD-DIV-NAME          PIC X(20).                          00001200
           05 FILLER                PIC X(16).                          00001300
