      * Employee hand-off record.  The E360 employee inquiry (PGM122)   00000100
      * passes it on EXEC CICS START FROM when a PF key transfers the   00000200
      * terminal to the detail transaction for one of its sections -    00000300
      * EMPQ (PGM09), EMPM (PGM74), LVRQ (PGM97), EMPU (PGM15), SAPP    00000400
      * (PGM75) or SREP (PGM46).  Each of those RETRIEVEs it on first   00000500
      * entry and, when one is there, starts on that employee instead   00000600
      * of prompting, on XFR-EMP-ID.  XFR-NAME is the EMP_DB name,      00000700
      * shown by EMPQ and EMPU, which otherwise look employees up by    00000800
      * name; blank when the employee is not on EMP_DB.                 00000900
           05 XFR-EMP-ID        PIC X(8).                               00001000
           05 XFR-NAME          PIC X(20).                              00001100
           05 XFR-FROM-TRANID   PIC X(4).                               00001200
           05 FILLER            PIC X(8).                               00001300
