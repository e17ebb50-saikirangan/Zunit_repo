      * FTE lookup area, COPY'd under an 01 level by the programs that  00000100
      * pay, accrue or count by FTE (PGM51, PGM73, PGM13, PGM45,        00000200
      * PGM68, PGM44) and as the LINKAGE of PGM121, the callable        00000300
      * service over the FTE history (CPFTEHST, DD DDFTEIN - DD DUMMY   00000400
      * when every employee is full time).  The caller fills            00000500
      * FTQ-EMP-ID and FTQ-AS-OF-DATE and calls; PGM121 hands back      00000600
      * the factor in force on that date and the date it took           00000700
      * effect, or 1.00 and a zero date when no row is in force.        00000800
      * The history is loaded on the first call: the rows kept and      00000900
      * rejected, and a full table, come back on every call for the     00001000
      * caller's report.                                                00001100
           05 FTQ-EMP-ID         PIC X(8).                              00001200
           05 FTQ-AS-OF-DATE     PIC 9(8).                              00001300
           05 FTQ-FACTOR         PIC 9V99.                              00001400
           05 FTQ-EFF-DATE       PIC 9(8).                              00001500
           05 FTQ-RESULT         PIC X(1).                              00001600
               88 FTQ-RESULT-FOUND     VALUE 'Y'.                       00001700
               88 FTQ-RESULT-FULL-TIME VALUE 'N'.                       00001800
           05 FTQ-ROWS-LOADED    PIC 9(5).                              00001900
           05 FTQ-ROWS-REJECTED  PIC 9(5).                              00002000
           05 FTQ-TABLE-FULL-SW  PIC X(1).                              00002100
               88 FTQ-TABLE-FULL       VALUE 'Y'.                       00002200
