      * Name KSDS change journal record (220 bytes).  One record per    00000100
      * change to the employee KSDS, written by every program that      00000200
      * changes it: PGM07 (load), PGM12 (delta apply), PGM28 (purge),   00000300
      * PGM29 (restore), PGM65 (erasure) and PGM116 (department         00000400
      * re-code) append to the batch journal on DDKJRNL; EMPM (PGM74)   00000500
      * writes to the KJRN TD queue, an extrapartition queue over       00000600
      * KJRN.QUEUE.  KSDSJRNL folds both into the JRNLHIST generations  00000700
      * each night.  PGM123 rolls a backup forward with them and PGM124 00000800
      * reports them.                                                   00000900
      * KJ-STAMP is the local date and time of the change; the journals 00001000
      * are sorted on it (with EQUALS, so one program's changes in the  00001100
      * same hundredth keep their order).  KJ-SOURCE is the program     00001200
      * for batch, the transaction for online.  KJ-USERID is the CICS   00001300
      * user online and 'BATCH' in batch, where KJ-RUN-NUMBER carries   00001400
      * the night's run number when the program knows it.               00001500
      * Action R is the marker PGM07 writes before a reload - the       00001600
      * cluster was emptied there - and each record it loads follows    00001700
      * as an L.  The before image is spaces for A and L, the after     00001800
      * image spaces for D and R.                                       00001900
      * KJ-MASKED-SW is 'Y' where the images no longer carry the real   00002000
      * record: PGM65 journals an erasure with the name 'ERASED' and    00002100
      * the salary zeroed, and scrubs the history generations the       00002200
      * same way.  PGM123 does not compare a masked before image.       00002300
           05 KJ-STAMP.                                                 00002400
               10 KJ-DATE           PIC 9(8).                           00002500
               10 KJ-TIME           PIC 9(8).                           00002600
               10 KJ-TIME-X REDEFINES KJ-TIME.                          00002700
                   15 KJ-TIME-HHMMSS PIC X(6).                          00002800
                   15 KJ-TIME-HUNDS  PIC 9(2).                          00002900
           05 KJ-SOURCE             PIC X(8).                           00003000
           05 KJ-USERID             PIC X(8).                           00003100
           05 KJ-TERMINAL           PIC X(4).                           00003200
           05 KJ-ACTION             PIC X(1).                           00003300
               88 KJ-ACTION-ADD     VALUE 'A'.                          00003400
               88 KJ-ACTION-CHANGE  VALUE 'C'.                          00003500
               88 KJ-ACTION-DELETE  VALUE 'D'.                          00003600
               88 KJ-ACTION-RELOAD  VALUE 'R'.                          00003700
               88 KJ-ACTION-LOAD    VALUE 'L'.                          00003800
           05 KJ-EMP-ID             PIC X(8).                           00003900
           05 KJ-RUN-NUMBER         PIC 9(5).                           00004000
           05 KJ-BEFORE-IMAGE       PIC X(80).                          00004100
           05 KJ-AFTER-IMAGE        PIC X(80).                          00004200
           05 KJ-MASKED-SW          PIC X(1).                           00004300
               88 KJ-IMAGES-MASKED  VALUE 'Y'.                          00004400
           05 FILLER                PIC X(9).                           00004500
