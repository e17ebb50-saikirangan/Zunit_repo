      * Reporting-line record: one row per change of an employee's      00000100
      * manager, both ids being FL-EMP-IDs on the employee extract.     00000200
      * Rows are kept, not overwritten - the row with the latest        00000300
      * RL-EFF-DATE not after the run's PERIODDATE is the employee's    00000400
      * current line, and a later-dated row waits until its date.       00000500
      * A blank RL-MGR-ID marks the top of the organisation.  Read      00000600
      * by PGM92, which checks the lines for orphan managers and        00000700
      * cycles and prints the org tree and the team sections PGM61      00000800
      * bursts to each manager.                                         00000900
           05 RL-EMP-ID             PIC X(8).                           00001000
           05 FILLER                PIC X(1).                           00001100
           05 RL-MGR-ID             PIC X(8).                           00001200
           05 FILLER                PIC X(1).                           00001300
           05 RL-EFF-DATE           PIC 9(8).                           00001400
           05 FILLER                PIC X(54).                          00001500
