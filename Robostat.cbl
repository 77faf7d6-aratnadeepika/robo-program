      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-09-02  DLR  INITIAL VERSION.
      * 2026-10-15  DLR  MASTER AUDIT RECORD WIDENED TO 89 COLUMNS FOR
      *                  THE DEPARTMENT CODE ROBOPGM NOW WRITES IN
      *                  COLUMNS 86-89.  NOT USED HERE - ROBOCHRG
      *                  DOES THE PER-DEPARTMENT FIGURES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOSTAT.
              10 AH-DATE PIC 9(8).
              10 AH-TIME PIC 9(8).
              10 AH-SEQ PIC 9(6).
           05 AH-AUD PIC X(89).

       FD SRFILE.
       01 SRT PIC X(100).
           05 FILLER PIC X.
           05 SC-TO PIC X(8).
           05 FILLER PIC X(13).
       01 AU-LINE PIC X(89).
       01 AU-CMD-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-CMD PIC X(20).
              88 AU-GOTO-STEP VALUE "GOTO STEP".
           05 FILLER PIC X(51).
       01 AU-CMDF-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-CMD1 PIC X(5).
              88 AU-DROP-CMD VALUE "DROP".
           05 FILLER PIC X(13).
           05 AU-ROBOT PIC XX.
           05 FILLER PIC X(51).
       01 AU-TAG-V REDEFINES AU-LINE.
           05 FILLER PIC X(39).
           05 AU-TAG PIC X(9).
              88 AU-REJECTED VALUE "REJECTED ".
           05 FILLER PIC X(41).
       01 AU-POS-V REDEFINES AU-LINE.
           05 FILLER PIC X(46).
           05 AU-BEF-R PIC XX.
           05 AU-AFT-R PIC XX.
           05 FILLER PIC X.
           05 AU-AFT-C PIC XX.
           05 FILLER PIC X(20).
       01 STAT-TABLE.
           05 STAT-ENTRY OCCURS 9 TIMES.
              10 ST-CMDS PIC 9(6).
