      *                  (DATE, TIME, PROGRAM, IPFILE COUNT, AUFILE
      *                  COUNT, OUT-OF-BALANCE CHECKS, RESULT) FOR
      *                  THE ROBOCLSE CLOSE-OF-NIGHT REPORT.
      * 2026-10-15  DLR  IPFILE (ROBOEDIT'S CLFILE) WIDENED TO 60
      *                  COLUMNS FOR THE DEPARTMENT STAMP AND AUFILE
      *                  TO 89 COLUMNS FOR THE DEPARTMENT CODE, TO
      *                  MATCH ROBOPGM.  COUNTS ONLY - THE BALANCING
      *                  LOGIC IS UNCHANGED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBORECN.
       FILE SECTION.

       FD IPFILE.
       01 CMD PIC X(60).

       FD RPFILE.
       01 RPT PIC X(100).

       FD AUFILE.
       01 AUD PIC X(89).

       FD CKFILE.
       01 CK-REC PIC X(250).
           05 FILLER PIC X(18).
           05 AU-CMD PIC X(20).
              88 AU-GOTO-STEP VALUE "GOTO STEP".
           05 FILLER PIC X(51).
       01 CKPT-HEAD.
           05 CKPT-CNT PIC 9(6).
           05 FILLER PIC X(24).
