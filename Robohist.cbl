      *                  DUPLICATE, RESULT) FOR THE ROBOCLSE
      *                  CLOSE-OF-NIGHT REPORT - THESE COUNTS USED
      *                  TO EXIST NOWHERE BUT THE JOB LOG.
      * 2026-10-15  DLR  AUFILE AND THE AH-AUD HALF OF THE MASTER
      *                  RECORD WIDENED TO 89 COLUMNS - ROBOPGM NOW
      *                  ENDS EVERY AUDIT RECORD WITH THE SUBMITTING
      *                  DEPARTMENT (COLUMNS 86-89).  AT CUTOVER THE
      *                  MASTER IS UNLOADED WITH ROBOXTRT UNDER THE OLD
      *                  LAYOUT AND RELOADED HERE; RECORDS FROM BEFORE
      *                  THE CHANGE CARRY A BLANK DEPARTMENT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOHIST.
       FILE SECTION.

       FD AUFILE.
       01 AUD PIC X(89).

       FD AHFILE.
       01 AH-REC.
              10 AH-DATE PIC 9(8).
              10 AH-TIME PIC 9(8).
              10 AH-SEQ PIC 9(6).
           05 AH-AUD PIC X(89).

       FD NSFILE.
       01 NS-OUT PIC X(60).
           05 AU-DATE PIC X(8).
           05 FILLER PIC X.
           05 AU-TIME PIC X(8).
           05 FILLER PIC X(72).
       01 FS5 PIC XX.
       01 NS-TIME-NOW.
           05 NS-TIME-HMS PIC 9(6).
