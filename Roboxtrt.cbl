      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-08-22  DLR  INITIAL VERSION.
      * 2026-10-15  DLR  MASTER AUDIT RECORD AND XTFILE WIDENED TO 89
      *                  COLUMNS FOR THE DEPARTMENT CODE ROBOPGM NOW
      *                  WRITES IN COLUMNS 86-89.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOXTRT.
              10 AH-DATE PIC 9(8).
              10 AH-TIME PIC 9(8).
              10 AH-SEQ PIC 9(6).
           05 AH-AUD PIC X(89).

       FD XTFILE.
       01 XTR PIC X(89).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 AH-AUD-P.
           05 FILLER PIC X(76).
           05 AH-AUD-RUN PIC X(8).
           05 FILLER PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
