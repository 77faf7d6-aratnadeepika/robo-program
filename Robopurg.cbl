      *          UNLOADS EVERY RECORD WITH AH-DATE OLDER THAN THE
      *          CUTOFF DATE IN THE PCFILE CONTROL RECORD (YYYYMMDD,
      *          EXCLUSIVE - A RECORD DATED ON THE CUTOFF IS KEPT)
      *          TO THE ARFILE FLAT ARCHIVE IN THE ORIGINAL 89-BYTE
      *          AUFILE FORMAT, DELETES IT FROM THE MASTER, AND
      *          WRITES A CONTROL-TOTAL REPORT (EXAMINED, ARCHIVED,
      *          DELETED, RETAINED) TO PGFILE SO OPERATIONS CAN
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-09-02  DLR  INITIAL VERSION.
      * 2026-10-15  DLR  MASTER AUDIT RECORD AND ARFILE WIDENED TO 89
      *                  COLUMNS FOR THE DEPARTMENT CODE ROBOPGM NOW
      *                  WRITES IN COLUMNS 86-89.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOPURG.
              10 AH-DATE PIC 9(8).
              10 AH-TIME PIC 9(8).
              10 AH-SEQ PIC 9(6).
           05 AH-AUD PIC X(89).

       FD ARFILE.
       01 ARC PIC X(89).

       FD PGFILE.
       01 PGT PIC X(75).
