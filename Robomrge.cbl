      *          WHOLE, IN CONTROL-FILE ORDER, INTO ONE IPFILE WITH
      *          EVERY RECORD STAMPED IN COLUMNS 41-51 WITH THE
      *          DEPARTMENT CODE AND SUBMISSION TIME (ROBOEDIT
      *          CARRIES THE STAMP THROUGH CLFILE TO ROBOPGM, WHICH
      *          PUTS THE DEPARTMENT ON EVERY AUDIT RECORD), AND
      *          WRITES AN MNFILE MANIFEST LISTING EACH DEPARTMENT,
      *          ITS RECORD COUNT, AND ITS POSITION IN THE MERGED
      *          FILE.  A DEPARTMENT FILE WITHOUT A RUN HEADER ON
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-09-02  DLR  INITIAL VERSION.
      * 2026-10-15  DLR  FILE NUMBER 6 IS THE RQFILE RESUBMISSION FEED
      *                  ROBOSUSP WRITES FROM THE REJECT SUSPENSE
      *                  MASTER.  IT IS ALREADY IN THE 60-COLUMN
      *                  IPFILE LAYOUT, EACH RECORD STAMPED WITH ITS
      *                  OWN DEPARTMENT, SO IT IS COPIED AS IT STANDS -
      *                  THE MCFILE CODE AND TIME ONLY LABEL ITS
      *                  MANIFEST LINE.  LIST IT IN MCFILE LIKE ANY
      *                  DEPARTMENT ("RSUB 6 HHMMSS").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOMRGE.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSD5.

           SELECT OPTIONAL RQFILE ASSIGN TO "RQFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSD6.

           SELECT IPFILE ASSIGN TO "IPFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD DEPT05.
       01 D5-REC PIC X(40).

       FD RQFILE.
       01 RQ-REC PIC X(60).

       FD IPFILE.
       01 MRG PIC X(60).

       01 FSD3 PIC XX.
       01 FSD4 PIC XX.
       01 FSD5 PIC XX.
       01 FSD6 PIC XX.
       01 DEPT-FS PIC XX.
       01 MC-EOF PIC X VALUE 'N'.
       01 DEPT-EOF PIC X.
       01 DEPT-MAX PIC 9 VALUE 6.
       01 RESUB-FILENO PIC 9 VALUE 6.
       01 MRG-POS-CNT PIC 99 VALUE ZERO.
       01 MRG-OUT-CNT PIC 9(6) VALUE ZERO.
       01 MRG-BOUNCE-CNT PIC 99 VALUE ZERO.
       01 DEPT-START-CNT PIC 9(6).
       01 DEPT-STATUS PIC X(25).
       01 DEPT-REC PIC X(40).
       01 RQ-IN.
           05 RQ-CMD PIC X(40).
           05 RQ-STAMP PIC X(20).
       01 DEPT-RUN-P.
           05 DEPT-RUN-TAG PIC X(4).
              88 DEPT-RUN-HDR VALUE "RUN ".
      * CODE AND SUBMISSION TIME AND WRITES IT TO THE MERGED FILE,
      * THEN READS THE NEXT ONE.  THE RUN HEADERS TRAVEL WITH THEIR
      * BLOCK, SO EVERY DEPARTMENT'S COMMANDS STAY UNDER ITS OWN
      * RUN IDS.  THE RESUBMISSION FEED KEEPS THE STAMP EACH RECORD
      * ALREADY CARRIES - IT HOLDS SEVERAL DEPARTMENTS' WORK.
      ******************************************************************
       COPY-REC-PARA.
            MOVE SPACES TO MG-OUT.
            MOVE DEPT-REC TO MG-CMD.
            MOVE MC-DEPT TO MG-DEPT.
            MOVE MC-TIME TO MG-TIME.
            IF MC-FILENO IS = RESUB-FILENO
                MOVE RQ-IN TO MRG
            ELSE
                MOVE MG-OUT TO MRG.
            WRITE MRG.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            ADD 1 TO MRG-OUT-CNT.
               WHEN 3 OPEN INPUT DEPT03 MOVE FSD3 TO DEPT-FS
               WHEN 4 OPEN INPUT DEPT04 MOVE FSD4 TO DEPT-FS
               WHEN 5 OPEN INPUT DEPT05 MOVE FSD5 TO DEPT-FS
               WHEN 6 OPEN INPUT RQFILE MOVE FSD6 TO DEPT-FS
            END-EVALUATE.
            PERFORM CHECK-DEPT-FS-PARA THRU CHECK-DEPT-FS-PARA-X.
       DEPT-OPEN-PARA-X. EXIT.
                      AT END MOVE 'Y' TO DEPT-EOF
                      END-READ
                      MOVE FSD5 TO DEPT-FS
               WHEN 6 MOVE SPACES TO RQ-IN
                      READ RQFILE INTO RQ-IN
                      AT END MOVE 'Y' TO DEPT-EOF
                      END-READ
                      MOVE RQ-CMD TO DEPT-REC
                      MOVE FSD6 TO DEPT-FS
            END-EVALUATE.
            PERFORM CHECK-DEPT-FS-PARA THRU CHECK-DEPT-FS-PARA-X.
       DEPT-READ-PARA-X. EXIT.
               WHEN 3 CLOSE DEPT03 MOVE FSD3 TO DEPT-FS
               WHEN 4 CLOSE DEPT04 MOVE FSD4 TO DEPT-FS
               WHEN 5 CLOSE DEPT05 MOVE FSD5 TO DEPT-FS
               WHEN 6 CLOSE RQFILE MOVE FSD6 TO DEPT-FS
            END-EVALUATE.
            PERFORM CHECK-DEPT-FS-PARA THRU CHECK-DEPT-FS-PARA-X.
       DEPT-CLOSE-PARA-X. EXIT.
