      ******************************************************************
      * Author:
      * Date:
      * Purpose: REJECT SUSPENSE.  REJECTED WORK USED TO DIE IN TWO
      *          PLACES - ROBOEDIT'S RJFILE AND ROBOPGM'S "REJECTED"
      *          AUFILE RECORDS.  THIS JOB RUNS AFTER ROBOPGM AND
      *          FILES BOTH KINDS IN THE SSFILE SUSPENSE MASTER, KEYED
      *          ON DEPARTMENT, RUN ID, AND THE ORIGINAL RECORD, WITH
      *          THE DATE FIRST REJECTED, THE REASON, WHERE IT WAS
      *          CAUGHT, AND A STATUS - OPEN, CORRECTED, RESUBMITTED,
      *          OR WRITTEN OFF.  A RECORD ALREADY IN SUSPENSE IS NOT
      *          FILED TWICE, SO A RERUN OF THE NIGHT IS HARMLESS;
      *          ONE THAT WAS RESUBMITTED AND IS REJECTED AGAIN ON A
      *          LATER DAY IS REOPENED WITH THE NEW REASON.  THE
      *          OPTIONAL SXFILE CORRECTION TRANSACTIONS THEN LET
      *          OPERATIONS FIX A COMMAND OR WRITE IT OFF:
      *            COL 1      ACTION - C CORRECT, W WRITE OFF
      *            COL 3-6    DEPARTMENT  )  THE SUSPENSE KEY, AS
      *            COL 8-15   RUN ID      )  SHOWN ON THE SLFILE
      *            COL 17-56  ORIGINAL    )  LISTING
      *            COL 58-97  CORRECTED COMMAND (C ONLY)
      *            COL 99-106 OPERATOR
      *          ONLY AN OPEN OR CORRECTED (NOT YET RESUBMITTED) ENTRY
      *          TAKES A TRANSACTION.  LAST, EVERY CORRECTED ENTRY IS
      *          WRITTEN TO THE RQFILE RESUBMISSION FEED AND MARKED
      *          RESUBMITTED.  RQFILE IS IN THE 60-COLUMN IPFILE
      *          LAYOUT, EACH DEPARTMENT/RUN UNDER A "RUN IIIIIIII
      *          RESUBMITTED" HEADER AND STAMPED WITH ITS OWN
      *          DEPARTMENT, READY FOR ROBOMRGE TO TAKE AS FILE 6 THE
      *          NEXT NIGHT.  WITHIN A RUN THE COMMANDS GO OUT IN KEY
      *          ORDER, NOT THEIR ORIGINAL ORDER.  SLFILE LISTS
      *          EVERYTHING FILED, CHANGED, AND RESUBMITTED.  ENDS
      *          WITH RETURN-CODE 04 WHEN ANY TRANSACTION WAS
      *          REJECTED.  ROBOSAGE PRINTS THE WEEKLY AGING REPORT.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  DLR  INITIAL VERSION.  RJFILE LAYOUT IS ROBOEDIT'S,
      *                  AUFILE IS ROBOPGM'S - KEEP IN STEP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOSUSP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RJFILE ASSIGN TO "RJFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS.

           SELECT OPTIONAL AUFILE ASSIGN TO "AUFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.

           SELECT OPTIONAL SXFILE ASSIGN TO "SXFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.

           SELECT SLFILE ASSIGN TO "SLFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.

           SELECT RQFILE ASSIGN TO "RQFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.

           SELECT OPTIONAL SSFILE ASSIGN TO "SSFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-KEY
           FILE STATUS IS FS9.

       DATA DIVISION.
       FILE SECTION.

       FD RJFILE.
       01 RJT PIC X(106).

       FD AUFILE.
       01 AU-REC PIC X(89).

       FD SXFILE.
       01 SX-REC PIC X(110).

       FD SLFILE.
       01 SLR PIC X(110).

       FD RQFILE.
       01 RQR PIC X(60).

       FD SSFILE.
       01 SS-REC.
           05 SS-KEY.
              10 SS-DEPT PIC X(4).
              10 SS-RUN PIC X(8).
              10 SS-CMD PIC X(40).
           05 SS-SOURCE PIC X(4).
           05 SS-FIRST-DATE PIC 9(8).
           05 SS-REASON PIC X(35).
           05 SS-STATUS PIC X.
              88 SS-OPEN VALUE 'O'.
              88 SS-CORRECTED VALUE 'C'.
              88 SS-RESUBMITTED VALUE 'R'.
              88 SS-WRITTEN-OFF VALUE 'W'.
           05 SS-NEW-CMD PIC X(40).
           05 SS-ACT-DATE PIC 9(8).
           05 SS-ACT-BY PIC X(8).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 FS1 PIC XX.
       01 FS2 PIC XX.
       01 FS3 PIC XX.
       01 FS4 PIC XX.
       01 FS9 PIC XX.
       01 RJ-EOF PIC X VALUE 'N'.
       01 AU-EOF PIC X VALUE 'N'.
       01 SX-EOF PIC X VALUE 'N'.
       01 SS-EOF PIC X VALUE 'N'.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME.
           05 RUN-HMS PIC 9(6).
           05 FILLER PIC 99.
       01 RJ-READ-CNT PIC 9(6) VALUE ZERO.
       01 AU-READ-CNT PIC 9(6) VALUE ZERO.
       01 ADD-CNT PIC 9(6) VALUE ZERO.
       01 REOPEN-CNT PIC 9(6) VALUE ZERO.
       01 HELD-CNT PIC 9(6) VALUE ZERO.
       01 SX-READ-CNT PIC 9(6) VALUE ZERO.
       01 CORR-CNT PIC 9(6) VALUE ZERO.
       01 WOFF-CNT PIC 9(6) VALUE ZERO.
       01 SX-REJ-CNT PIC 9(6) VALUE ZERO.
       01 RESUB-CNT PIC 9(6) VALUE ZERO.
       01 OPEN-CNT PIC 9(6) VALUE ZERO.
       01 REJ-DEPT PIC X(4).
       01 REJ-RUN PIC X(8).
       01 REJ-CMD PIC X(40).
       01 REJ-REASON PIC X(35).
       01 REJ-SOURCE PIC X(4).
       01 REJ-DATE PIC 9(8).
       01 SX-RESULT PIC X(35).
       01 LAST-DEPT PIC X(4).
       01 LAST-RUN PIC X(8).
       01 RJ-REC-P.
           05 RJ-TAG PIC X(7).
              88 RJ-COMMAND VALUE "RECORD ".
           05 FILLER PIC X(8).
           05 RJ-CMD PIC X(40).
           05 FILLER PIC XX.
           05 RJ-REASON PIC X(35).
           05 FILLER PIC X.
           05 RJ-DEPT PIC X(4).
           05 FILLER PIC X.
           05 RJ-RUN PIC X(8).
       01 AU-LINE PIC X(89).
       01 AU-REJ-V REDEFINES AU-LINE.
           05 AU-DATE PIC X(8).
           05 AU-DATE-N REDEFINES AU-DATE PIC 9(8).
           05 FILLER PIC X(10).
           05 AU-CMD PIC X(20).
           05 FILLER PIC X.
           05 AU-REJ-TAG PIC X(9).
              88 AU-REJECTED VALUE "REJECTED ".
           05 AU-REJ-REASON PIC X(27).
           05 FILLER PIC X.
           05 AU-RUN PIC X(8).
           05 FILLER PIC X.
           05 AU-DEPT PIC X(4).
       01 SX-REC-P.
           05 SX-ACTION PIC X.
              88 SX-CORRECT VALUE 'C'.
              88 SX-WRITE-OFF VALUE 'W'.
           05 FILLER PIC X.
           05 SX-DEPT PIC X(4).
           05 FILLER PIC X.
           05 SX-RUN PIC X(8).
           05 FILLER PIC X.
           05 SX-CMD PIC X(40).
           05 FILLER PIC X.
           05 SX-NEW-CMD PIC X(40).
           05 FILLER PIC X.
           05 SX-BY PIC X(8).
           05 FILLER PIC X(4).
       01 RQ-OUT.
           05 RQ-CMD PIC X(40).
           05 RQ-DEPT PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 RQ-TIME PIC 9(6).
           05 FILLER PIC X(9) VALUE SPACES.
       01 RQ-HDR.
           05 FILLER PIC X(4) VALUE "RUN ".
           05 RQ-HDR-RUN PIC X(8).
           05 FILLER PIC X(28) VALUE " RESUBMITTED".
       01 SL-HEAD.
           05 FILLER PIC X(12) VALUE "ACTION".
           05 FILLER PIC X(6) VALUE "DEPT".
           05 FILLER PIC X(10) VALUE "RUN".
           05 FILLER PIC X(42) VALUE "RECORD".
           05 FILLER PIC X(6) VALUE "RESULT".
       01 SL-DTL.
           05 SL-ACTION PIC X(10).
           05 FILLER PIC XX VALUE SPACES.
           05 SL-DEPT PIC X(4).
           05 FILLER PIC XX VALUE SPACES.
           05 SL-RUN PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 SL-CMD PIC X(40).
           05 FILLER PIC XX VALUE SPACES.
           05 SL-TEXT PIC X(40).
       01 SL-TRAILER.
           05 SL-TRL-TXT PIC X(24).
           05 SL-TRL-CNT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM RJ-READ-PARA THRU RJ-READ-PARA-X
                   UNTIL RJ-EOF = 'Y'.
           PERFORM AU-READ-PARA THRU AU-READ-PARA-X
                   UNTIL AU-EOF = 'Y'.
           PERFORM SX-READ-PARA THRU SX-READ-PARA-X
                   UNTIL SX-EOF = 'Y'.
           PERFORM RESUB-START-PARA THRU RESUB-START-PARA-X.
           PERFORM RESUB-PARA THRU RESUB-PARA-X
                   UNTIL SS-EOF = 'Y'.
           PERFORM CLOSE-PARA.
           STOP RUN.

      ******************************************************************
      * OPEN-PARA - THE SUSPENSE MASTER IS OPTIONAL SO THE FIRST NIGHT
      * CREATES IT EMPTY; THE REJECT INPUTS AND THE TRANSACTIONS ARE
      * OPTIONAL SO THE JOB RUNS ON WHATEVER THE NIGHT PRODUCED.
      ******************************************************************
       OPEN-PARA.
            OPEN I-O SSFILE.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            OPEN INPUT RJFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF FS IS NOT = "00"
                MOVE 'Y' TO RJ-EOF.
            OPEN INPUT AUFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            IF FS1 IS NOT = "00"
                MOVE 'Y' TO AU-EOF.
            OPEN INPUT SXFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF FS2 IS NOT = "00"
                MOVE 'Y' TO SX-EOF.
            OPEN OUTPUT SLFILE.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            OPEN OUTPUT RQFILE.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            MOVE SPACES TO SLR.
            STRING "REJECT SUSPENSE ACTIVITY " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RUN-HMS DELIMITED BY SIZE INTO SLR.
            PERFORM WRITE-SL-PARA THRU WRITE-SL-PARA-X.
            MOVE SPACES TO SLR.
            PERFORM WRITE-SL-PARA THRU WRITE-SL-PARA-X.
            MOVE SL-HEAD TO SLR.
            PERFORM WRITE-SL-PARA THRU WRITE-SL-PARA-X.
       OPEN-PARA-X. EXIT.

      ******************************************************************
      * RJ-READ-PARA - ROBOEDIT'S COMMAND REJECTS.  ONLY THE "RECORD"
      * LINES ARE COMMANDS - ITEM REJECTS ARE ITEM MASTER FAULTS, NOT
      * DEPARTMENT WORK, AND THE EDIT SUMMARY IS NOT A REJECT AT ALL.
      * RJFILE CARRIES NO DATE; IT IS TONIGHT'S.
      ******************************************************************
       RJ-READ-PARA.
            MOVE SPACES TO RJT.
            READ RJFILE AT END MOVE 'Y' TO RJ-EOF.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF RJ-EOF IS = 'Y'
                GO TO RJ-READ-PARA-X.
            MOVE RJT TO RJ-REC-P.
            IF NOT RJ-COMMAND
                GO TO RJ-READ-PARA-X.
            ADD 1 TO RJ-READ-CNT.
            MOVE RJ-DEPT TO REJ-DEPT.
            MOVE RJ-RUN TO REJ-RUN.
            MOVE RJ-CMD TO REJ-CMD.
            MOVE RJ-REASON TO REJ-REASON.
            MOVE "EDIT" TO REJ-SOURCE.
            MOVE RUN-DATE TO REJ-DATE.
            PERFORM FILE-REJ-PARA THRU FILE-REJ-PARA-X.
       RJ-READ-PARA-X. EXIT.

      ******************************************************************
      * AU-READ-PARA - ROBOPGM'S RUN-TIME REJECTS: BLOCKED CELLS,
      * CHARGE CUTOFF, CAPACITY AND THE REST.  EVERY OTHER AUFILE
      * FORMAT IS WORK THAT WAS DONE AND IS PASSED OVER.
      ******************************************************************
       AU-READ-PARA.
            MOVE SPACES TO AU-REC.
            READ AUFILE AT END MOVE 'Y' TO AU-EOF.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            IF AU-EOF IS = 'Y'
                GO TO AU-READ-PARA-X.
            MOVE AU-REC TO AU-LINE.
            IF NOT AU-REJECTED
                GO TO AU-READ-PARA-X.
            ADD 1 TO AU-READ-CNT.
            MOVE AU-DEPT TO REJ-DEPT.
            MOVE AU-RUN TO REJ-RUN.
            MOVE SPACES TO REJ-CMD.
            MOVE AU-CMD TO REJ-CMD.
            MOVE AU-REJ-REASON TO REJ-REASON.
            MOVE "PGM " TO REJ-SOURCE.
            IF AU-DATE IS NUMERIC
                MOVE AU-DATE-N TO REJ-DATE
            ELSE
                MOVE RUN-DATE TO REJ-DATE.
            PERFORM FILE-REJ-PARA THRU FILE-REJ-PARA-X.
       AU-READ-PARA-X. EXIT.

      ******************************************************************
      * FILE-REJ-PARA - PUTS ONE REJECT IN SUSPENSE.  A NEW KEY IS
      * ADDED OPEN.  A KEY THAT WAS RESUBMITTED BEFORE TODAY'S REJECT
      * DATE HAS FAILED AGAIN AND IS REOPENED, KEEPING ITS FIRST
      * REJECTED DATE.  ANYTHING ELSE IS ALREADY HELD - THE SAME
      * NIGHT RUN TWICE, OR A REPEAT OF SOMETHING STILL BEING WORKED.
      ******************************************************************
       FILE-REJ-PARA.
            MOVE REJ-DEPT TO SS-DEPT.
            MOVE REJ-RUN TO SS-RUN.
            MOVE REJ-CMD TO SS-CMD.
            READ SSFILE.
            IF FS9 IS = "23"
                PERFORM ADD-REJ-PARA THRU ADD-REJ-PARA-X
                GO TO FILE-REJ-PARA-X.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            IF SS-RESUBMITTED
                    AND REJ-DATE IS GREATER THAN SS-ACT-DATE
                MOVE REJ-REASON TO SS-REASON
                MOVE REJ-SOURCE TO SS-SOURCE
                MOVE 'O' TO SS-STATUS
                MOVE REJ-DATE TO SS-ACT-DATE
                MOVE "ROBOSUSP" TO SS-ACT-BY
                REWRITE SS-REC
                PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X
                ADD 1 TO REOPEN-CNT
                MOVE "REOPENED" TO SL-ACTION
                MOVE REJ-REASON TO SL-TEXT
                PERFORM WRITE-SL-DTL-PARA THRU WRITE-SL-DTL-PARA-X
            ELSE
                ADD 1 TO HELD-CNT.
       FILE-REJ-PARA-X. EXIT.

       ADD-REJ-PARA.
            MOVE SPACES TO SS-REC.
            MOVE REJ-DEPT TO SS-DEPT.
            MOVE REJ-RUN TO SS-RUN.
            MOVE REJ-CMD TO SS-CMD.
            MOVE REJ-SOURCE TO SS-SOURCE.
            MOVE REJ-DATE TO SS-FIRST-DATE.
            MOVE REJ-REASON TO SS-REASON.
            MOVE 'O' TO SS-STATUS.
            MOVE REJ-DATE TO SS-ACT-DATE.
            MOVE "ROBOSUSP" TO SS-ACT-BY.
            WRITE SS-REC.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            ADD 1 TO ADD-CNT.
            MOVE "FILED" TO SL-ACTION.
            MOVE REJ-REASON TO SL-TEXT.
            PERFORM WRITE-SL-DTL-PARA THRU WRITE-SL-DTL-PARA-X.
       ADD-REJ-PARA-X. EXIT.

      ******************************************************************
      * SX-READ-PARA - APPLIES ONE CORRECTION TRANSACTION.  THE KEY
      * MUST BE IN SUSPENSE AND STILL IN OPERATIONS' HANDS (OPEN, OR
      * CORRECTED AND NOT YET SENT); A CORRECTION NEEDS THE NEW
      * COMMAND AND EVERY TRANSACTION NEEDS THE OPERATOR.  THE
      * CORRECTED COMMAND IS NOT EDITED HERE - ROBOEDIT EDITS IT WITH
      * THE REST OF THE NIGHT'S INPUT, AND A BAD ONE COMES STRAIGHT
      * BACK INTO SUSPENSE.
      ******************************************************************
       SX-READ-PARA.
            MOVE SPACES TO SX-REC.
            READ SXFILE INTO SX-REC-P AT END MOVE 'Y' TO SX-EOF.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF SX-EOF IS = 'Y'
                GO TO SX-READ-PARA-X.
            ADD 1 TO SX-READ-CNT.
            MOVE SPACES TO SX-RESULT.
            MOVE SX-DEPT TO SS-DEPT REJ-DEPT.
            MOVE SX-RUN TO SS-RUN REJ-RUN.
            MOVE SX-CMD TO SS-CMD REJ-CMD.
            IF NOT SX-CORRECT AND NOT SX-WRITE-OFF
                MOVE "INVALID ACTION" TO SX-RESULT
            ELSE IF SX-BY IS = SPACES
                MOVE "NO OPERATOR GIVEN" TO SX-RESULT
            ELSE IF SX-CORRECT AND SX-NEW-CMD IS = SPACES
                MOVE "NO CORRECTED COMMAND GIVEN" TO SX-RESULT
            ELSE
                READ SSFILE
                IF FS9 IS = "23"
                    MOVE "NOT IN SUSPENSE" TO SX-RESULT
                ELSE
                    PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X
                    IF NOT SS-OPEN AND NOT SS-CORRECTED
                        MOVE "NOT OPEN - ALREADY RESUBMITTED"
                                TO SX-RESULT
                        IF SS-WRITTEN-OFF
                            MOVE "NOT OPEN - ALREADY WRITTEN OFF"
                                    TO SX-RESULT.
            IF SX-RESULT IS NOT = SPACES
                ADD 1 TO SX-REJ-CNT
                MOVE "TX REJECT" TO SL-ACTION
                MOVE SX-RESULT TO SL-TEXT
                PERFORM WRITE-SL-DTL-PARA THRU WRITE-SL-DTL-PARA-X
                GO TO SX-READ-PARA-X.
            MOVE RUN-DATE TO SS-ACT-DATE.
            MOVE SX-BY TO SS-ACT-BY.
            MOVE SPACES TO SL-TEXT.
            IF SX-CORRECT
                MOVE 'C' TO SS-STATUS
                MOVE SX-NEW-CMD TO SS-NEW-CMD
                ADD 1 TO CORR-CNT
                MOVE "CORRECTED" TO SL-ACTION
                STRING "TO " SX-NEW-CMD DELIMITED BY SIZE INTO SL-TEXT
            ELSE
                MOVE 'W' TO SS-STATUS
                MOVE SPACES TO SS-NEW-CMD
                ADD 1 TO WOFF-CNT
                MOVE "WRITE OFF" TO SL-ACTION
                STRING "BY " SX-BY DELIMITED BY SIZE INTO SL-TEXT.
            REWRITE SS-REC.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            PERFORM WRITE-SL-DTL-PARA THRU WRITE-SL-DTL-PARA-X.
       SX-READ-PARA-X. EXIT.

      ******************************************************************
      * RESUB-START-PARA / RESUB-PARA - PASSES THE WHOLE MASTER IN KEY
      * ORDER.  EVERY CORRECTED ENTRY GOES TO RQFILE AND IS MARKED
      * RESUBMITTED; A RUN HEADER IS WRITTEN AHEAD OF EACH NEW
      * DEPARTMENT/RUN SO THE COMMANDS GO BACK UNDER THEIR OWN RUN
      * ID.  OPEN ENTRIES ARE COUNTED FOR THE TRAILER.
      ******************************************************************
       RESUB-START-PARA.
            MOVE HIGH-VALUES TO LAST-DEPT LAST-RUN.
            MOVE LOW-VALUES TO SS-KEY.
            START SSFILE KEY IS NOT LESS THAN SS-KEY.
            IF FS9 IS = "23"
                MOVE 'Y' TO SS-EOF
            ELSE
                PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
       RESUB-START-PARA-X. EXIT.

       RESUB-PARA.
            READ SSFILE NEXT RECORD AT END MOVE 'Y' TO SS-EOF.
            IF FS9 IS = "10"
                MOVE 'Y' TO SS-EOF.
            IF SS-EOF IS = 'Y'
                GO TO RESUB-PARA-X.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            IF SS-OPEN
                ADD 1 TO OPEN-CNT.
            IF NOT SS-CORRECTED
                GO TO RESUB-PARA-X.
            IF SS-DEPT IS NOT = LAST-DEPT OR SS-RUN IS NOT = LAST-RUN
                MOVE SS-RUN TO RQ-HDR-RUN
                MOVE RQ-HDR TO RQ-CMD
                PERFORM WRITE-RQ-PARA THRU WRITE-RQ-PARA-X
                MOVE SS-DEPT TO LAST-DEPT
                MOVE SS-RUN TO LAST-RUN.
            MOVE SS-NEW-CMD TO RQ-CMD.
            PERFORM WRITE-RQ-PARA THRU WRITE-RQ-PARA-X.
            MOVE 'R' TO SS-STATUS.
            MOVE RUN-DATE TO SS-ACT-DATE.
            REWRITE SS-REC.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            ADD 1 TO RESUB-CNT.
            MOVE SS-DEPT TO REJ-DEPT.
            MOVE SS-RUN TO REJ-RUN.
            MOVE SS-CMD TO REJ-CMD.
            MOVE "RESUBMIT" TO SL-ACTION.
            MOVE SPACES TO SL-TEXT.
            STRING "AS " SS-NEW-CMD DELIMITED BY SIZE INTO SL-TEXT.
            PERFORM WRITE-SL-DTL-PARA THRU WRITE-SL-DTL-PARA-X.
       RESUB-PARA-X. EXIT.

       WRITE-RQ-PARA.
            MOVE SS-DEPT TO RQ-DEPT.
            MOVE RUN-HMS TO RQ-TIME.
            MOVE RQ-OUT TO RQR.
            WRITE RQR.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
       WRITE-RQ-PARA-X. EXIT.

       WRITE-SL-DTL-PARA.
            MOVE REJ-DEPT TO SL-DEPT.
            MOVE REJ-RUN TO SL-RUN.
            MOVE REJ-CMD TO SL-CMD.
            MOVE SL-DTL TO SLR.
            PERFORM WRITE-SL-PARA THRU WRITE-SL-PARA-X.
       WRITE-SL-DTL-PARA-X. EXIT.

       WRITE-SL-PARA.
            WRITE SLR.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
       WRITE-SL-PARA-X. EXIT.

      ******************************************************************
      * TRAILER-PARA - THE SUSPENSE CONTROL TOTALS, ON THE LISTING AND
      * ON THE CONSOLE FOR THE OPERATIONS LOG.
      ******************************************************************
       TRAILER-PARA.
            MOVE SPACES TO SLR.
            PERFORM WRITE-SL-PARA THRU WRITE-SL-PARA-X.
            STRING "========== SUSPENSE SUMMARY =========="
                   DELIMITED BY SIZE INTO SLR.
            PERFORM WRITE-SL-PARA THRU WRITE-SL-PARA-X.
            MOVE "EDIT REJECTS READ:      " TO SL-TRL-TXT.
            MOVE RJ-READ-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            MOVE "RUN REJECTS READ:       " TO SL-TRL-TXT.
            MOVE AU-READ-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            MOVE "FILED IN SUSPENSE:      " TO SL-TRL-TXT.
            MOVE ADD-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            MOVE "REOPENED:               " TO SL-TRL-TXT.
            MOVE REOPEN-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            MOVE "ALREADY HELD:           " TO SL-TRL-TXT.
            MOVE HELD-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            MOVE "TRANSACTIONS READ:      " TO SL-TRL-TXT.
            MOVE SX-READ-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            MOVE "CORRECTED:              " TO SL-TRL-TXT.
            MOVE CORR-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            MOVE "WRITTEN OFF:            " TO SL-TRL-TXT.
            MOVE WOFF-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            MOVE "TRANSACTIONS REJECTED:  " TO SL-TRL-TXT.
            MOVE SX-REJ-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            MOVE "RESUBMITTED:            " TO SL-TRL-TXT.
            MOVE RESUB-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            MOVE "STILL OPEN:             " TO SL-TRL-TXT.
            MOVE OPEN-CNT TO SL-TRL-CNT.
            PERFORM WRITE-SL-TRL-PARA THRU WRITE-SL-TRL-PARA-X.
            DISPLAY "ROBOSUSP: FILED " ADD-CNT
                    " REOPENED " REOPEN-CNT
                    " CORRECTED " CORR-CNT
                    " WRITTEN OFF " WOFF-CNT
                    " RESUBMITTED " RESUB-CNT
                    " OPEN " OPEN-CNT.
       TRAILER-PARA-X. EXIT.

       WRITE-SL-TRL-PARA.
            MOVE SPACES TO SLR.
            MOVE SL-TRAILER TO SLR.
            PERFORM WRITE-SL-PARA THRU WRITE-SL-PARA-X.
       WRITE-SL-TRL-PARA-X. EXIT.

       CLOSE-PARA.
           PERFORM TRAILER-PARA THRU TRAILER-PARA-X.
           CLOSE RJFILE.
           PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
           CLOSE AUFILE.
           PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
           CLOSE SXFILE.
           PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
           CLOSE SLFILE.
           PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
           CLOSE RQFILE.
           PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
           CLOSE SSFILE.
           PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
           IF SX-REJ-CNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE.

      ******************************************************************
      * CHECK-FS-PARA AND FRIENDS - VERIFY THE FILE STATUS SET BY THE
      * LAST I/O CALL ON EACH FILE.  "00" IS ALWAYS GOOD; "10" IS END
      * OF FILE ON THE INPUTS; "05" IS AN OPTIONAL FILE NOT PRESENT
      * (FOR THE MASTER, CREATED EMPTY ON ITS FIRST NIGHT).  A KEY
      * NOT FOUND ("23") IS HANDLED AT THE READ ITSELF.  ANYTHING
      * ELSE IS FATAL.
      ******************************************************************
       CHECK-FS-PARA.
            IF FS IS NOT = "00" AND FS IS NOT = "10"
                                AND FS IS NOT = "05"
                DISPLAY "ROBOSUSP: RJFILE I/O ERROR - FILE STATUS " FS
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS-PARA-X. EXIT.

       CHECK-FS1-PARA.
            IF FS1 IS NOT = "00" AND FS1 IS NOT = "10"
                                 AND FS1 IS NOT = "05"
                DISPLAY "ROBOSUSP: AUFILE I/O ERROR - FILE STATUS " FS1
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS1-PARA-X. EXIT.

       CHECK-FS2-PARA.
            IF FS2 IS NOT = "00" AND FS2 IS NOT = "10"
                                 AND FS2 IS NOT = "05"
                DISPLAY "ROBOSUSP: SXFILE I/O ERROR - FILE STATUS " FS2
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS2-PARA-X. EXIT.

       CHECK-FS3-PARA.
            IF FS3 IS NOT = "00"
                DISPLAY "ROBOSUSP: SLFILE I/O ERROR - FILE STATUS " FS3
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS3-PARA-X. EXIT.

       CHECK-FS4-PARA.
            IF FS4 IS NOT = "00"
                DISPLAY "ROBOSUSP: RQFILE I/O ERROR - FILE STATUS " FS4
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS4-PARA-X. EXIT.

       CHECK-FS9-PARA.
            IF FS9 IS NOT = "00" AND FS9 IS NOT = "05"
                                 AND FS9 IS NOT = "10"
                DISPLAY "ROBOSUSP: SSFILE I/O ERROR - FILE STATUS " FS9
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS9-PARA-X. EXIT.
