      ******************************************************************
      * Author:
      * Date:
      * Purpose: NIGHTLY ROBOT MASTER UPDATE AND SERVICE-DUE LIST.
      *          THE PERMANENT KEYED ROBOT MASTER (RMFILE, ONE RECORD
      *          PER ROBOT 01-09) CARRIES EACH ROBOT'S IN-SERVICE
      *          DATE, CUMULATIVE CELLS TRAVELED AND PICKS, LAST
      *          SERVICE DATE AND THE ODOMETER READING AT THAT
      *          SERVICE, SERVICE INTERVAL IN CELLS, AND STATUS -
      *          'A' ACTIVE, 'O' OUT OF SERVICE, 'R' RETIRED.  ROBOPGM
      *          REJECTS EVERY COMMAND FOR A ROBOT THAT IS NOT ACTIVE
      *          AND ROBOPLAN LEAVES IT OUT OF THE ROTATION.  THIS
      *          JOB FIRST APPLIES THE OPTIONAL MTFILE MAINTENANCE
      *          TRANSACTIONS, THEN ADDS THE NIGHT'S AUFILE TRAVEL TO
      *          THE ODOMETERS, REWRITES THE MASTER, AND PRINTS SVFILE
      *          FOR THE MAINTENANCE CREW: THE TRANSACTION LOG, THE
      *          FLEET ODOMETER, AND EVERY ROBOT WHOSE CELLS SINCE ITS
      *          LAST SERVICE HAVE REACHED ITS INTERVAL.  TRAVEL IS
      *          COUNTED THE WAY ROBOSTAT COUNTS IT - ONE CELL PER
      *          "GOTO STEP" RECORD, CREDITED TO THE ROBOT OF THE GOTO
      *          COMMAND RECORD THAT FOLLOWS THE STEPS, PLUS THE NET
      *          DISTANCE OF EACH MOVE.  REJECTED RECORDS MOVED
      *          NOTHING.  EACH ROBOT REMEMBERS THE LAST AUFILE JOB
      *          STAMP APPLIED TO IT, SO RUNNING THE STEP TWICE ON THE
      *          SAME AUFILE DOES NOT COUNT THE NIGHT TWICE.  ENDS
      *          WITH RETURN-CODE 04 WHEN A TRANSACTION WAS REJECTED
      *          OR A ROBOT WITHOUT A MASTER RECORD DID WORK.
      *
      *          MTFILE TRANSACTIONS, ONE PER RECORD:
      *            ADD  NN YYYYMMDD IIIIII  NEW ROBOT, IN-SERVICE
      *                                     DATE, INTERVAL (CELLS)
      *            STAT NN S                STATUS A, O, OR R
      *            SVC  NN YYYYMMDD         SERVICED ON THAT DATE
      *            INTV NN IIIIII           NEW SERVICE INTERVAL
      *          A RETIRED ROBOT TAKES NO FURTHER TRANSACTIONS.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  DLR  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOSERV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RMFILE ASSIGN TO "RMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-ROBOT
           FILE STATUS IS FS9.

           SELECT OPTIONAL MTFILE ASSIGN TO "MTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.

           SELECT AUFILE ASSIGN TO "AUFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.

           SELECT SVFILE ASSIGN TO "SVFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.

       DATA DIVISION.
       FILE SECTION.

       FD RMFILE.
       01 RM-REC.
           05 RM-ROBOT PIC 99.
           05 FILLER PIC X.
           05 RM-STATUS PIC X.
           05 FILLER PIC X.
           05 RM-INSVC-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RM-CELLS PIC 9(8).
           05 FILLER PIC X.
           05 RM-PICKS PIC 9(8).
           05 FILLER PIC X.
           05 RM-SVC-DATE PIC 9(8).
           05 FILLER PIC X.
           05 RM-SVC-CELLS PIC 9(8).
           05 FILLER PIC X.
           05 RM-INTVL PIC 9(6).
           05 FILLER PIC X.
           05 RM-STAMP PIC X(16).

       FD MTFILE.
       01 MT-REC PIC X(30).

       FD AUFILE.
       01 AUD PIC X(89).

       FD SVFILE.
       01 SVT PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS1 PIC XX.
       01 FS2 PIC XX.
       01 FS4 PIC XX.
       01 FS9 PIC XX.
       01 RM-EOF PIC X VALUE 'N'.
       01 MT-EOF PIC X VALUE 'N'.
       01 AU-EOF PIC X VALUE 'N'.
       01 SERV-DATE PIC 9(8).
       01 SERV-READ-CNT PIC 9(6) VALUE ZERO.
       01 SERV-APPL-CNT PIC 9(6) VALUE ZERO.
       01 SERV-SEEN-CNT PIC 9(6) VALUE ZERO.
       01 SERV-NOMAST-CNT PIC 9(6) VALUE ZERO.
       01 SERV-MT-CNT PIC 9(6) VALUE ZERO.
       01 SERV-MT-OK-CNT PIC 9(6) VALUE ZERO.
       01 SERV-MT-REJ-CNT PIC 9(6) VALUE ZERO.
       01 SERV-DUE-CNT PIC 9(6) VALUE ZERO.
       01 ROBOT-MAX PIC 99 VALUE 09.
       01 ROB-SUB PIC 99.
       01 CUR-ROB PIC 99.
       01 PEND-STEP-CNT PIC 9(4) VALUE ZERO.
       01 NIGHT-CELLS PIC 9(4).
       01 NIGHT-PICKS PIC 9.
       01 MOVE-DIFF PIC 9(4).
       01 BEF-R-N PIC 99.
       01 BEF-C-N PIC 99.
       01 AFT-R-N PIC 99.
       01 AFT-C-N PIC 99.
       01 SINCE-SVC PIC 9(8).
       01 MT-REASON PIC X(27).
       01 CUR-STAMP.
           05 CUR-STAMP-DATE PIC X(8).
           05 CUR-STAMP-TIME PIC X(8).
       01 RMT-TABLE.
           05 RMT-ENTRY OCCURS 9 TIMES.
              10 RMT-STATE PIC X.
                 88 RMT-NONE VALUE 'N'.
                 88 RMT-ON-FILE VALUE 'F'.
                 88 RMT-ADDED VALUE 'A'.
              10 RMT-STATUS PIC X.
                 88 RMT-ACTIVE VALUE 'A'.
                 88 RMT-OUT VALUE 'O'.
                 88 RMT-RETIRED VALUE 'R'.
              10 RMT-INSVC-DATE PIC 9(8).
              10 RMT-CELLS PIC 9(8).
              10 RMT-PICKS PIC 9(8).
              10 RMT-SVC-DATE PIC 9(8).
              10 RMT-SVC-CELLS PIC 9(8).
              10 RMT-INTVL PIC 9(6).
              10 RMT-STAMP PIC X(16).
              10 RMT-PRIOR PIC X(16).
              10 RMT-NIGHT-CELLS PIC 9(6).
              10 RMT-NIGHT-PICKS PIC 9(6).
       01 MT-REC-P.
           05 MT-ACTION PIC X(4).
              88 MT-ADD VALUE "ADD ".
              88 MT-STAT VALUE "STAT".
              88 MT-SVC VALUE "SVC ".
              88 MT-INTV VALUE "INTV".
           05 FILLER PIC X.
           05 MT-ROBOT PIC XX.
           05 MT-ROBOT-N REDEFINES MT-ROBOT PIC 99.
           05 FILLER PIC X.
           05 MT-DATE PIC X(8).
           05 MT-DATE-N REDEFINES MT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 MT-ADD-INTVL PIC X(6).
           05 MT-ADD-INTVL-N REDEFINES MT-ADD-INTVL PIC 9(6).
           05 FILLER PIC X(7).
       01 MT-STAT-V REDEFINES MT-REC-P.
           05 FILLER PIC X(8).
           05 MT-NEW-STAT PIC X.
              88 MT-STAT-VALID VALUE 'A', 'O', 'R'.
           05 FILLER PIC X(21).
       01 MT-INTV-V REDEFINES MT-REC-P.
           05 FILLER PIC X(8).
           05 MT-NEW-INTVL PIC X(6).
           05 MT-NEW-INTVL-N REDEFINES MT-NEW-INTVL PIC 9(6).
           05 FILLER PIC X(16).
       01 AU-LINE PIC X(89).
       01 AU-STAMP-V REDEFINES AU-LINE.
           05 AU-DATE PIC X(8).
           05 FILLER PIC X.
           05 AU-TIME PIC X(8).
           05 FILLER PIC X(72).
       01 AU-CMD-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-CMD PIC X(20).
              88 AU-GOTO-STEP VALUE "GOTO STEP".
           05 FILLER PIC X(51).
       01 AU-CMDF-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-CMD1 PIC X(5).
              88 AU-MOVE-CMD VALUE "MOVE".
              88 AU-GOTO-CMD VALUE "GOTO".
              88 AU-PICK-CMD VALUE "PICK".
           05 FILLER PIC X(13).
           05 AU-ROBOT PIC XX.
           05 FILLER PIC X(51).
       01 AU-HDR-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-HDR-TAG PIC X(4).
              88 AU-RUN-HDR VALUE "RUN ".
           05 FILLER PIC X(67).
       01 AU-TAG-V REDEFINES AU-LINE.
           05 FILLER PIC X(39).
           05 AU-TAG PIC X(9).
              88 AU-REJECTED VALUE "REJECTED ".
           05 FILLER PIC X(41).
       01 AU-NOROB-V REDEFINES AU-LINE.
           05 FILLER PIC X(60).
           05 AU-NOROB-TAG PIC X(15).
              88 AU-NO-ROBOT VALUE "NO ROBOT PLACED".
           05 FILLER PIC X(14).
       01 AU-POS-V REDEFINES AU-LINE.
           05 FILLER PIC X(46).
           05 AU-BEF-R PIC XX.
           05 FILLER PIC X.
           05 AU-BEF-C PIC XX.
           05 FILLER PIC X(13).
           05 AU-AFT-R PIC XX.
           05 FILLER PIC X.
           05 AU-AFT-C PIC XX.
           05 FILLER PIC X(20).
       01 SV-MT-LINE.
           05 FILLER PIC X(12) VALUE "TRANSACTION ".
           05 SVM-REC PIC X(30).
           05 FILLER PIC XX VALUE SPACES.
           05 SVM-RESULT PIC X(11).
           05 SVM-REASON PIC X(27).
       01 SV-ODO-LINE.
           05 FILLER PIC X(6) VALUE "ROBOT ".
           05 SVO-ROBOT PIC 99.
           05 FILLER PIC X(8) VALUE " STATUS ".
           05 SVO-STATUS PIC X.
           05 FILLER PIC X(15) VALUE "  TONIGHT CELLS".
           05 FILLER PIC X VALUE SPACE.
           05 SVO-NIGHT-CELLS PIC 9(6).
           05 FILLER PIC X(7) VALUE " PICKS ".
           05 SVO-NIGHT-PICKS PIC 9(6).
           05 FILLER PIC X(14) VALUE "  TOTAL CELLS ".
           05 SVO-CELLS PIC 9(8).
           05 FILLER PIC X(7) VALUE " PICKS ".
           05 SVO-PICKS PIC 9(8).
       01 SV-DUE-LINE.
           05 FILLER PIC X(6) VALUE "ROBOT ".
           05 SVD-ROBOT PIC 99.
           05 FILLER PIC X(15) VALUE "  LAST SERVICE ".
           05 SVD-SVC-DATE PIC 9(8).
           05 FILLER PIC X(22) VALUE "  CELLS SINCE SERVICE ".
           05 SVD-SINCE PIC 9(8).
           05 FILLER PIC X(11) VALUE "  INTERVAL ".
           05 SVD-INTVL PIC 9(6).
           05 FILLER PIC XX VALUE SPACES.
           05 SVD-NOTE PIC X(14).
       01 SV-TRAILER.
           05 SV-TRL-TXT PIC X(27).
           05 SV-TRL-CNT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE SV-MT-LINE ALL TO VALUE.
           INITIALIZE SV-ODO-LINE ALL TO VALUE.
           INITIALIZE SV-DUE-LINE ALL TO VALUE.
           ACCEPT SERV-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM MASTER-LOAD-PARA THRU MASTER-LOAD-PARA-X.
           PERFORM TRANS-PARA THRU TRANS-PARA-X.
           PERFORM TALLY-PARA THRU TALLY-PARA-X
                   UNTIL AU-EOF = 'Y'.
           PERFORM MASTER-WRITE-PARA THRU MASTER-WRITE-PARA-X
                   VARYING ROB-SUB FROM 1 BY 1
                   UNTIL ROB-SUB > ROBOT-MAX.
           PERFORM REPORT-PARA THRU REPORT-PARA-X.
           PERFORM CLOSE-PARA.
           STOP RUN.

       OPEN-PARA.
            OPEN I-O RMFILE.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            OPEN INPUT AUFILE.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            OPEN OUTPUT SVFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            MOVE SPACES TO SVT.
            STRING "ROBOSERV ROBOT MASTER UPDATE  DATE "
                   DELIMITED BY SIZE
                   SERV-DATE DELIMITED BY SIZE INTO SVT.
            PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
       OPEN-PARA-X. EXIT.

      ******************************************************************
      * MASTER-LOAD-PARA - READS THE WHOLE ROBOT MASTER INTO
      * RMT-TABLE.  NINE RECORDS AT MOST, SO THE NIGHT'S WORK IS
      * DONE IN THE TABLE AND WRITTEN BACK ONCE AT THE END.  AN
      * ABSENT MASTER (FIRST NIGHT) IS CREATED EMPTY BY THE OPEN AND
      * FILLED BY ADD TRANSACTIONS.  A RECORD THAT FAILS ITS EDITS
      * STOPS THE JOB - THE MASTER IS NEVER REWRITTEN FROM GUESSES.
      ******************************************************************
       MASTER-LOAD-PARA.
            PERFORM MASTER-INIT-PARA THRU MASTER-INIT-PARA-X
                    VARYING ROB-SUB FROM 1 BY 1
                    UNTIL ROB-SUB > ROBOT-MAX.
            PERFORM MASTER-READ-PARA THRU MASTER-READ-PARA-X
                    UNTIL RM-EOF = 'Y'.
       MASTER-LOAD-PARA-X. EXIT.

       MASTER-INIT-PARA.
            MOVE 'N' TO RMT-STATE (ROB-SUB).
            MOVE SPACE TO RMT-STATUS (ROB-SUB).
            MOVE ZERO TO RMT-INSVC-DATE (ROB-SUB) RMT-CELLS (ROB-SUB)
                         RMT-PICKS (ROB-SUB) RMT-SVC-DATE (ROB-SUB)
                         RMT-SVC-CELLS (ROB-SUB) RMT-INTVL (ROB-SUB)
                         RMT-NIGHT-CELLS (ROB-SUB)
                         RMT-NIGHT-PICKS (ROB-SUB).
            MOVE ALL '0' TO RMT-STAMP (ROB-SUB) RMT-PRIOR (ROB-SUB).
       MASTER-INIT-PARA-X. EXIT.

       MASTER-READ-PARA.
            READ RMFILE NEXT RECORD AT END MOVE 'Y' TO RM-EOF.
            IF FS9 IS = "10"
                MOVE 'Y' TO RM-EOF.
            IF RM-EOF IS = 'Y'
                GO TO MASTER-READ-PARA-X.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            IF RM-ROBOT IS NOT NUMERIC
                    OR RM-ROBOT IS LESS THAN 01
                    OR RM-ROBOT IS GREATER THAN ROBOT-MAX
                DISPLAY "ROBOSERV: RMFILE RECORD HAS A BAD ROBOT ID"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF (RM-INSVC-DATE IS NOT NUMERIC)
                    OR (RM-CELLS IS NOT NUMERIC)
                    OR (RM-PICKS IS NOT NUMERIC)
                    OR (RM-SVC-DATE IS NOT NUMERIC)
                    OR (RM-SVC-CELLS IS NOT NUMERIC)
                    OR (RM-INTVL IS NOT NUMERIC)
                DISPLAY "ROBOSERV: RMFILE RECORD IS NOT NUMERIC - "
                        "ROBOT " RM-ROBOT
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE RM-ROBOT TO ROB-SUB.
            MOVE RM-STATUS TO RMT-STATUS (ROB-SUB).
            IF (NOT RMT-ACTIVE (ROB-SUB)) AND (NOT RMT-OUT (ROB-SUB))
                    AND (NOT RMT-RETIRED (ROB-SUB))
                DISPLAY "ROBOSERV: RMFILE RECORD HAS A BAD STATUS - "
                        "ROBOT " RM-ROBOT
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 'F' TO RMT-STATE (ROB-SUB).
            MOVE RM-INSVC-DATE TO RMT-INSVC-DATE (ROB-SUB).
            MOVE RM-CELLS TO RMT-CELLS (ROB-SUB).
            MOVE RM-PICKS TO RMT-PICKS (ROB-SUB).
            MOVE RM-SVC-DATE TO RMT-SVC-DATE (ROB-SUB).
            MOVE RM-SVC-CELLS TO RMT-SVC-CELLS (ROB-SUB).
            MOVE RM-INTVL TO RMT-INTVL (ROB-SUB).
            MOVE RM-STAMP TO RMT-STAMP (ROB-SUB) RMT-PRIOR (ROB-SUB).
       MASTER-READ-PARA-X. EXIT.

      ******************************************************************
      * TRANS-PARA - APPLIES THE OPTIONAL MTFILE MAINTENANCE
      * TRANSACTIONS TO THE TABLE IN FILE ORDER, AHEAD OF THE NIGHT'S
      * TRAVEL, SO A ROBOT ADDED TODAY IS CREDITED WITH TONIGHT'S
      * WORK.  EVERY TRANSACTION IS LOGGED IN SVFILE AS APPLIED OR
      * REJECTED WITH ITS REASON.
      ******************************************************************
       TRANS-PARA.
            MOVE SPACES TO SVT.
            STRING "============ MAINTENANCE TRANSACTIONS ============"
                   DELIMITED BY SIZE INTO SVT.
            PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
            OPEN INPUT MTFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF FS2 IS NOT = "00"
                MOVE 'Y' TO MT-EOF.
            PERFORM TRANS-ONE-PARA THRU TRANS-ONE-PARA-X
                    UNTIL MT-EOF = 'Y'.
            CLOSE MTFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF SERV-MT-CNT IS = ZERO
                MOVE SPACES TO SVT
                STRING "NO TRANSACTIONS" DELIMITED BY SIZE INTO SVT
                PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
       TRANS-PARA-X. EXIT.

       TRANS-ONE-PARA.
            MOVE SPACES TO MT-REC.
            READ MTFILE AT END MOVE 'Y' TO MT-EOF.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF MT-EOF IS = 'Y'
                GO TO TRANS-ONE-PARA-X.
            IF MT-REC IS = SPACES
                GO TO TRANS-ONE-PARA-X.
            ADD 1 TO SERV-MT-CNT.
            MOVE MT-REC TO MT-REC-P.
            MOVE SPACES TO MT-REASON.
            PERFORM TRANS-EDIT-PARA THRU TRANS-EDIT-PARA-X.
            MOVE MT-REC TO SVM-REC.
            IF MT-REASON IS = SPACES
                PERFORM TRANS-APPLY-PARA THRU TRANS-APPLY-PARA-X
                ADD 1 TO SERV-MT-OK-CNT
                MOVE "APPLIED" TO SVM-RESULT
                MOVE SPACES TO SVM-REASON
            ELSE
                ADD 1 TO SERV-MT-REJ-CNT
                MOVE "REJECTED - " TO SVM-RESULT
                MOVE MT-REASON TO SVM-REASON.
            MOVE SV-MT-LINE TO SVT.
            PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
       TRANS-ONE-PARA-X. EXIT.

      ******************************************************************
      * TRANS-EDIT-PARA - SETS MT-REASON WHEN THE TRANSACTION CANNOT
      * BE APPLIED: BAD ACTION OR ROBOT ID, ADD OF A ROBOT ALREADY ON
      * THE MASTER, ANY OTHER ACTION FOR ONE THAT IS NOT, ANYTHING
      * FOR A RETIRED ROBOT, OR A DATE, INTERVAL, OR STATUS THAT
      * FAILS ITS EDIT.
      ******************************************************************
       TRANS-EDIT-PARA.
            IF (NOT MT-ADD) AND (NOT MT-STAT) AND (NOT MT-SVC)
                    AND (NOT MT-INTV)
                MOVE "INVALID ACTION" TO MT-REASON
                GO TO TRANS-EDIT-PARA-X.
            IF MT-ROBOT IS NOT NUMERIC
                MOVE "INVALID ROBOT ID" TO MT-REASON
                GO TO TRANS-EDIT-PARA-X.
            IF MT-ROBOT-N IS LESS THAN 01
                    OR MT-ROBOT-N IS GREATER THAN ROBOT-MAX
                MOVE "INVALID ROBOT ID" TO MT-REASON
                GO TO TRANS-EDIT-PARA-X.
            MOVE MT-ROBOT-N TO ROB-SUB.
            IF MT-ADD
                IF NOT RMT-NONE (ROB-SUB)
                    MOVE "ROBOT ALREADY ON MASTER" TO MT-REASON
                ELSE IF MT-DATE IS NOT NUMERIC
                    MOVE "INVALID DATE" TO MT-REASON
                ELSE IF MT-ADD-INTVL IS NOT NUMERIC
                    MOVE "INVALID INTERVAL" TO MT-REASON
                END-IF
                GO TO TRANS-EDIT-PARA-X.
            IF RMT-NONE (ROB-SUB)
                MOVE "ROBOT NOT ON MASTER" TO MT-REASON
                GO TO TRANS-EDIT-PARA-X.
            IF RMT-RETIRED (ROB-SUB)
                MOVE "ROBOT IS RETIRED" TO MT-REASON
                GO TO TRANS-EDIT-PARA-X.
            IF MT-STAT AND (NOT MT-STAT-VALID)
                MOVE "INVALID STATUS" TO MT-REASON.
            IF MT-SVC AND (MT-DATE IS NOT NUMERIC)
                MOVE "INVALID DATE" TO MT-REASON.
            IF MT-INTV AND (MT-NEW-INTVL IS NOT NUMERIC)
                MOVE "INVALID INTERVAL" TO MT-REASON.
       TRANS-EDIT-PARA-X. EXIT.

      ******************************************************************
      * TRANS-APPLY-PARA - APPLIES AN EDITED TRANSACTION.  A NEW
      * ROBOT STARTS ACTIVE WITH A ZERO ODOMETER, ITS IN-SERVICE DATE
      * STANDING AS ITS LAST SERVICE.  A SERVICE RESETS THE CELLS-
      * SINCE-SERVICE COUNT BY REMEMBERING TODAY'S ODOMETER READING;
      * IT DOES NOT CHANGE THE STATUS - PUTTING THE ROBOT BACK ON
      * THE FLOOR IS A SEPARATE "STAT NN A".
      ******************************************************************
       TRANS-APPLY-PARA.
            IF MT-ADD
                MOVE 'A' TO RMT-STATE (ROB-SUB)
                MOVE 'A' TO RMT-STATUS (ROB-SUB)
                MOVE MT-DATE-N TO RMT-INSVC-DATE (ROB-SUB)
                                  RMT-SVC-DATE (ROB-SUB)
                MOVE MT-ADD-INTVL-N TO RMT-INTVL (ROB-SUB)
            ELSE IF MT-STAT
                MOVE MT-NEW-STAT TO RMT-STATUS (ROB-SUB)
            ELSE IF MT-SVC
                MOVE MT-DATE-N TO RMT-SVC-DATE (ROB-SUB)
                MOVE RMT-CELLS (ROB-SUB) TO RMT-SVC-CELLS (ROB-SUB)
            ELSE IF MT-INTV
                MOVE MT-NEW-INTVL-N TO RMT-INTVL (ROB-SUB).
       TRANS-APPLY-PARA-X. EXIT.

      ******************************************************************
      * TALLY-PARA - READS ONE AUFILE RECORD AND CREDITS ITS TRAVEL
      * AND PICKS TO THE ROBOT'S ODOMETER.  "GOTO STEP" RECORDS ARE
      * HELD IN PEND-STEP-CNT UNTIL THE GOTO COMMAND RECORD THAT
      * FOLLOWS THEM NAMES THE ROBOT.  RUN HEADERS, "NO ROBOT PLACED"
      * AND "REJECTED" RECORDS MOVED NOTHING.  A RECORD WHOSE JOB
      * STAMP IS NOT LATER THAN THE LAST ONE ALREADY APPLIED TO ITS
      * ROBOT WAS COUNTED ON AN EARLIER RUN OF THIS STEP AND IS
      * SKIPPED.
      ******************************************************************
       TALLY-PARA.
            READ AUFILE INTO AU-LINE AT END MOVE 'Y' TO AU-EOF.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            IF AU-EOF IS = 'Y'
                GO TO TALLY-PARA-X.
            ADD 1 TO SERV-READ-CNT.
            IF AU-GOTO-STEP
                ADD 1 TO PEND-STEP-CNT
                GO TO TALLY-PARA-X.
            MOVE ZERO TO NIGHT-CELLS NIGHT-PICKS.
            IF AU-RUN-HDR OR AU-NO-ROBOT OR AU-REJECTED
                MOVE ZERO TO PEND-STEP-CNT
                GO TO TALLY-PARA-X.
            IF AU-GOTO-CMD
                MOVE PEND-STEP-CNT TO NIGHT-CELLS
            ELSE IF AU-MOVE-CMD
                PERFORM MOVE-DIFF-PARA THRU MOVE-DIFF-PARA-X
                MOVE MOVE-DIFF TO NIGHT-CELLS
            ELSE IF AU-PICK-CMD
                MOVE 1 TO NIGHT-PICKS.
            MOVE ZERO TO PEND-STEP-CNT.
            IF NIGHT-CELLS IS = ZERO AND NIGHT-PICKS IS = ZERO
                GO TO TALLY-PARA-X.
            PERFORM ROBOT-OF-PARA THRU ROBOT-OF-PARA-X.
            IF CUR-ROB IS = ZERO
                GO TO TALLY-PARA-X.
            IF RMT-NONE (CUR-ROB)
                ADD 1 TO SERV-NOMAST-CNT
                GO TO TALLY-PARA-X.
            MOVE AU-DATE TO CUR-STAMP-DATE.
            MOVE AU-TIME TO CUR-STAMP-TIME.
            IF CUR-STAMP IS NOT GREATER THAN RMT-PRIOR (CUR-ROB)
                ADD 1 TO SERV-SEEN-CNT
                GO TO TALLY-PARA-X.
            ADD 1 TO SERV-APPL-CNT.
            ADD NIGHT-CELLS TO RMT-CELLS (CUR-ROB)
                               RMT-NIGHT-CELLS (CUR-ROB).
            ADD NIGHT-PICKS TO RMT-PICKS (CUR-ROB)
                               RMT-NIGHT-PICKS (CUR-ROB).
            IF CUR-STAMP IS GREATER THAN RMT-STAMP (CUR-ROB)
                MOVE CUR-STAMP TO RMT-STAMP (CUR-ROB).
       TALLY-PARA-X. EXIT.

      ******************************************************************
      * ROBOT-OF-PARA - RESOLVES THE ROBOT ID CARRIED IN COLUMNS
      * 19-20 OF THE RAW COMMAND (BLANK MEANS ROBOT 01, MATCHING
      * ROBOPGM'S SELECT-ROBOT-PARA).  AN UNNUMERIC OR OUT-OF-RANGE
      * ID LEAVES CUR-ROB ZERO.
      ******************************************************************
       ROBOT-OF-PARA.
            MOVE ZERO TO CUR-ROB.
            IF AU-ROBOT IS = SPACES
                MOVE 01 TO CUR-ROB
            ELSE IF AU-ROBOT IS NUMERIC
                MOVE AU-ROBOT TO CUR-ROB
                IF CUR-ROB IS LESS THAN 01
                        OR CUR-ROB IS GREATER THAN ROBOT-MAX
                    MOVE ZERO TO CUR-ROB.
       ROBOT-OF-PARA-X. EXIT.

      ******************************************************************
      * MOVE-DIFF-PARA - THE NET CELLS OF A MOVE RECORD, EXACTLY AS
      * ROBOSTAT FIGURES THEM: ROW DISTANCE PLUS COLUMN DISTANCE
      * BETWEEN THE BEFORE AND AFTER POSITIONS.
      ******************************************************************
       MOVE-DIFF-PARA.
            MOVE ZERO TO MOVE-DIFF.
            IF (AU-BEF-R IS NOT NUMERIC) OR (AU-AFT-R IS NOT NUMERIC)
                    OR (AU-BEF-C IS NOT NUMERIC)
                    OR (AU-AFT-C IS NOT NUMERIC)
                GO TO MOVE-DIFF-PARA-X.
            MOVE AU-BEF-R TO BEF-R-N.
            MOVE AU-BEF-C TO BEF-C-N.
            MOVE AU-AFT-R TO AFT-R-N.
            MOVE AU-AFT-C TO AFT-C-N.
            IF AFT-R-N IS GREATER THAN BEF-R-N
                SUBTRACT BEF-R-N FROM AFT-R-N GIVING MOVE-DIFF
            ELSE
                SUBTRACT AFT-R-N FROM BEF-R-N GIVING MOVE-DIFF.
            IF AFT-C-N IS GREATER THAN BEF-C-N
                ADD AFT-C-N TO MOVE-DIFF
                SUBTRACT BEF-C-N FROM MOVE-DIFF
            ELSE
                ADD BEF-C-N TO MOVE-DIFF
                SUBTRACT AFT-C-N FROM MOVE-DIFF.
       MOVE-DIFF-PARA-X. EXIT.

      ******************************************************************
      * MASTER-WRITE-PARA - PUTS ONE TABLE ENTRY BACK ON THE MASTER:
      * REWRITE FOR A ROBOT THAT WAS ALREADY THERE, WRITE FOR ONE
      * ADDED TONIGHT.
      ******************************************************************
       MASTER-WRITE-PARA.
            IF RMT-NONE (ROB-SUB)
                GO TO MASTER-WRITE-PARA-X.
            MOVE SPACES TO RM-REC.
            MOVE ROB-SUB TO RM-ROBOT.
            MOVE RMT-STATUS (ROB-SUB) TO RM-STATUS.
            MOVE RMT-INSVC-DATE (ROB-SUB) TO RM-INSVC-DATE.
            MOVE RMT-CELLS (ROB-SUB) TO RM-CELLS.
            MOVE RMT-PICKS (ROB-SUB) TO RM-PICKS.
            MOVE RMT-SVC-DATE (ROB-SUB) TO RM-SVC-DATE.
            MOVE RMT-SVC-CELLS (ROB-SUB) TO RM-SVC-CELLS.
            MOVE RMT-INTVL (ROB-SUB) TO RM-INTVL.
            MOVE RMT-STAMP (ROB-SUB) TO RM-STAMP.
            IF RMT-ADDED (ROB-SUB)
                WRITE RM-REC
            ELSE
                REWRITE RM-REC.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
       MASTER-WRITE-PARA-X. EXIT.

      ******************************************************************
      * REPORT-PARA - THE FLEET ODOMETER (ONE LINE PER ROBOT ON THE
      * MASTER) AND THE SERVICE-DUE LIST: EVERY ROBOT NOT RETIRED
      * WITH A SERVICE INTERVAL WHOSE CELLS SINCE ITS LAST SERVICE
      * HAVE REACHED THAT INTERVAL.  A ZERO INTERVAL MEANS NONE SET.
      ******************************************************************
       REPORT-PARA.
            MOVE SPACES TO SVT.
            STRING "============ FLEET ODOMETER ============"
                   DELIMITED BY SIZE INTO SVT.
            PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
            PERFORM ODOMETER-PARA THRU ODOMETER-PARA-X
                    VARYING ROB-SUB FROM 1 BY 1
                    UNTIL ROB-SUB > ROBOT-MAX.
            MOVE SPACES TO SVT.
            STRING "============ SERVICE DUE LIST ============"
                   DELIMITED BY SIZE INTO SVT.
            PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
            PERFORM DUE-PARA THRU DUE-PARA-X
                    VARYING ROB-SUB FROM 1 BY 1
                    UNTIL ROB-SUB > ROBOT-MAX.
            IF SERV-DUE-CNT IS = ZERO
                MOVE SPACES TO SVT
                STRING "NO ROBOT DUE FOR SERVICE" DELIMITED BY SIZE
                       INTO SVT
                PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
            PERFORM TRAILER-PARA THRU TRAILER-PARA-X.
       REPORT-PARA-X. EXIT.

       ODOMETER-PARA.
            IF RMT-NONE (ROB-SUB)
                GO TO ODOMETER-PARA-X.
            MOVE ROB-SUB TO SVO-ROBOT.
            MOVE RMT-STATUS (ROB-SUB) TO SVO-STATUS.
            MOVE RMT-NIGHT-CELLS (ROB-SUB) TO SVO-NIGHT-CELLS.
            MOVE RMT-NIGHT-PICKS (ROB-SUB) TO SVO-NIGHT-PICKS.
            MOVE RMT-CELLS (ROB-SUB) TO SVO-CELLS.
            MOVE RMT-PICKS (ROB-SUB) TO SVO-PICKS.
            MOVE SPACES TO SVT.
            MOVE SV-ODO-LINE TO SVT.
            PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
       ODOMETER-PARA-X. EXIT.

       DUE-PARA.
            IF RMT-NONE (ROB-SUB) OR RMT-RETIRED (ROB-SUB)
                GO TO DUE-PARA-X.
            IF RMT-INTVL (ROB-SUB) IS = ZERO
                GO TO DUE-PARA-X.
            SUBTRACT RMT-SVC-CELLS (ROB-SUB) FROM RMT-CELLS (ROB-SUB)
                    GIVING SINCE-SVC.
            IF SINCE-SVC IS LESS THAN RMT-INTVL (ROB-SUB)
                GO TO DUE-PARA-X.
            ADD 1 TO SERV-DUE-CNT.
            MOVE ROB-SUB TO SVD-ROBOT.
            MOVE RMT-SVC-DATE (ROB-SUB) TO SVD-SVC-DATE.
            MOVE SINCE-SVC TO SVD-SINCE.
            MOVE RMT-INTVL (ROB-SUB) TO SVD-INTVL.
            IF RMT-OUT (ROB-SUB)
                MOVE "OUT OF SERVICE" TO SVD-NOTE
            ELSE
                MOVE SPACES TO SVD-NOTE.
            MOVE SPACES TO SVT.
            MOVE SV-DUE-LINE TO SVT.
            PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
       DUE-PARA-X. EXIT.

       TRAILER-PARA.
            MOVE SPACES TO SVT.
            STRING "============ UPDATE SUMMARY ============"
                   DELIMITED BY SIZE INTO SVT.
            PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
            MOVE "AUFILE RECORDS READ:       " TO SV-TRL-TXT.
            MOVE SERV-READ-CNT TO SV-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "RECORDS APPLIED:           " TO SV-TRL-TXT.
            MOVE SERV-APPL-CNT TO SV-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "ALREADY APPLIED, SKIPPED:  " TO SV-TRL-TXT.
            MOVE SERV-SEEN-CNT TO SV-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "ROBOT NOT ON MASTER:       " TO SV-TRL-TXT.
            MOVE SERV-NOMAST-CNT TO SV-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "TRANSACTIONS APPLIED:      " TO SV-TRL-TXT.
            MOVE SERV-MT-OK-CNT TO SV-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "TRANSACTIONS REJECTED:     " TO SV-TRL-TXT.
            MOVE SERV-MT-REJ-CNT TO SV-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "ROBOTS DUE FOR SERVICE:    " TO SV-TRL-TXT.
            MOVE SERV-DUE-CNT TO SV-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
       TRAILER-PARA-X. EXIT.

       WRITE-TRL-PARA.
            MOVE SPACES TO SVT.
            MOVE SV-TRAILER TO SVT.
            PERFORM WRITE-SVT-PARA THRU WRITE-SVT-PARA-X.
       WRITE-TRL-PARA-X. EXIT.

       WRITE-SVT-PARA.
            WRITE SVT.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
       WRITE-SVT-PARA-X. EXIT.

       CHECK-FS1-PARA.
            IF FS1 IS NOT = "00"
                DISPLAY "ROBOSERV: SVFILE I/O ERROR - FILE STATUS " FS1
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS1-PARA-X. EXIT.

       CHECK-FS2-PARA.
            IF FS2 IS NOT = "00" AND FS2 IS NOT = "10"
                                 AND FS2 IS NOT = "05"
                DISPLAY "ROBOSERV: MTFILE I/O ERROR - FILE STATUS " FS2
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS2-PARA-X. EXIT.

       CHECK-FS4-PARA.
            IF FS4 IS NOT = "00" AND FS4 IS NOT = "10"
                DISPLAY "ROBOSERV: AUFILE I/O ERROR - FILE STATUS " FS4
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS4-PARA-X. EXIT.

      ******************************************************************
      * CHECK-FS9-PARA - VERIFIES THE ROBOT MASTER FILE STATUS.  "05"
      * MEANS THE OPTIONAL FILE WAS CREATED ON FIRST OPEN, THE
      * NORMAL FIRST-NIGHT CASE; END OF FILE IS HANDLED AT THE READ.
      ******************************************************************
       CHECK-FS9-PARA.
            IF FS9 IS NOT = "00" AND FS9 IS NOT = "05"
                DISPLAY "ROBOSERV: RMFILE I/O ERROR - FILE STATUS " FS9
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS9-PARA-X. EXIT.

       CLOSE-PARA.
           CLOSE RMFILE.
           PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
           CLOSE AUFILE.
           PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
           CLOSE SVFILE.
           PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
           DISPLAY "ROBOSERV: READ " SERV-READ-CNT
                   " APPLIED " SERV-APPL-CNT
                   " SKIPPED " SERV-SEEN-CNT
                   " NO MASTER " SERV-NOMAST-CNT
                   " DUE " SERV-DUE-CNT.
           IF SERV-MT-REJ-CNT IS GREATER THAN ZERO
                   OR SERV-NOMAST-CNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE.
