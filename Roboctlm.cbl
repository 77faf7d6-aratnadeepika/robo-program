      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONTROL FILE MAINTENANCE.  APPLIES THE CMFILE ADD,
      *          CHANGE, AND DELETE TRANSACTIONS TO THE THREE FLOOR
      *          CONTROL FILES ROBOPGM READS - OBFILE OBSTACLES,
      *          CGFILE CHARGE STATIONS, RBFILE ROBOT RATINGS - AND
      *          WRITES THE NEW VERSIONS TO OBNEW, CGNEW, AND RBNEW
      *          (ROLLED OVER THE OLD FILES THE WAY ITNEW IS ROLLED
      *          TO ITFILE).  EVERY CELL IS EDITED AGAINST THE TBFILE
      *          TABLE SIZE, EVERY RATING FOR A NUMERIC CAPACITY AND
      *          LETTER CLASSES, AND NO CHANGE MAY PUT AN OBSTACLE ON
      *          A CHARGE STATION OR OVER AN ITFILE ITEM CELL.
      *          TRANSACTIONS APPLY IN FILE ORDER, EACH AGAINST THE
      *          FILES AS THE ONES BEFORE IT LEFT THEM.  MLFILE IS THE
      *          CHANGE LOG - EACH TRANSACTION'S BEFORE AND AFTER
      *          IMAGE, WHO ASKED FOR IT AND WHEN, AND WHETHER IT WAS
      *          APPLIED - FOLLOWED BY A CROSS-CHECK OF THE NEW FILES
      *          AS A WHOLE, SO A FAULT KEYED BY HAND BEFORE THIS JOB
      *          EXISTED STILL SHOWS UP.  ENDS WITH RETURN-CODE 04
      *          WHEN A TRANSACTION WAS REJECTED, AND 08 WHEN THE NEW
      *          FILES STILL FAIL THE CROSS-CHECK - DO NOT ROLL THEM
      *          IN ON AN 08.
      *
      *          CMFILE TRANSACTION:
      *            COLUMNS  1-2   FILE - OB, CG, OR RB
      *            COLUMN   4     ACTION - A, C, OR D
      *            COLUMNS  6-18  RECORD - "RR CC" FOR OB/CG, THE
      *                           FULL "NN WWWWW CCCC" FOR RB
      *            COLUMNS 20-24  NEW CELL "RR CC" (OB/CG CHANGE)
      *            COLUMNS 26-33  REQUESTED BY
      *            COLUMNS 35-42  REQUEST DATE YYYYMMDD
      *            COLUMNS 44-47  REQUEST TIME HHMM
      *          AN RB CHANGE REPLACES THE WHOLE RATING FOR ROBOT NN.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  DLR  INITIAL VERSION.  CONTROL RECORD LAYOUTS ARE
      *                  ROBOPGM'S - KEEP IN STEP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOCTLM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBFILE ASSIGN TO "TBFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS.

           SELECT CMFILE ASSIGN TO "CMFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.

           SELECT OPTIONAL OBFILE ASSIGN TO "OBFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.

           SELECT OPTIONAL CGFILE ASSIGN TO "CGFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.

           SELECT OPTIONAL RBFILE ASSIGN TO "RBFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.

           SELECT OPTIONAL ITFILE ASSIGN TO "ITFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.

           SELECT OBNEW ASSIGN TO "OBNEW"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.

           SELECT CGNEW ASSIGN TO "CGNEW"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS7.

           SELECT RBNEW ASSIGN TO "RBNEW"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS8.

           SELECT MLFILE ASSIGN TO "MLFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS9.

       DATA DIVISION.
       FILE SECTION.

       FD TBFILE.
       01 TBL-CTL PIC X(10).

       FD CMFILE.
       01 CM-REC PIC X(50).

       FD OBFILE.
       01 OB-REC PIC X(05).

       FD CGFILE.
       01 CG-REC PIC X(05).

       FD RBFILE.
       01 RB-REC PIC X(13).

       FD ITFILE.
       01 IT-REC PIC X(22).

       FD OBNEW.
       01 OB-NEW PIC X(05).

       FD CGNEW.
       01 CG-NEW PIC X(05).

       FD RBNEW.
       01 RB-NEW PIC X(13).

       FD MLFILE.
       01 MLR PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 FS1 PIC XX.
       01 FS2 PIC XX.
       01 FS3 PIC XX.
       01 FS4 PIC XX.
       01 FS5 PIC XX.
       01 FS6 PIC XX.
       01 FS7 PIC XX.
       01 FS8 PIC XX.
       01 FS9 PIC XX.
       01 CM-EOF PIC X VALUE 'N'.
       01 OB-EOF PIC X VALUE 'N'.
       01 CG-EOF PIC X VALUE 'N'.
       01 RB-EOF PIC X VALUE 'N'.
       01 IT-EOF PIC X VALUE 'N'.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-TIME PIC 9(8) VALUE ZERO.
       01 TBL-CTL-P.
           05 TBL-ROWS PIC 99.
           05 FILLER PIC X.
           05 TBL-COLS PIC 99.
       01 OBSTACLE-MAX PIC 9(4) VALUE 5000.
       01 CHG-STN-MAX PIC 9(3) VALUE 100.
       01 RB-MAX PIC 9(3) VALUE 99.
       01 ITEM-MAX PIC 9(3) VALUE 100.
       01 OB-CNT PIC 9(4) VALUE ZERO.
       01 CG-CNT PIC 9(3) VALUE ZERO.
       01 RB-CNT PIC 9(3) VALUE ZERO.
       01 IT-CNT PIC 9(3) VALUE ZERO.
       01 OB-SUB PIC 9(4).
       01 CG-SUB PIC 9(3).
       01 RB-SUB PIC 9(3).
       01 IT-SUB PIC 9(3).
       01 OB-FND PIC 9(4).
       01 CG-FND PIC 9(3).
       01 RB-FND PIC 9(3).
       01 IT-FND PIC 9(3).
       01 TX-CNT PIC 9(6) VALUE ZERO.
       01 APPLY-CNT PIC 9(6) VALUE ZERO.
       01 REJ-CNT PIC 9(6) VALUE ZERO.
       01 FAULT-CNT PIC 9(6) VALUE ZERO.
       01 OUT-OB-CNT PIC 9(6) VALUE ZERO.
       01 OUT-CG-CNT PIC 9(6) VALUE ZERO.
       01 OUT-RB-CNT PIC 9(6) VALUE ZERO.
       01 TX-REASON PIC X(30).
       01 CHK-CELL PIC X(5).
       01 CHK-CELL-P REDEFINES CHK-CELL.
           05 CHK-ROW PIC 99.
           05 CHK-SEP PIC X.
           05 CHK-COL PIC 99.
       01 CHK-ROBOT PIC XX.
       01 CHK-ROBOT-N REDEFINES CHK-ROBOT PIC 99.
       01 CHK-RATING PIC X(13).
       01 CHK-RATING-P REDEFINES CHK-RATING.
           05 CHK-RB-ROBOT PIC XX.
           05 FILLER PIC X.
           05 CHK-RB-WGT PIC X(5).
           05 FILLER PIC X.
           05 CHK-RB-CLS PIC X(4).
       01 CM-REC-P.
           05 CM-FILE PIC XX.
              88 CM-OB VALUE "OB".
              88 CM-CG VALUE "CG".
              88 CM-RB VALUE "RB".
           05 FILLER PIC X.
           05 CM-ACT PIC X.
              88 CM-ADD VALUE 'A'.
              88 CM-CHG VALUE 'C'.
              88 CM-DEL VALUE 'D'.
           05 FILLER PIC X.
           05 CM-DATA PIC X(13).
           05 CM-DATA-P REDEFINES CM-DATA.
              10 CM-CELL PIC X(5).
              10 FILLER PIC X(8).
           05 CM-DATA-RB REDEFINES CM-DATA.
              10 CM-ROBOT PIC XX.
              10 FILLER PIC X(11).
           05 FILLER PIC X.
           05 CM-NEW-CELL PIC X(5).
           05 FILLER PIC X.
           05 CM-REQ PIC X(8).
           05 FILLER PIC X.
           05 CM-REQ-DATE PIC X(8).
           05 FILLER PIC X.
           05 CM-REQ-TIME PIC X(4).
           05 FILLER PIC X(3).
       01 IT-REC-P.
           05 IT-ID PIC X(8).
           05 FILLER PIC X.
           05 IT-CELL.
              10 IT-ROW PIC 99.
              10 FILLER PIC X.
              10 IT-COL PIC 99.
           05 FILLER PIC X(8).
       01 OB-TABLE.
           05 OB-ENTRY OCCURS 5000 TIMES.
              10 OBT-CELL PIC X(5).
              10 OBT-GONE PIC X.
       01 CG-TABLE.
           05 CG-ENTRY OCCURS 100 TIMES.
              10 CGT-CELL PIC X(5).
              10 CGT-GONE PIC X.
       01 RB-TABLE.
           05 RB-ENTRY OCCURS 99 TIMES.
              10 RBT-REC PIC X(13).
              10 RBT-ROBOT REDEFINES RBT-REC PIC XX.
              10 RBT-GONE PIC X.
       01 IT-TABLE.
           05 IT-ENTRY OCCURS 100 TIMES.
              10 ITT-ID PIC X(8).
              10 ITT-CELL PIC X(5).
       01 ML-HEAD.
           05 FILLER PIC X(6) VALUE "FILE".
           05 FILLER PIC X(4) VALUE "ACT".
           05 FILLER PIC X(15) VALUE "BEFORE".
           05 FILLER PIC X(15) VALUE "AFTER".
           05 FILLER PIC X(10) VALUE "REQUESTER".
           05 FILLER PIC X(14) VALUE "REQUESTED".
           05 FILLER PIC X(6) VALUE "RESULT".
       01 ML-DTL.
           05 ML-FILE PIC XX.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ML-ACT PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ML-BEFORE PIC X(13).
           05 FILLER PIC XX VALUE SPACES.
           05 ML-AFTER PIC X(13).
           05 FILLER PIC XX VALUE SPACES.
           05 ML-REQ PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 ML-REQ-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 ML-REQ-TIME PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 ML-RESULT PIC X(30).
       01 ML-FAULT.
           05 MF-FILE PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 MF-REC PIC X(13).
           05 FILLER PIC XX VALUE SPACES.
           05 MF-ITEM PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 MF-REASON PIC X(30).
       01 ML-TRAILER.
           05 ML-TRL-TXT PIC X(24).
           05 ML-TRL-CNT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE ML-DTL ML-FAULT WITH FILLER.
           INITIALIZE ML-DTL ML-FAULT ALL TO VALUE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM TABLE-SIZE-PARA THRU TABLE-SIZE-PARA-X.
           PERFORM LOAD-OB-PARA THRU LOAD-OB-PARA-X
                   UNTIL OB-EOF = 'Y'.
           PERFORM LOAD-CG-PARA THRU LOAD-CG-PARA-X
                   UNTIL CG-EOF = 'Y'.
           PERFORM LOAD-RB-PARA THRU LOAD-RB-PARA-X
                   UNTIL RB-EOF = 'Y'.
           PERFORM LOAD-IT-PARA THRU LOAD-IT-PARA-X
                   UNTIL IT-EOF = 'Y'.
           PERFORM HEADER-PARA THRU HEADER-PARA-X.
           PERFORM TX-PARA THRU TX-PARA-X
                   UNTIL CM-EOF = 'Y'.
           PERFORM CROSS-HEAD-PARA THRU CROSS-HEAD-PARA-X.
           PERFORM OB-CROSS-PARA THRU OB-CROSS-PARA-X
                   VARYING OB-SUB FROM 1 BY 1
                   UNTIL OB-SUB > OB-CNT.
           PERFORM CG-CROSS-PARA THRU CG-CROSS-PARA-X
                   VARYING CG-SUB FROM 1 BY 1
                   UNTIL CG-SUB > CG-CNT.
           PERFORM RB-CROSS-PARA THRU RB-CROSS-PARA-X
                   VARYING RB-SUB FROM 1 BY 1
                   UNTIL RB-SUB > RB-CNT.
           PERFORM OB-OUT-PARA THRU OB-OUT-PARA-X
                   VARYING OB-SUB FROM 1 BY 1
                   UNTIL OB-SUB > OB-CNT.
           PERFORM CG-OUT-PARA THRU CG-OUT-PARA-X
                   VARYING CG-SUB FROM 1 BY 1
                   UNTIL CG-SUB > CG-CNT.
           PERFORM RB-OUT-PARA THRU RB-OUT-PARA-X
                   VARYING RB-SUB FROM 1 BY 1
                   UNTIL RB-SUB > RB-CNT.
           PERFORM TRAILER-PARA THRU TRAILER-PARA-X.
           PERFORM CLOSE-PARA.
           STOP RUN.

       OPEN-PARA.
            OPEN INPUT TBFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            OPEN INPUT CMFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            OPEN INPUT OBFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF FS2 IS NOT = "00"
                MOVE 'Y' TO OB-EOF.
            OPEN INPUT CGFILE.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            IF FS3 IS NOT = "00"
                MOVE 'Y' TO CG-EOF.
            OPEN INPUT RBFILE.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            IF FS4 IS NOT = "00"
                MOVE 'Y' TO RB-EOF.
            OPEN INPUT ITFILE.
            PERFORM CHECK-FS5-PARA THRU CHECK-FS5-PARA-X.
            IF FS5 IS NOT = "00"
                MOVE 'Y' TO IT-EOF.
            OPEN OUTPUT OBNEW.
            PERFORM CHECK-FS6-PARA THRU CHECK-FS6-PARA-X.
            OPEN OUTPUT CGNEW.
            PERFORM CHECK-FS7-PARA THRU CHECK-FS7-PARA-X.
            OPEN OUTPUT RBNEW.
            PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
            OPEN OUTPUT MLFILE.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
       OPEN-PARA-X. EXIT.

      ******************************************************************
      * TABLE-SIZE-PARA - READS THE TBFILE ROW/COLUMN COUNTS THE SAME
      * WAY ROBOPGM DOES.  BOARD CELLS RUN FROM 00 TO ONE LESS THAN
      * THE COUNT IN EACH DIRECTION.
      ******************************************************************
       TABLE-SIZE-PARA.
            READ TBFILE AT END
                DISPLAY "ROBOCTLM: TBFILE HAS NO CONTROL RECORD"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            MOVE TBL-CTL TO TBL-CTL-P.
            IF (TBL-ROWS IS NOT NUMERIC)
                    OR (TBL-COLS IS NOT NUMERIC) THEN
                DISPLAY "ROBOCTLM: TBFILE CONTROL RECORD IS NOT NUMERIC"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       TABLE-SIZE-PARA-X. EXIT.

      ******************************************************************
      * LOAD-OB-PARA AND FRIENDS - LOAD THE CURRENT CONTROL FILES AS
      * THEY STAND, BAD RECORDS INCLUDED, SO A TRANSACTION CAN FIX
      * THEM AND THE CROSS-CHECK CAN REPORT THEM.  ONLY THE TABLE
      * LIMITS ROBOPGM ITSELF ENFORCES STOP THE RUN.  ITFILE ITEMS
      * ARE KEPT FOR THEIR CELLS ONLY.
      ******************************************************************
       LOAD-OB-PARA.
            READ OBFILE AT END MOVE 'Y' TO OB-EOF.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF OB-EOF IS = 'Y'
                GO TO LOAD-OB-PARA-X.
            IF OB-CNT IS NOT LESS THAN OBSTACLE-MAX
                DISPLAY "ROBOCTLM: OBFILE HAS MORE THAN "
                        OBSTACLE-MAX " OBSTACLES"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO OB-CNT.
            MOVE OB-REC TO OBT-CELL (OB-CNT).
            MOVE 'N' TO OBT-GONE (OB-CNT).
       LOAD-OB-PARA-X. EXIT.

       LOAD-CG-PARA.
            READ CGFILE AT END MOVE 'Y' TO CG-EOF.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            IF CG-EOF IS = 'Y'
                GO TO LOAD-CG-PARA-X.
            IF CG-CNT IS NOT LESS THAN CHG-STN-MAX
                DISPLAY "ROBOCTLM: CGFILE HAS MORE THAN "
                        CHG-STN-MAX " CHARGE STATIONS"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO CG-CNT.
            MOVE CG-REC TO CGT-CELL (CG-CNT).
            MOVE 'N' TO CGT-GONE (CG-CNT).
       LOAD-CG-PARA-X. EXIT.

       LOAD-RB-PARA.
            READ RBFILE AT END MOVE 'Y' TO RB-EOF.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            IF RB-EOF IS = 'Y'
                GO TO LOAD-RB-PARA-X.
            IF RB-CNT IS NOT LESS THAN RB-MAX
                DISPLAY "ROBOCTLM: RBFILE HAS MORE THAN "
                        RB-MAX " RATINGS"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO RB-CNT.
            MOVE RB-REC TO RBT-REC (RB-CNT).
            MOVE 'N' TO RBT-GONE (RB-CNT).
       LOAD-RB-PARA-X. EXIT.

       LOAD-IT-PARA.
            READ ITFILE INTO IT-REC-P AT END MOVE 'Y' TO IT-EOF.
            PERFORM CHECK-FS5-PARA THRU CHECK-FS5-PARA-X.
            IF IT-EOF IS = 'Y'
                GO TO LOAD-IT-PARA-X.
            IF IT-CNT IS NOT LESS THAN ITEM-MAX
                DISPLAY "ROBOCTLM: ITFILE HAS MORE THAN 100 ITEMS"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO IT-CNT.
            MOVE IT-ID TO ITT-ID (IT-CNT).
            MOVE IT-CELL TO ITT-CELL (IT-CNT).
       LOAD-IT-PARA-X. EXIT.

       HEADER-PARA.
            MOVE SPACES TO MLR.
            STRING "CONTROL FILE MAINTENANCE CHANGE LOG - RUN DATE "
                   RUN-DATE " TIME " RUN-TIME
                   DELIMITED BY SIZE INTO MLR.
            PERFORM WRITE-ML-PARA THRU WRITE-ML-PARA-X.
            MOVE SPACES TO MLR.
            PERFORM WRITE-ML-PARA THRU WRITE-ML-PARA-X.
            MOVE ML-HEAD TO MLR.
            PERFORM WRITE-ML-PARA THRU WRITE-ML-PARA-X.
       HEADER-PARA-X. EXIT.

      ******************************************************************
      * TX-PARA - TAKES ONE MAINTENANCE TRANSACTION, EDITS IT, HANDS
      * IT TO THE PARAGRAPH FOR ITS FILE, AND LOGS THE BEFORE AND
      * AFTER IMAGES WITH THE RESULT.  A REJECTED TRANSACTION LEAVES
      * THE FILES AS THEY WERE.
      ******************************************************************
       TX-PARA.
            READ CMFILE INTO CM-REC-P AT END MOVE 'Y' TO CM-EOF.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            IF CM-EOF IS = 'Y'
                GO TO TX-PARA-X.
            ADD 1 TO TX-CNT.
            MOVE CM-FILE TO ML-FILE.
            MOVE CM-ACT TO ML-ACT.
            MOVE SPACES TO ML-BEFORE ML-AFTER.
            MOVE CM-REQ TO ML-REQ.
            MOVE CM-REQ-DATE TO ML-REQ-DATE.
            MOVE CM-REQ-TIME TO ML-REQ-TIME.
            MOVE SPACES TO TX-REASON.
            PERFORM TX-EDIT-PARA THRU TX-EDIT-PARA-X.
            IF TX-REASON IS = SPACES
                IF CM-OB
                    PERFORM OB-TX-PARA THRU OB-TX-PARA-X
                ELSE IF CM-CG
                    PERFORM CG-TX-PARA THRU CG-TX-PARA-X
                ELSE
                    PERFORM RB-TX-PARA THRU RB-TX-PARA-X.
            IF TX-REASON IS = SPACES
                ADD 1 TO APPLY-CNT
                MOVE "APPLIED" TO ML-RESULT
            ELSE
                ADD 1 TO REJ-CNT
                MOVE TX-REASON TO ML-RESULT.
            MOVE ML-DTL TO MLR.
            PERFORM WRITE-ML-PARA THRU WRITE-ML-PARA-X.
       TX-PARA-X. EXIT.

       TX-EDIT-PARA.
            IF NOT CM-OB AND NOT CM-CG AND NOT CM-RB
                MOVE CM-DATA TO ML-AFTER
                MOVE "NOT AN OB, CG, OR RB FILE" TO TX-REASON
                GO TO TX-EDIT-PARA-X.
            IF NOT CM-ADD AND NOT CM-CHG AND NOT CM-DEL
                MOVE CM-DATA TO ML-AFTER
                MOVE "ACTION IS NOT A, C, OR D" TO TX-REASON
                GO TO TX-EDIT-PARA-X.
            IF CM-REQ IS = SPACES
                MOVE CM-DATA TO ML-AFTER
                MOVE "NO REQUESTER GIVEN" TO TX-REASON
                GO TO TX-EDIT-PARA-X.
            IF CM-REQ-DATE IS NOT NUMERIC
                    OR CM-REQ-TIME IS NOT NUMERIC
                MOVE CM-DATA TO ML-AFTER
                MOVE "REQUEST DATE/TIME NOT NUMERIC" TO TX-REASON.
       TX-EDIT-PARA-X. EXIT.

      ******************************************************************
      * OB-TX-PARA - OBSTACLE ADD, CHANGE (MOVE TO THE NEW CELL), OR
      * DELETE.  THE TARGET CELL OF AN ADD OR CHANGE GOES THROUGH
      * OB-TARGET-PARA FIRST.
      ******************************************************************
       OB-TX-PARA.
            IF CM-ADD
                MOVE CM-CELL TO ML-AFTER
                MOVE CM-CELL TO CHK-CELL
                PERFORM OB-TARGET-PARA THRU OB-TARGET-PARA-X
                IF TX-REASON IS NOT = SPACES
                    GO TO OB-TX-PARA-X
                END-IF
                IF OB-CNT IS NOT LESS THAN OBSTACLE-MAX
                    MOVE "OBFILE IS FULL" TO TX-REASON
                    GO TO OB-TX-PARA-X
                END-IF
                ADD 1 TO OB-CNT
                MOVE CM-CELL TO OBT-CELL (OB-CNT)
                MOVE 'N' TO OBT-GONE (OB-CNT)
                GO TO OB-TX-PARA-X.
            MOVE CM-CELL TO ML-BEFORE.
            MOVE CM-CELL TO CHK-CELL.
            PERFORM OB-FIND-PARA THRU OB-FIND-PARA-X.
            IF OB-FND IS = ZERO
                MOVE "OBSTACLE NOT ON FILE" TO TX-REASON
                GO TO OB-TX-PARA-X.
            IF CM-DEL
                MOVE 'Y' TO OBT-GONE (OB-FND)
                GO TO OB-TX-PARA-X.
            MOVE CM-NEW-CELL TO ML-AFTER.
            MOVE CM-NEW-CELL TO CHK-CELL.
            PERFORM OB-TARGET-PARA THRU OB-TARGET-PARA-X.
            IF TX-REASON IS = SPACES
                MOVE CM-NEW-CELL TO OBT-CELL (OB-FND).
       OB-TX-PARA-X. EXIT.

       OB-TARGET-PARA.
            PERFORM CELL-EDIT-PARA THRU CELL-EDIT-PARA-X.
            IF TX-REASON IS NOT = SPACES
                GO TO OB-TARGET-PARA-X.
            PERFORM OB-FIND-PARA THRU OB-FIND-PARA-X.
            IF OB-FND IS NOT = ZERO
                MOVE "CELL IS ALREADY AN OBSTACLE" TO TX-REASON
                GO TO OB-TARGET-PARA-X.
            PERFORM CG-FIND-PARA THRU CG-FIND-PARA-X.
            IF CG-FND IS NOT = ZERO
                MOVE "OBSTACLE ON A CHARGE STATION" TO TX-REASON
                GO TO OB-TARGET-PARA-X.
            PERFORM IT-FIND-PARA THRU IT-FIND-PARA-X.
            IF IT-FND IS NOT = ZERO
                MOVE SPACES TO TX-REASON
                STRING "OBSTACLE OVER ITEM " ITT-ID (IT-FND)
                       DELIMITED BY SIZE INTO TX-REASON.
       OB-TARGET-PARA-X. EXIT.

      ******************************************************************
      * CG-TX-PARA - CHARGE STATION ADD, CHANGE, OR DELETE, SAME
      * SHAPE AS OB-TX-PARA.  A STATION MAY NOT SIT ON AN OBSTACLE.
      ******************************************************************
       CG-TX-PARA.
            IF CM-ADD
                MOVE CM-CELL TO ML-AFTER
                MOVE CM-CELL TO CHK-CELL
                PERFORM CG-TARGET-PARA THRU CG-TARGET-PARA-X
                IF TX-REASON IS NOT = SPACES
                    GO TO CG-TX-PARA-X
                END-IF
                IF CG-CNT IS NOT LESS THAN CHG-STN-MAX
                    MOVE "CGFILE IS FULL" TO TX-REASON
                    GO TO CG-TX-PARA-X
                END-IF
                ADD 1 TO CG-CNT
                MOVE CM-CELL TO CGT-CELL (CG-CNT)
                MOVE 'N' TO CGT-GONE (CG-CNT)
                GO TO CG-TX-PARA-X.
            MOVE CM-CELL TO ML-BEFORE.
            MOVE CM-CELL TO CHK-CELL.
            PERFORM CG-FIND-PARA THRU CG-FIND-PARA-X.
            IF CG-FND IS = ZERO
                MOVE "CHARGE STATION NOT ON FILE" TO TX-REASON
                GO TO CG-TX-PARA-X.
            IF CM-DEL
                MOVE 'Y' TO CGT-GONE (CG-FND)
                GO TO CG-TX-PARA-X.
            MOVE CM-NEW-CELL TO ML-AFTER.
            MOVE CM-NEW-CELL TO CHK-CELL.
            PERFORM CG-TARGET-PARA THRU CG-TARGET-PARA-X.
            IF TX-REASON IS = SPACES
                MOVE CM-NEW-CELL TO CGT-CELL (CG-FND).
       CG-TX-PARA-X. EXIT.

       CG-TARGET-PARA.
            PERFORM CELL-EDIT-PARA THRU CELL-EDIT-PARA-X.
            IF TX-REASON IS NOT = SPACES
                GO TO CG-TARGET-PARA-X.
            PERFORM CG-FIND-PARA THRU CG-FIND-PARA-X.
            IF CG-FND IS NOT = ZERO
                MOVE "CELL IS ALREADY A STATION" TO TX-REASON
                GO TO CG-TARGET-PARA-X.
            PERFORM OB-FIND-PARA THRU OB-FIND-PARA-X.
            IF OB-FND IS NOT = ZERO
                MOVE "CHARGE STATION ON AN OBSTACLE" TO TX-REASON.
       CG-TARGET-PARA-X. EXIT.

      ******************************************************************
      * RB-TX-PARA - ROBOT RATING ADD, CHANGE (WHOLE RECORD), OR
      * DELETE, KEYED ON THE ROBOT NUMBER.  CAPACITY MUST BE NUMERIC
      * AND THE RATED CLASSES LETTERS OR BLANK.
      ******************************************************************
       RB-TX-PARA.
            MOVE CM-ROBOT TO CHK-ROBOT.
            IF CHK-ROBOT IS NOT NUMERIC
                MOVE CM-DATA TO ML-AFTER
                MOVE "ROBOT ID IS NOT 01-09" TO TX-REASON
                GO TO RB-TX-PARA-X.
            IF CHK-ROBOT-N IS LESS THAN 01
                    OR CHK-ROBOT-N IS GREATER THAN 09
                MOVE CM-DATA TO ML-AFTER
                MOVE "ROBOT ID IS NOT 01-09" TO TX-REASON
                GO TO RB-TX-PARA-X.
            PERFORM RB-FIND-PARA THRU RB-FIND-PARA-X.
            IF RB-FND IS NOT = ZERO
                MOVE RBT-REC (RB-FND) TO ML-BEFORE.
            IF NOT CM-DEL
                MOVE CM-DATA TO ML-AFTER
                MOVE CM-DATA TO CHK-RATING
                PERFORM RATING-EDIT-PARA THRU RATING-EDIT-PARA-X
                IF TX-REASON IS NOT = SPACES
                    GO TO RB-TX-PARA-X.
            IF CM-ADD
                IF RB-FND IS NOT = ZERO
                    MOVE "ROBOT IS ALREADY RATED" TO TX-REASON
                    GO TO RB-TX-PARA-X
                END-IF
                IF RB-CNT IS NOT LESS THAN RB-MAX
                    MOVE "RBFILE IS FULL" TO TX-REASON
                    GO TO RB-TX-PARA-X
                END-IF
                ADD 1 TO RB-CNT
                MOVE CM-DATA TO RBT-REC (RB-CNT)
                MOVE 'N' TO RBT-GONE (RB-CNT)
                GO TO RB-TX-PARA-X.
            IF RB-FND IS = ZERO
                MOVE CM-DATA TO ML-BEFORE
                MOVE "ROBOT IS NOT RATED" TO TX-REASON
                GO TO RB-TX-PARA-X.
            IF CM-DEL
                MOVE 'Y' TO RBT-GONE (RB-FND)
            ELSE
                MOVE CM-DATA TO RBT-REC (RB-FND).
       RB-TX-PARA-X. EXIT.

      ******************************************************************
      * CELL-EDIT-PARA - CHK-CELL MUST BE "RR CC", NUMERIC, AND ON
      * THE BOARD TBFILE DESCRIBES.
      ******************************************************************
       CELL-EDIT-PARA.
            IF CHK-ROW IS NOT NUMERIC OR CHK-COL IS NOT NUMERIC
                    OR CHK-SEP IS NOT = SPACE
                MOVE "CELL IS NOT RR CC" TO TX-REASON
                GO TO CELL-EDIT-PARA-X.
            IF CHK-ROW IS NOT LESS THAN TBL-ROWS
                    OR CHK-COL IS NOT LESS THAN TBL-COLS
                MOVE "CELL IS OUTSIDE THE TABLE" TO TX-REASON.
       CELL-EDIT-PARA-X. EXIT.

       RATING-EDIT-PARA.
            IF CHK-RB-WGT IS NOT NUMERIC
                MOVE "CAPACITY IS NOT NUMERIC" TO TX-REASON
                GO TO RATING-EDIT-PARA-X.
            IF CHK-RB-CLS IS NOT ALPHABETIC
                MOVE "CLASS IS NOT LETTERS" TO TX-REASON.
       RATING-EDIT-PARA-X. EXIT.

      ******************************************************************
      * OB-FIND-PARA AND FRIENDS - LOOK CHK-CELL (OR CHK-ROBOT) UP IN
      * EACH TABLE, SKIPPING DELETED ENTRIES.  ZERO MEANS NOT THERE.
      ******************************************************************
       OB-FIND-PARA.
            MOVE ZERO TO OB-FND.
            PERFORM OB-SCAN-PARA THRU OB-SCAN-PARA-X
                    VARYING OB-SUB FROM 1 BY 1
                    UNTIL OB-SUB > OB-CNT OR OB-FND IS NOT = ZERO.
       OB-FIND-PARA-X. EXIT.

       OB-SCAN-PARA.
            IF OBT-CELL (OB-SUB) IS = CHK-CELL
                    AND OBT-GONE (OB-SUB) IS NOT = 'Y'
                MOVE OB-SUB TO OB-FND.
       OB-SCAN-PARA-X. EXIT.

       CG-FIND-PARA.
            MOVE ZERO TO CG-FND.
            PERFORM CG-SCAN-PARA THRU CG-SCAN-PARA-X
                    VARYING CG-SUB FROM 1 BY 1
                    UNTIL CG-SUB > CG-CNT OR CG-FND IS NOT = ZERO.
       CG-FIND-PARA-X. EXIT.

       CG-SCAN-PARA.
            IF CGT-CELL (CG-SUB) IS = CHK-CELL
                    AND CGT-GONE (CG-SUB) IS NOT = 'Y'
                MOVE CG-SUB TO CG-FND.
       CG-SCAN-PARA-X. EXIT.

       IT-FIND-PARA.
            MOVE ZERO TO IT-FND.
            PERFORM IT-SCAN-PARA THRU IT-SCAN-PARA-X
                    VARYING IT-SUB FROM 1 BY 1
                    UNTIL IT-SUB > IT-CNT OR IT-FND IS NOT = ZERO.
       IT-FIND-PARA-X. EXIT.

       IT-SCAN-PARA.
            IF ITT-CELL (IT-SUB) IS = CHK-CELL
                MOVE IT-SUB TO IT-FND.
       IT-SCAN-PARA-X. EXIT.

       RB-FIND-PARA.
            MOVE ZERO TO RB-FND.
            PERFORM RB-SCAN-PARA THRU RB-SCAN-PARA-X
                    VARYING RB-SUB FROM 1 BY 1
                    UNTIL RB-SUB > RB-CNT OR RB-FND IS NOT = ZERO.
       RB-FIND-PARA-X. EXIT.

       RB-SCAN-PARA.
            IF RBT-ROBOT (RB-SUB) IS = CHK-ROBOT
                    AND RBT-GONE (RB-SUB) IS NOT = 'Y'
                MOVE RB-SUB TO RB-FND.
       RB-SCAN-PARA-X. EXIT.

      ******************************************************************
      * CROSS-HEAD-PARA / OB-CROSS-PARA AND FRIENDS - CHECK THE NEW
      * FILES AS A WHOLE: EVERY OBSTACLE AND STATION CELL VALID AND
      * ON THE BOARD, NO OBSTACLE ON A STATION OR OVER AN ITEM CELL,
      * EVERY RATING A VALID ROBOT WITH A NUMERIC CAPACITY AND
      * LETTER CLASSES.  EACH FAULT IS ONE LOG LINE.
      ******************************************************************
       CROSS-HEAD-PARA.
            MOVE SPACES TO MLR.
            PERFORM WRITE-ML-PARA THRU WRITE-ML-PARA-X.
            STRING "========== CROSS-CHECK OF NEW FILES =========="
                   DELIMITED BY SIZE INTO MLR.
            PERFORM WRITE-ML-PARA THRU WRITE-ML-PARA-X.
       CROSS-HEAD-PARA-X. EXIT.

       OB-CROSS-PARA.
            IF OBT-GONE (OB-SUB) IS = 'Y'
                GO TO OB-CROSS-PARA-X.
            MOVE "OBFILE" TO MF-FILE.
            MOVE OBT-CELL (OB-SUB) TO MF-REC.
            MOVE SPACES TO MF-ITEM.
            MOVE OBT-CELL (OB-SUB) TO CHK-CELL.
            MOVE SPACES TO TX-REASON.
            PERFORM CELL-EDIT-PARA THRU CELL-EDIT-PARA-X.
            IF TX-REASON IS NOT = SPACES
                PERFORM FAULT-PARA THRU FAULT-PARA-X
                GO TO OB-CROSS-PARA-X.
            PERFORM CG-FIND-PARA THRU CG-FIND-PARA-X.
            IF CG-FND IS NOT = ZERO
                MOVE "OBSTACLE ON A CHARGE STATION" TO TX-REASON
                PERFORM FAULT-PARA THRU FAULT-PARA-X.
            PERFORM IT-CROSS-PARA THRU IT-CROSS-PARA-X
                    VARYING IT-SUB FROM 1 BY 1
                    UNTIL IT-SUB > IT-CNT.
       OB-CROSS-PARA-X. EXIT.

       IT-CROSS-PARA.
            IF ITT-CELL (IT-SUB) IS = CHK-CELL
                MOVE ITT-ID (IT-SUB) TO MF-ITEM
                MOVE "ITEM CELL UNDER AN OBSTACLE" TO TX-REASON
                PERFORM FAULT-PARA THRU FAULT-PARA-X.
       IT-CROSS-PARA-X. EXIT.

       CG-CROSS-PARA.
            IF CGT-GONE (CG-SUB) IS = 'Y'
                GO TO CG-CROSS-PARA-X.
            MOVE "CGFILE" TO MF-FILE.
            MOVE CGT-CELL (CG-SUB) TO MF-REC.
            MOVE SPACES TO MF-ITEM.
            MOVE CGT-CELL (CG-SUB) TO CHK-CELL.
            MOVE SPACES TO TX-REASON.
            PERFORM CELL-EDIT-PARA THRU CELL-EDIT-PARA-X.
            IF TX-REASON IS NOT = SPACES
                PERFORM FAULT-PARA THRU FAULT-PARA-X.
       CG-CROSS-PARA-X. EXIT.

       RB-CROSS-PARA.
            IF RBT-GONE (RB-SUB) IS = 'Y'
                GO TO RB-CROSS-PARA-X.
            MOVE "RBFILE" TO MF-FILE.
            MOVE RBT-REC (RB-SUB) TO MF-REC.
            MOVE SPACES TO MF-ITEM.
            MOVE RBT-REC (RB-SUB) TO CHK-RATING.
            MOVE CHK-RB-ROBOT TO CHK-ROBOT.
            MOVE SPACES TO TX-REASON.
            IF CHK-ROBOT IS NOT NUMERIC
                MOVE "ROBOT ID IS NOT 01-09" TO TX-REASON
            ELSE IF CHK-ROBOT-N IS LESS THAN 01
                    OR CHK-ROBOT-N IS GREATER THAN 09
                MOVE "ROBOT ID IS NOT 01-09" TO TX-REASON
            ELSE
                PERFORM RATING-EDIT-PARA THRU RATING-EDIT-PARA-X.
            IF TX-REASON IS NOT = SPACES
                PERFORM FAULT-PARA THRU FAULT-PARA-X.
       RB-CROSS-PARA-X. EXIT.

       FAULT-PARA.
            MOVE TX-REASON TO MF-REASON.
            MOVE ML-FAULT TO MLR.
            PERFORM WRITE-ML-PARA THRU WRITE-ML-PARA-X.
            ADD 1 TO FAULT-CNT.
       FAULT-PARA-X. EXIT.

      ******************************************************************
      * OB-OUT-PARA AND FRIENDS - WRITE THE NEW CONTROL FILES, EVERY
      * ENTRY NOT DELETED, IN THE ORDER THEY WERE LOADED OR ADDED.
      ******************************************************************
       OB-OUT-PARA.
            IF OBT-GONE (OB-SUB) IS = 'Y'
                GO TO OB-OUT-PARA-X.
            MOVE OBT-CELL (OB-SUB) TO OB-NEW.
            WRITE OB-NEW.
            PERFORM CHECK-FS6-PARA THRU CHECK-FS6-PARA-X.
            ADD 1 TO OUT-OB-CNT.
       OB-OUT-PARA-X. EXIT.

       CG-OUT-PARA.
            IF CGT-GONE (CG-SUB) IS = 'Y'
                GO TO CG-OUT-PARA-X.
            MOVE CGT-CELL (CG-SUB) TO CG-NEW.
            WRITE CG-NEW.
            PERFORM CHECK-FS7-PARA THRU CHECK-FS7-PARA-X.
            ADD 1 TO OUT-CG-CNT.
       CG-OUT-PARA-X. EXIT.

       RB-OUT-PARA.
            IF RBT-GONE (RB-SUB) IS = 'Y'
                GO TO RB-OUT-PARA-X.
            MOVE RBT-REC (RB-SUB) TO RB-NEW.
            WRITE RB-NEW.
            PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
            ADD 1 TO OUT-RB-CNT.
       RB-OUT-PARA-X. EXIT.

       WRITE-ML-PARA.
            WRITE MLR.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
       WRITE-ML-PARA-X. EXIT.

      ******************************************************************
      * TRAILER-PARA - CHANGE LOG CONTROL TOTALS, ECHOED TO THE
      * CONSOLE FOR THE OPERATIONS LOG.
      ******************************************************************
       TRAILER-PARA.
            MOVE SPACES TO MLR.
            PERFORM WRITE-ML-PARA THRU WRITE-ML-PARA-X.
            STRING "========== MAINTENANCE SUMMARY =========="
                   DELIMITED BY SIZE INTO MLR.
            PERFORM WRITE-ML-PARA THRU WRITE-ML-PARA-X.
            MOVE "TRANSACTIONS READ:      " TO ML-TRL-TXT.
            MOVE TX-CNT TO ML-TRL-CNT.
            PERFORM WRITE-ML-TRL-PARA THRU WRITE-ML-TRL-PARA-X.
            MOVE "TRANSACTIONS APPLIED:   " TO ML-TRL-TXT.
            MOVE APPLY-CNT TO ML-TRL-CNT.
            PERFORM WRITE-ML-TRL-PARA THRU WRITE-ML-TRL-PARA-X.
            MOVE "TRANSACTIONS REJECTED:  " TO ML-TRL-TXT.
            MOVE REJ-CNT TO ML-TRL-CNT.
            PERFORM WRITE-ML-TRL-PARA THRU WRITE-ML-TRL-PARA-X.
            MOVE "OBSTACLES ON OBNEW:     " TO ML-TRL-TXT.
            MOVE OUT-OB-CNT TO ML-TRL-CNT.
            PERFORM WRITE-ML-TRL-PARA THRU WRITE-ML-TRL-PARA-X.
            MOVE "STATIONS ON CGNEW:      " TO ML-TRL-TXT.
            MOVE OUT-CG-CNT TO ML-TRL-CNT.
            PERFORM WRITE-ML-TRL-PARA THRU WRITE-ML-TRL-PARA-X.
            MOVE "RATINGS ON RBNEW:       " TO ML-TRL-TXT.
            MOVE OUT-RB-CNT TO ML-TRL-CNT.
            PERFORM WRITE-ML-TRL-PARA THRU WRITE-ML-TRL-PARA-X.
            MOVE "CROSS-CHECK FAULTS:     " TO ML-TRL-TXT.
            MOVE FAULT-CNT TO ML-TRL-CNT.
            PERFORM WRITE-ML-TRL-PARA THRU WRITE-ML-TRL-PARA-X.
            DISPLAY "ROBOCTLM: READ " TX-CNT
                    " APPLIED " APPLY-CNT
                    " REJECTED " REJ-CNT
                    " FAULTS " FAULT-CNT.
       TRAILER-PARA-X. EXIT.

       WRITE-ML-TRL-PARA.
            MOVE SPACES TO MLR.
            MOVE ML-TRAILER TO MLR.
            PERFORM WRITE-ML-PARA THRU WRITE-ML-PARA-X.
       WRITE-ML-TRL-PARA-X. EXIT.

       CLOSE-PARA.
           CLOSE TBFILE.
           PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
           CLOSE CMFILE.
           PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
           CLOSE OBFILE.
           PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
           CLOSE CGFILE.
           PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
           CLOSE RBFILE.
           PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
           CLOSE ITFILE.
           PERFORM CHECK-FS5-PARA THRU CHECK-FS5-PARA-X.
           CLOSE OBNEW.
           PERFORM CHECK-FS6-PARA THRU CHECK-FS6-PARA-X.
           CLOSE CGNEW.
           PERFORM CHECK-FS7-PARA THRU CHECK-FS7-PARA-X.
           CLOSE RBNEW.
           PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
           CLOSE MLFILE.
           PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
           IF FAULT-CNT IS GREATER THAN ZERO
               MOVE 08 TO RETURN-CODE
           ELSE IF REJ-CNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE.

      ******************************************************************
      * CHECK-FS-PARA AND FRIENDS - VERIFY THE FILE STATUS SET BY THE
      * LAST I/O CALL ON EACH FILE.  "00" IS ALWAYS GOOD; "10" IS END
      * OF FILE, GOOD ON THE INPUTS; "05" IS AN OPTIONAL CONTROL FILE
      * NOT PRESENT.  ANYTHING ELSE IS FATAL.
      ******************************************************************
       CHECK-FS-PARA.
            IF FS IS NOT = "00" AND FS IS NOT = "10"
                DISPLAY "ROBOCTLM: TBFILE I/O ERROR - FILE STATUS " FS
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS-PARA-X. EXIT.

       CHECK-FS1-PARA.
            IF FS1 IS NOT = "00" AND FS1 IS NOT = "10"
                DISPLAY "ROBOCTLM: CMFILE I/O ERROR - FILE STATUS " FS1
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS1-PARA-X. EXIT.

       CHECK-FS2-PARA.
            IF FS2 IS NOT = "00" AND FS2 IS NOT = "10"
                                 AND FS2 IS NOT = "05"
                DISPLAY "ROBOCTLM: OBFILE I/O ERROR - FILE STATUS " FS2
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS2-PARA-X. EXIT.

       CHECK-FS3-PARA.
            IF FS3 IS NOT = "00" AND FS3 IS NOT = "10"
                                 AND FS3 IS NOT = "05"
                DISPLAY "ROBOCTLM: CGFILE I/O ERROR - FILE STATUS " FS3
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS3-PARA-X. EXIT.

       CHECK-FS4-PARA.
            IF FS4 IS NOT = "00" AND FS4 IS NOT = "10"
                                 AND FS4 IS NOT = "05"
                DISPLAY "ROBOCTLM: RBFILE I/O ERROR - FILE STATUS " FS4
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS4-PARA-X. EXIT.

       CHECK-FS5-PARA.
            IF FS5 IS NOT = "00" AND FS5 IS NOT = "10"
                                 AND FS5 IS NOT = "05"
                DISPLAY "ROBOCTLM: ITFILE I/O ERROR - FILE STATUS " FS5
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS5-PARA-X. EXIT.

       CHECK-FS6-PARA.
            IF FS6 IS NOT = "00"
                DISPLAY "ROBOCTLM: OBNEW I/O ERROR - FILE STATUS " FS6
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS6-PARA-X. EXIT.

       CHECK-FS7-PARA.
            IF FS7 IS NOT = "00"
                DISPLAY "ROBOCTLM: CGNEW I/O ERROR - FILE STATUS " FS7
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS7-PARA-X. EXIT.

       CHECK-FS8-PARA.
            IF FS8 IS NOT = "00"
                DISPLAY "ROBOCTLM: RBNEW I/O ERROR - FILE STATUS " FS8
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS8-PARA-X. EXIT.

       CHECK-FS9-PARA.
            IF FS9 IS NOT = "00"
                DISPLAY "ROBOCTLM: MLFILE I/O ERROR - FILE STATUS " FS9
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS9-PARA-X. EXIT.
