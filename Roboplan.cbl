      *          CARRYING UNNUMERIC COORDINATES, LANDS ON THE PJFILE
      *          REJECT REPORT INSTEAD OF DYING AT 2AM INSIDE THE
      *          MAIN RUN.  ENDS WITH RETURN-CODE 04 WHEN ANY LINE
      *          WAS REJECTED, ZERO ON A CLEAN PLAN.  LAST NIGHT'S
      *          UNFILLED LINES (BOFILE, WRITTEN BY ROBOFULF) ARE
      *          PLANNED AHEAD OF THE DAY'S PICK LIST.  ROBOTS THE
      *          ROBOT MASTER (RMFILE) SHOWS OUT OF SERVICE OR
      *          RETIRED ARE LEFT OUT OF THE ROTATION, AS IS A
      *          ROBOT THE ZONE CONTROL FILE (ZNFILE) BARS FROM THE
      *          ITEM'S CELL OR THE DESTINATION.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *                  ITEM WEIGHT AND HANDLING CLASS.  THE PLANNER
      *                  ONLY NEEDS THE CELL, BUT THE LAYOUT MUST
      *                  STAY IN STEP WITH ROBOPGM AND ROBOEDIT.
      * 2026-10-15  DLR  OPTIONAL BOFILE BACKORDER FILE (PLFILE LAYOUT,
      *                  FROM ROBOFULF) IS READ AHEAD OF PLFILE.  THE
      *                  PJFILE RECORD NUMBER COUNTS ACROSS BOTH FILES,
      *                  BACKORDERS FIRST - ROBOFULF RELIES ON THAT.
      * 2026-10-15  DLR  ASSIGN-ROB-PARA SKIPS ANY ROBOT THE OPTIONAL
      *                  KEYED ROBOT MASTER (RMFILE) CARRIES AS OUT OF
      *                  SERVICE OR RETIRED - ROBOPGM WOULD ONLY REJECT
      *                  ITS COMMANDS.  NO ACTIVE ROBOT AT ALL STOPS
      *                  THE PLAN.
      * 2026-10-15  DLR  ZONE AUTHORIZATION.  THE OPTIONAL ZNFILE ZONE
      *                  CONTROL FILE (ROBOPGM'S LAYOUT) IS LOADED AT
      *                  START.  ASSIGN-ROB-PARA PASSES OVER A ROBOT
      *                  NOT AUTHORIZED FOR A ZONE HOLDING THE ITEM'S
      *                  CELL OR THE DESTINATION; A LINE NO ACTIVE
      *                  ROBOT MAY SERVE IS REJECTED TO PJFILE ("NO
      *                  ROBOT AUTHORIZED - ZONE XXXXXXXX") INSTEAD OF
      *                  BEING PLANNED FOR ROBOPGM TO REJECT.  THE
      *                  GOTO ROUTES THEMSELVES ARE LEFT TO ROBOPGM'S
      *                  PATH SEARCH, WHICH STEERS AROUND THE ZONES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOPLAN.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS.

           SELECT OPTIONAL BOFILE ASSIGN TO "BOFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.

           SELECT ITFILE ASSIGN TO "ITFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.

           SELECT OPTIONAL RMFILE ASSIGN TO "RMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-ROBOT
           FILE STATUS IS FS4.

           SELECT OPTIONAL ZNFILE ASSIGN TO "ZNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.

       DATA DIVISION.
       FILE SECTION.

       FD PLFILE.
       01 PL-REC PIC X(23).

       FD BOFILE.
       01 BO-REC PIC X(23).

       FD ITFILE.
       01 IT-REC PIC X(22).

       FD PJFILE.
       01 PJT PIC X(100).

       FD RMFILE.
       01 RM-REC.
           05 RM-ROBOT PIC 99.
           05 FILLER PIC X.
           05 RM-STATUS PIC X.
           05 FILLER PIC X(69).

       FD ZNFILE.
       01 ZN-REC PIC X(47).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 FS1 PIC XX.
       01 FS2 PIC XX.
       01 FS3 PIC XX.
       01 FS4 PIC XX.
       01 FS5 PIC XX.
       01 FS9 PIC XX.
       01 PL-EOF PIC X VALUE 'N'.
       01 BO-EOF PIC X VALUE 'N'.
       01 IT-EOF PIC X VALUE 'N'.
       01 RM-EOF PIC X VALUE 'N'.
       01 ZN-EOF PIC X VALUE 'N'.
       01 ROBOT-MAX PIC 99 VALUE 09.
       01 NEXT-ROB PIC 99 VALUE 01.
       01 PLAN-READ-CNT PIC 9(6) VALUE ZERO.
       01 PLAN-BO-CNT PIC 9(6) VALUE ZERO.
       01 PLAN-ACC-CNT PIC 9(6) VALUE ZERO.
       01 PLAN-REJ-CNT PIC 9(6) VALUE ZERO.
       01 PLAN-CMD-CNT PIC 9(6) VALUE ZERO.
       01 ROB-SUB PIC 99.
       01 ROB-USED-TABLE.
           05 ROB-USED PIC X OCCURS 9 TIMES.
       01 ROB-ACTIVE-CNT PIC 99 VALUE ZERO.
       01 ROB-TRY-CNT PIC 99.
       01 ROB-FOUND-SW PIC X.
          88 ROB-FOUND VALUE 'Y'.
       01 ROB-ZONE-NAME PIC X(8).
       01 ZONE-MAX PIC 99 VALUE 50.
       01 ZONE-CNT PIC 99 VALUE ZERO.
       01 ZONE-SUB PIC 99.
       01 ZN-AUTH-SUB PIC 99.
       01 ZN-ROB-NUM PIC 99.
       01 ZN-CHK-ROW PIC 99.
       01 ZN-CHK-COL PIC 99.
       01 ZN-CHK-ROB PIC 99.
       01 ZONE-DENIED-SW PIC X VALUE 'N'.
          88 ZONE-DENIED VALUE 'Y'.
       01 ZONE-DENIED-NAME PIC X(8).
       01 ZN-REC-P.
           05 ZN-REC-NAME PIC X(8).
           05 FILLER PIC X.
           05 ZN-REC-ROW1 PIC 99.
           05 FILLER PIC X.
           05 ZN-REC-COL1 PIC 99.
           05 FILLER PIC X.
           05 ZN-REC-ROW2 PIC 99.
           05 FILLER PIC X.
           05 ZN-REC-COL2 PIC 99.
           05 ZN-REC-AUTH OCCURS 9 TIMES.
              10 FILLER PIC X.
              10 ZN-REC-ROB PIC XX.
       01 ZONE-TABLE.
           05 ZONE-ENTRY OCCURS 50 TIMES.
              10 ZN-NAME PIC X(8).
              10 ZN-ROW1 PIC 99.
              10 ZN-COL1 PIC 99.
              10 ZN-ROW2 PIC 99.
              10 ZN-COL2 PIC 99.
              10 ZN-AUTH.
                 15 ZN-OK PIC X OCCURS 9 TIMES.
       01 SVC-TABLE.
           05 SVC-STAT PIC X OCCURS 9 TIMES.
              88 SVC-ACTIVE VALUE 'A'.
       01 PL-REC-P.
           05 PL-ORDER PIC X(8).
           05 FILLER PIC X.
           MOVE ALL 'N' TO ROB-USED-TABLE.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM ITEM-LOAD-PARA THRU ITEM-LOAD-PARA-X.
           PERFORM ROBOT-MASTER-PARA THRU ROBOT-MASTER-PARA-X.
           PERFORM ZONE-PARA THRU ZONE-PARA-X.
           PERFORM PLAN-PARA THRU PLAN-PARA-X UNTIL PL-EOF = 'Y'.
           PERFORM CLOSE-PARA.
           STOP RUN.
       OPEN-PARA.
            OPEN INPUT PLFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            OPEN INPUT BOFILE.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            IF FS3 IS NOT = "00"
                MOVE 'Y' TO BO-EOF.
            OPEN OUTPUT OPFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            OPEN OUTPUT PJFILE.
                MOVE IT-COL TO ITM-COL (ITEM-CNT).
       ITEM-READ-PARA-X. EXIT.

      ******************************************************************
      * ROBOT-MASTER-PARA - LOADS EACH ROBOT'S STATUS FROM THE
      * OPTIONAL KEYED ROBOT MASTER (RMFILE) SO ASSIGN-ROB-PARA CAN
      * PASS OVER A ROBOT THAT IS OUT OF SERVICE OR RETIRED.  EVERY
      * ROBOT STARTS ACTIVE, THE SAME DEFAULT ROBOPGM USES, SO NO
      * MASTER MEANS THE FULL 01-09 ROTATION.  A FLEET WITH NOTHING
      * ACTIVE CANNOT BE PLANNED AT ALL - STOP RATHER THAN WRITE A
      * PLAN ROBOPGM WOULD REJECT LINE BY LINE.
      ******************************************************************
       ROBOT-MASTER-PARA.
            MOVE ALL 'A' TO SVC-TABLE.
            OPEN INPUT RMFILE.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            IF FS4 IS = "00"
                PERFORM ROBOT-READ-PARA THRU ROBOT-READ-PARA-X
                        UNTIL RM-EOF = 'Y'.
            CLOSE RMFILE.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            PERFORM ROBOT-COUNT-PARA THRU ROBOT-COUNT-PARA-X
                    VARYING ROB-SUB FROM 1 BY 1
                    UNTIL ROB-SUB > ROBOT-MAX.
            IF ROB-ACTIVE-CNT IS = ZERO
                DISPLAY "ROBOPLAN: RMFILE SHOWS NO ACTIVE ROBOT"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       ROBOT-MASTER-PARA-X. EXIT.

       ROBOT-READ-PARA.
            READ RMFILE NEXT RECORD AT END MOVE 'Y' TO RM-EOF.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            IF RM-EOF IS = 'Y'
                GO TO ROBOT-READ-PARA-X.
            IF RM-ROBOT IS NOT NUMERIC
                    OR RM-ROBOT IS LESS THAN 01
                    OR RM-ROBOT IS GREATER THAN ROBOT-MAX
                DISPLAY "ROBOPLAN: RMFILE RECORD HAS A BAD ROBOT ID"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE RM-STATUS TO SVC-STAT (RM-ROBOT).
       ROBOT-READ-PARA-X. EXIT.

       ROBOT-COUNT-PARA.
            IF SVC-ACTIVE (ROB-SUB)
                ADD 1 TO ROB-ACTIVE-CNT.
       ROBOT-COUNT-PARA-X. EXIT.

      ******************************************************************
      * ZONE-PARA - LOADS THE OPTIONAL ZNFILE ZONE CONTROL FILE INTO
      * ZONE-TABLE, SAME LAYOUT AND SAME RULES AS ROBOPGM'S
      * ZONE-PARA: NAME, TOP ROW, LEFT COLUMN, BOTTOM ROW, RIGHT
      * COLUMN IN BOARD COORDINATES, THEN UP TO NINE AUTHORIZED ROBOT
      * IDS.  NO ZNFILE MEANS NO ZONES.  A MALFORMED RECORD STOPS THE
      * PLAN - ROBOPGM WOULD STOP ON IT TOO.
      ******************************************************************
       ZONE-PARA.
            OPEN INPUT ZNFILE.
            PERFORM CHECK-FS5-PARA THRU CHECK-FS5-PARA-X.
            IF FS5 IS = "00"
                PERFORM ZONE-READ-PARA THRU ZONE-READ-PARA-X
                        UNTIL ZN-EOF = 'Y'.
            CLOSE ZNFILE.
            PERFORM CHECK-FS5-PARA THRU CHECK-FS5-PARA-X.
       ZONE-PARA-X. EXIT.

       ZONE-READ-PARA.
            MOVE SPACES TO ZN-REC.
            READ ZNFILE AT END MOVE 'Y' TO ZN-EOF.
            PERFORM CHECK-FS5-PARA THRU CHECK-FS5-PARA-X.
            IF ZN-EOF IS = 'Y'
                GO TO ZONE-READ-PARA-X.
            IF ZONE-CNT IS NOT LESS THAN ZONE-MAX
                DISPLAY "ROBOPLAN: ZNFILE HAS MORE THAN "
                        ZONE-MAX " ZONES"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE ZN-REC TO ZN-REC-P.
            IF ZN-REC-NAME IS = SPACES
                    OR ZN-REC-ROW1 IS NOT NUMERIC
                    OR ZN-REC-COL1 IS NOT NUMERIC
                    OR ZN-REC-ROW2 IS NOT NUMERIC
                    OR ZN-REC-COL2 IS NOT NUMERIC
                    OR ZN-REC-ROW1 IS GREATER THAN ZN-REC-ROW2
                    OR ZN-REC-COL1 IS GREATER THAN ZN-REC-COL2
                DISPLAY "ROBOPLAN: ZNFILE RECORD IS NOT VALID - "
                        ZN-REC
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO ZONE-CNT.
            MOVE ZN-REC-NAME TO ZN-NAME (ZONE-CNT).
            MOVE ZN-REC-ROW1 TO ZN-ROW1 (ZONE-CNT).
            MOVE ZN-REC-COL1 TO ZN-COL1 (ZONE-CNT).
            MOVE ZN-REC-ROW2 TO ZN-ROW2 (ZONE-CNT).
            MOVE ZN-REC-COL2 TO ZN-COL2 (ZONE-CNT).
            MOVE ALL 'N' TO ZN-AUTH (ZONE-CNT).
            PERFORM ZONE-AUTH-PARA THRU ZONE-AUTH-PARA-X
                    VARYING ZN-AUTH-SUB FROM 1 BY 1
                    UNTIL ZN-AUTH-SUB > ROBOT-MAX.
       ZONE-READ-PARA-X. EXIT.

       ZONE-AUTH-PARA.
            IF ZN-REC-ROB (ZN-AUTH-SUB) IS = SPACES
                GO TO ZONE-AUTH-PARA-X.
            IF ZN-REC-ROB (ZN-AUTH-SUB) IS NOT NUMERIC
                DISPLAY "ROBOPLAN: ZNFILE RECORD HAS A BAD ROBOT ID - "
                        ZN-REC-NAME
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE ZN-REC-ROB (ZN-AUTH-SUB) TO ZN-ROB-NUM.
            IF ZN-ROB-NUM IS LESS THAN 01
                    OR ZN-ROB-NUM IS GREATER THAN ROBOT-MAX
                DISPLAY "ROBOPLAN: ZNFILE RECORD HAS A BAD ROBOT ID - "
                        ZN-REC-NAME
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 'Y' TO ZN-OK (ZONE-CNT, ZN-ROB-NUM).
       ZONE-AUTH-PARA-X. EXIT.

      ******************************************************************
      * CHECK-ZONE-PARA - SETS ZONE-DENIED-SW TO 'Y' WHEN THE BOARD
      * CELL IN ZN-CHK-ROW/ZN-CHK-COL LIES INSIDE ANY ZONE THAT DOES
      * NOT AUTHORIZE ROBOT ZN-CHK-ROB, WITH THAT ZONE'S NAME IN
      * ZONE-DENIED-NAME.  SAME TEST AS ROBOPGM'S CHECK-ZONE-PARA.
      ******************************************************************
       CHECK-ZONE-PARA.
            MOVE 'N' TO ZONE-DENIED-SW.
            MOVE SPACES TO ZONE-DENIED-NAME.
            PERFORM ZONE-SCAN-PARA THRU ZONE-SCAN-PARA-X
                    VARYING ZONE-SUB FROM 1 BY 1
                    UNTIL ZONE-SUB > ZONE-CNT OR ZONE-DENIED.
       CHECK-ZONE-PARA-X. EXIT.

       ZONE-SCAN-PARA.
            IF ZN-CHK-ROW IS NOT LESS THAN ZN-ROW1 (ZONE-SUB)
                    AND ZN-CHK-ROW NOT GREATER THAN ZN-ROW2 (ZONE-SUB)
                    AND ZN-CHK-COL IS NOT LESS THAN ZN-COL1 (ZONE-SUB)
                    AND ZN-CHK-COL NOT GREATER THAN ZN-COL2 (ZONE-SUB)
                    AND ZN-OK (ZONE-SUB, ZN-CHK-ROB) IS NOT = 'Y'
                MOVE 'Y' TO ZONE-DENIED-SW
                MOVE ZN-NAME (ZONE-SUB) TO ZONE-DENIED-NAME.
       ZONE-SCAN-PARA-X. EXIT.

      ******************************************************************
      * PLAN-PARA - READS ONE PICK-LIST LINE AND EITHER PLANS IT OR
      * REJECTS IT.  A NEW ORDER NUMBER OPENS A NEW RUN HEADER SO
      * AND WRITES: PLACE AT THE ITEM'S CELL ON THE ROBOT'S FIRST
      * USE (GOTO NEEDS A PLACED ROBOT), OTHERWISE GOTO TO THE
      * ITEM'S CELL; THEN PICK, GOTO TO THE DESTINATION, AND DROP.
      * THE ROBOT IS ASSIGNED BEFORE THE RUN HEADER GOES OUT, SO A
      * LINE NO ROBOT IS AUTHORIZED FOR LEAVES NO EMPTY RUN BEHIND.
      ******************************************************************
       PLAN-PARA.
            PERFORM NEXT-LINE-PARA THRU NEXT-LINE-PARA-X.
            IF PL-EOF IS = 'Y'
                GO TO PLAN-PARA-X.
            ADD 1 TO PLAN-READ-CNT.
            IF PLAN-REASON IS NOT = SPACES
                PERFORM REJECT-PARA THRU REJECT-PARA-X
                GO TO PLAN-PARA-X.
            PERFORM ASSIGN-ROB-PARA THRU ASSIGN-ROB-PARA-X.
            IF NOT ROB-FOUND
                STRING "NO ROBOT AUTHORIZED - ZONE "
                       DELIMITED BY SIZE
                       ROB-ZONE-NAME DELIMITED BY SPACE
                       INTO PLAN-REASON
                PERFORM REJECT-PARA THRU REJECT-PARA-X
                GO TO PLAN-PARA-X.
            IF PL-ORDER IS NOT = CUR-ORDER
                MOVE PL-ORDER TO CUR-ORDER
                PERFORM RUN-HDR-PARA THRU RUN-HDR-PARA-X.
            PERFORM BUILD-CMDS-PARA THRU BUILD-CMDS-PARA-X.
            ADD 1 TO PLAN-ACC-CNT.
       PLAN-PARA-X. EXIT.

      ******************************************************************
      * NEXT-LINE-PARA - HANDS PLAN-PARA THE NEXT ORDER LINE IN
      * PL-REC: BACKORDERS FROM BOFILE UNTIL IT RUNS OUT, THEN THE
      * DAY'S PLFILE.  A BACKORDER LINE IS PLANNED AND EDITED JUST
      * LIKE A NEW ONE.
      ******************************************************************
       NEXT-LINE-PARA.
            MOVE SPACES TO PL-REC.
            IF BO-EOF IS NOT = 'Y'
                MOVE SPACES TO BO-REC
                READ BOFILE AT END MOVE 'Y' TO BO-EOF
                END-READ
                PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X
                IF BO-EOF IS NOT = 'Y'
                    ADD 1 TO PLAN-BO-CNT
                    MOVE BO-REC TO PL-REC
                    GO TO NEXT-LINE-PARA-X
                END-IF
            END-IF.
            READ PLFILE AT END MOVE 'Y' TO PL-EOF.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
       NEXT-LINE-PARA-X. EXIT.

       ITEM-FIND-PARA.
            MOVE ZERO TO ITEM-FND.
            PERFORM ITEM-SCAN-PARA THRU ITEM-SCAN-PARA-X
      ******************************************************************
      * ASSIGN-ROB-PARA - HANDS THE ORDER LINE THE NEXT ROBOT IN A
      * SIMPLE 01-09 ROTATION SO THE NIGHT'S WORK SPREADS ACROSS THE
      * FLEET THE WAY THE CLERKS TRIED TO DO BY EYE.  A ROBOT THE
      * MASTER DOES NOT SHOW ACTIVE IS STEPPED OVER, AS IS ONE A
      * ZONE BARS FROM THE ITEM'S CELL OR THE DESTINATION.  ONE FULL
      * TURN OF THE ROTATION WITHOUT A TAKER LEAVES ROB-FOUND-SW 'N'
      * AND THE ROTATION WHERE IT STOOD; ROB-ZONE-NAME THEN NAMES THE
      * LAST ZONE THAT TURNED A ROBOT AWAY.
      ******************************************************************
       ASSIGN-ROB-PARA.
            MOVE 'N' TO ROB-FOUND-SW.
            MOVE SPACES TO ROB-ZONE-NAME.
            MOVE ZERO TO ROB-TRY-CNT.
            PERFORM ASSIGN-TRY-PARA THRU ASSIGN-TRY-PARA-X
                    UNTIL ROB-FOUND OR ROB-TRY-CNT IS = ROBOT-MAX.
       ASSIGN-ROB-PARA-X. EXIT.

       ASSIGN-TRY-PARA.
            MOVE NEXT-ROB TO ROB-SUB.
            ADD 1 TO NEXT-ROB.
            IF NEXT-ROB IS GREATER THAN ROBOT-MAX
                MOVE 01 TO NEXT-ROB.
            ADD 1 TO ROB-TRY-CNT.
            IF NOT SVC-ACTIVE (ROB-SUB)
                GO TO ASSIGN-TRY-PARA-X.
            MOVE ROB-SUB TO ZN-CHK-ROB.
            MOVE ITM-ROW (ITEM-FND) TO ZN-CHK-ROW.
            MOVE ITM-COL (ITEM-FND) TO ZN-CHK-COL.
            PERFORM CHECK-ZONE-PARA THRU CHECK-ZONE-PARA-X.
            IF ZONE-DENIED
                MOVE ZONE-DENIED-NAME TO ROB-ZONE-NAME
                GO TO ASSIGN-TRY-PARA-X.
            MOVE PL-ROW TO ZN-CHK-ROW.
            MOVE PL-COL TO ZN-CHK-COL.
            PERFORM CHECK-ZONE-PARA THRU CHECK-ZONE-PARA-X.
            IF ZONE-DENIED
                MOVE ZONE-DENIED-NAME TO ROB-ZONE-NAME
                GO TO ASSIGN-TRY-PARA-X.
            MOVE 'Y' TO ROB-FOUND-SW.
       ASSIGN-TRY-PARA-X. EXIT.

      ******************************************************************
      * BUILD-CMDS-PARA - WRITES THE COMMAND RECORDS FOR ONE ACCEPTED
            MOVE PJ-TRAILER TO PJT.
            WRITE PJT.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            MOVE "BACKORDER LINES READ:   " TO PJ-TRL-TXT.
            MOVE PLAN-BO-CNT TO PJ-TRL-CNT.
            MOVE PJ-TRAILER TO PJT.
            WRITE PJT.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            MOVE "TOTAL LINES PLANNED:    " TO PJ-TRL-TXT.
            MOVE PLAN-ACC-CNT TO PJ-TRL-CNT.
            MOVE PJ-TRAILER TO PJT.
            WRITE PJT.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            DISPLAY "ROBOPLAN: READ " PLAN-READ-CNT
                    " BACKORDERS " PLAN-BO-CNT
                    " PLANNED " PLAN-ACC-CNT
                    " REJECTED " PLAN-REJ-CNT
                    " COMMANDS " PLAN-CMD-CNT.
           PERFORM TRAILER-PARA THRU TRAILER-PARA-X.
           CLOSE PLFILE.
           PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
           CLOSE BOFILE.
           CLOSE OPFILE.
           PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
           CLOSE PJFILE.
      ******************************************************************
      * CHECK-FS-PARA AND FRIENDS - VERIFY THE FILE STATUS SET BY THE
      * LAST I/O CALL ON EACH FILE.  "00" IS ALWAYS GOOD; "10" IS END
      * OF FILE, GOOD ON THE INPUTS; "05" IS AN ABSENT BOFILE,
      * RMFILE OR ZNFILE.  ANYTHING ELSE IS FATAL - A PLAN BUILT FROM
      * A FILE THAT CANNOT BE READ WOULD SEND THE FLEET TO THE WRONG
      * CELLS.
      ******************************************************************
       CHECK-FS-PARA.
            IF FS IS NOT = "00" AND FS IS NOT = "10"

       CHECK-FS2-PARA-X. EXIT.

       CHECK-FS3-PARA.
            IF FS3 IS NOT = "00" AND FS3 IS NOT = "10"
                    AND FS3 IS NOT = "05"
                DISPLAY "ROBOPLAN: BOFILE I/O ERROR - FILE STATUS " FS3
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS3-PARA-X. EXIT.

       CHECK-FS4-PARA.
            IF FS4 IS NOT = "00" AND FS4 IS NOT = "10"
                    AND FS4 IS NOT = "05"
                DISPLAY "ROBOPLAN: RMFILE I/O ERROR - FILE STATUS " FS4
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS4-PARA-X. EXIT.

       CHECK-FS5-PARA.
            IF FS5 IS NOT = "00" AND FS5 IS NOT = "10"
                    AND FS5 IS NOT = "05"
                DISPLAY "ROBOPLAN: ZNFILE I/O ERROR - FILE STATUS " FS5
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS5-PARA-X. EXIT.

       CHECK-FS9-PARA.
            IF FS9 IS NOT = "00" AND FS9 IS NOT = "10"
                DISPLAY "ROBOPLAN: ITFILE I/O ERROR - FILE STATUS " FS9
