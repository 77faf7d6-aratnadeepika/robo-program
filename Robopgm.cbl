      *                  ANSWERS "WHERE HAS THIS PALLET BEEN".
      *                  IEFILE FOLLOWS AUFILE'S RULES: OPENED EXTEND
      *                  ON A RESTART, NEVER TOUCHED BY A SIMULATE.
      * 2026-10-15  DLR  SUBMITTING DEPARTMENT CARRIED THROUGH THE RUN.
      *                  IPFILE WIDENS TO 60 COLUMNS - ROBOEDIT NOW
      *                  PASSES ROBOMRGE'S DEPARTMENT/SUBMISSION-TIME
      *                  STAMP IN COLUMNS 41-60 THROUGH TO CLFILE - AND
      *                  EVERY AUFILE RECORD (COMMAND, "GOTO STEP",
      *                  "REJECTED", AND "NO ROBOT PLACED" ALIKE) NOW
      *                  ENDS WITH THE COMMAND'S DEPARTMENT CODE IN
      *                  COLUMNS 86-89, WIDENING AUFILE TO 89 COLUMNS.
      *                  THE COMMAND ITSELF IS STILL COLUMNS 1-40, SO
      *                  AN UNSTAMPED 40-COLUMN FILE RUNS AS BEFORE
      *                  WITH A BLANK DEPARTMENT.
      * 2026-10-15  DLR  ROBOT MASTER STATUS.  THE NEW OPTIONAL KEYED
      *                  ROBOT MASTER (RMFILE, MAINTAINED BY ROBOSERV)
      *                  IS READ AT JOB START FOR EACH ROBOT'S STATUS.
      *                  A COMMAND ADDRESSED TO A ROBOT MARKED OUT OF
      *                  SERVICE OR RETIRED IS REJECTED WITH ITS OWN
      *                  REASON IN RPFILE AND AUFILE ("ROBOT OUT OF
      *                  SERVICE" / "ROBOT RETIRED").  "END" IS NOT
      *                  ADDRESSED TO ANY ONE ROBOT AND IS NEVER
      *                  REJECTED THIS WAY.  NO RMFILE, OR NO RECORD
      *                  FOR A ROBOT, MEANS ACTIVE - SHOPS WITHOUT A
      *                  MASTER RUN AS BEFORE.
      * 2026-10-15  DLR  AUFILE AND IEFILE RECORDS NOW CARRY THE DATE
      *                  AND TIME EACH COMMAND WAS READ INSTEAD OF THE
      *                  JOB-START STAMP, SO THE HISTORY MASTERS CAN
      *                  SAY WHAT WAS WHERE AT A GIVEN MOMENT OF THE
      *                  NIGHT (ROBOSNAP).  A COMMAND'S "GOTO STEP"
      *                  RECORDS SHARE ITS STAMP.  THE RPFILE PAGE
      *                  HEADING KEEPS THE JOB-START STAMP.
      * 2026-10-15  DLR  ZONE AUTHORIZATION.  THE NEW OPTIONAL ZNFILE
      *                  ZONE CONTROL FILE NAMES RECTANGULAR ZONES OF
      *                  THE BOARD AND THE ROBOTS ALLOWED IN EACH.  A
      *                  PLACE OR MOVE INTO A ZONE THE ROBOT IS NOT
      *                  AUTHORIZED FOR, OR A DROP MADE STANDING IN
      *                  ONE, IS REJECTED AS "ZONE NOT AUTHORIZED".
      *                  GOTO REJECTS A DESTINATION INSIDE SUCH A ZONE
      *                  AND ITS PATH SEARCH ROUTES AROUND THE ZONE.
      *                  NO ZNFILE MEANS NO ZONES - THE RUN IS NOT
      *                  AFFECTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOPGM.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS15.

           SELECT OPTIONAL RMFILE ASSIGN TO "RMFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-ROBOT
           FILE STATUS IS FS16.

           SELECT OPTIONAL ZNFILE ASSIGN TO "ZNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS17.

       DATA DIVISION.
       FILE SECTION.

       FD IPFILE.
       01 CMD-IN.
           05 CMD PIC X(40).
           05 CMD-STAMP.
              10 CMD-DEPT PIC X(4).
              10 FILLER PIC X.
              10 CMD-SUB-TIME PIC X(6).
              10 FILLER PIC X(9).

       FD RPFILE.
       01 RPT PIC X(100).
       01 OB-REC PIC X(05).

       FD AUFILE.
       01 AUD PIC X(89).

       FD CKFILE.
       01 CK-REC PIC X(250).
       FD IEFILE.
       01 IE-OUT PIC X(49).

       FD RMFILE.
       01 RM-REC.
           05 RM-ROBOT PIC 99.
           05 FILLER PIC X.
           05 RM-STATUS PIC X.
           05 FILLER PIC X(69).

       FD ZNFILE.
       01 ZN-REC PIC X(47).

       WORKING-STORAGE SECTION.
       01 ROBO1 PIC X.
       01 FS PIC XX.
       01 ROB-PLACED-CNT PIC 99.
       01 ROB-ID-BAD-SW PIC X.
          88 ROB-ID-BAD VALUE 'Y'.
       01 ROB-DOWN-SW PIC X.
          88 ROB-DOWN VALUE 'Y'.
       01 ROB-DOWN-REASON PIC X(27).
       01 ROBOT-TABLE.
           05 ROBOT-ENTRY OCCURS 9 TIMES.
              10 ROB-PLACED PIC X.
           05 CHG-STN-ENTRY OCCURS 100 TIMES.
              10 CHG-ROW PIC 99.
              10 CHG-COL PIC 99.
       01 FS17 PIC XX.
       01 ZN-EOF PIC X VALUE 'N'.
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
       01 REJ-REASON PIC X(27).
       01 GOTO-NEED PIC 9(4).
       01 FS4 PIC XX.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-TIME PIC 9(8) VALUE ZERO.
       01 CMD-DATE PIC 9(8) VALUE ZERO.
       01 CMD-TIME PIC 9(8) VALUE ZERO.
       01 AUD-REC.
           05 AUD-DATE PIC 9(8).
           05 FILLER PIC X.
           05 AUD-AFT-F PIC X(5).
           05 FILLER PIC X.
           05 AUD-RUN PIC X(8).
           05 FILLER PIC X.
           05 AUD-DEPT PIC X(4).
       01 AUD-REJ-REC.
           05 AUD-REJ-DATE PIC 9(8).
           05 FILLER PIC X.
           05 AUD-REJ-REASON PIC X(27).
           05 FILLER PIC X.
           05 AUD-REJ-RUN PIC X(8).
           05 FILLER PIC X.
           05 AUD-REJ-DEPT PIC X(4).
       01 FS5 PIC XX.
       01 FS6 PIC XX.
       01 CKPT-INTERVAL PIC 9(3) VALUE 010.
              10 CAP-WGT PIC 9(5).
              10 CAP-CLS.
                 15 CAP-CLS-CH PIC X OCCURS 4 TIMES.
       01 FS16 PIC XX.
       01 RM-EOF PIC X VALUE 'N'.
       01 SVC-TABLE.
           05 SVC-ENTRY OCCURS 9 TIMES.
              10 SVC-STAT PIC X.
                 88 SVC-ACTIVE VALUE 'A'.
                 88 SVC-OUT VALUE 'O'.
                 88 SVC-RETIRED VALUE 'R'.
       01 CLS-SUB PIC 9.
       01 CLS-OK-SW PIC X.
          88 CLS-OK VALUE 'Y'.
      
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE CMD-IN CMD-P CMD-HEAD.
           INITIALIZE R C ROW1 COL1.
           INITIALIZE RPT.
           INITIALIZE RPT-REC WITH FILLER.
            MOVE 'N' TO RPT-NO-ROBOT-SW.
            MOVE SPACES TO REJ-REASON.
            PERFORM READ-CMD-PARA THRU READ-CMD-PARA-X.
            ACCEPT CMD-DATE FROM DATE YYYYMMDD.
            ACCEPT CMD-TIME FROM TIME.
            IF RUN-HDR
                SUBTRACT ROW-LO FROM ROW1 GIVING BEF-R
                SUBTRACT COL-LO FROM COL1 GIVING BEF-C
                    PERFORM RPT-WRITE-PARA THRU RPT-WRITE-PARA-X
                    MOVE "INVALID ROBOT ID" TO REJ-REASON
                    ADD 1 TO TOT-REJ-CNT
                ELSE IF ROB-DOWN
                    MOVE SPACES TO RPT
                    STRING "COMMAND: " DELIMITED BY SIZE
                           CMD DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           ROB-DOWN-REASON DELIMITED BY SIZE INTO RPT
                    PERFORM RPT-WRITE-PARA THRU RPT-WRITE-PARA-X
                    MOVE ROB-DOWN-REASON TO REJ-REASON
                    ADD 1 TO TOT-REJ-CNT
                ELSE IF PLACE-ISSUED IS NOT = 'Y'
                    PERFORM READ-PARA
                ELSE
            IF RUN-END-PEND
                MOVE SPACES TO CUR-RUN-ID CUR-RUN-DESC
                MOVE 'N' TO RUN-END-PEND-SW.
            INITIALIZE CMD-IN CMD-P CMD-HEAD RUN-HEAD-P.
            INITIALIZE RPT.
            READ IPFILE AT END MOVE "Y" TO IP-EOF.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF IP-EOF IS = 'Y' THEN
                IF TOT-CMD-CNT IS = ZERO THEN
      * SAVES THE WORKING POSITION BACK TO ROBOT-TABLE AND LOADS THE
      * NEW ROBOT'S.  AN UNNUMERIC OR OUT-OF-RANGE ID SETS
      * ROB-ID-BAD-SW SO PROCESS-PARA REJECTS THE COMMAND WITHOUT
      * DISTURBING THE CURRENT ROBOT.  A GOOD ID NAMING A ROBOT THE
      * ROBOT MASTER HAS OUT OF SERVICE OR RETIRED SETS ROB-DOWN-SW
      * AND THE REASON INSTEAD - EXCEPT ON "END", WHICH CLOSES OUT
      * EVERY ROBOT AND BELONGS TO NONE OF THEM.
      ******************************************************************
       SELECT-ROBOT-PARA.
            MOVE 'N' TO ROB-ID-BAD-SW.
            MOVE 'N' TO ROB-DOWN-SW.
            IF CMD-ROBOT IS = SPACES
                MOVE 01 TO CMD-ROB-NUM
            ELSE IF CMD-ROBOT IS NUMERIC
                PERFORM SAVE-ROBOT-PARA THRU SAVE-ROBOT-PARA-X
                MOVE CMD-ROB-NUM TO CUR-ROB
                PERFORM LOAD-ROBOT-PARA THRU LOAD-ROBOT-PARA-X.
            IF ROB-ID-BAD OR CMD1 IS = "END"
                GO TO SELECT-ROBOT-PARA-X.
            IF SVC-OUT (CMD-ROB-NUM)
                MOVE 'Y' TO ROB-DOWN-SW
                MOVE "ROBOT OUT OF SERVICE" TO ROB-DOWN-REASON
            ELSE IF SVC-RETIRED (CMD-ROB-NUM)
                MOVE 'Y' TO ROB-DOWN-SW
                MOVE "ROBOT RETIRED" TO ROB-DOWN-REASON.
       SELECT-ROBOT-PARA-X. EXIT.

       SAVE-ROBOT-PARA.
             PERFORM TABLE-SIZE-PARA THRU TABLE-SIZE-PARA-X.
             PERFORM OBSTACLE-PARA THRU OBSTACLE-PARA-X.
             PERFORM CHG-STN-PARA THRU CHG-STN-PARA-X.
             PERFORM ZONE-PARA THRU ZONE-PARA-X.
             PERFORM ROBOT-CAP-PARA THRU ROBOT-CAP-PARA-X.
             PERFORM ROBOT-MASTER-PARA THRU ROBOT-MASTER-PARA-X.
             PERFORM ITEM-LOAD-PARA THRU ITEM-LOAD-PARA-X.
             PERFORM RESTART-CHECK-PARA THRU RESTART-CHECK-PARA-X.
             IF RESTART-ACTIVE
                MOVE 'Y' TO ON-STATION-SW.
       CHG-SCAN-PARA-X. EXIT.

      ******************************************************************
      * ZONE-PARA - LOADS THE OPTIONAL ZNFILE ZONE CONTROL FILE INTO
      * ZONE-TABLE.  EACH RECORD NAMES ONE RECTANGULAR ZONE IN BOARD
      * COORDINATES AND THE ROBOTS AUTHORIZED TO ENTER IT:
      *     COLS  1-8   ZONE NAME
      *     COLS 10-11  TOP ROW        COLS 13-14  LEFT COLUMN
      *     COLS 16-17  BOTTOM ROW     COLS 19-20  RIGHT COLUMN
      *     COLS 22-47  UP TO NINE AUTHORIZED ROBOT IDS, TWO DIGITS
      *                 EACH, ONE SPACE APART ("01 04 07").
      * A ZONE WITH NO ROBOTS LISTED IS CLOSED TO EVERY ROBOT.  ZONES
      * MAY OVERLAP - A CELL IS OPEN TO A ROBOT ONLY WHEN EVERY ZONE
      * COVERING IT AUTHORIZES THAT ROBOT.  NO ZNFILE PRESENT MEANS
      * NO ZONES.  A MALFORMED RECORD STOPS THE JOB - A ZONE READ
      * WRONG WOULD LET A ROBOT INTO THE COLD ROOM OR FENCE A GOOD
      * ONE OUT OF ITS AISLE.
      ******************************************************************
       ZONE-PARA.
            OPEN INPUT ZNFILE.
            PERFORM CHECK-FS17-PARA THRU CHECK-FS17-PARA-X.
            IF FS17 IS = "00" THEN
                PERFORM LOAD-ZONE-PARA THRU LOAD-ZONE-PARA-X
                        UNTIL ZN-EOF = 'Y'.
            CLOSE ZNFILE.
            PERFORM CHECK-FS17-PARA THRU CHECK-FS17-PARA-X.
       ZONE-PARA-X. EXIT.

       LOAD-ZONE-PARA.
            MOVE SPACES TO ZN-REC.
            READ ZNFILE AT END MOVE 'Y' TO ZN-EOF.
            PERFORM CHECK-FS17-PARA THRU CHECK-FS17-PARA-X.
            IF ZN-EOF IS = 'Y'
                GO TO LOAD-ZONE-PARA-X.
            IF ZONE-CNT IS NOT LESS THAN ZONE-MAX
                DISPLAY "ROBOPGM: ZNFILE HAS MORE THAN "
                        ZONE-MAX " ZONES"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE ZN-REC TO ZN-REC-P.
            IF ZN-REC-NAME IS = SPACES
                    OR ZN-REC-ROW1 IS NOT NUMERIC
                    OR ZN-REC-COL1 IS NOT NUMERIC
                    OR ZN-REC-ROW2 IS NOT NUMERIC
                    OR ZN-REC-COL2 IS NOT NUMERIC
                DISPLAY "ROBOPGM: ZNFILE RECORD IS NOT VALID - "
                        ZN-REC
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF ZN-REC-ROW1 IS GREATER THAN ZN-REC-ROW2
                    OR ZN-REC-COL1 IS GREATER THAN ZN-REC-COL2
                DISPLAY "ROBOPGM: ZNFILE ZONE CORNERS REVERSED - "
                        ZN-REC-NAME
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO ZONE-CNT.
            MOVE ZN-REC-NAME TO ZN-NAME (ZONE-CNT).
            MOVE ZN-REC-ROW1 TO ZN-ROW1 (ZONE-CNT).
            MOVE ZN-REC-COL1 TO ZN-COL1 (ZONE-CNT).
            MOVE ZN-REC-ROW2 TO ZN-ROW2 (ZONE-CNT).
            MOVE ZN-REC-COL2 TO ZN-COL2 (ZONE-CNT).
            MOVE ALL 'N' TO ZN-AUTH (ZONE-CNT).
            PERFORM LOAD-ZONE-AUTH-PARA THRU LOAD-ZONE-AUTH-PARA-X
                    VARYING ZN-AUTH-SUB FROM 1 BY 1
                    UNTIL ZN-AUTH-SUB > ROBOT-MAX.
       LOAD-ZONE-PARA-X. EXIT.

       LOAD-ZONE-AUTH-PARA.
            IF ZN-REC-ROB (ZN-AUTH-SUB) IS = SPACES
                GO TO LOAD-ZONE-AUTH-PARA-X.
            IF ZN-REC-ROB (ZN-AUTH-SUB) IS NOT NUMERIC
                DISPLAY "ROBOPGM: ZNFILE RECORD HAS A BAD ROBOT ID - "
                        ZN-REC-NAME
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE ZN-REC-ROB (ZN-AUTH-SUB) TO ZN-ROB-NUM.
            IF ZN-ROB-NUM IS LESS THAN 01
                    OR ZN-ROB-NUM IS GREATER THAN ROBOT-MAX
                DISPLAY "ROBOPGM: ZNFILE RECORD HAS A BAD ROBOT ID - "
                        ZN-REC-NAME
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE 'Y' TO ZN-OK (ZONE-CNT, ZN-ROB-NUM).
       LOAD-ZONE-AUTH-PARA-X. EXIT.

       CHECK-FS17-PARA.
            IF FS17 IS NOT = "00" AND FS17 IS NOT = "10"
                                  AND FS17 IS NOT = "05"
                DISPLAY "ROBOPGM: ZNFILE I/O ERROR - FILE STATUS " FS17
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS17-PARA-X. EXIT.

      ******************************************************************
      * ROBOT-CAP-PARA - LOADS THE OPTIONAL RBFILE ROBOT CAPACITY
      * CONTROL FILE INTO CAP-TABLE: ROBOT ID, CAPACITY IN KG, AND UP

       CHECK-FS13-PARA-X. EXIT.

      ******************************************************************
      * ROBOT-MASTER-PARA - LOADS EACH ROBOT'S STATUS FROM THE
      * OPTIONAL KEYED ROBOT MASTER (RMFILE) INTO SVC-TABLE: 'A'
      * ACTIVE, 'O' OUT OF SERVICE, 'R' RETIRED.  EVERY ROBOT STARTS
      * ACTIVE, SO NO MASTER - OR A ROBOT WITH NO MASTER RECORD -
      * RUNS EXACTLY AS IT ALWAYS HAS.  A RECORD WITH A BAD ROBOT ID
      * OR STATUS STOPS THE JOB; GUESSING WOULD EITHER SEND A BROKEN
      * ROBOT OUT ONTO THE FLOOR OR IDLE A GOOD ONE.
      ******************************************************************
       ROBOT-MASTER-PARA.
            MOVE ALL 'A' TO SVC-TABLE.
            OPEN INPUT RMFILE.
            PERFORM CHECK-FS16-PARA THRU CHECK-FS16-PARA-X.
            IF FS16 IS = "00" THEN
                PERFORM LOAD-ROBOT-MASTER-PARA
                        THRU LOAD-ROBOT-MASTER-PARA-X
                        UNTIL RM-EOF = 'Y'.
            CLOSE RMFILE.
            PERFORM CHECK-FS16-PARA THRU CHECK-FS16-PARA-X.
       ROBOT-MASTER-PARA-X. EXIT.

       LOAD-ROBOT-MASTER-PARA.
            READ RMFILE NEXT RECORD AT END MOVE 'Y' TO RM-EOF.
            PERFORM CHECK-FS16-PARA THRU CHECK-FS16-PARA-X.
            IF RM-EOF IS = 'Y'
                GO TO LOAD-ROBOT-MASTER-PARA-X.
            IF RM-ROBOT IS NOT NUMERIC
                    OR RM-ROBOT IS LESS THAN 01
                    OR RM-ROBOT IS GREATER THAN ROBOT-MAX
                DISPLAY "ROBOPGM: RMFILE RECORD HAS A BAD ROBOT ID"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE RM-STATUS TO SVC-STAT (RM-ROBOT).
            IF (NOT SVC-ACTIVE (RM-ROBOT)) AND (NOT SVC-OUT (RM-ROBOT))
                    AND (NOT SVC-RETIRED (RM-ROBOT))
                DISPLAY "ROBOPGM: RMFILE RECORD HAS A BAD STATUS - "
                        "ROBOT " RM-ROBOT
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       LOAD-ROBOT-MASTER-PARA-X. EXIT.

       CHECK-FS16-PARA.
            IF FS16 IS NOT = "00" AND FS16 IS NOT = "10"
                                  AND FS16 IS NOT = "05"
                DISPLAY "ROBOPGM: RMFILE I/O ERROR - FILE STATUS " FS16
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS16-PARA-X. EXIT.

      ******************************************************************
      * ITEM-LOAD-PARA - LOADS THE OPTIONAL ITFILE ITEM LOCATION
      * FILE INTO ITEM-TABLE, ONE ITEM ID AND ITS BOARD ROW/COLUMN
      * OF THE OBSTACLES LOADED BY OBSTACLE-PARA NOR OCCUPIED BY
      * ANOTHER PLACED ROBOT; 'N' OTHERWISE.  PLACE-PARA AND
      * MOVE-PARA BOTH PERFORM THIS INSTEAD OF TESTING A FIXED
      * 88-LEVEL NOW THAT THE TABLETOP SIZE IS CONFIGURABLE.  A CELL
      * INSIDE A ZONE THE CURRENT ROBOT IS NOT AUTHORIZED FOR IS
      * REFUSED AS WELL, WITH ZONE-DENIED-SW SET SO THE CALLER CAN
      * GIVE THE ZONE REJECT REASON INSTEAD OF "OUT OF THE TABLE".
      ******************************************************************
       CHECK-BOUNDS-PARA.
            MOVE 'N' TO IN-BOUNDS-SW.
            MOVE 'N' TO ZONE-DENIED-SW.
            IF ROW1 IS NOT LESS THAN ROW-LO
                    AND ROW1 IS NOT GREATER THAN ROW-HI
                    AND COL1 IS NOT LESS THAN COL-LO
                    PERFORM CHECK-ROBOT-PARA THRU CHECK-ROBOT-PARA-X
                END-IF
                IF NOT BLOCKED
                    SUBTRACT ROW-LO FROM ROW1 GIVING ZN-CHK-ROW
                    SUBTRACT COL-LO FROM COL1 GIVING ZN-CHK-COL
                    MOVE CUR-ROB TO ZN-CHK-ROB
                    PERFORM CHECK-ZONE-PARA THRU CHECK-ZONE-PARA-X
                END-IF
                IF NOT BLOCKED AND NOT ZONE-DENIED
                    MOVE 'Y' TO IN-BOUNDS-SW.

       CHECK-BOUNDS-PARA-X. EXIT.

       SCAN-ROBOT-PARA-X. EXIT.

      ******************************************************************
      * CHECK-ZONE-PARA - SETS ZONE-DENIED-SW TO 'Y' WHEN THE BOARD
      * CELL IN ZN-CHK-ROW/ZN-CHK-COL LIES INSIDE ANY ZONE THAT DOES
      * NOT AUTHORIZE ROBOT ZN-CHK-ROB, AND LEAVES THAT ZONE'S NAME
      * IN ZONE-DENIED-NAME FOR THE REPORT LINE.  THE CALLER FILLS
      * ALL THREE - CHECK-BOUNDS-PARA FOR PLACE/MOVE/GOTO ROUTING,
      * GOTO-PARA FOR THE DESTINATION, DROP-PARA FOR THE ROBOT'S OWN
      * CELL.
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
      * CHECK-OBSTACLE-PARA - SETS BLOCKED-SW TO 'Y' WHEN THE BOARD
      * CELL UNDER ROW1/COL1 (CONVERTED BACK TO BOARD COORDINATES)
                       END-EVALUATE
                       PERFORM MARK-TRAIL-PARA THRU MARK-TRAIL-PARA-X
                       PERFORM DISPLAY-PARA
                    ELSE IF ZONE-DENIED THEN
                       MOVE SPACES TO RPT
                       MOVE ROW-TMP TO ROW1
                       MOVE COL-TMP TO COL1
                       MOVE FACE-TMP TO FACE1
                       STRING "COMMAND: " DELIMITED BY SIZE
                              CMD DELIMITED BY SIZE
                              "  ZONE " DELIMITED BY SIZE
                              ZONE-DENIED-NAME DELIMITED BY SPACE
                              " NOT AUTHORIZED - IGNORED" INTO RPT
                       PERFORM RPT-WRITE-PARA THRU RPT-WRITE-PARA-X
                       MOVE "ZONE NOT AUTHORIZED" TO REJ-REASON
                       ADD 1 TO TOT-REJ-CNT
                    ELSE
                       MOVE SPACES TO RPT
                       MOVE ROW-TMP TO ROW1
                    ADD 1 TO ROW1
            END-IF.
            PERFORM CHECK-BOUNDS-PARA THRU CHECK-BOUNDS-PARA-X.
            IF ZONE-DENIED THEN
                MOVE ROW-TMP TO ROW1
                MOVE COL-TMP TO COL1
                MOVE 'Y' TO MOVE-BLOCKED-SW
                MOVE SPACES TO RPT
                STRING "COMMAND: " DELIMITED BY SIZE
                       CMD DELIMITED BY SIZE
                       "  ZONE " DELIMITED BY SIZE
                       ZONE-DENIED-NAME DELIMITED BY SPACE
                       " NOT AUTHORIZED - IGNORED" INTO RPT
                PERFORM RPT-WRITE-PARA THRU RPT-WRITE-PARA-X
                MOVE "ZONE NOT AUTHORIZED" TO REJ-REASON
                ADD 1 TO TOT-REJ-CNT
            ELSE IF NOT IN-BOUNDS THEN
                MOVE ROW-TMP TO ROW1
                MOVE COL-TMP TO COL1
                MOVE 'Y' TO MOVE-BLOCKED-SW
      * BREADTH-FIRST SEARCH FROM THE CURRENT CELL OVER THE
      * ROW-LO/ROW-HI/COL-LO/COL-HI WINDOW, TREATING EVERY CELL
      * CHECK-BOUNDS-PARA WOULD REJECT (OFF TABLE, OBSTACLE, ANOTHER
      * PLACED ROBOT, A ZONE THE ROBOT IS NOT AUTHORIZED FOR) AS
      * IMPASSABLE, SO AN UNAUTHORIZED ROBOT IS ROUTED AROUND A ZONE
      * RATHER THAN THROUGH IT; PATH-WALK-PARA THEN EXECUTES THE
      * SHORTEST PATH FOUND, ONE CELL AT A TIME, WRITING A
      * "GOTO STEP" AUFILE RECORD PER CELL TRAVERSED.  THE FACING
      * FOLLOWS THE DIRECTION OF EACH HOP, SO THE ROBOT ENDS FACING
                MOVE "OUT OF THE TABLE" TO REJ-REASON
                ADD 1 TO TOT-REJ-CNT
                GO TO GOTO-PARA-X.
            MOVE R TO ZN-CHK-ROW.
            MOVE C TO ZN-CHK-COL.
            MOVE CUR-ROB TO ZN-CHK-ROB.
            PERFORM CHECK-ZONE-PARA THRU CHECK-ZONE-PARA-X.
            IF ZONE-DENIED
                MOVE SPACES TO RPT
                STRING "COMMAND: " DELIMITED BY SIZE
                       CMD DELIMITED BY SIZE
                       "  ZONE " DELIMITED BY SIZE
                       ZONE-DENIED-NAME DELIMITED BY SPACE
                       " NOT AUTHORIZED - IGNORED" INTO RPT
                PERFORM RPT-WRITE-PARA THRU RPT-WRITE-PARA-X
                MOVE "ZONE NOT AUTHORIZED" TO REJ-REASON
                ADD 1 TO TOT-REJ-CNT
                GO TO GOTO-PARA-X.
            IF GOTO-DEST-ROW IS = ROW1 AND GOTO-DEST-COL IS = COL1
                PERFORM DISPLAY-PARA
                GO TO GOTO-PARA-X.
      * CELL AT THE HEAD OF THE QUEUE.  PASSABILITY IS JUDGED BY THE
      * SAME CHECK-BOUNDS-PARA EVERY PLACE AND MOVE GOES THROUGH -
      * THE WORKING ROW1/COL1 ARE LENT OUT TO IT AND RESTORED, SO
      * OBSTACLES, OTHER ROBOTS AND FORBIDDEN ZONES BLOCK A ROUTE
      * EXACTLY AS THEY BLOCK A MOVE.
      ******************************************************************
       BFS-NBR-PARA.
            MOVE Q-ROW (CUR-Q) TO TRY-ROW.
            IF MODE-SIM
                SUBTRACT 1 FROM STEP-SUB
                GO TO GOTO-STEP-PARA-X.
            MOVE CMD-DATE TO AUD-DATE.
            MOVE CMD-TIME TO AUD-TIME.
            MOVE "GOTO STEP" TO AUD-CMD.
            SUBTRACT ROW-LO FROM GOTO-PRV-ROW GIVING AUD-BEF-R.
            SUBTRACT COL-LO FROM GOTO-PRV-COL GIVING AUD-BEF-C.
            SUBTRACT COL-LO FROM COL1 GIVING AUD-AFT-C.
            MOVE FACE1 TO AUD-AFT-F.
            MOVE CUR-RUN-ID TO AUD-RUN.
            MOVE CMD-DEPT TO AUD-DEPT.
            MOVE AUD-REC TO AUD.
            WRITE AUD.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
      * DROP-PARA - SETS THE CARRIED ITEM DOWN AT THE ROBOT'S
      * CURRENT CELL.  REJECTED WHEN THE ROBOT CARRIES NOTHING OR
      * THE CELL ALREADY HOLDS A FLOOR ITEM - ONE ITEM PER CELL,
      * SAME AS ONE ROBOT PER CELL.  ALSO REJECTED WHEN THE ROBOT
      * STANDS IN A ZONE IT IS NOT AUTHORIZED FOR - A ROBOT CARRIED
      * IN BY A CHECKPOINT RESTART AFTER ZNFILE CHANGED MUST NOT
      * LEAVE WORK BEHIND THERE.
      ******************************************************************
       DROP-PARA.
            IF ITEM1 IS = SPACES
                MOVE "NOT CARRYING AN ITEM" TO REJ-REASON
                ADD 1 TO TOT-REJ-CNT
                GO TO DROP-PARA-X.
            SUBTRACT ROW-LO FROM ROW1 GIVING ZN-CHK-ROW.
            SUBTRACT COL-LO FROM COL1 GIVING ZN-CHK-COL.
            MOVE CUR-ROB TO ZN-CHK-ROB.
            PERFORM CHECK-ZONE-PARA THRU CHECK-ZONE-PARA-X.
            IF ZONE-DENIED
                MOVE SPACES TO RPT
                STRING "COMMAND: " DELIMITED BY SIZE
                       CMD DELIMITED BY SIZE
                       "  ZONE " DELIMITED BY SIZE
                       ZONE-DENIED-NAME DELIMITED BY SPACE
                       " NOT AUTHORIZED - IGNORED" INTO RPT
                PERFORM RPT-WRITE-PARA THRU RPT-WRITE-PARA-X
                MOVE "ZONE NOT AUTHORIZED" TO REJ-REASON
                ADD 1 TO TOT-REJ-CNT
                GO TO DROP-PARA-X.
            PERFORM ITEM-FIND-CELL-PARA THRU ITEM-FIND-CELL-PARA-X.
            IF ITEM-FND IS NOT = ZERO
                MOVE SPACES TO RPT

      ******************************************************************
      * AUDIT-PARA - WRITES ONE MACHINE-READABLE AUFILE RECORD PER
      * COMMAND PROCESSED: THE COMMAND'S OWN STAMP, THE RAW COMMAND AS
      * READ FROM IPFILE, THE BEFORE POSITION CARRIED IN RPT-REC, AND
      * THE AFTER POSITION FRESHLY COMPUTED FROM THE CURRENT ROW1/COL1/
      * FACE1 SO IT STAYS CORRECT ACROSS EVERY COMMAND, INCLUDING END.
      * SITE) WRITES THE AUD-REJ-REC FORMAT INSTEAD - "REJECTED" IN
      * COLUMNS 40-47 AND THE REASON ALONGSIDE - SO THE AUDIT TRAIL
      * CARRIES THE REJECT REASON, NOT JUST AN UNMOVED POSITION.
      * EVERY FORMAT ENDS WITH THE SUBMITTING DEPARTMENT FROM THE
      * COMMAND'S MERGE STAMP SO THE HISTORY CAN BE BILLED BACK.
      ******************************************************************
       AUDIT-PARA.
            IF MODE-SIM
                GO TO AUDIT-PARA-X.
            IF RPT-NO-ROBOT THEN
                MOVE SPACES TO AUD
                STRING CMD-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CMD-TIME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CMD DELIMITED BY SIZE
                       "  NO ROBOT PLACED " DELIMITED BY SIZE
                       CUR-RUN-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CMD-DEPT DELIMITED BY SIZE INTO AUD
            ELSE IF REJ-REASON IS NOT = SPACES
                MOVE CMD-DATE TO AUD-REJ-DATE
                MOVE CMD-TIME TO AUD-REJ-TIME
                MOVE CMD TO AUD-REJ-CMD
                MOVE REJ-REASON TO AUD-REJ-REASON
                MOVE CUR-RUN-ID TO AUD-REJ-RUN
                MOVE CMD-DEPT TO AUD-REJ-DEPT
                MOVE AUD-REJ-REC TO AUD
            ELSE
                MOVE CMD-DATE TO AUD-DATE
                MOVE CMD-TIME TO AUD-TIME
                MOVE CMD TO AUD-CMD
                MOVE BEF-R TO AUD-BEF-R
                MOVE BEF-C TO AUD-BEF-C
                SUBTRACT COL-LO FROM COL1 GIVING AUD-AFT-C
                MOVE FACE1 TO AUD-AFT-F
                MOVE CUR-RUN-ID TO AUD-RUN
                MOVE CMD-DEPT TO AUD-DEPT
                MOVE AUD-REC TO AUD
            END-IF.
            WRITE AUD.
      * ITEM-EVENT-PARA - WRITES ONE ITEM-EVENT RECORD TO IEFILE FOR
      * A SUCCESSFUL PICK OR DROP.  THE CALLER FILLS IE-ITEM,
      * IE-ROBOT, IE-ROW/IE-COL (BOARD COORDINATES), AND IE-TYPE;
      * THE COMMAND STAMP AND RUN ID ARE FILLED HERE SO EVERY EVENT
      * CARRIES THE SAME STAMP ITS AUFILE RECORD DOES.  SIMULATE
      * WRITES NOTHING - IEFILE IS NOT EVEN OPEN.
      ******************************************************************
       ITEM-EVENT-PARA.
            IF MODE-SIM
                GO TO ITEM-EVENT-PARA-X.
            MOVE CMD-DATE TO IE-DATE.
            MOVE CMD-TIME TO IE-TIME.
            MOVE CUR-RUN-ID TO IE-RUN.
            MOVE IE-REC TO IE-OUT.
            WRITE IE-OUT.
