      *          CHECKS ROBOPGM ITSELF APPLIES (COMMAND SPELLING,
      *          REPORT HEAD SPELLING, NUMERIC PLACE COORDINATES,
      *          FACE VALUE, RECORD LENGTH), AND SPLITS THE FILE INTO
      *          A CLEAN COMMAND FILE FOR ROBOPGM (CLFILE, STILL
      *          CARRYING ROBOMRGE'S DEPARTMENT STAMP) PLUS A
      *          REJECT FILE (RJFILE) LISTING EACH BAD RECORD WITH
      *          ITS RECORD NUMBER AND REASON.  OPERATIONS CAN BOUNCE
      *          A BAD FILE BACK TO THE SUBMITTING DEPARTMENT BEFORE
      *                  (DATE, TIME, PROGRAM, READ, ACCEPTED, TOTAL
      *                  REJECTED INCLUDING ITEM REJECTS, RESULT)
      *                  FOR THE ROBOCLSE CLOSE-OF-NIGHT REPORT.
      * 2026-10-15  DLR  THE MERGE STAMP IS NO LONGER STRIPPED.  CLFILE
      *                  WIDENS TO 60 COLUMNS AND EVERY ACCEPTED
      *                  RECORD, RUN HEADERS INCLUDED, CARRIES ITS
      *                  COLUMNS 41-60 STAMP (DEPARTMENT CODE AND
      *                  SUBMISSION TIME) THROUGH TO ROBOPGM, WHICH
      *                  WRITES THE DEPARTMENT ON EVERY AUFILE RECORD.
      * 2026-10-15  DLR  RJFILE WIDENED TO 106 COLUMNS.  EACH COMMAND
      *                  REJECT NOW CARRIES THE SUBMITTING DEPARTMENT
      *                  (COLUMNS 94-97) AND THE RUN ID OF THE LAST
      *                  ACCEPTED RUN HEADER (COLUMNS 99-106) SO
      *                  ROBOSUSP CAN FILE IT IN THE REJECT SUSPENSE
      *                  MASTER.  ITEM REJECTS LEAVE BOTH BLANK.
      * 2026-10-15  DLR  ZONE AUTHORIZATION.  THE OPTIONAL ZNFILE ZONE
      *                  CONTROL FILE IS LOADED BEFORE THE COMMAND
      *                  EDIT, AND A PLACE OR GOTO WHOSE TARGET CELL
      *                  LIES IN A ZONE THE ADDRESSED ROBOT IS NOT
      *                  AUTHORIZED FOR IS REJECTED ("ZONE XXXXXXXX NOT
      *                  AUTHORIZED"), THE SAME CALL ROBOPGM WOULD MAKE
      *                  AT RUN TIME.  A MALFORMED ZONE RECORD IS
      *                  LISTED IN RJFILE UNDER A "ZONE" TAG AND LEFT
      *                  OUT OF THE EDIT.  A MOVE IS NOT CHECKED - ITS
      *                  TARGET DEPENDS ON WHERE THE ROBOT STANDS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOEDIT.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.

           SELECT OPTIONAL ZNFILE ASSIGN TO "ZNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.

       DATA DIVISION.
       FILE SECTION.

       01 EDIT-IN PIC X(80).

       FD CLFILE.
       01 CLN.
           05 CLN-CMD PIC X(40).
           05 CLN-STAMP PIC X(20).

       FD RJFILE.
       01 RJT PIC X(106).

       FD ITFILE.
       01 ITEM-IN PIC X(80).
       FD NSFILE.
       01 NS-OUT PIC X(60).

       FD ZNFILE.
       01 ZONE-IN PIC X(80).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 FS1 PIC XX.
           05 EDIT-RUN-AREA.
              10 EDIT-CMD-AREA PIC X(20).
              10 EDIT-RUN-EXT PIC X(20).
           05 EDIT-STAMP-AREA.
              10 EDIT-STAMP-DEPT PIC X(4).
              10 FILLER PIC X(16).
           05 EDIT-EXCESS PIC X(20).
       01 CMD PIC X(20).
       01 RUN-HEAD-P.
           05 RUN-HEAD-TAG PIC X(4).
              88 RUN-HDR VALUE "RUN ".
           05 RUN-HEAD-ID PIC X(8).
           05 FILLER PIC X(28).
       01 EDIT-RUN-ID PIC X(8) VALUE SPACES.
       01 ROBOT-MAX PIC 99 VALUE 09.
       01 CMD-ROB-NUM PIC 99.
       01 CMD-P.
           05 RJ-CMD PIC X(40).
           05 FILLER PIC XX VALUE SPACES.
           05 RJ-REASON PIC X(35).
           05 FILLER PIC X VALUE SPACE.
           05 RJ-DEPT PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 RJ-RUN PIC X(8).
       01 RJ-TRAILER.
           05 RJ-TRL-TXT PIC X(24).
           05 RJ-TRL-CNT PIC 9(6).
           05 NS-CNT3 PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 NS-RESULT PIC X(14).
       01 FS4 PIC XX.
       01 ZN-EOF PIC X VALUE 'N'.
       01 ZONE-READ-CNT PIC 9(6) VALUE ZERO.
       01 ZONE-REJ-CNT PIC 9(6) VALUE ZERO.
       01 ZONE-OVER-SW PIC X.
          88 ZONE-OVERLONG VALUE 'Y'.
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
       01 ZONE-IN-P.
           05 ZONE-REC-AREA.
              10 ZN-REC-NAME PIC X(8).
              10 FILLER PIC X.
              10 ZN-REC-ROW1 PIC 99.
              10 FILLER PIC X.
              10 ZN-REC-COL1 PIC 99.
              10 FILLER PIC X.
              10 ZN-REC-ROW2 PIC 99.
              10 FILLER PIC X.
              10 ZN-REC-COL2 PIC 99.
              10 ZN-REC-AUTH OCCURS 9 TIMES.
                 15 FILLER PIC X.
                 15 ZN-REC-ROB PIC XX.
           05 ZONE-EXCESS PIC X(33).
       01 ZONE-TABLE.
           05 ZONE-ENTRY OCCURS 50 TIMES.
              10 ZN-NAME PIC X(8).
              10 ZN-ROW1 PIC 99.
              10 ZN-COL1 PIC 99.
              10 ZN-ROW2 PIC 99.
              10 ZN-COL2 PIC 99.
              10 ZN-AUTH.
                 15 ZN-OK PIC X OCCURS 9 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            OPEN OUTPUT RJFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            PERFORM ZONE-LOAD-PARA THRU ZONE-LOAD-PARA-X.
       OPEN-PARA-X. EXIT.

      ******************************************************************
      * LAYOUT AND AN OVERLONG RECORD WOULD KILL ITS RUN WITH FILE
      * STATUS 06 MID-STREAM.  THE ROBOT ID EDIT MIRRORS
      * SELECT-ROBOT-PARA: BLANK MEANS ROBOT 01, ANYTHING ELSE MUST
      * BE NUMERIC AND WITHIN 01-09.  A PLACE OR GOTO THAT PASSES ITS
      * OWN EDITS HAS ITS TARGET CELL CHECKED AGAINST THE ZONES.
      ******************************************************************
       EDIT-PARA.
            MOVE SPACES TO EDIT-IN.
                ELSE IF NOT VALID-FACE
                    MOVE "INVALID PLACE COMMAND FACE VALUE"
                            TO EDIT-REASON
                ELSE
                    PERFORM EDIT-ZONE-PARA THRU EDIT-ZONE-PARA-X
                END-IF
            ELSE IF CMD1 IS = "GOTO" THEN
                IF (R IS NOT NUMERIC) OR (C IS NOT NUMERIC)
                    MOVE "INVALID GOTO COMMAND COORDINATES"
                            TO EDIT-REASON
                ELSE
                    PERFORM EDIT-ZONE-PARA THRU EDIT-ZONE-PARA-X.
            IF EDIT-REASON IS = SPACES
                PERFORM ACCEPT-PARA THRU ACCEPT-PARA-X
            ELSE
                PERFORM REJECT-PARA THRU REJECT-PARA-X.
       EDIT-PARA-X. EXIT.

      ******************************************************************
      * EDIT-ZONE-PARA - REJECTS A PLACE OR GOTO WHOSE TARGET CELL
      * (BOARD COORDINATES, STRAIGHT FROM R/C) LIES IN A ZONE THAT
      * DOES NOT AUTHORIZE THE ROBOT THE COMMAND ADDRESSES.
      ******************************************************************
       EDIT-ZONE-PARA.
            MOVE R TO ZN-CHK-ROW.
            MOVE C TO ZN-CHK-COL.
            MOVE CMD-ROB-NUM TO ZN-CHK-ROB.
            PERFORM CHECK-ZONE-PARA THRU CHECK-ZONE-PARA-X.
            IF ZONE-DENIED
                STRING "ZONE " DELIMITED BY SIZE
                       ZONE-DENIED-NAME DELIMITED BY SPACE
                       " NOT AUTHORIZED" DELIMITED BY SIZE
                       INTO EDIT-REASON.
       EDIT-ZONE-PARA-X. EXIT.

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
      * RUN-HDR-PARA - A RUN HEADER RECORD PASSES THROUGH AT ITS
      * FULL 40 COLUMNS.  ONLY THE LENGTH IS EDITED - THE ID AND
      * DESCRIPTION ARE FREE TEXT THE DEPARTMENTS OWN.  AN ACCEPTED
      * HEADER'S ID BECOMES THE RUN ID LATER REJECTS ARE FILED UNDER,
      * THE SAME RUN ROBOPGM WILL CHARGE THE COMMANDS TO.
      ******************************************************************
       RUN-HDR-PARA.
            IF EDIT-OVERLONG OR EDIT-EXCESS IS NOT = SPACES
                MOVE "RECORD LONGER THAN 40 COLUMNS" TO EDIT-REASON
                PERFORM REJECT-PARA THRU REJECT-PARA-X
            ELSE
                MOVE EDIT-RUN-AREA TO CLN-CMD
                MOVE EDIT-STAMP-AREA TO CLN-STAMP
                WRITE CLN
                PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X
                MOVE RUN-HEAD-ID TO EDIT-RUN-ID
                ADD 1 TO EDIT-ACC-CNT.
       RUN-HDR-PARA-X. EXIT.

      ******************************************************************
      * ACCEPT-PARA - THE 20-COLUMN COMMAND GOES TO CLFILE WITH ITS
      * MERGE STAMP ALONGSIDE IN COLUMNS 41-60, SO ROBOPGM KNOWS
      * WHICH DEPARTMENT SUBMITTED IT.
      ******************************************************************
       ACCEPT-PARA.
            MOVE SPACES TO CLN.
            MOVE CMD TO CLN-CMD.
            MOVE EDIT-STAMP-AREA TO CLN-STAMP.
            WRITE CLN.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            ADD 1 TO EDIT-ACC-CNT.
            MOVE EDIT-READ-CNT TO RJ-NUM.
            MOVE EDIT-RUN-AREA TO RJ-CMD.
            MOVE EDIT-REASON TO RJ-REASON.
            MOVE EDIT-STAMP-DEPT TO RJ-DEPT.
            MOVE EDIT-RUN-ID TO RJ-RUN.
            MOVE RJ-REC TO RJT.
            WRITE RJT.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            MOVE ITEM-READ-CNT TO RJ-NUM.
            MOVE ITEM-REC-AREA TO RJ-CMD.
            MOVE EDIT-REASON TO RJ-REASON.
            MOVE SPACES TO RJ-DEPT RJ-RUN.
            MOVE RJ-REC TO RJT.
            WRITE RJT.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            ADD 1 TO ITEM-REJ-CNT.
       ITEM-REJECT-PARA-X. EXIT.

      ******************************************************************
      * ZONE-LOAD-PARA - LOADS THE OPTIONAL ZNFILE ZONE CONTROL FILE
      * INTO ZONE-TABLE AHEAD OF THE COMMAND EDIT, IN ROBOPGM'S
      * LAYOUT (SEE ROBOPGM ZONE-PARA): NAME, TOP ROW, LEFT COLUMN,
      * BOTTOM ROW, RIGHT COLUMN, THEN UP TO NINE AUTHORIZED ROBOT
      * IDS.  WHERE ROBOPGM STOPS ON A MALFORMED RECORD, THE EDIT
      * LISTS IT IN RJFILE UNDER A "ZONE" TAG SO IT BOUNCES BEFORE
      * THE RUN, AND LEAVES IT OUT OF THE TABLE.  NO ZNFILE PRESENT
      * MEANS NO ZONES.
      ******************************************************************
       ZONE-LOAD-PARA.
            OPEN INPUT ZNFILE.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            IF FS4 IS = "00" THEN
                PERFORM ZONE-READ-PARA THRU ZONE-READ-PARA-X
                        UNTIL ZN-EOF = 'Y'.
            CLOSE ZNFILE.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
       ZONE-LOAD-PARA-X. EXIT.

       ZONE-READ-PARA.
            MOVE SPACES TO ZONE-IN.
            READ ZNFILE AT END MOVE 'Y' TO ZN-EOF.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            IF ZN-EOF IS = 'Y'
                GO TO ZONE-READ-PARA-X.
            ADD 1 TO ZONE-READ-CNT.
            MOVE ZONE-IN TO ZONE-IN-P.
            MOVE SPACES TO EDIT-REASON.
            IF ZONE-OVERLONG OR ZONE-EXCESS IS NOT = SPACES
                MOVE "ZONE RECORD LONGER THAN 47 COLS" TO EDIT-REASON
            ELSE IF ZN-REC-NAME IS = SPACES
                MOVE "MISSING ZONE NAME" TO EDIT-REASON
            ELSE IF (ZN-REC-ROW1 IS NOT NUMERIC)
                    OR (ZN-REC-COL1 IS NOT NUMERIC)
                    OR (ZN-REC-ROW2 IS NOT NUMERIC)
                    OR (ZN-REC-COL2 IS NOT NUMERIC)
                MOVE "ZONE CORNERS NOT NUMERIC" TO EDIT-REASON
            ELSE IF ZN-REC-ROW1 IS GREATER THAN ZN-REC-ROW2
                    OR ZN-REC-COL1 IS GREATER THAN ZN-REC-COL2
                MOVE "ZONE CORNERS REVERSED" TO EDIT-REASON
            ELSE IF ZONE-CNT IS NOT LESS THAN ZONE-MAX
                MOVE "MORE THAN 50 ZONES" TO EDIT-REASON.
            IF EDIT-REASON IS = SPACES
                PERFORM ZONE-AUTH-EDIT-PARA THRU ZONE-AUTH-EDIT-PARA-X
                        VARYING ZN-AUTH-SUB FROM 1 BY 1
                        UNTIL ZN-AUTH-SUB > ROBOT-MAX.
            IF EDIT-REASON IS NOT = SPACES
                PERFORM ZONE-REJECT-PARA THRU ZONE-REJECT-PARA-X
                GO TO ZONE-READ-PARA-X.
            ADD 1 TO ZONE-CNT.
            MOVE ZN-REC-NAME TO ZN-NAME (ZONE-CNT).
            MOVE ZN-REC-ROW1 TO ZN-ROW1 (ZONE-CNT).
            MOVE ZN-REC-COL1 TO ZN-COL1 (ZONE-CNT).
            MOVE ZN-REC-ROW2 TO ZN-ROW2 (ZONE-CNT).
            MOVE ZN-REC-COL2 TO ZN-COL2 (ZONE-CNT).
            MOVE ALL 'N' TO ZN-AUTH (ZONE-CNT).
            PERFORM ZONE-AUTH-LOAD-PARA THRU ZONE-AUTH-LOAD-PARA-X
                    VARYING ZN-AUTH-SUB FROM 1 BY 1
                    UNTIL ZN-AUTH-SUB > ROBOT-MAX.
       ZONE-READ-PARA-X. EXIT.

       ZONE-AUTH-EDIT-PARA.
            IF ZN-REC-ROB (ZN-AUTH-SUB) IS = SPACES
                GO TO ZONE-AUTH-EDIT-PARA-X.
            IF ZN-REC-ROB (ZN-AUTH-SUB) IS NOT NUMERIC
                MOVE "ZONE HAS A BAD ROBOT ID" TO EDIT-REASON
                GO TO ZONE-AUTH-EDIT-PARA-X.
            MOVE ZN-REC-ROB (ZN-AUTH-SUB) TO ZN-ROB-NUM.
            IF ZN-ROB-NUM IS LESS THAN 01
                    OR ZN-ROB-NUM IS GREATER THAN ROBOT-MAX
                MOVE "ZONE HAS A BAD ROBOT ID" TO EDIT-REASON.
       ZONE-AUTH-EDIT-PARA-X. EXIT.

       ZONE-AUTH-LOAD-PARA.
            IF ZN-REC-ROB (ZN-AUTH-SUB) IS NOT = SPACES
                MOVE ZN-REC-ROB (ZN-AUTH-SUB) TO ZN-ROB-NUM
                MOVE 'Y' TO ZN-OK (ZONE-CNT, ZN-ROB-NUM).
       ZONE-AUTH-LOAD-PARA-X. EXIT.

       ZONE-REJECT-PARA.
            MOVE "ZONE   " TO RJ-TAG.
            MOVE ZONE-READ-CNT TO RJ-NUM.
            MOVE ZONE-REC-AREA TO RJ-CMD.
            MOVE EDIT-REASON TO RJ-REASON.
            MOVE SPACES TO RJ-DEPT RJ-RUN.
            MOVE RJ-REC TO RJT.
            WRITE RJT.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            ADD 1 TO ZONE-REJ-CNT.
       ZONE-REJECT-PARA-X. EXIT.

      ******************************************************************
      * CHECK-FS4-PARA - VERIFIES THE ZNFILE FILE STATUS: "00" GOOD,
      * "10" END OF FILE, "05" THE OPTIONAL FILE WAS ABSENT, "06" AN
      * OVERLONG RECORD, REJECTED LIKE AN OVERLONG ITEM RECORD.
      ******************************************************************
       CHECK-FS4-PARA.
            MOVE 'N' TO ZONE-OVER-SW.
            IF FS4 IS = "06"
                MOVE 'Y' TO ZONE-OVER-SW
            ELSE IF FS4 IS NOT = "00" AND FS4 IS NOT = "10"
                                     AND FS4 IS NOT = "05"
                DISPLAY "ROBOEDIT: ZNFILE I/O ERROR - FILE STATUS " FS4
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS4-PARA-X. EXIT.

      ******************************************************************
      * TRAILER-PARA - WRITES THE EDIT CONTROL TOTALS TO THE REJECT
      * FILE SO THE RETURNED FILE CARRIES ITS OWN EVIDENCE, AND
            MOVE RJ-TRAILER TO RJT.
            WRITE RJT.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            MOVE "ZONE RECORDS READ:      " TO RJ-TRL-TXT.
            MOVE ZONE-READ-CNT TO RJ-TRL-CNT.
            MOVE RJ-TRAILER TO RJT.
            WRITE RJT.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            MOVE "ZONE RECORDS REJECTED:  " TO RJ-TRL-TXT.
            MOVE ZONE-REJ-CNT TO RJ-TRL-CNT.
            MOVE RJ-TRAILER TO RJT.
            WRITE RJT.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            DISPLAY "ROBOEDIT: READ " EDIT-READ-CNT
                    " ACCEPTED " EDIT-ACC-CNT
                    " REJECTED " EDIT-REJ-CNT
                    " ITEM REJECTED " ITEM-REJ-CNT
                    " ZONE REJECTED " ZONE-REJ-CNT.

       TRAILER-PARA-X. EXIT.

            ACCEPT NS-TIME-NOW FROM TIME.
            MOVE NS-TIME-HMS TO NS-TIME.
            MOVE "ROBOEDIT" TO NS-PGM.
            ADD EDIT-REJ-CNT ITEM-REJ-CNT ZONE-REJ-CNT
                    GIVING TOT-REJ-ALL.
            MOVE EDIT-READ-CNT TO NS-CNT1.
            MOVE EDIT-ACC-CNT TO NS-CNT2.
            MOVE TOT-REJ-ALL TO NS-CNT3.
           PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
           IF EDIT-REJ-CNT IS GREATER THAN ZERO
                   OR ITEM-REJ-CNT IS GREATER THAN ZERO
                   OR ZONE-REJ-CNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE.
