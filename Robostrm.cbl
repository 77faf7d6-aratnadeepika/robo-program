      ******************************************************************
      * Author:
      * Date:
      * Purpose: NIGHT JOB STREAM DRIVER.  RUNS THE NIGHT'S STEPS
      *          IN THE ORDER THE JSFILE STEP CONTROL FILE LISTS
      *          THEM, GATES EACH ONE ON THE HIGHEST RETURN CODE IT
      *          MAY END WITH, AND LOGS EVERY STEP'S START TIME, END
      *          TIME AND RETURN CODE TO THE JLFILE STREAM LOG.  A
      *          STEP ENDING ABOVE ITS LIMIT HOLDS THE STREAM.  THE
      *          NEXT RUN OF THIS JOB IS THEN A RESTART: IT READS THE
      *          LOG BACK, PASSES OVER EVERY STEP THE HELD STREAM
      *          ALREADY COMPLETED (NEVER RUNNING ONE TWICE), AND
      *          RESUMES AT THE STEP THAT FAILED - THROUGH ROBOPGM'S
      *          OWN RSFILE CHECKPOINT RESTART WHEN THAT STEP DIED
      *          INSIDE ROBOPGM.  A FAILED STEP MARKED NOT RERUNNABLE
      *          IS NEVER RUN AGAIN BY THIS JOB; ONCE OPERATIONS HAS
      *          PUT THINGS RIGHT BY HAND, A JRFILE "FORCE" CARD
      *          NAMING IT MARKS IT COMPLETE AND THE STREAM GOES ON.
      *          THE STANDARD NIGHT JSFILE IS -
      *            ROBOMRGE 04 Y       ROBOHIST 04 Y
      *            ROBOEDIT 04 Y       ROBOILOD 04 Y
      *            ROBOPGM  04 C       ROBODELT 04 Y
      *            ROBORECN 04 Y       ROBOCLSE 04 Y
      *          ENDS WITH RETURN-CODE ZERO WHEN EVERY STEP ENDED
      *          ZERO, 04 WHEN THE STREAM COMPLETED BUT SOME STEP
      *          ENDED WITHIN ITS LIMIT ABOVE ZERO, 08 WHEN A STEP
      *          HELD THE STREAM, 16 WHEN THE STREAM CANNOT GO ON
      *          WITHOUT OPERATIONS (BAD CONTROL FILE, A NOT
      *          RERUNNABLE STEP TO GET PAST, A FORCE CARD FOR THE
      *          WRONG STEP).
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  DLR  INITIAL VERSION.  JSFILE RECORD: STEP NAME
      *                  (COLS 1-8), HIGHEST GOOD RETURN CODE (10-11),
      *                  RERUN FLAG (13) - Y RERUN FROM THE TOP, N
      *                  NEVER RERUN, C ROBOPGM CHECKPOINT RESTART -
      *                  AND AN OPTIONAL COMMAND (15-74) WHEN THE
      *                  STEP IS NOT SIMPLY RUN BY ITS OWN NAME.  THE
      *                  CKFILE/RSFILE RECORD IS ROBOPGM'S CKPT-REC -
      *                  KEEP THE TWO IN STEP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOSTRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JSFILE ASSIGN TO "JSFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS.

           SELECT OPTIONAL JLFILE ASSIGN TO "JLFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.

           SELECT OPTIONAL JRFILE ASSIGN TO "JRFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.

           SELECT OPTIONAL CKFILE ASSIGN TO "CKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.

           SELECT RSFILE ASSIGN TO "RSFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.

       DATA DIVISION.
       FILE SECTION.

       FD JSFILE.
       01 JS-IN PIC X(80).

       FD JLFILE.
       01 JL-OUT PIC X(80).

       FD JRFILE.
       01 JR-IN PIC X(80).

       FD CKFILE.
       01 CK-REC PIC X(250).

       FD RSFILE.
       01 RS-REC PIC X(250).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 FS1 PIC XX.
       01 FS2 PIC XX.
       01 FS3 PIC XX.
       01 FS4 PIC XX.
       01 JS-EOF PIC X VALUE 'N'.
       01 JL-EOF PIC X VALUE 'N'.
       01 JR-EOF PIC X VALUE 'N'.
       01 CK-EOF PIC X VALUE 'N'.
       01 STEP-MAX PIC 99 VALUE 20.
       01 STEP-CNT PIC 99 VALUE ZERO.
       01 STEP-SUB PIC 99.
       01 STEP-FND PIC 99.
       01 STEP-RUN-CNT PIC 99 VALUE ZERO.
       01 STEP-SKIP-CNT PIC 99 VALUE ZERO.
       01 STREAM-RC PIC 99 VALUE ZERO.
       01 STREAM-OPEN-SW PIC X VALUE 'N'.
          88 STREAM-OPEN VALUE 'Y'.
       01 STREAM-HELD-SW PIC X VALUE 'N'.
          88 STREAM-HELD VALUE 'Y'.
       01 CKPT-FOUND-SW PIC X.
          88 CKPT-FOUND VALUE 'Y'.
       01 CKPT-RESUME-SW PIC X.
          88 CKPT-RESUME VALUE 'Y'.
       01 STEP-CMD PIC X(60).
       01 STEP-WAIT PIC S9(9).
       01 STEP-RC PIC 9(3).
       01 STEP-SIG PIC 9(3).
       01 STEP-START PIC 9(8).
       01 DEL-NAME PIC X(8).
       01 JS-REC.
           05 JS-STEP PIC X(8).
           05 FILLER PIC X.
           05 JS-MAX-RC PIC XX.
           05 FILLER PIC X.
           05 JS-RERUN PIC X.
              88 JS-RERUN-VALID VALUE 'Y', 'N', 'C'.
           05 FILLER PIC X.
           05 JS-CMD PIC X(60).
           05 JS-EXCESS PIC X(6).
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES.
              10 ST-NAME PIC X(8).
              10 ST-MAX-RC PIC 99.
              10 ST-RERUN PIC X.
                 88 ST-RERUN-TOP VALUE 'Y'.
                 88 ST-RERUN-NEVER VALUE 'N'.
                 88 ST-RERUN-CKPT VALUE 'C'.
              10 ST-CMD PIC X(60).
              10 ST-DONE PIC X.
                 88 ST-IS-DONE VALUE 'Y'.
              10 ST-STARTED PIC X.
                 88 ST-WAS-STARTED VALUE 'Y'.
              10 ST-ENDED PIC X.
                 88 ST-HAS-ENDED VALUE 'Y'.
              10 ST-LAST-RC PIC 9(3).
       01 JL-REC.
           05 JL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 JL-TIME PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 JL-TYPE PIC X(8).
              88 JL-STREAM VALUE "STREAM".
              88 JL-RESTART VALUE "RESTART".
              88 JL-START VALUE "START".
              88 JL-END VALUE "END".
              88 JL-BYPASS VALUE "BYPASS".
              88 JL-FORCED VALUE "FORCED".
              88 JL-HELD VALUE "HELD".
              88 JL-COMPLETE VALUE "COMPLETE".
           05 FILLER PIC X VALUE SPACE.
           05 JL-STEP PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 JL-RC PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 JL-RESULT PIC X(4).
              88 JL-OK VALUE "OK".
           05 FILLER PIC X VALUE SPACE.
           05 JL-TEXT PIC X(35).
       01 JR-REC.
           05 JR-VERB PIC X(5).
              88 JR-FORCE VALUE "FORCE".
           05 FILLER PIC X.
           05 JR-STEP PIC X(8).
           05 FILLER PIC X(66).
       01 CKPT-REC.
           05 CKPT-CNT PIC 9(6).
           05 FILLER PIC X(244).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM STEP-PARA THRU STEP-PARA-X
                   VARYING STEP-SUB FROM 1 BY 1
                   UNTIL STEP-SUB > STEP-CNT OR STREAM-HELD.
           IF NOT STREAM-HELD
               MOVE SPACES TO JL-STEP JL-RESULT JL-TEXT
               MOVE ZERO TO JL-RC
               MOVE "COMPLETE" TO JL-TYPE
               PERFORM LOG-WRITE-PARA THRU LOG-WRITE-PARA-X.
           PERFORM CLOSE-PARA THRU CLOSE-PARA-X.
           STOP RUN.

      ******************************************************************
      * OPEN-PARA - LOADS THE STEP TABLE, READS THE STREAM LOG BACK
      * TO LEARN WHETHER THE LAST STREAM COMPLETED, THEN OPENS THE
      * LOG EXTEND AND MARKS THIS RUN AS A NEW STREAM OR A RESTART
      * OF THE HELD ONE.  A RESTART IS WHERE A JRFILE FORCE CARD IS
      * HONORED; A CARD LEFT LYING AROUND FOR A NEW STREAM IS
      * DISCARDED SO IT CANNOT FORCE PAST SOME LATER NIGHT'S FAILURE.
      ******************************************************************
       OPEN-PARA.
            OPEN INPUT JSFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            PERFORM STEP-LOAD-PARA THRU STEP-LOAD-PARA-X
                    UNTIL JS-EOF = 'Y'.
            CLOSE JSFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF STEP-CNT IS = ZERO
                DISPLAY "ROBOSTRM: JSFILE LISTS NO STEPS"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT JLFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            PERFORM LOG-SCAN-PARA THRU LOG-SCAN-PARA-X
                    UNTIL JL-EOF = 'Y'.
            CLOSE JLFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            OPEN EXTEND JLFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            MOVE SPACES TO JL-STEP JL-RESULT JL-TEXT.
            MOVE ZERO TO JL-RC.
            IF STREAM-OPEN
                MOVE "RESTART" TO JL-TYPE
                MOVE "RESUMING HELD STREAM" TO JL-TEXT
                PERFORM LOG-WRITE-PARA THRU LOG-WRITE-PARA-X
            ELSE
                PERFORM STREAM-RESET-PARA THRU STREAM-RESET-PARA-X
                        VARYING STEP-SUB FROM 1 BY 1
                        UNTIL STEP-SUB > STEP-CNT
                MOVE "STREAM" TO JL-TYPE
                MOVE "NEW STREAM" TO JL-TEXT
                PERFORM LOG-WRITE-PARA THRU LOG-WRITE-PARA-X.
            PERFORM FORCE-PARA THRU FORCE-PARA-X.
       OPEN-PARA-X. EXIT.

      ******************************************************************
      * STEP-LOAD-PARA - ONE JSFILE RECORD INTO THE STEP TABLE, IN
      * FILE ORDER.  A BAD RECORD STOPS THE STREAM BEFORE ANY STEP
      * RUNS - RUNNING HALF A NIGHT ON A MISKEYED CONTROL FILE IS
      * WORSE THAN RUNNING NONE OF IT.
      ******************************************************************
       STEP-LOAD-PARA.
            READ JSFILE INTO JS-REC AT END MOVE 'Y' TO JS-EOF.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF JS-EOF IS = 'Y'
                GO TO STEP-LOAD-PARA-X.
            IF JS-STEP IS = SPACES
                    OR JS-MAX-RC IS NOT NUMERIC
                    OR NOT JS-RERUN-VALID
                    OR JS-EXCESS IS NOT = SPACES
                DISPLAY "ROBOSTRM: BAD JSFILE RECORD - " JS-IN
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE JS-STEP TO JL-STEP.
            PERFORM STEP-FIND-PARA THRU STEP-FIND-PARA-X.
            IF STEP-FND IS NOT = ZERO
                DISPLAY "ROBOSTRM: STEP " JS-STEP
                        " LISTED TWICE IN JSFILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF STEP-CNT IS NOT LESS THAN STEP-MAX
                DISPLAY "ROBOSTRM: MORE THAN 20 STEPS IN JSFILE"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO STEP-CNT.
            MOVE JS-STEP TO ST-NAME (STEP-CNT).
            MOVE JS-MAX-RC TO ST-MAX-RC (STEP-CNT).
            MOVE JS-RERUN TO ST-RERUN (STEP-CNT).
            IF JS-CMD IS = SPACES
                MOVE JS-STEP TO ST-CMD (STEP-CNT)
            ELSE
                MOVE JS-CMD TO ST-CMD (STEP-CNT).
            MOVE 'N' TO ST-DONE (STEP-CNT) ST-STARTED (STEP-CNT)
                        ST-ENDED (STEP-CNT).
            MOVE ZERO TO ST-LAST-RC (STEP-CNT).
       STEP-LOAD-PARA-X. EXIT.

      ******************************************************************
      * STEP-FIND-PARA - LOOKS JL-STEP UP IN THE STEP TABLE, LEAVING
      * ITS SUBSCRIPT IN STEP-FND (ZERO WHEN NOT LISTED).
      ******************************************************************
       STEP-FIND-PARA.
            MOVE ZERO TO STEP-FND.
            PERFORM STEP-FIND-SCAN-PARA THRU STEP-FIND-SCAN-PARA-X
                    VARYING STEP-SUB FROM 1 BY 1
                    UNTIL STEP-SUB > STEP-CNT.
       STEP-FIND-PARA-X. EXIT.

       STEP-FIND-SCAN-PARA.
            IF ST-NAME (STEP-SUB) IS = JL-STEP
                    AND STEP-FND IS = ZERO
                MOVE STEP-SUB TO STEP-FND.
       STEP-FIND-SCAN-PARA-X. EXIT.

      ******************************************************************
      * LOG-SCAN-PARA - REPLAYS ONE STREAM LOG RECORD AGAINST THE
      * STEP TABLE.  A "STREAM" RECORD OPENS A NEW STREAM AND WIPES
      * WHAT THE ONE BEFORE IT DID; "COMPLETE" CLOSES IT.  IN
      * BETWEEN, "START"/"END" RECORDS SAY WHICH STEPS WERE STARTED
      * AND HOW THEY ENDED, AND AN "END ... OK" OR "FORCED" RECORD
      * MARKS A STEP COMPLETE.  SO AT END OF FILE, STREAM-OPEN-SW
      * SAYS WHETHER THE LAST STREAM IS STILL HELD AND ST-DONE SAYS
      * WHICH OF ITS STEPS MUST NOT RUN AGAIN.  A LOGGED STEP NO
      * LONGER IN JSFILE IS PASSED OVER.
      ******************************************************************
       LOG-SCAN-PARA.
            READ JLFILE INTO JL-REC AT END MOVE 'Y' TO JL-EOF.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            IF JL-EOF IS = 'Y'
                GO TO LOG-SCAN-PARA-X.
            IF JL-STREAM
                MOVE 'Y' TO STREAM-OPEN-SW
                PERFORM STREAM-RESET-PARA THRU STREAM-RESET-PARA-X
                        VARYING STEP-SUB FROM 1 BY 1
                        UNTIL STEP-SUB > STEP-CNT
                GO TO LOG-SCAN-PARA-X.
            IF JL-COMPLETE
                MOVE 'N' TO STREAM-OPEN-SW
                GO TO LOG-SCAN-PARA-X.
            PERFORM STEP-FIND-PARA THRU STEP-FIND-PARA-X.
            IF STEP-FND IS = ZERO
                GO TO LOG-SCAN-PARA-X.
            IF JL-START
                MOVE 'Y' TO ST-STARTED (STEP-FND)
                MOVE 'N' TO ST-ENDED (STEP-FND).
            IF JL-END
                MOVE 'Y' TO ST-ENDED (STEP-FND)
                MOVE JL-RC TO ST-LAST-RC (STEP-FND)
                IF JL-OK
                    MOVE 'Y' TO ST-DONE (STEP-FND)
                END-IF.
            IF JL-FORCED
                MOVE 'Y' TO ST-DONE (STEP-FND).
       LOG-SCAN-PARA-X. EXIT.

       STREAM-RESET-PARA.
            MOVE 'N' TO ST-DONE (STEP-SUB) ST-STARTED (STEP-SUB)
                        ST-ENDED (STEP-SUB).
            MOVE ZERO TO ST-LAST-RC (STEP-SUB).
       STREAM-RESET-PARA-X. EXIT.

      ******************************************************************
      * FORCE-PARA - READS THE OPTIONAL JRFILE OPERATOR CARD
      * ("FORCE stepname", STEP NAME IN COLUMNS 7-14).  ON A RESTART
      * IT MUST NAME THE STEP THE STREAM IS HELD AT - THE FIRST STEP
      * NOT YET COMPLETE - WHICH IS THEN LOGGED "FORCED" AND TREATED
      * AS COMPLETE.  THE CARD IS EMPTIED ONCE READ, USED OR NOT, SO
      * IT IS GOOD FOR ONE RESTART ONLY.
      ******************************************************************
       FORCE-PARA.
            MOVE SPACES TO JR-REC.
            OPEN INPUT JRFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF FS2 IS = "00"
                READ JRFILE INTO JR-REC AT END MOVE 'Y' TO JR-EOF
                END-READ
                PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            CLOSE JRFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF JR-REC IS = SPACES
                GO TO FORCE-PARA-X.
            OPEN OUTPUT JRFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            CLOSE JRFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF NOT STREAM-OPEN
                DISPLAY "ROBOSTRM: JRFILE CARD DISCARDED - NO STREAM "
                        "IS HELD"
                GO TO FORCE-PARA-X.
            IF NOT JR-FORCE
                DISPLAY "ROBOSTRM: BAD JRFILE CARD - " JR-REC
                PERFORM FORCE-FAIL-PARA THRU FORCE-FAIL-PARA-X.
            MOVE ZERO TO STEP-FND.
            PERFORM FORCE-FIND-PARA THRU FORCE-FIND-PARA-X
                    VARYING STEP-SUB FROM 1 BY 1
                    UNTIL STEP-SUB > STEP-CNT OR STEP-FND > ZERO.
            IF STEP-FND IS = ZERO
                    OR ST-NAME (STEP-FND) IS NOT = JR-STEP
                DISPLAY "ROBOSTRM: FORCE CARD NAMES " JR-STEP
                        " BUT THE STREAM IS NOT HELD THERE"
                PERFORM FORCE-FAIL-PARA THRU FORCE-FAIL-PARA-X.
            MOVE 'Y' TO ST-DONE (STEP-FND).
            MOVE "FORCED" TO JL-TYPE.
            MOVE JR-STEP TO JL-STEP.
            MOVE ZERO TO JL-RC.
            MOVE SPACES TO JL-RESULT.
            MOVE "MARKED COMPLETE BY OPERATOR" TO JL-TEXT.
            PERFORM LOG-WRITE-PARA THRU LOG-WRITE-PARA-X.
       FORCE-PARA-X. EXIT.

       FORCE-FIND-PARA.
            IF NOT ST-IS-DONE (STEP-SUB)
                MOVE STEP-SUB TO STEP-FND.
       FORCE-FIND-PARA-X. EXIT.

       FORCE-FAIL-PARA.
            MOVE "HELD" TO JL-TYPE.
            MOVE JR-STEP TO JL-STEP.
            MOVE ZERO TO JL-RC.
            MOVE SPACES TO JL-RESULT.
            MOVE "JRFILE CARD REJECTED" TO JL-TEXT.
            PERFORM LOG-WRITE-PARA THRU LOG-WRITE-PARA-X.
            CLOSE JLFILE.
            MOVE 16 TO RETURN-CODE.
            STOP RUN.
       FORCE-FAIL-PARA-X. EXIT.

      ******************************************************************
      * STEP-PARA - ONE STEP OF THE STREAM.  A STEP ALREADY COMPLETE
      * IN THIS STREAM IS LOGGED "BYPASS" AND NEVER RUN AGAIN.  A
      * STEP THAT WAS STARTED BEFORE AND NEVER COMPLETED IS BEING
      * RESTARTED: A NOT RERUNNABLE ONE HOLDS THE STREAM FOR
      * OPERATIONS INSTEAD.  OTHERWISE THE STEP IS RUN AND ITS
      * RETURN CODE CHECKED AGAINST ITS LIMIT - ABOVE IT, THE
      * STREAM HOLDS HERE.
      ******************************************************************
       STEP-PARA.
            MOVE ST-NAME (STEP-SUB) TO JL-STEP.
            MOVE ZERO TO JL-RC.
            MOVE SPACES TO JL-RESULT JL-TEXT.
            IF ST-IS-DONE (STEP-SUB)
                ADD 1 TO STEP-SKIP-CNT
                MOVE "BYPASS" TO JL-TYPE
                MOVE "ALREADY COMPLETE IN THIS STREAM" TO JL-TEXT
                PERFORM LOG-WRITE-PARA THRU LOG-WRITE-PARA-X
                GO TO STEP-PARA-X.
            IF ST-WAS-STARTED (STEP-SUB)
                    AND ST-RERUN-NEVER (STEP-SUB)
                MOVE "HELD" TO JL-TYPE
                MOVE "NOT RERUNNABLE - FIX, THEN FORCE" TO JL-TEXT
                PERFORM LOG-WRITE-PARA THRU LOG-WRITE-PARA-X
                DISPLAY "ROBOSTRM: STEP " JL-STEP " FAILED EARLIER AND "
                        "IS NOT RERUNNABLE - STREAM HELD"
                MOVE 'Y' TO STREAM-HELD-SW
                MOVE 16 TO STREAM-RC
                GO TO STEP-PARA-X.
            MOVE 'N' TO CKPT-RESUME-SW.
            IF ST-RERUN-CKPT (STEP-SUB)
                PERFORM CKPT-PREP-PARA THRU CKPT-PREP-PARA-X.
            MOVE "START" TO JL-TYPE.
            IF CKPT-RESUME
                STRING "RESTART FROM CHECKPOINT " DELIMITED BY SIZE
                       CKPT-CNT DELIMITED BY SIZE INTO JL-TEXT
            ELSE IF ST-WAS-STARTED (STEP-SUB)
                MOVE "RERUN FROM THE TOP" TO JL-TEXT.
            PERFORM LOG-WRITE-PARA THRU LOG-WRITE-PARA-X.
            MOVE JL-TIME TO STEP-START.
            PERFORM RUN-STEP-PARA THRU RUN-STEP-PARA-X.
            ADD 1 TO STEP-RUN-CNT.
            MOVE "END" TO JL-TYPE.
            MOVE STEP-RC TO JL-RC.
            MOVE SPACES TO JL-TEXT.
            STRING "STARTED " DELIMITED BY SIZE
                   STEP-START DELIMITED BY SIZE INTO JL-TEXT.
            IF STEP-RC IS GREATER THAN ST-MAX-RC (STEP-SUB)
                MOVE "FAIL" TO JL-RESULT
            ELSE
                MOVE "OK" TO JL-RESULT.
            PERFORM LOG-WRITE-PARA THRU LOG-WRITE-PARA-X.
            IF JL-OK
                IF STEP-RC IS GREATER THAN ZERO
                        AND STREAM-RC IS LESS THAN 04
                    MOVE 04 TO STREAM-RC
                END-IF
                IF ST-RERUN-CKPT (STEP-SUB)
                    MOVE "RSFILE" TO DEL-NAME
                    CALL "CBL_DELETE_FILE" USING DEL-NAME
                END-IF
                GO TO STEP-PARA-X.
            MOVE "HELD" TO JL-TYPE.
            MOVE SPACES TO JL-RESULT JL-TEXT.
            STRING "RC ABOVE LIMIT OF " DELIMITED BY SIZE
                   ST-MAX-RC (STEP-SUB) DELIMITED BY SIZE
                   INTO JL-TEXT.
            PERFORM LOG-WRITE-PARA THRU LOG-WRITE-PARA-X.
            DISPLAY "ROBOSTRM: STEP " JL-STEP " ENDED RC " STEP-RC
                    " - STREAM HELD".
            MOVE 'Y' TO STREAM-HELD-SW.
            MOVE 08 TO STREAM-RC.
       STEP-PARA-X. EXIT.

      ******************************************************************
      * CKPT-PREP-PARA - SETS UP ROBOPGM'S RSFILE BEFORE A "C" STEP.
      * ONLY A ROBOPGM THAT DIED PART WAY (NO END LOGGED, OR RC 16
      * AND UP) IS RESUMED FROM ITS CHECKPOINT: THE LAST CKFILE
      * RECORD IS COPIED TO RSFILE, WHICH IS ALL ROBOPGM'S RESTART
      * ASKS FOR.  ONE THAT RAN TO THE END AND MERELY RETURNED TOO
      * HIGH A CODE HAS ALREADY PROCESSED THE COMMANDS PAST ITS LAST
      * CHECKPOINT, SO IT IS RERUN FROM THE TOP INSTEAD, AS IS ANY
      * FIRST RUN.  A RUN FROM THE TOP STARTS WITH NO RSFILE (A
      * LEFTOVER ONE WOULD TURN IT INTO A RESTART) AND AN EMPTY
      * CKFILE, SO A CHECKPOINT FOUND AFTER A FAILURE IS ALWAYS THIS
      * RUN'S AND NEVER ONE LEFT FROM AN EARLIER NIGHT.
      ******************************************************************
       CKPT-PREP-PARA.
            MOVE 'N' TO CKPT-FOUND-SW.
            IF ST-WAS-STARTED (STEP-SUB)
                    AND ((NOT ST-HAS-ENDED (STEP-SUB))
                    OR ST-LAST-RC (STEP-SUB) IS NOT LESS THAN 16)
                PERFORM CKPT-FIND-PARA THRU CKPT-FIND-PARA-X.
            IF CKPT-FOUND
                OPEN OUTPUT RSFILE
                PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X
                MOVE CKPT-REC TO RS-REC
                WRITE RS-REC
                PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X
                CLOSE RSFILE
                PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X
                MOVE 'Y' TO CKPT-RESUME-SW
                GO TO CKPT-PREP-PARA-X.
            MOVE "RSFILE" TO DEL-NAME.
            CALL "CBL_DELETE_FILE" USING DEL-NAME.
            OPEN OUTPUT CKFILE.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            CLOSE CKFILE.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
       CKPT-PREP-PARA-X. EXIT.

       CKPT-FIND-PARA.
            MOVE 'N' TO CK-EOF.
            OPEN INPUT CKFILE.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            PERFORM CKPT-READ-PARA THRU CKPT-READ-PARA-X
                    UNTIL CK-EOF = 'Y'.
            CLOSE CKFILE.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
       CKPT-FIND-PARA-X. EXIT.

       CKPT-READ-PARA.
            READ CKFILE AT END MOVE 'Y' TO CK-EOF.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            IF CK-EOF IS = 'Y'
                GO TO CKPT-READ-PARA-X.
            MOVE CK-REC TO CKPT-REC.
            MOVE 'Y' TO CKPT-FOUND-SW.
       CKPT-READ-PARA-X. EXIT.

      ******************************************************************
      * RUN-STEP-PARA - RUNS THE STEP'S COMMAND AND TURNS WHAT COMES
      * BACK INTO STEP-RC.  THE STATUS ARRIVES IN WAIT() FORM - THE
      * STEP'S RETURN CODE TIMES 256, WITH A NONZERO LOW BYTE WHEN
      * THE STEP WAS KILLED RATHER THAN ENDING - AND AS A NEGATIVE
      * NUMBER WHEN THE COMMAND COULD NOT BE STARTED AT ALL.  BOTH
      * OF THOSE ARE LOGGED AS RC 999 SO THEY CAN NEVER PASS A LIMIT.
      ******************************************************************
       RUN-STEP-PARA.
            MOVE ST-CMD (STEP-SUB) TO STEP-CMD.
            DISPLAY "ROBOSTRM: STARTING " ST-NAME (STEP-SUB).
            CALL "SYSTEM" USING STEP-CMD.
            MOVE RETURN-CODE TO STEP-WAIT.
            MOVE ZERO TO RETURN-CODE.
            IF STEP-WAIT IS LESS THAN ZERO
                MOVE 999 TO STEP-RC
                GO TO RUN-STEP-PARA-X.
            DIVIDE STEP-WAIT BY 256 GIVING STEP-RC
                    REMAINDER STEP-SIG.
            IF STEP-SIG IS NOT = ZERO
                MOVE 999 TO STEP-RC.
       RUN-STEP-PARA-X. EXIT.

      ******************************************************************
      * LOG-WRITE-PARA - STAMPS JL-REC WITH THE DATE AND TIME AND
      * APPENDS IT TO THE STREAM LOG.
      ******************************************************************
       LOG-WRITE-PARA.
            ACCEPT JL-DATE FROM DATE YYYYMMDD.
            ACCEPT JL-TIME FROM TIME.
            MOVE JL-REC TO JL-OUT.
            WRITE JL-OUT.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
       LOG-WRITE-PARA-X. EXIT.

      ******************************************************************
      * CHECK-FS-PARA AND FRIENDS - VERIFY THE FILE STATUS SET BY THE
      * LAST I/O CALL ON EACH FILE.  "00" IS ALWAYS GOOD; "10" IS END
      * OF FILE AND "05" AN ABSENT OPTIONAL FILE (NO LOG YET ON THE
      * FIRST NIGHT, NO CARD, NO CHECKPOINT).  ANYTHING ELSE IS FATAL.
      ******************************************************************
       CHECK-FS-PARA.
            IF FS IS NOT = "00" AND FS IS NOT = "10"
                DISPLAY "ROBOSTRM: JSFILE I/O ERROR - FILE STATUS " FS
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS-PARA-X. EXIT.

       CHECK-FS1-PARA.
            IF FS1 IS NOT = "00" AND FS1 IS NOT = "10"
                                 AND FS1 IS NOT = "05"
                DISPLAY "ROBOSTRM: JLFILE I/O ERROR - FILE STATUS " FS1
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS1-PARA-X. EXIT.

       CHECK-FS2-PARA.
            IF FS2 IS NOT = "00" AND FS2 IS NOT = "10"
                                 AND FS2 IS NOT = "05"
                DISPLAY "ROBOSTRM: JRFILE I/O ERROR - FILE STATUS " FS2
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS2-PARA-X. EXIT.

       CHECK-FS3-PARA.
            IF FS3 IS NOT = "00" AND FS3 IS NOT = "10"
                                 AND FS3 IS NOT = "05"
                DISPLAY "ROBOSTRM: CKFILE I/O ERROR - FILE STATUS " FS3
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS3-PARA-X. EXIT.

       CHECK-FS4-PARA.
            IF FS4 IS NOT = "00"
                DISPLAY "ROBOSTRM: RSFILE I/O ERROR - FILE STATUS " FS4
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS4-PARA-X. EXIT.

       CLOSE-PARA.
           CLOSE JLFILE.
           PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
           IF STREAM-HELD
               DISPLAY "ROBOSTRM: STREAM HELD AT STEP " JL-STEP
           ELSE
               DISPLAY "ROBOSTRM: STREAM COMPLETE".
           DISPLAY "ROBOSTRM: STEPS RUN " STEP-RUN-CNT
                   " BYPASSED " STEP-SKIP-CNT
                   " RETURN CODE " STREAM-RC.
           MOVE STREAM-RC TO RETURN-CODE.
       CLOSE-PARA-X. EXIT.
