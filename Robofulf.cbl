      ******************************************************************
      * Author:
      * Date:
      * Purpose: ORDER FULFILLMENT RECONCILIATION.  RUNS AFTER
      *          ROBOPGM AND ANSWERS, LINE BY LINE, WHICH OF THE
      *          NIGHT'S PICK-LIST ORDER LINES WERE ACTUALLY DONE.
      *          READS THE SAME ORDER LINES ROBOPLAN WAS GIVEN, IN THE
      *          SAME SEQUENCE - THE BOFILE BACKORDERS IT MERGED
      *          FIRST, THEN THE DAY'S PLFILE - AND MATCHES THEM TO
      *          ROBOPLAN'S PJFILE PLANNING REJECTS, TO THE NIGHT'S
      *          AUFILE AUDIT TRAIL (INCLUDING THE "REJECTED" RECORDS
      *          AND THEIR REASONS), AND TO THE IEFILE PICK/DROP
      *          EVENTS.  A LINE IS FILLED WHEN ITS ITEM WAS DROPPED
      *          AT THE LINE'S DESTINATION CELL UNDER THE ORDER'S RUN
      *          ID.  FFFILE GETS ONE SECTION PER ORDER MARKED
      *          COMPLETE, PARTIAL, OR FAILED, WITH THE FAILING
      *          REASON ON EVERY UNFILLED LINE.  EVERY UNFILLED LINE
      *          THAT CAN STILL BE PLANNED IS WRITTEN TO BONEW IN
      *          PLFILE LAYOUT; OPERATIONS ROLLS BONEW TO BOFILE THE
      *          WAY ITNEW ROLLS TO ITFILE, AND THE NEXT NIGHT'S
      *          ROBOPLAN MERGES IT AHEAD OF THE PICK LIST.  ENDS WITH
      *          RETURN-CODE 04 WHEN ANY LINE WENT UNFILLED.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  DLR  INITIAL VERSION.  THE LINE-TO-AUDIT MATCH
      *                  DEPENDS ON ROBOPLAN'S COMMAND PATTERN (RUN
      *                  HEADER PER ORDER, FOUR COMMANDS PER LINE ON
      *                  ONE ROBOT) - KEEP THE TWO PROGRAMS IN STEP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOFULF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLFILE ASSIGN TO "PLFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS.

           SELECT OPTIONAL BOFILE ASSIGN TO "BOFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.

           SELECT OPTIONAL PJFILE ASSIGN TO "PJFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.

           SELECT AUFILE ASSIGN TO "AUFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.

           SELECT IEFILE ASSIGN TO "IEFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.

           SELECT FFFILE ASSIGN TO "FFFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.

           SELECT BONEW ASSIGN TO "BONEW"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.

       DATA DIVISION.
       FILE SECTION.

       FD PLFILE.
       01 PL-REC PIC X(23).

       FD BOFILE.
       01 BO-REC PIC X(23).

       FD PJFILE.
       01 PJT PIC X(100).

       FD AUFILE.
       01 AUD PIC X(89).

       FD IEFILE.
       01 IE-IN PIC X(49).

       FD FFFILE.
       01 FFT PIC X(100).

       FD BONEW.
       01 BO-OUT PIC X(23).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 FS1 PIC XX.
       01 FS2 PIC XX.
       01 FS3 PIC XX.
       01 FS4 PIC XX.
       01 FS5 PIC XX.
       01 FS6 PIC XX.
       01 PL-EOF PIC X VALUE 'N'.
       01 BO-EOF PIC X VALUE 'N'.
       01 PJ-EOF PIC X VALUE 'N'.
       01 AU-EOF PIC X VALUE 'N'.
       01 IE-EOF PIC X VALUE 'N'.
       01 LINE-MAX PIC 9(3) VALUE 500.
       01 LINE-CNT PIC 9(3) VALUE ZERO.
       01 LINE-SUB PIC 9(3).
       01 LINE-FND PIC 9(3).
       01 ORD-SUB PIC 9(3).
       01 GRP-LINE PIC 9(3) VALUE ZERO.
       01 GRP-POS PIC 9 VALUE ZERO.
       01 GRP-ROBOT PIC XX VALUE SPACES.
       01 PRV-AU-RUN PIC X(8) VALUE SPACES.
       01 CUR-ORDER PIC X(8).
       01 ORD-LINES PIC 9(6).
       01 ORD-FILLED PIC 9(6).
       01 FUL-BO-CNT PIC 9(6) VALUE ZERO.
       01 FUL-PL-CNT PIC 9(6) VALUE ZERO.
       01 FUL-PJ-CNT PIC 9(6) VALUE ZERO.
       01 FUL-PJ-BAD-CNT PIC 9(6) VALUE ZERO.
       01 FUL-AU-CNT PIC 9(6) VALUE ZERO.
       01 FUL-AU-OTHER-CNT PIC 9(6) VALUE ZERO.
       01 FUL-IE-CNT PIC 9(6) VALUE ZERO.
       01 FUL-IE-OTHER-CNT PIC 9(6) VALUE ZERO.
       01 FUL-ORD-CNT PIC 9(6) VALUE ZERO.
       01 FUL-ORD-COMP-CNT PIC 9(6) VALUE ZERO.
       01 FUL-ORD-PART-CNT PIC 9(6) VALUE ZERO.
       01 FUL-ORD-FAIL-CNT PIC 9(6) VALUE ZERO.
       01 FUL-FILLED-CNT PIC 9(6) VALUE ZERO.
       01 FUL-UNFILLED-CNT PIC 9(6) VALUE ZERO.
       01 FUL-BONEW-CNT PIC 9(6) VALUE ZERO.
       01 RUN-DATE PIC 9(8).
       01 LINE-TABLE.
           05 LINE-ENTRY OCCURS 500 TIMES.
              10 LN-REC PIC X(23).
              10 LN-REC-V REDEFINES LN-REC.
                 15 LN-ORDER PIC X(8).
                 15 FILLER PIC X.
                 15 LN-ITEM PIC X(8).
                 15 FILLER PIC X.
                 15 LN-ROW PIC XX.
                 15 FILLER PIC X.
                 15 LN-COL PIC XX.
              10 LN-NUM PIC 9(6).
              10 LN-PLANNED PIC X.
              10 LN-CLAIMED PIC X.
              10 LN-RAN PIC X.
              10 LN-PICKED PIC X.
              10 LN-DROPPED PIC X.
              10 LN-DROP-ROW PIC XX.
              10 LN-DROP-COL PIC XX.
              10 LN-FILLED PIC X.
              10 LN-DONE PIC X.
              10 LN-REASON PIC X(35).
       01 PJ-LINE-IN PIC X(100).
       01 PJ-LINE-P REDEFINES PJ-LINE-IN.
           05 PJ-TAG PIC X(7).
              88 PJ-REJECT VALUE "RECORD ".
           05 PJ-NUM PIC X(6).
           05 PJ-NUM-N REDEFINES PJ-NUM PIC 9(6).
           05 FILLER PIC XX.
           05 PJ-LINE PIC X(23).
           05 FILLER PIC XX.
           05 PJ-REASON PIC X(35).
           05 FILLER PIC X(25).
       01 AU-LINE PIC X(89).
       01 AU-CMD-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-CMD PIC X(20).
              88 AU-GOTO-STEP VALUE "GOTO STEP".
           05 FILLER PIC X(51).
       01 AU-CMDF-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-HDR-TAG PIC X(4).
              88 AU-RUN-HDR VALUE "RUN ".
           05 FILLER PIC X(14).
           05 AU-ROBOT PIC XX.
           05 FILLER PIC X(51).
       01 AU-TAG-V REDEFINES AU-LINE.
           05 FILLER PIC X(39).
           05 AU-TAG PIC X(9).
              88 AU-REJECTED VALUE "REJECTED ".
           05 AU-REJ-REASON PIC X(27).
           05 FILLER PIC X(14).
       01 AU-NOROB-V REDEFINES AU-LINE.
           05 FILLER PIC X(60).
           05 AU-NOROB-TAG PIC X(15).
              88 AU-NO-ROBOT VALUE "NO ROBOT PLACED".
           05 FILLER PIC X(14).
       01 AU-RUN-V REDEFINES AU-LINE.
           05 FILLER PIC X(76).
           05 AU-RUN PIC X(8).
           05 FILLER PIC X(5).
       01 IE-REC.
           05 IE-ITEM PIC X(8).
           05 FILLER PIC X.
           05 IE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 IE-TIME PIC 9(8).
           05 FILLER PIC X.
           05 IE-RUN PIC X(8).
           05 FILLER PIC X.
           05 IE-ROBOT PIC XX.
           05 FILLER PIC X.
           05 IE-ROW PIC XX.
           05 FILLER PIC X.
           05 IE-COL PIC XX.
           05 FILLER PIC X.
           05 IE-TYPE PIC X(4).
              88 IE-PICK VALUE "PICK".
              88 IE-DROP VALUE "DROP".
       01 FF-ORD-LINE.
           05 FILLER PIC X(6) VALUE "ORDER ".
           05 FFO-ORDER PIC X(8).
           05 FILLER PIC X(9) VALUE "  STATUS ".
           05 FFO-STAT PIC X(8).
           05 FILLER PIC X(8) VALUE "  LINES ".
           05 FFO-LINES PIC 9(6).
           05 FILLER PIC X(9) VALUE "  FILLED ".
           05 FFO-FILLED PIC 9(6).
       01 FF-DTL-LINE.
           05 FILLER PIC X(7) VALUE "  LINE ".
           05 FFD-NUM PIC 9(6).
           05 FILLER PIC X(6) VALUE " ITEM ".
           05 FFD-ITEM PIC X(8).
           05 FILLER PIC X(6) VALUE " DEST ".
           05 FFD-ROW PIC XX.
           05 FILLER PIC X VALUE SPACE.
           05 FFD-COL PIC XX.
           05 FILLER PIC XX VALUE SPACES.
           05 FFD-STAT PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 FFD-REASON PIC X(35).
           05 FILLER PIC X VALUE SPACE.
           05 FFD-BO PIC X(11).
       01 FF-TRAILER.
           05 FF-TRL-TXT PIC X(27).
           05 FF-TRL-CNT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM BO-LOAD-PARA THRU BO-LOAD-PARA-X
                   UNTIL BO-EOF = 'Y'.
           PERFORM PL-LOAD-PARA THRU PL-LOAD-PARA-X
                   UNTIL PL-EOF = 'Y'.
           PERFORM PJ-MATCH-PARA THRU PJ-MATCH-PARA-X
                   UNTIL PJ-EOF = 'Y'.
           PERFORM AUDIT-PARA THRU AUDIT-PARA-X
                   UNTIL AU-EOF = 'Y'.
           PERFORM EVENT-PARA THRU EVENT-PARA-X
                   UNTIL IE-EOF = 'Y'.
           PERFORM LINE-STATUS-PARA THRU LINE-STATUS-PARA-X
                   VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > LINE-CNT.
           PERFORM REPORT-PARA THRU REPORT-PARA-X.
           PERFORM CLOSE-PARA.
           STOP RUN.

      ******************************************************************
      * OPEN-PARA - BOFILE AND PJFILE ARE OPTIONAL: THE FIRST NIGHT
      * HAS NO BACKORDERS, AND A NIGHT WITHOUT A PJFILE SIMPLY HAS
      * NO PLANNING REJECTS TO REPORT.
      ******************************************************************
       OPEN-PARA.
            OPEN INPUT PLFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            OPEN INPUT BOFILE.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            IF FS3 IS NOT = "00"
                MOVE 'Y' TO BO-EOF.
            OPEN INPUT PJFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF FS2 IS NOT = "00"
                MOVE 'Y' TO PJ-EOF.
            OPEN INPUT AUFILE.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            OPEN INPUT IEFILE.
            PERFORM CHECK-FS5-PARA THRU CHECK-FS5-PARA-X.
            OPEN OUTPUT FFFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            OPEN OUTPUT BONEW.
            PERFORM CHECK-FS6-PARA THRU CHECK-FS6-PARA-X.
       OPEN-PARA-X. EXIT.

      ******************************************************************
      * BO-LOAD-PARA / PL-LOAD-PARA - LOAD THE ORDER LINES INTO
      * LINE-TABLE IN THE ORDER ROBOPLAN READ THEM: BACKORDERS
      * FIRST, THEN THE DAY'S PICK LIST.  THE TABLE SUBSCRIPT IS THE
      * RECORD NUMBER ROBOPLAN PRINTS ON ITS PJFILE REJECTS.
      ******************************************************************
       BO-LOAD-PARA.
            MOVE SPACES TO BO-REC.
            READ BOFILE AT END MOVE 'Y' TO BO-EOF.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            IF BO-EOF IS = 'Y'
                GO TO BO-LOAD-PARA-X.
            ADD 1 TO FUL-BO-CNT.
            MOVE BO-REC TO PL-REC.
            PERFORM LINE-ADD-PARA THRU LINE-ADD-PARA-X.
       BO-LOAD-PARA-X. EXIT.

       PL-LOAD-PARA.
            MOVE SPACES TO PL-REC.
            READ PLFILE AT END MOVE 'Y' TO PL-EOF.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF PL-EOF IS = 'Y'
                GO TO PL-LOAD-PARA-X.
            ADD 1 TO FUL-PL-CNT.
            PERFORM LINE-ADD-PARA THRU LINE-ADD-PARA-X.
       PL-LOAD-PARA-X. EXIT.

       LINE-ADD-PARA.
            IF LINE-CNT IS NOT LESS THAN LINE-MAX
                DISPLAY "ROBOFULF: MORE THAN 500 ORDER LINES"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO LINE-CNT.
            MOVE PL-REC TO LN-REC (LINE-CNT).
            MOVE LINE-CNT TO LN-NUM (LINE-CNT).
            MOVE 'Y' TO LN-PLANNED (LINE-CNT).
            MOVE 'N' TO LN-CLAIMED (LINE-CNT) LN-RAN (LINE-CNT)
                        LN-PICKED (LINE-CNT) LN-DROPPED (LINE-CNT)
                        LN-FILLED (LINE-CNT) LN-DONE (LINE-CNT).
            MOVE SPACES TO LN-DROP-ROW (LINE-CNT) LN-DROP-COL (LINE-CNT)
                           LN-REASON (LINE-CNT).
       LINE-ADD-PARA-X. EXIT.

      ******************************************************************
      * PJ-MATCH-PARA - EACH "RECORD nnnnnn" LINE OF ROBOPLAN'S
      * REJECT REPORT NAMES A LINE THAT NEVER BECAME COMMANDS.  THE
      * ECHOED ORDER LINE MUST MATCH OUR OWN COPY OF THAT RECORD -
      * A PJFILE FROM SOME OTHER NIGHT IS COUNTED AND IGNORED RATHER
      * THAN ALLOWED TO MISLABEL TONIGHT'S LINES.  THE SUMMARY LINES
      * AT THE FOOT OF THE REPORT ARE SKIPPED.
      ******************************************************************
       PJ-MATCH-PARA.
            MOVE SPACES TO PJ-LINE-IN.
            READ PJFILE INTO PJ-LINE-IN AT END MOVE 'Y' TO PJ-EOF.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF PJ-EOF IS = 'Y'
                GO TO PJ-MATCH-PARA-X.
            IF NOT PJ-REJECT
                GO TO PJ-MATCH-PARA-X.
            ADD 1 TO FUL-PJ-CNT.
            IF PJ-NUM IS NOT NUMERIC
                ADD 1 TO FUL-PJ-BAD-CNT
                GO TO PJ-MATCH-PARA-X.
            IF PJ-NUM-N IS LESS THAN 1
                    OR PJ-NUM-N IS GREATER THAN LINE-CNT
                ADD 1 TO FUL-PJ-BAD-CNT
                GO TO PJ-MATCH-PARA-X.
            MOVE PJ-NUM-N TO LINE-SUB.
            IF LN-REC (LINE-SUB) IS NOT = PJ-LINE
                ADD 1 TO FUL-PJ-BAD-CNT
                GO TO PJ-MATCH-PARA-X.
            MOVE 'N' TO LN-PLANNED (LINE-SUB).
            MOVE PJ-REASON TO LN-REASON (LINE-SUB).
       PJ-MATCH-PARA-X. EXIT.

      ******************************************************************
      * AUDIT-PARA - WALKS THE AUDIT TRAIL AND HANDS EACH PLANNER
      * COMMAND RECORD TO THE ORDER LINE THAT PRODUCED IT.  ROBOPLAN
      * WRITES FOUR COMMANDS PER PLANNED LINE, ALL ON ONE ROBOT, IN
      * PICK-LIST SEQUENCE, UNDER THE ORDER'S RUN ID.  A GROUP OPENS
      * ON THE FIRST COMMAND RECORD OF A RUN, AFTER FOUR RECORDS, OR
      * WHEN THE ROBOT ID CHANGES, AND CLAIMS THE FIRST UNCLAIMED
      * PLANNED LINE OF THAT ORDER.  "GOTO STEP" ROUTE RECORDS, RUN
      * HEADER RECORDS, AND RUNS THAT ARE NOT ORDERS ON TONIGHT'S
      * LIST ARE PASSED OVER.  THE FIRST REJECT REASON IN A LINE'S
      * GROUP IS KEPT - LATER REJECTS ARE USUALLY ITS FALLOUT.
      ******************************************************************
       AUDIT-PARA.
            READ AUFILE INTO AU-LINE AT END MOVE 'Y' TO AU-EOF.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            IF AU-EOF IS = 'Y'
                GO TO AUDIT-PARA-X.
            ADD 1 TO FUL-AU-CNT.
            IF AU-GOTO-STEP
                GO TO AUDIT-PARA-X.
            IF AU-RUN IS NOT = PRV-AU-RUN
                MOVE AU-RUN TO PRV-AU-RUN
                MOVE ZERO TO GRP-POS GRP-LINE.
            IF AU-RUN-HDR OR AU-RUN IS = SPACES
                MOVE ZERO TO GRP-POS GRP-LINE
                GO TO AUDIT-PARA-X.
            IF GRP-POS IS NOT = ZERO AND AU-ROBOT IS NOT = GRP-ROBOT
                MOVE ZERO TO GRP-POS.
            IF GRP-POS IS = ZERO
                PERFORM GROUP-START-PARA THRU GROUP-START-PARA-X.
            IF GRP-LINE IS = ZERO
                ADD 1 TO FUL-AU-OTHER-CNT
                GO TO AUDIT-PARA-X.
            ADD 1 TO GRP-POS.
            MOVE 'Y' TO LN-RAN (GRP-LINE).
            IF LN-REASON (GRP-LINE) IS = SPACES
                IF AU-REJECTED
                    MOVE AU-REJ-REASON TO LN-REASON (GRP-LINE)
                ELSE IF AU-NO-ROBOT
                    MOVE "NO ROBOT PLACED" TO LN-REASON (GRP-LINE)
                END-IF
            END-IF.
            IF GRP-POS IS NOT LESS THAN 4
                MOVE ZERO TO GRP-POS.
       AUDIT-PARA-X. EXIT.

       GROUP-START-PARA.
            MOVE ZERO TO GRP-LINE.
            MOVE AU-ROBOT TO GRP-ROBOT.
            PERFORM GROUP-SCAN-PARA THRU GROUP-SCAN-PARA-X
                    VARYING LINE-SUB FROM 1 BY 1
                    UNTIL LINE-SUB > LINE-CNT OR GRP-LINE > ZERO.
            IF GRP-LINE IS NOT = ZERO
                MOVE 'Y' TO LN-CLAIMED (GRP-LINE).
       GROUP-START-PARA-X. EXIT.

       GROUP-SCAN-PARA.
            IF LN-ORDER (LINE-SUB) IS = AU-RUN
                    AND LN-PLANNED (LINE-SUB) IS = 'Y'
                    AND LN-CLAIMED (LINE-SUB) IS = 'N'
                MOVE LINE-SUB TO GRP-LINE.
       GROUP-SCAN-PARA-X. EXIT.

      ******************************************************************
      * EVENT-PARA - FOLDS ONE IEFILE PICK OR DROP INTO THE LINE IT
      * BELONGS TO: SAME RUN ID (THE ORDER NUMBER) AND SAME ITEM.
      * A PICK GOES TO THE FIRST SUCH LINE NOT YET PICKED; A DROP TO
      * THE FIRST ONE PICKED BUT NOT YET DROPPED, AND REMEMBERS THE
      * CELL IT LANDED IN.  EVENTS FROM OTHER RUNS ARE COUNTED ONLY.
      ******************************************************************
       EVENT-PARA.
            READ IEFILE INTO IE-REC AT END MOVE 'Y' TO IE-EOF.
            PERFORM CHECK-FS5-PARA THRU CHECK-FS5-PARA-X.
            IF IE-EOF IS = 'Y'
                GO TO EVENT-PARA-X.
            ADD 1 TO FUL-IE-CNT.
            MOVE ZERO TO LINE-FND.
            PERFORM EVENT-SCAN-PARA THRU EVENT-SCAN-PARA-X
                    VARYING LINE-SUB FROM 1 BY 1
                    UNTIL LINE-SUB > LINE-CNT OR LINE-FND > ZERO.
            IF LINE-FND IS = ZERO
                ADD 1 TO FUL-IE-OTHER-CNT
                GO TO EVENT-PARA-X.
            IF IE-PICK
                MOVE 'Y' TO LN-PICKED (LINE-FND)
            ELSE
                MOVE 'Y' TO LN-DROPPED (LINE-FND)
                MOVE IE-ROW TO LN-DROP-ROW (LINE-FND)
                MOVE IE-COL TO LN-DROP-COL (LINE-FND).
       EVENT-PARA-X. EXIT.

       EVENT-SCAN-PARA.
            IF LN-ORDER (LINE-SUB) IS NOT = IE-RUN
                    OR LN-ITEM (LINE-SUB) IS NOT = IE-ITEM
                    OR LN-PLANNED (LINE-SUB) IS NOT = 'Y'
                GO TO EVENT-SCAN-PARA-X.
            IF IE-PICK AND LN-PICKED (LINE-SUB) IS = 'N'
                MOVE LINE-SUB TO LINE-FND
            ELSE IF IE-DROP AND LN-PICKED (LINE-SUB) IS = 'Y'
                    AND LN-DROPPED (LINE-SUB) IS = 'N'
                MOVE LINE-SUB TO LINE-FND.
       EVENT-SCAN-PARA-X. EXIT.

      ******************************************************************
      * LINE-STATUS-PARA - DECIDES ONE LINE.  FILLED MEANS DROPPED AT
      * ITS OWN DESTINATION CELL.  AN UNFILLED LINE KEEPS THE PLANNING
      * OR AUDIT REJECT REASON ALREADY FOUND; FAILING THAT, THE
      * REASON IS READ FROM HOW FAR THE LINE GOT.
      ******************************************************************
       LINE-STATUS-PARA.
            IF LN-DROPPED (LINE-SUB) IS = 'Y'
                    AND LN-DROP-ROW (LINE-SUB) IS = LN-ROW (LINE-SUB)
                    AND LN-DROP-COL (LINE-SUB) IS = LN-COL (LINE-SUB)
                MOVE 'Y' TO LN-FILLED (LINE-SUB)
                MOVE SPACES TO LN-REASON (LINE-SUB)
                ADD 1 TO FUL-FILLED-CNT
                GO TO LINE-STATUS-PARA-X.
            ADD 1 TO FUL-UNFILLED-CNT.
            IF LN-REASON (LINE-SUB) IS NOT = SPACES
                GO TO LINE-STATUS-PARA-X.
            IF LN-DROPPED (LINE-SUB) IS = 'Y'
                MOVE "DROPPED AT WRONG CELL" TO LN-REASON (LINE-SUB)
            ELSE IF LN-PICKED (LINE-SUB) IS = 'Y'
                MOVE "PICKED BUT NEVER DROPPED"
                        TO LN-REASON (LINE-SUB)
            ELSE IF LN-RAN (LINE-SUB) IS = 'Y'
                MOVE "ITEM NEVER PICKED" TO LN-REASON (LINE-SUB)
            ELSE
                MOVE "NO COMMANDS IN AUDIT TRAIL"
                        TO LN-REASON (LINE-SUB).
       LINE-STATUS-PARA-X. EXIT.

      ******************************************************************
      * REPORT-PARA - ONE SECTION PER ORDER, IN ORDER OF FIRST
      * APPEARANCE.  AN ORDER'S LINES NEED NOT BE ADJACENT (A
      * BACKORDERED LINE AND TONIGHT'S LINES OF THE SAME ORDER), SO
      * EACH SECTION GATHERS ALL OF THEM AND MARKS THEM DONE.
      ******************************************************************
       REPORT-PARA.
            MOVE SPACES TO FFT.
            STRING "======= ORDER FULFILLMENT " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " =======" DELIMITED BY SIZE INTO FFT.
            PERFORM WRITE-FFT-PARA THRU WRITE-FFT-PARA-X.
            PERFORM ORDER-PARA THRU ORDER-PARA-X
                    VARYING ORD-SUB FROM 1 BY 1
                    UNTIL ORD-SUB > LINE-CNT.
       REPORT-PARA-X. EXIT.

       ORDER-PARA.
            IF LN-DONE (ORD-SUB) IS = 'Y'
                GO TO ORDER-PARA-X.
            MOVE LN-ORDER (ORD-SUB) TO CUR-ORDER.
            MOVE ZERO TO ORD-LINES ORD-FILLED.
            PERFORM ORDER-COUNT-PARA THRU ORDER-COUNT-PARA-X
                    VARYING LINE-SUB FROM ORD-SUB BY 1
                    UNTIL LINE-SUB > LINE-CNT.
            ADD 1 TO FUL-ORD-CNT.
            MOVE CUR-ORDER TO FFO-ORDER.
            IF ORD-FILLED IS = ORD-LINES
                MOVE "COMPLETE" TO FFO-STAT
                ADD 1 TO FUL-ORD-COMP-CNT
            ELSE IF ORD-FILLED IS = ZERO
                MOVE "FAILED" TO FFO-STAT
                ADD 1 TO FUL-ORD-FAIL-CNT
            ELSE
                MOVE "PARTIAL" TO FFO-STAT
                ADD 1 TO FUL-ORD-PART-CNT.
            MOVE ORD-LINES TO FFO-LINES.
            MOVE ORD-FILLED TO FFO-FILLED.
            MOVE SPACES TO FFT.
            MOVE FF-ORD-LINE TO FFT.
            PERFORM WRITE-FFT-PARA THRU WRITE-FFT-PARA-X.
            PERFORM ORDER-LINE-PARA THRU ORDER-LINE-PARA-X
                    VARYING LINE-SUB FROM ORD-SUB BY 1
                    UNTIL LINE-SUB > LINE-CNT.
       ORDER-PARA-X. EXIT.

       ORDER-COUNT-PARA.
            IF LN-ORDER (LINE-SUB) IS = CUR-ORDER
                    AND LN-DONE (LINE-SUB) IS = 'N'
                ADD 1 TO ORD-LINES
                IF LN-FILLED (LINE-SUB) IS = 'Y'
                    ADD 1 TO ORD-FILLED.
       ORDER-COUNT-PARA-X. EXIT.

      ******************************************************************
      * ORDER-LINE-PARA - PRINTS ONE LINE OF THE CURRENT ORDER.  AN
      * UNFILLED LINE GOES TO BONEW UNLESS IT CAN NEVER BE PLANNED -
      * NO ORDER NUMBER OR UNNUMERIC DESTINATION - WHICH NEEDS A
      * CORRECTED PICK-LIST LINE FROM THE DEPARTMENT INSTEAD.
      ******************************************************************
       ORDER-LINE-PARA.
            IF LN-ORDER (LINE-SUB) IS NOT = CUR-ORDER
                    OR LN-DONE (LINE-SUB) IS = 'Y'
                GO TO ORDER-LINE-PARA-X.
            MOVE 'Y' TO LN-DONE (LINE-SUB).
            MOVE LN-NUM (LINE-SUB) TO FFD-NUM.
            MOVE LN-ITEM (LINE-SUB) TO FFD-ITEM.
            MOVE LN-ROW (LINE-SUB) TO FFD-ROW.
            MOVE LN-COL (LINE-SUB) TO FFD-COL.
            MOVE LN-REASON (LINE-SUB) TO FFD-REASON.
            MOVE SPACES TO FFD-BO.
            IF LN-FILLED (LINE-SUB) IS = 'Y'
                MOVE "FILLED" TO FFD-STAT
            ELSE
                MOVE "UNFILLED" TO FFD-STAT
                IF LN-ORDER (LINE-SUB) IS NOT = SPACES
                        AND LN-ROW (LINE-SUB) IS NUMERIC
                        AND LN-COL (LINE-SUB) IS NUMERIC
                    MOVE "BACKORDERED" TO FFD-BO
                    PERFORM BACKORDER-PARA THRU BACKORDER-PARA-X
                END-IF
            END-IF.
            MOVE SPACES TO FFT.
            MOVE FF-DTL-LINE TO FFT.
            PERFORM WRITE-FFT-PARA THRU WRITE-FFT-PARA-X.
       ORDER-LINE-PARA-X. EXIT.

       BACKORDER-PARA.
            MOVE LN-REC (LINE-SUB) TO BO-OUT.
            WRITE BO-OUT.
            PERFORM CHECK-FS6-PARA THRU CHECK-FS6-PARA-X.
            ADD 1 TO FUL-BONEW-CNT.
       BACKORDER-PARA-X. EXIT.

       WRITE-FFT-PARA.
            WRITE FFT.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
       WRITE-FFT-PARA-X. EXIT.

      ******************************************************************
      * TRAILER-PARA - CONTROL TOTALS AT THE FOOT OF THE REPORT AND
      * ON THE CONSOLE.  AUDIT RECORDS AND ITEM EVENTS THAT BELONG TO
      * NO ORDER LINE (OTHER DEPARTMENTS' RUNS) ARE COUNTED SO THE
      * INPUT FIGURES STILL ADD UP.
      ******************************************************************
       TRAILER-PARA.
            MOVE SPACES TO FFT.
            STRING "========== FULFILLMENT SUMMARY =========="
                   DELIMITED BY SIZE INTO FFT.
            PERFORM WRITE-FFT-PARA THRU WRITE-FFT-PARA-X.
            MOVE "BACKORDER LINES READ:      " TO FF-TRL-TXT.
            MOVE FUL-BO-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "PICK-LIST LINES READ:      " TO FF-TRL-TXT.
            MOVE FUL-PL-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "PLANNING REJECTS MATCHED:  " TO FF-TRL-TXT.
            SUBTRACT FUL-PJ-BAD-CNT FROM FUL-PJ-CNT GIVING FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "PLANNING REJECTS IGNORED:  " TO FF-TRL-TXT.
            MOVE FUL-PJ-BAD-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "AUDIT RECORDS READ:        " TO FF-TRL-TXT.
            MOVE FUL-AU-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "AUDIT RECORDS NOT MATCHED: " TO FF-TRL-TXT.
            MOVE FUL-AU-OTHER-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "ITEM EVENTS READ:          " TO FF-TRL-TXT.
            MOVE FUL-IE-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "ITEM EVENTS NOT MATCHED:   " TO FF-TRL-TXT.
            MOVE FUL-IE-OTHER-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "ORDERS COMPLETE:           " TO FF-TRL-TXT.
            MOVE FUL-ORD-COMP-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "ORDERS PARTIAL:            " TO FF-TRL-TXT.
            MOVE FUL-ORD-PART-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "ORDERS FAILED:             " TO FF-TRL-TXT.
            MOVE FUL-ORD-FAIL-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "LINES FILLED:              " TO FF-TRL-TXT.
            MOVE FUL-FILLED-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "LINES UNFILLED:            " TO FF-TRL-TXT.
            MOVE FUL-UNFILLED-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            MOVE "LINES BACKORDERED:         " TO FF-TRL-TXT.
            MOVE FUL-BONEW-CNT TO FF-TRL-CNT.
            PERFORM WRITE-TRL-PARA THRU WRITE-TRL-PARA-X.
            DISPLAY "ROBOFULF: ORDERS " FUL-ORD-CNT
                    " COMPLETE " FUL-ORD-COMP-CNT
                    " PARTIAL " FUL-ORD-PART-CNT
                    " FAILED " FUL-ORD-FAIL-CNT
                    " BACKORDERED " FUL-BONEW-CNT.
       TRAILER-PARA-X. EXIT.

       WRITE-TRL-PARA.
            MOVE SPACES TO FFT.
            MOVE FF-TRAILER TO FFT.
            PERFORM WRITE-FFT-PARA THRU WRITE-FFT-PARA-X.
       WRITE-TRL-PARA-X. EXIT.

       CLOSE-PARA.
           PERFORM TRAILER-PARA THRU TRAILER-PARA-X.
           CLOSE PLFILE.
           PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
           CLOSE BOFILE.
           CLOSE PJFILE.
           CLOSE AUFILE.
           PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
           CLOSE IEFILE.
           PERFORM CHECK-FS5-PARA THRU CHECK-FS5-PARA-X.
           CLOSE FFFILE.
           PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
           CLOSE BONEW.
           PERFORM CHECK-FS6-PARA THRU CHECK-FS6-PARA-X.
           IF FUL-UNFILLED-CNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE.

      ******************************************************************
      * CHECK-FS-PARA AND FRIENDS - VERIFY THE FILE STATUS SET BY THE
      * LAST I/O CALL ON EACH FILE.  "00" IS ALWAYS GOOD; "10" IS END
      * OF FILE ON THE INPUTS; "05" IS AN ABSENT OPTIONAL FILE.
      * ANYTHING ELSE IS FATAL.
      ******************************************************************
       CHECK-FS-PARA.
            IF FS IS NOT = "00" AND FS IS NOT = "10"
                DISPLAY "ROBOFULF: PLFILE I/O ERROR - FILE STATUS " FS
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS-PARA-X. EXIT.

       CHECK-FS1-PARA.
            IF FS1 IS NOT = "00"
                DISPLAY "ROBOFULF: FFFILE I/O ERROR - FILE STATUS " FS1
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS1-PARA-X. EXIT.

       CHECK-FS2-PARA.
            IF FS2 IS NOT = "00" AND FS2 IS NOT = "10"
                    AND FS2 IS NOT = "05"
                DISPLAY "ROBOFULF: PJFILE I/O ERROR - FILE STATUS " FS2
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS2-PARA-X. EXIT.

       CHECK-FS3-PARA.
            IF FS3 IS NOT = "00" AND FS3 IS NOT = "10"
                    AND FS3 IS NOT = "05"
                DISPLAY "ROBOFULF: BOFILE I/O ERROR - FILE STATUS " FS3
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS3-PARA-X. EXIT.

       CHECK-FS4-PARA.
            IF FS4 IS NOT = "00" AND FS4 IS NOT = "10"
                DISPLAY "ROBOFULF: AUFILE I/O ERROR - FILE STATUS " FS4
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS4-PARA-X. EXIT.

       CHECK-FS5-PARA.
            IF FS5 IS NOT = "00" AND FS5 IS NOT = "10"
                DISPLAY "ROBOFULF: IEFILE I/O ERROR - FILE STATUS " FS5
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS5-PARA-X. EXIT.

       CHECK-FS6-PARA.
            IF FS6 IS NOT = "00"
                DISPLAY "ROBOFULF: BONEW I/O ERROR - FILE STATUS " FS6
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS6-PARA-X. EXIT.
