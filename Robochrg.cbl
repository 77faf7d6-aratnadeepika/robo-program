      ******************************************************************
      * Author:
      * Date:
      * Purpose: MONTHLY DEPARTMENT CHARGEBACK.  READS THE KEYED
      *          HISTORY MASTER (AHFILE) FOR THE DATE RANGE NAMED IN
      *          THE BCFILE CONTROL RECORD (SAME "FFFFFFFF TTTTTTTT"
      *          STYLE ROBOSTAT USES, DATES YYYYMMDD INCLUSIVE) AND
      *          TALLIES EACH SUBMITTING DEPARTMENT'S ROBOT WORK FROM
      *          THE DEPARTMENT CODE ROBOPGM WRITES IN COLUMNS 86-89
      *          OF EVERY AUDIT RECORD: COMMANDS WORKED, CELLS
      *          TRAVELED, PICKS, DROPS, AND REJECTS.  EACH FIGURE IS
      *          PRICED FROM THE RTFILE RATE CONTROL FILE AND CBFILE
      *          GETS ONE INVOICE SECTION PER DEPARTMENT, IN
      *          DEPARTMENT CODE ORDER, THEN A GRAND TOTAL.  COUNTING
      *          FOLLOWS ROBOSTAT: A "GOTO STEP" ROUTE RECORD IS ONE
      *          CELL, A MOVE IS ITS NET ROW/COLUMN DISTANCE, AND A
      *          "REJECTED" RECORD IS A REJECT, NOT A COMMAND WORKED.
      *          RUN HEADERS AND "NO ROBOT PLACED" RECORDS MOVED
      *          NOTHING AND ARE NOT BILLED.  WORK WITH NO DEPARTMENT
      *          (HISTORY FROM BEFORE THE STAMP WAS CARRIED, OR AN
      *          UNMERGED INPUT FILE) IS INVOICED AS "UNASSIGNED" AND
      *          ENDS THE JOB WITH RETURN-CODE 04 SO FINANCE KNOWS
      *          SOME ROBOT TIME HAD NOBODY TO BILL.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  DLR  INITIAL VERSION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOCHRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCFILE ASSIGN TO "BCFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS.

           SELECT RTFILE ASSIGN TO "RTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.

           SELECT AHFILE ASSIGN TO "AHFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-KEY
           FILE STATUS IS FS9.

           SELECT CBFILE ASSIGN TO "CBFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.

       DATA DIVISION.
       FILE SECTION.

       FD BCFILE.
       01 BC-REC PIC X(30).

       FD RTFILE.
       01 RT-REC PIC X(40).

       FD AHFILE.
       01 AH-REC.
           05 AH-KEY.
              10 AH-DATE PIC 9(8).
              10 AH-TIME PIC 9(8).
              10 AH-SEQ PIC 9(6).
           05 AH-AUD PIC X(89).

       FD CBFILE.
       01 CBT PIC X(100).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 FS1 PIC XX.
       01 FS2 PIC XX.
       01 FS9 PIC XX.
       01 AH-EOF PIC X VALUE 'N'.
       01 RT-EOF PIC X VALUE 'N'.
       01 CHRG-READ-CNT PIC 9(6) VALUE ZERO.
       01 CHRG-NOBILL-CNT PIC 9(6) VALUE ZERO.
       01 CHRG-DEPT-CNT PIC 9(6) VALUE ZERO.
       01 MOVE-DIFF PIC 9(4).
       01 BEF-R-N PIC 99.
       01 BEF-C-N PIC 99.
       01 AFT-R-N PIC 99.
       01 AFT-C-N PIC 99.
       01 BC-REC-P.
           05 BC-FROM PIC X(8).
           05 FILLER PIC X.
           05 BC-TO PIC X(8).
           05 FILLER PIC X(13).
       01 RT-REC-P.
           05 RT-DEPT PIC X(4).
              88 RT-DEFAULT VALUE "****".
           05 FILLER PIC X.
           05 RT-CMD-RATE PIC 9(3)V99.
           05 FILLER PIC X.
           05 RT-CELL-RATE PIC 9(3)V99.
           05 FILLER PIC X.
           05 RT-PICK-RATE PIC 9(3)V99.
           05 FILLER PIC X.
           05 RT-DROP-RATE PIC 9(3)V99.
           05 FILLER PIC X.
           05 RT-REJ-RATE PIC 9(3)V99.
           05 FILLER PIC X(6).
       01 RATE-MAX PIC 99 VALUE 20.
       01 RATE-CNT PIC 99 VALUE ZERO.
       01 RATE-SUB PIC 99.
       01 RATE-FND PIC 99.
       01 RATE-DFLT PIC 99 VALUE ZERO.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 20 TIMES.
              10 RTE-DEPT PIC X(4).
              10 RTE-CMD PIC 9(3)V99.
              10 RTE-CELL PIC 9(3)V99.
              10 RTE-PICK PIC 9(3)V99.
              10 RTE-DROP PIC 9(3)V99.
              10 RTE-REJ PIC 9(3)V99.
       01 DEPT-MAX PIC 99 VALUE 20.
       01 DEPT-CNT PIC 99 VALUE ZERO.
       01 DEPT-SUB PIC 99.
       01 DEPT-FND PIC 99.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 20 TIMES.
              10 DP-CODE PIC X(4).
              10 DP-CMDS PIC 9(6).
              10 DP-CELLS PIC 9(6).
              10 DP-PICKS PIC 9(6).
              10 DP-DROPS PIC 9(6).
              10 DP-REJS PIC 9(6).
              10 DP-PRINTED PIC X.
       01 NEXT-DEPT PIC 99.
       01 UNASSIGNED-SW PIC X VALUE 'N'.
          88 UNASSIGNED-SEEN VALUE 'Y'.
       01 LINE-AMT PIC 9(7)V99.
       01 DEPT-AMT PIC 9(7)V99.
       01 GRAND-AMT PIC 9(8)V99 VALUE ZERO.
       01 AU-LINE PIC X(89).
       01 AU-CMD-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-CMD PIC X(20).
              88 AU-GOTO-STEP VALUE "GOTO STEP".
           05 FILLER PIC X(51).
       01 AU-CMDF-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-CMD1 PIC X(5).
              88 AU-MOVE-CMD VALUE "MOVE".
              88 AU-PICK-CMD VALUE "PICK".
              88 AU-DROP-CMD VALUE "DROP".
           05 FILLER PIC X(66).
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
       01 AU-DEPT-V REDEFINES AU-LINE.
           05 FILLER PIC X(85).
           05 AU-DEPT PIC X(4).
       01 CB-HEAD-LINE.
           05 FILLER PIC X(19) VALUE "INVOICE DEPARTMENT ".
           05 CBH-DEPT PIC X(10).
           05 FILLER PIC X(8) VALUE " PERIOD ".
           05 CBH-FROM PIC X(8).
           05 FILLER PIC X(6) VALUE " THRU ".
           05 CBH-TO PIC X(8).
       01 CB-COL-LINE.
           05 FILLER PIC X(40) VALUE
              "  CHARGE               QUANTITY     RATE".
           05 FILLER PIC X(14) VALUE "        AMOUNT".
       01 CB-DTL-LINE.
           05 FILLER PIC XX VALUE SPACES.
           05 CBD-TXT PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 CBD-QTY PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CBD-RATE PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CBD-AMT PIC Z(6)9.99.
       01 CB-TOT-LINE.
           05 FILLER PIC XX VALUE SPACES.
           05 CBT-TXT PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 CBT-AMT PIC Z(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROL-PARA THRU CONTROL-PARA-X.
           PERFORM RATE-LOAD-PARA THRU RATE-LOAD-PARA-X.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM START-PARA THRU START-PARA-X.
           PERFORM TALLY-PARA THRU TALLY-PARA-X
                   UNTIL AH-EOF = 'Y'.
           PERFORM REPORT-PARA THRU REPORT-PARA-X.
           PERFORM CLOSE-PARA.
           STOP RUN.

      ******************************************************************
      * CONTROL-PARA - READS AND VALIDATES THE ONE-RECORD BCFILE
      * CONTROL FILE, THE SAME WAY ROBOSTAT READS SCFILE.  BOTH
      * DATES MUST BE NUMERIC AND FROM MUST NOT EXCEED TO.
      ******************************************************************
       CONTROL-PARA.
            OPEN INPUT BCFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            READ BCFILE INTO BC-REC-P AT END
                DISPLAY "ROBOCHRG: BCFILE HAS NO CONTROL RECORD"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF (BC-FROM IS NOT NUMERIC) OR (BC-TO IS NOT NUMERIC)
                DISPLAY "ROBOCHRG: BCFILE DATE RANGE IS NOT NUMERIC"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF BC-FROM IS GREATER THAN BC-TO
                DISPLAY "ROBOCHRG: BCFILE FROM-DATE EXCEEDS TO-DATE"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            CLOSE BCFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
       CONTROL-PARA-X. EXIT.

      ******************************************************************
      * RATE-LOAD-PARA - LOADS THE RTFILE RATE CARD.  ONE RECORD PER
      * DEPARTMENT, "DDDD CCCCC LLLLL PPPPP DDDDD RRRRR": RATE PER
      * COMMAND WORKED, PER CELL TRAVELED, PER PICK, PER DROP, AND
      * PER REJECT, EACH FIVE DIGITS WITH TWO IMPLIED DECIMALS
      * (00150 IS 1.50).  DEPARTMENT "****" IS THE HOUSE RATE FOR
      * EVERY DEPARTMENT WITHOUT ITS OWN RECORD AND MUST BE PRESENT
      * - AN INVOICE PRICED AT ZERO BY ACCIDENT IS WORSE THAN NONE.
      ******************************************************************
       RATE-LOAD-PARA.
            OPEN INPUT RTFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            PERFORM RATE-READ-PARA THRU RATE-READ-PARA-X
                    UNTIL RT-EOF = 'Y'.
            CLOSE RTFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF RATE-DFLT IS = ZERO
                DISPLAY "ROBOCHRG: RTFILE HAS NO **** HOUSE RATE"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       RATE-LOAD-PARA-X. EXIT.

       RATE-READ-PARA.
            MOVE SPACES TO RT-REC.
            READ RTFILE AT END MOVE 'Y' TO RT-EOF.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF RT-EOF IS = 'Y'
                GO TO RATE-READ-PARA-X.
            MOVE RT-REC TO RT-REC-P.
            IF RT-REC IS = SPACES
                GO TO RATE-READ-PARA-X.
            IF (RT-CMD-RATE IS NOT NUMERIC)
                    OR (RT-CELL-RATE IS NOT NUMERIC)
                    OR (RT-PICK-RATE IS NOT NUMERIC)
                    OR (RT-DROP-RATE IS NOT NUMERIC)
                    OR (RT-REJ-RATE IS NOT NUMERIC)
                DISPLAY "ROBOCHRG: RTFILE RATE IS NOT NUMERIC - "
                        RT-DEPT
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF RATE-CNT IS NOT LESS THAN RATE-MAX
                DISPLAY "ROBOCHRG: RTFILE HAS MORE THAN 20 RATES"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO RATE-CNT.
            MOVE RT-DEPT TO RTE-DEPT (RATE-CNT).
            MOVE RT-CMD-RATE TO RTE-CMD (RATE-CNT).
            MOVE RT-CELL-RATE TO RTE-CELL (RATE-CNT).
            MOVE RT-PICK-RATE TO RTE-PICK (RATE-CNT).
            MOVE RT-DROP-RATE TO RTE-DROP (RATE-CNT).
            MOVE RT-REJ-RATE TO RTE-REJ (RATE-CNT).
            IF RT-DEFAULT
                MOVE RATE-CNT TO RATE-DFLT.
       RATE-READ-PARA-X. EXIT.

       OPEN-PARA.
            OPEN INPUT AHFILE.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            OPEN OUTPUT CBFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
       OPEN-PARA-X. EXIT.

      ******************************************************************
      * START-PARA - POSITIONS THE MASTER AT THE FIRST RECORD OF THE
      * FROM-DATE.  STATUS "23" MEANS NOTHING IN THE MASTER IS ON OR
      * AFTER THAT DATE - A LEGITIMATE EMPTY INVOICE RUN.
      ******************************************************************
       START-PARA.
            MOVE BC-FROM TO AH-DATE.
            MOVE ZERO TO AH-TIME AH-SEQ.
            START AHFILE KEY IS NOT LESS THAN AH-KEY.
            IF FS9 IS = "23"
                MOVE 'Y' TO AH-EOF
            ELSE
                PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
       START-PARA-X. EXIT.

      ******************************************************************
      * TALLY-PARA - READS THE MASTER IN KEY ORDER AND CHARGES EACH
      * RECORD TO THE DEPARTMENT STAMPED ON IT.  EVERY "GOTO STEP"
      * CARRIES ITS OWN DEPARTMENT, SO UNLIKE ROBOSTAT THERE IS NO
      * NEED TO HOLD THE STEPS FOR THE COMMAND RECORD THAT FOLLOWS.
      * THE FIRST RECORD PAST TO-DATE ENDS THE SCAN.
      ******************************************************************
       TALLY-PARA.
            READ AHFILE NEXT RECORD AT END MOVE 'Y' TO AH-EOF.
            IF FS9 IS = "10"
                MOVE 'Y' TO AH-EOF.
            IF AH-EOF IS = 'Y'
                GO TO TALLY-PARA-X.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            IF AH-DATE IS GREATER THAN BC-TO
                MOVE 'Y' TO AH-EOF
                GO TO TALLY-PARA-X.
            ADD 1 TO CHRG-READ-CNT.
            MOVE AH-AUD TO AU-LINE.
            IF AU-RUN-HDR OR AU-NO-ROBOT
                ADD 1 TO CHRG-NOBILL-CNT
                GO TO TALLY-PARA-X.
            PERFORM DEPT-FIND-PARA THRU DEPT-FIND-PARA-X.
            IF AU-GOTO-STEP
                ADD 1 TO DP-CELLS (DEPT-FND)
                GO TO TALLY-PARA-X.
            IF AU-REJECTED
                ADD 1 TO DP-REJS (DEPT-FND)
                GO TO TALLY-PARA-X.
            ADD 1 TO DP-CMDS (DEPT-FND).
            IF AU-MOVE-CMD
                PERFORM MOVE-DIFF-PARA THRU MOVE-DIFF-PARA-X
                ADD MOVE-DIFF TO DP-CELLS (DEPT-FND)
            ELSE IF AU-PICK-CMD
                ADD 1 TO DP-PICKS (DEPT-FND)
            ELSE IF AU-DROP-CMD
                ADD 1 TO DP-DROPS (DEPT-FND).
       TALLY-PARA-X. EXIT.

      ******************************************************************
      * DEPT-FIND-PARA - POINTS DEPT-FND AT THE RECORD'S DEPARTMENT,
      * OPENING A NEW ZEROED ENTRY THE FIRST TIME A CODE IS SEEN.
      ******************************************************************
       DEPT-FIND-PARA.
            MOVE ZERO TO DEPT-FND.
            PERFORM DEPT-SCAN-PARA THRU DEPT-SCAN-PARA-X
                    VARYING DEPT-SUB FROM 1 BY 1
                    UNTIL DEPT-SUB > DEPT-CNT OR DEPT-FND > ZERO.
            IF DEPT-FND IS NOT = ZERO
                GO TO DEPT-FIND-PARA-X.
            IF DEPT-CNT IS NOT LESS THAN DEPT-MAX
                DISPLAY "ROBOCHRG: MORE THAN 20 DEPARTMENT CODES"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO DEPT-CNT.
            MOVE DEPT-CNT TO DEPT-FND.
            MOVE AU-DEPT TO DP-CODE (DEPT-FND).
            MOVE ZERO TO DP-CMDS (DEPT-FND) DP-CELLS (DEPT-FND)
                         DP-PICKS (DEPT-FND) DP-DROPS (DEPT-FND)
                         DP-REJS (DEPT-FND).
            MOVE 'N' TO DP-PRINTED (DEPT-FND).
       DEPT-FIND-PARA-X. EXIT.

       DEPT-SCAN-PARA.
            IF DP-CODE (DEPT-SUB) IS = AU-DEPT
                MOVE DEPT-SUB TO DEPT-FND.
       DEPT-SCAN-PARA-X. EXIT.

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
      * REPORT-PARA - ONE INVOICE SECTION PER DEPARTMENT, LOWEST CODE
      * FIRST (BLANK - UNASSIGNED - SORTS AHEAD OF THEM ALL), THEN THE
      * GRAND TOTAL.  EACH PASS PICKS THE LOWEST CODE NOT YET PRINTED.
      ******************************************************************
       REPORT-PARA.
            MOVE SPACES TO CBT.
            STRING "======= DEPARTMENT CHARGEBACK " DELIMITED BY SIZE
                   BC-FROM DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   BC-TO DELIMITED BY SIZE
                   " =======" DELIMITED BY SIZE INTO CBT.
            PERFORM WRITE-CBT-PARA THRU WRITE-CBT-PARA-X.
            PERFORM INVOICE-PARA THRU INVOICE-PARA-X
                    DEPT-CNT TIMES.
            MOVE SPACES TO CBT.
            STRING "========================================"
                   DELIMITED BY SIZE INTO CBT.
            PERFORM WRITE-CBT-PARA THRU WRITE-CBT-PARA-X.
            MOVE "GRAND TOTAL ALL DEPARTMENTS" TO CBT-TXT.
            MOVE GRAND-AMT TO CBT-AMT.
            MOVE CB-TOT-LINE TO CBT.
            PERFORM WRITE-CBT-PARA THRU WRITE-CBT-PARA-X.
            MOVE SPACES TO CBT.
            STRING "RECORDS EXAMINED: " DELIMITED BY SIZE
                   CHRG-READ-CNT DELIMITED BY SIZE
                   "  NOT BILLED: " DELIMITED BY SIZE
                   CHRG-NOBILL-CNT DELIMITED BY SIZE INTO CBT.
            PERFORM WRITE-CBT-PARA THRU WRITE-CBT-PARA-X.
       REPORT-PARA-X. EXIT.

      ******************************************************************
      * INVOICE-PARA - PRINTS THE LOWEST-CODED DEPARTMENT NOT YET
      * INVOICED: HEADING, ONE PRICED LINE PER CHARGE, AND THE
      * DEPARTMENT TOTAL.  THE RATE IS THE DEPARTMENT'S OWN RTFILE
      * RECORD WHEN IT HAS ONE, THE HOUSE RATE OTHERWISE.
      ******************************************************************
       INVOICE-PARA.
            MOVE ZERO TO NEXT-DEPT.
            PERFORM LOWEST-DEPT-PARA THRU LOWEST-DEPT-PARA-X
                    VARYING DEPT-SUB FROM 1 BY 1
                    UNTIL DEPT-SUB > DEPT-CNT.
            MOVE NEXT-DEPT TO DEPT-FND.
            MOVE 'Y' TO DP-PRINTED (DEPT-FND).
            ADD 1 TO CHRG-DEPT-CNT.
            MOVE RATE-DFLT TO RATE-FND.
            PERFORM RATE-SCAN-PARA THRU RATE-SCAN-PARA-X
                    VARYING RATE-SUB FROM 1 BY 1
                    UNTIL RATE-SUB > RATE-CNT.
            MOVE SPACES TO CBT.
            PERFORM WRITE-CBT-PARA THRU WRITE-CBT-PARA-X.
            IF DP-CODE (DEPT-FND) IS = SPACES
                MOVE "UNASSIGNED" TO CBH-DEPT
                MOVE 'Y' TO UNASSIGNED-SW
            ELSE
                MOVE DP-CODE (DEPT-FND) TO CBH-DEPT.
            MOVE BC-FROM TO CBH-FROM.
            MOVE BC-TO TO CBH-TO.
            MOVE CB-HEAD-LINE TO CBT.
            PERFORM WRITE-CBT-PARA THRU WRITE-CBT-PARA-X.
            MOVE CB-COL-LINE TO CBT.
            PERFORM WRITE-CBT-PARA THRU WRITE-CBT-PARA-X.
            MOVE ZERO TO DEPT-AMT.
            MOVE "COMMANDS WORKED" TO CBD-TXT.
            MOVE DP-CMDS (DEPT-FND) TO CBD-QTY.
            MOVE RTE-CMD (RATE-FND) TO CBD-RATE.
            MULTIPLY DP-CMDS (DEPT-FND) BY RTE-CMD (RATE-FND)
                    GIVING LINE-AMT.
            PERFORM PRICE-LINE-PARA THRU PRICE-LINE-PARA-X.
            MOVE "CELLS TRAVELED" TO CBD-TXT.
            MOVE DP-CELLS (DEPT-FND) TO CBD-QTY.
            MOVE RTE-CELL (RATE-FND) TO CBD-RATE.
            MULTIPLY DP-CELLS (DEPT-FND) BY RTE-CELL (RATE-FND)
                    GIVING LINE-AMT.
            PERFORM PRICE-LINE-PARA THRU PRICE-LINE-PARA-X.
            MOVE "PICKS" TO CBD-TXT.
            MOVE DP-PICKS (DEPT-FND) TO CBD-QTY.
            MOVE RTE-PICK (RATE-FND) TO CBD-RATE.
            MULTIPLY DP-PICKS (DEPT-FND) BY RTE-PICK (RATE-FND)
                    GIVING LINE-AMT.
            PERFORM PRICE-LINE-PARA THRU PRICE-LINE-PARA-X.
            MOVE "DROPS" TO CBD-TXT.
            MOVE DP-DROPS (DEPT-FND) TO CBD-QTY.
            MOVE RTE-DROP (RATE-FND) TO CBD-RATE.
            MULTIPLY DP-DROPS (DEPT-FND) BY RTE-DROP (RATE-FND)
                    GIVING LINE-AMT.
            PERFORM PRICE-LINE-PARA THRU PRICE-LINE-PARA-X.
            MOVE "REJECTS" TO CBD-TXT.
            MOVE DP-REJS (DEPT-FND) TO CBD-QTY.
            MOVE RTE-REJ (RATE-FND) TO CBD-RATE.
            MULTIPLY DP-REJS (DEPT-FND) BY RTE-REJ (RATE-FND)
                    GIVING LINE-AMT.
            PERFORM PRICE-LINE-PARA THRU PRICE-LINE-PARA-X.
            MOVE "DEPARTMENT TOTAL" TO CBT-TXT.
            MOVE DEPT-AMT TO CBT-AMT.
            MOVE CB-TOT-LINE TO CBT.
            PERFORM WRITE-CBT-PARA THRU WRITE-CBT-PARA-X.
            ADD DEPT-AMT TO GRAND-AMT.
       INVOICE-PARA-X. EXIT.

       LOWEST-DEPT-PARA.
            IF DP-PRINTED (DEPT-SUB) IS = 'Y'
                GO TO LOWEST-DEPT-PARA-X.
            IF NEXT-DEPT IS = ZERO
                MOVE DEPT-SUB TO NEXT-DEPT
            ELSE IF DP-CODE (DEPT-SUB) IS LESS THAN DP-CODE (NEXT-DEPT)
                MOVE DEPT-SUB TO NEXT-DEPT.
       LOWEST-DEPT-PARA-X. EXIT.

       RATE-SCAN-PARA.
            IF RTE-DEPT (RATE-SUB) IS = DP-CODE (DEPT-FND)
                MOVE RATE-SUB TO RATE-FND.
       RATE-SCAN-PARA-X. EXIT.

       PRICE-LINE-PARA.
            MOVE LINE-AMT TO CBD-AMT.
            ADD LINE-AMT TO DEPT-AMT.
            MOVE SPACES TO CBT.
            MOVE CB-DTL-LINE TO CBT.
            PERFORM WRITE-CBT-PARA THRU WRITE-CBT-PARA-X.
       PRICE-LINE-PARA-X. EXIT.

       WRITE-CBT-PARA.
            WRITE CBT.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
       WRITE-CBT-PARA-X. EXIT.

       CHECK-FS-PARA.
            IF FS IS NOT = "00" AND FS IS NOT = "10"
                DISPLAY "ROBOCHRG: BCFILE I/O ERROR - FILE STATUS " FS
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS-PARA-X. EXIT.

       CHECK-FS1-PARA.
            IF FS1 IS NOT = "00"
                DISPLAY "ROBOCHRG: CBFILE I/O ERROR - FILE STATUS " FS1
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS1-PARA-X. EXIT.

       CHECK-FS2-PARA.
            IF FS2 IS NOT = "00" AND FS2 IS NOT = "10"
                DISPLAY "ROBOCHRG: RTFILE I/O ERROR - FILE STATUS " FS2
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS2-PARA-X. EXIT.

       CHECK-FS9-PARA.
            IF FS9 IS NOT = "00" AND FS9 IS NOT = "10"
                DISPLAY "ROBOCHRG: AHFILE I/O ERROR - FILE STATUS " FS9
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS9-PARA-X. EXIT.

       CLOSE-PARA.
           CLOSE AHFILE.
           PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
           CLOSE CBFILE.
           PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
           DISPLAY "ROBOCHRG: EXAMINED " CHRG-READ-CNT
                   " NOT BILLED " CHRG-NOBILL-CNT
                   " DEPARTMENTS " CHRG-DEPT-CNT.
           IF UNASSIGNED-SEEN
               MOVE 04 TO RETURN-CODE.
