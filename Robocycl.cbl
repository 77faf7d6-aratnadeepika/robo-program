      ******************************************************************
      * Author:
      * Date:
      * Purpose: CYCLE COUNT.  THE FLOOR TEAM WALKS THE TABLETOP AND
      *          KEYS CTFILE - ONE RECORD PER ITEM THEY LOOKED FOR,
      *          GIVING THE ROW/COLUMN WHERE THEY FOUND IT OR
      *          "NOT FOUND".  THIS JOB COMPARES EACH COUNT AGAINST
      *          THE LOCATION ROBOPGM LAST WROTE TO ITNEW AND PRINTS
      *          THE VRFILE VARIANCE REPORT - MATCHED, WRONG CELL,
      *          MISSING (ON FILE BUT NOT FOUND), OR UNKNOWN ITEM
      *          (FOUND BUT NOT ON FILE).  A CYCLE COUNT COVERS PART
      *          OF THE FLOOR, SO AN ITEM THE TEAM DID NOT COUNT IS
      *          LEFT ALONE.  A VARIANCE A SUPERVISOR HAS SIGNED OFF
      *          (INITIALS IN THE COUNT RECORD) IS APPLIED: THE
      *          CORRECTED LOCATIONS GO TO A NEW ITFILE FOR THE NEXT
      *          RUN, AND EACH ADJUSTMENT IS WRITTEN TO TXFILE IN
      *          ROBODELT'S HEADER/CHANGE/TRAILER LAYOUT SO THE
      *          WAREHOUSE INVENTORY SYSTEM TAKES IT LIKE ANY OTHER
      *          MOVE.  A MISSING ITEM IS WRITTEN OFF WITH A BLANK NEW
      *          CELL; AN UNKNOWN ITEM IS TAKEN ON WITH A BLANK OLD
      *          CELL AND NO WEIGHT OR CLASS.  AN ADJUSTMENT THAT WOULD
      *          PUT TWO ITEMS IN ONE CELL, OR MORE THAN 100 ITEMS ON
      *          FILE, IS NOT APPLIED.  ENDS WITH RETURN-CODE 04 WHEN
      *          ANY VARIANCE IS LEFT UNAPPLIED OR A COUNT RECORD WAS
      *          IGNORED.
      *
      *          CTFILE RECORD:
      *            IIIIIIII RR CC     SSS   FOUND AT ROW RR, COLUMN CC
      *            IIIIIIII NOT FOUND SSS   NOT ON THE FLOOR
      *          SSS IS THE APPROVING SUPERVISOR'S INITIALS, BLANK
      *          UNTIL THE VARIANCE IS SIGNED OFF.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  DLR  INITIAL VERSION.  ITEM RECORD LAYOUT IS THE
      *                  22-COLUMN ITFILE FORMAT AND TXFILE IS THE
      *                  ROBODELT FEED - KEEP IN STEP WITH BOTH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOCYCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTFILE ASSIGN TO "CTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS.

           SELECT ITNEW ASSIGN TO "ITNEW"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.

           SELECT ITFILE ASSIGN TO "ITFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.

           SELECT VRFILE ASSIGN TO "VRFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.

           SELECT TXFILE ASSIGN TO "TXFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.

       DATA DIVISION.
       FILE SECTION.

       FD CTFILE.
       01 CT-REC PIC X(30).

       FD ITNEW.
       01 IN-REC PIC X(22).

       FD ITFILE.
       01 IT-REC PIC X(22).

       FD VRFILE.
       01 VRR PIC X(100).

       FD TXFILE.
       01 TXR PIC X(33).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 FS1 PIC XX.
       01 FS2 PIC XX.
       01 FS3 PIC XX.
       01 FS4 PIC XX.
       01 CT-EOF PIC X VALUE 'N'.
       01 IN-EOF PIC X VALUE 'N'.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 CUR-CNT PIC 9(3) VALUE ZERO.
       01 CUR-SUB PIC 9(3).
       01 ITEM-FND PIC 9(3).
       01 CELL-FND PIC 9(3).
       01 CT-CNT PIC 9(6) VALUE ZERO.
       01 MATCH-CNT PIC 9(6) VALUE ZERO.
       01 WRONG-CNT PIC 9(6) VALUE ZERO.
       01 MISS-CNT PIC 9(6) VALUE ZERO.
       01 UNKN-CNT PIC 9(6) VALUE ZERO.
       01 APPLY-CNT PIC 9(6) VALUE ZERO.
       01 PEND-CNT PIC 9(6) VALUE ZERO.
       01 NOAPP-CNT PIC 9(6) VALUE ZERO.
       01 IGN-CNT PIC 9(6) VALUE ZERO.
       01 OUT-CNT PIC 9(6) VALUE ZERO.
       01 VAR-TYPE PIC X VALUE SPACE.
           88 VAR-MATCH VALUE 'M'.
           88 VAR-WRONG VALUE 'W'.
           88 VAR-MISSING VALUE 'X'.
           88 VAR-UNKNOWN VALUE 'U'.
       01 NEW-ROW PIC 99.
       01 NEW-COL PIC 99.
       01 CT-REC-P.
           05 CT-ID PIC X(8).
           05 FILLER PIC X.
           05 CT-LOC PIC X(9).
              88 CT-NOT-FOUND VALUE "NOT FOUND".
           05 CT-CELL REDEFINES CT-LOC.
              10 CT-ROW PIC 99.
              10 CT-SEP PIC X.
              10 CT-COL PIC 99.
              10 CT-LOC-REST PIC X(4).
           05 FILLER PIC X.
           05 CT-APPR PIC X(3).
              88 CT-UNAPPROVED VALUE SPACES.
           05 FILLER PIC X(8).
       01 IT-REC-P.
           05 IT-ID PIC X(8).
           05 FILLER PIC X.
           05 IT-ROW PIC 99.
           05 FILLER PIC X.
           05 IT-COL PIC 99.
           05 FILLER PIC X(8).
       01 CUR-TABLE.
           05 CUR-ENTRY OCCURS 100 TIMES.
              10 CUR-REC PIC X(22).
              10 CUR-ID PIC X(8).
              10 CUR-ROW PIC 99.
              10 CUR-COL PIC 99.
              10 CUR-COUNTED PIC X.
              10 CUR-GONE PIC X.
       01 TX-HDR.
           05 FILLER PIC X(4) VALUE "HDR ".
           05 TX-HDR-DATE PIC 9(8).
           05 FILLER PIC X(21) VALUE SPACES.
       01 TX-DTL.
           05 FILLER PIC X(4) VALUE "DTL ".
           05 TX-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 TX-OLD-CELL.
              10 TX-OLD-ROW PIC 99.
              10 FILLER PIC X VALUE SPACE.
              10 TX-OLD-COL PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 TX-NEW-CELL.
              10 TX-NEW-ROW PIC 99.
              10 FILLER PIC X VALUE SPACE.
              10 TX-NEW-COL PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 TX-DATE PIC 9(8).
       01 TX-TRL.
           05 FILLER PIC X(4) VALUE "TRL ".
           05 TX-TRL-CNT PIC 9(6).
           05 FILLER PIC X(23) VALUE SPACES.
       01 VR-HEAD.
           05 FILLER PIC X(10) VALUE "ITEM".
           05 FILLER PIC X(10) VALUE "ON FILE".
           05 FILLER PIC X(11) VALUE "COUNTED".
           05 FILLER PIC X(16) VALUE "VARIANCE".
           05 FILLER PIC X(6) VALUE "APPR".
           05 FILLER PIC X(11) VALUE "DISPOSITION".
       01 VR-DTL.
           05 VR-ID PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 VR-FILE-CELL.
              10 VR-FILE-ROW PIC 99.
              10 FILLER PIC X VALUE SPACE.
              10 VR-FILE-COL PIC 99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 VR-CT-LOC PIC X(9).
           05 FILLER PIC XX VALUE SPACES.
           05 VR-TYPE PIC X(14).
           05 FILLER PIC XX VALUE SPACES.
           05 VR-APPR PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 VR-DISP PIC X(40).
       01 VR-TRAILER.
           05 VR-TRL-TXT PIC X(24).
           05 VR-TRL-CNT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE TX-HDR TX-DTL TX-TRL ALL TO VALUE.
           INITIALIZE VR-DTL WITH FILLER.
           INITIALIZE VR-DTL ALL TO VALUE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM LOAD-CUR-PARA THRU LOAD-CUR-PARA-X
                   UNTIL IN-EOF = 'Y'.
           PERFORM HEADER-PARA THRU HEADER-PARA-X.
           PERFORM COUNT-PARA THRU COUNT-PARA-X
                   UNTIL CT-EOF = 'Y'.
           PERFORM ITEM-OUT-PARA THRU ITEM-OUT-PARA-X
                   VARYING CUR-SUB FROM 1 BY 1
                   UNTIL CUR-SUB > CUR-CNT.
           PERFORM TRAILER-PARA THRU TRAILER-PARA-X.
           PERFORM CLOSE-PARA.
           STOP RUN.

       OPEN-PARA.
            OPEN INPUT CTFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            OPEN INPUT ITNEW.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            OPEN OUTPUT ITFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            OPEN OUTPUT VRFILE.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            OPEN OUTPUT TXFILE.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
       OPEN-PARA-X. EXIT.

      ******************************************************************
      * LOAD-CUR-PARA - LOADS THE CLOSING ITEM LOCATIONS, SAME
      * 100-ITEM LIMIT ROBOPGM ENFORCES.  THE WHOLE RECORD IS KEPT SO
      * WEIGHT AND CLASS PASS THROUGH TO THE NEW ITFILE UNTOUCHED.
      * UNNUMERIC COORDINATES STOP THE RUN, AS IN ROBODELT.
      ******************************************************************
       LOAD-CUR-PARA.
            READ ITNEW INTO IT-REC-P AT END MOVE 'Y' TO IN-EOF.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            IF IN-EOF IS = 'Y'
                GO TO LOAD-CUR-PARA-X.
            IF CUR-CNT IS NOT LESS THAN 100
                DISPLAY "ROBOCYCL: ITNEW HAS MORE THAN 100 ITEMS"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            IF (IT-ROW IS NOT NUMERIC) OR (IT-COL IS NOT NUMERIC)
                DISPLAY "ROBOCYCL: ITNEW RECORD IS NOT NUMERIC"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO CUR-CNT.
            MOVE IT-REC-P TO CUR-REC (CUR-CNT).
            MOVE IT-ID TO CUR-ID (CUR-CNT).
            MOVE IT-ROW TO CUR-ROW (CUR-CNT).
            MOVE IT-COL TO CUR-COL (CUR-CNT).
            MOVE 'N' TO CUR-COUNTED (CUR-CNT).
            MOVE 'N' TO CUR-GONE (CUR-CNT).
       LOAD-CUR-PARA-X. EXIT.

       HEADER-PARA.
            MOVE RUN-DATE TO TX-HDR-DATE.
            MOVE TX-HDR TO TXR.
            WRITE TXR.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            MOVE SPACES TO VRR.
            STRING "CYCLE COUNT VARIANCE REPORT - RUN DATE "
                   RUN-DATE DELIMITED BY SIZE INTO VRR.
            PERFORM WRITE-VR-PARA THRU WRITE-VR-PARA-X.
            MOVE SPACES TO VRR.
            PERFORM WRITE-VR-PARA THRU WRITE-VR-PARA-X.
            MOVE VR-HEAD TO VRR.
            PERFORM WRITE-VR-PARA THRU WRITE-VR-PARA-X.
       HEADER-PARA-X. EXIT.

      ******************************************************************
      * COUNT-PARA - TAKES ONE COUNT RECORD.  A RECORD WITH NO ITEM,
      * OR A LOCATION THAT IS NEITHER "RR CC" NOR "NOT FOUND", IS
      * IGNORED, AS IS A SECOND COUNT OF THE SAME ITEM.  OTHERWISE
      * THE COUNT IS CLASSIFIED AGAINST THE ITEM TABLE, AND A SIGNED
      * OFF VARIANCE IS HANDED TO APPLY-PARA.
      ******************************************************************
       COUNT-PARA.
            READ CTFILE INTO CT-REC-P AT END MOVE 'Y' TO CT-EOF.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF CT-EOF IS = 'Y'
                GO TO COUNT-PARA-X.
            ADD 1 TO CT-CNT.
            MOVE CT-ID TO VR-ID.
            MOVE "  -  " TO VR-FILE-CELL.
            MOVE CT-LOC TO VR-CT-LOC.
            MOVE SPACES TO VR-TYPE.
            MOVE CT-APPR TO VR-APPR.
            IF CT-ID IS = SPACES
                    OR (NOT CT-NOT-FOUND
                        AND (CT-ROW IS NOT NUMERIC
                             OR CT-SEP IS NOT = SPACE
                             OR CT-COL IS NOT NUMERIC
                             OR CT-LOC-REST IS NOT = SPACES))
                ADD 1 TO IGN-CNT
                MOVE "INVALID COUNT RECORD - IGNORED" TO VR-DISP
                PERFORM WRITE-VR-DTL-PARA THRU WRITE-VR-DTL-PARA-X
                GO TO COUNT-PARA-X.
            MOVE ZERO TO ITEM-FND.
            PERFORM ITEM-SCAN-PARA THRU ITEM-SCAN-PARA-X
                    VARYING CUR-SUB FROM 1 BY 1
                    UNTIL CUR-SUB > CUR-CNT.
            IF ITEM-FND IS NOT = ZERO
                MOVE SPACES TO VR-FILE-CELL
                MOVE CUR-ROW (ITEM-FND) TO VR-FILE-ROW
                MOVE CUR-COL (ITEM-FND) TO VR-FILE-COL
                IF CUR-COUNTED (ITEM-FND) IS = 'Y'
                    ADD 1 TO IGN-CNT
                    MOVE "DUPLICATE COUNT - IGNORED" TO VR-DISP
                    PERFORM WRITE-VR-DTL-PARA THRU WRITE-VR-DTL-PARA-X
                    GO TO COUNT-PARA-X
                ELSE
                    MOVE 'Y' TO CUR-COUNTED (ITEM-FND).
            IF ITEM-FND IS = ZERO
                IF CT-NOT-FOUND
                    MOVE 'M' TO VAR-TYPE
                ELSE
                    MOVE 'U' TO VAR-TYPE
            ELSE
                IF CT-NOT-FOUND
                    MOVE 'X' TO VAR-TYPE
                ELSE
                    IF CT-ROW IS = CUR-ROW (ITEM-FND)
                            AND CT-COL IS = CUR-COL (ITEM-FND)
                        MOVE 'M' TO VAR-TYPE
                    ELSE
                        MOVE 'W' TO VAR-TYPE.
            IF VAR-MATCH
                ADD 1 TO MATCH-CNT
                MOVE "MATCHED" TO VR-TYPE
                MOVE "NO ACTION" TO VR-DISP
                PERFORM WRITE-VR-DTL-PARA THRU WRITE-VR-DTL-PARA-X
                GO TO COUNT-PARA-X.
            IF VAR-WRONG
                ADD 1 TO WRONG-CNT
                MOVE "WRONG CELL" TO VR-TYPE.
            IF VAR-MISSING
                ADD 1 TO MISS-CNT
                MOVE "MISSING" TO VR-TYPE.
            IF VAR-UNKNOWN
                ADD 1 TO UNKN-CNT
                MOVE "UNKNOWN ITEM" TO VR-TYPE.
            IF CT-UNAPPROVED
                ADD 1 TO PEND-CNT
                MOVE "AWAITING SUPERVISOR APPROVAL" TO VR-DISP
                PERFORM WRITE-VR-DTL-PARA THRU WRITE-VR-DTL-PARA-X
                GO TO COUNT-PARA-X.
            PERFORM APPLY-PARA THRU APPLY-PARA-X.
            PERFORM WRITE-VR-DTL-PARA THRU WRITE-VR-DTL-PARA-X.
       COUNT-PARA-X. EXIT.

       ITEM-SCAN-PARA.
            IF CUR-ID (CUR-SUB) IS = CT-ID
                    AND ITEM-FND IS = ZERO
                MOVE CUR-SUB TO ITEM-FND.
       ITEM-SCAN-PARA-X. EXIT.

      ******************************************************************
      * APPLY-PARA - APPLIES ONE APPROVED VARIANCE TO THE ITEM TABLE
      * AND FEEDS IT TO TXFILE.  WRONG CELL MOVES THE ITEM; MISSING
      * DROPS IT (BLANK NEW CELL); UNKNOWN ADDS IT (BLANK OLD CELL).
      * A TARGET CELL ALREADY HOLDING ANOTHER ITEM, OR A FULL TABLE,
      * LEAVES THE FILE AS IT WAS FOR THE SUPERVISOR TO SORT OUT.
      ******************************************************************
       APPLY-PARA.
            MOVE CT-ID TO TX-ID.
            MOVE RUN-DATE TO TX-DATE.
            IF NOT VAR-MISSING
                MOVE CT-ROW TO NEW-ROW
                MOVE CT-COL TO NEW-COL
                MOVE ZERO TO CELL-FND
                PERFORM CELL-SCAN-PARA THRU CELL-SCAN-PARA-X
                        VARYING CUR-SUB FROM 1 BY 1
                        UNTIL CUR-SUB > CUR-CNT
                IF CELL-FND IS NOT = ZERO
                    ADD 1 TO NOAPP-CNT
                    MOVE SPACES TO VR-DISP
                    STRING "NOT APPLIED - CELL HOLDS ITEM "
                           CUR-ID (CELL-FND)
                           DELIMITED BY SIZE INTO VR-DISP
                    GO TO APPLY-PARA-X.
            IF VAR-UNKNOWN AND CUR-CNT IS NOT LESS THAN 100
                ADD 1 TO NOAPP-CNT
                MOVE "NOT APPLIED - 100 ITEMS ALREADY ON FILE"
                    TO VR-DISP
                GO TO APPLY-PARA-X.
            IF VAR-WRONG
                MOVE CUR-ROW (ITEM-FND) TO TX-OLD-ROW
                MOVE CUR-COL (ITEM-FND) TO TX-OLD-COL
                MOVE NEW-ROW TO TX-NEW-ROW
                MOVE NEW-COL TO TX-NEW-COL
                MOVE NEW-ROW TO CUR-ROW (ITEM-FND)
                MOVE NEW-COL TO CUR-COL (ITEM-FND).
            IF VAR-MISSING
                MOVE CUR-ROW (ITEM-FND) TO TX-OLD-ROW
                MOVE CUR-COL (ITEM-FND) TO TX-OLD-COL
                MOVE SPACES TO TX-NEW-CELL
                MOVE 'Y' TO CUR-GONE (ITEM-FND).
            IF VAR-UNKNOWN
                MOVE SPACES TO TX-OLD-CELL
                MOVE NEW-ROW TO TX-NEW-ROW
                MOVE NEW-COL TO TX-NEW-COL
                ADD 1 TO CUR-CNT
                MOVE SPACES TO IT-REC-P
                MOVE CT-ID TO IT-ID
                MOVE IT-REC-P TO CUR-REC (CUR-CNT)
                MOVE CT-ID TO CUR-ID (CUR-CNT)
                MOVE NEW-ROW TO CUR-ROW (CUR-CNT)
                MOVE NEW-COL TO CUR-COL (CUR-CNT)
                MOVE 'Y' TO CUR-COUNTED (CUR-CNT)
                MOVE 'N' TO CUR-GONE (CUR-CNT).
            MOVE TX-DTL TO TXR.
            WRITE TXR.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            ADD 1 TO APPLY-CNT.
            MOVE "APPROVED - APPLIED" TO VR-DISP.
       APPLY-PARA-X. EXIT.

       CELL-SCAN-PARA.
            IF CUR-ROW (CUR-SUB) IS = NEW-ROW
                    AND CUR-COL (CUR-SUB) IS = NEW-COL
                    AND CUR-GONE (CUR-SUB) IS NOT = 'Y'
                    AND CUR-ID (CUR-SUB) IS NOT = CT-ID
                    AND CELL-FND IS = ZERO
                MOVE CUR-SUB TO CELL-FND.
       CELL-SCAN-PARA-X. EXIT.

      ******************************************************************
      * ITEM-OUT-PARA - WRITES THE NEW ITFILE: EVERY ITEM STILL ON
      * FILE, AT ITS CORRECTED CELL, IN ITNEW ORDER WITH ANY TAKEN-ON
      * ITEMS AFTER.
      ******************************************************************
       ITEM-OUT-PARA.
            IF CUR-GONE (CUR-SUB) IS = 'Y'
                GO TO ITEM-OUT-PARA-X.
            MOVE CUR-REC (CUR-SUB) TO IT-REC-P.
            MOVE CUR-ROW (CUR-SUB) TO IT-ROW.
            MOVE CUR-COL (CUR-SUB) TO IT-COL.
            MOVE IT-REC-P TO IT-REC.
            WRITE IT-REC.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            ADD 1 TO OUT-CNT.
       ITEM-OUT-PARA-X. EXIT.

       WRITE-VR-DTL-PARA.
            MOVE VR-DTL TO VRR.
            PERFORM WRITE-VR-PARA THRU WRITE-VR-PARA-X.
       WRITE-VR-DTL-PARA-X. EXIT.

       WRITE-VR-PARA.
            WRITE VRR.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
       WRITE-VR-PARA-X. EXIT.

      ******************************************************************
      * TRAILER-PARA - CLOSES THE FEED WITH ITS CHANGE-RECORD COUNT
      * AND WRITES THE VARIANCE REPORT CONTROL TOTALS, THEN ECHOES
      * THEM TO THE CONSOLE FOR THE OPERATIONS LOG.
      ******************************************************************
       TRAILER-PARA.
            MOVE APPLY-CNT TO TX-TRL-CNT.
            MOVE TX-TRL TO TXR.
            WRITE TXR.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
            MOVE SPACES TO VRR.
            PERFORM WRITE-VR-PARA THRU WRITE-VR-PARA-X.
            STRING "========== CYCLE COUNT SUMMARY =========="
                   DELIMITED BY SIZE INTO VRR.
            PERFORM WRITE-VR-PARA THRU WRITE-VR-PARA-X.
            MOVE "COUNT RECORDS READ:     " TO VR-TRL-TXT.
            MOVE CT-CNT TO VR-TRL-CNT.
            PERFORM WRITE-VR-TRL-PARA THRU WRITE-VR-TRL-PARA-X.
            MOVE "MATCHED:                " TO VR-TRL-TXT.
            MOVE MATCH-CNT TO VR-TRL-CNT.
            PERFORM WRITE-VR-TRL-PARA THRU WRITE-VR-TRL-PARA-X.
            MOVE "WRONG CELL:             " TO VR-TRL-TXT.
            MOVE WRONG-CNT TO VR-TRL-CNT.
            PERFORM WRITE-VR-TRL-PARA THRU WRITE-VR-TRL-PARA-X.
            MOVE "MISSING:                " TO VR-TRL-TXT.
            MOVE MISS-CNT TO VR-TRL-CNT.
            PERFORM WRITE-VR-TRL-PARA THRU WRITE-VR-TRL-PARA-X.
            MOVE "UNKNOWN ITEMS:          " TO VR-TRL-TXT.
            MOVE UNKN-CNT TO VR-TRL-CNT.
            PERFORM WRITE-VR-TRL-PARA THRU WRITE-VR-TRL-PARA-X.
            MOVE "ADJUSTMENTS APPLIED:    " TO VR-TRL-TXT.
            MOVE APPLY-CNT TO VR-TRL-CNT.
            PERFORM WRITE-VR-TRL-PARA THRU WRITE-VR-TRL-PARA-X.
            MOVE "AWAITING APPROVAL:      " TO VR-TRL-TXT.
            MOVE PEND-CNT TO VR-TRL-CNT.
            PERFORM WRITE-VR-TRL-PARA THRU WRITE-VR-TRL-PARA-X.
            MOVE "APPROVED, NOT APPLIED:  " TO VR-TRL-TXT.
            MOVE NOAPP-CNT TO VR-TRL-CNT.
            PERFORM WRITE-VR-TRL-PARA THRU WRITE-VR-TRL-PARA-X.
            MOVE "COUNT RECORDS IGNORED:  " TO VR-TRL-TXT.
            MOVE IGN-CNT TO VR-TRL-CNT.
            PERFORM WRITE-VR-TRL-PARA THRU WRITE-VR-TRL-PARA-X.
            MOVE "ITEMS ON NEW ITFILE:    " TO VR-TRL-TXT.
            MOVE OUT-CNT TO VR-TRL-CNT.
            PERFORM WRITE-VR-TRL-PARA THRU WRITE-VR-TRL-PARA-X.
            DISPLAY "ROBOCYCL: COUNTED " CT-CNT
                    " MATCHED " MATCH-CNT
                    " APPLIED " APPLY-CNT
                    " PENDING " PEND-CNT
                    " NOT APPLIED " NOAPP-CNT
                    " IGNORED " IGN-CNT.
       TRAILER-PARA-X. EXIT.

       WRITE-VR-TRL-PARA.
            MOVE SPACES TO VRR.
            MOVE VR-TRAILER TO VRR.
            PERFORM WRITE-VR-PARA THRU WRITE-VR-PARA-X.
       WRITE-VR-TRL-PARA-X. EXIT.

       CLOSE-PARA.
           CLOSE CTFILE.
           PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
           CLOSE ITNEW.
           PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
           CLOSE ITFILE.
           PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
           CLOSE VRFILE.
           PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
           CLOSE TXFILE.
           PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
           IF PEND-CNT IS GREATER THAN ZERO
                   OR NOAPP-CNT IS GREATER THAN ZERO
                   OR IGN-CNT IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE.

      ******************************************************************
      * CHECK-FS-PARA AND FRIENDS - VERIFY THE FILE STATUS SET BY THE
      * LAST I/O CALL ON EACH FILE.  "00" IS ALWAYS GOOD; "10" IS END
      * OF FILE, GOOD ON THE INPUTS.  ANYTHING ELSE IS FATAL.
      ******************************************************************
       CHECK-FS-PARA.
            IF FS IS NOT = "00" AND FS IS NOT = "10"
                DISPLAY "ROBOCYCL: CTFILE I/O ERROR - FILE STATUS " FS
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS-PARA-X. EXIT.

       CHECK-FS1-PARA.
            IF FS1 IS NOT = "00" AND FS1 IS NOT = "10"
                DISPLAY "ROBOCYCL: ITNEW I/O ERROR - FILE STATUS " FS1
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS1-PARA-X. EXIT.

       CHECK-FS2-PARA.
            IF FS2 IS NOT = "00"
                DISPLAY "ROBOCYCL: ITFILE I/O ERROR - FILE STATUS " FS2
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS2-PARA-X. EXIT.

       CHECK-FS3-PARA.
            IF FS3 IS NOT = "00"
                DISPLAY "ROBOCYCL: VRFILE I/O ERROR - FILE STATUS " FS3
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS3-PARA-X. EXIT.

       CHECK-FS4-PARA.
            IF FS4 IS NOT = "00"
                DISPLAY "ROBOCYCL: TXFILE I/O ERROR - FILE STATUS " FS4
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS4-PARA-X. EXIT.
