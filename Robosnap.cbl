      ******************************************************************
      * Author:
      * Date:
      * Purpose: POINT-IN-TIME FLOOR RECONSTRUCTION.  ANSWERS "WHAT
      *          WAS WHERE AT 02:14 LAST TUESDAY" FOR SAFETY AND
      *          INSURANCE INVESTIGATIONS.  THE PTFILE CONTROL RECORD
      *          GIVES THE MOMENT - "YYYYMMDD HHMMSS" - AND OPTIONALLY
      *          WHERE TO START THE REPLAY - "YYYYMMDD HHMMSS" IN
      *          COLUMNS 17-31, DEFAULT MIDNIGHT OF THE MOMENT'S DATE
      *          (GIVE IT WHEN THE NIGHT'S RUN STARTED BEFORE
      *          MIDNIGHT).  EVERY ROBOT STARTS THE REPLAY OFF THE
      *          BOARD, THE WAY ROBOPGM STARTS A JOB.  THE AUDIT
      *          HISTORY MASTER (AHFILE) IS REPLAYED FROM THERE UP TO
      *          THE MOMENT: EACH COMMAND RECORD SETS ITS ROBOT'S
      *          CELL AND FACING FROM THE "AFTER" POSITION, PLACE
      *          PUTS A ROBOT ON THE BOARD, "END" TAKES THEM ALL OFF,
      *          AND EVERY "GOTO STEP" AND EVERY CELL OF A MOVE IS
      *          MARKED AS VISITED.  REJECTED, "NO ROBOT PLACED", AND
      *          RUN HEADER RECORDS MOVED NOTHING.  THE ITEM HISTORY
      *          MASTER (IHFILE) IS REPLAYED IN FULL UP TO THE MOMENT
      *          FOR EACH ITEM'S LAST PICK OR DROP - A DROPPED ITEM IS
      *          ON THE FLOOR AT THAT CELL, A PICKED ONE RIDES ON ITS
      *          ROBOT.  AN ITEM WITH NO EVENT BEFORE THE MOMENT HAS
      *          NO KNOWN CELL AND IS NOT SHOWN.  SNFILE LISTS EVERY
      *          ROBOT AND ITEM; SMFILE IS THE TABLETOP MAP IN
      *          ROBOPGM'S MPFILE STYLE AT THE TBFILE TABLE SIZE, WITH
      *          TODAY'S OBFILE OBSTACLES (THE FLOOR LAYOUT ITSELF IS
      *          NOT KEPT IN HISTORY).  HISTORY WRITTEN BEFORE ROBOPGM
      *          STAMPED EACH COMMAND CARRIES ITS JOB'S START TIME, SO
      *          FOR THOSE NIGHTS A JOB RUNNING AT THE MOMENT REPLAYS
      *          TO ITS END.  ENDS WITH RETURN-CODE 04 WHEN NO AUDIT
      *          RECORD FELL INSIDE THE REPLAY WINDOW.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  DLR  INITIAL VERSION.  AUFILE AND IEFILE LAYOUTS
      *                  ARE ROBOPGM'S - KEEP IN STEP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOSNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTFILE ASSIGN TO "PTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS.

           SELECT TBFILE ASSIGN TO "TBFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.

           SELECT OPTIONAL OBFILE ASSIGN TO "OBFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.

           SELECT SNFILE ASSIGN TO "SNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.

           SELECT SMFILE ASSIGN TO "SMFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.

           SELECT IHFILE ASSIGN TO "IHFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IH-KEY
           FILE STATUS IS FS8.

           SELECT AHFILE ASSIGN TO "AHFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-KEY
           FILE STATUS IS FS9.

       DATA DIVISION.
       FILE SECTION.

       FD PTFILE.
       01 PT-REC PIC X(40).

       FD TBFILE.
       01 TBL-CTL PIC X(10).

       FD OBFILE.
       01 OB-REC PIC X(05).

       FD SNFILE.
       01 SNR PIC X(100).

       FD SMFILE.
       01 MAP-REC PIC X(101).

       FD IHFILE.
       01 IH-REC.
           05 IH-KEY.
              10 IH-ID PIC X(8).
              10 IH-DATE PIC 9(8).
              10 IH-TIME PIC 9(8).
              10 IH-SEQ PIC 9(6).
           05 IH-EVT PIC X(49).

       FD AHFILE.
       01 AH-REC.
           05 AH-KEY.
              10 AH-DATE PIC 9(8).
              10 AH-TIME PIC 9(8).
              10 AH-SEQ PIC 9(6).
           05 AH-AUD PIC X(89).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 FS1 PIC XX.
       01 FS2 PIC XX.
       01 FS3 PIC XX.
       01 FS4 PIC XX.
       01 FS8 PIC XX.
       01 FS9 PIC XX.
       01 OB-EOF PIC X VALUE 'N'.
       01 AH-EOF PIC X VALUE 'N'.
       01 IH-EOF PIC X VALUE 'N'.
       01 AH-READ-CNT PIC 9(6) VALUE ZERO.
       01 STEP-CNT PIC 9(6) VALUE ZERO.
       01 IH-READ-CNT PIC 9(6) VALUE ZERO.
       01 ROB-ON-CNT PIC 9(6) VALUE ZERO.
       01 ITEM-LOC-CNT PIC 9(6) VALUE ZERO.
       01 PT-REC-P.
           05 PT-AT-DATE PIC X(8).
           05 FILLER PIC X.
           05 PT-AT-TIME PIC X(6).
           05 FILLER PIC X.
           05 PT-FROM-DATE PIC X(8).
           05 FILLER PIC X.
           05 PT-FROM-TIME PIC X(6).
           05 FILLER PIC X(9).
       01 AT-STAMP.
           05 AT-DATE PIC 9(8).
           05 AT-TIME.
              10 AT-HMS PIC 9(6).
              10 AT-CC PIC 99 VALUE 99.
       01 FROM-STAMP.
           05 FROM-DATE PIC 9(8).
           05 FROM-TIME.
              10 FROM-HMS PIC 9(6).
              10 FROM-CC PIC 99 VALUE ZERO.
       01 REC-STAMP.
           05 REC-DATE PIC 9(8).
           05 REC-TIME PIC 9(8).
       01 TBL-CTL-P.
           05 TBL-ROWS PIC 99.
           05 FILLER PIC X.
           05 TBL-COLS PIC 99.
       01 OB-REC-P.
           05 OB-REC-ROW PIC 99.
           05 FILLER PIC X.
           05 OB-REC-COL PIC 99.
       01 ROBOT-MAX PIC 99 VALUE 09.
       01 ROB-SUB PIC 99.
       01 CUR-ROB PIC 99.
       01 ROBOT-TABLE.
           05 ROBOT-ENTRY OCCURS 9 TIMES.
              10 ROB-PLACED PIC X.
              10 ROB-ROW PIC 99.
              10 ROB-COL PIC 99.
              10 ROB-FACE PIC X(5).
              10 ROB-ITEM PIC X(8).
              10 ROB-LAST-CMD PIC X(20).
              10 ROB-LAST-STAMP PIC X(17).
              10 ROB-LAST-RUN PIC X(8).
       01 ITEM-MAX PIC 9(3) VALUE 999.
       01 ITEM-CNT PIC 9(3) VALUE ZERO.
       01 ITEM-SUB PIC 9(3).
       01 ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 999 TIMES.
              10 ITM-ID PIC X(8).
              10 ITM-ROW PIC 99.
              10 ITM-COL PIC 99.
              10 ITM-ROBOT PIC XX.
              10 ITM-TYPE PIC X(4).
              10 ITM-STAMP PIC X(17).
       01 CELL-TABLE.
           05 CELL-ROW OCCURS 99 TIMES.
              10 CELL-ENTRY OCCURS 99 TIMES.
                 15 CELL-TRAIL PIC X.
                 15 CELL-OB PIC X.
                 15 CELL-ITEM PIC X.
       01 MARK-ROW PIC 99.
       01 MARK-COL PIC 99.
       01 LINE-LO PIC 99.
       01 LINE-HI PIC 99.
       01 LINE-SUB PIC 99.
       01 MAP-ROW PIC 99.
       01 MAP-COL PIC 99.
       01 MAP-POS PIC 9(3).
       01 MAP-WIDTH PIC 9(3).
       01 MAP-CELL-CH PIC X.
       01 MAP-LINE-T.
           05 MAP-CH PIC X OCCURS 101 TIMES.
       01 AU-LINE PIC X(89).
       01 AU-CMD-V REDEFINES AU-LINE.
           05 AU-DATE PIC X(8).
           05 FILLER PIC X.
           05 AU-TIME PIC X(8).
           05 FILLER PIC X.
           05 AU-CMD PIC X(20).
              88 AU-GOTO-STEP VALUE "GOTO STEP".
           05 FILLER PIC X(51).
       01 AU-CMDF-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-CMD1 PIC X(5).
              88 AU-PLACE-CMD VALUE "PLACE".
              88 AU-MOVE-CMD VALUE "MOVE".
              88 AU-END-CMD VALUE "END".
           05 FILLER PIC X(13).
           05 AU-ROBOT PIC XX.
           05 FILLER PIC X(51).
       01 AU-HDR-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-HDR-TAG PIC X(4).
              88 AU-RUN-HDR VALUE "RUN ".
           05 FILLER PIC X(67).
       01 AU-POS-V REDEFINES AU-LINE.
           05 FILLER PIC X(39).
           05 AU-TXT1 PIC X(7).
              88 AU-POSITION VALUE "BEFORE:".
           05 AU-BEF-R PIC XX.
           05 AU-BEF-R-N REDEFINES AU-BEF-R PIC 99.
           05 FILLER PIC X.
           05 AU-BEF-C PIC XX.
           05 AU-BEF-C-N REDEFINES AU-BEF-C PIC 99.
           05 FILLER PIC X(13).
           05 AU-AFT-R PIC XX.
           05 AU-AFT-R-N REDEFINES AU-AFT-R PIC 99.
           05 FILLER PIC X.
           05 AU-AFT-C PIC XX.
           05 AU-AFT-C-N REDEFINES AU-AFT-C PIC 99.
           05 FILLER PIC X.
           05 AU-AFT-F PIC X(5).
           05 FILLER PIC X.
           05 AU-RUN PIC X(8).
           05 FILLER PIC X(5).
       01 IE-LINE.
           05 IE-ITEM PIC X(8).
           05 FILLER PIC X.
           05 IE-DATE PIC X(8).
           05 FILLER PIC X.
           05 IE-TIME PIC X(8).
           05 FILLER PIC X.
           05 IE-RUN PIC X(8).
           05 FILLER PIC X.
           05 IE-ROBOT PIC XX.
           05 IE-ROBOT-N REDEFINES IE-ROBOT PIC 99.
           05 FILLER PIC X.
           05 IE-ROW PIC XX.
           05 IE-ROW-N REDEFINES IE-ROW PIC 99.
           05 FILLER PIC X.
           05 IE-COL PIC XX.
           05 IE-COL-N REDEFINES IE-COL PIC 99.
           05 FILLER PIC X.
           05 IE-TYPE PIC X(4).
              88 IE-PICK VALUE "PICK".
              88 IE-DROP VALUE "DROP".
       01 SN-ROB-HEAD.
           05 FILLER PIC X(7) VALUE "ROBOT".
           05 FILLER PIC X(12) VALUE "STATUS".
           05 FILLER PIC X(8) VALUE "ROW COL".
           05 FILLER PIC X(8) VALUE "FACING".
           05 FILLER PIC X(10) VALUE "CARRYING".
           05 FILLER PIC X(22) VALUE "LAST COMMAND".
           05 FILLER PIC X(19) VALUE "AT".
           05 FILLER PIC X(3) VALUE "RUN".
       01 SN-ROB-DTL.
           05 SR-ROBOT PIC 99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 SR-STATUS PIC X(10).
           05 FILLER PIC XX VALUE SPACES.
           05 SR-CELL.
              10 SR-ROW PIC 99.
              10 FILLER PIC XX VALUE SPACES.
              10 SR-COL PIC 99.
           05 FILLER PIC XX VALUE SPACES.
           05 SR-FACE PIC X(5).
           05 FILLER PIC XXX VALUE SPACES.
           05 SR-ITEM PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 SR-CMD PIC X(20).
           05 FILLER PIC XX VALUE SPACES.
           05 SR-STAMP PIC X(17).
           05 FILLER PIC XX VALUE SPACES.
           05 SR-RUN PIC X(8).
       01 SN-ITM-HEAD.
           05 FILLER PIC X(10) VALUE "ITEM".
           05 FILLER PIC X(14) VALUE "WHERE".
           05 FILLER PIC X(9) VALUE "ROW COL".
           05 FILLER PIC X(12) VALUE "LAST EVENT".
           05 FILLER PIC X(2) VALUE "AT".
       01 SN-ITM-DTL.
           05 SI-ID PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 SI-WHERE PIC X(12).
           05 FILLER PIC XX VALUE SPACES.
           05 SI-ROW PIC 99.
           05 FILLER PIC XX VALUE SPACES.
           05 SI-COL PIC 99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SI-TYPE PIC X(4).
           05 FILLER PIC X(8) VALUE SPACES.
           05 SI-STAMP PIC X(17).
       01 SN-TRAILER.
           05 SN-TRL-TXT PIC X(24).
           05 SN-TRL-CNT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO CELL-TABLE ROBOT-TABLE.
           PERFORM RESET-ROBOTS-PARA THRU RESET-ROBOTS-PARA-X.
           PERFORM CONTROL-PARA THRU CONTROL-PARA-X.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM TABLE-SIZE-PARA THRU TABLE-SIZE-PARA-X.
           PERFORM LOAD-OBSTACLE-PARA THRU LOAD-OBSTACLE-PARA-X
                   UNTIL OB-EOF = 'Y'.
           PERFORM AH-START-PARA THRU AH-START-PARA-X.
           PERFORM AH-REPLAY-PARA THRU AH-REPLAY-PARA-X
                   UNTIL AH-EOF = 'Y'.
           PERFORM IH-START-PARA THRU IH-START-PARA-X.
           PERFORM IH-REPLAY-PARA THRU IH-REPLAY-PARA-X
                   UNTIL IH-EOF = 'Y'.
           PERFORM ITEM-PLACE-PARA THRU ITEM-PLACE-PARA-X
                   VARYING ITEM-SUB FROM 1 BY 1
                   UNTIL ITEM-SUB > ITEM-CNT.
           PERFORM LIST-PARA THRU LIST-PARA-X.
           PERFORM MAP-PARA THRU MAP-PARA-X.
           PERFORM CLOSE-PARA.
           STOP RUN.

      ******************************************************************
      * CONTROL-PARA - READS AND VALIDATES THE ONE-RECORD PTFILE
      * CONTROL FILE, THE SAME WAY ROBOITRC READS TCFILE.  THE MOMENT
      * MUST BE NUMERIC; A BLANK REPLAY START MEANS MIDNIGHT OF THE
      * MOMENT'S DATE, AND A GIVEN ONE MUST NOT BE AFTER THE MOMENT.
      * THE MOMENT COVERS ITS WHOLE SECOND.
      ******************************************************************
       CONTROL-PARA.
            OPEN INPUT PTFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            READ PTFILE INTO PT-REC-P AT END
                DISPLAY "ROBOSNAP: PTFILE HAS NO CONTROL RECORD"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF (PT-AT-DATE IS NOT NUMERIC)
                    OR (PT-AT-TIME IS NOT NUMERIC)
                DISPLAY "ROBOSNAP: PTFILE MOMENT IS NOT NUMERIC"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            MOVE PT-AT-DATE TO AT-DATE.
            MOVE PT-AT-TIME TO AT-HMS.
            IF PT-FROM-DATE IS = SPACES AND PT-FROM-TIME IS = SPACES
                MOVE AT-DATE TO FROM-DATE
                MOVE ZERO TO FROM-HMS
            ELSE IF (PT-FROM-DATE IS NOT NUMERIC)
                    OR (PT-FROM-TIME IS NOT NUMERIC)
                DISPLAY "ROBOSNAP: PTFILE REPLAY START IS NOT NUMERIC"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            ELSE
                MOVE PT-FROM-DATE TO FROM-DATE
                MOVE PT-FROM-TIME TO FROM-HMS.
            IF FROM-STAMP IS GREATER THAN AT-STAMP
                DISPLAY "ROBOSNAP: PTFILE REPLAY START IS AFTER THE "
                        "MOMENT"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            CLOSE PTFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
       CONTROL-PARA-X. EXIT.

       OPEN-PARA.
            OPEN INPUT TBFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            OPEN INPUT OBFILE.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF FS2 IS NOT = "00"
                MOVE 'Y' TO OB-EOF.
            OPEN INPUT AHFILE.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            OPEN INPUT IHFILE.
            PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
            OPEN OUTPUT SNFILE.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
            OPEN OUTPUT SMFILE.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
       OPEN-PARA-X. EXIT.

       TABLE-SIZE-PARA.
            READ TBFILE AT END
                DISPLAY "ROBOSNAP: TBFILE HAS NO CONTROL RECORD"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            MOVE TBL-CTL TO TBL-CTL-P.
            IF (TBL-ROWS IS NOT NUMERIC)
                    OR (TBL-COLS IS NOT NUMERIC) THEN
                DISPLAY "ROBOSNAP: TBFILE CONTROL RECORD IS NOT NUMERIC"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       TABLE-SIZE-PARA-X. EXIT.

      ******************************************************************
      * LOAD-OBSTACLE-PARA - MARKS EACH OBFILE CELL ON THE CELL
      * TABLE.  A CELL OFF THE BOARD (OR NOT NUMERIC) CANNOT BE DRAWN
      * AND IS PASSED OVER - ROBOCTLM IS WHERE THOSE GET REPORTED.
      ******************************************************************
       LOAD-OBSTACLE-PARA.
            READ OBFILE AT END MOVE 'Y' TO OB-EOF.
            PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
            IF OB-EOF IS = 'Y'
                GO TO LOAD-OBSTACLE-PARA-X.
            MOVE OB-REC TO OB-REC-P.
            IF (OB-REC-ROW IS NOT NUMERIC)
                    OR (OB-REC-COL IS NOT NUMERIC)
                GO TO LOAD-OBSTACLE-PARA-X.
            IF OB-REC-ROW IS NOT LESS THAN TBL-ROWS
                    OR OB-REC-COL IS NOT LESS THAN TBL-COLS
                GO TO LOAD-OBSTACLE-PARA-X.
            MOVE 'Y' TO CELL-OB (OB-REC-ROW + 1, OB-REC-COL + 1).
       LOAD-OBSTACLE-PARA-X. EXIT.

       RESET-ROBOTS-PARA.
            PERFORM RESET-ROBOT-ENTRY-PARA THRU RESET-ROBOT-ENTRY-PARA-X
                    VARYING ROB-SUB FROM 1 BY 1
                    UNTIL ROB-SUB > ROBOT-MAX.
       RESET-ROBOTS-PARA-X. EXIT.

       RESET-ROBOT-ENTRY-PARA.
            MOVE 'N' TO ROB-PLACED (ROB-SUB).
            MOVE ZERO TO ROB-ROW (ROB-SUB) ROB-COL (ROB-SUB).
            MOVE SPACES TO ROB-FACE (ROB-SUB) ROB-ITEM (ROB-SUB).
       RESET-ROBOT-ENTRY-PARA-X. EXIT.

      ******************************************************************
      * AH-START-PARA - POSITIONS THE AUDIT MASTER AT THE REPLAY
      * START.  STATUS "23" MEANS NOTHING IN THE MASTER IS AT OR PAST
      * THAT KEY - AN EMPTY REPLAY, NOT AN ERROR.
      ******************************************************************
       AH-START-PARA.
            MOVE FROM-DATE TO AH-DATE.
            MOVE FROM-TIME TO AH-TIME.
            MOVE ZERO TO AH-SEQ.
            START AHFILE KEY IS NOT LESS THAN AH-KEY.
            IF FS9 IS = "23"
                MOVE 'Y' TO AH-EOF
            ELSE
                PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
       AH-START-PARA-X. EXIT.

      ******************************************************************
      * AH-REPLAY-PARA - APPLIES ONE AUDIT RECORD TO THE ROBOT TABLE
      * AND THE VISITED CELLS.  THE FIRST RECORD PAST THE MOMENT ENDS
      * THE REPLAY.  A ROBOT NOT YET PLACED IN THE REPLAY IGNORES
      * EVERYTHING BUT PLACE, JUST AS ROBOPGM DOES.  A BLANK ROBOT
      * ID IS ROBOT 01, AS IN ROBOPGM.
      ******************************************************************
       AH-REPLAY-PARA.
            READ AHFILE NEXT RECORD AT END MOVE 'Y' TO AH-EOF.
            IF FS9 IS = "10"
                MOVE 'Y' TO AH-EOF.
            IF AH-EOF IS = 'Y'
                GO TO AH-REPLAY-PARA-X.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            MOVE AH-DATE TO REC-DATE.
            MOVE AH-TIME TO REC-TIME.
            IF REC-STAMP IS GREATER THAN AT-STAMP
                MOVE 'Y' TO AH-EOF
                GO TO AH-REPLAY-PARA-X.
            ADD 1 TO AH-READ-CNT.
            MOVE AH-AUD TO AU-LINE.
            IF AU-RUN-HDR OR NOT AU-POSITION
                GO TO AH-REPLAY-PARA-X.
            IF (AU-AFT-R IS NOT NUMERIC) OR (AU-AFT-C IS NOT NUMERIC)
                GO TO AH-REPLAY-PARA-X.
            IF AU-GOTO-STEP
                ADD 1 TO STEP-CNT
                MOVE AU-AFT-R-N TO MARK-ROW
                MOVE AU-AFT-C-N TO MARK-COL
                PERFORM MARK-TRAIL-PARA THRU MARK-TRAIL-PARA-X
                GO TO AH-REPLAY-PARA-X.
            IF AU-END-CMD
                PERFORM RESET-ROBOTS-PARA THRU RESET-ROBOTS-PARA-X
                GO TO AH-REPLAY-PARA-X.
            IF AU-ROBOT IS = SPACES
                MOVE 01 TO CUR-ROB
            ELSE IF AU-ROBOT IS NUMERIC
                MOVE AU-ROBOT TO CUR-ROB
            ELSE
                GO TO AH-REPLAY-PARA-X.
            IF CUR-ROB IS LESS THAN 01 OR CUR-ROB IS GREATER THAN 09
                GO TO AH-REPLAY-PARA-X.
            IF AU-PLACE-CMD
                MOVE 'Y' TO ROB-PLACED (CUR-ROB).
            IF ROB-PLACED (CUR-ROB) IS NOT = 'Y'
                GO TO AH-REPLAY-PARA-X.
            MOVE AU-AFT-R-N TO ROB-ROW (CUR-ROB).
            MOVE AU-AFT-C-N TO ROB-COL (CUR-ROB).
            MOVE AU-AFT-F TO ROB-FACE (CUR-ROB).
            MOVE AU-CMD TO ROB-LAST-CMD (CUR-ROB).
            MOVE SPACES TO ROB-LAST-STAMP (CUR-ROB).
            STRING AU-DATE " " AU-TIME DELIMITED BY SIZE
                   INTO ROB-LAST-STAMP (CUR-ROB).
            MOVE AU-RUN TO ROB-LAST-RUN (CUR-ROB).
            IF AU-MOVE-CMD AND (AU-BEF-R IS NUMERIC)
                    AND (AU-BEF-C IS NUMERIC)
                PERFORM MARK-MOVE-PARA THRU MARK-MOVE-PARA-X
            ELSE
                MOVE AU-AFT-R-N TO MARK-ROW
                MOVE AU-AFT-C-N TO MARK-COL
                PERFORM MARK-TRAIL-PARA THRU MARK-TRAIL-PARA-X.
       AH-REPLAY-PARA-X. EXIT.

      ******************************************************************
      * MARK-MOVE-PARA - A MOVE IS A STRAIGHT LINE, SO EVERY CELL
      * FROM THE BEFORE TO THE AFTER POSITION WAS VISITED.
      ******************************************************************
       MARK-MOVE-PARA.
            IF AU-BEF-R-N IS = AU-AFT-R-N
                MOVE AU-AFT-R-N TO MARK-ROW
                IF AU-BEF-C-N IS LESS THAN AU-AFT-C-N
                    MOVE AU-BEF-C-N TO LINE-LO
                    MOVE AU-AFT-C-N TO LINE-HI
                ELSE
                    MOVE AU-AFT-C-N TO LINE-LO
                    MOVE AU-BEF-C-N TO LINE-HI
                END-IF
                PERFORM MARK-COL-PARA THRU MARK-COL-PARA-X
                        VARYING LINE-SUB FROM LINE-LO BY 1
                        UNTIL LINE-SUB > LINE-HI
            ELSE
                MOVE AU-AFT-C-N TO MARK-COL
                IF AU-BEF-R-N IS LESS THAN AU-AFT-R-N
                    MOVE AU-BEF-R-N TO LINE-LO
                    MOVE AU-AFT-R-N TO LINE-HI
                ELSE
                    MOVE AU-AFT-R-N TO LINE-LO
                    MOVE AU-BEF-R-N TO LINE-HI
                END-IF
                PERFORM MARK-ROW-PARA THRU MARK-ROW-PARA-X
                        VARYING LINE-SUB FROM LINE-LO BY 1
                        UNTIL LINE-SUB > LINE-HI.
       MARK-MOVE-PARA-X. EXIT.

       MARK-COL-PARA.
            MOVE LINE-SUB TO MARK-COL.
            PERFORM MARK-TRAIL-PARA THRU MARK-TRAIL-PARA-X.
       MARK-COL-PARA-X. EXIT.

       MARK-ROW-PARA.
            MOVE LINE-SUB TO MARK-ROW.
            PERFORM MARK-TRAIL-PARA THRU MARK-TRAIL-PARA-X.
       MARK-ROW-PARA-X. EXIT.

       MARK-TRAIL-PARA.
            IF MARK-ROW IS LESS THAN TBL-ROWS
                    AND MARK-COL IS LESS THAN TBL-COLS
                MOVE 'Y' TO CELL-TRAIL (MARK-ROW + 1, MARK-COL + 1).
       MARK-TRAIL-PARA-X. EXIT.

      ******************************************************************
      * IH-START-PARA / IH-REPLAY-PARA - READS THE WHOLE ITEM HISTORY
      * MASTER.  IT IS IN ITEM ORDER, AND WITHIN ONE ITEM IN
      * DATE/TIME/SEQ ORDER, SO EACH EVENT AT OR BEFORE THE MOMENT
      * SIMPLY OVERWRITES THE ITEM'S ENTRY AND THE LAST ONE STANDS.
      ******************************************************************
       IH-START-PARA.
            MOVE LOW-VALUES TO IH-KEY.
            START IHFILE KEY IS NOT LESS THAN IH-KEY.
            IF FS8 IS = "23"
                MOVE 'Y' TO IH-EOF
            ELSE
                PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
       IH-START-PARA-X. EXIT.

       IH-REPLAY-PARA.
            READ IHFILE NEXT RECORD AT END MOVE 'Y' TO IH-EOF.
            IF FS8 IS = "10"
                MOVE 'Y' TO IH-EOF.
            IF IH-EOF IS = 'Y'
                GO TO IH-REPLAY-PARA-X.
            PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
            MOVE IH-DATE TO REC-DATE.
            MOVE IH-TIME TO REC-TIME.
            IF REC-STAMP IS GREATER THAN AT-STAMP
                GO TO IH-REPLAY-PARA-X.
            MOVE IH-EVT TO IE-LINE.
            IF (NOT IE-PICK AND NOT IE-DROP)
                    OR IE-ROW IS NOT NUMERIC
                    OR IE-COL IS NOT NUMERIC
                GO TO IH-REPLAY-PARA-X.
            ADD 1 TO IH-READ-CNT.
            IF ITEM-CNT IS = ZERO
                PERFORM ITEM-ADD-PARA THRU ITEM-ADD-PARA-X
            ELSE IF ITM-ID (ITEM-CNT) IS NOT = IH-ID
                PERFORM ITEM-ADD-PARA THRU ITEM-ADD-PARA-X.
            MOVE IE-ROW-N TO ITM-ROW (ITEM-CNT).
            MOVE IE-COL-N TO ITM-COL (ITEM-CNT).
            MOVE IE-ROBOT TO ITM-ROBOT (ITEM-CNT).
            MOVE IE-TYPE TO ITM-TYPE (ITEM-CNT).
            MOVE SPACES TO ITM-STAMP (ITEM-CNT).
            STRING IE-DATE " " IE-TIME DELIMITED BY SIZE
                   INTO ITM-STAMP (ITEM-CNT).
       IH-REPLAY-PARA-X. EXIT.

       ITEM-ADD-PARA.
            IF ITEM-CNT IS NOT LESS THAN ITEM-MAX
                DISPLAY "ROBOSNAP: IHFILE HOLDS MORE THAN "
                        ITEM-MAX " ITEMS"
                MOVE 16 TO RETURN-CODE
                STOP RUN.
            ADD 1 TO ITEM-CNT.
            MOVE IH-ID TO ITM-ID (ITEM-CNT).
       ITEM-ADD-PARA-X. EXIT.

      ******************************************************************
      * ITEM-PLACE-PARA - A DROPPED ITEM IS MARKED ON ITS FLOOR CELL.
      * A PICKED ONE IS HANDED TO ITS ROBOT, WHICH CARRIES IT.
      ******************************************************************
       ITEM-PLACE-PARA.
            ADD 1 TO ITEM-LOC-CNT.
            IF ITM-TYPE (ITEM-SUB) IS = "DROP"
                IF ITM-ROW (ITEM-SUB) IS LESS THAN TBL-ROWS
                        AND ITM-COL (ITEM-SUB) IS LESS THAN TBL-COLS
                    MOVE 'Y' TO CELL-ITEM (ITM-ROW (ITEM-SUB) + 1,
                                           ITM-COL (ITEM-SUB) + 1)
                END-IF
                GO TO ITEM-PLACE-PARA-X.
            IF ITM-ROBOT (ITEM-SUB) IS NOT NUMERIC
                GO TO ITEM-PLACE-PARA-X.
            MOVE ITM-ROBOT (ITEM-SUB) TO ROB-SUB.
            IF ROB-SUB IS NOT LESS THAN 01
                    AND ROB-SUB IS NOT GREATER THAN ROBOT-MAX
                MOVE ITM-ID (ITEM-SUB) TO ROB-ITEM (ROB-SUB).
       ITEM-PLACE-PARA-X. EXIT.

      ******************************************************************
      * LIST-PARA - THE SNAPSHOT LISTING: EVERY ROBOT, EVERY ITEM WITH
      * A KNOWN CELL, AND THE REPLAY CONTROL TOTALS.
      ******************************************************************
       LIST-PARA.
            MOVE SPACES TO SNR.
            STRING "FLOOR SNAPSHOT AT " AT-DATE " " AT-HMS
                   "  (REPLAYED FROM " FROM-DATE " " FROM-HMS ")"
                   DELIMITED BY SIZE INTO SNR.
            PERFORM WRITE-SN-PARA THRU WRITE-SN-PARA-X.
            MOVE SPACES TO SNR.
            PERFORM WRITE-SN-PARA THRU WRITE-SN-PARA-X.
            MOVE SN-ROB-HEAD TO SNR.
            PERFORM WRITE-SN-PARA THRU WRITE-SN-PARA-X.
            PERFORM LIST-ROB-PARA THRU LIST-ROB-PARA-X
                    VARYING ROB-SUB FROM 1 BY 1
                    UNTIL ROB-SUB > ROBOT-MAX.
            MOVE SPACES TO SNR.
            PERFORM WRITE-SN-PARA THRU WRITE-SN-PARA-X.
            MOVE SN-ITM-HEAD TO SNR.
            PERFORM WRITE-SN-PARA THRU WRITE-SN-PARA-X.
            PERFORM LIST-ITEM-PARA THRU LIST-ITEM-PARA-X
                    VARYING ITEM-SUB FROM 1 BY 1
                    UNTIL ITEM-SUB > ITEM-CNT.
            MOVE SPACES TO SNR.
            PERFORM WRITE-SN-PARA THRU WRITE-SN-PARA-X.
            STRING "========== REPLAY SUMMARY =========="
                   DELIMITED BY SIZE INTO SNR.
            PERFORM WRITE-SN-PARA THRU WRITE-SN-PARA-X.
            MOVE "AUDIT RECORDS REPLAYED: " TO SN-TRL-TXT.
            MOVE AH-READ-CNT TO SN-TRL-CNT.
            PERFORM WRITE-SN-TRL-PARA THRU WRITE-SN-TRL-PARA-X.
            MOVE "GOTO STEPS REPLAYED:    " TO SN-TRL-TXT.
            MOVE STEP-CNT TO SN-TRL-CNT.
            PERFORM WRITE-SN-TRL-PARA THRU WRITE-SN-TRL-PARA-X.
            MOVE "ITEM EVENTS REPLAYED:   " TO SN-TRL-TXT.
            MOVE IH-READ-CNT TO SN-TRL-CNT.
            PERFORM WRITE-SN-TRL-PARA THRU WRITE-SN-TRL-PARA-X.
            MOVE "ROBOTS ON THE BOARD:    " TO SN-TRL-TXT.
            MOVE ROB-ON-CNT TO SN-TRL-CNT.
            PERFORM WRITE-SN-TRL-PARA THRU WRITE-SN-TRL-PARA-X.
            MOVE "ITEMS LOCATED:          " TO SN-TRL-TXT.
            MOVE ITEM-LOC-CNT TO SN-TRL-CNT.
            PERFORM WRITE-SN-TRL-PARA THRU WRITE-SN-TRL-PARA-X.
            DISPLAY "ROBOSNAP: AT " AT-DATE " " AT-HMS
                    " AUDIT " AH-READ-CNT
                    " EVENTS " IH-READ-CNT
                    " ROBOTS " ROB-ON-CNT
                    " ITEMS " ITEM-LOC-CNT.
       LIST-PARA-X. EXIT.

       LIST-ROB-PARA.
            MOVE ROB-SUB TO SR-ROBOT.
            IF ROB-PLACED (ROB-SUB) IS = 'Y'
                ADD 1 TO ROB-ON-CNT
                MOVE "ON BOARD" TO SR-STATUS
                MOVE SPACES TO SR-CELL
                MOVE ROB-ROW (ROB-SUB) TO SR-ROW
                MOVE ROB-COL (ROB-SUB) TO SR-COL
                MOVE ROB-FACE (ROB-SUB) TO SR-FACE
            ELSE
                MOVE "NOT PLACED" TO SR-STATUS
                MOVE SPACES TO SR-CELL SR-FACE.
            MOVE ROB-ITEM (ROB-SUB) TO SR-ITEM.
            MOVE ROB-LAST-CMD (ROB-SUB) TO SR-CMD.
            MOVE ROB-LAST-STAMP (ROB-SUB) TO SR-STAMP.
            MOVE ROB-LAST-RUN (ROB-SUB) TO SR-RUN.
            MOVE SN-ROB-DTL TO SNR.
            PERFORM WRITE-SN-PARA THRU WRITE-SN-PARA-X.
       LIST-ROB-PARA-X. EXIT.

      ******************************************************************
      * LIST-ITEM-PARA - A CARRIED ITEM IS SHOWN AT ITS ROBOT'S CELL
      * WHEN THE ROBOT IS ON THE BOARD, OTHERWISE AT THE CELL IT WAS
      * PICKED FROM.
      ******************************************************************
       LIST-ITEM-PARA.
            MOVE ITM-ID (ITEM-SUB) TO SI-ID.
            MOVE ITM-ROW (ITEM-SUB) TO SI-ROW.
            MOVE ITM-COL (ITEM-SUB) TO SI-COL.
            MOVE ITM-TYPE (ITEM-SUB) TO SI-TYPE.
            MOVE ITM-STAMP (ITEM-SUB) TO SI-STAMP.
            IF ITM-TYPE (ITEM-SUB) IS = "DROP"
                MOVE "ON FLOOR" TO SI-WHERE
            ELSE
                MOVE SPACES TO SI-WHERE
                STRING "ON ROBOT " ITM-ROBOT (ITEM-SUB)
                       DELIMITED BY SIZE INTO SI-WHERE
                IF ITM-ROBOT (ITEM-SUB) IS NUMERIC
                    MOVE ITM-ROBOT (ITEM-SUB) TO ROB-SUB
                    IF ROB-SUB IS NOT LESS THAN 01
                            AND ROB-SUB IS NOT GREATER THAN ROBOT-MAX
                        IF ROB-PLACED (ROB-SUB) IS = 'Y'
                            MOVE ROB-ROW (ROB-SUB) TO SI-ROW
                            MOVE ROB-COL (ROB-SUB) TO SI-COL.
            MOVE SN-ITM-DTL TO SNR.
            PERFORM WRITE-SN-PARA THRU WRITE-SN-PARA-X.
       LIST-ITEM-PARA-X. EXIT.

       WRITE-SN-TRL-PARA.
            MOVE SPACES TO SNR.
            MOVE SN-TRAILER TO SNR.
            PERFORM WRITE-SN-PARA THRU WRITE-SN-PARA-X.
       WRITE-SN-TRL-PARA-X. EXIT.

       WRITE-SN-PARA.
            WRITE SNR.
            PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
       WRITE-SN-PARA-X. EXIT.

      ******************************************************************
      * MAP-PARA - DRAWS THE TABLETOP MAP AS IT STOOD AT THE MOMENT,
      * LAID OUT EXACTLY LIKE ROBOPGM'S END-OF-JOB MPFILE MAP, WITH
      * FLOOR ITEMS ADDED.
      ******************************************************************
       MAP-PARA.
            ADD TBL-COLS 2 GIVING MAP-WIDTH.
            MOVE SPACES TO MAP-REC.
            STRING "TABLETOP MAP " DELIMITED BY SIZE
                   TBL-ROWS DELIMITED BY SIZE
                   " ROWS X " DELIMITED BY SIZE
                   TBL-COLS DELIMITED BY SIZE
                   " COLS AT " DELIMITED BY SIZE
                   AT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AT-HMS DELIMITED BY SIZE INTO MAP-REC.
            PERFORM WRITE-MAP-PARA THRU WRITE-MAP-PARA-X.
            PERFORM MAP-BORDER-PARA THRU MAP-BORDER-PARA-X.
            PERFORM MAP-ROW-PARA THRU MAP-ROW-PARA-X
                    VARYING MAP-ROW FROM 1 BY 1
                    UNTIL MAP-ROW > TBL-ROWS.
            PERFORM MAP-BORDER-PARA THRU MAP-BORDER-PARA-X.
            MOVE SPACES TO MAP-REC.
            STRING "X=OBSTACLE +=VISITED I=ITEM E/W/N/S=ROBOT FACING"
                   DELIMITED BY SIZE INTO MAP-REC.
            PERFORM WRITE-MAP-PARA THRU WRITE-MAP-PARA-X.
       MAP-PARA-X. EXIT.

       MAP-BORDER-PARA.
            MOVE SPACES TO MAP-LINE-T.
            PERFORM MAP-STAR-PARA THRU MAP-STAR-PARA-X
                    VARYING MAP-POS FROM 1 BY 1
                    UNTIL MAP-POS > MAP-WIDTH.
            MOVE MAP-LINE-T TO MAP-REC.
            PERFORM WRITE-MAP-PARA THRU WRITE-MAP-PARA-X.
       MAP-BORDER-PARA-X. EXIT.

       MAP-STAR-PARA.
            MOVE '*' TO MAP-CH (MAP-POS).
       MAP-STAR-PARA-X. EXIT.

       MAP-ROW-PARA.
            MOVE SPACES TO MAP-LINE-T.
            MOVE '*' TO MAP-CH (1).
            MOVE '*' TO MAP-CH (MAP-WIDTH).
            PERFORM MAP-CELL-PARA THRU MAP-CELL-PARA-X
                    VARYING MAP-COL FROM 1 BY 1
                    UNTIL MAP-COL > TBL-COLS.
            MOVE MAP-LINE-T TO MAP-REC.
            PERFORM WRITE-MAP-PARA THRU WRITE-MAP-PARA-X.
       MAP-ROW-PARA-X. EXIT.

       MAP-CELL-PARA.
            MOVE '.' TO MAP-CELL-CH.
            IF CELL-TRAIL (MAP-ROW, MAP-COL) IS = 'Y'
                MOVE '+' TO MAP-CELL-CH.
            IF CELL-ITEM (MAP-ROW, MAP-COL) IS = 'Y'
                MOVE 'I' TO MAP-CELL-CH.
            IF CELL-OB (MAP-ROW, MAP-COL) IS = 'Y'
                MOVE 'X' TO MAP-CELL-CH.
            PERFORM MAP-ROB-PARA THRU MAP-ROB-PARA-X
                    VARYING ROB-SUB FROM 1 BY 1
                    UNTIL ROB-SUB > ROBOT-MAX.
            ADD 1 MAP-COL GIVING MAP-POS.
            MOVE MAP-CELL-CH TO MAP-CH (MAP-POS).
       MAP-CELL-PARA-X. EXIT.

       MAP-ROB-PARA.
            IF ROB-PLACED (ROB-SUB) = 'Y'
                    AND ROB-ROW (ROB-SUB) + 1 = MAP-ROW
                    AND ROB-COL (ROB-SUB) + 1 = MAP-COL
                EVALUATE ROB-FACE (ROB-SUB)
                   WHEN "EAST" MOVE "E" TO MAP-CELL-CH
                   WHEN "WEST" MOVE "W" TO MAP-CELL-CH
                   WHEN "NORTH" MOVE "N" TO MAP-CELL-CH
                   WHEN "SOUTH" MOVE "S" TO MAP-CELL-CH
                END-EVALUATE.
       MAP-ROB-PARA-X. EXIT.

       WRITE-MAP-PARA.
            WRITE MAP-REC.
            PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
       WRITE-MAP-PARA-X. EXIT.

       CLOSE-PARA.
           CLOSE TBFILE.
           PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
           CLOSE OBFILE.
           PERFORM CHECK-FS2-PARA THRU CHECK-FS2-PARA-X.
           CLOSE AHFILE.
           PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
           CLOSE IHFILE.
           PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
           CLOSE SNFILE.
           PERFORM CHECK-FS3-PARA THRU CHECK-FS3-PARA-X.
           CLOSE SMFILE.
           PERFORM CHECK-FS4-PARA THRU CHECK-FS4-PARA-X.
           IF AH-READ-CNT IS = ZERO
               MOVE 04 TO RETURN-CODE.

      ******************************************************************
      * CHECK-FS-PARA AND FRIENDS - VERIFY THE FILE STATUS SET BY THE
      * LAST I/O CALL ON EACH FILE.  "00" IS ALWAYS GOOD; "10" IS END
      * OF FILE, GOOD ON THE INPUTS; "05" IS THE OPTIONAL OBFILE NOT
      * PRESENT.  ANYTHING ELSE IS FATAL.
      ******************************************************************
       CHECK-FS-PARA.
            IF FS IS NOT = "00" AND FS IS NOT = "10"
                DISPLAY "ROBOSNAP: PTFILE I/O ERROR - FILE STATUS " FS
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS-PARA-X. EXIT.

       CHECK-FS1-PARA.
            IF FS1 IS NOT = "00" AND FS1 IS NOT = "10"
                DISPLAY "ROBOSNAP: TBFILE I/O ERROR - FILE STATUS " FS1
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS1-PARA-X. EXIT.

       CHECK-FS2-PARA.
            IF FS2 IS NOT = "00" AND FS2 IS NOT = "10"
                                 AND FS2 IS NOT = "05"
                DISPLAY "ROBOSNAP: OBFILE I/O ERROR - FILE STATUS " FS2
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS2-PARA-X. EXIT.

       CHECK-FS3-PARA.
            IF FS3 IS NOT = "00"
                DISPLAY "ROBOSNAP: SNFILE I/O ERROR - FILE STATUS " FS3
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS3-PARA-X. EXIT.

       CHECK-FS4-PARA.
            IF FS4 IS NOT = "00"
                DISPLAY "ROBOSNAP: SMFILE I/O ERROR - FILE STATUS " FS4
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS4-PARA-X. EXIT.

       CHECK-FS8-PARA.
            IF FS8 IS NOT = "00" AND FS8 IS NOT = "10"
                DISPLAY "ROBOSNAP: IHFILE I/O ERROR - FILE STATUS " FS8
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS8-PARA-X. EXIT.

       CHECK-FS9-PARA.
            IF FS9 IS NOT = "00" AND FS9 IS NOT = "10"
                DISPLAY "ROBOSNAP: AHFILE I/O ERROR - FILE STATUS " FS9
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS9-PARA-X. EXIT.
