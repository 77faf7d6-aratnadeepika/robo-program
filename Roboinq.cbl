      ******************************************************************
      * Author:
      * Date:
      * Purpose: OPERATOR INQUIRY SCREEN.  ANSWERS THE DAYTIME
      *          QUESTIONS - "WHERE IS ITEM X", "WHAT DID ROBOT 04
      *          DO LAST NIGHT", "WHY WAS RUN R1234 SHORT" - AT THE
      *          TERMINAL INSTEAD OF THROUGH A TCFILE OR XCFILE
      *          CONTROL RECORD AND A BATCH ROBOITRC OR ROBOXTRT.
      *          THREE LOOKUPS FROM ONE MENU SCREEN:
      *            I  ITEM  - CURRENT CELL, WEIGHT AND CLASS FROM
      *                       ITNEW PLUS THE ITEM'S LAST EVENTS
      *                       FROM THE ITEM HISTORY MASTER (IHFILE).
      *            R  ROBOT - CELL, FACING, CHARGE AND CARRIED ITEM
      *                       FROM THE LAST CKFILE CHECKPOINT PLUS
      *                       THE ROBOT'S LAST COMMANDS FROM THE
      *                       AUDIT HISTORY MASTER (AHFILE).
      *            U  RUN   - EVERY COMMAND AND REJECT OF ONE RUN ID
      *                       FROM AHFILE, A SCREEN AT A TIME.
      *          AN OPTIONAL FROM-DATE ON THE MENU STARTS THE
      *          HISTORY READS AT THAT DATE INSTEAD OF THE TOP OF
      *          THE MASTER.  EVERY FILE IS OPENED INPUT - THE
      *          SCREEN NEVER UPDATES A MASTER, SO IT IS SAFE TO RUN
      *          BESIDE THE DAY'S OTHER WORK.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  DLR  INITIAL VERSION.  CKFILE LAYOUT MIRRORS
      *                  ROBOPGM'S CKPT-REC AND THE AHFILE VIEWS
      *                  MIRROR ROBOSTAT'S - KEEP THEM IN STEP WHEN
      *                  EITHER LAYOUT CHANGES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ITNEW ASSIGN TO "ITNEW"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS.

           SELECT OPTIONAL CKFILE ASSIGN TO "CKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.

           SELECT OPTIONAL IHFILE ASSIGN TO "IHFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IH-KEY
           FILE STATUS IS FS8.

           SELECT OPTIONAL AHFILE ASSIGN TO "AHFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-KEY
           FILE STATUS IS FS9.

       DATA DIVISION.
       FILE SECTION.

       FD ITNEW.
       01 IT-REC PIC X(22).

       FD CKFILE.
       01 CK-REC PIC X(250).

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
       01 FS8 PIC XX.
       01 FS9 PIC XX.
       01 IT-EOF PIC X VALUE 'N'.
       01 CK-EOF PIC X VALUE 'N'.
       01 IH-EOF PIC X VALUE 'N'.
       01 AH-EOF PIC X VALUE 'N'.
       01 IH-OPEN-SW PIC X VALUE 'N'.
          88 IH-OPEN VALUE 'Y'.
       01 AH-OPEN-SW PIC X VALUE 'N'.
          88 AH-OPEN VALUE 'Y'.
       01 ROBOT-MAX PIC 99 VALUE 09.
       01 ROW-LO PIC 99 VALUE 05.
       01 COL-LO PIC 99 VALUE 20.
       01 CUR-ROB PIC 99.
       01 INQ-ROB PIC 99.
       01 INQ-TYPE PIC X.
          88 INQ-ITEM VALUE 'I'.
          88 INQ-ROBOT VALUE 'R'.
          88 INQ-RUN VALUE 'U'.
          88 INQ-EXIT VALUE 'X'.
       01 INQ-KEY PIC X(8).
       01 INQ-KEY-V REDEFINES INQ-KEY.
           05 INQ-KEY-ROB PIC XX.
           05 INQ-KEY-REST PIC X(6).
       01 INQ-FROM PIC X(8).
       01 INQ-FROM-N REDEFINES INQ-FROM PIC 9(8).
       01 INQ-MSG PIC X(60).
       01 INQ-TITLE PIC X(80).
       01 INQ-REPLY PIC X.
       01 INQ-LINE PIC X(80).
       01 INQ-ROW PIC 99.
       01 INQ-ROW-TOP PIC 99 VALUE 03.
       01 INQ-ROW-MAX PIC 99 VALUE 21.
       01 INQ-STOP-SW PIC X.
          88 INQ-STOP VALUE 'Y'.
       01 INQ-FOUND-SW PIC X.
          88 INQ-FOUND VALUE 'Y'.
       01 INQ-CNT PIC 9(6).
       01 INQ-REJ-CNT PIC 9(6).
       01 INQ-STEP-CNT PIC 9(6).
       01 RECENT-MAX PIC 99 VALUE 10.
       01 RECENT-CNT PIC 99.
       01 RECENT-SUB PIC 99.
       01 RECENT-TABLE.
           05 RECENT-ENTRY OCCURS 10 TIMES.
              10 RECENT-LINE PIC X(80).
       01 IT-REC-P.
           05 IT-ID PIC X(8).
           05 FILLER PIC X.
           05 IT-ROW PIC 99.
           05 FILLER PIC X.
           05 IT-COL PIC 99.
           05 FILLER PIC X.
           05 IT-WGT PIC X(5).
           05 FILLER PIC X.
           05 IT-CLS PIC X.
       01 CKPT-FOUND-SW PIC X.
          88 CKPT-FOUND VALUE 'Y'.
       01 CKPT-REC.
           05 CKPT-CNT PIC 9(6).
           05 FILLER PIC X.
           05 CKPT-REJ PIC 9(6).
           05 FILLER PIC X.
           05 CKPT-CUR PIC 99.
           05 FILLER PIC X.
           05 CKPT-RUN PIC X(8).
           05 FILLER PIC X.
           05 CKPT-ROBOT OCCURS 9 TIMES.
              10 CKPT-PLACED PIC X.
              10 CKPT-ROW PIC 99.
              10 CKPT-COL PIC 99.
              10 CKPT-FACE PIC X(5).
              10 CKPT-ITEM PIC X(8).
              10 CKPT-CHG PIC 9(4).
              10 FILLER PIC X.
       01 AU-LINE PIC X(89).
       01 AU-CMD-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-CMD PIC X(20).
              88 AU-GOTO-STEP VALUE "GOTO STEP".
           05 FILLER PIC X(51).
       01 AU-CMDF-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-CMD1 PIC X(5).
              88 AU-END-CMD VALUE "END".
           05 FILLER PIC X(13).
           05 AU-ROBOT PIC XX.
           05 FILLER PIC X(51).
       01 AU-HEAD-V REDEFINES AU-LINE.
           05 FILLER PIC X(18).
           05 AU-HEAD PIC X(4).
              88 AU-RUN-HDR VALUE "RUN ".
           05 FILLER PIC X(67).
       01 AU-TAG-V REDEFINES AU-LINE.
           05 FILLER PIC X(39).
           05 AU-TAG PIC X(9).
              88 AU-REJECTED VALUE "REJECTED ".
           05 AU-BODY PIC X(28).
           05 AU-RUN PIC X(8).
           05 FILLER PIC X(5).
       01 AU-BODY-V REDEFINES AU-LINE.
           05 FILLER PIC X(39).
           05 AU-RESULT PIC X(37).
           05 FILLER PIC X(13).
       01 AH-TIME-V.
           05 AH-TIME-HMS PIC 9(6).
           05 FILLER PIC 99.
       01 AH-LINE.
           05 AL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 AL-TIME PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 AL-CMD PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 AL-RESULT PIC X(37).
       01 IT-LINE.
           05 FILLER PIC X(14) VALUE "CURRENT CELL  ".
           05 ITL-ROW PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 ITL-COL PIC 99.
           05 FILLER PIC X(10) VALUE "  WEIGHT  ".
           05 ITL-WGT PIC X(5).
           05 FILLER PIC X(9) VALUE "  CLASS  ".
           05 ITL-CLS PIC X.
       01 RB-LINE.
           05 FILLER PIC X(14) VALUE "CELL          ".
           05 RBL-ROW PIC 99.
           05 FILLER PIC X VALUE SPACE.
           05 RBL-COL PIC 99.
           05 FILLER PIC X(10) VALUE "  FACING  ".
           05 RBL-FACE PIC X(5).
           05 FILLER PIC X(10) VALUE "  CHARGE  ".
           05 RBL-CHG PIC 9(4).
           05 FILLER PIC X(12) VALUE "  CARRYING  ".
           05 RBL-ITEM PIC X(8).
       01 CK-LINE.
           05 FILLER PIC X(29) VALUE "AS OF CHECKPOINT AT COMMAND  ".
           05 CKL-CNT PIC 9(6).
           05 FILLER PIC X(7) VALUE "  RUN  ".
           05 CKL-RUN PIC X(8).
       01 CNT-LINE.
           05 CNL-TXT PIC X(24).
           05 CNL-CNT PIC 9(6).
       SCREEN SECTION.
       01 INQ-MENU.
         05 BLANK SCREEN.
         05 LINE 1 COLUMN 1 VALUE IS 'ROBOINQ - OPERATOR INQUIRY'.
         05 LINE 1 COLUMN 30 VALUE IS '(READ ONLY)'.
         05 LINE 3 COLUMN 1 VALUE IS 'I = ITEM    R = ROBOT'.
         05 LINE 3 COLUMN 23 VALUE IS '    U = RUN    X = EXIT'.
         05 LINE 5 COLUMN 1 VALUE IS 'LOOKUP  :'.
         05 LINE 5 COLUMN 11 PIC X USING INQ-TYPE.
         05 LINE 6 COLUMN 1 VALUE IS 'KEY     :'.
         05 LINE 6 COLUMN 11 PIC X(8) USING INQ-KEY.
         05 LINE 6 COLUMN 21 VALUE IS '(ITEM ID, ROBOT 01-09, RUN ID)'.
         05 LINE 7 COLUMN 1 VALUE IS 'FROM    :'.
         05 LINE 7 COLUMN 11 PIC X(8) USING INQ-FROM.
         05 LINE 7 COLUMN 21 VALUE IS '(YYYYMMDD, BLANK = ALL HISTORY)'.
         05 LINE 9 COLUMN 1 PIC X(60) FROM INQ-MSG.
       01 INQ-HEAD.
         05 BLANK SCREEN.
         05 LINE 1 COLUMN 1 PIC X(80) FROM INQ-TITLE.
       01 INQ-MORE.
         05 LINE 23 COLUMN 1 VALUE IS 'ENTER = MORE    X = MENU :'.
         05 LINE 23 COLUMN 28 PIC X USING INQ-REPLY.
       01 INQ-DONE.
         05 LINE 23 COLUMN 1 VALUE IS 'ENTER = MENU             :'.
         05 LINE 23 COLUMN 28 PIC X USING INQ-REPLY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO INQ-TYPE INQ-KEY INQ-FROM INQ-MSG.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM MENU-PARA THRU MENU-PARA-X UNTIL INQ-EXIT.
           PERFORM CLOSE-PARA THRU CLOSE-PARA-X.
           STOP RUN.

      ******************************************************************
      * OPEN-PARA - OPENS THE TWO KEYED HISTORY MASTERS FOR THE LIFE
      * OF THE SESSION, INPUT ONLY.  EITHER MASTER MAY BE ABSENT (A
      * NEW SHOP, OR ONE BEING RELOADED) - THE LOOKUPS THAT NEED IT
      * SAY SO ON THE SCREEN AND THE REST STILL WORK.  ITNEW AND
      * CKFILE ARE PLAIN SEQUENTIAL FILES, OPENED AFRESH FOR EACH
      * LOOKUP SO A FILE REPLACED DURING THE DAY IS SEEN AT ONCE.
      ******************************************************************
       OPEN-PARA.
            OPEN INPUT IHFILE.
            PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
            IF FS8 IS = "00"
                MOVE 'Y' TO IH-OPEN-SW.
            OPEN INPUT AHFILE.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            IF FS9 IS = "00"
                MOVE 'Y' TO AH-OPEN-SW.
       OPEN-PARA-X. EXIT.

      ******************************************************************
      * MENU-PARA - SHOWS THE MENU, TAKES THE LOOKUP TYPE, KEY AND
      * OPTIONAL FROM-DATE, AND DISPATCHES.  A KEYING ERROR COMES
      * BACK TO THE MENU WITH THE REASON ON LINE 9.
      ******************************************************************
       MENU-PARA.
            DISPLAY INQ-MENU.
            ACCEPT INQ-MENU.
            MOVE SPACES TO INQ-MSG.
            IF INQ-EXIT
                GO TO MENU-PARA-X.
            IF (NOT INQ-ITEM) AND (NOT INQ-ROBOT) AND (NOT INQ-RUN)
                MOVE "LOOKUP MUST BE I, R, U OR X" TO INQ-MSG
                GO TO MENU-PARA-X.
            IF INQ-KEY IS = SPACES
                MOVE "KEY IS REQUIRED" TO INQ-MSG
                GO TO MENU-PARA-X.
            IF INQ-FROM IS = SPACES
                MOVE ZERO TO INQ-FROM-N
            ELSE IF INQ-FROM IS NOT NUMERIC
                MOVE "FROM DATE MUST BE YYYYMMDD OR BLANK" TO INQ-MSG
                GO TO MENU-PARA-X.
            MOVE 'N' TO INQ-STOP-SW.
            MOVE INQ-ROW-TOP TO INQ-ROW.
            IF INQ-ITEM
                PERFORM ITEM-INQ-PARA THRU ITEM-INQ-PARA-X
            ELSE IF INQ-ROBOT
                PERFORM ROBOT-INQ-PARA THRU ROBOT-INQ-PARA-X
            ELSE
                PERFORM RUN-INQ-PARA THRU RUN-INQ-PARA-X.
            IF INQ-FROM-N IS = ZERO
                MOVE SPACES TO INQ-FROM.
       MENU-PARA-X. EXIT.

      ******************************************************************
      * ITEM-INQ-PARA - ITEM LOOKUP.  THE ITEM'S CELL, WEIGHT AND
      * CLASS AS OF THE LAST ROBOPGM RUN COME FROM ITNEW; BELOW THEM
      * GO THE ITEM'S LAST (UP TO TEN) PICK/DROP EVENTS FROM IHFILE,
      * OLDEST FIRST, IN THE ORIGINAL IEFILE EVENT FORMAT.
      ******************************************************************
       ITEM-INQ-PARA.
            MOVE SPACES TO INQ-TITLE.
            STRING "ITEM INQUIRY - " DELIMITED BY SIZE
                   INQ-KEY DELIMITED BY SIZE INTO INQ-TITLE.
            DISPLAY INQ-HEAD.
            PERFORM ITEM-FIND-PARA THRU ITEM-FIND-PARA-X.
            IF INQ-FOUND
                MOVE IT-ROW TO ITL-ROW
                MOVE IT-COL TO ITL-COL
                MOVE IT-WGT TO ITL-WGT
                MOVE IT-CLS TO ITL-CLS
                MOVE IT-LINE TO INQ-LINE
            ELSE
                MOVE "NOT ON ITNEW" TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            MOVE SPACES TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            IF NOT IH-OPEN
                MOVE "ITEM HISTORY (IHFILE) NOT AVAILABLE" TO INQ-LINE
                PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X
                GO TO ITEM-INQ-DONE.
            MOVE ZERO TO RECENT-CNT INQ-CNT.
            MOVE 'N' TO IH-EOF.
            MOVE INQ-KEY TO IH-ID.
            MOVE INQ-FROM-N TO IH-DATE.
            MOVE ZERO TO IH-TIME IH-SEQ.
            START IHFILE KEY IS NOT LESS THAN IH-KEY.
            IF FS8 IS = "23"
                MOVE 'Y' TO IH-EOF
            ELSE
                PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
            PERFORM ITEM-EVENT-PARA THRU ITEM-EVENT-PARA-X
                    UNTIL IH-EOF = 'Y'.
            MOVE "ITEM EVENTS ON FILE:    " TO CNL-TXT.
            MOVE INQ-CNT TO CNL-CNT.
            MOVE CNT-LINE TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            MOVE "ITEM     DATE     TIME     RUN      RB RW CL TYPE"
                    TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            PERFORM SHOW-RECENT-PARA THRU SHOW-RECENT-PARA-X
                    VARYING RECENT-SUB FROM 1 BY 1
                    UNTIL RECENT-SUB > RECENT-CNT OR INQ-STOP.
       ITEM-INQ-DONE.
            PERFORM DONE-PARA THRU DONE-PARA-X.
       ITEM-INQ-PARA-X. EXIT.

      ******************************************************************
      * ITEM-FIND-PARA - SCANS ITNEW FOR THE ITEM AND LEAVES ITS
      * RECORD IN IT-REC-P WITH INQ-FOUND-SW SET.  NO ITNEW AT ALL
      * SIMPLY FINDS NOTHING.
      ******************************************************************
       ITEM-FIND-PARA.
            MOVE 'N' TO INQ-FOUND-SW.
            MOVE 'N' TO IT-EOF.
            OPEN INPUT ITNEW.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF FS IS NOT = "00"
                MOVE 'Y' TO IT-EOF.
            PERFORM ITEM-SCAN-PARA THRU ITEM-SCAN-PARA-X
                    UNTIL IT-EOF = 'Y' OR INQ-FOUND.
            CLOSE ITNEW.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
       ITEM-FIND-PARA-X. EXIT.

       ITEM-SCAN-PARA.
            READ ITNEW AT END MOVE 'Y' TO IT-EOF.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            IF IT-EOF IS = 'Y'
                GO TO ITEM-SCAN-PARA-X.
            MOVE IT-REC TO IT-REC-P.
            IF IT-ID IS = INQ-KEY
                MOVE 'Y' TO INQ-FOUND-SW.
       ITEM-SCAN-PARA-X. EXIT.

      ******************************************************************
      * ITEM-EVENT-PARA - READS THE ITEM HISTORY MASTER FORWARD FROM
      * THE START POSITION UNTIL THE ITEM ID CHANGES, KEEPING THE
      * LAST TEN EVENTS IN RECENT-TABLE.  WITHIN ONE ITEM THE MASTER
      * IS IN DATE/TIME/SEQ ORDER, SO THE LAST TEN READ ARE THE
      * LATEST TEN.
      ******************************************************************
       ITEM-EVENT-PARA.
            READ IHFILE NEXT RECORD AT END MOVE 'Y' TO IH-EOF.
            IF FS8 IS = "10"
                MOVE 'Y' TO IH-EOF.
            IF IH-EOF IS = 'Y'
                GO TO ITEM-EVENT-PARA-X.
            PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
            IF IH-ID IS NOT = INQ-KEY
                MOVE 'Y' TO IH-EOF
                GO TO ITEM-EVENT-PARA-X.
            ADD 1 TO INQ-CNT.
            MOVE IH-EVT TO INQ-LINE.
            PERFORM KEEP-RECENT-PARA THRU KEEP-RECENT-PARA-X.
       ITEM-EVENT-PARA-X. EXIT.

      ******************************************************************
      * ROBOT-INQ-PARA - ROBOT LOOKUP.  THE ROBOT'S CELL (BOARD
      * COORDINATES), FACING, CHARGE AND CARRIED ITEM COME FROM THE
      * LAST CKFILE CHECKPOINT ROBOPGM WROTE; BELOW THEM GO THE
      * ROBOT'S LAST (UP TO TEN) COMMANDS FROM AHFILE, OLDEST FIRST,
      * REJECTS INCLUDED.
      ******************************************************************
       ROBOT-INQ-PARA.
            IF INQ-KEY-ROB IS NOT NUMERIC
                    OR INQ-KEY-REST IS NOT = SPACES
                MOVE "ROBOT KEY MUST BE 01-09" TO INQ-MSG
                GO TO ROBOT-INQ-PARA-X.
            MOVE INQ-KEY-ROB TO INQ-ROB.
            IF INQ-ROB IS LESS THAN 01
                    OR INQ-ROB IS GREATER THAN ROBOT-MAX
                MOVE "ROBOT KEY MUST BE 01-09" TO INQ-MSG
                GO TO ROBOT-INQ-PARA-X.
            MOVE SPACES TO INQ-TITLE.
            STRING "ROBOT INQUIRY - ROBOT " DELIMITED BY SIZE
                   INQ-KEY-ROB DELIMITED BY SIZE INTO INQ-TITLE.
            DISPLAY INQ-HEAD.
            PERFORM CKPT-FIND-PARA THRU CKPT-FIND-PARA-X.
            IF NOT CKPT-FOUND
                MOVE "NO CHECKPOINT ON CKFILE" TO INQ-LINE
                PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X
            ELSE
                PERFORM ROBOT-CKPT-PARA THRU ROBOT-CKPT-PARA-X.
            MOVE SPACES TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            IF NOT AH-OPEN
                MOVE "AUDIT HISTORY (AHFILE) NOT AVAILABLE" TO INQ-LINE
                PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X
                GO TO ROBOT-INQ-DONE.
            MOVE ZERO TO RECENT-CNT INQ-CNT.
            PERFORM AH-START-PARA THRU AH-START-PARA-X.
            PERFORM ROBOT-AUDIT-PARA THRU ROBOT-AUDIT-PARA-X
                    UNTIL AH-EOF = 'Y'.
            MOVE "ROBOT COMMANDS ON FILE: " TO CNL-TXT.
            MOVE INQ-CNT TO CNL-CNT.
            MOVE CNT-LINE TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            PERFORM SHOW-RECENT-PARA THRU SHOW-RECENT-PARA-X
                    VARYING RECENT-SUB FROM 1 BY 1
                    UNTIL RECENT-SUB > RECENT-CNT OR INQ-STOP.
       ROBOT-INQ-DONE.
            PERFORM DONE-PARA THRU DONE-PARA-X.
       ROBOT-INQ-PARA-X. EXIT.

      ******************************************************************
      * CKPT-FIND-PARA - READS CKFILE TO THE END AND KEEPS THE LAST
      * CHECKPOINT RECORD IN CKPT-REC.  ROBOPGM WRITES ONE EVERY
      * CKPT-INTERVAL COMMANDS, SO THE LAST ONE CAN TRAIL THE END OF
      * THE NIGHT BY A FEW COMMANDS - THE SCREEN SAYS WHICH COMMAND
      * IT WAS TAKEN AT.
      ******************************************************************
       CKPT-FIND-PARA.
            MOVE 'N' TO CKPT-FOUND-SW.
            MOVE 'N' TO CK-EOF.
            OPEN INPUT CKFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            IF FS1 IS NOT = "00"
                MOVE 'Y' TO CK-EOF.
            PERFORM CKPT-READ-PARA THRU CKPT-READ-PARA-X
                    UNTIL CK-EOF = 'Y'.
            CLOSE CKFILE.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
       CKPT-FIND-PARA-X. EXIT.

       CKPT-READ-PARA.
            READ CKFILE AT END MOVE 'Y' TO CK-EOF.
            PERFORM CHECK-FS1-PARA THRU CHECK-FS1-PARA-X.
            IF CK-EOF IS = 'Y'
                GO TO CKPT-READ-PARA-X.
            MOVE CK-REC TO CKPT-REC.
            MOVE 'Y' TO CKPT-FOUND-SW.
       CKPT-READ-PARA-X. EXIT.

       ROBOT-CKPT-PARA.
            MOVE CKPT-CNT TO CKL-CNT.
            MOVE CKPT-RUN TO CKL-RUN.
            MOVE CK-LINE TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            IF CKPT-PLACED (INQ-ROB) IS NOT = 'Y'
                MOVE "NOT PLACED ON THE FLOOR" TO INQ-LINE
                PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X
                GO TO ROBOT-CKPT-PARA-X.
            SUBTRACT ROW-LO FROM CKPT-ROW (INQ-ROB) GIVING RBL-ROW.
            SUBTRACT COL-LO FROM CKPT-COL (INQ-ROB) GIVING RBL-COL.
            MOVE CKPT-FACE (INQ-ROB) TO RBL-FACE.
            MOVE CKPT-CHG (INQ-ROB) TO RBL-CHG.
            IF CKPT-ITEM (INQ-ROB) IS = SPACES
                MOVE "NOTHING" TO RBL-ITEM
            ELSE
                MOVE CKPT-ITEM (INQ-ROB) TO RBL-ITEM.
            MOVE RB-LINE TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
       ROBOT-CKPT-PARA-X. EXIT.

      ******************************************************************
      * ROBOT-AUDIT-PARA - READS AHFILE FORWARD FROM THE START
      * POSITION AND KEEPS THE ROBOT'S LAST TEN COMMAND RECORDS.  THE
      * ROBOT IS RESOLVED THE WAY ROBOSTAT'S ROBOT-OF-PARA DOES
      * (COLUMNS 37-38, BLANK MEANS ROBOT 01).  RUN HEADERS, "END"
      * AND "GOTO STEP" ROUTE RECORDS BELONG TO NO ONE ROBOT AND ARE
      * PASSED OVER - THE GOTO COMMAND RECORD ITSELF SHOWS WHERE THE
      * ROUTE ENDED.
      ******************************************************************
       ROBOT-AUDIT-PARA.
            PERFORM AH-READ-PARA THRU AH-READ-PARA-X.
            IF AH-EOF IS = 'Y'
                GO TO ROBOT-AUDIT-PARA-X.
            IF AU-GOTO-STEP OR AU-RUN-HDR OR AU-END-CMD
                GO TO ROBOT-AUDIT-PARA-X.
            MOVE ZERO TO CUR-ROB.
            IF AU-ROBOT IS = SPACES
                MOVE 01 TO CUR-ROB
            ELSE IF AU-ROBOT IS NUMERIC
                MOVE AU-ROBOT TO CUR-ROB.
            IF CUR-ROB IS NOT = INQ-ROB
                GO TO ROBOT-AUDIT-PARA-X.
            ADD 1 TO INQ-CNT.
            PERFORM AH-LINE-PARA THRU AH-LINE-PARA-X.
            PERFORM KEEP-RECENT-PARA THRU KEEP-RECENT-PARA-X.
       ROBOT-AUDIT-PARA-X. EXIT.

      ******************************************************************
      * RUN-INQ-PARA - RUN LOOKUP.  LISTS EVERY AHFILE RECORD STAMPED
      * WITH THE RUN ID - THE RUN HEADER, EACH COMMAND AND EACH
      * REJECT WITH ITS REASON - A SCREEN AT A TIME, THEN THE
      * COMMAND, REJECT AND ROUTE-STEP COUNTS.  "GOTO STEP" ROUTE
      * RECORDS ARE COUNTED BUT NOT LISTED; THEY WOULD BURY THE
      * COMMANDS.  A RUN ID REUSED ON ANOTHER NIGHT IS LISTED TOO -
      * THE FROM-DATE NARROWS IT TO THE NIGHT IN QUESTION.
      ******************************************************************
       RUN-INQ-PARA.
            MOVE SPACES TO INQ-TITLE.
            STRING "RUN INQUIRY - RUN " DELIMITED BY SIZE
                   INQ-KEY DELIMITED BY SIZE INTO INQ-TITLE.
            DISPLAY INQ-HEAD.
            IF NOT AH-OPEN
                MOVE "AUDIT HISTORY (AHFILE) NOT AVAILABLE" TO INQ-LINE
                PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X
                GO TO RUN-INQ-DONE.
            MOVE ZERO TO INQ-CNT INQ-REJ-CNT INQ-STEP-CNT.
            PERFORM AH-START-PARA THRU AH-START-PARA-X.
            PERFORM RUN-AUDIT-PARA THRU RUN-AUDIT-PARA-X
                    UNTIL AH-EOF = 'Y' OR INQ-STOP.
            IF INQ-STOP
                GO TO RUN-INQ-PARA-X.
            IF INQ-CNT IS = ZERO
                MOVE "NO RECORDS FOR THIS RUN" TO INQ-LINE
                PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            MOVE SPACES TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            MOVE "RUN RECORDS LISTED:     " TO CNL-TXT.
            MOVE INQ-CNT TO CNL-CNT.
            MOVE CNT-LINE TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            MOVE "REJECTED:               " TO CNL-TXT.
            MOVE INQ-REJ-CNT TO CNL-CNT.
            MOVE CNT-LINE TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
            MOVE "GOTO ROUTE STEPS:       " TO CNL-TXT.
            MOVE INQ-STEP-CNT TO CNL-CNT.
            MOVE CNT-LINE TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
       RUN-INQ-DONE.
            PERFORM DONE-PARA THRU DONE-PARA-X.
       RUN-INQ-PARA-X. EXIT.

       RUN-AUDIT-PARA.
            PERFORM AH-READ-PARA THRU AH-READ-PARA-X.
            IF AH-EOF IS = 'Y'
                GO TO RUN-AUDIT-PARA-X.
            IF AU-RUN IS NOT = INQ-KEY
                GO TO RUN-AUDIT-PARA-X.
            IF AU-GOTO-STEP
                ADD 1 TO INQ-STEP-CNT
                GO TO RUN-AUDIT-PARA-X.
            ADD 1 TO INQ-CNT.
            IF AU-REJECTED
                ADD 1 TO INQ-REJ-CNT.
            PERFORM AH-LINE-PARA THRU AH-LINE-PARA-X.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
       RUN-AUDIT-PARA-X. EXIT.

      ******************************************************************
      * AH-START-PARA - POSITIONS AHFILE AT THE FROM-DATE (ZERO WHEN
      * NONE WAS KEYED, SO THE TOP OF THE MASTER).  STATUS "23" MEANS
      * NOTHING IS ON FILE AT OR PAST THAT DATE - AN EMPTY ANSWER,
      * NOT AN ERROR.
      ******************************************************************
       AH-START-PARA.
            MOVE 'N' TO AH-EOF.
            MOVE INQ-FROM-N TO AH-DATE.
            MOVE ZERO TO AH-TIME AH-SEQ.
            START AHFILE KEY IS NOT LESS THAN AH-KEY.
            IF FS9 IS = "23"
                MOVE 'Y' TO AH-EOF
            ELSE
                PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
       AH-START-PARA-X. EXIT.

       AH-READ-PARA.
            READ AHFILE NEXT RECORD AT END MOVE 'Y' TO AH-EOF.
            IF FS9 IS = "10"
                MOVE 'Y' TO AH-EOF.
            IF AH-EOF IS = 'Y'
                GO TO AH-READ-PARA-X.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            MOVE AH-AUD TO AU-LINE.
       AH-READ-PARA-X. EXIT.

      ******************************************************************
      * AH-LINE-PARA - BUILDS THE SCREEN LINE FOR ONE AUDIT RECORD:
      * DATE, TIME (HHMMSS), THE 20-COLUMN COMMAND, AND EITHER THE
      * BEFORE/AFTER POSITIONS OR "REJECTED" AND THE REASON.
      ******************************************************************
       AH-LINE-PARA.
            MOVE AH-DATE TO AL-DATE.
            MOVE AH-TIME TO AH-TIME-V.
            MOVE AH-TIME-HMS TO AL-TIME.
            MOVE AU-CMD TO AL-CMD.
            MOVE AU-RESULT TO AL-RESULT.
            MOVE AH-LINE TO INQ-LINE.
       AH-LINE-PARA-X. EXIT.

      ******************************************************************
      * KEEP-RECENT-PARA - ADDS INQ-LINE TO THE END OF RECENT-TABLE,
      * DROPPING THE OLDEST ENTRY ONCE THE TABLE IS FULL.
      ******************************************************************
       KEEP-RECENT-PARA.
            IF RECENT-CNT IS LESS THAN RECENT-MAX
                ADD 1 TO RECENT-CNT
            ELSE
                PERFORM SHIFT-RECENT-PARA THRU SHIFT-RECENT-PARA-X
                        VARYING RECENT-SUB FROM 2 BY 1
                        UNTIL RECENT-SUB > RECENT-MAX.
            MOVE INQ-LINE TO RECENT-LINE (RECENT-CNT).
       KEEP-RECENT-PARA-X. EXIT.

       SHIFT-RECENT-PARA.
            MOVE RECENT-LINE (RECENT-SUB)
                    TO RECENT-LINE (RECENT-SUB - 1).
       SHIFT-RECENT-PARA-X. EXIT.

       SHOW-RECENT-PARA.
            MOVE RECENT-LINE (RECENT-SUB) TO INQ-LINE.
            PERFORM SHOW-LINE-PARA THRU SHOW-LINE-PARA-X.
       SHOW-RECENT-PARA-X. EXIT.

      ******************************************************************
      * SHOW-LINE-PARA - PUTS INQ-LINE ON THE NEXT SCREEN LINE.  A
      * FULL SCREEN WAITS ON THE OPERATOR: ENTER CLEARS IT AND
      * CARRIES ON UNDER THE SAME TITLE, X ABANDONS THE LOOKUP AND
      * GOES BACK TO THE MENU.
      ******************************************************************
       SHOW-LINE-PARA.
            IF INQ-STOP
                GO TO SHOW-LINE-PARA-X.
            IF INQ-ROW IS GREATER THAN INQ-ROW-MAX
                MOVE SPACE TO INQ-REPLY
                DISPLAY INQ-MORE
                ACCEPT INQ-MORE
                IF INQ-REPLY IS = 'X' OR INQ-REPLY IS = 'x'
                    MOVE 'Y' TO INQ-STOP-SW
                    GO TO SHOW-LINE-PARA-X
                END-IF
                DISPLAY INQ-HEAD
                MOVE INQ-ROW-TOP TO INQ-ROW.
            DISPLAY INQ-LINE AT LINE INQ-ROW COLUMN 1.
            ADD 1 TO INQ-ROW.
       SHOW-LINE-PARA-X. EXIT.

       DONE-PARA.
            IF INQ-STOP
                GO TO DONE-PARA-X.
            MOVE SPACE TO INQ-REPLY.
            DISPLAY INQ-DONE.
            ACCEPT INQ-DONE.
       DONE-PARA-X. EXIT.

      ******************************************************************
      * CHECK-FS-PARA AND FRIENDS - VERIFY THE FILE STATUS SET BY THE
      * LAST I/O CALL ON EACH FILE.  "00" IS GOOD, "10" IS END OF
      * FILE AND "05" AN ABSENT OPTIONAL FILE.  ANYTHING ELSE ENDS
      * THE SESSION - AN ANSWER READ FROM A DAMAGED FILE IS WORSE
      * THAN NO ANSWER.
      ******************************************************************
       CHECK-FS-PARA.
            IF FS IS NOT = "00" AND FS IS NOT = "10"
                                AND FS IS NOT = "05"
                DISPLAY "ROBOINQ: ITNEW I/O ERROR - FILE STATUS " FS
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS-PARA-X. EXIT.

       CHECK-FS1-PARA.
            IF FS1 IS NOT = "00" AND FS1 IS NOT = "10"
                                 AND FS1 IS NOT = "05"
                DISPLAY "ROBOINQ: CKFILE I/O ERROR - FILE STATUS " FS1
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS1-PARA-X. EXIT.

       CHECK-FS8-PARA.
            IF FS8 IS NOT = "00" AND FS8 IS NOT = "10"
                                 AND FS8 IS NOT = "05"
                DISPLAY "ROBOINQ: IHFILE I/O ERROR - FILE STATUS " FS8
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS8-PARA-X. EXIT.

       CHECK-FS9-PARA.
            IF FS9 IS NOT = "00" AND FS9 IS NOT = "10"
                                 AND FS9 IS NOT = "05"
                DISPLAY "ROBOINQ: AHFILE I/O ERROR - FILE STATUS " FS9
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS9-PARA-X. EXIT.

       CLOSE-PARA.
           CLOSE IHFILE.
           PERFORM CHECK-FS8-PARA THRU CHECK-FS8-PARA-X.
           CLOSE AHFILE.
           PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
       CLOSE-PARA-X. EXIT.
