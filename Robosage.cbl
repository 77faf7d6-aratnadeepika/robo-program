      ******************************************************************
      * Author:
      * Date:
      * Purpose: WEEKLY REJECT AGING REPORT.  READS THE SSFILE REJECT
      *          SUSPENSE MASTER THAT ROBOSUSP KEEPS AND LISTS EVERY
      *          OPEN REJECT BY DEPARTMENT WITH ITS AGE IN DAYS SINCE
      *          IT WAS FIRST REJECTED, THEN A LINE PER DEPARTMENT
      *          COUNTING ITS OPEN REJECTS BY AGE - UNDER 1 DAY, 1 TO
      *          6 DAYS, 7 TO 29 DAYS, AND 30 DAYS AND OVER - AND A
      *          GRAND TOTAL LINE, SO NOTHING GETS FORGOTTEN.
      *          CORRECTED, RESUBMITTED AND WRITTEN-OFF ENTRIES ARE
      *          NO LONGER WAITING ON ANYONE AND ARE NOT LISTED.  AGES
      *          ARE COUNTED TO THE RUN DATE.  ENDS WITH RETURN-CODE
      *          04 WHEN ANY REJECT HAS BEEN OPEN 30 DAYS OR MORE.
      * Tectonics: cobc
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      * 2026-10-15  DLR  INITIAL VERSION.  SSFILE LAYOUT IS ROBOSUSP'S -
      *                  KEEP IN STEP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROBOSAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFILE ASSIGN TO "SAFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS.

           SELECT SSFILE ASSIGN TO "SSFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-KEY
           FILE STATUS IS FS9.

       DATA DIVISION.
       FILE SECTION.

       FD SAFILE.
       01 SAR PIC X(110).

       FD SSFILE.
       01 SS-REC.
           05 SS-KEY.
              10 SS-DEPT PIC X(4).
              10 SS-RUN PIC X(8).
              10 SS-CMD PIC X(40).
           05 SS-SOURCE PIC X(4).
           05 SS-FIRST-DATE PIC 9(8).
           05 SS-REASON PIC X(35).
           05 SS-STATUS PIC X.
              88 SS-OPEN VALUE 'O'.
              88 SS-CORRECTED VALUE 'C'.
              88 SS-RESUBMITTED VALUE 'R'.
              88 SS-WRITTEN-OFF VALUE 'W'.
           05 SS-NEW-CMD PIC X(40).
           05 SS-ACT-DATE PIC 9(8).
           05 SS-ACT-BY PIC X(8).

       WORKING-STORAGE SECTION.
       01 FS PIC XX.
       01 FS9 PIC XX.
       01 SS-EOF PIC X VALUE 'N'.
       01 RUN-DATE PIC 9(8).
       01 RUN-DAYS PIC 9(7).
       01 AGE-DAYS PIC S9(7).
       01 SS-READ-CNT PIC 9(6) VALUE ZERO.
       01 OPEN-CNT PIC 9(6) VALUE ZERO.
       01 CUR-DEPT PIC X(4).
       01 DEPT-CNT PIC 9(6) VALUE ZERO.
       01 AGE-TOTALS.
           05 AGE-TOT OCCURS 2 TIMES.
              10 AGE-ALL PIC 9(6).
              10 AGE-NEW PIC 9(6).
              10 AGE-1 PIC 9(6).
              10 AGE-7 PIC 9(6).
              10 AGE-30 PIC 9(6).
       01 DEPT-SUB PIC 9 VALUE 1.
       01 GRAND-SUB PIC 9 VALUE 2.
       01 TOT-SUB PIC 9.
      ******************************************************************
      * DAY-NUMBER WORK AREA - DN-DATE IN, DN-DAYS OUT.  MARCH IS
      * COUNTED AS THE FIRST MONTH SO FEBRUARY'S LEAP DAY FALLS AT THE
      * END OF THE YEAR.
      ******************************************************************
       01 DN-DATE.
           05 DN-YEAR PIC 9(4).
           05 DN-MONTH PIC 99.
           05 DN-DAY PIC 99.
       01 DN-DAYS PIC 9(7).
       01 DN-Y PIC 9(4).
       01 DN-M PIC 99.
       01 DN-Q4 PIC 9(4).
       01 DN-Q100 PIC 9(4).
       01 DN-Q400 PIC 9(4).
       01 DN-MDAYS PIC 9(3).
       01 DN-WORK PIC 9(5).
       01 SA-HEAD.
           05 FILLER PIC X(6) VALUE "DEPT".
           05 FILLER PIC X(10) VALUE "RUN".
           05 FILLER PIC X(42) VALUE "RECORD".
           05 FILLER PIC X(10) VALUE "FIRST REJ".
           05 FILLER PIC X(6) VALUE "DAYS".
           05 FILLER PIC X(6) VALUE "REASON".
       01 SA-DTL.
           05 SA-DEPT PIC X(4).
           05 FILLER PIC XX VALUE SPACES.
           05 SA-RUN PIC X(8).
           05 FILLER PIC XX VALUE SPACES.
           05 SA-CMD PIC X(40).
           05 FILLER PIC XX VALUE SPACES.
           05 SA-FIRST PIC 9(8).
           05 FILLER PIC XX VALUE SPACES.
           05 SA-AGE PIC ZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 SA-REASON PIC X(35).
       01 SA-TOT.
           05 SA-TOT-LABEL PIC X(12).
           05 SA-TOT-DEPT PIC X(4).
           05 FILLER PIC X(7) VALUE "  OPEN ".
           05 SA-TOT-ALL PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE "  UNDER 1 DAY ".
           05 SA-TOT-NEW PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE "  1-6 DAYS ".
           05 SA-TOT-1 PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE "  7-29 DAYS ".
           05 SA-TOT-7 PIC ZZZZZ9.
           05 FILLER PIC X(13) VALUE "  30+ DAYS ".
           05 SA-TOT-30 PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO AGE-TOTALS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO DN-DATE.
           PERFORM DAY-NUMBER-PARA THRU DAY-NUMBER-PARA-X.
           MOVE DN-DAYS TO RUN-DAYS.
           PERFORM OPEN-PARA THRU OPEN-PARA-X.
           PERFORM START-PARA THRU START-PARA-X.
           PERFORM AGE-PARA THRU AGE-PARA-X
                   UNTIL SS-EOF = 'Y'.
           IF DEPT-CNT IS GREATER THAN ZERO
               PERFORM DEPT-BREAK-PARA THRU DEPT-BREAK-PARA-X.
           PERFORM CLOSE-PARA.
           STOP RUN.

       OPEN-PARA.
            OPEN INPUT SSFILE.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            OPEN OUTPUT SAFILE.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
            MOVE SPACES TO SAR.
            STRING "OPEN REJECT AGING AS OF " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE INTO SAR.
            PERFORM WRITE-SA-PARA THRU WRITE-SA-PARA-X.
            MOVE SPACES TO SAR.
            PERFORM WRITE-SA-PARA THRU WRITE-SA-PARA-X.
            MOVE SA-HEAD TO SAR.
            PERFORM WRITE-SA-PARA THRU WRITE-SA-PARA-X.
       OPEN-PARA-X. EXIT.

      ******************************************************************
      * START-PARA - POSITIONS AT THE TOP OF THE MASTER.  STATUS "23"
      * MEANS IT IS EMPTY - AN EMPTY REPORT, NOT AN ERROR.
      ******************************************************************
       START-PARA.
            MOVE LOW-VALUES TO SS-KEY.
            START SSFILE KEY IS NOT LESS THAN SS-KEY.
            IF FS9 IS = "23"
                MOVE 'Y' TO SS-EOF
            ELSE
                PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
       START-PARA-X. EXIT.

      ******************************************************************
      * AGE-PARA - THE MASTER IS IN DEPARTMENT ORDER, SO A CHANGE OF
      * DEPARTMENT CLOSES THE LAST ONE'S TOTAL LINE.  A FIRST-REJECTED
      * DATE AFTER THE RUN DATE (A CLOCK SET WRONG) AGES AS ZERO.
      ******************************************************************
       AGE-PARA.
            READ SSFILE NEXT RECORD AT END MOVE 'Y' TO SS-EOF.
            IF FS9 IS = "10"
                MOVE 'Y' TO SS-EOF.
            IF SS-EOF IS = 'Y'
                GO TO AGE-PARA-X.
            PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
            ADD 1 TO SS-READ-CNT.
            IF NOT SS-OPEN
                GO TO AGE-PARA-X.
            IF DEPT-CNT IS GREATER THAN ZERO
                    AND SS-DEPT IS NOT = CUR-DEPT
                PERFORM DEPT-BREAK-PARA THRU DEPT-BREAK-PARA-X.
            MOVE SS-DEPT TO CUR-DEPT.
            ADD 1 TO DEPT-CNT OPEN-CNT.
            MOVE SS-FIRST-DATE TO DN-DATE.
            PERFORM DAY-NUMBER-PARA THRU DAY-NUMBER-PARA-X.
            SUBTRACT DN-DAYS FROM RUN-DAYS GIVING AGE-DAYS.
            IF AGE-DAYS IS LESS THAN ZERO
                MOVE ZERO TO AGE-DAYS.
            PERFORM COUNT-AGE-PARA THRU COUNT-AGE-PARA-X
                    VARYING TOT-SUB FROM 1 BY 1
                    UNTIL TOT-SUB > GRAND-SUB.
            MOVE SS-DEPT TO SA-DEPT.
            MOVE SS-RUN TO SA-RUN.
            MOVE SS-CMD TO SA-CMD.
            MOVE SS-FIRST-DATE TO SA-FIRST.
            MOVE AGE-DAYS TO SA-AGE.
            MOVE SS-REASON TO SA-REASON.
            MOVE SA-DTL TO SAR.
            PERFORM WRITE-SA-PARA THRU WRITE-SA-PARA-X.
       AGE-PARA-X. EXIT.

       COUNT-AGE-PARA.
            ADD 1 TO AGE-ALL (TOT-SUB).
            IF AGE-DAYS IS LESS THAN 1
                ADD 1 TO AGE-NEW (TOT-SUB)
            ELSE IF AGE-DAYS IS LESS THAN 7
                ADD 1 TO AGE-1 (TOT-SUB)
            ELSE IF AGE-DAYS IS LESS THAN 30
                ADD 1 TO AGE-7 (TOT-SUB)
            ELSE
                ADD 1 TO AGE-30 (TOT-SUB).
       COUNT-AGE-PARA-X. EXIT.

       DEPT-BREAK-PARA.
            MOVE "DEPT TOTAL  " TO SA-TOT-LABEL.
            MOVE CUR-DEPT TO SA-TOT-DEPT.
            MOVE DEPT-SUB TO TOT-SUB.
            PERFORM WRITE-TOT-PARA THRU WRITE-TOT-PARA-X.
            MOVE SPACES TO SAR.
            PERFORM WRITE-SA-PARA THRU WRITE-SA-PARA-X.
            MOVE ZERO TO AGE-ALL (DEPT-SUB) AGE-NEW (DEPT-SUB)
                         AGE-1 (DEPT-SUB) AGE-7 (DEPT-SUB)
                         AGE-30 (DEPT-SUB).
            MOVE ZERO TO DEPT-CNT.
       DEPT-BREAK-PARA-X. EXIT.

       WRITE-TOT-PARA.
            MOVE AGE-ALL (TOT-SUB) TO SA-TOT-ALL.
            MOVE AGE-NEW (TOT-SUB) TO SA-TOT-NEW.
            MOVE AGE-1 (TOT-SUB) TO SA-TOT-1.
            MOVE AGE-7 (TOT-SUB) TO SA-TOT-7.
            MOVE AGE-30 (TOT-SUB) TO SA-TOT-30.
            MOVE SA-TOT TO SAR.
            PERFORM WRITE-SA-PARA THRU WRITE-SA-PARA-X.
       WRITE-TOT-PARA-X. EXIT.

      ******************************************************************
      * DAY-NUMBER-PARA - TURNS DN-DATE (YYYYMMDD) INTO A RUNNING DAY
      * NUMBER SO TWO DATES CAN BE SUBTRACTED.  EVERY DIVISION IS
      * DONE INTO A WHOLE-NUMBER FIELD SO IT TRUNCATES AS IT MUST.
      ******************************************************************
       DAY-NUMBER-PARA.
            MOVE DN-YEAR TO DN-Y.
            MOVE DN-MONTH TO DN-M.
            IF DN-M IS LESS THAN 3
                SUBTRACT 1 FROM DN-Y
                ADD 12 TO DN-M.
            DIVIDE DN-Y BY 4 GIVING DN-Q4.
            DIVIDE DN-Y BY 100 GIVING DN-Q100.
            DIVIDE DN-Y BY 400 GIVING DN-Q400.
            COMPUTE DN-WORK = 153 * (DN-M - 3) + 2.
            DIVIDE DN-WORK BY 5 GIVING DN-MDAYS.
            COMPUTE DN-DAYS = 365 * DN-Y + DN-Q4 - DN-Q100 + DN-Q400
                            + DN-MDAYS + DN-DAY.
       DAY-NUMBER-PARA-X. EXIT.

       WRITE-SA-PARA.
            WRITE SAR.
            PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
       WRITE-SA-PARA-X. EXIT.

       CLOSE-PARA.
           MOVE "GRAND TOTAL " TO SA-TOT-LABEL.
           MOVE "ALL " TO SA-TOT-DEPT.
           MOVE GRAND-SUB TO TOT-SUB.
           PERFORM WRITE-TOT-PARA THRU WRITE-TOT-PARA-X.
           DISPLAY "ROBOSAGE: READ " SS-READ-CNT
                   " OPEN " OPEN-CNT
                   " OVER 30 DAYS " AGE-30 (GRAND-SUB).
           CLOSE SSFILE.
           PERFORM CHECK-FS9-PARA THRU CHECK-FS9-PARA-X.
           CLOSE SAFILE.
           PERFORM CHECK-FS-PARA THRU CHECK-FS-PARA-X.
           IF AGE-30 (GRAND-SUB) IS GREATER THAN ZERO
               MOVE 04 TO RETURN-CODE.

      ******************************************************************
      * CHECK-FS-PARA / CHECK-FS9-PARA - VERIFY THE FILE STATUS SET BY
      * THE LAST SAFILE/SSFILE I/O CALL.  "00" IS GOOD AND "10" IS END
      * OF THE MASTER; ANYTHING ELSE IS FATAL.
      ******************************************************************
       CHECK-FS-PARA.
            IF FS IS NOT = "00"
                DISPLAY "ROBOSAGE: SAFILE I/O ERROR - FILE STATUS " FS
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS-PARA-X. EXIT.

       CHECK-FS9-PARA.
            IF FS9 IS NOT = "00" AND FS9 IS NOT = "10"
                DISPLAY "ROBOSAGE: SSFILE I/O ERROR - FILE STATUS " FS9
                MOVE 16 TO RETURN-CODE
                STOP RUN.

       CHECK-FS9-PARA-X. EXIT.
