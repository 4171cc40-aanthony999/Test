       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATREFL - ROW/COLUMN REFERENCE MASTER LOOKUP.  GIVEN AN AXIS  *
      * (R = ROW, C = COLUMN), A ROW OR COLUMN NUMBER AND A BUSINESS  *
      * DATE, RETURNS THE CODE, DESCRIPTION AND THREE GROUPING        *
      * LEVELS OF THE REFMAST ENTRY IN EFFECT ON THAT DATE - THE ONE  *
      * WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.  SHARED SO EVERY *
      * REPORT THAT PRINTS A ROW OR COLUMN NUMBER CAN PRINT ITS LABEL *
      * BESIDE IT THE SAME WAY.  THE MASTER IS LOADED ON THE FIRST    *
      * CALL AND HELD FOR THE REST OF THE STEP.  THE RESULT BYTE SAYS *
      * F WHEN AN ENTRY WAS FOUND, M WHEN THE MASTER HAS NO ENTRY FOR *
      * THAT NUMBER ON THAT DATE (AN EXCEPTION FOR THE CALLER TO      *
      * FLAG), AND E WHEN THE MASTER IS EMPTY OR NOT SUPPLIED, SO A   *
      * JOB RUN WITHOUT ONE PRINTS AS IT ALWAYS DID.                  *
      *****************************************************************

       PROGRAM-ID. MATREFL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ROW/COLUMN REFERENCE MASTER, MAINTAINED BY MATREFM
           SELECT REF-FILE ASSIGN TO REFMAST
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REF-FILE
           RECORDING MODE IS F.
       1   REF-REC.
      * R = ROW, C = COLUMN
        2   REF-AXIS PIC X.
        2   REF-NUM PIC 9(5).
      * FIRST BUSINESS DATE THE ENTRY APPLIES TO, DD-MM-YYYY
        2   REF-EFF-DATE PIC X(10).
        2   REF-EFF-PARTS REDEFINES REF-EFF-DATE.
         3   REF-EFF-DD PIC XX.
         3   FILLER PIC X.
         3   REF-EFF-MM PIC XX.
         3   FILLER PIC X.
         3   REF-EFF-YYYY PIC X(4).
        2   REF-CODE PIC X(8).
        2   REF-DESC PIC X(30).
      * GROUPING LEVELS 1 (LOWEST) THROUGH 3 (HIGHEST)
        2   REF-GROUP PIC X(8) OCCURS 3 TIMES.
        2   REF-MAINT-DATE PIC X(10).
        2   REF-MAINT-TIME PIC X(8).
        2   FILLER PIC X(4).

       WORKING-STORAGE SECTION.

      * THE MASTER, HELD FOR THE LIFE OF THE STEP, WITH A YYYYMMDD
      * KEY BESIDE EACH EFFECTIVE DATE SO DATES CAN BE COMPARED
       1   REF-TBL.
        2   REF-ENTRY OCCURS 4000 TIMES.
         3   RT-AXIS PIC X.
         3   RT-NUM PIC 9(5).
         3   RT-EFF-KEY PIC X(8).
         3   RT-EFF-DATE PIC X(10).
         3   RT-CODE PIC X(8).
         3   RT-DESC PIC X(30).
         3   RT-GROUP PIC X(8) OCCURS 3 TIMES.
       1   REF-COUNT PIC 9(9) COMP VALUE ZERO.
       1   REF-IX PIC 9(9) COMP.
       1   BEST-IX PIC 9(9) COMP.
       1   REF-LOADED-FLAG PIC X VALUE "N".
        88 REF-LOADED VALUE "Y".
       1   REF-AT-END PIC X VALUE "N".
        88 REF-SCAN-DONE VALUE "Y".

      * THE BUSINESS DATE ASKED ABOUT, AS A YYYYMMDD KEY
       1   BUS-DATE-WORK.
        2   BD-DD PIC XX.
        2   FILLER PIC X.
        2   BD-MM PIC XX.
        2   FILLER PIC X.
        2   BD-YYYY PIC X(4).
       1   BUS-KEY.
        2   BK-YYYY PIC X(4).
        2   BK-MM PIC XX.
        2   BK-DD PIC XX.

       LINKAGE SECTION.
       1   REFL-AREA.
        2   REFL-AXIS PIC X.
        2   REFL-NUM PIC 9(5).
        2   REFL-BUS-DATE PIC X(10).
      * F = FOUND, M = MISSING FOR THE DATE, E = MASTER EMPTY
        2   REFL-RESULT PIC X.
        2   REFL-CODE PIC X(8).
        2   REFL-DESC PIC X(30).
        2   REFL-GROUP PIC X(8) OCCURS 3 TIMES.
        2   REFL-EFF-DATE PIC X(10).

       PROCEDURE DIVISION USING REFL-AREA.
       MAIN-PROCESS.
           IF NOT REF-LOADED
               PERFORM LOAD-REFERENCE-MASTER
           END-IF

           MOVE SPACES TO REFL-CODE
           MOVE SPACES TO REFL-DESC
           MOVE SPACES TO REFL-GROUP(1)
           MOVE SPACES TO REFL-GROUP(2)
           MOVE SPACES TO REFL-GROUP(3)
           MOVE SPACES TO REFL-EFF-DATE
           IF REF-COUNT = ZERO
               MOVE "E" TO REFL-RESULT
               GOBACK
           END-IF

      * THE ENTRY IN EFFECT IS THE LATEST ONE FOR THE AXIS AND NUMBER
      * WHOSE EFFECTIVE DATE IS NOT AFTER THE BUSINESS DATE
           MOVE REFL-BUS-DATE TO BUS-DATE-WORK
           MOVE BD-YYYY TO BK-YYYY
           MOVE BD-MM TO BK-MM
           MOVE BD-DD TO BK-DD
           MOVE ZERO TO BEST-IX
           PERFORM VARYING REF-IX FROM 1 BY 1 UNTIL REF-IX > REF-COUNT
               IF RT-AXIS(REF-IX) = REFL-AXIS
                   AND RT-NUM(REF-IX) = REFL-NUM
                   AND RT-EFF-KEY(REF-IX) NOT > BUS-KEY
                   IF BEST-IX = ZERO
                       MOVE REF-IX TO BEST-IX
                   ELSE
                       IF RT-EFF-KEY(REF-IX) > RT-EFF-KEY(BEST-IX)
                           MOVE REF-IX TO BEST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BEST-IX = ZERO
               MOVE "M" TO REFL-RESULT
           ELSE
               MOVE "F" TO REFL-RESULT
               MOVE RT-CODE(BEST-IX) TO REFL-CODE
               MOVE RT-DESC(BEST-IX) TO REFL-DESC
               MOVE RT-GROUP(BEST-IX, 1) TO REFL-GROUP(1)
               MOVE RT-GROUP(BEST-IX, 2) TO REFL-GROUP(2)
               MOVE RT-GROUP(BEST-IX, 3) TO REFL-GROUP(3)
               MOVE RT-EFF-DATE(BEST-IX) TO REFL-EFF-DATE
           END-IF
           GOBACK.

      *****************************************************************
      * LOAD-REFERENCE-MASTER - READ REFMAST INTO THE TABLE ONCE PER  *
      * STEP.  AN OVERSIZE MASTER IS REPORTED AND ITS EXCESS ENTRIES  *
      * LEFT OUT, SO THE NUMBERS THEY COVER SHOW AS MISSING RATHER    *
      * THAN WITH A WRONG LABEL.                                      *
      *****************************************************************
       LOAD-REFERENCE-MASTER.
           SET REF-LOADED TO TRUE
           OPEN INPUT REF-FILE
           PERFORM UNTIL REF-SCAN-DONE
               READ REF-FILE
                   AT END SET REF-SCAN-DONE TO TRUE
                   NOT AT END
                       IF REF-COUNT = 4000
                           DISPLAY "MATREFL0001 THE REFERENCE MASTER "
                               "EXCEEDS THE 4000-ENTRY TABLE - LATER "
                               "ENTRIES ARE NOT USED"
                           SET REF-SCAN-DONE TO TRUE
                       ELSE
                           ADD 1 TO REF-COUNT
                           MOVE REF-AXIS TO RT-AXIS(REF-COUNT)
                           MOVE REF-NUM TO RT-NUM(REF-COUNT)
                           MOVE REF-EFF-DATE TO RT-EFF-DATE(REF-COUNT)
                           MOVE REF-EFF-YYYY TO
                               RT-EFF-KEY(REF-COUNT)(1:4)
                           MOVE REF-EFF-MM TO RT-EFF-KEY(REF-COUNT)(5:2)
                           MOVE REF-EFF-DD TO RT-EFF-KEY(REF-COUNT)(7:2)
                           MOVE REF-CODE TO RT-CODE(REF-COUNT)
                           MOVE REF-DESC TO RT-DESC(REF-COUNT)
                           MOVE REF-GROUP(1) TO RT-GROUP(REF-COUNT, 1)
                           MOVE REF-GROUP(2) TO RT-GROUP(REF-COUNT, 2)
                           MOVE REF-GROUP(3) TO RT-GROUP(REF-COUNT, 3)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REF-FILE.
