       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATROLL - CONSOLIDATION ROLLUP OF THE ARRAY C RESULT BY THE   *
      * GROUPING LEVELS ON THE REFMAST ROW/COLUMN REFERENCE MASTER.   *
      * THE ROLLPARM CARD PICKS THE LEVEL TO ROLL THE ROWS UP TO AND  *
      * THE LEVEL TO ROLL THE COLUMNS UP TO - THE CODE ITSELF (0),    *
      * GROUPING LEVEL 1, 2 OR 3, OR T FOR EVERYTHING IN ONE TOTAL -  *
      * AND THE REPORT GIVES THE AMOUNT FOR EVERY ROW GROUP AND       *
      * COLUMN GROUP PAIR, A SUBTOTAL PER ROW GROUP, THE COLUMN GROUP *
      * TOTALS, AND A GRAND TOTAL TIED BACK TO THE SEGMENT'S TRAILER  *
      * HASH - THE CONTROL TOTAL THE BALANCING REPORT PROVES - SO THE *
      * CONSOLIDATED FIGURES ARE KNOWN TO ACCOUNT FOR EVERY CELL.     *
      * THE LABELS USED ARE THE ONES IN EFFECT ON THE SEGMENT'S       *
      * BUSINESS DATE.  A ROW OR COLUMN WITH NO REFERENCE ENTRY FOR   *
      * THE DATE IS ROLLED INTO A *NO REF* GROUP, LISTED AS AN        *
      * EXCEPTION, AND ENDS THE STEP RC=4; A GRAND TOTAL THAT DOES    *
      * NOT TIE ENDS IT RC=8.  A MULTI-SEGMENT MONTH-END RESULT ROLLS *
      * UP ITS FIRST SEGMENT - RUN MATXTRCT FIRST FOR ANY OTHER ONE.  *
      *****************************************************************

       PROGRAM-ID. MATROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE RESULT MATRIX WRITTEN BY THE TESTCOB GO STEP
           SELECT ARRAY-C-FILE ASSIGN TO ARRAYCOT
               ORGANIZATION IS SEQUENTIAL.
      * ROLLUP LEVEL CARD
           SELECT ROLL-PARM-FILE ASSIGN TO ROLLPARM
               ORGANIZATION IS SEQUENTIAL.
      * THE ROLLUP REPORT
           SELECT PRINT-FILE ASSIGN TO ROLLRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARRAY-C-FILE
           RECORDING MODE IS F.
       1   ARRAY-C-REC.
        2   ARRAY-C-REC-TYPE PIC X.
        2   FILLER PIC X(31).
       1   ARRAY-C-HDR.
        2   FILLER PIC X.
        2   ARRAY-C-HDR-DATE PIC X(10).
        2   ARRAY-C-HDR-ROWS PIC 9(5).
        2   ARRAY-C-HDR-COLS PIC 9(5).
        2   ARRAY-C-HDR-SOURCE PIC X(8).
        2   ARRAY-C-HDR-DEC PIC 9.
        2   FILLER PIC X(2).
       1   ARRAY-C-ELEM.
        2   FILLER PIC X.
        2   ARRAY-C-ELEM-VAL PIC S9(8).
        2   FILLER PIC X(23).
       1   ARRAY-C-WELEM.
        2   FILLER PIC X.
        2   ARRAY-C-WELEM-VAL PIC S9(18).
        2   FILLER PIC X(13).
       1   ARRAY-C-TRL.
        2   FILLER PIC X.
        2   ARRAY-C-TRL-COUNT PIC 9(9).
        2   ARRAY-C-TRL-HASH PIC S9(18).
        2   FILLER PIC X(4).

       FD  ROLL-PARM-FILE
           RECORDING MODE IS F.
      * EACH LEVEL IS 0 (THE CODE), 1, 2 OR 3 (THAT GROUPING LEVEL),
      * OR T (ONE TOTAL).  A BLANK ROW LEVEL MEANS 1; A BLANK COLUMN
      * LEVEL MEANS THE SAME AS THE ROW LEVEL
       1   ROLL-PARM-REC.
        2   RPARM-ROW-LEVEL PIC X.
        2   RPARM-COL-LEVEL PIC X.
        2   FILLER PIC X(78).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * THE SEGMENT'S DIMENSIONS AND SCALE, FROM ITS HEADER
       1   C-ROWS PIC 9(9) COMP.
       1   C-COLS PIC 9(9) COMP.
       1   C-DEC PIC 9(4) COMP VALUE ZERO.
       1   DEC-DIV PIC 9(9) COMP VALUE 1.
       1   SEG-DATE PIC X(10).

      * THE ROLLUP LEVELS, AFTER DEFAULTING
       1   ROW-LEVEL PIC X VALUE "1".
        88 ROW-LEVEL-VALID VALUES "0" "1" "2" "3" "T".
       1   COL-LEVEL PIC X VALUE SPACE.
        88 COL-LEVEL-VALID VALUES "0" "1" "2" "3" "T".
       1   AXIS-LEVEL PIC X.
       1   LEVEL-NUM PIC 9.

      * EACH ROW'S AND COLUMN'S GROUP AT THE CHOSEN LEVEL, AND THE
      * SORTED LIST OF DISTINCT GROUPS ON EACH AXIS
       1   ROW-GROUPS.
        2   ROW-GROUP-OF OCCURS 200 TIMES.
         3   ROW-GROUP-NAME PIC X(8).
         3   ROW-GROUP-IX PIC 9(9) COMP.
       1   COL-GROUPS.
        2   COL-GROUP-OF OCCURS 200 TIMES.
         3   COL-GROUP-NAME PIC X(8).
         3   COL-GROUP-IX PIC 9(9) COMP.
       1   RG-TBL.
        2   RG-NAME PIC X(8) OCCURS 200 TIMES.
       1   RG-COUNT PIC 9(9) COMP VALUE ZERO.
       1   CG-TBL.
        2   CG-NAME PIC X(8) OCCURS 200 TIMES.
       1   CG-COUNT PIC 9(9) COMP VALUE ZERO.

      * ROLLED-UP AMOUNTS - ONE PER ROW GROUP AND COLUMN GROUP PAIR,
      * PLUS THE ROW-GROUP SUBTOTALS AND COLUMN-GROUP TOTALS
       1   ROLL-GRID.
        2   ROLL-ROW OCCURS 200 TIMES.
         3   ROLL-AMT PIC S9(18) COMP-3 OCCURS 200 TIMES.
       1   RG-TOTALS.
        2   RG-TOT PIC S9(18) COMP-3 OCCURS 200 TIMES.
       1   CG-TOTALS.
        2   CG-TOT PIC S9(18) COMP-3 OCCURS 200 TIMES.
       1   GRAND-TOTAL PIC S9(18) COMP-3 VALUE ZERO.

      * ROWS AND COLUMNS WITH NO REFERENCE ENTRY FOR THE DATE
       1   MISSING-TBL.
        2   MISSING-ENTRY OCCURS 400 TIMES.
         3   MISSING-AXIS PIC X(6).
         3   MISSING-NUM PIC 9(5).
       1   MISSING-COUNT PIC 9(9) COMP VALUE ZERO.
       1   REF-MASTER-FLAG PIC X VALUE "Y".
        88 REF-MASTER-EMPTY VALUE "N".

      * LOOKUP AREA PASSED TO MATREFL
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

       1   I PIC 9(9) COMP.
       1   J PIC 9(9) COMP.
       1   K PIC 9(9) COMP.
       1   ELEM-COUNT PIC 9(9) COMP VALUE ZERO.
       1   ELEM-TARGET PIC 9(9) COMP.
       1   C-COUNT PIC 9(9) COMP VALUE ZERO.
       1   C-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   CELL-VAL PIC S9(18) COMP-3.
       1   GROUP-WORK PIC X(8).
       1   SWAP-NAME PIC X(8).
       1   FOUND-FLAG PIC X.
        88 GROUP-FOUND VALUE "Y".

      * PAGE CONTROL, AS IN MATPRINT
       1   PAGE-NUMBER PIC 9(4) COMP VALUE ZERO.
       1   LINE-COUNT PIC 9(4) COMP VALUE ZERO.
       1   PAGE-LIMIT PIC 9(4) COMP VALUE 50.

      * RUN DATE/TIME STAMP FOR THE PAGE HEADINGS
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).

      * AMOUNT EDITING - WHOLE UNITS, OR WITH THE DECIMAL POINT SHOWN
      * WHEN THE HEADER CARRIES A SCALE, AS IN TESTCOB
       1   AMT-VAL PIC S9(18) COMP-3.
       1   AMT-DEC PIC S9(18)V9(4) COMP-3.
       1   AMT-TEXT PIC X(24).
       1   AMT-WHOLE-WORK.
        2   FILLER PIC X(5) VALUE SPACE.
        2   AMT-WHOLE-EDIT PIC -(18)9.
       1   AMT-DEC-WORK.
        2   AMT-DEC-EDIT PIC -(18)9.9(4).

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(36)
                VALUE "BPGC RESULT CONSOLIDATION ROLLUP    ".
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
        2   FILLER PIC X(55) VALUE SPACE.
        2   FILLER PIC X(5) VALUE "PAGE ".
        2   HDG1-PAGE PIC ZZZ9.
       1   HEADING-2.
        2   FILLER PIC X(14) VALUE "BUSINESS DATE ".
        2   HDG2-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE ", ".
        2   HDG2-ROWS PIC ZZZZ9.
        2   FILLER PIC X(9) VALUE " ROWS BY ".
        2   HDG2-COLS PIC ZZZZ9.
        2   FILLER PIC X(21) VALUE " COLUMNS, ROW LEVEL  ".
        2   HDG2-ROW-LEVEL PIC X.
        2   FILLER PIC X(16) VALUE ", COLUMN LEVEL  ".
        2   HDG2-COL-LEVEL PIC X.
      * THE CAPTIONS ARE SIZED FIELD FOR FIELD AGAINST DETAIL-LINE
       1   HEADING-3.
        2   FILLER PIC X(10) VALUE SPACE.
        2   FILLER PIC X(8) VALUE "ROW GRP".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(8) VALUE "COL GRP".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(24) VALUE "                  AMOUNT".
       1   DETAIL-LINE.
        2   DTL-KIND PIC X(10).
        2   DTL-ROW-GROUP PIC X(8).
        2   FILLER PIC X(2) VALUE SPACE.
        2   DTL-COL-GROUP PIC X(8).
        2   FILLER PIC X(2) VALUE SPACE.
        2   DTL-AMT PIC X(24).
       1   EXCEPTION-HEADING.
        2   FILLER PIC X(40)
                VALUE "ROWS AND COLUMNS WITH NO REFERENCE ENTRY".
        2   FILLER PIC X(14) VALUE " FOR THE DATE ".
        2   EXH-DATE PIC X(10).
       1   EXCEPTION-LINE.
        2   FILLER PIC X(10) VALUE SPACE.
        2   EXC-AXIS PIC X(6).
        2   FILLER PIC X VALUE SPACE.
        2   EXC-NUM PIC ZZZZ9.
        2   FILLER PIC X(27) VALUE "  ROLLED UP UNDER *NO REF*".
       1   NO-EXCEPTION-LINE.
        2   FILLER PIC X(10) VALUE SPACE.
        2   FILLER PIC X(4) VALUE "NONE".
       1   TIE-LINE-1.
        2   FILLER PIC X(30) VALUE "CONTROL TOTAL (TRAILER HASH)  ".
        2   TIE-CONTROL PIC X(24).
       1   TIE-LINE-2.
        2   FILLER PIC X(30) VALUE "ROLLUP GRAND TOTAL            ".
        2   TIE-GRAND PIC X(24).
        2   FILLER PIC X(2) VALUE SPACE.
        2   TIE-RESULT PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATROLL CONSOLIDATION ROLLUP START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

      * READ THE LEVEL CARD - NO CARD MEANS GROUPING LEVEL 1 BOTH
      * WAYS
           OPEN INPUT ROLL-PARM-FILE
           READ ROLL-PARM-FILE
               AT END
                   DISPLAY "MATROLL0001 NO LEVEL CARD - ROLLING UP "
                       "TO GROUPING LEVEL 1"
               NOT AT END
                   IF RPARM-ROW-LEVEL NOT = SPACE
                       MOVE RPARM-ROW-LEVEL TO ROW-LEVEL
                   END-IF
                   MOVE RPARM-COL-LEVEL TO COL-LEVEL
           END-READ
           CLOSE ROLL-PARM-FILE
           IF COL-LEVEL = SPACE
               MOVE ROW-LEVEL TO COL-LEVEL
           END-IF
           IF NOT ROW-LEVEL-VALID OR NOT COL-LEVEL-VALID
               DISPLAY "MATROLL0002 ROLLUP LEVELS " ROW-LEVEL
                   COL-LEVEL " ARE NOT EACH 0, 1, 2, 3 OR T"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * READ THE RESULT HEADER - IT CARRIES THE DIMENSIONS AND THE
      * BUSINESS DATE THE LABELS ARE TAKEN FOR
           OPEN INPUT ARRAY-C-FILE
           READ ARRAY-C-FILE
               AT END
                   DISPLAY "MATROLL0003 ARRAYCOT HAS NO HEADER "
                       "RECORD"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           IF ARRAY-C-REC-TYPE NOT = "H"
               DISPLAY "MATROLL0003 ARRAYCOT HAS NO HEADER RECORD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ARRAY-C-HDR-ROWS TO C-ROWS
           MOVE ARRAY-C-HDR-COLS TO C-COLS
           MOVE ARRAY-C-HDR-DATE TO SEG-DATE
           IF C-ROWS > 200 OR C-COLS > 200
               DISPLAY "MATROLL0004 HEADER DIMENSIONS EXCEED THE "
                   "200X200 CAPACITY"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF ARRAY-C-HDR-DEC NUMERIC
               MOVE ARRAY-C-HDR-DEC TO C-DEC
           END-IF
           MOVE 1 TO DEC-DIV
           PERFORM C-DEC TIMES
               COMPUTE DEC-DIV = DEC-DIV * 10
           END-PERFORM

      * GROUP EVERY ROW AND COLUMN AT ITS CHOSEN LEVEL
           MOVE SEG-DATE TO REFL-BUS-DATE
           MOVE "R" TO REFL-AXIS
           MOVE ROW-LEVEL TO AXIS-LEVEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > C-ROWS
               MOVE I TO REFL-NUM
               PERFORM FIND-GROUP
               MOVE GROUP-WORK TO ROW-GROUP-NAME(I)
               MOVE GROUP-WORK TO SWAP-NAME
               MOVE "N" TO FOUND-FLAG
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > RG-COUNT OR GROUP-FOUND
                   IF RG-NAME(K) = SWAP-NAME
                       SET GROUP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT GROUP-FOUND
                   ADD 1 TO RG-COUNT
                   MOVE SWAP-NAME TO RG-NAME(RG-COUNT)
               END-IF
           END-PERFORM
           MOVE "C" TO REFL-AXIS
           MOVE COL-LEVEL TO AXIS-LEVEL
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > C-COLS
               MOVE J TO REFL-NUM
               PERFORM FIND-GROUP
               MOVE GROUP-WORK TO COL-GROUP-NAME(J)
               MOVE GROUP-WORK TO SWAP-NAME
               MOVE "N" TO FOUND-FLAG
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > CG-COUNT OR GROUP-FOUND
                   IF CG-NAME(K) = SWAP-NAME
                       SET GROUP-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT GROUP-FOUND
                   ADD 1 TO CG-COUNT
                   MOVE SWAP-NAME TO CG-NAME(CG-COUNT)
               END-IF
           END-PERFORM
           IF REF-MASTER-EMPTY
               AND (ROW-LEVEL NOT = "T" OR COL-LEVEL NOT = "T")
               DISPLAY "MATROLL0005 THE REFERENCE MASTER IS EMPTY - "
                   "THERE ARE NO GROUPS TO ROLL UP TO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * PUT THE GROUPS IN NAME ORDER, THEN POINT EACH ROW AND COLUMN
      * AT ITS GROUP'S PLACE IN THAT ORDER
           PERFORM SORT-GROUPS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > C-ROWS
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL RG-NAME(K) = ROW-GROUP-NAME(I)
                   CONTINUE
               END-PERFORM
               MOVE K TO ROW-GROUP-IX(I)
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > C-COLS
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL CG-NAME(K) = COL-GROUP-NAME(J)
                   CONTINUE
               END-PERFORM
               MOVE K TO COL-GROUP-IX(J)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RG-COUNT
               MOVE ZERO TO RG-TOT(I)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > CG-COUNT
                   MOVE ZERO TO ROLL-AMT(I, J)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CG-COUNT
               MOVE ZERO TO CG-TOT(J)
           END-PERFORM

      * STREAM THE ELEMENTS ROW-MAJOR, ADDING EACH CELL TO ITS GROUP
      * PAIR, AND PROVE THE TRAILER BEHIND THE LAST ELEMENT
           COMPUTE ELEM-TARGET = C-ROWS * C-COLS
           MOVE 1 TO I
           MOVE ZERO TO J
           PERFORM UNTIL ELEM-COUNT = ELEM-TARGET
               READ ARRAY-C-FILE
                   AT END
                       DISPLAY "MATROLL0006 UNEXPECTED END OF "
                           "ARRAYCOT"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
               END-READ
               EVALUATE ARRAY-C-REC-TYPE
                 WHEN "E"
                   MOVE ARRAY-C-ELEM-VAL TO CELL-VAL
                   PERFORM ROLL-ONE-CELL
                 WHEN "W"
                   MOVE ARRAY-C-WELEM-VAL TO CELL-VAL
                   PERFORM ROLL-ONE-CELL
                 WHEN OTHER
                   DISPLAY "MATROLL0007 ARRAYCOT RECORD TYPE "
                       ARRAY-C-REC-TYPE " WHERE AN ELEMENT WAS "
                       "EXPECTED"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-EVALUATE
           END-PERFORM
           READ ARRAY-C-FILE
               AT END
                   DISPLAY "MATROLL0008 ARRAYCOT HAS NO TRAILER "
                       "RECORD"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           IF ARRAY-C-REC-TYPE NOT = "T"
               DISPLAY "MATROLL0008 ARRAYCOT HAS NO TRAILER RECORD"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF ARRAY-C-TRL-COUNT NOT = C-COUNT
               OR ARRAY-C-TRL-HASH NOT = C-HASH
               DISPLAY "MATROLL0009 ARRAYCOT TRAILER CONTROLS DO "
                   "NOT MATCH ITS ELEMENTS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ARRAY-C-FILE

      * FOLD THE GROUP PAIRS INTO THE SUBTOTALS AND THE GRAND TOTAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RG-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > CG-COUNT
                   ADD ROLL-AMT(I, J) TO RG-TOT(I)
                   ADD ROLL-AMT(I, J) TO CG-TOT(J)
                   ADD ROLL-AMT(I, J) TO GRAND-TOTAL
               END-PERFORM
           END-PERFORM

      * PRINT THE ROLLUP - EACH ROW GROUP'S PAIRS AND SUBTOTAL, THE
      * COLUMN GROUP TOTALS, THE GRAND TOTAL, THE EXCEPTIONS, AND THE
      * TIE-OUT TO THE CONTROL TOTAL
           OPEN OUTPUT PRINT-FILE
           PERFORM NEW-PAGE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > RG-COUNT
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > CG-COUNT
                   MOVE SPACES TO DTL-KIND
                   MOVE RG-NAME(I) TO DTL-ROW-GROUP
                   MOVE CG-NAME(J) TO DTL-COL-GROUP
                   MOVE ROLL-AMT(I, J) TO AMT-VAL
                   PERFORM WRITE-DETAIL-LINE
               END-PERFORM
               MOVE "SUBTOTAL" TO DTL-KIND
               MOVE RG-NAME(I) TO DTL-ROW-GROUP
               MOVE SPACES TO DTL-COL-GROUP
               MOVE RG-TOT(I) TO AMT-VAL
               PERFORM WRITE-DETAIL-LINE
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1
               ADD 1 TO LINE-COUNT
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CG-COUNT
               MOVE "COL TOTAL" TO DTL-KIND
               MOVE SPACES TO DTL-ROW-GROUP
               MOVE CG-NAME(J) TO DTL-COL-GROUP
               MOVE CG-TOT(J) TO AMT-VAL
               PERFORM WRITE-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE "GRAND TOT" TO DTL-KIND
           MOVE SPACES TO DTL-ROW-GROUP
           MOVE SPACES TO DTL-COL-GROUP
           MOVE GRAND-TOTAL TO AMT-VAL
           PERFORM WRITE-DETAIL-LINE

           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 2
           MOVE SEG-DATE TO EXH-DATE
           WRITE PRINT-REC FROM EXCEPTION-HEADING AFTER ADVANCING 1
           IF MISSING-COUNT = ZERO
               WRITE PRINT-REC FROM NO-EXCEPTION-LINE
                   AFTER ADVANCING 1
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > MISSING-COUNT
               MOVE MISSING-AXIS(K) TO EXC-AXIS
               MOVE MISSING-NUM(K) TO EXC-NUM
               WRITE PRINT-REC FROM EXCEPTION-LINE AFTER ADVANCING 1
           END-PERFORM

           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 2
      * THE CONTROL TOTAL IS THE TRAILER HASH, PROVED EQUAL TO C-HASH
      * BEFORE ARRAYCOT WAS CLOSED
           MOVE C-HASH TO AMT-VAL
           PERFORM EDIT-AMOUNT
           MOVE AMT-TEXT TO TIE-CONTROL
           WRITE PRINT-REC FROM TIE-LINE-1 AFTER ADVANCING 1
           MOVE GRAND-TOTAL TO AMT-VAL
           PERFORM EDIT-AMOUNT
           MOVE AMT-TEXT TO TIE-GRAND
           IF GRAND-TOTAL = C-HASH
               MOVE "TIES" TO TIE-RESULT
           ELSE
               MOVE "DOES NOT TIE" TO TIE-RESULT
           END-IF
           WRITE PRINT-REC FROM TIE-LINE-2 AFTER ADVANCING 1
           CLOSE PRINT-FILE

           IF MISSING-COUNT > ZERO
               DISPLAY "MATROLL0010 " MISSING-COUNT " ROWS AND "
                   "COLUMNS HAVE NO REFERENCE ENTRY FOR " SEG-DATE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF GRAND-TOTAL NOT = C-HASH
               DISPLAY "MATROLL0011 THE ROLLUP GRAND TOTAL DOES NOT "
                   "TIE TO THE CONTROL TOTAL"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "MATROLL0012 " RG-COUNT " ROW GROUPS BY " CG-COUNT
               " COLUMN GROUPS ROLLED UP"
           DISPLAY " MATROLL CONSOLIDATION ROLLUP END "
           GOBACK.

      *****************************************************************
      * FIND-GROUP - THE GROUP OF THE ROW OR COLUMN IN REFL-AXIS AND  *
      * REFL-NUM AT LEVEL AXIS-LEVEL, INTO GROUP-WORK: THE CODE AT    *
      * LEVEL 0, THE GROUPING LEVEL NAMED OTHERWISE (*NONE* WHEN THE  *
      * ENTRY LEAVES IT BLANK), AND *ALL* AT LEVEL T.  A NUMBER WITH  *
      * NO ENTRY FOR THE DATE GOES TO *NO REF* AND ON THE EXCEPTION   *
      * LIST.                                                         *
      *****************************************************************
       FIND-GROUP.
           CALL "MATREFL" USING REFL-AREA
           IF REFL-RESULT = "E"
               SET REF-MASTER-EMPTY TO TRUE
           END-IF
           EVALUATE TRUE
             WHEN AXIS-LEVEL = "T"
               MOVE "*ALL*" TO GROUP-WORK
             WHEN REFL-RESULT NOT = "F"
               MOVE "*NO REF*" TO GROUP-WORK
             WHEN AXIS-LEVEL = "0"
               MOVE REFL-CODE TO GROUP-WORK
             WHEN OTHER
               MOVE AXIS-LEVEL TO LEVEL-NUM
               MOVE REFL-GROUP(LEVEL-NUM) TO GROUP-WORK
           END-EVALUATE
           IF GROUP-WORK = SPACE
               MOVE "*NONE*" TO GROUP-WORK
           END-IF
           IF REFL-RESULT = "M"
               ADD 1 TO MISSING-COUNT
               IF REFL-AXIS = "R"
                   MOVE "ROW" TO MISSING-AXIS(MISSING-COUNT)
               ELSE
                   MOVE "COLUMN" TO MISSING-AXIS(MISSING-COUNT)
               END-IF
               MOVE REFL-NUM TO MISSING-NUM(MISSING-COUNT)
           END-IF.

      *****************************************************************
      * SORT-GROUPS - PUT THE ROW GROUPS AND THE COLUMN GROUPS EACH   *
      * INTO NAME ORDER.  THERE ARE NEVER MORE THAN 200 OF EITHER, SO *
      * A SIMPLE EXCHANGE SORT IS ENOUGH.                             *
      *****************************************************************
       SORT-GROUPS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I NOT < RG-COUNT
               PERFORM VARYING K FROM I BY 1 UNTIL K > RG-COUNT
                   IF RG-NAME(K) < RG-NAME(I)
                       MOVE RG-NAME(I) TO SWAP-NAME
                       MOVE RG-NAME(K) TO RG-NAME(I)
                       MOVE SWAP-NAME TO RG-NAME(K)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J NOT < CG-COUNT
               PERFORM VARYING K FROM J BY 1 UNTIL K > CG-COUNT
                   IF CG-NAME(K) < CG-NAME(J)
                       MOVE CG-NAME(J) TO SWAP-NAME
                       MOVE CG-NAME(K) TO CG-NAME(J)
                       MOVE SWAP-NAME TO CG-NAME(K)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      * ROLL-ONE-CELL - ADVANCE THE ROW-MAJOR POSITION AND ADD THE    *
      * CELL TO ITS ROW GROUP AND COLUMN GROUP PAIR.                  *
      *****************************************************************
       ROLL-ONE-CELL.
           ADD 1 TO ELEM-COUNT
           ADD 1 TO C-COUNT
           ADD CELL-VAL TO C-HASH
           ADD 1 TO J
           IF J > C-COLS
               MOVE 1 TO J
               ADD 1 TO I
           END-IF
           ADD CELL-VAL
               TO ROLL-AMT(ROW-GROUP-IX(I), COL-GROUP-IX(J)).

      *****************************************************************
      * WRITE-DETAIL-LINE - EDIT AMT-VAL INTO THE DETAIL LINE AND     *
      * WRITE IT, STARTING A FRESH PAGE WHEN THIS ONE IS FULL.        *
      *****************************************************************
       WRITE-DETAIL-LINE.
           IF LINE-COUNT > PAGE-LIMIT
               PERFORM NEW-PAGE
           END-IF
           PERFORM EDIT-AMOUNT
           MOVE AMT-TEXT TO DTL-AMT
           WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1
           ADD 1 TO LINE-COUNT.

      *****************************************************************
      * EDIT-AMOUNT - AMT-VAL TO AMT-TEXT, IN WHOLE UNITS OR WITH THE *
      * DECIMAL POINT SHOWN FOR A SCALED RESULT.                      *
      *****************************************************************
       EDIT-AMOUNT.
           IF C-DEC = ZERO
               MOVE AMT-VAL TO AMT-WHOLE-EDIT
               MOVE AMT-WHOLE-WORK TO AMT-TEXT
           ELSE
               COMPUTE AMT-DEC = AMT-VAL / DEC-DIV
               MOVE AMT-DEC TO AMT-DEC-EDIT
               MOVE AMT-DEC-WORK TO AMT-TEXT
           END-IF.

      *****************************************************************
      * NEW-PAGE - START A FRESH PAGE WITH THE TITLE, THE SEGMENT     *
      * IDENTIFICATION AND LEVELS, AND THE COLUMN CAPTIONS.           *
      *****************************************************************
       NEW-PAGE.
           ADD 1 TO PAGE-NUMBER
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           MOVE PAGE-NUMBER TO HDG1-PAGE
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE SEG-DATE TO HDG2-DATE
           MOVE C-ROWS TO HDG2-ROWS
           MOVE C-COLS TO HDG2-COLS
           MOVE ROW-LEVEL TO HDG2-ROW-LEVEL
           MOVE COL-LEVEL TO HDG2-COL-LEVEL
           WRITE PRINT-REC FROM HEADING-2 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM HEADING-3 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE ZERO TO LINE-COUNT.
