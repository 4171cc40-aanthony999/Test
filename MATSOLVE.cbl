       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATSOLVE - LINEAR-SYSTEM SOLVE AND MATRIX INVERSE.  TESTCOB   *
      * ONLY GOES FORWARD (A TIMES B AND THE REST); PLANNING ALSO     *
      * NEEDS THE REVERSE - WHAT X GIVES A TIMES X = B.  THE SAME     *
      * PARMIN CARD AS THE GO STEP DRIVES THIS PROGRAM:               *
      *   - M AND N ARE THE ORDER OF A, WHICH MUST BE SQUARE          *
      *   - OPERATION SOL (OR BLANK) SOLVES A TIMES X = B FOR THE N   *
      *     BY P RIGHT-HAND SIDE B READ FROM ARRAYBIN; INV PRODUCES   *
      *     THE INVERSE OF A AND ARRAYBIN IS NOT READ                 *
      *   - THE FORMAT INDICATOR SELECTS DENSE OR SPARSE INPUT        *
      *   - THE DECIMAL-PLACES COUNT IS THE IMPLIED DECIMAL PLACES    *
      *     OF THE ANSWER, 0 THROUGH 4, AS FOR ANY OTHER RESULT       *
      * BOTH INPUTS ARE READ AND PROVED UNDER THE USUAL H/E/S/T       *
      * PROTOCOL, EACH AT ITS OWN HEADER SCALE.  THE ELIMINATION      *
      * (GAUSSIAN, WITH PARTIAL PIVOTING) CARRIES SIXTEEN DECIMAL     *
      * PLACES, AND ONLY THE ANSWER IS ROUNDED TO THE CARD'S PLACES.  *
      * A PIVOT SMALLER THAN ONE BILLIONTH OF THE LARGEST ELEMENT OF  *
      * A MEANS A IS SINGULAR OR TOO NEAR IT FOR THE ANSWER TO MEAN   *
      * ANYTHING - THE RUN STOPS RC=16 AND NO ANSWER IS WRITTEN, AS   *
      * IT DOES WHEN A STEP OF THE ELIMINATION, AN ANSWER CELL OR A   *
      * RESIDUAL WILL NOT FIT ITS FIELD.  THE ANSWER IS ONLY WRITTEN  *
      * ONCE EVERY CELL IS KNOWN TO FIT AND THE RESIDUALS ARE IN.     *
      * THE ANSWER IS WRITTEN TO ARRAYCOT IN THE RESULT LAYOUT, A     *
      * CELL TOO BIG FOR THE STANDARD ELEMENT GOING OUT AS A WIDE     *
      * RECORD WITH RC=4, AS IN THE GO STEP.  THE RESIDUAL REPORT     *
      * MULTIPLIES A BY THE ANSWER AS WRITTEN AND SHOWS, FOR EACH     *
      * COLUMN, HOW FAR THE PRODUCT IS FROM B (OR FROM THE IDENTITY). *
      * A BAD PARAMETER CARD OR INPUT DATASET ENDS THE RUN RC=20.     *
      *****************************************************************

       PROGRAM-ID. MATSOLVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * A - THE SQUARE COEFFICIENT MATRIX
           SELECT ARRAY-A-FILE ASSIGN TO ARRAYAIN
               ORGANIZATION IS SEQUENTIAL.
      * B - THE RIGHT-HAND SIDE, N BY P (NOT READ FOR AN INVERSE)
           SELECT ARRAY-B-FILE ASSIGN TO ARRAYBIN
               ORGANIZATION IS SEQUENTIAL.
      * THE ANSWER, IN THE RESULT LAYOUT
           SELECT ARRAY-C-FILE ASSIGN TO ARRAYCOT
               ORGANIZATION IS SEQUENTIAL.
      * PARAMETER CARD, AS FOR THE GO STEP
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
      * RESIDUAL CHECK REPORT
           SELECT PRINT-FILE ASSIGN TO SOLVRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       1   PARM-REC.
        2   PARM-REC-M PIC 9(9).
        2   PARM-REC-N PIC 9(9).
        2   PARM-REC-P PIC 9(9).
      * S FOR SPARSE TRIPLET INPUT, D OR SPACE FOR DENSE
        2   PARM-REC-FMT PIC X.
      * SOL (OR SPACES) TO SOLVE A TIMES X = B, INV FOR THE INVERSE
        2   PARM-REC-OP PIC X(3).
        2   PARM-REC-SCALAR PIC X(8).
        2   PARM-REC-MODE PIC X.
      * IMPLIED DECIMAL PLACES OF THE ANSWER, 0 THROUGH 4
        2   PARM-REC-DEC PIC X.
        2   PARM-REC-HBROWS PIC 9(5).

       FD  ARRAY-A-FILE
           RECORDING MODE IS F.
       1   ARRAY-A-REC.
        2   ARRAY-A-REC-TYPE PIC X.
        2   FILLER PIC X(31).
       1   ARRAY-A-HDR.
        2   FILLER PIC X.
        2   ARRAY-A-HDR-DATE PIC X(10).
        2   ARRAY-A-HDR-ROWS PIC 9(5).
        2   ARRAY-A-HDR-COLS PIC 9(5).
        2   ARRAY-A-HDR-SOURCE PIC X(8).
        2   ARRAY-A-HDR-DEC PIC 9.
        2   FILLER PIC X(2).
       1   ARRAY-A-ELEM.
        2   FILLER PIC X.
        2   ARRAY-A-ELEM-VAL PIC S9(8).
        2   FILLER PIC X(23).
       1   ARRAY-A-TRP.
        2   FILLER PIC X.
        2   ARRAY-A-TRP-ROW PIC 9(5).
        2   ARRAY-A-TRP-COL PIC 9(5).
        2   ARRAY-A-TRP-VAL PIC S9(8).
        2   FILLER PIC X(13).
       1   ARRAY-A-TRL.
        2   FILLER PIC X.
        2   ARRAY-A-TRL-COUNT PIC 9(9).
        2   ARRAY-A-TRL-HASH PIC S9(18).
        2   FILLER PIC X(4).

       FD  ARRAY-B-FILE
           RECORDING MODE IS F.
       1   ARRAY-B-REC.
        2   ARRAY-B-REC-TYPE PIC X.
        2   FILLER PIC X(31).
       1   ARRAY-B-HDR.
        2   FILLER PIC X.
        2   ARRAY-B-HDR-DATE PIC X(10).
        2   ARRAY-B-HDR-ROWS PIC 9(5).
        2   ARRAY-B-HDR-COLS PIC 9(5).
        2   ARRAY-B-HDR-SOURCE PIC X(8).
        2   ARRAY-B-HDR-DEC PIC 9.
        2   FILLER PIC X(2).
       1   ARRAY-B-ELEM.
        2   FILLER PIC X.
        2   ARRAY-B-ELEM-VAL PIC S9(8).
        2   FILLER PIC X(23).
       1   ARRAY-B-TRP.
        2   FILLER PIC X.
        2   ARRAY-B-TRP-ROW PIC 9(5).
        2   ARRAY-B-TRP-COL PIC 9(5).
        2   ARRAY-B-TRP-VAL PIC S9(8).
        2   FILLER PIC X(13).
       1   ARRAY-B-TRL.
        2   FILLER PIC X.
        2   ARRAY-B-TRL-COUNT PIC 9(9).
        2   ARRAY-B-TRL-HASH PIC S9(18).
        2   FILLER PIC X(4).

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

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * ORDER OF A, AND THE NUMBER OF RIGHT-HAND-SIDE COLUMNS - P FOR
      * A SOLVE, N FOR AN INVERSE
       1   M PIC 9(9) COMP VALUE ZERO.
       1   N PIC 9(9) COMP VALUE ZERO.
       1   P PIC 9(9) COMP VALUE ZERO.
       1   RHS-COLS PIC 9(9) COMP VALUE ZERO.
       1   I PIC 9(9) COMP.
       1   J PIC 9(9) COMP.
       1   K PIC 9(9) COMP.
       1   PIVOT-ROW PIC 9(9) COMP.

       1   INPUT-FORMAT PIC X VALUE "D".
        88 SPARSE-INPUT VALUE "S".
       1   OPERATION-CODE PIC X(3) VALUE "SOL".
        88 OP-SOLVE VALUE "SOL".
        88 OP-INVERSE VALUE "INV".
       1   DEC-RAW PIC X.
       1   DEC-NUM REDEFINES DEC-RAW PIC 9.
       1   PARM-CARD-FLAG PIC X VALUE "N".
        88 PARM-CARD-PRESENT VALUE "Y".

      * THE INPUTS AS DELIVERED, AT THEIR OWN HEADER SCALES - KEPT
      * UNCHANGED FOR THE RESIDUAL CHECK
       1   A1.
        2   A2 OCCURS 200 TIMES.
         3   A3 OCCURS 200 TIMES.
          4   ARRAY-A PIC S9(8).
       1   B1.
        2   B2 OCCURS 200 TIMES.
         3   B3 OCCURS 200 TIMES.
          4   ARRAY-B PIC S9(8).

      * THE ELIMINATION WORK AREAS, IN REAL UNITS TO SIXTEEN PLACES -
      * WA IS REDUCED TO UPPER-TRIANGULAR FORM AND WX CARRIES THE
      * RIGHT-HAND SIDE THROUGH THE SAME ROW OPERATIONS, THEN THE
      * BACK SUBSTITUTION LEAVES THE ANSWER IN IT
       1   WA1.
        2   WA2 OCCURS 200 TIMES.
         3   WA3 OCCURS 200 TIMES.
          4   WA PIC S9(15)V9(16) COMP-3.
       1   WX1.
        2   WX2 OCCURS 200 TIMES.
         3   WX3 OCCURS 200 TIMES.
          4   WX PIC S9(15)V9(16) COMP-3.
      * THE ANSWER AS WRITTEN, AT THE RESULT SCALE
       1   XO1.
        2   XO2 OCCURS 200 TIMES.
         3   XO3 OCCURS 200 TIMES.
          4   X-OUT PIC S9(18) COMP-3.

       1   WORK-VALUE PIC S9(15)V9(16) COMP-3.
       1   WORK-ABS PIC S9(15)V9(16) COMP-3.
       1   WORK-FACTOR PIC S9(15)V9(16) COMP-3.
       1   PIVOT-ABS PIC S9(15)V9(16) COMP-3.
       1   A-MAX-ABS PIC S9(15)V9(16) COMP-3 VALUE ZERO.
       1   PIVOT-LIMIT PIC S9(15)V9(16) COMP-3.
       1   SMALLEST-PIVOT PIC S9(15)V9(16) COMP-3.
      * SET WHEN A STEP OF THE ELIMINATION OR THE BACK SUBSTITUTION
      * WILL NOT FIT THE WORK AREAS - THE ANSWER WOULD BE GARBAGE
       1   WORK-OVER-FLAG PIC X VALUE "N".
        88 WORK-OVER VALUE "Y".

      * INPUT AND RESULT SCALES, AND THE POWERS OF TEN THAT GO WITH
      * THEM
       1   A-DEC PIC 9(4) COMP VALUE ZERO.
       1   B-DEC PIC 9(4) COMP VALUE ZERO.
       1   OUT-DEC PIC 9(4) COMP VALUE ZERO.
       1   A-SCALE PIC 9(9) COMP VALUE 1.
       1   B-SCALE PIC 9(9) COMP VALUE 1.
       1   OUT-SCALE PIC 9(9) COMP VALUE 1.
       1   AX-SCALE PIC 9(18) COMP VALUE 1.

      * INPUT LOAD STATE
       1   A-HDR-DATE PIC X(10) VALUE SPACE.
       1   A-COUNT PIC 9(9) COMP.
       1   A-HASH PIC S9(18) COMP-3.
       1   B-COUNT PIC 9(9) COMP.
       1   B-HASH PIC S9(18) COMP-3.
       1   EXPECTED-ELEMS PIC 9(9) COMP.
       1   ARRAY-A-LOAD-FLAG PIC X.
        88 ARRAY-A-LOAD-DONE VALUE "Y".
       1   ARRAY-B-LOAD-FLAG PIC X.
        88 ARRAY-B-LOAD-DONE VALUE "Y".

      * OUTPUT CONTROLS
       1   CELL-OUT PIC S9(18) COMP-3.
       1   CELL-OVER-FLAG PIC X.
        88 CELL-OVER VALUE "Y".
       1   C-COUNT PIC 9(9) COMP VALUE ZERO.
       1   C-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   OVERFLOW-COUNT PIC 9(9) COMP VALUE ZERO.

      * RESIDUAL CHECK
      * A TIMES THE ANSWER, EXACT - AN 8-DIGIT ELEMENT TIMES AN
      * 18-DIGIT ANSWER CELL, SUMMED OVER AT MOST 200 TERMS
       1   RES-SUM PIC S9(31) COMP-3.
       1   RES-CELL-FLAG PIC X.
        88 RES-CELL-OVER VALUE "Y".
       1   RES-COL-FLAG PIC X.
        88 RES-COL-FAILED VALUE "Y".
       1   RES-FAIL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   RES-TARGET PIC S9(15)V9(16) COMP-3.
       1   RESIDUAL PIC S9(15)V9(16) COMP-3.
       1   RES-ABS PIC S9(15)V9(16) COMP-3.
       1   COL-MAX-RES PIC S9(15)V9(16) COMP-3.
       1   COL-SUM-RES PIC S9(15)V9(16) COMP-3.
       1   COL-MAX-ROW PIC 9(9) COMP.
       1   COL-MAX-TARGET PIC S9(15)V9(16) COMP-3.
       1   ALL-MAX-RES PIC S9(15)V9(16) COMP-3 VALUE ZERO.
       1   ALL-MAX-ROW PIC 9(9) COMP VALUE ZERO.
       1   ALL-MAX-COL PIC 9(9) COMP VALUE ZERO.

      * RUN DATE/TIME STAMP
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(34)
                VALUE "BPGC LINEAR SYSTEM RESIDUAL CHECK ".
        2   HDG1-WHAT PIC X(20).
        2   FILLER PIC X(4) VALUE SPACE.
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
       1   INFO-LINE-1.
        2   FILLER PIC X(16) VALUE "BUSINESS DATE   ".
        2   INF-DATE PIC X(10).
        2   FILLER PIC X(16) VALUE "   ORDER OF A   ".
        2   INF-ORDER PIC ZZZZ9.
        2   FILLER PIC X(20) VALUE "   ANSWER COLUMNS   ".
        2   INF-COLS PIC ZZZZ9.
       1   INFO-LINE-2.
        2   FILLER PIC X(16) VALUE "DECIMAL PLACES  ".
        2   FILLER PIC X(4) VALUE "A = ".
        2   INF-A-DEC PIC 9.
        2   FILLER PIC X(7) VALUE "   B = ".
        2   INF-B-DEC PIC 9.
        2   FILLER PIC X(12) VALUE "   ANSWER = ".
        2   INF-OUT-DEC PIC 9.
       1   INFO-LINE-3.
        2   FILLER PIC X(36)
                VALUE "SMALLEST PIVOT (ABSOLUTE, REAL)     ".
        2   INF-PIVOT PIC -(14)9.9(16).
       1   INFO-LINE-4.
        2   FILLER PIC X(36)
                VALUE "SINGULARITY LIMIT (ABSOLUTE, REAL)  ".
        2   INF-LIMIT PIC -(14)9.9(16).
      * THE CAPTIONS ARE SIZED FIELD FOR FIELD AGAINST RES-LINE
       1   RES-HEADING.
        2   FILLER PIC X(6) VALUE "COLUMN".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(32) VALUE "          LARGEST ABS RESIDUAL".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(6) VALUE "AT ROW".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(32) VALUE "            SUM OF ABS RESIDUALS".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(32) VALUE "                   TARGET THERE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(19) VALUE "CHECK".
       1   RES-LINE.
        2   RSL-COL PIC ZZZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   RSL-MAX PIC -(14)9.9(16).
        2   FILLER PIC X VALUE SPACE.
        2   RSL-ROW PIC ZZZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   RSL-SUM PIC -(14)9.9(16).
        2   FILLER PIC X VALUE SPACE.
        2   RSL-TARGET PIC -(14)9.9(16).
        2   FILLER PIC X VALUE SPACE.
        2   RSL-CHECK PIC X(19).
       1   TOTAL-LINE.
        2   FILLER PIC X(28) VALUE "LARGEST RESIDUAL OVERALL    ".
        2   TOT-MAX PIC -(14)9.9(16).
        2   FILLER PIC X(8) VALUE "  AT ROW".
        2   TOT-ROW PIC ZZZZZ9.
        2   FILLER PIC X(8) VALUE "  COLUMN".
        2   TOT-COL PIC ZZZZZ9.
       1   COUNT-LINE.
        2   FILLER PIC X(28) VALUE "ANSWER CELLS WRITTEN        ".
        2   CNT-CELLS PIC ZZZZZZZZ9.
        2   FILLER PIC X(20) VALUE "   WIDE (OVERFLOW) ".
        2   CNT-WIDE PIC ZZZZZZZZ9.
        2   FILLER PIC X(8) VALUE "   HASH ".
        2   CNT-HASH PIC -(18)9.
       1   NO-ANSWER-LINE.
        2   FILLER PIC X(46)
                VALUE "A RESIDUAL IS TOO LARGE TO SHOW - NO ANSWER IS".
        2   FILLER PIC X(8) VALUE " WRITTEN".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATSOLVE SOLVE/INVERSE START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PARM-REC-M TO M
                   MOVE PARM-REC-N TO N
                   MOVE PARM-REC-P TO P
                   IF PARM-REC-FMT = "S"
                       MOVE PARM-REC-FMT TO INPUT-FORMAT
                   END-IF
                   IF PARM-REC-OP NOT = SPACE
                       MOVE PARM-REC-OP TO OPERATION-CODE
                   END-IF
                   MOVE PARM-REC-DEC TO DEC-RAW
                   IF DEC-NUM NUMERIC
                       MOVE DEC-NUM TO OUT-DEC
                   END-IF
                   SET PARM-CARD-PRESENT TO TRUE
           END-READ
           CLOSE PARM-FILE

           IF NOT PARM-CARD-PRESENT
               DISPLAY "MATSOLVE0001 NO PARAMETER CARD ON PARMIN"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT OP-SOLVE AND NOT OP-INVERSE
               DISPLAY "MATSOLVE0002 OPERATION CODE " OPERATION-CODE
                   " IS NOT SOL OR INV"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           IF M NOT = N
               DISPLAY "MATSOLVE0003 A IS " M " BY " N
                   " - IT MUST BE SQUARE"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           IF N < 1 OR N > 200
               DISPLAY "MATSOLVE0004 ORDER OF A " N
                   " IS OUTSIDE 1 THROUGH 200"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           IF OP-SOLVE
               IF P < 1 OR P > 200
                   DISPLAY "MATSOLVE0005 RIGHT-HAND SIDE COLUMNS " P
                       " IS OUTSIDE 1 THROUGH 200"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE P TO RHS-COLS
           ELSE
               MOVE N TO RHS-COLS
           END-IF
      * THE REPORT EDITING AND THE RESULT SCALE CARRY AT MOST FOUR
      * DECIMAL PLACES, AS IN THE GO STEP
           IF OUT-DEC > 4
               DISPLAY "MATSOLVE0006 DECIMAL PLACES " OUT-DEC
                   " EXCEEDS THE SUPPORTED 0 THROUGH 4"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARRAY-A-FILE
           PERFORM LOAD-ARRAY-A
           CLOSE ARRAY-A-FILE
           IF OP-SOLVE
               OPEN INPUT ARRAY-B-FILE
               PERFORM LOAD-ARRAY-B
               CLOSE ARRAY-B-FILE
           END-IF

      * BRING BOTH SIDES TO REAL UNITS FOR THE ELIMINATION.  FOR AN
      * INVERSE THE RIGHT-HAND SIDE IS THE IDENTITY
           MOVE 1 TO A-SCALE
           PERFORM A-DEC TIMES
               COMPUTE A-SCALE = A-SCALE * 10
           END-PERFORM
           MOVE 1 TO B-SCALE
           PERFORM B-DEC TIMES
               COMPUTE B-SCALE = B-SCALE * 10
           END-PERFORM
           MOVE 1 TO OUT-SCALE
           PERFORM OUT-DEC TIMES
               COMPUTE OUT-SCALE = OUT-SCALE * 10
           END-PERFORM
           COMPUTE AX-SCALE = A-SCALE * OUT-SCALE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > N
               COMPUTE WA(I, J) = ARRAY-A(I, J) / A-SCALE
               MOVE WA(I, J) TO WORK-ABS
               IF WORK-ABS < ZERO
                   COMPUTE WORK-ABS = ZERO - WORK-ABS
               END-IF
               IF WORK-ABS > A-MAX-ABS
                   MOVE WORK-ABS TO A-MAX-ABS
               END-IF
             END-PERFORM
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > RHS-COLS
               IF OP-SOLVE
                   COMPUTE WX(I, J) = ARRAY-B(I, J) / B-SCALE
               ELSE
                   IF I = J
                       MOVE 1 TO WX(I, J)
                   ELSE
                       MOVE ZERO TO WX(I, J)
                   END-IF
               END-IF
             END-PERFORM
           END-PERFORM

           PERFORM ELIMINATE
           PERFORM BACK-SUBSTITUTE
           IF WORK-OVER
               DISPLAY "MATSOLVE0032 THE ELIMINATION EXCEEDS FIFTEEN "
                   "INTEGER DIGITS - A IS TOO NEAR SINGULAR OR BADLY "
                   "SCALED"
               DISPLAY "MATSOLVE0032 NO ANSWER IS WRITTEN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * EVERY ANSWER CELL IS SCALED AND THE RESIDUALS CHECKED BEFORE
      * ARRAYCOT IS OPENED, SO A FAILED RUN LEAVES NO PART-ANSWER
           PERFORM SCALE-ANSWER
           PERFORM RESIDUAL-CHECK
           IF RES-FAIL-COUNT > ZERO
               DISPLAY "MATSOLVE0033 " RES-FAIL-COUNT " ANSWER COLUMNS "
                   "FAIL THE RESIDUAL CHECK - SEE SOLVRPT"
               DISPLAY "MATSOLVE0033 NO ANSWER IS WRITTEN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-ANSWER

           IF OVERFLOW-COUNT > ZERO
               DISPLAY "MATSOLVE0007 " OVERFLOW-COUNT " ANSWER CELLS "
                   "WILL NOT FIT THE STANDARD ELEMENT - WRITTEN WIDE"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MATSOLVE0008 ANSWER " N " BY " RHS-COLS
               " WRITTEN - LARGEST RESIDUAL AT ROW " ALL-MAX-ROW
               " COLUMN " ALL-MAX-COL

           DISPLAY " MATSOLVE SOLVE/INVERSE END "
           GOBACK.

      *****************************************************************
      * LOAD-ARRAY-A - READ AND PROVE A, N BY N, DENSE OR SPARSE,     *
      * UNDER THE HEADER/ELEMENT/TRAILER PROTOCOL THE GO STEP USES.   *
      *****************************************************************
       LOAD-ARRAY-A.
           MOVE "N" TO ARRAY-A-LOAD-FLAG
           COMPUTE EXPECTED-ELEMS = N * N
           MOVE ZERO TO A-COUNT
           MOVE ZERO TO A-HASH
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > N
               MOVE ZERO TO ARRAY-A(I, J)
             END-PERFORM
           END-PERFORM
           MOVE 1 TO I
           MOVE ZERO TO J
           READ ARRAY-A-FILE
               AT END
                   DISPLAY "MATSOLVE0010 ARRAYAIN HAS NO HEADER RECORD"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
           END-READ
           IF ARRAY-A-REC-TYPE NOT = "H"
               DISPLAY "MATSOLVE0010 ARRAYAIN HAS NO HEADER RECORD"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           IF ARRAY-A-HDR-ROWS NOT = N OR ARRAY-A-HDR-COLS NOT = N
               DISPLAY "MATSOLVE0011 ARRAYAIN HEADER DIMENSIONS "
                   ARRAY-A-HDR-ROWS " BY " ARRAY-A-HDR-COLS
                   " DO NOT MATCH THE PARAMETER CARD"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ARRAY-A-HDR-DATE TO A-HDR-DATE
           MOVE ZERO TO A-DEC
           IF ARRAY-A-HDR-DEC NUMERIC
               MOVE ARRAY-A-HDR-DEC TO A-DEC
           END-IF
           PERFORM UNTIL ARRAY-A-LOAD-DONE
               READ ARRAY-A-FILE
                   AT END
                       DISPLAY "MATSOLVE0012 UNEXPECTED END OF "
                           "ARRAYAIN - NO TRAILER RECORD"
                       MOVE 20 TO RETURN-CODE
                       GOBACK
                   NOT AT END
                       PERFORM LOAD-A-RECORD
               END-READ
           END-PERFORM.

      *****************************************************************
      * LOAD-A-RECORD - PLACE ONE ARRAYAIN RECORD, OR PROVE THE       *
      * TRAILER AND END THE LOAD.                                     *
      *****************************************************************
       LOAD-A-RECORD.
           EVALUATE ARRAY-A-REC-TYPE
             WHEN "E"
               IF SPARSE-INPUT
                   DISPLAY "MATSOLVE0013 ARRAYAIN RECORD TYPE E IS "
                       "NOT VALID FOR THE SPARSE FORMAT"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO A-COUNT
               IF A-COUNT > EXPECTED-ELEMS
                   DISPLAY "MATSOLVE0014 ARRAYAIN HAS MORE ELEMENT "
                       "RECORDS THAN N TIMES N"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO J
               IF J > N
                   MOVE 1 TO J
                   ADD 1 TO I
               END-IF
               MOVE ARRAY-A-ELEM-VAL TO ARRAY-A(I, J)
               ADD ARRAY-A-ELEM-VAL TO A-HASH
             WHEN "S"
               IF NOT SPARSE-INPUT
                   DISPLAY "MATSOLVE0013 ARRAYAIN RECORD TYPE S IS "
                       "NOT VALID FOR THE DENSE FORMAT"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               IF ARRAY-A-TRP-ROW < 1
                   OR ARRAY-A-TRP-ROW > N
                   OR ARRAY-A-TRP-COL < 1
                   OR ARRAY-A-TRP-COL > N
                   DISPLAY "MATSOLVE0015 ARRAYAIN TRIPLET "
                       "OUTSIDE THE N BY N DIMENSIONS"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO A-COUNT
               MOVE ARRAY-A-TRP-VAL TO
                   ARRAY-A(ARRAY-A-TRP-ROW, ARRAY-A-TRP-COL)
               ADD ARRAY-A-TRP-VAL TO A-HASH
             WHEN "T"
               IF NOT SPARSE-INPUT AND A-COUNT NOT = EXPECTED-ELEMS
                   DISPLAY "MATSOLVE0012 UNEXPECTED END OF ARRAYAIN"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               IF ARRAY-A-TRL-COUNT NOT = A-COUNT
                   OR ARRAY-A-TRL-HASH NOT = A-HASH
                   DISPLAY "MATSOLVE0016 ARRAYAIN TRAILER CONTROLS "
                       "DO NOT MATCH THE ELEMENTS LOADED"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               SET ARRAY-A-LOAD-DONE TO TRUE
             WHEN OTHER
               DISPLAY "MATSOLVE0013 ARRAYAIN RECORD TYPE "
                   ARRAY-A-REC-TYPE " IS NOT H, E, S, OR T"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-EVALUATE.

      *****************************************************************
      * LOAD-ARRAY-B - READ AND PROVE THE RIGHT-HAND SIDE, N BY P,    *
      * FOR THE SAME BUSINESS DATE AS A.                              *
      *****************************************************************
       LOAD-ARRAY-B.
           MOVE "N" TO ARRAY-B-LOAD-FLAG
           COMPUTE EXPECTED-ELEMS = N * P
           MOVE ZERO TO B-COUNT
           MOVE ZERO TO B-HASH
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > P
               MOVE ZERO TO ARRAY-B(I, J)
             END-PERFORM
           END-PERFORM
           MOVE 1 TO I
           MOVE ZERO TO J
           READ ARRAY-B-FILE
               AT END
                   DISPLAY "MATSOLVE0020 ARRAYBIN HAS NO HEADER RECORD"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
           END-READ
           IF ARRAY-B-REC-TYPE NOT = "H"
               DISPLAY "MATSOLVE0020 ARRAYBIN HAS NO HEADER RECORD"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           IF ARRAY-B-HDR-ROWS NOT = N OR ARRAY-B-HDR-COLS NOT = P
               DISPLAY "MATSOLVE0021 ARRAYBIN HEADER DIMENSIONS "
                   ARRAY-B-HDR-ROWS " BY " ARRAY-B-HDR-COLS
                   " DO NOT MATCH THE PARAMETER CARD"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           IF ARRAY-B-HDR-DATE NOT = A-HDR-DATE
               DISPLAY "MATSOLVE0022 ARRAYBIN BUSINESS DATE "
                   ARRAY-B-HDR-DATE " DIFFERS FROM ARRAYAIN "
                   A-HDR-DATE
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO B-DEC
           IF ARRAY-B-HDR-DEC NUMERIC
               MOVE ARRAY-B-HDR-DEC TO B-DEC
           END-IF
           PERFORM UNTIL ARRAY-B-LOAD-DONE
               READ ARRAY-B-FILE
                   AT END
                       DISPLAY "MATSOLVE0023 UNEXPECTED END OF "
                           "ARRAYBIN - NO TRAILER RECORD"
                       MOVE 20 TO RETURN-CODE
                       GOBACK
                   NOT AT END
                       PERFORM LOAD-B-RECORD
               END-READ
           END-PERFORM.

      *****************************************************************
      * LOAD-B-RECORD - PLACE ONE ARRAYBIN RECORD, OR PROVE THE       *
      * TRAILER AND END THE LOAD.                                     *
      *****************************************************************
       LOAD-B-RECORD.
           EVALUATE ARRAY-B-REC-TYPE
             WHEN "E"
               IF SPARSE-INPUT
                   DISPLAY "MATSOLVE0024 ARRAYBIN RECORD TYPE E IS "
                       "NOT VALID FOR THE SPARSE FORMAT"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO B-COUNT
               IF B-COUNT > EXPECTED-ELEMS
                   DISPLAY "MATSOLVE0025 ARRAYBIN HAS MORE ELEMENT "
                       "RECORDS THAN N TIMES P"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO J
               IF J > P
                   MOVE 1 TO J
                   ADD 1 TO I
               END-IF
               MOVE ARRAY-B-ELEM-VAL TO ARRAY-B(I, J)
               ADD ARRAY-B-ELEM-VAL TO B-HASH
             WHEN "S"
               IF NOT SPARSE-INPUT
                   DISPLAY "MATSOLVE0024 ARRAYBIN RECORD TYPE S IS "
                       "NOT VALID FOR THE DENSE FORMAT"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               IF ARRAY-B-TRP-ROW < 1
                   OR ARRAY-B-TRP-ROW > N
                   OR ARRAY-B-TRP-COL < 1
                   OR ARRAY-B-TRP-COL > P
                   DISPLAY "MATSOLVE0026 ARRAYBIN TRIPLET "
                       "OUTSIDE THE N BY P DIMENSIONS"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO B-COUNT
               MOVE ARRAY-B-TRP-VAL TO
                   ARRAY-B(ARRAY-B-TRP-ROW, ARRAY-B-TRP-COL)
               ADD ARRAY-B-TRP-VAL TO B-HASH
             WHEN "T"
               IF NOT SPARSE-INPUT AND B-COUNT NOT = EXPECTED-ELEMS
                   DISPLAY "MATSOLVE0023 UNEXPECTED END OF ARRAYBIN"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               IF ARRAY-B-TRL-COUNT NOT = B-COUNT
                   OR ARRAY-B-TRL-HASH NOT = B-HASH
                   DISPLAY "MATSOLVE0027 ARRAYBIN TRAILER CONTROLS "
                       "DO NOT MATCH THE ELEMENTS LOADED"
                   MOVE 20 TO RETURN-CODE
                   GOBACK
               END-IF
               SET ARRAY-B-LOAD-DONE TO TRUE
             WHEN OTHER
               DISPLAY "MATSOLVE0024 ARRAYBIN RECORD TYPE "
                   ARRAY-B-REC-TYPE " IS NOT H, E, S, OR T"
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-EVALUATE.

      *****************************************************************
      * ELIMINATE - REDUCE WA TO UPPER-TRIANGULAR FORM, CARRYING WX   *
      * THROUGH THE SAME ROW OPERATIONS.  EACH COLUMN'S PIVOT IS THE  *
      * LARGEST REMAINING ELEMENT IN IT; ONE BELOW THE SINGULARITY    *
      * LIMIT STOPS THE RUN BEFORE ANYTHING IS WRITTEN, AS DOES A     *
      * STEP THAT WILL NOT FIT THE WORK AREAS (WORK-OVER).            *
      *****************************************************************
       ELIMINATE.
           COMPUTE PIVOT-LIMIT = A-MAX-ABS / 1000000000
           MOVE A-MAX-ABS TO SMALLEST-PIVOT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > N
               MOVE K TO PIVOT-ROW
               MOVE ZERO TO PIVOT-ABS
               PERFORM VARYING I FROM K BY 1 UNTIL I > N
                   MOVE WA(I, K) TO WORK-ABS
                   IF WORK-ABS < ZERO
                       COMPUTE WORK-ABS = ZERO - WORK-ABS
                   END-IF
                   IF WORK-ABS > PIVOT-ABS
                       MOVE WORK-ABS TO PIVOT-ABS
                       MOVE I TO PIVOT-ROW
                   END-IF
               END-PERFORM
               IF PIVOT-ABS = ZERO OR PIVOT-ABS < PIVOT-LIMIT
                   DISPLAY "MATSOLVE0030 A IS SINGULAR OR NEARLY SO - "
                       "NO USABLE PIVOT IN COLUMN " K
                   DISPLAY "MATSOLVE0030 NO ANSWER IS WRITTEN - "
                       "CHECK ARRAYAIN FOR A REPEATED OR ZERO ROW"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF PIVOT-ABS < SMALLEST-PIVOT
                   MOVE PIVOT-ABS TO SMALLEST-PIVOT
               END-IF
               IF PIVOT-ROW NOT = K
                   PERFORM VARYING J FROM K BY 1 UNTIL J > N
                       MOVE WA(K, J) TO WORK-VALUE
                       MOVE WA(PIVOT-ROW, J) TO WA(K, J)
                       MOVE WORK-VALUE TO WA(PIVOT-ROW, J)
                   END-PERFORM
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > RHS-COLS
                       MOVE WX(K, J) TO WORK-VALUE
                       MOVE WX(PIVOT-ROW, J) TO WX(K, J)
                       MOVE WORK-VALUE TO WX(PIVOT-ROW, J)
                   END-PERFORM
               END-IF
               PERFORM VARYING I FROM K BY 1 UNTIL I > N
                   IF I > K AND WA(I, K) NOT = ZERO
                       COMPUTE WORK-FACTOR ROUNDED =
                           WA(I, K) / WA(K, K)
                         ON SIZE ERROR
                           SET WORK-OVER TO TRUE
                       END-COMPUTE
                       MOVE ZERO TO WA(I, K)
                       PERFORM VARYING J FROM K BY 1 UNTIL J > N
                           IF J > K
                               COMPUTE WA(I, J) ROUNDED = WA(I, J)
                                   - WORK-FACTOR * WA(K, J)
                                 ON SIZE ERROR
                                   SET WORK-OVER TO TRUE
                               END-COMPUTE
                           END-IF
                       END-PERFORM
                       PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > RHS-COLS
                           COMPUTE WX(I, J) ROUNDED = WX(I, J)
                               - WORK-FACTOR * WX(K, J)
                             ON SIZE ERROR
                               SET WORK-OVER TO TRUE
                           END-COMPUTE
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      * BACK-SUBSTITUTE - SOLVE THE TRIANGULAR SYSTEM FROM THE LAST   *
      * ROW UP, LEAVING THE ANSWER IN WX.  A STEP THAT WILL NOT FIT   *
      * THE WORK AREAS SETS WORK-OVER.                                *
      *****************************************************************
       BACK-SUBSTITUTE.
           PERFORM VARYING I FROM N BY -1 UNTIL I < 1
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > RHS-COLS
                   MOVE WX(I, J) TO WORK-VALUE
                   PERFORM VARYING K FROM I BY 1 UNTIL K > N
                       IF K > I
                           COMPUTE WORK-VALUE ROUNDED = WORK-VALUE
                               - WA(I, K) * WX(K, J)
                             ON SIZE ERROR
                               SET WORK-OVER TO TRUE
                           END-COMPUTE
                       END-IF
                   END-PERFORM
                   COMPUTE WX(I, J) ROUNDED = WORK-VALUE / WA(I, I)
                     ON SIZE ERROR
                       SET WORK-OVER TO TRUE
                   END-COMPUTE
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      * SCALE-ANSWER - ROUND THE ANSWER TO THE RESULT SCALE INTO      *
      * X-OUT, WITH THE CELL COUNT AND HASH THE TRAILER WILL CARRY.   *
      * A CELL BEYOND EIGHTEEN DIGITS STOPS THE RUN BEFORE ARRAYCOT   *
      * IS OPENED.                                                    *
      *****************************************************************
       SCALE-ANSWER.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > RHS-COLS
               MOVE "N" TO CELL-OVER-FLAG
               COMPUTE CELL-OUT ROUNDED = WX(I, J) * OUT-SCALE
                 ON SIZE ERROR
                   MOVE "Y" TO CELL-OVER-FLAG
               END-COMPUTE
               IF CELL-OVER
                   DISPLAY "MATSOLVE0031 ANSWER ROW " I " COLUMN " J
                       " EXCEEDS EIGHTEEN DIGITS - A IS BADLY SCALED"
                   DISPLAY "MATSOLVE0031 NO ANSWER IS WRITTEN"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE CELL-OUT TO X-OUT(I, J)
               IF CELL-OUT > 99999999 OR CELL-OUT < -99999999
                   ADD 1 TO OVERFLOW-COUNT
               END-IF
               ADD 1 TO C-COUNT
               ADD CELL-OUT TO C-HASH
             END-PERFORM
           END-PERFORM.

      *****************************************************************
      * WRITE-ANSWER - WRITE THE SCALED ANSWER TO ARRAYCOT WITH ITS   *
      * HEADER AND TRAILER.                                           *
      *****************************************************************
       WRITE-ANSWER.
           OPEN OUTPUT ARRAY-C-FILE
           MOVE SPACES TO ARRAY-C-HDR
           MOVE "H" TO ARRAY-C-REC-TYPE
           MOVE A-HDR-DATE TO ARRAY-C-HDR-DATE
           MOVE N TO ARRAY-C-HDR-ROWS
           MOVE RHS-COLS TO ARRAY-C-HDR-COLS
           IF OP-SOLVE
               MOVE "SOLVE" TO ARRAY-C-HDR-SOURCE
           ELSE
               MOVE "INVERSE" TO ARRAY-C-HDR-SOURCE
           END-IF
           MOVE OUT-DEC TO ARRAY-C-HDR-DEC
           WRITE ARRAY-C-HDR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > RHS-COLS
               IF X-OUT(I, J) > 99999999 OR X-OUT(I, J) < -99999999
                   MOVE SPACES TO ARRAY-C-WELEM
                   MOVE "W" TO ARRAY-C-REC-TYPE
                   MOVE X-OUT(I, J) TO ARRAY-C-WELEM-VAL
                   WRITE ARRAY-C-WELEM
               ELSE
                   MOVE SPACES TO ARRAY-C-ELEM
                   MOVE "E" TO ARRAY-C-REC-TYPE
                   MOVE X-OUT(I, J) TO ARRAY-C-ELEM-VAL
                   WRITE ARRAY-C-ELEM
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE SPACES TO ARRAY-C-TRL
           MOVE "T" TO ARRAY-C-REC-TYPE
           MOVE C-COUNT TO ARRAY-C-TRL-COUNT
           MOVE C-HASH TO ARRAY-C-TRL-HASH
           WRITE ARRAY-C-TRL
           CLOSE ARRAY-C-FILE.

      *****************************************************************
      * RESIDUAL-CHECK - MULTIPLY THE ORIGINAL A BY THE ANSWER AS     *
      * WRITTEN AND COMPARE EACH CELL WITH B (OR THE IDENTITY), IN    *
      * REAL UNITS.  THE PRODUCT IS FORMED EXACTLY AT THE COMBINED    *
      * SCALE OF A AND THE ANSWER, SO THE RESIDUAL SHOWS THE EFFECT   *
      * OF THE CHOSEN DECIMAL PLACES AND NOTHING ELSE.  A COLUMN      *
      * WHOSE RESIDUAL WILL NOT FIT FIFTEEN INTEGER DIGITS FAILS THE  *
      * CHECK AND NO ANSWER IS WRITTEN.                               *
      *****************************************************************
       RESIDUAL-CHECK.
           OPEN OUTPUT PRINT-FILE
           IF OP-SOLVE
               MOVE "SOLVE A TIMES X = B" TO HDG1-WHAT
           ELSE
               MOVE "INVERSE OF A" TO HDG1-WHAT
           END-IF
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE A-HDR-DATE TO INF-DATE
           MOVE N TO INF-ORDER
           MOVE RHS-COLS TO INF-COLS
           WRITE PRINT-REC FROM INFO-LINE-1 AFTER ADVANCING 1
           MOVE A-DEC TO INF-A-DEC
           MOVE B-DEC TO INF-B-DEC
           MOVE OUT-DEC TO INF-OUT-DEC
           WRITE PRINT-REC FROM INFO-LINE-2 AFTER ADVANCING 1
           MOVE SMALLEST-PIVOT TO INF-PIVOT
           WRITE PRINT-REC FROM INFO-LINE-3 AFTER ADVANCING 1
           MOVE PIVOT-LIMIT TO INF-LIMIT
           WRITE PRINT-REC FROM INFO-LINE-4 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM RES-HEADING AFTER ADVANCING 1
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > RHS-COLS
               MOVE ZERO TO COL-MAX-RES
               MOVE ZERO TO COL-SUM-RES
               MOVE 1 TO COL-MAX-ROW
               MOVE ZERO TO COL-MAX-TARGET
               MOVE "N" TO RES-COL-FLAG
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > N
                   MOVE ZERO TO RES-SUM
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > N
                       IF ARRAY-A(I, K) NOT = ZERO
                           COMPUTE RES-SUM = RES-SUM
                               + ARRAY-A(I, K) * X-OUT(K, J)
                       END-IF
                   END-PERFORM
                   IF OP-SOLVE
                       COMPUTE RES-TARGET = ARRAY-B(I, J) / B-SCALE
                   ELSE
                       IF I = J
                           MOVE 1 TO RES-TARGET
                       ELSE
                           MOVE ZERO TO RES-TARGET
                       END-IF
                   END-IF
                   MOVE "N" TO RES-CELL-FLAG
                   COMPUTE RESIDUAL = RES-SUM / AX-SCALE - RES-TARGET
                     ON SIZE ERROR
                       SET RES-CELL-OVER TO TRUE
                   END-COMPUTE
                   IF NOT RES-CELL-OVER
                       MOVE RESIDUAL TO RES-ABS
                       IF RES-ABS < ZERO
                           COMPUTE RES-ABS = ZERO - RES-ABS
                       END-IF
                       ADD RES-ABS TO COL-SUM-RES
                         ON SIZE ERROR
                           SET RES-CELL-OVER TO TRUE
                       END-ADD
                   END-IF
                   IF RES-CELL-OVER
                       IF NOT RES-COL-FAILED
                           ADD 1 TO RES-FAIL-COUNT
                           MOVE I TO COL-MAX-ROW
                       END-IF
                       SET RES-COL-FAILED TO TRUE
                   ELSE
                       IF NOT RES-COL-FAILED
                           AND (RES-ABS > COL-MAX-RES OR I = 1)
                           MOVE RES-ABS TO COL-MAX-RES
                           MOVE I TO COL-MAX-ROW
                           MOVE RES-TARGET TO COL-MAX-TARGET
                       END-IF
                   END-IF
               END-PERFORM
               IF COL-MAX-RES > ALL-MAX-RES OR ALL-MAX-ROW = ZERO
                   MOVE COL-MAX-RES TO ALL-MAX-RES
                   MOVE COL-MAX-ROW TO ALL-MAX-ROW
                   MOVE J TO ALL-MAX-COL
               END-IF
               MOVE J TO RSL-COL
               MOVE COL-MAX-RES TO RSL-MAX
               MOVE COL-MAX-ROW TO RSL-ROW
               MOVE COL-SUM-RES TO RSL-SUM
               MOVE COL-MAX-TARGET TO RSL-TARGET
               IF RES-COL-FAILED
                   MOVE "FAILS - TOO LARGE" TO RSL-CHECK
               ELSE
                   MOVE SPACES TO RSL-CHECK
               END-IF
               WRITE PRINT-REC FROM RES-LINE AFTER ADVANCING 1
           END-PERFORM
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE ALL-MAX-RES TO TOT-MAX
           MOVE ALL-MAX-ROW TO TOT-ROW
           MOVE ALL-MAX-COL TO TOT-COL
           WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1
           IF RES-FAIL-COUNT > ZERO
               WRITE PRINT-REC FROM NO-ANSWER-LINE AFTER ADVANCING 1
           ELSE
               MOVE C-COUNT TO CNT-CELLS
               MOVE OVERFLOW-COUNT TO CNT-WIDE
               MOVE C-HASH TO CNT-HASH
               WRITE PRINT-REC FROM COUNT-LINE AFTER ADVANCING 1
           END-IF
           CLOSE PRINT-FILE.
