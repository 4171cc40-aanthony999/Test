      * CELLS NONZERO) SAYS WHEN THE RESULT HAS BECOME SPARSE ENOUGH  *
      * THAT THE SPARSE (S) INPUT PATH IS WORTH USING DOWNSTREAM.     *
      * A MULTI-SEGMENT MONTH-END RESULT REPORTS ITS FIRST SEGMENT -  *
      * RUN MATXTRCT FIRST FOR ANY OTHER ONE.  EACH ROW AND COLUMN    *
      * LINE CARRIES ITS REFMAST CODE AND DESCRIPTION FOR THE         *
      * SEGMENT'S BUSINESS DATE; A NUMBER WITH NO REFERENCE ENTRY FOR *
      * THE DATE PRINTS AS *NO REF* AND ENDS THE STEP RC=4.           *
      *****************************************************************

       PROGRAM-ID. MATSTAT.
       1   C-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   CELL-VAL PIC S9(18) COMP-3.

      * LOOKUP AREA PASSED TO MATREFL FOR EACH LINE'S LABEL
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
       1   REF-MISSING PIC 9(9) COMP VALUE ZERO.

      * PAGE CONTROL, AS IN MATPRINT
       1   PAGE-NUMBER PIC 9(4) COMP VALUE ZERO.
       1   LINE-COUNT PIC 9(4) COMP VALUE ZERO.
        2   FILLER PIC X(26) VALUE " COLUMNS, DECIMAL PLACES  ".
        2   HDG2-DEC PIC 9.
       1   HEADING-3.
        2   FILLER PIC X(10) VALUE SPACE.
        2   FILLER PIC X(10) VALUE "CODE".
        2   FILLER PIC X(20) VALUE "               TOTAL".
        2   FILLER PIC X(20) VALUE "             MINIMUM".
        2   FILLER PIC X(20) VALUE "             MAXIMUM".
        2   FILLER PIC X(9) VALUE "  NONZERO".
        2   FILLER PIC X(7) VALUE "  FLAGS".
        2   FILLER PIC X(11) VALUE SPACE.
        2   FILLER PIC X(11) VALUE "DESCRIPTION".
       1   DETAIL-LINE.
        2   DTL-KIND PIC X(4).
        2   DTL-NUM PIC ZZZZ9.
        2   FILLER PIC X(1) VALUE SPACE.
        2   DTL-CODE PIC X(8).
        2   FILLER PIC X(1) VALUE SPACE.
        2   DTL-TOT PIC -(18)9.
        2   FILLER PIC X(1) VALUE SPACE.
        2   DTL-MIN PIC -(18)9.
        2   DTL-MN-FLAG PIC X(5).
        2   FILLER PIC X(1) VALUE SPACE.
        2   DTL-MX-FLAG PIC X(5).
        2   FILLER PIC X(1) VALUE SPACE.
        2   DTL-DESC PIC X(25).
       1   DENSITY-LINE.
        2   FILLER PIC X(8) VALUE "DENSITY ".
        2   DEN-PCT PIC ZZ9.99.
               END-IF
               MOVE "ROW " TO DTL-KIND
               MOVE I TO DTL-NUM
               MOVE "R" TO REFL-AXIS
               MOVE I TO REFL-NUM
               PERFORM LOOKUP-LINE-LABEL
               MOVE RS-TOT(I) TO DTL-TOT
               MOVE RS-MIN(I) TO DTL-MIN
               MOVE RS-MAX(I) TO DTL-MAX
               END-IF
               MOVE "COL " TO DTL-KIND
               MOVE J TO DTL-NUM
               MOVE "C" TO REFL-AXIS
               MOVE J TO REFL-NUM
               PERFORM LOOKUP-LINE-LABEL
               MOVE CS-TOT(J) TO DTL-TOT
               MOVE CS-MIN(J) TO DTL-MIN
               MOVE CS-MAX(J) TO DTL-MAX

           DISPLAY "MATSTAT0007 STATISTICS PRINTED FOR " C-ROWS
               " ROWS AND " C-COLS " COLUMNS"
           IF REF-MISSING > ZERO
               DISPLAY "MATSTAT0008 " REF-MISSING " ROWS AND COLUMNS "
                   "HAVE NO REFERENCE ENTRY FOR " SEG-DATE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY " MATSTAT RESULT STATISTICS END "
           GOBACK.

                   MAT-NZ * 100 / TOTAL-CELLS
           END-IF.

      *****************************************************************
      * LOOKUP-LINE-LABEL - THE CODE AND DESCRIPTION OF THE ROW OR    *
      * COLUMN IN REFL-AXIS/REFL-NUM FOR THE SEGMENT'S BUSINESS DATE. *
      * AN EMPTY MASTER LEAVES THEM BLANK.                            *
      *****************************************************************
       LOOKUP-LINE-LABEL.
           MOVE SEG-DATE TO REFL-BUS-DATE
           CALL "MATREFL" USING REFL-AREA
           IF REFL-RESULT = "M"
               ADD 1 TO REF-MISSING
               MOVE "*NO REF*" TO REFL-CODE
               MOVE "NO REFERENCE ENTRY" TO REFL-DESC
           END-IF
           MOVE REFL-CODE TO DTL-CODE
           MOVE REFL-DESC TO DTL-DESC.

      *****************************************************************
      * SET-LINE-FLAGS-ROW - FLAG A ROW WHOSE TOTAL IS ZERO OR THAT   *
      * CARRIES THE MATRIX MINIMUM OR MAXIMUM.                        *
