      * A PRTPARM CARD SELECTS A ROW RANGE AND COLUMN RANGE SO JUST   *
      * THE SLICE UNDER INVESTIGATION IS PRINTED INSTEAD OF ALL       *
      * 40,000 CELLS; NO CARD MEANS PRINT THE WHOLE MATRIX.           *
      * WIDE COLUMN RANGES ARE PRINTED IN STRIPS OF EIGHT COLUMNS,    *
      * EACH STRIP STARTING ON A FRESH PAGE.  EACH ROW AND COLUMN     *
      * NUMBER CARRIES ITS REFMAST CODE FOR THE RESULT'S BUSINESS     *
      * DATE, AND A LEGEND AFTER THE LAST STRIP GIVES THE FULL LABEL  *
      * OF EVERY ROW AND COLUMN PRINTED.  A NUMBER WITH NO REFERENCE  *
      * ENTRY FOR THE DATE PRINTS AS *NO REF* AND ENDS THE STEP RC=4. *
      *****************************************************************

       PROGRAM-ID. MATPRINT.
       1   FROM-COL PIC 9(9) COMP.
       1   TO-COL PIC 9(9) COMP.

      * COLUMN STRIP CONTROL - EIGHT EDITED VALUES FIT ON A 132 BYTE
      * PRINT LINE AFTER THE ROW CAPTION AND ITS CODE
       1   COL-START PIC 9(9) COMP.
       1   COL-END PIC 9(9) COMP.

        2   FILLER PIC X(6) VALUE " THRU ".
        2   HDG2-TO-COL PIC ZZZ9.

      * COLUMN CAPTION LINES - BUILT CELL BY CELL FOR THE STRIP,
      * THE COLUMN NUMBERS AND UNDER THEM THE COLUMN CODES
       1   COLUMN-HEADING.
        2   FILLER PIC X(17) VALUE SPACE.
        2   HDG-CELL OCCURS 8 TIMES PIC X(13).
       1   HDG-CELL-WORK.
        2   FILLER PIC X(9) VALUE "      COL".
        2   HDG-CELL-COL PIC ZZZ9.
       1   HDG-CODE-WORK.
        2   FILLER PIC X(5) VALUE SPACE.
        2   HDG-CODE PIC X(8).

      * DETAIL LINE - ROW CAPTION AND CODE PLUS UP TO EIGHT EDITED
      * CELLS
       1   DETAIL-LINE.
        2   FILLER PIC X(4) VALUE "ROW ".
        2   DTL-ROW PIC ZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   DTL-ROW-CODE PIC X(8).
        2   DTL-CELL OCCURS 8 TIMES PIC X(13).
       1   DTL-CELL-WORK.
        2   FILLER PIC X(2) VALUE SPACE.
        2   DTL-CELL-VALUE PIC ---,---,--9.
       1   DTL-CELL-DEC-WORK.
        2   DTL-CELL-DEC-VALUE PIC -(7)9.9999.

      * ROW AND COLUMN LABELS FROM THE REFERENCE MASTER FOR THE
      * RESULT'S BUSINESS DATE, LOOKED UP ONCE PER PRINTED NUMBER
       1   BUS-DATE PIC X(10) VALUE SPACE.
       1   ROW-LABELS.
        2   ROW-LABEL OCCURS 200 TIMES.
         3   ROW-REF-RESULT PIC X.
         3   ROW-REF-CODE PIC X(8).
         3   ROW-REF-DESC PIC X(30).
         3   ROW-REF-GROUP PIC X(8) OCCURS 3 TIMES.
         3   ROW-REF-EFF-DATE PIC X(10).
       1   COL-LABELS.
        2   COL-LABEL OCCURS 200 TIMES.
         3   COL-REF-RESULT PIC X.
         3   COL-REF-CODE PIC X(8).
         3   COL-REF-DESC PIC X(30).
         3   COL-REF-GROUP PIC X(8) OCCURS 3 TIMES.
         3   COL-REF-EFF-DATE PIC X(10).
       1   REF-MISSING PIC 9(9) COMP VALUE ZERO.
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

      * LABEL LEGEND PRINTED AFTER THE LAST STRIP
       1   LEGEND-HEADING.
        2   FILLER PIC X(40)
                VALUE "ROW AND COLUMN LABELS FOR BUSINESS DATE ".
        2   LGH-DATE PIC X(10).
       1   LEGEND-CAPTION.
        2   FILLER PIC X(11) VALUE "     NUMBER".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(8) VALUE "CODE".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(30) VALUE "DESCRIPTION".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(8) VALUE "GROUP 1".
        2   FILLER PIC X(1) VALUE SPACE.
        2   FILLER PIC X(8) VALUE "GROUP 2".
        2   FILLER PIC X(1) VALUE SPACE.
        2   FILLER PIC X(8) VALUE "GROUP 3".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(10) VALUE "EFFECTIVE".
       1   LEGEND-LINE.
        2   LGD-AXIS PIC X(6).
        2   LGD-NUM PIC ZZZZ9.
        2   FILLER PIC X(2) VALUE SPACE.
        2   LGD-CODE PIC X(8).
        2   FILLER PIC X(2) VALUE SPACE.
        2   LGD-DESC PIC X(30).
        2   FILLER PIC X(2) VALUE SPACE.
        2   LGD-GROUP-1 PIC X(8).
        2   FILLER PIC X(1) VALUE SPACE.
        2   LGD-GROUP-2 PIC X(8).
        2   FILLER PIC X(1) VALUE SPACE.
        2   LGD-GROUP-3 PIC X(8).
        2   FILLER PIC X(2) VALUE SPACE.
        2   LGD-EFF-DATE PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATPRINT PRODUCT MATRIX PRINT START "
               END-READ
               EVALUATE ARRAY-C-REC-TYPE
                 WHEN "H"
                   MOVE ARRAY-C-HDR-DATE TO BUS-DATE
                   IF ARRAY-C-HDR-ROWS NOT = C-ROWS
                       OR ARRAY-C-HDR-COLS NOT = C-COLS
                       DISPLAY "MATPRINT0007 ARRAYCOT HEADER "
           END-PERFORM
           CLOSE ARRAY-C-FILE

           PERFORM LOOKUP-LABELS

      * PRINT THE SELECTED SLICE IN STRIPS OF EIGHT COLUMNS, EACH
      * STRIP STARTING ON A FRESH PAGE
           OPEN OUTPUT PRINT-FILE
           PERFORM VARYING COL-START FROM FROM-COL BY 8
               UNTIL COL-START > TO-COL
             COMPUTE COL-END = COL-START + 7
             IF COL-END > TO-COL
                 MOVE TO-COL TO COL-END
             END-IF
                   PERFORM NEW-PAGE
               END-IF
               MOVE I TO DTL-ROW
               MOVE ROW-REF-CODE(I) TO DTL-ROW-CODE
               PERFORM VARYING J FROM COL-START BY 1 UNTIL J > COL-END
                 COMPUTE X = J - COL-START + 1
                 IF CELL-IS-OVER(I, J) = "Y"
                 END-IF
               END-PERFORM
               COMPUTE X = COL-END - COL-START + 2
               PERFORM UNTIL X > 8
                 MOVE SPACE TO DTL-CELL(X)
                 ADD 1 TO X
               END-PERFORM
               ADD 1 TO LINE-COUNT
             END-PERFORM
           END-PERFORM
           IF NOT REF-MASTER-EMPTY
               PERFORM PRINT-LABEL-LEGEND
           END-IF
           CLOSE PRINT-FILE

           IF REF-MISSING > ZERO
               DISPLAY "MATPRINT0009 " REF-MISSING " ROWS AND COLUMNS "
                   "PRINTED HAVE NO REFERENCE ENTRY FOR " BUS-DATE
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY " MATPRINT PRODUCT MATRIX PRINT END "
           GOBACK.

             MOVE HDG-CELL-WORK TO HDG-CELL(X)
           END-PERFORM
           COMPUTE X = COL-END - COL-START + 2
           PERFORM UNTIL X > 8
             MOVE SPACE TO HDG-CELL(X)
             ADD 1 TO X
           END-PERFORM
           WRITE PRINT-REC FROM COLUMN-HEADING AFTER ADVANCING 1
           IF NOT REF-MASTER-EMPTY
               PERFORM VARYING J FROM COL-START BY 1 UNTIL J > COL-END
                 MOVE COL-REF-CODE(J) TO HDG-CODE
                 COMPUTE X = J - COL-START + 1
                 MOVE HDG-CODE-WORK TO HDG-CELL(X)
               END-PERFORM
               WRITE PRINT-REC FROM COLUMN-HEADING AFTER ADVANCING 1
           END-IF
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE ZERO TO LINE-COUNT.

      *****************************************************************
      * LOOKUP-LABELS - FETCH THE REFERENCE ENTRY OF EVERY ROW AND    *
      * COLUMN IN THE SELECTED SLICE FOR THE RESULT'S BUSINESS DATE.  *
      * A NUMBER WITH NO ENTRY FOR THE DATE IS COUNTED AND CODED      *
      * *NO REF*; AN EMPTY MASTER LEAVES THE LABELS BLANK AND THE     *
      * PRINT AS IT ALWAYS WAS.                                       *
      *****************************************************************
       LOOKUP-LABELS.
           MOVE BUS-DATE TO REFL-BUS-DATE
           MOVE "R" TO REFL-AXIS
           PERFORM VARYING I FROM FROM-ROW BY 1 UNTIL I > TO-ROW
               MOVE I TO REFL-NUM
               CALL "MATREFL" USING REFL-AREA
               IF REFL-RESULT = "E"
                   SET REF-MASTER-EMPTY TO TRUE
               END-IF
               IF REFL-RESULT = "M"
                   ADD 1 TO REF-MISSING
                   MOVE "*NO REF*" TO REFL-CODE
               END-IF
               MOVE REFL-RESULT TO ROW-REF-RESULT(I)
               MOVE REFL-CODE TO ROW-REF-CODE(I)
               MOVE REFL-DESC TO ROW-REF-DESC(I)
               MOVE REFL-GROUP(1) TO ROW-REF-GROUP(I, 1)
               MOVE REFL-GROUP(2) TO ROW-REF-GROUP(I, 2)
               MOVE REFL-GROUP(3) TO ROW-REF-GROUP(I, 3)
               MOVE REFL-EFF-DATE TO ROW-REF-EFF-DATE(I)
           END-PERFORM
           MOVE "C" TO REFL-AXIS
           PERFORM VARYING J FROM FROM-COL BY 1 UNTIL J > TO-COL
               MOVE J TO REFL-NUM
               CALL "MATREFL" USING REFL-AREA
               IF REFL-RESULT = "M"
                   ADD 1 TO REF-MISSING
                   MOVE "*NO REF*" TO REFL-CODE
               END-IF
               MOVE REFL-RESULT TO COL-REF-RESULT(J)
               MOVE REFL-CODE TO COL-REF-CODE(J)
               MOVE REFL-DESC TO COL-REF-DESC(J)
               MOVE REFL-GROUP(1) TO COL-REF-GROUP(J, 1)
               MOVE REFL-GROUP(2) TO COL-REF-GROUP(J, 2)
               MOVE REFL-GROUP(3) TO COL-REF-GROUP(J, 3)
               MOVE REFL-EFF-DATE TO COL-REF-EFF-DATE(J)
           END-PERFORM.

      *****************************************************************
      * PRINT-LABEL-LEGEND - AFTER THE LAST STRIP, THE FULL LABEL OF  *
      * EVERY ROW AND COLUMN PRINTED, ON A FRESH PAGE.                *
      *****************************************************************
       PRINT-LABEL-LEGEND.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HDG1-PAGE
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE BUS-DATE TO LGH-DATE
           WRITE PRINT-REC FROM LEGEND-HEADING AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM LEGEND-CAPTION AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE ZERO TO LINE-COUNT
           MOVE "ROW" TO LGD-AXIS
           PERFORM VARYING I FROM FROM-ROW BY 1 UNTIL I > TO-ROW
               MOVE I TO LGD-NUM
               MOVE ROW-REF-CODE(I) TO LGD-CODE
               MOVE ROW-REF-DESC(I) TO LGD-DESC
               MOVE ROW-REF-GROUP(I, 1) TO LGD-GROUP-1
               MOVE ROW-REF-GROUP(I, 2) TO LGD-GROUP-2
               MOVE ROW-REF-GROUP(I, 3) TO LGD-GROUP-3
               MOVE ROW-REF-EFF-DATE(I) TO LGD-EFF-DATE
               IF ROW-REF-RESULT(I) = "M"
                   MOVE "NO REFERENCE ENTRY FOR DATE" TO LGD-DESC
               END-IF
               PERFORM WRITE-LEGEND-LINE
           END-PERFORM
           MOVE "COLUMN" TO LGD-AXIS
           PERFORM VARYING J FROM FROM-COL BY 1 UNTIL J > TO-COL
               MOVE J TO LGD-NUM
               MOVE COL-REF-CODE(J) TO LGD-CODE
               MOVE COL-REF-DESC(J) TO LGD-DESC
               MOVE COL-REF-GROUP(J, 1) TO LGD-GROUP-1
               MOVE COL-REF-GROUP(J, 2) TO LGD-GROUP-2
               MOVE COL-REF-GROUP(J, 3) TO LGD-GROUP-3
               MOVE COL-REF-EFF-DATE(J) TO LGD-EFF-DATE
               IF COL-REF-RESULT(J) = "M"
                   MOVE "NO REFERENCE ENTRY FOR DATE" TO LGD-DESC
               END-IF
               PERFORM WRITE-LEGEND-LINE
           END-PERFORM.

      *****************************************************************
      * WRITE-LEGEND-LINE - ONE LEGEND LINE, WITH A PAGE THROW AND    *
      * THE CAPTIONS REPEATED WHEN THE PAGE IS FULL.                  *
      *****************************************************************
       WRITE-LEGEND-LINE.
           IF LINE-COUNT > PAGE-LIMIT
               ADD 1 TO PAGE-NUMBER
               MOVE PAGE-NUMBER TO HDG1-PAGE
               WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
               WRITE PRINT-REC FROM LEGEND-HEADING AFTER ADVANCING 1
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1
               WRITE PRINT-REC FROM LEGEND-CAPTION AFTER ADVANCING 1
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1
               MOVE ZERO TO LINE-COUNT
           END-IF
           WRITE PRINT-REC FROM LEGEND-LINE AFTER ADVANCING 1
           ADD 1 TO LINE-COUNT.
