      * IS LISTED AS A REJECT AND THE BATCH CARRIES ON, SO ONE BAD    *
      * CARD CANNOT KILL A FIFTY-LOOKUP BATCH; ANY REJECT ENDS THE    *
      * STEP WITH RETURN CODE 4 SO THE REQUESTOR KNOWS TO LOOK.       *
      * EACH ROW AND COLUMN NUMBER IS PRINTED WITH ITS REFMAST CODE,  *
      * AND A SECOND LINE GIVES THEIR DESCRIPTIONS, AS IN EFFECT ON   *
      * THE RESULT'S BUSINESS DATE.  A NUMBER WITH NO REFERENCE ENTRY *
      * FOR THE DATE PRINTS AS *NO REF* AND ALSO ENDS THE STEP RC=4.  *
      *****************************************************************

       PROGRAM-ID. MATINQ.
       1   CELL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   REJECT-COUNT PIC 9(9) COMP VALUE ZERO.

      * ROW AND COLUMN LABELS FROM THE REFERENCE MASTER FOR THE
      * RESULT'S BUSINESS DATE, LOOKED UP ONCE BEFORE ANY CARD RUNS
       1   ROW-LABELS.
        2   ROW-LABEL OCCURS 200 TIMES.
         3   ROW-REF-RESULT PIC X.
         3   ROW-REF-CODE PIC X(8).
         3   ROW-REF-DESC PIC X(30).
       1   COL-LABELS.
        2   COL-LABEL OCCURS 200 TIMES.
         3   COL-REF-RESULT PIC X.
         3   COL-REF-CODE PIC X(8).
         3   COL-REF-DESC PIC X(30).
       1   REF-MISSING PIC 9(9) COMP VALUE ZERO.
       1   REF-MASTER-FLAG PIC X VALUE "Y".
        88 REF-MASTER-EMPTY VALUE "N".
       1   LABEL-LIMIT PIC 9(9) COMP.

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

      * RUN DATE/TIME STAMP FOR THE REPORT HEADING
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).
       1   DETAIL-LINE.
        2   FILLER PIC X(4) VALUE "ROW ".
        2   DTL-ROW PIC 9(5).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-ROW-CODE PIC X(8).
        2   FILLER PIC X(8) VALUE " COLUMN ".
        2   DTL-COL PIC 9(5).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-COL-CODE PIC X(8).
        2   FILLER PIC X(7) VALUE " VALUE ".
        2   DTL-VAL PIC -(18)9.
        2   FILLER PIC X(6) VALUE " RUN  ".
        2   DTL-DATE PIC X(10).
        2   FILLER PIC X(1) VALUE SPACE.
        2   DTL-TIME PIC X(8).
       1   LABEL-LINE.
        2   FILLER PIC X(10) VALUE SPACE.
        2   LBL-ROW-DESC PIC X(30).
        2   FILLER PIC X(3) VALUE SPACE.
        2   LBL-COL-DESC PIC X(30).
       1   REJECT-LINE.
        2   FILLER PIC X(5) VALUE "CARD ".
        2   REJ-CARD PIC 9(5).
           MOVE KSD-CTL-DATE TO CTL-DATE
           MOVE KSD-CTL-TIME TO CTL-TIME

           PERFORM LOOKUP-LABELS

           OPEN OUTPUT PRINT-FILE
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
                       "CARDS WERE REJECTED - SEE THE REPORT"
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF REF-MISSING > ZERO
                   DISPLAY "MATINQ0005 " REF-MISSING " CELLS PRINTED "
                       "HAVE A ROW OR COLUMN WITH NO REFERENCE ENTRY "
                       "FOR " CTL-DATE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY " MATINQ RESULT CELL INQUIRY END "
                   MOVE KSD-VAL TO DTL-VAL
                   MOVE CTL-DATE TO DTL-DATE
                   MOVE CTL-TIME TO DTL-TIME
                   MOVE SPACES TO DTL-ROW-CODE
                   MOVE SPACES TO DTL-COL-CODE
                   MOVE SPACES TO LBL-ROW-DESC
                   MOVE SPACES TO LBL-COL-DESC
                   IF I NOT > LABEL-LIMIT
                       MOVE ROW-REF-CODE(I) TO DTL-ROW-CODE
                       MOVE ROW-REF-DESC(I) TO LBL-ROW-DESC
                   END-IF
                   IF J NOT > LABEL-LIMIT
                       MOVE COL-REF-CODE(J) TO DTL-COL-CODE
                       MOVE COL-REF-DESC(J) TO LBL-COL-DESC
                   END-IF
                   WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1
                   IF NOT REF-MASTER-EMPTY
                       IF DTL-ROW-CODE = "*NO REF*"
                           OR DTL-COL-CODE = "*NO REF*"
                           ADD 1 TO REF-MISSING
                       END-IF
                       WRITE PRINT-REC FROM LABEL-LINE
                           AFTER ADVANCING 1
                   END-IF
                   ADD 1 TO CELL-COUNT
           END-READ.

      *****************************************************************
      * LOOKUP-LABELS - FETCH THE REFERENCE ENTRY OF EVERY ROW AND    *
      * COLUMN OF THE LOADED RESULT FOR ITS BUSINESS DATE.  A NUMBER  *
      * WITH NO ENTRY FOR THE DATE IS CODED *NO REF*; AN EMPTY MASTER *
      * LEAVES THE LABELS BLANK AND THE REPORT AS IT ALWAYS WAS.      *
      *****************************************************************
       LOOKUP-LABELS.
           MOVE 200 TO LABEL-LIMIT
           MOVE CTL-DATE TO REFL-BUS-DATE
           MOVE "R" TO REFL-AXIS
           PERFORM VARYING I FROM 1 BY 1
               UNTIL I > CTL-ROWS OR I > LABEL-LIMIT
               MOVE I TO REFL-NUM
               CALL "MATREFL" USING REFL-AREA
               IF REFL-RESULT = "E"
                   SET REF-MASTER-EMPTY TO TRUE
               END-IF
               IF REFL-RESULT = "M"
                   MOVE "*NO REF*" TO REFL-CODE
                   MOVE "NO REFERENCE ENTRY FOR DATE" TO REFL-DESC
               END-IF
               MOVE REFL-RESULT TO ROW-REF-RESULT(I)
               MOVE REFL-CODE TO ROW-REF-CODE(I)
               MOVE REFL-DESC TO ROW-REF-DESC(I)
           END-PERFORM
           MOVE "C" TO REFL-AXIS
           PERFORM VARYING J FROM 1 BY 1
               UNTIL J > CTL-COLS OR J > LABEL-LIMIT
               MOVE J TO REFL-NUM
               CALL "MATREFL" USING REFL-AREA
               IF REFL-RESULT = "M"
                   MOVE "*NO REF*" TO REFL-CODE
                   MOVE "NO REFERENCE ENTRY FOR DATE" TO REFL-DESC
               END-IF
               MOVE REFL-RESULT TO COL-REF-RESULT(J)
               MOVE REFL-CODE TO COL-REF-CODE(J)
               MOVE REFL-DESC TO COL-REF-DESC(J)
           END-PERFORM.
