       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATREFM - ROW/COLUMN REFERENCE MASTER MAINTENANCE.            *
      * FCHANG.BPGC.REFMAST GIVES EVERY ROW AND COLUMN NUMBER OF THE  *
      * RESULT A CODE, A DESCRIPTION AND UP TO THREE GROUPING LEVELS  *
      * (FOR EXAMPLE PRODUCT, PRODUCT LINE, DIVISION), EACH ENTRY     *
      * EFFECTIVE FROM A BUSINESS DATE SO A RECLASSIFICATION DOES NOT *
      * RELABEL HISTORY.  THE MASTER IS KEPT IN AXIS, NUMBER AND      *
      * EFFECTIVE-DATE ORDER AND MAINTAINED FROM THE REFTRAN CARDS:   *
      *   A  ADD AN ENTRY            C  CHANGE AN ENTRY'S LABELS      *
      *   D  DELETE AN ENTRY                                          *
      * THE LABELS ARE PRINTED BY MATPRINT, MATINQ, MATSTAT, MATXPORT *
      * AND THE GO STEP'S EXCEPTION REPORT THROUGH THE MATREFL        *
      * LOOKUP, AND MATROLL CONSOLIDATES THE RESULT BY THEIR GROUPS.  *
      * THE STEP ENDS RC=4 WHEN ANY CARD IS REJECTED (THE ACCEPTED    *
      * ONES ARE STILL APPLIED) AND RC=12 WHEN THE MASTER ITSELF      *
      * CANNOT BE LOADED.                                             *
      *****************************************************************

       PROGRAM-ID. MATREFM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ROW/COLUMN REFERENCE MASTER - LOADED, MAINTAINED IN STORAGE,
      * AND REWRITTEN
           SELECT REF-FILE ASSIGN TO REFMAST
               ORGANIZATION IS SEQUENTIAL.
      * MAINTENANCE TRANSACTION CARDS
           SELECT TRAN-FILE ASSIGN TO REFTRAN
               ORGANIZATION IS SEQUENTIAL.
      * MAINTENANCE REPORT - ONE LINE PER TRANSACTION CARD
           SELECT PRINT-FILE ASSIGN TO REFRPT
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
        2   REF-CODE PIC X(8).
        2   REF-DESC PIC X(30).
      * GROUPING LEVELS 1 (LOWEST) THROUGH 3 (HIGHEST)
        2   REF-GROUP PIC X(8) OCCURS 3 TIMES.
        2   REF-MAINT-DATE PIC X(10).
        2   REF-MAINT-TIME PIC X(8).
        2   FILLER PIC X(4).

       FD  TRAN-FILE
           RECORDING MODE IS F.
       1   TRAN-REC.
        2   TRAN-CODE PIC X.
        2   TRAN-AXIS PIC X.
        2   TRAN-NUM PIC 9(5).
        2   TRAN-EFF-DATE PIC X(10).
        2   TRAN-REF-CODE PIC X(8).
        2   TRAN-DESC PIC X(30).
        2   TRAN-GROUP PIC X(8) OCCURS 3 TIMES.
        2   FILLER PIC X.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * THE MASTER, WITH ITS AXIS/NUMBER/YYYYMMDD ORDERING KEY BESIDE
      * EACH ENTRY SO NEW ENTRIES CAN BE PLACED IN KEY ORDER
       1   REF-TBL.
        2   REF-ENTRY OCCURS 4000 TIMES.
         3   RT-KEY.
          4   RT-AXIS PIC X.
          4   RT-NUM PIC 9(5).
          4   RT-EFF-KEY PIC X(8).
         3   RT-EFF-DATE PIC X(10).
         3   RT-CODE PIC X(8).
         3   RT-DESC PIC X(30).
         3   RT-GROUP PIC X(8) OCCURS 3 TIMES.
         3   RT-MAINT-DATE PIC X(10).
         3   RT-MAINT-TIME PIC X(8).
       1   REF-COUNT PIC 9(9) COMP VALUE ZERO.
       1   REF-COUNT-BEFORE PIC 9(9) COMP VALUE ZERO.
       1   REF-IX PIC 9(9) COMP.
       1   SHIFT-IX PIC 9(9) COMP.
       1   REF-AT-END PIC X VALUE "N".
        88 REF-SCAN-DONE VALUE "Y".
       1   REF-CHANGED-FLAG PIC X VALUE "N".
        88 REF-CHANGED VALUE "Y".
       1   PREV-KEY PIC X(14) VALUE LOW-VALUE.

      * THE KEY OF THE ENTRY A CARD ACTS ON
       1   WORK-KEY.
        2   WK-AXIS PIC X.
        2   WK-NUM PIC 9(5).
        2   WK-EFF-KEY.
         3   WK-YYYY PIC 9(4).
         3   WK-MM PIC 99.
         3   WK-DD PIC 99.

      * DATE WORK AREA - THE DATE BEING VALIDATED, VIEWED AS ITS
      * PARTS
       1   WORK-DATE.
        2   WD-DD PIC 99.
        2   WD-SEP-1 PIC X.
        2   WD-MM PIC 99.
        2   WD-SEP-2 PIC X.
        2   WD-YYYY PIC 9(4).
       1   DATE-OK-FLAG PIC X.
        88 DATE-VALID VALUE "Y".
       1   MONTH-DAYS-VALUES PIC X(24)
               VALUE "312831303130313130313031".
       1   MONTH-DAYS-TBL REDEFINES MONTH-DAYS-VALUES.
        2   MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       1   DAYS-THIS-MONTH PIC 99.
       1   DIV-QUOT PIC 9(9) COMP.
       1   DIV-REM PIC 9(9) COMP.

       1   TRAN-AT-END PIC X VALUE "N".
        88 TRAN-SCAN-DONE VALUE "Y".
       1   CARDS-READ PIC 9(9) COMP VALUE ZERO.
       1   CARDS-ACCEPTED PIC 9(9) COMP VALUE ZERO.
       1   CARDS-REJECTED PIC 9(9) COMP VALUE ZERO.
       1   CARD-RESULT PIC X(40).
       1   CARD-FLAG PIC X.
        88 CARD-REJECTED VALUE "R".

      * RUN DATE/TIME STAMP
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(40)
                VALUE "BPGC ROW/COLUMN REFERENCE MAINTENANCE   ".
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
      * THE CAPTIONS ARE SIZED FIELD FOR FIELD AGAINST DETAIL-LINE
       1   HEADING-2.
        2   FILLER PIC X(4) VALUE "CODE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(4) VALUE "AXIS".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(5) VALUE "NUMBR".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(10) VALUE "EFFECTIVE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "REF CODE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(30) VALUE "DESCRIPTION".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "GROUP 1".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "GROUP 2".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "GROUP 3".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(38) VALUE "RESULT".
       1   DETAIL-LINE.
        2   FILLER PIC X VALUE SPACE.
        2   DTL-CODE PIC X.
        2   FILLER PIC X(4) VALUE SPACE.
        2   DTL-AXIS PIC X.
        2   FILLER PIC X(3) VALUE SPACE.
        2   DTL-NUM PIC X(5).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-EFF-DATE PIC X(10).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-REF-CODE PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-DESC PIC X(30).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-GROUP-1 PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-GROUP-2 PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-GROUP-3 PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-RESULT PIC X(38).
       1   SUMMARY-1.
        2   FILLER PIC X(22) VALUE "CARDS READ            ".
        2   SUM-READ PIC ZZZZZZZZ9.
        2   FILLER PIC X(12) VALUE "   ACCEPTED ".
        2   SUM-ACCEPTED PIC ZZZZZZZZ9.
        2   FILLER PIC X(12) VALUE "   REJECTED ".
        2   SUM-REJECTED PIC ZZZZZZZZ9.
       1   SUMMARY-2.
        2   FILLER PIC X(22) VALUE "MASTER ENTRIES BEFORE ".
        2   SUM-BEFORE PIC ZZZZZZZZ9.
        2   FILLER PIC X(12) VALUE "   AFTER    ".
        2   SUM-AFTER PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATREFM REFERENCE MASTER MAINTENANCE START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

      * LOAD THE MASTER - IT MUST FIT THE SAME 4000-ENTRY TABLE THE
      * MATREFL LOOKUP LOADS IT INTO, AND BE IN KEY ORDER WITH NO
      * DUPLICATE KEYS, OR NOTHING IS CHANGED
           OPEN INPUT REF-FILE
           PERFORM UNTIL REF-SCAN-DONE
               READ REF-FILE
                   AT END SET REF-SCAN-DONE TO TRUE
                   NOT AT END
                       IF REF-COUNT = 4000
                           DISPLAY "MATREFM0001 THE REFERENCE MASTER "
                               "EXCEEDS THE 4000-ENTRY TABLE"
                           MOVE 12 TO RETURN-CODE
                           CLOSE REF-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO REF-COUNT
                       MOVE REF-AXIS TO RT-AXIS(REF-COUNT)
                       MOVE REF-NUM TO RT-NUM(REF-COUNT)
                       MOVE REF-EFF-DATE TO WORK-DATE
                       MOVE WD-YYYY TO WK-YYYY
                       MOVE WD-MM TO WK-MM
                       MOVE WD-DD TO WK-DD
                       MOVE WK-EFF-KEY TO RT-EFF-KEY(REF-COUNT)
                       MOVE REF-EFF-DATE TO RT-EFF-DATE(REF-COUNT)
                       MOVE REF-CODE TO RT-CODE(REF-COUNT)
                       MOVE REF-DESC TO RT-DESC(REF-COUNT)
                       MOVE REF-GROUP(1) TO RT-GROUP(REF-COUNT, 1)
                       MOVE REF-GROUP(2) TO RT-GROUP(REF-COUNT, 2)
                       MOVE REF-GROUP(3) TO RT-GROUP(REF-COUNT, 3)
                       MOVE REF-MAINT-DATE TO RT-MAINT-DATE(REF-COUNT)
                       MOVE REF-MAINT-TIME TO RT-MAINT-TIME(REF-COUNT)
                       IF RT-KEY(REF-COUNT) NOT > PREV-KEY
                           DISPLAY "MATREFM0002 REFERENCE MASTER "
                               "ENTRY " REF-COUNT " IS OUT OF KEY "
                               "ORDER OR DUPLICATES THE ONE BEFORE IT"
                           MOVE 12 TO RETURN-CODE
                           CLOSE REF-FILE
                           GOBACK
                       END-IF
                       MOVE RT-KEY(REF-COUNT) TO PREV-KEY
               END-READ
           END-PERFORM
           CLOSE REF-FILE
           MOVE REF-COUNT TO REF-COUNT-BEFORE

           OPEN OUTPUT PRINT-FILE
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM HEADING-2 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1

      * APPLY THE TRANSACTION CARDS IN THE ORDER GIVEN
           OPEN INPUT TRAN-FILE
           PERFORM UNTIL TRAN-SCAN-DONE
               READ TRAN-FILE
                   AT END SET TRAN-SCAN-DONE TO TRUE
                   NOT AT END PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE

      * PUT THE MAINTAINED MASTER BACK ONLY WHEN SOMETHING CHANGED
           IF REF-CHANGED
               OPEN OUTPUT REF-FILE
               PERFORM VARYING REF-IX FROM 1 BY 1
                   UNTIL REF-IX > REF-COUNT
                   MOVE SPACES TO REF-REC
                   MOVE RT-AXIS(REF-IX) TO REF-AXIS
                   MOVE RT-NUM(REF-IX) TO REF-NUM
                   MOVE RT-EFF-DATE(REF-IX) TO REF-EFF-DATE
                   MOVE RT-CODE(REF-IX) TO REF-CODE
                   MOVE RT-DESC(REF-IX) TO REF-DESC
                   MOVE RT-GROUP(REF-IX, 1) TO REF-GROUP(1)
                   MOVE RT-GROUP(REF-IX, 2) TO REF-GROUP(2)
                   MOVE RT-GROUP(REF-IX, 3) TO REF-GROUP(3)
                   MOVE RT-MAINT-DATE(REF-IX) TO REF-MAINT-DATE
                   MOVE RT-MAINT-TIME(REF-IX) TO REF-MAINT-TIME
                   WRITE REF-REC
               END-PERFORM
               CLOSE REF-FILE
           END-IF

           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE CARDS-READ TO SUM-READ
           MOVE CARDS-ACCEPTED TO SUM-ACCEPTED
           MOVE CARDS-REJECTED TO SUM-REJECTED
           WRITE PRINT-REC FROM SUMMARY-1 AFTER ADVANCING 1
           MOVE REF-COUNT-BEFORE TO SUM-BEFORE
           MOVE REF-COUNT TO SUM-AFTER
           WRITE PRINT-REC FROM SUMMARY-2 AFTER ADVANCING 1
           CLOSE PRINT-FILE

           IF CARDS-REJECTED > ZERO
               DISPLAY "MATREFM0003 " CARDS-REJECTED " TRANSACTION "
                   "CARDS REJECTED - SEE THE MAINTENANCE REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MATREFM0004 " CARDS-ACCEPTED " TRANSACTION "
               "CARDS APPLIED - THE MASTER HOLDS " REF-COUNT
               " ENTRIES"

           DISPLAY " MATREFM REFERENCE MASTER MAINTENANCE END "
           GOBACK.

      *****************************************************************
      * PROCESS-TRANSACTION - VALIDATE THE CARD'S KEY, APPLY IT, AND  *
      * REPORT THE OUTCOME.                                           *
      *****************************************************************
       PROCESS-TRANSACTION.
           ADD 1 TO CARDS-READ
           MOVE SPACE TO CARD-FLAG
           MOVE SPACES TO CARD-RESULT
           MOVE TRAN-EFF-DATE TO WORK-DATE
           PERFORM VALIDATE-WORK-DATE
           EVALUATE TRUE
             WHEN TRAN-CODE NOT = "A" AND TRAN-CODE NOT = "C"
               AND TRAN-CODE NOT = "D"
               MOVE "R" TO CARD-FLAG
               MOVE "UNKNOWN TRANSACTION CODE" TO CARD-RESULT
             WHEN TRAN-AXIS NOT = "R" AND TRAN-AXIS NOT = "C"
               MOVE "R" TO CARD-FLAG
               MOVE "AXIS MUST BE R (ROW) OR C (COLUMN)"
                   TO CARD-RESULT
             WHEN TRAN-NUM NOT NUMERIC
               MOVE "R" TO CARD-FLAG
               MOVE "NUMBER IS NOT NUMERIC" TO CARD-RESULT
             WHEN TRAN-NUM = ZERO OR TRAN-NUM > 200
               MOVE "R" TO CARD-FLAG
               MOVE "NUMBER IS OUTSIDE 1 THROUGH 200" TO CARD-RESULT
             WHEN NOT DATE-VALID
               MOVE "R" TO CARD-FLAG
               MOVE "INVALID DATE - DD-MM-YYYY EXPECTED"
                   TO CARD-RESULT
             WHEN TRAN-CODE NOT = "D" AND TRAN-REF-CODE = SPACE
               MOVE "R" TO CARD-FLAG
               MOVE "THE REFERENCE CODE IS REQUIRED" TO CARD-RESULT
             WHEN OTHER
               MOVE TRAN-AXIS TO WK-AXIS
               MOVE TRAN-NUM TO WK-NUM
               MOVE WD-YYYY TO WK-YYYY
               MOVE WD-MM TO WK-MM
               MOVE WD-DD TO WK-DD
               PERFORM VARYING REF-IX FROM 1 BY 1
                   UNTIL REF-IX > REF-COUNT
                   OR RT-KEY(REF-IX) NOT < WORK-KEY
                   CONTINUE
               END-PERFORM
               EVALUATE TRAN-CODE
                 WHEN "A"
                   PERFORM ADD-ENTRY
                 WHEN "C"
                   PERFORM CHANGE-ENTRY
                 WHEN OTHER
                   PERFORM DELETE-ENTRY
               END-EVALUATE
           END-EVALUATE
           IF CARD-REJECTED
               ADD 1 TO CARDS-REJECTED
           ELSE
               ADD 1 TO CARDS-ACCEPTED
           END-IF
           MOVE TRAN-CODE TO DTL-CODE
           MOVE TRAN-AXIS TO DTL-AXIS
           MOVE TRAN-NUM TO DTL-NUM
           MOVE TRAN-EFF-DATE TO DTL-EFF-DATE
           MOVE TRAN-REF-CODE TO DTL-REF-CODE
           MOVE TRAN-DESC TO DTL-DESC
           MOVE TRAN-GROUP(1) TO DTL-GROUP-1
           MOVE TRAN-GROUP(2) TO DTL-GROUP-2
           MOVE TRAN-GROUP(3) TO DTL-GROUP-3
           MOVE CARD-RESULT TO DTL-RESULT
           WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.

      *****************************************************************
      * ADD-ENTRY - PLACE A NEW ENTRY AT REF-IX, THE FIRST ENTRY NOT  *
      * BELOW ITS KEY.  AN ENTRY ALREADY THERE IS LEFT ALONE - USE A  *
      * C CARD TO CHANGE IT.                                          *
      *****************************************************************
       ADD-ENTRY.
           EVALUATE TRUE
             WHEN REF-IX NOT > REF-COUNT
               AND RT-KEY(REF-IX) = WORK-KEY
               MOVE "R" TO CARD-FLAG
               MOVE "ENTRY ALREADY ON THE MASTER - USE C"
                   TO CARD-RESULT
             WHEN REF-COUNT = 4000
               MOVE "R" TO CARD-FLAG
               MOVE "REFERENCE MASTER TABLE FULL" TO CARD-RESULT
             WHEN OTHER
               PERFORM VARYING SHIFT-IX FROM REF-COUNT BY -1
                   UNTIL SHIFT-IX < REF-IX
                   MOVE REF-ENTRY(SHIFT-IX) TO REF-ENTRY(SHIFT-IX + 1)
               END-PERFORM
               ADD 1 TO REF-COUNT
               MOVE WORK-KEY TO RT-KEY(REF-IX)
               MOVE TRAN-EFF-DATE TO RT-EFF-DATE(REF-IX)
               PERFORM MOVE-CARD-LABELS
               SET REF-CHANGED TO TRUE
               MOVE "ENTRY ADDED" TO CARD-RESULT
           END-EVALUATE.

      *****************************************************************
      * CHANGE-ENTRY - REPLACE THE LABELS OF THE ENTRY WITH THE       *
      * CARD'S KEY.  A RECLASSIFICATION FROM A LATER DATE IS AN A     *
      * CARD WITH THE NEW EFFECTIVE DATE, SO HISTORY KEEPS ITS LABELS.*
      *****************************************************************
       CHANGE-ENTRY.
           IF REF-IX > REF-COUNT
               OR RT-KEY(REF-IX) NOT = WORK-KEY
               MOVE "R" TO CARD-FLAG
               MOVE "NO ENTRY WITH THIS KEY ON THE MASTER"
                   TO CARD-RESULT
           ELSE
               PERFORM MOVE-CARD-LABELS
               SET REF-CHANGED TO TRUE
               MOVE "ENTRY CHANGED" TO CARD-RESULT
           END-IF.

      *****************************************************************
      * DELETE-ENTRY - TAKE THE ENTRY WITH THE CARD'S KEY OFF THE     *
      * MASTER.                                                       *
      *****************************************************************
       DELETE-ENTRY.
           IF REF-IX > REF-COUNT
               OR RT-KEY(REF-IX) NOT = WORK-KEY
               MOVE "R" TO CARD-FLAG
               MOVE "NO ENTRY WITH THIS KEY ON THE MASTER"
                   TO CARD-RESULT
           ELSE
               PERFORM VARYING SHIFT-IX FROM REF-IX BY 1
                   UNTIL SHIFT-IX NOT < REF-COUNT
                   MOVE REF-ENTRY(SHIFT-IX + 1) TO REF-ENTRY(SHIFT-IX)
               END-PERFORM
               SUBTRACT 1 FROM REF-COUNT
               SET REF-CHANGED TO TRUE
               MOVE "ENTRY DELETED" TO CARD-RESULT
           END-IF.

      *****************************************************************
      * MOVE-CARD-LABELS - THE CARD'S CODE, DESCRIPTION AND GROUPS TO *
      * ENTRY REF-IX, STAMPED WITH THIS RUN'S DATE AND TIME.          *
      *****************************************************************
       MOVE-CARD-LABELS.
           MOVE TRAN-REF-CODE TO RT-CODE(REF-IX)
           MOVE TRAN-DESC TO RT-DESC(REF-IX)
           MOVE TRAN-GROUP(1) TO RT-GROUP(REF-IX, 1)
           MOVE TRAN-GROUP(2) TO RT-GROUP(REF-IX, 2)
           MOVE TRAN-GROUP(3) TO RT-GROUP(REF-IX, 3)
           MOVE RUN-DATE TO RT-MAINT-DATE(REF-IX)
           MOVE RUN-TIME TO RT-MAINT-TIME(REF-IX).

      *****************************************************************
      * VALIDATE-WORK-DATE - WORK-DATE MUST BE A REAL DD-MM-YYYY DATE.*
      *****************************************************************
       VALIDATE-WORK-DATE.
           MOVE "N" TO DATE-OK-FLAG
           IF WD-DD NUMERIC AND WD-MM NUMERIC AND WD-YYYY NUMERIC
               AND WD-SEP-1 = "-" AND WD-SEP-2 = "-"
               AND WD-MM > ZERO AND WD-MM < 13
               AND WD-YYYY > 1899
               MOVE MONTH-DAYS(WD-MM) TO DAYS-THIS-MONTH
               IF WD-MM = 2
                   DIVIDE WD-YYYY BY 4 GIVING DIV-QUOT
                       REMAINDER DIV-REM
                   IF DIV-REM = ZERO
                       MOVE 29 TO DAYS-THIS-MONTH
                       DIVIDE WD-YYYY BY 100 GIVING DIV-QUOT
                           REMAINDER DIV-REM
                       IF DIV-REM = ZERO
                           DIVIDE WD-YYYY BY 400 GIVING DIV-QUOT
                               REMAINDER DIV-REM
                           IF DIV-REM NOT = ZERO
                               MOVE 28 TO DAYS-THIS-MONTH
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WD-DD > ZERO AND WD-DD NOT > DAYS-THIS-MONTH
                   SET DATE-VALID TO TRUE
               END-IF
           END-IF.
