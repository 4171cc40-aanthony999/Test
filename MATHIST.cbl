      * FROM THE AVERAGE OF THE RUNS SHOWN - TURNING THE MANUAL       *
      * EYEBALL CHECK INTO AN ACTUAL DAY-OVER-DAY CONTROL.            *
      * ANY FLAGGED RUN ENDS THE STEP WITH RETURN CODE 4 SO THE       *
      * SCHEDULER CAN HOLD THE RUN FOR REVIEW.  A PARTITIONED RUN     *
      * MERGED BY MATMERGE IS ONE RUN, WITH ITS WINDOW AS ITS         *
      * ELAPSED TIME; ITS PER-BAND DETAIL RECORDS ARE PRINTED UNDER   *
      * IT BUT NEVER COUNTED, AVERAGED OR FLAGGED AS RUNS.            *
      * A RUN BACKED OUT BY MATBKOUT IS LIKEWISE PRINTED, MARKED      *
      * REVERSED, BUT LEFT OUT OF THE COUNTS, AVERAGES AND FLAGS.     *
      *****************************************************************

       PROGRAM-ID. MATHIST.
      * THE TREND REPORT
           SELECT PRINT-FILE ASSIGN TO HISTOUT
               ORGANIZATION IS SEQUENTIAL.
      * CONTROL-OUTCOME FILE - ONE RECORD APPENDED PER RUN GIVING THE
      * BUSINESS DATE FROM THE CONTROL CARD AND THE TREND OUTCOME,
      * READ BY THE MATRLSE RELEASE GATE
           SELECT CTLO-FILE ASSIGN TO CTLOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE
        2   HIST-TIME PIC X(8).
        2   HIST-ROWS PIC 9(5).
        2   HIST-COLS PIC 9(5).
      * C = PARAMETER CARD, D = PROGRAM DEFAULT, P = PARTITIONED RUN
      * MERGED BY MATMERGE, B = ONE BAND OF IT (ROWS AND COLS HOLD
      * THE BAND'S FIRST AND LAST ROWS, REQ-COUNT THE BAND NUMBER)
        2   HIST-DIM-SOURCE PIC X.
        88 HIST-BAND-DETAIL VALUE "B".
        2   HIST-OPERATION PIC X(3).
        2   HIST-REQ-COUNT PIC 9(5).
        2   HIST-CONTROL-TOTAL PIC S9(18).
        2   HIST-ELAPSED-1 PIC 9(9).
        2   HIST-ELAPSED-2 PIC 9(9).
        2   HIST-RETURN-CODE PIC 9(4).
      * R = THE RUN'S BUSINESS DATE WAS BACKED OUT BY MATBKOUT
        2   HIST-REVERSAL PIC X.
        88 HIST-REVERSED VALUE "R".
        2   FILLER PIC X(2).

       FD  HIST-PARM-FILE
           RECORDING MODE IS F.
       1   HIST-PARM-REC.
        2   HPARM-RUNS PIC 9(5).
        2   HPARM-TOL-PCT PIC 9(3).
      * BUSINESS DATE THE TREND CHECK IS BEING RUN FOR - THE DATE
      * THE OUTCOME IS RECORDED UNDER FOR THE RELEASE GATE.  BLANK
      * MEANS THE OUTCOME IS NOT RECORDED.
        2   HPARM-BUS-DATE PIC X(10).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       FD  CTLO-FILE
           RECORDING MODE IS F.
       1   CTLO-REC.
        2   CTLO-DATE PIC X(10).
        2   CTLO-STEP PIC X(8).
        2   CTLO-RC PIC 9(4).
        2   CTLO-COUNT PIC 9(9).
        2   CTLO-RUN-DATE PIC X(10).
        2   CTLO-RUN-TIME PIC X(8).
        2   FILLER PIC X(31).

       WORKING-STORAGE SECTION.

      * THE LAST N RUNS, HELD FOR THE SIDE-BY-SIDE REPORT - THE
      * HISTORY FILE IS READ TWICE, ONCE TO COUNT AND ONCE TO KEEP
      * JUST THE TAIL, SO THE TABLE ONLY EVER HOLDS WHAT IS PRINTED.
      * A PARTITIONED RUN'S BAND DETAIL RECORDS SIT IN THE TABLE
      * BEHIND THEIR RUN, AS FAR AS THE ROOM LEFT OVER BY THE RUNS
      * STILL TO COME ALLOWS
       1   RUN-TABLE.
        2   RUN-ENTRY OCCURS 1000 TIMES.
         3   RT-DATE PIC X(10).
         3   RT-CONTROL-TOTAL PIC S9(18) COMP-3.
         3   RT-ELAPSED PIC 9(9) COMP.
         3   RT-RETURN-CODE PIC 9(4).
         3   RT-REVERSAL PIC X.

       1   SHOW-RUNS PIC 9(5) COMP VALUE 10.
       1   TOL-PCT PIC 9(3) COMP VALUE 10.
       1   BUS-DATE PIC X(10) VALUE SPACE.
       1   HIST-PARM-WAS-READ PIC X VALUE "N".
        88 HIST-PARM-PRESENT VALUE "Y".
       1   HIST-AT-END PIC X VALUE "N".
       1   TOTAL-RUNS PIC 9(9) COMP VALUE ZERO.
       1   SKIP-RUNS PIC 9(9) COMP VALUE ZERO.
       1   KEPT-RUNS PIC 9(9) COMP VALUE ZERO.
       1   KEPT-ENTRIES PIC 9(9) COMP VALUE ZERO.
       1   ROOM-LEFT PIC S9(9) COMP.
       1   RUN-SEQ PIC 9(9) COMP VALUE ZERO.
       1   I PIC 9(9) COMP.

        2   FILLER PIC X VALUE SPACE.
        2   DTL-RC PIC 9(4).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-FLAGS.
         3   DTL-CT-FLAG PIC X(4).
         3   FILLER PIC X.
         3   DTL-ET-FLAG PIC X(4).
      * ONE BAND OF A PARTITIONED RUN, INDENTED UNDER IT, WITH ITS
      * HASH AND ELAPSED TIME UNDER THE RUN'S OWN COLUMNS
       1   BAND-LINE.
        2   FILLER PIC X(7) VALUE "   BAND".
        2   BND-NUM PIC ZZ9.
        2   FILLER PIC X(6) VALUE " ROWS ".
        2   BND-FROM PIC ZZZZ9.
        2   FILLER PIC X(9) VALUE " THROUGH ".
        2   BND-TO PIC ZZZZ9.
        2   FILLER PIC X(7) VALUE SPACE.
        2   BND-CTOT PIC -9(18).
        2   FILLER PIC X VALUE SPACE.
        2   BND-ELAPSED PIC ZZZZZZZZ9.
       1   AVERAGE-LINE.
        2   FILLER PIC X(42) VALUE "AVERAGE OF THE RUNS SHOWN".
        2   AVG-CTOT PIC -9(18).
                   IF HPARM-TOL-PCT NUMERIC AND HPARM-TOL-PCT > ZERO
                       MOVE HPARM-TOL-PCT TO TOL-PCT
                   END-IF
                   MOVE HPARM-BUS-DATE TO BUS-DATE
                   SET HIST-PARM-PRESENT TO TRUE
           END-READ
           CLOSE HIST-PARM-FILE
               MOVE 1000 TO SHOW-RUNS
           END-IF

      * FIRST PASS - COUNT THE RUNS SO THE SECOND PASS CAN SKIP
      * STRAIGHT TO THE TAIL.  BAND DETAIL RECORDS AND REVERSED RUNS
      * ARE NOT RUNS
           OPEN INPUT HIST-FILE
           PERFORM UNTIL HIST-SCAN-DONE
               READ HIST-FILE
                   AT END SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF NOT HIST-BAND-DETAIL AND NOT HIST-REVERSED
                           ADD 1 TO TOTAL-RUNS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
               READ HIST-FILE
                   AT END SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-BAND-DETAIL OR HIST-REVERSED
      * A BAND (OR A REVERSED RUN) GOES WITH THE RUN BEFORE IT - KEPT
      * ONLY WHEN THAT RUN WAS, AND ONLY WHILE THE RUNS STILL TO COME
      * STILL FIT
                           COMPUTE ROOM-LEFT = 1000 - KEPT-ENTRIES
                               - (TOTAL-RUNS - RUN-SEQ)
                           IF RUN-SEQ > SKIP-RUNS AND ROOM-LEFT > ZERO
                               PERFORM KEEP-HIST-ENTRY
                           END-IF
                       ELSE
                           ADD 1 TO RUN-SEQ
                           IF RUN-SEQ > SKIP-RUNS
                               ADD 1 TO KEPT-RUNS
                               PERFORM KEEP-HIST-ENTRY
                               ADD HIST-CONTROL-TOTAL TO CTOT-SUM
                               COMPUTE ELAP-SUM = ELAP-SUM
                                   + HIST-ELAPSED-1 + HIST-ELAPSED-2
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > KEPT-ENTRIES
            IF RT-DIM-SOURCE(I) = "B"
             MOVE RT-REQ-COUNT(I) TO BND-NUM
             MOVE RT-ROWS(I) TO BND-FROM
             MOVE RT-COLS(I) TO BND-TO
             MOVE RT-CONTROL-TOTAL(I) TO BND-CTOT
             MOVE RT-ELAPSED(I) TO BND-ELAPSED
             WRITE PRINT-REC FROM BAND-LINE AFTER ADVANCING 1
            ELSE
             IF RT-REVERSAL(I) = "R"
              MOVE RT-DATE(I) TO DTL-DATE
              MOVE RT-TIME(I) TO DTL-TIME
              MOVE RT-OPERATION(I) TO DTL-OP
              MOVE RT-ROWS(I) TO DTL-ROWS
              MOVE RT-COLS(I) TO DTL-COLS
              MOVE RT-REQ-COUNT(I) TO DTL-REQS
              MOVE RT-CONTROL-TOTAL(I) TO DTL-CTOT
              MOVE RT-ELAPSED(I) TO DTL-ELAPSED
              MOVE RT-RETURN-CODE(I) TO DTL-RC
              MOVE "REVERSED" TO DTL-FLAGS
              WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1
             ELSE
              MOVE SPACES TO CT-FLAG
              MOVE SPACES TO ET-FLAG
              COMPUTE DEV-WORK = RT-CONTROL-TOTAL(I) - CTOT-AVG
              IF DEV-WORK < ZERO
                  COMPUTE DEV-WORK = ZERO - DEV-WORK
              END-IF
              COMPUTE THRESH-WORK = CTOT-AVG * TOL-PCT / 100
              IF THRESH-WORK < ZERO
                  COMPUTE THRESH-WORK = ZERO - THRESH-WORK
              END-IF
              IF DEV-WORK > THRESH-WORK
                  MOVE "*CT*" TO CT-FLAG
                  ADD 1 TO FLAG-COUNT
              END-IF
              COMPUTE DEV-WORK = RT-ELAPSED(I) - ELAP-AVG
              IF DEV-WORK < ZERO
                  COMPUTE DEV-WORK = ZERO - DEV-WORK
              END-IF
              COMPUTE THRESH-WORK = ELAP-AVG * TOL-PCT / 100
              IF DEV-WORK > THRESH-WORK
                  MOVE "*ET*" TO ET-FLAG
                  ADD 1 TO FLAG-COUNT
              END-IF
              MOVE RT-DATE(I) TO DTL-DATE
              MOVE RT-TIME(I) TO DTL-TIME
              MOVE RT-OPERATION(I) TO DTL-OP
              MOVE RT-ROWS(I) TO DTL-ROWS
              MOVE RT-COLS(I) TO DTL-COLS
              MOVE RT-REQ-COUNT(I) TO DTL-REQS
              MOVE RT-CONTROL-TOTAL(I) TO DTL-CTOT
              MOVE RT-ELAPSED(I) TO DTL-ELAPSED
              MOVE RT-RETURN-CODE(I) TO DTL-RC
              MOVE SPACES TO DTL-FLAGS
              MOVE CT-FLAG TO DTL-CT-FLAG
              MOVE ET-FLAG TO DTL-ET-FLAG
              WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1
             END-IF
            END-IF
           END-PERFORM

           MOVE SPACES TO PRINT-REC
               MOVE 4 TO RETURN-CODE
           END-IF

      * RECORD THE TREND OUTCOME FOR THE RELEASE GATE - ONLY WHEN THE
      * CARD NAMES THE BUSINESS DATE, SINCE THE HISTORY ITSELF IS
      * KEPT BY RUN DATE
           IF BUS-DATE = SPACE
               DISPLAY "MATHIST0004 NO BUSINESS DATE ON THE CONTROL "
                   "CARD - OUTCOME NOT RECORDED FOR THE RELEASE GATE"
           ELSE
               OPEN EXTEND CTLO-FILE
               MOVE SPACES TO CTLO-REC
               MOVE BUS-DATE TO CTLO-DATE
               MOVE "MATHIST" TO CTLO-STEP
               MOVE RETURN-CODE TO CTLO-RC
               MOVE FLAG-COUNT TO CTLO-COUNT
               MOVE RUN-DATE TO CTLO-RUN-DATE
               MOVE RUN-TIME TO CTLO-RUN-TIME
               WRITE CTLO-REC
               CLOSE CTLO-FILE
           END-IF

           DISPLAY " MATHIST RUN HISTORY REPORT END "
           GOBACK.

      *****************************************************************
      * KEEP-HIST-ENTRY - HOLD THE CURRENT HISTORY RECORD IN THE NEXT *
      * ROW OF THE REPORT TABLE.                                      *
      *****************************************************************
       KEEP-HIST-ENTRY.
           ADD 1 TO KEPT-ENTRIES
           MOVE HIST-DATE TO RT-DATE(KEPT-ENTRIES)
           MOVE HIST-TIME TO RT-TIME(KEPT-ENTRIES)
           MOVE HIST-ROWS TO RT-ROWS(KEPT-ENTRIES)
           MOVE HIST-COLS TO RT-COLS(KEPT-ENTRIES)
           MOVE HIST-DIM-SOURCE TO RT-DIM-SOURCE(KEPT-ENTRIES)
           MOVE HIST-OPERATION TO RT-OPERATION(KEPT-ENTRIES)
           MOVE HIST-REQ-COUNT TO RT-REQ-COUNT(KEPT-ENTRIES)
           MOVE HIST-CONTROL-TOTAL TO RT-CONTROL-TOTAL(KEPT-ENTRIES)
           COMPUTE RT-ELAPSED(KEPT-ENTRIES) =
               HIST-ELAPSED-1 + HIST-ELAPSED-2
           MOVE HIST-RETURN-CODE TO RT-RETURN-CODE(KEPT-ENTRIES)
           MOVE HIST-REVERSAL TO RT-REVERSAL(KEPT-ENTRIES).
