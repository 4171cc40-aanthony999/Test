       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATPCLS - PERIOD CLOSE OF THE MTD/YTD ACCUMULATION MASTER     *
      * FCHANG.BPGC.ACCUM THAT MATPOST POSTS TO EVERY BUSINESS DATE.  *
      * THE CLSPARM CARD NAMES THE PERIOD BEING CLOSED:               *
      *   M  MM-YYYY  A MONTH END - THE MONTH MUST BE THE MASTER'S    *
      *               OPEN MONTH.  THE MONTH'S TOTALS ARE PRINTED,    *
      *               THE MTD CELLS ARE WRITTEN TO SNAPOUT, THE MTD   *
      *               TOTALS ARE RESET TO ZERO AND THE NEXT MONTH     *
      *               OPENS.  DECEMBER OPENS JANUARY OF THE NEXT      *
      *               YEAR, BUT THE YEAR ITSELF STAYS OPEN UNTIL ITS  *
      *               OWN CLOSE.                                      *
      *   Y  YYYY     A YEAR END - THE YEAR MUST BE THE MASTER'S OPEN *
      *               YEAR AND ITS DECEMBER MUST ALREADY BE CLOSED.   *
      *               THE YEAR'S TOTALS ARE PRINTED, THE YTD CELLS    *
      *               ARE WRITTEN TO SNAPOUT, THE YTD TOTALS ARE      *
      *               RESET, THE YEAR'S POSTED DATES ARE DROPPED AND  *
      *               THE NEXT YEAR OPENS.                            *
      * THE SNAPSHOT IS ONE SEGMENT IN THE ARRAYCOT LAYOUT (SOURCE    *
      * BPGCMTD OR BPGCYTD, THE MASTER'S DECIMAL PLACES, THE LAST     *
      * DATE POSTED IN THE PERIOD AS ITS BUSINESS DATE) SO MATPRINT,  *
      * MATSTAT, MATXPORT AND MATROLL CAN READ A CLOSED PERIOD AS     *
      * THEY READ A DAY - MATXPORT TAKES IT WITHOUT A RELEASE RECORD, *
      * PROVED TO ITS TRAILER.  MATVSAM, MATXTRCT, MATDIST AND        *
      * MATPOST TAKE ONLY A RELEASED DAY.  NOTHING IS CLOSED UNLESS   *
      * THE CELLS, THE CONTROL TOTALS AND THE POSTED DATES RECONCILE, *
      * AND THE SNAPSHOT AGREES WITH THEM.  THE STEP ENDS RC=8 WHEN   *
      * THE PERIOD CANNOT BE CLOSED YET AND RC=12 FOR A BAD CARD, A   *
      * MASTER THAT CANNOT BE USED OR DOES NOT RECONCILE, OR A PERIOD *
      * PROOF THAT DOES NOT AGREE.                                    *
      *****************************************************************

       PROGRAM-ID. MATPCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CLOSE CARD
           SELECT CLS-FILE ASSIGN TO CLSPARM
               ORGANIZATION IS SEQUENTIAL.
      * THE ACCUMULATION MASTER - LOADED, CLOSED IN STORAGE, AND
      * REWRITTEN WHOLE
           SELECT ACC-FILE ASSIGN TO ACCUMST
               ORGANIZATION IS SEQUENTIAL.
      * THE CLOSED PERIOD'S TOTALS IN THE ARRAYCOT LAYOUT
           SELECT SNAP-FILE ASSIGN TO SNAPOUT
               ORGANIZATION IS SEQUENTIAL.
      * THE PERIOD-CLOSE REPORT
           SELECT PRINT-FILE ASSIGN TO CLSRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLS-FILE
           RECORDING MODE IS F.
       1   CLS-REC.
        2   CLS-TYPE PIC X.
        2   CLS-MONTH.
         3   CLS-MM PIC 99.
         3   CLS-SEP PIC X.
         3   CLS-MYYYY PIC 9(4).
        2   FILLER PIC X(72).
       1   CLS-YEAR-REC.
        2   FILLER PIC X.
        2   CLS-YEAR PIC 9(4).
        2   CLS-YEAR-REST PIC X(3).
        2   FILLER PIC X(72).

       FD  ACC-FILE
           RECORDING MODE IS F.
       1   ACC-REC.
        2   ACC-REC-TYPE PIC X.
        2   FILLER PIC X(79).
      * C - THE CONTROL RECORD, ALWAYS FIRST
       1   ACC-CTL.
        2   FILLER PIC X.
        2   ACC-CTL-ROWS PIC 9(5).
        2   ACC-CTL-COLS PIC 9(5).
        2   ACC-CTL-DEC PIC 9.
        2   ACC-CTL-MONTH.
         3   ACC-CTL-MM PIC 99.
         3   FILLER PIC X.
         3   ACC-CTL-MYYYY PIC 9(4).
        2   ACC-CTL-YEAR PIC 9(4).
        2   ACC-CTL-MTD-DAYS PIC 9(5).
        2   ACC-CTL-MTD-HASH PIC S9(18).
        2   ACC-CTL-YTD-DAYS PIC 9(5).
        2   ACC-CTL-YTD-HASH PIC S9(18).
        2   ACC-CTL-LAST-DATE PIC X(10).
        2   FILLER PIC X.
      * D - ONE BUSINESS DATE POSTED THIS YEAR.  STATUS P = POSTED,
      * R = REVERSED OUT AGAIN
       1   ACC-DAY.
        2   FILLER PIC X.
        2   ACC-DAY-DATE PIC X(10).
        2   ACC-DAY-COUNT PIC 9(9).
        2   ACC-DAY-HASH PIC S9(18).
        2   ACC-DAY-STATUS PIC X.
        2   ACC-DAY-RUN-DATE PIC X(10).
        2   ACC-DAY-RUN-TIME PIC X(8).
        2   ACC-DAY-TAIL PIC X(23).
      * A - ONE CELL'S ACCUMULATED TOTALS
       1   ACC-CELL.
        2   FILLER PIC X.
        2   ACC-CELL-ROW PIC 9(5).
        2   ACC-CELL-COL PIC 9(5).
        2   ACC-CELL-MTD PIC S9(18).
        2   ACC-CELL-YTD PIC S9(18).
        2   FILLER PIC X(33).

       FD  SNAP-FILE
           RECORDING MODE IS F.
       1   SNAP-HDR.
        2   SNAP-HDR-TYPE PIC X.
        2   SNAP-HDR-DATE PIC X(10).
        2   SNAP-HDR-ROWS PIC 9(5).
        2   SNAP-HDR-COLS PIC 9(5).
        2   SNAP-HDR-SOURCE PIC X(8).
        2   SNAP-HDR-DEC PIC 9.
        2   FILLER PIC X(2).
       1   SNAP-ELEM.
        2   SNAP-ELEM-TYPE PIC X.
        2   SNAP-ELEM-VAL PIC S9(8).
        2   FILLER PIC X(23).
       1   SNAP-WELEM.
        2   SNAP-WELEM-TYPE PIC X.
        2   SNAP-WELEM-VAL PIC S9(18).
        2   FILLER PIC X(13).
       1   SNAP-TRL.
        2   SNAP-TRL-TYPE PIC X.
        2   SNAP-TRL-COUNT PIC 9(9).
        2   SNAP-TRL-HASH PIC S9(18).
        2   FILLER PIC X(4).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * THE PERIOD BEING CLOSED
       1   CLOSE-TYPE PIC X VALUE SPACE.
        88 CLOSE-MONTH VALUE "M".
        88 CLOSE-YEAR VALUE "Y".
       1   CLOSE-YM PIC 9(6) VALUE ZERO.
       1   CLOSE-YYYY PIC 9(4) VALUE ZERO.
       1   CLOSE-TEXT PIC X(13) VALUE SPACE.

      * THE MASTER'S CONTROL RECORD
       1   MST-PRESENT-FLAG PIC X VALUE "N".
        88 MST-PRESENT VALUE "Y".
       1   MST-ROWS PIC 9(9) COMP VALUE ZERO.
       1   MST-COLS PIC 9(9) COMP VALUE ZERO.
       1   MST-DEC PIC 9 VALUE ZERO.
       1   MST-MONTH.
        2   MST-MM PIC 99 VALUE ZERO.
        2   FILLER PIC X VALUE "-".
        2   MST-MYYYY PIC 9(4) VALUE ZERO.
       1   MST-YEAR PIC 9(4) VALUE ZERO.
       1   MST-MTD-DAYS PIC 9(9) COMP VALUE ZERO.
       1   MST-MTD-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   MST-YTD-DAYS PIC 9(9) COMP VALUE ZERO.
       1   MST-YTD-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   MST-LAST-DATE PIC X(10) VALUE SPACE.
       1   OPEN-YM PIC 9(6) VALUE ZERO.

      * THE POSTED-DATES LIST, IN DATE ORDER, WITH ITS YYYYMMDD KEY
       1   DAY-TBL.
        2   DAY-ENTRY OCCURS 400 TIMES.
         3   DT-KEY PIC 9(8).
         3   DT-DATE PIC X(10).
         3   DT-COUNT PIC 9(9) COMP.
         3   DT-HASH PIC S9(18) COMP-3.
         3   DT-STATUS PIC X.
         3   DT-RUN-DATE PIC X(10).
         3   DT-RUN-TIME PIC X(8).
         3   DT-TAIL PIC X(23).
       1   DAY-COUNT PIC 9(9) COMP VALUE ZERO.
       1   DAY-IX PIC 9(9) COMP.
       1   KEEP-COUNT PIC 9(9) COMP.
       1   PREV-DAY-KEY PIC 9(8) VALUE ZERO.
       1   DAY-YM PIC 9(6).
       1   DAY-YYYY PIC 9(4).

      * THE CELL TOTALS
       1   MTD-TBL.
        2   MTD-ROW OCCURS 200 TIMES.
         3   MTD-CELL PIC S9(18) COMP-3 OCCURS 200 TIMES.
       1   YTD-TBL.
        2   YTD-ROW OCCURS 200 TIMES.
         3   YTD-CELL PIC S9(18) COMP-3 OCCURS 200 TIMES.
       1   CELL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   ROW-IX PIC 9(9) COMP.
       1   COL-IX PIC 9(9) COMP.
       1   NEXT-ROW PIC 9(9) COMP.
       1   NEXT-COL PIC 9(9) COMP.
       1   CELL-VAL PIC S9(18) COMP-3.
       1   ROW-TOTAL PIC S9(18) COMP-3.

      * RECONCILIATION WORK
       1   SUM-MTD-CELLS PIC S9(18) COMP-3.
       1   SUM-YTD-CELLS PIC S9(18) COMP-3.
       1   SUM-MTD-DAYS PIC 9(9) COMP.
       1   SUM-MTD-LIST PIC S9(18) COMP-3.
       1   SUM-YTD-DAYS PIC 9(9) COMP.
       1   SUM-YTD-LIST PIC S9(18) COMP-3.
       1   RECON-FLAG PIC X.
        88 RECON-OK VALUE "Y".

      * THE CLOSED PERIOD'S FIGURES AS PRINTED AND SNAPPED
       1   PRD-DAYS PIC 9(9) COMP VALUE ZERO.
       1   PRD-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   PRD-CELLS PIC S9(18) COMP-3 VALUE ZERO.
       1   PRD-LAST-DATE PIC X(10) VALUE SPACE.
       1   SNAP-SOURCE PIC X(8) VALUE SPACE.
       1   SNAP-COUNT PIC 9(9) COMP VALUE ZERO.
       1   SNAP-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   PRD-CONTROL PIC S9(18) COMP-3 VALUE ZERO.
       1   PROOF-FLAG PIC X VALUE "Y".
        88 PROOF-AGREES VALUE "Y".

      * MASTER LOAD STATE
       1   ACC-AT-END PIC X VALUE "N".
        88 ACC-SCAN-DONE VALUE "Y".
       1   LOAD-FLAG PIC X VALUE "Y".
        88 LOAD-OK VALUE "Y".
       1   LOAD-REASON PIC X(60) VALUE SPACE.
       1   ACC-REC-NUM PIC 9(9) COMP VALUE ZERO.

      * A POSTED DATE, VIEWED AS ITS PARTS
       1   WORK-DATE.
        2   WD-DD PIC 99.
        2   FILLER PIC X.
        2   WD-MM PIC 99.
        2   FILLER PIC X.
        2   WD-YYYY PIC 9(4).

      * WHY THE CLOSE WAS REFUSED, FOR THE REPORT
       1   REFUSE-TEXT PIC X(100) VALUE SPACE.

      * RUN DATE/TIME STAMP RETURNED BY THE TSTAMP SUBPROGRAM
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(40)
                VALUE "BPGC MTD/YTD ACCUMULATION PERIOD CLOSE  ".
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
       1   HEADING-2.
        2   FILLER PIC X(15) VALUE "PERIOD CLOSED  ".
        2   HDG2-PERIOD PIC X(13).
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "  ROWS  ".
        2   HDG2-ROWS PIC ZZZZ9.
        2   FILLER PIC X(11) VALUE "  COLUMNS  ".
        2   HDG2-COLS PIC ZZZZ9.
        2   FILLER PIC X(18) VALUE "  DECIMAL PLACES  ".
        2   HDG2-DEC PIC 9.
       1   DATE-HEADING.
        2   FILLER PIC X(25) VALUE "BUSINESS DATE     ELEMENT".
        2   FILLER PIC X(25) VALUE "S         TRAILER HASH   ".
        2   FILLER PIC X(25) VALUE "STATUS    POSTED ON      ".
       1   DATE-LINE.
        2   DTL-DATE PIC X(10).
        2   FILLER PIC X(6) VALUE SPACE.
        2   DTL-COUNT PIC ZZZZZZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   DTL-HASH PIC -(18)9.
        2   FILLER PIC X(3) VALUE SPACE.
        2   DTL-STATUS PIC X(8).
        2   FILLER PIC X(2) VALUE SPACE.
        2   DTL-RUN-DATE PIC X(10).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-RUN-TIME PIC X(8).
       1   ROW-HEADING.
        2   FILLER PIC X(25) VALUE "ROW TOTALS AT THE RESULT'".
        2   FILLER PIC X(25) VALUE "S IMPLIED DECIMAL PLACES ".
       1   ROW-LINE.
        2   FILLER PIC X(6) VALUE "  ROW ".
        2   RWL-ROW PIC ZZZZ9.
        2   FILLER PIC X(5) VALUE SPACE.
        2   RWL-TOTAL PIC -(18)9.
       1   PROOF-LINE.
        2   PRF-TEXT PIC X(40).
        2   PRF-VALUE PIC -(18)9.
        2   FILLER PIC X(2) VALUE SPACE.
        2   PRF-NOTE PIC X(50).
       1   REFUSE-LINE.
        2   FILLER PIC X(17) VALUE "CLOSE REFUSED -  ".
        2   REF-TEXT PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATPCLS PERIOD CLOSE START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

           OPEN OUTPUT PRINT-FILE
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1

           PERFORM READ-CLOSE-CARD THRU READ-CLOSE-CARD-EXIT
           IF RETURN-CODE NOT = ZERO
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * THE MASTER MUST LOAD AND RECONCILE BEFORE ANYTHING IS CLOSED
           PERFORM LOAD-MASTER THRU LOAD-MASTER-EXIT
           IF NOT LOAD-OK
               DISPLAY "MATPCLS0002 THE ACCUMULATION MASTER CANNOT BE "
                   "LOADED - " LOAD-REASON
               MOVE LOAD-REASON TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF
           IF NOT MST-PRESENT
               DISPLAY "MATPCLS0004 THE ACCUMULATION MASTER IS EMPTY "
                   "- NOTHING HAS BEEN POSTED TO CLOSE"
               MOVE "THE ACCUMULATION MASTER IS EMPTY" TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF
           PERFORM RECONCILE-MASTER THRU RECONCILE-MASTER-EXIT
           IF NOT RECON-OK
               DISPLAY "MATPCLS0003 THE ACCUMULATION MASTER DOES NOT "
                   "RECONCILE - ITS CELLS, CONTROL TOTALS AND POSTED "
                   "DATES DISAGREE"
               MOVE "THE MASTER DOES NOT RECONCILE - SEE THE CONSOLE"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

           PERFORM CHECK-PERIOD THRU CHECK-PERIOD-EXIT
           IF RETURN-CODE NOT = ZERO
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * PRINT THE PERIOD AND WRITE ITS SNAPSHOT, THEN RESET IT
           MOVE CLOSE-TEXT TO HDG2-PERIOD
           MOVE MST-ROWS TO HDG2-ROWS
           MOVE MST-COLS TO HDG2-COLS
           MOVE MST-DEC TO HDG2-DEC
           WRITE PRINT-REC FROM HEADING-2 AFTER ADVANCING 1
           PERFORM PRINT-POSTED-DATES
           PERFORM WRITE-SNAPSHOT
           PERFORM PRINT-PERIOD-PROOF
           IF NOT PROOF-AGREES
               DISPLAY "MATPCLS0011 THE PERIOD'S DAILY HASHES, CONTROL "
                   "TOTAL, CELLS AND SNAPSHOT DO NOT AGREE - NOTHING "
                   "IS CLOSED"
               MOVE "THE PERIOD PROOF DOES NOT AGREE - SEE ABOVE"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF
           IF CLOSE-MONTH
               PERFORM RESET-MONTH
           ELSE
               PERFORM RESET-YEAR
           END-IF
           PERFORM REWRITE-MASTER
           CLOSE PRINT-FILE

           DISPLAY "MATPCLS0010 " CLOSE-TEXT " CLOSED - MONTH "
               MST-MONTH " AND YEAR " MST-YEAR " ARE NOW OPEN"
           DISPLAY " MATPCLS PERIOD CLOSE END "
           GOBACK.

      *****************************************************************
      * READ-CLOSE-CARD - M MM-YYYY OR Y YYYY.                        *
      *****************************************************************
       READ-CLOSE-CARD.
           OPEN INPUT CLS-FILE
           READ CLS-FILE
               AT END MOVE SPACES TO CLS-REC
           END-READ
           CLOSE CLS-FILE
           MOVE CLS-TYPE TO CLOSE-TYPE
           EVALUATE TRUE
             WHEN CLOSE-MONTH
               IF CLS-MM NOT NUMERIC OR CLS-MYYYY NOT NUMERIC
                   OR CLS-SEP NOT = "-"
                   OR CLS-MM < 1 OR CLS-MM > 12
                   GO TO READ-CLOSE-CARD-BAD
               END-IF
               COMPUTE CLOSE-YM = CLS-MYYYY * 100 + CLS-MM
               STRING "MONTH " CLS-MONTH DELIMITED BY SIZE
                   INTO CLOSE-TEXT
             WHEN CLOSE-YEAR
               IF CLS-YEAR NOT NUMERIC OR CLS-YEAR-REST NOT = SPACES
                   GO TO READ-CLOSE-CARD-BAD
               END-IF
               MOVE CLS-YEAR TO CLOSE-YYYY
               STRING "YEAR " CLS-YEAR DELIMITED BY SIZE
                   INTO CLOSE-TEXT
             WHEN OTHER
               GO TO READ-CLOSE-CARD-BAD
           END-EVALUATE
           GO TO READ-CLOSE-CARD-EXIT.

       READ-CLOSE-CARD-BAD.
           DISPLAY "MATPCLS0001 THE CLSPARM CARD IS NEITHER M MM-YYYY "
               "NOR Y YYYY - " CLS-REC(1:8)
           MOVE "THE CLSPARM CARD IS NOT M MM-YYYY OR Y YYYY"
               TO REFUSE-TEXT
           MOVE 12 TO RETURN-CODE.

       READ-CLOSE-CARD-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-MASTER - READ THE CONTROL RECORD, THE POSTED-DATES LIST  *
      * AND THE CELLS INTO STORAGE, AS MATPOST DOES.                  *
      *****************************************************************
       LOAD-MASTER.
           MOVE 1 TO NEXT-ROW
           MOVE ZERO TO NEXT-COL
           OPEN INPUT ACC-FILE
           PERFORM UNTIL ACC-SCAN-DONE
               READ ACC-FILE
                   AT END SET ACC-SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO ACC-REC-NUM
                       PERFORM LOAD-MASTER-RECORD
                       IF NOT LOAD-OK
                           SET ACC-SCAN-DONE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACC-FILE
           IF NOT LOAD-OK OR NOT MST-PRESENT
               GO TO LOAD-MASTER-EXIT
           END-IF
           IF CELL-COUNT NOT = MST-ROWS * MST-COLS
               MOVE "THE MASTER DOES NOT HOLD EVERY CELL OF ITS ROWS"
                   TO LOAD-REASON
               MOVE "N" TO LOAD-FLAG
           END-IF.

       LOAD-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * LOAD-MASTER-RECORD - PLACE ONE MASTER RECORD.                 *
      *****************************************************************
       LOAD-MASTER-RECORD.
           EVALUATE TRUE
             WHEN ACC-REC-NUM = 1 AND ACC-REC-TYPE NOT = "C"
               MOVE "THE FIRST RECORD IS NOT THE CONTROL RECORD"
                   TO LOAD-REASON
               MOVE "N" TO LOAD-FLAG
             WHEN ACC-REC-TYPE = "C"
               IF ACC-REC-NUM NOT = 1
                   MOVE "A SECOND CONTROL RECORD" TO LOAD-REASON
                   MOVE "N" TO LOAD-FLAG
               ELSE
                   IF ACC-CTL-ROWS NOT NUMERIC
                       OR ACC-CTL-COLS NOT NUMERIC
                       OR ACC-CTL-ROWS = ZERO OR ACC-CTL-COLS = ZERO
                       OR ACC-CTL-ROWS > 200 OR ACC-CTL-COLS > 200
                       MOVE "CONTROL RECORD DIMENSIONS ARE NOT 1-200"
                           TO LOAD-REASON
                       MOVE "N" TO LOAD-FLAG
                   ELSE
                       SET MST-PRESENT TO TRUE
                       MOVE ACC-CTL-ROWS TO MST-ROWS
                       MOVE ACC-CTL-COLS TO MST-COLS
                       MOVE ACC-CTL-DEC TO MST-DEC
                       MOVE ACC-CTL-MM TO MST-MM
                       MOVE ACC-CTL-MYYYY TO MST-MYYYY
                       MOVE ACC-CTL-YEAR TO MST-YEAR
                       MOVE ACC-CTL-MTD-DAYS TO MST-MTD-DAYS
                       MOVE ACC-CTL-MTD-HASH TO MST-MTD-HASH
                       MOVE ACC-CTL-YTD-DAYS TO MST-YTD-DAYS
                       MOVE ACC-CTL-YTD-HASH TO MST-YTD-HASH
                       MOVE ACC-CTL-LAST-DATE TO MST-LAST-DATE
                   END-IF
               END-IF
             WHEN ACC-REC-TYPE = "D"
               IF CELL-COUNT > ZERO
                   MOVE "A POSTED DATE AFTER THE CELL RECORDS"
                       TO LOAD-REASON
                   MOVE "N" TO LOAD-FLAG
               ELSE
                   IF DAY-COUNT = 400
                       MOVE "MORE THAN 400 POSTED DATES" TO LOAD-REASON
                       MOVE "N" TO LOAD-FLAG
                   ELSE
                       ADD 1 TO DAY-COUNT
                       MOVE ACC-DAY-DATE TO WORK-DATE
                       COMPUTE DT-KEY(DAY-COUNT) = WD-YYYY * 10000
                           + WD-MM * 100 + WD-DD
                       MOVE ACC-DAY-DATE TO DT-DATE(DAY-COUNT)
                       MOVE ACC-DAY-COUNT TO DT-COUNT(DAY-COUNT)
                       MOVE ACC-DAY-HASH TO DT-HASH(DAY-COUNT)
                       MOVE ACC-DAY-STATUS TO DT-STATUS(DAY-COUNT)
                       MOVE ACC-DAY-RUN-DATE TO DT-RUN-DATE(DAY-COUNT)
                       MOVE ACC-DAY-RUN-TIME TO DT-RUN-TIME(DAY-COUNT)
                       MOVE ACC-DAY-TAIL TO DT-TAIL(DAY-COUNT)
                       IF DT-KEY(DAY-COUNT) NOT > PREV-DAY-KEY
                           MOVE "POSTED DATES OUT OF ORDER OR REPEATED"
                               TO LOAD-REASON
                           MOVE "N" TO LOAD-FLAG
                       END-IF
                       MOVE DT-KEY(DAY-COUNT) TO PREV-DAY-KEY
                   END-IF
               END-IF
             WHEN ACC-REC-TYPE = "A"
               ADD 1 TO NEXT-COL
               IF NEXT-COL > MST-COLS
                   MOVE 1 TO NEXT-COL
                   ADD 1 TO NEXT-ROW
               END-IF
               IF ACC-CELL-ROW NOT = NEXT-ROW
                   OR ACC-CELL-COL NOT = NEXT-COL
                   OR NEXT-ROW > MST-ROWS
                   MOVE "CELL RECORDS OUT OF ROW AND COLUMN ORDER"
                       TO LOAD-REASON
                   MOVE "N" TO LOAD-FLAG
               ELSE
                   ADD 1 TO CELL-COUNT
                   MOVE ACC-CELL-MTD TO MTD-CELL(NEXT-ROW, NEXT-COL)
                   MOVE ACC-CELL-YTD TO YTD-CELL(NEXT-ROW, NEXT-COL)
               END-IF
             WHEN OTHER
               MOVE "A RECORD THAT IS NOT C, D OR A" TO LOAD-REASON
               MOVE "N" TO LOAD-FLAG
           END-EVALUATE.

      *****************************************************************
      * RECONCILE-MASTER - THE CELLS MUST ADD UP TO THE CONTROL       *
      * TOTALS, AND THE CONTROL TOTALS TO THE TRAILER HASHES OF THE   *
      * DATES POSTED IN THE OPEN MONTH AND THE OPEN YEAR.  A DATE     *
      * REVERSED OUT COUNTS FOR NEITHER.                              *
      *****************************************************************
       RECONCILE-MASTER.
           MOVE "Y" TO RECON-FLAG
           MOVE ZERO TO SUM-MTD-CELLS
           MOVE ZERO TO SUM-YTD-CELLS
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > MST-ROWS
             PERFORM VARYING COL-IX FROM 1 BY 1
                 UNTIL COL-IX > MST-COLS
               ADD MTD-CELL(ROW-IX, COL-IX) TO SUM-MTD-CELLS
               ADD YTD-CELL(ROW-IX, COL-IX) TO SUM-YTD-CELLS
             END-PERFORM
           END-PERFORM
           MOVE ZERO TO SUM-MTD-DAYS
           MOVE ZERO TO SUM-MTD-LIST
           MOVE ZERO TO SUM-YTD-DAYS
           MOVE ZERO TO SUM-YTD-LIST
           COMPUTE OPEN-YM = MST-MYYYY * 100 + MST-MM
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > DAY-COUNT
               COMPUTE DAY-YM = DT-KEY(DAY-IX) / 100
               COMPUTE DAY-YYYY = DT-KEY(DAY-IX) / 10000
               IF DT-STATUS(DAY-IX) = "P"
                   IF DAY-YM = OPEN-YM
                       ADD 1 TO SUM-MTD-DAYS
                       ADD DT-HASH(DAY-IX) TO SUM-MTD-LIST
                   END-IF
                   IF DAY-YYYY = MST-YEAR
                       ADD 1 TO SUM-YTD-DAYS
                       ADD DT-HASH(DAY-IX) TO SUM-YTD-LIST
                   END-IF
               END-IF
           END-PERFORM
           IF SUM-MTD-CELLS NOT = MST-MTD-HASH
               DISPLAY "MATPCLS0008 MTD CELLS ADD TO " SUM-MTD-CELLS
                   ", THE MTD CONTROL TOTAL IS " MST-MTD-HASH
               MOVE "N" TO RECON-FLAG
           END-IF
           IF SUM-YTD-CELLS NOT = MST-YTD-HASH
               DISPLAY "MATPCLS0008 YTD CELLS ADD TO " SUM-YTD-CELLS
                   ", THE YTD CONTROL TOTAL IS " MST-YTD-HASH
               MOVE "N" TO RECON-FLAG
           END-IF
           IF SUM-MTD-DAYS NOT = MST-MTD-DAYS
               OR SUM-MTD-LIST NOT = MST-MTD-HASH
               DISPLAY "MATPCLS0009 THE POSTED DATES OF MONTH "
                   MST-MONTH " DO NOT ADD TO THE MTD CONTROLS"
               MOVE "N" TO RECON-FLAG
           END-IF
           IF SUM-YTD-DAYS NOT = MST-YTD-DAYS
               OR SUM-YTD-LIST NOT = MST-YTD-HASH
               DISPLAY "MATPCLS0009 THE POSTED DATES OF YEAR "
                   MST-YEAR " DO NOT ADD TO THE YTD CONTROLS"
               MOVE "N" TO RECON-FLAG
           END-IF.

       RECONCILE-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-PERIOD - A MONTH CLOSE NAMES THE OPEN MONTH.  A YEAR    *
      * CLOSE NAMES THE OPEN YEAR, AND ITS DECEMBER MUST BE CLOSED -  *
      * THE OPEN MONTH IS THEN JANUARY OF THE NEXT YEAR, WITH NOTHING *
      * POSTED TO IT YET.                                             *
      *****************************************************************
       CHECK-PERIOD.
           IF CLOSE-MONTH
               IF CLOSE-YM NOT = OPEN-YM
                   DISPLAY "MATPCLS0005 " CLOSE-TEXT " IS NOT THE OPEN "
                       "MONTH - THE OPEN MONTH IS " MST-MONTH
                   MOVE "THE CARD DOES NOT NAME THE OPEN MONTH"
                       TO REFUSE-TEXT
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO CHECK-PERIOD-EXIT
           END-IF
           IF CLOSE-YYYY NOT = MST-YEAR
               DISPLAY "MATPCLS0006 " CLOSE-TEXT " IS NOT THE OPEN "
                   "YEAR - THE OPEN YEAR IS " MST-YEAR
               MOVE "THE CARD DOES NOT NAME THE OPEN YEAR"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-PERIOD-EXIT
           END-IF
           IF OPEN-YM NOT = (MST-YEAR + 1) * 100 + 1
               OR MST-MTD-DAYS NOT = ZERO
               DISPLAY "MATPCLS0007 DECEMBER OF " MST-YEAR " IS NOT "
                   "CLOSED - THE OPEN MONTH IS " MST-MONTH
               MOVE "DECEMBER MUST BE CLOSED BEFORE THE YEAR"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       CHECK-PERIOD-EXIT.
           EXIT.

      *****************************************************************
      * PRINT-POSTED-DATES - EVERY DATE POSTED IN THE PERIOD, WITH    *
      * THE TRAILER COUNT AND HASH IT POSTED.  A DATE REVERSED OUT    *
      * AGAIN IS LISTED BUT NOT COUNTED.                              *
      *****************************************************************
       PRINT-POSTED-DATES.
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM DATE-HEADING AFTER ADVANCING 1
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > DAY-COUNT
               COMPUTE DAY-YM = DT-KEY(DAY-IX) / 100
               COMPUTE DAY-YYYY = DT-KEY(DAY-IX) / 10000
               IF (CLOSE-MONTH AND DAY-YM = CLOSE-YM)
                   OR (CLOSE-YEAR AND DAY-YYYY = CLOSE-YYYY)
                   MOVE DT-DATE(DAY-IX) TO DTL-DATE
                   MOVE DT-COUNT(DAY-IX) TO DTL-COUNT
                   MOVE DT-HASH(DAY-IX) TO DTL-HASH
                   MOVE DT-RUN-DATE(DAY-IX) TO DTL-RUN-DATE
                   MOVE DT-RUN-TIME(DAY-IX) TO DTL-RUN-TIME
                   IF DT-STATUS(DAY-IX) = "P"
                       MOVE "POSTED" TO DTL-STATUS
                       ADD 1 TO PRD-DAYS
                       ADD DT-HASH(DAY-IX) TO PRD-HASH
                       MOVE DT-DATE(DAY-IX) TO PRD-LAST-DATE
                   ELSE
                       MOVE "REVERSED" TO DTL-STATUS
                   END-IF
                   WRITE PRINT-REC FROM DATE-LINE AFTER ADVANCING 1
               END-IF
           END-PERFORM.

      *****************************************************************
      * WRITE-SNAPSHOT - THE PERIOD'S CELLS AS ONE ARRAYCOT SEGMENT,  *
      * ROW BY ROW, WITH THE ROW TOTALS PRINTED AS THEY GO.  A CELL   *
      * BEYOND S9(8) IS WRITTEN AS A W RECORD.  A PERIOD WITH NOTHING *
      * POSTED CARRIES THE FIRST DAY OF THE MONTH, OR THE LAST DAY OF *
      * THE YEAR, AS ITS BUSINESS DATE.                               *
      *****************************************************************
       WRITE-SNAPSHOT.
           IF PRD-LAST-DATE = SPACES
               IF CLOSE-MONTH
                   STRING "01-" CLS-MONTH DELIMITED BY SIZE
                       INTO PRD-LAST-DATE
               ELSE
                   STRING "31-12-" CLS-YEAR DELIMITED BY SIZE
                       INTO PRD-LAST-DATE
               END-IF
           END-IF
           OPEN OUTPUT SNAP-FILE
           MOVE SPACES TO SNAP-HDR
           MOVE "H" TO SNAP-HDR-TYPE
           MOVE PRD-LAST-DATE TO SNAP-HDR-DATE
           MOVE MST-ROWS TO SNAP-HDR-ROWS
           MOVE MST-COLS TO SNAP-HDR-COLS
           IF CLOSE-MONTH
               MOVE "BPGCMTD" TO SNAP-SOURCE
           ELSE
               MOVE "BPGCYTD" TO SNAP-SOURCE
           END-IF
           MOVE SNAP-SOURCE TO SNAP-HDR-SOURCE
           MOVE MST-DEC TO SNAP-HDR-DEC
           WRITE SNAP-HDR

           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM ROW-HEADING AFTER ADVANCING 1
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > MST-ROWS
               MOVE ZERO TO ROW-TOTAL
               PERFORM VARYING COL-IX FROM 1 BY 1
                   UNTIL COL-IX > MST-COLS
                   IF CLOSE-MONTH
                       MOVE MTD-CELL(ROW-IX, COL-IX) TO CELL-VAL
                   ELSE
                       MOVE YTD-CELL(ROW-IX, COL-IX) TO CELL-VAL
                   END-IF
                   PERFORM WRITE-SNAPSHOT-CELL
                   ADD CELL-VAL TO ROW-TOTAL
               END-PERFORM
               MOVE ROW-IX TO RWL-ROW
               MOVE ROW-TOTAL TO RWL-TOTAL
               WRITE PRINT-REC FROM ROW-LINE AFTER ADVANCING 1
               ADD ROW-TOTAL TO PRD-CELLS
           END-PERFORM

           MOVE SPACES TO SNAP-TRL
           MOVE "T" TO SNAP-TRL-TYPE
           MOVE SNAP-COUNT TO SNAP-TRL-COUNT
           MOVE SNAP-HASH TO SNAP-TRL-HASH
           WRITE SNAP-TRL
           CLOSE SNAP-FILE.

       WRITE-SNAPSHOT-CELL.
           IF CELL-VAL > 99999999 OR CELL-VAL < -99999999
               MOVE SPACES TO SNAP-WELEM
               MOVE "W" TO SNAP-WELEM-TYPE
               MOVE CELL-VAL TO SNAP-WELEM-VAL
               WRITE SNAP-WELEM
           ELSE
               MOVE SPACES TO SNAP-ELEM
               MOVE "E" TO SNAP-ELEM-TYPE
               MOVE CELL-VAL TO SNAP-ELEM-VAL
               WRITE SNAP-ELEM
           END-IF
           ADD 1 TO SNAP-COUNT
           ADD CELL-VAL TO SNAP-HASH.

      *****************************************************************
      * PRINT-PERIOD-PROOF - THE PERIOD'S GRAND TOTAL AGREES WITH ITS *
      * CONTROL TOTAL AND WITH THE SUM OF ITS DAILY TRAILER HASHES,   *
      * AND THE SNAPSHOT CARRIES IT.  THE LAST LINE SAYS WHETHER ALL  *
      * FOUR AGREE AND THE SNAPSHOT HOLDS EVERY CELL; IF NOT, THE     *
      * CLOSE IS REFUSED AND THE MASTER IS NOT TOUCHED.               *
      *****************************************************************
       PRINT-PERIOD-PROOF.
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE "BUSINESS DATES POSTED" TO PRF-TEXT
           MOVE PRD-DAYS TO PRF-VALUE
           MOVE SPACES TO PRF-NOTE
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1
           MOVE "SUM OF THE DAILY TRAILER HASHES" TO PRF-TEXT
           MOVE PRD-HASH TO PRF-VALUE
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1
           MOVE "PERIOD CONTROL TOTAL" TO PRF-TEXT
           IF CLOSE-MONTH
               MOVE MST-MTD-HASH TO PRD-CONTROL
           ELSE
               MOVE MST-YTD-HASH TO PRD-CONTROL
           END-IF
           MOVE PRD-CONTROL TO PRF-VALUE
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1
           MOVE "GRAND TOTAL OF THE ROW TOTALS" TO PRF-TEXT
           MOVE PRD-CELLS TO PRF-VALUE
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1
           MOVE "SNAPSHOT ELEMENTS WRITTEN" TO PRF-TEXT
           MOVE SNAP-COUNT TO PRF-VALUE
           MOVE SPACES TO PRF-NOTE
           STRING "SOURCE " SNAP-SOURCE " DATED " PRD-LAST-DATE
               DELIMITED BY SIZE INTO PRF-NOTE
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1
           MOVE "SNAPSHOT TRAILER HASH" TO PRF-TEXT
           MOVE SNAP-HASH TO PRF-VALUE
           IF PRD-HASH = PRD-CONTROL
               AND PRD-CELLS = PRD-CONTROL
               AND SNAP-HASH = PRD-CONTROL
               AND SNAP-COUNT = MST-ROWS * MST-COLS
               MOVE "AGREES" TO PRF-NOTE
           ELSE
               MOVE "N" TO PROOF-FLAG
               MOVE "DOES NOT AGREE" TO PRF-NOTE
           END-IF
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1.

      *****************************************************************
      * RESET-MONTH - ZERO THE MTD TOTALS AND OPEN THE NEXT MONTH.    *
      *****************************************************************
       RESET-MONTH.
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > MST-ROWS
             PERFORM VARYING COL-IX FROM 1 BY 1
                 UNTIL COL-IX > MST-COLS
               MOVE ZERO TO MTD-CELL(ROW-IX, COL-IX)
             END-PERFORM
           END-PERFORM
           MOVE ZERO TO MST-MTD-DAYS
           MOVE ZERO TO MST-MTD-HASH
           IF MST-MM = 12
               MOVE 1 TO MST-MM
               ADD 1 TO MST-MYYYY
           ELSE
               ADD 1 TO MST-MM
           END-IF.

      *****************************************************************
      * RESET-YEAR - ZERO THE YTD TOTALS, DROP THE YEAR'S POSTED      *
      * DATES AND OPEN THE NEXT YEAR.                                 *
      *****************************************************************
       RESET-YEAR.
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > MST-ROWS
             PERFORM VARYING COL-IX FROM 1 BY 1
                 UNTIL COL-IX > MST-COLS
               MOVE ZERO TO YTD-CELL(ROW-IX, COL-IX)
             END-PERFORM
           END-PERFORM
           MOVE ZERO TO MST-YTD-DAYS
           MOVE ZERO TO MST-YTD-HASH
           MOVE ZERO TO KEEP-COUNT
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > DAY-COUNT
               COMPUTE DAY-YYYY = DT-KEY(DAY-IX) / 10000
               IF DAY-YYYY NOT = CLOSE-YYYY
                   ADD 1 TO KEEP-COUNT
                   MOVE DAY-ENTRY(DAY-IX) TO DAY-ENTRY(KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE KEEP-COUNT TO DAY-COUNT
           ADD 1 TO MST-YEAR.

      *****************************************************************
      * REWRITE-MASTER - THE CONTROL RECORD, THE POSTED DATES, THEN   *
      * THE CELLS IN ROW AND COLUMN ORDER.                            *
      *****************************************************************
       REWRITE-MASTER.
           OPEN OUTPUT ACC-FILE
           MOVE SPACES TO ACC-CTL
           MOVE "C" TO ACC-REC-TYPE
           MOVE MST-ROWS TO ACC-CTL-ROWS
           MOVE MST-COLS TO ACC-CTL-COLS
           MOVE MST-DEC TO ACC-CTL-DEC
           MOVE MST-MONTH TO ACC-CTL-MONTH
           MOVE MST-YEAR TO ACC-CTL-YEAR
           MOVE MST-MTD-DAYS TO ACC-CTL-MTD-DAYS
           MOVE MST-MTD-HASH TO ACC-CTL-MTD-HASH
           MOVE MST-YTD-DAYS TO ACC-CTL-YTD-DAYS
           MOVE MST-YTD-HASH TO ACC-CTL-YTD-HASH
           MOVE MST-LAST-DATE TO ACC-CTL-LAST-DATE
           WRITE ACC-CTL
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > DAY-COUNT
               MOVE SPACES TO ACC-DAY
               MOVE "D" TO ACC-REC-TYPE
               MOVE DT-DATE(DAY-IX) TO ACC-DAY-DATE
               MOVE DT-COUNT(DAY-IX) TO ACC-DAY-COUNT
               MOVE DT-HASH(DAY-IX) TO ACC-DAY-HASH
               MOVE DT-STATUS(DAY-IX) TO ACC-DAY-STATUS
               MOVE DT-RUN-DATE(DAY-IX) TO ACC-DAY-RUN-DATE
               MOVE DT-RUN-TIME(DAY-IX) TO ACC-DAY-RUN-TIME
               MOVE DT-TAIL(DAY-IX) TO ACC-DAY-TAIL
               WRITE ACC-DAY
           END-PERFORM
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > MST-ROWS
             PERFORM VARYING COL-IX FROM 1 BY 1
                 UNTIL COL-IX > MST-COLS
               MOVE SPACES TO ACC-CELL
               MOVE "A" TO ACC-REC-TYPE
               MOVE ROW-IX TO ACC-CELL-ROW
               MOVE COL-IX TO ACC-CELL-COL
               MOVE MTD-CELL(ROW-IX, COL-IX) TO ACC-CELL-MTD
               MOVE YTD-CELL(ROW-IX, COL-IX) TO ACC-CELL-YTD
               WRITE ACC-CELL
             END-PERFORM
           END-PERFORM
           CLOSE ACC-FILE.

      *****************************************************************
      * WRITE-REFUSAL - NOTHING WAS CLOSED; SAY WHY ON THE REPORT.    *
      *****************************************************************
       WRITE-REFUSAL.
           MOVE REFUSE-TEXT TO REF-TEXT
           WRITE PRINT-REC FROM REFUSE-LINE AFTER ADVANCING 1
           CLOSE PRINT-FILE
           DISPLAY " MATPCLS PERIOD CLOSE END ".
