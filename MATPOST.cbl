       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATPOST - DAILY POSTING OF THE RELEASED RESULT TO THE MONTH-  *
      * TO-DATE AND YEAR-TO-DATE ACCUMULATION MASTER.                 *
      * FCHANG.BPGC.ACCUM HOLDS, FOR EVERY ROW AND COLUMN OF THE      *
      * RESULT, THE MONTH-TO-DATE AND YEAR-TO-DATE TOTALS AT THE      *
      * RESULT'S IMPLIED DECIMAL PLACES, SO THE MONTH-END FIGURES     *
      * COME FROM ONE AUDITED DATASET RATHER THAN A SPREADSHEET OF    *
      * DAILY EXTRACTS.  THE MASTER IS:                               *
      *   C  ONE CONTROL RECORD - DIMENSIONS, SCALE, THE OPEN MONTH   *
      *      AND YEAR, AND THE MTD AND YTD DAY COUNTS AND CONTROL     *
      *      TOTALS (THE SUM OF THE POSTED DAYS' TRAILER HASHES)      *
      *   D  ONE RECORD PER BUSINESS DATE POSTED THIS YEAR, IN DATE   *
      *      ORDER, WITH THE TRAILER COUNT AND HASH IT POSTED         *
      *   A  ONE RECORD PER CELL, IN ROW AND COLUMN ORDER, WITH ITS   *
      *      MTD AND YTD TOTALS                                       *
      * THE PROGRAM REFUSES, CHANGING NOTHING:                        *
      *   - AN ARRAYC THE RELEASE GATE HAS NOT RELEASED               *
      *   - A BUSINESS DATE ALREADY ON THE POSTED-DATES LIST          *
      *   - A DATE OUTSIDE THE OPEN MONTH (A CLOSED PERIOD, OR A      *
      *     MONTH OR YEAR THE PERIOD CLOSE HAS NOT REACHED YET)       *
      *   - DIMENSIONS OR A SCALE THAT DIFFER FROM THE MASTER'S       *
      *   - A MASTER WHOSE CELLS, CONTROL TOTALS AND POSTED-DATES     *
      *     LIST DO NOT RECONCILE                                     *
      * A MASTER WITH NOTHING POSTED THIS YEAR TAKES THE DIMENSIONS   *
      * AND SCALE OF THE FIRST RESULT POSTED TO IT.  A MULTI-SEGMENT  *
      * RESULT POSTS ITS FIRST SEGMENT - RUN MATXTRCT FIRST FOR ANY   *
      * OTHER ONE.  THE STEP ENDS RC=8 ON A REFUSAL, RC=12 WHEN THE   *
      * RESULT IS NOT RELEASED OR THE MASTER OR ARRAYC CANNOT BE      *
      * USED, AND RC=16 WHEN THE POSTED MASTER WILL NOT PROVE (IT IS  *
      * THEN NOT REWRITTEN).                                          *
      *****************************************************************

       PROGRAM-ID. MATPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE RELEASED RESULT MATRIX - READ ONCE FOR THE RELEASE CHECK,
      * ONCE TO PROVE THE SEGMENT AND ONCE TO POST IT
           SELECT ARRAY-C-FILE ASSIGN TO ARRAYCOT
               ORGANIZATION IS SEQUENTIAL.
      * RELEASE-STATUS FILE WRITTEN BY THE MATRLSE RELEASE GATE
           SELECT RLS-FILE ASSIGN TO RELSTAT
               ORGANIZATION IS SEQUENTIAL.
      * THE ACCUMULATION MASTER - LOADED, POSTED IN STORAGE, AND
      * REWRITTEN WHOLE
           SELECT ACC-FILE ASSIGN TO ACCUMST
               ORGANIZATION IS SEQUENTIAL.
      * THE POSTING REPORT
           SELECT PRINT-FILE ASSIGN TO POSTRPT
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

       FD  RLS-FILE
           RECORDING MODE IS F.
      * R = RELEASE-CONTROL RECORD, S = SEGMENT RECORD FOLLOWING IT
       1   RLS-REC.
        2   RLS-TYPE PIC X.
        2   RLS-DATE PIC X(10).
        2   RLS-TRL-COUNT PIC 9(9).
        2   RLS-TRL-HASH PIC S9(18).
        2   RLS-CONTROL OCCURS 5 TIMES.
         3   RLS-CTL-RESULT PIC X.
         3   RLS-CTL-RC PIC 9(4).
        2   RLS-STATUS PIC X(8).
        2   RLS-OPERATOR PIC X(8).
        2   RLS-RUN-DATE PIC X(10).
        2   RLS-RUN-TIME PIC X(8).
        2   FILLER PIC X(3).
       1   RLS-SEG-REC.
        2   RLS-SEG-TYPE PIC X.
        2   RLS-SEG-DATE PIC X(10).
        2   RLS-SEG-NUM PIC 9(5).
        2   RLS-SEG-COUNT PIC 9(9).
        2   RLS-SEG-HASH PIC S9(18).
        2   FILLER PIC X(57).

       FD  ACC-FILE
           RECORDING MODE IS F.
       1   ACC-REC.
        2   ACC-REC-TYPE PIC X.
        2   FILLER PIC X(79).
      * C - THE CONTROL RECORD, ALWAYS FIRST.  THE OPEN MONTH IS THE
      * ONLY ONE A DATE CAN BE POSTED TO; THE OPEN YEAR IS THE ONE
      * THE YTD TOTALS BELONG TO
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
      * R = REVERSED OUT AGAIN (IT MAY THEN BE POSTED AFRESH)
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

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * THE MASTER'S CONTROL RECORD AS LOADED, AND AS POSTED
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

      * THE CONTROLS BEFORE THIS POSTING, FOR THE REPORT
       1   BEF-MTD-DAYS PIC 9(9) COMP VALUE ZERO.
       1   BEF-MTD-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   BEF-YTD-DAYS PIC 9(9) COMP VALUE ZERO.
       1   BEF-YTD-HASH PIC S9(18) COMP-3 VALUE ZERO.

      * THE POSTED-DATES LIST, IN DATE ORDER, WITH ITS YYYYMMDD KEY -
      * A YEAR OF BUSINESS DATES FITS WITH ROOM TO SPARE
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
       1   SHIFT-IX PIC 9(9) COMP.
       1   POSTED-IX PIC 9(9) COMP VALUE ZERO.
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

      * RECONCILIATION WORK - THE CELLS SUMMED, AND THE POSTED-DATES
      * LIST SUMMED FOR THE OPEN MONTH AND THE OPEN YEAR
       1   SUM-MTD-CELLS PIC S9(18) COMP-3.
       1   SUM-YTD-CELLS PIC S9(18) COMP-3.
       1   SUM-MTD-DAYS PIC 9(9) COMP.
       1   SUM-MTD-LIST PIC S9(18) COMP-3.
       1   SUM-YTD-DAYS PIC 9(9) COMP.
       1   SUM-YTD-LIST PIC S9(18) COMP-3.
       1   RECON-FLAG PIC X.
        88 RECON-OK VALUE "Y".

      * MASTER LOAD STATE
       1   ACC-AT-END PIC X VALUE "N".
        88 ACC-SCAN-DONE VALUE "Y".
       1   LOAD-FLAG PIC X VALUE "Y".
        88 LOAD-OK VALUE "Y".
       1   LOAD-REASON PIC X(60) VALUE SPACE.
       1   ACC-REC-NUM PIC 9(9) COMP VALUE ZERO.

      * THE FIRST ARRAYC SEGMENT - ITS HEADER, AND ITS CONTROLS AS
      * READ AND AS THE TRAILER GIVES THEM
       1   ARRAY-C-AT-END PIC X VALUE "N".
        88 ARRAY-C-SCAN-DONE VALUE "Y".
       1   SEG-STATE PIC X VALUE "N".
        88 SEG-NOT-STARTED VALUE "N".
        88 SEG-IN-PROGRESS VALUE "I".
        88 SEG-FINISHED VALUE "F".
       1   SEG-DATE PIC X(10) VALUE SPACE.
       1   SEG-ROWS PIC 9(9) COMP VALUE ZERO.
       1   SEG-COLS PIC 9(9) COMP VALUE ZERO.
       1   SEG-DEC PIC 9 VALUE ZERO.
       1   SEG-COUNT PIC 9(9) COMP VALUE ZERO.
       1   SEG-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   SEG-TRL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   SEG-TRL-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   CELL-VAL PIC S9(18) COMP-3.

      * RELEASE CHECK, AS MATXPORT MAKES IT
       1   REL-C-DATE PIC X(10) VALUE SPACE.
       1   REL-C-SEGS PIC 9(9) COMP VALUE ZERO.
       1   REL-C-COUNT PIC 9(9) COMP VALUE ZERO.
       1   REL-C-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   REL-C-AT-END PIC X VALUE "N".
        88 REL-C-SCAN-DONE VALUE "Y".
       1   RLS-AT-END PIC X VALUE "N".
        88 RLS-SCAN-DONE VALUE "Y".
       1   REL-FOUND-FLAG PIC X VALUE "N".
        88 REL-FOUND VALUE "Y".
       1   REL-SEG-FLAG PIC X VALUE "N".
        88 REL-SEG-MATCHED VALUE "Y".
       1   REL-STATUS PIC X(8) VALUE SPACE.
       1   REL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   REL-HASH PIC S9(18) COMP-3 VALUE ZERO.

      * THE BUSINESS DATE BEING POSTED, VIEWED AS ITS PARTS
       1   WORK-DATE.
        2   WD-DD PIC 99.
        2   WD-SEP-1 PIC X.
        2   WD-MM PIC 99.
        2   WD-SEP-2 PIC X.
        2   WD-YYYY PIC 9(4).
       1   POST-KEY PIC 9(8).
       1   POST-YM PIC 9(6).

      * WHY THE POSTING WAS REFUSED, FOR THE CONSOLE AND THE REPORT
       1   REFUSE-TEXT PIC X(100) VALUE SPACE.

      * RUN DATE/TIME STAMP RETURNED BY THE TSTAMP SUBPROGRAM
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(40)
                VALUE "BPGC MTD/YTD ACCUMULATION POSTING       ".
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
       1   HEADING-2.
        2   FILLER PIC X(15) VALUE "BUSINESS DATE  ".
        2   HDG2-DATE PIC X(10).
        2   FILLER PIC X(8) VALUE "  ROWS  ".
        2   HDG2-ROWS PIC ZZZZ9.
        2   FILLER PIC X(11) VALUE "  COLUMNS  ".
        2   HDG2-COLS PIC ZZZZ9.
        2   FILLER PIC X(18) VALUE "  DECIMAL PLACES  ".
        2   HDG2-DEC PIC 9.
        2   FILLER PIC X(14) VALUE "  OPEN MONTH  ".
        2   HDG2-MONTH PIC X(7).
       1   CONTROL-HEADING.
        2   FILLER PIC X(30) VALUE SPACE.
        2   FILLER PIC X(25) VALUE "  DAYS            BEFORE ".
        2   FILLER PIC X(25) VALUE "    THIS DATE            ".
        2   FILLER PIC X(5) VALUE "AFTER".
       1   CONTROL-LINE.
        2   CTL-TEXT PIC X(30).
        2   CTL-DAYS PIC ZZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   CTL-BEFORE PIC -(18)9.
        2   FILLER PIC X VALUE SPACE.
        2   CTL-THIS PIC -(18)9.
        2   FILLER PIC X VALUE SPACE.
        2   CTL-AFTER PIC -(18)9.
       1   PROOF-LINE.
        2   PRF-TEXT PIC X(40).
        2   PRF-VALUE PIC -(18)9.
        2   FILLER PIC X(2) VALUE SPACE.
        2   PRF-NOTE PIC X(50).
       1   REFUSE-LINE.
        2   FILLER PIC X(19) VALUE "POSTING REFUSED -  ".
        2   REF-TEXT PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATPOST ACCUMULATION POSTING START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

           OPEN OUTPUT PRINT-FILE
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1

      * ONLY A RESULT THE RELEASE GATE HAS PASSED IS POSTED
           PERFORM CHECK-RELEASE
           IF RETURN-CODE NOT = ZERO
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * LOAD THE MASTER AND PROVE IT RECONCILES BEFORE ADDING TO IT -
      * A MASTER THAT DOES NOT IS NOT MADE WORSE
           PERFORM LOAD-MASTER THRU LOAD-MASTER-EXIT
           IF NOT LOAD-OK
               DISPLAY "MATPOST0004 THE ACCUMULATION MASTER CANNOT BE "
                   "LOADED - " LOAD-REASON
               MOVE LOAD-REASON TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF
           PERFORM RECONCILE-MASTER THRU RECONCILE-MASTER-EXIT
           IF NOT RECON-OK
               DISPLAY "MATPOST0005 THE ACCUMULATION MASTER DOES NOT "
                   "RECONCILE - ITS CELLS, CONTROL TOTALS AND POSTED "
                   "DATES DISAGREE"
               MOVE "THE MASTER DOES NOT RECONCILE - SEE THE CONSOLE"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF
           MOVE MST-MTD-DAYS TO BEF-MTD-DAYS
           MOVE MST-MTD-HASH TO BEF-MTD-HASH
           MOVE MST-YTD-DAYS TO BEF-YTD-DAYS
           MOVE MST-YTD-HASH TO BEF-YTD-HASH

      * PROVE THE FIRST ARRAYC SEGMENT AGAINST ITS OWN TRAILER
           OPEN INPUT ARRAY-C-FILE
           PERFORM UNTIL ARRAY-C-SCAN-DONE
               READ ARRAY-C-FILE
                   AT END SET ARRAY-C-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM PROVE-SEGMENT-RECORD
                           THRU PROVE-SEGMENT-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE ARRAY-C-FILE
           IF NOT SEG-FINISHED
               OR SEG-COUNT NOT = SEG-TRL-COUNT
               OR SEG-HASH NOT = SEG-TRL-HASH
               OR SEG-COUNT NOT = SEG-ROWS * SEG-COLS
               DISPLAY "MATPOST0006 THE FIRST ARRAYCOT SEGMENT IS "
                   "INCOMPLETE OR DOES NOT PROVE TO ITS TRAILER"
               MOVE "ARRAYCOT DOES NOT PROVE TO ITS TRAILER"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF
           IF REL-C-SEGS > 1
               DISPLAY "MATPOST0013 ARRAYCOT HOLDS " REL-C-SEGS
                   " SEGMENTS - ONLY THE FIRST IS POSTED"
           END-IF

      * THE DATE, THE PERIOD AND THE SHAPE OF THE RESULT
           PERFORM CHECK-POSTING-DATE THRU CHECK-POSTING-DATE-EXIT
           IF RETURN-CODE NOT = ZERO
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * POST - ADD EVERY CELL OF THE SEGMENT TO ITS MTD AND YTD
      * TOTALS, AND THE TRAILER HASH TO THE CONTROL TOTALS
           MOVE "N" TO ARRAY-C-AT-END
           MOVE "N" TO SEG-STATE
           MOVE 1 TO NEXT-ROW
           MOVE ZERO TO NEXT-COL
           OPEN INPUT ARRAY-C-FILE
           PERFORM UNTIL ARRAY-C-SCAN-DONE
               READ ARRAY-C-FILE
                   AT END SET ARRAY-C-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM POST-SEGMENT-RECORD
                           THRU POST-SEGMENT-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE ARRAY-C-FILE
           ADD 1 TO MST-MTD-DAYS
           ADD SEG-TRL-HASH TO MST-MTD-HASH
           ADD 1 TO MST-YTD-DAYS
           ADD SEG-TRL-HASH TO MST-YTD-HASH
           PERFORM ADD-POSTED-DATE
           IF MST-LAST-DATE = SPACES
               MOVE SEG-DATE TO MST-LAST-DATE
           ELSE
               MOVE MST-LAST-DATE TO WORK-DATE
               IF POST-KEY > WD-YYYY * 10000 + WD-MM * 100 + WD-DD
                   MOVE SEG-DATE TO MST-LAST-DATE
               END-IF
           END-IF

      * THE POSTED MASTER MUST STILL RECONCILE - CELLS, CONTROL
      * TOTALS AND THE POSTED-DATES LIST - BEFORE IT IS WRITTEN BACK
           PERFORM RECONCILE-MASTER THRU RECONCILE-MASTER-EXIT
           IF NOT RECON-OK
               DISPLAY "MATPOST0012 THE POSTED MASTER DOES NOT PROVE - "
                   "IT IS NOT REWRITTEN"
               MOVE "THE POSTED MASTER DOES NOT PROVE - NOT REWRITTEN"
                   TO REFUSE-TEXT
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

           PERFORM REWRITE-MASTER
           PERFORM PRINT-POSTING-REPORT
           CLOSE PRINT-FILE

           DISPLAY "MATPOST0014 BUSINESS DATE " SEG-DATE " POSTED - "
               "MONTH " MST-MONTH " NOW HOLDS " MST-MTD-DAYS " DAYS"
           DISPLAY " MATPOST ACCUMULATION POSTING END "
           GOBACK.

      *****************************************************************
      * CHECK-RELEASE - REFUSE AN ARRAYC THE RELEASE GATE HAS NOT     *
      * RELEASED.  THE HEADER DATE AND THE TRAILER TOTALS (SUMMED     *
      * OVER EVERY SEGMENT) MUST MATCH THE LATEST RELEASE RECORD FOR  *
      * THE DATE, AND THAT RECORD MUST SAY RELEASED.  A SINGLE        *
      * SEGMENT EXTRACTED BY MATXTRCT MATCHES ITS OWN SEGMENT RECORD. *
      *****************************************************************
       CHECK-RELEASE.
           OPEN INPUT ARRAY-C-FILE
           PERFORM UNTIL REL-C-SCAN-DONE
               READ ARRAY-C-FILE
                   AT END SET REL-C-SCAN-DONE TO TRUE
                   NOT AT END
                       EVALUATE ARRAY-C-REC-TYPE
                         WHEN "H"
                           ADD 1 TO REL-C-SEGS
                           IF REL-C-SEGS = 1
                               MOVE ARRAY-C-HDR-DATE TO REL-C-DATE
                           END-IF
                         WHEN "T"
                           ADD ARRAY-C-TRL-COUNT TO REL-C-COUNT
                           ADD ARRAY-C-TRL-HASH TO REL-C-HASH
                         WHEN OTHER
                           CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARRAY-C-FILE

      * A LATER RELEASE RECORD FOR THE SAME DATE SUPERSEDES AN
      * EARLIER ONE, TOGETHER WITH ITS SEGMENT RECORDS
           OPEN INPUT RLS-FILE
           PERFORM UNTIL RLS-SCAN-DONE
               READ RLS-FILE
                   AT END SET RLS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF RLS-TYPE = "R" AND RLS-DATE = REL-C-DATE
                           SET REL-FOUND TO TRUE
                           MOVE RLS-STATUS TO REL-STATUS
                           MOVE RLS-TRL-COUNT TO REL-COUNT
                           MOVE RLS-TRL-HASH TO REL-HASH
                           MOVE "N" TO REL-SEG-FLAG
                       END-IF
                       IF RLS-SEG-TYPE = "S"
                           AND RLS-SEG-DATE = REL-C-DATE
                           AND REL-C-SEGS = 1
                           AND RLS-SEG-COUNT = REL-C-COUNT
                           AND RLS-SEG-HASH = REL-C-HASH
                           SET REL-SEG-MATCHED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RLS-FILE

           IF NOT REL-FOUND
               DISPLAY "MATPOST0001 NO RELEASE RECORD FOR "
                   REL-C-DATE " - RUN THE RELEASE GATE FIRST"
               MOVE "NO RELEASE RECORD FOR THE BUSINESS DATE"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
           ELSE
               IF REL-STATUS NOT = "RELEASED"
                   DISPLAY "MATPOST0002 BUSINESS DATE " REL-C-DATE
                       " IS " REL-STATUS " BY THE RELEASE GATE"
                   MOVE "THE RELEASE GATE HAS NOT RELEASED THE DATE"
                       TO REFUSE-TEXT
                   MOVE 12 TO RETURN-CODE
               ELSE
                   IF (REL-COUNT NOT = REL-C-COUNT
                       OR REL-HASH NOT = REL-C-HASH)
                       AND NOT REL-SEG-MATCHED
                       DISPLAY "MATPOST0003 ARRAYCOT TRAILER TOTALS "
                           "DO NOT MATCH THE RELEASED RECORD FOR "
                           REL-C-DATE
                       MOVE "ARRAYCOT IS NOT THE RELEASED RESULT"
                           TO REFUSE-TEXT
                       MOVE 12 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * LOAD-MASTER - READ THE CONTROL RECORD, THE POSTED-DATES LIST  *
      * AND THE CELLS INTO STORAGE.  AN EMPTY MASTER IS A NEW ONE.    *
      * A MASTER OUT OF ORDER, WITH A CELL OUTSIDE ITS DIMENSIONS OR  *
      * WITHOUT EVERY CELL IS NOT USED.                               *
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
           IF NOT MST-PRESENT
               GO TO RECONCILE-MASTER-EXIT
           END-IF
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
               DISPLAY "MATPOST0015 MTD CELLS ADD TO " SUM-MTD-CELLS
                   ", THE MTD CONTROL TOTAL IS " MST-MTD-HASH
               MOVE "N" TO RECON-FLAG
           END-IF
           IF SUM-YTD-CELLS NOT = MST-YTD-HASH
               DISPLAY "MATPOST0015 YTD CELLS ADD TO " SUM-YTD-CELLS
                   ", THE YTD CONTROL TOTAL IS " MST-YTD-HASH
               MOVE "N" TO RECON-FLAG
           END-IF
           IF SUM-MTD-DAYS NOT = MST-MTD-DAYS
               OR SUM-MTD-LIST NOT = MST-MTD-HASH
               DISPLAY "MATPOST0016 THE POSTED DATES OF MONTH "
                   MST-MONTH " DO NOT ADD TO THE MTD CONTROLS"
               MOVE "N" TO RECON-FLAG
           END-IF
           IF SUM-YTD-DAYS NOT = MST-YTD-DAYS
               OR SUM-YTD-LIST NOT = MST-YTD-HASH
               DISPLAY "MATPOST0016 THE POSTED DATES OF YEAR "
                   MST-YEAR " DO NOT ADD TO THE YTD CONTROLS"
               MOVE "N" TO RECON-FLAG
           END-IF.

       RECONCILE-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * PROVE-SEGMENT-RECORD - NOTE THE FIRST SEGMENT'S HEADER AND    *
      * ADD UP ITS CELLS UNTIL ITS TRAILER.  LATER SEGMENTS ARE LEFT  *
      * ALONE.                                                        *
      *****************************************************************
       PROVE-SEGMENT-RECORD.
           IF SEG-FINISHED
               GO TO PROVE-SEGMENT-RECORD-EXIT
           END-IF
           EVALUATE ARRAY-C-REC-TYPE
             WHEN "H"
               SET SEG-IN-PROGRESS TO TRUE
               MOVE ARRAY-C-HDR-DATE TO SEG-DATE
               IF ARRAY-C-HDR-ROWS NUMERIC
                   MOVE ARRAY-C-HDR-ROWS TO SEG-ROWS
               END-IF
               IF ARRAY-C-HDR-COLS NUMERIC
                   MOVE ARRAY-C-HDR-COLS TO SEG-COLS
               END-IF
               IF ARRAY-C-HDR-DEC NUMERIC
                   MOVE ARRAY-C-HDR-DEC TO SEG-DEC
               END-IF
             WHEN "E"
               ADD 1 TO SEG-COUNT
               ADD ARRAY-C-ELEM-VAL TO SEG-HASH
             WHEN "W"
               ADD 1 TO SEG-COUNT
               ADD ARRAY-C-WELEM-VAL TO SEG-HASH
             WHEN "T"
               IF SEG-IN-PROGRESS
                   MOVE ARRAY-C-TRL-COUNT TO SEG-TRL-COUNT
                   MOVE ARRAY-C-TRL-HASH TO SEG-TRL-HASH
                   SET SEG-FINISHED TO TRUE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       PROVE-SEGMENT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-POSTING-DATE - THE DATE MUST BE A REAL DATE, NOT        *
      * ALREADY POSTED, AND IN THE OPEN MONTH OF THE OPEN YEAR; THE   *
      * RESULT MUST HAVE THE MASTER'S DIMENSIONS AND SCALE.  A MASTER *
      * WITH NOTHING POSTED THIS YEAR TAKES THIS RESULT'S SHAPE, AND  *
      * A NEW MASTER OPENS AT THIS DATE'S MONTH.                      *
      *****************************************************************
       CHECK-POSTING-DATE.
           MOVE SEG-DATE TO WORK-DATE
           IF WD-DD NOT NUMERIC OR WD-MM NOT NUMERIC
               OR WD-YYYY NOT NUMERIC
               OR WD-SEP-1 NOT = "-" OR WD-SEP-2 NOT = "-"
               OR WD-MM < 1 OR WD-MM > 12 OR WD-DD < 1 OR WD-DD > 31
               DISPLAY "MATPOST0018 THE ARRAYCOT HEADER DATE "
                   SEG-DATE " IS NOT A DD-MM-YYYY DATE"
               MOVE "THE HEADER BUSINESS DATE IS NOT A DATE"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               GO TO CHECK-POSTING-DATE-EXIT
           END-IF
           COMPUTE POST-KEY = WD-YYYY * 10000 + WD-MM * 100 + WD-DD
           COMPUTE POST-YM = WD-YYYY * 100 + WD-MM
           IF SEG-ROWS = ZERO OR SEG-COLS = ZERO
               OR SEG-ROWS > 200 OR SEG-COLS > 200
               DISPLAY "MATPOST0018 THE ARRAYCOT HEADER DIMENSIONS "
                   "ARE NOT 1 THROUGH 200"
               MOVE "THE HEADER DIMENSIONS ARE NOT 1 THROUGH 200"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               GO TO CHECK-POSTING-DATE-EXIT
           END-IF

      * A NEW MASTER OPENS AT THIS DATE'S MONTH AND YEAR
           IF NOT MST-PRESENT
               SET MST-PRESENT TO TRUE
               MOVE WD-MM TO MST-MM
               MOVE WD-YYYY TO MST-MYYYY
               MOVE WD-YYYY TO MST-YEAR
               MOVE ZERO TO MST-ROWS
               MOVE ZERO TO MST-COLS
           END-IF

           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > DAY-COUNT
               IF DT-KEY(DAY-IX) = POST-KEY AND DT-STATUS(DAY-IX) = "P"
                   DISPLAY "MATPOST0008 BUSINESS DATE " SEG-DATE
                       " WAS ALREADY POSTED ON " DT-RUN-DATE(DAY-IX)
                       " AT " DT-RUN-TIME(DAY-IX)
                   MOVE "THE BUSINESS DATE IS ALREADY POSTED"
                       TO REFUSE-TEXT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM
           IF RETURN-CODE NOT = ZERO
               GO TO CHECK-POSTING-DATE-EXIT
           END-IF

           COMPUTE OPEN-YM = MST-MYYYY * 100 + MST-MM
           IF POST-YM < OPEN-YM
               DISPLAY "MATPOST0009 BUSINESS DATE " SEG-DATE
                   " FALLS IN A CLOSED PERIOD - THE OPEN MONTH IS "
                   MST-MONTH
               MOVE "THE BUSINESS DATE FALLS IN A CLOSED PERIOD"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-POSTING-DATE-EXIT
           END-IF
           IF POST-YM > OPEN-YM
               DISPLAY "MATPOST0010 MONTH " MST-MONTH " IS NOT CLOSED"
                   " - RUN THE PERIOD CLOSE BEFORE POSTING " SEG-DATE
               MOVE "THE OPEN MONTH HAS NOT BEEN CLOSED" TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-POSTING-DATE-EXIT
           END-IF
           IF WD-YYYY NOT = MST-YEAR
               DISPLAY "MATPOST0011 YEAR " MST-YEAR " IS NOT CLOSED"
                   " - RUN THE YEAR-END CLOSE BEFORE POSTING " SEG-DATE
               MOVE "THE OPEN YEAR HAS NOT BEEN CLOSED" TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-POSTING-DATE-EXIT
           END-IF

      * NOTHING POSTED THIS YEAR - THE MASTER TAKES THIS SHAPE, WITH
      * EVERY CELL STARTING FROM ZERO
           IF MST-YTD-DAYS = ZERO AND MST-MTD-DAYS = ZERO
               AND (MST-ROWS NOT = SEG-ROWS OR MST-COLS NOT = SEG-COLS
                    OR MST-DEC NOT = SEG-DEC)
               MOVE SEG-ROWS TO MST-ROWS
               MOVE SEG-COLS TO MST-COLS
               MOVE SEG-DEC TO MST-DEC
               PERFORM VARYING ROW-IX FROM 1 BY 1
                   UNTIL ROW-IX > MST-ROWS
                 PERFORM VARYING COL-IX FROM 1 BY 1
                     UNTIL COL-IX > MST-COLS
                   MOVE ZERO TO MTD-CELL(ROW-IX, COL-IX)
                   MOVE ZERO TO YTD-CELL(ROW-IX, COL-IX)
                 END-PERFORM
               END-PERFORM
           END-IF
           IF SEG-ROWS NOT = MST-ROWS OR SEG-COLS NOT = MST-COLS
               DISPLAY "MATPOST0007 ARRAYCOT IS " SEG-ROWS " BY "
                   SEG-COLS " - THE MASTER IS " MST-ROWS " BY " MST-COLS
               MOVE "THE DIMENSIONS DIFFER FROM THE MASTER'S"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-POSTING-DATE-EXIT
           END-IF
           IF SEG-DEC NOT = MST-DEC
               DISPLAY "MATPOST0007 ARRAYCOT CARRIES " SEG-DEC
                   " DECIMAL PLACES - THE MASTER CARRIES " MST-DEC
               MOVE "THE SCALE DIFFERS FROM THE MASTER'S"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-POSTING-DATE-EXIT
           END-IF.

       CHECK-POSTING-DATE-EXIT.
           EXIT.

      *****************************************************************
      * POST-SEGMENT-RECORD - ADD ONE CELL OF THE FIRST SEGMENT TO    *
      * ITS MTD AND YTD TOTALS.  THE CELLS ARE ROW-MAJOR.             *
      *****************************************************************
       POST-SEGMENT-RECORD.
           IF SEG-FINISHED
               GO TO POST-SEGMENT-RECORD-EXIT
           END-IF
           EVALUATE ARRAY-C-REC-TYPE
             WHEN "H"
               SET SEG-IN-PROGRESS TO TRUE
             WHEN "E"
               MOVE ARRAY-C-ELEM-VAL TO CELL-VAL
               PERFORM ADD-CELL-VALUE
             WHEN "W"
               MOVE ARRAY-C-WELEM-VAL TO CELL-VAL
               PERFORM ADD-CELL-VALUE
             WHEN "T"
               SET SEG-FINISHED TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       POST-SEGMENT-RECORD-EXIT.
           EXIT.

       ADD-CELL-VALUE.
           ADD 1 TO NEXT-COL
           IF NEXT-COL > MST-COLS
               MOVE 1 TO NEXT-COL
               ADD 1 TO NEXT-ROW
           END-IF
           ADD CELL-VAL TO MTD-CELL(NEXT-ROW, NEXT-COL)
           ADD CELL-VAL TO YTD-CELL(NEXT-ROW, NEXT-COL).

      *****************************************************************
      * ADD-POSTED-DATE - PUT THE DATE ON THE POSTED-DATES LIST IN    *
      * DATE ORDER.  A DATE REVERSED OUT EARLIER REUSES ITS ENTRY,    *
      * WHICH IS POSTED AFRESH WITH THE REVERSAL DETAILS CLEARED.     *
      *****************************************************************
       ADD-POSTED-DATE.
           MOVE ZERO TO POSTED-IX
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > DAY-COUNT
               IF DT-KEY(DAY-IX) = POST-KEY
                   MOVE DAY-IX TO POSTED-IX
               END-IF
           END-PERFORM
           IF POSTED-IX = ZERO
               IF DAY-COUNT = 400
                   DISPLAY "MATPOST0017 THE POSTED-DATES LIST IS FULL "
                       "AT 400 DATES"
                   MOVE "THE POSTED-DATES LIST IS FULL" TO REFUSE-TEXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM WRITE-REFUSAL
                   GOBACK
               END-IF
               MOVE 1 TO POSTED-IX
               PERFORM VARYING DAY-IX FROM 1 BY 1
                   UNTIL DAY-IX > DAY-COUNT
                   IF DT-KEY(DAY-IX) < POST-KEY
                       COMPUTE POSTED-IX = DAY-IX + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING SHIFT-IX FROM DAY-COUNT BY -1
                   UNTIL SHIFT-IX < POSTED-IX
                   MOVE DAY-ENTRY(SHIFT-IX) TO DAY-ENTRY(SHIFT-IX + 1)
               END-PERFORM
               ADD 1 TO DAY-COUNT
           END-IF
           MOVE SPACES TO DT-TAIL(POSTED-IX)
           MOVE POST-KEY TO DT-KEY(POSTED-IX)
           MOVE SEG-DATE TO DT-DATE(POSTED-IX)
           MOVE SEG-TRL-COUNT TO DT-COUNT(POSTED-IX)
           MOVE SEG-TRL-HASH TO DT-HASH(POSTED-IX)
           MOVE "P" TO DT-STATUS(POSTED-IX)
           MOVE RUN-DATE TO DT-RUN-DATE(POSTED-IX)
           MOVE RUN-TIME TO DT-RUN-TIME(POSTED-IX).

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
      * PRINT-POSTING-REPORT - THE CONTROLS BEFORE AND AFTER, AND THE *
      * RECONCILIATION OF THE POSTED MASTER.                          *
      *****************************************************************
       PRINT-POSTING-REPORT.
           MOVE SEG-DATE TO HDG2-DATE
           MOVE MST-ROWS TO HDG2-ROWS
           MOVE MST-COLS TO HDG2-COLS
           MOVE MST-DEC TO HDG2-DEC
           MOVE MST-MONTH TO HDG2-MONTH
           WRITE PRINT-REC FROM HEADING-2 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM CONTROL-HEADING AFTER ADVANCING 1
           MOVE "MONTH-TO-DATE CONTROL TOTAL" TO CTL-TEXT
           MOVE MST-MTD-DAYS TO CTL-DAYS
           MOVE BEF-MTD-HASH TO CTL-BEFORE
           MOVE SEG-TRL-HASH TO CTL-THIS
           MOVE MST-MTD-HASH TO CTL-AFTER
           WRITE PRINT-REC FROM CONTROL-LINE AFTER ADVANCING 1
           MOVE "YEAR-TO-DATE CONTROL TOTAL" TO CTL-TEXT
           MOVE MST-YTD-DAYS TO CTL-DAYS
           MOVE BEF-YTD-HASH TO CTL-BEFORE
           MOVE SEG-TRL-HASH TO CTL-THIS
           MOVE MST-YTD-HASH TO CTL-AFTER
           WRITE PRINT-REC FROM CONTROL-LINE AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE "ELEMENTS POSTED" TO PRF-TEXT
           MOVE SEG-TRL-COUNT TO PRF-VALUE
           MOVE "THE ARRAYCOT TRAILER COUNT" TO PRF-NOTE
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1
           MOVE "SUM OF MTD CELLS" TO PRF-TEXT
           MOVE SUM-MTD-CELLS TO PRF-VALUE
           MOVE "AGREES WITH THE MTD CONTROL TOTAL" TO PRF-NOTE
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1
           MOVE "SUM OF MTD POSTED TRAILER HASHES" TO PRF-TEXT
           MOVE SUM-MTD-LIST TO PRF-VALUE
           MOVE "AGREES WITH THE MTD CONTROL TOTAL" TO PRF-NOTE
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1
           MOVE "SUM OF YTD CELLS" TO PRF-TEXT
           MOVE SUM-YTD-CELLS TO PRF-VALUE
           MOVE "AGREES WITH THE YTD CONTROL TOTAL" TO PRF-NOTE
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1
           MOVE "SUM OF YTD POSTED TRAILER HASHES" TO PRF-TEXT
           MOVE SUM-YTD-LIST TO PRF-VALUE
           MOVE "AGREES WITH THE YTD CONTROL TOTAL" TO PRF-NOTE
           WRITE PRINT-REC FROM PROOF-LINE AFTER ADVANCING 1.

      *****************************************************************
      * WRITE-REFUSAL - NOTHING WAS POSTED; SAY WHY ON THE REPORT.    *
      *****************************************************************
       WRITE-REFUSAL.
           MOVE REFUSE-TEXT TO REF-TEXT
           WRITE PRINT-REC FROM REFUSE-LINE AFTER ADVANCING 1
           CLOSE PRINT-FILE
           DISPLAY " MATPOST ACCUMULATION POSTING END ".
