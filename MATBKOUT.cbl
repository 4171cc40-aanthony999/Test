       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATBKOUT - BUSINESS-DATE BACKOUT.  WHEN A DAY GOES OUT ON BAD *
      * INPUT, THIS PROGRAM PUTS BACK EVERY DATASET THE RUN CHANGED   *
      * SO THE DATE CAN BE RERUN AND BALANCED AGAINST THE STATE THAT  *
      * EXISTED BEFORE IT.  DRIVEN BY THE BKOPARM CARD (BUSINESS      *
      * DATE, OPERATOR, REASON CODE AND TEXT), AND ONLY WHEN CALAUTH  *
      * HOLDS A REOPEN AUTHORIZATION FOR THE DATE AND OPERATOR WHOSE  *
      * APPROVER IS SOMEBODY ELSE - THE SAME RULE MATCALM APPLIES TO  *
      * A REOPEN, SINCE A BACKOUT REOPENS THE DATE.  AS THERE, THE    *
      * AUTHORIZATION MUST BE NEWER THAN THE DATE'S LAST REOPEN OR    *
      * BACKOUT ON THE JOURNAL, SO EACH ONE IS USED ONCE.  THE RUN    *
      * BACKED OUT IS THE LATEST ONE CTLOUT RECORDS FOR THE DATE      *
      * UNDER STEP TESTCOB, AND THE RESULT IS THE ARRAYC ON ARRAYCOT: *
      *   RUNHIST   THE RUN'S RECORDS (AND ITS BAND DETAIL RECORDS)   *
      *             ARE FLAGGED REVERSED, NOT DELETED - MATHIST AND   *
      *             MATARCH LEAVE THEM OUT OF AVERAGES AND SUMMARIES  *
      *   CALFILE   THE DATE IS SET BACK TO UNPROCESSED, AND THE      *
      *             REOPEN IS JOURNALED ON CALAUDT (A DATE ALREADY    *
      *             OPEN IS JOURNALED AS A BACKOUT)                   *
      *   ARRAYKSD  WHEN THE KSDS HOLDS THE DATE, IT IS RELOADED FROM *
      *             THE PRIOR GOOD GENERATION KEPT BY MATVSJOB        *
      *             (ARRAYPRV), WHICH ALSO REPLACES THE CURRENT       *
      *             GENERATION (ARRAYCUR)                             *
      *   ACCUMST   A DATE POSTED IN THE OPEN MONTH IS TAKEN BACK OUT *
      *             OF THE MTD AND YTD TOTALS AND MARKED REVERSED     *
      *   RELSTAT   A REVERSED RECORD IS APPENDED, SO NO DOWNSTREAM   *
      *             PROGRAM USES THE RESULT AND MATRLSE WILL NOT      *
      *             RELEASE IT AGAIN                                  *
      * EVERY CHECK IS MADE BEFORE ANYTHING IS WRITTEN - A REFUSAL    *
      * CHANGES NOTHING.  THE BACKOUT REPORT LISTS EVERY DATASET READ *
      * OR TOUCHED WITH ITS CONTROL COUNTS BEFORE AND AFTER.  THE     *
      * STEP ENDS RC=4 WHEN THE RUN IS NO LONGER ON RUNHIST, RC=8 ON  *
      * A REFUSAL, RC=12 WHEN A DATASET CANNOT BE USED OR THE         *
      * ACCUMULATION MASTER WOULD NOT PROVE WITH THE DATE TAKEN OUT   *
      * (NOTHING IS CHANGED IN EITHER CASE), AND RC=16                *
      * WHEN THE KSDS RELOAD FAILS PART WAY (RERUN THE BACKOUT).      *
      *****************************************************************

       PROGRAM-ID. MATBKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BACKOUT CONTROL CARD - DATE, OPERATOR, REASON CODE AND TEXT
           SELECT BKO-PARM-FILE ASSIGN TO BKOPARM
               ORGANIZATION IS SEQUENTIAL.
      * CONTROL-OUTCOME FILE - THE TESTCOB OUTCOME FOR THE DATE NAMES
      * THE RUN DATE AND TIME OF ITS RUN-HISTORY RECORD
           SELECT CTLO-FILE ASSIGN TO CTLOUT
               ORGANIZATION IS SEQUENTIAL.
      * THE RUN-HISTORY MASTER - THE RUN'S RECORDS ARE REWRITTEN IN
      * PLACE WITH THE REVERSED FLAG SET
           SELECT HIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL.
      * PROCESSING-CALENDAR CONTROL DATASET - LOADED AND REWRITTEN
           SELECT CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL.
      * AUTHORIZATION FILE MAINTAINED BY MATCALM
           SELECT AUTH-FILE ASSIGN TO CALAUTH
               ORGANIZATION IS SEQUENTIAL.
      * CALENDAR AUDIT JOURNAL - READ FOR THE DATE'S LAST REOPEN OR
      * BACKOUT, AND APPENDED TO
           SELECT AUDIT-FILE ASSIGN TO CALAUDT
               ORGANIZATION IS SEQUENTIAL.
      * THE ACCUMULATION MASTER - LOADED, REVERSED IN STORAGE, AND
      * REWRITTEN WHOLE
           SELECT ACC-FILE ASSIGN TO ACCUMST
               ORGANIZATION IS SEQUENTIAL.
      * THE RESULT BEING BACKED OUT
           SELECT ARRAY-C-FILE ASSIGN TO ARRAYCOT
               ORGANIZATION IS SEQUENTIAL.
      * THE PRIOR GOOD GENERATION KEPT BY MATVSJOB
           SELECT PRV-FILE ASSIGN TO ARRAYPRV
               ORGANIZATION IS SEQUENTIAL.
      * THE CURRENT GENERATION KEPT BY MATVSJOB - THE COPY OF WHAT
      * THE KSDS HOLDS
           SELECT CUR-FILE ASSIGN TO ARRAYCUR
               ORGANIZATION IS SEQUENTIAL.
      * THE KEYED COPY LOADED BY MATVSAM
           SELECT KSDS-FILE ASSIGN TO ARRAYKSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KSD-KEY
               FILE STATUS IS KSD-STATUS.
      * RELEASE-STATUS FILE WRITTEN BY THE MATRLSE RELEASE GATE
           SELECT RLS-FILE ASSIGN TO RELSTAT
               ORGANIZATION IS SEQUENTIAL.
      * THE BACKOUT REPORT
           SELECT PRINT-FILE ASSIGN TO BKORPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BKO-PARM-FILE
           RECORDING MODE IS F.
       1   BKO-PARM-REC.
      * BUSINESS DATE TO BACK OUT, DD-MM-YYYY
        2   BPARM-DATE PIC X(10).
      * OPERATOR RUNNING THE BACKOUT - MUST HOLD THE AUTHORIZATION
        2   BPARM-OPERATOR PIC X(8).
      * REASON CODE AND TEXT, JOURNALED WITH THE REOPEN
        2   BPARM-REASON PIC X(4).
        2   BPARM-TEXT PIC X(40).
        2   FILLER PIC X(18).

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

       FD  HIST-FILE
           RECORDING MODE IS F.
       1   HIST-REC.
        2   HIST-DATE PIC X(10).
        2   HIST-TIME PIC X(8).
        2   HIST-ROWS PIC 9(5).
        2   HIST-COLS PIC 9(5).
        2   HIST-DIM-SOURCE PIC X.
        88 HIST-BAND-DETAIL VALUE "B".
        2   HIST-OPERATION PIC X(3).
        2   HIST-REQ-COUNT PIC 9(5).
        2   HIST-CONTROL-TOTAL PIC S9(18).
        2   HIST-ELAPSED-1 PIC 9(9).
        2   HIST-ELAPSED-2 PIC 9(9).
        2   HIST-RETURN-CODE PIC 9(4).
      * R = THE RUN'S BUSINESS DATE WAS BACKED OUT
        2   HIST-REVERSAL PIC X.
        88 HIST-REVERSED VALUE "R".
        2   FILLER PIC X(2).

       FD  CAL-FILE
           RECORDING MODE IS F.
       1   CAL-REC.
        2   CAL-REC-DATE PIC X(10).
      * P = PROCESSED, SPACE = STILL EXPECTED
        2   CAL-REC-STATUS PIC X.
        2   FILLER PIC X(5).

       FD  AUTH-FILE
           RECORDING MODE IS F.
       1   AUTH-REC.
        2   AUTH-DATE PIC X(10).
      * R = REOPEN OF A PROCESSED DATE, O = CALOVRD OVERRIDE
        2   AUTH-TYPE PIC X.
        2   AUTH-OPERATOR PIC X(8).
        2   AUTH-APPROVER PIC X(8).
        2   AUTH-REASON PIC X(4).
        2   AUTH-TEXT PIC X(40).
        2   AUTH-ENTRY-DATE PIC X(10).
        2   AUTH-ENTRY-TIME PIC X(8).
        2   FILLER PIC X(11).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       1   AUD-REC.
        2   AUD-DATE PIC X(10).
      * OVERRIDE, REOPEN, ADD OR REMOVE - BACKOUT WHEN A DATE THAT
      * WAS ALREADY OPEN IS BACKED OUT
        2   AUD-EVENT PIC X(8).
        2   AUD-PROGRAM PIC X(8).
        2   AUD-OPERATOR PIC X(8).
        2   AUD-APPROVER PIC X(8).
        2   AUD-REASON PIC X(4).
        2   AUD-TEXT PIC X(40).
        2   AUD-RUN-DATE PIC X(10).
        2   AUD-RUN-TIME PIC X(8).
        2   FILLER PIC X(16).

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
      * R = REVERSED OUT, WITH THE OPERATOR AND DATE OF THE BACKOUT
       1   ACC-DAY.
        2   FILLER PIC X.
        2   ACC-DAY-DATE PIC X(10).
        2   ACC-DAY-COUNT PIC 9(9).
        2   ACC-DAY-HASH PIC S9(18).
        2   ACC-DAY-STATUS PIC X.
        2   ACC-DAY-RUN-DATE PIC X(10).
        2   ACC-DAY-RUN-TIME PIC X(8).
        2   ACC-DAY-TAIL.
         3   ACC-DAY-REV-OPERATOR PIC X(8).
         3   ACC-DAY-REV-DATE PIC X(10).
         3   FILLER PIC X(5).
      * A - ONE CELL'S ACCUMULATED TOTALS
       1   ACC-CELL.
        2   FILLER PIC X.
        2   ACC-CELL-ROW PIC 9(5).
        2   ACC-CELL-COL PIC 9(5).
        2   ACC-CELL-MTD PIC S9(18).
        2   ACC-CELL-YTD PIC S9(18).
        2   FILLER PIC X(33).

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

       FD  PRV-FILE
           RECORDING MODE IS F.
       1   PRV-REC.
        2   PRV-REC-TYPE PIC X.
        2   FILLER PIC X(31).
       1   PRV-HDR.
        2   FILLER PIC X.
        2   PRV-HDR-DATE PIC X(10).
        2   PRV-HDR-ROWS PIC 9(5).
        2   PRV-HDR-COLS PIC 9(5).
        2   PRV-HDR-SOURCE PIC X(8).
        2   PRV-HDR-DEC PIC 9.
        2   FILLER PIC X(2).
       1   PRV-ELEM.
        2   FILLER PIC X.
        2   PRV-ELEM-VAL PIC S9(8).
        2   FILLER PIC X(23).
       1   PRV-WELEM.
        2   FILLER PIC X.
        2   PRV-WELEM-VAL PIC S9(18).
        2   FILLER PIC X(13).
       1   PRV-TRL.
        2   FILLER PIC X.
        2   PRV-TRL-COUNT PIC 9(9).
        2   PRV-TRL-HASH PIC S9(18).
        2   FILLER PIC X(4).

       FD  CUR-FILE
           RECORDING MODE IS F.
       1   CUR-REC.
        2   CUR-REC-TYPE PIC X.
        2   FILLER PIC X(31).
       1   CUR-HDR.
        2   FILLER PIC X.
        2   CUR-HDR-DATE PIC X(10).
        2   FILLER PIC X(21).
       1   CUR-ELEM.
        2   FILLER PIC X.
        2   CUR-ELEM-VAL PIC S9(8).
        2   FILLER PIC X(23).
       1   CUR-WELEM.
        2   FILLER PIC X.
        2   CUR-WELEM-VAL PIC S9(18).
        2   FILLER PIC X(13).

       FD  KSDS-FILE.
       1   KSD-REC.
        2   KSD-KEY.
         3   KSD-ROW PIC 9(5).
         3   KSD-COL PIC 9(5).
      * ROW 00000 COLUMN 00000 IS THE CONTROL RECORD - DIMENSIONS,
      * THE RESULT'S BUSINESS DATE AND THE LOAD TIME; EVERY OTHER
      * RECORD IS ONE MATRIX CELL
        2   KSD-CONTROL-DATA.
         3   KSD-CTL-ROWS PIC 9(5).
         3   KSD-CTL-COLS PIC 9(5).
         3   KSD-CTL-DATE PIC X(10).
         3   KSD-CTL-TIME PIC X(8).
        2   KSD-ELEMENT-DATA REDEFINES KSD-CONTROL-DATA.
         3   KSD-VAL PIC S9(18).
         3   FILLER PIC X(10).

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

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * THE CONTROL CARD, AND THE DATE VIEWED AS ITS PARTS
       1   BKO-DATE PIC X(10) VALUE SPACE.
       1   BKO-OPERATOR PIC X(8) VALUE SPACE.
       1   BKO-REASON PIC X(4) VALUE SPACE.
       1   BKO-TEXT PIC X(40) VALUE SPACE.
       1   BKO-KEY PIC 9(8) VALUE ZERO.
       1   BKO-YM PIC 9(6) VALUE ZERO.
       1   BKO-YYYY PIC 9(4) VALUE ZERO.
       1   WORK-DATE.
        2   WD-DD PIC 99.
        2   WD-SEP-1 PIC X.
        2   WD-MM PIC 99.
        2   WD-SEP-2 PIC X.
        2   WD-YYYY PIC 9(4).
       1   WORK-KEY PIC 9(8).

      * THE AUTHORIZATION FOUND FOR THE BACKOUT
       1   AUTH-AT-END PIC X VALUE "N".
        88 AUTH-SCAN-DONE VALUE "Y".
       1   AUTH-FOUND-FLAG PIC X VALUE "N".
        88 AUTH-FOUND VALUE "Y".
       1   APPROVER-ID PIC X(8) VALUE SPACE.
       1   AUTH-RECS PIC 9(9) COMP VALUE ZERO.
      * A MATCHING AUTHORIZATION WAS FOUND BUT HAS ALREADY BEEN USED
       1   AUTH-SPENT-FLAG PIC X VALUE "N".
        88 AUTH-SPENT VALUE "Y".
       1   AUD-AT-END PIC X VALUE "N".
        88 AUD-SCAN-DONE VALUE "Y".

      * RUN STAMPS ARE DD-MM-YYYY AND HH:MM:SS - STAMP-KEY PUTS ONE IN
      * YEAR, MONTH, DAY, TIME ORDER SO TWO CAN BE COMPARED
       1   STAMP-IN.
        2   STI-DD PIC X(2).
        2   FILLER PIC X.
        2   STI-MM PIC X(2).
        2   FILLER PIC X.
        2   STI-YYYY PIC X(4).
        2   STI-TIME PIC X(8).
       1   STAMP-KEY.
        2   SK-YYYY PIC X(4).
        2   SK-MM PIC X(2).
        2   SK-DD PIC X(2).
        2   SK-TIME PIC X(8).
      * WHEN THE DATE WAS LAST REOPENED OR BACKED OUT - LOW-VALUE WHEN
      * NEVER
       1   LAST-REOPEN-KEY PIC X(16) VALUE LOW-VALUE.

      * THE RUN BEING BACKED OUT, AS CTLOUT NAMES IT
       1   CTLO-AT-END PIC X VALUE "N".
        88 CTLO-SCAN-DONE VALUE "Y".
       1   CTLO-RECS PIC 9(9) COMP VALUE ZERO.
       1   RUN-FOUND-FLAG PIC X VALUE "N".
        88 RUN-FOUND VALUE "Y".
       1   BAD-RUN-DATE PIC X(10) VALUE SPACE.
       1   BAD-RUN-TIME PIC X(8) VALUE SPACE.

      * RUN-HISTORY CONTROLS BEFORE AND AFTER - RECORDS, RUNS
      * COUNTED IN AVERAGES, REVERSED RECORDS, AND THE CONTROL TOTAL
      * OF THE COUNTED RUNS
       1   HIST-AT-END PIC X VALUE "N".
        88 HIST-SCAN-DONE VALUE "Y".
       1   HIST-BEF-RECS PIC 9(9) COMP VALUE ZERO.
       1   HIST-BEF-RUNS PIC 9(9) COMP VALUE ZERO.
       1   HIST-BEF-REV PIC 9(9) COMP VALUE ZERO.
       1   HIST-BEF-CTOT PIC S9(18) COMP-3 VALUE ZERO.
       1   HIST-AFT-RECS PIC 9(9) COMP VALUE ZERO.
       1   HIST-AFT-RUNS PIC 9(9) COMP VALUE ZERO.
       1   HIST-AFT-REV PIC 9(9) COMP VALUE ZERO.
       1   HIST-AFT-CTOT PIC S9(18) COMP-3 VALUE ZERO.
       1   HIST-MATCHED PIC 9(9) COMP VALUE ZERO.
       1   HIST-FLAGGED PIC 9(9) COMP VALUE ZERO.
       1   FLAGGED-COUNT PIC 9(4).
       1   HIST-RUN-FLAG PIC X VALUE "N".
        88 HIST-RUN-MISSING VALUE "N".
        88 HIST-RUN-ON-FILE VALUE "Y".
        88 HIST-RUN-ALREADY-REVERSED VALUE "R".

      * THE CALENDAR
       1   CAL-TBL.
        2   CAL-ENTRY OCCURS 1100 TIMES.
         3   CE-DATE PIC X(10).
         3   CE-STATUS PIC X.
       1   CAL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   CAL-IX PIC 9(9) COMP.
       1   CAL-DATE-IX PIC 9(9) COMP VALUE ZERO.
       1   CAL-AT-END PIC X VALUE "N".
        88 CAL-SCAN-DONE VALUE "Y".
       1   CAL-LOAD-FLAG PIC X VALUE "Y".
        88 CAL-LOAD-OK VALUE "Y".
       1   CAL-PROC-BEF PIC 9(9) COMP VALUE ZERO.
       1   CAL-PROC-AFT PIC 9(9) COMP VALUE ZERO.
       1   CAL-ACTION PIC X VALUE SPACE.
        88 CAL-REOPEN VALUE "R".
        88 CAL-ALREADY-OPEN VALUE "U".
        88 CAL-DATE-MISSING VALUE "M".
       1   AUD-WRITTEN PIC 9(9) COMP VALUE ZERO.

      * THE ACCUMULATION MASTER'S CONTROL RECORD AS LOADED, AND AS
      * REVERSED
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
       1   BEF-MTD-DAYS PIC 9(9) COMP VALUE ZERO.
       1   BEF-MTD-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   BEF-YTD-DAYS PIC 9(9) COMP VALUE ZERO.
       1   BEF-YTD-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   ACC-ACTION PIC X VALUE "X".
        88 ACC-NO-MASTER VALUE "X".
        88 ACC-NOT-POSTED VALUE "N".
        88 ACC-ALREADY-REVERSED VALUE "A".
        88 ACC-REVERSE VALUE "R".

      * THE POSTED-DATES LIST, AS IN MATPOST
       1   DAY-TBL.
        2   DAY-ENTRY OCCURS 400 TIMES.
         3   DT-KEY PIC 9(8).
         3   DT-DATE PIC X(10).
         3   DT-COUNT PIC 9(9) COMP.
         3   DT-HASH PIC S9(18) COMP-3.
         3   DT-STATUS PIC X.
         3   DT-RUN-DATE PIC X(10).
         3   DT-RUN-TIME PIC X(8).
         3   DT-TAIL.
          4   DT-REV-OPERATOR PIC X(8).
          4   DT-REV-DATE PIC X(10).
          4   FILLER PIC X(5).
       1   DAY-COUNT PIC 9(9) COMP VALUE ZERO.
       1   DAY-IX PIC 9(9) COMP.
       1   POSTED-IX PIC 9(9) COMP VALUE ZERO.
       1   LATEST-KEY PIC 9(8).
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

      * RECONCILIATION WORK, AS IN MATPOST
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

      * THE RESULT BEING BACKED OUT - EVERY SEGMENT PROVED, THE
      * FIRST SEGMENT'S SHAPE AND TRAILER, AND THE TRAILERS SUMMED
       1   ARRAY-C-AT-END PIC X VALUE "N".
        88 ARRAY-C-SCAN-DONE VALUE "Y".
       1   C-STATE PIC X VALUE "N".
        88 C-NOT-STARTED VALUE "N".
        88 C-IN-SEGMENT VALUE "I".
        88 C-BETWEEN VALUE "F".
       1   C-PROOF-FLAG PIC X VALUE "Y".
        88 C-PROVED VALUE "Y".
       1   C-SEGS PIC 9(9) COMP VALUE ZERO.
       1   C-DATE PIC X(10) VALUE SPACE.
       1   C-ROWS PIC 9(9) COMP VALUE ZERO.
       1   C-COLS PIC 9(9) COMP VALUE ZERO.
       1   C-SEG-COUNT PIC 9(9) COMP VALUE ZERO.
       1   C-SEG-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   C-FIRST-COUNT PIC 9(9) COMP VALUE ZERO.
       1   C-FIRST-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   C-TOTAL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   C-TOTAL-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   C-DONE-FLAG PIC X VALUE "N".
        88 C-FIRST-DONE VALUE "Y".

      * THE PRIOR GOOD GENERATION - ITS FIRST SEGMENT PROVED, AND THE
      * RECORDS COPIED OVER THE CURRENT GENERATION
       1   PRV-AT-END PIC X VALUE "N".
        88 PRV-SCAN-DONE VALUE "Y".
       1   P-STATE PIC X VALUE "N".
        88 P-NOT-STARTED VALUE "N".
        88 P-IN-SEGMENT VALUE "I".
        88 P-FINISHED VALUE "F".
       1   P-SEGS PIC 9(9) COMP VALUE ZERO.
       1   P-DATE PIC X(10) VALUE SPACE.
       1   P-KEY PIC 9(8) VALUE ZERO.
       1   P-ROWS PIC 9(9) COMP VALUE ZERO.
       1   P-COLS PIC 9(9) COMP VALUE ZERO.
       1   P-COUNT PIC 9(9) COMP VALUE ZERO.
       1   P-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   P-TRL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   P-TRL-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   P-TOTAL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   P-TOTAL-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   P-RECS PIC 9(9) COMP VALUE ZERO.
       1   P-RECS-COPIED PIC 9(9) COMP VALUE ZERO.

      * THE CURRENT GENERATION BEFORE IT IS REPLACED
       1   CUR-AT-END PIC X VALUE "N".
        88 CUR-SCAN-DONE VALUE "Y".
       1   CUR-BEF-RECS PIC 9(9) COMP VALUE ZERO.
       1   CUR-BEF-CELLS PIC 9(9) COMP VALUE ZERO.
       1   CUR-BEF-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   CUR-BEF-DATE PIC X(10) VALUE SPACE.

      * THE KSDS - WHAT IT HOLDS BEFORE AND AFTER THE RELOAD
       1   KSD-STATUS PIC XX.
       1   KSD-AT-END PIC X VALUE "N".
        88 KSD-SCAN-DONE VALUE "Y".
       1   KSD-STATE PIC X VALUE SPACE.
        88 KSD-NOT-LOADED VALUE "U".
        88 KSD-HAS-CONTROL VALUE "C".
        88 KSD-NO-CONTROL VALUE "M".
        88 KSD-UNUSABLE VALUE "E".
       1   KSD-RESTORE-FLAG PIC X VALUE "N".
        88 KSD-RESTORE VALUE "Y".
       1   KSD-DATE PIC X(10) VALUE SPACE.
       1   KSD-CELLS PIC 9(9) COMP VALUE ZERO.
       1   KSD-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   KSD-BEF-DATE PIC X(10) VALUE SPACE.
       1   KSD-BEF-CELLS PIC 9(9) COMP VALUE ZERO.
       1   KSD-BEF-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   KSD-DELETED PIC 9(9) COMP VALUE ZERO.
       1   KSD-WRITTEN PIC 9(9) COMP VALUE ZERO.
       1   KSD-FAIL-FLAG PIC X VALUE "N".
        88 KSD-FAILED VALUE "Y".

      * RELEASE-STATUS LOOKUP - THE LATEST RELEASE RECORD FOR
      * LOOK-DATE, AND WHETHER LOOK-COUNT AND LOOK-HASH MATCH IT (OR
      * A SINGLE SEGMENT'S OWN SEGMENT RECORD)
       1   RLS-AT-END PIC X VALUE "N".
        88 RLS-SCAN-DONE VALUE "Y".
       1   RLS-RECS PIC 9(9) COMP VALUE ZERO.
       1   RLS-AFT-RECS PIC 9(9) COMP VALUE ZERO.
       1   LOOK-DATE PIC X(10).
       1   LOOK-SEGS PIC 9(9) COMP.
       1   LOOK-COUNT PIC 9(9) COMP.
       1   LOOK-HASH PIC S9(18) COMP-3.
       1   LOOK-FOUND-FLAG PIC X.
        88 LOOK-FOUND VALUE "Y".
       1   LOOK-SEG-FLAG PIC X.
        88 LOOK-SEG-MATCHED VALUE "Y".
       1   LOOK-STATUS PIC X(8).
       1   LOOK-REL-COUNT PIC 9(9) COMP.
       1   LOOK-REL-HASH PIC S9(18) COMP-3.
       1   LOOK-RUN-DATE PIC X(10).
       1   BKO-REL-STATUS PIC X(8) VALUE SPACE.

      * WHY THE BACKOUT WAS REFUSED, FOR THE CONSOLE AND THE REPORT
       1   REFUSE-TEXT PIC X(100) VALUE SPACE.
       1   ACTION-TEXT PIC X(40).

      * RUN DATE/TIME STAMP RETURNED BY THE TSTAMP SUBPROGRAM
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(40)
                VALUE "BPGC BUSINESS-DATE BACKOUT              ".
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
       1   HEADING-2.
        2   FILLER PIC X(15) VALUE "BUSINESS DATE  ".
        2   HDG2-DATE PIC X(10).
        2   FILLER PIC X(12) VALUE "  OPERATOR  ".
        2   HDG2-OPERATOR PIC X(8).
        2   FILLER PIC X(12) VALUE "  APPROVER  ".
        2   HDG2-APPROVER PIC X(8).
        2   FILLER PIC X(10) VALUE "  REASON  ".
        2   HDG2-REASON PIC X(4).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG2-TEXT PIC X(40).
       1   HEADING-3.
        2   FILLER PIC X(26) VALUE "RUN BACKED OUT - RUN DATE ".
        2   HDG3-RUN-DATE PIC X(10).
        2   FILLER PIC X(10) VALUE "  RUN TIME".
        2   FILLER PIC X VALUE SPACE.
        2   HDG3-RUN-TIME PIC X(8).
      * THE CAPTIONS ARE SIZED FIELD FOR FIELD AGAINST DATASET-LINE
       1   DATASET-HEADING.
        2   FILLER PIC X(8) VALUE "DATASET".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(30) VALUE "CONTROL".
        2   FILLER PIC X(19) VALUE "             BEFORE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(19) VALUE "              AFTER".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(40) VALUE "ACTION".
       1   DATASET-LINE.
        2   DSL-DDNAME PIC X(8).
        2   FILLER PIC X(2) VALUE SPACE.
        2   DSL-ITEM PIC X(30).
        2   DSL-BEFORE PIC -(18)9.
        2   FILLER PIC X VALUE SPACE.
        2   DSL-AFTER PIC -(18)9.
        2   FILLER PIC X(2) VALUE SPACE.
        2   DSL-ACTION PIC X(40).
       1   REFUSE-LINE.
        2   FILLER PIC X(19) VALUE "BACKOUT REFUSED -  ".
        2   REF-TEXT PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATBKOUT BUSINESS-DATE BACKOUT START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

           OPEN OUTPUT PRINT-FILE
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1

      * THE CARD - DATE, OPERATOR AND REASON ARE ALL REQUIRED
           PERFORM READ-BACKOUT-CARD THRU READ-BACKOUT-CARD-EXIT
           IF RETURN-CODE NOT = ZERO
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * A BACKOUT REOPENS THE DATE, SO IT NEEDS THE SAME FOUR-EYES
      * REOPEN AUTHORIZATION A MATCALM REOPEN DOES
           PERFORM FIND-BACKOUT-AUTH
           IF NOT AUTH-FOUND
               IF AUTH-SPENT
                   DISPLAY "MATBKOUT0002 THE REOPEN AUTHORIZATION FOR "
                       BKO-DATE " BY OPERATOR " BKO-OPERATOR
                       " HAS ALREADY BEEN USED"
                   MOVE "THE REOPEN AUTHORIZATION HAS ALREADY BEEN USED"
                       TO REFUSE-TEXT
               ELSE
                   DISPLAY "MATBKOUT0002 NO REOPEN AUTHORIZATION FOR "
                       BKO-DATE " BY OPERATOR " BKO-OPERATOR
                       " WITH ANOTHER APPROVER"
                   MOVE "NO MATCHING REOPEN AUTHORIZATION ON CALAUTH"
                       TO REFUSE-TEXT
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * THE RUN TO BACK OUT - THE LATEST TESTCOB OUTCOME FOR THE DATE
           PERFORM FIND-BAD-RUN
           IF NOT RUN-FOUND
               DISPLAY "MATBKOUT0003 CTLOUT RECORDS NO TESTCOB RUN "
                   "FOR " BKO-DATE " - NOTHING TO BACK OUT"
               MOVE "NO RUN IS RECORDED FOR THE BUSINESS DATE"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF
           PERFORM SCAN-RUN-HISTORY
           IF HIST-RUN-ALREADY-REVERSED
               DISPLAY "MATBKOUT0004 THE RUN OF " BAD-RUN-DATE " "
                   BAD-RUN-TIME " IS ALREADY BACKED OUT"
               MOVE "THE RUN IS ALREADY BACKED OUT" TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * THE RESULT BEING BACKED OUT MUST BE THE DATE'S, AND PROVE
           PERFORM PROVE-BAD-RESULT THRU PROVE-BAD-RESULT-EXIT
           IF RETURN-CODE NOT = ZERO
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * A RESULT ALREADY MARKED REVERSED ON RELSTAT IS NOT BACKED OUT
      * TWICE
           MOVE BKO-DATE TO LOOK-DATE
           MOVE C-SEGS TO LOOK-SEGS
           MOVE C-TOTAL-COUNT TO LOOK-COUNT
           MOVE C-TOTAL-HASH TO LOOK-HASH
           PERFORM FIND-RELEASE-RECORD
           MOVE RLS-RECS TO RLS-AFT-RECS
           IF LOOK-FOUND
               MOVE LOOK-STATUS TO BKO-REL-STATUS
           ELSE
               MOVE "NONE" TO BKO-REL-STATUS
           END-IF
           IF LOOK-FOUND AND LOOK-STATUS = "REVERSED"
               AND LOOK-REL-COUNT = C-TOTAL-COUNT
               AND LOOK-REL-HASH = C-TOTAL-HASH
               DISPLAY "MATBKOUT0004 THIS ARRAYC FOR " BKO-DATE
                   " WAS ALREADY BACKED OUT ON " LOOK-RUN-DATE
               MOVE "THE RESULT IS ALREADY BACKED OUT" TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * THE CALENDAR
           PERFORM LOAD-CALENDAR
           IF NOT CAL-LOAD-OK
               DISPLAY "MATBKOUT0006 THE PROCESSING CALENDAR EXCEEDS "
                   "THE 1100-ENTRY TABLE"
               MOVE "THE CALENDAR EXCEEDS THE 1100-ENTRY TABLE"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * THE ACCUMULATION MASTER - LOADED, PROVED, AND THE DATE TAKEN
      * BACK OUT IN STORAGE AND PROVED AGAIN, ALL BEFORE ANY WRITE
           PERFORM LOAD-MASTER THRU LOAD-MASTER-EXIT
           IF NOT LOAD-OK
               DISPLAY "MATBKOUT0007 THE ACCUMULATION MASTER CANNOT "
                   "BE LOADED - " LOAD-REASON
               MOVE LOAD-REASON TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF
           PERFORM RECONCILE-MASTER THRU RECONCILE-MASTER-EXIT
           IF NOT RECON-OK
               DISPLAY "MATBKOUT0008 THE ACCUMULATION MASTER DOES NOT "
                   "RECONCILE - ITS CELLS, CONTROL TOTALS AND POSTED "
                   "DATES DISAGREE"
               MOVE "THE ACCUMULATION MASTER DOES NOT RECONCILE"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF
           MOVE MST-MTD-DAYS TO BEF-MTD-DAYS
           MOVE MST-MTD-HASH TO BEF-MTD-HASH
           MOVE MST-YTD-DAYS TO BEF-YTD-DAYS
           MOVE MST-YTD-HASH TO BEF-YTD-HASH
           PERFORM CHECK-POSTED-DATE THRU CHECK-POSTED-DATE-EXIT
           IF RETURN-CODE NOT = ZERO
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * THE KEYED COPY - RELOADED ONLY WHEN IT HOLDS THE DATE, AND
      * THEN ONLY FROM A PROVED, RELEASED, EARLIER GENERATION
           PERFORM CHECK-KEYED-COPY THRU CHECK-KEYED-COPY-EXIT
           IF RETURN-CODE NOT = ZERO
               PERFORM WRITE-REFUSAL
               GOBACK
           END-IF

      * EVERY CHECK HAS PASSED - APPLY THE BACKOUT.  THE KSDS GOES
      * FIRST: IF IT FAILS PART WAY NOTHING ELSE HAS CHANGED, AND A
      * RERUN OF THE BACKOUT RELOADS IT AGAIN
           IF KSD-RESTORE
               PERFORM RESTORE-KEYED-COPY THRU RESTORE-KEYED-COPY-EXIT
               IF KSD-FAILED
                   MOVE "THE KSDS RELOAD FAILED - RERUN THE BACKOUT"
                       TO REFUSE-TEXT
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-REFUSAL
                   GOBACK
               END-IF
               PERFORM COUNT-KEYED-COPY THRU COUNT-KEYED-COPY-EXIT
               PERFORM REPLACE-CURRENT-GENERATION
           END-IF
           IF ACC-REVERSE
               PERFORM REWRITE-MASTER
           END-IF
           IF HIST-RUN-ON-FILE
               PERFORM FLAG-REVERSED-RUN
           ELSE
               MOVE HIST-BEF-RECS TO HIST-AFT-RECS
               MOVE HIST-BEF-RUNS TO HIST-AFT-RUNS
               MOVE HIST-BEF-REV TO HIST-AFT-REV
               MOVE HIST-BEF-CTOT TO HIST-AFT-CTOT
           END-IF
           MOVE CAL-PROC-BEF TO CAL-PROC-AFT
           IF CAL-REOPEN
               MOVE SPACE TO CE-STATUS(CAL-DATE-IX)
               SUBTRACT 1 FROM CAL-PROC-AFT
               PERFORM REWRITE-CALENDAR
           END-IF
           PERFORM WRITE-AUDIT-ENTRY
           PERFORM APPEND-REVERSED-RECORD

           PERFORM PRINT-BACKOUT-REPORT
           CLOSE PRINT-FILE

           IF HIST-RUN-MISSING
               DISPLAY "MATBKOUT0015 THE RUN OF " BAD-RUN-DATE " "
                   BAD-RUN-TIME " IS NOT ON RUNHIST - NOT FLAGGED"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MATBKOUT0016 BUSINESS DATE " BKO-DATE " BACKED "
               "OUT BY " BKO-OPERATOR " - SEE THE BACKOUT REPORT"
           DISPLAY " MATBKOUT BUSINESS-DATE BACKOUT END "
           GOBACK.

      *****************************************************************
      * READ-BACKOUT-CARD - THE DATE MUST BE A REAL DD-MM-YYYY DATE,  *
      * AND THE OPERATOR AND REASON CODE MUST BE GIVEN.               *
      *****************************************************************
       READ-BACKOUT-CARD.
           OPEN INPUT BKO-PARM-FILE
           READ BKO-PARM-FILE
               AT END
                   MOVE SPACES TO BKO-PARM-REC
           END-READ
           CLOSE BKO-PARM-FILE
           MOVE BPARM-DATE TO BKO-DATE
           MOVE BPARM-OPERATOR TO BKO-OPERATOR
           MOVE BPARM-REASON TO BKO-REASON
           MOVE BPARM-TEXT TO BKO-TEXT
           MOVE BKO-DATE TO WORK-DATE
           IF WD-DD NOT NUMERIC OR WD-MM NOT NUMERIC
               OR WD-YYYY NOT NUMERIC
               OR WD-SEP-1 NOT = "-" OR WD-SEP-2 NOT = "-"
               OR WD-MM < 1 OR WD-MM > 12 OR WD-DD < 1 OR WD-DD > 31
               DISPLAY "MATBKOUT0001 THE BKOPARM DATE " BKO-DATE
                   " IS NOT A DD-MM-YYYY DATE"
               MOVE "THE CONTROL CARD DATE IS NOT A DATE"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               GO TO READ-BACKOUT-CARD-EXIT
           END-IF
           COMPUTE BKO-KEY = WD-YYYY * 10000 + WD-MM * 100 + WD-DD
           COMPUTE BKO-YM = WD-YYYY * 100 + WD-MM
           MOVE WD-YYYY TO BKO-YYYY
           IF BKO-OPERATOR = SPACE OR BKO-REASON = SPACE
               DISPLAY "MATBKOUT0001 THE BKOPARM CARD NEEDS THE "
                   "OPERATOR IN COLUMNS 11-18 AND A REASON CODE IN "
                   "COLUMNS 19-22"
               MOVE "THE OPERATOR AND REASON CODE ARE REQUIRED"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               GO TO READ-BACKOUT-CARD-EXIT
           END-IF
           MOVE BKO-DATE TO HDG2-DATE
           MOVE BKO-OPERATOR TO HDG2-OPERATOR
           MOVE BKO-REASON TO HDG2-REASON
           MOVE BKO-TEXT TO HDG2-TEXT.

       READ-BACKOUT-CARD-EXIT.
           EXIT.

      *****************************************************************
      * FIND-BACKOUT-AUTH - SCAN CALAUTH FOR A REOPEN AUTHORIZATION   *
      * OF THE DATE BY THE CARD'S OPERATOR, APPROVED BY SOMEBODY      *
      * ELSE, AND ENTERED AFTER THE DATE WAS LAST REOPENED OR BACKED  *
      * OUT - AN EARLIER ONE HAS BEEN USED.  THE APPROVER OF THE LAST *
      * UNUSED ONE FOUND IS JOURNALED.                                *
      *****************************************************************
       FIND-BACKOUT-AUTH.
           PERFORM FIND-LAST-REOPEN
           OPEN INPUT AUTH-FILE
           PERFORM UNTIL AUTH-SCAN-DONE
               READ AUTH-FILE
                   AT END SET AUTH-SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO AUTH-RECS
                       IF AUTH-DATE = BKO-DATE
                           AND AUTH-TYPE = "R"
                           AND AUTH-OPERATOR = BKO-OPERATOR
                           AND AUTH-APPROVER NOT = SPACE
                           AND AUTH-APPROVER NOT = AUTH-OPERATOR
                           MOVE AUTH-ENTRY-DATE TO STAMP-IN
                           MOVE AUTH-ENTRY-TIME TO STI-TIME
                           PERFORM MAKE-STAMP-KEY
                           IF STAMP-KEY > LAST-REOPEN-KEY
                               SET AUTH-FOUND TO TRUE
                               MOVE AUTH-APPROVER TO APPROVER-ID
                           ELSE
                               SET AUTH-SPENT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           MOVE APPROVER-ID TO HDG2-APPROVER.

      *****************************************************************
      * FIND-LAST-REOPEN - WHEN THE JOURNAL LAST RECORDS THE DATE     *
      * REOPENED, BY MATCALM OR AN EARLIER BACKOUT, OR BACKED OUT     *
      * WHILE ALREADY OPEN.                                           *
      *****************************************************************
       FIND-LAST-REOPEN.
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL AUD-SCAN-DONE
               READ AUDIT-FILE
                   AT END SET AUD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AUD-DATE = BKO-DATE
                           AND (AUD-EVENT = "REOPEN"
                           OR AUD-EVENT = "BACKOUT")
                           MOVE AUD-RUN-DATE TO STAMP-IN
                           MOVE AUD-RUN-TIME TO STI-TIME
                           PERFORM MAKE-STAMP-KEY
                           IF STAMP-KEY > LAST-REOPEN-KEY
                               MOVE STAMP-KEY TO LAST-REOPEN-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

      *****************************************************************
      * MAKE-STAMP-KEY - THE DATE AND TIME IN STAMP-IN AS A STAMP     *
      * KEY.                                                          *
      *****************************************************************
       MAKE-STAMP-KEY.
           MOVE STI-YYYY TO SK-YYYY
           MOVE STI-MM TO SK-MM
           MOVE STI-DD TO SK-DD
           MOVE STI-TIME TO SK-TIME.

      *****************************************************************
      * FIND-BAD-RUN - THE LATEST TESTCOB OUTCOME CTLOUT HOLDS FOR    *
      * THE DATE.  ITS RUN DATE AND TIME ARE THE ONES THE GO STEP (OR *
      * MATMERGE) WROTE ON ITS RUN-HISTORY RECORD.                    *
      *****************************************************************
       FIND-BAD-RUN.
           OPEN INPUT CTLO-FILE
           PERFORM UNTIL CTLO-SCAN-DONE
               READ CTLO-FILE
                   AT END SET CTLO-SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CTLO-RECS
                       IF CTLO-DATE = BKO-DATE
                           AND CTLO-STEP = "TESTCOB"
                           SET RUN-FOUND TO TRUE
                           MOVE CTLO-RUN-DATE TO BAD-RUN-DATE
                           MOVE CTLO-RUN-TIME TO BAD-RUN-TIME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTLO-FILE.

      *****************************************************************
      * SCAN-RUN-HISTORY - THE RUNHIST CONTROLS BEFORE THE BACKOUT,   *
      * AND WHETHER THE RUN'S RECORDS ARE ON FILE AND ALREADY         *
      * FLAGGED.  BAND DETAIL AND REVERSED RECORDS ARE NOT RUNS.      *
      *****************************************************************
       SCAN-RUN-HISTORY.
           OPEN INPUT HIST-FILE
           PERFORM UNTIL HIST-SCAN-DONE
               READ HIST-FILE
                   AT END SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO HIST-BEF-RECS
                       IF HIST-REVERSED
                           ADD 1 TO HIST-BEF-REV
                       ELSE
                           IF NOT HIST-BAND-DETAIL
                               ADD 1 TO HIST-BEF-RUNS
                               ADD HIST-CONTROL-TOTAL TO HIST-BEF-CTOT
                           END-IF
                       END-IF
                       IF HIST-DATE = BAD-RUN-DATE
                           AND HIST-TIME = BAD-RUN-TIME
                           ADD 1 TO HIST-MATCHED
                           IF NOT HIST-BAND-DETAIL
                               IF HIST-REVERSED
                                   SET HIST-RUN-ALREADY-REVERSED
                                       TO TRUE
                               ELSE
                                   SET HIST-RUN-ON-FILE TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

      *****************************************************************
      * PROVE-BAD-RESULT - ARRAYCOT MUST HOLD THE DATE BEING BACKED   *
      * OUT AND EVERY SEGMENT MUST PROVE TO ITS TRAILER.  THE FIRST   *
      * SEGMENT'S TRAILER IS WHAT MATPOST POSTED; THE TRAILERS SUMMED *
      * ARE WHAT MATRLSE RELEASED.                                    *
      *****************************************************************
       PROVE-BAD-RESULT.
           OPEN INPUT ARRAY-C-FILE
           PERFORM UNTIL ARRAY-C-SCAN-DONE
               READ ARRAY-C-FILE
                   AT END SET ARRAY-C-SCAN-DONE TO TRUE
                   NOT AT END PERFORM PROVE-BAD-RECORD
               END-READ
           END-PERFORM
           CLOSE ARRAY-C-FILE
           IF C-SEGS = ZERO OR C-IN-SEGMENT OR NOT C-PROVED
               DISPLAY "MATBKOUT0005 ARRAYCOT IS EMPTY, INCOMPLETE, OR "
                   "DOES NOT PROVE TO ITS TRAILERS"
               MOVE "ARRAYCOT DOES NOT PROVE TO ITS TRAILERS"
                   TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               GO TO PROVE-BAD-RESULT-EXIT
           END-IF
           IF C-DATE NOT = BKO-DATE
               DISPLAY "MATBKOUT0005 ARRAYCOT HOLDS " C-DATE
                   " - IT IS NOT THE RESULT OF " BKO-DATE
               MOVE "ARRAYCOT IS NOT THE RESULT OF THE BUSINESS DATE"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROVE-BAD-RESULT-EXIT.
           EXIT.

       PROVE-BAD-RECORD.
           EVALUATE ARRAY-C-REC-TYPE
             WHEN "H"
               IF C-IN-SEGMENT
                   MOVE "N" TO C-PROOF-FLAG
               END-IF
               ADD 1 TO C-SEGS
               IF C-SEGS = 1
                   MOVE ARRAY-C-HDR-DATE TO C-DATE
                   IF ARRAY-C-HDR-ROWS NUMERIC
                       MOVE ARRAY-C-HDR-ROWS TO C-ROWS
                   END-IF
                   IF ARRAY-C-HDR-COLS NUMERIC
                       MOVE ARRAY-C-HDR-COLS TO C-COLS
                   END-IF
               ELSE
                   IF ARRAY-C-HDR-DATE NOT = C-DATE
                       MOVE "N" TO C-PROOF-FLAG
                   END-IF
               END-IF
               MOVE ZERO TO C-SEG-COUNT
               MOVE ZERO TO C-SEG-HASH
               SET C-IN-SEGMENT TO TRUE
             WHEN "E"
               ADD 1 TO C-SEG-COUNT
               ADD ARRAY-C-ELEM-VAL TO C-SEG-HASH
             WHEN "W"
               ADD 1 TO C-SEG-COUNT
               ADD ARRAY-C-WELEM-VAL TO C-SEG-HASH
             WHEN "T"
               IF NOT C-IN-SEGMENT
                   OR ARRAY-C-TRL-COUNT NOT = C-SEG-COUNT
                   OR ARRAY-C-TRL-HASH NOT = C-SEG-HASH
                   MOVE "N" TO C-PROOF-FLAG
               END-IF
               IF C-SEGS = 1
                   MOVE ARRAY-C-TRL-COUNT TO C-FIRST-COUNT
                   MOVE ARRAY-C-TRL-HASH TO C-FIRST-HASH
               END-IF
               ADD ARRAY-C-TRL-COUNT TO C-TOTAL-COUNT
               ADD ARRAY-C-TRL-HASH TO C-TOTAL-HASH
               SET C-BETWEEN TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *****************************************************************
      * FIND-RELEASE-RECORD - THE LATEST RELEASE RECORD FOR           *
      * LOOK-DATE, AS MATVSAM AND MATXPORT FIND IT, AND WHETHER A     *
      * SINGLE SEGMENT WITH LOOK-COUNT AND LOOK-HASH MATCHES ITS OWN  *
      * SEGMENT RECORD.  RELSTAT'S RECORDS ARE COUNTED AS THEY PASS.  *
      *****************************************************************
       FIND-RELEASE-RECORD.
           MOVE "N" TO LOOK-FOUND-FLAG
           MOVE "N" TO LOOK-SEG-FLAG
           MOVE SPACE TO LOOK-STATUS
           MOVE ZERO TO LOOK-REL-COUNT
           MOVE ZERO TO LOOK-REL-HASH
           MOVE ZERO TO RLS-RECS
           MOVE "N" TO RLS-AT-END
           OPEN INPUT RLS-FILE
           PERFORM UNTIL RLS-SCAN-DONE
               READ RLS-FILE
                   AT END SET RLS-SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO RLS-RECS
                       IF RLS-TYPE = "R" AND RLS-DATE = LOOK-DATE
                           SET LOOK-FOUND TO TRUE
                           MOVE RLS-STATUS TO LOOK-STATUS
                           MOVE RLS-TRL-COUNT TO LOOK-REL-COUNT
                           MOVE RLS-TRL-HASH TO LOOK-REL-HASH
                           MOVE RLS-RUN-DATE TO LOOK-RUN-DATE
                           MOVE "N" TO LOOK-SEG-FLAG
                       END-IF
                       IF RLS-SEG-TYPE = "S"
                           AND RLS-SEG-DATE = LOOK-DATE
                           AND LOOK-SEGS = 1
                           AND RLS-SEG-COUNT = LOOK-COUNT
                           AND RLS-SEG-HASH = LOOK-HASH
                           SET LOOK-SEG-MATCHED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RLS-FILE.

      *****************************************************************
      * LOAD-CALENDAR - LOAD PROCCAL AND FIND THE DATE ON IT.         *
      *****************************************************************
       LOAD-CALENDAR.
           OPEN INPUT CAL-FILE
           PERFORM UNTIL CAL-SCAN-DONE
               READ CAL-FILE
                   AT END SET CAL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CAL-COUNT = 1100
                           MOVE "N" TO CAL-LOAD-FLAG
                           SET CAL-SCAN-DONE TO TRUE
                       ELSE
                           ADD 1 TO CAL-COUNT
                           MOVE CAL-REC-DATE TO CE-DATE(CAL-COUNT)
                           MOVE CAL-REC-STATUS TO CE-STATUS(CAL-COUNT)
                           IF CAL-REC-STATUS = "P"
                               ADD 1 TO CAL-PROC-BEF
                           END-IF
                           IF CAL-REC-DATE = BKO-DATE
                               MOVE CAL-COUNT TO CAL-DATE-IX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE
           EVALUATE TRUE
             WHEN CAL-DATE-IX = ZERO
               SET CAL-DATE-MISSING TO TRUE
             WHEN CE-STATUS(CAL-DATE-IX) = "P"
               SET CAL-REOPEN TO TRUE
             WHEN OTHER
               SET CAL-ALREADY-OPEN TO TRUE
           END-EVALUATE.

      *****************************************************************
      * LOAD-MASTER - READ THE ACCUMULATION MASTER INTO STORAGE, AS   *
      * MATPOST DOES.  AN EMPTY MASTER HOLDS NOTHING TO REVERSE.      *
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
               DISPLAY "MATBKOUT0017 MTD CELLS ADD TO " SUM-MTD-CELLS
                   ", THE MTD CONTROL TOTAL IS " MST-MTD-HASH
               MOVE "N" TO RECON-FLAG
           END-IF
           IF SUM-YTD-CELLS NOT = MST-YTD-HASH
               DISPLAY "MATBKOUT0017 YTD CELLS ADD TO " SUM-YTD-CELLS
                   ", THE YTD CONTROL TOTAL IS " MST-YTD-HASH
               MOVE "N" TO RECON-FLAG
           END-IF
           IF SUM-MTD-DAYS NOT = MST-MTD-DAYS
               OR SUM-MTD-LIST NOT = MST-MTD-HASH
               DISPLAY "MATBKOUT0018 THE POSTED DATES OF MONTH "
                   MST-MONTH " DO NOT ADD TO THE MTD CONTROLS"
               MOVE "N" TO RECON-FLAG
           END-IF
           IF SUM-YTD-DAYS NOT = MST-YTD-DAYS
               OR SUM-YTD-LIST NOT = MST-YTD-HASH
               DISPLAY "MATBKOUT0018 THE POSTED DATES OF YEAR "
                   MST-YEAR " DO NOT ADD TO THE YTD CONTROLS"
               MOVE "N" TO RECON-FLAG
           END-IF.

       RECONCILE-MASTER-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-POSTED-DATE - FIND THE DATE ON THE POSTED-DATES LIST.   *
      * A DATE POSTED IN THE OPEN MONTH IS TAKEN BACK OUT HERE, IN    *
      * STORAGE, AND THE MASTER PROVED AGAIN.  A DATE POSTED IN A     *
      * CLOSED MONTH, OR FALLING IN A YEAR ALREADY CLOSED (WHOSE      *
      * POSTED DATES ARE NO LONGER LISTED), CANNOT BE - THE CLOSED    *
      * FIGURES HAVE GONE OUT, AND THE BACKOUT IS REFUSED.            *
      *****************************************************************
       CHECK-POSTED-DATE.
           IF NOT MST-PRESENT
               SET ACC-NO-MASTER TO TRUE
               GO TO CHECK-POSTED-DATE-EXIT
           END-IF
           IF BKO-YYYY < MST-YEAR
               DISPLAY "MATBKOUT0009 " BKO-DATE " FALLS IN A YEAR THE "
                   "ACCUMULATION MASTER HAS CLOSED - THE OPEN YEAR IS "
                   MST-YEAR
               MOVE "THE DATE FALLS IN A CLOSED ACCUMULATION YEAR"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-POSTED-DATE-EXIT
           END-IF
           MOVE ZERO TO POSTED-IX
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > DAY-COUNT
               IF DT-KEY(DAY-IX) = BKO-KEY
                   MOVE DAY-IX TO POSTED-IX
               END-IF
           END-PERFORM
           IF POSTED-IX = ZERO
               SET ACC-NOT-POSTED TO TRUE
               GO TO CHECK-POSTED-DATE-EXIT
           END-IF
           IF DT-STATUS(POSTED-IX) NOT = "P"
               SET ACC-ALREADY-REVERSED TO TRUE
               GO TO CHECK-POSTED-DATE-EXIT
           END-IF
           COMPUTE OPEN-YM = MST-MYYYY * 100 + MST-MM
           IF BKO-YM NOT = OPEN-YM
               DISPLAY "MATBKOUT0009 " BKO-DATE " WAS POSTED TO A "
                   "CLOSED MONTH - THE OPEN MONTH IS " MST-MONTH
               MOVE "THE DATE WAS POSTED TO A CLOSED MONTH"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-POSTED-DATE-EXIT
           END-IF
           IF C-FIRST-COUNT NOT = DT-COUNT(POSTED-IX)
               OR C-FIRST-HASH NOT = DT-HASH(POSTED-IX)
               OR C-ROWS NOT = MST-ROWS OR C-COLS NOT = MST-COLS
               DISPLAY "MATBKOUT0010 ARRAYCOT IS NOT THE RESULT "
                   "POSTED FOR " BKO-DATE " ON "
                   DT-RUN-DATE(POSTED-IX)
               MOVE "ARRAYCOT IS NOT THE RESULT THAT WAS POSTED"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-POSTED-DATE-EXIT
           END-IF

      * TAKE EVERY CELL OF THE FIRST SEGMENT BACK OUT OF ITS MTD AND
      * YTD TOTALS, AND THE TRAILER HASH OUT OF THE CONTROL TOTALS
           SET ACC-REVERSE TO TRUE
           MOVE "N" TO ARRAY-C-AT-END
           MOVE "N" TO C-DONE-FLAG
           MOVE 1 TO NEXT-ROW
           MOVE ZERO TO NEXT-COL
           OPEN INPUT ARRAY-C-FILE
           PERFORM UNTIL ARRAY-C-SCAN-DONE
               READ ARRAY-C-FILE
                   AT END SET ARRAY-C-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM REVERSE-SEGMENT-RECORD
                           THRU REVERSE-SEGMENT-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE ARRAY-C-FILE
           SUBTRACT 1 FROM MST-MTD-DAYS
           SUBTRACT C-FIRST-HASH FROM MST-MTD-HASH
           SUBTRACT 1 FROM MST-YTD-DAYS
           SUBTRACT C-FIRST-HASH FROM MST-YTD-HASH
           MOVE "R" TO DT-STATUS(POSTED-IX)
           MOVE BKO-OPERATOR TO DT-REV-OPERATOR(POSTED-IX)
           MOVE RUN-DATE TO DT-REV-DATE(POSTED-IX)

      * THE LAST POSTED DATE IS NOW THE LATEST ONE STILL POSTED
           MOVE SPACES TO MST-LAST-DATE
           MOVE ZERO TO LATEST-KEY
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > DAY-COUNT
               IF DT-STATUS(DAY-IX) = "P"
                   AND DT-KEY(DAY-IX) > LATEST-KEY
                   MOVE DT-KEY(DAY-IX) TO LATEST-KEY
                   MOVE DT-DATE(DAY-IX) TO MST-LAST-DATE
               END-IF
           END-PERFORM

           PERFORM RECONCILE-MASTER THRU RECONCILE-MASTER-EXIT
           IF NOT RECON-OK
               DISPLAY "MATBKOUT0011 THE MASTER WILL NOT PROVE WITH "
                   BKO-DATE " REVERSED OUT - NOTHING IS CHANGED"
               MOVE "THE REVERSED MASTER DOES NOT PROVE" TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
           END-IF.

       CHECK-POSTED-DATE-EXIT.
           EXIT.

      *****************************************************************
      * REVERSE-SEGMENT-RECORD - TAKE ONE CELL OF THE FIRST SEGMENT   *
      * BACK OUT OF ITS MTD AND YTD TOTALS.  THE CELLS ARE ROW-MAJOR. *
      *****************************************************************
       REVERSE-SEGMENT-RECORD.
           IF C-FIRST-DONE
               GO TO REVERSE-SEGMENT-RECORD-EXIT
           END-IF
           EVALUATE ARRAY-C-REC-TYPE
             WHEN "E"
               MOVE ARRAY-C-ELEM-VAL TO CELL-VAL
               PERFORM SUBTRACT-CELL-VALUE
             WHEN "W"
               MOVE ARRAY-C-WELEM-VAL TO CELL-VAL
               PERFORM SUBTRACT-CELL-VALUE
             WHEN "T"
               SET C-FIRST-DONE TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       REVERSE-SEGMENT-RECORD-EXIT.
           EXIT.

       SUBTRACT-CELL-VALUE.
           ADD 1 TO NEXT-COL
           IF NEXT-COL > MST-COLS
               MOVE 1 TO NEXT-COL
               ADD 1 TO NEXT-ROW
           END-IF
           SUBTRACT CELL-VAL FROM MTD-CELL(NEXT-ROW, NEXT-COL)
           SUBTRACT CELL-VAL FROM YTD-CELL(NEXT-ROW, NEXT-COL).

      *****************************************************************
      * CHECK-KEYED-COPY - WHAT THE KSDS HOLDS.  WHEN IT HOLDS THE    *
      * DATE (OR HAS LOST ITS CONTROL RECORD IN A FAILED RELOAD) IT   *
      * IS RELOADED FROM ARRAYPRV, WHICH MUST BE AN EARLIER DATE,     *
      * PROVE TO ITS TRAILER, AND BE THE RESULT RELEASED FOR THAT     *
      * DATE.  A KSDS HOLDING ANOTHER DATE IS LEFT ALONE.             *
      *****************************************************************
       CHECK-KEYED-COPY.
           PERFORM COUNT-KEYED-COPY THRU COUNT-KEYED-COPY-EXIT
           IF KSD-UNUSABLE
               DISPLAY "MATBKOUT0012 ARRAYKSD CANNOT BE READ - FILE "
                   "STATUS " KSD-STATUS
               MOVE "THE KSDS CANNOT BE READ" TO REFUSE-TEXT
               MOVE 12 TO RETURN-CODE
               GO TO CHECK-KEYED-COPY-EXIT
           END-IF
           MOVE KSD-DATE TO KSD-BEF-DATE
           MOVE KSD-CELLS TO KSD-BEF-CELLS
           MOVE KSD-HASH TO KSD-BEF-HASH
           IF KSD-NOT-LOADED
               GO TO CHECK-KEYED-COPY-EXIT
           END-IF
           IF KSD-HAS-CONTROL AND KSD-DATE NOT = BKO-DATE
               GO TO CHECK-KEYED-COPY-EXIT
           END-IF
           SET KSD-RESTORE TO TRUE

      * PROVE THE PRIOR GENERATION'S FIRST SEGMENT
           OPEN INPUT PRV-FILE
           PERFORM UNTIL PRV-SCAN-DONE
               READ PRV-FILE
                   AT END SET PRV-SCAN-DONE TO TRUE
                   NOT AT END PERFORM PROVE-PRIOR-RECORD
               END-READ
           END-PERFORM
           CLOSE PRV-FILE
           IF NOT P-FINISHED
               OR P-COUNT NOT = P-TRL-COUNT
               OR P-HASH NOT = P-TRL-HASH
               OR P-COUNT NOT = P-ROWS * P-COLS
               OR P-ROWS = ZERO OR P-COLS = ZERO
               DISPLAY "MATBKOUT0013 ARRAYPRV IS EMPTY, INCOMPLETE, OR "
                   "DOES NOT PROVE TO ITS TRAILER"
               MOVE "THE PRIOR GENERATION DOES NOT PROVE" TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-KEYED-COPY-EXIT
           END-IF
           MOVE P-DATE TO WORK-DATE
           IF WD-DD NOT NUMERIC OR WD-MM NOT NUMERIC
               OR WD-YYYY NOT NUMERIC
               MOVE ZERO TO P-KEY
           ELSE
               COMPUTE P-KEY = WD-YYYY * 10000 + WD-MM * 100 + WD-DD
           END-IF
           IF P-KEY = ZERO OR P-KEY NOT < BKO-KEY
               DISPLAY "MATBKOUT0013 ARRAYPRV HOLDS " P-DATE
                   " - NOT A GENERATION EARLIER THAN " BKO-DATE
               MOVE "THE PRIOR GENERATION IS NOT AN EARLIER DATE"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-KEYED-COPY-EXIT
           END-IF

      * IT MUST BE THE RESULT RELEASED FOR ITS DATE, AS MATVSAM WOULD
      * INSIST IF IT WERE LOADING IT
           MOVE P-DATE TO LOOK-DATE
           MOVE P-SEGS TO LOOK-SEGS
           MOVE P-TOTAL-COUNT TO LOOK-COUNT
           MOVE P-TOTAL-HASH TO LOOK-HASH
           PERFORM FIND-RELEASE-RECORD
           IF NOT LOOK-FOUND OR LOOK-STATUS NOT = "RELEASED"
               OR ((LOOK-REL-COUNT NOT = P-TOTAL-COUNT
                    OR LOOK-REL-HASH NOT = P-TOTAL-HASH)
                   AND NOT LOOK-SEG-MATCHED)
               DISPLAY "MATBKOUT0013 ARRAYPRV FOR " P-DATE
                   " IS NOT THE RESULT RELEASED FOR ITS DATE"
               MOVE "THE PRIOR GENERATION IS NOT A RELEASED RESULT"
                   TO REFUSE-TEXT
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-KEYED-COPY-EXIT
           END-IF

      * THE CURRENT GENERATION BEFORE IT IS REPLACED
           OPEN INPUT CUR-FILE
           PERFORM UNTIL CUR-SCAN-DONE
               READ CUR-FILE
                   AT END SET CUR-SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO CUR-BEF-RECS
                       EVALUATE CUR-REC-TYPE
                         WHEN "H"
                           IF CUR-BEF-DATE = SPACE
                               MOVE CUR-HDR-DATE TO CUR-BEF-DATE
                           END-IF
                         WHEN "E"
                           ADD 1 TO CUR-BEF-CELLS
                           ADD CUR-ELEM-VAL TO CUR-BEF-HASH
                         WHEN "W"
                           ADD 1 TO CUR-BEF-CELLS
                           ADD CUR-WELEM-VAL TO CUR-BEF-HASH
                         WHEN OTHER
                           CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CUR-FILE.

       CHECK-KEYED-COPY-EXIT.
           EXIT.

       PROVE-PRIOR-RECORD.
           ADD 1 TO P-RECS
           EVALUATE PRV-REC-TYPE
             WHEN "H"
               ADD 1 TO P-SEGS
               IF P-NOT-STARTED
                   SET P-IN-SEGMENT TO TRUE
                   MOVE PRV-HDR-DATE TO P-DATE
                   IF PRV-HDR-ROWS NUMERIC
                       MOVE PRV-HDR-ROWS TO P-ROWS
                   END-IF
                   IF PRV-HDR-COLS NUMERIC
                       MOVE PRV-HDR-COLS TO P-COLS
                   END-IF
               END-IF
             WHEN "E"
               IF P-IN-SEGMENT
                   ADD 1 TO P-COUNT
                   ADD PRV-ELEM-VAL TO P-HASH
               END-IF
             WHEN "W"
               IF P-IN-SEGMENT
                   ADD 1 TO P-COUNT
                   ADD PRV-WELEM-VAL TO P-HASH
               END-IF
             WHEN "T"
               IF P-IN-SEGMENT
                   MOVE PRV-TRL-COUNT TO P-TRL-COUNT
                   MOVE PRV-TRL-HASH TO P-TRL-HASH
                   SET P-FINISHED TO TRUE
               END-IF
               ADD PRV-TRL-COUNT TO P-TOTAL-COUNT
               ADD PRV-TRL-HASH TO P-TOTAL-HASH
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *****************************************************************
      * COUNT-KEYED-COPY - OPEN THE KSDS, READ ITS CONTROL RECORD,    *
      * AND COUNT AND HASH ITS CELLS.  A CLUSTER NEVER LOADED (FILE   *
      * STATUS 35) HOLDS NO RESULT AT ALL.                            *
      *****************************************************************
       COUNT-KEYED-COPY.
           MOVE SPACE TO KSD-DATE
           MOVE ZERO TO KSD-CELLS
           MOVE ZERO TO KSD-HASH
           MOVE "N" TO KSD-AT-END
           OPEN INPUT KSDS-FILE
           IF KSD-STATUS = "35"
               SET KSD-NOT-LOADED TO TRUE
               GO TO COUNT-KEYED-COPY-EXIT
           END-IF
           IF KSD-STATUS NOT = "00"
               SET KSD-UNUSABLE TO TRUE
               GO TO COUNT-KEYED-COPY-EXIT
           END-IF
           MOVE ZERO TO KSD-ROW
           MOVE ZERO TO KSD-COL
           READ KSDS-FILE
           EVALUATE KSD-STATUS
             WHEN "00"
               SET KSD-HAS-CONTROL TO TRUE
               MOVE KSD-CTL-DATE TO KSD-DATE
             WHEN "23"
               SET KSD-NO-CONTROL TO TRUE
             WHEN OTHER
               SET KSD-UNUSABLE TO TRUE
               CLOSE KSDS-FILE
               GO TO COUNT-KEYED-COPY-EXIT
           END-EVALUATE
           MOVE ZERO TO KSD-ROW
           MOVE ZERO TO KSD-COL
           START KSDS-FILE KEY IS NOT LESS THAN KSD-KEY
           IF KSD-STATUS NOT = "00"
               SET KSD-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL KSD-SCAN-DONE
               READ KSDS-FILE NEXT RECORD
                   AT END SET KSD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF KSD-ROW NOT = ZERO OR KSD-COL NOT = ZERO
                           ADD 1 TO KSD-CELLS
                           ADD KSD-VAL TO KSD-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KSDS-FILE.

       COUNT-KEYED-COPY-EXIT.
           EXIT.

      *****************************************************************
      * RESTORE-KEYED-COPY - EMPTY THE KSDS AND RELOAD IT FROM THE    *
      * PRIOR GENERATION'S FIRST SEGMENT: EVERY CELL KEYED ON ITS ROW *
      * AND COLUMN, AS MATVSAM LOADS IT, THEN THE CONTROL RECORD.     *
      * THE CONTROL RECORD GOES LAST SO THAT A RELOAD WHICH FAILS     *
      * PART WAY LEAVES NONE, AND A RERUN OF THE BACKOUT RELOADS.     *
      *****************************************************************
       RESTORE-KEYED-COPY.
           OPEN I-O KSDS-FILE
           IF KSD-STATUS NOT = "00"
               DISPLAY "MATBKOUT0014 OPEN OF ARRAYKSD FOR UPDATE "
                   "FAILED - FILE STATUS " KSD-STATUS
               SET KSD-FAILED TO TRUE
               GO TO RESTORE-KEYED-COPY-EXIT
           END-IF
           MOVE "N" TO KSD-AT-END
           MOVE ZERO TO KSD-ROW
           MOVE ZERO TO KSD-COL
           START KSDS-FILE KEY IS NOT LESS THAN KSD-KEY
           IF KSD-STATUS NOT = "00"
               SET KSD-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL KSD-SCAN-DONE
               READ KSDS-FILE NEXT RECORD
                   AT END SET KSD-SCAN-DONE TO TRUE
                   NOT AT END
                       DELETE KSDS-FILE RECORD
                       IF KSD-STATUS NOT = "00"
                           SET KSD-FAILED TO TRUE
                           SET KSD-SCAN-DONE TO TRUE
                       ELSE
                           ADD 1 TO KSD-DELETED
                       END-IF
               END-READ
           END-PERFORM
           IF KSD-FAILED
               DISPLAY "MATBKOUT0014 DELETE FROM ARRAYKSD FAILED - "
                   "FILE STATUS " KSD-STATUS " AT ROW " KSD-ROW
                   " COLUMN " KSD-COL
               CLOSE KSDS-FILE
               GO TO RESTORE-KEYED-COPY-EXIT
           END-IF

           MOVE "N" TO PRV-AT-END
           MOVE "N" TO P-STATE
           MOVE 1 TO NEXT-ROW
           MOVE ZERO TO NEXT-COL
           OPEN INPUT PRV-FILE
           PERFORM UNTIL PRV-SCAN-DONE OR KSD-FAILED
               READ PRV-FILE
                   AT END SET PRV-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM RESTORE-PRIOR-RECORD
                           THRU RESTORE-PRIOR-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE PRV-FILE
           IF NOT KSD-FAILED
               MOVE ZERO TO KSD-ROW
               MOVE ZERO TO KSD-COL
               MOVE P-ROWS TO KSD-CTL-ROWS
               MOVE P-COLS TO KSD-CTL-COLS
               MOVE P-DATE TO KSD-CTL-DATE
               MOVE RUN-TIME TO KSD-CTL-TIME
               WRITE KSD-REC
               IF KSD-STATUS NOT = "00"
                   SET KSD-FAILED TO TRUE
               END-IF
           END-IF
           CLOSE KSDS-FILE
           IF KSD-FAILED
               DISPLAY "MATBKOUT0014 WRITE TO ARRAYKSD FAILED - FILE "
                   "STATUS " KSD-STATUS " AT ROW " KSD-ROW
                   " COLUMN " KSD-COL
           END-IF.

       RESTORE-KEYED-COPY-EXIT.
           EXIT.

       RESTORE-PRIOR-RECORD.
           IF P-FINISHED
               GO TO RESTORE-PRIOR-RECORD-EXIT
           END-IF
           EVALUATE PRV-REC-TYPE
             WHEN "E"
               MOVE PRV-ELEM-VAL TO CELL-VAL
               PERFORM WRITE-KEYED-CELL
             WHEN "W"
               MOVE PRV-WELEM-VAL TO CELL-VAL
               PERFORM WRITE-KEYED-CELL
             WHEN "T"
               SET P-FINISHED TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       RESTORE-PRIOR-RECORD-EXIT.
           EXIT.

       WRITE-KEYED-CELL.
           ADD 1 TO NEXT-COL
           IF NEXT-COL > P-COLS
               MOVE 1 TO NEXT-COL
               ADD 1 TO NEXT-ROW
           END-IF
           MOVE NEXT-ROW TO KSD-ROW
           MOVE NEXT-COL TO KSD-COL
           MOVE SPACES TO KSD-ELEMENT-DATA
           MOVE CELL-VAL TO KSD-VAL
           WRITE KSD-REC
           IF KSD-STATUS NOT = "00"
               SET KSD-FAILED TO TRUE
           ELSE
               ADD 1 TO KSD-WRITTEN
           END-IF.

      *****************************************************************
      * REPLACE-CURRENT-GENERATION - THE KSDS NOW HOLDS THE PRIOR     *
      * GENERATION, SO IT BECOMES THE CURRENT ONE TOO.  THE NEXT      *
      * MATVSJOB LOAD THEN ROLLS IT BACK INTO ARRAYPRV, AND A SECOND  *
      * BACKOUT BEFORE THE RERUN FINDS NO EARLIER GENERATION.         *
      *****************************************************************
       REPLACE-CURRENT-GENERATION.
           MOVE "N" TO PRV-AT-END
           OPEN INPUT PRV-FILE
           OPEN OUTPUT CUR-FILE
           PERFORM UNTIL PRV-SCAN-DONE
               READ PRV-FILE
                   AT END SET PRV-SCAN-DONE TO TRUE
                   NOT AT END
                       WRITE CUR-REC FROM PRV-REC
                       ADD 1 TO P-RECS-COPIED
               END-READ
           END-PERFORM
           CLOSE PRV-FILE
           CLOSE CUR-FILE.

      *****************************************************************
      * REWRITE-MASTER - THE CONTROL RECORD, THE POSTED DATES, THEN   *
      * THE CELLS IN ROW AND COLUMN ORDER, AS MATPOST WRITES THEM.    *
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
      * FLAG-REVERSED-RUN - REWRITE THE RUN'S RECORDS IN PLACE WITH   *
      * THE REVERSED FLAG SET, COUNTING THE CONTROLS AS THEY STAND    *
      * AFTERWARDS.  NOTHING IS DELETED.                              *
      *****************************************************************
       FLAG-REVERSED-RUN.
           MOVE "N" TO HIST-AT-END
           OPEN I-O HIST-FILE
           PERFORM UNTIL HIST-SCAN-DONE
               READ HIST-FILE
                   AT END SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-DATE = BAD-RUN-DATE
                           AND HIST-TIME = BAD-RUN-TIME
                           AND NOT HIST-REVERSED
                           SET HIST-REVERSED TO TRUE
                           REWRITE HIST-REC
                           ADD 1 TO HIST-FLAGGED
                       END-IF
                       ADD 1 TO HIST-AFT-RECS
                       IF HIST-REVERSED
                           ADD 1 TO HIST-AFT-REV
                       ELSE
                           IF NOT HIST-BAND-DETAIL
                               ADD 1 TO HIST-AFT-RUNS
                               ADD HIST-CONTROL-TOTAL TO HIST-AFT-CTOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

      *****************************************************************
      * REWRITE-CALENDAR - PUT THE CALENDAR BACK WITH THE DATE        *
      * UNPROCESSED.                                                  *
      *****************************************************************
       REWRITE-CALENDAR.
           OPEN OUTPUT CAL-FILE
           PERFORM VARYING CAL-IX FROM 1 BY 1 UNTIL CAL-IX > CAL-COUNT
               MOVE SPACES TO CAL-REC
               MOVE CE-DATE(CAL-IX) TO CAL-REC-DATE
               MOVE CE-STATUS(CAL-IX) TO CAL-REC-STATUS
               WRITE CAL-REC
           END-PERFORM
           CLOSE CAL-FILE.

      *****************************************************************
      * WRITE-AUDIT-ENTRY - JOURNAL THE REOPEN AS MATCALM DOES, SO    *
      * THE MATCALR MONTHLY REPORT LISTS IT WITH THE OTHERS.  A DATE  *
      * THAT WAS ALREADY OPEN IS JOURNALED AS A BACKOUT, WHICH STILL  *
      * USES UP THE AUTHORIZATION.                                    *
      *****************************************************************
       WRITE-AUDIT-ENTRY.
           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUD-REC
           MOVE BKO-DATE TO AUD-DATE
           IF CAL-REOPEN
               MOVE "REOPEN" TO AUD-EVENT
           ELSE
               MOVE "BACKOUT" TO AUD-EVENT
           END-IF
           MOVE "MATBKOUT" TO AUD-PROGRAM
           MOVE BKO-OPERATOR TO AUD-OPERATOR
           MOVE APPROVER-ID TO AUD-APPROVER
           MOVE BKO-REASON TO AUD-REASON
           MOVE BKO-TEXT TO AUD-TEXT
           MOVE RUN-DATE TO AUD-RUN-DATE
           MOVE RUN-TIME TO AUD-RUN-TIME
           WRITE AUD-REC
           CLOSE AUDIT-FILE
           ADD 1 TO AUD-WRITTEN.

      *****************************************************************
      * APPEND-REVERSED-RECORD - A RELEASE RECORD WITH STATUS         *
      * REVERSED AND THE BACKED-OUT RESULT'S TRAILER TOTALS.  IT IS   *
      * NOW THE LATEST FOR THE DATE, SO MATVSAM, MATXPORT, MATXTRCT   *
      * AND MATPOST REFUSE THE RESULT, AND MATRLSE WILL NOT RELEASE   *
      * IT AGAIN.                                                     *
      *****************************************************************
       APPEND-REVERSED-RECORD.
           OPEN EXTEND RLS-FILE
           MOVE SPACES TO RLS-REC
           MOVE "R" TO RLS-TYPE
           MOVE BKO-DATE TO RLS-DATE
           MOVE C-TOTAL-COUNT TO RLS-TRL-COUNT
           MOVE C-TOTAL-HASH TO RLS-TRL-HASH
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > 5
               MOVE ZERO TO RLS-CTL-RC(ROW-IX)
           END-PERFORM
           MOVE "REVERSED" TO RLS-STATUS
           MOVE BKO-OPERATOR TO RLS-OPERATOR
           MOVE RUN-DATE TO RLS-RUN-DATE
           MOVE RUN-TIME TO RLS-RUN-TIME
           WRITE RLS-REC
           CLOSE RLS-FILE
           ADD 1 TO RLS-AFT-RECS.

      *****************************************************************
      * PRINT-BACKOUT-REPORT - EVERY DATASET READ OR TOUCHED, WITH    *
      * ITS CONTROL COUNTS BEFORE AND AFTER AND WHAT WAS DONE TO IT,  *
      * SO THE RERUN CAN BE BALANCED AGAINST THE STATE BEFORE THE     *
      * BAD RUN.                                                      *
      *****************************************************************
       PRINT-BACKOUT-REPORT.
           WRITE PRINT-REC FROM HEADING-2 AFTER ADVANCING 1
           MOVE BAD-RUN-DATE TO HDG3-RUN-DATE
           MOVE BAD-RUN-TIME TO HDG3-RUN-TIME
           WRITE PRINT-REC FROM HEADING-3 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM DATASET-HEADING AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1

      * RUN HISTORY
           IF HIST-RUN-ON-FILE
               MOVE HIST-FLAGGED TO FLAGGED-COUNT
               MOVE SPACES TO ACTION-TEXT
               STRING "RUN FLAGGED REVERSED - " DELIMITED BY SIZE
                   FLAGGED-COUNT DELIMITED BY SIZE
                   " RECORDS" DELIMITED BY SIZE
                   INTO ACTION-TEXT
           ELSE
               MOVE "RUN NOT ON FILE - NOT TOUCHED" TO ACTION-TEXT
           END-IF
           MOVE "RUNHIST" TO DSL-DDNAME
           MOVE "RECORDS" TO DSL-ITEM
           MOVE HIST-BEF-RECS TO DSL-BEFORE
           MOVE HIST-AFT-RECS TO DSL-AFTER
           MOVE ACTION-TEXT TO DSL-ACTION
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE SPACES TO DSL-DDNAME
           MOVE SPACES TO DSL-ACTION
           MOVE "RUNS COUNTED IN AVERAGES" TO DSL-ITEM
           MOVE HIST-BEF-RUNS TO DSL-BEFORE
           MOVE HIST-AFT-RUNS TO DSL-AFTER
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE "RECORDS FLAGGED REVERSED" TO DSL-ITEM
           MOVE HIST-BEF-REV TO DSL-BEFORE
           MOVE HIST-AFT-REV TO DSL-AFTER
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE "CONTROL TOTAL OF COUNTED RUNS" TO DSL-ITEM
           MOVE HIST-BEF-CTOT TO DSL-BEFORE
           MOVE HIST-AFT-CTOT TO DSL-AFTER
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1

      * CALENDAR AND ITS JOURNAL
           EVALUATE TRUE
             WHEN CAL-REOPEN
               MOVE "DATE SET BACK TO UNPROCESSED" TO ACTION-TEXT
             WHEN CAL-ALREADY-OPEN
               MOVE "DATE ALREADY UNPROCESSED - NOT TOUCHED"
                   TO ACTION-TEXT
             WHEN OTHER
               MOVE "DATE NOT ON THE CALENDAR - NOT TOUCHED"
                   TO ACTION-TEXT
           END-EVALUATE
           MOVE "CALFILE" TO DSL-DDNAME
           MOVE "DATES ON THE CALENDAR" TO DSL-ITEM
           MOVE CAL-COUNT TO DSL-BEFORE
           MOVE CAL-COUNT TO DSL-AFTER
           MOVE ACTION-TEXT TO DSL-ACTION
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE SPACES TO DSL-DDNAME
           MOVE SPACES TO DSL-ACTION
           MOVE "DATES PROCESSED" TO DSL-ITEM
           MOVE CAL-PROC-BEF TO DSL-BEFORE
           MOVE CAL-PROC-AFT TO DSL-AFTER
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE "CALAUDT" TO DSL-DDNAME
           MOVE "ENTRIES WRITTEN BY THIS RUN" TO DSL-ITEM
           MOVE ZERO TO DSL-BEFORE
           MOVE AUD-WRITTEN TO DSL-AFTER
           IF AUD-WRITTEN > ZERO
               IF CAL-REOPEN
                   MOVE "REOPEN JOURNALED" TO DSL-ACTION
               ELSE
                   MOVE "BACKOUT JOURNALED" TO DSL-ACTION
               END-IF
           ELSE
               MOVE "NOT TOUCHED" TO DSL-ACTION
           END-IF
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1

      * THE KEYED COPY AND THE GENERATIONS
           MOVE SPACES TO ACTION-TEXT
           EVALUATE TRUE
             WHEN KSD-RESTORE
               STRING "HELD " DELIMITED BY SIZE
                   KSD-BEF-DATE DELIMITED BY SIZE
                   " - NOW HOLDS " DELIMITED BY SIZE
                   P-DATE DELIMITED BY SIZE
                   INTO ACTION-TEXT
             WHEN KSD-NOT-LOADED
               MOVE "NO RESULT LOADED - NOT TOUCHED" TO ACTION-TEXT
             WHEN OTHER
               STRING "HOLDS " DELIMITED BY SIZE
                   KSD-BEF-DATE DELIMITED BY SIZE
                   " - NOT TOUCHED" DELIMITED BY SIZE
                   INTO ACTION-TEXT
           END-EVALUATE
           IF NOT KSD-RESTORE
               MOVE KSD-BEF-CELLS TO KSD-CELLS
               MOVE KSD-BEF-HASH TO KSD-HASH
           END-IF
           MOVE "ARRAYKSD" TO DSL-DDNAME
           MOVE "CELLS" TO DSL-ITEM
           MOVE KSD-BEF-CELLS TO DSL-BEFORE
           MOVE KSD-CELLS TO DSL-AFTER
           MOVE ACTION-TEXT TO DSL-ACTION
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE SPACES TO DSL-DDNAME
           MOVE SPACES TO DSL-ACTION
           MOVE "CELL HASH TOTAL" TO DSL-ITEM
           MOVE KSD-BEF-HASH TO DSL-BEFORE
           MOVE KSD-HASH TO DSL-AFTER
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           IF KSD-RESTORE
               MOVE SPACES TO ACTION-TEXT
               STRING "HELD " DELIMITED BY SIZE
                   CUR-BEF-DATE DELIMITED BY SIZE
                   " - REPLACED BY ARRAYPRV" DELIMITED BY SIZE
                   INTO ACTION-TEXT
               MOVE "ARRAYCUR" TO DSL-DDNAME
               MOVE "RECORDS" TO DSL-ITEM
               MOVE CUR-BEF-RECS TO DSL-BEFORE
               MOVE P-RECS-COPIED TO DSL-AFTER
               MOVE ACTION-TEXT TO DSL-ACTION
               WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
               MOVE SPACES TO DSL-DDNAME
               MOVE SPACES TO DSL-ACTION
               MOVE "CELLS" TO DSL-ITEM
               MOVE CUR-BEF-CELLS TO DSL-BEFORE
               MOVE P-TOTAL-COUNT TO DSL-AFTER
               WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
               MOVE "CELL HASH TOTAL" TO DSL-ITEM
               MOVE CUR-BEF-HASH TO DSL-BEFORE
               MOVE P-TOTAL-HASH TO DSL-AFTER
               WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
               MOVE SPACES TO ACTION-TEXT
               STRING "PRIOR GENERATION " DELIMITED BY SIZE
                   P-DATE DELIMITED BY SIZE
                   " - READ ONLY" DELIMITED BY SIZE
                   INTO ACTION-TEXT
               MOVE "ARRAYPRV" TO DSL-DDNAME
               MOVE "RECORDS" TO DSL-ITEM
               MOVE P-RECS TO DSL-BEFORE
               MOVE P-RECS TO DSL-AFTER
               MOVE ACTION-TEXT TO DSL-ACTION
               WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           ELSE
               MOVE "ARRAYCUR" TO DSL-DDNAME
               MOVE "RECORDS" TO DSL-ITEM
               MOVE ZERO TO DSL-BEFORE
               MOVE ZERO TO DSL-AFTER
               MOVE "NOT READ - KSDS NOT RELOADED" TO DSL-ACTION
               WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           END-IF

      * THE ACCUMULATION MASTER
           EVALUATE TRUE
             WHEN ACC-REVERSE
               MOVE "DATE REVERSED OUT OF MTD AND YTD" TO ACTION-TEXT
             WHEN ACC-ALREADY-REVERSED
               MOVE "DATE ALREADY REVERSED - NOT TOUCHED"
                   TO ACTION-TEXT
             WHEN ACC-NOT-POSTED
               MOVE "DATE NOT POSTED - NOT TOUCHED" TO ACTION-TEXT
             WHEN OTHER
               MOVE "EMPTY MASTER - NOT TOUCHED" TO ACTION-TEXT
           END-EVALUATE
           MOVE "ACCUMST" TO DSL-DDNAME
           MOVE "MTD DAYS POSTED" TO DSL-ITEM
           MOVE BEF-MTD-DAYS TO DSL-BEFORE
           MOVE MST-MTD-DAYS TO DSL-AFTER
           MOVE ACTION-TEXT TO DSL-ACTION
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE SPACES TO DSL-DDNAME
           MOVE SPACES TO DSL-ACTION
           MOVE "MTD CONTROL TOTAL" TO DSL-ITEM
           MOVE BEF-MTD-HASH TO DSL-BEFORE
           MOVE MST-MTD-HASH TO DSL-AFTER
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE "YTD DAYS POSTED" TO DSL-ITEM
           MOVE BEF-YTD-DAYS TO DSL-BEFORE
           MOVE MST-YTD-DAYS TO DSL-AFTER
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE "YTD CONTROL TOTAL" TO DSL-ITEM
           MOVE BEF-YTD-HASH TO DSL-BEFORE
           MOVE MST-YTD-HASH TO DSL-AFTER
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1

      * THE RELEASE STATUS
           MOVE SPACES TO ACTION-TEXT
           STRING "WAS " DELIMITED BY SIZE
               BKO-REL-STATUS DELIMITED BY SIZE
               " - REVERSED RECORD ADDED" DELIMITED BY SIZE
               INTO ACTION-TEXT
           MOVE "RELSTAT" TO DSL-DDNAME
           MOVE "RECORDS" TO DSL-ITEM
           MOVE RLS-RECS TO DSL-BEFORE
           MOVE RLS-AFT-RECS TO DSL-AFTER
           MOVE ACTION-TEXT TO DSL-ACTION
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1

      * READ ONLY - THE BACKED-OUT RESULT, THE OUTCOMES AND THE
      * AUTHORIZATIONS
           MOVE "ARRAYCOT" TO DSL-DDNAME
           MOVE "ELEMENTS" TO DSL-ITEM
           MOVE C-TOTAL-COUNT TO DSL-BEFORE
           MOVE C-TOTAL-COUNT TO DSL-AFTER
           MOVE "THE RESULT BACKED OUT - READ ONLY" TO DSL-ACTION
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE SPACES TO DSL-DDNAME
           MOVE SPACES TO DSL-ACTION
           MOVE "TRAILER HASH TOTAL" TO DSL-ITEM
           MOVE C-TOTAL-HASH TO DSL-BEFORE
           MOVE C-TOTAL-HASH TO DSL-AFTER
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE "CTLOUT" TO DSL-DDNAME
           MOVE "RECORDS" TO DSL-ITEM
           MOVE CTLO-RECS TO DSL-BEFORE
           MOVE CTLO-RECS TO DSL-AFTER
           MOVE "READ ONLY" TO DSL-ACTION
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1
           MOVE "CALAUTH" TO DSL-DDNAME
           MOVE "RECORDS" TO DSL-ITEM
           MOVE AUTH-RECS TO DSL-BEFORE
           MOVE AUTH-RECS TO DSL-AFTER
           MOVE "READ ONLY" TO DSL-ACTION
           WRITE PRINT-REC FROM DATASET-LINE AFTER ADVANCING 1.

      *****************************************************************
      * WRITE-REFUSAL - NOTHING WAS BACKED OUT; SAY WHY ON THE        *
      * REPORT.                                                       *
      *****************************************************************
       WRITE-REFUSAL.
           MOVE REFUSE-TEXT TO REF-TEXT
           WRITE PRINT-REC FROM REFUSE-LINE AFTER ADVANCING 1
           CLOSE PRINT-FILE
           DISPLAY " MATBKOUT BUSINESS-DATE BACKOUT END ".
