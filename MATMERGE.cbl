       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATMERGE - MERGE AND PROVE THE ROW-BAND PARTIAL RESULTS OF A  *
      * PARTITIONED MULTIPLY.  EACH BAND JOB RUNS TESTCOB WITH A      *
      * FROM-ROW AND TO-ROW ON ITS PARMIN CARD AND WRITES ONLY ITS    *
      * OWN ROWS, AS A SEGMENT WITH ITS OWN HEADER, A BAND-CONTROL    *
      * (B) RECORD NAMING THE ROWS AND TIMINGS, AND ITS OWN TRAILER.  *
      * THIS PROGRAM READS THE PARTIALS, CONCATENATED IN ANY ORDER    *
      * ON BANDIN, AND:                                               *
      *   - PROVES EACH BAND'S TRAILER AND THAT IT HOLDS EXACTLY ITS  *
      *     ROWS' CELLS                                               *
      *   - REFUSES BANDS OF DIFFERENT BUSINESS DATES, DIMENSIONS,    *
      *     SCALES OR OPERATIONS                                      *
      *   - PROVES THAT EVERY ROW 1 THROUGH C-ROWS IS IN EXACTLY ONE  *
      *     BAND - AN OVERLAP OR A MISSING BAND IS REFUSED            *
      *   - WRITES ONE ARRAYCOT SEGMENT IN ROW ORDER WITH A SINGLE    *
      *     HEADER AND A REGENERATED TRAILER, PROVED BACK TO THE SUM  *
      *     OF THE BAND TRAILERS                                      *
      *   - RECORDS THE DAY AS TESTCOB WOULD HAVE: THE RUN-HISTORY    *
      *     RECORD (WITH ONE DETAIL RECORD PER BAND CARRYING THE      *
      *     BAND'S OWN ELAPSED TIMES), THE CONTROL OUTCOME FOR THE    *
      *     RELEASE GATE, AND THE CALENDAR MARKED PROCESSED           *
      * A REFUSAL WRITES NOTHING: ARRAYCOT IS LEFT EMPTY, EVERY       *
      * PROBLEM IS LISTED ON MERGRPT, AND THE STEP ENDS RC=12.        *
      *****************************************************************

       PROGRAM-ID. MATMERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE BAND JOBS' PARTIAL RESULTS, CONCATENATED IN ANY ORDER -
      * READ ONCE TO PROVE THEM AND AGAIN TO PLACE THEIR CELLS
           SELECT BAND-FILE ASSIGN TO BANDIN
               ORGANIZATION IS SEQUENTIAL.
      * THE MERGED RESULT - THE SAME ARRAYCOT DATASET AN UNSPLIT
      * RUN WRITES
           SELECT ARRAY-C-FILE ASSIGN TO ARRAYCOT
               ORGANIZATION IS SEQUENTIAL.
      * RUN-HISTORY MASTER - THE PARTITIONED RUN'S RECORD AND ITS
      * PER-BAND DETAIL RECORDS ARE APPENDED
           SELECT HIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL.
      * CONTROL-OUTCOME FILE - THE RESULT IS RECORDED UNDER THE
      * TESTCOB STEP NAME, SO THE RELEASE GATE TREATS A MERGED
      * RESULT LIKE ANY OTHER
           SELECT CTLO-FILE ASSIGN TO CTLOUT
               ORGANIZATION IS SEQUENTIAL.
      * PROCESSING CALENDAR - REWRITTEN WITH THE EXPECTED DATE
      * MARKED PROCESSED ONCE THE MERGE IS GOOD
           SELECT CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL.
      * MERGE REPORT - REJECTS, THE BANDS, AND THE PROOF
           SELECT REPORT-FILE ASSIGN TO MERGRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BAND-FILE
           RECORDING MODE IS F.
       1   BAND-REC.
        2   BAND-REC-TYPE PIC X.
        2   FILLER PIC X(31).
       1   BAND-HDR.
        2   FILLER PIC X.
        2   BAND-HDR-DATE PIC X(10).
        2   BAND-HDR-ROWS PIC 9(5).
        2   BAND-HDR-COLS PIC 9(5).
        2   BAND-HDR-SOURCE PIC X(8).
        2   BAND-HDR-DEC PIC 9.
        2   FILLER PIC X(2).
       1   BAND-ELEM.
        2   FILLER PIC X.
        2   BAND-ELEM-VAL PIC S9(8).
        2   FILLER PIC X(23).
       1   BAND-WELEM.
        2   FILLER PIC X.
        2   BAND-WELEM-VAL PIC S9(18).
        2   FILLER PIC X(13).
       1   BAND-CTL.
        2   FILLER PIC X.
        2   BAND-CTL-FROM PIC 9(5).
        2   BAND-CTL-TO PIC 9(5).
        2   BAND-CTL-OP PIC X(3).
        2   BAND-CTL-ELAPSED-1 PIC 9(9).
        2   BAND-CTL-ELAPSED-2 PIC 9(9).
       1   BAND-TRL.
        2   FILLER PIC X.
        2   BAND-TRL-COUNT PIC 9(9).
        2   BAND-TRL-HASH PIC S9(18).
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

       FD  HIST-FILE
           RECORDING MODE IS F.
       1   HIST-REC.
        2   HIST-DATE PIC X(10).
        2   HIST-TIME PIC X(8).
      * ON A BAND DETAIL RECORD, THE BAND'S FIRST AND LAST ROWS
        2   HIST-ROWS PIC 9(5).
        2   HIST-COLS PIC 9(5).
      * C = DIMENSIONS FROM THE PARAMETER CARD, D = PROGRAM DEFAULT,
      * P = A PARTITIONED RUN MERGED HERE, B = ONE BAND OF IT
        2   HIST-DIM-SOURCE PIC X.
        2   HIST-OPERATION PIC X(3).
      * ON A BAND DETAIL RECORD, THE BAND NUMBER
        2   HIST-REQ-COUNT PIC 9(5).
        2   HIST-CONTROL-TOTAL PIC S9(18).
        2   HIST-ELAPSED-1 PIC 9(9).
        2   HIST-ELAPSED-2 PIC 9(9).
        2   HIST-RETURN-CODE PIC 9(4).
        2   FILLER PIC X(3).

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

       FD  CAL-FILE
           RECORDING MODE IS F.
       1   CAL-REC.
        2   CAL-REC-DATE PIC X(10).
      * P = PROCESSED, SPACE = STILL EXPECTED
        2   CAL-REC-STATUS PIC X.
        2   FILLER PIC X(5).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       1   REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * ONE ENTRY PER BAND, IN THE ORDER THE PARTIALS WERE READ - A
      * BAND IS NEVER LESS THAN ONE ROW, SO 200 BANDS IS THE MOST A
      * 200-ROW RESULT CAN BE SPLIT INTO
       1   BAND-TBL.
        2   BAND-ENTRY OCCURS 200 TIMES.
         3   BT-FROM PIC 9(9) COMP.
         3   BT-TO PIC 9(9) COMP.
         3   BT-OP PIC X(3).
         3   BT-COUNT PIC 9(9) COMP.
         3   BT-HASH PIC S9(18) COMP-3.
         3   BT-ELAPSED-1 PIC 9(9).
         3   BT-ELAPSED-2 PIC 9(9).
       1   BAND-COUNT PIC 9(9) COMP VALUE ZERO.
       1   BAND-IX PIC 9(9) COMP.
       1   BAND-LIMIT-FLAG PIC X VALUE "N".
        88 BAND-LIMIT-HIT VALUE "Y".

      * THE BAND EACH RESULT ROW CAME FROM - ZERO UNTIL A BAND
      * CLAIMS IT, SO A SECOND CLAIM IS AN OVERLAP AND A ROW LEFT
      * AT ZERO IS A MISSING BAND
       1   ROW-OWNER-TBL.
        2   ROW-OWNER PIC 9(4) COMP OCCURS 200 TIMES.
       1   ROW-IX PIC 9(9) COMP.
       1   COL-IX PIC 9(9) COMP.
       1   GAP-START PIC 9(9) COMP.
       1   OVERLAP-FLAG PIC X.
        88 OVERLAP-REPORTED VALUE "Y".

      * THE MERGED RESULT, PLACED BAND BY BAND ON THE SECOND PASS
       1   MERGE-MATRIX.
        2   MERGE-ROW OCCURS 200 TIMES.
         3   MERGE-CELL PIC S9(18) COMP-3 OCCURS 200 TIMES.

      * THE RESULT EVERY BAND MUST AGREE WITH - TAKEN FROM THE FIRST
      * BAND'S HEADER AND BAND-CONTROL RECORD
       1   MRG-DATE PIC X(10) VALUE SPACE.
       1   MRG-ROWS PIC 9(9) COMP VALUE ZERO.
       1   MRG-COLS PIC 9(9) COMP VALUE ZERO.
       1   MRG-DEC PIC 9 VALUE ZERO.
       1   MRG-OP PIC X(3) VALUE SPACE.
       1   MRG-OP-FLAG PIC X VALUE "N".
        88 MRG-OP-SEEN VALUE "Y".

      * STATE OF THE BAND SEGMENT BEING READ
       1   BAND-AT-END PIC X VALUE "N".
        88 BAND-SCAN-DONE VALUE "Y".
       1   REC-NUM PIC 9(9) COMP VALUE ZERO.
       1   SEG-OPEN-FLAG PIC X VALUE "N".
        88 SEG-OPEN VALUE "Y".
       1   CTL-SEEN-FLAG PIC X VALUE "N".
        88 CTL-SEEN VALUE "Y".
       1   SEG-COUNT PIC 9(9) COMP VALUE ZERO.
       1   SEG-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   EXPECTED-ELEMS PIC 9(9) COMP.

      * OUTPUT CONTROLS AND THE PROOF AGAINST THE BAND TRAILERS
       1   REJECT-COUNT PIC 9(9) COMP VALUE ZERO.
       1   OUT-COUNT PIC 9(9) COMP VALUE ZERO.
       1   OUT-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   W-COUNT PIC 9(9) COMP VALUE ZERO.
       1   BAND-SUM-COUNT PIC 9(9) COMP VALUE ZERO.
       1   BAND-SUM-HASH PIC S9(18) COMP-3 VALUE ZERO.

      * ELAPSED-TIME COMPARISON - THE LONGEST BAND IS THE WINDOW THE
      * PARTITIONED RUN TOOK; THE SUM IS WHAT THE SAME WORK WOULD
      * HAVE TAKEN SERIALLY.  HUNDREDTHS OF A SECOND, AS TESTCOB
      * REPORTS THEM
       1   LONG-BAND PIC 9(9) COMP VALUE ZERO.
       1   LONG-ELAPSED PIC 9(9) COMP VALUE ZERO.
       1   SUM-ELAPSED PIC 9(18) COMP-3 VALUE ZERO.
       1   ELAPSED-WORK PIC 9(9) COMP.

      * PROCESSING-CALENDAR STATE, AS TESTCOB HOLDS IT
       1   CAL-TBL.
        2   CAL-ENTRY OCCURS 1100 TIMES.
         3   CE-DATE PIC X(10).
         3   CE-STATUS PIC X.
       1   CAL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   CAL-IX PIC 9(9) COMP.
       1   CAL-AT-END PIC X VALUE "N".
        88 CAL-SCAN-DONE VALUE "Y".
       1   EXPECTED-DATE PIC X(10) VALUE SPACE.
       1   EXPECTED-IX PIC 9(9) COMP VALUE ZERO.

      * RUN DATE/TIME STAMP RETURNED BY THE TSTAMP SUBPROGRAM
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).
       1   HEADING-LINE.
        2   FILLER PIC X(38)
                VALUE "BPGC ROW-BAND MERGE AND PROOF REPORT  ".
        2   HDG-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG-TIME PIC X(8).

      * THE RESULT THE BANDS MAKE UP
       1   META-LINE.
        2   FILLER PIC X(15) VALUE "BUSINESS DATE  ".
        2   MET-DATE PIC X(10).
        2   FILLER PIC X(8) VALUE "  ROWS  ".
        2   MET-ROWS PIC ZZZZ9.
        2   FILLER PIC X(11) VALUE "  COLUMNS  ".
        2   MET-COLS PIC ZZZZ9.
        2   FILLER PIC X(18) VALUE "  DECIMAL PLACES  ".
        2   MET-DEC PIC 9.
        2   FILLER PIC X(13) VALUE "  OPERATION  ".
        2   MET-OP PIC X(3).

      * ONE LINE PER BAND, NUMBERED IN THE ORDER READ
       1   BAND-HEADING.
        2   FILLER PIC X(44)
                VALUE "BAND  FIRST ROW  LAST ROW    RECORDS        ".
        2   FILLER PIC X(46)
                VALUE "  HASH TOTAL   ELAPSED-1   ELAPSED-2     ELAPS".
        2   FILLER PIC X(2) VALUE "ED".
       1   BAND-LINE.
        2   BL-NUM PIC ZZZ9.
        2   FILLER PIC X(6) VALUE SPACE.
        2   BL-FROM PIC ZZZZ9.
        2   FILLER PIC X(5) VALUE SPACE.
        2   BL-TO PIC ZZZZ9.
        2   FILLER PIC X(2) VALUE SPACE.
        2   BL-COUNT PIC ZZZZZZZZ9.
        2   FILLER PIC X(2) VALUE SPACE.
        2   BL-HASH PIC -(18)9.
        2   FILLER PIC X(3) VALUE SPACE.
        2   BL-ELAPSED-1 PIC ZZZZZZZZ9.
        2   FILLER PIC X(3) VALUE SPACE.
        2   BL-ELAPSED-2 PIC ZZZZZZZZ9.
        2   FILLER PIC X(3) VALUE SPACE.
        2   BL-ELAPSED PIC ZZZZZZZZ9.

      * DETAIL LINE FOR A REJECT - THE BANDIN RECORD NUMBER AND THE
      * BAND IT BELONGS TO, BOTH BLANK FOR A REJECT OF THE BANDS AS
      * A WHOLE
       1   REJECT-LINE.
        2   FILLER PIC X(7) VALUE "RECORD ".
        2   REJ-REC PIC ZZZZZZZZ9 BLANK WHEN ZERO.
        2   FILLER PIC X(6) VALUE " BAND ".
        2   REJ-BAND PIC ZZ9 BLANK WHEN ZERO.
        2   FILLER PIC X(12) VALUE " REJECTED - ".
        2   REJ-REASON PIC X(80).

      * TOTAL LINE
       1   TOTAL-LINE.
        2   TOT-TEXT PIC X(40).
        2   TOT-VALUE PIC -(18)9.
        2   FILLER PIC X(2) VALUE SPACE.
        2   TOT-NOTE PIC X(60).

      * EDITED NUMBERS FOR REJECT REASONS AND THE CONSOLE
       1   EDIT-NUM PIC ZZZZZ9.
       1   EDIT-NUM-2 PIC ZZZZZ9.
       1   EDIT-NUM-3 PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATMERGE ROW-BAND MERGE START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

           OPEN OUTPUT REPORT-FILE
           MOVE RUN-DATE TO HDG-DATE
           MOVE RUN-TIME TO HDG-TIME
           WRITE REPORT-REC FROM HEADING-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

      * THE CALENDAR IS READ BEFORE ANYTHING IS WRITTEN, SO ONE TOO
      * BIG TO REWRITE STOPS THE STEP WITH NOTHING HALF DONE
           PERFORM READ-CALENDAR

           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > 200
               MOVE ZERO TO ROW-OWNER(ROW-IX)
           END-PERFORM

      * FIRST PASS - PROVE EVERY BAND AND COLLECT ITS CONTROLS.
      * EVERY RECORD IS CHECKED, SO ONE RUN LISTS EVERYTHING WRONG
           OPEN INPUT BAND-FILE
           PERFORM UNTIL BAND-SCAN-DONE
               READ BAND-FILE
                   AT END SET BAND-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM CHECK-BAND-RECORD
                           THRU CHECK-BAND-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE BAND-FILE
           IF SEG-OPEN
               MOVE ZERO TO REC-NUM
               MOVE "THE LAST BAND HAS NO TRAILER - ITS JOB DID NOT END"
                   TO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF

           IF BAND-COUNT = ZERO
               DISPLAY "MATMERGE0001 BANDIN HOLDS NO BAND PARTIALS - "
                   "NOTHING MERGED"
               MOVE ZERO TO REC-NUM
               MOVE "BANDIN HOLDS NO BAND PARTIALS" TO REJ-REASON
               PERFORM WRITE-REJECT
               OPEN OUTPUT ARRAY-C-FILE
               CLOSE ARRAY-C-FILE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PROVE-COVERAGE THRU PROVE-COVERAGE-EXIT

      * A REFUSED MERGE LEAVES ARRAYCOT EMPTY, SO NOTHING DOWNSTREAM
      * CAN TAKE PART OF A RESULT FOR THE WHOLE OF IT
           IF REJECT-COUNT > ZERO
               OPEN OUTPUT ARRAY-C-FILE
               CLOSE ARRAY-C-FILE
               PERFORM LIST-BANDS
               PERFORM WRITE-TOTALS THRU WRITE-TOTALS-EXIT
               CLOSE REPORT-FILE
               MOVE REJECT-COUNT TO EDIT-NUM
               DISPLAY "MATMERGE0002 " EDIT-NUM " REJECTS - THE BANDS "
                   "WERE NOT MERGED, SEE MERGRPT"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      * SECOND PASS - PLACE EACH BAND'S CELLS AT ITS OWN ROWS
           MOVE "N" TO BAND-AT-END
           MOVE ZERO TO BAND-IX
           OPEN INPUT BAND-FILE
           PERFORM UNTIL BAND-SCAN-DONE
               READ BAND-FILE
                   AT END SET BAND-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM PLACE-BAND-RECORD
               END-READ
           END-PERFORM
           CLOSE BAND-FILE

           PERFORM WRITE-MERGED-RESULT

      * THE REGENERATED TRAILER MUST EQUAL THE SUM OF THE BAND
      * TRAILERS - ANYTHING ELSE MEANS A CELL WAS LOST OR PLACED
      * TWICE IN STORAGE, AND THE MERGED RESULT CANNOT BE USED
           IF OUT-COUNT NOT = BAND-SUM-COUNT
               OR OUT-HASH NOT = BAND-SUM-HASH
               DISPLAY "MATMERGE0003 THE MERGED TRAILER DOES NOT "
                   "AGREE WITH THE SUM OF THE BAND TRAILERS"
               OPEN OUTPUT ARRAY-C-FILE
               CLOSE ARRAY-C-FILE
               MOVE ZERO TO REC-NUM
               MOVE "MERGED TRAILER DISAGREES WITH THE BAND TRAILERS"
                   TO REJ-REASON
               PERFORM WRITE-REJECT
               PERFORM LIST-BANDS
               PERFORM WRITE-TOTALS THRU WRITE-TOTALS-EXIT
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * THE LONGEST BAND IS THE WINDOW THE PARTITIONED RUN TOOK
           PERFORM VARYING BAND-IX FROM 1 BY 1
               UNTIL BAND-IX > BAND-COUNT
               COMPUTE ELAPSED-WORK = BT-ELAPSED-1(BAND-IX)
                   + BT-ELAPSED-2(BAND-IX)
               ADD ELAPSED-WORK TO SUM-ELAPSED
               IF LONG-BAND = ZERO OR ELAPSED-WORK > LONG-ELAPSED
                   MOVE BAND-IX TO LONG-BAND
                   MOVE ELAPSED-WORK TO LONG-ELAPSED
               END-IF
           END-PERFORM

      * A WIDE CELL IS NOT A FAILURE - THE W RECORD CARRIES THE FULL
      * VALUE - BUT THE RESULT ENDS WITH THE SAME WARNING TESTCOB
      * GIVES IT, SO IT IS REVIEWED BEFORE RELEASE
           IF W-COUNT > ZERO
               DISPLAY "MATMERGE0004 " W-COUNT " RESULT CELLS "
                   "OVERFLOWED S9(8) - SEE THE BAND JOBS' EXCEPTION "
                   "REPORTS"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM LIST-BANDS
           PERFORM WRITE-TOTALS THRU WRITE-TOTALS-EXIT
           CLOSE REPORT-FILE

           PERFORM WRITE-RUN-HISTORY
           PERFORM WRITE-CONTROL-OUTCOME
           PERFORM MARK-CALENDAR

           MOVE BAND-COUNT TO EDIT-NUM
           MOVE MRG-ROWS TO EDIT-NUM-2
           DISPLAY "MATMERGE0008 " EDIT-NUM " BANDS MERGED - ROWS 1 "
               "THROUGH" EDIT-NUM-2 " PROVED AND WRITTEN TO ARRAYCOT"
           DISPLAY " MATMERGE ROW-BAND MERGE END "
           GOBACK.

      *****************************************************************
      * CHECK-BAND-RECORD - PROVE ONE BANDIN RECORD IN ITS PLACE.  A  *
      * BAND IS A HEADER, ITS ELEMENT RECORDS, ONE BAND-CONTROL       *
      * RECORD AND A TRAILER; ANYTHING OUT OF THAT ORDER, OR A BAND   *
      * THAT DISAGREES WITH THE FIRST, IS A REJECT.                   *
      *****************************************************************
       CHECK-BAND-RECORD.
           ADD 1 TO REC-NUM
           EVALUATE BAND-REC-TYPE
             WHEN "H"
               IF SEG-OPEN
                   MOVE "BAND HAS NO TRAILER BEFORE THE NEXT HEADER"
                       TO REJ-REASON
                   PERFORM WRITE-REJECT
               END-IF
               IF BAND-COUNT = 200
                   MOVE "MORE THAN 200 BANDS ON BANDIN" TO
                       REJ-REASON
                   PERFORM WRITE-REJECT
                   SET BAND-LIMIT-HIT TO TRUE
                   SET BAND-SCAN-DONE TO TRUE
                   MOVE "N" TO SEG-OPEN-FLAG
                   GO TO CHECK-BAND-RECORD-EXIT
               END-IF
               ADD 1 TO BAND-COUNT
               MOVE ZERO TO BT-FROM(BAND-COUNT)
               MOVE ZERO TO BT-TO(BAND-COUNT)
               MOVE SPACES TO BT-OP(BAND-COUNT)
               MOVE ZERO TO BT-COUNT(BAND-COUNT)
               MOVE ZERO TO BT-HASH(BAND-COUNT)
               MOVE ZERO TO BT-ELAPSED-1(BAND-COUNT)
               MOVE ZERO TO BT-ELAPSED-2(BAND-COUNT)
               MOVE "Y" TO SEG-OPEN-FLAG
               MOVE "N" TO CTL-SEEN-FLAG
               MOVE ZERO TO SEG-COUNT
               MOVE ZERO TO SEG-HASH
               PERFORM CHECK-BAND-HEADER
             WHEN "E"
               IF NOT SEG-OPEN OR CTL-SEEN
                   MOVE "ELEMENT RECORD OUTSIDE A BAND'S ROWS"
                       TO REJ-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   ADD 1 TO SEG-COUNT
                   ADD BAND-ELEM-VAL TO SEG-HASH
               END-IF
             WHEN "W"
               IF NOT SEG-OPEN OR CTL-SEEN
                   MOVE "WIDE ELEMENT RECORD OUTSIDE A BAND'S ROWS"
                       TO REJ-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   ADD 1 TO SEG-COUNT
                   ADD BAND-WELEM-VAL TO SEG-HASH
               END-IF
             WHEN "B"
               IF NOT SEG-OPEN OR CTL-SEEN
                   MOVE "BAND-CONTROL OUTSIDE A BAND, OR A SECOND" TO
                       REJ-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   PERFORM CHECK-BAND-CONTROL
               END-IF
             WHEN "T"
               IF NOT SEG-OPEN
                   MOVE "TRAILER WITH NO BAND HEADER" TO REJ-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   PERFORM CHECK-BAND-TRAILER
               END-IF
             WHEN OTHER
               MOVE SPACES TO REJ-REASON
               STRING "RECORD TYPE " DELIMITED BY SIZE
                   BAND-REC-TYPE DELIMITED BY SIZE
                   " IS NOT H, E, W, B OR T" DELIMITED BY SIZE
                   INTO REJ-REASON
               PERFORM WRITE-REJECT
           END-EVALUATE.

       CHECK-BAND-RECORD-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-BAND-HEADER - THE HEADER MUST BE A BAND JOB'S PARTIAL,  *
      * AND AFTER THE FIRST BAND IT MUST DESCRIBE THE SAME RESULT:    *
      * ONE BUSINESS DATE, ONE SET OF DIMENSIONS, ONE SCALE.          *
      *****************************************************************
       CHECK-BAND-HEADER.
           IF BAND-HDR-SOURCE NOT = "BPGCBAND"
               MOVE SPACES TO REJ-REASON
               STRING "SOURCE " DELIMITED BY SIZE
                   BAND-HDR-SOURCE DELIMITED BY SIZE
                   " IS NOT A ROW-BAND PARTIAL (BPGCBAND)"
                   DELIMITED BY SIZE INTO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF
           IF BAND-HDR-ROWS NOT NUMERIC OR BAND-HDR-COLS NOT NUMERIC
               OR BAND-HDR-ROWS = ZERO OR BAND-HDR-COLS = ZERO
               OR BAND-HDR-ROWS > 200 OR BAND-HDR-COLS > 200
               MOVE "HEADER DIMENSIONS ARE NOT 1 THROUGH 200"
                   TO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF
           IF BAND-COUNT = 1
               MOVE BAND-HDR-DATE TO MRG-DATE
               IF BAND-HDR-ROWS NUMERIC AND BAND-HDR-ROWS NOT > 200
                   MOVE BAND-HDR-ROWS TO MRG-ROWS
               END-IF
               IF BAND-HDR-COLS NUMERIC AND BAND-HDR-COLS NOT > 200
                   MOVE BAND-HDR-COLS TO MRG-COLS
               END-IF
               IF BAND-HDR-DEC NUMERIC
                   MOVE BAND-HDR-DEC TO MRG-DEC
               END-IF
           ELSE
               IF BAND-HDR-DATE NOT = MRG-DATE
                   MOVE SPACES TO REJ-REASON
                   STRING "BUSINESS DATE " DELIMITED BY SIZE
                       BAND-HDR-DATE DELIMITED BY SIZE
                       " DIFFERS FROM THE FIRST BAND'S "
                       DELIMITED BY SIZE
                       MRG-DATE DELIMITED BY SIZE INTO REJ-REASON
                   PERFORM WRITE-REJECT
               END-IF
               IF BAND-HDR-ROWS NOT = MRG-ROWS
                   OR BAND-HDR-COLS NOT = MRG-COLS
                   MOVE "DIMENSIONS DIFFER FROM THE FIRST BAND'S"
                       TO REJ-REASON
                   PERFORM WRITE-REJECT
               END-IF
               IF BAND-HDR-DEC NOT = MRG-DEC
                   MOVE "DECIMAL PLACES DIFFER FROM THE FIRST BAND'S"
                       TO REJ-REASON
                   PERFORM WRITE-REJECT
               END-IF
           END-IF.

      *****************************************************************
      * CHECK-BAND-CONTROL - NOTE THE BAND'S ROWS, OPERATION AND      *
      * TIMINGS.  EVERY BAND MUST HAVE RUN THE SAME OPERATION.        *
      *****************************************************************
       CHECK-BAND-CONTROL.
           SET CTL-SEEN TO TRUE
           IF BAND-CTL-FROM NUMERIC AND BAND-CTL-TO NUMERIC
               MOVE BAND-CTL-FROM TO BT-FROM(BAND-COUNT)
               MOVE BAND-CTL-TO TO BT-TO(BAND-COUNT)
           ELSE
               MOVE "BAND-CONTROL ROWS ARE NOT NUMERIC" TO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF
           MOVE BAND-CTL-OP TO BT-OP(BAND-COUNT)
           IF BAND-CTL-ELAPSED-1 NUMERIC
               MOVE BAND-CTL-ELAPSED-1 TO BT-ELAPSED-1(BAND-COUNT)
           END-IF
           IF BAND-CTL-ELAPSED-2 NUMERIC
               MOVE BAND-CTL-ELAPSED-2 TO BT-ELAPSED-2(BAND-COUNT)
           END-IF
           IF MRG-OP-SEEN
               IF BAND-CTL-OP NOT = MRG-OP
                   MOVE SPACES TO REJ-REASON
                   STRING "OPERATION " DELIMITED BY SIZE
                       BAND-CTL-OP DELIMITED BY SIZE
                       " DIFFERS FROM THE FIRST BAND'S "
                       DELIMITED BY SIZE
                       MRG-OP DELIMITED BY SIZE INTO REJ-REASON
                   PERFORM WRITE-REJECT
               END-IF
           ELSE
               MOVE BAND-CTL-OP TO MRG-OP
               SET MRG-OP-SEEN TO TRUE
           END-IF.

      *****************************************************************
      * CHECK-BAND-TRAILER - THE BAND'S TRAILER MUST PROVE ITS OWN    *
      * CELLS, AND THE CELLS MUST BE EXACTLY ITS ROWS' WORTH - A      *
      * BAND JOB THAT DIED AND WAS NOT RESTARTED IS SHORT HERE.       *
      *****************************************************************
       CHECK-BAND-TRAILER.
           IF NOT CTL-SEEN
               MOVE "NO BAND-CONTROL RECORD - NOT A ROW-BAND PARTIAL"
                   TO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF
           IF BAND-TRL-COUNT NOT = SEG-COUNT
               OR BAND-TRL-HASH NOT = SEG-HASH
               MOVE SPACES TO REJ-REASON
               MOVE SEG-COUNT TO EDIT-NUM
               MOVE BAND-TRL-COUNT TO EDIT-NUM-2
               STRING "TRAILER DOES NOT PROVE - " DELIMITED BY SIZE
                   EDIT-NUM DELIMITED BY SIZE
                   " CELLS READ, TRAILER SAYS" DELIMITED BY SIZE
                   EDIT-NUM-2 DELIMITED BY SIZE
                   " (OR THE HASH DISAGREES)" DELIMITED BY SIZE
                   INTO REJ-REASON
               PERFORM WRITE-REJECT
           END-IF
           IF CTL-SEEN AND BT-TO(BAND-COUNT) NOT < BT-FROM(BAND-COUNT)
               COMPUTE EXPECTED-ELEMS = (BT-TO(BAND-COUNT)
                   - BT-FROM(BAND-COUNT) + 1) * MRG-COLS
               IF SEG-COUNT NOT = EXPECTED-ELEMS
                   MOVE SPACES TO REJ-REASON
                   MOVE SEG-COUNT TO EDIT-NUM
                   MOVE EXPECTED-ELEMS TO EDIT-NUM-2
                   STRING EDIT-NUM DELIMITED BY SIZE
                       " CELLS FOR THE BAND'S ROWS, WHICH NEED"
                       DELIMITED BY SIZE
                       EDIT-NUM-2 DELIMITED BY SIZE
                       INTO REJ-REASON
                   PERFORM WRITE-REJECT
               END-IF
           END-IF
           MOVE SEG-COUNT TO BT-COUNT(BAND-COUNT)
           MOVE SEG-HASH TO BT-HASH(BAND-COUNT)
           ADD SEG-COUNT TO BAND-SUM-COUNT
           ADD SEG-HASH TO BAND-SUM-HASH
           MOVE "N" TO SEG-OPEN-FLAG.

      *****************************************************************
      * PROVE-COVERAGE - EVERY ROW 1 THROUGH C-ROWS MUST BELONG TO    *
      * EXACTLY ONE BAND.  A BAND OUTSIDE THE RESULT, TWO BANDS       *
      * CLAIMING A ROW, AND ROWS NO BAND CLAIMED ARE ALL REFUSED.     *
      *****************************************************************
       PROVE-COVERAGE.
           IF MRG-ROWS = ZERO OR BAND-LIMIT-HIT
               GO TO PROVE-COVERAGE-EXIT
           END-IF
           MOVE ZERO TO REC-NUM
           PERFORM VARYING BAND-IX FROM 1 BY 1
               UNTIL BAND-IX > BAND-COUNT
               IF BT-FROM(BAND-IX) NOT = ZERO
                   IF BT-TO(BAND-IX) < BT-FROM(BAND-IX)
                       OR BT-TO(BAND-IX) > MRG-ROWS
                       MOVE SPACES TO REJ-REASON
                       MOVE BT-FROM(BAND-IX) TO EDIT-NUM
                       MOVE BT-TO(BAND-IX) TO EDIT-NUM-2
                       MOVE MRG-ROWS TO EDIT-NUM-3
                       STRING "ROWS" DELIMITED BY SIZE
                           EDIT-NUM DELIMITED BY SIZE
                           " THROUGH" DELIMITED BY SIZE
                           EDIT-NUM-2 DELIMITED BY SIZE
                           " ARE NOT INSIDE THE" DELIMITED BY SIZE
                           EDIT-NUM-3 DELIMITED BY SIZE
                           " RESULT ROWS" DELIMITED BY SIZE
                           INTO REJ-REASON
                       PERFORM WRITE-BAND-REJECT
                   ELSE
                       PERFORM CLAIM-BAND-ROWS
                   END-IF
               END-IF
           END-PERFORM

      * ANY ROW STILL UNCLAIMED BELONGS TO A BAND THAT NEVER ARRIVED
           MOVE ZERO TO GAP-START
           MOVE ZERO TO BAND-IX
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > MRG-ROWS
               IF ROW-OWNER(ROW-IX) = ZERO
                   IF GAP-START = ZERO
                       MOVE ROW-IX TO GAP-START
                   END-IF
               ELSE
                   IF GAP-START > ZERO
                       COMPUTE ROW-IX = ROW-IX - 1
                       PERFORM WRITE-GAP-REJECT
                       COMPUTE ROW-IX = ROW-IX + 1
                       MOVE ZERO TO GAP-START
                   END-IF
               END-IF
           END-PERFORM
           IF GAP-START > ZERO
               MOVE MRG-ROWS TO ROW-IX
               PERFORM WRITE-GAP-REJECT
           END-IF.

       PROVE-COVERAGE-EXIT.
           EXIT.

      *****************************************************************
      * CLAIM-BAND-ROWS - MARK THE BAND'S ROWS AS ITS OWN.  THE FIRST *
      * ROW ANOTHER BAND ALREADY HOLDS IS REPORTED AS THE OVERLAP.    *
      *****************************************************************
       CLAIM-BAND-ROWS.
           MOVE "N" TO OVERLAP-FLAG
           PERFORM VARYING ROW-IX FROM BT-FROM(BAND-IX) BY 1
               UNTIL ROW-IX > BT-TO(BAND-IX)
               IF ROW-OWNER(ROW-IX) = ZERO
                   MOVE BAND-IX TO ROW-OWNER(ROW-IX)
               ELSE
                   IF NOT OVERLAP-REPORTED
                       MOVE SPACES TO REJ-REASON
                       MOVE ROW-OWNER(ROW-IX) TO EDIT-NUM
                       MOVE ROW-IX TO EDIT-NUM-2
                       STRING "OVERLAPS BAND" DELIMITED BY SIZE
                           EDIT-NUM DELIMITED BY SIZE
                           " FROM ROW" DELIMITED BY SIZE
                           EDIT-NUM-2 DELIMITED BY SIZE
                           INTO REJ-REASON
                       PERFORM WRITE-BAND-REJECT
                       SET OVERLAP-REPORTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * WRITE-GAP-REJECT - ROWS GAP-START THROUGH ROW-IX ARE IN NO    *
      * BAND.                                                         *
      *****************************************************************
       WRITE-GAP-REJECT.
           MOVE SPACES TO REJ-REASON
           MOVE GAP-START TO EDIT-NUM
           MOVE ROW-IX TO EDIT-NUM-2
           STRING "ROWS" DELIMITED BY SIZE
               EDIT-NUM DELIMITED BY SIZE
               " THROUGH" DELIMITED BY SIZE
               EDIT-NUM-2 DELIMITED BY SIZE
               " ARE IN NO BAND - A BAND IS MISSING"
               DELIMITED BY SIZE INTO REJ-REASON
           MOVE ZERO TO REJ-REC
           MOVE ZERO TO REJ-BAND
           WRITE REPORT-REC FROM REJECT-LINE
           ADD 1 TO REJECT-COUNT.

      *****************************************************************
      * PLACE-BAND-RECORD - SECOND PASS: PUT ONE ELEMENT AT ITS ROW   *
      * AND COLUMN.  A BAND'S CELLS ARE ROW-MAJOR FROM ITS FIRST ROW. *
      *****************************************************************
       PLACE-BAND-RECORD.
           EVALUATE BAND-REC-TYPE
             WHEN "H"
               ADD 1 TO BAND-IX
               MOVE BT-FROM(BAND-IX) TO ROW-IX
               MOVE ZERO TO COL-IX
             WHEN "E"
               ADD 1 TO COL-IX
               IF COL-IX > MRG-COLS
                   MOVE 1 TO COL-IX
                   ADD 1 TO ROW-IX
               END-IF
               MOVE BAND-ELEM-VAL TO MERGE-CELL(ROW-IX, COL-IX)
             WHEN "W"
               ADD 1 TO COL-IX
               IF COL-IX > MRG-COLS
                   MOVE 1 TO COL-IX
                   ADD 1 TO ROW-IX
               END-IF
               MOVE BAND-WELEM-VAL TO MERGE-CELL(ROW-IX, COL-IX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *****************************************************************
      * WRITE-MERGED-RESULT - ONE SEGMENT IN ROW ORDER: THE HEADER AS *
      * AN UNSPLIT RUN WRITES IT, THE CELLS (WIDE W RECORDS WHERE     *
      * THE BAND WROTE THEM), AND A TRAILER BUILT FROM WHAT WAS       *
      * WRITTEN.                                                      *
      *****************************************************************
       WRITE-MERGED-RESULT.
           OPEN OUTPUT ARRAY-C-FILE
           MOVE SPACES TO ARRAY-C-HDR
           MOVE "H" TO ARRAY-C-REC-TYPE
           MOVE MRG-DATE TO ARRAY-C-HDR-DATE
           MOVE MRG-ROWS TO ARRAY-C-HDR-ROWS
           MOVE MRG-COLS TO ARRAY-C-HDR-COLS
           MOVE "BPGC" TO ARRAY-C-HDR-SOURCE
           MOVE MRG-DEC TO ARRAY-C-HDR-DEC
           WRITE ARRAY-C-HDR
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > MRG-ROWS
             PERFORM VARYING COL-IX FROM 1 BY 1
                 UNTIL COL-IX > MRG-COLS
               IF MERGE-CELL(ROW-IX, COL-IX) > 99999999
                   OR MERGE-CELL(ROW-IX, COL-IX) < -99999999
                   MOVE SPACES TO ARRAY-C-WELEM
                   MOVE "W" TO ARRAY-C-REC-TYPE
                   MOVE MERGE-CELL(ROW-IX, COL-IX)
                       TO ARRAY-C-WELEM-VAL
                   WRITE ARRAY-C-WELEM
                   ADD 1 TO W-COUNT
               ELSE
                   MOVE SPACES TO ARRAY-C-ELEM
                   MOVE "E" TO ARRAY-C-REC-TYPE
                   MOVE MERGE-CELL(ROW-IX, COL-IX)
                       TO ARRAY-C-ELEM-VAL
                   WRITE ARRAY-C-ELEM
               END-IF
               ADD 1 TO OUT-COUNT
               ADD MERGE-CELL(ROW-IX, COL-IX) TO OUT-HASH
             END-PERFORM
           END-PERFORM
           MOVE SPACES TO ARRAY-C-TRL
           MOVE "T" TO ARRAY-C-REC-TYPE
           MOVE OUT-COUNT TO ARRAY-C-TRL-COUNT
           MOVE OUT-HASH TO ARRAY-C-TRL-HASH
           WRITE ARRAY-C-TRL
           CLOSE ARRAY-C-FILE.

      *****************************************************************
      * LIST-BANDS - THE RESULT THE BANDS MAKE UP, AND ONE LINE PER   *
      * BAND WITH ITS ROWS, CONTROLS AND ELAPSED TIMES.               *
      *****************************************************************
       LIST-BANDS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE MRG-DATE TO MET-DATE
           MOVE MRG-ROWS TO MET-ROWS
           MOVE MRG-COLS TO MET-COLS
           MOVE MRG-DEC TO MET-DEC
           MOVE MRG-OP TO MET-OP
           WRITE REPORT-REC FROM META-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM BAND-HEADING
           PERFORM VARYING BAND-IX FROM 1 BY 1
               UNTIL BAND-IX > BAND-COUNT
               MOVE BAND-IX TO BL-NUM
               MOVE BT-FROM(BAND-IX) TO BL-FROM
               MOVE BT-TO(BAND-IX) TO BL-TO
               MOVE BT-COUNT(BAND-IX) TO BL-COUNT
               MOVE BT-HASH(BAND-IX) TO BL-HASH
               MOVE BT-ELAPSED-1(BAND-IX) TO BL-ELAPSED-1
               MOVE BT-ELAPSED-2(BAND-IX) TO BL-ELAPSED-2
               COMPUTE ELAPSED-WORK = BT-ELAPSED-1(BAND-IX)
                   + BT-ELAPSED-2(BAND-IX)
               MOVE ELAPSED-WORK TO BL-ELAPSED
               WRITE REPORT-REC FROM BAND-LINE
           END-PERFORM.

      *****************************************************************
      * WRITE-TOTALS - THE PROOF: THE BAND TRAILERS AGAINST THE       *
      * MERGED TRAILER, AND THE WINDOW AGAINST THE SERIAL TIME.       *
      *****************************************************************
       WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO TOT-NOTE
           MOVE "BANDS READ" TO TOT-TEXT
           MOVE BAND-COUNT TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "SUM OF BAND TRAILER COUNTS" TO TOT-TEXT
           MOVE BAND-SUM-COUNT TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "SUM OF BAND TRAILER HASHES" TO TOT-TEXT
           MOVE BAND-SUM-HASH TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "REJECTS" TO TOT-TEXT
           MOVE REJECT-COUNT TO TOT-VALUE
           IF REJECT-COUNT > ZERO
               MOVE "BANDS NOT MERGED - ARRAYCOT LEFT EMPTY"
                   TO TOT-NOTE
           END-IF
           WRITE REPORT-REC FROM TOTAL-LINE
           IF REJECT-COUNT > ZERO
               GO TO WRITE-TOTALS-EXIT
           END-IF
           MOVE "RESULT ROWS PROVED" TO TOT-TEXT
           MOVE MRG-ROWS TO TOT-VALUE
           MOVE "EVERY ROW FROM 1 IN EXACTLY ONE BAND" TO TOT-NOTE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE SPACES TO TOT-NOTE
           MOVE "MERGED TRAILER ELEMENT COUNT" TO TOT-TEXT
           MOVE OUT-COUNT TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "MERGED TRAILER HASH TOTAL" TO TOT-TEXT
           MOVE OUT-HASH TO TOT-VALUE
           IF OUT-COUNT = BAND-SUM-COUNT AND OUT-HASH = BAND-SUM-HASH
               MOVE "AGREES WITH THE SUM OF THE BAND TRAILERS"
                   TO TOT-NOTE
           ELSE
               MOVE "DOES NOT AGREE WITH THE BAND TRAILERS"
                   TO TOT-NOTE
           END-IF
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE SPACES TO TOT-NOTE
           MOVE "WIDE (W) CELLS" TO TOT-TEXT
           MOVE W-COUNT TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "LONGEST BAND ELAPSED" TO TOT-TEXT
           MOVE LONG-ELAPSED TO TOT-VALUE
           MOVE LONG-BAND TO EDIT-NUM
           STRING "BAND" DELIMITED BY SIZE
               EDIT-NUM DELIMITED BY SIZE
               " - THE WINDOW THE RUN TOOK" DELIMITED BY SIZE
               INTO TOT-NOTE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE SPACES TO TOT-NOTE
           MOVE "SUM OF BAND ELAPSED" TO TOT-TEXT
           MOVE SUM-ELAPSED TO TOT-VALUE
           MOVE "THE SAME WORK RUN AS ONE STEP" TO TOT-NOTE
           WRITE REPORT-REC FROM TOTAL-LINE.

       WRITE-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-RUN-HISTORY - THE PARTITIONED RUN'S RECORD, WITH THE    *
      * LONGEST BAND'S TIMINGS SO THE TREND REPORT COMPARES THE       *
      * WINDOW WITH EARLIER RUNS, FOLLOWED BY ONE DETAIL RECORD PER   *
      * BAND IN ROW ORDER WITH THE BAND'S OWN ROWS AND TIMINGS.       *
      *****************************************************************
       WRITE-RUN-HISTORY.
           OPEN EXTEND HIST-FILE
           MOVE SPACES TO HIST-REC
           MOVE RUN-DATE TO HIST-DATE
           MOVE RUN-TIME TO HIST-TIME
           MOVE MRG-ROWS TO HIST-ROWS
           MOVE MRG-COLS TO HIST-COLS
           MOVE "P" TO HIST-DIM-SOURCE
           MOVE MRG-OP TO HIST-OPERATION
           MOVE 1 TO HIST-REQ-COUNT
           MOVE OUT-HASH TO HIST-CONTROL-TOTAL
           MOVE BT-ELAPSED-1(LONG-BAND) TO HIST-ELAPSED-1
           MOVE BT-ELAPSED-2(LONG-BAND) TO HIST-ELAPSED-2
           MOVE RETURN-CODE TO HIST-RETURN-CODE
           WRITE HIST-REC
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > MRG-ROWS
               MOVE ROW-OWNER(ROW-IX) TO BAND-IX
               IF BT-FROM(BAND-IX) = ROW-IX
                   MOVE SPACES TO HIST-REC
                   MOVE RUN-DATE TO HIST-DATE
                   MOVE RUN-TIME TO HIST-TIME
                   MOVE BT-FROM(BAND-IX) TO HIST-ROWS
                   MOVE BT-TO(BAND-IX) TO HIST-COLS
                   MOVE "B" TO HIST-DIM-SOURCE
                   MOVE BT-OP(BAND-IX) TO HIST-OPERATION
                   MOVE BAND-IX TO HIST-REQ-COUNT
                   MOVE BT-HASH(BAND-IX) TO HIST-CONTROL-TOTAL
                   MOVE BT-ELAPSED-1(BAND-IX) TO HIST-ELAPSED-1
                   MOVE BT-ELAPSED-2(BAND-IX) TO HIST-ELAPSED-2
                   MOVE ZERO TO HIST-RETURN-CODE
                   WRITE HIST-REC
               END-IF
           END-PERFORM
           CLOSE HIST-FILE.

      *****************************************************************
      * WRITE-CONTROL-OUTCOME - THE RESULT'S OUTCOME FOR THE RELEASE  *
      * GATE, UNDER THE STEP NAME THE GATE EXPECTS FOR THE MULTIPLY.  *
      *****************************************************************
       WRITE-CONTROL-OUTCOME.
           OPEN EXTEND CTLO-FILE
           MOVE SPACES TO CTLO-REC
           MOVE MRG-DATE TO CTLO-DATE
           MOVE "TESTCOB" TO CTLO-STEP
           MOVE RETURN-CODE TO CTLO-RC
           MOVE W-COUNT TO CTLO-COUNT
           MOVE RUN-DATE TO CTLO-RUN-DATE
           MOVE RUN-TIME TO CTLO-RUN-TIME
           WRITE CTLO-REC
           CLOSE CTLO-FILE.

      *****************************************************************
      * READ-CALENDAR - LOAD THE PROCESSING CALENDAR AND FIND THE     *
      * EXPECTED BUSINESS DATE, AS TESTCOB DOES.  THE BAND JOBS HAVE  *
      * ALREADY HELD THEIR INPUT TO IT; HERE IT IS ONLY NEEDED TO     *
      * MARK THE DATE PROCESSED.                                      *
      *****************************************************************
       READ-CALENDAR.
           OPEN INPUT CAL-FILE
           PERFORM UNTIL CAL-SCAN-DONE
               READ CAL-FILE
                   AT END SET CAL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CAL-COUNT = 1100
                           DISPLAY "MATMERGE0007 THE PROCESSING "
                               "CALENDAR EXCEEDS THE 1100-ENTRY "
                               "TABLE - ARCHIVE ITS PROCESSED DATES"
                           MOVE 16 TO RETURN-CODE
                           CLOSE CAL-FILE
                           CLOSE REPORT-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO CAL-COUNT
                       MOVE CAL-REC-DATE TO CE-DATE(CAL-COUNT)
                       MOVE CAL-REC-STATUS
                           TO CE-STATUS(CAL-COUNT)
                       IF EXPECTED-IX = ZERO
                           AND CAL-REC-STATUS NOT = "P"
                           MOVE CAL-COUNT TO EXPECTED-IX
                           MOVE CAL-REC-DATE TO EXPECTED-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE.

      *****************************************************************
      * MARK-CALENDAR - REGISTER THE EXPECTED BUSINESS DATE AS        *
      * PROCESSED, AS A SUCCESSFUL UNSPLIT RUN DOES.  A MERGE OF A    *
      * DATE RERUN UNDER OVERRIDE LEAVES THE CALENDAR AS IT IS.       *
      *****************************************************************
       MARK-CALENDAR.
           IF EXPECTED-IX > ZERO AND MRG-DATE = EXPECTED-DATE
               AND RETURN-CODE < 8
               MOVE "P" TO CE-STATUS(EXPECTED-IX)
               OPEN OUTPUT CAL-FILE
               PERFORM VARYING CAL-IX FROM 1 BY 1
                   UNTIL CAL-IX > CAL-COUNT
                   MOVE SPACES TO CAL-REC
                   MOVE CE-DATE(CAL-IX) TO CAL-REC-DATE
                   MOVE CE-STATUS(CAL-IX) TO CAL-REC-STATUS
                   WRITE CAL-REC
               END-PERFORM
               CLOSE CAL-FILE
               DISPLAY "MATMERGE0005 BUSINESS DATE " EXPECTED-DATE
                   " REGISTERED AS PROCESSED"
           ELSE
               DISPLAY "MATMERGE0006 BUSINESS DATE " MRG-DATE
                   " IS NOT THE EXPECTED DATE - THE CALENDAR IS "
                   "LEFT AS IT IS"
           END-IF.

      *****************************************************************
      * WRITE-REJECT - A REJECT OF THE CURRENT BANDIN RECORD, IN THE  *
      * BAND BEING READ (REC-NUM ZERO FOR ONE WITH NO RECORD).        *
      *****************************************************************
       WRITE-REJECT.
           MOVE REC-NUM TO REJ-REC
           IF SEG-OPEN OR REC-NUM = ZERO
               MOVE BAND-COUNT TO REJ-BAND
           ELSE
               MOVE ZERO TO REJ-BAND
           END-IF
           WRITE REPORT-REC FROM REJECT-LINE
           ADD 1 TO REJECT-COUNT.

      *****************************************************************
      * WRITE-BAND-REJECT - A REJECT OF BAND BAND-IX AS A WHOLE.      *
      *****************************************************************
       WRITE-BAND-REJECT.
           MOVE ZERO TO REJ-REC
           MOVE BAND-IX TO REJ-BAND
           WRITE REPORT-REC FROM REJECT-LINE
           ADD 1 TO REJECT-COUNT.
