       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATRLSE - DAILY RELEASE GATE FOR THE ARRAY C RESULT.  THE     *
      * CONTROLS ON A BUSINESS DATE ARE SPREAD ACROSS SEPARATE STEPS  *
      * AND JOBS - THE MATEDIT INPUT EDIT, THE TESTCOB GO STEP'S      *
      * OVERFLOW WARNING, THE MATVERIF RECOMPUTATION, THE MATDELTA    *
      * RUN-OVER-RUN COMPARISON AND THE MATHIST TREND CHECK.  EACH    *
      * OF THEM APPENDS ITS OUTCOME TO THE CTLOUT CONTROL-OUTCOME     *
      * FILE; THIS PROGRAM GATHERS THE LATEST OUTCOME OF EACH FOR THE *
      * DATE, PROVES THE ARRAYC TRAILERS AGAINST THEIR ELEMENTS, AND  *
      * APPENDS ONE RELEASE-CONTROL RECORD TO THE RELSTAT FILE.  A    *
      * VERIFY, DELTA OR HISTORY OUTCOME RECORDED BEFORE THE LATEST   *
      * GO STEP (OR MATMERGE) RUN FOR THE DATE CHECKED AN EARLIER     *
      * RESULT AND IS SET ASIDE - THE CONTROL COUNTS AS NOT RUN UNTIL *
      * IT IS RUN AGAINST THE NEW ONE.  THE RELEASE RECORD CARRIES:   *
      *   - THE BUSINESS DATE AND THE ARRAYC TRAILER COUNT AND HASH   *
      *     (SUMMED OVER EVERY SEGMENT OF A REQUEST-MODE RESULT)      *
      *   - EACH CONTROL'S RESULT - PASSED, HOLD, OR NOT RUN          *
      *   - RELEASED WHEN EVERY CONTROL PASSED, OTHERWISE HELD        *
      *     UNLESS AN OPERATOR ID ON THE RLSPARM CARD APPROVES A      *
      *     MANUAL RELEASE OVER THE HOLD, WHICH IS RECORDED           *
      * A MULTI-SEGMENT RESULT IS FOLLOWED BY ONE SEGMENT RECORD PER  *
      * SEGMENT, SO A SEGMENT PULLED OUT BY MATXTRCT IS STILL KNOWN.  *
      * MATVSAM, MATXPORT AND MATXTRCT REFUSE ANY ARRAYC WHOSE HEADER *
      * DATE AND TRAILER TOTALS DO NOT MATCH THE LATEST RELEASED      *
      * RECORD FOR THAT DATE.  THE RELEASE SHEET PRINTED ON RLSRPT    *
      * GOES IN THE SHIFT LOG.  THE STEP ENDS RC=4 WHEN THE DATE IS   *
      * HELD AND RC=12 WHEN ARRAYC ITSELF DOES NOT PROVE OUT, OR IS   *
      * THE VERY RESULT A MATBKOUT BACKOUT REVERSED FOR THE DATE.     *
      *****************************************************************

       PROGRAM-ID. MATRLSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE RESULT MATRIX WRITTEN BY THE TESTCOB GO STEP
           SELECT ARRAY-C-FILE ASSIGN TO ARRAYCOT
               ORGANIZATION IS SEQUENTIAL.
      * CONTROL-OUTCOME FILE APPENDED TO BY EVERY CONTROL STEP
           SELECT CTLO-FILE ASSIGN TO CTLOUT
               ORGANIZATION IS SEQUENTIAL.
      * RELEASE CONTROL CARD - BUSINESS DATE, MANUAL RELEASE OPERATOR
      * AND REASON
           SELECT RLS-PARM-FILE ASSIGN TO RLSPARM
               ORGANIZATION IS SEQUENTIAL.
      * RELEASE-STATUS FILE - ONE RECORD APPENDED PER GATE RUN, READ
      * BY THE DOWNSTREAM PROGRAMS BEFORE THEY TOUCH ARRAYC
           SELECT RLS-FILE ASSIGN TO RELSTAT
               ORGANIZATION IS SEQUENTIAL.
      * THE RELEASE SHEET
           SELECT PRINT-FILE ASSIGN TO RLSRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RLS-PARM-FILE
           RECORDING MODE IS F.
       1   RLS-PARM-REC.
      * BUSINESS DATE BEING RELEASED - BLANK MEANS THE DATE ON THE
      * ARRAYC HEADER; A DATE THAT DIFFERS FROM THE HEADER IS REFUSED
        2   RPARM-DATE PIC X(10).
      * OPERATOR ID APPROVING A MANUAL RELEASE OVER A HOLD - BLANK ON
      * AN ORDINARY RUN
        2   RPARM-OPERATOR PIC X(8).
      * REASON FOR THE MANUAL RELEASE, PRINTED ON THE RELEASE SHEET
        2   RPARM-REASON PIC X(40).

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

       FD  RLS-FILE
           RECORDING MODE IS F.
      * R = RELEASE-CONTROL RECORD, S = SEGMENT RECORD FOLLOWING IT
       1   RLS-REC.
        2   RLS-TYPE PIC X.
        2   RLS-DATE PIC X(10).
        2   RLS-TRL-COUNT PIC 9(9).
        2   RLS-TRL-HASH PIC S9(18).
      * ONE ENTRY PER CONTROL, IN THE ORDER EDIT, GO, VERIFY, DELTA,
      * HISTORY - P = PASSED, H = HOLD, M = NOT RUN FOR THE DATE
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

      * THE CONTROLS THE GATE COLLECTS - CAPTION AND THE PROGRAM NAME
      * EACH ONE RECORDS ITS OUTCOME UNDER ON CTLOUT,
      * AND WHETHER IT CHECKS THE GO STEP'S RESULT (Y) - SUCH AN
      * OUTCOME ONLY COUNTS WHEN IT IS NO OLDER THAN THE GO STEP'S
      * LATEST OUTCOME FOR THE DATE
       1   CONTROL-NAMES.
        2   FILLER PIC X(17) VALUE "INPUT   MATEDIT N".
        2   FILLER PIC X(17) VALUE "GO STEP TESTCOB N".
        2   FILLER PIC X(17) VALUE "VERIFY  MATVERIFY".
        2   FILLER PIC X(17) VALUE "DELTA   MATDELTAY".
        2   FILLER PIC X(17) VALUE "HISTORY MATHIST Y".
       1   CONTROL-NAME-TBL REDEFINES CONTROL-NAMES.
        2   CN-ENTRY OCCURS 5 TIMES.
         3   CN-CAPTION PIC X(8).
         3   CN-STEP PIC X(8).
         3   CN-CHECKS-FLAG PIC X.
          88 CN-CHECKS-RESULT VALUE "Y".

      * THE LATEST OUTCOME FOUND FOR EACH CONTROL ON THE DATE
       1   CONTROL-TBL.
        2   CT-ENTRY OCCURS 5 TIMES.
         3   CT-RESULT PIC X.
          88 CT-PASSED VALUE "P".
          88 CT-HOLD VALUE "H".
          88 CT-NOT-RUN VALUE "M".
         3   CT-RC PIC 9(4).
         3   CT-COUNT PIC 9(9).
         3   CT-RUN-DATE PIC X(10).
         3   CT-RUN-TIME PIC X(8).
       1   CT-IX PIC 9(4) COMP.

       1   BUS-DATE PIC X(10) VALUE SPACE.
       1   OPERATOR-ID PIC X(8) VALUE SPACE.
       1   RELEASE-REASON PIC X(40) VALUE SPACE.
       1   RELEASE-STATUS PIC X(8) VALUE SPACE.
        88 DATE-RELEASED VALUE "RELEASED".
        88 DATE-HELD VALUE "HELD".
       1   HOLD-COUNT PIC 9(4) COMP VALUE ZERO.
       1   MANUAL-FLAG PIC X VALUE "N".
        88 MANUAL-RELEASE VALUE "Y".

      * ARRAYC SCAN STATE - SEGMENT COUNT, THE CURRENT SEGMENT'S
      * REGENERATED CONTROLS, AND THE TRAILER TOTALS OVER ALL SEGMENTS
       1   C-HDR-DATE PIC X(10) VALUE SPACE.
       1   SEG-NUM PIC 9(9) COMP VALUE ZERO.
       1   SEG-COUNT PIC 9(9) COMP VALUE ZERO.
       1   SEG-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   TRL-COUNT-TOTAL PIC 9(9) COMP VALUE ZERO.
       1   TRL-HASH-TOTAL PIC S9(18) COMP-3 VALUE ZERO.
      * EACH SEGMENT'S OWN TRAILER CONTROLS, FOR THE SEGMENT RECORDS
       1   SEG-TBL.
        2   SEG-ENTRY OCCURS 1000 TIMES.
         3   SG-COUNT PIC 9(9) COMP.
         3   SG-HASH PIC S9(18) COMP-3.
       1   SEG-IX PIC 9(9) COMP.
       1   IN-SEGMENT-FLAG PIC X VALUE "N".
        88 IN-SEGMENT VALUE "Y".
       1   ARRAY-C-AT-END PIC X VALUE "N".
        88 ARRAY-C-SCAN-DONE VALUE "Y".
       1   CTLO-AT-END PIC X VALUE "N".
        88 CTLO-SCAN-DONE VALUE "Y".
       1   RLS-AT-END PIC X VALUE "N".
        88 RLS-SCAN-DONE VALUE "Y".
       1   REVERSED-FLAG PIC X VALUE "N".
        88 RESULT-REVERSED VALUE "Y".
       1   REVERSED-RUN-DATE PIC X(10) VALUE SPACE.

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
      * THE LATEST GO STEP OUTCOME'S STAMP - LOW-VALUE WHEN THERE IS
      * NONE, AND THE OUTCOMES SET ASIDE AS OLDER THAN IT
       1   GO-STAMP-KEY PIC X(16) VALUE LOW-VALUE.
       1   STALE-COUNT PIC 9(4) COMP VALUE ZERO.

      * RUN DATE/TIME STAMP FOR THE RELEASE SHEET
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).

      * RELEASE SHEET LINES
       1   HEADING-1.
        2   FILLER PIC X(33)
                VALUE "BPGC DAILY RELEASE SHEET         ".
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
       1   DATE-LINE.
        2   FILLER PIC X(22) VALUE "BUSINESS DATE         ".
        2   DL-DATE PIC X(10).
        2   FILLER PIC X(12) VALUE "   SEGMENTS ".
        2   DL-SEGS PIC ZZZZZZZZ9.
       1   TOTAL-LINE.
        2   FILLER PIC X(22) VALUE "ARRAYC TRAILER COUNT  ".
        2   TL-COUNT PIC ZZZZZZZZ9.
        2   FILLER PIC X(15) VALUE "   HASH TOTAL  ".
        2   TL-HASH PIC -(18)9.
      * THE CAPTIONS ARE SIZED FIELD FOR FIELD AGAINST CONTROL-LINE
       1   HEADING-3.
        2   FILLER PIC X(8) VALUE "CONTROL".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(8) VALUE "STEP".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(7) VALUE "RESULT".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(4) VALUE "  RC".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(9) VALUE "   EXCPTS".
        2   FILLER PIC X(2) VALUE SPACE.
        2   FILLER PIC X(19) VALUE "RECORDED".
       1   CONTROL-LINE.
        2   CL-CAPTION PIC X(8).
        2   FILLER PIC X(2) VALUE SPACE.
        2   CL-STEP PIC X(8).
        2   FILLER PIC X(2) VALUE SPACE.
        2   CL-RESULT PIC X(7).
        2   FILLER PIC X(2) VALUE SPACE.
        2   CL-RC PIC ZZZ9.
        2   FILLER PIC X(2) VALUE SPACE.
        2   CL-COUNT PIC ZZZZZZZZ9.
        2   FILLER PIC X(2) VALUE SPACE.
        2   CL-RUN-DATE PIC X(10).
        2   FILLER PIC X VALUE SPACE.
        2   CL-RUN-TIME PIC X(8).
       1   STATUS-LINE.
        2   FILLER PIC X(22) VALUE "RELEASE STATUS        ".
        2   SL-STATUS PIC X(8).
       1   MANUAL-LINE.
        2   FILLER PIC X(22) VALUE "MANUAL RELEASE BY     ".
        2   ML-OPERATOR PIC X(8).
        2   FILLER PIC X(10) VALUE "  REASON  ".
        2   ML-REASON PIC X(40).
       1   SIGNOFF-LINE.
        2   FILLER PIC X(22) VALUE "SHIFT SIGN-OFF        ".
        2   FILLER PIC X(30) VALUE ALL "_".
        2   FILLER PIC X(8) VALUE "  TIME  ".
        2   FILLER PIC X(10) VALUE ALL "_".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATRLSE RELEASE GATE START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

      * READ THE RELEASE CONTROL CARD - NO CARD MEANS THE DATE ON THE
      * ARRAYC HEADER AND NO MANUAL RELEASE
           OPEN INPUT RLS-PARM-FILE
           READ RLS-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RPARM-DATE TO BUS-DATE
                   MOVE RPARM-OPERATOR TO OPERATOR-ID
                   MOVE RPARM-REASON TO RELEASE-REASON
           END-READ
           CLOSE RLS-PARM-FILE

      * PROVE ARRAYC - EVERY SEGMENT'S TRAILER AGAINST ITS OWN
      * ELEMENTS - AND TOTAL THE TRAILERS FOR THE RELEASE RECORD
           OPEN INPUT ARRAY-C-FILE
           PERFORM UNTIL ARRAY-C-SCAN-DONE
               READ ARRAY-C-FILE
                   AT END SET ARRAY-C-SCAN-DONE TO TRUE
                   NOT AT END PERFORM PROVE-C-RECORD
               END-READ
           END-PERFORM
           CLOSE ARRAY-C-FILE

           IF SEG-NUM = ZERO
               DISPLAY "MATRLSE0001 ARRAYCOT HOLDS NO RESULT SEGMENT"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF IN-SEGMENT
               DISPLAY "MATRLSE0002 SEGMENT " SEG-NUM " HAS NO "
                   "TRAILER - THE RESULT IS INCOMPLETE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF BUS-DATE = SPACE
               MOVE C-HDR-DATE TO BUS-DATE
           END-IF
           IF BUS-DATE NOT = C-HDR-DATE
               DISPLAY "MATRLSE0003 CONTROL CARD BUSINESS DATE "
                   BUS-DATE " DOES NOT MATCH THE ARRAYC HEADER DATE "
                   C-HDR-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      * A RESULT THAT WAS BACKED OUT CARRIES A REVERSED RECORD WITH
      * ITS TRAILER TOTALS - THE SAME RESULT MAY NOT BE RELEASED
      * AGAIN; THE DATE MUST BE RERUN
           OPEN INPUT RLS-FILE
           PERFORM UNTIL RLS-SCAN-DONE
               READ RLS-FILE
                   AT END SET RLS-SCAN-DONE TO TRUE
                   NOT AT END
                       IF RLS-TYPE = "R"
                           AND RLS-DATE = BUS-DATE
                           AND RLS-STATUS = "REVERSED"
                           AND RLS-TRL-COUNT = TRL-COUNT-TOTAL
                           AND RLS-TRL-HASH = TRL-HASH-TOTAL
                           SET RESULT-REVERSED TO TRUE
                           MOVE RLS-RUN-DATE TO REVERSED-RUN-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RLS-FILE
           IF RESULT-REVERSED
               DISPLAY "MATRLSE0012 THIS ARRAYC FOR " BUS-DATE
                   " WAS BACKED OUT ON " REVERSED-RUN-DATE
                   " - RERUN THE DATE BEFORE RELEASING IT"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      * FIND WHEN THE GO STEP LAST RAN FOR THE DATE - A RERUN, OR A
      * RERUN AFTER A BACKOUT, REPLACES THE RESULT THE EARLIER
      * CONTROLS CHECKED
           OPEN INPUT CTLO-FILE
           PERFORM UNTIL CTLO-SCAN-DONE
               READ CTLO-FILE
                   AT END SET CTLO-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CTLO-DATE = BUS-DATE
                           AND CTLO-STEP = CN-STEP(2)
                           PERFORM MAKE-STAMP-KEY
                           IF STAMP-KEY > GO-STAMP-KEY
                               MOVE STAMP-KEY TO GO-STAMP-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTLO-FILE
           MOVE "N" TO CTLO-AT-END

      * GATHER THE LATEST OUTCOME OF EACH CONTROL FOR THE DATE - A
      * CONTROL RERUN AFTER A CORRECTION SUPERSEDES ITS EARLIER
      * OUTCOME, AND A CONTROL WITH NO OUTCOME AT ALL HOLDS THE DATE
           PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > 5
               MOVE "M" TO CT-RESULT(CT-IX)
               MOVE ZERO TO CT-RC(CT-IX)
               MOVE ZERO TO CT-COUNT(CT-IX)
               MOVE SPACE TO CT-RUN-DATE(CT-IX)
               MOVE SPACE TO CT-RUN-TIME(CT-IX)
           END-PERFORM
           OPEN INPUT CTLO-FILE
           PERFORM UNTIL CTLO-SCAN-DONE
               READ CTLO-FILE
                   AT END SET CTLO-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CTLO-DATE = BUS-DATE
                           PERFORM POST-CONTROL-OUTCOME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTLO-FILE
           IF STALE-COUNT > ZERO
               DISPLAY "MATRLSE0013 " STALE-COUNT " CONTROL OUTCOMES "
                   "FOR " BUS-DATE " PREDATE THE LATEST GO STEP RUN "
                   "AND ARE SET ASIDE"
           END-IF

           PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > 5
               IF NOT CT-PASSED(CT-IX)
                   ADD 1 TO HOLD-COUNT
               END-IF
           END-PERFORM

      * EVERY CONTROL PASSED - RELEASED.  ANYTHING ELSE IS HELD
      * UNLESS THE CARD CARRIES THE ID OF THE OPERATOR APPROVING A
      * MANUAL RELEASE OVER THE HOLD
           IF HOLD-COUNT = ZERO
               SET DATE-RELEASED TO TRUE
               IF OPERATOR-ID NOT = SPACE
                   DISPLAY "MATRLSE0004 EVERY CONTROL PASSED - THE "
                       "MANUAL RELEASE BY " OPERATOR-ID
                       " IS NOT NEEDED AND IS NOT RECORDED"
                   MOVE SPACE TO OPERATOR-ID
               END-IF
           ELSE
               IF OPERATOR-ID NOT = SPACE
                   SET DATE-RELEASED TO TRUE
                   SET MANUAL-RELEASE TO TRUE
               ELSE
                   SET DATE-HELD TO TRUE
               END-IF
           END-IF

           OPEN EXTEND RLS-FILE
           MOVE SPACES TO RLS-REC
           MOVE "R" TO RLS-TYPE
           MOVE BUS-DATE TO RLS-DATE
           MOVE TRL-COUNT-TOTAL TO RLS-TRL-COUNT
           MOVE TRL-HASH-TOTAL TO RLS-TRL-HASH
           PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > 5
               MOVE CT-RESULT(CT-IX) TO RLS-CTL-RESULT(CT-IX)
               MOVE CT-RC(CT-IX) TO RLS-CTL-RC(CT-IX)
           END-PERFORM
           MOVE RELEASE-STATUS TO RLS-STATUS
           MOVE OPERATOR-ID TO RLS-OPERATOR
           MOVE RUN-DATE TO RLS-RUN-DATE
           MOVE RUN-TIME TO RLS-RUN-TIME
           WRITE RLS-REC
           IF SEG-NUM > 1
               PERFORM VARYING SEG-IX FROM 1 BY 1
                   UNTIL SEG-IX > SEG-NUM
                   MOVE SPACES TO RLS-SEG-REC
                   MOVE "S" TO RLS-SEG-TYPE
                   MOVE BUS-DATE TO RLS-SEG-DATE
                   MOVE SEG-IX TO RLS-SEG-NUM
                   MOVE SG-COUNT(SEG-IX) TO RLS-SEG-COUNT
                   MOVE SG-HASH(SEG-IX) TO RLS-SEG-HASH
                   WRITE RLS-SEG-REC
               END-PERFORM
           END-IF
           CLOSE RLS-FILE

           PERFORM PRINT-RELEASE-SHEET

           IF DATE-HELD
               DISPLAY "MATRLSE0005 BUSINESS DATE " BUS-DATE
                   " IS HELD - " HOLD-COUNT " CONTROLS DID NOT PASS"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF MANUAL-RELEASE
                   DISPLAY "MATRLSE0006 BUSINESS DATE " BUS-DATE
                       " RELEASED OVER " HOLD-COUNT " HELD CONTROLS "
                       "BY OPERATOR " OPERATOR-ID
               ELSE
                   DISPLAY "MATRLSE0007 BUSINESS DATE " BUS-DATE
                       " RELEASED - EVERY CONTROL PASSED"
               END-IF
           END-IF

           DISPLAY " MATRLSE RELEASE GATE END "
           GOBACK.

      *****************************************************************
      * PROVE-C-RECORD - PLACE ONE ARRAYCOT RECORD: NOTE THE HEADER   *
      * DATE, ACCUMULATE THE SEGMENT'S COUNT AND HASH, AND AT ITS     *
      * TRAILER PROVE THE CONTROLS AND ADD THEM TO THE TOTALS.        *
      *****************************************************************
       PROVE-C-RECORD.
           EVALUATE ARRAY-C-REC-TYPE
             WHEN "H"
               IF IN-SEGMENT
                   DISPLAY "MATRLSE0008 SEGMENT " SEG-NUM " HAS NO "
                       "TRAILER BEFORE THE NEXT HEADER"
                   MOVE 12 TO RETURN-CODE
                   CLOSE ARRAY-C-FILE
                   GOBACK
               END-IF
               ADD 1 TO SEG-NUM
               IF SEG-NUM > 1000
                   DISPLAY "MATRLSE0011 ARRAYCOT HOLDS MORE THAN 1000 "
                       "SEGMENTS"
                   MOVE 12 TO RETURN-CODE
                   CLOSE ARRAY-C-FILE
                   GOBACK
               END-IF
               IF SEG-NUM = 1
                   MOVE ARRAY-C-HDR-DATE TO C-HDR-DATE
               ELSE
                   IF ARRAY-C-HDR-DATE NOT = C-HDR-DATE
                       DISPLAY "MATRLSE0009 SEGMENT " SEG-NUM
                           " BUSINESS DATE " ARRAY-C-HDR-DATE
                           " DIFFERS FROM THE FIRST SEGMENT'S "
                           C-HDR-DATE
                       MOVE 12 TO RETURN-CODE
                       CLOSE ARRAY-C-FILE
                       GOBACK
                   END-IF
               END-IF
               MOVE ZERO TO SEG-COUNT
               MOVE ZERO TO SEG-HASH
               MOVE "Y" TO IN-SEGMENT-FLAG
             WHEN "E"
               ADD 1 TO SEG-COUNT
               ADD ARRAY-C-ELEM-VAL TO SEG-HASH
             WHEN "W"
               ADD 1 TO SEG-COUNT
               ADD ARRAY-C-WELEM-VAL TO SEG-HASH
             WHEN "T"
               IF ARRAY-C-TRL-COUNT NOT = SEG-COUNT
                   OR ARRAY-C-TRL-HASH NOT = SEG-HASH
                   DISPLAY "MATRLSE0010 SEGMENT " SEG-NUM
                       " TRAILER CONTROLS DO NOT MATCH ITS ELEMENTS"
                   MOVE 12 TO RETURN-CODE
                   CLOSE ARRAY-C-FILE
                   GOBACK
               END-IF
               MOVE ARRAY-C-TRL-COUNT TO SG-COUNT(SEG-NUM)
               MOVE ARRAY-C-TRL-HASH TO SG-HASH(SEG-NUM)
               ADD ARRAY-C-TRL-COUNT TO TRL-COUNT-TOTAL
               ADD ARRAY-C-TRL-HASH TO TRL-HASH-TOTAL
               MOVE "N" TO IN-SEGMENT-FLAG
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *****************************************************************
      * POST-CONTROL-OUTCOME - RECORD ONE CTLOUT OUTCOME FOR THE DATE *
      * AGAINST ITS CONTROL.  THE FILE IS IN RUN ORDER, SO THE LAST   *
      * OUTCOME POSTED FOR A CONTROL IS ITS LATEST.  AN OUTCOME OF A  *
      * CONTROL THAT CHECKS THE RESULT, RECORDED BEFORE THE LATEST GO *
      * STEP RUN, IS COUNTED AND SET ASIDE.                           *
      *****************************************************************
       POST-CONTROL-OUTCOME.
           PERFORM MAKE-STAMP-KEY
           PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > 5
               IF CTLO-STEP = CN-STEP(CT-IX)
                   IF CN-CHECKS-RESULT(CT-IX)
                       AND STAMP-KEY < GO-STAMP-KEY
                       ADD 1 TO STALE-COUNT
                   ELSE
                       IF CTLO-RC = ZERO
                           MOVE "P" TO CT-RESULT(CT-IX)
                       ELSE
                           MOVE "H" TO CT-RESULT(CT-IX)
                       END-IF
                       MOVE CTLO-RC TO CT-RC(CT-IX)
                       MOVE CTLO-COUNT TO CT-COUNT(CT-IX)
                       MOVE CTLO-RUN-DATE TO CT-RUN-DATE(CT-IX)
                       MOVE CTLO-RUN-TIME TO CT-RUN-TIME(CT-IX)
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * MAKE-STAMP-KEY - THE CTLOUT RECORD'S RUN DATE AND TIME AS A   *
      * STAMP KEY.                                                    *
      *****************************************************************
       MAKE-STAMP-KEY.
           MOVE CTLO-RUN-DATE TO STAMP-IN
           MOVE CTLO-RUN-TIME TO STI-TIME
           MOVE STI-YYYY TO SK-YYYY
           MOVE STI-MM TO SK-MM
           MOVE STI-DD TO SK-DD
           MOVE STI-TIME TO SK-TIME.

      *****************************************************************
      * PRINT-RELEASE-SHEET - THE ONE-PAGE RELEASE SHEET FOR THE      *
      * SHIFT LOG: DATE, TRAILER TOTALS, EACH CONTROL'S OUTCOME, THE  *
      * RELEASE STATUS, ANY MANUAL RELEASE, AND A SIGN-OFF LINE.      *
      *****************************************************************
       PRINT-RELEASE-SHEET.
           OPEN OUTPUT PRINT-FILE
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE BUS-DATE TO DL-DATE
           MOVE SEG-NUM TO DL-SEGS
           WRITE PRINT-REC FROM DATE-LINE AFTER ADVANCING 1
           MOVE TRL-COUNT-TOTAL TO TL-COUNT
           MOVE TRL-HASH-TOTAL TO TL-HASH
           WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM HEADING-3 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1

           PERFORM VARYING CT-IX FROM 1 BY 1 UNTIL CT-IX > 5
               MOVE CN-CAPTION(CT-IX) TO CL-CAPTION
               MOVE CN-STEP(CT-IX) TO CL-STEP
               EVALUATE TRUE
                 WHEN CT-PASSED(CT-IX)
                   MOVE "PASSED" TO CL-RESULT
                 WHEN CT-HOLD(CT-IX)
                   MOVE "HOLD" TO CL-RESULT
                 WHEN OTHER
                   MOVE "NOT RUN" TO CL-RESULT
               END-EVALUATE
               MOVE CT-RC(CT-IX) TO CL-RC
               MOVE CT-COUNT(CT-IX) TO CL-COUNT
               MOVE CT-RUN-DATE(CT-IX) TO CL-RUN-DATE
               MOVE CT-RUN-TIME(CT-IX) TO CL-RUN-TIME
               WRITE PRINT-REC FROM CONTROL-LINE AFTER ADVANCING 1
           END-PERFORM

           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE RELEASE-STATUS TO SL-STATUS
           WRITE PRINT-REC FROM STATUS-LINE AFTER ADVANCING 1
           IF MANUAL-RELEASE
               MOVE OPERATOR-ID TO ML-OPERATOR
               MOVE RELEASE-REASON TO ML-REASON
               WRITE PRINT-REC FROM MANUAL-LINE AFTER ADVANCING 1
           END-IF
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 2
           WRITE PRINT-REC FROM SIGNOFF-LINE AFTER ADVANCING 1
           CLOSE PRINT-FILE.
