               ORGANIZATION IS SEQUENTIAL.
      * EXCEPTION REPORT - ONE LINE PER OUTPUT CELL WHOSE
      * ACCUMULATION OVERFLOWED THE STANDARD S9(8) ELEMENT, GIVING
      * ITS REQUEST, ROW, COLUMN, AND ATTEMPTED VALUE, WITH THE ROW
      * AND COLUMN LABELS FROM THE REFMAST REFERENCE MASTER
           SELECT EXCP-FILE ASSIGN TO EXCPRPT
               ORGANIZATION IS SEQUENTIAL.
      * PROCESSING-CALENDAR CONTROL DATASET - ONE RECORD PER
      * ON AN ORDINARY RUN.
           SELECT OVRD-FILE ASSIGN TO CALOVRD
               ORGANIZATION IS SEQUENTIAL.
      * CALENDAR AUTHORIZATION FILE, MAINTAINED BY MATCALM - AN
      * OVERRIDE CARD IS ONLY HONOURED WITH A MATCHING AUTHORIZATION
           SELECT AUTH-FILE ASSIGN TO CALAUTH
               ORGANIZATION IS SEQUENTIAL.
      * CALENDAR AUDIT JOURNAL - AN HONOURED OVERRIDE IS APPENDED
           SELECT AUDIT-FILE ASSIGN TO CALAUDT
               ORGANIZATION IS SEQUENTIAL.
      * CHECKPOINT FILE - HOLDS THE LAST REQUEST AND ARRAY-C ROW (I)
      * COMPLETED, SO A RESTART=GO RERUN CAN RESUME AT THE RIGHT
      * REQUEST AS WELL AS THE RIGHT ROW.
      * AFTER ANY LEFT BY A PRIOR RUN.
           SELECT CKPT-FILE ASSIGN TO CKPTFILE
               ORGANIZATION IS SEQUENTIAL.
      * CONTROL-OUTCOME FILE - ONE RECORD APPENDED PER RUN GIVING THE
      * BUSINESS DATE, THE RETURN CODE AND THE OVERFLOW COUNT, READ
      * BY THE MATRLSE RELEASE GATE
           SELECT CTLO-FILE ASSIGN TO CTLOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
      * TIME, SO AUTOMATION CAN TELL A HEALTHY LONG MULTIPLY FROM A
      * HUNG STEP.  ZERO OR BLANK MEANS NO HEARTBEAT
        2   PARM-REC-HBROWS PIC 9(5).
      * ROW BAND - THE FIRST AND LAST RESULT ROWS THIS EXECUTION
      * COMPUTES, SO SEVERAL COPIES OF THE JOB CAN SPLIT ONE LONG
      * MULTIPLY ACROSS PARALLEL JOBS, EACH WRITING ITS OWN PARTIAL
      * RESULT AND CHECKPOINT DATASETS FOR MATMERGE TO PUT BACK
      * TOGETHER.  ZERO OR BLANK MEANS THE WHOLE MATRIX, AS BEFORE
        2   PARM-REC-BAND-FROM PIC 9(5).
        2   PARM-REC-BAND-TO PIC 9(5).

       FD  REQST-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       1   OVRD-REC.
        2   OVRD-REC-DATE PIC X(10).
      * THE OPERATOR THE OVERRIDE WAS AUTHORIZED FOR
        2   OVRD-REC-OPERATOR PIC X(8).

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
      * OVERRIDE, REOPEN, ADD OR REMOVE
        2   AUD-EVENT PIC X(8).
        2   AUD-PROGRAM PIC X(8).
        2   AUD-OPERATOR PIC X(8).
        2   AUD-APPROVER PIC X(8).
        2   AUD-REASON PIC X(4).
        2   AUD-TEXT PIC X(40).
        2   AUD-RUN-DATE PIC X(10).
        2   AUD-RUN-TIME PIC X(8).
        2   FILLER PIC X(16).

       FD  CKPT-FILE
           RECORDING MODE IS F.

       FD  EXCP-FILE
           RECORDING MODE IS F.
       1   EXCP-REC PIC X(132).

       FD  HIST-FILE
           RECORDING MODE IS F.
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

       FD  ARRAY-A-FILE
           RECORDING MODE IS F.
       1   ARRAY-A-REC.
        2   FILLER PIC X.
        2   ARRAY-C-WELEM-VAL PIC S9(18).
        2   FILLER PIC X(13).
      * BAND-CONTROL RECORD - WRITTEN JUST AHEAD OF THE TRAILER OF A
      * ROW-BAND PARTIAL RESULT, GIVING THE ROWS THE SEGMENT HOLDS,
      * THE OPERATION, AND THE BAND'S TWO ELAPSED-TIME READINGS FOR
      * MATMERGE TO PROVE AND CARRY TO THE RUN HISTORY
       1   ARRAY-C-BAND.
        2   FILLER PIC X.
        2   ARRAY-C-BAND-FROM PIC 9(5).
        2   ARRAY-C-BAND-TO PIC 9(5).
        2   ARRAY-C-BAND-OP PIC X(3).
        2   ARRAY-C-BAND-ELAPSED-1 PIC 9(9).
        2   ARRAY-C-BAND-ELAPSED-2 PIC 9(9).
       1   ARRAY-C-TRL.
        2   FILLER PIC X.
        2   ARRAY-C-TRL-COUNT PIC 9(9).
       1   LAST-CKPT-REQ PIC 9(9) COMP VALUE ZERO.
       1   LAST-CKPT-I PIC 9(9) COMP VALUE ZERO.
       1   START-I PIC 9(9) COMP.
      * THE LAST ROW THIS EXECUTION WRITES - C-ROWS, OR THE LAST ROW
      * OF THE BAND ON A ROW-BAND RUN
       1   END-I PIC 9(9) COMP.

      * ROW-BAND STATE FROM THE PARAMETER CARD - A BAND RUN WRITES
      * ONLY ITS OWN ROWS, AND LEAVES THE RUN HISTORY, THE CONTROL
      * OUTCOME AND THE CALENDAR TO MATMERGE, WHICH RECORDS THE DAY
      * ONCE EVERY BAND IS IN
       1   BAND-FLAG PIC X VALUE "N".
        88 BAND-RUN VALUE "Y".
       1   BAND-FROM PIC 9(9) COMP VALUE ZERO.
       1   BAND-TO PIC 9(9) COMP VALUE ZERO.

      * REQUEST-FILE MODE STATE - THE CURRENT REQUEST NUMBER AND
      * IDENTIFICATION, AND THE RAW SCALAR FIELD FROM THE CARD OR
        2   EXC-REQ PIC 9(5).
        2   FILLER PIC X(5) VALUE " ROW ".
        2   EXC-ROW PIC 9(5).
        2   FILLER PIC X VALUE SPACE.
        2   EXC-ROW-CODE PIC X(8).
        2   FILLER PIC X(8) VALUE " COLUMN ".
        2   EXC-COL PIC 9(5).
        2   FILLER PIC X VALUE SPACE.
        2   EXC-COL-CODE PIC X(8).
        2   FILLER PIC X(17) VALUE " ATTEMPTED VALUE ".
        2   EXC-VAL PIC S9(18) SIGN LEADING SEPARATE.
        2   FILLER PIC X VALUE SPACE.
        2   EXC-ROW-DESC PIC X(20).
        2   FILLER PIC X VALUE SPACE.
        2   EXC-COL-DESC PIC X(20).
      * LOOKUP AREA PASSED TO MATREFL FOR THE LABELS - AN EMPTY OR
      * DUMMY REFMAST LEAVES THEM BLANK
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
       1   EXCP-HEADING.
        2   FILLER PIC X(36)
                VALUE "BPGC RESULT OVERFLOW EXCEPTIONS     ".
       1   EXPECTED-DATE PIC X(10) VALUE SPACE.
       1   EXPECTED-IX PIC 9(9) COMP VALUE ZERO.
       1   OVERRIDE-DATE PIC X(10) VALUE SPACE.
      * THE AUTHORIZATION BEHIND THE OVERRIDE, FOR THE AUDIT JOURNAL
       1   OVERRIDE-OPERATOR PIC X(8) VALUE SPACE.
       1   OVERRIDE-APPROVER PIC X(8) VALUE SPACE.
       1   OVERRIDE-REASON PIC X(4) VALUE SPACE.
       1   OVERRIDE-TEXT PIC X(40) VALUE SPACE.
       1   AUTH-AT-END PIC X VALUE "N".
        88 AUTH-SCAN-DONE VALUE "Y".
       1   AUTH-FOUND-FLAG PIC X VALUE "N".
        88 AUTH-FOUND VALUE "Y".
       1   OVERRIDE-LOGGED-FLAG PIC X VALUE "N".
        88 OVERRIDE-LOGGED VALUE "Y".
      * WHETHER ANY REQUEST ACTUALLY PROCESSED THE EXPECTED DATE -
      * ONLY THEN IS THE CALENDAR MARKED AND REWRITTEN AT THE END
       1   EXPECTED-RAN-FLAG PIC X VALUE "N".
                       DISPLAY "TESTCOB0040 PROGRESS HEARTBEAT "
                           "EVERY " HB-INTERVAL " ROWS"
                   END-IF
                   IF PARM-REC-BAND-FROM NUMERIC
                       AND PARM-REC-BAND-FROM > ZERO
                       MOVE PARM-REC-BAND-FROM TO BAND-FROM
                       IF PARM-REC-BAND-TO NUMERIC
                           MOVE PARM-REC-BAND-TO TO BAND-TO
                       END-IF
                       SET BAND-RUN TO TRUE
                   END-IF
                   SET PARM-CARD-PRESENT TO TRUE
           END-READ
           CLOSE PARM-FILE

      * READ THE OPERATOR OVERRIDE CARD, IF ANY - THE ONE BUSINESS
      * DATE THAT MAY BE RUN AGAIN EVEN THOUGH THE CALENDAR SHOWS
      * IT PROCESSED, PROVIDED CALAUTH HOLDS ITS AUTHORIZATION
           OPEN INPUT OVRD-FILE
           READ OVRD-FILE
               AT END
               NOT AT END
                   IF OVRD-REC-DATE NOT = SPACE
                       MOVE OVRD-REC-DATE TO OVERRIDE-DATE
                       MOVE OVRD-REC-OPERATOR TO OVERRIDE-OPERATOR
                   END-IF
           END-READ
           CLOSE OVRD-FILE
           IF OVERRIDE-DATE NOT = SPACE
               PERFORM FIND-OVERRIDE-AUTH
           END-IF

      * FIND THE LAST REQUEST AND ROW CHECKPOINTED BY A PRIOR RUN,
      * IF ANY, SO A RESTART=GO RERUN RESUMES AT THE RIGHT REQUEST
               END-IF
           END-IF

      * A ROW-BAND RUN IS ONLY PART OF THE DAY - THE RUN HISTORY,
      * THE CONTROL OUTCOME AND THE CALENDAR ARE WRITTEN ONCE, BY
      * MATMERGE, WHEN EVERY BAND IS IN AND PROVED.  THE BAND JOBS
      * THEN NEVER QUEUE BEHIND EACH OTHER FOR THE SHARED MASTERS
           IF BAND-RUN
               DISPLAY "TESTCOB0046 ROWS " BAND-FROM " THROUGH "
                   BAND-TO " WRITTEN - THE DAY IS RECORDED BY "
                   "MATMERGE ONCE EVERY BAND IS IN"
               DISPLAY " BPAGE PROGRAM END "
               GOBACK
           END-IF

      * APPEND THIS RUN TO THE RUN-HISTORY MASTER - AFTER THE
      * WARNING RETURN CODE IS SETTLED, SO THE OUTCOME RECORDED IS
      * THE ONE THE SCHEDULER WILL SEE
           WRITE HIST-REC
           CLOSE HIST-FILE

      * RECORD THE RUN'S OUTCOME FOR THE RELEASE GATE - A NONZERO
      * RETURN CODE HERE (THE OVERFLOW WARNING INCLUDED) HOLDS THE
      * DAY'S ARRAY C UNTIL IT IS REVIEWED
           OPEN EXTEND CTLO-FILE
           MOVE SPACES TO CTLO-REC
           MOVE A-HDR-DATE TO CTLO-DATE
           MOVE "TESTCOB" TO CTLO-STEP
           MOVE RETURN-CODE TO CTLO-RC
           MOVE W-RECORD-COUNT TO CTLO-COUNT
           MOVE RUN-DATE TO CTLO-RUN-DATE
           MOVE RUN-TIME TO CTLO-RUN-TIME
           WRITE CTLO-REC
           CLOSE CTLO-FILE

      * REGISTER THE EXPECTED BUSINESS DATE AS PROCESSED - ONLY
      * AFTER A SUCCESSFUL RUN THAT ACTUALLY PROCESSED IT, SO A
      * FAILED OR OVERRIDE-ONLY RUN LEAVES THE CALENDAR UNTOUCHED
                   MOVE N TO C-COLS
           END-EVALUATE

      * A ROW BAND SPLITS ONE RESULT ACROSS PARALLEL JOBS - IT MAKES
      * NO SENSE ACROSS A REQUEST LIST, AND IT MUST LIE INSIDE THE
      * RESULT
           MOVE C-ROWS TO END-I
           IF BAND-RUN
               IF REQUEST-MODE
                   DISPLAY "TESTCOB0044 A ROW BAND CANNOT BE RUN IN "
                       "REQUEST FILE MODE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF BAND-TO < BAND-FROM OR BAND-TO > C-ROWS
                   DISPLAY "TESTCOB0045 ROW BAND " BAND-FROM
                       " THROUGH " BAND-TO " IS NOT INSIDE THE "
                       C-ROWS " RESULT ROWS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE BAND-TO TO END-I
               DISPLAY "TESTCOB0047 ROW BAND RUN - ROWS " BAND-FROM
                   " THROUGH " BAND-TO " OF " C-ROWS
           END-IF

           IF REQ-NUM < LAST-CKPT-REQ
      * A PRIOR EXECUTION FINISHED THIS REQUEST - READ PAST ITS
      * INPUT SEGMENTS (WHICH RE-PROVES THEIR CONTROLS) BUT DO NOT
               DISPLAY "TESTCOB0005 RESUMING REQUEST " REQ-NUM
                   " AT ROW " START-I
           END-IF
      * A ROW BAND STARTS AT ITS OWN FIRST ROW - ITS CHECKPOINTS
      * CARRY THE REAL ROW NUMBERS, SO A RESTARTED BAND RESUMES
      * AFTER ITS LAST CHECKPOINT JUST AS THE WHOLE MATRIX DOES
           IF START-I < BAND-FROM
               MOVE BAND-FROM TO START-I
           END-IF

      * COMBINE ARRAY A AND ARRAY B GIVING ARRAY C UNDER THE
      * REQUESTED OPERATION, WRITING EACH ROW OF THE RESULT TO THE
               MOVE ZERO TO C-HASH
           END-IF

           IF START-I > END-I AND C-FRESH-SEGMENT
      * THE CHECKPOINTS SAY EVERY ROW WAS WRITTEN AND THE SEGMENT IS
      * ALREADY CLOSED - THE PRIOR EXECUTION DIED AFTER ITS LAST
      * WRITE, SO THERE IS NOTHING LEFT TO ADD
      *****************************************************************
      * WRITE-REQUEST-RESULT - COMPUTE AND WRITE THIS REQUEST'S       *
      * RESULT SEGMENT: THE HEADER (FOR A FRESH SEGMENT), THE ROWS    *
      * FROM START-I TO END-I, EACH CHECKPOINTED AS IT COMPLETES, AND *
      * THE TRAILER THAT CLOSES THE SEGMENT'S OWN CONTROLS.  A ROW    *
      * BAND'S PARTIAL SEGMENT ALSO CARRIES A BAND-CONTROL RECORD     *
      * AHEAD OF ITS TRAILER.                                         *
      *****************************************************************
       WRITE-REQUEST-RESULT.
           MOVE ZERO TO HB-COUNTER
               MOVE A-HDR-DATE TO ARRAY-C-HDR-DATE
               MOVE C-ROWS TO ARRAY-C-HDR-ROWS
               MOVE C-COLS TO ARRAY-C-HDR-COLS
      * A BAND'S HEADER CARRIES THE WHOLE RESULT'S DIMENSIONS, AND A
      * SOURCE THAT MARKS IT AS A PARTIAL NO OTHER READER TAKES FOR
      * A FINISHED RESULT
               IF BAND-RUN
                   MOVE "BPGCBAND" TO ARRAY-C-HDR-SOURCE
               ELSE
                   MOVE "BPGC" TO ARRAY-C-HDR-SOURCE
               END-IF
               MOVE OUT-DEC TO ARRAY-C-HDR-DEC
               WRITE ARRAY-C-HDR
           END-IF
           PERFORM VARYING I FROM START-I BY 1 UNTIL I > END-I
             PERFORM VARYING J FROM 1 BY 1 UNTIL J > C-COLS
               MOVE ZERO TO CELL-SUM(J)
               MOVE "N" TO CELL-OVER(J)
                   MOVE I TO EXC-ROW
                   MOVE J TO EXC-COL
                   MOVE CELL-SUM(J) TO EXC-VAL
                   MOVE A-HDR-DATE TO REFL-BUS-DATE
                   MOVE "R" TO REFL-AXIS
                   MOVE I TO REFL-NUM
                   CALL "MATREFL" USING REFL-AREA
                   IF REFL-RESULT = "M"
                       MOVE "*NO REF*" TO REFL-CODE
                   END-IF
                   MOVE REFL-CODE TO EXC-ROW-CODE
                   MOVE REFL-DESC TO EXC-ROW-DESC
                   MOVE "C" TO REFL-AXIS
                   MOVE J TO REFL-NUM
                   CALL "MATREFL" USING REFL-AREA
                   IF REFL-RESULT = "M"
                       MOVE "*NO REF*" TO REFL-CODE
                   END-IF
                   MOVE REFL-CODE TO EXC-COL-CODE
                   MOVE REFL-DESC TO EXC-COL-DESC
                   WRITE EXCP-REC FROM EXCP-LINE
                   ADD 1 TO OVERFLOW-COUNT
               ELSE
                 END-IF
             END-IF
           END-PERFORM
      * A BAND NAMES ITS ROWS AND ITS TIMINGS AHEAD OF THE TRAILER -
      * THE SECOND CYCLE IS READ AS IT STANDS, SINCE THE PARTIAL IS
      * FINISHED ONCE THE TRAILER IS OUT
           IF BAND-RUN
               ACCEPT TIME-END FROM TIME
               IF TIME-END < TIME-START
                   COMPUTE ELAPSED-TIME =
                       TIME-END - TIME-START + 8640000
               ELSE
                   COMPUTE ELAPSED-TIME = TIME-END - TIME-START
               END-IF
               MOVE SPACES TO ARRAY-C-BAND
               MOVE "B" TO ARRAY-C-REC-TYPE
               MOVE BAND-FROM TO ARRAY-C-BAND-FROM
               MOVE BAND-TO TO ARRAY-C-BAND-TO
               MOVE OPERATION-CODE TO ARRAY-C-BAND-OP
               MOVE ELAPSED-1-TOTAL TO ARRAY-C-BAND-ELAPSED-1
               MOVE ELAPSED-TIME TO ARRAY-C-BAND-ELAPSED-2
               WRITE ARRAY-C-BAND
           END-IF
      * CLOSE THE DATASET'S OWN CONTROLS BEHIND THE LAST ROW
           MOVE SPACES TO ARRAY-C-TRL
           MOVE "T" TO ARRAY-C-REC-TYPE

      *****************************************************************
      * EMIT-HEARTBEAT - ONE OPERATOR-VISIBLE PROGRESS MESSAGE:       *
      * REQUEST NUMBER, THE ROW REACHED OF END-I, THE ELAPSED READING *
      * FROM THE EXISTING INSTRUMENTATION (HUNDREDTHS, AS THE         *
      * ELAPSED-TIME MESSAGES ALREADY REPORT IT), AND THE PROJECTED   *
      * TIME OF DAY THE REQUEST SHOULD COMPLETE, SCALED FROM THE      *
                   HB-NOW-HSEC - HB-START-HSEC
           END-IF
           COMPUTE HB-ROWS-DONE = I - START-I + 1
           COMPUTE HB-ROWS-LEFT = END-I - I
           COMPUTE HB-REMAINING =
               HB-TRUE-ELAPSED * HB-ROWS-LEFT / HB-ROWS-DONE
           COMPUTE HB-PROJ-HSEC = HB-NOW-HSEC + HB-REMAINING
               REMAINDER HB-REM2-HSEC
           DIVIDE HB-REM2-HSEC BY 100 GIVING HB-PJ-SS
           DISPLAY "TESTCOB0041 REQUEST " REQ-NUM " ROW " I " OF "
               END-I " ELAPSED " HB-ELAPSED " PROJECTED "
               "COMPLETION " HB-PROJ-TOD.

      *****************************************************************
           ELSE
               DISPLAY "DIMENSION SOURCE      = PROGRAM DEFAULT"
           END-IF
           IF BAND-RUN
               DISPLAY "ROW BAND              = " BAND-FROM
                   " THROUGH " BAND-TO
           END-IF
           DISPLAY "*****************************************".

      *****************************************************************
      *****************************************************************
      * CHECK-BUSINESS-DATE - PROVE THE LOADED INPUT'S BUSINESS DATE  *
      * AGAINST THE CALENDAR.  THE EXPECTED DATE PASSES; THE          *
      * OVERRIDE DATE PASSES WITH A MESSAGE AND IS JOURNALED; AN      *
      * ALREADY-PROCESSED DATE IS A DUPLICATE DELIVERY AND STOPS THE  *
      * RUN; ANYTHING ELSE IS THE WRONG DAY'S TRANSMISSION AND STOPS  *
      * IT TOO.                                                       *
      *****************************************************************
       CHECK-BUSINESS-DATE.
           IF A-HDR-DATE = EXPECTED-DATE
               IF A-HDR-DATE = OVERRIDE-DATE
                   DISPLAY "TESTCOB0035 BUSINESS DATE " A-HDR-DATE
                       " RERUN UNDER OPERATOR OVERRIDE"
                   IF NOT OVERRIDE-LOGGED
                       PERFORM WRITE-OVERRIDE-AUDIT
                   END-IF
               ELSE
                   MOVE "N" TO CAL-DUP-FLAG
                   PERFORM VARYING CAL-IX FROM 1 BY 1
                   IF DATE-ALREADY-PROCESSED
                       DISPLAY "TESTCOB0037 BUSINESS DATE "
                           A-HDR-DATE " WAS ALREADY PROCESSED - "
                           "SUPPLY AN AUTHORIZED OVERRIDE CARD TO "
                           "RUN IT AGAIN"
                   ELSE
                       DISPLAY "TESTCOB0038 INPUT BUSINESS DATE "
               END-IF
           END-IF.

      *****************************************************************
      * FIND-OVERRIDE-AUTH - AN OVERRIDE CARD NEEDS A CALAUTH         *
      * OVERRIDE AUTHORIZATION FOR THE SAME DATE AND OPERATOR,        *
      * APPROVED BY SOMEBODY ELSE.  WITHOUT ONE THE CARD IS IGNORED   *
      * AND THE DATE IS HELD TO THE CALENDAR LIKE ANY OTHER.          *
      *****************************************************************
       FIND-OVERRIDE-AUTH.
           OPEN INPUT AUTH-FILE
           PERFORM UNTIL AUTH-SCAN-DONE
               READ AUTH-FILE
                   AT END SET AUTH-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AUTH-DATE = OVERRIDE-DATE
                           AND AUTH-TYPE = "O"
                           AND AUTH-OPERATOR = OVERRIDE-OPERATOR
                           AND AUTH-APPROVER NOT = AUTH-OPERATOR
                           SET AUTH-FOUND TO TRUE
                           MOVE AUTH-APPROVER TO OVERRIDE-APPROVER
                           MOVE AUTH-REASON TO OVERRIDE-REASON
                           MOVE AUTH-TEXT TO OVERRIDE-TEXT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE
           IF AUTH-FOUND
               DISPLAY "TESTCOB0034 OPERATOR OVERRIDE FOR "
                   "BUSINESS DATE " OVERRIDE-DATE
                   " ACCEPTED - APPROVED BY " OVERRIDE-APPROVER
           ELSE
               DISPLAY "TESTCOB0043 OVERRIDE CARD FOR " OVERRIDE-DATE
                   " IGNORED - NO MATCHING CALAUTH AUTHORIZATION"
               MOVE SPACE TO OVERRIDE-DATE
           END-IF.

      *****************************************************************
      * WRITE-OVERRIDE-AUDIT - JOURNAL THE HONOURED OVERRIDE ONCE PER *
      * RUN, WITH THE AUTHORIZATION BEHIND IT.                        *
      *****************************************************************
       WRITE-OVERRIDE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           MOVE SPACE TO AUD-REC
           MOVE OVERRIDE-DATE TO AUD-DATE
           MOVE "OVERRIDE" TO AUD-EVENT
           MOVE "TESTCOB" TO AUD-PROGRAM
           MOVE OVERRIDE-OPERATOR TO AUD-OPERATOR
           MOVE OVERRIDE-APPROVER TO AUD-APPROVER
           MOVE OVERRIDE-REASON TO AUD-REASON
           MOVE OVERRIDE-TEXT TO AUD-TEXT
           MOVE RUN-DATE TO AUD-RUN-DATE
           MOVE RUN-TIME TO AUD-RUN-TIME
           WRITE AUD-REC
           CLOSE AUDIT-FILE
           SET OVERRIDE-LOGGED TO TRUE.

      *****************************************************************
      * CHECK-RETCODE - A NONZERO RETCODE FROM CSRIRP OR CSRRRP MEANS  *
      * THE REFERENCE PATTERN WAS REJECTED (FOR EXAMPLE, ARRAY-A-SIZE  *
