       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATADJST - MANUAL CELL ADJUSTMENT POSTING AGAINST ARRAY C.    *
      * WHEN FINANCE FINDS A BAD CELL IN THE RESULT, THE CORRECTION   *
      * IS KEYED AS AN ADJUSTMENT CARD INSTEAD OF RERUNNING BPGCJOB.  *
      * EACH CARD NAMES THE BUSINESS DATE, THE REQUEST/SEGMENT, ROW   *
      * AND COLUMN, A NEW VALUE OR A DELTA AT THE SEGMENT'S IMPLIED   *
      * DECIMAL PLACES, A REASON CODE, THE PREPARER AND THE APPROVER. *
      * THE PROGRAM:                                                  *
      *   - PROVES EVERY ARRAYC SEGMENT'S TRAILER AGAINST ITS         *
      *     ELEMENTS BEFORE TOUCHING ANYTHING                         *
      *   - REJECTS A CARD FOR ANOTHER DATE, A SEGMENT, ROW OR COLUMN *
      *     OUTSIDE THE HEADER DIMENSIONS, A SCALE THAT DIFFERS FROM  *
      *     THE HEADER'S, A SELF-APPROVED CARD, OR A RESULT THAT WILL *
      *     NOT FIT THE STANDARD S9(8) ELEMENT                        *
      *   - WRITES THE ADJUSTED COPY OF ARRAYC TO ARRAYCADJ WITH EACH *
      *     SEGMENT'S TRAILER COUNT AND HASH REGENERATED - ARRAYC     *
      *     ITSELF IS LEFT AS THE GO STEP WROTE IT                    *
      *   - APPENDS EVERY POSTED CHANGE, WITH ITS BEFORE AND AFTER    *
      *     VALUES, TO THE PERMANENT ADJJRNL ADJUSTMENT JOURNAL       *
      *   - PRINTS THE ADJUSTMENT REGISTER: EVERY CARD AND ITS        *
      *     OUTCOME, THEN EACH SEGMENT'S ORIGINAL CONTROL TOTAL, NET  *
      *     ADJUSTMENT AND ADJUSTED CONTROL TOTAL, SO THE BALANCING   *
      *     FIGURES STILL TIE BACK TO THE GO STEP'S OUTPUT            *
      * CARDS FOR THE SAME CELL ARE APPLIED IN CARD ORDER.  THE STEP  *
      * ENDS RC=4 WHEN ANY CARD IS REJECTED (THE REST ARE STILL       *
      * POSTED) AND RC=12 WHEN ARRAYC DOES NOT PROVE OUT, IN WHICH    *
      * CASE NOTHING IS POSTED.                                       *
      *****************************************************************

       PROGRAM-ID. MATADJST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE RESULT MATRIX WRITTEN BY THE TESTCOB GO STEP
           SELECT ARRAY-C-FILE ASSIGN TO ARRAYCOT
               ORGANIZATION IS SEQUENTIAL.
      * THE ADJUSTED COPY - SAME LAYOUT, REGENERATED TRAILERS
           SELECT ADJ-C-FILE ASSIGN TO ARRAYCAD
               ORGANIZATION IS SEQUENTIAL.
      * ADJUSTMENT TRANSACTION CARDS
           SELECT ADJ-TRAN-FILE ASSIGN TO ADJTRAN
               ORGANIZATION IS SEQUENTIAL.
      * PERMANENT ADJUSTMENT JOURNAL - ONE RECORD APPENDED PER POSTED
      * CHANGE
           SELECT JRNL-FILE ASSIGN TO ADJJRNL
               ORGANIZATION IS SEQUENTIAL.
      * THE ADJUSTMENT REGISTER
           SELECT PRINT-FILE ASSIGN TO ADJRPT
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

       FD  ADJ-C-FILE
           RECORDING MODE IS F.
       1   ADJ-C-REC.
        2   ADJ-C-REC-TYPE PIC X.
        2   FILLER PIC X(31).
       1   ADJ-C-ELEM.
        2   FILLER PIC X.
        2   ADJ-C-ELEM-VAL PIC S9(8).
        2   FILLER PIC X(23).
       1   ADJ-C-WELEM.
        2   FILLER PIC X.
        2   ADJ-C-WELEM-VAL PIC S9(18).
        2   FILLER PIC X(13).
       1   ADJ-C-TRL.
        2   FILLER PIC X.
        2   ADJ-C-TRL-COUNT PIC 9(9).
        2   ADJ-C-TRL-HASH PIC S9(18).
        2   FILLER PIC X(4).

       FD  ADJ-TRAN-FILE
           RECORDING MODE IS F.
       1   ADJ-TRAN-REC.
      * BUSINESS DATE THE ADJUSTMENT IS FOR - MUST MATCH THE SEGMENT
        2   ADJ-TRAN-DATE PIC X(10).
      * REQUEST/SEGMENT NUMBER - 00001 FOR A SINGLE-RUN RESULT
        2   ADJ-TRAN-SEG PIC 9(5).
        2   ADJ-TRAN-ROW PIC 9(5).
        2   ADJ-TRAN-COL PIC 9(5).
      * N = THE AMOUNT IS THE CELL'S NEW VALUE, D = IT IS A DELTA
        2   ADJ-TRAN-MODE PIC X.
      * SIGNED AMOUNT, SIGN OVERPUNCHED IN THE LAST DIGIT AS ON THE
      * PARAMETER CARD SCALAR
        2   ADJ-TRAN-AMOUNT-RAW PIC X(18).
        2   ADJ-TRAN-AMOUNT REDEFINES ADJ-TRAN-AMOUNT-RAW
                PIC S9(18).
      * IMPLIED DECIMAL PLACES OF THE AMOUNT - MUST MATCH THE
      * SEGMENT HEADER.  BLANK MEANS ZERO
        2   ADJ-TRAN-DEC PIC X.
        2   ADJ-TRAN-REASON PIC X(4).
        2   ADJ-TRAN-PREPARER PIC X(8).
        2   ADJ-TRAN-APPROVER PIC X(8).
      * FREE-FORM REFERENCE - TICKET OR MEMO NUMBER
        2   ADJ-TRAN-REF PIC X(15).

       FD  JRNL-FILE
           RECORDING MODE IS F.
       1   JRNL-REC.
        2   JRNL-DATE PIC X(10).
        2   JRNL-SEG PIC 9(5).
        2   JRNL-ROW PIC 9(5).
        2   JRNL-COL PIC 9(5).
        2   JRNL-MODE PIC X.
        2   JRNL-AMOUNT PIC S9(18).
        2   JRNL-BEFORE PIC S9(18).
        2   JRNL-AFTER PIC S9(18).
        2   JRNL-DEC PIC 9.
        2   JRNL-REASON PIC X(4).
        2   JRNL-PREPARER PIC X(8).
        2   JRNL-APPROVER PIC X(8).
        2   JRNL-REF PIC X(15).
        2   JRNL-RUN-DATE PIC X(10).
        2   JRNL-RUN-TIME PIC X(8).
        2   FILLER PIC X(16).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * ARRAYC SEGMENTS, FROM THE PROVING PASS
       1   SEG-TBL.
        2   SEG-ENTRY OCCURS 1000 TIMES.
         3   SG-DATE PIC X(10).
         3   SG-ROWS PIC 9(5).
         3   SG-COLS PIC 9(5).
         3   SG-DEC PIC 9.
         3   SG-COUNT PIC 9(9) COMP.
         3   SG-HASH PIC S9(18) COMP-3.
         3   SG-NET PIC S9(18) COMP-3.
         3   SG-NEW-HASH PIC S9(18) COMP-3.
         3   SG-POSTED PIC 9(9) COMP.
       1   SEG-NUM PIC 9(9) COMP VALUE ZERO.
       1   SEG-IX PIC 9(9) COMP.
       1   SEG-COUNT PIC 9(9) COMP.
       1   SEG-HASH PIC S9(18) COMP-3.
       1   SEG-CELLS PIC 9(9) COMP.
       1   IN-SEGMENT-FLAG PIC X VALUE "N".
        88 IN-SEGMENT VALUE "Y".
       1   ARRAY-C-AT-END PIC X VALUE "N".
        88 ARRAY-C-SCAN-DONE VALUE "Y".

      * THE ADJUSTMENT CARDS, IN CARD ORDER, AND THEIR OUTCOMES
       1   TX-TBL.
        2   TX-ENTRY OCCURS 500 TIMES.
         3   TX-KEY.
          4   TX-SEG PIC 9(5).
          4   TX-ROW PIC 9(5).
          4   TX-COL PIC 9(5).
         3   TX-DATE PIC X(10).
         3   TX-MODE PIC X.
         3   TX-AMOUNT PIC S9(18).
         3   TX-DEC PIC 9.
         3   TX-REASON PIC X(4).
         3   TX-PREPARER PIC X(8).
         3   TX-APPROVER PIC X(8).
         3   TX-REF PIC X(15).
         3   TX-BEFORE PIC S9(18).
         3   TX-AFTER PIC S9(18).
      * A = ACCEPTED, WAITING FOR ITS CELL; P = POSTED; R = REJECTED
         3   TX-STATUS PIC X.
         3   TX-MESSAGE PIC X(23).
       1   TX-COUNT PIC 9(9) COMP VALUE ZERO.
       1   TX-IX PIC 9(9) COMP.
       1   TRAN-AT-END PIC X VALUE "N".
        88 TRAN-SCAN-DONE VALUE "Y".

      * THE ACCEPTED CARDS IN CELL ORDER, CARD ORDER WITHIN A CELL -
      * ARRAYC IS ROW-MAJOR, SO THE POSTING PASS MEETS THEM IN THIS
      * ORDER
       1   ORDER-TBL.
        2   ORDER-TX OCCURS 500 TIMES PIC 9(9) COMP.
       1   ORDER-COUNT PIC 9(9) COMP VALUE ZERO.
       1   ORDER-IX PIC 9(9) COMP.
       1   SHIFT-IX PIC 9(9) COMP.
       1   NEXT-ORDER PIC 9(9) COMP.

      * THE CELL THE POSTING PASS HAS REACHED
       1   CELL-KEY.
        2   CELL-SEG PIC 9(5).
        2   CELL-ROW PIC 9(5).
        2   CELL-COL PIC 9(5).
       1   CELL-VALUE PIC S9(18).
       1   NEW-VALUE PIC S9(18).
       1   CELL-WIDE-FLAG PIC X.
        88 CELL-WIDE VALUE "Y".
       1   CELL-ADJUSTED-FLAG PIC X.
        88 CELL-ADJUSTED VALUE "Y".
       1   OUT-COUNT PIC 9(9) COMP.
       1   OUT-HASH PIC S9(18) COMP-3.

       1   POSTED-COUNT PIC 9(9) COMP VALUE ZERO.
       1   REJECTED-COUNT PIC 9(9) COMP VALUE ZERO.
       1   DEC-WORK PIC 9.

      * RUN DATE/TIME STAMP
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(40)
                VALUE "BPGC ARRAY C MANUAL ADJUSTMENT REGISTER ".
        2   FILLER PIC X(5) VALUE SPACE.
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
      * THE CAPTIONS ARE SIZED FIELD FOR FIELD AGAINST DETAIL-LINE
       1   HEADING-2.
        2   FILLER PIC X(5) VALUE " CARD".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(5) VALUE "  SEG".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(5) VALUE "  ROW".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(5) VALUE "  COL".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X VALUE "M".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(19) VALUE "             AMOUNT".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(19) VALUE "             BEFORE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(19) VALUE "              AFTER".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "PREPARER".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "APPROVER".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(4) VALUE "RSN".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(23) VALUE "OUTCOME".
       1   DETAIL-LINE.
        2   DTL-CARD PIC ZZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   DTL-SEG PIC ZZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   DTL-ROW PIC ZZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   DTL-COL PIC ZZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   DTL-MODE PIC X.
        2   FILLER PIC X VALUE SPACE.
        2   DTL-AMOUNT PIC -(18)9.
        2   FILLER PIC X VALUE SPACE.
        2   DTL-BEFORE PIC -(18)9.
        2   DTL-BEFORE-X REDEFINES DTL-BEFORE PIC X(19).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-AFTER PIC -(18)9.
        2   DTL-AFTER-X REDEFINES DTL-AFTER PIC X(19).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-PREPARER PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-APPROVER PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-REASON PIC X(4).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-MESSAGE PIC X(23).
       1   SEG-HEADING.
        2   FILLER PIC X(5) VALUE "  SEG".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(10) VALUE "BUS DATE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(9) VALUE "    COUNT".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(19) VALUE "   ORIGINAL CONTROL".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(19) VALUE "     NET ADJUSTMENT".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(19) VALUE "   ADJUSTED CONTROL".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(9) VALUE "   POSTED".
       1   SEG-LINE.
        2   SGL-SEG PIC ZZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   SGL-DATE PIC X(10).
        2   FILLER PIC X VALUE SPACE.
        2   SGL-COUNT PIC ZZZZZZZZ9.
        2   FILLER PIC X VALUE SPACE.
        2   SGL-HASH PIC -(18)9.
        2   FILLER PIC X VALUE SPACE.
        2   SGL-NET PIC -(18)9.
        2   FILLER PIC X VALUE SPACE.
        2   SGL-NEW-HASH PIC -(18)9.
        2   FILLER PIC X VALUE SPACE.
        2   SGL-POSTED PIC ZZZZZZZZ9.
       1   TOTAL-LINE.
        2   FILLER PIC X(22) VALUE "CARDS READ            ".
        2   TOT-READ PIC ZZZZZZZZ9.
        2   FILLER PIC X(12) VALUE "   POSTED   ".
        2   TOT-POSTED PIC ZZZZZZZZ9.
        2   FILLER PIC X(12) VALUE "   REJECTED ".
        2   TOT-REJECTED PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATADJST ADJUSTMENT POSTING START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

      * PROVE ARRAYC - EVERY SEGMENT'S TRAILER AGAINST ITS OWN
      * ELEMENTS, AND EVERY SEGMENT DENSE ROWS BY COLUMNS, SO A CELL
      * CAN BE FOUND BY ITS POSITION
           OPEN INPUT ARRAY-C-FILE
           PERFORM UNTIL ARRAY-C-SCAN-DONE
               READ ARRAY-C-FILE
                   AT END SET ARRAY-C-SCAN-DONE TO TRUE
                   NOT AT END PERFORM PROVE-C-RECORD
               END-READ
           END-PERFORM
           CLOSE ARRAY-C-FILE
           IF SEG-NUM = ZERO
               DISPLAY "MATADJST0001 ARRAYCOT HOLDS NO RESULT SEGMENT"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF IN-SEGMENT
               DISPLAY "MATADJST0002 SEGMENT " SEG-NUM " HAS NO "
                   "TRAILER - THE RESULT IS INCOMPLETE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      * LOAD AND VALIDATE THE ADJUSTMENT CARDS
           OPEN INPUT ADJ-TRAN-FILE
           PERFORM UNTIL TRAN-SCAN-DONE
               READ ADJ-TRAN-FILE
                   AT END SET TRAN-SCAN-DONE TO TRUE
                   NOT AT END
                       IF TX-COUNT = 500
                           DISPLAY "MATADJST0003 MORE THAN 500 "
                               "ADJUSTMENT CARDS - SPLIT THE BATCH"
                           MOVE 12 TO RETURN-CODE
                           CLOSE ADJ-TRAN-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO TX-COUNT
                       PERFORM EDIT-ADJUSTMENT
               END-READ
           END-PERFORM
           CLOSE ADJ-TRAN-FILE

      * COPY ARRAYC TO ARRAYCADJ, POSTING THE ACCEPTED CARDS AS THEIR
      * CELLS GO BY AND REGENERATING EACH SEGMENT'S TRAILER
           MOVE 1 TO NEXT-ORDER
           MOVE ZERO TO SEG-IX
           MOVE "N" TO ARRAY-C-AT-END
           OPEN INPUT ARRAY-C-FILE
           OPEN OUTPUT ADJ-C-FILE
           OPEN EXTEND JRNL-FILE
           PERFORM UNTIL ARRAY-C-SCAN-DONE
               READ ARRAY-C-FILE
                   AT END SET ARRAY-C-SCAN-DONE TO TRUE
                   NOT AT END PERFORM POST-C-RECORD
               END-READ
           END-PERFORM
           CLOSE ARRAY-C-FILE
           CLOSE ADJ-C-FILE
           CLOSE JRNL-FILE

           PERFORM PRINT-REGISTER

           IF REJECTED-COUNT > ZERO
               DISPLAY "MATADJST0004 " REJECTED-COUNT " ADJUSTMENT "
                   "CARDS REJECTED - SEE THE ADJUSTMENT REGISTER"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MATADJST0005 " POSTED-COUNT " ADJUSTMENTS POSTED "
               "TO ARRAYCADJ - RUN THE RELEASE GATE AGAINST IT"

           DISPLAY " MATADJST ADJUSTMENT POSTING END "
           GOBACK.

      *****************************************************************
      * PROVE-C-RECORD - NOTE EACH SEGMENT'S HEADER, ACCUMULATE ITS   *
      * COUNT AND HASH, AND AT ITS TRAILER PROVE THE CONTROLS.        *
      *****************************************************************
       PROVE-C-RECORD.
           EVALUATE ARRAY-C-REC-TYPE
             WHEN "H"
               IF IN-SEGMENT
                   DISPLAY "MATADJST0006 SEGMENT " SEG-NUM " HAS NO "
                       "TRAILER BEFORE THE NEXT HEADER"
                   MOVE 12 TO RETURN-CODE
                   CLOSE ARRAY-C-FILE
                   GOBACK
               END-IF
               ADD 1 TO SEG-NUM
               IF SEG-NUM > 1000
                   DISPLAY "MATADJST0007 ARRAYCOT HOLDS MORE THAN "
                       "1000 SEGMENTS"
                   MOVE 12 TO RETURN-CODE
                   CLOSE ARRAY-C-FILE
                   GOBACK
               END-IF
               MOVE ARRAY-C-HDR-DATE TO SG-DATE(SEG-NUM)
               MOVE ARRAY-C-HDR-ROWS TO SG-ROWS(SEG-NUM)
               MOVE ARRAY-C-HDR-COLS TO SG-COLS(SEG-NUM)
               IF ARRAY-C-HDR-DEC NUMERIC
                   MOVE ARRAY-C-HDR-DEC TO SG-DEC(SEG-NUM)
               ELSE
                   MOVE ZERO TO SG-DEC(SEG-NUM)
               END-IF
               MOVE ZERO TO SG-NET(SEG-NUM)
               MOVE ZERO TO SG-POSTED(SEG-NUM)
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
                   DISPLAY "MATADJST0008 SEGMENT " SEG-NUM
                       " TRAILER CONTROLS DO NOT MATCH ITS ELEMENTS"
                   MOVE 12 TO RETURN-CODE
                   CLOSE ARRAY-C-FILE
                   GOBACK
               END-IF
               COMPUTE SEG-CELLS =
                   SG-ROWS(SEG-NUM) * SG-COLS(SEG-NUM)
               IF SEG-COUNT NOT = SEG-CELLS
                   DISPLAY "MATADJST0009 SEGMENT " SEG-NUM " HOLDS "
                       SEG-COUNT " ELEMENTS, NOT ITS HEADER'S "
                       SEG-CELLS
                   MOVE 12 TO RETURN-CODE
                   CLOSE ARRAY-C-FILE
                   GOBACK
               END-IF
               MOVE ARRAY-C-TRL-COUNT TO SG-COUNT(SEG-NUM)
               MOVE ARRAY-C-TRL-HASH TO SG-HASH(SEG-NUM)
               MOVE "N" TO IN-SEGMENT-FLAG
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *****************************************************************
      * EDIT-ADJUSTMENT - VALIDATE ONE CARD AGAINST ITS SEGMENT'S     *
      * HEADER AND THE APPROVAL RULES.  AN ACCEPTED CARD IS PLACED IN *
      * CELL ORDER FOR THE POSTING PASS.                              *
      *****************************************************************
       EDIT-ADJUSTMENT.
           MOVE ADJ-TRAN-DATE TO TX-DATE(TX-COUNT)
           MOVE ADJ-TRAN-SEG TO TX-SEG(TX-COUNT)
           MOVE ADJ-TRAN-ROW TO TX-ROW(TX-COUNT)
           MOVE ADJ-TRAN-COL TO TX-COL(TX-COUNT)
           MOVE ADJ-TRAN-MODE TO TX-MODE(TX-COUNT)
           MOVE ZERO TO TX-AMOUNT(TX-COUNT)
           IF ADJ-TRAN-AMOUNT NUMERIC
               MOVE ADJ-TRAN-AMOUNT TO TX-AMOUNT(TX-COUNT)
           END-IF
           MOVE ZERO TO TX-BEFORE(TX-COUNT)
           MOVE ZERO TO TX-AFTER(TX-COUNT)
           MOVE ADJ-TRAN-REASON TO TX-REASON(TX-COUNT)
           MOVE ADJ-TRAN-PREPARER TO TX-PREPARER(TX-COUNT)
           MOVE ADJ-TRAN-APPROVER TO TX-APPROVER(TX-COUNT)
           MOVE ADJ-TRAN-REF TO TX-REF(TX-COUNT)
           MOVE "R" TO TX-STATUS(TX-COUNT)
           IF ADJ-TRAN-DEC = SPACE
               MOVE ZERO TO DEC-WORK
           ELSE
               IF ADJ-TRAN-DEC NUMERIC
                   MOVE ADJ-TRAN-DEC TO DEC-WORK
               ELSE
                   MOVE 9 TO DEC-WORK
               END-IF
           END-IF
           MOVE DEC-WORK TO TX-DEC(TX-COUNT)
           EVALUATE TRUE
             WHEN ADJ-TRAN-SEG NOT NUMERIC
               OR ADJ-TRAN-SEG = ZERO OR ADJ-TRAN-SEG > SEG-NUM
               MOVE ZERO TO TX-SEG(TX-COUNT)
               MOVE "NO SUCH SEGMENT" TO TX-MESSAGE(TX-COUNT)
             WHEN ADJ-TRAN-DATE NOT = SG-DATE(ADJ-TRAN-SEG)
               MOVE "DATE NOT ARRAYC DATE" TO TX-MESSAGE(TX-COUNT)
             WHEN ADJ-TRAN-ROW NOT NUMERIC
               OR ADJ-TRAN-ROW = ZERO
               OR ADJ-TRAN-ROW > SG-ROWS(ADJ-TRAN-SEG)
               MOVE ZERO TO TX-ROW(TX-COUNT)
               MOVE "ROW OUT OF RANGE" TO TX-MESSAGE(TX-COUNT)
             WHEN ADJ-TRAN-COL NOT NUMERIC
               OR ADJ-TRAN-COL = ZERO
               OR ADJ-TRAN-COL > SG-COLS(ADJ-TRAN-SEG)
               MOVE ZERO TO TX-COL(TX-COUNT)
               MOVE "COLUMN OUT OF RANGE" TO TX-MESSAGE(TX-COUNT)
             WHEN ADJ-TRAN-MODE NOT = "N" AND ADJ-TRAN-MODE NOT = "D"
               MOVE "MODE NOT N OR D" TO TX-MESSAGE(TX-COUNT)
             WHEN ADJ-TRAN-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO TX-MESSAGE(TX-COUNT)
             WHEN DEC-WORK NOT = SG-DEC(ADJ-TRAN-SEG)
               MOVE "SCALE DIFFERS FROM HDR" TO TX-MESSAGE(TX-COUNT)
             WHEN ADJ-TRAN-AMOUNT > 99999999
               OR ADJ-TRAN-AMOUNT < -99999999
               MOVE "AMOUNT OUT OF RANGE" TO TX-MESSAGE(TX-COUNT)
             WHEN ADJ-TRAN-REASON = SPACE
               OR ADJ-TRAN-PREPARER = SPACE
               OR ADJ-TRAN-APPROVER = SPACE
               MOVE "RSN/PREPARER/APPROVER" TO TX-MESSAGE(TX-COUNT)
             WHEN ADJ-TRAN-PREPARER = ADJ-TRAN-APPROVER
               MOVE "SELF-APPROVED" TO TX-MESSAGE(TX-COUNT)
             WHEN OTHER
               MOVE "A" TO TX-STATUS(TX-COUNT)
               MOVE SPACE TO TX-MESSAGE(TX-COUNT)
               PERFORM PLACE-IN-CELL-ORDER
           END-EVALUATE
           IF TX-STATUS(TX-COUNT) = "R"
               ADD 1 TO REJECTED-COUNT
           END-IF.

      *****************************************************************
      * PLACE-IN-CELL-ORDER - INSERT THE CARD JUST ACCEPTED INTO THE  *
      * ORDER TABLE BEHIND EVERY CARD FOR THE SAME OR AN EARLIER      *
      * CELL, SO CARDS FOR ONE CELL STAY IN CARD ORDER.               *
      *****************************************************************
       PLACE-IN-CELL-ORDER.
           PERFORM VARYING ORDER-IX FROM 1 BY 1
               UNTIL ORDER-IX > ORDER-COUNT
               OR TX-KEY(ORDER-TX(ORDER-IX)) > TX-KEY(TX-COUNT)
               CONTINUE
           END-PERFORM
           PERFORM VARYING SHIFT-IX FROM ORDER-COUNT BY -1
               UNTIL SHIFT-IX < ORDER-IX
               MOVE ORDER-TX(SHIFT-IX) TO ORDER-TX(SHIFT-IX + 1)
           END-PERFORM
           MOVE TX-COUNT TO ORDER-TX(ORDER-IX)
           ADD 1 TO ORDER-COUNT.

      *****************************************************************
      * POST-C-RECORD - COPY ONE ARRAYC RECORD TO ARRAYCADJ, APPLYING *
      * THE CARDS FOR AN ELEMENT'S CELL AND CLOSING EACH SEGMENT WITH *
      * A TRAILER REBUILT FROM WHAT WAS ACTUALLY WRITTEN.             *
      *****************************************************************
       POST-C-RECORD.
           EVALUATE ARRAY-C-REC-TYPE
             WHEN "H"
               ADD 1 TO SEG-IX
               MOVE SEG-IX TO CELL-SEG
               MOVE 1 TO CELL-ROW
               MOVE ZERO TO CELL-COL
               MOVE ZERO TO OUT-COUNT
               MOVE ZERO TO OUT-HASH
               WRITE ADJ-C-REC FROM ARRAY-C-REC
             WHEN "E"
             WHEN "W"
               ADD 1 TO CELL-COL
               IF CELL-COL > SG-COLS(SEG-IX)
                   MOVE 1 TO CELL-COL
                   ADD 1 TO CELL-ROW
               END-IF
               MOVE "N" TO CELL-WIDE-FLAG
               IF ARRAY-C-REC-TYPE = "W"
                   SET CELL-WIDE TO TRUE
                   MOVE ARRAY-C-WELEM-VAL TO CELL-VALUE
               ELSE
                   MOVE ARRAY-C-ELEM-VAL TO CELL-VALUE
               END-IF
               MOVE "N" TO CELL-ADJUSTED-FLAG
               PERFORM APPLY-CELL-ADJUSTMENT
                   UNTIL NEXT-ORDER > ORDER-COUNT
                   OR TX-KEY(ORDER-TX(NEXT-ORDER)) NOT = CELL-KEY
      * AN ADJUSTED CELL IS ALWAYS WITHIN THE STANDARD ELEMENT; AN
      * UNTOUCHED WIDE CELL STAYS WIDE, AS THE GO STEP WROTE IT
               IF CELL-WIDE AND NOT CELL-ADJUSTED
                   MOVE SPACES TO ADJ-C-WELEM
                   MOVE "W" TO ADJ-C-REC-TYPE
                   MOVE CELL-VALUE TO ADJ-C-WELEM-VAL
                   WRITE ADJ-C-WELEM
               ELSE
                   MOVE SPACES TO ADJ-C-ELEM
                   MOVE "E" TO ADJ-C-REC-TYPE
                   MOVE CELL-VALUE TO ADJ-C-ELEM-VAL
                   WRITE ADJ-C-ELEM
               END-IF
               ADD 1 TO OUT-COUNT
               ADD CELL-VALUE TO OUT-HASH
             WHEN "T"
               MOVE SPACES TO ADJ-C-TRL
               MOVE "T" TO ADJ-C-REC-TYPE
               MOVE OUT-COUNT TO ADJ-C-TRL-COUNT
               MOVE OUT-HASH TO ADJ-C-TRL-HASH
               WRITE ADJ-C-TRL
               MOVE OUT-HASH TO SG-NEW-HASH(SEG-IX)
             WHEN OTHER
               WRITE ADJ-C-REC FROM ARRAY-C-REC
           END-EVALUATE.

      *****************************************************************
      * APPLY-CELL-ADJUSTMENT - POST THE NEXT CARD IN CELL ORDER TO   *
      * THE CURRENT CELL AND JOURNAL IT.  A RESULT THAT WILL NOT FIT  *
      * THE STANDARD ELEMENT IS REJECTED AND THE CELL LEFT ALONE.     *
      *****************************************************************
       APPLY-CELL-ADJUSTMENT.
           MOVE ORDER-TX(NEXT-ORDER) TO TX-IX
           ADD 1 TO NEXT-ORDER
           MOVE CELL-VALUE TO TX-BEFORE(TX-IX)
           IF TX-MODE(TX-IX) = "N"
               MOVE TX-AMOUNT(TX-IX) TO NEW-VALUE
           ELSE
               COMPUTE NEW-VALUE = CELL-VALUE + TX-AMOUNT(TX-IX)
           END-IF
           IF NEW-VALUE > 99999999 OR NEW-VALUE < -99999999
               MOVE "R" TO TX-STATUS(TX-IX)
               MOVE "RESULT OUT OF RANGE" TO TX-MESSAGE(TX-IX)
               MOVE NEW-VALUE TO TX-AFTER(TX-IX)
               ADD 1 TO REJECTED-COUNT
           ELSE
               MOVE NEW-VALUE TO TX-AFTER(TX-IX)
               MOVE "P" TO TX-STATUS(TX-IX)
               MOVE "POSTED" TO TX-MESSAGE(TX-IX)
               COMPUTE SG-NET(SEG-IX) =
                   SG-NET(SEG-IX) + NEW-VALUE - CELL-VALUE
               ADD 1 TO SG-POSTED(SEG-IX)
               ADD 1 TO POSTED-COUNT
               MOVE NEW-VALUE TO CELL-VALUE
               SET CELL-ADJUSTED TO TRUE
               MOVE SPACES TO JRNL-REC
               MOVE TX-DATE(TX-IX) TO JRNL-DATE
               MOVE TX-SEG(TX-IX) TO JRNL-SEG
               MOVE TX-ROW(TX-IX) TO JRNL-ROW
               MOVE TX-COL(TX-IX) TO JRNL-COL
               MOVE TX-MODE(TX-IX) TO JRNL-MODE
               MOVE TX-AMOUNT(TX-IX) TO JRNL-AMOUNT
               MOVE TX-BEFORE(TX-IX) TO JRNL-BEFORE
               MOVE TX-AFTER(TX-IX) TO JRNL-AFTER
               MOVE TX-DEC(TX-IX) TO JRNL-DEC
               MOVE TX-REASON(TX-IX) TO JRNL-REASON
               MOVE TX-PREPARER(TX-IX) TO JRNL-PREPARER
               MOVE TX-APPROVER(TX-IX) TO JRNL-APPROVER
               MOVE TX-REF(TX-IX) TO JRNL-REF
               MOVE RUN-DATE TO JRNL-RUN-DATE
               MOVE RUN-TIME TO JRNL-RUN-TIME
               WRITE JRNL-REC
           END-IF.

      *****************************************************************
      * PRINT-REGISTER - EVERY CARD IN CARD ORDER WITH ITS OUTCOME,   *
      * THEN EVERY SEGMENT'S CONTROL TOTAL BEFORE AND AFTER.  THE     *
      * ORIGINAL CONTROL PLUS THE NET ADJUSTMENT IS THE ADJUSTED      *
      * CONTROL, WHICH IS THE ARRAYCADJ TRAILER HASH.                 *
      *****************************************************************
       PRINT-REGISTER.
           OPEN OUTPUT PRINT-FILE
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM HEADING-2 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           PERFORM VARYING TX-IX FROM 1 BY 1 UNTIL TX-IX > TX-COUNT
               MOVE TX-IX TO DTL-CARD
               MOVE TX-SEG(TX-IX) TO DTL-SEG
               MOVE TX-ROW(TX-IX) TO DTL-ROW
               MOVE TX-COL(TX-IX) TO DTL-COL
               MOVE TX-MODE(TX-IX) TO DTL-MODE
               MOVE TX-AMOUNT(TX-IX) TO DTL-AMOUNT
               IF TX-STATUS(TX-IX) = "P"
                   OR TX-MESSAGE(TX-IX) = "RESULT OUT OF RANGE"
                   MOVE TX-BEFORE(TX-IX) TO DTL-BEFORE
                   MOVE TX-AFTER(TX-IX) TO DTL-AFTER
               ELSE
                   MOVE SPACES TO DTL-BEFORE-X
                   MOVE SPACES TO DTL-AFTER-X
               END-IF
               MOVE TX-PREPARER(TX-IX) TO DTL-PREPARER
               MOVE TX-APPROVER(TX-IX) TO DTL-APPROVER
               MOVE TX-REASON(TX-IX) TO DTL-REASON
               MOVE TX-MESSAGE(TX-IX) TO DTL-MESSAGE
               WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1
           END-PERFORM
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE TX-COUNT TO TOT-READ
           MOVE POSTED-COUNT TO TOT-POSTED
           MOVE REJECTED-COUNT TO TOT-REJECTED
           WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM SEG-HEADING AFTER ADVANCING 1
           PERFORM VARYING SEG-IX FROM 1 BY 1 UNTIL SEG-IX > SEG-NUM
               MOVE SEG-IX TO SGL-SEG
               MOVE SG-DATE(SEG-IX) TO SGL-DATE
               MOVE SG-COUNT(SEG-IX) TO SGL-COUNT
               MOVE SG-HASH(SEG-IX) TO SGL-HASH
               MOVE SG-NET(SEG-IX) TO SGL-NET
               MOVE SG-NEW-HASH(SEG-IX) TO SGL-NEW-HASH
               MOVE SG-POSTED(SEG-IX) TO SGL-POSTED
               WRITE PRINT-REC FROM SEG-LINE AFTER ADVANCING 1
           END-PERFORM
           CLOSE PRINT-FILE.
