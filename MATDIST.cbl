       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATDIST - TRANSMISSION MANIFEST OF THE ARRAY C RESULT.  RUN   *
      * ONCE THE DAY'S DELIVERIES HAVE GONE OUT, IT RECORDS ON THE    *
      * CUMULATIVE DISTMAN MANIFEST, FOR EVERY ACTIVE RECIPIENT ON    *
      * THE DISTRCP RECIPIENT TABLE, WHAT THAT RECIPIENT WAS SENT OF  *
      * THE BUSINESS DATE'S RESULT:                                   *
      *   - N (NATIVE) RECIPIENTS TAKE ARRAYCOT SEGMENTS AS THEY      *
      *     STAND - ONE SEGMENT, OR EVERY SEGMENT WHEN THE TABLE      *
      *     GIVES SEGMENT ZERO                                        *
      *   - D (DELIMITED) RECIPIENTS TAKE A MATXPORT EXTRACT OF ONE   *
      *     SEGMENT (THE FIRST WHEN THE TABLE GIVES ZERO), CUT TO THE *
      *     ROW AND COLUMN SLICE ON THE TABLE, ZERO MEANING THE FULL  *
      *     RANGE AS ON THE XPTPARM CARD                              *
      * EACH MANIFEST RECORD CARRIES THE RECIPIENT, THE DATASET SENT, *
      * THE RECORD COUNT (CELLS, AS THE TRAILER COUNTS THEM) AND HASH *
      * TOTAL OF WHAT WAS SENT, THE ARRAYC TRAILER TOTALS OF THE      *
      * SEGMENTS IT WAS CUT FROM, THE TIME SENT, AND THE HOURS THE    *
      * RECIPIENT HAS TO ACKNOWLEDGE IT.  MATACKR MATCHES THE         *
      * RECIPIENTS' ACKNOWLEDGEMENTS BACK TO IT.  THE RESULT MUST BE  *
      * RELEASED, AND EVERY SEGMENT MUST PROVE TO ITS TRAILER, BEFORE *
      * ANY RECORD IS WRITTEN (RC=12).  A TABLE ENTRY THAT            *
      * CANNOT BE HONOURED IS LISTED ON DISTRPT AND NOT MANIFESTED,   *
      * AND ENDS THE STEP RC=4.                                       *
      *****************************************************************

       PROGRAM-ID. MATDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE RESULT BEING DISTRIBUTED
           SELECT ARRAY-C-FILE ASSIGN TO ARRAYCOT
               ORGANIZATION IS SEQUENTIAL.
      * RELEASE-STATUS FILE WRITTEN BY THE MATRLSE RELEASE GATE - THE
      * RESULT IS ONLY USED WHEN ITS DATE AND TRAILER TOTALS MATCH A
      * RELEASED RECORD
           SELECT RLS-FILE ASSIGN TO RELSTAT
               ORGANIZATION IS SEQUENTIAL.
      * THE RECIPIENT TABLE
           SELECT RCP-FILE ASSIGN TO DISTRCP
               ORGANIZATION IS SEQUENTIAL.
      * OPTIONAL CARD NAMING ONE RECIPIENT, FOR A RESEND
           SELECT DST-PARM-FILE ASSIGN TO DSTPARM
               ORGANIZATION IS SEQUENTIAL.
      * THE CUMULATIVE TRANSMISSION MANIFEST - APPENDED TO
           SELECT MAN-FILE ASSIGN TO DISTMAN
               ORGANIZATION IS SEQUENTIAL.
      * THE MANIFEST REPORT
           SELECT PRINT-FILE ASSIGN TO DISTRPT
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

       FD  RCP-FILE
           RECORDING MODE IS F.
       1   RCP-REC.
        2   RCP-ID PIC X(8).
      * N = NATIVE ARRAYCOT RECORDS, D = MATXPORT DELIMITED EXTRACT
        2   RCP-FORMAT PIC X.
      * SEGMENT NUMBER - ZERO IS EVERY SEGMENT FOR A NATIVE
      * RECIPIENT, THE FIRST SEGMENT FOR A DELIMITED ONE
        2   RCP-SEGMENT PIC 9(5).
      * DELIMITED SLICE - ZERO IS THE FULL RANGE.  ZERO FOR NATIVE
        2   RCP-FROM-ROW PIC 9(5).
        2   RCP-TO-ROW PIC 9(5).
        2   RCP-FROM-COL PIC 9(5).
        2   RCP-TO-COL PIC 9(5).
      * HOURS ALLOWED FOR THE ACKNOWLEDGEMENT - ZERO TAKES THE
      * MATACKR CARD'S CUTOFF
        2   RCP-ACK-HOURS PIC 9(3).
      * I = INACTIVE, NOTHING IS SENT; ANYTHING ELSE IS ACTIVE
        2   RCP-STATUS PIC X.
      * THE DATASET THE RECIPIENT IS SENT
        2   RCP-DATASET PIC X(44).
        2   RCP-DESC PIC X(18).

       FD  DST-PARM-FILE
           RECORDING MODE IS F.
       1   DST-PARM-REC.
      * RECIPIENT TO MANIFEST ALONE - BLANK IS EVERY ACTIVE ONE
        2   DPARM-RECIPIENT PIC X(8).
        2   FILLER PIC X(72).

       FD  MAN-FILE
           RECORDING MODE IS F.
       1   MAN-REC.
        2   MAN-DATE PIC X(10).
        2   MAN-RECIPIENT PIC X(8).
        2   MAN-DATASET PIC X(44).
        2   MAN-FORMAT PIC X.
        2   MAN-SEGMENT PIC 9(5).
      * RECORD COUNT AND HASH TOTAL OF THE CELLS SENT
        2   MAN-COUNT PIC 9(9).
        2   MAN-HASH PIC S9(18).
      * ARRAYC TRAILER TOTALS OF THE SEGMENTS THE DELIVERY WAS CUT
      * FROM - THE SAME AS THE ABOVE FOR A WHOLE-SEGMENT DELIVERY
        2   MAN-TRL-COUNT PIC 9(9).
        2   MAN-TRL-HASH PIC S9(18).
        2   MAN-SENT-DATE PIC X(10).
        2   MAN-SENT-TIME PIC X(8).
        2   MAN-ACK-HOURS PIC 9(3).
        2   FILLER PIC X(7).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * THE RECIPIENT TABLE AS LOADED.  RT-STATE: S = TO BE SENT,
      * R = REJECTED (RT-REASON SAYS WHY), I = INACTIVE, X = NOT
      * NAMED ON THE RESEND CARD
       1   RCP-TBL.
        2   RCP-ENTRY OCCURS 100 TIMES.
         3   RT-ID PIC X(8).
         3   RT-FORMAT PIC X.
         3   RT-SEGMENT PIC 9(5).
         3   RT-FROM-ROW PIC 9(5).
         3   RT-TO-ROW PIC 9(5).
         3   RT-FROM-COL PIC 9(5).
         3   RT-TO-COL PIC 9(5).
         3   RT-ACK-HOURS PIC 9(3).
         3   RT-DATASET PIC X(44).
         3   RT-STATE PIC X.
         3   RT-REASON PIC X(40).
         3   RT-SEG-SEEN PIC X.
         3   RT-COUNT PIC 9(9) COMP.
         3   RT-HASH PIC S9(18) COMP-3.
         3   RT-TRL-COUNT PIC 9(9) COMP.
         3   RT-TRL-HASH PIC S9(18) COMP-3.
         3   RT-ROW-LO PIC 9(9) COMP.
         3   RT-ROW-HI PIC 9(9) COMP.
         3   RT-COL-LO PIC 9(9) COMP.
         3   RT-COL-HI PIC 9(9) COMP.
       1   RCP-COUNT PIC 9(9) COMP VALUE ZERO.
       1   RX PIC 9(9) COMP.
       1   RY PIC 9(9) COMP.
       1   RCP-AT-END PIC X VALUE "N".
        88 RCP-SCAN-DONE VALUE "Y".
       1   RCP-LOAD-FLAG PIC X VALUE "Y".
        88 RCP-LOAD-OK VALUE "Y".
       1   RESEND-ID PIC X(8) VALUE SPACE.
       1   RESEND-FOUND-FLAG PIC X VALUE "N".
        88 RESEND-FOUND VALUE "Y".

      * RESULT COUNTS
       1   SENT-COUNT PIC 9(9) COMP VALUE ZERO.
       1   REJECT-COUNT PIC 9(9) COMP VALUE ZERO.
       1   INACTIVE-COUNT PIC 9(9) COMP VALUE ZERO.

      * THE RESULT AS IT STREAMS PAST - THE SEGMENT, ITS SHAPE, THE
      * ROW AND COLUMN OF THE CURRENT CELL, AND THE SEGMENT'S PROOF
       1   ARRAY-C-AT-END PIC X VALUE "N".
        88 ARRAY-C-SCAN-DONE VALUE "Y".
       1   SEG-NUM PIC 9(9) COMP VALUE ZERO.
       1   SEG-ROWS PIC 9(9) COMP VALUE ZERO.
       1   SEG-COLS PIC 9(9) COMP VALUE ZERO.
       1   SEG-COUNT PIC 9(9) COMP VALUE ZERO.
       1   SEG-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   SEG-OPEN-FLAG PIC X VALUE "N".
        88 SEG-OPEN VALUE "Y".
       1   PROOF-FLAG PIC X VALUE "Y".
        88 RESULT-PROVED VALUE "Y".
       1   I PIC 9(9) COMP.
       1   J PIC 9(9) COMP.
       1   CELL-VAL PIC S9(18) COMP-3.

      * RELEASE CHECK STATE - THE ARRAYC HEADER DATE AND TRAILER
      * TOTALS, AND THE LATEST RELEASE RECORD FOUND FOR THAT DATE
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

      * RUN DATE/TIME STAMP - THE TIME SENT
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(40)
                VALUE "BPGC DISTRIBUTION MANIFEST              ".
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
       1   HEADING-2.
        2   FILLER PIC X(15) VALUE "BUSINESS DATE  ".
        2   HDG2-DATE PIC X(10).
        2   FILLER PIC X(12) VALUE "  SEGMENTS  ".
        2   HDG2-SEGS PIC ZZZZ9.
        2   FILLER PIC X(17) VALUE "  TRAILER COUNT  ".
        2   HDG2-COUNT PIC Z(8)9.
        2   FILLER PIC X(8) VALUE "  HASH  ".
        2   HDG2-HASH PIC -(18)9.
      * THE CAPTIONS ARE SIZED FIELD FOR FIELD AGAINST MANIFEST-LINE
       1   MANIFEST-HEADING.
        2   FILLER PIC X(10) VALUE "RECIPIENT".
        2   FILLER PIC X(10) VALUE "FORMAT".
        2   FILLER PIC X(6) VALUE "  SEG".
        2   FILLER PIC X(12) VALUE "ROWS".
        2   FILLER PIC X(12) VALUE "COLUMNS".
        2   FILLER PIC X(45) VALUE "DATASET".
        2   FILLER PIC X(10) VALUE "    COUNT".
        2   FILLER PIC X(19) VALUE "              HASH".
        2   FILLER PIC X(8) VALUE "STATUS".
       1   MANIFEST-LINE.
        2   MFL-ID PIC X(8).
        2   FILLER PIC X(2) VALUE SPACE.
        2   MFL-FORMAT PIC X(9).
        2   FILLER PIC X VALUE SPACE.
        2   MFL-SEG PIC X(5).
        2   FILLER PIC X VALUE SPACE.
        2   MFL-ROWS PIC X(11).
        2   FILLER PIC X VALUE SPACE.
        2   MFL-COLS PIC X(11).
        2   FILLER PIC X VALUE SPACE.
        2   MFL-DATASET PIC X(44).
        2   FILLER PIC X VALUE SPACE.
        2   MFL-COUNT PIC Z(8)9.
        2   FILLER PIC X VALUE SPACE.
        2   MFL-HASH PIC -(17)9.
        2   FILLER PIC X VALUE SPACE.
        2   MFL-STATUS PIC X(8).
       1   REASON-LINE.
        2   FILLER PIC X(10) VALUE SPACE.
        2   RSL-TEXT PIC X(40).
       1   RANGE-TEXT.
        2   RNG-FROM PIC 9(5).
        2   FILLER PIC X VALUE "-".
        2   RNG-TO PIC 9(5).
       1   SEG-TEXT PIC ZZZZ9.
       1   TOTAL-LINE.
        2   TTL-SENT PIC Z(8)9.
        2   FILLER PIC X(26) VALUE " RECIPIENTS MANIFESTED,   ".
        2   TTL-REJECT PIC Z(8)9.
        2   FILLER PIC X(14) VALUE " REJECTED,    ".
        2   TTL-INACTIVE PIC Z(8)9.
        2   FILLER PIC X(9) VALUE " INACTIVE".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATDIST DISTRIBUTION MANIFEST START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

      * NOTHING IS MANIFESTED FROM A RESULT THE RELEASE GATE HAS NOT
      * RELEASED
           PERFORM CHECK-RELEASE

      * THE RECIPIENT TABLE, AND THE RESEND CARD IF ONE IS GIVEN
           OPEN INPUT DST-PARM-FILE
           READ DST-PARM-FILE
               AT END
                   MOVE SPACES TO DST-PARM-REC
           END-READ
           CLOSE DST-PARM-FILE
           MOVE DPARM-RECIPIENT TO RESEND-ID
           PERFORM LOAD-RECIPIENTS
           IF NOT RCP-LOAD-OK
               DISPLAY "MATDIST0004 THE RECIPIENT TABLE EXCEEDS THE "
                   "100-ENTRY TABLE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF RCP-COUNT = ZERO
               DISPLAY "MATDIST0005 THE RECIPIENT TABLE IS EMPTY - "
                   "NOTHING TO MANIFEST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF RESEND-ID NOT = SPACE AND NOT RESEND-FOUND
               DISPLAY "MATDIST0006 RECIPIENT " RESEND-ID " ON THE "
                   "DSTPARM CARD IS NOT ON THE RECIPIENT TABLE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * ONE PASS OVER THE RESULT TOTALS EVERY RECIPIENT'S DELIVERY
      * AND PROVES EVERY SEGMENT
           OPEN INPUT ARRAY-C-FILE
           PERFORM UNTIL ARRAY-C-SCAN-DONE
               READ ARRAY-C-FILE
                   AT END SET ARRAY-C-SCAN-DONE TO TRUE
                   NOT AT END PERFORM TAKE-RESULT-RECORD
               END-READ
           END-PERFORM
           CLOSE ARRAY-C-FILE
           IF SEG-OPEN OR SEG-NUM = ZERO
               MOVE "N" TO PROOF-FLAG
           END-IF
           IF NOT RESULT-PROVED
               DISPLAY "MATDIST0007 ARRAYCOT DOES NOT PROVE TO ITS "
                   "TRAILERS - NOTHING IS MANIFESTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      * A SEGMENT THE RESULT DOES NOT HAVE CANNOT HAVE BEEN SENT
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RCP-COUNT
               IF RT-STATE(RX) = "S" AND RT-SEG-SEEN(RX) NOT = "Y"
                   MOVE "R" TO RT-STATE(RX)
                   MOVE "THE RESULT HAS NO SUCH SEGMENT"
                       TO RT-REASON(RX)
               END-IF
           END-PERFORM

           PERFORM WRITE-MANIFEST
           PERFORM PRINT-MANIFEST-REPORT

           DISPLAY "MATDIST0008 " SENT-COUNT " DELIVERIES OF "
               REL-C-DATE " MANIFESTED, " REJECT-COUNT " REJECTED"
           IF REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY " MATDIST DISTRIBUTION MANIFEST END "
           GOBACK.

      *****************************************************************
      * LOAD-RECIPIENTS - LOAD THE RECIPIENT TABLE, VALIDATING EACH   *
      * ENTRY.  AN ENTRY THAT CANNOT BE HONOURED IS KEPT, MARKED      *
      * REJECTED WITH THE REASON, SO THE REPORT CAN LIST IT.          *
      *****************************************************************
       LOAD-RECIPIENTS.
           OPEN INPUT RCP-FILE
           PERFORM UNTIL RCP-SCAN-DONE
               READ RCP-FILE
                   AT END SET RCP-SCAN-DONE TO TRUE
                   NOT AT END
                       IF RCP-COUNT = 100
                           MOVE "N" TO RCP-LOAD-FLAG
                           SET RCP-SCAN-DONE TO TRUE
                       ELSE
                           ADD 1 TO RCP-COUNT
                           PERFORM CHECK-RECIPIENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RCP-FILE.

       CHECK-RECIPIENT.
           MOVE RCP-ID TO RT-ID(RCP-COUNT)
           MOVE RCP-FORMAT TO RT-FORMAT(RCP-COUNT)
           MOVE RCP-DATASET TO RT-DATASET(RCP-COUNT)
           MOVE "S" TO RT-STATE(RCP-COUNT)
           MOVE SPACES TO RT-REASON(RCP-COUNT)
           MOVE "N" TO RT-SEG-SEEN(RCP-COUNT)
           MOVE ZERO TO RT-COUNT(RCP-COUNT)
           MOVE ZERO TO RT-HASH(RCP-COUNT)
           MOVE ZERO TO RT-TRL-COUNT(RCP-COUNT)
           MOVE ZERO TO RT-TRL-HASH(RCP-COUNT)
           MOVE ZERO TO RT-SEGMENT(RCP-COUNT)
           MOVE ZERO TO RT-FROM-ROW(RCP-COUNT)
           MOVE ZERO TO RT-TO-ROW(RCP-COUNT)
           MOVE ZERO TO RT-FROM-COL(RCP-COUNT)
           MOVE ZERO TO RT-TO-COL(RCP-COUNT)
           MOVE ZERO TO RT-ACK-HOURS(RCP-COUNT)
           EVALUATE TRUE
             WHEN RCP-ID = SPACE
               MOVE "R" TO RT-STATE(RCP-COUNT)
               MOVE "NO RECIPIENT ID" TO RT-REASON(RCP-COUNT)
             WHEN RCP-FORMAT NOT = "N" AND RCP-FORMAT NOT = "D"
               MOVE "R" TO RT-STATE(RCP-COUNT)
               MOVE "FORMAT IS NOT N OR D" TO RT-REASON(RCP-COUNT)
             WHEN RCP-SEGMENT NOT NUMERIC
               OR RCP-FROM-ROW NOT NUMERIC OR RCP-TO-ROW NOT NUMERIC
               OR RCP-FROM-COL NOT NUMERIC OR RCP-TO-COL NOT NUMERIC
               OR RCP-ACK-HOURS NOT NUMERIC
               MOVE "R" TO RT-STATE(RCP-COUNT)
               MOVE "SEGMENT, SLICE OR HOURS NOT NUMERIC"
                   TO RT-REASON(RCP-COUNT)
             WHEN RCP-FORMAT = "N"
               AND (RCP-FROM-ROW NOT = ZERO OR RCP-TO-ROW NOT = ZERO
                 OR RCP-FROM-COL NOT = ZERO OR RCP-TO-COL NOT = ZERO)
               MOVE "R" TO RT-STATE(RCP-COUNT)
               MOVE "A NATIVE DELIVERY CANNOT BE SLICED"
                   TO RT-REASON(RCP-COUNT)
             WHEN RCP-DATASET = SPACE
               MOVE "R" TO RT-STATE(RCP-COUNT)
               MOVE "NO DATASET NAME" TO RT-REASON(RCP-COUNT)
             WHEN OTHER
               MOVE RCP-SEGMENT TO RT-SEGMENT(RCP-COUNT)
               MOVE RCP-FROM-ROW TO RT-FROM-ROW(RCP-COUNT)
               MOVE RCP-TO-ROW TO RT-TO-ROW(RCP-COUNT)
               MOVE RCP-FROM-COL TO RT-FROM-COL(RCP-COUNT)
               MOVE RCP-TO-COL TO RT-TO-COL(RCP-COUNT)
               MOVE RCP-ACK-HOURS TO RT-ACK-HOURS(RCP-COUNT)
               IF RCP-FORMAT = "D" AND RCP-SEGMENT = ZERO
                   MOVE 1 TO RT-SEGMENT(RCP-COUNT)
               END-IF
           END-EVALUATE
           IF RT-STATE(RCP-COUNT) = "S" AND RCP-STATUS = "I"
               MOVE "I" TO RT-STATE(RCP-COUNT)
           END-IF

      * ON A RESEND ONLY THE RECIPIENT ON THE CARD IS CONSIDERED
           IF RESEND-ID NOT = SPACE
               IF RCP-ID = RESEND-ID
                   SET RESEND-FOUND TO TRUE
               ELSE
                   MOVE "X" TO RT-STATE(RCP-COUNT)
               END-IF
           END-IF

      * A RECIPIENT ID APPEARS ONCE
           PERFORM VARYING RY FROM 1 BY 1 UNTIL RY = RCP-COUNT
               IF RT-ID(RY) = RCP-ID
                   AND RT-STATE(RCP-COUNT) NOT = "X"
                   MOVE "R" TO RT-STATE(RCP-COUNT)
                   MOVE "RECIPIENT ID REPEATED ON THE TABLE"
                       TO RT-REASON(RCP-COUNT)
               END-IF
           END-PERFORM.

      *****************************************************************
      * TAKE-RESULT-RECORD - ONE ARRAYCOT RECORD.  A HEADER OPENS A   *
      * SEGMENT AND FIXES EACH DELIMITED RECIPIENT'S SLICE IN IT; A   *
      * CELL IS ADDED TO EVERY DELIVERY IT GOES OUT IN; A TRAILER     *
      * PROVES THE SEGMENT AND IS ADDED TO THE TRAILER TOTALS OF      *
      * EVERY DELIVERY CUT FROM IT.                                   *
      *****************************************************************
       TAKE-RESULT-RECORD.
           EVALUATE ARRAY-C-REC-TYPE
             WHEN "H"
               IF SEG-OPEN
                   MOVE "N" TO PROOF-FLAG
               END-IF
               ADD 1 TO SEG-NUM
               MOVE ZERO TO SEG-ROWS
               MOVE ZERO TO SEG-COLS
               IF ARRAY-C-HDR-ROWS NUMERIC
                   MOVE ARRAY-C-HDR-ROWS TO SEG-ROWS
               END-IF
               IF ARRAY-C-HDR-COLS NUMERIC
                   MOVE ARRAY-C-HDR-COLS TO SEG-COLS
               END-IF
               IF ARRAY-C-HDR-DATE NOT = REL-C-DATE
                   MOVE "N" TO PROOF-FLAG
               END-IF
               MOVE ZERO TO SEG-COUNT
               MOVE ZERO TO SEG-HASH
               MOVE 1 TO I
               MOVE ZERO TO J
               SET SEG-OPEN TO TRUE
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RCP-COUNT
                   IF RT-STATE(RX) = "S"
                       AND (RT-SEGMENT(RX) = ZERO
                         OR RT-SEGMENT(RX) = SEG-NUM)
                       MOVE "Y" TO RT-SEG-SEEN(RX)
                       PERFORM FIX-RECIPIENT-SLICE
                   END-IF
               END-PERFORM
             WHEN "E"
               MOVE ARRAY-C-ELEM-VAL TO CELL-VAL
               PERFORM TAKE-ONE-CELL
             WHEN "W"
               MOVE ARRAY-C-WELEM-VAL TO CELL-VAL
               PERFORM TAKE-ONE-CELL
             WHEN "T"
               IF NOT SEG-OPEN
                   OR ARRAY-C-TRL-COUNT NOT = SEG-COUNT
                   OR ARRAY-C-TRL-HASH NOT = SEG-HASH
                   MOVE "N" TO PROOF-FLAG
               END-IF
               MOVE "N" TO SEG-OPEN-FLAG
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RCP-COUNT
                   IF RT-STATE(RX) = "S"
                       AND (RT-SEGMENT(RX) = ZERO
                         OR RT-SEGMENT(RX) = SEG-NUM)
                       ADD ARRAY-C-TRL-COUNT TO RT-TRL-COUNT(RX)
                       ADD ARRAY-C-TRL-HASH TO RT-TRL-HASH(RX)
                   END-IF
               END-PERFORM
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *****************************************************************
      * FIX-RECIPIENT-SLICE - THE ROWS AND COLUMNS RECIPIENT RX TAKES *
      * OF THIS SEGMENT: ALL OF THEM FOR A NATIVE DELIVERY, THE TABLE *
      * SLICE (ZERO = FULL RANGE) FOR A DELIMITED ONE, WHICH MUST LIE *
      * INSIDE THE SEGMENT AS MATXPORT INSISTS.                       *
      *****************************************************************
       FIX-RECIPIENT-SLICE.
           MOVE 1 TO RT-ROW-LO(RX)
           MOVE SEG-ROWS TO RT-ROW-HI(RX)
           MOVE 1 TO RT-COL-LO(RX)
           MOVE SEG-COLS TO RT-COL-HI(RX)
           IF RT-FORMAT(RX) = "D"
               IF RT-FROM-ROW(RX) > ZERO
                   MOVE RT-FROM-ROW(RX) TO RT-ROW-LO(RX)
               END-IF
               IF RT-TO-ROW(RX) > ZERO
                   MOVE RT-TO-ROW(RX) TO RT-ROW-HI(RX)
               END-IF
               IF RT-FROM-COL(RX) > ZERO
                   MOVE RT-FROM-COL(RX) TO RT-COL-LO(RX)
               END-IF
               IF RT-TO-COL(RX) > ZERO
                   MOVE RT-TO-COL(RX) TO RT-COL-HI(RX)
               END-IF
               IF RT-ROW-HI(RX) > SEG-ROWS
                   OR RT-COL-HI(RX) > SEG-COLS
                   OR RT-ROW-LO(RX) > RT-ROW-HI(RX)
                   OR RT-COL-LO(RX) > RT-COL-HI(RX)
                   MOVE "R" TO RT-STATE(RX)
                   MOVE "THE SLICE IS OUTSIDE THE SEGMENT"
                       TO RT-REASON(RX)
               END-IF
           END-IF.

      *****************************************************************
      * TAKE-ONE-CELL - ADVANCE THE ROW-MAJOR POSITION AND ADD THE    *
      * CELL TO THE SEGMENT'S PROOF AND TO EVERY DELIVERY TAKING IT.  *
      *****************************************************************
       TAKE-ONE-CELL.
           ADD 1 TO SEG-COUNT
           ADD CELL-VAL TO SEG-HASH
           ADD 1 TO J
           IF J > SEG-COLS
               MOVE 1 TO J
               ADD 1 TO I
           END-IF
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RCP-COUNT
               IF RT-STATE(RX) = "S"
                   AND (RT-SEGMENT(RX) = ZERO
                     OR RT-SEGMENT(RX) = SEG-NUM)
                   AND I NOT < RT-ROW-LO(RX) AND I NOT > RT-ROW-HI(RX)
                   AND J NOT < RT-COL-LO(RX) AND J NOT > RT-COL-HI(RX)
                   ADD 1 TO RT-COUNT(RX)
                   ADD CELL-VAL TO RT-HASH(RX)
               END-IF
           END-PERFORM.

      *****************************************************************
      * WRITE-MANIFEST - ONE RECORD PER DELIVERY, ALL STAMPED WITH    *
      * THIS RUN'S DATE AND TIME AS THE TIME SENT.  A RESEND IS A NEW *
      * RECORD; MATACKR MATCHES AGAINST THE LATEST FOR THE DATE.      *
      *****************************************************************
       WRITE-MANIFEST.
           OPEN EXTEND MAN-FILE
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RCP-COUNT
               EVALUATE RT-STATE(RX)
                 WHEN "S"
                   MOVE SPACES TO MAN-REC
                   MOVE REL-C-DATE TO MAN-DATE
                   MOVE RT-ID(RX) TO MAN-RECIPIENT
                   MOVE RT-DATASET(RX) TO MAN-DATASET
                   MOVE RT-FORMAT(RX) TO MAN-FORMAT
                   MOVE RT-SEGMENT(RX) TO MAN-SEGMENT
                   MOVE RT-COUNT(RX) TO MAN-COUNT
                   MOVE RT-HASH(RX) TO MAN-HASH
                   MOVE RT-TRL-COUNT(RX) TO MAN-TRL-COUNT
                   MOVE RT-TRL-HASH(RX) TO MAN-TRL-HASH
                   MOVE RUN-DATE TO MAN-SENT-DATE
                   MOVE RUN-TIME TO MAN-SENT-TIME
                   MOVE RT-ACK-HOURS(RX) TO MAN-ACK-HOURS
                   WRITE MAN-REC
                   ADD 1 TO SENT-COUNT
                 WHEN "R"
                   ADD 1 TO REJECT-COUNT
                 WHEN "I"
                   ADD 1 TO INACTIVE-COUNT
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-PERFORM
           CLOSE MAN-FILE.

      *****************************************************************
      * PRINT-MANIFEST-REPORT - EVERY RECIPIENT CONSIDERED, WITH WHAT *
      * IT WAS SENT OR WHY IT WAS NOT.                                *
      *****************************************************************
       PRINT-MANIFEST-REPORT.
           OPEN OUTPUT PRINT-FILE
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE REL-C-DATE TO HDG2-DATE
           MOVE SEG-NUM TO HDG2-SEGS
           MOVE REL-C-COUNT TO HDG2-COUNT
           MOVE REL-C-HASH TO HDG2-HASH
           WRITE PRINT-REC FROM HEADING-2 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM MANIFEST-HEADING AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RCP-COUNT
               IF RT-STATE(RX) NOT = "X"
                   PERFORM PRINT-RECIPIENT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE SENT-COUNT TO TTL-SENT
           MOVE REJECT-COUNT TO TTL-REJECT
           MOVE INACTIVE-COUNT TO TTL-INACTIVE
           WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1
           CLOSE PRINT-FILE.

       PRINT-RECIPIENT-LINE.
           MOVE RT-ID(RX) TO MFL-ID
           EVALUATE RT-FORMAT(RX)
             WHEN "N"
               MOVE "NATIVE" TO MFL-FORMAT
             WHEN "D"
               MOVE "DELIMITED" TO MFL-FORMAT
             WHEN OTHER
               MOVE RT-FORMAT(RX) TO MFL-FORMAT
           END-EVALUATE
           IF RT-SEGMENT(RX) = ZERO
               MOVE "  ALL" TO MFL-SEG
           ELSE
               MOVE RT-SEGMENT(RX) TO SEG-TEXT
               MOVE SEG-TEXT TO MFL-SEG
           END-IF
           IF RT-FORMAT(RX) = "D" AND RT-SEG-SEEN(RX) = "Y"
               MOVE RT-ROW-LO(RX) TO RNG-FROM
               MOVE RT-ROW-HI(RX) TO RNG-TO
               MOVE RANGE-TEXT TO MFL-ROWS
               MOVE RT-COL-LO(RX) TO RNG-FROM
               MOVE RT-COL-HI(RX) TO RNG-TO
               MOVE RANGE-TEXT TO MFL-COLS
           ELSE
               MOVE "ALL" TO MFL-ROWS
               MOVE "ALL" TO MFL-COLS
           END-IF
           MOVE RT-DATASET(RX) TO MFL-DATASET
           MOVE RT-COUNT(RX) TO MFL-COUNT
           MOVE RT-HASH(RX) TO MFL-HASH
           EVALUATE RT-STATE(RX)
             WHEN "S"
               MOVE "SENT" TO MFL-STATUS
             WHEN "I"
               MOVE "INACTIVE" TO MFL-STATUS
               MOVE ZERO TO MFL-COUNT
               MOVE ZERO TO MFL-HASH
             WHEN OTHER
               MOVE "REJECTED" TO MFL-STATUS
               MOVE ZERO TO MFL-COUNT
               MOVE ZERO TO MFL-HASH
           END-EVALUATE
           WRITE PRINT-REC FROM MANIFEST-LINE AFTER ADVANCING 1
           IF RT-STATE(RX) = "R"
               MOVE RT-REASON(RX) TO RSL-TEXT
               WRITE PRINT-REC FROM REASON-LINE AFTER ADVANCING 1
           END-IF.

      *****************************************************************
      * CHECK-RELEASE - REFUSE AN ARRAYC THE RELEASE GATE HAS NOT     *
      * RELEASED, AS MATXPORT DOES: THE LATEST RELEASE RECORD FOR THE *
      * HEADER DATE MUST BE RELEASED WITH TOTALS MATCHING THE ARRAYC  *
      * TRAILERS, OR A SINGLE SEGMENT MUST MATCH ITS SEGMENT RECORD.  *
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
               DISPLAY "MATDIST0001 NO RELEASE RECORD FOR "
                   REL-C-DATE " - RUN THE RELEASE GATE FIRST"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF REL-STATUS NOT = "RELEASED"
               DISPLAY "MATDIST0002 BUSINESS DATE " REL-C-DATE
                   " IS " REL-STATUS " BY THE RELEASE GATE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF (REL-COUNT NOT = REL-C-COUNT
               OR REL-HASH NOT = REL-C-HASH)
               AND NOT REL-SEG-MATCHED
               DISPLAY "MATDIST0003 ARRAYCOT TRAILER TOTALS DO NOT "
                   "MATCH THE RELEASED RECORD FOR " REL-C-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
