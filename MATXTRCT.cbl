      * REGENERATED TRAILER, READY FOR MATVSAM OR MATPRINT
           SELECT ARRAY-X-FILE ASSIGN TO ARRAYXOT
               ORGANIZATION IS SEQUENTIAL.
      * RELEASE-STATUS FILE WRITTEN BY THE MATRLSE RELEASE GATE - THE
      * RESULT IS ONLY USED WHEN ITS DATE AND TRAILER TOTALS MATCH A
      * RELEASED RECORD
           SELECT RLS-FILE ASSIGN TO RELSTAT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  XTR-PARM-FILE
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
        2   ARRAY-X-TRL-HASH PIC S9(18).
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

       WORKING-STORAGE SECTION.

      * THE SEGMENT ORDINAL BEING LOOKED FOR, AND WHERE THE SCAN
       1   X-COUNT PIC 9(9) COMP VALUE ZERO.
       1   X-HASH PIC S9(18) COMP-3 VALUE ZERO.

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

      * RUN DATE/TIME STAMP
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).
           DISPLAY "MATXTRCT0004 EXTRACTING THE SEGMENT OF REQUEST "
               TARGET-REQ

      * REFUSE AN ARRAYC THE RELEASE GATE HAS NOT RELEASED, BEFORE
      * ANY SEGMENT IS EXTRACTED FROM IT
           PERFORM CHECK-RELEASE

      * WALK THE MULTI-SEGMENT RESULT, COUNTING SEGMENTS AT EACH
      * HEADER.  EVERYTHING OUTSIDE THE SELECTED SEGMENT IS SKIPPED;
      * INSIDE IT THE HEADER AND ELEMENTS ARE COPIED RECORD FOR
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

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
               DISPLAY "MATXTRCT0009 NO RELEASE RECORD FOR "
                   REL-C-DATE " - RUN THE RELEASE GATE FIRST"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF REL-STATUS NOT = "RELEASED"
               DISPLAY "MATXTRCT0010 BUSINESS DATE " REL-C-DATE
                   " IS " REL-STATUS " BY THE RELEASE GATE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF (REL-COUNT NOT = REL-C-COUNT
               OR REL-HASH NOT = REL-C-HASH)
               AND NOT REL-SEG-MATCHED
               DISPLAY "MATXTRCT0011 ARRAYCOT TRAILER TOTALS DO NOT "
                   "MATCH THE RELEASED RECORD FOR " REL-C-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
