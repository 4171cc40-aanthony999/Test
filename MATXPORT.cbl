      * (WIDE W VALUES INCLUDED AT FULL S9(18) PRECISION) AND WRITES: *
      *   - A METADATA LINE WITH THE HEADER'S BUSINESS DATE,          *
      *     DIMENSIONS, SOURCE, AND IMPLIED DECIMAL PLACES            *
      *   - A CAPTION LINE OF COLUMN NUMBERS, AND UNDER IT A LINE OF  *
      *     THE COLUMNS' REFMAST CODES FOR THE BUSINESS DATE WHEN THE *
      *     REFERENCE MASTER IS IN USE                                *
      *   - ONE LINE PER MATRIX ROW, THE ROW NUMBER FIRST AND THE     *
      *     VALUES SEPARATED BY THE DELIMITER FROM THE CONTROL CARD,  *
      *     WITH THE ROW'S REFMAST CODE AS THE SECOND FIELD WHEN THE  *
      *     CARD ASKS FOR ROW CODES,                                  *
      *     WITH THE DECIMAL POINT WRITTEN OUT WHEN THE HEADER        *
      *     CARRIES A SCALE                                           *
      *   - A COUNT LINE OF ROWS AND CELLS THE RECEIVING SIDE CAN     *
      *     BALANCE TO                                                *
      * THE XPTPARM CARD SELECTS A ROW AND COLUMN RANGE, AS THE       *
      * PRTPARM CARD DOES FOR MATPRINT, SO A DEPARTMENT CAN PULL      *
      * JUST ITS SLICE.  A MULTI-SEGMENT MONTH-END RESULT EXTRACTS    *
      * ITS FIRST SEGMENT - RUN MATXTRCT FIRST FOR ANY OTHER ONE.     *
      * A ROW OR COLUMN WITH NO REFERENCE ENTRY FOR THE DATE GOES OUT *
      * CODED *NO REF* AND ENDS THE STEP RC=4.  A RESULT THE RELEASE  *
      * GATE HAS NOT RELEASED IS REFUSED RC=12; A MATPCLS PERIOD      *
      * CLOSE SNAPSHOT NEEDS NO RELEASE RECORD.                       *
      *****************************************************************

       PROGRAM-ID. MATXPORT.
      * THE DELIMITED INTERCHANGE FILE
           SELECT XPORT-FILE ASSIGN TO XPORTOUT
               ORGANIZATION IS SEQUENTIAL.
      * RELEASE-STATUS FILE WRITTEN BY THE MATRLSE RELEASE GATE - THE
      * RESULT IS ONLY USED WHEN ITS DATE AND TRAILER TOTALS MATCH A
      * RELEASED RECORD
           SELECT RLS-FILE ASSIGN TO RELSTAT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  XPT-PARM-FILE
        2   XPARM-TO-COL PIC 9(9).
      * THE FIELD DELIMITER FOR THE OUTPUT - BLANK MEANS A COMMA
        2   XPARM-DELIM PIC X.
      * Y = WRITE EACH ROW'S REFERENCE CODE AFTER ITS ROW NUMBER
        2   XPARM-ROW-CODES PIC X.

       FD  ARRAY-C-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       1   XPORT-REC PIC X(4600).

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

      * THE SEGMENT'S DIMENSIONS AND SCALE, FROM ITS HEADER
       1   FROM-COL PIC 9(9) COMP.
       1   TO-COL PIC 9(9) COMP.
       1   DELIM-CHAR PIC X VALUE ",".
       1   ROW-CODES-FLAG PIC X VALUE "N".
        88 ROW-CODES-WANTED VALUE "Y".

      * ROW AND COLUMN LABELS FROM THE REFERENCE MASTER FOR THE
      * SEGMENT'S BUSINESS DATE
       1   BUS-DATE PIC X(10) VALUE SPACE.
       1   REF-MISSING PIC 9(9) COMP VALUE ZERO.
       1   REF-MASTER-FLAG PIC X VALUE "Y".
        88 REF-MASTER-EMPTY VALUE "N".
       1   CODE-LEN PIC 9(9) COMP.
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

       1   I PIC 9(9) COMP.
       1   J PIC 9(9) COMP.
       1   C-HASH PIC S9(18) COMP-3 VALUE ZERO.
       1   CELL-VAL PIC S9(18) COMP-3.

      * RELEASE CHECK STATE - THE ARRAYC HEADER DATE AND TRAILER
      * TOTALS, AND THE LATEST RELEASE RECORD FOUND FOR THAT DATE
       1   REL-C-DATE PIC X(10) VALUE SPACE.
       1   REL-C-SOURCE PIC X(8) VALUE SPACE.
        88 REL-C-PERIOD-SNAP VALUE "BPGCMTD" "BPGCYTD".
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

       1   XPT-PARM-WAS-READ PIC X VALUE "N".
        88 XPT-PARM-PRESENT VALUE "Y".


           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

      * REFUSE AN ARRAYC THE RELEASE GATE HAS NOT RELEASED, BEFORE
      * ANYTHING IS WRITTEN FROM IT
           PERFORM CHECK-RELEASE

      * READ THE RESULT HEADER FIRST - IT CARRIES EVERYTHING THE
      * METADATA LINE NEEDS, SO NO PARMIN CARD IS REQUIRED
           OPEN INPUT ARRAY-C-FILE
           END-IF
           MOVE ARRAY-C-HDR-ROWS TO C-ROWS
           MOVE ARRAY-C-HDR-COLS TO C-COLS
           MOVE ARRAY-C-HDR-DATE TO BUS-DATE
           IF C-ROWS > 200 OR C-COLS > 200
               DISPLAY "MATXPORT0002 HEADER DIMENSIONS EXCEED THE "
                   "200X200 CAPACITY"
                   IF XPARM-DELIM NOT = SPACE
                       MOVE XPARM-DELIM TO DELIM-CHAR
                   END-IF
                   IF XPARM-ROW-CODES = "Y"
                       SET ROW-CODES-WANTED TO TRUE
                   END-IF
           END-READ
           CLOSE XPT-PARM-FILE


           DISPLAY "MATXPORT0009 " ROWS-WRITTEN " ROWS AND "
               CELLS-WRITTEN " CELLS EXTRACTED TO XPORTOUT"
           IF REF-MISSING > ZERO
               DISPLAY "MATXPORT0013 " REF-MISSING " ROWS AND COLUMNS "
                   "EXTRACTED HAVE NO REFERENCE ENTRY FOR " BUS-DATE
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY " MATXPORT INTERCHANGE EXTRACT END "
           GOBACK.

           PERFORM FORMAT-WHOLE-NUMBER
           STRING VAL-TEXT(1 : VAL-LEN) DELIMITED BY SIZE
               INTO XPORT-LINE WITH POINTER LINE-PTR
           END-STRING
           IF I NOT < FROM-ROW AND I NOT > TO-ROW
               IF NOT REF-MASTER-EMPTY
                   MOVE "R" TO REFL-AXIS
                   MOVE I TO REFL-NUM
                   PERFORM LOOKUP-CODE
               END-IF
               IF ROW-CODES-WANTED
                   PERFORM APPEND-CODE
               END-IF
           END-IF.

      *****************************************************************
      * WRITE-METADATA-LINE - THE HEADER'S BUSINESS DATE, DIMENSIONS, *
           STRING "ROW" DELIMITED BY SIZE
               INTO XPORT-LINE WITH POINTER LINE-PTR
           END-STRING
           IF ROW-CODES-WANTED
               STRING DELIM-CHAR DELIMITED BY SIZE
                   "CODE" DELIMITED BY SIZE
                   INTO XPORT-LINE WITH POINTER LINE-PTR
               END-STRING
           END-IF
           PERFORM VARYING J FROM FROM-COL BY 1 UNTIL J > TO-COL
               MOVE J TO VAL-WORK
               PERFORM FORMAT-WHOLE-NUMBER
                   INTO XPORT-LINE WITH POINTER LINE-PTR
               END-STRING
           END-PERFORM
           WRITE XPORT-REC FROM XPORT-LINE
      * THE COLUMN CODES GO UNDER THE COLUMN NUMBERS - THE FIRST
      * COLUMN CODE TELLS THE FIRST LOOKUP WHETHER THE MASTER IS IN
      * USE AT ALL, AND WITHOUT ONE THE FILE IS AS IT ALWAYS WAS
           MOVE SPACES TO XPORT-LINE
           MOVE 1 TO LINE-PTR
           STRING "CODE" DELIMITED BY SIZE
               INTO XPORT-LINE WITH POINTER LINE-PTR
           END-STRING
           IF ROW-CODES-WANTED
               STRING DELIM-CHAR DELIMITED BY SIZE
                   INTO XPORT-LINE WITH POINTER LINE-PTR
               END-STRING
           END-IF
           MOVE "C" TO REFL-AXIS
           PERFORM VARYING J FROM FROM-COL BY 1
               UNTIL J > TO-COL OR REF-MASTER-EMPTY
               MOVE J TO REFL-NUM
               PERFORM LOOKUP-CODE
               PERFORM APPEND-CODE
           END-PERFORM
           IF NOT REF-MASTER-EMPTY
               WRITE XPORT-REC FROM XPORT-LINE
           END-IF.

      *****************************************************************
      * LOOKUP-CODE - THE REFERENCE CODE OF THE ROW OR COLUMN IN      *
      * REFL-AXIS/REFL-NUM FOR THE SEGMENT'S BUSINESS DATE, *NO REF*  *
      * (AND COUNTED) WHEN THE MASTER HAS NO ENTRY FOR THE DATE.      *
      *****************************************************************
       LOOKUP-CODE.
           MOVE BUS-DATE TO REFL-BUS-DATE
           CALL "MATREFL" USING REFL-AREA
           IF REFL-RESULT = "E"
               SET REF-MASTER-EMPTY TO TRUE
           END-IF
           IF REFL-RESULT = "M"
               ADD 1 TO REF-MISSING
               MOVE "*NO REF*" TO REFL-CODE
           END-IF.

      *****************************************************************
      * APPEND-CODE - APPEND THE DELIMITER AND REFL-CODE, WITHOUT ITS *
      * TRAILING SPACES, TO THE LINE UNDER CONSTRUCTION.              *
      *****************************************************************
       APPEND-CODE.
           STRING DELIM-CHAR DELIMITED BY SIZE
               INTO XPORT-LINE WITH POINTER LINE-PTR
           END-STRING
           MOVE 8 TO CODE-LEN
           PERFORM UNTIL CODE-LEN = ZERO
               OR REFL-CODE(CODE-LEN : 1) NOT = SPACE
               SUBTRACT 1 FROM CODE-LEN
           END-PERFORM
           IF CODE-LEN > ZERO
               STRING REFL-CODE(1 : CODE-LEN) DELIMITED BY SIZE
                   INTO XPORT-LINE WITH POINTER LINE-PTR
               END-STRING
           END-IF.

      *****************************************************************
      * WRITE-COUNT-LINE - THE BALANCING LINE THE RECEIVING SIDE      *
               DELIMITED BY SIZE
               INTO VAL-TEXT WITH POINTER VAL-PTR
           END-STRING.

      *****************************************************************
      * CHECK-RELEASE - REFUSE AN ARRAYC THE RELEASE GATE HAS NOT     *
      * RELEASED.  THE HEADER DATE AND THE TRAILER TOTALS (SUMMED     *
      * OVER EVERY SEGMENT) MUST MATCH THE LATEST RELEASE RECORD FOR  *
      * THE DATE, AND THAT RECORD MUST SAY RELEASED.  A SINGLE        *
      * SEGMENT EXTRACTED BY MATXTRCT MATCHES ITS OWN SEGMENT RECORD. *
      * A MATPCLS PERIOD-CLOSE SNAPSHOT (SOURCE BPGCMTD OR BPGCYTD)   *
      * WAS NEVER THROUGH THE RELEASE GATE - IT NEED ONLY BE ONE      *
      * SEGMENT, AND IT IS PROVED TO ITS TRAILER AS IT IS EXTRACTED.  *
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
                               MOVE ARRAY-C-HDR-SOURCE TO REL-C-SOURCE
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

           IF REL-C-PERIOD-SNAP
               IF REL-C-SEGS NOT = 1
                   DISPLAY "MATXPORT0014 PERIOD-CLOSE SNAPSHOT "
                       REL-C-SOURCE " HAS " REL-C-SEGS " SEGMENTS"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "MATXPORT0015 ARRAYCOT IS THE " REL-C-SOURCE
                   " PERIOD-CLOSE SNAPSHOT DATED " REL-C-DATE
                   " - NO RELEASE RECORD IS NEEDED"
           ELSE
               PERFORM CHECK-RELEASE-RECORD
           END-IF.

      *****************************************************************
      * CHECK-RELEASE-RECORD - MATCH THE ARRAYC TOTALS TO THE LATEST  *
      * RELEASE RECORD FOR ITS DATE.                                  *
      *****************************************************************
       CHECK-RELEASE-RECORD.
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
               DISPLAY "MATXPORT0010 NO RELEASE RECORD FOR "
                   REL-C-DATE " - RUN THE RELEASE GATE FIRST"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF REL-STATUS NOT = "RELEASED"
               DISPLAY "MATXPORT0011 BUSINESS DATE " REL-C-DATE
                   " IS " REL-STATUS " BY THE RELEASE GATE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF (REL-COUNT NOT = REL-C-COUNT
               OR REL-HASH NOT = REL-C-HASH)
               AND NOT REL-SEG-MATCHED
               DISPLAY "MATXPORT0012 ARRAYCOT TRAILER TOTALS DO NOT "
                   "MATCH THE RELEASED RECORD FOR " REL-C-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
