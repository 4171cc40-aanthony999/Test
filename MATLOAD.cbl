       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATLOAD - INBOUND DELIMITED-FILE LOADER FOR THE ARRAY A AND   *
      * ARRAY B INPUT DATASETS.  A SENDING DEPARTMENT SUPPLIES A PC   *
      * OR SPREADSHEET FILE INSTEAD OF KEYING FIXED-COLUMN RECORDS:   *
      *   - A METADATA LINE: BUSINESS DATE, SOURCE, AND IMPLIED       *
      *     DECIMAL PLACES (A MATXPORT EXTRACT'S OWN METADATA LINE    *
      *     OF SOURCE, DATE, ROWS, COLUMNS AND DECIMALS IS ALSO       *
      *     TAKEN, SO AN EXTRACT CAN COME BACK IN)                    *
      *   - ONE LINE PER MATRIX ROW, THE ROW NUMBER FIRST AND THE     *
      *     VALUES SEPARATED BY THE DELIMITER FROM THE CONTROL CARD   *
      *   - OPTIONAL ROW/CODE CAPTION LINES AND A COUNT LINE, AS      *
      *     MATXPORT WRITES THEM - THE COUNT LINE IS BALANCED TO      *
      *     THE ROWS AND CELLS ACTUALLY SENT                          *
      * EVERY VALUE MUST BE NUMERIC AND FIT THE S9(8) ELEMENT AT      *
      * THE STATED SCALE, AND EVERY ROW MUST CARRY THE SAME NUMBER    *
      * OF VALUES.  A CLEAN FILE IS WRITTEN TO LOADOUT WITH A         *
      * HEADER AND TRAILER BUILT HERE FROM THE DATA, DENSE OR         *
      * SPARSE BY THE DENSITY OF THE MATRIX.  ANY REJECT BOUNCES      *
      * THE WHOLE FILE: NOTHING IS WRITTEN, EVERY REJECT IS LISTED    *
      * ON LOADRPT BY THE SENDER'S OWN LINE NUMBER, AND THE STEP      *
      * ENDS RC=8 SO MATEDIT NEVER SEES IT.                           *
      *****************************************************************

       PROGRAM-ID. MATLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE DELIMITED FILE AS RECEIVED FROM THE SENDING DEPARTMENT
           SELECT LOAD-FILE ASSIGN TO LOADIN
               ORGANIZATION IS SEQUENTIAL.
      * DELIMITER, FORMAT AND EXPECTED-DIMENSION CARD
           SELECT LD-PARM-FILE ASSIGN TO LDPARM
               ORGANIZATION IS SEQUENTIAL.
      * THE ARRAYAIN OR ARRAYBIN INPUT DATASET BUILT FROM THE FILE
           SELECT ARRAY-OUT-FILE ASSIGN TO LOADOUT
               ORGANIZATION IS SEQUENTIAL.
      * LOAD REPORT - METADATA, ONE LINE PER REJECT, AND THE TOTALS
           SELECT REPORT-FILE ASSIGN TO LOADRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE
           RECORDING MODE IS F.
       1   LOAD-REC PIC X(4600).

       FD  LD-PARM-FILE
           RECORDING MODE IS F.
       1   LD-PARM-REC.
      * THE FIELD DELIMITER OF THE FILE - BLANK MEANS A COMMA
        2   LPARM-DELIM PIC X.
      * D = WRITE DENSE, S = WRITE SPARSE, BLANK = BY DENSITY
        2   LPARM-FORMAT PIC X.
      * EXPECTED ROWS AND COLUMNS - ZERO MEANS AS SENT
        2   LPARM-ROWS PIC 9(9).
        2   LPARM-COLS PIC 9(9).

       FD  ARRAY-OUT-FILE
           RECORDING MODE IS F.
       1   ARRAY-OUT-REC.
        2   ARRAY-OUT-REC-TYPE PIC X.
        2   FILLER PIC X(31).
       1   ARRAY-OUT-HDR.
        2   FILLER PIC X.
        2   ARRAY-OUT-HDR-DATE PIC X(10).
        2   ARRAY-OUT-HDR-ROWS PIC 9(5).
        2   ARRAY-OUT-HDR-COLS PIC 9(5).
        2   ARRAY-OUT-HDR-SOURCE PIC X(8).
        2   ARRAY-OUT-HDR-DEC PIC 9.
        2   FILLER PIC X(2).
       1   ARRAY-OUT-ELEM.
        2   FILLER PIC X.
        2   ARRAY-OUT-ELEM-VAL PIC S9(8).
        2   FILLER PIC X(23).
       1   ARRAY-OUT-TRP.
        2   FILLER PIC X.
        2   ARRAY-OUT-TRP-ROW PIC 9(5).
        2   ARRAY-OUT-TRP-COL PIC 9(5).
        2   ARRAY-OUT-TRP-VAL PIC S9(8).
        2   FILLER PIC X(13).
       1   ARRAY-OUT-TRL.
        2   FILLER PIC X.
        2   ARRAY-OUT-TRL-COUNT PIC 9(9).
        2   ARRAY-OUT-TRL-HASH PIC S9(18).
        2   FILLER PIC X(4).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       1   REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * CONTROL CARD SETTINGS, AFTER DEFAULTING
       1   DELIM-CHAR PIC X VALUE ",".
       1   FORMAT-WANTED PIC X VALUE SPACE.
       1   EXPECT-ROWS PIC 9(9) COMP VALUE ZERO.
       1   EXPECT-COLS PIC 9(9) COMP VALUE ZERO.
       1   ROW-LIMIT PIC 9(9) COMP VALUE 200.

      * METADATA FROM THE FIRST NON-BLANK LINE OF THE FILE
       1   META-FLAG PIC X VALUE "N".
        88 META-SEEN VALUE "Y".
       1   META-FIELD-TBL.
        2   META-FIELD PIC X(30) OCCURS 6 TIMES.
       1   META-COUNT PIC 9(9) COMP.
       1   LOAD-DATE PIC X(10) VALUE SPACE.
       1   LOAD-SOURCE PIC X(8) VALUE SPACE.
       1   LOAD-DEC PIC 9 VALUE ZERO.
      * WHICH FIELD OF THE LINE CARRIES WHICH ITEM, AND THE
      * DIMENSIONS A MATXPORT METADATA LINE STATES
       1   META-DATE-IX PIC 9(9) COMP.
       1   META-SOURCE-IX PIC 9(9) COMP.
       1   META-DEC-IX PIC 9(9) COMP.
       1   META-ROWS PIC 9(9) COMP VALUE ZERO.
       1   META-COLS PIC 9(9) COMP VALUE ZERO.
       1   LOAD-ROWS PIC 9(9) COMP VALUE ZERO.
       1   LOAD-COLS PIC 9(9) COMP VALUE ZERO.

      * THE MATRIX AS SENT, AND FOR EACH ROW NUMBER THE SENDER'S
      * LINE IT CAME ON - A = ACCEPTED, R = REJECTED, SPACE = NOT
      * SENT
       1   LOAD-MATRIX.
        2   LOAD-ROW OCCURS 200 TIMES.
         3   LOAD-CELL PIC S9(8) COMP-3 OCCURS 200 TIMES.
       1   ROW-STATUS-TBL.
        2   ROW-ENTRY OCCURS 200 TIMES.
         3   ROW-STATUS PIC X.
         3   ROW-LINE PIC 9(9) COMP.

      * THE DATA LINE BEING PROCESSED - ITS VALUES ARE HELD HERE
      * UNTIL THE WHOLE LINE HAS PROVED GOOD
       1   LINE-VAL-TBL.
        2   LINE-VAL PIC S9(8) COMP-3 OCCURS 200 TIMES.
       1   LOAD-AT-END PIC X VALUE "N".
        88 LOAD-SCAN-DONE VALUE "Y".
       1   LINE-NUM PIC 9(9) COMP VALUE ZERO.
       1   LINE-LEN PIC 9(9) COMP.
       1   LINE-PTR PIC 9(9) COMP.
       1   LINE-ROW PIC 9(9) COMP.
       1   VALUE-COUNT PIC 9(9) COMP.
       1   LINE-BAD-FLAG PIC X.
        88 LINE-IS-BAD VALUE "Y".
       1   MORE-FIELDS-FLAG PIC X.
        88 MORE-FIELDS VALUE "Y".

      * ONE FIELD OF THE LINE, WITH ITS LEADING AND TRAILING SPACES
      * TRIMMED OFF BY POSITION
       1   FIELD-TEXT PIC X(30).
       1   FIELD-DELIM PIC X.
       1   FIELD-RAW-LEN PIC 9(9) COMP.
       1   FIELD-NUM PIC 9(9) COMP.
       1   FIELD-START PIC 9(9) COMP.
       1   FIELD-END PIC 9(9) COMP.
       1   FIELD-LEN PIC 9(9) COMP.

      * TEXT-TO-NUMBER WORK FIELDS - AN OPTIONAL SIGN, DIGITS, AND
      * AN OPTIONAL DECIMAL POINT; FRACTION DIGITS PAST THE SCALE
      * ARE ONLY ALLOWED WHEN THEY ARE ZEROS
       1   PARSE-SCALE PIC 9.
       1   PARSE-VAL PIC S9(18) COMP-3.
       1   PARSE-ERROR PIC X(50).
       1   P-IX PIC 9(9) COMP.
       1   P-END PIC 9(9) COMP.
       1   P-CHAR PIC X.
       1   P-DIGIT REDEFINES P-CHAR PIC 9.
       1   P-INT-VAL PIC S9(18) COMP-3.
       1   P-FRAC-VAL PIC S9(9) COMP-3.
       1   P-DIGITS PIC 9(9) COMP.
       1   P-FRAC-DIGITS PIC 9(9) COMP.
       1   P-NEG-FLAG PIC X.
        88 P-NEGATIVE VALUE "Y".
       1   P-POINT-FLAG PIC X.
        88 P-POINT-SEEN VALUE "Y".
       1   P-BAD-FLAG PIC X.
        88 P-NOT-NUMERIC VALUE "Y".
       1   P-BIG-FLAG PIC X.
        88 P-TOO-BIG VALUE "Y".
       1   P-EXCESS-FLAG PIC X.
        88 P-EXCESS-SCALE VALUE "Y".

      * DATE WORK AREA - THE METADATA DATE, VIEWED AS ITS PARTS
       1   WORK-DATE.
        2   WD-DD PIC 99.
        2   WD-SEP-1 PIC X.
        2   WD-MM PIC 99.
        2   WD-SEP-2 PIC X.
        2   WD-YYYY PIC 9(4).
       1   DATE-OK-FLAG PIC X.
        88 DATE-VALID VALUE "Y".
       1   MONTH-DAYS-VALUES PIC X(24)
               VALUE "312831303130313130313031".
       1   MONTH-DAYS-TBL REDEFINES MONTH-DAYS-VALUES.
        2   MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       1   DAYS-THIS-MONTH PIC 99.
       1   LEAP-FLAG PIC X.
        88 LEAP-YEAR VALUE "Y".
       1   DIV-QUOT PIC 9(9) COMP.
       1   DIV-REM PIC 9(9) COMP.

      * COUNT LINE BALANCING - DATA LINES AND VALUES ACTUALLY SENT
       1   DATA-LINES PIC 9(9) COMP VALUE ZERO.
       1   DATA-CELLS PIC 9(9) COMP VALUE ZERO.
       1   COUNT-ROWS PIC S9(18) COMP-3.
       1   COUNT-CELLS PIC S9(18) COMP-3.

       1   I PIC 9(9) COMP.
       1   J PIC 9(9) COMP.
       1   ROWS-ACCEPTED PIC 9(9) COMP VALUE ZERO.
       1   REJECT-COUNT PIC 9(9) COMP VALUE ZERO.
       1   NONZERO-COUNT PIC 9(9) COMP VALUE ZERO.
       1   CELL-TOTAL PIC 9(9) COMP VALUE ZERO.
       1   DENSITY-PCT PIC 9(3) COMP VALUE ZERO.
       1   OUT-FORMAT PIC X VALUE "D".
        88 OUT-SPARSE VALUE "S".
       1   OUT-COUNT PIC 9(9) COMP VALUE ZERO.
       1   OUT-HASH PIC S9(18) COMP-3 VALUE ZERO.

      * RUN DATE/TIME STAMP FOR THE REPORT HEADING
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).
       1   HEADING-LINE.
        2   FILLER PIC X(34)
                VALUE "BPGC DELIMITED INPUT LOAD REPORT  ".
        2   HDG-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG-TIME PIC X(8).

      * THE METADATA THE FILE WAS LOADED UNDER
       1   META-LINE.
        2   FILLER PIC X(15) VALUE "BUSINESS DATE  ".
        2   MET-DATE PIC X(10).
        2   FILLER PIC X(10) VALUE "  SOURCE  ".
        2   MET-SOURCE PIC X(8).
        2   FILLER PIC X(18) VALUE "  DECIMAL PLACES  ".
        2   MET-DEC PIC 9.
        2   FILLER PIC X(13) VALUE "  DELIMITER  ".
        2   MET-DELIM PIC X.

      * DETAIL LINE FOR A REJECT - THE SENDER'S LINE NUMBER AND THE
      * FIELD ON IT, BOTH BLANK FOR A REJECT OF THE FILE AS A WHOLE
       1   REJECT-LINE.
        2   FILLER PIC X(5) VALUE "LINE ".
        2   REJ-LINE PIC ZZZZZZZZ9 BLANK WHEN ZERO.
        2   FILLER PIC X(7) VALUE " FIELD ".
        2   REJ-FIELD PIC ZZ9 BLANK WHEN ZERO.
        2   FILLER PIC X(12) VALUE " REJECTED - ".
        2   REJ-REASON PIC X(50).
        2   FILLER PIC X(7) VALUE " DATA= ".
        2   REJ-DATA PIC X(30).

      * TOTAL LINE
       1   TOTAL-LINE.
        2   TOT-TEXT PIC X(40).
        2   TOT-VALUE PIC -(18)9.
        2   FILLER PIC X(2) VALUE SPACE.
        2   TOT-NOTE PIC X(60).

      * EDITED NUMBERS FOR REJECT REASONS AND THE CONSOLE
       1   EDIT-NUM PIC ZZZZZ9.
       1   EDIT-NUM-2 PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATLOAD DELIMITED INPUT LOAD START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

           OPEN OUTPUT REPORT-FILE
           MOVE RUN-DATE TO HDG-DATE
           MOVE RUN-TIME TO HDG-TIME
           WRITE REPORT-REC FROM HEADING-LINE

           PERFORM READ-CONTROL-CARD

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 200
               MOVE SPACE TO ROW-STATUS(I)
               MOVE ZERO TO ROW-LINE(I)
           END-PERFORM

      * EVERY LINE OF THE FILE IS READ AND CHECKED, SO ONE PASS
      * LISTS EVERYTHING WRONG WITH IT FOR THE SENDER
           OPEN INPUT LOAD-FILE
           PERFORM UNTIL LOAD-SCAN-DONE
               READ LOAD-FILE
                   AT END SET LOAD-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM PROCESS-LINE THRU PROCESS-LINE-EXIT
               END-READ
           END-PERFORM
           CLOSE LOAD-FILE
           IF NOT META-SEEN
               DISPLAY "MATLOAD0002 LOADIN HAS NO METADATA LINE - "
                   "NOTHING LOADED"
               MOVE "LOADIN IS EMPTY - NO METADATA LINE" TO REJ-REASON
               PERFORM WRITE-FILE-REJECT
               OPEN OUTPUT ARRAY-OUT-FILE
               CLOSE ARRAY-OUT-FILE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-ROWS-SENT

      * A BOUNCED FILE LEAVES LOADOUT EMPTY, SO A RERUN OF MATEDIT
      * AGAINST IT FAILS ON THE MISSING HEADER RATHER THAN PASSING
      * HALF A MATRIX
           OPEN OUTPUT ARRAY-OUT-FILE
           IF REJECT-COUNT > ZERO
               CLOSE ARRAY-OUT-FILE
               PERFORM WRITE-TOTALS THRU WRITE-TOTALS-EXIT
               MOVE REJECT-COUNT TO EDIT-NUM
               DISPLAY "MATLOAD0003 " EDIT-NUM " REJECTS - FILE "
                   "BOUNCED, NOTHING WRITTEN TO LOADOUT"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHOOSE-FORMAT
           PERFORM WRITE-ARRAY
           CLOSE ARRAY-OUT-FILE
           PERFORM WRITE-TOTALS THRU WRITE-TOTALS-EXIT
           CLOSE REPORT-FILE

           MOVE LOAD-ROWS TO EDIT-NUM
           MOVE LOAD-COLS TO EDIT-NUM-2
           IF OUT-SPARSE
               DISPLAY "MATLOAD0004 " EDIT-NUM " X" EDIT-NUM-2
                   " MATRIX WRITTEN TO LOADOUT IN SPARSE FORMAT - "
                   "PARMIN COLUMN 28 MUST BE S"
           ELSE
               DISPLAY "MATLOAD0004 " EDIT-NUM " X" EDIT-NUM-2
                   " MATRIX WRITTEN TO LOADOUT IN DENSE FORMAT - "
                   "PARMIN COLUMN 28 MUST BE BLANK OR D"
           END-IF
           DISPLAY " MATLOAD DELIMITED INPUT LOAD END "
           GOBACK.

      *****************************************************************
      * READ-CONTROL-CARD - DELIMITER, FORMAT, AND EXPECTED           *
      * DIMENSIONS.  NO CARD MEANS COMMA-DELIMITED, FORMAT BY         *
      * DENSITY, DIMENSIONS AS SENT.  A CARD THAT CANNOT BE USED      *
      * ENDS THE STEP BEFORE THE FILE IS READ.                        *
      *****************************************************************
       READ-CONTROL-CARD.
           OPEN INPUT LD-PARM-FILE
           READ LD-PARM-FILE
               AT END
                   DISPLAY "MATLOAD0001 NO CONTROL CARD - COMMA-"
                       "DELIMITED, FORMAT BY DENSITY"
               NOT AT END
                   IF LPARM-DELIM NOT = SPACE
                       MOVE LPARM-DELIM TO DELIM-CHAR
                   END-IF
                   MOVE LPARM-FORMAT TO FORMAT-WANTED
                   IF LPARM-ROWS NUMERIC
                       MOVE LPARM-ROWS TO EXPECT-ROWS
                   ELSE
                       IF LPARM-ROWS NOT = SPACE
                           MOVE 999 TO EXPECT-ROWS
                       END-IF
                   END-IF
                   IF LPARM-COLS NUMERIC
                       MOVE LPARM-COLS TO EXPECT-COLS
                   ELSE
                       IF LPARM-COLS NOT = SPACE
                           MOVE 999 TO EXPECT-COLS
                       END-IF
                   END-IF
           END-READ
           CLOSE LD-PARM-FILE

      * THE DELIMITER CANNOT BE ANY CHARACTER A VALUE IS WRITTEN
      * WITH
           IF (DELIM-CHAR NUMERIC OR DELIM-CHAR = "." OR "-" OR "+")
               OR (FORMAT-WANTED NOT = SPACE AND "D" AND "S")
               OR EXPECT-ROWS > 200 OR EXPECT-COLS > 200
               DISPLAY "MATLOAD0001 THE CONTROL CARD IS NOT VALID - "
                   "CHECK THE DELIMITER, FORMAT, AND DIMENSIONS"
               MOVE "THE LDPARM CONTROL CARD IS NOT VALID" TO
                   REJ-REASON
               PERFORM WRITE-FILE-REJECT
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF EXPECT-ROWS > ZERO
               MOVE EXPECT-ROWS TO ROW-LIMIT
           END-IF.

      *****************************************************************
      * PROCESS-LINE - ONE LINE OF THE FILE.  BLANK LINES ARE         *
      * IGNORED; THE FIRST OTHER LINE IS THE METADATA; ROW AND CODE   *
      * CAPTION LINES ARE PASSED OVER; A COUNT LINE IS BALANCED; ANY  *
      * OTHER LINE IS A DATA ROW.                                     *
      *****************************************************************
       PROCESS-LINE.
           ADD 1 TO LINE-NUM
           MOVE 4600 TO LINE-LEN
           PERFORM UNTIL LINE-LEN = ZERO
               OR LOAD-REC(LINE-LEN : 1) NOT = SPACE
               SUBTRACT 1 FROM LINE-LEN
           END-PERFORM
           IF LINE-LEN = ZERO
               GO TO PROCESS-LINE-EXIT
           END-IF
           MOVE 1 TO LINE-PTR
           MOVE ZERO TO FIELD-NUM
           SET MORE-FIELDS TO TRUE

           IF NOT META-SEEN
               PERFORM PROCESS-METADATA-LINE THRU PROCESS-METADATA-SHOW
               GO TO PROCESS-LINE-EXIT
           END-IF

           PERFORM NEXT-FIELD
           IF FIELD-LEN > ZERO
               IF FIELD-TEXT(FIELD-START : FIELD-LEN) = "ROW"
                   OR FIELD-TEXT(FIELD-START : FIELD-LEN) = "CODE"
                   GO TO PROCESS-LINE-EXIT
               END-IF
               IF FIELD-TEXT(FIELD-START : FIELD-LEN) = "COUNT"
                   PERFORM PROCESS-COUNT-LINE
                   GO TO PROCESS-LINE-EXIT
               END-IF
           END-IF

      * THE ROW NUMBER - A WHOLE NUMBER INSIDE THE MATRIX, NOT SENT
      * BEFORE
           ADD 1 TO DATA-LINES
           MOVE "N" TO LINE-BAD-FLAG
           MOVE ZERO TO LINE-ROW
           MOVE ZERO TO PARSE-SCALE
           PERFORM PARSE-VALUE THRU PARSE-VALUE-EXIT
           IF PARSE-ERROR NOT = SPACE
               MOVE "ROW NUMBER IS NOT A WHOLE NUMBER" TO REJ-REASON
               PERFORM WRITE-FIELD-REJECT
               SET LINE-IS-BAD TO TRUE
           ELSE
               IF PARSE-VAL < 1 OR PARSE-VAL > ROW-LIMIT
                   MOVE ROW-LIMIT TO EDIT-NUM
                   MOVE SPACES TO REJ-REASON
                   STRING "ROW NUMBER IS OUTSIDE 1 TO " DELIMITED BY
                       SIZE
                       EDIT-NUM DELIMITED BY SIZE
                       INTO REJ-REASON
                   END-STRING
                   PERFORM WRITE-FIELD-REJECT
                   SET LINE-IS-BAD TO TRUE
               ELSE
                   MOVE PARSE-VAL TO LINE-ROW
                   IF ROW-STATUS(LINE-ROW) NOT = SPACE
                       MOVE ROW-LINE(LINE-ROW) TO EDIT-NUM
                       MOVE SPACES TO REJ-REASON
                       STRING "ROW NUMBER ALREADY SENT ON LINE "
                           DELIMITED BY SIZE
                           EDIT-NUM DELIMITED BY SIZE
                           INTO REJ-REASON
                       END-STRING
                       PERFORM WRITE-FIELD-REJECT
                       SET LINE-IS-BAD TO TRUE
                       MOVE ZERO TO LINE-ROW
                   END-IF
               END-IF
           END-IF

      * THE VALUES - EVERY BAD ONE ON THE LINE IS LISTED, NOT JUST
      * THE FIRST
           MOVE ZERO TO VALUE-COUNT
           MOVE LOAD-DEC TO PARSE-SCALE
           PERFORM UNTIL NOT MORE-FIELDS
               PERFORM NEXT-FIELD
               ADD 1 TO VALUE-COUNT
               ADD 1 TO DATA-CELLS
               IF VALUE-COUNT > 200
                   MOVE "ROW HAS MORE THAN 200 VALUES" TO REJ-REASON
                   PERFORM WRITE-FIELD-REJECT
                   SET LINE-IS-BAD TO TRUE
                   PERFORM UNTIL NOT MORE-FIELDS
                       PERFORM NEXT-FIELD
                       ADD 1 TO VALUE-COUNT
                       ADD 1 TO DATA-CELLS
                   END-PERFORM
               ELSE
                   PERFORM PARSE-VALUE THRU PARSE-VALUE-EXIT
                   IF PARSE-ERROR NOT = SPACE
                       MOVE PARSE-ERROR TO REJ-REASON
                       PERFORM WRITE-FIELD-REJECT
                       SET LINE-IS-BAD TO TRUE
                   ELSE
                       MOVE PARSE-VAL TO LINE-VAL(VALUE-COUNT)
                   END-IF
               END-IF
           END-PERFORM

      * EVERY ROW CARRIES THE SAME NUMBER OF VALUES - THE CARD'S
      * COLUMN COUNT, OR THE METADATA'S, OR ELSE THAT OF THE FIRST
      * DATA ROW SENT
           MOVE ZERO TO FIELD-NUM
           MOVE SPACES TO FIELD-TEXT
           IF VALUE-COUNT = ZERO
               MOVE "ROW HAS NO VALUES" TO REJ-REASON
               PERFORM WRITE-FIELD-REJECT
               SET LINE-IS-BAD TO TRUE
           ELSE
               IF LOAD-COLS = ZERO
                   EVALUATE TRUE
                     WHEN EXPECT-COLS > ZERO
                       MOVE EXPECT-COLS TO LOAD-COLS
                     WHEN META-COLS > ZERO
                       MOVE META-COLS TO LOAD-COLS
                     WHEN OTHER
                       IF VALUE-COUNT > 200
                           MOVE 200 TO LOAD-COLS
                       ELSE
                           MOVE VALUE-COUNT TO LOAD-COLS
                       END-IF
                   END-EVALUATE
               END-IF
               IF VALUE-COUNT NOT = LOAD-COLS
                   MOVE VALUE-COUNT TO EDIT-NUM
                   MOVE LOAD-COLS TO EDIT-NUM-2
                   MOVE SPACES TO REJ-REASON
                   STRING "ROW HAS" DELIMITED BY SIZE
                       EDIT-NUM DELIMITED BY SIZE
                       " VALUES -" DELIMITED BY SIZE
                       EDIT-NUM-2 DELIMITED BY SIZE
                       " EXPECTED" DELIMITED BY SIZE
                       INTO REJ-REASON
                   END-STRING
                   PERFORM WRITE-FIELD-REJECT
                   SET LINE-IS-BAD TO TRUE
               END-IF
           END-IF

           IF LINE-ROW = ZERO
               GO TO PROCESS-LINE-EXIT
           END-IF
           MOVE LINE-NUM TO ROW-LINE(LINE-ROW)
           IF LINE-IS-BAD
               MOVE "R" TO ROW-STATUS(LINE-ROW)
               GO TO PROCESS-LINE-EXIT
           END-IF
           MOVE "A" TO ROW-STATUS(LINE-ROW)
           ADD 1 TO ROWS-ACCEPTED
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LOAD-COLS
               MOVE LINE-VAL(J) TO LOAD-CELL(LINE-ROW, J)
           END-PERFORM.

       PROCESS-LINE-EXIT.
           EXIT.

      *****************************************************************
      * PROCESS-METADATA-LINE - DATE, SOURCE, DECIMALS; OR, AS        *
      * MATXPORT WRITES IT, SOURCE, DATE, ROWS, COLUMNS, DECIMALS -   *
      * THE ROWS AND COLUMNS THEN STAND AS THE EXPECTED DIMENSIONS    *
      * UNLESS THE CONTROL CARD GIVES ITS OWN.  THE REST OF THE FILE  *
      * IS STILL CHECKED WHEN THE METADATA IS BAD, SO THE SENDER GETS *
      * THE WHOLE LIST AT ONCE.                                       *
      *****************************************************************
       PROCESS-METADATA-LINE.
           SET META-SEEN TO TRUE
           MOVE SPACES TO META-FIELD-TBL
           MOVE ZERO TO META-COUNT
           PERFORM UNTIL NOT MORE-FIELDS
               PERFORM NEXT-FIELD
               ADD 1 TO META-COUNT
               IF META-COUNT NOT > 6 AND FIELD-LEN > ZERO
                   MOVE FIELD-TEXT(FIELD-START : FIELD-LEN) TO
                       META-FIELD(META-COUNT)
               END-IF
           END-PERFORM

           EVALUATE META-COUNT
             WHEN 3
               MOVE 1 TO META-DATE-IX
               MOVE 2 TO META-SOURCE-IX
               MOVE 3 TO META-DEC-IX
             WHEN 5
               MOVE 2 TO META-DATE-IX
               MOVE 1 TO META-SOURCE-IX
               MOVE 5 TO META-DEC-IX
               MOVE 3 TO FIELD-NUM
               PERFORM SET-METADATA-DIMENSION
               MOVE PARSE-VAL TO META-ROWS
               IF EXPECT-ROWS = ZERO AND META-ROWS > ZERO
                   MOVE META-ROWS TO ROW-LIMIT
               END-IF
               MOVE 4 TO FIELD-NUM
               PERFORM SET-METADATA-DIMENSION
               MOVE PARSE-VAL TO META-COLS
             WHEN OTHER
               MOVE ZERO TO FIELD-NUM
               MOVE LOAD-REC TO FIELD-TEXT
               MOVE "METADATA LINE NEEDS DATE, SOURCE, DECIMAL PLACES"
                   TO REJ-REASON
               PERFORM WRITE-FIELD-REJECT
               GO TO PROCESS-METADATA-SHOW
           END-EVALUATE

      * THE BUSINESS DATE - A REAL DD-MM-YYYY DATE
           MOVE META-DATE-IX TO FIELD-NUM
           MOVE META-FIELD(META-DATE-IX) TO FIELD-TEXT
           MOVE FIELD-TEXT TO WORK-DATE
           MOVE "N" TO DATE-OK-FLAG
           IF FIELD-TEXT(11 : 20) = SPACE
               PERFORM VALIDATE-WORK-DATE
           END-IF
           IF DATE-VALID
               MOVE WORK-DATE TO LOAD-DATE
           ELSE
               MOVE "BUSINESS DATE IS NOT A VALID DD-MM-YYYY DATE" TO
                   REJ-REASON
               PERFORM WRITE-FIELD-REJECT
           END-IF

      * THE SOURCE - ONE TO EIGHT CHARACTERS, INTO THE HEADER
           MOVE META-SOURCE-IX TO FIELD-NUM
           MOVE META-FIELD(META-SOURCE-IX) TO FIELD-TEXT
           IF FIELD-TEXT = SPACE OR FIELD-TEXT(9 : 22) NOT = SPACE
               MOVE "SOURCE MUST BE 1 TO 8 CHARACTERS" TO REJ-REASON
               PERFORM WRITE-FIELD-REJECT
           ELSE
               MOVE FIELD-TEXT TO LOAD-SOURCE
           END-IF

      * THE IMPLIED DECIMAL PLACES - 0 THROUGH 4, AS ON THE PARMIN
      * CARD
           MOVE META-DEC-IX TO FIELD-NUM
           MOVE META-FIELD(META-DEC-IX) TO FIELD-TEXT
           IF FIELD-TEXT(1 : 1) NOT NUMERIC
               OR FIELD-TEXT(2 : 29) NOT = SPACE
               OR FIELD-TEXT(1 : 1) > "4"
               MOVE "DECIMAL PLACES MUST BE 0 TO 4" TO REJ-REASON
               PERFORM WRITE-FIELD-REJECT
           ELSE
               MOVE FIELD-TEXT(1 : 1) TO LOAD-DEC
           END-IF.

       PROCESS-METADATA-SHOW.
           MOVE LOAD-DATE TO MET-DATE
           MOVE LOAD-SOURCE TO MET-SOURCE
           MOVE LOAD-DEC TO MET-DEC
           MOVE DELIM-CHAR TO MET-DELIM
           WRITE REPORT-REC FROM META-LINE.

      *****************************************************************
      * SET-METADATA-DIMENSION - THE ROWS OR COLUMNS FIELD (FIELD-NUM)*
      * OF A MATXPORT METADATA LINE, 1 TO 200; ZERO WHEN UNUSABLE.    *
      *****************************************************************
       SET-METADATA-DIMENSION.
           MOVE META-FIELD(FIELD-NUM) TO FIELD-TEXT
           MOVE ZERO TO FIELD-RAW-LEN
           MOVE ZERO TO PARSE-SCALE
           MOVE 1 TO FIELD-START
           MOVE 30 TO FIELD-LEN
           PERFORM UNTIL FIELD-LEN = ZERO
               OR FIELD-TEXT(FIELD-LEN : 1) NOT = SPACE
               SUBTRACT 1 FROM FIELD-LEN
           END-PERFORM
           PERFORM PARSE-VALUE THRU PARSE-VALUE-EXIT
           IF PARSE-ERROR = SPACE
               IF PARSE-VAL < 1 OR PARSE-VAL > 200
                   MOVE "DIMENSION IS OUTSIDE 1 TO 200" TO PARSE-ERROR
               END-IF
           END-IF
           IF PARSE-ERROR NOT = SPACE
               MOVE PARSE-ERROR TO REJ-REASON
               PERFORM WRITE-FIELD-REJECT
               MOVE ZERO TO PARSE-VAL
           END-IF.

      *****************************************************************
      * PROCESS-COUNT-LINE - THE SENDER'S OWN ROW AND CELL COUNTS     *
      * MUST AGREE WITH THE DATA LINES AND VALUES ACTUALLY SENT.      *
      *****************************************************************
       PROCESS-COUNT-LINE.
           MOVE ZERO TO PARSE-SCALE
           MOVE -1 TO COUNT-ROWS
           MOVE -1 TO COUNT-CELLS
           IF MORE-FIELDS
               PERFORM NEXT-FIELD
               PERFORM PARSE-VALUE THRU PARSE-VALUE-EXIT
               IF PARSE-ERROR = SPACE
                   MOVE PARSE-VAL TO COUNT-ROWS
               END-IF
           END-IF
           IF MORE-FIELDS
               PERFORM NEXT-FIELD
               PERFORM PARSE-VALUE THRU PARSE-VALUE-EXIT
               IF PARSE-ERROR = SPACE
                   MOVE PARSE-VAL TO COUNT-CELLS
               END-IF
           END-IF
           IF MORE-FIELDS
               OR COUNT-ROWS NOT = DATA-LINES
               OR COUNT-CELLS NOT = DATA-CELLS
               MOVE ZERO TO FIELD-NUM
               MOVE LOAD-REC TO FIELD-TEXT
               MOVE DATA-LINES TO EDIT-NUM
               MOVE DATA-CELLS TO EDIT-NUM-2
               MOVE SPACES TO REJ-REASON
               STRING "COUNT LINE DISAGREES - SENT" DELIMITED BY SIZE
                   EDIT-NUM DELIMITED BY SIZE
                   " ROWS" DELIMITED BY SIZE
                   EDIT-NUM-2 DELIMITED BY SIZE
                   " CELLS" DELIMITED BY SIZE
                   INTO REJ-REASON
               END-STRING
               PERFORM WRITE-FIELD-REJECT
           END-IF.

      *****************************************************************
      * NEXT-FIELD - THE NEXT DELIMITED FIELD OF THE LINE INTO        *
      * FIELD-TEXT, WITH FIELD-START AND FIELD-LEN MARKING IT WITHOUT *
      * ITS SURROUNDING SPACES (FIELD-LEN ZERO FOR AN EMPTY FIELD).   *
      * A DELIMITER AT THE VERY END OF THE LINE LEAVES ONE MORE,      *
      * EMPTY, FIELD BEHIND IT.                                       *
      *****************************************************************
       NEXT-FIELD.
           MOVE SPACES TO FIELD-TEXT
           MOVE ZERO TO FIELD-RAW-LEN
           ADD 1 TO FIELD-NUM
           IF LINE-PTR > LINE-LEN
               MOVE "N" TO MORE-FIELDS-FLAG
           ELSE
               MOVE SPACE TO FIELD-DELIM
               UNSTRING LOAD-REC(1 : LINE-LEN)
                   DELIMITED BY DELIM-CHAR
                   INTO FIELD-TEXT DELIMITER IN FIELD-DELIM
                       COUNT IN FIELD-RAW-LEN
                   WITH POINTER LINE-PTR
               END-UNSTRING
               IF FIELD-DELIM = SPACE
                   MOVE "N" TO MORE-FIELDS-FLAG
               END-IF
           END-IF
           MOVE 1 TO FIELD-START
           PERFORM UNTIL FIELD-START > 30
               OR FIELD-TEXT(FIELD-START : 1) NOT = SPACE
               ADD 1 TO FIELD-START
           END-PERFORM
           MOVE 30 TO FIELD-END
           PERFORM UNTIL FIELD-END = ZERO
               OR FIELD-TEXT(FIELD-END : 1) NOT = SPACE
               SUBTRACT 1 FROM FIELD-END
           END-PERFORM
           IF FIELD-END = ZERO
               MOVE 1 TO FIELD-START
               MOVE ZERO TO FIELD-LEN
           ELSE
               COMPUTE FIELD-LEN = FIELD-END - FIELD-START + 1
           END-IF.

      *****************************************************************
      * PARSE-VALUE - THE FIELD AS A NUMBER SCALED BY PARSE-SCALE     *
      * DECIMAL PLACES, INTO PARSE-VAL.  PARSE-ERROR IS LEFT BLANK    *
      * WHEN THE FIELD IS GOOD, ELSE CARRIES THE REJECT REASON.       *
      *****************************************************************
       PARSE-VALUE.
           MOVE SPACES TO PARSE-ERROR
           MOVE ZERO TO PARSE-VAL
           IF FIELD-RAW-LEN > 30
               MOVE "VALUE IS LONGER THAN 30 CHARACTERS" TO
                   PARSE-ERROR
               GO TO PARSE-VALUE-EXIT
           END-IF
           IF FIELD-LEN = ZERO
               MOVE "VALUE IS MISSING" TO PARSE-ERROR
               GO TO PARSE-VALUE-EXIT
           END-IF
           MOVE ZERO TO P-INT-VAL
           MOVE ZERO TO P-FRAC-VAL
           MOVE ZERO TO P-DIGITS
           MOVE ZERO TO P-FRAC-DIGITS
           MOVE "N" TO P-NEG-FLAG
           MOVE "N" TO P-POINT-FLAG
           MOVE "N" TO P-BAD-FLAG
           MOVE "N" TO P-BIG-FLAG
           MOVE "N" TO P-EXCESS-FLAG
           MOVE FIELD-START TO P-IX
           COMPUTE P-END = FIELD-START + FIELD-LEN - 1
           IF FIELD-TEXT(P-IX : 1) = "-" OR "+"
               IF FIELD-TEXT(P-IX : 1) = "-"
                   SET P-NEGATIVE TO TRUE
               END-IF
               ADD 1 TO P-IX
           END-IF
           PERFORM UNTIL P-IX > P-END OR P-NOT-NUMERIC
               MOVE FIELD-TEXT(P-IX : 1) TO P-CHAR
               EVALUATE TRUE
                 WHEN P-CHAR NUMERIC
                   ADD 1 TO P-DIGITS
                   IF P-POINT-SEEN
                       IF P-FRAC-DIGITS < PARSE-SCALE
                           COMPUTE P-FRAC-VAL = P-FRAC-VAL * 10
                               + P-DIGIT
                           ADD 1 TO P-FRAC-DIGITS
                       ELSE
                           IF P-DIGIT NOT = ZERO
                               SET P-EXCESS-SCALE TO TRUE
                           END-IF
                       END-IF
                   ELSE
                       IF P-INT-VAL > 999999999
                           SET P-TOO-BIG TO TRUE
                       ELSE
                           COMPUTE P-INT-VAL = P-INT-VAL * 10
                               + P-DIGIT
                       END-IF
                   END-IF
                 WHEN P-CHAR = "."
                   IF P-POINT-SEEN
                       SET P-NOT-NUMERIC TO TRUE
                   ELSE
                       SET P-POINT-SEEN TO TRUE
                   END-IF
                 WHEN OTHER
                   SET P-NOT-NUMERIC TO TRUE
               END-EVALUATE
               ADD 1 TO P-IX
           END-PERFORM
           IF P-DIGITS = ZERO
               SET P-NOT-NUMERIC TO TRUE
           END-IF
           IF P-NOT-NUMERIC
               MOVE "VALUE IS NOT NUMERIC" TO PARSE-ERROR
               GO TO PARSE-VALUE-EXIT
           END-IF
           IF P-EXCESS-SCALE
               MOVE "VALUE HAS MORE DECIMAL PLACES THAN THE METADATA"
                   TO PARSE-ERROR
               GO TO PARSE-VALUE-EXIT
           END-IF
           PERFORM UNTIL P-FRAC-DIGITS = PARSE-SCALE
               COMPUTE P-FRAC-VAL = P-FRAC-VAL * 10
               ADD 1 TO P-FRAC-DIGITS
           END-PERFORM
           MOVE P-INT-VAL TO PARSE-VAL
           PERFORM PARSE-SCALE TIMES
               COMPUTE PARSE-VAL = PARSE-VAL * 10
           END-PERFORM
           ADD P-FRAC-VAL TO PARSE-VAL
           IF P-TOO-BIG OR PARSE-VAL > 99999999
               MOVE "VALUE DOES NOT FIT S9(8) AT THE STATED SCALE" TO
                   PARSE-ERROR
               MOVE ZERO TO PARSE-VAL
               GO TO PARSE-VALUE-EXIT
           END-IF
           IF P-NEGATIVE
               COMPUTE PARSE-VAL = ZERO - PARSE-VAL
           END-IF.

       PARSE-VALUE-EXIT.
           EXIT.

      *****************************************************************
      * CHECK-ROWS-SENT - THE MATRIX IS THE CARD'S ROW COUNT, OR      *
      * ELSE RUNS TO THE HIGHEST ROW NUMBER SENT; EVERY ROW UP TO IT  *
      * MUST HAVE BEEN SENT.                                          *
      *****************************************************************
       CHECK-ROWS-SENT.
           EVALUATE TRUE
             WHEN EXPECT-ROWS > ZERO
               MOVE EXPECT-ROWS TO LOAD-ROWS
             WHEN META-ROWS > ZERO
               MOVE META-ROWS TO LOAD-ROWS
             WHEN OTHER
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 200
                   IF ROW-STATUS(I) NOT = SPACE
                       MOVE I TO LOAD-ROWS
                   END-IF
               END-PERFORM
           END-EVALUATE
           MOVE ZERO TO FIELD-NUM
           MOVE SPACES TO FIELD-TEXT
           IF LOAD-ROWS = ZERO
               MOVE "FILE HAS NO DATA ROWS" TO REJ-REASON
               PERFORM WRITE-FILE-REJECT
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOAD-ROWS
               IF ROW-STATUS(I) = SPACE
                   MOVE I TO EDIT-NUM
                   MOVE SPACES TO REJ-REASON
                   STRING "ROW" DELIMITED BY SIZE
                       EDIT-NUM DELIMITED BY SIZE
                       " WAS NOT SENT" DELIMITED BY SIZE
                       INTO REJ-REASON
                   END-STRING
                   PERFORM WRITE-FILE-REJECT
               END-IF
           END-PERFORM.

      *****************************************************************
      * CHOOSE-FORMAT - SPARSE WHEN UNDER A QUARTER OF THE CELLS ARE  *
      * NONZERO, THE SAME LINE MATSTAT DRAWS, UNLESS THE CONTROL CARD *
      * NAMES THE FORMAT.  ARRAYAIN AND ARRAYBIN SHARE THE ONE PARMIN *
      * FORMAT FLAG, SO THE SECOND FILE OF A PAIR IS LOADED WITH THE  *
      * FORMAT OF THE FIRST NAMED ON ITS CARD.                        *
      *****************************************************************
       CHOOSE-FORMAT.
           COMPUTE CELL-TOTAL = LOAD-ROWS * LOAD-COLS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOAD-ROWS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > LOAD-COLS
                   IF LOAD-CELL(I, J) NOT = ZERO
                       ADD 1 TO NONZERO-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE DENSITY-PCT = NONZERO-COUNT * 100 / CELL-TOTAL
           EVALUATE TRUE
             WHEN FORMAT-WANTED = "D" OR "S"
               MOVE FORMAT-WANTED TO OUT-FORMAT
             WHEN NONZERO-COUNT * 4 < CELL-TOTAL
               MOVE "S" TO OUT-FORMAT
             WHEN OTHER
               MOVE "D" TO OUT-FORMAT
           END-EVALUATE.

      *****************************************************************
      * WRITE-ARRAY - HEADER, ELEMENTS ROW-MAJOR (EVERY CELL WHEN     *
      * DENSE, THE NONZERO CELLS AS TRIPLETS WHEN SPARSE), AND THE    *
      * TRAILER COUNT AND HASH OF WHAT WAS WRITTEN.                   *
      *****************************************************************
       WRITE-ARRAY.
           MOVE SPACES TO ARRAY-OUT-HDR
           MOVE "H" TO ARRAY-OUT-REC-TYPE
           MOVE LOAD-DATE TO ARRAY-OUT-HDR-DATE
           MOVE LOAD-ROWS TO ARRAY-OUT-HDR-ROWS
           MOVE LOAD-COLS TO ARRAY-OUT-HDR-COLS
           MOVE LOAD-SOURCE TO ARRAY-OUT-HDR-SOURCE
           MOVE LOAD-DEC TO ARRAY-OUT-HDR-DEC
           WRITE ARRAY-OUT-HDR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOAD-ROWS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > LOAD-COLS
                   IF OUT-SPARSE
                       IF LOAD-CELL(I, J) NOT = ZERO
                           MOVE SPACES TO ARRAY-OUT-TRP
                           MOVE "S" TO ARRAY-OUT-REC-TYPE
                           MOVE I TO ARRAY-OUT-TRP-ROW
                           MOVE J TO ARRAY-OUT-TRP-COL
                           MOVE LOAD-CELL(I, J) TO ARRAY-OUT-TRP-VAL
                           WRITE ARRAY-OUT-TRP
                           ADD 1 TO OUT-COUNT
                           ADD LOAD-CELL(I, J) TO OUT-HASH
                       END-IF
                   ELSE
                       MOVE SPACES TO ARRAY-OUT-ELEM
                       MOVE "E" TO ARRAY-OUT-REC-TYPE
                       MOVE LOAD-CELL(I, J) TO ARRAY-OUT-ELEM-VAL
                       WRITE ARRAY-OUT-ELEM
                       ADD 1 TO OUT-COUNT
                       ADD LOAD-CELL(I, J) TO OUT-HASH
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO ARRAY-OUT-TRL
           MOVE "T" TO ARRAY-OUT-REC-TYPE
           MOVE OUT-COUNT TO ARRAY-OUT-TRL-COUNT
           MOVE OUT-HASH TO ARRAY-OUT-TRL-HASH
           WRITE ARRAY-OUT-TRL.

      *****************************************************************
      * WRITE-TOTALS - THE LOAD TOTALS, AND FOR A CLEAN FILE THE      *
      * FORMAT WRITTEN AND THE TRAILER CONTROLS.                      *
      *****************************************************************
       WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO TOT-NOTE
           MOVE "LINES READ" TO TOT-TEXT
           MOVE LINE-NUM TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "DATA ROWS ACCEPTED" TO TOT-TEXT
           MOVE ROWS-ACCEPTED TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "REJECTS" TO TOT-TEXT
           MOVE REJECT-COUNT TO TOT-VALUE
           IF REJECT-COUNT > ZERO
               MOVE "FILE BOUNCED - NOTHING WRITTEN TO LOADOUT" TO
                   TOT-NOTE
           END-IF
           WRITE REPORT-REC FROM TOTAL-LINE
           IF REJECT-COUNT > ZERO
               GO TO WRITE-TOTALS-EXIT
           END-IF
           MOVE SPACES TO TOT-NOTE
           MOVE "MATRIX ROWS" TO TOT-TEXT
           MOVE LOAD-ROWS TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "MATRIX COLUMNS" TO TOT-TEXT
           MOVE LOAD-COLS TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "NONZERO CELLS" TO TOT-TEXT
           MOVE NONZERO-COUNT TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "DENSITY PERCENT" TO TOT-TEXT
           MOVE DENSITY-PCT TO TOT-VALUE
           EVALUATE TRUE
             WHEN FORMAT-WANTED NOT = SPACE AND OUT-SPARSE
               MOVE "SPARSE AS NAMED ON LDPARM - PARMIN COLUMN 28 = S"
                   TO TOT-NOTE
             WHEN FORMAT-WANTED NOT = SPACE
               MOVE "DENSE AS NAMED ON LDPARM - PARMIN COLUMN 28 = D"
                   TO TOT-NOTE
             WHEN OUT-SPARSE
               MOVE "SPARSE, UNDER 25 PERCENT - PARMIN COLUMN 28 = S"
                   TO TOT-NOTE
             WHEN OTHER
               MOVE "DENSE, 25 PERCENT OR OVER - PARMIN COLUMN 28 = D"
                   TO TOT-NOTE
           END-EVALUATE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE SPACES TO TOT-NOTE
           MOVE "TRAILER ELEMENT COUNT" TO TOT-TEXT
           MOVE OUT-COUNT TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE
           MOVE "TRAILER HASH TOTAL" TO TOT-TEXT
           MOVE OUT-HASH TO TOT-VALUE
           WRITE REPORT-REC FROM TOTAL-LINE.

       WRITE-TOTALS-EXIT.
           EXIT.

      *****************************************************************
      * WRITE-FIELD-REJECT - A REJECT OF THE CURRENT FIELD (OR, WITH  *
      * FIELD-NUM ZERO, OF THE CURRENT LINE) ON THE SENDER'S LINE.    *
      *****************************************************************
       WRITE-FIELD-REJECT.
           MOVE LINE-NUM TO REJ-LINE
           MOVE FIELD-NUM TO REJ-FIELD
           MOVE FIELD-TEXT TO REJ-DATA
           WRITE REPORT-REC FROM REJECT-LINE
           ADD 1 TO REJECT-COUNT.

      *****************************************************************
      * WRITE-FILE-REJECT - A REJECT OF THE FILE AS A WHOLE, WITH NO  *
      * LINE OR FIELD OF ITS OWN.                                     *
      *****************************************************************
       WRITE-FILE-REJECT.
           MOVE ZERO TO REJ-LINE
           MOVE ZERO TO REJ-FIELD
           MOVE SPACES TO REJ-DATA
           WRITE REPORT-REC FROM REJECT-LINE
           ADD 1 TO REJECT-COUNT.

      *****************************************************************
      * VALIDATE-WORK-DATE - WORK-DATE MUST BE A REAL DD-MM-YYYY DATE.*
      *****************************************************************
       VALIDATE-WORK-DATE.
           MOVE "N" TO DATE-OK-FLAG
           IF WD-DD NUMERIC AND WD-MM NUMERIC AND WD-YYYY NUMERIC
               AND WD-SEP-1 = "-" AND WD-SEP-2 = "-"
               AND WD-MM > ZERO AND WD-MM < 13
               AND WD-YYYY > 1899
               PERFORM SET-DAYS-THIS-MONTH
               IF WD-DD > ZERO AND WD-DD NOT > DAYS-THIS-MONTH
                   SET DATE-VALID TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * SET-DAYS-THIS-MONTH - DAYS IN MONTH WD-MM OF YEAR WD-YYYY.    *
      *****************************************************************
       SET-DAYS-THIS-MONTH.
           MOVE MONTH-DAYS(WD-MM) TO DAYS-THIS-MONTH
           IF WD-MM = 2
               MOVE "N" TO LEAP-FLAG
               DIVIDE WD-YYYY BY 4 GIVING DIV-QUOT REMAINDER DIV-REM
               IF DIV-REM = ZERO
                   SET LEAP-YEAR TO TRUE
                   DIVIDE WD-YYYY BY 100 GIVING DIV-QUOT
                       REMAINDER DIV-REM
                   IF DIV-REM = ZERO
                       DIVIDE WD-YYYY BY 400 GIVING DIV-QUOT
                           REMAINDER DIV-REM
                       IF DIV-REM NOT = ZERO
                           MOVE "N" TO LEAP-FLAG
                       END-IF
                   END-IF
               END-IF
               IF LEAP-YEAR
                   MOVE 29 TO DAYS-THIS-MONTH
               END-IF
           END-IF.
