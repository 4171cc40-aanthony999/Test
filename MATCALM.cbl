       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATCALM - PROCESSING CALENDAR MAINTENANCE.  FCHANG.BPGC.      *
      * PROCCAL (ONE CAL-REC PER BUSINESS DATE, IN PROCESSING ORDER,  *
      * P IN COLUMN 11 ONCE PROCESSED) IS MAINTAINED FROM THE CALTRAN *
      * TRANSACTION CARDS INSTEAD OF BY HAND:                         *
      *   G  GENERATE A YEAR OF BUSINESS DATES - EVERY MONDAY THROUGH *
      *      FRIDAY NOT ON THE HOLTBL NON-PROCESSING-DAY TABLE        *
      *   A  ADD ONE DATE            D  REMOVE ONE UNPROCESSED DATE   *
      *   R  REOPEN A PROCESSED DATE SO IT CAN BE RUN AGAIN           *
      *   U  ENTER AN AUTHORIZATION - DATE, TYPE (R = REOPEN, O =     *
      *      CALOVRD OVERRIDE), OPERATOR, APPROVER, REASON AND TEXT   *
      * A REOPEN IS ONLY APPLIED WHEN THE CALAUTH FILE HOLDS A        *
      * MATCHING REOPEN AUTHORIZATION FOR THE SAME DATE AND OPERATOR, *
      * AND THE APPROVER MUST NEVER BE THE OPERATOR.  MATEDIT AND     *
      * TESTCOB HOLD THE CALOVRD OVERRIDE TO THE SAME RULE.  A REOPEN *
      * AUTHORIZATION IS GOOD FOR ONE REOPEN: IT MUST HAVE BEEN       *
      * ENTERED AFTER THE DATE WAS LAST REOPENED HERE OR BACKED OUT   *
      * BY MATBKOUT, AS THE JOURNAL RECORDS.  EVERY ADD, REMOVE AND   *
      * REOPEN IS WRITTEN TO THE CALAUDT AUDIT JOURNAL, WHICH THE     *
      * MATCALR MONTHLY REPORT LISTS - HELD UNTIL THE CALENDAR HAS    *
      * BEEN REWRITTEN, SO THE JOURNAL NEVER RECORDS A CHANGE THAT    *
      * WAS NOT MADE.  DATES ARE KEPT IN CALENDAR ORDER.  THE STEP    *
      * ENDS RC=4 WHEN ANY CARD IS REJECTED (THE ACCEPTED ONES ARE    *
      * STILL APPLIED) AND RC=12 WHEN THE CALENDAR ITSELF CANNOT BE   *
      * LOADED.                                                       *
      *****************************************************************

       PROGRAM-ID. MATCALM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PROCESSING-CALENDAR CONTROL DATASET, AS READ BY MATEDIT AND
      * TESTCOB - LOADED, MAINTAINED IN STORAGE, AND REWRITTEN
           SELECT CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS SEQUENTIAL.
      * HOLIDAY / NON-PROCESSING-DAY TABLE - ONE DATE PER RECORD
           SELECT HOL-FILE ASSIGN TO HOLTBL
               ORGANIZATION IS SEQUENTIAL.
      * MAINTENANCE TRANSACTION CARDS
           SELECT TRAN-FILE ASSIGN TO CALTRAN
               ORGANIZATION IS SEQUENTIAL.
      * AUTHORIZATION FILE - READ FOR A REOPEN, APPENDED TO BY A U
      * CARD
           SELECT AUTH-FILE ASSIGN TO CALAUTH
               ORGANIZATION IS SEQUENTIAL.
      * CALENDAR AUDIT JOURNAL - READ FOR THE DATE'S LAST REOPEN OR
      * BACKOUT, AND APPENDED TO
           SELECT AUDIT-FILE ASSIGN TO CALAUDT
               ORGANIZATION IS SEQUENTIAL.
      * MAINTENANCE REPORT - ONE LINE PER TRANSACTION CARD
           SELECT PRINT-FILE ASSIGN TO CALRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE
           RECORDING MODE IS F.
       1   CAL-REC.
        2   CAL-REC-DATE PIC X(10).
      * P = PROCESSED, SPACE = STILL EXPECTED
        2   CAL-REC-STATUS PIC X.
        2   FILLER PIC X(5).

       FD  HOL-FILE
           RECORDING MODE IS F.
       1   HOL-REC.
        2   HOL-REC-DATE PIC X(10).
        2   HOL-REC-DESC PIC X(30).
        2   FILLER PIC X(40).

       FD  TRAN-FILE
           RECORDING MODE IS F.
       1   TRAN-REC.
        2   TRAN-CODE PIC X.
      * THE DATE THE CARD ACTS ON, DD-MM-YYYY - FOR A G CARD, THE
      * YEAR TO GENERATE IN ITS FIRST FOUR COLUMNS
        2   TRAN-DATE PIC X(10).
        2   TRAN-YEAR-VIEW REDEFINES TRAN-DATE.
         3   TRAN-YEAR PIC 9(4).
         3   FILLER PIC X(6).
      * AUTHORIZATION TYPE ON A U CARD - R = REOPEN, O = OVERRIDE
        2   TRAN-AUTH-TYPE PIC X.
        2   TRAN-OPERATOR PIC X(8).
        2   TRAN-APPROVER PIC X(8).
        2   TRAN-REASON PIC X(4).
        2   TRAN-TEXT PIC X(40).
        2   FILLER PIC X(8).

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
       1   AUD-REC PIC X(120).
      * AN ENTRY AS READ BACK - THE DATE, THE EVENT AND WHEN IT WAS
      * JOURNALED
       1   AUD-READ-REC.
        2   AUDR-DATE PIC X(10).
        2   AUDR-EVENT PIC X(8).
        2   FILLER PIC X(68).
        2   AUDR-RUN-DATE PIC X(10).
        2   AUDR-RUN-TIME PIC X(8).
        2   FILLER PIC X(16).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * THE AUDIT ENTRY BEING BUILT - THE CALLERS AND THE
      * AUTHORIZATION SEARCH FILL IT BEFORE IT IS HELD
       1   AUDIT-ENTRY VALUE SPACE.
        2   AUD-DATE PIC X(10).
      * OVERRIDE, REOPEN, ADD OR REMOVE - MATBKOUT ALSO JOURNALS
      * BACKOUT WHEN IT BACKS OUT A DATE THAT WAS ALREADY OPEN
        2   AUD-EVENT PIC X(8).
        2   AUD-PROGRAM PIC X(8).
        2   AUD-OPERATOR PIC X(8).
        2   AUD-APPROVER PIC X(8).
        2   AUD-REASON PIC X(4).
        2   AUD-TEXT PIC X(40).
        2   AUD-RUN-DATE PIC X(10).
        2   AUD-RUN-TIME PIC X(8).
        2   FILLER PIC X(16).

      * THE ENTRIES THIS RUN HAS MADE - HELD UNTIL THE CALENDAR HAS
      * BEEN REWRITTEN, THEN WRITTEN TO THE JOURNAL IN CARD ORDER
       1   HELD-AUDIT-TBL.
        2   HELD-AUDIT PIC X(120) OCCURS 1000 TIMES.
       1   HELD-COUNT PIC 9(9) COMP VALUE ZERO.
       1   HELD-IX PIC 9(9) COMP.

      * THE CALENDAR, AS IN TESTCOB, WITH A YYYYMMDD KEY BESIDE EACH
      * DATE SO NEW DATES CAN BE PLACED IN CALENDAR ORDER
       1   CAL-TBL.
        2   CAL-ENTRY OCCURS 1100 TIMES.
         3   CE-DATE PIC X(10).
         3   CE-STATUS PIC X.
         3   CE-KEY PIC X(8).
       1   CAL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   CAL-COUNT-BEFORE PIC 9(9) COMP VALUE ZERO.
       1   CAL-IX PIC 9(9) COMP.
       1   SHIFT-IX PIC 9(9) COMP.
       1   CAL-AT-END PIC X VALUE "N".
        88 CAL-SCAN-DONE VALUE "Y".
       1   CAL-CHANGED-FLAG PIC X VALUE "N".
        88 CAL-CHANGED VALUE "Y".

      * THE NON-PROCESSING DAYS
       1   HOL-TBL.
        2   HOL-ENTRY OCCURS 400 TIMES.
         3   HT-DATE PIC X(10).
       1   HOL-COUNT PIC 9(9) COMP VALUE ZERO.
       1   HOL-IX PIC 9(9) COMP.
       1   HOL-AT-END PIC X VALUE "N".
        88 HOL-SCAN-DONE VALUE "Y".
       1   HOL-FLAG PIC X.
        88 IS-HOLIDAY VALUE "Y".

       1   TRAN-AT-END PIC X VALUE "N".
        88 TRAN-SCAN-DONE VALUE "Y".
       1   AUTH-AT-END PIC X VALUE "N".
        88 AUTH-SCAN-DONE VALUE "Y".
       1   AUTH-FOUND-FLAG PIC X.
        88 AUTH-FOUND VALUE "Y".
      * A MATCHING AUTHORIZATION WAS FOUND BUT HAS ALREADY BEEN USED
       1   AUTH-SPENT-FLAG PIC X.
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
      * WHEN THE CARD'S DATE WAS LAST REOPENED OR BACKED OUT - LOW-VALUE
      * WHEN NEVER
       1   LAST-REOPEN-KEY PIC X(16).

      * DATE WORK AREA - THE DATE BEING VALIDATED OR BUILT, VIEWED
      * AS ITS PARTS, AND THE YYYYMMDD KEY BUILT FROM IT
       1   WORK-DATE.
        2   WD-DD PIC 99.
        2   WD-SEP-1 PIC X.
        2   WD-MM PIC 99.
        2   WD-SEP-2 PIC X.
        2   WD-YYYY PIC 9(4).
       1   WORK-KEY.
        2   WK-YYYY PIC 9(4).
        2   WK-MM PIC 99.
        2   WK-DD PIC 99.
       1   DATE-OK-FLAG PIC X.
        88 DATE-VALID VALUE "Y".

      * DAYS IN EACH MONTH, AND THE MONTH OFFSETS FOR THE
      * DAY-OF-WEEK CALCULATION
       1   MONTH-DAYS-VALUES PIC X(24)
               VALUE "312831303130313130313031".
       1   MONTH-DAYS-TBL REDEFINES MONTH-DAYS-VALUES.
        2   MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       1   MONTH-OFFSET-VALUES PIC X(12) VALUE "032503514624".
       1   MONTH-OFFSET-TBL REDEFINES MONTH-OFFSET-VALUES.
        2   MONTH-OFFSET PIC 9 OCCURS 12 TIMES.
       1   DAYS-THIS-MONTH PIC 99.
       1   LEAP-FLAG PIC X.
        88 LEAP-YEAR VALUE "Y".
       1   DIV-QUOT PIC 9(9) COMP.
       1   DIV-REM PIC 9(9) COMP.
       1   DOW-YEAR PIC 9(9) COMP.
       1   DOW-WORK PIC 9(9) COMP.
       1   DOW-Q4 PIC 9(9) COMP.
       1   DOW-Q100 PIC 9(9) COMP.
       1   DOW-Q400 PIC 9(9) COMP.
      * 0 = SUNDAY THROUGH 6 = SATURDAY
       1   WEEKDAY-NUM PIC 9(4) COMP.

      * YEAR GENERATION
       1   GEN-YEAR PIC 9(4).
       1   GEN-MM PIC 99.
       1   GEN-DD PIC 99.
       1   GEN-ADDED PIC 9(9) COMP.
       1   GEN-FULL-FLAG PIC X.
        88 GEN-TABLE-FULL VALUE "Y".

      * RESULT OF PLACING ONE DATE ON THE CALENDAR
       1   INSERT-RESULT PIC X.
        88 INSERT-DONE VALUE "I".
        88 INSERT-DUPLICATE VALUE "D".
        88 INSERT-TABLE-FULL VALUE "F".

       1   CARDS-READ PIC 9(9) COMP VALUE ZERO.
       1   CARDS-ACCEPTED PIC 9(9) COMP VALUE ZERO.
       1   CARDS-REJECTED PIC 9(9) COMP VALUE ZERO.
       1   CARD-RESULT PIC X(60).
       1   CARD-FLAG PIC X.
        88 CARD-REJECTED VALUE "R".

      * RUN DATE/TIME STAMP
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(40)
                VALUE "BPGC PROCESSING CALENDAR MAINTENANCE    ".
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
      * THE CAPTIONS ARE SIZED FIELD FOR FIELD AGAINST DETAIL-LINE
       1   HEADING-2.
        2   FILLER PIC X(4) VALUE "CODE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(10) VALUE "DATE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(4) VALUE "TYPE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "OPERATOR".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "APPROVER".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(6) VALUE "REASON".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(60) VALUE "RESULT".
       1   DETAIL-LINE.
        2   FILLER PIC X VALUE SPACE.
        2   DTL-CODE PIC X.
        2   FILLER PIC X(3) VALUE SPACE.
        2   DTL-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   DTL-TYPE PIC X.
        2   FILLER PIC X(3) VALUE SPACE.
        2   DTL-OPERATOR PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-APPROVER PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-REASON PIC X(4).
        2   FILLER PIC X(3) VALUE SPACE.
        2   DTL-RESULT PIC X(60).
       1   SUMMARY-1.
        2   FILLER PIC X(22) VALUE "CARDS READ            ".
        2   SUM-READ PIC ZZZZZZZZ9.
        2   FILLER PIC X(12) VALUE "   ACCEPTED ".
        2   SUM-ACCEPTED PIC ZZZZZZZZ9.
        2   FILLER PIC X(12) VALUE "   REJECTED ".
        2   SUM-REJECTED PIC ZZZZZZZZ9.
       1   SUMMARY-2.
        2   FILLER PIC X(22) VALUE "CALENDAR DATES BEFORE ".
        2   SUM-BEFORE PIC ZZZZZZZZ9.
        2   FILLER PIC X(12) VALUE "   AFTER    ".
        2   SUM-AFTER PIC ZZZZZZZZ9.
       1   GEN-RESULT-LINE.
        2   FILLER PIC X(10) VALUE "GENERATED ".
        2   GRL-ADDED PIC ZZ9.
        2   FILLER PIC X(24) VALUE " BUSINESS DATES FOR YEAR".
        2   FILLER PIC X VALUE SPACE.
        2   GRL-YEAR PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATCALM CALENDAR MAINTENANCE START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

      * LOAD THE CALENDAR - IT MUST FIT THE SAME 1100-ENTRY TABLE
      * MATEDIT AND TESTCOB LOAD IT INTO, OR NOTHING IS CHANGED
           OPEN INPUT CAL-FILE
           PERFORM UNTIL CAL-SCAN-DONE
               READ CAL-FILE
                   AT END SET CAL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF CAL-COUNT = 1100
                           DISPLAY "MATCALM0001 THE PROCESSING "
                               "CALENDAR EXCEEDS THE 1100-ENTRY "
                               "TABLE - ARCHIVE ITS PROCESSED DATES"
                           MOVE 12 TO RETURN-CODE
                           CLOSE CAL-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO CAL-COUNT
                       MOVE CAL-REC-DATE TO CE-DATE(CAL-COUNT)
                       MOVE CAL-REC-STATUS TO CE-STATUS(CAL-COUNT)
                       MOVE CAL-REC-DATE TO WORK-DATE
                       PERFORM BUILD-WORK-KEY
                       MOVE WORK-KEY TO CE-KEY(CAL-COUNT)
               END-READ
           END-PERFORM
           CLOSE CAL-FILE
           MOVE CAL-COUNT TO CAL-COUNT-BEFORE

      * LOAD THE NON-PROCESSING-DAY TABLE
           OPEN INPUT HOL-FILE
           PERFORM UNTIL HOL-SCAN-DONE
               READ HOL-FILE
                   AT END SET HOL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HOL-COUNT = 400
                           DISPLAY "MATCALM0002 THE HOLIDAY TABLE "
                               "EXCEEDS 400 ENTRIES"
                           MOVE 12 TO RETURN-CODE
                           CLOSE HOL-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO HOL-COUNT
                       MOVE HOL-REC-DATE TO HT-DATE(HOL-COUNT)
               END-READ
           END-PERFORM
           CLOSE HOL-FILE

           OPEN OUTPUT PRINT-FILE
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM HEADING-2 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1

      * APPLY THE TRANSACTION CARDS IN THE ORDER GIVEN
           OPEN INPUT TRAN-FILE
           PERFORM UNTIL TRAN-SCAN-DONE
               READ TRAN-FILE
                   AT END SET TRAN-SCAN-DONE TO TRUE
                   NOT AT END PERFORM PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE

      * PUT THE MAINTAINED CALENDAR BACK ONLY WHEN SOMETHING CHANGED
           IF CAL-CHANGED
               OPEN OUTPUT CAL-FILE
               PERFORM VARYING CAL-IX FROM 1 BY 1
                   UNTIL CAL-IX > CAL-COUNT
                   MOVE SPACES TO CAL-REC
                   MOVE CE-DATE(CAL-IX) TO CAL-REC-DATE
                   MOVE CE-STATUS(CAL-IX) TO CAL-REC-STATUS
                   WRITE CAL-REC
               END-PERFORM
               CLOSE CAL-FILE
           END-IF

      * THE CALENDAR IS BACK - NOW JOURNAL THE CHANGES MADE TO IT
           IF HELD-COUNT > ZERO
               OPEN EXTEND AUDIT-FILE
               PERFORM VARYING HELD-IX FROM 1 BY 1
                   UNTIL HELD-IX > HELD-COUNT
                   WRITE AUD-REC FROM HELD-AUDIT(HELD-IX)
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF

           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE CARDS-READ TO SUM-READ
           MOVE CARDS-ACCEPTED TO SUM-ACCEPTED
           MOVE CARDS-REJECTED TO SUM-REJECTED
           WRITE PRINT-REC FROM SUMMARY-1 AFTER ADVANCING 1
           MOVE CAL-COUNT-BEFORE TO SUM-BEFORE
           MOVE CAL-COUNT TO SUM-AFTER
           WRITE PRINT-REC FROM SUMMARY-2 AFTER ADVANCING 1
           CLOSE PRINT-FILE

           IF CARDS-REJECTED > ZERO
               DISPLAY "MATCALM0003 " CARDS-REJECTED " TRANSACTION "
                   "CARDS REJECTED - SEE THE MAINTENANCE REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MATCALM0004 " CARDS-ACCEPTED " TRANSACTION "
               "CARDS APPLIED - THE CALENDAR HOLDS " CAL-COUNT
               " DATES"

           DISPLAY " MATCALM CALENDAR MAINTENANCE END "
           GOBACK.

      *****************************************************************
      * PROCESS-TRANSACTION - APPLY ONE CARD AND REPORT THE OUTCOME.  *
      *****************************************************************
       PROCESS-TRANSACTION.
           ADD 1 TO CARDS-READ
           MOVE SPACE TO CARD-FLAG
           MOVE SPACES TO CARD-RESULT
           EVALUATE TRUE
             WHEN HELD-COUNT = 1000
               AND (TRAN-CODE = "A" OR TRAN-CODE = "D"
               OR TRAN-CODE = "R")
               MOVE "R" TO CARD-FLAG
               MOVE "1000 CHANGES MADE THIS RUN - RESUBMIT THE CARD"
                   TO CARD-RESULT
             WHEN TRAN-CODE = "G"
               PERFORM GENERATE-YEAR
             WHEN TRAN-CODE = "A"
               PERFORM ADD-DATE
             WHEN TRAN-CODE = "D"
               PERFORM REMOVE-DATE
             WHEN TRAN-CODE = "R"
               PERFORM REOPEN-DATE
             WHEN TRAN-CODE = "U"
               PERFORM ENTER-AUTHORIZATION
             WHEN OTHER
               MOVE "R" TO CARD-FLAG
               MOVE "UNKNOWN TRANSACTION CODE" TO CARD-RESULT
           END-EVALUATE
           IF CARD-REJECTED
               ADD 1 TO CARDS-REJECTED
           ELSE
               ADD 1 TO CARDS-ACCEPTED
           END-IF
           MOVE TRAN-CODE TO DTL-CODE
           MOVE TRAN-DATE TO DTL-DATE
           MOVE TRAN-AUTH-TYPE TO DTL-TYPE
           MOVE TRAN-OPERATOR TO DTL-OPERATOR
           MOVE TRAN-APPROVER TO DTL-APPROVER
           MOVE TRAN-REASON TO DTL-REASON
           MOVE CARD-RESULT TO DTL-RESULT
           WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1.

      *****************************************************************
      * GENERATE-YEAR - PLACE EVERY MONDAY-TO-FRIDAY DATE OF THE YEAR *
      * THAT IS NOT A NON-PROCESSING DAY AND NOT ALREADY ON THE       *
      * CALENDAR.                                                     *
      *****************************************************************
       GENERATE-YEAR.
           IF TRAN-YEAR NOT NUMERIC OR TRAN-YEAR < 1900
               MOVE "R" TO CARD-FLAG
               MOVE "INVALID YEAR" TO CARD-RESULT
           ELSE
               MOVE TRAN-YEAR TO GEN-YEAR
               MOVE ZERO TO GEN-ADDED
               MOVE "N" TO GEN-FULL-FLAG
               PERFORM VARYING GEN-MM FROM 1 BY 1
                   UNTIL GEN-MM > 12 OR GEN-TABLE-FULL
                   MOVE GEN-MM TO WD-MM
                   MOVE GEN-YEAR TO WD-YYYY
                   PERFORM SET-DAYS-THIS-MONTH
                   PERFORM GENERATE-ONE-DAY
                       VARYING GEN-DD FROM 1 BY 1
                       UNTIL GEN-DD > DAYS-THIS-MONTH
                       OR GEN-TABLE-FULL
               END-PERFORM
               MOVE GEN-ADDED TO GRL-ADDED
               MOVE GEN-YEAR TO GRL-YEAR
               MOVE GEN-RESULT-LINE TO CARD-RESULT
               IF GEN-TABLE-FULL
                   MOVE "R" TO CARD-FLAG
                   MOVE "CALENDAR TABLE FULL - YEAR ONLY PARTLY "
                       TO CARD-RESULT
                   DISPLAY "MATCALM0005 CALENDAR TABLE FULL AFTER "
                       GEN-ADDED " DATES OF " GEN-YEAR
               END-IF
           END-IF.

       GENERATE-ONE-DAY.
           MOVE GEN-DD TO WD-DD
           MOVE "-" TO WD-SEP-1
           MOVE GEN-MM TO WD-MM
           MOVE "-" TO WD-SEP-2
           MOVE GEN-YEAR TO WD-YYYY
           PERFORM COMPUTE-WEEKDAY
           IF WEEKDAY-NUM > ZERO AND WEEKDAY-NUM < 6
               PERFORM CHECK-HOLIDAY
               IF NOT IS-HOLIDAY
                   PERFORM INSERT-CAL-DATE
                   EVALUATE TRUE
                     WHEN INSERT-DONE
                       ADD 1 TO GEN-ADDED
                     WHEN INSERT-TABLE-FULL
                       SET GEN-TABLE-FULL TO TRUE
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *****************************************************************
      * ADD-DATE - PLACE ONE DATE ON THE CALENDAR, UNPROCESSED.  A    *
      * NON-PROCESSING DAY MAY BE ADDED THIS WAY FOR A SPECIAL RUN.   *
      *****************************************************************
       ADD-DATE.
           MOVE TRAN-DATE TO WORK-DATE
           PERFORM VALIDATE-WORK-DATE
           IF NOT DATE-VALID
               MOVE "R" TO CARD-FLAG
               MOVE "INVALID DATE - DD-MM-YYYY EXPECTED" TO CARD-RESULT
           ELSE
               PERFORM INSERT-CAL-DATE
               EVALUATE TRUE
                 WHEN INSERT-DONE
                   MOVE "DATE ADDED" TO CARD-RESULT
                   MOVE "ADD" TO AUD-EVENT
                   PERFORM HOLD-AUDIT-ENTRY
                 WHEN INSERT-DUPLICATE
                   MOVE "R" TO CARD-FLAG
                   MOVE "DATE IS ALREADY ON THE CALENDAR"
                       TO CARD-RESULT
                 WHEN OTHER
                   MOVE "R" TO CARD-FLAG
                   MOVE "CALENDAR TABLE FULL" TO CARD-RESULT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * REMOVE-DATE - TAKE ONE UNPROCESSED DATE OFF THE CALENDAR.  A  *
      * PROCESSED DATE IS HISTORY AND STAYS.                          *
      *****************************************************************
       REMOVE-DATE.
           PERFORM FIND-CAL-DATE
           EVALUATE TRUE
             WHEN CAL-IX > CAL-COUNT
               MOVE "R" TO CARD-FLAG
               MOVE "DATE IS NOT ON THE CALENDAR" TO CARD-RESULT
             WHEN CE-STATUS(CAL-IX) = "P"
               MOVE "R" TO CARD-FLAG
               MOVE "DATE IS PROCESSED AND CANNOT BE REMOVED"
                   TO CARD-RESULT
             WHEN OTHER
               PERFORM VARYING SHIFT-IX FROM CAL-IX BY 1
                   UNTIL SHIFT-IX NOT < CAL-COUNT
                   MOVE CAL-ENTRY(SHIFT-IX + 1) TO CAL-ENTRY(SHIFT-IX)
               END-PERFORM
               SUBTRACT 1 FROM CAL-COUNT
               SET CAL-CHANGED TO TRUE
               MOVE "DATE REMOVED" TO CARD-RESULT
               MOVE "REMOVE" TO AUD-EVENT
               PERFORM HOLD-AUDIT-ENTRY
           END-EVALUATE.

      *****************************************************************
      * REOPEN-DATE - MARK A PROCESSED DATE UNPROCESSED AGAIN, SO THE *
      * NEXT RUN EXPECTS IT.  ONLY WITH A MATCHING REOPEN             *
      * AUTHORIZATION FOR THE DATE AND OPERATOR ON CALAUTH THAT HAS   *
      * NOT ALREADY BEEN USED.                                        *
      *****************************************************************
       REOPEN-DATE.
           PERFORM FIND-CAL-DATE
           IF CAL-IX > CAL-COUNT
               MOVE "R" TO CARD-FLAG
               MOVE "DATE IS NOT ON THE CALENDAR" TO CARD-RESULT
           ELSE
               IF CE-STATUS(CAL-IX) NOT = "P"
                   MOVE "R" TO CARD-FLAG
                   MOVE "DATE IS NOT PROCESSED - NOTHING TO REOPEN"
                       TO CARD-RESULT
               ELSE
                   PERFORM FIND-REOPEN-AUTH
                   EVALUATE TRUE
                     WHEN AUTH-FOUND
                       MOVE SPACE TO CE-STATUS(CAL-IX)
                       SET CAL-CHANGED TO TRUE
                       MOVE "DATE REOPENED" TO CARD-RESULT
                       MOVE "REOPEN" TO AUD-EVENT
                       PERFORM HOLD-AUDIT-ENTRY
                     WHEN AUTH-SPENT
                       MOVE "R" TO CARD-FLAG
                       MOVE "REOPEN AUTHORIZATION ALREADY USED"
                           TO CARD-RESULT
                     WHEN OTHER
                       MOVE "R" TO CARD-FLAG
                       MOVE "NO MATCHING REOPEN AUTHORIZATION"
                           TO CARD-RESULT
                   END-EVALUATE
               END-IF
           END-IF.

      *****************************************************************
      * ENTER-AUTHORIZATION - VALIDATE A U CARD AND APPEND IT TO      *
      * CALAUTH.  THE OPERATOR, APPROVER AND REASON ARE REQUIRED AND  *
      * NOBODY MAY APPROVE THEIR OWN REOPEN OR OVERRIDE.              *
      *****************************************************************
       ENTER-AUTHORIZATION.
           MOVE TRAN-DATE TO WORK-DATE
           PERFORM VALIDATE-WORK-DATE
           EVALUATE TRUE
             WHEN NOT DATE-VALID
               MOVE "R" TO CARD-FLAG
               MOVE "INVALID DATE - DD-MM-YYYY EXPECTED" TO CARD-RESULT
             WHEN TRAN-AUTH-TYPE NOT = "R" AND TRAN-AUTH-TYPE NOT = "O"
               MOVE "R" TO CARD-FLAG
               MOVE "AUTHORIZATION TYPE MUST BE R OR O"
                   TO CARD-RESULT
             WHEN TRAN-OPERATOR = SPACE OR TRAN-APPROVER = SPACE
               OR TRAN-REASON = SPACE
               MOVE "R" TO CARD-FLAG
               MOVE "OPERATOR, APPROVER AND REASON ARE REQUIRED"
                   TO CARD-RESULT
             WHEN TRAN-OPERATOR = TRAN-APPROVER
               MOVE "R" TO CARD-FLAG
               MOVE "THE OPERATOR MAY NOT APPROVE THEIR OWN REQUEST"
                   TO CARD-RESULT
             WHEN OTHER
               OPEN EXTEND AUTH-FILE
               MOVE SPACES TO AUTH-REC
               MOVE TRAN-DATE TO AUTH-DATE
               MOVE TRAN-AUTH-TYPE TO AUTH-TYPE
               MOVE TRAN-OPERATOR TO AUTH-OPERATOR
               MOVE TRAN-APPROVER TO AUTH-APPROVER
               MOVE TRAN-REASON TO AUTH-REASON
               MOVE TRAN-TEXT TO AUTH-TEXT
               MOVE RUN-DATE TO AUTH-ENTRY-DATE
               MOVE RUN-TIME TO AUTH-ENTRY-TIME
               WRITE AUTH-REC
               CLOSE AUTH-FILE
               MOVE "AUTHORIZATION RECORDED" TO CARD-RESULT
           END-EVALUATE.

      *****************************************************************
      * FIND-CAL-DATE - LOCATE THE CARD'S DATE ON THE CALENDAR.       *
      * CAL-IX IS PAST CAL-COUNT WHEN IT IS NOT THERE.                *
      *****************************************************************
       FIND-CAL-DATE.
           PERFORM VARYING CAL-IX FROM 1 BY 1
               UNTIL CAL-IX > CAL-COUNT
               OR CE-DATE(CAL-IX) = TRAN-DATE
               CONTINUE
           END-PERFORM.

      *****************************************************************
      * FIND-REOPEN-AUTH - SCAN CALAUTH FOR A REOPEN AUTHORIZATION OF *
      * THE CARD'S DATE BY THE CARD'S OPERATOR, ENTERED AFTER THE     *
      * DATE WAS LAST REOPENED OR BACKED OUT - AN EARLIER ONE HAS     *
      * BEEN USED.  THE APPROVER, REASON AND TEXT OF THE LAST UNUSED  *
      * ONE FOUND GO TO THE JOURNAL.                                  *
      *****************************************************************
       FIND-REOPEN-AUTH.
           PERFORM FIND-LAST-REOPEN
           MOVE "N" TO AUTH-FOUND-FLAG
           MOVE "N" TO AUTH-SPENT-FLAG
           MOVE "N" TO AUTH-AT-END
           OPEN INPUT AUTH-FILE
           PERFORM UNTIL AUTH-SCAN-DONE
               READ AUTH-FILE
                   AT END SET AUTH-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AUTH-DATE = TRAN-DATE
                           AND AUTH-TYPE = "R"
                           AND AUTH-OPERATOR = TRAN-OPERATOR
                           AND AUTH-APPROVER NOT = AUTH-OPERATOR
                           MOVE AUTH-ENTRY-DATE TO STAMP-IN
                           MOVE AUTH-ENTRY-TIME TO STI-TIME
                           PERFORM MAKE-STAMP-KEY
                           IF STAMP-KEY > LAST-REOPEN-KEY
                               SET AUTH-FOUND TO TRUE
                               MOVE AUTH-APPROVER TO AUD-APPROVER
                               MOVE AUTH-REASON TO AUD-REASON
                               MOVE AUTH-TEXT TO AUD-TEXT
                           ELSE
                               SET AUTH-SPENT TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

      *****************************************************************
      * FIND-LAST-REOPEN - WHEN THE JOURNAL LAST RECORDS THE CARD'S   *
      * DATE REOPENED, BY THIS PROGRAM OR A MATBKOUT BACKOUT, OR      *
      * BACKED OUT WHILE ALREADY OPEN.                                *
      *****************************************************************
       FIND-LAST-REOPEN.
           MOVE LOW-VALUE TO LAST-REOPEN-KEY
           MOVE "N" TO AUD-AT-END
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL AUD-SCAN-DONE
               READ AUDIT-FILE
                   AT END SET AUD-SCAN-DONE TO TRUE
                   NOT AT END
                       IF AUDR-DATE = TRAN-DATE
                           AND (AUDR-EVENT = "REOPEN"
                           OR AUDR-EVENT = "BACKOUT")
                           MOVE AUDR-RUN-DATE TO STAMP-IN
                           MOVE AUDR-RUN-TIME TO STI-TIME
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
      * HOLD-AUDIT-ENTRY - HOLD THE JOURNAL ENTRY FOR ONE CALENDAR    *
      * CHANGE UNTIL THE CALENDAR IS REWRITTEN.  AUD-EVENT IS SET BY  *
      * THE CALLER; A REOPEN CARRIES THE AUTHORIZATION'S APPROVER,    *
      * REASON AND TEXT, ANYTHING ELSE THE CARD'S OWN.                *
      *****************************************************************
       HOLD-AUDIT-ENTRY.
           IF AUD-EVENT NOT = "REOPEN"
               MOVE TRAN-APPROVER TO AUD-APPROVER
               MOVE TRAN-REASON TO AUD-REASON
               MOVE TRAN-TEXT TO AUD-TEXT
           END-IF
           MOVE TRAN-DATE TO AUD-DATE
           MOVE "MATCALM" TO AUD-PROGRAM
           MOVE TRAN-OPERATOR TO AUD-OPERATOR
           MOVE RUN-DATE TO AUD-RUN-DATE
           MOVE RUN-TIME TO AUD-RUN-TIME
           ADD 1 TO HELD-COUNT
           MOVE AUDIT-ENTRY TO HELD-AUDIT(HELD-COUNT)
           MOVE SPACES TO AUDIT-ENTRY.

      *****************************************************************
      * INSERT-CAL-DATE - PLACE WORK-DATE ON THE CALENDAR IN DATE     *
      * ORDER, UNPROCESSED.  A DATE ALREADY THERE IS LEFT ALONE.      *
      *****************************************************************
       INSERT-CAL-DATE.
           PERFORM BUILD-WORK-KEY
           PERFORM VARYING CAL-IX FROM 1 BY 1
               UNTIL CAL-IX > CAL-COUNT
               OR CE-KEY(CAL-IX) NOT < WORK-KEY
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
             WHEN CAL-IX NOT > CAL-COUNT
               AND CE-KEY(CAL-IX) = WORK-KEY
               SET INSERT-DUPLICATE TO TRUE
             WHEN CAL-COUNT = 1100
               SET INSERT-TABLE-FULL TO TRUE
             WHEN OTHER
               PERFORM VARYING SHIFT-IX FROM CAL-COUNT BY -1
                   UNTIL SHIFT-IX < CAL-IX
                   MOVE CAL-ENTRY(SHIFT-IX) TO CAL-ENTRY(SHIFT-IX + 1)
               END-PERFORM
               ADD 1 TO CAL-COUNT
               MOVE WORK-DATE TO CE-DATE(CAL-IX)
               MOVE SPACE TO CE-STATUS(CAL-IX)
               MOVE WORK-KEY TO CE-KEY(CAL-IX)
               SET CAL-CHANGED TO TRUE
               SET INSERT-DONE TO TRUE
           END-EVALUATE.

      *****************************************************************
      * BUILD-WORK-KEY - THE YYYYMMDD ORDERING KEY OF WORK-DATE.      *
      *****************************************************************
       BUILD-WORK-KEY.
           MOVE WD-YYYY TO WK-YYYY
           MOVE WD-MM TO WK-MM
           MOVE WD-DD TO WK-DD.

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

      *****************************************************************
      * COMPUTE-WEEKDAY - DAY OF THE WEEK OF WORK-DATE, 0 FOR         *
      * SUNDAY THROUGH 6 FOR SATURDAY.  THE YEAR COUNTS FROM MARCH    *
      * SO THE LEAP DAY FALLS AT THE END OF IT.                       *
      *****************************************************************
       COMPUTE-WEEKDAY.
           MOVE WD-YYYY TO DOW-YEAR
           IF WD-MM < 3
               SUBTRACT 1 FROM DOW-YEAR
           END-IF
           DIVIDE DOW-YEAR BY 4 GIVING DOW-Q4
           DIVIDE DOW-YEAR BY 100 GIVING DOW-Q100
           DIVIDE DOW-YEAR BY 400 GIVING DOW-Q400
           COMPUTE DOW-WORK = DOW-YEAR + DOW-Q4 - DOW-Q100 + DOW-Q400
               + MONTH-OFFSET(WD-MM) + WD-DD
           DIVIDE DOW-WORK BY 7 GIVING DIV-QUOT REMAINDER WEEKDAY-NUM.

      *****************************************************************
      * CHECK-HOLIDAY - IS WORK-DATE ON THE NON-PROCESSING-DAY TABLE. *
      *****************************************************************
       CHECK-HOLIDAY.
           MOVE "N" TO HOL-FLAG
           PERFORM VARYING HOL-IX FROM 1 BY 1
               UNTIL HOL-IX > HOL-COUNT OR IS-HOLIDAY
               IF HT-DATE(HOL-IX) = WORK-DATE
                   SET IS-HOLIDAY TO TRUE
               END-IF
           END-PERFORM.
