       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATACKR - ACKNOWLEDGEMENT RECONCILIATION OF THE ARRAYC        *
      * DISTRIBUTION.  THE RECIPIENTS' ACKNOWLEDGEMENT FILES, EACH    *
      * GIVING THE BUSINESS DATE RECEIVED, THE RECORD COUNT AND HASH  *
      * TOTAL RECEIVED AND WHEN, ARE MATCHED TO THE DELIVERIES        *
      * MATDIST RECORDED ON THE DISTMAN MANIFEST (THE LATEST RECORD   *
      * FOR A DATE AND RECIPIENT, SO A RESEND SUPERSEDES THE FIRST    *
      * SEND).  ACKRPT LISTS THE EXCEPTIONS:                          *
      *   OVERDUE    - NOT ACKNOWLEDGED, AND THE CUTOFF HAS PASSED    *
      *   LATE       - ACKNOWLEDGED AFTER THE CUTOFF                  *
      *   MISMATCH   - THE ACKNOWLEDGED COUNT OR HASH DIFFERS FROM    *
      *                WHAT WAS SENT - FOR A NATIVE DELIVERY, THE     *
      *                ARRAYC TRAILER TOTALS                          *
      *   UNMATCHED  - AN ACKNOWLEDGEMENT FOR NO DELIVERY             *
      *   UNREADABLE - AN ACKNOWLEDGEMENT THAT CANNOT BE USED         *
      * THE CUTOFF IS THE RECIPIENT'S HOURS ON THE MANIFEST, OR THE   *
      * ACKPARM DEFAULT, COUNTED FROM THE TIME SENT.  A DELIVERY      *
      * STILL INSIDE ITS CUTOFF IS PENDING, NOT AN EXCEPTION.  ANY    *
      * EXCEPTION ENDS THE STEP RC=8 FOR THE SCHEDULER TO ALERT ON.   *
      *****************************************************************

       PROGRAM-ID. MATACKR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CUMULATIVE TRANSMISSION MANIFEST WRITTEN BY MATDIST
           SELECT MAN-FILE ASSIGN TO DISTMAN
               ORGANIZATION IS SEQUENTIAL.
      * THE RECIPIENTS' ACKNOWLEDGEMENTS
           SELECT ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS SEQUENTIAL.
      * CUTOFF AND FROM-DATE CARD
           SELECT ACK-PARM-FILE ASSIGN TO ACKPARM
               ORGANIZATION IS SEQUENTIAL.
      * THE EXCEPTIONS REPORT
           SELECT PRINT-FILE ASSIGN TO ACKRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAN-FILE
           RECORDING MODE IS F.
       1   MAN-REC.
        2   MAN-DATE PIC X(10).
        2   MAN-RECIPIENT PIC X(8).
        2   MAN-DATASET PIC X(44).
        2   MAN-FORMAT PIC X.
        2   MAN-SEGMENT PIC 9(5).
        2   MAN-COUNT PIC 9(9).
        2   MAN-HASH PIC S9(18).
        2   MAN-TRL-COUNT PIC 9(9).
        2   MAN-TRL-HASH PIC S9(18).
        2   MAN-SENT-DATE PIC X(10).
        2   MAN-SENT-TIME PIC X(8).
        2   MAN-ACK-HOURS PIC 9(3).
        2   FILLER PIC X(7).

       FD  ACK-FILE
           RECORDING MODE IS F.
       1   ACK-REC.
        2   ACK-RECIPIENT PIC X(8).
      * BUSINESS DATE RECEIVED, DD-MM-YYYY
        2   ACK-DATE PIC X(10).
      * RECORD COUNT AND HASH TOTAL RECEIVED - THE HASH SIGNED
      * IN THE LAST DIGIT
        2   ACK-COUNT-RAW PIC X(9).
        2   ACK-COUNT REDEFINES ACK-COUNT-RAW PIC 9(9).
        2   ACK-HASH-RAW PIC X(18).
        2   ACK-HASH REDEFINES ACK-HASH-RAW PIC S9(18).
      * WHEN RECEIVED, DD-MM-YYYY AND HH:MM:SS
        2   ACK-RECV-DATE PIC X(10).
        2   ACK-RECV-TIME PIC X(8).
        2   FILLER PIC X(17).

       FD  ACK-PARM-FILE
           RECORDING MODE IS F.
       1   ACK-PARM-REC.
      * DEFAULT CUTOFF IN HOURS - BLANK IS 24
        2   APARM-HOURS-RAW PIC X(3).
        2   APARM-HOURS REDEFINES APARM-HOURS-RAW PIC 9(3).
      * EARLIEST BUSINESS DATE RECONCILED - BLANK IS EVERY DATE
        2   APARM-FROM-DATE PIC X(10).
        2   FILLER PIC X(67).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

      * THE MANIFEST AS LOADED - ONE ENTRY PER DATE AND RECIPIENT,
      * WITH THE ACKNOWLEDGEMENT MATCHED TO IT
       1   MAN-TBL.
        2   MAN-ENTRY OCCURS 2000 TIMES.
         3   MT-DATE PIC X(10).
         3   MT-RECIPIENT PIC X(8).
         3   MT-DATASET PIC X(44).
         3   MT-FORMAT PIC X.
         3   MT-COUNT PIC 9(9) COMP.
         3   MT-HASH PIC S9(18) COMP-3.
         3   MT-TRL-COUNT PIC 9(9) COMP.
         3   MT-TRL-HASH PIC S9(18) COMP-3.
         3   MT-SENT-DATE PIC X(10).
         3   MT-SENT-TIME PIC X(8).
         3   MT-SENT-MIN PIC 9(12) COMP.
         3   MT-HOURS PIC 9(3).
         3   MT-ACK-FLAG PIC X.
         3   MT-ACK-COUNT PIC 9(9) COMP.
         3   MT-ACK-HASH PIC S9(18) COMP-3.
         3   MT-ACK-DATE PIC X(10).
         3   MT-ACK-TIME PIC X(8).
         3   MT-ACK-MIN PIC 9(12) COMP.
       1   MAN-COUNT-LOADED PIC 9(9) COMP VALUE ZERO.
       1   MX PIC 9(9) COMP.
       1   MAN-FOUND-AT PIC 9(9) COMP.
       1   FIND-DATE PIC X(10).
       1   FIND-RECIPIENT PIC X(8).
       1   MAN-AT-END PIC X VALUE "N".
        88 MAN-SCAN-DONE VALUE "Y".
       1   MAN-LOAD-FLAG PIC X VALUE "Y".
        88 MAN-LOAD-OK VALUE "Y".
       1   ACK-AT-END PIC X VALUE "N".
        88 ACK-SCAN-DONE VALUE "Y".

      * THE CARD
       1   DEFAULT-HOURS PIC 9(3) VALUE 24.
       1   FROM-DAYS PIC 9(9) COMP VALUE ZERO.

      * THE RUN'S OWN STAMP, AND THE TIME NOW IN MINUTES
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).
       1   RUN-MIN PIC 9(12) COMP.

      * A DATE AND TIME TURNED INTO A DAY NUMBER AND A MINUTE NUMBER
      * FOR MEASURING THE TIME BETWEEN TWO STAMPS.  THE YEAR COUNTS
      * FROM MARCH SO THE LEAP DAY FALLS AT THE END OF IT.
       1   STAMP-DATE.
        2   SD-DD PIC 99.
        2   SD-SEP-1 PIC X.
        2   SD-MM PIC 99.
        2   SD-SEP-2 PIC X.
        2   SD-YYYY PIC 9(4).
       1   STAMP-TIME.
        2   ST-HH PIC 99.
        2   ST-SEP-1 PIC X.
        2   ST-MI PIC 99.
        2   ST-SEP-2 PIC X.
        2   ST-SS PIC 99.
       1   STAMP-FLAG PIC X.
        88 STAMP-VALID VALUE "Y".
       1   STAMP-DAYS PIC 9(9) COMP.
       1   STAMP-MIN PIC 9(12) COMP.
       1   DN-YEAR PIC 9(9) COMP.
       1   DN-MONTH PIC 9(9) COMP.
       1   DN-WORK PIC 9(9) COMP.
       1   DN-MDAYS PIC 9(9) COMP.
       1   DN-Q4 PIC 9(9) COMP.
       1   DN-Q100 PIC 9(9) COMP.
       1   DN-Q400 PIC 9(9) COMP.

      * ONE DELIVERY'S RECONCILIATION
       1   CUTOFF-MIN PIC 9(12) COMP.
       1   ELAPSED-MIN PIC S9(12) COMP.
       1   EXPECT-COUNT PIC 9(9) COMP.
       1   EXPECT-HASH PIC S9(18) COMP-3.
       1   EXCEPTION-NAME PIC X(10).

      * RESULT COUNTS
       1   ACKED-COUNT PIC 9(9) COMP VALUE ZERO.
       1   PENDING-COUNT PIC 9(9) COMP VALUE ZERO.
       1   OVERDUE-COUNT PIC 9(9) COMP VALUE ZERO.
       1   LATE-COUNT PIC 9(9) COMP VALUE ZERO.
       1   MISMATCH-COUNT PIC 9(9) COMP VALUE ZERO.
       1   UNMATCHED-COUNT PIC 9(9) COMP VALUE ZERO.
       1   UNREADABLE-COUNT PIC 9(9) COMP VALUE ZERO.
       1   EARLIER-ACK-COUNT PIC 9(9) COMP VALUE ZERO.
       1   ACK-READ-COUNT PIC 9(9) COMP VALUE ZERO.
       1   EXCEPTION-COUNT PIC 9(9) COMP VALUE ZERO.

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(50)
                VALUE "BPGC DISTRIBUTION ACKNOWLEDGEMENT EXCEPTIONS".
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
       1   HEADING-2.
        2   FILLER PIC X(24) VALUE "DEFAULT CUTOFF HOURS    ".
        2   HDG2-HOURS PIC ZZ9.
        2   FILLER PIC X(24) VALUE "    BUSINESS DATES FROM ".
        2   HDG2-FROM PIC X(10).
      * THE CAPTIONS ARE SIZED FIELD FOR FIELD AGAINST EXCEPTION-LINE
       1   EXCEPTION-HEADING.
        2   FILLER PIC X(11) VALUE "DATE".
        2   FILLER PIC X(9) VALUE "RECIPNT".
        2   FILLER PIC X(11) VALUE "EXCEPTION".
        2   FILLER PIC X(20) VALUE "SENT".
        2   FILLER PIC X(10) VALUE " SENT CNT".
        2   FILLER PIC X(19) VALUE "         SENT HASH".
        2   FILLER PIC X(10) VALUE "ACK COUNT".
        2   FILLER PIC X(19) VALUE "          ACK HASH".
        2   FILLER PIC X(19) VALUE "RECEIVED".
       1   EXCEPTION-LINE.
        2   EXL-DATE PIC X(10).
        2   FILLER PIC X VALUE SPACE.
        2   EXL-RECIPIENT PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   EXL-EXCEPTION PIC X(10).
        2   FILLER PIC X VALUE SPACE.
        2   EXL-SENT-DATE PIC X(10).
        2   FILLER PIC X VALUE SPACE.
        2   EXL-SENT-TIME PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   EXL-SENT-COUNT PIC Z(8)9.
        2   FILLER PIC X VALUE SPACE.
        2   EXL-SENT-HASH PIC -(17)9.
        2   FILLER PIC X VALUE SPACE.
        2   EXL-ACK-COUNT PIC Z(8)9.
        2   FILLER PIC X VALUE SPACE.
        2   EXL-ACK-HASH PIC -(17)9.
        2   FILLER PIC X VALUE SPACE.
        2   EXL-ACK-DATE PIC X(10).
        2   FILLER PIC X VALUE SPACE.
        2   EXL-ACK-TIME PIC X(8).
       1   DELIVERY-LINE.
        2   FILLER PIC X(11) VALUE SPACE.
        2   FILLER PIC X(8) VALUE "DATASET ".
        2   DLL-DATASET PIC X(44).
        2   FILLER PIC X(9) VALUE " TRAILER ".
        2   DLL-TRL-COUNT PIC Z(8)9.
        2   FILLER PIC X VALUE SPACE.
        2   DLL-TRL-HASH PIC -(17)9.
        2   FILLER PIC X(8) VALUE "  CUTOFF".
        2   DLL-HOURS PIC ZZZ9.
        2   FILLER PIC X(6) VALUE " HOURS".
       1   ACK-ECHO-LINE.
        2   FILLER PIC X(11) VALUE SPACE.
        2   FILLER PIC X(8) VALUE "RECORD  ".
        2   AEL-RECORD PIC X(80).
       1   SUMMARY-LINE.
        2   SML-TEXT PIC X(40).
        2   SML-COUNT PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATACKR ACKNOWLEDGEMENT RECONCILIATION START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME
           MOVE RUN-DATE TO STAMP-DATE
           MOVE RUN-TIME TO STAMP-TIME
           PERFORM STAMP-TO-MINUTES
           MOVE STAMP-MIN TO RUN-MIN

           OPEN INPUT ACK-PARM-FILE
           READ ACK-PARM-FILE
               AT END
                   MOVE SPACES TO ACK-PARM-REC
           END-READ
           CLOSE ACK-PARM-FILE
           IF APARM-HOURS-RAW NOT = SPACE
               IF APARM-HOURS NUMERIC AND APARM-HOURS > ZERO
                   MOVE APARM-HOURS TO DEFAULT-HOURS
               ELSE
                   DISPLAY "MATACKR0001 ACKPARM CUTOFF HOURS "
                       APARM-HOURS-RAW " ARE NOT A NUMBER OF HOURS"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF APARM-FROM-DATE NOT = SPACE
               MOVE APARM-FROM-DATE TO STAMP-DATE
               MOVE "00:00:00" TO STAMP-TIME
               PERFORM STAMP-TO-MINUTES
               IF NOT STAMP-VALID
                   DISPLAY "MATACKR0002 ACKPARM FROM DATE "
                       APARM-FROM-DATE " IS NOT DD-MM-YYYY"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE STAMP-DAYS TO FROM-DAYS
           END-IF

           PERFORM LOAD-MANIFEST
           IF NOT MAN-LOAD-OK
               DISPLAY "MATACKR0003 THE MANIFEST EXCEEDS THE "
                   "2000-ENTRY TABLE - RAISE THE ACKPARM FROM DATE"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE DEFAULT-HOURS TO HDG2-HOURS
           IF APARM-FROM-DATE = SPACE
               MOVE "ALL" TO HDG2-FROM
           ELSE
               MOVE APARM-FROM-DATE TO HDG2-FROM
           END-IF
           WRITE PRINT-REC FROM HEADING-2 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM EXCEPTION-HEADING AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1

      * THE ACKNOWLEDGEMENTS ARE MATCHED FIRST, LISTING THOSE THAT
      * CANNOT BE, THEN EVERY DELIVERY IS RECONCILED
           OPEN INPUT ACK-FILE
           PERFORM UNTIL ACK-SCAN-DONE
               READ ACK-FILE
                   AT END SET ACK-SCAN-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO ACK-READ-COUNT
                       PERFORM MATCH-ACKNOWLEDGEMENT
               END-READ
           END-PERFORM
           CLOSE ACK-FILE

           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MAN-COUNT-LOADED
               PERFORM RECONCILE-DELIVERY
           END-PERFORM

           PERFORM PRINT-SUMMARY
           CLOSE PRINT-FILE

           COMPUTE EXCEPTION-COUNT = OVERDUE-COUNT + LATE-COUNT
               + MISMATCH-COUNT + UNMATCHED-COUNT + UNREADABLE-COUNT
           DISPLAY "MATACKR0004 " MAN-COUNT-LOADED " DELIVERIES, "
               ACKED-COUNT " ACKNOWLEDGED, " PENDING-COUNT " PENDING"
           IF EXCEPTION-COUNT > ZERO
               DISPLAY "MATACKR0005 " EXCEPTION-COUNT
                   " DISTRIBUTION EXCEPTIONS - SEE ACKRPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY " MATACKR ACKNOWLEDGEMENT RECONCILIATION END "
           GOBACK.

      *****************************************************************
      * LOAD-MANIFEST - THE MANIFEST FROM THE FROM DATE ON.  A LATER  *
      * RECORD FOR THE SAME DATE AND RECIPIENT (A RESEND) REPLACES    *
      * THE EARLIER ONE.                                              *
      *****************************************************************
       LOAD-MANIFEST.
           OPEN INPUT MAN-FILE
           PERFORM UNTIL MAN-SCAN-DONE
               READ MAN-FILE
                   AT END SET MAN-SCAN-DONE TO TRUE
                   NOT AT END PERFORM LOAD-ONE-DELIVERY
               END-READ
           END-PERFORM
           CLOSE MAN-FILE.

       LOAD-ONE-DELIVERY.
           MOVE MAN-DATE TO STAMP-DATE
           MOVE "00:00:00" TO STAMP-TIME
           PERFORM STAMP-TO-MINUTES
           IF STAMP-VALID AND STAMP-DAYS < FROM-DAYS
               CONTINUE
           ELSE
               MOVE MAN-DATE TO FIND-DATE
               MOVE MAN-RECIPIENT TO FIND-RECIPIENT
               PERFORM FIND-DELIVERY
               IF MAN-FOUND-AT = ZERO
                   IF MAN-COUNT-LOADED = 2000
                       MOVE "N" TO MAN-LOAD-FLAG
                       SET MAN-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO MAN-COUNT-LOADED
                       MOVE MAN-COUNT-LOADED TO MAN-FOUND-AT
                   END-IF
               END-IF
               IF MAN-FOUND-AT > ZERO
                   PERFORM STORE-DELIVERY
               END-IF
           END-IF.

       FIND-DELIVERY.
           MOVE ZERO TO MAN-FOUND-AT
           PERFORM VARYING MX FROM 1 BY 1
               UNTIL MX > MAN-COUNT-LOADED OR MAN-FOUND-AT > ZERO
               IF MT-DATE(MX) = FIND-DATE
                   AND MT-RECIPIENT(MX) = FIND-RECIPIENT
                   MOVE MX TO MAN-FOUND-AT
               END-IF
           END-PERFORM.

       STORE-DELIVERY.
           MOVE MAN-DATE TO MT-DATE(MAN-FOUND-AT)
           MOVE MAN-RECIPIENT TO MT-RECIPIENT(MAN-FOUND-AT)
           MOVE MAN-DATASET TO MT-DATASET(MAN-FOUND-AT)
           MOVE MAN-FORMAT TO MT-FORMAT(MAN-FOUND-AT)
           MOVE MAN-COUNT TO MT-COUNT(MAN-FOUND-AT)
           MOVE MAN-HASH TO MT-HASH(MAN-FOUND-AT)
           MOVE MAN-TRL-COUNT TO MT-TRL-COUNT(MAN-FOUND-AT)
           MOVE MAN-TRL-HASH TO MT-TRL-HASH(MAN-FOUND-AT)
           MOVE MAN-SENT-DATE TO MT-SENT-DATE(MAN-FOUND-AT)
           MOVE MAN-SENT-TIME TO MT-SENT-TIME(MAN-FOUND-AT)
           MOVE MAN-SENT-DATE TO STAMP-DATE
           MOVE MAN-SENT-TIME TO STAMP-TIME
           PERFORM STAMP-TO-MINUTES
           MOVE STAMP-MIN TO MT-SENT-MIN(MAN-FOUND-AT)
           IF MAN-ACK-HOURS NUMERIC AND MAN-ACK-HOURS > ZERO
               MOVE MAN-ACK-HOURS TO MT-HOURS(MAN-FOUND-AT)
           ELSE
               MOVE DEFAULT-HOURS TO MT-HOURS(MAN-FOUND-AT)
           END-IF
           MOVE "N" TO MT-ACK-FLAG(MAN-FOUND-AT)
           MOVE ZERO TO MT-ACK-COUNT(MAN-FOUND-AT)
           MOVE ZERO TO MT-ACK-HASH(MAN-FOUND-AT)
           MOVE SPACES TO MT-ACK-DATE(MAN-FOUND-AT)
           MOVE SPACES TO MT-ACK-TIME(MAN-FOUND-AT)
           MOVE ZERO TO MT-ACK-MIN(MAN-FOUND-AT).

      *****************************************************************
      * MATCH-ACKNOWLEDGEMENT - ONE ACKNOWLEDGEMENT RECORD.  IT IS    *
      * TAKEN FOR ITS DELIVERY UNLESS IT PREDATES THE TIME SENT (IT   *
      * ACKNOWLEDGES A SEND SINCE SUPERSEDED) OR A LATER ONE FOR THE  *
      * SAME DELIVERY HAS ALREADY BEEN TAKEN.                         *
      *****************************************************************
       MATCH-ACKNOWLEDGEMENT.
           MOVE ACK-RECV-DATE TO STAMP-DATE
           MOVE ACK-RECV-TIME TO STAMP-TIME
           PERFORM STAMP-TO-MINUTES
           IF ACK-RECIPIENT = SPACE OR ACK-COUNT NOT NUMERIC
               OR ACK-HASH NOT NUMERIC OR NOT STAMP-VALID
               ADD 1 TO UNREADABLE-COUNT
               MOVE "UNREADABLE" TO EXCEPTION-NAME
               PERFORM PRINT-ACK-EXCEPTION
           ELSE
               MOVE ACK-DATE TO STAMP-DATE
               MOVE "00:00:00" TO STAMP-TIME
               PERFORM STAMP-TO-MINUTES
               IF STAMP-VALID AND STAMP-DAYS < FROM-DAYS
                   CONTINUE
               ELSE
                   MOVE ACK-DATE TO FIND-DATE
                   MOVE ACK-RECIPIENT TO FIND-RECIPIENT
                   PERFORM FIND-DELIVERY
                   IF MAN-FOUND-AT = ZERO
                       ADD 1 TO UNMATCHED-COUNT
                       MOVE "UNMATCHED" TO EXCEPTION-NAME
                       PERFORM PRINT-ACK-EXCEPTION
                   ELSE
                       PERFORM TAKE-ACKNOWLEDGEMENT
                   END-IF
               END-IF
           END-IF.

       TAKE-ACKNOWLEDGEMENT.
           MOVE ACK-RECV-DATE TO STAMP-DATE
           MOVE ACK-RECV-TIME TO STAMP-TIME
           PERFORM STAMP-TO-MINUTES
           EVALUATE TRUE
             WHEN STAMP-MIN < MT-SENT-MIN(MAN-FOUND-AT)
               ADD 1 TO EARLIER-ACK-COUNT
             WHEN MT-ACK-FLAG(MAN-FOUND-AT) = "Y"
               AND STAMP-MIN < MT-ACK-MIN(MAN-FOUND-AT)
               ADD 1 TO EARLIER-ACK-COUNT
             WHEN OTHER
               IF MT-ACK-FLAG(MAN-FOUND-AT) = "Y"
                   ADD 1 TO EARLIER-ACK-COUNT
               END-IF
               MOVE "Y" TO MT-ACK-FLAG(MAN-FOUND-AT)
               MOVE ACK-COUNT TO MT-ACK-COUNT(MAN-FOUND-AT)
               MOVE ACK-HASH TO MT-ACK-HASH(MAN-FOUND-AT)
               MOVE ACK-RECV-DATE TO MT-ACK-DATE(MAN-FOUND-AT)
               MOVE ACK-RECV-TIME TO MT-ACK-TIME(MAN-FOUND-AT)
               MOVE STAMP-MIN TO MT-ACK-MIN(MAN-FOUND-AT)
           END-EVALUATE.

      *****************************************************************
      * RECONCILE-DELIVERY - DELIVERY MX AGAINST ITS ACKNOWLEDGEMENT  *
      * AND ITS CUTOFF.  A NATIVE DELIVERY IS WHOLE SEGMENTS, SO THE  *
      * RECIPIENT MUST HAVE RECEIVED THE ARRAYC TRAILER TOTALS; A     *
      * DELIMITED SLICE MUST MATCH THE TOTALS SENT.                   *
      *****************************************************************
       RECONCILE-DELIVERY.
           MOVE SPACES TO EXCEPTION-NAME
           COMPUTE CUTOFF-MIN = MT-HOURS(MX) * 60
           IF MT-FORMAT(MX) = "N"
               MOVE MT-TRL-COUNT(MX) TO EXPECT-COUNT
               MOVE MT-TRL-HASH(MX) TO EXPECT-HASH
           ELSE
               MOVE MT-COUNT(MX) TO EXPECT-COUNT
               MOVE MT-HASH(MX) TO EXPECT-HASH
           END-IF
           IF MT-ACK-FLAG(MX) = "Y"
               COMPUTE ELAPSED-MIN = MT-ACK-MIN(MX) - MT-SENT-MIN(MX)
               EVALUATE TRUE
                 WHEN MT-ACK-COUNT(MX) NOT = EXPECT-COUNT
                   OR MT-ACK-HASH(MX) NOT = EXPECT-HASH
                   OR MT-COUNT(MX) NOT = EXPECT-COUNT
                   OR MT-HASH(MX) NOT = EXPECT-HASH
                   ADD 1 TO MISMATCH-COUNT
                   MOVE "MISMATCH" TO EXCEPTION-NAME
                 WHEN ELAPSED-MIN > CUTOFF-MIN
                   ADD 1 TO LATE-COUNT
                   MOVE "LATE" TO EXCEPTION-NAME
                 WHEN OTHER
                   ADD 1 TO ACKED-COUNT
               END-EVALUATE
           ELSE
               COMPUTE ELAPSED-MIN = RUN-MIN - MT-SENT-MIN(MX)
               IF ELAPSED-MIN > CUTOFF-MIN
                   ADD 1 TO OVERDUE-COUNT
                   MOVE "OVERDUE" TO EXCEPTION-NAME
               ELSE
                   ADD 1 TO PENDING-COUNT
               END-IF
           END-IF
           IF EXCEPTION-NAME NOT = SPACE
               PERFORM PRINT-DELIVERY-EXCEPTION
           END-IF.

      *****************************************************************
      * STAMP-TO-MINUTES - STAMP-DATE (DD-MM-YYYY) AND STAMP-TIME     *
      * (HH:MM:SS) AS A DAY NUMBER AND A MINUTE NUMBER.  STAMP-FLAG   *
      * IS N WHEN EITHER IS NOT A VALID STAMP.                        *
      *****************************************************************
       STAMP-TO-MINUTES.
           MOVE "N" TO STAMP-FLAG
           MOVE ZERO TO STAMP-DAYS
           MOVE ZERO TO STAMP-MIN
           IF SD-DD NUMERIC AND SD-MM NUMERIC AND SD-YYYY NUMERIC
               AND SD-SEP-1 = "-" AND SD-SEP-2 = "-"
               AND SD-MM > ZERO AND SD-MM < 13
               AND SD-DD > ZERO AND SD-DD < 32
               AND SD-YYYY > 1899
               AND ST-HH NUMERIC AND ST-MI NUMERIC AND ST-SS NUMERIC
               AND ST-HH < 24 AND ST-MI < 60
               MOVE "Y" TO STAMP-FLAG
               MOVE SD-YYYY TO DN-YEAR
               MOVE SD-MM TO DN-MONTH
               IF SD-MM < 3
                   SUBTRACT 1 FROM DN-YEAR
                   ADD 9 TO DN-MONTH
               ELSE
                   SUBTRACT 3 FROM DN-MONTH
               END-IF
               DIVIDE DN-YEAR BY 4 GIVING DN-Q4
               DIVIDE DN-YEAR BY 100 GIVING DN-Q100
               DIVIDE DN-YEAR BY 400 GIVING DN-Q400
               COMPUTE DN-WORK = 153 * DN-MONTH + 2
               DIVIDE DN-WORK BY 5 GIVING DN-MDAYS
               COMPUTE STAMP-DAYS = 365 * DN-YEAR + DN-Q4 - DN-Q100
                   + DN-Q400 + DN-MDAYS + SD-DD
               COMPUTE STAMP-MIN = STAMP-DAYS * 1440
                   + ST-HH * 60 + ST-MI
           END-IF.

      *****************************************************************
      * PRINT-ACK-EXCEPTION - AN ACKNOWLEDGEMENT NOT MATCHED TO ANY   *
      * DELIVERY, ECHOED AS RECEIVED.                                 *
      *****************************************************************
       PRINT-ACK-EXCEPTION.
           MOVE SPACES TO EXCEPTION-LINE
           MOVE ACK-DATE TO EXL-DATE
           MOVE ACK-RECIPIENT TO EXL-RECIPIENT
           MOVE EXCEPTION-NAME TO EXL-EXCEPTION
           IF ACK-COUNT NUMERIC
               MOVE ACK-COUNT TO EXL-ACK-COUNT
           END-IF
           IF ACK-HASH NUMERIC
               MOVE ACK-HASH TO EXL-ACK-HASH
           END-IF
           MOVE ACK-RECV-DATE TO EXL-ACK-DATE
           MOVE ACK-RECV-TIME TO EXL-ACK-TIME
           WRITE PRINT-REC FROM EXCEPTION-LINE AFTER ADVANCING 1
           MOVE ACK-REC TO AEL-RECORD
           WRITE PRINT-REC FROM ACK-ECHO-LINE AFTER ADVANCING 1.

      *****************************************************************
      * PRINT-DELIVERY-EXCEPTION - DELIVERY MX, WHAT WAS SENT AND     *
      * WHAT WAS ACKNOWLEDGED, THEN THE DATASET AND THE ARRAYC        *
      * TRAILER TOTALS IT WAS CUT FROM.                               *
      *****************************************************************
       PRINT-DELIVERY-EXCEPTION.
           MOVE SPACES TO EXCEPTION-LINE
           MOVE MT-DATE(MX) TO EXL-DATE
           MOVE MT-RECIPIENT(MX) TO EXL-RECIPIENT
           MOVE EXCEPTION-NAME TO EXL-EXCEPTION
           MOVE MT-SENT-DATE(MX) TO EXL-SENT-DATE
           MOVE MT-SENT-TIME(MX) TO EXL-SENT-TIME
           MOVE MT-COUNT(MX) TO EXL-SENT-COUNT
           MOVE MT-HASH(MX) TO EXL-SENT-HASH
           IF MT-ACK-FLAG(MX) = "Y"
               MOVE MT-ACK-COUNT(MX) TO EXL-ACK-COUNT
               MOVE MT-ACK-HASH(MX) TO EXL-ACK-HASH
               MOVE MT-ACK-DATE(MX) TO EXL-ACK-DATE
               MOVE MT-ACK-TIME(MX) TO EXL-ACK-TIME
           ELSE
               MOVE "NONE" TO EXL-ACK-DATE
           END-IF
           WRITE PRINT-REC FROM EXCEPTION-LINE AFTER ADVANCING 1
           MOVE MT-DATASET(MX) TO DLL-DATASET
           MOVE MT-TRL-COUNT(MX) TO DLL-TRL-COUNT
           MOVE MT-TRL-HASH(MX) TO DLL-TRL-HASH
           MOVE MT-HOURS(MX) TO DLL-HOURS
           WRITE PRINT-REC FROM DELIVERY-LINE AFTER ADVANCING 1.

      *****************************************************************
      * PRINT-SUMMARY - THE COUNTS BEHIND THE RETURN CODE.            *
      *****************************************************************
       PRINT-SUMMARY.
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE "DELIVERIES ON THE MANIFEST" TO SML-TEXT
           MOVE MAN-COUNT-LOADED TO SML-COUNT
           WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1
           MOVE "  ACKNOWLEDGED IN TIME AND IN BALANCE" TO SML-TEXT
           MOVE ACKED-COUNT TO SML-COUNT
           WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1
           MOVE "  PENDING, INSIDE THE CUTOFF" TO SML-TEXT
           MOVE PENDING-COUNT TO SML-COUNT
           WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1
           MOVE "  OVERDUE" TO SML-TEXT
           MOVE OVERDUE-COUNT TO SML-COUNT
           WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1
           MOVE "  ACKNOWLEDGED LATE" TO SML-TEXT
           MOVE LATE-COUNT TO SML-COUNT
           WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1
           MOVE "  TOTALS MISMATCHED" TO SML-TEXT
           MOVE MISMATCH-COUNT TO SML-COUNT
           WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1
           MOVE "ACKNOWLEDGEMENTS READ" TO SML-TEXT
           MOVE ACK-READ-COUNT TO SML-COUNT
           WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1
           MOVE "  FOR NO DELIVERY" TO SML-TEXT
           MOVE UNMATCHED-COUNT TO SML-COUNT
           WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1
           MOVE "  UNREADABLE" TO SML-TEXT
           MOVE UNREADABLE-COUNT TO SML-COUNT
           WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1
           MOVE "  SUPERSEDED BY A RESEND OR A LATER ONE" TO SML-TEXT
           MOVE EARLIER-ACK-COUNT TO SML-COUNT
           WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1.
