       IDENTIFICATION DIVISION.
      *****************************************************************
      * MATCALR - MONTHLY CALENDAR OVERRIDE AND REOPEN REPORT.  LISTS *
      * EVERY CALOVRD OVERRIDE HONOURED BY MATEDIT OR TESTCOB AND     *
      * EVERY REOPEN APPLIED BY MATCALM IN ONE MONTH, FROM THE        *
      * CALAUDT AUDIT JOURNAL, WITH THE OPERATOR, APPROVER, REASON    *
      * AND EXPLANATION OF THE AUTHORIZATION BEHIND EACH.  THE MONTH  *
      * (MM-YYYY) COMES FROM THE CRPPARM CARD; A BLANK OR MISSING     *
      * CARD MEANS THE CURRENT MONTH.  ENTRIES ARE SELECTED BY THE    *
      * DATE THEY WERE JOURNALED, NOT THE BUSINESS DATE THEY NAME.    *
      *****************************************************************

       PROGRAM-ID. MATCALR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REPORT PARAMETER CARD - THE MONTH TO REPORT
           SELECT PARM-FILE ASSIGN TO CRPPARM
               ORGANIZATION IS SEQUENTIAL.
      * CALENDAR AUDIT JOURNAL, AS WRITTEN BY MATCALM, MATEDIT AND
      * TESTCOB
           SELECT AUDIT-FILE ASSIGN TO CALAUDT
               ORGANIZATION IS SEQUENTIAL.
      * THE MONTHLY REPORT
           SELECT PRINT-FILE ASSIGN TO CALRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       1   CRP-PARM-REC.
        2   CRP-PARM-MONTH PIC X(7).
        2   FILLER PIC X(73).

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
        2   AUD-RUN-DATE-PARTS REDEFINES AUD-RUN-DATE.
         3   FILLER PIC X(3).
         3   AUD-RUN-MONTH PIC X(7).
        2   AUD-RUN-TIME PIC X(8).
        2   FILLER PIC X(16).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

       WORKING-STORAGE SECTION.

       1   REPORT-MONTH PIC X(7) VALUE SPACE.
       1   REPORT-MONTH-PARTS REDEFINES REPORT-MONTH.
        2   RM-MM PIC 99.
        2   RM-SEP PIC X.
        2   RM-YYYY PIC 9(4).

       1   AUD-AT-END PIC X VALUE "N".
        88 AUD-SCAN-DONE VALUE "Y".

       1   AUD-READ-COUNT PIC 9(9) COMP VALUE ZERO.
       1   LISTED-COUNT PIC 9(9) COMP VALUE ZERO.
       1   EDIT-OVERRIDE-COUNT PIC 9(9) COMP VALUE ZERO.
       1   GO-OVERRIDE-COUNT PIC 9(9) COMP VALUE ZERO.
       1   REOPEN-COUNT PIC 9(9) COMP VALUE ZERO.

      * RUN DATE/TIME STAMP
       1   RUN-DATE PIC X(10).
       1   RUN-DATE-PARTS REDEFINES RUN-DATE.
        2   FILLER PIC X(3).
        2   RUN-MONTH PIC X(7).
       1   RUN-TIME PIC X(08).

      * REPORT LINES
       1   HEADING-1.
        2   FILLER PIC X(40)
                VALUE "BPGC CALENDAR OVERRIDES AND REOPENS FOR ".
        2   HDG1-MONTH PIC X(7).
        2   FILLER PIC X(5) VALUE SPACE.
        2   HDG1-DATE PIC X(10).
        2   FILLER PIC X(2) VALUE SPACE.
        2   HDG1-TIME PIC X(8).
      * THE CAPTIONS ARE SIZED FIELD FOR FIELD AGAINST DETAIL-LINE
       1   HEADING-2.
        2   FILLER PIC X(10) VALUE "LOGGED".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "TIME".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(10) VALUE "BUS DATE".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "EVENT".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "PROGRAM".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "OPERATOR".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(8) VALUE "APPROVER".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(6) VALUE "REASON".
        2   FILLER PIC X VALUE SPACE.
        2   FILLER PIC X(40) VALUE "EXPLANATION".
       1   DETAIL-LINE.
        2   DTL-RUN-DATE PIC X(10).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-RUN-TIME PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-DATE PIC X(10).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-EVENT PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-PROGRAM PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-OPERATOR PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-APPROVER PIC X(8).
        2   FILLER PIC X VALUE SPACE.
        2   DTL-REASON PIC X(4).
        2   FILLER PIC X(3) VALUE SPACE.
        2   DTL-TEXT PIC X(40).
       1   NONE-LINE.
        2   FILLER PIC X(40)
                VALUE "NO OVERRIDES OR REOPENS THIS MONTH".
       1   TOTAL-LINE.
        2   TOT-CAPTION PIC X(40).
        2   TOT-COUNT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY " MATCALR CALENDAR OVERRIDE REPORT START "

           CALL "TSTAMP" USING RUN-DATE, RUN-TIME

      * THE MONTH TO REPORT - THE CURRENT ONE UNLESS THE CARD NAMES
      * ANOTHER
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CRP-PARM-MONTH TO REPORT-MONTH
           END-READ
           CLOSE PARM-FILE
           IF REPORT-MONTH = SPACE
               MOVE RUN-MONTH TO REPORT-MONTH
           END-IF
           IF RM-MM NOT NUMERIC OR RM-YYYY NOT NUMERIC
               OR RM-SEP NOT = "-"
               OR RM-MM = ZERO OR RM-MM > 12
               DISPLAY "MATCALR0001 INVALID REPORT MONTH "
                   REPORT-MONTH " - MM-YYYY EXPECTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PRINT-FILE
           MOVE REPORT-MONTH TO HDG1-MONTH
           MOVE RUN-DATE TO HDG1-DATE
           MOVE RUN-TIME TO HDG1-TIME
           WRITE PRINT-REC FROM HEADING-1 AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           WRITE PRINT-REC FROM HEADING-2 AFTER ADVANCING 1
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1

           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL AUD-SCAN-DONE
               READ AUDIT-FILE
                   AT END SET AUD-SCAN-DONE TO TRUE
                   NOT AT END PERFORM LIST-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

           IF LISTED-COUNT = ZERO
               WRITE PRINT-REC FROM NONE-LINE AFTER ADVANCING 1
           END-IF
           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE "OVERRIDES HONOURED BY MATEDIT" TO TOT-CAPTION
           MOVE EDIT-OVERRIDE-COUNT TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1
           MOVE "OVERRIDES HONOURED BY TESTCOB (RERUNS)" TO TOT-CAPTION
           MOVE GO-OVERRIDE-COUNT TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1
           MOVE "PROCESSED DATES REOPENED" TO TOT-CAPTION
           MOVE REOPEN-COUNT TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1
           MOVE "JOURNAL ENTRIES READ" TO TOT-CAPTION
           MOVE AUD-READ-COUNT TO TOT-COUNT
           WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1
           CLOSE PRINT-FILE

           DISPLAY "MATCALR0002 " LISTED-COUNT " OVERRIDES AND "
               "REOPENS LISTED FOR " REPORT-MONTH

           DISPLAY " MATCALR CALENDAR OVERRIDE REPORT END "
           GOBACK.

      *****************************************************************
      * LIST-AUDIT-ENTRY - LIST ONE JOURNAL ENTRY IF IT IS AN         *
      * OVERRIDE OR REOPEN LOGGED IN THE REPORT MONTH.                *
      *****************************************************************
       LIST-AUDIT-ENTRY.
           ADD 1 TO AUD-READ-COUNT
           IF AUD-RUN-MONTH = REPORT-MONTH
               AND (AUD-EVENT = "OVERRIDE" OR AUD-EVENT = "REOPEN")
               ADD 1 TO LISTED-COUNT
               EVALUATE TRUE
                 WHEN AUD-EVENT = "REOPEN"
                   ADD 1 TO REOPEN-COUNT
                 WHEN AUD-PROGRAM = "TESTCOB"
                   ADD 1 TO GO-OVERRIDE-COUNT
                 WHEN OTHER
                   ADD 1 TO EDIT-OVERRIDE-COUNT
               END-EVALUATE
               MOVE AUD-RUN-DATE TO DTL-RUN-DATE
               MOVE AUD-RUN-TIME TO DTL-RUN-TIME
               MOVE AUD-DATE TO DTL-DATE
               MOVE AUD-EVENT TO DTL-EVENT
               MOVE AUD-PROGRAM TO DTL-PROGRAM
               MOVE AUD-OPERATOR TO DTL-OPERATOR
               MOVE AUD-APPROVER TO DTL-APPROVER
               MOVE AUD-REASON TO DTL-REASON
               MOVE AUD-TEXT TO DTL-TEXT
               WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1
           END-IF.
