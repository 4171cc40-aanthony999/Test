      * ORDINARY RUN
           SELECT OVRD-FILE ASSIGN TO CALOVRD
               ORGANIZATION IS SEQUENTIAL.
      * CALENDAR AUTHORIZATION FILE, MAINTAINED BY MATCALM - AN
      * OVERRIDE CARD IS ONLY HONOURED WITH A MATCHING AUTHORIZATION
           SELECT AUTH-FILE ASSIGN TO CALAUTH
               ORGANIZATION IS SEQUENTIAL.
      * CALENDAR AUDIT JOURNAL - AN HONOURED OVERRIDE IS APPENDED
           SELECT AUDIT-FILE ASSIGN TO CALAUDT
               ORGANIZATION IS SEQUENTIAL.
      * REJECT REPORT - ONE LINE PER REJECTED RECORD OR CONTROL ERROR
           SELECT REPORT-FILE ASSIGN TO EDITRPT
               ORGANIZATION IS SEQUENTIAL.
      * CONTROL-OUTCOME FILE - ONE RECORD APPENDED PER RUN GIVING THE
      * BUSINESS DATE AND THIS STEP'S RETURN CODE, READ BY MATRLSE
      * WHEN IT DECIDES WHETHER THE DAY'S ARRAY C MAY BE RELEASED
           SELECT CTLO-FILE ASSIGN TO CTLOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
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

       FD  REPORT-FILE
           RECORDING MODE IS F.
       1   REPORT-REC PIC X(80).

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

       WORKING-STORAGE SECTION.

      * DIMENSIONS OF ARRAYS - A IS M BY N, B IS N BY P
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
       1   CAL-DUP-FLAG PIC X.
        88 DATE-ALREADY-PROCESSED VALUE "Y".

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

      * THE INPUT DATASETS STAY OPEN ACROSS REQUESTS, AS IN TESTCOB -
      * EACH REQUEST PROVES ITS OWN HEADER/TRAILER SEGMENT FROM THE
                   "THE INPUT EDIT"
           END-IF

      * RECORD THE EDIT OUTCOME FOR THE RELEASE GATE
           OPEN EXTEND CTLO-FILE
           MOVE SPACE TO CTLO-REC
           MOVE A-HDR-DATE TO CTLO-DATE
           MOVE "MATEDIT" TO CTLO-STEP
           MOVE RETURN-CODE TO CTLO-RC
           COMPUTE CTLO-COUNT = REJECT-COUNT + ERROR-COUNT
           MOVE RUN-DATE TO CTLO-RUN-DATE
           MOVE RUN-TIME TO CTLO-RUN-TIME
           WRITE CTLO-REC
           CLOSE CTLO-FILE

           DISPLAY " MATEDIT INPUT EDIT END "
           GOBACK.

      * THAT ERROR IS ALREADY COUNTED.                                *
      *****************************************************************
       CHECK-BUSINESS-DATE.
           IF EXPECTED-IX > ZERO
               AND A-HDR-DATE NOT = EXPECTED-DATE
               AND A-HDR-DATE = OVERRIDE-DATE
               AND NOT OVERRIDE-LOGGED
               PERFORM WRITE-OVERRIDE-AUDIT
           END-IF
           IF EXPECTED-IX > ZERO
               AND A-HDR-DATE NOT = EXPECTED-DATE
               AND A-HDR-DATE NOT = OVERRIDE-DATE
               ADD 1 TO ERROR-COUNT
           END-IF.

      *****************************************************************
      * FIND-OVERRIDE-AUTH - AN OVERRIDE CARD NEEDS A CALAUTH         *
      * OVERRIDE AUTHORIZATION FOR THE SAME DATE AND OPERATOR,        *
      * APPROVED BY SOMEBODY ELSE.  WITHOUT ONE THE CARD IS IGNORED,  *
      * SO THE BUSINESS-DATE CHECK TREATS THE RUN AS UNOVERRIDDEN.    *
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
           IF NOT AUTH-FOUND
               DISPLAY "MATEDIT0016 OVERRIDE CARD FOR " OVERRIDE-DATE
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
           MOVE "MATEDIT" TO AUD-PROGRAM
           MOVE OVERRIDE-OPERATOR TO AUD-OPERATOR
           MOVE OVERRIDE-APPROVER TO AUD-APPROVER
           MOVE OVERRIDE-REASON TO AUD-REASON
           MOVE OVERRIDE-TEXT TO AUD-TEXT
           MOVE RUN-DATE TO AUD-RUN-DATE
           MOVE RUN-TIME TO AUD-RUN-TIME
           WRITE AUD-REC
           CLOSE AUDIT-FILE
           SET OVERRIDE-LOGGED TO TRUE.
