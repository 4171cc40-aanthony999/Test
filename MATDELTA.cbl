      * THE DELTA REPORT
           SELECT PRINT-FILE ASSIGN TO DELTAOUT
               ORGANIZATION IS SEQUENTIAL.
      * CONTROL-OUTCOME FILE - ONE RECORD APPENDED PER RUN GIVING THE
      * CURRENT RESULT'S BUSINESS DATE AND THE DELTA OUTCOME, READ BY
      * THE MATRLSE RELEASE GATE
           SELECT CTLO-FILE ASSIGN TO CTLOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DLT-PARM-FILE
           RECORDING MODE IS F.
       1   PRINT-REC PIC X(132).

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

      * THE TWO MATRICES OF THE SEGMENT PAIR UNDER COMPARISON - HELD
       1   NEW-ZERO-COUNT PIC 9(9) COMP VALUE ZERO.
       1   LISTED-COUNT PIC 9(9) COMP VALUE ZERO.

      * BUSINESS DATE OF THE FIRST CURRENT SEGMENT - THE DATE THE
      * DELTA OUTCOME IS RECORDED UNDER FOR THE RELEASE GATE
       1   FIRST-CUR-DATE PIC X(10) VALUE SPACE.

      * RUN DATE/TIME STAMP FOR THE REPORT HEADING
       1   RUN-DATE PIC X(10).
       1   RUN-TIME PIC X(08).
                   "TOLERANCE"
           END-IF

      * RECORD THE DELTA OUTCOME FOR THE RELEASE GATE
           OPEN EXTEND CTLO-FILE
           MOVE SPACES TO CTLO-REC
           MOVE FIRST-CUR-DATE TO CTLO-DATE
           MOVE "MATDELTA" TO CTLO-STEP
           MOVE RETURN-CODE TO CTLO-RC
           MOVE LISTED-COUNT TO CTLO-COUNT
           MOVE RUN-DATE TO CTLO-RUN-DATE
           MOVE RUN-TIME TO CTLO-RUN-TIME
           WRITE CTLO-REC
           CLOSE CTLO-FILE

           DISPLAY " MATDELTA RUN-OVER-RUN DELTA END "
           GOBACK.

           MOVE SPACES TO PRINT-REC
           WRITE PRINT-REC AFTER ADVANCING 1
           MOVE SEG-NUM TO SEG-SEG
           IF SEG-NUM = 1
               MOVE CUR-HDR-DATE TO FIRST-CUR-DATE
           END-IF
           MOVE CUR-HDR-DATE TO SEG-CUR-DATE
           MOVE PRV-HDR-DATE TO SEG-PRV-DATE
           MOVE C-ROWS TO SEG-ROWS
