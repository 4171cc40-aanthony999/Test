      * THE VERIFICATION REPORT
           SELECT REPORT-FILE ASSIGN TO VFYRPT
               ORGANIZATION IS SEQUENTIAL.
      * CONTROL-OUTCOME FILE - ONE RECORD APPENDED PER RUN GIVING THE
      * BUSINESS DATE AND THE VERIFICATION RESULT, READ BY THE
      * MATRLSE RELEASE GATE
           SELECT CTLO-FILE ASSIGN TO CTLOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       1   REPORT-REC PIC X(132).

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

      * DIMENSIONS OF ARRAYS - A IS M BY N; THE B AND C DIMENSIONS
               END-IF
           END-IF

      * RECORD THE VERIFICATION OUTCOME FOR THE RELEASE GATE
           OPEN EXTEND CTLO-FILE
           MOVE SPACES TO CTLO-REC
           MOVE SAVE-C-DATE TO CTLO-DATE
           MOVE "MATVERIF" TO CTLO-STEP
           MOVE RETURN-CODE TO CTLO-RC
           MOVE MISMATCH-COUNT TO CTLO-COUNT
           MOVE RUN-DATE TO CTLO-RUN-DATE
           MOVE RUN-TIME TO CTLO-RUN-TIME
           WRITE CTLO-REC
           CLOSE CTLO-FILE

           DISPLAY " MATVERIF RESULT VERIFICATION END "
           GOBACK.

