      * RECORDS ARCHIVED - RUNS PER MONTH, AVERAGE AND PEAK TOTAL     *
      * ELAPSED TIMES, AND THE COUNT OF NONZERO RETURN-CODE RUNS -    *
      * SO THE LONG-TERM OPERATIONAL PICTURE SURVIVES WITHOUT BEING   *
      * CARRIED IN THE LIVE MASTER.  THE BAND DETAIL RECORDS BEHIND   *
      * A PARTITIONED RUN ARE NOT RUNS - THEY ARE ARCHIVED OR KEPT    *
      * WITH THE RUN THEY FOLLOW AND LEFT OUT OF THE SUMMARY, AND SO  *
      * IS A RUN WHOSE BUSINESS DATE MATBKOUT HAS BACKED OUT.         *
      *****************************************************************

       PROGRAM-ID. MATARCH.
        2   HIST-TIME PIC X(8).
        2   HIST-ROWS PIC 9(5).
        2   HIST-COLS PIC 9(5).
      * B = ONE BAND OF THE PARTITIONED RUN BEFORE IT
        2   HIST-DIM-SOURCE PIC X.
        88 HIST-BAND-DETAIL VALUE "B".
        2   HIST-OPERATION PIC X(3).
        2   HIST-REQ-COUNT PIC 9(5).
        2   HIST-CONTROL-TOTAL PIC S9(18).
        2   HIST-ELAPSED-1 PIC 9(9).
        2   HIST-ELAPSED-2 PIC 9(9).
        2   HIST-RETURN-CODE PIC 9(4).
      * R = THE RUN'S BUSINESS DATE WAS BACKED OUT BY MATBKOUT
        2   HIST-REVERSAL PIC X.
        88 HIST-REVERSED VALUE "R".
        2   FILLER PIC X(2).

       FD  ARCH-FILE
           RECORDING MODE IS F.
        88 HIST-SCAN-DONE VALUE "Y".
       1   TOTAL-RUNS PIC 9(9) COMP VALUE ZERO.
       1   RUN-SEQ PIC 9(9) COMP VALUE ZERO.
      * THE FIRST RUN TO KEEP - EVERY RUN BEFORE IT, WITH ANY BAND
      * DETAIL RECORDS BEHIND IT, IS ARCHIVED
       1   CUTOFF-POS PIC 9(9) COMP VALUE 1.
       1   ARCHIVED-COUNT PIC 9(9) COMP VALUE ZERO.
       1   KEPT-COUNT PIC 9(9) COMP VALUE ZERO.
               MOVE 1000 TO KEEP-COUNT
           END-IF

      * FIRST PASS - COUNT THE RUNS AND, FOR RETENTION BY DATES,
      * NOTE WHERE EACH DISTINCT RUN DATE FIRST APPEARS
           OPEN INPUT HIST-FILE
           PERFORM UNTIL HIST-SCAN-DONE
               READ HIST-FILE
                   AT END SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF NOT HIST-BAND-DETAIL AND NOT HIST-REVERSED
                           ADD 1 TO TOTAL-RUNS
                           PERFORM NOTE-RUN-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
               GOBACK
           END-IF

      * WORK OUT THE FIRST RUN TO KEEP
           IF KEEP-BY-RUNS
               IF TOTAL-RUNS > KEEP-COUNT
                   COMPUTE CUTOFF-POS = TOTAL-RUNS - KEEP-COUNT + 1
           END-IF

      * THE RETAINED TAIL MUST FIT THE TABLE THE MASTER IS REWRITTEN
      * FROM - A TAIL OF MORE THAN 1000 RECORDS (A DATE RETENTION, OR
      * RUNS CARRYING BAND DETAIL) IS REFUSED RATHER THAN QUIETLY
      * DROPPING RUNS.  A MEASURING PASS COUNTS IT BEFORE ANYTHING
      * IS MOVED
           MOVE "N" TO HIST-AT-END
           OPEN INPUT HIST-FILE
           PERFORM UNTIL HIST-SCAN-DONE
               READ HIST-FILE
                   AT END SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF NOT HIST-BAND-DETAIL AND NOT HIST-REVERSED
                           ADD 1 TO RUN-SEQ
                       END-IF
                       IF RUN-SEQ NOT < CUTOFF-POS
                           ADD 1 TO KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           IF KEPT-COUNT > 1000
               DISPLAY "MATARCH0007 THE RETAINED TAIL OF "
                   KEPT-COUNT " RECORDS EXCEEDS THE 1000-ENTRY "
               READ HIST-FILE
                   AT END SET HIST-SCAN-DONE TO TRUE
                   NOT AT END
                       IF NOT HIST-BAND-DETAIL AND NOT HIST-REVERSED
                           ADD 1 TO RUN-SEQ
                       END-IF
                       IF RUN-SEQ < CUTOFF-POS
                           WRITE ARCH-REC FROM HIST-REC
                           ADD 1 TO ARCHIVED-COUNT
                           IF NOT HIST-BAND-DETAIL AND NOT HIST-REVERSED
                               PERFORM SUMMARIZE-ARCHIVED-RUN
                           END-IF
                       ELSE
                           ADD 1 TO KEPT-COUNT
                           MOVE HIST-REC TO KEEP-ENTRY(KEPT-COUNT)
