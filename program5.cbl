               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PRIOR-ADJUST-FILE ASSIGN TO "PPADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPADJ-STATUS.

           SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PEREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEREXC-STATUS.

           SELECT DEPENDENCY-FILE ASSIGN TO "DEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-FILE
           05 JLOG-RECORDS-READ  PIC 9(6).
           05 JLOG-RECORDS-WRITTEN PIC 9(6).
           05 JLOG-RETURN-CODE   PIC 9(2).
           05 JLOG-BUSINESS-DATE PIC 9(8).

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-RECORD.
           05 PDT-BUSINESS-DATE-X PIC X(8).
           05 PDT-BUSINESS-DATE REDEFINES PDT-BUSINESS-DATE-X
                                 PIC 9(8).
           05 PDT-PRIOR-DATE-X   PIC X(8).
           05 PDT-PRIOR-DATE REDEFINES PDT-PRIOR-DATE-X PIC 9(8).
           05 PDT-ROLL-STAMP     PIC X(21).
           05 FILLER             PIC X(43).

       FD  PERIOD-FILE
           RECORDING MODE IS F.
       01  PERIOD-RECORD.
           05 PER-PERIOD         PIC 9(6).
           05 PER-STATUS         PIC X(1).
               88 PER-IS-OPEN           VALUE "O".
               88 PER-IS-CLOSED         VALUE "C".
           05 PER-CLOSE-DATE     PIC 9(8).
           05 PER-CLOSE-STAMP    PIC X(21).
           05 FILLER             PIC X(44).

       FD  PRIOR-ADJUST-FILE
           RECORDING MODE IS F.
       01  PRIOR-ADJUST-RECORD.
           05 PPA-POST-PERIOD    PIC 9(6).
           05 PPA-BUSINESS-DATE  PIC 9(8).
           05 PPA-RUN-ID         PIC X(14).
           05 PPA-RUN-DATE       PIC 9(8).
           05 PPA-COUNT          PIC 9(6).
           05 PPA-TOTAL          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 PPA-WEIGHT         PIC 9(9)V99.
           05 PPA-AVG-MODE       PIC X(1).
           05 FILLER             PIC X(14).

       FD  PERIOD-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  PERIOD-EXCEPTION-RECORD.
           05 PEX-BUSINESS-DATE  PIC 9(8).
           05 FILLER             PIC X(1).
           05 PEX-PROGRAM        PIC X(15).
           05 FILLER             PIC X(1).
           05 PEX-RUN-ID         PIC X(14).
           05 FILLER             PIC X(1).
           05 PEX-PERIOD         PIC 9(6).
           05 FILLER             PIC X(1).
           05 PEX-SEQ-NUM        PIC 9(6).
           05 FILLER             PIC X(1).
           05 PEX-ACTION         PIC X(26).

       FD  DEPENDENCY-FILE
           RECORDING MODE IS F.
       01  DEPENDENCY-RECORD.
           05 DEP-PROGRAM        PIC X(20).
           05 DEP-PREDECESSOR    PIC X(20).
           05 DEP-MAX-RC-X       PIC X(2).
           05 DEP-MAX-RC REDEFINES DEP-MAX-RC-X PIC 9(2).
           05 FILLER             PIC X(38).

       WORKING-STORAGE SECTION.
       01  WS-PROCDATE-STATUS   PIC X(2) VALUE "00".
           88 WS-PROCDATE-OK           VALUE "00".
           88 WS-PROCDATE-NOT-FOUND    VALUE "35".
       01  WS-BUSINESS-DATE     PIC 9(8) VALUE 0.

       01  WS-DEPCTL-STATUS     PIC X(2) VALUE "00".
           88 WS-DEPCTL-OK             VALUE "00".
       01  WS-DEPCTL-EOF-SW     PIC X(1) VALUE "N".
           88 END-OF-DEPCTL           VALUE "Y".
       01  WS-GATE-EOF-SW       PIC X(1) VALUE "N".
           88 END-OF-GATE-LOG         VALUE "Y".
       01  WS-GATE-LOG-DATE     PIC 9(8) VALUE 0.
       01  WS-PRED-MAX          PIC 9(2) VALUE 20.
       01  WS-PRED-COUNT        PIC 9(2) VALUE 0.
       01  WS-PRED-TABLE.
           05 WS-PRED-ENTRY OCCURS 20 TIMES.
               10 WS-PRED-PROGRAM    PIC X(20).
               10 WS-PRED-MAX-RC     PIC 9(2).
               10 WS-PRED-LAST-RC    PIC 9(2).
               10 WS-PRED-SEEN-SW    PIC X(1).
                   88 WS-PRED-SEEN         VALUE "Y".
       01  WS-PRED-IDX          PIC 9(2) VALUE 0.
       01  WS-PRED-HELD-COUNT   PIC 9(2) VALUE 0.

       01  WS-CORR-STATUS       PIC X(2) VALUE "00".
           88 WS-CORR-OK               VALUE "00".


       01  WS-CURRENT-DATE-TIME PIC X(21).

       01  WS-PERIOD-STATUS     PIC X(2) VALUE "00".
           88 WS-PERIOD-OK             VALUE "00".
           88 WS-PERIOD-NOT-FOUND      VALUE "35".

       01  WS-PPADJ-STATUS      PIC X(2) VALUE "00".
           88 WS-PPADJ-OK              VALUE "00".
           88 WS-PPADJ-NOT-FOUND       VALUE "35".

       01  WS-PEREXC-STATUS     PIC X(2) VALUE "00".
           88 WS-PEREXC-OK             VALUE "00".
           88 WS-PEREXC-NOT-FOUND      VALUE "35".

       01  WS-TARGET-PERIOD     PIC 9(6) VALUE 0.
       01  WS-POSTING-PERIOD    PIC 9(6) VALUE 0.
       01  WS-PERIOD-CLOSED-SW  PIC X(1) VALUE "N".
           88 WS-PERIOD-CLOSED        VALUE "Y".
       01  WS-CHECK-PERIOD      PIC 9(6) VALUE 0.
       01  WS-CHECK-CLOSED-SW   PIC X(1) VALUE "N".
           88 WS-CHECK-CLOSED         VALUE "Y".
       01  WS-ORIG-WEIGHT-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-PPA-COUNT         PIC 9(6) VALUE 0.
       01  WS-PPA-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-PPA-WEIGHT        PIC 9(9)V99 VALUE 0.

       01  WS-JOBLOG-STATUS     PIC X(2) VALUE "00".
           88 WS-JOBLOG-OK             VALUE "00".
           88 WS-JOBLOG-NOT-FOUND      VALUE "35".
           05 ADJ-HDR-RUN-ID     PIC X(14).
           05 FILLER             PIC X(22) VALUE SPACES.

       01  WS-ADJ-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 ADJ-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 ADJ-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 ADJ-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-ADJ-TOTAL-LINE.
           05 ADJ-TOT-LABEL      PIC X(10).
           05 FILLER             PIC X(7)  VALUE "COUNT: ".
           05 ADJ-CNT-SKIPPED    PIC ZZZ9.
           05 FILLER             PIC X(39) VALUE SPACES.

       01  WS-ADJ-PERIOD-LINE.
           05 FILLER             PIC X(11) VALUE "RUN PERIOD ".
           05 ADJ-PER-CLOSED     PIC 9(6).
           05 FILLER             PIC X(22)
               VALUE " CLOSED - CORRECTIONS ".
           05 FILLER             PIC X(32)
               VALUE "POST AS PRIOR-PERIOD ADJ PERIOD ".
           05 ADJ-PER-POSTING    PIC 9(6).
           05 FILLER             PIC X(3)  VALUE SPACES.

       01  WS-ADJ-PPA-LINE.
           05 FILLER             PIC X(21)
               VALUE "PRIOR-PERIOD ADJ:    ".
           05 FILLER             PIC X(7)  VALUE "COUNT: ".
           05 ADJ-PPA-COUNT      PIC ZZZZZ9.
           05 FILLER             PIC X(9)  VALUE "  TOTAL: ".
           05 ADJ-PPA-TOTAL      PIC -(8)9.99.
           05 FILLER             PIC X(25) VALUE SPACES.

       01  WS-ADJ-EXTRACT-LINE.
           05 FILLER             PIC X(21)
               VALUE "EXTRACT ADJ RECORDS: ".
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO WS-JOB-START-STAMP.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "REJECT-RESUBMIT: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM LOAD-CORRECTION-FILE.
           IF WS-CORR-COUNT = 0
               DISPLAY "REJECT-RESUBMIT: NO CORRECTION RECORDS IN "
           END-IF.
           PERFORM LOAD-REJECT-LISTING.
           PERFORM FIND-ORIGINAL-RUN.
           PERFORM CHECK-PERIOD-STATUS.
           PERFORM OPEN-AUDIT-LOG.
           PERFORM WRITE-ADJUST-REPORT-HEADER.
           PERFORM APPLY-CORRECTIONS.
           PERFORM WRITE-ADJUSTED-TOTALS.
           IF WS-PERIOD-CLOSED
               PERFORM WRITE-PRIOR-PERIOD-ADJUSTMENT
               CLOSE PERIOD-EXCEPTION-FILE
           ELSE
               PERFORM UPDATE-HISTORY-MASTER
               PERFORM WRITE-EXTRACT-ADJUSTMENTS
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE ADJUST-PRINT-FILE.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "REJECT-RESUBMIT: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "REJECT-RESUBMIT: UNABLE TO OPEN PROCDATE "
                   "- STATUS " WS-PROCDATE-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           READ PROCESS-DATE-FILE
               AT END
                   CONTINUE
           END-READ.
           IF NOT WS-PROCDATE-OK
             OR PDT-BUSINESS-DATE-X NOT NUMERIC
             OR PDT-BUSINESS-DATE = 0
               DISPLAY "REJECT-RESUBMIT: PROCDATE BUSINESS DATE "
                   "MISSING OR NOT NUMERIC - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE PDT-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE PROCESS-DATE-FILE.

       CHECK-PREDECESSORS.
           MOVE 0 TO WS-PRED-HELD-COUNT.
           OPEN INPUT DEPENDENCY-FILE.
           IF NOT WS-DEPCTL-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-DEPCTL
               READ DEPENDENCY-FILE
                   AT END
                       SET END-OF-DEPCTL TO TRUE
               END-READ
               IF NOT END-OF-DEPCTL
                 AND DEP-PROGRAM = "REJECT-RESUBMIT"
                 AND DEP-PREDECESSOR NOT = SPACES
                   PERFORM STORE-PREDECESSOR
               END-IF
           END-PERFORM.
           CLOSE DEPENDENCY-FILE.
           IF WS-PRED-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM SCAN-PREDECESSOR-LOG.
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > WS-PRED-COUNT
               EVALUATE TRUE
                   WHEN NOT WS-PRED-SEEN (WS-PRED-IDX)
                       DISPLAY "REJECT-RESUBMIT: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "REJECT-RESUBMIT: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "REJECT-RESUBMIT: PREDECESSOR TABLE FULL "
                   "- RUN TERMINATED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-PRED-COUNT.
           MOVE DEP-PREDECESSOR TO WS-PRED-PROGRAM (WS-PRED-COUNT).
           IF DEP-MAX-RC-X NUMERIC
               MOVE DEP-MAX-RC TO WS-PRED-MAX-RC (WS-PRED-COUNT)
           ELSE
               MOVE 4 TO WS-PRED-MAX-RC (WS-PRED-COUNT)
           END-IF.
           MOVE 0 TO WS-PRED-LAST-RC (WS-PRED-COUNT).
           MOVE "N" TO WS-PRED-SEEN-SW (WS-PRED-COUNT).

       SCAN-PREDECESSOR-LOG.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOBLOG-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-JOBLOG-OK
               DISPLAY "REJECT-RESUBMIT: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-GATE-LOG
               READ JOB-LOG-FILE
                   AT END
                       SET END-OF-GATE-LOG TO TRUE
               END-READ
               IF NOT END-OF-GATE-LOG
                   IF JLOG-BUSINESS-DATE NUMERIC
                       MOVE JLOG-BUSINESS-DATE TO WS-GATE-LOG-DATE
                   ELSE
                       MOVE JLOG-START-STAMP (1:8) TO WS-GATE-LOG-DATE
                   END-IF
                   IF WS-GATE-LOG-DATE = WS-BUSINESS-DATE
                       PERFORM RECORD-PREDECESSOR-RUN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JOB-LOG-FILE.

       RECORD-PREDECESSOR-RUN.
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > WS-PRED-COUNT
               IF WS-PRED-PROGRAM (WS-PRED-IDX) = JLOG-PROGRAM
                   MOVE "Y" TO WS-PRED-SEEN-SW (WS-PRED-IDX)
                   IF JLOG-RETURN-CODE NUMERIC
                       MOVE JLOG-RETURN-CODE TO
                           WS-PRED-LAST-RC (WS-PRED-IDX)
                   ELSE
                       MOVE 99 TO WS-PRED-LAST-RC (WS-PRED-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-STAMP.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE WS-CORR-COUNT TO JLOG-RECORDS-READ.
           MOVE WS-APPLIED-COUNT TO JLOG-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

               MOVE "S" TO WS-TARGET-AVG-MODE
           END-IF.
           MOVE HIST-WEIGHT-TOTAL TO WS-ADJ-WEIGHT-TOTAL.
           MOVE HIST-WEIGHT-TOTAL TO WS-ORIG-WEIGHT-TOTAL.
           MOVE HIST-WEIGHTED-TOTAL TO WS-ADJ-WEIGHTED-TOTAL.
           MOVE HIST-RUN-DATE TO WS-TARGET-RUN-DATE.

       CHECK-PERIOD-STATUS.
           MOVE WS-TARGET-RUN-DATE (1:6) TO WS-TARGET-PERIOD.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-POSTING-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PERIOD-OK
               DISPLAY "REJECT-RESUBMIT: UNABLE TO OPEN PERIODS "
                   "- STATUS " WS-PERIOD-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE WS-POSTING-PERIOD TO WS-CHECK-PERIOD.
           PERFORM READ-PERIOD-STATUS.
           IF WS-CHECK-CLOSED
               DISPLAY "REJECT-RESUBMIT: BUSINESS DATE PERIOD "
                   WS-POSTING-PERIOD " IS CLOSED - RUN TERMINATED"
               CLOSE PERIOD-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           MOVE WS-TARGET-PERIOD TO WS-CHECK-PERIOD.
           PERFORM READ-PERIOD-STATUS.
           CLOSE PERIOD-FILE.
           IF NOT WS-CHECK-CLOSED
               EXIT PARAGRAPH
           END-IF.
           SET WS-PERIOD-CLOSED TO TRUE.
           DISPLAY "REJECT-RESUBMIT: RUN " WS-TARGET-RUN-ID
               " IS IN CLOSED PERIOD " WS-TARGET-PERIOD
               " - POSTING AS PRIOR-PERIOD ADJUSTMENT IN "
               WS-POSTING-PERIOD.
           OPEN EXTEND PERIOD-EXCEPTION-FILE.
           IF WS-PEREXC-NOT-FOUND
               OPEN OUTPUT PERIOD-EXCEPTION-FILE
           END-IF.
           IF NOT WS-PEREXC-OK
               DISPLAY "REJECT-RESUBMIT: UNABLE TO OPEN PEREXC "
                   "- STATUS " WS-PEREXC-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.

       READ-PERIOD-STATUS.
           MOVE "N" TO WS-CHECK-CLOSED-SW.
           MOVE WS-CHECK-PERIOD TO PER-PERIOD.
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PERIOD-OK AND PER-IS-CLOSED
               SET WS-CHECK-CLOSED TO TRUE
           END-IF.

       OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-NOT-FOUND
           END-IF.
           MOVE WS-TARGET-RUN-ID TO ADJ-HDR-RUN-ID.
           WRITE ADJUST-LINE FROM WS-ADJ-HEADER-1.
           INITIALIZE WS-ADJ-DATE-LINE.
           MOVE WS-BUSINESS-DATE TO ADJ-HDR-BUS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO ADJ-HDR-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO ADJ-HDR-CLOCK-TIME.
           WRITE ADJUST-LINE FROM WS-ADJ-DATE-LINE.
           MOVE SPACES TO ADJUST-LINE.
           WRITE ADJUST-LINE.
           MOVE "ORIGINAL: " TO ADJ-TOT-LABEL.
           MOVE WS-ORIG-TOTAL TO ADJ-TOT-SUM.
           MOVE WS-ORIG-AVERAGE TO ADJ-TOT-AVERAGE.
           WRITE ADJUST-LINE FROM WS-ADJ-TOTAL-LINE.
           IF WS-PERIOD-CLOSED
               INITIALIZE WS-ADJ-PERIOD-LINE
               MOVE WS-TARGET-PERIOD TO ADJ-PER-CLOSED
               MOVE WS-POSTING-PERIOD TO ADJ-PER-POSTING
               WRITE ADJUST-LINE FROM WS-ADJ-PERIOD-LINE
           END-IF.
           MOVE SPACES TO ADJUST-LINE.
           WRITE ADJUST-LINE.

               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
           WRITE ADJUST-LINE FROM WS-ADJ-CORR-LINE.
           IF WS-PERIOD-CLOSED
               PERFORM WRITE-PERIOD-EXCEPTION
           END-IF.

       WRITE-PERIOD-EXCEPTION.
           MOVE SPACES TO PERIOD-EXCEPTION-RECORD.
           MOVE WS-BUSINESS-DATE TO PEX-BUSINESS-DATE.
           MOVE "REJECT-RESUBMIT" TO PEX-PROGRAM.
           MOVE WS-CORR-RUN-ID TO PEX-RUN-ID.
           MOVE WS-TARGET-PERIOD TO PEX-PERIOD.
           IF WS-CORR-SEQ-X NUMERIC
               MOVE WS-CORR-SEQ TO PEX-SEQ-NUM
           ELSE
               MOVE 0 TO PEX-SEQ-NUM
           END-IF.
           IF ADJ-COR-STATUS = "APPLIED"
               STRING "POSTED AS PPA IN " WS-POSTING-PERIOD
                   DELIMITED BY SIZE INTO PEX-ACTION
           ELSE
               MOVE "NOT POSTED - SEE ADJRPT" TO PEX-ACTION
           END-IF.
           WRITE PERIOD-EXCEPTION-RECORD.

       FIND-REJECT-SEQ.
           MOVE 0 TO WS-REJ-FOUND-IDX.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP.
           MOVE WS-TARGET-RUN-ID     TO AUD-RUN-ID.
           IF WS-PERIOD-CLOSED
               MOVE "P"              TO AUD-REC-TYPE
           ELSE
               MOVE "A"              TO AUD-REC-TYPE
           END-IF.
           MOVE WS-CORR-SEQ          TO AUD-SEQ-NUM.
           MOVE WS-CORR-GROUP-KEY    TO AUD-GROUP-KEY.
           MOVE WS-CORR-VALUE        TO AUD-VALUE.
           MOVE WS-ADJ-TOTAL TO ADJ-TOT-SUM.
           MOVE WS-ADJ-AVERAGE TO ADJ-TOT-AVERAGE.
           WRITE ADJUST-LINE FROM WS-ADJ-TOTAL-LINE.
           IF NOT WS-PERIOD-CLOSED
               PERFORM WRITE-AUDIT-ADJUSTED-SUMMARY
           END-IF.

       WRITE-AUDIT-ADJUSTED-SUMMARY.
           MOVE SPACES TO AUDIT-RECORD.
           END-IF.
           CLOSE HISTORY-FILE.

       WRITE-PRIOR-PERIOD-ADJUSTMENT.
           IF WS-APPLIED-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PPA-COUNT = WS-ADJ-COUNT - WS-ORIG-COUNT.
           COMPUTE WS-PPA-TOTAL = WS-ADJ-TOTAL - WS-ORIG-TOTAL.
           COMPUTE WS-PPA-WEIGHT =
               WS-ADJ-WEIGHT-TOTAL - WS-ORIG-WEIGHT-TOTAL.
           OPEN EXTEND PRIOR-ADJUST-FILE.
           IF WS-PPADJ-NOT-FOUND
               OPEN OUTPUT PRIOR-ADJUST-FILE
           END-IF.
           IF NOT WS-PPADJ-OK
               DISPLAY "REJECT-RESUBMIT: UNABLE TO OPEN PPADJ "
                   "- STATUS " WS-PPADJ-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE SPACES TO PRIOR-ADJUST-RECORD.
           MOVE WS-POSTING-PERIOD TO PPA-POST-PERIOD.
           MOVE WS-BUSINESS-DATE TO PPA-BUSINESS-DATE.
           MOVE WS-TARGET-RUN-ID TO PPA-RUN-ID.
           MOVE WS-TARGET-RUN-DATE TO PPA-RUN-DATE.
           MOVE WS-PPA-COUNT TO PPA-COUNT.
           MOVE WS-PPA-TOTAL TO PPA-TOTAL.
           MOVE WS-PPA-WEIGHT TO PPA-WEIGHT.
           MOVE WS-TARGET-AVG-MODE TO PPA-AVG-MODE.
           WRITE PRIOR-ADJUST-RECORD.
           CLOSE PRIOR-ADJUST-FILE.
           INITIALIZE WS-ADJ-PPA-LINE.
           MOVE WS-PPA-COUNT TO ADJ-PPA-COUNT.
           MOVE WS-PPA-TOTAL TO ADJ-PPA-TOTAL.
           WRITE ADJUST-LINE FROM WS-ADJ-PPA-LINE.

       ADD-GROUP-ADJUSTMENT.
           MOVE 0 TO WS-GADJ-FOUND-IDX.
           PERFORM VARYING WS-GADJ-IDX FROM 1 BY 1
