               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT PRIOR-ADJUST-FILE ASSIGN TO "PPADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPADJ-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT DEPENDENCY-FILE ASSIGN TO "DEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-PARM-FILE
           RECORDING MODE IS F.
       01  SUMMARY-LINE          PIC X(80).

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

       FD  JOB-LOG-FILE
           RECORDING MODE IS F.
       01  JOB-LOG-RECORD.
           05 JLOG-PROGRAM       PIC X(20).
           05 JLOG-RUN-ID        PIC X(14).
           05 JLOG-START-STAMP   PIC X(21).
           05 JLOG-END-STAMP     PIC X(21).
           05 JLOG-RECORDS-READ  PIC 9(6).
           05 JLOG-RECORDS-WRITTEN PIC 9(6).
           05 JLOG-RETURN-CODE   PIC 9(2).
           05 JLOG-BUSINESS-DATE PIC 9(8).

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
       01  WS-CURRENT-DATE-TIME PIC X(21).

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

       01  WS-JOBLOG-STATUS     PIC X(2) VALUE "00".
           88 WS-JOBLOG-OK             VALUE "00".
           88 WS-JOBLOG-NOT-FOUND      VALUE "35".
       01  WS-JOB-END-STAMP     PIC X(21) VALUE SPACES.

       01  WS-PARM-STATUS       PIC X(2) VALUE "00".
           88 WS-PARM-OK               VALUE "00".

       01  WS-HISTORY-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-HISTORY          VALUE "Y".

       01  WS-PPADJ-STATUS      PIC X(2) VALUE "00".
           88 WS-PPADJ-OK              VALUE "00".
           88 WS-PPADJ-NOT-FOUND       VALUE "35".
       01  WS-PPADJ-EOF-SW      PIC X(1) VALUE "N".
           88 END-OF-PRIOR-ADJUST     VALUE "Y".
       01  WS-PPA-ENTRY-COUNT   PIC 9(6) VALUE 0.
       01  WS-PPA-RECORD-COUNT  PIC 9(6) VALUE 0.
       01  WS-PPA-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-ADJUSTED-MONTH-TOTAL PIC S9(11)V99 VALUE 0.

       01  WS-TARGET-PERIOD     PIC 9(6) VALUE 0.
       01  WS-TARGET-SPLIT REDEFINES WS-TARGET-PERIOD.
           05 WS-TARGET-YEAR     PIC 9(4).
           05 SUM-HDR-MONTH      PIC 9(2).
           05 FILLER             PIC X(31) VALUE SPACES.

       01  WS-SUM-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 SUM-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 SUM-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 SUM-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-SUM-COUNT-LINE.
           05 FILLER             PIC X(15) VALUE "RUNS IN MONTH: ".
           05 SUM-RUN-COUNT      PIC ZZZZZ9.
               VALUE "NO PRIOR MONTH RUNS TO COMPARE TO.".
           05 FILLER             PIC X(46) VALUE SPACES.

       01  WS-SUM-PPA-TITLE-LINE.
           05 FILLER             PIC X(43)
               VALUE "PRIOR-PERIOD ADJUSTMENTS POSTED THIS PERIOD".
           05 FILLER             PIC X(37) VALUE SPACES.

       01  WS-SUM-PPA-DETAIL-LINE.
           05 FILLER             PIC X(8)  VALUE "PPA RUN ".
           05 SUM-PPA-RUN-ID     PIC X(14).
           05 FILLER             PIC X(5)  VALUE " OF  ".
           05 SUM-PPA-RUN-YEAR   PIC 9(4).
           05 FILLER             PIC X(1)  VALUE "/".
           05 SUM-PPA-RUN-MONTH  PIC 9(2).
           05 FILLER             PIC X(4)  VALUE " ON ".
           05 SUM-PPA-POST-DATE  PIC 9(8).
           05 FILLER             PIC X(5)  VALUE " CNT ".
           05 SUM-PPA-COUNT      PIC ZZZZ9.
           05 FILLER             PIC X(5)  VALUE " AMT ".
           05 SUM-PPA-TOTAL      PIC -(9)9.99.
           05 FILLER             PIC X(6)  VALUE SPACES.

       01  WS-SUM-PPA-TOTAL-LINE.
           05 FILLER             PIC X(18)
               VALUE "PRIOR-PERIOD ADJ: ".
           05 FILLER             PIC X(7)  VALUE "COUNT: ".
           05 SUM-PPA-TOT-COUNT  PIC ZZZZZ9.
           05 FILLER             PIC X(9)  VALUE "  TOTAL: ".
           05 SUM-PPA-TOT-AMOUNT PIC -(10)9.99.
           05 FILLER             PIC X(26) VALUE SPACES.

       01  WS-SUM-ADJUSTED-LINE.
           05 FILLER             PIC X(31)
               VALUE "MONTH TOTAL INCL PRIOR-PERIOD: ".
           05 SUM-ADJ-MONTH-TOTAL PIC -(10)9.99.
           05 FILLER             PIC X(35) VALUE SPACES.

       01  WS-SUM-PPA-NONE-LINE.
           05 FILLER             PIC X(34)
               VALUE "NO PRIOR-PERIOD ADJUSTMENTS POSTED".
           05 FILLER             PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "MONTH-SUMMARY: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-SUMMARY-PARAMETER.
           IF WS-TARGET-PERIOD = 0
               PERFORM FIND-LATEST-PERIOD
           PERFORM COMPUTE-PRIOR-PERIOD.
           PERFORM ACCUMULATE-PERIOD-TOTALS.
           PERFORM WRITE-SUMMARY-REPORT.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "MONTH-SUMMARY: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "MONTH-SUMMARY: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "MONTH-SUMMARY: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "MONTH-SUMMARY"
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
                       DISPLAY "MONTH-SUMMARY: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "MONTH-SUMMARY: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "MONTH-SUMMARY: PREDECESSOR TABLE FULL "
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
               DISPLAY "MONTH-SUMMARY: UNABLE TO OPEN JOBLOG "
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

       READ-SUMMARY-PARAMETER.
           OPEN INPUT SUMMARY-PARM-FILE.
           IF WS-PARM-OK
           MOVE WS-TARGET-YEAR TO SUM-HDR-YEAR.
           MOVE WS-TARGET-MONTH TO SUM-HDR-MONTH.
           WRITE SUMMARY-LINE FROM WS-SUM-HEADER-1.
           INITIALIZE WS-SUM-DATE-LINE.
           MOVE WS-BUSINESS-DATE TO SUM-HDR-BUS-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO SUM-HDR-CLOCK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO SUM-HDR-CLOCK-TIME.
           WRITE SUMMARY-LINE FROM WS-SUM-DATE-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           IF WS-RUN-COUNT = 0
               WRITE SUMMARY-LINE FROM WS-SUM-NONE-LINE
               PERFORM WRITE-PRIOR-ADJUST-SECTION
               CLOSE SUMMARY-PRINT-FILE
               EXIT PARAGRAPH
           END-IF.
               MOVE WS-DELTA-AVERAGE TO SUM-CHG-AVERAGE
               WRITE SUMMARY-LINE FROM WS-SUM-CHANGE-LINE
           END-IF.
           PERFORM WRITE-PRIOR-ADJUST-SECTION.
           CLOSE SUMMARY-PRINT-FILE.

       WRITE-PRIOR-ADJUST-SECTION.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           WRITE SUMMARY-LINE FROM WS-SUM-PPA-TITLE-LINE.
           OPEN INPUT PRIOR-ADJUST-FILE.
           IF WS-PPADJ-NOT-FOUND
               WRITE SUMMARY-LINE FROM WS-SUM-PPA-NONE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PPADJ-OK
               DISPLAY "MONTH-SUMMARY: UNABLE TO OPEN PPADJ "
                   "- STATUS " WS-PPADJ-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-PRIOR-ADJUST
               READ PRIOR-ADJUST-FILE
                   AT END
                       SET END-OF-PRIOR-ADJUST TO TRUE
               END-READ
               IF NOT END-OF-PRIOR-ADJUST
                 AND PPA-POST-PERIOD = WS-TARGET-PERIOD
                   PERFORM WRITE-PRIOR-ADJUST-LINE
               END-IF
           END-PERFORM.
           CLOSE PRIOR-ADJUST-FILE.
           IF WS-PPA-ENTRY-COUNT = 0
               WRITE SUMMARY-LINE FROM WS-SUM-PPA-NONE-LINE
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-SUM-PPA-TOTAL-LINE.
           MOVE WS-PPA-RECORD-COUNT TO SUM-PPA-TOT-COUNT.
           MOVE WS-PPA-TOTAL TO SUM-PPA-TOT-AMOUNT.
           WRITE SUMMARY-LINE FROM WS-SUM-PPA-TOTAL-LINE.
           COMPUTE WS-ADJUSTED-MONTH-TOTAL =
               WS-MONTH-TOTAL + WS-PPA-TOTAL.
           INITIALIZE WS-SUM-ADJUSTED-LINE.
           MOVE WS-ADJUSTED-MONTH-TOTAL TO SUM-ADJ-MONTH-TOTAL.
           WRITE SUMMARY-LINE FROM WS-SUM-ADJUSTED-LINE.

       WRITE-PRIOR-ADJUST-LINE.
           ADD 1 TO WS-PPA-ENTRY-COUNT.
           ADD PPA-COUNT TO WS-PPA-RECORD-COUNT.
           ADD PPA-TOTAL TO WS-PPA-TOTAL.
           INITIALIZE WS-SUM-PPA-DETAIL-LINE.
           MOVE PPA-RUN-ID TO SUM-PPA-RUN-ID.
           MOVE PPA-RUN-DATE (1:4) TO SUM-PPA-RUN-YEAR.
           MOVE PPA-RUN-DATE (5:2) TO SUM-PPA-RUN-MONTH.
           MOVE PPA-BUSINESS-DATE TO SUM-PPA-POST-DATE.
           MOVE PPA-COUNT TO SUM-PPA-COUNT.
           MOVE PPA-TOTAL TO SUM-PPA-TOTAL.
           WRITE SUMMARY-LINE FROM WS-SUM-PPA-DETAIL-LINE.

       WRITE-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-STAMP.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-NOT-FOUND
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF NOT WS-JOBLOG-OK
               DISPLAY "MONTH-SUMMARY: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "MONTH-SUMMARY" TO JLOG-PROGRAM.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO JLOG-RUN-ID.
           MOVE WS-CURRENT-DATE-TIME TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           MOVE WS-RUN-COUNT TO JLOG-RECORDS-READ.
           MOVE 0 TO JLOG-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.
