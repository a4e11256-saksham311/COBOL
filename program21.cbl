       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUP-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-HISTORY-FILE ASSIGN TO "GRPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRPH-KEY
               FILE STATUS IS WS-GRPHIST-STATUS.

           SELECT FORECAST-FILE ASSIGN TO "FCSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCST-KEY
               FILE STATUS IS WS-FCST-STATUS.

           SELECT ACCURACY-FILE ASSIGN TO "FCSTACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-GROUP-KEY
               FILE STATUS IS WS-ACC-STATUS.

           SELECT FORECAST-PARM-FILE ASSIGN TO "FCSTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FORECAST-PRINT-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCSTRPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT DEPENDENCY-FILE ASSIGN TO "DEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GROUP-HISTORY-FILE
           RECORDING MODE IS F.
       01  GROUP-HISTORY-RECORD.
           05 GRPH-KEY.
               10 GRPH-GROUP-KEY    PIC X(6).
               10 GRPH-RUN-DATE     PIC 9(8).
               10 GRPH-RUN-ID       PIC X(14).
           05 GRPH-COUNT         PIC 9(6).
           05 GRPH-TOTAL         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 GRPH-AVERAGE       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 GRPH-WEIGHT        PIC 9(9)V99.

       FD  FORECAST-FILE
           RECORDING MODE IS F.
       01  FORECAST-RECORD.
           05 FCST-KEY.
               10 FCST-GROUP-KEY    PIC X(6).
               10 FCST-BUSINESS-DATE PIC 9(8).
           05 FCST-STATUS        PIC X(1).
               88 FCST-OPEN             VALUE "O".
               88 FCST-MATCHED          VALUE "M".
               88 FCST-SUPERSEDED       VALUE "S".
           05 FCST-METHOD        PIC X(5).
           05 FCST-WINDOW        PIC 9(4).
           05 FCST-BASIS-RUNS    PIC 9(4).
           05 FCST-LAST-RUN-DATE PIC 9(8).
           05 FCST-LAST-RUN-ID   PIC X(14).
           05 FCST-AVERAGE       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FCST-ACTUAL-DATE   PIC 9(8).
           05 FCST-ACTUAL-RUN-ID PIC X(14).
           05 FCST-ACTUAL        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FCST-VARIANCE      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FCST-PCT-MISS      PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 FCST-CREATE-STAMP  PIC X(21).
           05 FILLER             PIC X(19).

       FD  ACCURACY-FILE
           RECORDING MODE IS F.
       01  ACCURACY-RECORD.
           05 ACC-GROUP-KEY      PIC X(6).
           05 ACC-MATCHED        PIC 9(6).
           05 ACC-ABS-PCT-TOTAL  PIC 9(9)V99.
           05 ACC-ACCURACY       PIC 9(3)V99.
           05 ACC-LAST-DATE      PIC 9(8).
           05 ACC-LAST-PCT-MISS  PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 ACC-UPDATE-STAMP   PIC X(21).
           05 FILLER             PIC X(15).

       FD  FORECAST-PARM-FILE
           RECORDING MODE IS F.
       01  FORECAST-PARM-RECORD.
           05 PARM-FCST-WINDOW-X PIC X(4).
           05 PARM-FCST-WINDOW REDEFINES PARM-FCST-WINDOW-X
                                 PIC 9(4).
           05 FILLER             PIC X(1).
           05 PARM-FCST-METHOD   PIC X(5).
           05 FILLER             PIC X(70).

       FD  FORECAST-PRINT-FILE
           RECORDING MODE IS F.
       01  FORECAST-LINE         PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-ABS-PCT       PIC 9(5)V99.
           05 SORT-GROUP-KEY     PIC X(6).
           05 SORT-FCST-DATE     PIC 9(8).
           05 SORT-FORECAST      PIC S9(7)V99.
           05 SORT-ACTUAL        PIC S9(7)V99.
           05 SORT-VARIANCE      PIC S9(7)V99.
           05 SORT-PCT-MISS      PIC S9(5)V99.
           05 SORT-ACCURACY      PIC 9(3)V99.

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

       01  WS-GRPHIST-STATUS    PIC X(2) VALUE "00".
           88 WS-GRPHIST-OK            VALUE "00".
           88 WS-GRPHIST-NOT-FOUND     VALUE "35".

       01  WS-FCST-STATUS       PIC X(2) VALUE "00".
           88 WS-FCST-OK               VALUE "00".
           88 WS-FCST-NO-RECORD        VALUE "23".
           88 WS-FCST-NOT-FOUND        VALUE "35".

       01  WS-ACC-STATUS        PIC X(2) VALUE "00".
           88 WS-ACC-OK                VALUE "00".
           88 WS-ACC-NO-RECORD         VALUE "23".
           88 WS-ACC-NOT-FOUND         VALUE "35".

       01  WS-PARM-STATUS       PIC X(2) VALUE "00".
           88 WS-PARM-OK               VALUE "00".

       01  WS-FCSTRPT-STATUS    PIC X(2) VALUE "00".
           88 WS-FCSTRPT-OK            VALUE "00".

       01  WS-GRPHIST-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-GROUP-HISTORY    VALUE "Y".
       01  WS-FCST-BROWSE-SW    PIC X(1) VALUE "N".
           88 WS-FCST-BROWSE-DONE     VALUE "Y".
       01  WS-ACC-EOF-SW        PIC X(1) VALUE "N".
           88 END-OF-ACCURACY         VALUE "Y".
       01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
           88 END-OF-SORTED-VARIANCE  VALUE "Y".

       01  WS-FCST-WINDOW       PIC 9(4) VALUE 5.
       01  WS-FCST-METHOD       PIC X(5) VALUE "MAVG ".
           88 WS-FCST-BY-AVERAGE       VALUE "MAVG ".
           88 WS-FCST-BY-TREND         VALUE "TREND".
       01  WS-USED-METHOD       PIC X(5) VALUE SPACES.

       01  WS-GRP-WINDOW-MAX    PIC 9(4) VALUE 500.
       01  WS-GRP-HISTORY-COUNT PIC 9(4) VALUE 0.
       01  WS-GRP-WINDOW-TABLE.
           05 WS-GRP-WINDOW-ENTRY OCCURS 500 TIMES.
               10 WS-GRPW-RUN-DATE     PIC 9(8).
               10 WS-GRPW-RUN-ID       PIC X(14).
               10 WS-GRPW-AVERAGE      PIC S9(7)V99.
       01  WS-GRP-IDX           PIC 9(4) VALUE 0.
       01  WS-GRP-IDX-2         PIC 9(4) VALUE 0.
       01  WS-GRP-FIRST-IDX     PIC 9(4) VALUE 0.
       01  WS-MATCH-IDX         PIC 9(4) VALUE 0.
       01  WS-CURRENT-GROUP-KEY PIC X(6) VALUE SPACES.

       01  WS-BASIS-RUNS        PIC 9(4) VALUE 0.
       01  WS-TREND-X           PIC 9(4) VALUE 0.
       01  WS-SUM-X             PIC 9(9) VALUE 0.
       01  WS-SUM-XX            PIC 9(13) VALUE 0.
       01  WS-SUM-Y             PIC S9(11)V99 VALUE 0.
       01  WS-SUM-XY            PIC S9(15)V99 VALUE 0.
       01  WS-TREND-DENOM       PIC S9(15) VALUE 0.
       01  WS-TREND-SLOPE       PIC S9(9)V9(6) VALUE 0.
       01  WS-FORECAST-VALUE    PIC S9(7)V99 VALUE 0.
       01  WS-FORECAST-OK-SW    PIC X(1) VALUE "Y".
           88 WS-FORECAST-OK          VALUE "Y".

       01  WS-PCT-BASE          PIC S9(7)V99 VALUE 0.
       01  WS-PCT-MISS          PIC S9(7)V99 VALUE 0.
       01  WS-ABS-PCT-MISS      PIC 9(7)V99 VALUE 0.
       01  WS-ACC-MISS          PIC 9(3)V99 VALUE 0.
       01  WS-CURRENT-ACCURACY  PIC 9(3)V99 VALUE 0.
       01  WS-AVG-MISS          PIC 9(3)V99 VALUE 0.

       01  WS-GRPHIST-READ      PIC 9(6) VALUE 0.
       01  WS-FUTURE-ROWS       PIC 9(6) VALUE 0.
       01  WS-GROUPS-FORECAST   PIC 9(6) VALUE 0.
       01  WS-FORECASTS-MATCHED PIC 9(6) VALUE 0.
       01  WS-FORECASTS-SUPERSEDED PIC 9(6) VALUE 0.
       01  WS-RANK              PIC 9(6) VALUE 0.
       01  WS-RETURN-CODE-DISPLAY PIC 9(2) VALUE 0.

       01  WS-JOBLOG-STATUS     PIC X(2) VALUE "00".
           88 WS-JOBLOG-OK             VALUE "00".
           88 WS-JOBLOG-NOT-FOUND      VALUE "35".
       01  WS-JOB-START-STAMP   PIC X(21) VALUE SPACES.
       01  WS-JOB-END-STAMP     PIC X(21) VALUE SPACES.

       01  WS-FCST-HEADER-1.
           05 FILLER             PIC X(24)
               VALUE "FORECAST VARIANCE REPORT".
           05 FILLER             PIC X(10) VALUE "  METHOD: ".
           05 FCR-HDR-METHOD     PIC X(5).
           05 FILLER             PIC X(10) VALUE "  WINDOW: ".
           05 FCR-HDR-WINDOW     PIC ZZZ9.
           05 FILLER             PIC X(27) VALUE SPACES.

       01  WS-FCST-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 FCR-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 FCR-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FCR-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-VARIANCE-HEADER.
           05 FILLER             PIC X(40)
               VALUE "FORECAST VS ACTUAL - RANKED BY PCT MISS".
           05 FILLER             PIC X(40) VALUE SPACES.

       01  WS-VARIANCE-COLUMNS.
           05 FILLER             PIC X(4)  VALUE "RANK".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(6)  VALUE "GROUP ".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "FOR DATE".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "  FORECAST".
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(10) VALUE "    ACTUAL".
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(10) VALUE "  VARIANCE".
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 FILLER             PIC X(9)  VALUE " PCT MISS".
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(6)  VALUE "ACCUR.".
           05 FILLER             PIC X(6)  VALUE SPACES.

       01  WS-VARIANCE-LINE.
           05 VRL-RANK           PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VRL-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VRL-FCST-DATE      PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VRL-FORECAST       PIC -(6)9.99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 VRL-ACTUAL         PIC -(6)9.99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 VRL-VARIANCE       PIC -(6)9.99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 VRL-PCT-MISS       PIC -(5)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VRL-ACCURACY       PIC ZZ9.99.
           05 FILLER             PIC X(6)  VALUE SPACES.

       01  WS-VARIANCE-NONE-LINE.
           05 FILLER             PIC X(40)
               VALUE "NO FORECASTS MATCHED TO ACTUALS THIS RUN".
           05 FILLER             PIC X(40) VALUE SPACES.

       01  WS-ACCURACY-HEADER.
           05 FILLER             PIC X(30)
               VALUE "RUNNING FORECAST ACCURACY".
           05 FILLER             PIC X(50) VALUE SPACES.

       01  WS-ACCURACY-LINE.
           05 FILLER             PIC X(6)  VALUE "GROUP ".
           05 ACL-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(10) VALUE "  MATCHED ".
           05 ACL-MATCHED        PIC ZZZZZ9.
           05 FILLER             PIC X(11) VALUE "  AVG MISS ".
           05 ACL-AVG-MISS       PIC ZZ9.99.
           05 FILLER             PIC X(11) VALUE "  ACCURACY ".
           05 ACL-ACCURACY       PIC ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ACL-RATING         PIC X(6).
           05 FILLER             PIC X(10) VALUE SPACES.

       01  WS-ACCURACY-NONE-LINE.
           05 FILLER             PIC X(36)
               VALUE "NO GROUP HAS A MATCHED FORECAST YET".
           05 FILLER             PIC X(44) VALUE SPACES.

       01  WS-FCST-TOTAL-LINE.
           05 FCR-TOT-LABEL      PIC X(30).
           05 FCR-TOT-COUNT      PIC ZZZZZ9.
           05 FILLER             PIC X(44) VALUE SPACES.

       01  WS-FCST-RC-LINE.
           05 FILLER             PIC X(15) VALUE "RETURN CODE..: ".
           05 FCR-RETURN-CODE    PIC 9(2).
           05 FILLER             PIC X(63) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-STAMP.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "GROUP-FORECAST: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-FORECAST-PARAMETER.
           PERFORM OPEN-FORECAST-MASTERS.

           OPEN OUTPUT FORECAST-PRINT-FILE.
           IF NOT WS-FCSTRPT-OK
               DISPLAY "GROUP-FORECAST: UNABLE TO OPEN FCSTRPT "
                   "- STATUS " WS-FCSTRPT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-FORECAST-HEADER.

           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-ABS-PCT
               ON ASCENDING KEY SORT-GROUP-KEY
                                SORT-FCST-DATE
               INPUT PROCEDURE IS BUILD-GROUP-FORECASTS
               OUTPUT PROCEDURE IS WRITE-VARIANCE-LINES.

           CLOSE FORECAST-FILE.
           CLOSE ACCURACY-FILE.

           IF WS-FUTURE-ROWS > 0
               DISPLAY "GROUP-FORECAST: " WS-FUTURE-ROWS
                   " GRPHIST ROW(S) DATED AFTER " WS-BUSINESS-DATE
                   " IGNORED"
           END-IF.

           PERFORM WRITE-ACCURACY-SECTION.
           PERFORM WRITE-FORECAST-TOTALS.
           CLOSE FORECAST-PRINT-FILE.

           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "GROUP-FORECAST: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "GROUP-FORECAST: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "GROUP-FORECAST: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "GROUP-FORECAST"
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
                       DISPLAY "GROUP-FORECAST: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "GROUP-FORECAST: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "GROUP-FORECAST: PREDECESSOR TABLE FULL "
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
               DISPLAY "GROUP-FORECAST: UNABLE TO OPEN JOBLOG "
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
           IF WS-JOBLOG-NOT-FOUND
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF NOT WS-JOBLOG-OK
               DISPLAY "GROUP-FORECAST: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "GROUP-FORECAST" TO JLOG-PROGRAM.
           MOVE WS-JOB-START-STAMP (1:14) TO JLOG-RUN-ID.
           MOVE WS-JOB-START-STAMP TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           MOVE WS-GRPHIST-READ TO JLOG-RECORDS-READ.
           MOVE WS-GROUPS-FORECAST TO JLOG-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       READ-FORECAST-PARAMETER.
           OPEN INPUT FORECAST-PARM-FILE.
           IF WS-PARM-OK
               READ FORECAST-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-OK
                   PERFORM STORE-FORECAST-PARAMETER
               END-IF
               CLOSE FORECAST-PARM-FILE
           END-IF.

       STORE-FORECAST-PARAMETER.
           IF PARM-FCST-WINDOW-X NOT = SPACES
               IF PARM-FCST-WINDOW-X NUMERIC
                 AND PARM-FCST-WINDOW > 0
                 AND PARM-FCST-WINDOW NOT > WS-GRP-WINDOW-MAX
                   MOVE PARM-FCST-WINDOW TO WS-FCST-WINDOW
               ELSE
                   DISPLAY "GROUP-FORECAST: FCSTCARD WINDOW "
                       PARM-FCST-WINDOW-X " INVALID - "
                       WS-FCST-WINDOW " RUNS USED"
               END-IF
           END-IF.
           IF PARM-FCST-METHOD NOT = SPACES
               MOVE PARM-FCST-METHOD TO WS-FCST-METHOD
               IF NOT WS-FCST-BY-AVERAGE AND NOT WS-FCST-BY-TREND
                   DISPLAY "GROUP-FORECAST: FCSTCARD METHOD "
                       PARM-FCST-METHOD " INVALID - MAVG USED"
                   MOVE "MAVG " TO WS-FCST-METHOD
               END-IF
           END-IF.

       OPEN-FORECAST-MASTERS.
           OPEN I-O FORECAST-FILE.
           IF WS-FCST-NOT-FOUND
               OPEN OUTPUT FORECAST-FILE
               CLOSE FORECAST-FILE
               OPEN I-O FORECAST-FILE
           END-IF.
           IF NOT WS-FCST-OK
               DISPLAY "GROUP-FORECAST: UNABLE TO OPEN FCSTFILE "
                   "- STATUS " WS-FCST-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ACCURACY-FILE.
           IF WS-ACC-NOT-FOUND
               OPEN OUTPUT ACCURACY-FILE
               CLOSE ACCURACY-FILE
               OPEN I-O ACCURACY-FILE
           END-IF.
           IF NOT WS-ACC-OK
               DISPLAY "GROUP-FORECAST: UNABLE TO OPEN FCSTACC "
                   "- STATUS " WS-ACC-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-FORECAST-HEADER.
           MOVE WS-FCST-METHOD TO FCR-HDR-METHOD.
           MOVE WS-FCST-WINDOW TO FCR-HDR-WINDOW.
           WRITE FORECAST-LINE FROM WS-FCST-HEADER-1.
           MOVE WS-BUSINESS-DATE TO FCR-HDR-BUS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO FCR-HDR-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO FCR-HDR-CLOCK-TIME.
           WRITE FORECAST-LINE FROM WS-FCST-DATE-LINE.
           MOVE SPACES TO FORECAST-LINE.
           WRITE FORECAST-LINE.

       BUILD-GROUP-FORECASTS.
           MOVE 0 TO WS-GRP-HISTORY-COUNT.
           MOVE SPACES TO WS-CURRENT-GROUP-KEY.
           OPEN INPUT GROUP-HISTORY-FILE.
           IF WS-GRPHIST-NOT-FOUND
               DISPLAY "GROUP-FORECAST: GRPHIST NOT FOUND - NO "
                   "FORECASTS PRODUCED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-GRPHIST-OK
               DISPLAY "GROUP-FORECAST: UNABLE TO OPEN GRPHIST "
                   "- STATUS " WS-GRPHIST-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-GROUP-HISTORY
               READ GROUP-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-GROUP-HISTORY TO TRUE
               END-READ
               IF NOT END-OF-GROUP-HISTORY
                   ADD 1 TO WS-GRPHIST-READ
                   IF GRPH-GROUP-KEY NOT = WS-CURRENT-GROUP-KEY
                       IF WS-GRP-HISTORY-COUNT > 0
                           PERFORM PROCESS-GROUP-FORECAST
                       END-IF
                       MOVE GRPH-GROUP-KEY TO WS-CURRENT-GROUP-KEY
                       MOVE 0 TO WS-GRP-HISTORY-COUNT
                   END-IF
                   IF GRPH-RUN-DATE > WS-BUSINESS-DATE
                       ADD 1 TO WS-FUTURE-ROWS
                   ELSE
                       PERFORM ADD-GROUP-WINDOW-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GRP-HISTORY-COUNT > 0
               PERFORM PROCESS-GROUP-FORECAST
           END-IF.
           CLOSE GROUP-HISTORY-FILE.

       ADD-GROUP-WINDOW-ENTRY.
           IF WS-GRP-HISTORY-COUNT >= WS-GRP-WINDOW-MAX
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX >= WS-GRP-WINDOW-MAX
                   COMPUTE WS-GRP-IDX-2 = WS-GRP-IDX + 1
                   MOVE WS-GRP-WINDOW-ENTRY (WS-GRP-IDX-2) TO
                       WS-GRP-WINDOW-ENTRY (WS-GRP-IDX)
               END-PERFORM
               MOVE WS-GRP-WINDOW-MAX TO WS-GRP-IDX-2
           ELSE
               ADD 1 TO WS-GRP-HISTORY-COUNT
               MOVE WS-GRP-HISTORY-COUNT TO WS-GRP-IDX-2
           END-IF.
           MOVE GRPH-RUN-DATE TO WS-GRPW-RUN-DATE (WS-GRP-IDX-2).
           MOVE GRPH-RUN-ID TO WS-GRPW-RUN-ID (WS-GRP-IDX-2).
           MOVE GRPH-AVERAGE TO WS-GRPW-AVERAGE (WS-GRP-IDX-2).

       PROCESS-GROUP-FORECAST.
           PERFORM SETTLE-OPEN-FORECASTS.
           PERFORM COMPUTE-GROUP-FORECAST.
           PERFORM STORE-GROUP-FORECAST.

       SETTLE-OPEN-FORECASTS.
           MOVE WS-CURRENT-GROUP-KEY TO FCST-GROUP-KEY.
           MOVE 0 TO FCST-BUSINESS-DATE.
           START FORECAST-FILE KEY IS NOT LESS THAN FCST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF NOT WS-FCST-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FCST-BROWSE-SW.
           PERFORM UNTIL WS-FCST-BROWSE-DONE
               READ FORECAST-FILE NEXT RECORD
                   AT END
                       SET WS-FCST-BROWSE-DONE TO TRUE
               END-READ
               IF NOT WS-FCST-BROWSE-DONE
                   IF FCST-GROUP-KEY NOT = WS-CURRENT-GROUP-KEY
                       SET WS-FCST-BROWSE-DONE TO TRUE
                   ELSE
                       IF FCST-OPEN
                         AND FCST-BUSINESS-DATE < WS-BUSINESS-DATE
                           PERFORM SETTLE-ONE-FORECAST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SETTLE-ONE-FORECAST.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-HISTORY-COUNT
               IF WS-GRPW-RUN-DATE (WS-GRP-IDX) > FCST-BUSINESS-DATE
                   MOVE WS-GRP-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
               SET FCST-SUPERSEDED TO TRUE
               PERFORM REWRITE-FORECAST-RECORD
               ADD 1 TO WS-FORECASTS-SUPERSEDED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GRPW-RUN-DATE (WS-MATCH-IDX) TO FCST-ACTUAL-DATE.
           MOVE WS-GRPW-RUN-ID (WS-MATCH-IDX) TO FCST-ACTUAL-RUN-ID.
           MOVE WS-GRPW-AVERAGE (WS-MATCH-IDX) TO FCST-ACTUAL.
           COMPUTE FCST-VARIANCE = FCST-ACTUAL - FCST-AVERAGE.
           PERFORM COMPUTE-PERCENT-MISS.
           MOVE WS-PCT-MISS TO FCST-PCT-MISS.
           SET FCST-MATCHED TO TRUE.
           PERFORM REWRITE-FORECAST-RECORD.
           ADD 1 TO WS-FORECASTS-MATCHED.
           PERFORM UPDATE-GROUP-ACCURACY.
           MOVE WS-ABS-PCT-MISS TO SORT-ABS-PCT.
           MOVE FCST-GROUP-KEY TO SORT-GROUP-KEY.
           MOVE FCST-BUSINESS-DATE TO SORT-FCST-DATE.
           MOVE FCST-AVERAGE TO SORT-FORECAST.
           MOVE FCST-ACTUAL TO SORT-ACTUAL.
           MOVE FCST-VARIANCE TO SORT-VARIANCE.
           MOVE FCST-PCT-MISS TO SORT-PCT-MISS.
           MOVE WS-CURRENT-ACCURACY TO SORT-ACCURACY.
           RELEASE SORT-RECORD.

       COMPUTE-PERCENT-MISS.
           IF FCST-AVERAGE < 0
               COMPUTE WS-PCT-BASE = 0 - FCST-AVERAGE
           ELSE
               MOVE FCST-AVERAGE TO WS-PCT-BASE
           END-IF.
           EVALUATE TRUE
               WHEN FCST-VARIANCE = 0
                   MOVE 0 TO WS-PCT-MISS
               WHEN WS-PCT-BASE = 0 AND FCST-VARIANCE > 0
                   MOVE 100 TO WS-PCT-MISS
               WHEN WS-PCT-BASE = 0
                   MOVE -100 TO WS-PCT-MISS
               WHEN OTHER
                   COMPUTE WS-PCT-MISS ROUNDED =
                       FCST-VARIANCE * 100 / WS-PCT-BASE
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-PCT-MISS
                   END-COMPUTE
           END-EVALUATE.
           IF WS-PCT-MISS > 99999.99
               MOVE 99999.99 TO WS-PCT-MISS
           END-IF.
           IF WS-PCT-MISS < -99999.99
               MOVE -99999.99 TO WS-PCT-MISS
           END-IF.
           IF WS-PCT-MISS < 0
               COMPUTE WS-ABS-PCT-MISS = 0 - WS-PCT-MISS
           ELSE
               MOVE WS-PCT-MISS TO WS-ABS-PCT-MISS
           END-IF.
           IF WS-ABS-PCT-MISS > 100
               MOVE 100 TO WS-ACC-MISS
           ELSE
               MOVE WS-ABS-PCT-MISS TO WS-ACC-MISS
           END-IF.

       REWRITE-FORECAST-RECORD.
           REWRITE FORECAST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT WS-FCST-OK
               DISPLAY "GROUP-FORECAST: UNABLE TO REWRITE FCSTFILE "
                   "- STATUS " WS-FCST-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       UPDATE-GROUP-ACCURACY.
           MOVE FCST-GROUP-KEY TO ACC-GROUP-KEY.
           READ ACCURACY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACC-OK
                   PERFORM ACCUMULATE-GROUP-ACCURACY
                   REWRITE ACCURACY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN WS-ACC-NO-RECORD
                   INITIALIZE ACCURACY-RECORD
                   MOVE FCST-GROUP-KEY TO ACC-GROUP-KEY
                   PERFORM ACCUMULATE-GROUP-ACCURACY
                   WRITE ACCURACY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-ACC-OK
               DISPLAY "GROUP-FORECAST: UNABLE TO UPDATE FCSTACC "
                   "- STATUS " WS-ACC-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACCUMULATE-GROUP-ACCURACY.
           ADD 1 TO ACC-MATCHED.
           ADD WS-ACC-MISS TO ACC-ABS-PCT-TOTAL.
           COMPUTE ACC-ACCURACY ROUNDED =
               100 - ACC-ABS-PCT-TOTAL / ACC-MATCHED.
           MOVE FCST-ACTUAL-DATE TO ACC-LAST-DATE.
           MOVE FCST-PCT-MISS TO ACC-LAST-PCT-MISS.
           MOVE FUNCTION CURRENT-DATE TO ACC-UPDATE-STAMP.
           MOVE ACC-ACCURACY TO WS-CURRENT-ACCURACY.

       COMPUTE-GROUP-FORECAST.
           IF WS-GRP-HISTORY-COUNT > WS-FCST-WINDOW
               MOVE WS-FCST-WINDOW TO WS-BASIS-RUNS
           ELSE
               MOVE WS-GRP-HISTORY-COUNT TO WS-BASIS-RUNS
           END-IF.
           COMPUTE WS-GRP-FIRST-IDX =
               WS-GRP-HISTORY-COUNT - WS-BASIS-RUNS + 1.
           MOVE 0 TO WS-SUM-X.
           MOVE 0 TO WS-SUM-XX.
           MOVE 0 TO WS-SUM-Y.
           MOVE 0 TO WS-SUM-XY.
           MOVE 0 TO WS-TREND-X.
           PERFORM VARYING WS-GRP-IDX FROM WS-GRP-FIRST-IDX BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-HISTORY-COUNT
               ADD 1 TO WS-TREND-X
               ADD WS-TREND-X TO WS-SUM-X
               COMPUTE WS-SUM-XX = WS-SUM-XX
                   + WS-TREND-X * WS-TREND-X
               ADD WS-GRPW-AVERAGE (WS-GRP-IDX) TO WS-SUM-Y
               COMPUTE WS-SUM-XY = WS-SUM-XY
                   + WS-TREND-X * WS-GRPW-AVERAGE (WS-GRP-IDX)
           END-PERFORM.
           MOVE "N" TO WS-FORECAST-OK-SW.
           IF WS-FCST-BY-TREND AND WS-BASIS-RUNS > 1
               PERFORM COMPUTE-TREND-FORECAST
           END-IF.
           IF NOT WS-FORECAST-OK
               MOVE "MAVG " TO WS-USED-METHOD
               COMPUTE WS-FORECAST-VALUE ROUNDED =
                   WS-SUM-Y / WS-BASIS-RUNS
           END-IF.

       COMPUTE-TREND-FORECAST.
           COMPUTE WS-TREND-DENOM =
               WS-BASIS-RUNS * WS-SUM-XX - WS-SUM-X * WS-SUM-X.
           IF WS-TREND-DENOM = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TREND-SLOPE ROUNDED =
               (WS-BASIS-RUNS * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
               / WS-TREND-DENOM
               ON SIZE ERROR
                   EXIT PARAGRAPH
           END-COMPUTE.
           COMPUTE WS-FORECAST-VALUE ROUNDED =
               (WS-SUM-Y - WS-TREND-SLOPE * WS-SUM-X) / WS-BASIS-RUNS
               + WS-TREND-SLOPE * (WS-BASIS-RUNS + 1)
               ON SIZE ERROR
                   EXIT PARAGRAPH
           END-COMPUTE.
           MOVE "TREND" TO WS-USED-METHOD.
           SET WS-FORECAST-OK TO TRUE.

       STORE-GROUP-FORECAST.
           MOVE WS-CURRENT-GROUP-KEY TO FCST-GROUP-KEY.
           MOVE WS-BUSINESS-DATE TO FCST-BUSINESS-DATE.
           READ FORECAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-FCST-OK
                   PERFORM MOVE-FORECAST-FIELDS
                   REWRITE FORECAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN WS-FCST-NO-RECORD
                   PERFORM MOVE-FORECAST-FIELDS
                   WRITE FORECAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-FCST-OK
               DISPLAY "GROUP-FORECAST: UNABLE TO WRITE FCSTFILE "
                   "- STATUS " WS-FCST-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GROUPS-FORECAST.

       MOVE-FORECAST-FIELDS.
           INITIALIZE FORECAST-RECORD.
           MOVE WS-CURRENT-GROUP-KEY TO FCST-GROUP-KEY.
           MOVE WS-BUSINESS-DATE TO FCST-BUSINESS-DATE.
           SET FCST-OPEN TO TRUE.
           MOVE WS-USED-METHOD TO FCST-METHOD.
           MOVE WS-FCST-WINDOW TO FCST-WINDOW.
           MOVE WS-BASIS-RUNS TO FCST-BASIS-RUNS.
           MOVE WS-GRPW-RUN-DATE (WS-GRP-HISTORY-COUNT) TO
               FCST-LAST-RUN-DATE.
           MOVE WS-GRPW-RUN-ID (WS-GRP-HISTORY-COUNT) TO
               FCST-LAST-RUN-ID.
           MOVE WS-FORECAST-VALUE TO FCST-AVERAGE.
           MOVE FUNCTION CURRENT-DATE TO FCST-CREATE-STAMP.

       WRITE-VARIANCE-LINES.
           WRITE FORECAST-LINE FROM WS-VARIANCE-HEADER.
           MOVE SPACES TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE 0 TO WS-RANK.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM UNTIL END-OF-SORTED-VARIANCE
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-VARIANCE TO TRUE
               END-RETURN
               IF NOT END-OF-SORTED-VARIANCE
                   IF WS-RANK = 0
                       WRITE FORECAST-LINE FROM WS-VARIANCE-COLUMNS
                   END-IF
                   ADD 1 TO WS-RANK
                   PERFORM WRITE-ONE-VARIANCE-LINE
               END-IF
           END-PERFORM.
           IF WS-RANK = 0
               WRITE FORECAST-LINE FROM WS-VARIANCE-NONE-LINE
           END-IF.
           MOVE SPACES TO FORECAST-LINE.
           WRITE FORECAST-LINE.

       WRITE-ONE-VARIANCE-LINE.
           MOVE WS-RANK TO VRL-RANK.
           MOVE SORT-GROUP-KEY TO VRL-GROUP-KEY.
           MOVE SORT-FCST-DATE TO VRL-FCST-DATE.
           MOVE SORT-FORECAST TO VRL-FORECAST.
           MOVE SORT-ACTUAL TO VRL-ACTUAL.
           MOVE SORT-VARIANCE TO VRL-VARIANCE.
           MOVE SORT-PCT-MISS TO VRL-PCT-MISS.
           MOVE SORT-ACCURACY TO VRL-ACCURACY.
           WRITE FORECAST-LINE FROM WS-VARIANCE-LINE.

       WRITE-ACCURACY-SECTION.
           WRITE FORECAST-LINE FROM WS-ACCURACY-HEADER.
           MOVE SPACES TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE 0 TO WS-RANK.
           MOVE "N" TO WS-ACC-EOF-SW.
           OPEN INPUT ACCURACY-FILE.
           IF NOT WS-ACC-OK
               DISPLAY "GROUP-FORECAST: UNABLE TO OPEN FCSTACC "
                   "- STATUS " WS-ACC-STATUS
               WRITE FORECAST-LINE FROM WS-ACCURACY-NONE-LINE
               MOVE SPACES TO FORECAST-LINE
               WRITE FORECAST-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-ACCURACY
               READ ACCURACY-FILE NEXT RECORD
                   AT END
                       SET END-OF-ACCURACY TO TRUE
               END-READ
               IF NOT END-OF-ACCURACY
                   ADD 1 TO WS-RANK
                   PERFORM WRITE-ONE-ACCURACY-LINE
               END-IF
           END-PERFORM.
           CLOSE ACCURACY-FILE.
           IF WS-RANK = 0
               WRITE FORECAST-LINE FROM WS-ACCURACY-NONE-LINE
           END-IF.
           MOVE SPACES TO FORECAST-LINE.
           WRITE FORECAST-LINE.

       WRITE-ONE-ACCURACY-LINE.
           MOVE ACC-GROUP-KEY TO ACL-GROUP-KEY.
           MOVE ACC-MATCHED TO ACL-MATCHED.
           IF ACC-MATCHED > 0
               COMPUTE WS-AVG-MISS ROUNDED =
                   ACC-ABS-PCT-TOTAL / ACC-MATCHED
           ELSE
               MOVE 0 TO WS-AVG-MISS
           END-IF.
           MOVE WS-AVG-MISS TO ACL-AVG-MISS.
           MOVE ACC-ACCURACY TO ACL-ACCURACY.
           EVALUATE TRUE
               WHEN ACC-ACCURACY >= 90
                   MOVE "HIGH" TO ACL-RATING
               WHEN ACC-ACCURACY >= 75
                   MOVE "MEDIUM" TO ACL-RATING
               WHEN OTHER
                   MOVE "LOW" TO ACL-RATING
           END-EVALUATE.
           WRITE FORECAST-LINE FROM WS-ACCURACY-LINE.

       WRITE-FORECAST-TOTALS.
           MOVE "GRPHIST ROWS READ...........: " TO FCR-TOT-LABEL.
           MOVE WS-GRPHIST-READ TO FCR-TOT-COUNT.
           WRITE FORECAST-LINE FROM WS-FCST-TOTAL-LINE.
           MOVE "GROUPS FORECAST.............: " TO FCR-TOT-LABEL.
           MOVE WS-GROUPS-FORECAST TO FCR-TOT-COUNT.
           WRITE FORECAST-LINE FROM WS-FCST-TOTAL-LINE.
           MOVE "FORECASTS MATCHED TO ACTUALS: " TO FCR-TOT-LABEL.
           MOVE WS-FORECASTS-MATCHED TO FCR-TOT-COUNT.
           WRITE FORECAST-LINE FROM WS-FCST-TOTAL-LINE.
           MOVE "FORECASTS WITH NO ACTUAL....: " TO FCR-TOT-LABEL.
           MOVE WS-FORECASTS-SUPERSEDED TO FCR-TOT-COUNT.
           WRITE FORECAST-LINE FROM WS-FCST-TOTAL-LINE.
           MOVE SPACES TO FORECAST-LINE.
           WRITE FORECAST-LINE.
           MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY.
           MOVE WS-RETURN-CODE-DISPLAY TO FCR-RETURN-CODE.
           WRITE FORECAST-LINE FROM WS-FCST-RC-LINE.
