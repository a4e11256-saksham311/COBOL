               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODRPT-STATUS.

           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EOD-PARM-FILE
           05 JLOG-RECORDS-READ  PIC 9(6).
           05 JLOG-RECORDS-WRITTEN PIC 9(6).
           05 JLOG-RETURN-CODE   PIC 9(2).
           05 JLOG-BUSINESS-DATE PIC 9(8).

       FD  EOD-PRINT-FILE
           RECORDING MODE IS F.
       01  EOD-LINE              PIC X(80).

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

       WORKING-STORAGE SECTION.
       01  WS-PROCDATE-STATUS   PIC X(2) VALUE "00".
           88 WS-PROCDATE-OK           VALUE "00".
           88 WS-PROCDATE-NOT-FOUND    VALUE "35".
       01  WS-BUSINESS-DATE     PIC 9(8) VALUE 0.

       01  WS-PARM-STATUS       PIC X(2) VALUE "00".
           88 WS-PARM-OK               VALUE "00".
           88 WS-PARM-NOT-FOUND        VALUE "35".
           88 END-OF-JOB-LOG          VALUE "Y".

       01  WS-REPORT-DATE       PIC 9(8) VALUE 0.
       01  WS-LOG-ENTRY-DATE    PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE-TIME PIC X(21).

       01  WS-STEP-MAX          PIC 9(4) VALUE 100.
       01  WS-STEP-IDX          PIC 9(4) VALUE 0.
       01  WS-STEP-FOUND-IDX    PIC 9(4) VALUE 0.

       01  WS-HELD-MAX          PIC 9(4) VALUE 100.
       01  WS-HELD-ENTRIES      PIC 9(4) VALUE 0.
       01  WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 100 TIMES.
               10 WS-HELD-PROGRAM    PIC X(20).
               10 WS-HELD-SW         PIC X(1).
                   88 WS-STILL-HELD        VALUE "Y".
       01  WS-HELD-IDX          PIC 9(4) VALUE 0.
       01  WS-HELD-FOUND-IDX    PIC 9(4) VALUE 0.

       01  WS-START-DAYS        PIC 9(7) VALUE 0.
       01  WS-END-DAYS          PIC 9(7) VALUE 0.
       01  WS-START-SECS        PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT      PIC 9(4) VALUE 0.
       01  WS-LONG-COUNT        PIC 9(4) VALUE 0.
       01  WS-MISSING-COUNT     PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(4) VALUE 0.

       01  WS-EOD-HEADER-1.
           05 FILLER             PIC X(24)
           05 EOD-HDR-DATE       PIC 9(8).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-EOD-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 EOD-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 EOD-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 EOD-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-EOD-DETAIL-LINE.
           05 EOD-PROGRAM        PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 EOD-MISSING-PGM    PIC X(20).
           05 FILLER             PIC X(42) VALUE SPACES.

       01  WS-EOD-HELD-LINE.
           05 FILLER             PIC X(27)
               VALUE "HELD - PREDECESSOR FAILED: ".
           05 EOD-HELD-PGM       PIC X(20).
           05 FILLER             PIC X(33) VALUE SPACES.

       01  WS-EOD-TOTAL-LINE.
           05 FILLER             PIC X(14) VALUE "STEPS LOGGED: ".
           05 EOD-TOT-LOGGED     PIC ZZZ9.
           05 EOD-TOT-LONG       PIC ZZZ9.
           05 FILLER             PIC X(11) VALUE "  MISSING: ".
           05 EOD-TOT-MISSING    PIC ZZZ9.
           05 FILLER             PIC X(8)  VALUE "  HELD: ".
           05 EOD-TOT-HELD       PIC ZZZ9.
           05 FILLER             PIC X(9)  VALUE SPACES.

       01  WS-EOD-NONE-LINE.
           05 FILLER             PIC X(33)
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-PROCESSING-DATE.
           MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE.
           PERFORM READ-EOD-PARAMETERS.
           PERFORM OPEN-EOD-REPORT.
           PERFORM SCAN-JOB-LOG.
           PERFORM REPORT-HELD-STEPS.
           PERFORM REPORT-MISSING-STEPS.
           PERFORM WRITE-EOD-TOTALS.
           CLOSE EOD-PRINT-FILE.
           IF WS-FAILED-COUNT > 0 OR WS-MISSING-COUNT > 0
             OR WS-HELD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LONG-COUNT > 0
           END-IF.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "BATCH-SUMMARY: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "BATCH-SUMMARY: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "BATCH-SUMMARY: PROCDATE BUSINESS DATE "
                   "MISSING OR NOT NUMERIC - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE PDT-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE PROCESS-DATE-FILE.

       READ-EOD-PARAMETERS.
           OPEN INPUT EOD-PARM-FILE.
           IF NOT WS-PARM-OK
           END-IF.
           MOVE WS-REPORT-DATE TO EOD-HDR-DATE.
           WRITE EOD-LINE FROM WS-EOD-HEADER-1.
           INITIALIZE WS-EOD-DATE-LINE.
           MOVE WS-BUSINESS-DATE TO EOD-HDR-BUS-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO EOD-HDR-CLOCK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO EOD-HDR-CLOCK-TIME.
           WRITE EOD-LINE FROM WS-EOD-DATE-LINE.
           MOVE SPACES TO EOD-LINE.
           WRITE EOD-LINE.

                       SET END-OF-JOB-LOG TO TRUE
               END-READ
               IF NOT END-OF-JOB-LOG
                   IF JLOG-BUSINESS-DATE NUMERIC
                       MOVE JLOG-BUSINESS-DATE TO WS-LOG-ENTRY-DATE
                   ELSE
                       MOVE JLOG-START-STAMP (1:8) TO WS-LOG-ENTRY-DATE
                   END-IF
                   IF WS-LOG-ENTRY-DATE = WS-REPORT-DATE
                       PERFORM REPORT-ONE-LOG-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JOB-LOG-FILE.
               WHEN JLOG-RETURN-CODE NOT NUMERIC
                   MOVE "FAILED" TO EOD-FLAG
                   ADD 1 TO WS-FAILED-COUNT
               WHEN JLOG-RETURN-CODE = 12
                   MOVE "HELD" TO EOD-FLAG
               WHEN JLOG-RETURN-CODE >= 8
                   MOVE "FAILED" TO EOD-FLAG
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO EOD-FLAG
           END-EVALUATE.
           WRITE EOD-LINE FROM WS-EOD-DETAIL-LINE.
           PERFORM TRACK-HELD-STEP.

       TRACK-HELD-STEP.
           MOVE 0 TO WS-HELD-FOUND-IDX.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-ENTRIES
               IF WS-HELD-PROGRAM (WS-HELD-IDX) = JLOG-PROGRAM
                   MOVE WS-HELD-IDX TO WS-HELD-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF EOD-FLAG NOT = "HELD"
               IF WS-HELD-FOUND-IDX > 0
                   MOVE "N" TO WS-HELD-SW (WS-HELD-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-HELD-FOUND-IDX = 0
               IF WS-HELD-ENTRIES >= WS-HELD-MAX
                   DISPLAY "BATCH-SUMMARY: HELD STEP TABLE FULL "
                       "- RUN TERMINATED"
                   STOP RUN
               END-IF
               ADD 1 TO WS-HELD-ENTRIES
               MOVE WS-HELD-ENTRIES TO WS-HELD-FOUND-IDX
               MOVE JLOG-PROGRAM TO WS-HELD-PROGRAM (WS-HELD-ENTRIES)
           END-IF.
           MOVE "Y" TO WS-HELD-SW (WS-HELD-FOUND-IDX).

       COMPUTE-ELAPSED-SECONDS.
           MOVE 0 TO WS-ELAPSED-SECS.
               END-IF
           END-PERFORM.

       REPORT-HELD-STEPS.
           IF WS-HELD-ENTRIES = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EOD-LINE.
           WRITE EOD-LINE.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-ENTRIES
               IF WS-STILL-HELD (WS-HELD-IDX)
                   INITIALIZE WS-EOD-HELD-LINE
                   MOVE WS-HELD-PROGRAM (WS-HELD-IDX) TO EOD-HELD-PGM
                   WRITE EOD-LINE FROM WS-EOD-HELD-LINE
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-PERFORM.

       REPORT-MISSING-STEPS.
           IF WS-STEP-COUNT = 0
               EXIT PARAGRAPH
           MOVE WS-FAILED-COUNT TO EOD-TOT-FAILED.
           MOVE WS-LONG-COUNT TO EOD-TOT-LONG.
           MOVE WS-MISSING-COUNT TO EOD-TOT-MISSING.
           MOVE WS-HELD-COUNT TO EOD-TOT-HELD.
           WRITE EOD-LINE FROM WS-EOD-TOTAL-LINE.
