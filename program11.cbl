               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-STATUS.

           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT DEPENDENCY-FILE ASSIGN TO "DEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-PARM-FILE
           RECORDING MODE IS F.
       01  COMPARE-LINE          PIC X(80).

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

           05 CMP-HDR-TOLERANCE  PIC ZZZZ9.99.
           05 FILLER             PIC X(35) VALUE SPACES.

       01  WS-CMP-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 CMP-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 CMP-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 CMP-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-CMP-RUN-LINE.
           05 CMP-RUN-LABEL      PIC X(8).
           05 CMP-RUN-ID         PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "RUN-COMPARE: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-COMPARE-PARAMETER.
           PERFORM LOAD-RUN-FIGURES.
           PERFORM LOAD-GROUP-FIGURES.
             OR WS-DROPPED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "RUN-COMPARE: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "RUN-COMPARE: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "RUN-COMPARE: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "RUN-COMPARE"
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
                       DISPLAY "RUN-COMPARE: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "RUN-COMPARE: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "RUN-COMPARE: PREDECESSOR TABLE FULL "
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
               DISPLAY "RUN-COMPARE: UNABLE TO OPEN JOBLOG "
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

       READ-COMPARE-PARAMETER.
           OPEN INPUT COMPARE-PARM-FILE.
           IF NOT WS-PARM-OK
           END-IF.
           MOVE WS-TOLERANCE TO CMP-HDR-TOLERANCE.
           WRITE COMPARE-LINE FROM WS-CMP-HEADER-1.
           INITIALIZE WS-CMP-DATE-LINE.
           MOVE WS-BUSINESS-DATE TO CMP-HDR-BUS-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO CMP-HDR-CLOCK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO CMP-HDR-CLOCK-TIME.
           WRITE COMPARE-LINE FROM WS-CMP-DATE-LINE.
           MOVE SPACES TO COMPARE-LINE.
           WRITE COMPARE-LINE.
           MOVE "RUN 1.: " TO CMP-RUN-LABEL.
               MOVE SPACES TO CMP-GRP-FLAG
           END-IF.
           WRITE COMPARE-LINE FROM WS-CMP-GROUP-LINE.

       WRITE-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-STAMP.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-NOT-FOUND
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF NOT WS-JOBLOG-OK
               DISPLAY "RUN-COMPARE: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "RUN-COMPARE" TO JLOG-PROGRAM.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO JLOG-RUN-ID.
           MOVE WS-CURRENT-DATE-TIME TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           COMPUTE JLOG-RECORDS-READ = WS-MATCHED-COUNT
               + WS-ADDED-COUNT + WS-DROPPED-COUNT.
           MOVE WS-FLAGGED-COUNT TO JLOG-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.
