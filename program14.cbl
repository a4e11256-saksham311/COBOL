       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-ROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT ROLL-PARM-FILE ASSIGN TO "ROLLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EOD-PARM-FILE ASSIGN TO "EODCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EODPARM-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PEREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEREXC-STATUS.

           SELECT DEPENDENCY-FILE ASSIGN TO "DEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ROLL-PARM-FILE
           RECORDING MODE IS F.
       01  ROLL-PARM-RECORD.
           05 PARM-ROLL-FUNCTION PIC X(6).
           05 PARM-ROLL-DATE-X   PIC X(8).
           05 PARM-ROLL-DATE REDEFINES PARM-ROLL-DATE-X PIC 9(8).
           05 FILLER             PIC X(66).

       FD  EOD-PARM-FILE
           RECORDING MODE IS F.
       01  EOD-PARM-RECORD.
           05 PARM-EOD-TYPE      PIC X(1).
               88 PARM-EOD-IS-STEP      VALUE "S".
           05 PARM-EOD-PROGRAM   PIC X(20).
           05 FILLER             PIC X(59).

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

       01  WS-PARM-STATUS       PIC X(2) VALUE "00".
           88 WS-PARM-OK               VALUE "00".

       01  WS-EODPARM-STATUS    PIC X(2) VALUE "00".
           88 WS-EODPARM-OK            VALUE "00".

       01  WS-JOBLOG-STATUS     PIC X(2) VALUE "00".
           88 WS-JOBLOG-OK             VALUE "00".
           88 WS-JOBLOG-NOT-FOUND      VALUE "35".

       01  WS-PERIOD-STATUS     PIC X(2) VALUE "00".
           88 WS-PERIOD-OK             VALUE "00".
           88 WS-PERIOD-NOT-FOUND      VALUE "35".

       01  WS-PEREXC-STATUS     PIC X(2) VALUE "00".
           88 WS-PEREXC-OK             VALUE "00".
           88 WS-PEREXC-NOT-FOUND      VALUE "35".

       01  WS-SET-PERIOD        PIC 9(6) VALUE 0.
       01  WS-PERIOD-CLOSED-SW  PIC X(1) VALUE "N".
           88 WS-PERIOD-CLOSED        VALUE "Y".

       01  WS-PARM-EOF-SW       PIC X(1) VALUE "N".
           88 END-OF-PARMS            VALUE "Y".

       01  WS-JOBLOG-EOF-SW     PIC X(1) VALUE "N".
           88 END-OF-JOB-LOG          VALUE "Y".

       01  WS-ROLL-FUNCTION     PIC X(6) VALUE "ROLL".
           88 WS-FUNCTION-ROLL        VALUE "ROLL".
           88 WS-FUNCTION-SET         VALUE "SET".
       01  WS-SET-DATE          PIC 9(8) VALUE 0.

       01  WS-BUSINESS-DATE     PIC 9(8) VALUE 0.
       01  WS-PRIOR-DATE        PIC 9(8) VALUE 0.
       01  WS-NEXT-DATE         PIC 9(8) VALUE 0.
       01  WS-WORK-DAYS         PIC 9(7) VALUE 0.
       01  WS-LOG-ENTRY-DATE    PIC 9(8) VALUE 0.

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

       01  WS-JOB-START-STAMP   PIC X(21) VALUE SPACES.
       01  WS-JOB-END-STAMP     PIC X(21) VALUE SPACES.

       01  WS-STEP-MAX          PIC 9(4) VALUE 100.
       01  WS-STEP-COUNT        PIC 9(4) VALUE 0.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 100 TIMES.
               10 WS-STEP-PROGRAM    PIC X(20).
               10 WS-STEP-RC         PIC 9(2).
               10 WS-STEP-SEEN-SW    PIC X(1).
                   88 WS-STEP-SEEN         VALUE "Y".
       01  WS-STEP-IDX          PIC 9(4) VALUE 0.
       01  WS-STEP-FOUND-IDX    PIC 9(4) VALUE 0.
       01  WS-EXPECTED-COUNT    PIC 9(4) VALUE 0.

       01  WS-LOGGED-COUNT      PIC 9(6) VALUE 0.
       01  WS-OPEN-COUNT        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-STAMP.
           PERFORM READ-ROLL-PARAMETER.
           PERFORM READ-PROCESSING-DATE.
           IF WS-FUNCTION-SET
               PERFORM CHECK-SET-PERIOD
               IF WS-PERIOD-CLOSED
                   DISPLAY "DATE-ROLL: SET DATE " WS-SET-DATE
                       " IS IN CLOSED PERIOD " WS-SET-PERIOD
                       " - DATE NOT CHANGED"
                   PERFORM WRITE-PERIOD-EXCEPTION
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-JOB-LOG
                   STOP RUN
               END-IF
               MOVE WS-BUSINESS-DATE TO WS-PRIOR-DATE
               MOVE WS-SET-DATE TO WS-NEXT-DATE
               PERFORM WRITE-PROCESSING-DATE
               DISPLAY "DATE-ROLL: BUSINESS DATE SET TO " WS-NEXT-DATE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "DATE-ROLL: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM LOAD-EXPECTED-STEPS.
           PERFORM SCAN-JOB-LOG.
           PERFORM CHECK-BATCH-COMPLETE.
           IF WS-OPEN-COUNT > 0
               DISPLAY "DATE-ROLL: BATCH FOR " WS-BUSINESS-DATE
                   " NOT COMPLETE - " WS-OPEN-COUNT
                   " STEP(S) MISSING OR FAILED - DATE NOT ROLLED"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           COMPUTE WS-WORK-DAYS = FUNCTION INTEGER-OF-DATE
               (WS-BUSINESS-DATE) + 1.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-DAYS).
           MOVE WS-BUSINESS-DATE TO WS-PRIOR-DATE.
           PERFORM WRITE-PROCESSING-DATE.
           DISPLAY "DATE-ROLL: BUSINESS DATE ROLLED FROM "
               WS-PRIOR-DATE " TO " WS-NEXT-DATE.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-ROLL-PARAMETER.
           OPEN INPUT ROLL-PARM-FILE.
           IF NOT WS-PARM-OK
               EXIT PARAGRAPH
           END-IF.
           READ ROLL-PARM-FILE
               AT END
                   CLOSE ROLL-PARM-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF PARM-ROLL-FUNCTION NOT = SPACES
               MOVE PARM-ROLL-FUNCTION TO WS-ROLL-FUNCTION
           END-IF.
           IF NOT WS-FUNCTION-ROLL AND NOT WS-FUNCTION-SET
               DISPLAY "DATE-ROLL: INVALID ROLLCARD FUNCTION "
                   WS-ROLL-FUNCTION " - RUN TERMINATED"
               STOP RUN
           END-IF.
           IF WS-FUNCTION-SET
               IF PARM-ROLL-DATE-X NOT NUMERIC
                 OR PARM-ROLL-DATE = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD (PARM-ROLL-DATE) NOT = 0
                   DISPLAY "DATE-ROLL: ROLLCARD SET DATE MISSING OR "
                       "INVALID - RUN TERMINATED"
                   STOP RUN
               END-IF
               MOVE PARM-ROLL-DATE TO WS-SET-DATE
           END-IF.
           CLOSE ROLL-PARM-FILE.

       READ-PROCESSING-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               IF WS-FUNCTION-SET
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "DATE-ROLL: PROCDATE NOT FOUND - USE A SET "
                   "ROLLCARD TO INITIALIZE - RUN TERMINATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "DATE-ROLL: UNABLE TO OPEN PROCDATE "
                   "- STATUS " WS-PROCDATE-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           READ PROCESS-DATE-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PROCDATE-OK
             AND PDT-BUSINESS-DATE-X NUMERIC
               MOVE PDT-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.
           CLOSE PROCESS-DATE-FILE.
           IF WS-BUSINESS-DATE = 0 AND NOT WS-FUNCTION-SET
               DISPLAY "DATE-ROLL: PROCDATE BUSINESS DATE "
                   "MISSING OR NOT NUMERIC - RUN TERMINATED"
               STOP RUN
           END-IF.

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
                 AND DEP-PROGRAM = "DATE-ROLL"
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
                       DISPLAY "DATE-ROLL: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "DATE-ROLL: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "DATE-ROLL: PREDECESSOR TABLE FULL "
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
               DISPLAY "DATE-ROLL: UNABLE TO OPEN JOBLOG "
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

       WRITE-PROCESSING-DATE.
           OPEN OUTPUT PROCESS-DATE-FILE.
           IF NOT WS-PROCDATE-OK
               DISPLAY "DATE-ROLL: UNABLE TO OPEN PROCDATE FOR OUTPUT "
                   "- STATUS " WS-PROCDATE-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE SPACES TO PROCESS-DATE-RECORD.
           MOVE WS-NEXT-DATE TO PDT-BUSINESS-DATE.
           MOVE WS-PRIOR-DATE TO PDT-PRIOR-DATE.
           MOVE FUNCTION CURRENT-DATE TO PDT-ROLL-STAMP.
           WRITE PROCESS-DATE-RECORD.
           IF NOT WS-PROCDATE-OK
               DISPLAY "DATE-ROLL: UNABLE TO WRITE PROCDATE "
                   "- STATUS " WS-PROCDATE-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           CLOSE PROCESS-DATE-FILE.

       CHECK-SET-PERIOD.
           MOVE WS-SET-DATE (1:6) TO WS-SET-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PERIOD-OK
               DISPLAY "DATE-ROLL: UNABLE TO OPEN PERIODS "
                   "- STATUS " WS-PERIOD-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE WS-SET-PERIOD TO PER-PERIOD.
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-PERIOD-OK AND PER-IS-CLOSED
               SET WS-PERIOD-CLOSED TO TRUE
           END-IF.
           CLOSE PERIOD-FILE.

       WRITE-PERIOD-EXCEPTION.
           OPEN EXTEND PERIOD-EXCEPTION-FILE.
           IF WS-PEREXC-NOT-FOUND
               OPEN OUTPUT PERIOD-EXCEPTION-FILE
           END-IF.
           IF NOT WS-PEREXC-OK
               DISPLAY "DATE-ROLL: UNABLE TO OPEN PEREXC "
                   "- STATUS " WS-PEREXC-STATUS
                   " - EXCEPTION NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PERIOD-EXCEPTION-RECORD.
           MOVE WS-BUSINESS-DATE TO PEX-BUSINESS-DATE.
           MOVE "DATE-ROLL" TO PEX-PROGRAM.
           MOVE WS-JOB-START-STAMP (1:14) TO PEX-RUN-ID.
           MOVE WS-SET-PERIOD TO PEX-PERIOD.
           MOVE 0 TO PEX-SEQ-NUM.
           MOVE "DATE SET REFUSED" TO PEX-ACTION.
           WRITE PERIOD-EXCEPTION-RECORD.
           CLOSE PERIOD-EXCEPTION-FILE.

       LOAD-EXPECTED-STEPS.
           OPEN INPUT EOD-PARM-FILE.
           IF NOT WS-EODPARM-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-PARMS
               READ EOD-PARM-FILE
                   AT END
                       SET END-OF-PARMS TO TRUE
               END-READ
               IF NOT END-OF-PARMS
                 AND PARM-EOD-IS-STEP
                 AND PARM-EOD-PROGRAM NOT = SPACES
                   PERFORM FIND-STEP
                   IF WS-STEP-FOUND-IDX = 0
                       PERFORM ADD-STEP
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EOD-PARM-FILE.
           MOVE WS-STEP-COUNT TO WS-EXPECTED-COUNT.

       FIND-STEP.
           MOVE 0 TO WS-STEP-FOUND-IDX.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-PROGRAM (WS-STEP-IDX) = PARM-EOD-PROGRAM
                   MOVE WS-STEP-IDX TO WS-STEP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-STEP.
           IF WS-STEP-COUNT >= WS-STEP-MAX
               DISPLAY "DATE-ROLL: STEP TABLE FULL - RUN TERMINATED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-STEP-COUNT.
           MOVE PARM-EOD-PROGRAM TO WS-STEP-PROGRAM (WS-STEP-COUNT).
           MOVE 0 TO WS-STEP-RC (WS-STEP-COUNT).
           MOVE "N" TO WS-STEP-SEEN-SW (WS-STEP-COUNT).
           MOVE WS-STEP-COUNT TO WS-STEP-FOUND-IDX.

       SCAN-JOB-LOG.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOBLOG-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-JOBLOG-OK
               DISPLAY "DATE-ROLL: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-JOB-LOG
               READ JOB-LOG-FILE
                   AT END
                       SET END-OF-JOB-LOG TO TRUE
               END-READ
               IF NOT END-OF-JOB-LOG
                 AND JLOG-PROGRAM NOT = "DATE-ROLL"
                   IF JLOG-BUSINESS-DATE NUMERIC
                       MOVE JLOG-BUSINESS-DATE TO WS-LOG-ENTRY-DATE
                   ELSE
                       MOVE JLOG-START-STAMP (1:8) TO WS-LOG-ENTRY-DATE
                   END-IF
                   IF WS-LOG-ENTRY-DATE = WS-BUSINESS-DATE
                       PERFORM RECORD-LOG-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JOB-LOG-FILE.

       RECORD-LOG-ENTRY.
           ADD 1 TO WS-LOGGED-COUNT.
           MOVE JLOG-PROGRAM TO PARM-EOD-PROGRAM.
           PERFORM FIND-STEP.
           IF WS-STEP-FOUND-IDX = 0
               PERFORM ADD-STEP
           END-IF.
           MOVE "Y" TO WS-STEP-SEEN-SW (WS-STEP-FOUND-IDX).
           IF JLOG-RETURN-CODE NUMERIC
               MOVE JLOG-RETURN-CODE TO WS-STEP-RC (WS-STEP-FOUND-IDX)
           ELSE
               MOVE 99 TO WS-STEP-RC (WS-STEP-FOUND-IDX)
           END-IF.

       CHECK-BATCH-COMPLETE.
           MOVE 0 TO WS-OPEN-COUNT.
           IF WS-LOGGED-COUNT = 0
               DISPLAY "DATE-ROLL: NO JOBLOG ENTRIES FOR "
                   WS-BUSINESS-DATE
               ADD 1 TO WS-OPEN-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               EVALUATE TRUE
                   WHEN NOT WS-STEP-SEEN (WS-STEP-IDX)
                       DISPLAY "DATE-ROLL: STEP NOT RUN - "
                           WS-STEP-PROGRAM (WS-STEP-IDX)
                       ADD 1 TO WS-OPEN-COUNT
                   WHEN WS-STEP-RC (WS-STEP-IDX) = 12
                       DISPLAY "DATE-ROLL: STEP HELD - "
                           WS-STEP-PROGRAM (WS-STEP-IDX)
                           " - PREDECESSOR FAILED"
                       ADD 1 TO WS-OPEN-COUNT
                   WHEN WS-STEP-RC (WS-STEP-IDX) >= 8
                       DISPLAY "DATE-ROLL: STEP FAILED - "
                           WS-STEP-PROGRAM (WS-STEP-IDX)
                           " RC " WS-STEP-RC (WS-STEP-IDX)
                       ADD 1 TO WS-OPEN-COUNT
               END-EVALUATE
           END-PERFORM.

       WRITE-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-STAMP.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-NOT-FOUND
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF NOT WS-JOBLOG-OK
               DISPLAY "DATE-ROLL: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "DATE-ROLL" TO JLOG-PROGRAM.
           MOVE WS-JOB-START-STAMP (1:14) TO JLOG-RUN-ID.
           MOVE WS-JOB-START-STAMP TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           MOVE WS-LOGGED-COUNT TO JLOG-RECORDS-READ.
           MOVE 0 TO JLOG-RECORDS-WRITTEN.
           IF RETURN-CODE = 0
               MOVE 1 TO JLOG-RECORDS-WRITTEN
           END-IF.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.
