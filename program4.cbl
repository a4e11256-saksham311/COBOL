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
       FD  EXTRACT-FILE
               88 EXT-REC-IS-GROUP      VALUE "G".
               88 EXT-REC-IS-ADJ-RUN    VALUE "A".
               88 EXT-REC-IS-ADJ-GROUP  VALUE "B".
               88 EXT-REC-IS-BACKOUT-RUN   VALUE "X".
               88 EXT-REC-IS-BACKOUT-GROUP VALUE "Y".
           05 EXT-RUN-ID         PIC X(14).
           05 EXT-RUN-DATE.
               10 EXT-RUN-YEAR      PIC 9(4).
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

       01  WS-EXTRACT-STATUS    PIC X(2) VALUE "00".
           88 WS-EXTRACT-OK            VALUE "00".
           88 WS-EXTRACT-EOF           VALUE "10".
           05 TRD-HDR-DEPTH      PIC ZZZ9.
           05 FILLER             PIC X(31) VALUE SPACES.

       01  WS-TREND-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 TRD-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 TRD-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 TRD-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-TREND-RUN-LINE.
           05 FILLER             PIC X(5)  VALUE "RUN  ".
           05 TRD-RUN-MONTH      PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-STAMP.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "RUN-HISTORY: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-TREND-PARAMETER.
           PERFORM OPEN-HISTORY-MASTER.
           PERFORM OPEN-GROUP-HISTORY-MASTER.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "RUN-HISTORY: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "RUN-HISTORY: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "RUN-HISTORY: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "RUN-HISTORY"
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
                       DISPLAY "RUN-HISTORY: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "RUN-HISTORY: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "RUN-HISTORY: PREDECESSOR TABLE FULL "
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
               DISPLAY "RUN-HISTORY: UNABLE TO OPEN JOBLOG "
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
           MOVE WS-EXTRACT-READ-COUNT TO JLOG-RECORDS-READ.
           MOVE WS-HISTORY-WRITTEN TO JLOG-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

                           PERFORM FOLD-ONE-ADJ-RUN-RECORD
                       WHEN EXT-REC-IS-ADJ-GROUP
                           PERFORM FOLD-ONE-ADJ-GROUP-RECORD
                       WHEN EXT-REC-IS-BACKOUT-RUN
                           PERFORM FOLD-ONE-BACKOUT-RUN-RECORD
                       WHEN EXT-REC-IS-BACKOUT-GROUP
                           PERFORM FOLD-ONE-BACKOUT-GROUP-RECORD
                   END-EVALUATE
               END-IF
           END-PERFORM.
                   STOP RUN
           END-EVALUATE.

       FOLD-ONE-BACKOUT-RUN-RECORD.
           MOVE EXT-RUN-DATE TO HIST-RUN-DATE.
           MOVE EXT-RUN-ID TO HIST-RUN-ID.
           DELETE HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           EVALUATE TRUE
               WHEN WS-HISTORY-OK
                   ADD 1 TO WS-HIST-UPDATES
               WHEN WS-HISTORY-NO-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RUN-HISTORY: UNABLE TO DELETE HISTFILE "
                       "- STATUS " WS-HISTORY-STATUS
                       " - RUN TERMINATED"
                   STOP RUN
           END-EVALUATE.

       REWRITE-HISTORY-RECORD.
           REWRITE HISTORY-RECORD
               INVALID KEY
                   STOP RUN
           END-EVALUATE.

       FOLD-ONE-BACKOUT-GROUP-RECORD.
           MOVE EXT-GROUP-KEY TO GRPH-GROUP-KEY.
           MOVE EXT-RUN-DATE TO GRPH-RUN-DATE.
           MOVE EXT-RUN-ID TO GRPH-RUN-ID.
           DELETE GROUP-HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           EVALUATE TRUE
               WHEN WS-GRPHIST-OK
                   ADD 1 TO WS-GRPH-UPDATES
               WHEN WS-GRPHIST-NO-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RUN-HISTORY: UNABLE TO DELETE GRPHIST "
                       "- STATUS " WS-GRPHIST-STATUS
                       " - RUN TERMINATED"
                   STOP RUN
           END-EVALUATE.

       FOLD-ONE-GROUP-RECORD.
           MOVE EXT-GROUP-KEY TO GRPH-GROUP-KEY.
           MOVE EXT-RUN-DATE TO GRPH-RUN-DATE.
           END-IF.
           MOVE WS-TREND-DEPTH TO TRD-HDR-DEPTH.
           WRITE TREND-LINE FROM WS-TREND-HEADER-1.
           INITIALIZE WS-TREND-DATE-LINE.
           MOVE WS-BUSINESS-DATE TO TRD-HDR-BUS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO TRD-HDR-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO TRD-HDR-CLOCK-TIME.
           WRITE TREND-LINE FROM WS-TREND-DATE-LINE.
           MOVE SPACES TO TREND-LINE.
           WRITE TREND-LINE.
           IF WS-HISTORY-COUNT > WS-TREND-DEPTH
