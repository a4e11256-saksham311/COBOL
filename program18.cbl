       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOURCE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-PARM-FILE ASSIGN TO "SRCCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SOURCE-CONTROL-FILE ASSIGN TO "SRCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-SOURCE-ID
               FILE STATUS IS WS-SRCCTL-STATUS.

           SELECT MAINT-PRINT-FILE ASSIGN TO "SRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

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
       FD  MAINT-PARM-FILE
           RECORDING MODE IS F.
       01  MAINT-PARM-RECORD.
           05 PARM-FUNCTION      PIC X(6).
           05 PARM-SOURCE-ID     PIC X(8).
           05 PARM-SEQ-X         PIC X(6).
           05 PARM-SEQ REDEFINES PARM-SEQ-X PIC 9(6).
           05 PARM-CREATE-DATE-X PIC X(8).
           05 PARM-CREATE-DATE REDEFINES PARM-CREATE-DATE-X
                                 PIC 9(8).
           05 FILLER             PIC X(52).

       FD  SOURCE-CONTROL-FILE
           RECORDING MODE IS F.
       01  SOURCE-CONTROL-RECORD.
           05 SCM-SOURCE-ID      PIC X(8).
           05 SCM-LAST-SEQ       PIC 9(6).
           05 SCM-LAST-CREATE-DATE PIC 9(8).
           05 SCM-LAST-RUN-ID    PIC X(14).
           05 SCM-LAST-BUSINESS-DATE PIC 9(8).
           05 SCM-UPDATE-STAMP   PIC X(21).
           05 SCM-UPDATE-SW      PIC X(1).
               88 SCM-SEQUENCE-POSTED     VALUE "P".
               88 SCM-SEQUENCE-RESET      VALUE "R".
           05 SCM-PRIOR-SEQ      PIC 9(6).
           05 SCM-PRIOR-SW       PIC X(1).
               88 SCM-PRIOR-SEQ-KEPT      VALUE "P".
               88 SCM-ADDED-BY-RUN        VALUE "N".
           05 FILLER             PIC X(7).

       FD  MAINT-PRINT-FILE
           RECORDING MODE IS F.
       01  MAINT-LINE            PIC X(80).

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

       01  WS-SRCCTL-STATUS     PIC X(2) VALUE "00".
           88 WS-SRCCTL-OK             VALUE "00".
           88 WS-SRCCTL-EOF            VALUE "10".
           88 WS-SRCCTL-NO-RECORD      VALUE "23".
           88 WS-SRCCTL-NOT-FOUND      VALUE "35".

       01  WS-MAINT-STATUS      PIC X(2) VALUE "00".
           88 WS-MAINT-OK              VALUE "00".

       01  WS-SRCCTL-EOF-SW     PIC X(1) VALUE "N".
           88 END-OF-SRCCTL           VALUE "Y".

       01  WS-FUNCTION          PIC X(6) VALUE SPACES.
           88 WS-FUNCTION-LIST        VALUE "LIST  ".
           88 WS-FUNCTION-RESET       VALUE "RESET ".
           88 WS-FUNCTION-DELETE      VALUE "DELETE".

       01  WS-TARGET-SOURCE-ID  PIC X(8) VALUE SPACES.
       01  WS-RESET-SEQ         PIC 9(6) VALUE 0.
       01  WS-RESET-CREATE-DATE PIC 9(8) VALUE 0.

       01  WS-CURRENT-DATE-TIME PIC X(21).

       01  WS-LISTED-COUNT      PIC 9(6) VALUE 0.
       01  WS-RESET-COUNT       PIC 9(6) VALUE 0.
       01  WS-DELETED-COUNT     PIC 9(6) VALUE 0.

       01  WS-MAINT-HEADER-1.
           05 FILLER             PIC X(26)
               VALUE "SOURCE CONTROL MAINTENANCE".
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "FUNCTION: ".
           05 SCR-HDR-FUNCTION   PIC X(6).
           05 FILLER             PIC X(34) VALUE SPACES.

       01  WS-MAINT-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 SCR-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 SCR-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 SCR-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-MAINT-DETAIL-LINE.
           05 SCR-ACTION         PIC X(6).
           05 SCR-SOURCE-ID      PIC X(8).
           05 FILLER             PIC X(6)  VALUE "  SEQ ".
           05 SCR-LAST-SEQ       PIC ZZZZZ9.
           05 FILLER             PIC X(9)  VALUE "  CREATED".
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 SCR-CREATE-DATE    PIC 9(8).
           05 FILLER             PIC X(5)  VALUE "  RUN".
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 SCR-RUN-ID         PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SCR-UPDATE-FLAG    PIC X(5).
           05 FILLER             PIC X(9)  VALUE SPACES.

       01  WS-MAINT-TOTAL-LINE.
           05 SCR-TOT-LABEL      PIC X(20).
           05 SCR-TOT-COUNT      PIC ZZZZZ9.
           05 FILLER             PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "SOURCE-MAINT: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-MAINT-PARAMETER.
           PERFORM OPEN-MAINT-REPORT.
           PERFORM OPEN-SOURCE-CONTROL.
           EVALUATE TRUE
               WHEN WS-FUNCTION-LIST
                   PERFORM LIST-SOURCE-ENTRIES
               WHEN WS-FUNCTION-RESET
                   PERFORM RESET-SOURCE-SEQUENCE
               WHEN WS-FUNCTION-DELETE
                   PERFORM DELETE-SOURCE-ENTRY
           END-EVALUATE.
           CLOSE SOURCE-CONTROL-FILE.
           PERFORM WRITE-MAINT-TOTALS.
           CLOSE MAINT-PRINT-FILE.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "SOURCE-MAINT: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "SOURCE-MAINT: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "SOURCE-MAINT: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "SOURCE-MAINT"
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
                       DISPLAY "SOURCE-MAINT: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "SOURCE-MAINT: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "SOURCE-MAINT: PREDECESSOR TABLE FULL "
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
               DISPLAY "SOURCE-MAINT: UNABLE TO OPEN JOBLOG "
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

       READ-MAINT-PARAMETER.
           OPEN INPUT MAINT-PARM-FILE.
           IF NOT WS-PARM-OK
               DISPLAY "SOURCE-MAINT: UNABLE TO OPEN SRCCARD "
                   "- STATUS " WS-PARM-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           READ MAINT-PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF NOT WS-PARM-OK
               DISPLAY "SOURCE-MAINT: SRCCARD IS EMPTY "
                   "- RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE PARM-FUNCTION TO WS-FUNCTION.
           IF NOT WS-FUNCTION-LIST AND NOT WS-FUNCTION-RESET
             AND NOT WS-FUNCTION-DELETE
               DISPLAY "SOURCE-MAINT: SRCCARD FUNCTION MUST BE "
                   "LIST, RESET OR DELETE - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE PARM-SOURCE-ID TO WS-TARGET-SOURCE-ID.
           IF PARM-CREATE-DATE-X NUMERIC
               MOVE PARM-CREATE-DATE TO WS-RESET-CREATE-DATE
           END-IF.
           IF NOT WS-FUNCTION-LIST AND WS-TARGET-SOURCE-ID = SPACES
               DISPLAY "SOURCE-MAINT: " WS-FUNCTION
                   " REQUIRES A SOURCE ID ON SRCCARD - RUN TERMINATED"
               STOP RUN
           END-IF.
           IF WS-FUNCTION-RESET
               IF PARM-SEQ-X NOT NUMERIC
                   DISPLAY "SOURCE-MAINT: RESET REQUIRES A NUMERIC "
                       "SEQUENCE ON SRCCARD - RUN TERMINATED"
                   STOP RUN
               END-IF
               MOVE PARM-SEQ TO WS-RESET-SEQ
           END-IF.
           CLOSE MAINT-PARM-FILE.

       OPEN-MAINT-REPORT.
           OPEN OUTPUT MAINT-PRINT-FILE.
           IF NOT WS-MAINT-OK
               DISPLAY "SOURCE-MAINT: UNABLE TO OPEN SRCRPT "
                   "- STATUS " WS-MAINT-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE WS-FUNCTION TO SCR-HDR-FUNCTION.
           WRITE MAINT-LINE FROM WS-MAINT-HEADER-1.
           INITIALIZE WS-MAINT-DATE-LINE.
           MOVE WS-BUSINESS-DATE TO SCR-HDR-BUS-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO SCR-HDR-CLOCK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO SCR-HDR-CLOCK-TIME.
           WRITE MAINT-LINE FROM WS-MAINT-DATE-LINE.
           MOVE SPACES TO MAINT-LINE.
           WRITE MAINT-LINE.

       OPEN-SOURCE-CONTROL.
           IF WS-FUNCTION-LIST
               OPEN INPUT SOURCE-CONTROL-FILE
           ELSE
               OPEN I-O SOURCE-CONTROL-FILE
           END-IF.
           IF WS-SRCCTL-NOT-FOUND AND WS-FUNCTION-RESET
               OPEN OUTPUT SOURCE-CONTROL-FILE
               CLOSE SOURCE-CONTROL-FILE
               OPEN I-O SOURCE-CONTROL-FILE
           END-IF.
           IF WS-SRCCTL-NOT-FOUND
               DISPLAY "SOURCE-MAINT: SRCCTL NOT FOUND - NOTHING "
                   "TO MAINTAIN"
               PERFORM WRITE-MAINT-TOTALS
               CLOSE MAINT-PRINT-FILE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           IF NOT WS-SRCCTL-OK
               DISPLAY "SOURCE-MAINT: UNABLE TO OPEN SRCCTL "
                   "- STATUS " WS-SRCCTL-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.

       LIST-SOURCE-ENTRIES.
           PERFORM UNTIL END-OF-SRCCTL
               READ SOURCE-CONTROL-FILE NEXT RECORD
                   AT END
                       SET END-OF-SRCCTL TO TRUE
               END-READ
               IF NOT END-OF-SRCCTL
                 AND (WS-TARGET-SOURCE-ID = SPACES
                   OR SCM-SOURCE-ID = WS-TARGET-SOURCE-ID)
                   MOVE "SRC   " TO SCR-ACTION
                   PERFORM WRITE-MAINT-DETAIL
                   ADD 1 TO WS-LISTED-COUNT
               END-IF
           END-PERFORM.

       RESET-SOURCE-SEQUENCE.
           MOVE WS-TARGET-SOURCE-ID TO SCM-SOURCE-ID.
           READ SOURCE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-SRCCTL-OK
                   MOVE "WAS   " TO SCR-ACTION
                   PERFORM WRITE-MAINT-DETAIL
                   PERFORM MOVE-RESET-FIELDS
                   REWRITE SOURCE-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN WS-SRCCTL-NO-RECORD
                   INITIALIZE SOURCE-CONTROL-RECORD
                   MOVE WS-TARGET-SOURCE-ID TO SCM-SOURCE-ID
                   PERFORM MOVE-RESET-FIELDS
                   WRITE SOURCE-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-SRCCTL-OK
               DISPLAY "SOURCE-MAINT: UNABLE TO RESET SRCCTL "
                   "ENTRY - STATUS " WS-SRCCTL-STATUS
                   " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE "NOW   " TO SCR-ACTION.
           PERFORM WRITE-MAINT-DETAIL.
           ADD 1 TO WS-RESET-COUNT.
           DISPLAY "SOURCE-MAINT: SOURCE " WS-TARGET-SOURCE-ID
               " RESET - NEXT EXPECTED FILE FOLLOWS SEQUENCE "
               WS-RESET-SEQ.

       MOVE-RESET-FIELDS.
           MOVE WS-RESET-SEQ TO SCM-LAST-SEQ.
           MOVE WS-RESET-CREATE-DATE TO SCM-LAST-CREATE-DATE.
           MOVE WS-CURRENT-DATE-TIME TO SCM-UPDATE-STAMP.
           SET SCM-SEQUENCE-RESET TO TRUE.

       DELETE-SOURCE-ENTRY.
           MOVE WS-TARGET-SOURCE-ID TO SCM-SOURCE-ID.
           READ SOURCE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-SRCCTL-NO-RECORD
               DISPLAY "SOURCE-MAINT: SOURCE " WS-TARGET-SOURCE-ID
                   " NOT ON SRCCTL - NOTHING DELETED"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SRCCTL-OK
               DISPLAY "SOURCE-MAINT: UNABLE TO READ SRCCTL "
                   "- STATUS " WS-SRCCTL-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE "DEL   " TO SCR-ACTION.
           PERFORM WRITE-MAINT-DETAIL.
           DELETE SOURCE-CONTROL-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF NOT WS-SRCCTL-OK
               DISPLAY "SOURCE-MAINT: UNABLE TO DELETE SRCCTL "
                   "ENTRY - STATUS " WS-SRCCTL-STATUS
                   " - RUN TERMINATED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-DELETED-COUNT.

       WRITE-MAINT-DETAIL.
           MOVE SCM-SOURCE-ID TO SCR-SOURCE-ID.
           MOVE SCM-LAST-SEQ TO SCR-LAST-SEQ.
           MOVE SCM-LAST-CREATE-DATE TO SCR-CREATE-DATE.
           MOVE SCM-LAST-RUN-ID TO SCR-RUN-ID.
           IF SCM-SEQUENCE-RESET
               MOVE "RESET" TO SCR-UPDATE-FLAG
           ELSE
               MOVE SPACES TO SCR-UPDATE-FLAG
           END-IF.
           WRITE MAINT-LINE FROM WS-MAINT-DETAIL-LINE.

       WRITE-MAINT-TOTALS.
           MOVE SPACES TO MAINT-LINE.
           WRITE MAINT-LINE.
           INITIALIZE WS-MAINT-TOTAL-LINE.
           EVALUATE TRUE
               WHEN WS-FUNCTION-LIST
                   MOVE "SOURCES LISTED....: " TO SCR-TOT-LABEL
                   MOVE WS-LISTED-COUNT TO SCR-TOT-COUNT
               WHEN WS-FUNCTION-RESET
                   MOVE "SOURCES RESET.....: " TO SCR-TOT-LABEL
                   MOVE WS-RESET-COUNT TO SCR-TOT-COUNT
               WHEN WS-FUNCTION-DELETE
                   MOVE "SOURCES DELETED...: " TO SCR-TOT-LABEL
                   MOVE WS-DELETED-COUNT TO SCR-TOT-COUNT
           END-EVALUATE.
           WRITE MAINT-LINE FROM WS-MAINT-TOTAL-LINE.

       WRITE-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-STAMP.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-NOT-FOUND
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF NOT WS-JOBLOG-OK
               DISPLAY "SOURCE-MAINT: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "SOURCE-MAINT" TO JLOG-PROGRAM.
           MOVE WS-CURRENT-DATE-TIME (1:14) TO JLOG-RUN-ID.
           MOVE WS-CURRENT-DATE-TIME TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           MOVE WS-LISTED-COUNT TO JLOG-RECORDS-READ.
           COMPUTE JLOG-RECORDS-WRITTEN =
               WS-RESET-COUNT + WS-DELETED-COUNT.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.
