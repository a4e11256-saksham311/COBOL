       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTITION-SPLIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-PARM-FILE ASSIGN TO "SPLTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INPUT-FILE ASSIGN TO "INFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT PARTITION-OUT-FILE ASSIGN USING WS-PARTOUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTOUT-STATUS.

           SELECT PARTITION-CARD-FILE ASSIGN USING WS-PARTCARD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCARD-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SIGNATURE
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT SPLIT-PRINT-FILE ASSIGN TO "SPLTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLTRPT-STATUS.

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
       FD  SPLIT-PARM-FILE
           RECORDING MODE IS F.
       01  SPLIT-PARM-RECORD.
           05 PARM-SPLIT-MODE    PIC X(6).
           05 PARM-PART-X        PIC X(2).
           05 PARM-PART REDEFINES PARM-PART-X PIC 9(2).
           05 PARM-LOW-KEY       PIC X(6).
           05 PARM-HIGH-KEY      PIC X(6).
           05 FILLER             PIC X(60).

       FD  INPUT-FILE
           RECORDING MODE IS F.
       01  INPUT-RECORD.
           05 IN-REC-TYPE        PIC X(1).
               88 IN-REC-IS-HEADER      VALUE "H".
               88 IN-REC-IS-DETAIL      VALUE "D".
               88 IN-REC-IS-TRAILER     VALUE "T".
           05 IN-REC-BODY.
               10 IN-HDR-COUNT       PIC 9(4).
               10 IN-HDR-ROUND-MODE  PIC X(1).
               10 IN-HDR-AVG-MODE    PIC X(1).
               10 IN-HDR-SOURCE-ID   PIC X(8).
               10 IN-HDR-CREATE-DATE-X PIC X(8).
               10 IN-HDR-FILE-SEQ-X  PIC X(6).
           05 IN-DETAIL-BODY REDEFINES IN-REC-BODY.
               10 IN-DETAIL-GROUP-KEY PIC X(6).
               10 IN-DETAIL-VALUE    PIC S9(5)V99
                                     SIGN LEADING SEPARATE.
               10 IN-DETAIL-WEIGHT   PIC 9(3)V99.
               10 FILLER             PIC X(9).
           05 IN-TRAILER-BODY REDEFINES IN-REC-BODY.
               10 IN-TRL-COUNT       PIC 9(6).
               10 IN-TRL-HASH        PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 FILLER             PIC X(10).

       FD  PARTITION-OUT-FILE
           RECORDING MODE IS F.
       01  PARTITION-OUT-RECORD.
           05 POUT-REC-TYPE      PIC X(1).
           05 POUT-REC-BODY      PIC X(28).
           05 POUT-TRAILER-BODY REDEFINES POUT-REC-BODY.
               10 POUT-TRL-COUNT     PIC 9(6).
               10 POUT-TRL-HASH      PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 FILLER             PIC X(10).

       FD  PARTITION-CARD-FILE
           RECORDING MODE IS F.
       01  PARTITION-CARD-RECORD.
           05 PCARD-PART-NUMBER  PIC 9(2).
           05 PCARD-RUN-ID       PIC X(14).
           05 FILLER             PIC X(64).

       FD  PARTITION-CONTROL-FILE
           RECORDING MODE IS F.
       01  PARTITION-CONTROL-RECORD.
           05 PCT-REC-TYPE       PIC X(1).
               88 PCT-IS-CONTROL        VALUE "C".
               88 PCT-IS-PARTITION      VALUE "P".
           05 PCT-RUN-ID         PIC X(14).
           05 PCT-BODY           PIC X(65).
           05 PCT-CONTROL-BODY REDEFINES PCT-BODY.
               10 PCT-SPLIT-MODE     PIC X(6).
               10 PCT-PART-COUNT     PIC 9(2).
               10 PCT-GUARD-COUNT    PIC 9(6).
               10 PCT-GUARD-HASH     PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 PCT-BUSINESS-DATE  PIC 9(8).
               10 PCT-SOURCE-COUNT   PIC 9(4).
               10 FILLER             PIC X(27).
           05 PCT-PARTITION-BODY REDEFINES PCT-BODY.
               10 PCT-PARTITION      PIC 9(2).
               10 PCT-PART-SOURCES   PIC 9(4).
               10 PCT-PART-COUNT-EXP PIC 9(6).
               10 PCT-PART-HASH-EXP  PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 PCT-PART-LOW-KEY   PIC X(6).
               10 PCT-PART-HIGH-KEY  PIC X(6).
               10 FILLER             PIC X(29).

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       01  REGISTRY-RECORD.
           05 REG-SIGNATURE.
               10 REG-RECORD-COUNT  PIC 9(6).
               10 REG-HASH          PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05 REG-RUN-ID         PIC X(14).
           05 REG-RUN-DATE       PIC 9(8).

       FD  SPLIT-PRINT-FILE
           RECORDING MODE IS F.
       01  SPLIT-LINE            PIC X(80).

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
       01  WS-PARM-EOF-SW       PIC X(1) VALUE "N".
           88 END-OF-PARMS            VALUE "Y".

       01  WS-INPUT-STATUS      PIC X(2) VALUE "00".
           88 WS-INPUT-OK              VALUE "00".
       01  WS-INPUT-EOF-SW      PIC X(1) VALUE "N".
           88 END-OF-INPUT            VALUE "Y".

       01  WS-PARTOUT-STATUS    PIC X(2) VALUE "00".
           88 WS-PARTOUT-OK            VALUE "00".
       01  WS-PARTCARD-STATUS   PIC X(2) VALUE "00".
           88 WS-PARTCARD-OK           VALUE "00".
       01  WS-PARTCTL-STATUS    PIC X(2) VALUE "00".
           88 WS-PARTCTL-OK            VALUE "00".
       01  WS-SPLTRPT-STATUS    PIC X(2) VALUE "00".
           88 WS-SPLTRPT-OK            VALUE "00".

       01  WS-REGISTRY-STATUS   PIC X(2) VALUE "00".
           88 WS-REGISTRY-OK           VALUE "00".
           88 WS-REGISTRY-NO-RECORD    VALUE "23".
           88 WS-REGISTRY-NOT-FOUND    VALUE "35".

       01  WS-PARTOUT-NAME      PIC X(20) VALUE SPACES.
       01  WS-PARTCARD-NAME     PIC X(20) VALUE SPACES.

       01  WS-SPLIT-MODE        PIC X(6) VALUE SPACES.
           88 WS-SPLIT-BY-SOURCE      VALUE "SOURCE".
           88 WS-SPLIT-BY-GROUP       VALUE "GROUP ".

       01  WS-CURRENT-DATE-TIME PIC X(21).
       01  WS-RUN-ID            PIC X(14) VALUE SPACES.

       01  WS-REFUSED-SW        PIC X(1) VALUE "N".
           88 WS-SPLIT-REFUSED        VALUE "Y".
       01  WS-REFUSE-REASON     PIC X(60) VALUE SPACES.

       01  WS-PART-MAX          PIC 9(2) VALUE 20.
       01  WS-PART-REQUESTED    PIC 9(2) VALUE 0.
       01  WS-PART-COUNT        PIC 9(2) VALUE 0.
       01  WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 20 TIMES.
               10 WS-PART-LOW-KEY    PIC X(6).
               10 WS-PART-HIGH-KEY   PIC X(6).
               10 WS-PART-SOURCES    PIC 9(4).
               10 WS-PART-DETAILS    PIC 9(6).
               10 WS-PART-GUARD-HASH PIC S9(9)V99.
               10 WS-PART-TRL-HASH   PIC S9(9)V99.
       01  WS-PART-IDX          PIC 9(2) VALUE 0.
       01  WS-PART-FOUND-IDX    PIC 9(2) VALUE 0.
       01  WS-SPLIT-PART        PIC 9(2) VALUE 0.
       01  WS-PART-TARGET       PIC 9(6) VALUE 0.
       01  WS-PART-FILLED       PIC 9(6) VALUE 0.

       01  WS-SOURCE-MAX        PIC 9(4) VALUE 50.
       01  WS-SOURCE-COUNT      PIC 9(4) VALUE 0.
       01  WS-CURRENT-SOURCE    PIC 9(4) VALUE 0.
       01  WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 50 TIMES.
               10 WS-SRC-DETAILS     PIC 9(6).
               10 WS-SRC-PART        PIC 9(2).
       01  WS-SOURCE-IDX        PIC 9(4) VALUE 0.

       01  WS-RECORDS-READ      PIC 9(6) VALUE 0.
       01  WS-RECORDS-WRITTEN   PIC 9(6) VALUE 0.
       01  WS-GUARD-COUNT       PIC 9(6) VALUE 0.
       01  WS-GUARD-HASH        PIC S9(9)V99 VALUE 0.
       01  WS-HASH-TOTAL        PIC S9(9)V99 VALUE 0.
       01  WS-TRL-COUNT         PIC 9(6) VALUE 0.
       01  WS-TRL-HASH          PIC S9(9)V99 VALUE 0.
       01  WS-TRAILER-SW        PIC X(1) VALUE "N".
           88 WS-TRAILER-SEEN         VALUE "Y".
       01  WS-TRAILER-BAD-SW    PIC X(1) VALUE "N".
           88 WS-TRAILER-BAD          VALUE "Y".
       01  WS-UNASSIGNED-COUNT  PIC 9(6) VALUE 0.
       01  WS-UNASSIGNED-KEY    PIC X(6) VALUE SPACES.
       01  WS-DUP-RUN-ID        PIC X(14) VALUE SPACES.

       01  WS-SPLIT-HEADER-LINE.
           05 FILLER             PIC X(22)
               VALUE "PARTITION SPLIT REPORT".
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "RUN ID: ".
           05 SPR-HDR-RUN-ID     PIC X(14).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-SPLIT-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 SPR-BUSINESS-DATE  PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 SPR-CLOCK-DATE     PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 SPR-CLOCK-TIME     PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-SPLIT-MODE-LINE.
           05 FILLER             PIC X(12) VALUE "SPLIT MODE: ".
           05 SPR-MODE           PIC X(6).
           05 FILLER             PIC X(14) VALUE "  PARTITIONS: ".
           05 SPR-PART-COUNT     PIC Z9.
           05 FILLER             PIC X(11) VALUE "  SOURCES: ".
           05 SPR-SOURCE-COUNT   PIC ZZZ9.
           05 FILLER             PIC X(31) VALUE SPACES.

       01  WS-SPLIT-PART-LINE.
           05 FILLER             PIC X(5)  VALUE "PART ".
           05 SPR-PART           PIC 99.
           05 FILLER             PIC X(7)  VALUE "  SRCS ".
           05 SPR-PART-SOURCES   PIC ZZZ9.
           05 FILLER             PIC X(7)  VALUE "  RECS ".
           05 SPR-PART-DETAILS   PIC ZZZZZ9.
           05 FILLER             PIC X(7)  VALUE "  HASH ".
           05 SPR-PART-HASH      PIC -(8)9.99.
           05 FILLER             PIC X(7)  VALUE "  KEYS ".
           05 SPR-PART-LOW       PIC X(6).
           05 FILLER             PIC X(1)  VALUE "-".
           05 SPR-PART-HIGH      PIC X(6).
           05 FILLER             PIC X(10) VALUE SPACES.

       01  WS-SPLIT-TOTAL-LINE.
           05 SPR-TOT-LABEL      PIC X(21).
           05 SPR-TOT-COUNT      PIC ZZZZZ9.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 SPR-TOT-HASH-LABEL PIC X(7).
           05 SPR-TOT-HASH       PIC -(8)9.99.
           05 FILLER             PIC X(28) VALUE SPACES.

       01  WS-SPLIT-REFUSE-LINE.
           05 FILLER             PIC X(17) VALUE "*** NOT SPLIT - ".
           05 SPR-REFUSE-REASON  PIC X(60).
           05 FILLER             PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-PROCESSING-DATE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-ID (1:8).
           MOVE WS-CURRENT-DATE-TIME (9:6) TO WS-RUN-ID (9:6).
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "PARTITION-SPLIT: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-SPLIT-PARAMETERS.
           PERFORM SCAN-INPUT-FILE.
           IF NOT WS-SPLIT-REFUSED
               PERFORM VERIFY-INPUT-BALANCE
           END-IF.
           IF NOT WS-SPLIT-REFUSED
               PERFORM CHECK-RUN-REGISTRY
           END-IF.
           IF NOT WS-SPLIT-REFUSED
               PERFORM WRITE-PARTITION-FILES
               PERFORM WRITE-PARTITION-CONTROL
           END-IF.
           PERFORM WRITE-SPLIT-REPORT.
           IF WS-SPLIT-REFUSED
               DISPLAY "PARTITION-SPLIT: " WS-REFUSE-REASON
               DISPLAY "PARTITION-SPLIT: INPUT NOT SPLIT - SEE SPLTRPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PARTITION-SPLIT: RUN " WS-RUN-ID " SPLIT INTO "
                   WS-PART-COUNT " PARTITION(S)"
           END-IF.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "PARTITION-SPLIT: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN PROCDATE "
                   "- STATUS " WS-PROCDATE-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PROCESS-DATE-FILE
               AT END
                   CONTINUE
           END-READ.
           IF NOT WS-PROCDATE-OK
             OR PDT-BUSINESS-DATE-X NOT NUMERIC
             OR PDT-BUSINESS-DATE = 0
               DISPLAY "PARTITION-SPLIT: PROCDATE BUSINESS DATE "
                   "MISSING OR NOT NUMERIC - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
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
                 AND DEP-PROGRAM = "PARTITION-SPLIT"
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
                       DISPLAY "PARTITION-SPLIT: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "PARTITION-SPLIT: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "PARTITION-SPLIT: PREDECESSOR TABLE FULL "
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
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN JOBLOG "
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

       READ-SPLIT-PARAMETERS.
           OPEN INPUT SPLIT-PARM-FILE.
           IF NOT WS-PARM-OK
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN SPLTCARD "
                   "- STATUS " WS-PARM-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-PARMS
               READ SPLIT-PARM-FILE
                   AT END
                       SET END-OF-PARMS TO TRUE
               END-READ
               IF NOT END-OF-PARMS AND PARM-SPLIT-MODE NOT = SPACES
                   PERFORM STORE-SPLIT-PARAMETER
               END-IF
           END-PERFORM.
           CLOSE SPLIT-PARM-FILE.
           EVALUATE TRUE
               WHEN WS-SPLIT-BY-SOURCE
                   IF WS-PART-REQUESTED < 2
                       DISPLAY "PARTITION-SPLIT: SOURCE SPLIT NEEDS A "
                           "PARTITION COUNT OF 02-20 - RUN TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-SPLIT-BY-GROUP
                   IF WS-PART-COUNT < 2
                       DISPLAY "PARTITION-SPLIT: GROUP SPLIT NEEDS AT "
                           "LEAST TWO KEY RANGES - RUN TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "PARTITION-SPLIT: SPLTCARD IS EMPTY "
                       "- RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       STORE-SPLIT-PARAMETER.
           IF WS-SPLIT-MODE = SPACES
               MOVE PARM-SPLIT-MODE TO WS-SPLIT-MODE
           END-IF.
           IF PARM-SPLIT-MODE NOT = WS-SPLIT-MODE
             OR (NOT WS-SPLIT-BY-SOURCE AND NOT WS-SPLIT-BY-GROUP)
               DISPLAY "PARTITION-SPLIT: SPLTCARD MODE MUST BE "
                   "SOURCE OR GROUP ON EVERY CARD - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-PART-X NOT NUMERIC OR PARM-PART = 0
             OR PARM-PART > WS-PART-MAX
               DISPLAY "PARTITION-SPLIT: SPLTCARD PARTITION MUST BE "
                   "01-20 - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SPLIT-BY-SOURCE
               IF WS-PART-REQUESTED > 0
                   DISPLAY "PARTITION-SPLIT: ONLY ONE SOURCE SPLIT "
                       "CARD ALLOWED - RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-PART TO WS-PART-REQUESTED
               EXIT PARAGRAPH
           END-IF.
           IF PARM-PART NOT = WS-PART-COUNT + 1
             OR PARM-LOW-KEY > PARM-HIGH-KEY
               DISPLAY "PARTITION-SPLIT: GROUP CARDS MUST BE NUMBERED "
                   "01 UPWARD WITH LOW KEY <= HIGH KEY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PART-COUNT.
           MOVE PARM-LOW-KEY TO WS-PART-LOW-KEY (WS-PART-COUNT).
           MOVE PARM-HIGH-KEY TO WS-PART-HIGH-KEY (WS-PART-COUNT).
           MOVE 0 TO WS-PART-SOURCES (WS-PART-COUNT).
           MOVE 0 TO WS-PART-DETAILS (WS-PART-COUNT).
           MOVE 0 TO WS-PART-GUARD-HASH (WS-PART-COUNT).
           MOVE 0 TO WS-PART-TRL-HASH (WS-PART-COUNT).

       SCAN-INPUT-FILE.
           OPEN INPUT INPUT-FILE.
           IF NOT WS-INPUT-OK
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN INFILE "
                   "- STATUS " WS-INPUT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-INPUT-EOF-SW.
           PERFORM UNTIL END-OF-INPUT
               READ INPUT-FILE
                   AT END
                       SET END-OF-INPUT TO TRUE
               END-READ
               IF NOT END-OF-INPUT
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM SCAN-INPUT-RECORD
               END-IF
           END-PERFORM.
           CLOSE INPUT-FILE.
           IF WS-RECORDS-READ = 0
               SET WS-SPLIT-REFUSED TO TRUE
               MOVE "INPUT FILE IS EMPTY" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-SPLIT-REFUSED
               EXIT PARAGRAPH
           END-IF.
           IF WS-SPLIT-BY-SOURCE
               PERFORM ASSIGN-SOURCE-PARTITIONS
           END-IF.

       SCAN-INPUT-RECORD.
           IF WS-RECORDS-READ = 1 AND NOT IN-REC-IS-HEADER
               SET WS-SPLIT-REFUSED TO TRUE
               MOVE "FIRST RECORD IS NOT A VALID HEADER RECORD"
                   TO WS-REFUSE-REASON
               SET END-OF-INPUT TO TRUE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN IN-REC-IS-HEADER
                   IF WS-SOURCE-COUNT >= WS-SOURCE-MAX
                       SET WS-SPLIT-REFUSED TO TRUE
                       MOVE "MORE THAN 50 SOURCES ON INPUT"
                           TO WS-REFUSE-REASON
                       SET END-OF-INPUT TO TRUE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE WS-SOURCE-COUNT TO WS-CURRENT-SOURCE
                   MOVE 0 TO WS-SRC-DETAILS (WS-SOURCE-COUNT)
                   MOVE 0 TO WS-SRC-PART (WS-SOURCE-COUNT)
               WHEN IN-REC-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF IN-TRL-COUNT NUMERIC AND IN-TRL-HASH NUMERIC
                       ADD IN-TRL-COUNT TO WS-TRL-COUNT
                       ADD IN-TRL-HASH  TO WS-TRL-HASH
                   ELSE
                       SET WS-TRAILER-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-GUARD-COUNT
                   IF IN-DETAIL-VALUE NUMERIC
                       ADD IN-DETAIL-VALUE TO WS-GUARD-HASH
                   END-IF
                   IF IN-REC-IS-DETAIL AND IN-DETAIL-VALUE NUMERIC
                       ADD IN-DETAIL-VALUE TO WS-HASH-TOTAL
                   END-IF
                   ADD 1 TO WS-SRC-DETAILS (WS-CURRENT-SOURCE)
                   IF WS-SPLIT-BY-GROUP
                       PERFORM FIND-GROUP-PARTITION
                       IF WS-PART-FOUND-IDX = 0
                           ADD 1 TO WS-UNASSIGNED-COUNT
                           IF WS-UNASSIGNED-KEY = SPACES
                               MOVE IN-DETAIL-GROUP-KEY TO
                                   WS-UNASSIGNED-KEY
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       FIND-GROUP-PARTITION.
           MOVE 0 TO WS-PART-FOUND-IDX.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               IF IN-DETAIL-GROUP-KEY >= WS-PART-LOW-KEY (WS-PART-IDX)
                 AND IN-DETAIL-GROUP-KEY <=
                     WS-PART-HIGH-KEY (WS-PART-IDX)
                   MOVE WS-PART-IDX TO WS-PART-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PART-FOUND-IDX = 0 AND NOT IN-REC-IS-DETAIL
               MOVE 1 TO WS-PART-FOUND-IDX
           END-IF.

       ASSIGN-SOURCE-PARTITIONS.
           MOVE WS-PART-REQUESTED TO WS-PART-COUNT.
           IF WS-PART-COUNT > WS-SOURCE-COUNT
               MOVE WS-SOURCE-COUNT TO WS-PART-COUNT
               DISPLAY "PARTITION-SPLIT: ONLY " WS-SOURCE-COUNT
                   " SOURCE(S) ON INPUT - PARTITIONS REDUCED"
           END-IF.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE SPACES TO WS-PART-LOW-KEY (WS-PART-IDX)
               MOVE SPACES TO WS-PART-HIGH-KEY (WS-PART-IDX)
               MOVE 0 TO WS-PART-SOURCES (WS-PART-IDX)
               MOVE 0 TO WS-PART-DETAILS (WS-PART-IDX)
               MOVE 0 TO WS-PART-GUARD-HASH (WS-PART-IDX)
               MOVE 0 TO WS-PART-TRL-HASH (WS-PART-IDX)
           END-PERFORM.
           COMPUTE WS-PART-TARGET =
               (WS-GUARD-COUNT + WS-PART-COUNT - 1) / WS-PART-COUNT.
           MOVE 1 TO WS-SPLIT-PART.
           MOVE 0 TO WS-PART-FILLED.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               IF WS-SPLIT-PART < WS-PART-COUNT
                 AND WS-PART-SOURCES (WS-SPLIT-PART) > 0
                 AND (WS-PART-FILLED >= WS-PART-TARGET
                   OR WS-SOURCE-COUNT - WS-SOURCE-IDX + 1 <=
                      WS-PART-COUNT - WS-SPLIT-PART)
                   ADD 1 TO WS-SPLIT-PART
                   MOVE 0 TO WS-PART-FILLED
               END-IF
               MOVE WS-SPLIT-PART TO WS-SRC-PART (WS-SOURCE-IDX)
               ADD 1 TO WS-PART-SOURCES (WS-SPLIT-PART)
               ADD WS-SRC-DETAILS (WS-SOURCE-IDX) TO WS-PART-FILLED
           END-PERFORM.

       VERIFY-INPUT-BALANCE.
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   SET WS-SPLIT-REFUSED TO TRUE
                   MOVE "TRAILER RECORD MISSING FROM INPUT"
                       TO WS-REFUSE-REASON
               WHEN WS-TRAILER-BAD
                 OR WS-TRL-COUNT NOT = WS-GUARD-COUNT
                 OR WS-TRL-HASH NOT = WS-HASH-TOTAL
                   SET WS-SPLIT-REFUSED TO TRUE
                   MOVE "INPUT OUT OF BALANCE WITH ITS TRAILER"
                       TO WS-REFUSE-REASON
               WHEN WS-UNASSIGNED-COUNT > 0
                   SET WS-SPLIT-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "GROUP KEY " WS-UNASSIGNED-KEY
                       " IS NOT IN ANY PARTITION RANGE"
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
           END-EVALUATE.

       CHECK-RUN-REGISTRY.
           IF WS-GUARD-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-REGISTRY-OK
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN RUNREG "
                   "- STATUS " WS-REGISTRY-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-GUARD-COUNT TO REG-RECORD-COUNT.
           MOVE WS-GUARD-HASH TO REG-HASH.
           READ REGISTRY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-REGISTRY-OK
                   MOVE REG-RUN-ID TO WS-DUP-RUN-ID
                   SET WS-SPLIT-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "INPUT ALREADY PROCESSED BY RUN "
                       WS-DUP-RUN-ID
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
               WHEN WS-REGISTRY-NO-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PARTITION-SPLIT: UNABLE TO READ RUNREG "
                       "- STATUS " WS-REGISTRY-STATUS
                       " - RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           CLOSE REGISTRY-FILE.

       WRITE-PARTITION-FILES.
           PERFORM VARYING WS-SPLIT-PART FROM 1 BY 1
                   UNTIL WS-SPLIT-PART > WS-PART-COUNT
               PERFORM WRITE-ONE-PARTITION
           END-PERFORM.

       WRITE-ONE-PARTITION.
           MOVE SPACES TO WS-PARTOUT-NAME.
           STRING "INFILE.P" WS-SPLIT-PART
               DELIMITED BY SIZE INTO WS-PARTOUT-NAME.
           OPEN OUTPUT PARTITION-OUT-FILE.
           IF NOT WS-PARTOUT-OK
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN "
                   WS-PARTOUT-NAME " - STATUS " WS-PARTOUT-STATUS
                   " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INPUT-FILE.
           IF NOT WS-INPUT-OK
               DISPLAY "PARTITION-SPLIT: UNABLE TO REOPEN INFILE "
                   "- STATUS " WS-INPUT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-INPUT-EOF-SW.
           MOVE 0 TO WS-CURRENT-SOURCE.
           PERFORM UNTIL END-OF-INPUT
               READ INPUT-FILE
                   AT END
                       SET END-OF-INPUT TO TRUE
               END-READ
               IF NOT END-OF-INPUT
                   PERFORM COPY-PARTITION-RECORD
               END-IF
           END-PERFORM.
           CLOSE INPUT-FILE.
           IF WS-SPLIT-BY-GROUP
               MOVE WS-SOURCE-COUNT TO WS-PART-SOURCES (WS-SPLIT-PART)
           END-IF.
           MOVE SPACES TO PARTITION-OUT-RECORD.
           MOVE "T" TO POUT-REC-TYPE.
           MOVE WS-PART-DETAILS (WS-SPLIT-PART) TO POUT-TRL-COUNT.
           MOVE WS-PART-TRL-HASH (WS-SPLIT-PART) TO POUT-TRL-HASH.
           WRITE PARTITION-OUT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           CLOSE PARTITION-OUT-FILE.
           MOVE SPACES TO WS-PARTCARD-NAME.
           STRING "PARTCARD.P" WS-SPLIT-PART
               DELIMITED BY SIZE INTO WS-PARTCARD-NAME.
           OPEN OUTPUT PARTITION-CARD-FILE.
           IF NOT WS-PARTCARD-OK
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN "
                   WS-PARTCARD-NAME " - STATUS " WS-PARTCARD-STATUS
                   " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO PARTITION-CARD-RECORD.
           MOVE WS-SPLIT-PART TO PCARD-PART-NUMBER.
           MOVE WS-RUN-ID TO PCARD-RUN-ID.
           WRITE PARTITION-CARD-RECORD.
           CLOSE PARTITION-CARD-FILE.

       COPY-PARTITION-RECORD.
           EVALUATE TRUE
               WHEN IN-REC-IS-HEADER
                   ADD 1 TO WS-CURRENT-SOURCE
                   WRITE PARTITION-OUT-RECORD FROM INPUT-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
               WHEN IN-REC-IS-TRAILER
                   CONTINUE
               WHEN OTHER
                   IF WS-SPLIT-BY-SOURCE
                       MOVE WS-SRC-PART (WS-CURRENT-SOURCE) TO
                           WS-PART-FOUND-IDX
                   ELSE
                       PERFORM FIND-GROUP-PARTITION
                   END-IF
                   IF WS-PART-FOUND-IDX = WS-SPLIT-PART
                       WRITE PARTITION-OUT-RECORD FROM INPUT-RECORD
                       ADD 1 TO WS-RECORDS-WRITTEN
                       ADD 1 TO WS-PART-DETAILS (WS-SPLIT-PART)
                       IF IN-DETAIL-VALUE NUMERIC
                           ADD IN-DETAIL-VALUE TO
                               WS-PART-GUARD-HASH (WS-SPLIT-PART)
                       END-IF
                       IF IN-REC-IS-DETAIL AND IN-DETAIL-VALUE NUMERIC
                           ADD IN-DETAIL-VALUE TO
                               WS-PART-TRL-HASH (WS-SPLIT-PART)
                       END-IF
                   END-IF
           END-EVALUATE.

       WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE.
           IF NOT WS-PARTCTL-OK
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN PARTCTL "
                   "- STATUS " WS-PARTCTL-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO PARTITION-CONTROL-RECORD.
           SET PCT-IS-CONTROL TO TRUE.
           MOVE WS-RUN-ID TO PCT-RUN-ID.
           MOVE WS-SPLIT-MODE TO PCT-SPLIT-MODE.
           MOVE WS-PART-COUNT TO PCT-PART-COUNT.
           MOVE WS-GUARD-COUNT TO PCT-GUARD-COUNT.
           MOVE WS-GUARD-HASH TO PCT-GUARD-HASH.
           MOVE WS-BUSINESS-DATE TO PCT-BUSINESS-DATE.
           MOVE WS-SOURCE-COUNT TO PCT-SOURCE-COUNT.
           WRITE PARTITION-CONTROL-RECORD.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE SPACES TO PARTITION-CONTROL-RECORD
               SET PCT-IS-PARTITION TO TRUE
               MOVE WS-RUN-ID TO PCT-RUN-ID
               MOVE WS-PART-IDX TO PCT-PARTITION
               MOVE WS-PART-SOURCES (WS-PART-IDX) TO PCT-PART-SOURCES
               MOVE WS-PART-DETAILS (WS-PART-IDX) TO
                   PCT-PART-COUNT-EXP
               MOVE WS-PART-GUARD-HASH (WS-PART-IDX) TO
                   PCT-PART-HASH-EXP
               MOVE WS-PART-LOW-KEY (WS-PART-IDX) TO PCT-PART-LOW-KEY
               MOVE WS-PART-HIGH-KEY (WS-PART-IDX) TO
                   PCT-PART-HIGH-KEY
               WRITE PARTITION-CONTROL-RECORD
           END-PERFORM.
           CLOSE PARTITION-CONTROL-FILE.

       WRITE-SPLIT-REPORT.
           OPEN OUTPUT SPLIT-PRINT-FILE.
           IF NOT WS-SPLTRPT-OK
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN SPLTRPT "
                   "- STATUS " WS-SPLTRPT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-ID TO SPR-HDR-RUN-ID.
           WRITE SPLIT-LINE FROM WS-SPLIT-HEADER-LINE.
           MOVE WS-BUSINESS-DATE TO SPR-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO SPR-CLOCK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO SPR-CLOCK-TIME.
           WRITE SPLIT-LINE FROM WS-SPLIT-DATE-LINE.
           MOVE SPACES TO SPLIT-LINE.
           WRITE SPLIT-LINE.
           MOVE WS-SPLIT-MODE TO SPR-MODE.
           MOVE WS-PART-COUNT TO SPR-PART-COUNT.
           MOVE WS-SOURCE-COUNT TO SPR-SOURCE-COUNT.
           WRITE SPLIT-LINE FROM WS-SPLIT-MODE-LINE.
           MOVE SPACES TO SPLIT-LINE.
           WRITE SPLIT-LINE.
           IF WS-SPLIT-REFUSED
               MOVE WS-REFUSE-REASON TO SPR-REFUSE-REASON
               WRITE SPLIT-LINE FROM WS-SPLIT-REFUSE-LINE
           ELSE
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PART-COUNT
                   PERFORM WRITE-SPLIT-PART-LINE
               END-PERFORM
           END-IF.
           MOVE SPACES TO SPLIT-LINE.
           WRITE SPLIT-LINE.
           INITIALIZE WS-SPLIT-TOTAL-LINE.
           MOVE "INPUT RECORDS......: " TO SPR-TOT-LABEL.
           MOVE WS-GUARD-COUNT TO SPR-TOT-COUNT.
           MOVE "  HASH " TO SPR-TOT-HASH-LABEL.
           MOVE WS-GUARD-HASH TO SPR-TOT-HASH.
           WRITE SPLIT-LINE FROM WS-SPLIT-TOTAL-LINE.
           INITIALIZE WS-SPLIT-TOTAL-LINE.
           MOVE "TRAILER RECORDS....: " TO SPR-TOT-LABEL.
           MOVE WS-TRL-COUNT TO SPR-TOT-COUNT.
           MOVE "  HASH " TO SPR-TOT-HASH-LABEL.
           MOVE WS-TRL-HASH TO SPR-TOT-HASH.
           WRITE SPLIT-LINE FROM WS-SPLIT-TOTAL-LINE.
           INITIALIZE WS-SPLIT-TOTAL-LINE.
           MOVE "PARTITION RECORDS..: " TO SPR-TOT-LABEL.
           MOVE WS-RECORDS-WRITTEN TO SPR-TOT-COUNT.
           MOVE SPACES TO SPR-TOT-HASH-LABEL.
           WRITE SPLIT-LINE FROM WS-SPLIT-TOTAL-LINE.
           CLOSE SPLIT-PRINT-FILE.

       WRITE-SPLIT-PART-LINE.
           INITIALIZE WS-SPLIT-PART-LINE.
           MOVE WS-PART-IDX TO SPR-PART.
           MOVE WS-PART-SOURCES (WS-PART-IDX) TO SPR-PART-SOURCES.
           MOVE WS-PART-DETAILS (WS-PART-IDX) TO SPR-PART-DETAILS.
           MOVE WS-PART-GUARD-HASH (WS-PART-IDX) TO SPR-PART-HASH.
           MOVE WS-PART-LOW-KEY (WS-PART-IDX) TO SPR-PART-LOW.
           MOVE WS-PART-HIGH-KEY (WS-PART-IDX) TO SPR-PART-HIGH.
           WRITE SPLIT-LINE FROM WS-SPLIT-PART-LINE.

       WRITE-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-STAMP.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-NOT-FOUND
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF NOT WS-JOBLOG-OK
               DISPLAY "PARTITION-SPLIT: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "PARTITION-SPLIT" TO JLOG-PROGRAM.
           MOVE WS-RUN-ID TO JLOG-RUN-ID.
           MOVE WS-CURRENT-DATE-TIME TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           MOVE WS-RECORDS-READ TO JLOG-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO JLOG-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.
