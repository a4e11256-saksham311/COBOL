       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-BACKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-PARM-FILE ASSIGN TO "BKOCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GROUP-HISTORY-FILE ASSIGN TO "GRPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRPH-KEY
               FILE STATUS IS WS-GRPHIST-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SIGNATURE
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT BACKOUT-PRINT-FILE ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
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

           SELECT PERIOD-EXCEPTION-FILE ASSIGN TO "PEREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEREXC-STATUS.

           SELECT DEPENDENCY-FILE ASSIGN TO "DEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTL-STATUS.

           SELECT SOURCE-CONTROL-FILE ASSIGN TO "SRCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-SOURCE-ID
               FILE STATUS IS WS-SRCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-PARM-FILE
           RECORDING MODE IS F.
       01  BACKOUT-PARM-RECORD.
           05 PARM-RUN-ID        PIC X(14).
           05 FILLER             PIC X(66).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05 HIST-KEY.
               10 HIST-RUN-DATE     PIC 9(8).
               10 HIST-RUN-ID       PIC X(14).
           05 HIST-AVERAGE       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 HIST-TOTAL         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 HIST-INPUT-COUNT   PIC 9(6).
           05 HIST-AVG-MODE      PIC X(1).
           05 HIST-WEIGHT-TOTAL  PIC 9(9)V99.
           05 HIST-WEIGHTED-TOTAL PIC S9(13)V9999
                                 SIGN LEADING SEPARATE.

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

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       01  REGISTRY-RECORD.
           05 REG-SIGNATURE.
               10 REG-RECORD-COUNT  PIC 9(6).
               10 REG-HASH          PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05 REG-RUN-ID         PIC X(14).
           05 REG-RUN-DATE       PIC 9(8).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP      PIC X(21).
           05 AUD-RUN-ID         PIC X(14).
           05 AUD-REC-TYPE       PIC X(1).
               88 AUD-REC-IS-DETAIL     VALUE "D".
               88 AUD-REC-IS-ADJUSTMENT VALUE "A".
               88 AUD-REC-IS-REVERSAL   VALUE "V".
           05 AUD-SEQ-NUM        PIC 9(6).
           05 AUD-GROUP-KEY      PIC X(6).
           05 AUD-VALUE          PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 AUD-WEIGHT         PIC 9(3)V99.
           05 AUD-RUNNING-TOTAL  PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 AUD-VALID-COUNT    PIC 9(6).
           05 AUD-AVERAGE        PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD        PIC X(89).
       01  HIST-ARCHIVE-RECORD.
           05 HARC-RUN-DATE      PIC 9(8).
           05 HARC-RUN-ID        PIC X(14).
           05 FILLER             PIC X(67).
       01  GROUP-ARCHIVE-RECORD.
           05 GARC-GROUP-KEY     PIC X(6).
           05 GARC-RUN-DATE      PIC 9(8).
           05 GARC-RUN-ID        PIC X(14).
           05 FILLER             PIC X(61).

       FD  CATALOG-FILE
           RECORDING MODE IS F.
       01  CATALOG-RECORD.
           05 CAT-ARCHIVE-NAME   PIC X(16).
           05 CAT-CUTOFF-DATE    PIC 9(8).
           05 CAT-RECORD-COUNT   PIC 9(6).
           05 CAT-MIN-DATE       PIC 9(8).
           05 CAT-MAX-DATE       PIC 9(8).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05 EXT-REC-TYPE       PIC X(1).
               88 EXT-REC-IS-BACKOUT-RUN   VALUE "X".
               88 EXT-REC-IS-BACKOUT-GROUP VALUE "Y".
           05 EXT-RUN-ID         PIC X(14).
           05 EXT-RUN-DATE       PIC 9(8).
           05 EXT-REC-BODY.
               10 EXT-AVERAGE       PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
               10 EXT-TOTAL         PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
               10 EXT-INPUT-COUNT   PIC 9(6).
               10 EXT-AVG-MODE      PIC X(1).
               10 EXT-WEIGHT-TOTAL  PIC 9(9)V99.
               10 EXT-WEIGHTED-TOTAL PIC S9(13)V9999
                                    SIGN LEADING SEPARATE.
           05 EXT-GROUP-BODY REDEFINES EXT-REC-BODY.
               10 EXT-GROUP-KEY     PIC X(6).
               10 EXT-GROUP-COUNT   PIC 9(6).
               10 EXT-GROUP-TOTAL   PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
               10 EXT-GROUP-AVERAGE PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
               10 EXT-GROUP-WEIGHT  PIC 9(9)V99.
               10 FILLER            PIC X(13).

       FD  BACKOUT-PRINT-FILE
           RECORDING MODE IS F.
       01  BACKOUT-LINE          PIC X(80).

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

       01  WS-PARM-STATUS       PIC X(2) VALUE "00".
           88 WS-PARM-OK               VALUE "00".

       01  WS-HISTORY-STATUS    PIC X(2) VALUE "00".
           88 WS-HISTORY-OK            VALUE "00".
           88 WS-HISTORY-NO-RECORD     VALUE "23".
           88 WS-HISTORY-NOT-FOUND     VALUE "35".

       01  WS-GRPHIST-STATUS    PIC X(2) VALUE "00".
           88 WS-GRPHIST-OK            VALUE "00".
           88 WS-GRPHIST-NO-RECORD     VALUE "23".
           88 WS-GRPHIST-NOT-FOUND     VALUE "35".

       01  WS-REGISTRY-STATUS   PIC X(2) VALUE "00".
           88 WS-REGISTRY-OK           VALUE "00".
           88 WS-REGISTRY-NOT-FOUND    VALUE "35".

       01  WS-AUDIT-STATUS      PIC X(2) VALUE "00".
           88 WS-AUDIT-OK              VALUE "00".
           88 WS-AUDIT-NOT-FOUND       VALUE "35".

       01  WS-ARCHIVE-STATUS    PIC X(2) VALUE "00".
           88 WS-ARCHIVE-OK            VALUE "00".
           88 WS-ARCHIVE-NOT-FOUND     VALUE "35".

       01  WS-CATALOG-STATUS    PIC X(2) VALUE "00".
           88 WS-CATALOG-OK            VALUE "00".
           88 WS-CATALOG-NOT-FOUND     VALUE "35".

       01  WS-EXTRACT-STATUS    PIC X(2) VALUE "00".
           88 WS-EXTRACT-OK            VALUE "00".
           88 WS-EXTRACT-NOT-FOUND     VALUE "35".

       01  WS-BACKOUT-STATUS    PIC X(2) VALUE "00".
           88 WS-BACKOUT-OK            VALUE "00".

       01  WS-JOBLOG-STATUS     PIC X(2) VALUE "00".
           88 WS-JOBLOG-OK             VALUE "00".
           88 WS-JOBLOG-NOT-FOUND      VALUE "35".

       01  WS-HISTORY-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-HISTORY          VALUE "Y".

       01  WS-GRPHIST-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-GROUP-HISTORY    VALUE "Y".

       01  WS-REGISTRY-EOF-SW   PIC X(1) VALUE "N".
           88 END-OF-REGISTRY         VALUE "Y".

       01  WS-AUDIT-EOF-SW      PIC X(1) VALUE "N".
           88 END-OF-AUDIT            VALUE "Y".

       01  WS-ARCHIVE-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-ARCHIVE          VALUE "Y".

       01  WS-CATALOG-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-CATALOG          VALUE "Y".

       01  WS-SRCCTL-STATUS     PIC X(2) VALUE "00".
           88 WS-SRCCTL-OK             VALUE "00".
           88 WS-SRCCTL-NOT-FOUND      VALUE "35".
       01  WS-SRCCTL-EOF-SW     PIC X(1) VALUE "N".
           88 END-OF-SRCCTL           VALUE "Y".
       01  WS-SRC-WAS-SEQ       PIC 9(6) VALUE 0.

       01  WS-CURRENT-DATE-TIME PIC X(21).
       01  WS-JOB-START-STAMP   PIC X(21) VALUE SPACES.
       01  WS-JOB-END-STAMP     PIC X(21) VALUE SPACES.

       01  WS-TARGET-RUN-ID     PIC X(14) VALUE SPACES.
       01  WS-TARGET-RUN-DATE   PIC 9(8) VALUE 0.
       01  WS-TARGET-YEAR       PIC X(4) VALUE SPACES.
       01  WS-TARGET-AVG-MODE   PIC X(1) VALUE "S".

       01  WS-HIST-FOUND-SW     PIC X(1) VALUE "N".
           88 WS-HIST-FOUND           VALUE "Y".
       01  WS-PURGED-SW         PIC X(1) VALUE "N".
           88 WS-RUN-PURGED           VALUE "Y".

       01  WS-ARCHIVE-NAME      PIC X(16) VALUE SPACES.
       01  WS-REFUSED-ARCHIVE   PIC X(16) VALUE SPACES.

       01  WS-PERIOD-STATUS     PIC X(2) VALUE "00".
           88 WS-PERIOD-OK             VALUE "00".
           88 WS-PERIOD-NOT-FOUND      VALUE "35".
       01  WS-PEREXC-STATUS     PIC X(2) VALUE "00".
           88 WS-PEREXC-OK             VALUE "00".
           88 WS-PEREXC-NOT-FOUND      VALUE "35".
       01  WS-TARGET-PERIOD     PIC 9(6) VALUE 0.
       01  WS-PERIOD-CLOSED-SW  PIC X(1) VALUE "N".
           88 WS-PERIOD-CLOSED        VALUE "Y".

       01  WS-BEFORE-COUNT      PIC 9(6) VALUE 0.
       01  WS-BEFORE-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-BEFORE-AVERAGE    PIC S9(7)V99 VALUE 0.
       01  WS-BEFORE-WEIGHT     PIC 9(9)V99 VALUE 0.
       01  WS-BEFORE-WTOTAL     PIC S9(13)V9999 VALUE 0.

       01  WS-GROUP-MAX         PIC 9(4) VALUE 1000.
       01  WS-GROUP-COUNT       PIC 9(4) VALUE 0.
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 1000 TIMES.
               10 WS-GRP-KEY         PIC X(6).
               10 WS-GRP-CNT         PIC 9(6).
               10 WS-GRP-TOT         PIC S9(9)V99.
               10 WS-GRP-AVG         PIC S9(7)V99.
               10 WS-GRP-WGT         PIC 9(9)V99.
       01  WS-GROUP-IDX         PIC 9(4) VALUE 0.
       01  WS-GROUP-BEFORE-TOTAL PIC S9(11)V99 VALUE 0.
       01  WS-GROUP-BEFORE-COUNT PIC 9(8) VALUE 0.

       01  WS-REV-MAX           PIC 9(5) VALUE 50000.
       01  WS-REV-COUNT         PIC 9(5) VALUE 0.
       01  WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 50000 TIMES.
               10 WS-REV-TYPE        PIC X(1).
               10 WS-REV-SEQ         PIC 9(6).
               10 WS-REV-GROUP       PIC X(6).
               10 WS-REV-VALUE       PIC S9(5)V99.
               10 WS-REV-WEIGHT      PIC 9(3)V99.
       01  WS-REV-IDX           PIC 9(5) VALUE 0.

       01  WS-AUDIT-NET-TOTAL   PIC S9(9)V99 VALUE 0.
       01  WS-AUDIT-NET-COUNT   PIC S9(7) VALUE 0.
       01  WS-AUDIT-BEFORE-TOTAL PIC S9(9)V99 VALUE 0.
       01  WS-AUDIT-BEFORE-COUNT PIC S9(7) VALUE 0.

       01  WS-SCANNED-MAX       PIC 9(4) VALUE 100.
       01  WS-SCANNED-COUNT     PIC 9(4) VALUE 0.
       01  WS-SCANNED-TABLE.
           05 WS-SCANNED-NAME OCCURS 100 TIMES PIC X(16).
       01  WS-SCANNED-IDX       PIC 9(4) VALUE 0.
       01  WS-SCANNED-SW        PIC X(1) VALUE "N".
           88 WS-ALREADY-SCANNED      VALUE "Y".

       01  WS-HIST-REMOVED      PIC 9(4) VALUE 0.
       01  WS-GRPH-REMOVED      PIC 9(4) VALUE 0.
       01  WS-REG-CLEARED       PIC 9(4) VALUE 0.
       01  WS-SRC-RESTORED      PIC 9(4) VALUE 0.
       01  WS-SRC-LISTED        PIC 9(4) VALUE 0.
       01  WS-AUD-WRITTEN       PIC 9(6) VALUE 0.
       01  WS-EXT-WRITTEN       PIC 9(4) VALUE 0.
       01  WS-RECORDS-READ      PIC 9(6) VALUE 0.

       01  WS-BKO-HEADER-1.
           05 FILLER             PIC X(18)
               VALUE "RUN BACKOUT REPORT".
           05 FILLER             PIC X(18) VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "RUN ID: ".
           05 BKO-HDR-RUN-ID     PIC X(14).
           05 FILLER             PIC X(22) VALUE SPACES.

       01  WS-BKO-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 BKO-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 BKO-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 BKO-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-BKO-TOTAL-LINE.
           05 BKO-TOT-LABEL      PIC X(10).
           05 FILLER             PIC X(7)  VALUE "COUNT: ".
           05 BKO-TOT-COUNT      PIC ZZZZZ9.
           05 FILLER             PIC X(9)  VALUE "  TOTAL: ".
           05 BKO-TOT-SUM        PIC -(8)9.99.
           05 FILLER             PIC X(11) VALUE "  AVERAGE: ".
           05 BKO-TOT-AVERAGE    PIC -(5)9.99.
           05 FILLER             PIC X(16) VALUE SPACES.

       01  WS-BKO-AUDIT-LINE.
           05 BKO-AUD-LABEL      PIC X(10).
           05 FILLER             PIC X(7)  VALUE "COUNT: ".
           05 BKO-AUD-COUNT      PIC -(5)9.
           05 FILLER             PIC X(9)  VALUE "  TOTAL: ".
           05 BKO-AUD-SUM        PIC -(8)9.99.
           05 FILLER             PIC X(36) VALUE SPACES.

       01  WS-BKO-GROUP-LINE.
           05 FILLER             PIC X(7)  VALUE "GROUP: ".
           05 BKO-GRP-KEY        PIC X(6).
           05 FILLER             PIC X(8)  VALUE "  COUNT ".
           05 BKO-GRP-COUNT      PIC ZZZZZ9.
           05 FILLER             PIC X(8)  VALUE "  TOTAL ".
           05 BKO-GRP-TOTAL      PIC -(8)9.99.
           05 FILLER             PIC X(6)  VALUE "  AVG ".
           05 BKO-GRP-AVERAGE    PIC -(5)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BKO-GRP-STATUS     PIC X(12).

       01  WS-BKO-SOURCE-LINE.
           05 FILLER             PIC X(8)  VALUE "SOURCE: ".
           05 BKO-SRC-ID         PIC X(8).
           05 FILLER             PIC X(6)  VALUE "  SEQ ".
           05 BKO-SRC-WAS-SEQ    PIC ZZZZZ9.
           05 FILLER             PIC X(4)  VALUE " TO ".
           05 BKO-SRC-NOW-SEQ    PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BKO-SRC-STATUS     PIC X(30).
           05 FILLER             PIC X(10) VALUE SPACES.

       01  WS-BKO-COUNT-LINE.
           05 BKO-CNT-LABEL      PIC X(30).
           05 BKO-CNT-VALUE      PIC ZZZZZ9.
           05 FILLER             PIC X(44) VALUE SPACES.

       01  WS-BKO-MESSAGE-LINE.
           05 BKO-MSG-TEXT       PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME TO WS-JOB-START-STAMP.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "RUN-BACKOUT: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-BACKOUT-PARAMETER.
           PERFORM OPEN-BACKOUT-REPORT.
           PERFORM FIND-HISTORY-RUN.
           PERFORM CHECK-YEARLY-ARCHIVES.
           IF WS-RUN-PURGED
               MOVE SPACES TO BKO-MSG-TEXT
               STRING "BACKOUT REFUSED - RUN ALREADY PURGED TO "
                   WS-REFUSED-ARCHIVE
                   DELIMITED BY SIZE INTO BKO-MSG-TEXT
               PERFORM REFUSE-BACKOUT
           END-IF.
           IF NOT WS-HIST-FOUND
               MOVE "BACKOUT REFUSED - RUN ID NOT ON HISTFILE"
                   TO BKO-MSG-TEXT
               PERFORM REFUSE-BACKOUT
           END-IF.
           PERFORM CHECK-PERIOD-STATUS.
           IF WS-PERIOD-CLOSED
               PERFORM WRITE-PERIOD-EXCEPTION
               MOVE SPACES TO BKO-MSG-TEXT
               STRING "BACKOUT REFUSED - RUN IS IN CLOSED PERIOD "
                   WS-TARGET-PERIOD
                   DELIMITED BY SIZE INTO BKO-MSG-TEXT
               PERFORM REFUSE-BACKOUT
           END-IF.
           PERFORM LOAD-GROUP-HISTORY-ROWS.
           PERFORM LOAD-AUDIT-TRAIL.
           PERFORM WRITE-BEFORE-FIGURES.
           PERFORM REMOVE-HISTORY-ENTRY.
           PERFORM REMOVE-GROUP-HISTORY-ROWS.
           PERFORM CLEAR-REGISTRY-SIGNATURE.
           PERFORM RESTORE-SOURCE-CONTROL.
           PERFORM WRITE-AUDIT-REVERSALS.
           PERFORM WRITE-EXTRACT-REVERSALS.
           PERFORM WRITE-AFTER-FIGURES.
           CLOSE BACKOUT-PRINT-FILE.
           DISPLAY "RUN-BACKOUT: RUN " WS-TARGET-RUN-ID
               " BACKED OUT".
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "RUN-BACKOUT: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "RUN-BACKOUT: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "RUN-BACKOUT"
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
                       DISPLAY "RUN-BACKOUT: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "RUN-BACKOUT: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "RUN-BACKOUT: PREDECESSOR TABLE FULL "
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
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN JOBLOG "
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
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "RUN-BACKOUT" TO JLOG-PROGRAM.
           MOVE WS-TARGET-RUN-ID TO JLOG-RUN-ID.
           MOVE WS-JOB-START-STAMP TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           MOVE WS-RECORDS-READ TO JLOG-RECORDS-READ.
           COMPUTE JLOG-RECORDS-WRITTEN =
               WS-AUD-WRITTEN + WS-EXT-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       READ-BACKOUT-PARAMETER.
           OPEN INPUT BACKOUT-PARM-FILE.
           IF NOT WS-PARM-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN BKOCARD "
                   "- STATUS " WS-PARM-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           READ BACKOUT-PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF NOT WS-PARM-OK
             OR PARM-RUN-ID = SPACES
               DISPLAY "RUN-BACKOUT: BKOCARD RUN ID MISSING "
                   "- RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE PARM-RUN-ID TO WS-TARGET-RUN-ID.
           MOVE WS-TARGET-RUN-ID (1:4) TO WS-TARGET-YEAR.
           CLOSE BACKOUT-PARM-FILE.

       OPEN-BACKOUT-REPORT.
           OPEN OUTPUT BACKOUT-PRINT-FILE.
           IF NOT WS-BACKOUT-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN BKORPT "
                   "- STATUS " WS-BACKOUT-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE WS-TARGET-RUN-ID TO BKO-HDR-RUN-ID.
           WRITE BACKOUT-LINE FROM WS-BKO-HEADER-1.
           INITIALIZE WS-BKO-DATE-LINE.
           MOVE WS-BUSINESS-DATE TO BKO-HDR-BUS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO BKO-HDR-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO BKO-HDR-CLOCK-TIME.
           WRITE BACKOUT-LINE FROM WS-BKO-DATE-LINE.
           MOVE SPACES TO BACKOUT-LINE.
           WRITE BACKOUT-LINE.

       REFUSE-BACKOUT.
           WRITE BACKOUT-LINE FROM WS-BKO-MESSAGE-LINE.
           CLOSE BACKOUT-PRINT-FILE.
           DISPLAY "RUN-BACKOUT: RUN " WS-TARGET-RUN-ID " - "
               BKO-MSG-TEXT.
           MOVE 8 TO RETURN-CODE.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       FIND-HISTORY-RUN.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-HISTORY-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN HISTFILE "
                   "- STATUS " WS-HISTORY-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-HISTORY TO TRUE
               END-READ
               IF NOT END-OF-HISTORY
                 AND HIST-RUN-ID = WS-TARGET-RUN-ID
                   SET WS-HIST-FOUND TO TRUE
                   SET END-OF-HISTORY TO TRUE
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF NOT WS-HIST-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE HIST-RUN-DATE TO WS-TARGET-RUN-DATE.
           MOVE HIST-RUN-DATE (1:4) TO WS-TARGET-YEAR.
           MOVE HIST-INPUT-COUNT TO WS-BEFORE-COUNT.
           MOVE HIST-TOTAL TO WS-BEFORE-TOTAL.
           MOVE HIST-AVERAGE TO WS-BEFORE-AVERAGE.
           MOVE HIST-WEIGHT-TOTAL TO WS-BEFORE-WEIGHT.
           MOVE HIST-WEIGHTED-TOTAL TO WS-BEFORE-WTOTAL.
           MOVE HIST-AVG-MODE TO WS-TARGET-AVG-MODE.

       CHECK-PERIOD-STATUS.
           MOVE WS-TARGET-RUN-DATE (1:6) TO WS-TARGET-PERIOD.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PERIOD-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN PERIODS "
                   "- STATUS " WS-PERIOD-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE WS-TARGET-PERIOD TO PER-PERIOD.
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
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN PEREXC "
                   "- STATUS " WS-PEREXC-STATUS
                   " - EXCEPTION NOT RECORDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PERIOD-EXCEPTION-RECORD.
           MOVE WS-BUSINESS-DATE TO PEX-BUSINESS-DATE.
           MOVE "RUN-BACKOUT" TO PEX-PROGRAM.
           MOVE WS-TARGET-RUN-ID TO PEX-RUN-ID.
           MOVE WS-TARGET-PERIOD TO PEX-PERIOD.
           MOVE 0 TO PEX-SEQ-NUM.
           MOVE "BACKOUT REFUSED" TO PEX-ACTION.
           WRITE PERIOD-EXCEPTION-RECORD.
           CLOSE PERIOD-EXCEPTION-FILE.

       CHECK-YEARLY-ARCHIVES.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "HISTARCH." WS-TARGET-YEAR
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           PERFORM SEARCH-HISTORY-ARCHIVE.
           IF WS-RUN-PURGED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "GRPARCH." WS-TARGET-YEAR
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           PERFORM SEARCH-GROUP-ARCHIVE.

       SEARCH-HISTORY-ARCHIVE.
           MOVE "N" TO WS-ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ARCHIVE-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN "
                   WS-ARCHIVE-NAME " - STATUS " WS-ARCHIVE-STATUS
                   " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-ARCHIVE
               READ ARCHIVE-FILE
                   AT END
                       SET END-OF-ARCHIVE TO TRUE
               END-READ
               IF NOT END-OF-ARCHIVE
                 AND HARC-RUN-ID = WS-TARGET-RUN-ID
                   SET WS-RUN-PURGED TO TRUE
                   MOVE WS-ARCHIVE-NAME TO WS-REFUSED-ARCHIVE
                   SET END-OF-ARCHIVE TO TRUE
               END-IF
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       SEARCH-GROUP-ARCHIVE.
           MOVE "N" TO WS-ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ARCHIVE-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN "
                   WS-ARCHIVE-NAME " - STATUS " WS-ARCHIVE-STATUS
                   " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-ARCHIVE
               READ ARCHIVE-FILE
                   AT END
                       SET END-OF-ARCHIVE TO TRUE
               END-READ
               IF NOT END-OF-ARCHIVE
                 AND GARC-RUN-ID = WS-TARGET-RUN-ID
                   SET WS-RUN-PURGED TO TRUE
                   MOVE WS-ARCHIVE-NAME TO WS-REFUSED-ARCHIVE
                   SET END-OF-ARCHIVE TO TRUE
               END-IF
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       LOAD-GROUP-HISTORY-ROWS.
           OPEN INPUT GROUP-HISTORY-FILE.
           IF WS-GRPHIST-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-GRPHIST-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN GRPHIST "
                   "- STATUS " WS-GRPHIST-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-GROUP-HISTORY
               READ GROUP-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-GROUP-HISTORY TO TRUE
               END-READ
               IF NOT END-OF-GROUP-HISTORY
                 AND GRPH-RUN-DATE = WS-TARGET-RUN-DATE
                 AND GRPH-RUN-ID = WS-TARGET-RUN-ID
                   IF WS-GROUP-COUNT >= WS-GROUP-MAX
                       DISPLAY "RUN-BACKOUT: GROUP TABLE FULL "
                           "- RUN TERMINATED"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE GRPH-GROUP-KEY TO WS-GRP-KEY (WS-GROUP-COUNT)
                   MOVE GRPH-COUNT TO WS-GRP-CNT (WS-GROUP-COUNT)
                   MOVE GRPH-TOTAL TO WS-GRP-TOT (WS-GROUP-COUNT)
                   MOVE GRPH-AVERAGE TO WS-GRP-AVG (WS-GROUP-COUNT)
                   MOVE GRPH-WEIGHT TO WS-GRP-WGT (WS-GROUP-COUNT)
                   ADD GRPH-COUNT TO WS-GROUP-BEFORE-COUNT
                   ADD GRPH-TOTAL TO WS-GROUP-BEFORE-TOTAL
               END-IF
           END-PERFORM.
           CLOSE GROUP-HISTORY-FILE.

       LOAD-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-NOT-FOUND
               DISPLAY "RUN-BACKOUT: AUDFILE NOT FOUND - ONLY "
                   "ARCHIVES WILL BE REVERSED"
           ELSE
               IF NOT WS-AUDIT-OK
                   DISPLAY "RUN-BACKOUT: UNABLE TO OPEN AUDFILE "
                       "- STATUS " WS-AUDIT-STATUS " - RUN TERMINATED"
                   STOP RUN
               END-IF
               PERFORM UNTIL END-OF-AUDIT
                   READ AUDIT-FILE
                       AT END
                           SET END-OF-AUDIT TO TRUE
                   END-READ
                   IF NOT END-OF-AUDIT
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM STORE-AUDIT-REVERSAL
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM SCAN-CATALOG-ARCHIVES.
           MOVE WS-AUDIT-NET-TOTAL TO WS-AUDIT-BEFORE-TOTAL.
           MOVE WS-AUDIT-NET-COUNT TO WS-AUDIT-BEFORE-COUNT.

       SCAN-CATALOG-ARCHIVES.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CATALOG-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN ARCCAT "
                   "- STATUS " WS-CATALOG-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-CATALOG
               READ CATALOG-FILE
                   AT END
                       SET END-OF-CATALOG TO TRUE
               END-READ
               IF NOT END-OF-CATALOG
                 AND CAT-MIN-DATE <= WS-TARGET-RUN-DATE
                 AND CAT-MAX-DATE >= WS-TARGET-RUN-DATE
                   MOVE CAT-ARCHIVE-NAME TO WS-ARCHIVE-NAME
                   PERFORM CHECK-ARCHIVE-SCANNED
                   IF NOT WS-ALREADY-SCANNED
                       PERFORM SCAN-AUDIT-ARCHIVE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CATALOG-FILE.

       CHECK-ARCHIVE-SCANNED.
           MOVE "N" TO WS-SCANNED-SW.
           PERFORM VARYING WS-SCANNED-IDX FROM 1 BY 1
                   UNTIL WS-SCANNED-IDX > WS-SCANNED-COUNT
               IF WS-SCANNED-NAME (WS-SCANNED-IDX) = WS-ARCHIVE-NAME
                   SET WS-ALREADY-SCANNED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-ALREADY-SCANNED
             AND WS-SCANNED-COUNT < WS-SCANNED-MAX
               ADD 1 TO WS-SCANNED-COUNT
               MOVE WS-ARCHIVE-NAME TO
                   WS-SCANNED-NAME (WS-SCANNED-COUNT)
           END-IF.

       SCAN-AUDIT-ARCHIVE.
           MOVE "N" TO WS-ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-NOT-FOUND
               DISPLAY "RUN-BACKOUT: " WS-ARCHIVE-NAME
                   " NOT FOUND - ARCHIVE SKIPPED"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ARCHIVE-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN "
                   WS-ARCHIVE-NAME " - STATUS " WS-ARCHIVE-STATUS
                   " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-ARCHIVE
               READ ARCHIVE-FILE
                   AT END
                       SET END-OF-ARCHIVE TO TRUE
               END-READ
               IF NOT END-OF-ARCHIVE
                   ADD 1 TO WS-RECORDS-READ
                   MOVE ARCHIVE-RECORD TO AUDIT-RECORD
                   PERFORM STORE-AUDIT-REVERSAL
               END-IF
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       STORE-AUDIT-REVERSAL.
           IF AUD-RUN-ID NOT = WS-TARGET-RUN-ID
               EXIT PARAGRAPH
           END-IF.
           IF AUD-REC-IS-REVERSAL
               SUBTRACT 1 FROM WS-AUDIT-NET-COUNT
               ADD AUD-VALUE TO WS-AUDIT-NET-TOTAL
               EXIT PARAGRAPH
           END-IF.
           IF NOT AUD-REC-IS-DETAIL AND NOT AUD-REC-IS-ADJUSTMENT
               EXIT PARAGRAPH
           END-IF.
           IF WS-REV-COUNT >= WS-REV-MAX
               DISPLAY "RUN-BACKOUT: AUDIT REVERSAL TABLE FULL "
                   "- RUN TERMINATED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-AUDIT-NET-COUNT.
           ADD AUD-VALUE TO WS-AUDIT-NET-TOTAL.
           ADD 1 TO WS-REV-COUNT.
           MOVE AUD-REC-TYPE TO WS-REV-TYPE (WS-REV-COUNT).
           MOVE AUD-SEQ-NUM TO WS-REV-SEQ (WS-REV-COUNT).
           MOVE AUD-GROUP-KEY TO WS-REV-GROUP (WS-REV-COUNT).
           MOVE AUD-VALUE TO WS-REV-VALUE (WS-REV-COUNT).
           MOVE AUD-WEIGHT TO WS-REV-WEIGHT (WS-REV-COUNT).

       WRITE-BEFORE-FIGURES.
           INITIALIZE WS-BKO-TOTAL-LINE.
           MOVE "BEFORE:   " TO BKO-TOT-LABEL.
           MOVE WS-BEFORE-COUNT TO BKO-TOT-COUNT.
           MOVE WS-BEFORE-TOTAL TO BKO-TOT-SUM.
           MOVE WS-BEFORE-AVERAGE TO BKO-TOT-AVERAGE.
           WRITE BACKOUT-LINE FROM WS-BKO-TOTAL-LINE.
           INITIALIZE WS-BKO-AUDIT-LINE.
           MOVE "AUDIT NET:" TO BKO-AUD-LABEL.
           MOVE WS-AUDIT-BEFORE-COUNT TO BKO-AUD-COUNT.
           MOVE WS-AUDIT-BEFORE-TOTAL TO BKO-AUD-SUM.
           WRITE BACKOUT-LINE FROM WS-BKO-AUDIT-LINE.
           MOVE SPACES TO BACKOUT-LINE.
           WRITE BACKOUT-LINE.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               INITIALIZE WS-BKO-GROUP-LINE
               MOVE WS-GRP-KEY (WS-GROUP-IDX) TO BKO-GRP-KEY
               MOVE WS-GRP-CNT (WS-GROUP-IDX) TO BKO-GRP-COUNT
               MOVE WS-GRP-TOT (WS-GROUP-IDX) TO BKO-GRP-TOTAL
               MOVE WS-GRP-AVG (WS-GROUP-IDX) TO BKO-GRP-AVERAGE
               MOVE "REMOVED" TO BKO-GRP-STATUS
               WRITE BACKOUT-LINE FROM WS-BKO-GROUP-LINE
           END-PERFORM.
           IF WS-GROUP-COUNT > 0
               MOVE SPACES TO BACKOUT-LINE
               WRITE BACKOUT-LINE
           END-IF.

       REMOVE-HISTORY-ENTRY.
           OPEN I-O HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN HISTFILE "
                   "FOR UPDATE - STATUS " WS-HISTORY-STATUS
                   " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE WS-TARGET-RUN-DATE TO HIST-RUN-DATE.
           MOVE WS-TARGET-RUN-ID TO HIST-RUN-ID.
           DELETE HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF NOT WS-HISTORY-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO DELETE HISTFILE "
                   "ENTRY - STATUS " WS-HISTORY-STATUS
                   " - RUN TERMINATED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-HIST-REMOVED.
           CLOSE HISTORY-FILE.

       REMOVE-GROUP-HISTORY-ROWS.
           IF WS-GROUP-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O GROUP-HISTORY-FILE.
           IF NOT WS-GRPHIST-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN GRPHIST "
                   "FOR UPDATE - STATUS " WS-GRPHIST-STATUS
                   " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               MOVE WS-GRP-KEY (WS-GROUP-IDX) TO GRPH-GROUP-KEY
               MOVE WS-TARGET-RUN-DATE TO GRPH-RUN-DATE
               MOVE WS-TARGET-RUN-ID TO GRPH-RUN-ID
               DELETE GROUP-HISTORY-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF NOT WS-GRPHIST-OK
                   DISPLAY "RUN-BACKOUT: UNABLE TO DELETE GRPHIST "
                       "ENTRY - STATUS " WS-GRPHIST-STATUS
                       " - RUN TERMINATED"
                   STOP RUN
               END-IF
               ADD 1 TO WS-GRPH-REMOVED
           END-PERFORM.
           CLOSE GROUP-HISTORY-FILE.

       CLEAR-REGISTRY-SIGNATURE.
           OPEN I-O REGISTRY-FILE.
           IF WS-REGISTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-REGISTRY-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN RUNREG "
                   "- STATUS " WS-REGISTRY-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-REGISTRY
               READ REGISTRY-FILE NEXT RECORD
                   AT END
                       SET END-OF-REGISTRY TO TRUE
               END-READ
               IF NOT END-OF-REGISTRY
                 AND REG-RUN-ID = WS-TARGET-RUN-ID
                   DELETE REGISTRY-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF NOT WS-REGISTRY-OK
                       DISPLAY "RUN-BACKOUT: UNABLE TO DELETE RUNREG "
                           "ENTRY - STATUS " WS-REGISTRY-STATUS
                           " - RUN TERMINATED"
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REG-CLEARED
               END-IF
           END-PERFORM.
           CLOSE REGISTRY-FILE.

       RESTORE-SOURCE-CONTROL.
           OPEN I-O SOURCE-CONTROL-FILE.
           IF WS-SRCCTL-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SRCCTL-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN SRCCTL "
                   "- STATUS " WS-SRCCTL-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-SRCCTL
               READ SOURCE-CONTROL-FILE NEXT RECORD
                   AT END
                       SET END-OF-SRCCTL TO TRUE
               END-READ
               IF NOT END-OF-SRCCTL
                 AND SCM-LAST-RUN-ID = WS-TARGET-RUN-ID
                   PERFORM RESTORE-ONE-SOURCE
               END-IF
           END-PERFORM.
           CLOSE SOURCE-CONTROL-FILE.
           IF WS-SRC-LISTED > 0
               MOVE SPACES TO BACKOUT-LINE
               WRITE BACKOUT-LINE
           END-IF.

       RESTORE-ONE-SOURCE.
           INITIALIZE WS-BKO-SOURCE-LINE.
           MOVE SCM-SOURCE-ID TO BKO-SRC-ID.
           MOVE SCM-LAST-SEQ TO WS-SRC-WAS-SEQ.
           MOVE WS-SRC-WAS-SEQ TO BKO-SRC-WAS-SEQ.
           IF SCM-SEQUENCE-RESET
               MOVE WS-SRC-WAS-SEQ TO BKO-SRC-NOW-SEQ
               MOVE "LEFT AS IS - RESET SINCE RUN" TO BKO-SRC-STATUS
               WRITE BACKOUT-LINE FROM WS-BKO-SOURCE-LINE
               ADD 1 TO WS-SRC-LISTED
               EXIT PARAGRAPH
           END-IF.
           IF SCM-ADDED-BY-RUN
               DELETE SOURCE-CONTROL-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE 0 TO BKO-SRC-NOW-SEQ
               MOVE "REMOVED - FIRST POSTED BY RUN" TO BKO-SRC-STATUS
           ELSE
               IF SCM-PRIOR-SEQ-KEPT
                   MOVE SCM-PRIOR-SEQ TO SCM-LAST-SEQ
               ELSE
                   IF SCM-LAST-SEQ > 0
                       SUBTRACT 1 FROM SCM-LAST-SEQ
                   END-IF
               END-IF
               MOVE 0 TO SCM-LAST-CREATE-DATE
               MOVE SPACES TO SCM-LAST-RUN-ID
               MOVE 0 TO SCM-LAST-BUSINESS-DATE
               MOVE WS-CURRENT-DATE-TIME TO SCM-UPDATE-STAMP
               SET SCM-SEQUENCE-RESET TO TRUE
               MOVE 0 TO SCM-PRIOR-SEQ
               MOVE SPACE TO SCM-PRIOR-SW
               REWRITE SOURCE-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE SCM-LAST-SEQ TO BKO-SRC-NOW-SEQ
               MOVE "SEQUENCE RESTORED" TO BKO-SRC-STATUS
           END-IF.
           IF NOT WS-SRCCTL-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO RESTORE SRCCTL "
                   "ENTRY " SCM-SOURCE-ID " - STATUS "
                   WS-SRCCTL-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           WRITE BACKOUT-LINE FROM WS-BKO-SOURCE-LINE.
           ADD 1 TO WS-SRC-LISTED.
           ADD 1 TO WS-SRC-RESTORED.

       WRITE-AUDIT-REVERSALS.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF NOT WS-AUDIT-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN AUDFILE "
                   "- STATUS " WS-AUDIT-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               PERFORM WRITE-ONE-AUDIT-REVERSAL
           END-PERFORM.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP.
           MOVE WS-TARGET-RUN-ID     TO AUD-RUN-ID.
           MOVE "S"                  TO AUD-REC-TYPE.
           MOVE 0                    TO AUD-SEQ-NUM.
           MOVE SPACES               TO AUD-GROUP-KEY.
           MOVE 0                    TO AUD-VALUE.
           MOVE 0                    TO AUD-WEIGHT.
           MOVE WS-AUDIT-NET-TOTAL   TO AUD-RUNNING-TOTAL.
           MOVE 0                    TO AUD-VALID-COUNT.
           MOVE 0                    TO AUD-AVERAGE.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUD-WRITTEN.
           CLOSE AUDIT-FILE.

       WRITE-ONE-AUDIT-REVERSAL.
           SUBTRACT 1 FROM WS-AUDIT-NET-COUNT.
           SUBTRACT WS-REV-VALUE (WS-REV-IDX) FROM WS-AUDIT-NET-TOTAL.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP.
           MOVE WS-TARGET-RUN-ID     TO AUD-RUN-ID.
           MOVE "V"                  TO AUD-REC-TYPE.
           MOVE WS-REV-SEQ (WS-REV-IDX) TO AUD-SEQ-NUM.
           MOVE WS-REV-GROUP (WS-REV-IDX) TO AUD-GROUP-KEY.
           COMPUTE AUD-VALUE = 0 - WS-REV-VALUE (WS-REV-IDX).
           MOVE WS-REV-WEIGHT (WS-REV-IDX) TO AUD-WEIGHT.
           MOVE WS-AUDIT-NET-TOTAL   TO AUD-RUNNING-TOTAL.
           IF WS-AUDIT-NET-COUNT > 0
               MOVE WS-AUDIT-NET-COUNT TO AUD-VALID-COUNT
           ELSE
               MOVE 0 TO AUD-VALID-COUNT
           END-IF.
           MOVE 0                    TO AUD-AVERAGE.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUD-WRITTEN.

       WRITE-EXTRACT-REVERSALS.
           OPEN EXTEND EXTRACT-FILE.
           IF WS-EXTRACT-NOT-FOUND
               OPEN OUTPUT EXTRACT-FILE
           END-IF.
           IF NOT WS-EXTRACT-OK
               DISPLAY "RUN-BACKOUT: UNABLE TO OPEN EXTFILE "
                   "- STATUS " WS-EXTRACT-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "Y" TO EXT-REC-TYPE
               MOVE WS-TARGET-RUN-ID TO EXT-RUN-ID
               MOVE WS-TARGET-RUN-DATE TO EXT-RUN-DATE
               MOVE WS-GRP-KEY (WS-GROUP-IDX) TO EXT-GROUP-KEY
               MOVE WS-GRP-CNT (WS-GROUP-IDX) TO EXT-GROUP-COUNT
               COMPUTE EXT-GROUP-TOTAL =
                   0 - WS-GRP-TOT (WS-GROUP-IDX)
               COMPUTE EXT-GROUP-AVERAGE =
                   0 - WS-GRP-AVG (WS-GROUP-IDX)
               MOVE WS-GRP-WGT (WS-GROUP-IDX) TO EXT-GROUP-WEIGHT
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXT-WRITTEN
           END-PERFORM.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE "X" TO EXT-REC-TYPE.
           MOVE WS-TARGET-RUN-ID TO EXT-RUN-ID.
           MOVE WS-TARGET-RUN-DATE TO EXT-RUN-DATE.
           COMPUTE EXT-AVERAGE = 0 - WS-BEFORE-AVERAGE.
           COMPUTE EXT-TOTAL = 0 - WS-BEFORE-TOTAL.
           MOVE WS-BEFORE-COUNT TO EXT-INPUT-COUNT.
           MOVE WS-TARGET-AVG-MODE TO EXT-AVG-MODE.
           MOVE WS-BEFORE-WEIGHT TO EXT-WEIGHT-TOTAL.
           COMPUTE EXT-WEIGHTED-TOTAL = 0 - WS-BEFORE-WTOTAL.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-EXT-WRITTEN.
           CLOSE EXTRACT-FILE.

       WRITE-AFTER-FIGURES.
           INITIALIZE WS-BKO-TOTAL-LINE.
           MOVE "AFTER:    " TO BKO-TOT-LABEL.
           MOVE 0 TO BKO-TOT-COUNT.
           MOVE 0 TO BKO-TOT-SUM.
           MOVE 0 TO BKO-TOT-AVERAGE.
           WRITE BACKOUT-LINE FROM WS-BKO-TOTAL-LINE.
           INITIALIZE WS-BKO-AUDIT-LINE.
           MOVE "AUDIT NET:" TO BKO-AUD-LABEL.
           MOVE WS-AUDIT-NET-COUNT TO BKO-AUD-COUNT.
           MOVE WS-AUDIT-NET-TOTAL TO BKO-AUD-SUM.
           WRITE BACKOUT-LINE FROM WS-BKO-AUDIT-LINE.
           MOVE SPACES TO BACKOUT-LINE.
           WRITE BACKOUT-LINE.
           MOVE "HISTFILE ENTRIES REMOVED....: " TO BKO-CNT-LABEL.
           MOVE WS-HIST-REMOVED TO BKO-CNT-VALUE.
           WRITE BACKOUT-LINE FROM WS-BKO-COUNT-LINE.
           MOVE "GRPHIST ENTRIES REMOVED.....: " TO BKO-CNT-LABEL.
           MOVE WS-GRPH-REMOVED TO BKO-CNT-VALUE.
           WRITE BACKOUT-LINE FROM WS-BKO-COUNT-LINE.
           MOVE "RUNREG SIGNATURES CLEARED...: " TO BKO-CNT-LABEL.
           MOVE WS-REG-CLEARED TO BKO-CNT-VALUE.
           WRITE BACKOUT-LINE FROM WS-BKO-COUNT-LINE.
           MOVE "SRCCTL SOURCES RESTORED.....: " TO BKO-CNT-LABEL.
           MOVE WS-SRC-RESTORED TO BKO-CNT-VALUE.
           WRITE BACKOUT-LINE FROM WS-BKO-COUNT-LINE.
           MOVE "AUDFILE REVERSALS WRITTEN...: " TO BKO-CNT-LABEL.
           MOVE WS-AUD-WRITTEN TO BKO-CNT-VALUE.
           WRITE BACKOUT-LINE FROM WS-BKO-COUNT-LINE.
           MOVE "EXTFILE REVERSALS WRITTEN...: " TO BKO-CNT-LABEL.
           MOVE WS-EXT-WRITTEN TO BKO-CNT-VALUE.
           WRITE BACKOUT-LINE FROM WS-BKO-COUNT-LINE.
