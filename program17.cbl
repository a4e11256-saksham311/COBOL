       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-RECONCILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-PARM-FILE ASSIGN TO "RECCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GROUP-HISTORY-FILE ASSIGN TO "GRPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRPH-KEY
               FILE STATUS IS WS-GRPHIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "ARCCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT RECON-PRINT-FILE ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT DEPENDENCY-FILE ASSIGN TO "DEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTL-STATUS.

           SELECT GROUP-REFERENCE-FILE ASSIGN TO "GRPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-PARM-FILE
           RECORDING MODE IS F.
       01  RECON-PARM-RECORD.
           05 PARM-FROM-DATE-X   PIC X(8).
           05 PARM-FROM-DATE REDEFINES PARM-FROM-DATE-X PIC 9(8).
           05 FILLER             PIC X(1).
           05 PARM-TO-DATE-X     PIC X(8).
           05 PARM-TO-DATE REDEFINES PARM-TO-DATE-X PIC 9(8).
           05 FILLER             PIC X(63).

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

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP      PIC X(21).
           05 AUD-RUN-ID         PIC X(14).
           05 AUD-RUN-ID-PARTS REDEFINES AUD-RUN-ID.
               10 AUD-RUN-ID-DATE-X PIC X(8).
               10 FILLER            PIC X(6).
           05 AUD-REC-TYPE       PIC X(1).
               88 AUD-REC-IS-DETAIL     VALUE "D".
               88 AUD-REC-IS-SUMMARY    VALUE "S".
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

       FD  CATALOG-FILE
           RECORDING MODE IS F.
       01  CATALOG-RECORD.
           05 CAT-ARCHIVE-NAME   PIC X(16).
           05 CAT-CUTOFF-DATE    PIC 9(8).
           05 CAT-RECORD-COUNT   PIC 9(6).
           05 CAT-MIN-DATE       PIC 9(8).
           05 CAT-MAX-DATE       PIC 9(8).

       FD  RECON-PRINT-FILE
           RECORDING MODE IS F.
       01  RECON-LINE            PIC X(80).

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

       FD  GROUP-REFERENCE-FILE
           RECORDING MODE IS F.
       01  GROUP-REFERENCE-RECORD.
           05 REF-GROUP-KEY      PIC X(6).
           05 REF-DESCRIPTION    PIC X(20).
           05 REF-ACTIVE-SW      PIC X(1).
           05 REF-EFF-FROM-X     PIC X(8).
           05 REF-EFF-TO-X       PIC X(8).
           05 REF-SUCCESSOR-KEY  PIC X(6).
           05 FILLER             PIC X(31).

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
           88 WS-HISTORY-NOT-FOUND     VALUE "35".

       01  WS-GRPHIST-STATUS    PIC X(2) VALUE "00".
           88 WS-GRPHIST-OK            VALUE "00".
           88 WS-GRPHIST-NOT-FOUND     VALUE "35".

       01  WS-AUDIT-STATUS      PIC X(2) VALUE "00".
           88 WS-AUDIT-OK              VALUE "00".
           88 WS-AUDIT-NOT-FOUND       VALUE "35".

       01  WS-ARCHIVE-STATUS    PIC X(2) VALUE "00".
           88 WS-ARCHIVE-OK            VALUE "00".
           88 WS-ARCHIVE-NOT-FOUND     VALUE "35".

       01  WS-CATALOG-STATUS    PIC X(2) VALUE "00".
           88 WS-CATALOG-OK            VALUE "00".
           88 WS-CATALOG-NOT-FOUND     VALUE "35".

       01  WS-RECON-STATUS      PIC X(2) VALUE "00".
           88 WS-RECON-OK              VALUE "00".

       01  WS-JOBLOG-STATUS     PIC X(2) VALUE "00".
           88 WS-JOBLOG-OK             VALUE "00".
           88 WS-JOBLOG-NOT-FOUND      VALUE "35".

       01  WS-HISTORY-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-HISTORY          VALUE "Y".

       01  WS-GRPHIST-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-GROUP-HISTORY    VALUE "Y".

       01  WS-AUDIT-EOF-SW      PIC X(1) VALUE "N".
           88 END-OF-AUDIT            VALUE "Y".

       01  WS-ARCHIVE-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-ARCHIVE          VALUE "Y".

       01  WS-CATALOG-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-CATALOG          VALUE "Y".

       01  WS-JOB-START-STAMP   PIC X(21) VALUE SPACES.
       01  WS-JOB-END-STAMP     PIC X(21) VALUE SPACES.

       01  WS-FROM-DATE         PIC 9(8) VALUE 0.
       01  WS-TO-DATE           PIC 9(8) VALUE 99999999.
       01  WS-IN-RANGE-SW       PIC X(1) VALUE "N".
           88 WS-IN-RANGE             VALUE "Y".
       01  WS-CHECK-DATE-X      PIC X(8) VALUE SPACES.
       01  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-X PIC 9(8).

       01  WS-ARCHIVE-NAME      PIC X(16) VALUE SPACES.
       01  WS-ARCHIVE-YEAR      PIC X(4) VALUE SPACES.

       01  WS-SCANNED-MAX       PIC 9(4) VALUE 100.
       01  WS-SCANNED-COUNT     PIC 9(4) VALUE 0.
       01  WS-SCANNED-TABLE.
           05 WS-SCANNED-NAME OCCURS 100 TIMES PIC X(16).
       01  WS-SCANNED-IDX       PIC 9(4) VALUE 0.
       01  WS-SCANNED-SW        PIC X(1) VALUE "N".
           88 WS-ALREADY-SCANNED      VALUE "Y".

       01  WS-RUN-MAX           PIC 9(5) VALUE 5000.
       01  WS-RUN-COUNT         PIC 9(5) VALUE 0.
       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 5000 TIMES.
               10 WS-RUN-ID          PIC X(14).
               10 WS-RUN-AUDIT-SW    PIC X(1).
                   88 WS-RUN-HAS-AUDIT     VALUE "Y".
               10 WS-RUN-HIST-SW     PIC X(1).
                   88 WS-RUN-ON-HISTORY    VALUE "Y".
               10 WS-RUN-ARCH-SW     PIC X(1).
                   88 WS-RUN-ARCH-UNCHECKED VALUE "N".
                   88 WS-RUN-HIST-PURGED    VALUE "P".
               10 WS-RUN-AUD-CNT     PIC S9(7).
               10 WS-RUN-AUD-TOT     PIC S9(11)V99.
               10 WS-RUN-REV-CNT     PIC 9(7).
               10 WS-RUN-GRP-EXC     PIC 9(5).
       01  WS-RUN-IDX           PIC 9(5) VALUE 0.
       01  WS-RUN-FOUND-IDX     PIC 9(5) VALUE 0.
       01  WS-RUN-LAST-IDX      PIC 9(5) VALUE 0.
       01  WS-FIND-RUN-ID       PIC X(14) VALUE SPACES.
       01  WS-PURGE-IDX         PIC 9(5) VALUE 0.

       01  WS-GRP-MAX           PIC 9(5) VALUE 20000.
       01  WS-GRP-COUNT         PIC 9(5) VALUE 0.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 20000 TIMES.
               10 WS-GRP-RUN-IDX     PIC 9(5).
               10 WS-GRP-KEY         PIC X(6).
               10 WS-GRP-AUDIT-SW    PIC X(1).
                   88 WS-GRP-HAS-AUDIT     VALUE "Y".
               10 WS-GRP-HIST-SW     PIC X(1).
                   88 WS-GRP-ON-GRPHIST    VALUE "Y".
               10 WS-GRP-STATUS      PIC X(1).
                   88 WS-GRP-AGREES        VALUE " ".
                   88 WS-GRP-MISMATCH      VALUE "M".
                   88 WS-GRP-NO-DETAIL     VALUE "D".
                   88 WS-GRP-NOT-ON-GRPHIST VALUE "G".
               10 WS-GRP-AUD-CNT     PIC S9(7).
               10 WS-GRP-AUD-TOT     PIC S9(11)V99.
               10 WS-GRP-HIST-CNT    PIC 9(6).
               10 WS-GRP-HIST-TOT    PIC S9(9)V99.
       01  WS-GRP-IDX           PIC 9(5) VALUE 0.
       01  WS-GRP-FOUND-IDX     PIC 9(5) VALUE 0.
       01  WS-GRP-LAST-IDX      PIC 9(5) VALUE 0.
       01  WS-FIND-GROUP-KEY    PIC X(6) VALUE SPACES.

       01  WS-REF-STATUS        PIC X(2) VALUE "00".
           88 WS-REF-OK                VALUE "00".
       01  WS-REF-EOF-SW        PIC X(1) VALUE "N".
           88 END-OF-REFERENCE        VALUE "Y".
       01  WS-LINK-MAX          PIC 9(4) VALUE 1000.
       01  WS-LINK-COUNT        PIC 9(4) VALUE 0.
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 1000 TIMES.
               10 WS-LINK-OLD-KEY    PIC X(6).
               10 WS-LINK-NEW-KEY    PIC X(6).
       01  WS-LINK-IDX          PIC 9(4) VALUE 0.
       01  WS-LINK-HOPS         PIC 9(2) VALUE 0.
       01  WS-LINK-MOVED-SW     PIC X(1) VALUE "N".
           88 WS-LINK-MOVED           VALUE "Y".

       01  WS-RECORDS-READ      PIC 9(8) VALUE 0.
       01  WS-LINES-WRITTEN     PIC 9(6) VALUE 0.
       01  WS-RUNS-CHECKED      PIC 9(6) VALUE 0.
       01  WS-RUNS-AGREE        PIC 9(6) VALUE 0.
       01  WS-RUNS-OUT          PIC 9(6) VALUE 0.
       01  WS-RUNS-NO-TRAIL     PIC 9(6) VALUE 0.
       01  WS-TRAILS-NO-HIST    PIC 9(6) VALUE 0.
       01  WS-TRAILS-BACKED-OUT PIC 9(6) VALUE 0.
       01  WS-TRAILS-PURGED     PIC 9(6) VALUE 0.
       01  WS-GROUPS-CHECKED    PIC 9(6) VALUE 0.
       01  WS-GROUPS-OUT        PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT   PIC 9(6) VALUE 0.
       01  WS-ORPHAN-COUNT      PIC 9(6) VALUE 0.

       01  WS-REC-HEADER-1.
           05 FILLER             PIC X(31)
               VALUE "AUDIT-TO-HISTORY RECONCILIATION".
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(12) VALUE "RUN DATES:  ".
           05 REC-HDR-FROM       PIC 9(8).
           05 FILLER             PIC X(4)  VALUE " TO ".
           05 REC-HDR-TO         PIC 9(8).
           05 FILLER             PIC X(12) VALUE SPACES.

       01  WS-REC-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 REC-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 REC-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-REC-SECTION-LINE.
           05 REC-SECTION-TITLE  PIC X(80).

       01  WS-REC-RUN-COLUMNS.
           05 FILLER             PIC X(15) VALUE "RUN ID".
           05 FILLER             PIC X(7)  VALUE "  HIST ".
           05 FILLER             PIC X(8)  VALUE "  AUDIT ".
           05 FILLER             PIC X(14) VALUE "   HIST TOTAL ".
           05 FILLER             PIC X(14) VALUE "  AUDIT TOTAL ".
           05 FILLER             PIC X(22) VALUE "STATUS".

       01  WS-REC-RUN-LINE.
           05 REC-RUN-ID         PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-RUN-HIST-CNT   PIC ZZZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-RUN-AUD-CNT    PIC -(6)9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-RUN-HIST-TOT   PIC -(9)9.99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-RUN-AUD-TOT    PIC -(9)9.99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-RUN-STATUS     PIC X(22).

       01  WS-REC-GROUP-COLUMNS.
           05 FILLER             PIC X(15) VALUE "RUN ID".
           05 FILLER             PIC X(7)  VALUE "GROUP".
           05 FILLER             PIC X(7)  VALUE "  HIST ".
           05 FILLER             PIC X(8)  VALUE "  AUDIT ".
           05 FILLER             PIC X(14) VALUE "   HIST TOTAL ".
           05 FILLER             PIC X(14) VALUE "  AUDIT TOTAL ".
           05 FILLER             PIC X(15) VALUE "STATUS".

       01  WS-REC-GROUP-LINE.
           05 REC-GRP-RUN-ID     PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-GRP-KEY        PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-GRP-HIST-CNT   PIC ZZZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-GRP-AUD-CNT    PIC -(6)9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-GRP-HIST-TOT   PIC -(9)9.99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-GRP-AUD-TOT    PIC -(9)9.99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 REC-GRP-STATUS     PIC X(15).

       01  WS-REC-NONE-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 REC-NONE-TEXT      PIC X(76).

       01  WS-REC-COUNT-LINE.
           05 REC-CNT-LABEL      PIC X(34).
           05 REC-CNT-VALUE      PIC ZZZZZ9.
           05 FILLER             PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-STAMP.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "AUDIT-RECONCILE: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-RECON-PARAMETER.
           PERFORM LOAD-GROUP-SUCCESSORS.
           PERFORM LOAD-AUDIT-TRAIL.
           PERFORM LOAD-GROUP-HISTORY.
           PERFORM MARK-HISTORY-RUNS.
           PERFORM EVALUATE-GROUP-ENTRIES.
           PERFORM CHECK-PURGED-HISTORY.
           PERFORM OPEN-RECON-REPORT.
           PERFORM WRITE-RUN-SECTION.
           PERFORM WRITE-GROUP-SECTION.
           PERFORM WRITE-ORPHAN-SECTION.
           PERFORM WRITE-RECON-TOTALS.
           CLOSE RECON-PRINT-FILE.
           COMPUTE WS-EXCEPTION-COUNT = WS-RUNS-OUT + WS-RUNS-NO-TRAIL
               + WS-TRAILS-NO-HIST + WS-ORPHAN-COUNT.
           DISPLAY "AUDIT-RECONCILE: " WS-RUNS-CHECKED
               " RUNS CHECKED - " WS-EXCEPTION-COUNT " EXCEPTION(S)".
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "AUDIT-RECONCILE: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "AUDIT-RECONCILE: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "AUDIT-RECONCILE"
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
                       DISPLAY "AUDIT-RECONCILE: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "AUDIT-RECONCILE: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "AUDIT-RECONCILE: PREDECESSOR TABLE FULL "
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
               DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN JOBLOG "
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

       READ-RECON-PARAMETER.
           OPEN INPUT RECON-PARM-FILE.
           IF NOT WS-PARM-OK
               EXIT PARAGRAPH
           END-IF.
           READ RECON-PARM-FILE
               AT END
                   CLOSE RECON-PARM-FILE
                   EXIT PARAGRAPH
           END-READ.
           IF PARM-FROM-DATE-X NUMERIC
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF PARM-TO-DATE-X NUMERIC AND PARM-TO-DATE > 0
               MOVE PARM-TO-DATE TO WS-TO-DATE
           END-IF.
           CLOSE RECON-PARM-FILE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "AUDIT-RECONCILE: RECCARD FROM DATE "
                   WS-FROM-DATE " AFTER TO DATE " WS-TO-DATE
                   " - RUN TERMINATED"
               STOP RUN
           END-IF.

       TEST-DATE-IN-RANGE.
           MOVE "N" TO WS-IN-RANGE-SW.
           IF WS-CHECK-DATE-X NUMERIC
             AND WS-CHECK-DATE >= WS-FROM-DATE
             AND WS-CHECK-DATE <= WS-TO-DATE
               SET WS-IN-RANGE TO TRUE
           END-IF.

       LOAD-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-NOT-FOUND
               DISPLAY "AUDIT-RECONCILE: AUDFILE NOT FOUND - ONLY "
                   "ARCHIVES WILL BE READ"
           ELSE
               IF NOT WS-AUDIT-OK
                   DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN AUDFILE "
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
                       PERFORM ACCUMULATE-AUDIT-RECORD
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM SCAN-CATALOG-ARCHIVES.

       SCAN-CATALOG-ARCHIVES.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-CATALOG-OK
               DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN ARCCAT "
                   "- STATUS " WS-CATALOG-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-CATALOG
               READ CATALOG-FILE
                   AT END
                       SET END-OF-CATALOG TO TRUE
               END-READ
               IF NOT END-OF-CATALOG
                 AND CAT-MAX-DATE >= WS-FROM-DATE
                 AND CAT-MIN-DATE <= WS-TO-DATE
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
               DISPLAY "AUDIT-RECONCILE: " WS-ARCHIVE-NAME
                   " NOT FOUND - ARCHIVE SKIPPED"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ARCHIVE-OK
               DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN "
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
                   PERFORM ACCUMULATE-AUDIT-RECORD
               END-IF
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       ACCUMULATE-AUDIT-RECORD.
           IF NOT AUD-REC-IS-DETAIL AND NOT AUD-REC-IS-ADJUSTMENT
             AND NOT AUD-REC-IS-REVERSAL AND NOT AUD-REC-IS-SUMMARY
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-RUN-ID-DATE-X TO WS-CHECK-DATE-X.
           PERFORM TEST-DATE-IN-RANGE.
           IF NOT WS-IN-RANGE
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-RUN-ID TO WS-FIND-RUN-ID.
           PERFORM FIND-RUN-ENTRY.
           IF WS-RUN-FOUND-IDX = 0
               PERFORM ADD-RUN-ENTRY
           END-IF.
           MOVE "Y" TO WS-RUN-AUDIT-SW (WS-RUN-FOUND-IDX).
           IF AUD-REC-IS-SUMMARY
               EXIT PARAGRAPH
           END-IF.
           MOVE AUD-GROUP-KEY TO WS-FIND-GROUP-KEY.
           IF WS-LINK-COUNT > 0
               PERFORM APPLY-GROUP-SUCCESSOR
           END-IF.
           PERFORM FIND-GROUP-ENTRY.
           IF WS-GRP-FOUND-IDX = 0
               PERFORM ADD-GROUP-ENTRY
           END-IF.
           MOVE "Y" TO WS-GRP-AUDIT-SW (WS-GRP-FOUND-IDX).
           IF AUD-REC-IS-REVERSAL
               SUBTRACT 1 FROM WS-RUN-AUD-CNT (WS-RUN-FOUND-IDX)
               SUBTRACT 1 FROM WS-GRP-AUD-CNT (WS-GRP-FOUND-IDX)
               ADD 1 TO WS-RUN-REV-CNT (WS-RUN-FOUND-IDX)
           ELSE
               ADD 1 TO WS-RUN-AUD-CNT (WS-RUN-FOUND-IDX)
               ADD 1 TO WS-GRP-AUD-CNT (WS-GRP-FOUND-IDX)
           END-IF.
           ADD AUD-VALUE TO WS-RUN-AUD-TOT (WS-RUN-FOUND-IDX).
           ADD AUD-VALUE TO WS-GRP-AUD-TOT (WS-GRP-FOUND-IDX).

       LOAD-GROUP-SUCCESSORS.
           MOVE 0 TO WS-LINK-COUNT.
           OPEN INPUT GROUP-REFERENCE-FILE.
           IF NOT WS-REF-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-REFERENCE
               READ GROUP-REFERENCE-FILE
                   AT END
                       SET END-OF-REFERENCE TO TRUE
               END-READ
               IF NOT END-OF-REFERENCE
                 AND REF-GROUP-KEY NOT = SPACES
                 AND REF-SUCCESSOR-KEY NOT = SPACES
                 AND WS-LINK-COUNT < WS-LINK-MAX
                   ADD 1 TO WS-LINK-COUNT
                   MOVE REF-GROUP-KEY TO WS-LINK-OLD-KEY (WS-LINK-COUNT)
                   MOVE REF-SUCCESSOR-KEY TO
                       WS-LINK-NEW-KEY (WS-LINK-COUNT)
               END-IF
           END-PERFORM.
           CLOSE GROUP-REFERENCE-FILE.

       APPLY-GROUP-SUCCESSOR.
           MOVE 0 TO WS-LINK-HOPS.
           SET WS-LINK-MOVED TO TRUE.
           PERFORM UNTIL NOT WS-LINK-MOVED OR WS-LINK-HOPS >= 10
               MOVE "N" TO WS-LINK-MOVED-SW
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                       UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   IF WS-LINK-OLD-KEY (WS-LINK-IDX) = WS-FIND-GROUP-KEY
                       MOVE WS-LINK-NEW-KEY (WS-LINK-IDX) TO
                           WS-FIND-GROUP-KEY
                       SET WS-LINK-MOVED TO TRUE
                       ADD 1 TO WS-LINK-HOPS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-RUN-ENTRY.
           MOVE 0 TO WS-RUN-FOUND-IDX.
           IF WS-RUN-LAST-IDX > 0
             AND WS-RUN-ID (WS-RUN-LAST-IDX) = WS-FIND-RUN-ID
               MOVE WS-RUN-LAST-IDX TO WS-RUN-FOUND-IDX
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-ID (WS-RUN-IDX) = WS-FIND-RUN-ID
                   MOVE WS-RUN-IDX TO WS-RUN-FOUND-IDX
                   MOVE WS-RUN-IDX TO WS-RUN-LAST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-RUN-ENTRY.
           IF WS-RUN-COUNT >= WS-RUN-MAX
               DISPLAY "AUDIT-RECONCILE: RUN TABLE FULL - RUN "
                   "TERMINATED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-RUN-COUNT TO WS-RUN-FOUND-IDX.
           MOVE WS-RUN-COUNT TO WS-RUN-LAST-IDX.
           MOVE WS-FIND-RUN-ID TO WS-RUN-ID (WS-RUN-COUNT).
           MOVE "N" TO WS-RUN-AUDIT-SW (WS-RUN-COUNT).
           MOVE "N" TO WS-RUN-HIST-SW (WS-RUN-COUNT).
           MOVE "N" TO WS-RUN-ARCH-SW (WS-RUN-COUNT).
           MOVE 0 TO WS-RUN-AUD-CNT (WS-RUN-COUNT).
           MOVE 0 TO WS-RUN-AUD-TOT (WS-RUN-COUNT).
           MOVE 0 TO WS-RUN-REV-CNT (WS-RUN-COUNT).
           MOVE 0 TO WS-RUN-GRP-EXC (WS-RUN-COUNT).

       FIND-GROUP-ENTRY.
           MOVE 0 TO WS-GRP-FOUND-IDX.
           IF WS-GRP-LAST-IDX > 0
             AND WS-GRP-RUN-IDX (WS-GRP-LAST-IDX) = WS-RUN-FOUND-IDX
             AND WS-GRP-KEY (WS-GRP-LAST-IDX) = WS-FIND-GROUP-KEY
               MOVE WS-GRP-LAST-IDX TO WS-GRP-FOUND-IDX
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-RUN-IDX (WS-GRP-IDX) = WS-RUN-FOUND-IDX
                 AND WS-GRP-KEY (WS-GRP-IDX) = WS-FIND-GROUP-KEY
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
                   MOVE WS-GRP-IDX TO WS-GRP-LAST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-GROUP-ENTRY.
           IF WS-GRP-COUNT >= WS-GRP-MAX
               DISPLAY "AUDIT-RECONCILE: GROUP TABLE FULL - RUN "
                   "TERMINATED"
               STOP RUN
           END-IF.
           ADD 1 TO WS-GRP-COUNT.
           MOVE WS-GRP-COUNT TO WS-GRP-FOUND-IDX.
           MOVE WS-GRP-COUNT TO WS-GRP-LAST-IDX.
           MOVE WS-RUN-FOUND-IDX TO WS-GRP-RUN-IDX (WS-GRP-COUNT).
           MOVE WS-FIND-GROUP-KEY TO WS-GRP-KEY (WS-GRP-COUNT).
           MOVE "N" TO WS-GRP-AUDIT-SW (WS-GRP-COUNT).
           MOVE "N" TO WS-GRP-HIST-SW (WS-GRP-COUNT).
           MOVE SPACE TO WS-GRP-STATUS (WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-AUD-CNT (WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-AUD-TOT (WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-HIST-CNT (WS-GRP-COUNT).
           MOVE 0 TO WS-GRP-HIST-TOT (WS-GRP-COUNT).

       LOAD-GROUP-HISTORY.
           OPEN INPUT GROUP-HISTORY-FILE.
           IF WS-GRPHIST-NOT-FOUND
               DISPLAY "AUDIT-RECONCILE: GRPHIST NOT FOUND - GROUP "
                   "TOTALS NOT RECONCILED"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-GRPHIST-OK
               DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN GRPHIST "
                   "- STATUS " WS-GRPHIST-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-GROUP-HISTORY
               READ GROUP-HISTORY-FILE
                   AT END
                       SET END-OF-GROUP-HISTORY TO TRUE
               END-READ
               IF NOT END-OF-GROUP-HISTORY
                   ADD 1 TO WS-RECORDS-READ
                   MOVE GRPH-RUN-DATE TO WS-CHECK-DATE
                   PERFORM TEST-DATE-IN-RANGE
                   IF WS-IN-RANGE
                       PERFORM STORE-GROUP-HISTORY-ROW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GROUP-HISTORY-FILE.

       STORE-GROUP-HISTORY-ROW.
           MOVE GRPH-RUN-ID TO WS-FIND-RUN-ID.
           PERFORM FIND-RUN-ENTRY.
           IF WS-RUN-FOUND-IDX = 0
               PERFORM ADD-RUN-ENTRY
           END-IF.
           MOVE GRPH-GROUP-KEY TO WS-FIND-GROUP-KEY.
           PERFORM FIND-GROUP-ENTRY.
           IF WS-GRP-FOUND-IDX = 0
               PERFORM ADD-GROUP-ENTRY
           END-IF.
           MOVE "Y" TO WS-GRP-HIST-SW (WS-GRP-FOUND-IDX).
           MOVE GRPH-COUNT TO WS-GRP-HIST-CNT (WS-GRP-FOUND-IDX).
           MOVE GRPH-TOTAL TO WS-GRP-HIST-TOT (WS-GRP-FOUND-IDX).

       MARK-HISTORY-RUNS.
           MOVE "N" TO WS-HISTORY-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-HISTORY-OK
               DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN HISTFILE "
                   "- STATUS " WS-HISTORY-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE
                   AT END
                       SET END-OF-HISTORY TO TRUE
               END-READ
               IF NOT END-OF-HISTORY
                   ADD 1 TO WS-RECORDS-READ
                   MOVE HIST-RUN-DATE TO WS-CHECK-DATE
                   PERFORM TEST-DATE-IN-RANGE
                   IF WS-IN-RANGE
                       MOVE HIST-RUN-ID TO WS-FIND-RUN-ID
                       PERFORM FIND-RUN-ENTRY
                       IF WS-RUN-FOUND-IDX > 0
                           MOVE "Y" TO
                               WS-RUN-HIST-SW (WS-RUN-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.

       EVALUATE-GROUP-ENTRIES.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               MOVE WS-GRP-RUN-IDX (WS-GRP-IDX) TO WS-RUN-IDX
               PERFORM EVALUATE-ONE-GROUP
               IF NOT WS-GRP-AGREES (WS-GRP-IDX)
                   ADD 1 TO WS-GROUPS-OUT
                   ADD 1 TO WS-RUN-GRP-EXC (WS-RUN-IDX)
               END-IF
           END-PERFORM.

       EVALUATE-ONE-GROUP.
           EVALUATE TRUE
               WHEN WS-GRP-ON-GRPHIST (WS-GRP-IDX)
                 AND WS-GRP-HAS-AUDIT (WS-GRP-IDX)
                   ADD 1 TO WS-GROUPS-CHECKED
                   IF WS-GRP-HIST-CNT (WS-GRP-IDX) NOT =
                       WS-GRP-AUD-CNT (WS-GRP-IDX)
                     OR WS-GRP-HIST-TOT (WS-GRP-IDX) NOT =
                       WS-GRP-AUD-TOT (WS-GRP-IDX)
                       SET WS-GRP-MISMATCH (WS-GRP-IDX) TO TRUE
                   END-IF
               WHEN WS-GRP-ON-GRPHIST (WS-GRP-IDX)
                   ADD 1 TO WS-GROUPS-CHECKED
                   IF WS-RUN-HAS-AUDIT (WS-RUN-IDX)
                       SET WS-GRP-NO-DETAIL (WS-GRP-IDX) TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-RUN-ON-HISTORY (WS-RUN-IDX)
                     AND (WS-GRP-AUD-CNT (WS-GRP-IDX) NOT = 0
                       OR WS-GRP-AUD-TOT (WS-GRP-IDX) NOT = 0)
                       SET WS-GRP-NOT-ON-GRPHIST (WS-GRP-IDX) TO TRUE
                   END-IF
           END-EVALUATE.

       CHECK-PURGED-HISTORY.
           PERFORM VARYING WS-PURGE-IDX FROM 1 BY 1
                   UNTIL WS-PURGE-IDX > WS-RUN-COUNT
               IF WS-RUN-HAS-AUDIT (WS-PURGE-IDX)
                 AND NOT WS-RUN-ON-HISTORY (WS-PURGE-IDX)
                 AND WS-RUN-ARCH-UNCHECKED (WS-PURGE-IDX)
                   MOVE WS-RUN-ID (WS-PURGE-IDX) (1:4)
                       TO WS-ARCHIVE-YEAR
                   PERFORM SCAN-HISTORY-ARCHIVE
               END-IF
           END-PERFORM.

       SCAN-HISTORY-ARCHIVE.
           PERFORM VARYING WS-RUN-FOUND-IDX FROM WS-PURGE-IDX BY 1
                   UNTIL WS-RUN-FOUND-IDX > WS-RUN-COUNT
               IF WS-RUN-ID (WS-RUN-FOUND-IDX) (1:4) = WS-ARCHIVE-YEAR
                 AND WS-RUN-ARCH-UNCHECKED (WS-RUN-FOUND-IDX)
                   MOVE "C" TO WS-RUN-ARCH-SW (WS-RUN-FOUND-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "HISTARCH." WS-ARCHIVE-YEAR
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           MOVE "N" TO WS-ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ARCHIVE-OK
               DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN "
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
                   MOVE HARC-RUN-ID TO WS-FIND-RUN-ID
                   PERFORM FIND-RUN-ENTRY
                   IF WS-RUN-FOUND-IDX > 0
                     AND NOT WS-RUN-ON-HISTORY (WS-RUN-FOUND-IDX)
                       SET WS-RUN-HIST-PURGED (WS-RUN-FOUND-IDX)
                           TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       OPEN-RECON-REPORT.
           OPEN OUTPUT RECON-PRINT-FILE.
           IF NOT WS-RECON-OK
               DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN RECRPT "
                   "- STATUS " WS-RECON-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           MOVE WS-FROM-DATE TO REC-HDR-FROM.
           MOVE WS-TO-DATE TO REC-HDR-TO.
           WRITE RECON-LINE FROM WS-REC-HEADER-1.
           INITIALIZE WS-REC-DATE-LINE.
           MOVE WS-BUSINESS-DATE TO REC-HDR-BUS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO REC-HDR-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO REC-HDR-CLOCK-TIME.
           WRITE RECON-LINE FROM WS-REC-DATE-LINE.
           ADD 2 TO WS-LINES-WRITTEN.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           WRITE RECON-LINE FROM WS-REC-SECTION-LINE.
           MOVE SPACES TO RECON-LINE.
           WRITE RECON-LINE.
           ADD 3 TO WS-LINES-WRITTEN.

       WRITE-RUN-SECTION.
           MOVE "RUNS ON HISTORY MASTER" TO REC-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE RECON-LINE FROM WS-REC-RUN-COLUMNS.
           ADD 1 TO WS-LINES-WRITTEN.
           MOVE "N" TO WS-HISTORY-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               MOVE "HISTFILE NOT FOUND - NO RUNS TO RECONCILE"
                   TO REC-NONE-TEXT
               WRITE RECON-LINE FROM WS-REC-NONE-LINE
               ADD 1 TO WS-LINES-WRITTEN
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-HISTORY-OK
               DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN HISTFILE "
                   "- STATUS " WS-HISTORY-STATUS " - RUN TERMINATED"
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-HISTORY
               READ HISTORY-FILE
                   AT END
                       SET END-OF-HISTORY TO TRUE
               END-READ
               IF NOT END-OF-HISTORY
                   MOVE HIST-RUN-DATE TO WS-CHECK-DATE
                   PERFORM TEST-DATE-IN-RANGE
                   IF WS-IN-RANGE
                       PERFORM WRITE-ONE-HISTORY-RUN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF WS-RUNS-CHECKED = 0
               MOVE "NO HISTORY RUNS IN DATE RANGE" TO REC-NONE-TEXT
               WRITE RECON-LINE FROM WS-REC-NONE-LINE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF.

       WRITE-ONE-HISTORY-RUN.
           ADD 1 TO WS-RUNS-CHECKED.
           INITIALIZE WS-REC-RUN-LINE.
           MOVE HIST-RUN-ID TO REC-RUN-ID.
           MOVE HIST-INPUT-COUNT TO REC-RUN-HIST-CNT.
           MOVE HIST-TOTAL TO REC-RUN-HIST-TOT.
           MOVE HIST-RUN-ID TO WS-FIND-RUN-ID.
           PERFORM FIND-RUN-ENTRY.
           IF WS-RUN-FOUND-IDX = 0
               MOVE 0 TO REC-RUN-AUD-CNT
               MOVE 0 TO REC-RUN-AUD-TOT
               MOVE "NO AUDIT TRAIL" TO REC-RUN-STATUS
               ADD 1 TO WS-RUNS-NO-TRAIL
           ELSE
               MOVE WS-RUN-AUD-CNT (WS-RUN-FOUND-IDX)
                   TO REC-RUN-AUD-CNT
               MOVE WS-RUN-AUD-TOT (WS-RUN-FOUND-IDX)
                   TO REC-RUN-AUD-TOT
               EVALUATE TRUE
                   WHEN NOT WS-RUN-HAS-AUDIT (WS-RUN-FOUND-IDX)
                       MOVE "NO AUDIT TRAIL" TO REC-RUN-STATUS
                       ADD 1 TO WS-RUNS-NO-TRAIL
                   WHEN HIST-INPUT-COUNT NOT =
                       WS-RUN-AUD-CNT (WS-RUN-FOUND-IDX)
                     OR HIST-TOTAL NOT =
                       WS-RUN-AUD-TOT (WS-RUN-FOUND-IDX)
                       MOVE "OUT OF AGREEMENT" TO REC-RUN-STATUS
                       ADD 1 TO WS-RUNS-OUT
                   WHEN WS-RUN-GRP-EXC (WS-RUN-FOUND-IDX) > 0
                       MOVE "GROUP EXCEPTIONS" TO REC-RUN-STATUS
                       ADD 1 TO WS-RUNS-OUT
                   WHEN OTHER
                       MOVE "AGREES" TO REC-RUN-STATUS
                       ADD 1 TO WS-RUNS-AGREE
               END-EVALUATE
           END-IF.
           WRITE RECON-LINE FROM WS-REC-RUN-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-GROUP-SECTION.
           MOVE "GROUPS OUT OF AGREEMENT WITH GRPHIST"
               TO REC-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           IF WS-GROUPS-OUT = 0
               MOVE "NONE" TO REC-NONE-TEXT
               WRITE RECON-LINE FROM WS-REC-NONE-LINE
               ADD 1 TO WS-LINES-WRITTEN
               EXIT PARAGRAPH
           END-IF.
           WRITE RECON-LINE FROM WS-REC-GROUP-COLUMNS.
           ADD 1 TO WS-LINES-WRITTEN.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF NOT WS-GRP-AGREES (WS-GRP-IDX)
                   PERFORM WRITE-ONE-GROUP-EXCEPTION
               END-IF
           END-PERFORM.

       WRITE-ONE-GROUP-EXCEPTION.
           MOVE WS-GRP-RUN-IDX (WS-GRP-IDX) TO WS-RUN-IDX.
           INITIALIZE WS-REC-GROUP-LINE.
           MOVE WS-RUN-ID (WS-RUN-IDX) TO REC-GRP-RUN-ID.
           MOVE WS-GRP-KEY (WS-GRP-IDX) TO REC-GRP-KEY.
           MOVE WS-GRP-HIST-CNT (WS-GRP-IDX) TO REC-GRP-HIST-CNT.
           MOVE WS-GRP-AUD-CNT (WS-GRP-IDX) TO REC-GRP-AUD-CNT.
           MOVE WS-GRP-HIST-TOT (WS-GRP-IDX) TO REC-GRP-HIST-TOT.
           MOVE WS-GRP-AUD-TOT (WS-GRP-IDX) TO REC-GRP-AUD-TOT.
           EVALUATE TRUE
               WHEN WS-GRP-MISMATCH (WS-GRP-IDX)
                   MOVE "MISMATCH" TO REC-GRP-STATUS
               WHEN WS-GRP-NO-DETAIL (WS-GRP-IDX)
                   MOVE "NO AUDIT DETAIL" TO REC-GRP-STATUS
               WHEN WS-GRP-NOT-ON-GRPHIST (WS-GRP-IDX)
                   MOVE "NOT ON GRPHIST" TO REC-GRP-STATUS
           END-EVALUATE.
           WRITE RECON-LINE FROM WS-REC-GROUP-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-ORPHAN-SECTION.
           MOVE "AUDIT TRAILS AND GROUP ROWS WITH NO HISTORY RECORD"
               TO REC-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           WRITE RECON-LINE FROM WS-REC-RUN-COLUMNS.
           ADD 1 TO WS-LINES-WRITTEN.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF NOT WS-RUN-ON-HISTORY (WS-RUN-IDX)
                   PERFORM WRITE-ONE-ORPHAN
               END-IF
           END-PERFORM.
           IF WS-TRAILS-NO-HIST + WS-TRAILS-BACKED-OUT
               + WS-TRAILS-PURGED + WS-ORPHAN-COUNT = 0
               MOVE "NONE" TO REC-NONE-TEXT
               WRITE RECON-LINE FROM WS-REC-NONE-LINE
               ADD 1 TO WS-LINES-WRITTEN
           END-IF.

       WRITE-ONE-ORPHAN.
           INITIALIZE WS-REC-RUN-LINE.
           MOVE WS-RUN-ID (WS-RUN-IDX) TO REC-RUN-ID.
           MOVE 0 TO REC-RUN-HIST-CNT.
           MOVE 0 TO REC-RUN-HIST-TOT.
           MOVE WS-RUN-AUD-CNT (WS-RUN-IDX) TO REC-RUN-AUD-CNT.
           MOVE WS-RUN-AUD-TOT (WS-RUN-IDX) TO REC-RUN-AUD-TOT.
           EVALUATE TRUE
               WHEN NOT WS-RUN-HAS-AUDIT (WS-RUN-IDX)
                   MOVE "GRPHIST ROWS ONLY" TO REC-RUN-STATUS
                   ADD 1 TO WS-ORPHAN-COUNT
               WHEN WS-RUN-REV-CNT (WS-RUN-IDX) > 0
                 AND WS-RUN-AUD-CNT (WS-RUN-IDX) = 0
                 AND WS-RUN-AUD-TOT (WS-RUN-IDX) = 0
                   MOVE "BACKED OUT" TO REC-RUN-STATUS
                   ADD 1 TO WS-TRAILS-BACKED-OUT
               WHEN WS-RUN-HIST-PURGED (WS-RUN-IDX)
                   MOVE "HISTORY PURGED" TO REC-RUN-STATUS
                   ADD 1 TO WS-TRAILS-PURGED
               WHEN OTHER
                   MOVE "NO HISTORY RECORD" TO REC-RUN-STATUS
                   ADD 1 TO WS-TRAILS-NO-HIST
           END-EVALUATE.
           WRITE RECON-LINE FROM WS-REC-RUN-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-RECON-TOTALS.
           MOVE "RECONCILIATION TOTALS" TO REC-SECTION-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           MOVE "HISTORY RUNS CHECKED:" TO REC-CNT-LABEL.
           MOVE WS-RUNS-CHECKED TO REC-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RUNS IN AGREEMENT:" TO REC-CNT-LABEL.
           MOVE WS-RUNS-AGREE TO REC-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RUNS OUT OF AGREEMENT:" TO REC-CNT-LABEL.
           MOVE WS-RUNS-OUT TO REC-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RUNS WITH NO AUDIT TRAIL:" TO REC-CNT-LABEL.
           MOVE WS-RUNS-NO-TRAIL TO REC-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "GROUP ROWS CHECKED:" TO REC-CNT-LABEL.
           MOVE WS-GROUPS-CHECKED TO REC-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "GROUPS OUT OF AGREEMENT:" TO REC-CNT-LABEL.
           MOVE WS-GROUPS-OUT TO REC-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "AUDIT TRAILS WITH NO HISTORY:" TO REC-CNT-LABEL.
           MOVE WS-TRAILS-NO-HIST TO REC-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "GRPHIST RUNS WITH NO HISTORY:" TO REC-CNT-LABEL.
           MOVE WS-ORPHAN-COUNT TO REC-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "BACKED-OUT TRAILS (NET ZERO):" TO REC-CNT-LABEL.
           MOVE WS-TRAILS-BACKED-OUT TO REC-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TRAILS WITH HISTORY PURGED:" TO REC-CNT-LABEL.
           MOVE WS-TRAILS-PURGED TO REC-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           WRITE RECON-LINE FROM WS-REC-COUNT-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-STAMP.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-NOT-FOUND
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF NOT WS-JOBLOG-OK
               DISPLAY "AUDIT-RECONCILE: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "AUDIT-RECONCILE" TO JLOG-PROGRAM.
           MOVE WS-JOB-START-STAMP (1:14) TO JLOG-RUN-ID.
           MOVE WS-JOB-START-STAMP TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           MOVE WS-RECORDS-READ TO JLOG-RECORDS-READ.
           MOVE WS-LINES-WRITTEN TO JLOG-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.
