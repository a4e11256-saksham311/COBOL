       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO "DISTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.

           SELECT SOURCE-REPORT-FILE ASSIGN USING WS-SOURCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT BUNDLE-FILE ASSIGN USING WS-BUNDLE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUNDLE-STATUS.

           SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-STATUS.

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
       FD  DISTRIBUTION-FILE
           RECORDING MODE IS F.
       01  DISTRIBUTION-RECORD.
           05 DIST-TYPE          PIC X(1).
               88 DIST-IS-RECIPIENT       VALUE "R".
               88 DIST-IS-SUBSCRIPTION    VALUE "S".
               88 DIST-IS-GROUP           VALUE "G".
           05 FILLER             PIC X(1).
           05 DIST-RECIPIENT     PIC X(8).
           05 FILLER             PIC X(1).
           05 DIST-DETAIL        PIC X(69).
           05 DIST-RECIPIENT-DETAIL REDEFINES DIST-DETAIL.
               10 DIST-NAME          PIC X(30).
               10 FILLER             PIC X(1).
               10 DIST-ACTIVE-SW     PIC X(1).
                   88 DIST-INACTIVE        VALUE "I".
               10 FILLER             PIC X(37).
           05 DIST-SUBSCRIPTION-DETAIL REDEFINES DIST-DETAIL.
               10 DIST-REPORT        PIC X(8).
                   88 DIST-REPORT-VALID    VALUE "PRTFILE"
                                                 "ALERTRPT"
                                                 "EXCFILE"
                                                 "REJFILE"
                                                 "TRENDRPT"
                                                 "MTHRPT".
               10 FILLER             PIC X(1).
               10 DIST-SCOPE         PIC X(1).
                   88 DIST-SCOPE-VALID     VALUE " " "G" "F".
               10 FILLER             PIC X(59).
           05 DIST-GROUP-DETAIL REDEFINES DIST-DETAIL.
               10 DIST-GROUP-KEY     PIC X(6).
               10 FILLER             PIC X(63).

       FD  SOURCE-REPORT-FILE
           RECORDING MODE IS F.
       01  SOURCE-LINE           PIC X(80).

       FD  BUNDLE-FILE
           RECORDING MODE IS F.
       01  BUNDLE-LINE           PIC X(80).

       FD  DIST-LOG-FILE
           RECORDING MODE IS F.
       01  DIST-LOG-RECORD.
           05 DLOG-BUSINESS-DATE PIC 9(8).
           05 DLOG-RUN-ID        PIC X(14).
           05 DLOG-RECIPIENT     PIC X(8).
           05 DLOG-REPORT        PIC X(8).
           05 DLOG-GROUP-KEY     PIC X(6).
           05 DLOG-SCOPE         PIC X(1).
           05 DLOG-SOURCE-RUN-ID PIC X(14).
           05 DLOG-LINES         PIC 9(6).
           05 DLOG-FLAGGED       PIC 9(6).
           05 DLOG-STATUS        PIC X(9).

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
       01  WS-JOB-START-STAMP   PIC X(21) VALUE SPACES.
       01  WS-JOB-END-STAMP     PIC X(21) VALUE SPACES.

       01  WS-DIST-STATUS       PIC X(2) VALUE "00".
           88 WS-DIST-OK               VALUE "00".
       01  WS-DIST-EOF-SW       PIC X(1) VALUE "N".
           88 END-OF-DISTRIBUTION     VALUE "Y".
       01  WS-DIST-RECORD-NUM   PIC 9(6) VALUE 0.
       01  WS-DIST-WARNING      PIC X(30) VALUE SPACES.

       01  WS-SOURCE-STATUS     PIC X(2) VALUE "00".
           88 WS-SOURCE-OK             VALUE "00".
           88 WS-SOURCE-NOT-FOUND      VALUE "35".
       01  WS-SOURCE-EOF-SW     PIC X(1) VALUE "N".
           88 END-OF-SOURCE-REPORT    VALUE "Y".
       01  WS-SOURCE-NAME       PIC X(20) VALUE SPACES.

       01  WS-BUNDLE-STATUS     PIC X(2) VALUE "00".
           88 WS-BUNDLE-OK             VALUE "00".
       01  WS-BUNDLE-NAME       PIC X(20) VALUE SPACES.

       01  WS-DISTLOG-STATUS    PIC X(2) VALUE "00".
           88 WS-DISTLOG-OK            VALUE "00".
           88 WS-DISTLOG-NOT-FOUND     VALUE "35".

       01  WS-RCP-MAX           PIC 9(3) VALUE 200.
       01  WS-RCP-COUNT         PIC 9(3) VALUE 0.
       01  WS-RCP-TABLE.
           05 WS-RCP-ENTRY OCCURS 200 TIMES.
               10 WS-RCP-ID          PIC X(8).
               10 WS-RCP-NAME        PIC X(30).
               10 WS-RCP-ACTIVE-SW   PIC X(1).
                   88 WS-RCP-ACTIVE        VALUE "Y".
       01  WS-RCP-IDX           PIC 9(3) VALUE 0.
       01  WS-RCP-FOUND-IDX     PIC 9(3) VALUE 0.
       01  WS-RCP-IDX-2         PIC 9(3) VALUE 0.
       01  WS-FIND-RECIPIENT    PIC X(8) VALUE SPACES.

       01  WS-SUB-MAX           PIC 9(4) VALUE 1200.
       01  WS-SUB-COUNT         PIC 9(4) VALUE 0.
       01  WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 1200 TIMES.
               10 WS-SUB-RECIPIENT   PIC X(8).
               10 WS-SUB-REPORT      PIC X(8).
               10 WS-SUB-SCOPE       PIC X(1).
       01  WS-SUB-IDX           PIC 9(4) VALUE 0.

       01  WS-OWN-MAX           PIC 9(4) VALUE 5000.
       01  WS-OWN-COUNT         PIC 9(4) VALUE 0.
       01  WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 5000 TIMES.
               10 WS-OWN-RECIPIENT   PIC X(8).
               10 WS-OWN-GROUP-KEY   PIC X(6).
       01  WS-OWN-IDX           PIC 9(4) VALUE 0.

       01  WS-MYG-MAX           PIC 9(3) VALUE 500.
       01  WS-MYG-COUNT         PIC 9(3) VALUE 0.
       01  WS-MYG-TABLE.
           05 WS-MYG-ENTRY OCCURS 500 TIMES.
               10 WS-MYG-GROUP-KEY   PIC X(6).
               10 WS-MYG-LINES       PIC 9(6).
               10 WS-MYG-FLAGGED     PIC 9(6).
       01  WS-MYG-IDX           PIC 9(3) VALUE 0.
       01  WS-MYG-FOUND-IDX     PIC 9(3) VALUE 0.

       01  WS-HDR-MAX           PIC 9(2) VALUE 10.
       01  WS-HDR-COUNT         PIC 9(2) VALUE 0.
       01  WS-HDR-TABLE.
           05 WS-HDR-LINE OCCURS 10 TIMES PIC X(80).
       01  WS-HDR-IDX           PIC 9(2) VALUE 0.

       01  WS-REPORT-NAME       PIC X(8) VALUE SPACES.
       01  WS-REPORT-SCOPE      PIC X(1) VALUE SPACES.
           88 WS-GROUP-SCOPE          VALUE "G".
           88 WS-FULL-SCOPE           VALUE "F".
       01  WS-REPORT-BUS-DATE   PIC 9(8) VALUE 0.
       01  WS-SOURCE-RUN-ID     PIC X(14) VALUE SPACES.
       01  WS-HEADER-SW         PIC X(1) VALUE "Y".
           88 WS-IN-REPORT-HEADER     VALUE "Y".
       01  WS-STALE-SW          PIC X(1) VALUE "N".
           88 WS-REPORT-STALE         VALUE "Y".
       01  WS-GROUP-SECTION-SW  PIC X(1) VALUE "N".
           88 WS-IN-GROUP-SECTION     VALUE "Y".
       01  WS-BLOCK-OWNED-SW    PIC X(1) VALUE "N".
           88 WS-BLOCK-OWNED          VALUE "Y".
       01  WS-LINE-KIND         PIC X(1) VALUE SPACES.
           88 WS-LINE-GROUP           VALUE "G".
           88 WS-LINE-CONTINUATION    VALUE "C".
           88 WS-LINE-SECTION         VALUE "S".
       01  WS-LINE-GROUP-KEY    PIC X(6) VALUE SPACES.
       01  WS-LINE-FLAGGED-SW   PIC X(1) VALUE "N".
           88 WS-LINE-FLAGGED         VALUE "Y".

       01  WS-RPT-LINES         PIC 9(6) VALUE 0.
       01  WS-RPT-GROUP-LINES   PIC 9(6) VALUE 0.
       01  WS-RPT-FLAGGED       PIC 9(6) VALUE 0.
       01  WS-RCP-FLAGGED       PIC 9(6) VALUE 0.
       01  WS-RCP-FLAG-REPORTS  PIC 9(2) VALUE 0.
       01  WS-RCP-FLAG-UNSENT   PIC 9(2) VALUE 0.
       01  WS-FLAG-REPORT-SW    PIC X(1) VALUE "N".
           88 WS-FLAG-REPORT          VALUE "Y".
       01  WS-RCP-SUBS          PIC 9(4) VALUE 0.
       01  WS-LOG-STATUS        PIC X(9) VALUE SPACES.

       01  WS-DIST-WARNINGS     PIC 9(6) VALUE 0.
       01  WS-SOURCE-LINES-READ PIC 9(6) VALUE 0.
       01  WS-BUNDLE-LINES      PIC 9(6) VALUE 0.
       01  WS-BUNDLES-WRITTEN   PIC 9(4) VALUE 0.
       01  WS-REPORTS-SENT      PIC 9(6) VALUE 0.
       01  WS-REPORTS-NOT-SENT  PIC 9(6) VALUE 0.
       01  WS-ALL-CLEAR-PAGES   PIC 9(4) VALUE 0.
       01  WS-NO-CLEAR-COUNT    PIC 9(4) VALUE 0.
       01  WS-LOG-RECORDS       PIC 9(6) VALUE 0.

       01  WS-BANNER-RULE       PIC X(80) VALUE ALL "=".

       01  WS-BANNER-TITLE-LINE.
           05 FILLER             PIC X(26)
               VALUE "REPORT DISTRIBUTION BUNDLE".
           05 FILLER             PIC X(54) VALUE SPACES.

       01  WS-BANNER-RECIPIENT-LINE.
           05 FILLER             PIC X(15) VALUE "RECIPIENT....: ".
           05 BNR-RECIPIENT      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BNR-NAME           PIC X(30).
           05 FILLER             PIC X(25) VALUE SPACES.

       01  WS-BANNER-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 BNR-BUS-DATE       PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 BNR-CLOCK-DATE     PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 BNR-CLOCK-TIME     PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-BANNER-REPORT-LINE.
           05 BNR-REPORT-LABEL   PIC X(15).
           05 BNR-REPORT         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BNR-SCOPE          PIC X(20).
           05 FILLER             PIC X(35) VALUE SPACES.

       01  WS-BANNER-GROUPS-LINE.
           05 BNR-GROUPS-LABEL   PIC X(15).
           05 BNR-GROUP-ENTRY OCCURS 9 TIMES.
               10 BNR-GROUP-KEY      PIC X(6).
               10 FILLER             PIC X(1).
           05 FILLER             PIC X(2).
       01  WS-BNR-GROUP-IDX     PIC 9(2) VALUE 0.

       01  WS-REPORT-TITLE-LINE.
           05 FILLER             PIC X(11) VALUE "*** REPORT ".
           05 RTL-REPORT         PIC X(8).
           05 FILLER             PIC X(3)  VALUE " - ".
           05 RTL-SCOPE          PIC X(20).
           05 FILLER             PIC X(38) VALUE SPACES.

       01  WS-BUNDLE-NOTE-LINE.
           05 FILLER             PIC X(4)  VALUE "*** ".
           05 BNL-TEXT           PIC X(60).
           05 FILLER             PIC X(16) VALUE SPACES.

       01  WS-ALL-CLEAR-LINE.
           05 FILLER             PIC X(12) VALUE "ALL CLEAR - ".
           05 ACL-TEXT           PIC X(60).
           05 FILLER             PIC X(8)  VALUE SPACES.

       01  WS-SCOPE-TEXT        PIC X(20) VALUE SPACES.
       01  WS-NOTE-DATE         PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-STAMP.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "REPORT-BURST: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM LOAD-DISTRIBUTION-MASTER.
           PERFORM OPEN-DISTRIBUTION-LOG.
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
               IF WS-RCP-ACTIVE (WS-RCP-IDX)
                   PERFORM BURST-ONE-RECIPIENT
               END-IF
           END-PERFORM.
           CLOSE DIST-LOG-FILE.

           DISPLAY "REPORT-BURST: BUNDLES WRITTEN....: "
               WS-BUNDLES-WRITTEN.
           DISPLAY "REPORT-BURST: REPORTS SENT.......: "
               WS-REPORTS-SENT.
           DISPLAY "REPORT-BURST: REPORTS NOT SENT...: "
               WS-REPORTS-NOT-SENT.
           DISPLAY "REPORT-BURST: ALL CLEAR PAGES....: "
               WS-ALL-CLEAR-PAGES.
           DISPLAY "REPORT-BURST: ALL CLEAR WITHHELD.: "
               WS-NO-CLEAR-COUNT.
           DISPLAY "REPORT-BURST: DISTLOG RECORDS....: "
               WS-LOG-RECORDS.
           IF WS-DIST-WARNINGS > 0
               DISPLAY "REPORT-BURST: " WS-DIST-WARNINGS
                   " DISTMST RECORD(S) IGNORED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "REPORT-BURST: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "REPORT-BURST: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "REPORT-BURST: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "REPORT-BURST"
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
                       DISPLAY "REPORT-BURST: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "REPORT-BURST: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "REPORT-BURST: PREDECESSOR TABLE FULL "
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
               DISPLAY "REPORT-BURST: UNABLE TO OPEN JOBLOG "
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
               DISPLAY "REPORT-BURST: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "REPORT-BURST" TO JLOG-PROGRAM.
           MOVE WS-JOB-START-STAMP (1:14) TO JLOG-RUN-ID.
           MOVE WS-JOB-START-STAMP TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           MOVE WS-SOURCE-LINES-READ TO JLOG-RECORDS-READ.
           MOVE WS-BUNDLE-LINES TO JLOG-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       LOAD-DISTRIBUTION-MASTER.
           OPEN INPUT DISTRIBUTION-FILE.
           IF NOT WS-DIST-OK
               DISPLAY "REPORT-BURST: UNABLE TO OPEN DISTMST "
                   "- STATUS " WS-DIST-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-DISTRIBUTION
               READ DISTRIBUTION-FILE
                   AT END
                       SET END-OF-DISTRIBUTION TO TRUE
               END-READ
               IF NOT END-OF-DISTRIBUTION
                   ADD 1 TO WS-DIST-RECORD-NUM
                   IF DISTRIBUTION-RECORD NOT = SPACES
                       PERFORM STORE-DISTRIBUTION-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DISTRIBUTION-FILE.
           IF WS-RCP-COUNT = 0
               DISPLAY "REPORT-BURST: DISTMST HAS NO RECIPIENTS "
                   "- RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               MOVE WS-SUB-RECIPIENT (WS-SUB-IDX) TO WS-FIND-RECIPIENT
               PERFORM FIND-RECIPIENT
               IF WS-RCP-FOUND-IDX = 0
                   DISPLAY "REPORT-BURST: DISTMST SUBSCRIPTION "
                       WS-SUB-REPORT (WS-SUB-IDX) " FOR UNKNOWN "
                       "RECIPIENT " WS-FIND-RECIPIENT " - IGNORED"
                   ADD 1 TO WS-DIST-WARNINGS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               MOVE WS-OWN-RECIPIENT (WS-OWN-IDX) TO WS-FIND-RECIPIENT
               PERFORM FIND-RECIPIENT
               IF WS-RCP-FOUND-IDX = 0
                   DISPLAY "REPORT-BURST: DISTMST GROUP "
                       WS-OWN-GROUP-KEY (WS-OWN-IDX) " FOR UNKNOWN "
                       "RECIPIENT " WS-FIND-RECIPIENT " - IGNORED"
                   ADD 1 TO WS-DIST-WARNINGS
               END-IF
           END-PERFORM.

       STORE-DISTRIBUTION-RECORD.
           MOVE SPACES TO WS-DIST-WARNING.
           EVALUATE TRUE
               WHEN DIST-RECIPIENT = SPACES
                   MOVE "NO RECIPIENT ID" TO WS-DIST-WARNING
               WHEN DIST-IS-RECIPIENT
                   PERFORM STORE-RECIPIENT
               WHEN DIST-IS-SUBSCRIPTION
                   PERFORM STORE-SUBSCRIPTION
               WHEN DIST-IS-GROUP
                   PERFORM STORE-OWNED-GROUP
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-DIST-WARNING
           END-EVALUATE.
           IF WS-DIST-WARNING NOT = SPACES
               DISPLAY "REPORT-BURST: DISTMST RECORD "
                   WS-DIST-RECORD-NUM " IGNORED - " WS-DIST-WARNING
               ADD 1 TO WS-DIST-WARNINGS
           END-IF.

       STORE-RECIPIENT.
           MOVE DIST-RECIPIENT TO WS-FIND-RECIPIENT.
           PERFORM FIND-RECIPIENT.
           IF WS-RCP-FOUND-IDX > 0
               MOVE "DUPLICATE RECIPIENT" TO WS-DIST-WARNING
               EXIT PARAGRAPH
           END-IF.
           IF WS-RCP-COUNT >= WS-RCP-MAX
               DISPLAY "REPORT-BURST: RECIPIENT TABLE FULL "
                   "- RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RCP-COUNT.
           MOVE DIST-RECIPIENT TO WS-RCP-ID (WS-RCP-COUNT).
           MOVE DIST-NAME TO WS-RCP-NAME (WS-RCP-COUNT).
           IF DIST-INACTIVE
               MOVE "N" TO WS-RCP-ACTIVE-SW (WS-RCP-COUNT)
           ELSE
               MOVE "Y" TO WS-RCP-ACTIVE-SW (WS-RCP-COUNT)
           END-IF.

       STORE-SUBSCRIPTION.
           IF NOT DIST-REPORT-VALID
               MOVE "UNKNOWN REPORT NAME" TO WS-DIST-WARNING
               EXIT PARAGRAPH
           END-IF.
           IF NOT DIST-SCOPE-VALID
               MOVE "SCOPE NOT G OR F" TO WS-DIST-WARNING
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SUB-RECIPIENT (WS-SUB-IDX) = DIST-RECIPIENT
                 AND WS-SUB-REPORT (WS-SUB-IDX) = DIST-REPORT
                   MOVE "DUPLICATE SUBSCRIPTION" TO WS-DIST-WARNING
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DIST-WARNING NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUB-COUNT >= WS-SUB-MAX
               DISPLAY "REPORT-BURST: SUBSCRIPTION TABLE FULL "
                   "- RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUB-COUNT.
           MOVE DIST-RECIPIENT TO WS-SUB-RECIPIENT (WS-SUB-COUNT).
           MOVE DIST-REPORT TO WS-SUB-REPORT (WS-SUB-COUNT).
           MOVE DIST-SCOPE TO WS-SUB-SCOPE (WS-SUB-COUNT).

       STORE-OWNED-GROUP.
           IF DIST-GROUP-KEY = SPACES
               MOVE "NO GROUP KEY" TO WS-DIST-WARNING
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-RECIPIENT (WS-OWN-IDX) = DIST-RECIPIENT
                 AND WS-OWN-GROUP-KEY (WS-OWN-IDX) = DIST-GROUP-KEY
                   MOVE "DUPLICATE GROUP" TO WS-DIST-WARNING
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DIST-WARNING NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-OWN-COUNT >= WS-OWN-MAX
               DISPLAY "REPORT-BURST: GROUP OWNER TABLE FULL "
                   "- RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OWN-COUNT.
           MOVE DIST-RECIPIENT TO WS-OWN-RECIPIENT (WS-OWN-COUNT).
           MOVE DIST-GROUP-KEY TO WS-OWN-GROUP-KEY (WS-OWN-COUNT).

       FIND-RECIPIENT.
           MOVE 0 TO WS-RCP-FOUND-IDX.
           PERFORM VARYING WS-RCP-IDX-2 FROM 1 BY 1
                   UNTIL WS-RCP-IDX-2 > WS-RCP-COUNT
               IF WS-RCP-ID (WS-RCP-IDX-2) = WS-FIND-RECIPIENT
                   MOVE WS-RCP-IDX-2 TO WS-RCP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-DISTRIBUTION-LOG.
           OPEN EXTEND DIST-LOG-FILE.
           IF WS-DISTLOG-NOT-FOUND
               OPEN OUTPUT DIST-LOG-FILE
           END-IF.
           IF NOT WS-DISTLOG-OK
               DISPLAY "REPORT-BURST: UNABLE TO OPEN DISTLOG "
                   "- STATUS " WS-DISTLOG-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       BURST-ONE-RECIPIENT.
           MOVE 0 TO WS-RCP-SUBS.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SUB-RECIPIENT (WS-SUB-IDX) = WS-RCP-ID (WS-RCP-IDX)
                   ADD 1 TO WS-RCP-SUBS
               END-IF
           END-PERFORM.
           IF WS-RCP-SUBS = 0
               DISPLAY "REPORT-BURST: RECIPIENT " WS-RCP-ID (WS-RCP-IDX)
                   " HAS NO REPORTS - NO BUNDLE WRITTEN"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-RECIPIENT-GROUPS.
           MOVE SPACES TO WS-BUNDLE-NAME.
           STRING "BURST." WS-RCP-ID (WS-RCP-IDX)
               DELIMITED BY SPACE INTO WS-BUNDLE-NAME.
           OPEN OUTPUT BUNDLE-FILE.
           IF NOT WS-BUNDLE-OK
               DISPLAY "REPORT-BURST: UNABLE TO OPEN " WS-BUNDLE-NAME
                   " - STATUS " WS-BUNDLE-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-BANNER-PAGE.
           MOVE 0 TO WS-RCP-FLAGGED.
           MOVE 0 TO WS-RCP-FLAG-REPORTS.
           MOVE 0 TO WS-RCP-FLAG-UNSENT.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SUB-RECIPIENT (WS-SUB-IDX) = WS-RCP-ID (WS-RCP-IDX)
                   PERFORM BURST-ONE-REPORT
               END-IF
           END-PERFORM.
           IF WS-RCP-FLAGGED = 0
               IF WS-RCP-FLAG-UNSENT > 0
                   PERFORM WITHHOLD-ALL-CLEAR-PAGE
               ELSE
                   IF WS-RCP-FLAG-REPORTS > 0
                       PERFORM WRITE-ALL-CLEAR-PAGE
                   END-IF
               END-IF
           END-IF.
           CLOSE BUNDLE-FILE.
           ADD 1 TO WS-BUNDLES-WRITTEN.

       LOAD-RECIPIENT-GROUPS.
           MOVE 0 TO WS-MYG-COUNT.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-RECIPIENT (WS-OWN-IDX) = WS-RCP-ID (WS-RCP-IDX)
                   IF WS-MYG-COUNT >= WS-MYG-MAX
                       DISPLAY "REPORT-BURST: RECIPIENT "
                           WS-RCP-ID (WS-RCP-IDX)
                           " OWNS TOO MANY GROUPS - RUN TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MYG-COUNT
                   MOVE WS-OWN-GROUP-KEY (WS-OWN-IDX)
                       TO WS-MYG-GROUP-KEY (WS-MYG-COUNT)
               END-IF
           END-PERFORM.

       WRITE-BANNER-PAGE.
           MOVE WS-BANNER-RULE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE WS-BANNER-TITLE-LINE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE WS-RCP-ID (WS-RCP-IDX) TO BNR-RECIPIENT.
           MOVE WS-RCP-NAME (WS-RCP-IDX) TO BNR-NAME.
           MOVE WS-BANNER-RECIPIENT-LINE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE WS-BUSINESS-DATE TO BNR-BUS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO BNR-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO BNR-CLOCK-TIME.
           MOVE WS-BANNER-DATE-LINE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE "REPORTS......: " TO BNR-REPORT-LABEL.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF WS-SUB-RECIPIENT (WS-SUB-IDX) = WS-RCP-ID (WS-RCP-IDX)
                   PERFORM SET-REPORT-SCOPE
                   MOVE WS-REPORT-NAME TO BNR-REPORT
                   MOVE WS-SCOPE-TEXT TO BNR-SCOPE
                   MOVE WS-BANNER-REPORT-LINE TO BUNDLE-LINE
                   PERFORM WRITE-BUNDLE-LINE
                   MOVE SPACES TO BNR-REPORT-LABEL
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BANNER-GROUPS-LINE.
           MOVE "GROUPS OWNED.: " TO BNR-GROUPS-LABEL.
           IF WS-MYG-COUNT = 0
               MOVE "NONE" TO BNR-GROUP-KEY (1)
               MOVE WS-BANNER-GROUPS-LINE TO BUNDLE-LINE
               PERFORM WRITE-BUNDLE-LINE
           END-IF.
           MOVE 0 TO WS-BNR-GROUP-IDX.
           PERFORM VARYING WS-MYG-IDX FROM 1 BY 1
                   UNTIL WS-MYG-IDX > WS-MYG-COUNT
               ADD 1 TO WS-BNR-GROUP-IDX
               MOVE WS-MYG-GROUP-KEY (WS-MYG-IDX)
                   TO BNR-GROUP-KEY (WS-BNR-GROUP-IDX)
               IF WS-BNR-GROUP-IDX = 9 OR WS-MYG-IDX = WS-MYG-COUNT
                   MOVE WS-BANNER-GROUPS-LINE TO BUNDLE-LINE
                   PERFORM WRITE-BUNDLE-LINE
                   MOVE SPACES TO WS-BANNER-GROUPS-LINE
                   MOVE 0 TO WS-BNR-GROUP-IDX
               END-IF
           END-PERFORM.
           MOVE WS-BANNER-RULE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.

       SET-REPORT-SCOPE.
           MOVE WS-SUB-REPORT (WS-SUB-IDX) TO WS-REPORT-NAME.
           EVALUATE TRUE
               WHEN WS-REPORT-NAME = "REJFILE"
                 OR WS-REPORT-NAME = "MTHRPT"
                   MOVE "F" TO WS-REPORT-SCOPE
               WHEN WS-SUB-SCOPE (WS-SUB-IDX) NOT = SPACE
                   MOVE WS-SUB-SCOPE (WS-SUB-IDX) TO WS-REPORT-SCOPE
               WHEN WS-MYG-COUNT > 0
                   MOVE "G" TO WS-REPORT-SCOPE
               WHEN OTHER
                   MOVE "F" TO WS-REPORT-SCOPE
           END-EVALUATE.
           IF WS-GROUP-SCOPE
               MOVE "OWN GROUPS ONLY" TO WS-SCOPE-TEXT
           ELSE
               MOVE "FULL REPORT" TO WS-SCOPE-TEXT
           END-IF.

       BURST-ONE-REPORT.
           PERFORM SET-REPORT-SCOPE.
           IF WS-REPORT-NAME = "ALERTRPT"
             OR WS-REPORT-NAME = "EXCFILE"
               SET WS-FLAG-REPORT TO TRUE
           ELSE
               MOVE "N" TO WS-FLAG-REPORT-SW
           END-IF.
           MOVE 0 TO WS-RPT-LINES.
           MOVE 0 TO WS-RPT-GROUP-LINES.
           MOVE 0 TO WS-RPT-FLAGGED.
           MOVE 0 TO WS-REPORT-BUS-DATE.
           MOVE 0 TO WS-HDR-COUNT.
           MOVE SPACES TO WS-SOURCE-RUN-ID.
           MOVE "Y" TO WS-HEADER-SW.
           MOVE "N" TO WS-STALE-SW.
           MOVE "N" TO WS-GROUP-SECTION-SW.
           MOVE "N" TO WS-BLOCK-OWNED-SW.
           PERFORM VARYING WS-MYG-IDX FROM 1 BY 1
                   UNTIL WS-MYG-IDX > WS-MYG-COUNT
               MOVE 0 TO WS-MYG-LINES (WS-MYG-IDX)
               MOVE 0 TO WS-MYG-FLAGGED (WS-MYG-IDX)
           END-PERFORM.
           MOVE WS-REPORT-NAME TO RTL-REPORT.
           MOVE WS-SCOPE-TEXT TO RTL-SCOPE.
           MOVE WS-REPORT-TITLE-LINE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.

           MOVE WS-REPORT-NAME TO WS-SOURCE-NAME.
           OPEN INPUT SOURCE-REPORT-FILE.
           IF WS-SOURCE-NOT-FOUND
               MOVE SPACES TO BNL-TEXT
               STRING WS-REPORT-NAME DELIMITED BY SPACE
                   " WAS NOT PRODUCED - NOTHING TO SEND"
                       DELIMITED BY SIZE
                   INTO BNL-TEXT
               END-STRING
               PERFORM WRITE-REPORT-NOTE
               MOVE "NOT FOUND" TO WS-LOG-STATUS
               PERFORM LOG-REPORT-DELIVERY
               ADD 1 TO WS-REPORTS-NOT-SENT
               IF WS-FLAG-REPORT
                   ADD 1 TO WS-RCP-FLAG-UNSENT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SOURCE-OK
               DISPLAY "REPORT-BURST: UNABLE TO OPEN " WS-REPORT-NAME
                   " - STATUS " WS-SOURCE-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SOURCE-EOF-SW.
           PERFORM UNTIL END-OF-SOURCE-REPORT
               READ SOURCE-REPORT-FILE
                   AT END
                       SET END-OF-SOURCE-REPORT TO TRUE
               END-READ
               IF NOT END-OF-SOURCE-REPORT
                   ADD 1 TO WS-SOURCE-LINES-READ
                   IF WS-IN-REPORT-HEADER
                       ADD 1 TO WS-HDR-COUNT
                       MOVE SOURCE-LINE TO WS-HDR-LINE (WS-HDR-COUNT)
                       IF SOURCE-LINE = SPACES
                         OR WS-HDR-COUNT >= WS-HDR-MAX
                           PERFORM END-REPORT-HEADER
                       END-IF
                   ELSE
                       PERFORM ROUTE-REPORT-LINE
                   END-IF
                   IF WS-REPORT-STALE
                       SET END-OF-SOURCE-REPORT TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IN-REPORT-HEADER
               PERFORM END-REPORT-HEADER
           END-IF.
           CLOSE SOURCE-REPORT-FILE.
           IF WS-REPORT-STALE
               MOVE SPACES TO BNL-TEXT
               MOVE WS-REPORT-BUS-DATE TO WS-NOTE-DATE
               IF WS-NOTE-DATE = 0
                   STRING WS-REPORT-NAME DELIMITED BY SPACE
                       " NOT SENT - NO BUSINESS DATE IN ITS HEADER"
                           DELIMITED BY SIZE
                       INTO BNL-TEXT
                   END-STRING
               ELSE
                   STRING WS-REPORT-NAME DELIMITED BY SPACE
                       " NOT SENT - IT IS FOR BUSINESS DATE "
                           DELIMITED BY SIZE
                       WS-NOTE-DATE DELIMITED BY SIZE
                       INTO BNL-TEXT
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-NOTE
               MOVE "NOT CURR" TO WS-LOG-STATUS
               PERFORM LOG-REPORT-DELIVERY
               ADD 1 TO WS-REPORTS-NOT-SENT
               IF WS-FLAG-REPORT
                   ADD 1 TO WS-RCP-FLAG-UNSENT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-GROUP-SCOPE AND WS-RPT-GROUP-LINES = 0
               MOVE "NO LINES FOR YOUR GROUPS IN THIS REPORT"
                   TO BNL-TEXT
               PERFORM WRITE-REPORT-NOTE
           ELSE
               MOVE SPACES TO BUNDLE-LINE
               PERFORM WRITE-BUNDLE-LINE
           END-IF.
           ADD WS-RPT-FLAGGED TO WS-RCP-FLAGGED.
           MOVE "SENT" TO WS-LOG-STATUS.
           PERFORM LOG-REPORT-DELIVERY.
           ADD 1 TO WS-REPORTS-SENT.
           IF WS-FLAG-REPORT
               ADD 1 TO WS-RCP-FLAG-REPORTS
           END-IF.
           IF WS-GROUP-SCOPE
               PERFORM VARYING WS-MYG-IDX FROM 1 BY 1
                       UNTIL WS-MYG-IDX > WS-MYG-COUNT
                   IF WS-MYG-LINES (WS-MYG-IDX) > 0
                       PERFORM LOG-GROUP-DELIVERY
                   END-IF
               END-PERFORM
           END-IF.

       END-REPORT-HEADER.
           MOVE "N" TO WS-HEADER-SW.
           PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
                   UNTIL WS-HDR-IDX > WS-HDR-COUNT
               MOVE WS-HDR-LINE (WS-HDR-IDX) TO SOURCE-LINE
               EVALUATE TRUE
                   WHEN SOURCE-LINE (1:15) = "BUSINESS DATE: "
                     AND SOURCE-LINE (16:8) IS NUMERIC
                       MOVE SOURCE-LINE (16:8) TO WS-REPORT-BUS-DATE
                   WHEN SOURCE-LINE (27:8) = "RUN ID: "
                       MOVE SOURCE-LINE (35:14) TO WS-SOURCE-RUN-ID
                   WHEN SOURCE-LINE (1:14) = "REJECT LISTING"
                       MOVE SOURCE-LINE (27:14) TO WS-SOURCE-RUN-ID
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF WS-REPORT-BUS-DATE = 0
             AND WS-REPORT-NAME NOT = "REJFILE"
               SET WS-REPORT-STALE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-BUS-DATE > 0
             AND WS-REPORT-BUS-DATE NOT = WS-BUSINESS-DATE
               SET WS-REPORT-STALE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-HDR-IDX FROM 1 BY 1
                   UNTIL WS-HDR-IDX > WS-HDR-COUNT
               MOVE WS-HDR-LINE (WS-HDR-IDX) TO BUNDLE-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

       ROUTE-REPORT-LINE.
           PERFORM CLASSIFY-REPORT-LINE.
           IF WS-FULL-SCOPE
               MOVE SOURCE-LINE TO BUNDLE-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-LINE-FLAGGED
                   ADD 1 TO WS-RPT-FLAGGED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-LINE-SECTION
                   MOVE SOURCE-LINE TO BUNDLE-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-LINE-GROUP
                   PERFORM FIND-MY-GROUP
                   IF WS-MYG-FOUND-IDX > 0
                       SET WS-BLOCK-OWNED TO TRUE
                       MOVE SOURCE-LINE TO BUNDLE-LINE
                       PERFORM WRITE-REPORT-LINE
                       ADD 1 TO WS-RPT-GROUP-LINES
                       ADD 1 TO WS-MYG-LINES (WS-MYG-FOUND-IDX)
                       IF WS-LINE-FLAGGED
                           ADD 1 TO WS-RPT-FLAGGED
                           ADD 1 TO WS-MYG-FLAGGED (WS-MYG-FOUND-IDX)
                       END-IF
                   ELSE
                       MOVE "N" TO WS-BLOCK-OWNED-SW
                   END-IF
               WHEN WS-LINE-CONTINUATION
                   IF WS-BLOCK-OWNED
                       MOVE SOURCE-LINE TO BUNDLE-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLASSIFY-REPORT-LINE.
           MOVE SPACES TO WS-LINE-KIND.
           MOVE SPACES TO WS-LINE-GROUP-KEY.
           MOVE "N" TO WS-LINE-FLAGGED-SW.
           EVALUATE WS-REPORT-NAME
               WHEN "PRTFILE"
                   EVALUATE TRUE
                       WHEN SOURCE-LINE (1:7) = "GROUP: "
                         OR SOURCE-LINE (1:7) = "RECAP: "
                           MOVE "G" TO WS-LINE-KIND
                           MOVE SOURCE-LINE (8:6) TO WS-LINE-GROUP-KEY
                       WHEN SOURCE-LINE (1:11) = "GROUP RECAP"
                           MOVE "S" TO WS-LINE-KIND
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN "ALERTRPT"
                   IF SOURCE-LINE (1:9) = "ALR  GRP "
                       MOVE "G" TO WS-LINE-KIND
                       MOVE SOURCE-LINE (10:6) TO WS-LINE-GROUP-KEY
                       MOVE "Y" TO WS-LINE-FLAGGED-SW
                   END-IF
               WHEN "EXCFILE"
                   IF SOURCE-LINE (1:4) = "EXC "
                     AND SOURCE-LINE (11:5) = " GRP "
                       MOVE "G" TO WS-LINE-KIND
                       MOVE SOURCE-LINE (16:6) TO WS-LINE-GROUP-KEY
                       MOVE "Y" TO WS-LINE-FLAGGED-SW
                   END-IF
               WHEN "TRENDRPT"
                   EVALUATE TRUE
                       WHEN SOURCE-LINE (1:19) = "GROUP TREND SECTION"
                           MOVE "S" TO WS-LINE-KIND
                           SET WS-IN-GROUP-SECTION TO TRUE
                       WHEN NOT WS-IN-GROUP-SECTION
                           CONTINUE
                       WHEN SOURCE-LINE (1:6) = "GROUP "
                           MOVE "G" TO WS-LINE-KIND
                           MOVE SOURCE-LINE (7:6) TO WS-LINE-GROUP-KEY
                       WHEN OTHER
                           MOVE "C" TO WS-LINE-KIND
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-MY-GROUP.
           MOVE 0 TO WS-MYG-FOUND-IDX.
           PERFORM VARYING WS-MYG-IDX FROM 1 BY 1
                   UNTIL WS-MYG-IDX > WS-MYG-COUNT
               IF WS-MYG-GROUP-KEY (WS-MYG-IDX) = WS-LINE-GROUP-KEY
                   MOVE WS-MYG-IDX TO WS-MYG-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REPORT-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           ADD 1 TO WS-RPT-LINES.

       WRITE-REPORT-NOTE.
           MOVE WS-BUNDLE-NOTE-LINE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE SPACES TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.

       WRITE-BUNDLE-LINE.
           WRITE BUNDLE-LINE.
           ADD 1 TO WS-BUNDLE-LINES.

       WRITE-ALL-CLEAR-PAGE.
           MOVE WS-BANNER-RULE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           IF WS-MYG-COUNT > 0
               MOVE "NO ALERTS OR EXCEPTIONS FLAGGED FOR YOUR GROUPS"
                   TO ACL-TEXT
           ELSE
               MOVE "NO ALERTS OR EXCEPTIONS FLAGGED THIS RUN"
                   TO ACL-TEXT
           END-IF.
           MOVE WS-ALL-CLEAR-LINE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE WS-BANNER-DATE-LINE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE WS-BANNER-RULE TO BUNDLE-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE "ALLCLEAR" TO WS-REPORT-NAME.
           MOVE SPACES TO WS-REPORT-SCOPE.
           MOVE SPACES TO WS-SOURCE-RUN-ID.
           MOVE 0 TO WS-RPT-LINES.
           MOVE 0 TO WS-RPT-FLAGGED.
           MOVE "ALL CLEAR" TO WS-LOG-STATUS.
           PERFORM LOG-REPORT-DELIVERY.
           ADD 1 TO WS-ALL-CLEAR-PAGES.

       WITHHOLD-ALL-CLEAR-PAGE.
           MOVE SPACES TO BNL-TEXT.
           STRING "ALL CLEAR WITHHELD - " DELIMITED BY SIZE
               WS-RCP-FLAG-UNSENT DELIMITED BY SIZE
               " ALERT/EXCEPTION REPORT(S) NOT SENT"
                   DELIMITED BY SIZE
               INTO BNL-TEXT
           END-STRING.
           PERFORM WRITE-REPORT-NOTE.
           MOVE "ALLCLEAR" TO WS-REPORT-NAME.
           MOVE SPACES TO WS-REPORT-SCOPE.
           MOVE SPACES TO WS-SOURCE-RUN-ID.
           MOVE 0 TO WS-RPT-LINES.
           MOVE 0 TO WS-RPT-FLAGGED.
           MOVE "NOCLEAR" TO WS-LOG-STATUS.
           PERFORM LOG-REPORT-DELIVERY.
           ADD 1 TO WS-NO-CLEAR-COUNT.

       LOG-REPORT-DELIVERY.
           MOVE SPACES TO DIST-LOG-RECORD.
           MOVE WS-BUSINESS-DATE TO DLOG-BUSINESS-DATE.
           MOVE WS-JOB-START-STAMP (1:14) TO DLOG-RUN-ID.
           MOVE WS-RCP-ID (WS-RCP-IDX) TO DLOG-RECIPIENT.
           MOVE WS-REPORT-NAME TO DLOG-REPORT.
           MOVE WS-REPORT-SCOPE TO DLOG-SCOPE.
           MOVE WS-SOURCE-RUN-ID TO DLOG-SOURCE-RUN-ID.
           MOVE WS-RPT-LINES TO DLOG-LINES.
           MOVE WS-RPT-FLAGGED TO DLOG-FLAGGED.
           MOVE WS-LOG-STATUS TO DLOG-STATUS.
           PERFORM WRITE-DIST-LOG-RECORD.

       LOG-GROUP-DELIVERY.
           MOVE SPACES TO DIST-LOG-RECORD.
           MOVE WS-BUSINESS-DATE TO DLOG-BUSINESS-DATE.
           MOVE WS-JOB-START-STAMP (1:14) TO DLOG-RUN-ID.
           MOVE WS-RCP-ID (WS-RCP-IDX) TO DLOG-RECIPIENT.
           MOVE WS-REPORT-NAME TO DLOG-REPORT.
           MOVE WS-MYG-GROUP-KEY (WS-MYG-IDX) TO DLOG-GROUP-KEY.
           MOVE WS-REPORT-SCOPE TO DLOG-SCOPE.
           MOVE WS-SOURCE-RUN-ID TO DLOG-SOURCE-RUN-ID.
           MOVE WS-MYG-LINES (WS-MYG-IDX) TO DLOG-LINES.
           MOVE WS-MYG-FLAGGED (WS-MYG-IDX) TO DLOG-FLAGGED.
           MOVE "SENT" TO DLOG-STATUS.
           PERFORM WRITE-DIST-LOG-RECORD.

       WRITE-DIST-LOG-RECORD.
           WRITE DIST-LOG-RECORD.
           IF NOT WS-DISTLOG-OK
               DISPLAY "REPORT-BURST: UNABLE TO WRITE DISTLOG "
                   "- STATUS " WS-DISTLOG-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOG-RECORDS.
