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
       FD  INQUIRY-PARM-FILE
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

       01  WS-JOB-END-STAMP     PIC X(21) VALUE SPACES.
       01  WS-SCANNED-RECS      PIC 9(6) VALUE 0.

       01  WS-REF-STATUS        PIC X(2) VALUE "00".
           88 WS-REF-OK                VALUE "00".
           88 WS-REF-NOT-FOUND         VALUE "35".
       01  WS-REF-EOF-SW        PIC X(1) VALUE "N".
           88 END-OF-REFERENCE        VALUE "Y".

       01  WS-LINK-MAX          PIC 9(4) VALUE 1000.
       01  WS-LINK-COUNT        PIC 9(4) VALUE 0.
       01  WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 1000 TIMES.
               10 WS-LINK-OLD-KEY    PIC X(6).
               10 WS-LINK-NEW-KEY    PIC X(6).
       01  WS-LINK-IDX          PIC 9(4) VALUE 0.

       01  WS-RELATED-MAX       PIC 9(2) VALUE 10.
       01  WS-RELATED-COUNT     PIC 9(2) VALUE 0.
       01  WS-RELATED-TABLE.
           05 WS-RELATED-KEY OCCURS 10 TIMES PIC X(6).
       01  WS-RELATED-IDX       PIC 9(2) VALUE 0.
       01  WS-FIND-KEY          PIC X(6) VALUE SPACES.
       01  WS-KEY-FOUND-SW      PIC X(1) VALUE "N".
           88 WS-KEY-IN-SET           VALUE "Y".
       01  WS-OLD-IN-SET-SW     PIC X(1) VALUE "N".
       01  WS-NEW-IN-SET-SW     PIC X(1) VALUE "N".
       01  WS-SET-CHANGED-SW    PIC X(1) VALUE "N".
           88 WS-SET-CHANGED          VALUE "Y".

       01  WS-MATCH-COUNT       PIC 9(6) VALUE 0.
       01  WS-MATCH-SW          PIC X(1) VALUE "N".
           88 WS-RECORD-MATCHES       VALUE "Y".
               VALUE "AUDIT INQUIRY LISTING".
           05 FILLER             PIC X(59) VALUE SPACES.

       01  WS-INQ-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 INQ-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 INQ-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 INQ-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-INQ-CRIT-LINE-1.
           05 FILLER             PIC X(9)  VALUE "RUN ID.: ".
           05 INQ-CRIT-RUN-ID    PIC X(14).
           05 INQ-CRIT-GROUP     PIC X(6).
           05 FILLER             PIC X(42) VALUE SPACES.

       01  WS-INQ-RELATED-LINE.
           05 FILLER             PIC X(9)  VALUE "ALSO...: ".
           05 INQ-REL-ENTRY OCCURS 10 TIMES.
               10 INQ-REL-KEY        PIC X(6).
               10 FILLER             PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.

       01  WS-INQ-CRIT-LINE-2.
           05 FILLER             PIC X(9)  VALUE "FROM...: ".
           05 INQ-CRIT-FROM      PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-STAMP.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "AUDIT-INQUIRY: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-INQUIRY-PARAMETER.
           PERFORM LOAD-RELATED-GROUP-KEYS.
           PERFORM OPEN-INQUIRY-REPORT.
           PERFORM SCAN-AUDIT-LOG.
           IF WS-INQ-FROM-DATE > 0 OR WS-INQ-TO-DATE > 0
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "AUDIT-INQUIRY: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "AUDIT-INQUIRY: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "AUDIT-INQUIRY: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "AUDIT-INQUIRY"
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
                       DISPLAY "AUDIT-INQUIRY: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "AUDIT-INQUIRY: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "AUDIT-INQUIRY: PREDECESSOR TABLE FULL "
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
               DISPLAY "AUDIT-INQUIRY: UNABLE TO OPEN JOBLOG "
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
           MOVE WS-SCANNED-RECS TO JLOG-RECORDS-READ.
           MOVE WS-MATCH-COUNT TO JLOG-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

           END-IF.
           CLOSE INQUIRY-PARM-FILE.

       LOAD-RELATED-GROUP-KEYS.
           MOVE 0 TO WS-RELATED-COUNT.
           IF WS-INQ-GROUP-KEY = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-RELATED-COUNT.
           MOVE WS-INQ-GROUP-KEY TO WS-RELATED-KEY (1).
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
           SET WS-SET-CHANGED TO TRUE.
           PERFORM UNTIL NOT WS-SET-CHANGED
               MOVE "N" TO WS-SET-CHANGED-SW
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                       UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   PERFORM EXTEND-RELATED-KEYS
               END-PERFORM
           END-PERFORM.

       EXTEND-RELATED-KEYS.
           MOVE WS-LINK-OLD-KEY (WS-LINK-IDX) TO WS-FIND-KEY.
           PERFORM FIND-RELATED-KEY.
           MOVE WS-KEY-FOUND-SW TO WS-OLD-IN-SET-SW.
           MOVE WS-LINK-NEW-KEY (WS-LINK-IDX) TO WS-FIND-KEY.
           PERFORM FIND-RELATED-KEY.
           MOVE WS-KEY-FOUND-SW TO WS-NEW-IN-SET-SW.
           IF WS-OLD-IN-SET-SW = WS-NEW-IN-SET-SW
               EXIT PARAGRAPH
           END-IF.
           IF WS-RELATED-COUNT >= WS-RELATED-MAX
               DISPLAY "AUDIT-INQUIRY: MORE THAN " WS-RELATED-MAX
                   " RELATED GROUP KEYS - REMAINDER IGNORED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RELATED-COUNT.
           IF WS-OLD-IN-SET-SW = "Y"
               MOVE WS-LINK-NEW-KEY (WS-LINK-IDX) TO
                   WS-RELATED-KEY (WS-RELATED-COUNT)
           ELSE
               MOVE WS-LINK-OLD-KEY (WS-LINK-IDX) TO
                   WS-RELATED-KEY (WS-RELATED-COUNT)
           END-IF.
           SET WS-SET-CHANGED TO TRUE.

       FIND-RELATED-KEY.
           MOVE "N" TO WS-KEY-FOUND-SW.
           PERFORM VARYING WS-RELATED-IDX FROM 1 BY 1
                   UNTIL WS-RELATED-IDX > WS-RELATED-COUNT
               IF WS-RELATED-KEY (WS-RELATED-IDX) = WS-FIND-KEY
                   SET WS-KEY-IN-SET TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-INQUIRY-REPORT.
           OPEN OUTPUT INQUIRY-PRINT-FILE.
           IF NOT WS-INQRPT-OK
               STOP RUN
           END-IF.
           WRITE INQUIRY-LINE FROM WS-INQ-HEADER-1.
           INITIALIZE WS-INQ-DATE-LINE.
           MOVE WS-BUSINESS-DATE TO INQ-HDR-BUS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO INQ-HDR-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO INQ-HDR-CLOCK-TIME.
           WRITE INQUIRY-LINE FROM WS-INQ-DATE-LINE.
           MOVE WS-INQ-RUN-ID TO INQ-CRIT-RUN-ID.
           MOVE WS-INQ-GROUP-KEY TO INQ-CRIT-GROUP.
           WRITE INQUIRY-LINE FROM WS-INQ-CRIT-LINE-1.
           IF WS-RELATED-COUNT > 1
               MOVE SPACES TO WS-INQ-RELATED-LINE (10:70)
               PERFORM VARYING WS-RELATED-IDX FROM 2 BY 1
                       UNTIL WS-RELATED-IDX > WS-RELATED-COUNT
                   MOVE WS-RELATED-KEY (WS-RELATED-IDX) TO
                       INQ-REL-KEY (WS-RELATED-IDX - 1)
               END-PERFORM
               WRITE INQUIRY-LINE FROM WS-INQ-RELATED-LINE
           END-IF.
           MOVE WS-INQ-FROM-DATE TO INQ-CRIT-FROM.
           MOVE WS-INQ-TO-DATE TO INQ-CRIT-TO.
           WRITE INQUIRY-LINE FROM WS-INQ-CRIT-LINE-2.
           END-IF.
           IF WS-INQ-GROUP-KEY NOT = SPACES
             AND AUD-GROUP-KEY NOT = WS-INQ-GROUP-KEY
               MOVE AUD-GROUP-KEY TO WS-FIND-KEY
               PERFORM FIND-RELATED-KEY
               IF NOT WS-KEY-IN-SET
                   MOVE "N" TO WS-MATCH-SW
               END-IF
           END-IF.
           IF AUD-RUN-DATE NUMERIC
               IF WS-INQ-FROM-DATE > 0
