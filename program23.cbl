       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-TRACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "CASEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT ACK-FILE ASSIGN TO "CASEACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT CASE-PRINT-FILE ASSIGN TO "CASERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASERPT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

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
       FD  CASE-FILE
           RECORDING MODE IS F.
       01  CASE-RECORD.
           05 CASE-KEY.
               10 CASE-RUN-ID        PIC X(14).
               10 CASE-GROUP-KEY     PIC X(6).
               10 CASE-SEQ           PIC 9(6).
           05 CASE-TYPE          PIC X(1).
               88 CASE-IS-ALERT           VALUE "A".
               88 CASE-IS-EXCEPTION       VALUE "E".
           05 CASE-STATUS        PIC X(1).
               88 CASE-OPEN               VALUE "O".
               88 CASE-ACKNOWLEDGED       VALUE "A".
               88 CASE-RESOLVED           VALUE "C".
               88 CASE-REPEAT             VALUE "R".
               88 CASE-UNRESOLVED         VALUE "O" "A".
           05 CASE-OPEN-DATE     PIC 9(8).
           05 CASE-DETAIL-SEQ    PIC 9(6).
           05 CASE-DESC          PIC X(20).
           05 CASE-VALUE         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 CASE-PRIOR-VALUE   PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 CASE-REASON        PIC X(30).
           05 CASE-PARENT-KEY    PIC X(26).
           05 CASE-REPEAT-COUNT  PIC 9(4).
           05 CASE-LAST-RUN-ID   PIC X(14).
           05 CASE-LAST-DATE     PIC 9(8).
           05 CASE-ACK-OPERATOR  PIC X(8).
           05 CASE-RESOLUTION    PIC X(4).
           05 CASE-ACK-COMMENT   PIC X(40).
           05 CASE-ACK-DATE      PIC 9(8).
           05 CASE-CREATE-STAMP  PIC X(21).
           05 CASE-UPDATE-STAMP  PIC X(21).
           05 FILLER             PIC X(14).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD.
           05 ACK-RUN-ID         PIC X(14).
           05 ACK-GROUP-KEY      PIC X(6).
           05 ACK-SEQ-X          PIC X(6).
           05 ACK-SEQ REDEFINES ACK-SEQ-X PIC 9(6).
           05 FILLER             PIC X(1).
           05 ACK-OPERATOR       PIC X(8).
           05 FILLER             PIC X(1).
           05 ACK-RESOLUTION     PIC X(4).
               88 ACK-RESOLUTION-VALID    VALUE "INVS" "FIXD" "FALS"
                                                "EXPD" "DUPL".
               88 ACK-KEEPS-CASE-OPEN     VALUE "INVS".
           05 FILLER             PIC X(1).
           05 ACK-COMMENT        PIC X(39).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-LINE.
           05 ALI-TAG            PIC X(5).
               88 ALI-DETAIL              VALUE "ALR  ".
           05 FILLER             PIC X(4).
           05 ALI-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(6).
           05 ALI-AVERAGE        PIC -(5)9.99.
           05 FILLER             PIC X(6).
           05 ALI-PRIOR-AVG      PIC -(5)9.99.
           05 FILLER             PIC X(2).
           05 ALI-REASON         PIC X(30).
           05 FILLER             PIC X(1).
       01  ALERT-HEADER-LINE.
           05 AHD-TITLE          PIC X(22).
               88 AHD-IS-HEADER           VALUE
                                   "GROUP TOLERANCE ALERTS".
           05 FILLER             PIC X(12).
           05 AHD-RUN-ID         PIC X(14).
           05 FILLER             PIC X(32).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-LINE.
           05 EXI-TAG            PIC X(4).
               88 EXI-DETAIL              VALUE "EXC ".
           05 EXI-SEQ-NUM        PIC ZZZZZ9.
           05 FILLER             PIC X(5).
           05 EXI-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(1).
           05 EXI-DESC           PIC X(20).
           05 FILLER             PIC X(3).
           05 EXI-VALUE          PIC -(5)9.99.
           05 FILLER             PIC X(1).
           05 EXI-REASON         PIC X(24).
       01  EXCEPTION-HEADER-LINE.
           05 EHD-TITLE          PIC X(16).
               88 EHD-IS-HEADER           VALUE "EXCEPTION REPORT".
           05 FILLER             PIC X(18).
           05 EHD-RUN-ID         PIC X(14).
           05 FILLER             PIC X(32).

       FD  CASE-PRINT-FILE
           RECORDING MODE IS F.
       01  CASE-LINE             PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-AGE           PIC 9(5).
           05 SORT-CASE-KEY.
               10 SORT-RUN-ID        PIC X(14).
               10 SORT-GROUP-KEY     PIC X(6).
               10 SORT-SEQ           PIC 9(6).
           05 SORT-TYPE          PIC X(1).
           05 SORT-STATUS        PIC X(1).
           05 SORT-OPEN-DATE     PIC 9(8).
           05 SORT-REPEAT-COUNT  PIC 9(4).
           05 SORT-REASON        PIC X(30).

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

       01  WS-CASE-STATUS       PIC X(2) VALUE "00".
           88 WS-CASE-OK               VALUE "00".
           88 WS-CASE-NO-RECORD        VALUE "23".
           88 WS-CASE-NOT-FOUND        VALUE "35".
       01  WS-CASE-EOF-SW       PIC X(1) VALUE "N".
           88 END-OF-CASE-FILE        VALUE "Y".

       01  WS-ACK-STATUS        PIC X(2) VALUE "00".
           88 WS-ACK-OK                VALUE "00".
           88 WS-ACK-NOT-FOUND         VALUE "35".
       01  WS-ACK-EOF-SW        PIC X(1) VALUE "N".
           88 END-OF-ACK-FILE         VALUE "Y".

       01  WS-ALERT-STATUS      PIC X(2) VALUE "00".
           88 WS-ALERT-OK              VALUE "00".
           88 WS-ALERT-NOT-FOUND       VALUE "35".
       01  WS-ALERT-EOF-SW      PIC X(1) VALUE "N".
           88 END-OF-ALERT-FILE       VALUE "Y".

       01  WS-EXCEPTION-STATUS  PIC X(2) VALUE "00".
           88 WS-EXCEPTION-OK          VALUE "00".
           88 WS-EXCEPTION-NOT-FOUND   VALUE "35".
       01  WS-EXCEPTION-EOF-SW  PIC X(1) VALUE "N".
           88 END-OF-EXCEPTION-FILE   VALUE "Y".

       01  WS-CASERPT-STATUS    PIC X(2) VALUE "00".
           88 WS-CASERPT-OK            VALUE "00".

       01  WS-SORT-EOF-SW       PIC X(1) VALUE "N".
           88 END-OF-SORTED-CASES     VALUE "Y".

       01  WS-SOURCE-RUN-ID     PIC X(14) VALUE SPACES.

       01  WS-OPEN-MAX          PIC 9(4) VALUE 2000.
       01  WS-OPEN-COUNT        PIC 9(4) VALUE 0.
       01  WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 2000 TIMES.
               10 WS-OPEN-GROUP-KEY  PIC X(6).
               10 WS-OPEN-CASE-KEY   PIC X(26).
       01  WS-OPEN-IDX          PIC 9(4) VALUE 0.
       01  WS-OPEN-FOUND-IDX    PIC 9(4) VALUE 0.

       01  WS-SEQ-MAX           PIC 9(4) VALUE 2000.
       01  WS-SEQ-COUNT         PIC 9(4) VALUE 0.
       01  WS-SEQ-TABLE.
           05 WS-SEQ-ENTRY OCCURS 2000 TIMES.
               10 WS-SEQ-RUN-ID      PIC X(14).
               10 WS-SEQ-GROUP-KEY   PIC X(6).
               10 WS-SEQ-LAST        PIC 9(6).
       01  WS-SEQ-IDX           PIC 9(4) VALUE 0.
       01  WS-SEQ-FOUND-IDX     PIC 9(4) VALUE 0.

       01  WS-NEW-CASE.
           05 WS-NEW-KEY.
               10 WS-NEW-RUN-ID      PIC X(14).
               10 WS-NEW-GROUP-KEY   PIC X(6).
               10 WS-NEW-SEQ         PIC 9(6).
           05 WS-NEW-TYPE        PIC X(1).
           05 WS-NEW-DETAIL-SEQ  PIC 9(6).
           05 WS-NEW-DESC        PIC X(20).
           05 WS-NEW-VALUE       PIC S9(7)V99.
           05 WS-NEW-PRIOR-VALUE PIC S9(7)V99.
           05 WS-NEW-REASON      PIC X(30).
       01  WS-PARENT-KEY        PIC X(26) VALUE SPACES.
       01  WS-CASE-ACTION       PIC X(8) VALUE SPACES.

       01  WS-AGE-DAYS          PIC S9(7) VALUE 0.
       01  WS-BUCKET-IDX        PIC 9(1) VALUE 0.
       01  WS-LAST-BUCKET-IDX   PIC 9(1) VALUE 0.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
               10 WS-BUCKET-LABEL    PIC X(12).
               10 WS-BUCKET-COUNT    PIC 9(6).

       01  WS-ALERTS-READ       PIC 9(6) VALUE 0.
       01  WS-EXCEPTIONS-READ   PIC 9(6) VALUE 0.
       01  WS-CASES-OPENED      PIC 9(6) VALUE 0.
       01  WS-REPEATS-FLAGGED   PIC 9(6) VALUE 0.
       01  WS-ALREADY-ON-FILE   PIC 9(6) VALUE 0.
       01  WS-ACKS-READ         PIC 9(6) VALUE 0.
       01  WS-ACKS-APPLIED      PIC 9(6) VALUE 0.
       01  WS-ACKS-REJECTED     PIC 9(6) VALUE 0.
       01  WS-OPEN-CASES        PIC 9(6) VALUE 0.
       01  WS-ACK-RESULT        PIC X(30) VALUE SPACES.
       01  WS-RETURN-CODE-DISPLAY PIC 9(2) VALUE 0.

       01  WS-CASE-HEADER-1.
           05 FILLER             PIC X(31)
               VALUE "ALERT AND EXCEPTION CASE REPORT".
           05 FILLER             PIC X(49) VALUE SPACES.

       01  WS-CASE-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 CSR-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 CSR-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 CSR-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 CSR-SECTION-TITLE  PIC X(40).
           05 CSR-SECTION-RUN-ID PIC X(14).
           05 FILLER             PIC X(26) VALUE SPACES.

       01  WS-NONE-LINE.
           05 CSR-NONE-TEXT      PIC X(40).
           05 FILLER             PIC X(40) VALUE SPACES.

       01  WS-ACK-COLUMNS.
           05 FILLER             PIC X(15) VALUE "RUN ID         ".
           05 FILLER             PIC X(7)  VALUE "GROUP  ".
           05 FILLER             PIC X(8)  VALUE "SEQ     ".
           05 FILLER             PIC X(9)  VALUE "OPERATOR ".
           05 FILLER             PIC X(5)  VALUE "CODE ".
           05 FILLER             PIC X(6)  VALUE "RESULT".
           05 FILLER             PIC X(30) VALUE SPACES.

       01  WS-ACK-LINE.
           05 AKL-RUN-ID         PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AKL-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AKL-SEQ            PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AKL-OPERATOR       PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AKL-RESOLUTION     PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AKL-RESULT         PIC X(30).
           05 FILLER             PIC X(6)  VALUE SPACES.

       01  WS-INTAKE-COLUMNS.
           05 FILLER             PIC X(9)  VALUE "ACTION   ".
           05 FILLER             PIC X(15) VALUE "RUN ID         ".
           05 FILLER             PIC X(7)  VALUE "GROUP  ".
           05 FILLER             PIC X(7)  VALUE "SEQ    ".
           05 FILLER             PIC X(5)  VALUE "TYPE ".
           05 FILLER             PIC X(6)  VALUE "REASON".
           05 FILLER             PIC X(31) VALUE SPACES.

       01  WS-INTAKE-LINE.
           05 INL-ACTION         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 INL-RUN-ID         PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 INL-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 INL-SEQ            PIC 9(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 INL-TYPE           PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 INL-REASON         PIC X(30).
           05 FILLER             PIC X(7)  VALUE SPACES.

       01  WS-REPEAT-OF-LINE.
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 FILLER             PIC X(15) VALUE "REPEAT OF CASE ".
           05 RPL-RUN-ID         PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPL-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RPL-SEQ            PIC X(6).
           05 FILLER             PIC X(28) VALUE SPACES.

       01  WS-AGING-COLUMNS.
           05 FILLER             PIC X(15) VALUE "RUN ID         ".
           05 FILLER             PIC X(7)  VALUE "GROUP  ".
           05 FILLER             PIC X(7)  VALUE "SEQ    ".
           05 FILLER             PIC X(4)  VALUE "TYP ".
           05 FILLER             PIC X(5)  VALUE "STAT ".
           05 FILLER             PIC X(9)  VALUE "OPENED   ".
           05 FILLER             PIC X(6)  VALUE "  AGE ".
           05 FILLER             PIC X(5)  VALUE " RPT ".
           05 FILLER             PIC X(6)  VALUE "REASON".
           05 FILLER             PIC X(16) VALUE SPACES.

       01  WS-BUCKET-LINE.
           05 FILLER             PIC X(4)  VALUE "AGE ".
           05 BKL-LABEL          PIC X(12).
           05 FILLER             PIC X(64) VALUE SPACES.

       01  WS-AGING-LINE.
           05 AGL-RUN-ID         PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AGL-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AGL-SEQ            PIC 9(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AGL-TYPE           PIC X(3).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AGL-STATUS         PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AGL-OPEN-DATE      PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AGL-AGE            PIC ZZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AGL-REPEATS        PIC ZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AGL-REASON         PIC X(22).

       01  WS-CASE-TOTAL-LINE.
           05 CSR-TOT-LABEL      PIC X(30).
           05 CSR-TOT-COUNT      PIC ZZZZZZ9.
           05 FILLER             PIC X(43) VALUE SPACES.

       01  WS-CASE-RC-LINE.
           05 FILLER             PIC X(30)
               VALUE "RETURN CODE.................: ".
           05 CSR-RETURN-CODE    PIC Z9.
           05 FILLER             PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-STAMP.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "CASE-TRACK: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM INITIALIZE-AGE-BUCKETS.
           PERFORM OPEN-CASE-REPORT.
           PERFORM OPEN-CASE-MASTER.

           PERFORM APPLY-ACKNOWLEDGMENTS.
           PERFORM LOAD-OPEN-CASES.
           PERFORM TAKE-IN-ALERTS.
           PERFORM TAKE-IN-EXCEPTIONS.
           CLOSE CASE-FILE.

           MOVE "OPEN CASE AGING AS OF " TO CSR-SECTION-TITLE.
           MOVE WS-BUSINESS-DATE TO CSR-SECTION-RUN-ID.
           WRITE CASE-LINE FROM WS-SECTION-LINE.
           MOVE SPACES TO CSR-SECTION-RUN-ID.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-AGE
               ON ASCENDING KEY SORT-CASE-KEY
               INPUT PROCEDURE IS RELEASE-OPEN-CASES
               OUTPUT PROCEDURE IS WRITE-AGING-LINES.

           IF WS-ACKS-REJECTED > 0
               DISPLAY "CASE-TRACK: " WS-ACKS-REJECTED
                   " CASEACK TRANSACTION(S) REJECTED - SEE CASERPT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-CASE-TOTALS.
           CLOSE CASE-PRINT-FILE.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "CASE-TRACK: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "CASE-TRACK: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "CASE-TRACK: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "CASE-TRACK"
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
                       DISPLAY "CASE-TRACK: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "CASE-TRACK: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "CASE-TRACK: PREDECESSOR TABLE FULL "
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
               DISPLAY "CASE-TRACK: UNABLE TO OPEN JOBLOG "
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
               DISPLAY "CASE-TRACK: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "CASE-TRACK" TO JLOG-PROGRAM.
           MOVE WS-JOB-START-STAMP (1:14) TO JLOG-RUN-ID.
           MOVE WS-JOB-START-STAMP TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           COMPUTE JLOG-RECORDS-READ =
               WS-ALERTS-READ + WS-EXCEPTIONS-READ + WS-ACKS-READ.
           COMPUTE JLOG-RECORDS-WRITTEN =
               WS-CASES-OPENED + WS-REPEATS-FLAGGED.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       INITIALIZE-AGE-BUCKETS.
           INITIALIZE WS-BUCKET-TABLE.
           MOVE "0-2 DAYS" TO WS-BUCKET-LABEL (1).
           MOVE "3-7 DAYS" TO WS-BUCKET-LABEL (2).
           MOVE "8-14 DAYS" TO WS-BUCKET-LABEL (3).
           MOVE "15-30 DAYS" TO WS-BUCKET-LABEL (4).
           MOVE "OVER 30 DAYS" TO WS-BUCKET-LABEL (5).

       OPEN-CASE-REPORT.
           OPEN OUTPUT CASE-PRINT-FILE.
           IF NOT WS-CASERPT-OK
               DISPLAY "CASE-TRACK: UNABLE TO OPEN CASERPT "
                   "- STATUS " WS-CASERPT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE CASE-LINE FROM WS-CASE-HEADER-1.
           MOVE WS-BUSINESS-DATE TO CSR-HDR-BUS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO CSR-HDR-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO CSR-HDR-CLOCK-TIME.
           WRITE CASE-LINE FROM WS-CASE-DATE-LINE.
           MOVE SPACES TO CASE-LINE.
           WRITE CASE-LINE.

       OPEN-CASE-MASTER.
           OPEN I-O CASE-FILE.
           IF WS-CASE-NOT-FOUND
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF.
           IF NOT WS-CASE-OK
               DISPLAY "CASE-TRACK: UNABLE TO OPEN CASEMST "
                   "- STATUS " WS-CASE-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-ACKNOWLEDGMENTS.
           MOVE "ACKNOWLEDGMENTS" TO CSR-SECTION-TITLE.
           WRITE CASE-LINE FROM WS-SECTION-LINE.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-NOT-FOUND
               MOVE "NO CASEACK FILE FOR THIS RUN" TO CSR-NONE-TEXT
               WRITE CASE-LINE FROM WS-NONE-LINE
               MOVE SPACES TO CASE-LINE
               WRITE CASE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ACK-OK
               DISPLAY "CASE-TRACK: UNABLE TO OPEN CASEACK "
                   "- STATUS " WS-ACK-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE CASE-LINE FROM WS-ACK-COLUMNS.
           PERFORM UNTIL END-OF-ACK-FILE
               READ ACK-FILE
                   AT END
                       SET END-OF-ACK-FILE TO TRUE
               END-READ
               IF NOT END-OF-ACK-FILE
                 AND ACK-RECORD NOT = SPACES
                   ADD 1 TO WS-ACKS-READ
                   PERFORM APPLY-ONE-ACKNOWLEDGMENT
               END-IF
           END-PERFORM.
           CLOSE ACK-FILE.
           IF WS-ACKS-READ = 0
               MOVE "NO ACKNOWLEDGMENTS RECEIVED" TO CSR-NONE-TEXT
               WRITE CASE-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE SPACES TO CASE-LINE.
           WRITE CASE-LINE.

       APPLY-ONE-ACKNOWLEDGMENT.
           MOVE SPACES TO WS-ACK-RESULT.
           EVALUATE TRUE
               WHEN ACK-RUN-ID = SPACES
                 OR ACK-GROUP-KEY = SPACES
                 OR ACK-SEQ-X NOT NUMERIC
                   MOVE "REJECTED - CASE KEY INVALID" TO WS-ACK-RESULT
               WHEN ACK-OPERATOR = SPACES
                   MOVE "REJECTED - NO OPERATOR ID" TO WS-ACK-RESULT
               WHEN NOT ACK-RESOLUTION-VALID
                   MOVE "REJECTED - RESOLUTION CODE" TO WS-ACK-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ACK-RESULT = SPACES
               MOVE ACK-RUN-ID TO CASE-RUN-ID
               MOVE ACK-GROUP-KEY TO CASE-GROUP-KEY
               MOVE ACK-SEQ TO CASE-SEQ
               READ CASE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-CASE-NO-RECORD
                       MOVE "REJECTED - CASE NOT FOUND"
                           TO WS-ACK-RESULT
                   WHEN NOT WS-CASE-OK
                       DISPLAY "CASE-TRACK: UNABLE TO READ CASEMST "
                           "- STATUS " WS-CASE-STATUS
                           " - RUN TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN CASE-REPEAT
                       MOVE "REJECTED - REPEAT OF OPEN CASE"
                           TO WS-ACK-RESULT
                   WHEN CASE-RESOLVED
                       MOVE "REJECTED - ALREADY RESOLVED"
                           TO WS-ACK-RESULT
                   WHEN OTHER
                       PERFORM UPDATE-ACKNOWLEDGED-CASE
               END-EVALUATE
           END-IF.
           IF WS-ACK-RESULT (1:8) = "REJECTED"
               ADD 1 TO WS-ACKS-REJECTED
           END-IF.
           MOVE ACK-RUN-ID TO AKL-RUN-ID.
           MOVE ACK-GROUP-KEY TO AKL-GROUP-KEY.
           MOVE ACK-SEQ-X TO AKL-SEQ.
           MOVE ACK-OPERATOR TO AKL-OPERATOR.
           MOVE ACK-RESOLUTION TO AKL-RESOLUTION.
           MOVE WS-ACK-RESULT TO AKL-RESULT.
           WRITE CASE-LINE FROM WS-ACK-LINE.

       UPDATE-ACKNOWLEDGED-CASE.
           MOVE ACK-OPERATOR TO CASE-ACK-OPERATOR.
           MOVE ACK-RESOLUTION TO CASE-RESOLUTION.
           MOVE ACK-COMMENT TO CASE-ACK-COMMENT.
           MOVE WS-BUSINESS-DATE TO CASE-ACK-DATE.
           MOVE FUNCTION CURRENT-DATE TO CASE-UPDATE-STAMP.
           IF ACK-KEEPS-CASE-OPEN
               SET CASE-ACKNOWLEDGED TO TRUE
               MOVE "ACKNOWLEDGED - STILL OPEN" TO WS-ACK-RESULT
           ELSE
               SET CASE-RESOLVED TO TRUE
               MOVE "RESOLVED" TO WS-ACK-RESULT
           END-IF.
           REWRITE CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT WS-CASE-OK
               DISPLAY "CASE-TRACK: UNABLE TO REWRITE CASEMST "
                   "- STATUS " WS-CASE-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ACKS-APPLIED.

       LOAD-OPEN-CASES.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE LOW-VALUES TO CASE-KEY.
           START CASE-FILE KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF NOT WS-CASE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CASE-EOF-SW.
           PERFORM UNTIL END-OF-CASE-FILE
               READ CASE-FILE NEXT RECORD
                   AT END
                       SET END-OF-CASE-FILE TO TRUE
               END-READ
               IF NOT END-OF-CASE-FILE
                 AND CASE-UNRESOLVED
                   MOVE CASE-KEY TO WS-NEW-KEY
                   PERFORM FIND-OPEN-CASE
                   IF WS-OPEN-FOUND-IDX = 0
                       PERFORM ADD-OPEN-CASE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-OPEN-CASE.
           MOVE 0 TO WS-OPEN-FOUND-IDX.
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPEN-GROUP-KEY (WS-OPEN-IDX) = WS-NEW-GROUP-KEY
                   MOVE WS-OPEN-IDX TO WS-OPEN-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-OPEN-CASE.
           IF WS-OPEN-COUNT >= WS-OPEN-MAX
               DISPLAY "CASE-TRACK: OPEN CASE TABLE FULL "
                   "- RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE WS-NEW-GROUP-KEY TO WS-OPEN-GROUP-KEY (WS-OPEN-COUNT).
           MOVE WS-NEW-KEY TO WS-OPEN-CASE-KEY (WS-OPEN-COUNT).

       TAKE-IN-ALERTS.
           MOVE "ALERTS TAKEN IN FROM RUN " TO CSR-SECTION-TITLE.
           MOVE SPACES TO WS-SOURCE-RUN-ID.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-NOT-FOUND
               WRITE CASE-LINE FROM WS-SECTION-LINE
               MOVE "NO ALERTRPT FILE FOR THIS RUN" TO CSR-NONE-TEXT
               WRITE CASE-LINE FROM WS-NONE-LINE
               MOVE SPACES TO CASE-LINE
               WRITE CASE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ALERT-OK
               DISPLAY "CASE-TRACK: UNABLE TO OPEN ALERTRPT "
                   "- STATUS " WS-ALERT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-ALERT-FILE
               READ ALERT-FILE
                   AT END
                       SET END-OF-ALERT-FILE TO TRUE
               END-READ
               IF NOT END-OF-ALERT-FILE
                   EVALUATE TRUE
                       WHEN AHD-IS-HEADER
                           MOVE AHD-RUN-ID TO WS-SOURCE-RUN-ID
                           MOVE WS-SOURCE-RUN-ID
                               TO CSR-SECTION-RUN-ID
                           WRITE CASE-LINE FROM WS-SECTION-LINE
                           WRITE CASE-LINE FROM WS-INTAKE-COLUMNS
                       WHEN ALI-DETAIL
                         AND WS-SOURCE-RUN-ID NOT = SPACES
                           ADD 1 TO WS-ALERTS-READ
                           PERFORM STORE-ALERT-CASE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE ALERT-FILE.
           IF WS-SOURCE-RUN-ID = SPACES
               WRITE CASE-LINE FROM WS-SECTION-LINE
               MOVE "ALERTRPT HAS NO RUN HEADER" TO CSR-NONE-TEXT
               WRITE CASE-LINE FROM WS-NONE-LINE
           ELSE
               IF WS-ALERTS-READ = 0
                   MOVE "NO ALERTS RAISED" TO CSR-NONE-TEXT
                   WRITE CASE-LINE FROM WS-NONE-LINE
               END-IF
           END-IF.
           MOVE SPACES TO CSR-SECTION-RUN-ID.
           MOVE SPACES TO CASE-LINE.
           WRITE CASE-LINE.

       STORE-ALERT-CASE.
           INITIALIZE WS-NEW-CASE.
           MOVE WS-SOURCE-RUN-ID TO WS-NEW-RUN-ID.
           MOVE ALI-GROUP-KEY TO WS-NEW-GROUP-KEY.
           MOVE "A" TO WS-NEW-TYPE.
           MOVE ALI-AVERAGE TO WS-NEW-VALUE.
           MOVE ALI-PRIOR-AVG TO WS-NEW-PRIOR-VALUE.
           MOVE ALI-REASON TO WS-NEW-REASON.
           PERFORM STORE-NEW-CASE.

       TAKE-IN-EXCEPTIONS.
           MOVE "EXCEPTIONS TAKEN IN FROM RUN " TO CSR-SECTION-TITLE.
           MOVE SPACES TO WS-SOURCE-RUN-ID.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCEPTION-NOT-FOUND
               WRITE CASE-LINE FROM WS-SECTION-LINE
               MOVE "NO EXCFILE FOR THIS RUN" TO CSR-NONE-TEXT
               WRITE CASE-LINE FROM WS-NONE-LINE
               MOVE SPACES TO CASE-LINE
               WRITE CASE-LINE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-EXCEPTION-OK
               DISPLAY "CASE-TRACK: UNABLE TO OPEN EXCFILE "
                   "- STATUS " WS-EXCEPTION-STATUS
                   " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-EXCEPTION-FILE
               READ EXCEPTION-FILE
                   AT END
                       SET END-OF-EXCEPTION-FILE TO TRUE
               END-READ
               IF NOT END-OF-EXCEPTION-FILE
                   EVALUATE TRUE
                       WHEN EHD-IS-HEADER
                           MOVE EHD-RUN-ID TO WS-SOURCE-RUN-ID
                           MOVE WS-SOURCE-RUN-ID
                               TO CSR-SECTION-RUN-ID
                           WRITE CASE-LINE FROM WS-SECTION-LINE
                           WRITE CASE-LINE FROM WS-INTAKE-COLUMNS
                       WHEN EXI-DETAIL
                         AND WS-SOURCE-RUN-ID NOT = SPACES
                           ADD 1 TO WS-EXCEPTIONS-READ
                           PERFORM STORE-EXCEPTION-CASE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
           IF WS-SOURCE-RUN-ID = SPACES
               WRITE CASE-LINE FROM WS-SECTION-LINE
               MOVE "EXCFILE HAS NO RUN HEADER" TO CSR-NONE-TEXT
               WRITE CASE-LINE FROM WS-NONE-LINE
           ELSE
               IF WS-EXCEPTIONS-READ = 0
                   MOVE "NO EXCEPTIONS FOUND" TO CSR-NONE-TEXT
                   WRITE CASE-LINE FROM WS-NONE-LINE
               END-IF
           END-IF.
           MOVE SPACES TO CSR-SECTION-RUN-ID.
           MOVE SPACES TO CASE-LINE.
           WRITE CASE-LINE.

       STORE-EXCEPTION-CASE.
           INITIALIZE WS-NEW-CASE.
           MOVE WS-SOURCE-RUN-ID TO WS-NEW-RUN-ID.
           MOVE EXI-GROUP-KEY TO WS-NEW-GROUP-KEY.
           MOVE "E" TO WS-NEW-TYPE.
           MOVE EXI-SEQ-NUM TO WS-NEW-DETAIL-SEQ.
           MOVE EXI-DESC TO WS-NEW-DESC.
           MOVE EXI-VALUE TO WS-NEW-VALUE.
           MOVE EXI-REASON TO WS-NEW-REASON.
           PERFORM STORE-NEW-CASE.

       STORE-NEW-CASE.
           PERFORM NEXT-CASE-SEQUENCE.
           MOVE WS-NEW-KEY TO CASE-KEY.
           READ CASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-CASE-OK
                   MOVE "ON FILE" TO WS-CASE-ACTION
                   ADD 1 TO WS-ALREADY-ON-FILE
                   PERFORM WRITE-INTAKE-LINE
                   EXIT PARAGRAPH
               WHEN WS-CASE-NO-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CASE-TRACK: UNABLE TO READ CASEMST "
                       "- STATUS " WS-CASE-STATUS " - RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM FIND-OPEN-CASE.
           IF WS-OPEN-FOUND-IDX > 0
               MOVE WS-OPEN-CASE-KEY (WS-OPEN-FOUND-IDX)
                   TO WS-PARENT-KEY
               PERFORM FLAG-REPEAT-ON-PARENT
               MOVE "REPEAT" TO WS-CASE-ACTION
               ADD 1 TO WS-REPEATS-FLAGGED
           ELSE
               MOVE SPACES TO WS-PARENT-KEY
               MOVE "OPENED" TO WS-CASE-ACTION
               ADD 1 TO WS-CASES-OPENED
           END-IF.
           INITIALIZE CASE-RECORD.
           MOVE WS-NEW-KEY TO CASE-KEY.
           MOVE WS-NEW-TYPE TO CASE-TYPE.
           IF WS-PARENT-KEY = SPACES
               SET CASE-OPEN TO TRUE
           ELSE
               SET CASE-REPEAT TO TRUE
               MOVE WS-PARENT-KEY TO CASE-PARENT-KEY
           END-IF.
           MOVE WS-BUSINESS-DATE TO CASE-OPEN-DATE.
           MOVE WS-NEW-DETAIL-SEQ TO CASE-DETAIL-SEQ.
           MOVE WS-NEW-DESC TO CASE-DESC.
           MOVE WS-NEW-VALUE TO CASE-VALUE.
           MOVE WS-NEW-PRIOR-VALUE TO CASE-PRIOR-VALUE.
           MOVE WS-NEW-REASON TO CASE-REASON.
           MOVE WS-NEW-RUN-ID TO CASE-LAST-RUN-ID.
           MOVE WS-BUSINESS-DATE TO CASE-LAST-DATE.
           MOVE FUNCTION CURRENT-DATE TO CASE-CREATE-STAMP.
           MOVE CASE-CREATE-STAMP TO CASE-UPDATE-STAMP.
           WRITE CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT WS-CASE-OK
               DISPLAY "CASE-TRACK: UNABLE TO WRITE CASEMST "
                   "- STATUS " WS-CASE-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARENT-KEY = SPACES
               PERFORM ADD-OPEN-CASE
           END-IF.
           PERFORM WRITE-INTAKE-LINE.

       NEXT-CASE-SEQUENCE.
           MOVE 0 TO WS-SEQ-FOUND-IDX.
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
               IF WS-SEQ-RUN-ID (WS-SEQ-IDX) = WS-NEW-RUN-ID
                 AND WS-SEQ-GROUP-KEY (WS-SEQ-IDX) = WS-NEW-GROUP-KEY
                   MOVE WS-SEQ-IDX TO WS-SEQ-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SEQ-FOUND-IDX = 0
               IF WS-SEQ-COUNT >= WS-SEQ-MAX
                   DISPLAY "CASE-TRACK: CASE SEQUENCE TABLE FULL "
                       "- RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SEQ-COUNT
               MOVE WS-SEQ-COUNT TO WS-SEQ-FOUND-IDX
               MOVE WS-NEW-RUN-ID TO WS-SEQ-RUN-ID (WS-SEQ-COUNT)
               MOVE WS-NEW-GROUP-KEY TO WS-SEQ-GROUP-KEY (WS-SEQ-COUNT)
               MOVE 0 TO WS-SEQ-LAST (WS-SEQ-COUNT)
           END-IF.
           ADD 1 TO WS-SEQ-LAST (WS-SEQ-FOUND-IDX).
           MOVE WS-SEQ-LAST (WS-SEQ-FOUND-IDX) TO WS-NEW-SEQ.

       FLAG-REPEAT-ON-PARENT.
           MOVE WS-PARENT-KEY TO CASE-KEY.
           READ CASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CASE-OK
               DISPLAY "CASE-TRACK: UNABLE TO READ OPEN CASE "
                   WS-PARENT-KEY " - STATUS " WS-CASE-STATUS
                   " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CASE-REPEAT-COUNT.
           MOVE WS-NEW-RUN-ID TO CASE-LAST-RUN-ID.
           MOVE WS-BUSINESS-DATE TO CASE-LAST-DATE.
           MOVE FUNCTION CURRENT-DATE TO CASE-UPDATE-STAMP.
           REWRITE CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT WS-CASE-OK
               DISPLAY "CASE-TRACK: UNABLE TO REWRITE CASEMST "
                   "- STATUS " WS-CASE-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-INTAKE-LINE.
           MOVE WS-CASE-ACTION TO INL-ACTION.
           MOVE WS-NEW-RUN-ID TO INL-RUN-ID.
           MOVE WS-NEW-GROUP-KEY TO INL-GROUP-KEY.
           MOVE WS-NEW-SEQ TO INL-SEQ.
           IF WS-NEW-TYPE = "A"
               MOVE "ALR" TO INL-TYPE
           ELSE
               MOVE "EXC" TO INL-TYPE
           END-IF.
           MOVE WS-NEW-REASON TO INL-REASON.
           WRITE CASE-LINE FROM WS-INTAKE-LINE.
           IF WS-CASE-ACTION = "REPEAT"
               MOVE WS-PARENT-KEY (1:14) TO RPL-RUN-ID
               MOVE WS-PARENT-KEY (15:6) TO RPL-GROUP-KEY
               MOVE WS-PARENT-KEY (21:6) TO RPL-SEQ
               WRITE CASE-LINE FROM WS-REPEAT-OF-LINE
           END-IF.

       RELEASE-OPEN-CASES.
           OPEN INPUT CASE-FILE.
           IF NOT WS-CASE-OK
               DISPLAY "CASE-TRACK: UNABLE TO REOPEN CASEMST "
                   "- STATUS " WS-CASE-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-CASE-EOF-SW.
           PERFORM UNTIL END-OF-CASE-FILE
               READ CASE-FILE NEXT RECORD
                   AT END
                       SET END-OF-CASE-FILE TO TRUE
               END-READ
               IF NOT END-OF-CASE-FILE
                 AND CASE-UNRESOLVED
                   PERFORM RELEASE-ONE-OPEN-CASE
               END-IF
           END-PERFORM.
           CLOSE CASE-FILE.

       RELEASE-ONE-OPEN-CASE.
           MOVE 0 TO WS-AGE-DAYS.
           IF FUNCTION TEST-DATE-YYYYMMDD (CASE-OPEN-DATE) = 0
             AND CASE-OPEN-DATE < WS-BUSINESS-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE (CASE-OPEN-DATE)
           END-IF.
           IF WS-AGE-DAYS > 99999
               MOVE 99999 TO WS-AGE-DAYS
           END-IF.
           MOVE WS-AGE-DAYS TO SORT-AGE.
           MOVE CASE-KEY TO SORT-CASE-KEY.
           MOVE CASE-TYPE TO SORT-TYPE.
           MOVE CASE-STATUS TO SORT-STATUS.
           MOVE CASE-OPEN-DATE TO SORT-OPEN-DATE.
           MOVE CASE-REPEAT-COUNT TO SORT-REPEAT-COUNT.
           MOVE CASE-REASON TO SORT-REASON.
           RELEASE SORT-RECORD.

       WRITE-AGING-LINES.
           MOVE 0 TO WS-LAST-BUCKET-IDX.
           MOVE "N" TO WS-SORT-EOF-SW.
           PERFORM UNTIL END-OF-SORTED-CASES
               RETURN SORT-WORK-FILE
                   AT END
                       SET END-OF-SORTED-CASES TO TRUE
               END-RETURN
               IF NOT END-OF-SORTED-CASES
                   PERFORM WRITE-ONE-AGING-LINE
               END-IF
           END-PERFORM.
           IF WS-OPEN-CASES = 0
               MOVE "NO UNRESOLVED CASES" TO CSR-NONE-TEXT
               WRITE CASE-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE SPACES TO CASE-LINE.
           WRITE CASE-LINE.

       WRITE-ONE-AGING-LINE.
           EVALUATE TRUE
               WHEN SORT-AGE <= 2
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN SORT-AGE <= 7
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN SORT-AGE <= 14
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN SORT-AGE <= 30
                   MOVE 4 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET-IDX
           END-EVALUATE.
           IF WS-BUCKET-IDX NOT = WS-LAST-BUCKET-IDX
               IF WS-LAST-BUCKET-IDX > 0
                   MOVE SPACES TO CASE-LINE
                   WRITE CASE-LINE
               END-IF
               MOVE WS-BUCKET-LABEL (WS-BUCKET-IDX) TO BKL-LABEL
               WRITE CASE-LINE FROM WS-BUCKET-LINE
               WRITE CASE-LINE FROM WS-AGING-COLUMNS
               MOVE WS-BUCKET-IDX TO WS-LAST-BUCKET-IDX
           END-IF.
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-IDX).
           ADD 1 TO WS-OPEN-CASES.
           MOVE SORT-RUN-ID TO AGL-RUN-ID.
           MOVE SORT-GROUP-KEY TO AGL-GROUP-KEY.
           MOVE SORT-SEQ TO AGL-SEQ.
           IF SORT-TYPE = "A"
               MOVE "ALR" TO AGL-TYPE
           ELSE
               MOVE "EXC" TO AGL-TYPE
           END-IF.
           IF SORT-STATUS = "A"
               MOVE "ACK" TO AGL-STATUS
           ELSE
               MOVE "OPEN" TO AGL-STATUS
           END-IF.
           MOVE SORT-OPEN-DATE TO AGL-OPEN-DATE.
           MOVE SORT-AGE TO AGL-AGE.
           MOVE SORT-REPEAT-COUNT TO AGL-REPEATS.
           MOVE SORT-REASON TO AGL-REASON.
           WRITE CASE-LINE FROM WS-AGING-LINE.

       WRITE-CASE-TOTALS.
           MOVE "ACKNOWLEDGMENTS READ........: " TO CSR-TOT-LABEL.
           MOVE WS-ACKS-READ TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "ACKNOWLEDGMENTS APPLIED.....: " TO CSR-TOT-LABEL.
           MOVE WS-ACKS-APPLIED TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "ACKNOWLEDGMENTS REJECTED....: " TO CSR-TOT-LABEL.
           MOVE WS-ACKS-REJECTED TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "ALERT LINES READ............: " TO CSR-TOT-LABEL.
           MOVE WS-ALERTS-READ TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "EXCEPTION LINES READ........: " TO CSR-TOT-LABEL.
           MOVE WS-EXCEPTIONS-READ TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "CASES OPENED................: " TO CSR-TOT-LABEL.
           MOVE WS-CASES-OPENED TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "REPEATS FLAGGED.............: " TO CSR-TOT-LABEL.
           MOVE WS-REPEATS-FLAGGED TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "ALREADY ON FILE.............: " TO CSR-TOT-LABEL.
           MOVE WS-ALREADY-ON-FILE TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "OPEN 0-2 DAYS...............: " TO CSR-TOT-LABEL.
           MOVE WS-BUCKET-COUNT (1) TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "OPEN 3-7 DAYS...............: " TO CSR-TOT-LABEL.
           MOVE WS-BUCKET-COUNT (2) TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "OPEN 8-14 DAYS..............: " TO CSR-TOT-LABEL.
           MOVE WS-BUCKET-COUNT (3) TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "OPEN 15-30 DAYS.............: " TO CSR-TOT-LABEL.
           MOVE WS-BUCKET-COUNT (4) TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "OPEN OVER 30 DAYS...........: " TO CSR-TOT-LABEL.
           MOVE WS-BUCKET-COUNT (5) TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE "UNRESOLVED CASES............: " TO CSR-TOT-LABEL.
           MOVE WS-OPEN-CASES TO CSR-TOT-COUNT.
           WRITE CASE-LINE FROM WS-CASE-TOTAL-LINE.
           MOVE SPACES TO CASE-LINE.
           WRITE CASE-LINE.
           MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY.
           MOVE WS-RETURN-CODE-DISPLAY TO CSR-RETURN-CODE.
           WRITE CASE-LINE FROM WS-CASE-RC-LINE.
