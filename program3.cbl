       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN USING WS-INFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT PRINT-FILE ASSIGN USING WS-PRTFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT REJECT-FILE ASSIGN USING WS-REJFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT AUDIT-FILE ASSIGN USING WS-AUDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.


           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

           SELECT BALANCE-PRINT-FILE ASSIGN USING WS-BALRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALRPT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT PRINT-TRUNC-FILE ASSIGN USING WS-PRTFILE-TRN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-TRN-STATUS.

           SELECT REJECT-TRUNC-FILE ASSIGN USING WS-REJFILE-TRN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-TRN-STATUS.

           SELECT AUDIT-TRUNC-FILE ASSIGN USING WS-AUDFILE-TRN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-TRN-STATUS.

           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

           SELECT DEPENDENCY-FILE ASSIGN TO "DEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPCTL-STATUS.

           SELECT SOURCE-CONTROL-FILE ASSIGN TO "SRCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-SOURCE-ID
               FILE STATUS IS WS-SRCCTL-STATUS.

           SELECT FEED-EXCEPTION-FILE ASSIGN USING WS-FEEDRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDRPT-STATUS.

           SELECT PARTITION-PARM-FILE ASSIGN TO "PARTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCARD-STATUS.

           SELECT PARTIAL-RESULT-FILE ASSIGN USING WS-PARTRES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTRES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
               10 IN-HDR-COUNT       PIC 9(4).
               10 IN-HDR-ROUND-MODE  PIC X(1).
               10 IN-HDR-AVG-MODE    PIC X(1).
               10 IN-HDR-SOURCE-ID   PIC X(8).
               10 IN-HDR-CREATE-DATE-X PIC X(8).
               10 IN-HDR-CREATE-DATE REDEFINES IN-HDR-CREATE-DATE-X
                                     PIC 9(8).
               10 IN-HDR-FILE-SEQ-X  PIC X(6).
               10 IN-HDR-FILE-SEQ REDEFINES IN-HDR-FILE-SEQ-X
                                     PIC 9(6).
           05 IN-DETAIL-BODY REDEFINES IN-REC-BODY.
               10 IN-DETAIL-GROUP-KEY PIC X(6).
               10 IN-DETAIL-VALUE    PIC S9(5)V99
                                     SIGN LEADING SEPARATE.
               10 IN-DETAIL-WEIGHT   PIC 9(3)V99.
               10 FILLER             PIC X(9).
           05 IN-DETAIL-RAW REDEFINES IN-REC-BODY.
               10 FILLER             PIC X(6).
               10 IN-DETAIL-RAW-TEXT PIC X(8).
               10 FILLER             PIC X(14).
           05 IN-TRAILER-BODY REDEFINES IN-REC-BODY.
               10 IN-TRL-COUNT       PIC 9(6).
               10 IN-TRL-HASH        PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 FILLER             PIC X(10).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-TYPE-ORDER    PIC 9(1).
           05 SORT-GROUP-KEY     PIC X(6).
           05 SORT-ENTRY-SEQ     PIC 9(6).
           05 SORT-INPUT-RECORD  PIC X(29).

       FD  BALANCE-PRINT-FILE
           RECORDING MODE IS F.
               10 CKPT-RECAP-TOT     PIC S9(9)V99.
               10 CKPT-RECAP-WGT     PIC 9(9)V99.
               10 CKPT-RECAP-WTOT    PIC S9(13)V9999.
               10 CKPT-RECAP-FIRST-SRC PIC 9(4).
           05 CKPT-SOURCE-COUNT      PIC 9(4).
           05 CKPT-SOURCE-ENTRY OCCURS 50 TIMES.
               10 CKPT-SRC-EXPECTED  PIC 9(4).
           05 JLOG-RECORDS-READ  PIC 9(6).
           05 JLOG-RECORDS-WRITTEN PIC 9(6).
           05 JLOG-RETURN-CODE   PIC 9(2).
           05 JLOG-BUSINESS-DATE PIC 9(8).

       FD  PRINT-TRUNC-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  AUDIT-TRUNC-RECORD    PIC X(89).

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

       FD  FEED-EXCEPTION-FILE
           RECORDING MODE IS F.
       01  FEED-LINE             PIC X(80).

       FD  PARTITION-PARM-FILE
           RECORDING MODE IS F.
       01  PARTITION-PARM-RECORD.
           05 PARM-PART-NUMBER-X PIC X(2).
           05 PARM-PART-NUMBER REDEFINES PARM-PART-NUMBER-X
                                 PIC 9(2).
           05 PARM-PART-RUN-ID   PIC X(14).
           05 FILLER             PIC X(64).

       FD  PARTIAL-RESULT-FILE
           RECORDING MODE IS F.
       01  PARTIAL-RESULT-RECORD.
           05 PRS-REC-TYPE       PIC X(1).
               88 PRS-IS-CONTROL        VALUE "C".
               88 PRS-IS-SOURCE         VALUE "S".
               88 PRS-IS-GROUP          VALUE "G".
               88 PRS-IS-END            VALUE "E".
           05 PRS-PARTITION      PIC 9(2).
           05 PRS-RUN-ID         PIC X(14).
           05 PRS-BODY           PIC X(143).
           05 PRS-CONTROL-BODY REDEFINES PRS-BODY.
               10 PRS-RETURN-CODE    PIC 9(2).
               10 PRS-BALANCE-SW     PIC X(1).
               10 PRS-RECORDS-READ   PIC 9(6).
               10 PRS-VALID-COUNT    PIC 9(6).
               10 PRS-REJECT-COUNT   PIC 9(6).
               10 PRS-TOTAL          PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 PRS-HASH-TOTAL     PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 PRS-SUM-OF-SQUARES PIC S9(14)V9999
                                     SIGN LEADING SEPARATE.
               10 PRS-MIN-VALUE      PIC S9(5)V99
                                     SIGN LEADING SEPARATE.
               10 PRS-MAX-VALUE      PIC S9(5)V99
                                     SIGN LEADING SEPARATE.
               10 PRS-WEIGHT-TOTAL   PIC 9(9)V99.
               10 PRS-WEIGHTED-TOTAL PIC S9(13)V9999
                                     SIGN LEADING SEPARATE.
               10 PRS-ROUND-MODE     PIC X(1).
               10 PRS-AVG-MODE       PIC X(1).
               10 PRS-SOURCE-COUNT   PIC 9(4).
               10 PRS-RECAP-COUNT    PIC 9(4).
               10 FILLER             PIC X(6).
               10 PRS-GUARD-COUNT    PIC 9(6).
               10 PRS-GUARD-HASH     PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05 PRS-SOURCE-BODY REDEFINES PRS-BODY.
               10 PRS-SRC-NUM        PIC 9(4).
               10 PRS-SRC-EXPECTED   PIC 9(4).
               10 PRS-SRC-READ       PIC 9(6).
               10 PRS-SRC-VALID      PIC 9(6).
               10 PRS-SRC-TOTAL      PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 PRS-SRC-WGT        PIC 9(9)V99.
               10 PRS-SRC-WTOT       PIC S9(13)V9999
                                     SIGN LEADING SEPARATE.
               10 PRS-FEED-SOURCE-ID PIC X(8).
               10 PRS-FEED-CREATE-DATE PIC 9(8).
               10 PRS-FEED-SEQ       PIC 9(6).
               10 PRS-FEED-EXPECTED  PIC 9(6).
               10 PRS-FEED-STATE     PIC X(1).
               10 PRS-SRC-GUARD-COUNT PIC 9(6).
               10 PRS-SRC-GUARD-HASH PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 FILLER             PIC X(35).
           05 PRS-GROUP-BODY REDEFINES PRS-BODY.
               10 PRS-GRP-KEY        PIC X(6).
               10 PRS-GRP-FIRST-SRC  PIC 9(4).
               10 PRS-GRP-CNT        PIC 9(6).
               10 PRS-GRP-TOT        PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10 PRS-GRP-WGT        PIC 9(9)V99.
               10 PRS-GRP-WTOT       PIC S9(13)V9999
                                     SIGN LEADING SEPARATE.
               10 FILLER             PIC X(86).
           05 PRS-END-BODY REDEFINES PRS-BODY.
               10 PRS-END-RECORDS    PIC 9(6).
               10 FILLER             PIC X(137).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS      PIC X(2) VALUE "00".
           88 WS-INPUT-OK             VALUE "00".

       01  WS-GUARD-COUNT       PIC 9(6) VALUE 0.
       01  WS-GUARD-HASH        PIC S9(9)V99 VALUE 0.
       01  WS-GUARD-SOURCE-TABLE.
           05 WS-GUARD-SOURCE-ENTRY OCCURS 50 TIMES.
               10 WS-GSRC-COUNT      PIC 9(6).
               10 WS-GSRC-HASH       PIC S9(9)V99.
       01  WS-REG-SIG-COUNT     PIC 9(6) VALUE 0.
       01  WS-REG-SIG-HASH      PIC S9(9)V99 VALUE 0.
       01  WS-REG-HELD-COUNT    PIC 9(6) VALUE 0.
       01  WS-REG-SIG-SW        PIC X(1) VALUE SPACE.
           88 WS-REG-SIG-FULL         VALUE "F".
           88 WS-REG-SIG-PARTIAL      VALUE "P".
           88 WS-REG-SIG-NONE         VALUE "N".

       01  WS-EXTRACT-RECS-WRITTEN    PIC 9(6) VALUE 0.
       01  WS-EXC-LINES-WRITTEN       PIC 9(6) VALUE 0.
               10 WS-RECAP-TOT       PIC S9(9)V99.
               10 WS-RECAP-WGT       PIC 9(9)V99.
               10 WS-RECAP-WTOT      PIC S9(13)V9999.
               10 WS-RECAP-FIRST-SRC PIC 9(4).
       01  WS-RECAP-IDX         PIC 9(4) VALUE 0.
       01  WS-RECAP-FOUND-IDX   PIC 9(4) VALUE 0.
       01  WS-RECAP-AVERAGE     PIC S9(7)V99 VALUE 0.
       01  WS-AUDIT-LINES-WRITTEN     PIC 9(6) VALUE 0.
       01  WS-TRUNC-IDX               PIC 9(6) VALUE 0.

       01  WS-INFILE-NAME             PIC X(20) VALUE "INFILE".
       01  WS-PRTFILE-NAME            PIC X(20) VALUE "PRTFILE".
       01  WS-PRTFILE-TRN-NAME        PIC X(20) VALUE "PRTFILE.TRN".
       01  WS-REJFILE-NAME            PIC X(20) VALUE "REJFILE".
       01  WS-REJFILE-TRN-NAME        PIC X(20) VALUE "REJFILE.TRN".
       01  WS-AUDFILE-NAME            PIC X(20) VALUE "AUDFILE".
       01  WS-AUDFILE-TRN-NAME        PIC X(20) VALUE "AUDFILE.TRN".
       01  WS-BALRPT-NAME             PIC X(20) VALUE "BALRPT".
       01  WS-FEEDRPT-NAME            PIC X(20) VALUE "FEEDRPT".
       01  WS-PARTRES-NAME            PIC X(20) VALUE SPACES.

       01  WS-PARTCARD-STATUS         PIC X(2) VALUE "00".
           88 WS-PARTCARD-OK                VALUE "00".
       01  WS-PARTRES-STATUS          PIC X(2) VALUE "00".
           88 WS-PARTRES-OK                 VALUE "00".
       01  WS-PARTITION-SW            PIC X(1) VALUE "N".
           88 WS-PARTITION-MODE             VALUE "Y".
       01  WS-PARTITION-NUM           PIC 9(2) VALUE 0.
       01  WS-PARTITION-RUN-ID        PIC X(14) VALUE SPACES.
       01  WS-PARTITION-SUFFIX        PIC X(4) VALUE SPACES.
       01  WS-PARTRES-WRITTEN         PIC 9(6) VALUE 0.
       01  WS-FILE-OP-RC              PIC S9(9) COMP-5.

       01  WS-REJECT-DETAIL-LINE.
       01  WS-JOB-START-STAMP   PIC X(21) VALUE SPACES.
       01  WS-JOB-END-STAMP     PIC X(21) VALUE SPACES.

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

       01  WS-SRCCTL-STATUS     PIC X(2) VALUE "00".
           88 WS-SRCCTL-OK             VALUE "00".
           88 WS-SRCCTL-NO-RECORD      VALUE "23".
           88 WS-SRCCTL-NOT-FOUND      VALUE "35".
       01  WS-FEEDRPT-STATUS    PIC X(2) VALUE "00".
           88 WS-FEEDRPT-OK            VALUE "00".
       01  WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 50 TIMES.
               10 WS-FEED-SOURCE-ID  PIC X(8).
               10 WS-FEED-CREATE-DATE PIC 9(8).
               10 WS-FEED-SEQ        PIC 9(6).
               10 WS-FEED-EXPECTED   PIC 9(6).
               10 WS-FEED-STATE      PIC X(1).
                   88 WS-FEED-ACCEPTED      VALUE "A".
                   88 WS-FEED-NEW-SOURCE    VALUE "N".
                   88 WS-FEED-UNSEQUENCED   VALUE "U".
                   88 WS-FEED-OUT-OF-SEQ    VALUE "O".
                   88 WS-FEED-GAP           VALUE "G".
                   88 WS-FEED-DATE-BACK     VALUE "D".
                   88 WS-FEED-INVALID       VALUE "I".
                   88 WS-FEED-HELD          VALUE "O" "G" "D" "I".
                   88 WS-FEED-POSTABLE      VALUE "A" "N".
       01  WS-FEED-IDX          PIC 9(4) VALUE 0.
       01  WS-FEED-PRIOR-IDX    PIC 9(4) VALUE 0.
       01  WS-FEED-LAST-SEQ     PIC 9(6) VALUE 0.
       01  WS-FEED-LAST-DATE    PIC 9(8) VALUE 0.
       01  WS-FEED-NEXT-SEQ     PIC 9(6) VALUE 0.
       01  WS-FEED-KNOWN-SW     PIC X(1) VALUE "N".
           88 WS-FEED-KNOWN            VALUE "Y".
       01  WS-FEED-HELD-SOURCES PIC 9(4) VALUE 0.
       01  WS-FEED-HELD-RECORDS PIC 9(6) VALUE 0.
       01  WS-FEED-LINES-WRITTEN PIC 9(6) VALUE 0.
       01  WS-SRCCTL-UPDATED    PIC 9(4) VALUE 0.

       01  WS-REPORT-HEADER-1.
           05 FILLER             PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-MONTH      PIC 9(2).
           05 FILLER             PIC X(30)
               VALUE "AVERAGE CALCULATOR REPORT".

       01  WS-REPORT-HEADER-2.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 HDR-BUSINESS-DATE  PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 HDR-CLOCK-DATE     PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HDR-CLOCK-TIME     PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER             PIC X(4)  VALUE "SEQ ".
           05 DTL-SEQ-NUM        PIC ZZZZZ9.
           05 BAL-HDR-RUN-ID     PIC X(14).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-BAL-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 BAL-BUSINESS-DATE  PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 BAL-CLOCK-DATE     PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 BAL-CLOCK-TIME     PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-BAL-SOURCE-LINE.
           05 FILLER             PIC X(8)  VALUE "SOURCE: ".
           05 BAL-SRC-NUM        PIC ZZZ9.
           05 BAL-VALID-COUNT    PIC ZZZZZ9.
           05 FILLER             PIC X(12) VALUE "  REJECTED: ".
           05 BAL-REJECT-COUNT   PIC ZZZZZ9.
           05 FILLER             PIC X(8)  VALUE "  HELD: ".
           05 BAL-HELD-COUNT     PIC ZZZZZ9.
           05 FILLER             PIC X(12) VALUE SPACES.

       01  WS-BAL-FILE-LINE.
           05 BAL-FILE-LABEL     PIC X(15).
           05 BAL-FILE-STATUS    PIC X(2).
           05 FILLER             PIC X(47) VALUE SPACES.

       01  WS-BAL-REGISTRY-LINE.
           05 FILLER             PIC X(15) VALUE "RUNREG.......: ".
           05 BAL-REG-TEXT       PIC X(40).
           05 BAL-REG-COUNT      PIC ZZZZZ9.
           05 FILLER             PIC X(19) VALUE SPACES.

       01  WS-BAL-RC-LINE.
           05 FILLER             PIC X(15) VALUE "RETURN CODE..: ".
           05 BAL-RETURN-CODE    PIC 9(2).
           05 OOB-RUN-TOTAL      PIC -(8)9.99.
           05 FILLER             PIC X(22) VALUE SPACES.

       01  WS-FEED-HEADER-LINE.
           05 FILLER             PIC X(23)
               VALUE "FEED CONTROL EXCEPTIONS".
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "RUN ID: ".
           05 FED-HDR-RUN-ID     PIC X(14).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-FEED-DETAIL-LINE.
           05 FILLER             PIC X(5)  VALUE "SRC  ".
           05 FED-SRC-NUM        PIC ZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FED-SOURCE-ID      PIC X(8).
           05 FILLER             PIC X(6)  VALUE "  SEQ ".
           05 FED-SEQ            PIC ZZZZZ9.
           05 FILLER             PIC X(6)  VALUE "  EXP ".
           05 FED-EXPECTED       PIC ZZZZZ9.
           05 FILLER             PIC X(7)  VALUE "  RECS ".
           05 FED-RECORDS        PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FED-REASON         PIC X(23).

       01  WS-FEED-TOTAL-LINE.
           05 FED-TOT-LABEL      PIC X(23).
           05 FED-TOT-COUNT      PIC ZZZZZ9.
           05 FILLER             PIC X(51) VALUE SPACES.

       01  WS-FEED-NONE-LINE.
           05 FILLER             PIC X(27) VALUE
               "NO FEED SEQUENCE EXCEPTIONS".
           05 FILLER             PIC X(53) VALUE SPACES.

       01  WS-FEED-DUP-LINE.
           05 FILLER             PIC X(50) VALUE
               "*** DUPLICATE INPUT - FEED CONTROL NOT APPLIED ***".
           05 FILLER             PIC X(30) VALUE SPACES.

       01  WS-FEED-OOB-LINE.
           05 FILLER             PIC X(51) VALUE
               "*** OUT OF BALANCE - SOURCE CONTROL NOT UPDATED ***".
           05 FILLER             PIC X(29) VALUE SPACES.

       01  WS-FEED-NOREG-LINE.
           05 FILLER             PIC X(50) VALUE
               "*** ALL SOURCES HELD - RUN NOT ADDED TO RUNREG ***".
           05 FILLER             PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-STAMP.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "AVERAGE-CALCULATOR: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
               MOVE WS-JOB-START-STAMP (1:14) TO WS-RUN-ID
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-PARTITION-PARAMETER.
           PERFORM LOAD-CHECKPOINT.
           PERFORM ESTABLISH-RUN-ID.
           PERFORM LOAD-GROUP-REFERENCE.
                   IF WS-GROUP-COUNT > 0
                       PERFORM WRITE-GROUP-SUBTOTAL-LINE
                   END-IF
                   IF NOT WS-PARTITION-MODE
                       MOVE SPACES TO PRINT-LINE
                       WRITE PRINT-LINE
                       ADD 1 TO WS-PRINT-LINES-WRITTEN
                       PERFORM WRITE-SOURCE-SECTIONS
                       PERFORM COMPUTE-AVERAGE
                       PERFORM COMPUTE-STATISTICS
                       PERFORM DETECT-OUTLIERS
                       PERFORM WRITE-CONTROL-TOTAL
                       PERFORM WRITE-EXCLUDED-TOTAL-LINE
                       PERFORM WRITE-STATISTICS-LINE
                       PERFORM WRITE-GROUP-RECAP-SECTION
                       PERFORM WRITE-AUDIT-SUMMARY
                       PERFORM WRITE-EXTRACT-RECORD
                   END-IF
               END-IF
           END-IF
           END-IF.

           IF WS-HEADER-SEEN AND WS-RUN-IN-BALANCE
             AND NOT WS-DUPLICATE-INPUT AND WS-GUARD-COUNT > 0
             AND NOT WS-PARTITION-MODE
               PERFORM COMPUTE-REGISTRY-SIGNATURE
               IF NOT WS-REG-SIG-NONE
                   PERFORM APPEND-RUN-REGISTRY
               END-IF
               PERFORM UPDATE-SOURCE-CONTROL
           END-IF.

           CLOSE PRINT-FILE.
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-FEED-HELD-SOURCES > 0 AND NOT WS-DUPLICATE-INPUT
               DISPLAY "AVERAGE-CALCULATOR: " WS-FEED-HELD-SOURCES
                   " SOURCE(S) HELD BY FEED CONTROL - SEE FEEDRPT"
               EVALUATE TRUE
                   WHEN WS-REG-SIG-PARTIAL
                       DISPLAY "AVERAGE-CALCULATOR: "
                           WS-REG-HELD-COUNT " HELD RECORD(S) LEFT "
                           "OFF RUNREG SIGNATURE"
                   WHEN WS-REG-SIG-NONE
                       DISPLAY "AVERAGE-CALCULATOR: ALL SOURCES HELD "
                           "- RUN NOT ADDED TO RUNREG"
               END-EVALUATE
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-FEED-CONTROL-REPORT.

           PERFORM WRITE-RUN-BALANCE-REPORT.

           IF WS-PARTITION-MODE
               PERFORM WRITE-PARTIAL-RESULTS
           END-IF.

           PERFORM CLEAR-CHECKPOINT.

           PERFORM WRITE-JOB-LOG.
           MOVE WS-RECORDS-READ TO JLOG-RECORDS-READ.
           MOVE WS-PRINT-LINES-WRITTEN TO JLOG-RECORDS-WRITTEN.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-RUN-DATE-NUM TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       READ-PROCESSING-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "AVERAGE-CALCULATOR: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "AVERAGE-CALCULATOR: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "AVERAGE-CALCULATOR: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "AVERAGE-CALCULATOR"
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
                       DISPLAY "AVERAGE-CALCULATOR: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "AVERAGE-CALCULATOR: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "AVERAGE-CALCULATOR: PREDECESSOR TABLE FULL "
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
               DISPLAY "AVERAGE-CALCULATOR: UNABLE TO OPEN JOBLOG "
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

       READ-PARTITION-PARAMETER.
           OPEN INPUT PARTITION-PARM-FILE.
           IF NOT WS-PARTCARD-OK
               EXIT PARAGRAPH
           END-IF.
           READ PARTITION-PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF NOT WS-PARTCARD-OK
               CLOSE PARTITION-PARM-FILE
               EXIT PARAGRAPH
           END-IF.
           CLOSE PARTITION-PARM-FILE.
           IF PARM-PART-NUMBER-X NOT NUMERIC
             OR PARM-PART-NUMBER = 0
             OR PARM-PART-RUN-ID = SPACES
               DISPLAY "AVERAGE-CALCULATOR: PARTCARD PARTITION "
                   "NUMBER OR RUN ID INVALID - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-PARTITION-MODE TO TRUE.
           MOVE PARM-PART-NUMBER TO WS-PARTITION-NUM.
           MOVE PARM-PART-RUN-ID TO WS-PARTITION-RUN-ID.
           MOVE SPACES TO WS-PARTITION-SUFFIX.
           STRING ".P" WS-PARTITION-NUM
               DELIMITED BY SIZE INTO WS-PARTITION-SUFFIX.
           MOVE SPACES TO WS-INFILE-NAME.
           STRING "INFILE" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-INFILE-NAME.
           MOVE SPACES TO WS-PRTFILE-NAME.
           STRING "PRTFILE" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-PRTFILE-NAME.
           MOVE SPACES TO WS-PRTFILE-TRN-NAME.
           STRING "PRTFILE" WS-PARTITION-SUFFIX ".TRN"
               DELIMITED BY SIZE INTO WS-PRTFILE-TRN-NAME.
           MOVE SPACES TO WS-REJFILE-NAME.
           STRING "REJFILE" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-REJFILE-NAME.
           MOVE SPACES TO WS-REJFILE-TRN-NAME.
           STRING "REJFILE" WS-PARTITION-SUFFIX ".TRN"
               DELIMITED BY SIZE INTO WS-REJFILE-TRN-NAME.
           MOVE SPACES TO WS-AUDFILE-NAME.
           STRING "AUDFILE" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-AUDFILE-NAME.
           MOVE SPACES TO WS-AUDFILE-TRN-NAME.
           STRING "AUDFILE" WS-PARTITION-SUFFIX ".TRN"
               DELIMITED BY SIZE INTO WS-AUDFILE-TRN-NAME.
           MOVE SPACES TO WS-BALRPT-NAME.
           STRING "BALRPT" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-BALRPT-NAME.
           MOVE SPACES TO WS-FEEDRPT-NAME.
           STRING "FEEDRPT" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-FEEDRPT-NAME.
           MOVE SPACES TO WS-PARTRES-NAME.
           STRING "PARTRES" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-PARTRES-NAME.
           MOVE SPACES TO WS-CKPT-CURRENT-NAME.
           STRING "CKPTFILE" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-CKPT-CURRENT-NAME.
           MOVE SPACES TO WS-CKPT-PRIOR-NAME.
           STRING "CKPTFILE" WS-PARTITION-SUFFIX ".PRV"
               DELIMITED BY SIZE INTO WS-CKPT-PRIOR-NAME.
           MOVE SPACES TO WS-CKPT-NEW-NAME.
           STRING "CKPTFILE" WS-PARTITION-SUFFIX ".NEW"
               DELIMITED BY SIZE INTO WS-CKPT-NEW-NAME.
           OPEN OUTPUT PARTIAL-RESULT-FILE.
           IF NOT WS-PARTRES-OK
               DISPLAY "AVERAGE-CALCULATOR: UNABLE TO OPEN "
                   WS-PARTRES-NAME " - STATUS " WS-PARTRES-STATUS
                   " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PARTIAL-RESULT-FILE.
           DISPLAY "AVERAGE-CALCULATOR: PARTITION " WS-PARTITION-NUM
               " OF RUN " WS-PARTITION-RUN-ID.

       WRITE-PARTIAL-RESULTS.
           OPEN OUTPUT PARTIAL-RESULT-FILE.
           IF NOT WS-PARTRES-OK
               DISPLAY "AVERAGE-CALCULATOR: UNABLE TO OPEN "
                   WS-PARTRES-NAME " - STATUS " WS-PARTRES-STATUS
                   " - PARTITION NOT COMPLETED"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PARTRES-WRITTEN.
           MOVE SPACES TO PARTIAL-RESULT-RECORD.
           SET PRS-IS-CONTROL TO TRUE.
           MOVE WS-PARTITION-NUM  TO PRS-PARTITION.
           MOVE WS-RUN-ID         TO PRS-RUN-ID.
           MOVE RETURN-CODE       TO PRS-RETURN-CODE.
           MOVE WS-BALANCE-SW     TO PRS-BALANCE-SW.
           MOVE WS-RECORDS-READ   TO PRS-RECORDS-READ.
           MOVE WS-VALID-COUNT    TO PRS-VALID-COUNT.
           MOVE WS-REJECT-COUNT   TO PRS-REJECT-COUNT.
           MOVE TOTAL             TO PRS-TOTAL.
           MOVE WS-HASH-TOTAL     TO PRS-HASH-TOTAL.
           MOVE WS-SUM-OF-SQUARES TO PRS-SUM-OF-SQUARES.
           MOVE WS-MIN-VALUE      TO PRS-MIN-VALUE.
           MOVE WS-MAX-VALUE      TO PRS-MAX-VALUE.
           MOVE WS-WEIGHT-TOTAL   TO PRS-WEIGHT-TOTAL.
           MOVE WS-WEIGHTED-TOTAL TO PRS-WEIGHTED-TOTAL.
           MOVE WS-ROUND-MODE     TO PRS-ROUND-MODE.
           MOVE WS-AVG-MODE       TO PRS-AVG-MODE.
           MOVE WS-SOURCE-COUNT   TO PRS-SOURCE-COUNT.
           MOVE WS-RECAP-COUNT    TO PRS-RECAP-COUNT.
           MOVE WS-GUARD-COUNT    TO PRS-GUARD-COUNT.
           MOVE WS-GUARD-HASH     TO PRS-GUARD-HASH.
           WRITE PARTIAL-RESULT-RECORD.
           ADD 1 TO WS-PARTRES-WRITTEN.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               PERFORM WRITE-PARTIAL-SOURCE
           END-PERFORM.
           PERFORM VARYING WS-RECAP-IDX FROM 1 BY 1
                   UNTIL WS-RECAP-IDX > WS-RECAP-COUNT
               PERFORM WRITE-PARTIAL-GROUP
           END-PERFORM.
           MOVE SPACES TO PARTIAL-RESULT-RECORD.
           SET PRS-IS-END TO TRUE.
           MOVE WS-PARTITION-NUM  TO PRS-PARTITION.
           MOVE WS-RUN-ID         TO PRS-RUN-ID.
           MOVE WS-PARTRES-WRITTEN TO PRS-END-RECORDS.
           WRITE PARTIAL-RESULT-RECORD.
           CLOSE PARTIAL-RESULT-FILE.

       WRITE-PARTIAL-SOURCE.
           MOVE SPACES TO PARTIAL-RESULT-RECORD.
           SET PRS-IS-SOURCE TO TRUE.
           MOVE WS-PARTITION-NUM  TO PRS-PARTITION.
           MOVE WS-RUN-ID         TO PRS-RUN-ID.
           MOVE WS-SOURCE-IDX     TO PRS-SRC-NUM.
           MOVE WS-SRC-EXPECTED (WS-SOURCE-IDX) TO PRS-SRC-EXPECTED.
           MOVE WS-SRC-READ (WS-SOURCE-IDX) TO PRS-SRC-READ.
           MOVE WS-SRC-VALID (WS-SOURCE-IDX) TO PRS-SRC-VALID.
           MOVE WS-SRC-TOTAL (WS-SOURCE-IDX) TO PRS-SRC-TOTAL.
           MOVE WS-SRC-WGT (WS-SOURCE-IDX) TO PRS-SRC-WGT.
           MOVE WS-SRC-WTOT (WS-SOURCE-IDX) TO PRS-SRC-WTOT.
           MOVE WS-FEED-SOURCE-ID (WS-SOURCE-IDX) TO
               PRS-FEED-SOURCE-ID.
           MOVE WS-FEED-CREATE-DATE (WS-SOURCE-IDX) TO
               PRS-FEED-CREATE-DATE.
           MOVE WS-FEED-SEQ (WS-SOURCE-IDX) TO PRS-FEED-SEQ.
           MOVE WS-FEED-EXPECTED (WS-SOURCE-IDX) TO PRS-FEED-EXPECTED.
           MOVE WS-FEED-STATE (WS-SOURCE-IDX) TO PRS-FEED-STATE.
           MOVE WS-GSRC-COUNT (WS-SOURCE-IDX) TO PRS-SRC-GUARD-COUNT.
           MOVE WS-GSRC-HASH (WS-SOURCE-IDX) TO PRS-SRC-GUARD-HASH.
           WRITE PARTIAL-RESULT-RECORD.
           ADD 1 TO WS-PARTRES-WRITTEN.

       WRITE-PARTIAL-GROUP.
           MOVE SPACES TO PARTIAL-RESULT-RECORD.
           SET PRS-IS-GROUP TO TRUE.
           MOVE WS-PARTITION-NUM  TO PRS-PARTITION.
           MOVE WS-RUN-ID         TO PRS-RUN-ID.
           MOVE WS-RECAP-KEY (WS-RECAP-IDX) TO PRS-GRP-KEY.
           MOVE WS-RECAP-FIRST-SRC (WS-RECAP-IDX) TO PRS-GRP-FIRST-SRC.
           MOVE WS-RECAP-CNT (WS-RECAP-IDX) TO PRS-GRP-CNT.
           MOVE WS-RECAP-TOT (WS-RECAP-IDX) TO PRS-GRP-TOT.
           MOVE WS-RECAP-WGT (WS-RECAP-IDX) TO PRS-GRP-WGT.
           MOVE WS-RECAP-WTOT (WS-RECAP-IDX) TO PRS-GRP-WTOT.
           WRITE PARTIAL-RESULT-RECORD.
           ADD 1 TO WS-PARTRES-WRITTEN.

       LOAD-CHECKPOINT.
           MOVE WS-CKPT-CURRENT-NAME TO WS-CKPT-FILE-NAME.
           PERFORM TRY-LOAD-CHECKPOINT.

       ESTABLISH-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF WS-PARTITION-MODE AND NOT WS-RESTART-REQUESTED
               MOVE WS-PARTITION-RUN-ID TO WS-RUN-ID
           END-IF.
           IF WS-RESTART-REQUESTED OR WS-PARTITION-MODE
               MOVE WS-RUN-ID(1:4) TO WS-RUN-YEAR
               MOVE WS-RUN-ID(5:2) TO WS-RUN-MONTH
               MOVE WS-RUN-ID(7:2) TO WS-RUN-DAY
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
               MOVE WS-BUSINESS-DATE TO WS-RUN-ID(1:8)
               MOVE WS-CURRENT-DATE-TIME(9:6)  TO WS-RUN-ID(9:6)
           END-IF.

       LOAD-GROUP-REFERENCE.
           END-IF.
           MOVE WS-RUN-ID TO EXC-HDR-RUN-ID.
           WRITE EXCEPTION-LINE FROM WS-EXC-HEADER-LINE.
           MOVE WS-RUN-DATE-NUM TO BAL-BUSINESS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO BAL-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO BAL-CLOCK-TIME.
           WRITE EXCEPTION-LINE FROM WS-BAL-DATE-LINE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           ADD 3 TO WS-EXC-LINES-WRITTEN.
           CLOSE AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
           END-IF.
           MOVE WS-RUN-ID TO ALR-HDR-RUN-ID.
           WRITE ALERT-LINE FROM WS-ALERT-HEADER-LINE.
           MOVE WS-RUN-DATE-NUM TO BAL-BUSINESS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO BAL-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO BAL-CLOCK-TIME.
           WRITE ALERT-LINE FROM WS-BAL-DATE-LINE.
           MOVE SPACES TO ALERT-LINE.
           WRITE ALERT-LINE.
           ADD 3 TO WS-ALERT-LINES-WRITTEN.

       CHECK-GROUP-TOLERANCE.
           IF WS-TOL-COUNT = 0

       RELEASE-INPUT-RECORDS.
           MOVE 0 TO WS-RELEASE-SEQ.
           INITIALIZE WS-GUARD-SOURCE-TABLE.
           PERFORM UNTIL END-OF-INPUT
               READ INPUT-FILE
                   AT END
                           IF IN-DETAIL-VALUE NUMERIC
                               ADD IN-DETAIL-VALUE TO WS-GUARD-HASH
                           END-IF
                           IF WS-RELEASE-SOURCE <= WS-SOURCE-MAX
                               PERFORM ADD-SOURCE-GUARD
                           END-IF
                   END-EVALUATE
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

       ADD-SOURCE-GUARD.
           ADD 1 TO WS-GSRC-COUNT (WS-RELEASE-SOURCE).
           IF IN-DETAIL-VALUE NUMERIC
               ADD IN-DETAIL-VALUE TO WS-GSRC-HASH (WS-RELEASE-SOURCE)
           END-IF.

       PROCESS-SORTED-RECORDS.
           MOVE "N" TO WS-EOF-SW.
           PERFORM CHECK-RUN-REGISTRY.
           END-PERFORM.

       CHECK-RUN-REGISTRY.
           IF WS-GUARD-COUNT = 0 OR WS-PARTITION-MODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT REGISTRY-FILE.
               MOVE 16 TO RETURN-CODE
           END-IF.

       COMPUTE-REGISTRY-SIGNATURE.
           MOVE WS-GUARD-COUNT TO WS-REG-SIG-COUNT.
           MOVE WS-GUARD-HASH TO WS-REG-SIG-HASH.
           MOVE 0 TO WS-REG-HELD-COUNT.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-HEADERS-SEEN
               IF WS-FEED-HELD (WS-FEED-IDX)
                   SUBTRACT WS-GSRC-COUNT (WS-FEED-IDX)
                       FROM WS-REG-SIG-COUNT
                   SUBTRACT WS-GSRC-HASH (WS-FEED-IDX)
                       FROM WS-REG-SIG-HASH
                   ADD WS-GSRC-COUNT (WS-FEED-IDX) TO WS-REG-HELD-COUNT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-REG-HELD-COUNT = 0
                   SET WS-REG-SIG-FULL TO TRUE
               WHEN WS-REG-SIG-COUNT = 0
                   SET WS-REG-SIG-NONE TO TRUE
               WHEN OTHER
                   SET WS-REG-SIG-PARTIAL TO TRUE
           END-EVALUATE.

       APPEND-RUN-REGISTRY.
           OPEN I-O REGISTRY-FILE.
           IF WS-REGISTRY-NOT-FOUND
               STOP RUN
           END-IF.
           MOVE SPACES TO REGISTRY-RECORD.
           MOVE WS-REG-SIG-COUNT TO REG-RECORD-COUNT.
           MOVE WS-REG-SIG-HASH TO REG-HASH.
           MOVE WS-RUN-ID TO REG-RUN-ID.
           MOVE WS-RUN-DATE TO REG-RUN-DATE.
           WRITE REGISTRY-RECORD
           END-IF.
           MOVE WS-RUN-ID TO BAL-HDR-RUN-ID.
           WRITE BALANCE-LINE FROM WS-BAL-HEADER-LINE.
           MOVE WS-RUN-DATE-NUM TO BAL-BUSINESS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO BAL-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO BAL-CLOCK-TIME.
           WRITE BALANCE-LINE FROM WS-BAL-DATE-LINE.
           MOVE SPACES TO BALANCE-LINE.
           WRITE BALANCE-LINE.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
           MOVE WS-RECORDS-READ TO BAL-READ-COUNT.
           MOVE WS-VALID-COUNT TO BAL-VALID-COUNT.
           MOVE WS-REJECT-COUNT TO BAL-REJECT-COUNT.
           MOVE WS-FEED-HELD-RECORDS TO BAL-HELD-COUNT.
           WRITE BALANCE-LINE FROM WS-BAL-COUNT-LINE.
           IF WS-REG-SIG-PARTIAL OR WS-REG-SIG-NONE
               INITIALIZE WS-BAL-REGISTRY-LINE
               IF WS-REG-SIG-PARTIAL
                   MOVE "HELD RECORDS LEFT OFF RUN SIGNATURE...: "
                       TO BAL-REG-TEXT
               ELSE
                   MOVE "ALL SOURCES HELD - RUN NOT REGISTERED.: "
                       TO BAL-REG-TEXT
               END-IF
               MOVE WS-REG-HELD-COUNT TO BAL-REG-COUNT
               WRITE BALANCE-LINE FROM WS-BAL-REGISTRY-LINE
           END-IF.
           MOVE SPACES TO BALANCE-LINE.
           WRITE BALANCE-LINE.
           MOVE "PRTFILE LINES: " TO BAL-FILE-LABEL.
           MOVE WS-ALERT-LINES-WRITTEN TO BAL-FILE-COUNT.
           MOVE WS-ALERT-STATUS TO BAL-FILE-STATUS.
           WRITE BALANCE-LINE FROM WS-BAL-FILE-LINE.
           MOVE "FEEDRPT LINES: " TO BAL-FILE-LABEL.
           MOVE WS-FEED-LINES-WRITTEN TO BAL-FILE-COUNT.
           MOVE WS-FEEDRPT-STATUS TO BAL-FILE-STATUS.
           WRITE BALANCE-LINE FROM WS-BAL-FILE-LINE.
           MOVE SPACES TO BALANCE-LINE.
           WRITE BALANCE-LINE.
           MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY.
               MOVE 0 TO WS-SRC-WTOT (WS-SOURCE-COUNT)
           END-IF.
           MOVE WS-HEADERS-SEEN TO WS-CURRENT-SOURCE.
           PERFORM CHECK-FEED-SEQUENCE.

       CHECK-FEED-SEQUENCE.
           MOVE WS-HEADERS-SEEN TO WS-FEED-IDX.
           MOVE IN-HDR-SOURCE-ID TO WS-FEED-SOURCE-ID (WS-FEED-IDX).
           MOVE 0 TO WS-FEED-CREATE-DATE (WS-FEED-IDX).
           MOVE 0 TO WS-FEED-SEQ (WS-FEED-IDX).
           MOVE 0 TO WS-FEED-EXPECTED (WS-FEED-IDX).
           IF IN-HDR-SOURCE-ID = SPACES
               SET WS-FEED-UNSEQUENCED (WS-FEED-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF IN-HDR-CREATE-DATE-X NUMERIC
               MOVE IN-HDR-CREATE-DATE TO
                   WS-FEED-CREATE-DATE (WS-FEED-IDX)
           END-IF.
           IF IN-HDR-FILE-SEQ-X NOT NUMERIC OR IN-HDR-FILE-SEQ = 0
               SET WS-FEED-INVALID (WS-FEED-IDX) TO TRUE
               ADD 1 TO WS-FEED-HELD-SOURCES
               EXIT PARAGRAPH
           END-IF.
           MOVE IN-HDR-FILE-SEQ TO WS-FEED-SEQ (WS-FEED-IDX).
           PERFORM FIND-LAST-ACCEPTED-SEQUENCE.
           IF NOT WS-FEED-KNOWN
               SET WS-FEED-NEW-SOURCE (WS-FEED-IDX) TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FEED-LAST-SEQ >= 999999
               MOVE 1 TO WS-FEED-NEXT-SEQ
           ELSE
               COMPUTE WS-FEED-NEXT-SEQ = WS-FEED-LAST-SEQ + 1
           END-IF.
           MOVE WS-FEED-NEXT-SEQ TO WS-FEED-EXPECTED (WS-FEED-IDX).
           EVALUATE TRUE
               WHEN IN-HDR-FILE-SEQ = WS-FEED-NEXT-SEQ
                   IF WS-FEED-CREATE-DATE (WS-FEED-IDX) > 0
                     AND WS-FEED-CREATE-DATE (WS-FEED-IDX)
                       < WS-FEED-LAST-DATE
                       SET WS-FEED-DATE-BACK (WS-FEED-IDX) TO TRUE
                   ELSE
                       SET WS-FEED-ACCEPTED (WS-FEED-IDX) TO TRUE
                   END-IF
               WHEN IN-HDR-FILE-SEQ <= WS-FEED-LAST-SEQ
                   SET WS-FEED-OUT-OF-SEQ (WS-FEED-IDX) TO TRUE
               WHEN OTHER
                   SET WS-FEED-GAP (WS-FEED-IDX) TO TRUE
           END-EVALUATE.
           IF WS-FEED-HELD (WS-FEED-IDX)
               ADD 1 TO WS-FEED-HELD-SOURCES
           END-IF.

       FIND-LAST-ACCEPTED-SEQUENCE.
           MOVE "N" TO WS-FEED-KNOWN-SW.
           PERFORM VARYING WS-FEED-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-FEED-PRIOR-IDX >= WS-FEED-IDX
               IF WS-FEED-SOURCE-ID (WS-FEED-PRIOR-IDX) =
                   IN-HDR-SOURCE-ID
                 AND WS-FEED-POSTABLE (WS-FEED-PRIOR-IDX)
                   MOVE WS-FEED-SEQ (WS-FEED-PRIOR-IDX) TO
                       WS-FEED-LAST-SEQ
                   MOVE WS-FEED-CREATE-DATE (WS-FEED-PRIOR-IDX) TO
                       WS-FEED-LAST-DATE
                   SET WS-FEED-KNOWN TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FEED-KNOWN
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SOURCE-CONTROL-FILE.
           IF WS-SRCCTL-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-SRCCTL-OK
               DISPLAY "AVERAGE-CALCULATOR: UNABLE TO OPEN SRCCTL "
                   "- STATUS " WS-SRCCTL-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE IN-HDR-SOURCE-ID TO SCM-SOURCE-ID.
           READ SOURCE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-SRCCTL-OK
                   MOVE SCM-LAST-SEQ TO WS-FEED-LAST-SEQ
                   MOVE SCM-LAST-CREATE-DATE TO WS-FEED-LAST-DATE
                   SET WS-FEED-KNOWN TO TRUE
               WHEN WS-SRCCTL-NO-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AVERAGE-CALCULATOR: UNABLE TO READ SRCCTL "
                       "- STATUS " WS-SRCCTL-STATUS
                       " - RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           CLOSE SOURCE-CONTROL-FILE.

       UPDATE-SOURCE-CONTROL.
           MOVE 0 TO WS-SRCCTL-UPDATED.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-HEADERS-SEEN
               IF WS-FEED-POSTABLE (WS-FEED-IDX)
                   ADD 1 TO WS-SRCCTL-UPDATED
               END-IF
           END-PERFORM.
           IF WS-SRCCTL-UPDATED = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O SOURCE-CONTROL-FILE.
           IF WS-SRCCTL-NOT-FOUND
               OPEN OUTPUT SOURCE-CONTROL-FILE
               CLOSE SOURCE-CONTROL-FILE
               OPEN I-O SOURCE-CONTROL-FILE
           END-IF.
           IF NOT WS-SRCCTL-OK
               DISPLAY "AVERAGE-CALCULATOR: UNABLE TO UPDATE SRCCTL "
                   "- STATUS " WS-SRCCTL-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-HEADERS-SEEN
               IF WS-FEED-POSTABLE (WS-FEED-IDX)
                   PERFORM POST-SOURCE-SEQUENCE
               END-IF
           END-PERFORM.
           CLOSE SOURCE-CONTROL-FILE.

       POST-SOURCE-SEQUENCE.
           MOVE WS-FEED-SOURCE-ID (WS-FEED-IDX) TO SCM-SOURCE-ID.
           READ SOURCE-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-SRCCTL-OK
                   IF SCM-LAST-RUN-ID NOT = WS-RUN-ID
                       MOVE SCM-LAST-SEQ TO SCM-PRIOR-SEQ
                       SET SCM-PRIOR-SEQ-KEPT TO TRUE
                   END-IF
                   PERFORM MOVE-SOURCE-SEQUENCE
                   REWRITE SOURCE-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               WHEN WS-SRCCTL-NO-RECORD
                   INITIALIZE SOURCE-CONTROL-RECORD
                   MOVE WS-FEED-SOURCE-ID (WS-FEED-IDX) TO
                       SCM-SOURCE-ID
                   SET SCM-ADDED-BY-RUN TO TRUE
                   PERFORM MOVE-SOURCE-SEQUENCE
                   WRITE SOURCE-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-SRCCTL-OK
               DISPLAY "AVERAGE-CALCULATOR: UNABLE TO WRITE SRCCTL "
                   "- STATUS " WS-SRCCTL-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       MOVE-SOURCE-SEQUENCE.
           MOVE WS-FEED-SEQ (WS-FEED-IDX) TO SCM-LAST-SEQ.
           IF WS-FEED-CREATE-DATE (WS-FEED-IDX) > 0
               MOVE WS-FEED-CREATE-DATE (WS-FEED-IDX) TO
                   SCM-LAST-CREATE-DATE
           END-IF.
           MOVE WS-RUN-ID TO SCM-LAST-RUN-ID.
           MOVE WS-RUN-DATE-NUM TO SCM-LAST-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO SCM-UPDATE-STAMP.
           SET SCM-SEQUENCE-POSTED TO TRUE.

       WRITE-FEED-CONTROL-REPORT.
           MOVE 0 TO WS-FEED-HELD-RECORDS.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-HEADERS-SEEN
               IF WS-FEED-HELD (WS-FEED-IDX)
                   ADD WS-SRC-READ (WS-FEED-IDX) TO WS-FEED-HELD-RECORDS
               END-IF
           END-PERFORM.
           OPEN OUTPUT FEED-EXCEPTION-FILE.
           IF NOT WS-FEEDRPT-OK
               DISPLAY "AVERAGE-CALCULATOR: UNABLE TO OPEN FEEDRPT "
                   "- STATUS " WS-FEEDRPT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-ID TO FED-HDR-RUN-ID.
           WRITE FEED-LINE FROM WS-FEED-HEADER-LINE.
           MOVE WS-RUN-DATE-NUM TO BAL-BUSINESS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO BAL-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO BAL-CLOCK-TIME.
           WRITE FEED-LINE FROM WS-BAL-DATE-LINE.
           MOVE SPACES TO FEED-LINE.
           WRITE FEED-LINE.
           ADD 3 TO WS-FEED-LINES-WRITTEN.
           IF WS-DUPLICATE-INPUT
               WRITE FEED-LINE FROM WS-FEED-DUP-LINE
               ADD 1 TO WS-FEED-LINES-WRITTEN
               CLOSE FEED-EXCEPTION-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-HEADERS-SEEN
               IF WS-FEED-HELD (WS-FEED-IDX)
                 OR WS-FEED-NEW-SOURCE (WS-FEED-IDX)
                   PERFORM WRITE-FEED-EXCEPTION-DETAIL
               END-IF
           END-PERFORM.
           IF WS-FEED-HELD-SOURCES = 0
               WRITE FEED-LINE FROM WS-FEED-NONE-LINE
               ADD 1 TO WS-FEED-LINES-WRITTEN
           END-IF.
           MOVE SPACES TO FEED-LINE.
           WRITE FEED-LINE.
           INITIALIZE WS-FEED-TOTAL-LINE.
           MOVE "SOURCES HELD.........: " TO FED-TOT-LABEL.
           MOVE WS-FEED-HELD-SOURCES TO FED-TOT-COUNT.
           WRITE FEED-LINE FROM WS-FEED-TOTAL-LINE.
           MOVE "RECORDS HELD.........: " TO FED-TOT-LABEL.
           MOVE WS-FEED-HELD-RECORDS TO FED-TOT-COUNT.
           WRITE FEED-LINE FROM WS-FEED-TOTAL-LINE.
           ADD 3 TO WS-FEED-LINES-WRITTEN.
           IF WS-RUN-OUT-OF-BALANCE
               WRITE FEED-LINE FROM WS-FEED-OOB-LINE
           ELSE
               MOVE "SRCCTL ENTRIES POSTED: " TO FED-TOT-LABEL
               MOVE WS-SRCCTL-UPDATED TO FED-TOT-COUNT
               WRITE FEED-LINE FROM WS-FEED-TOTAL-LINE
           END-IF.
           ADD 1 TO WS-FEED-LINES-WRITTEN.
           IF WS-REG-SIG-PARTIAL OR WS-REG-SIG-NONE
               MOVE "HELD RECS OFF RUNREG.: " TO FED-TOT-LABEL
               MOVE WS-REG-HELD-COUNT TO FED-TOT-COUNT
               WRITE FEED-LINE FROM WS-FEED-TOTAL-LINE
               ADD 1 TO WS-FEED-LINES-WRITTEN
           END-IF.
           IF WS-REG-SIG-NONE
               WRITE FEED-LINE FROM WS-FEED-NOREG-LINE
               ADD 1 TO WS-FEED-LINES-WRITTEN
           END-IF.
           CLOSE FEED-EXCEPTION-FILE.

       WRITE-FEED-EXCEPTION-DETAIL.
           INITIALIZE WS-FEED-DETAIL-LINE.
           MOVE WS-FEED-IDX TO FED-SRC-NUM.
           MOVE WS-FEED-SOURCE-ID (WS-FEED-IDX) TO FED-SOURCE-ID.
           MOVE WS-FEED-SEQ (WS-FEED-IDX) TO FED-SEQ.
           MOVE WS-FEED-EXPECTED (WS-FEED-IDX) TO FED-EXPECTED.
           MOVE WS-SRC-READ (WS-FEED-IDX) TO FED-RECORDS.
           EVALUATE TRUE
               WHEN WS-FEED-NEW-SOURCE (WS-FEED-IDX)
                   MOVE "NEW SOURCE - ACCEPTED" TO FED-REASON
               WHEN WS-FEED-OUT-OF-SEQ (WS-FEED-IDX)
                   MOVE "OUT OF SEQUENCE - HELD" TO FED-REASON
               WHEN WS-FEED-GAP (WS-FEED-IDX)
                   MOVE "SEQUENCE GAP - HELD" TO FED-REASON
               WHEN WS-FEED-DATE-BACK (WS-FEED-IDX)
                   MOVE "CREATE DATE BACK - HELD" TO FED-REASON
               WHEN OTHER
                   MOVE "INVALID SEQUENCE - HELD" TO FED-REASON
           END-EVALUATE.
           WRITE FEED-LINE FROM WS-FEED-DETAIL-LINE.
           ADD 1 TO WS-FEED-LINES-WRITTEN.

       WRITE-SOURCE-SECTIONS.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
           IF IN-REC-IS-DETAIL AND IN-DETAIL-VALUE NUMERIC
               ADD IN-DETAIL-VALUE TO WS-HASH-TOTAL
           END-IF.
           IF WS-FEED-HELD (WS-CURRENT-SOURCE)
               EXIT PARAGRAPH
           END-IF.
           IF NOT IN-REC-IS-DETAIL
               ADD 1 TO WS-REJECT-COUNT
               INITIALIZE WS-REJECT-DETAIL-LINE

           WRITE PRINT-LINE FROM WS-REPORT-HEADER-1.
           ADD 1 TO WS-PRINT-LINES-WRITTEN.
           MOVE WS-RUN-DATE-NUM TO HDR-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO HDR-CLOCK-DATE.
           MOVE WS-CURRENT-DATE-TIME (9:6) TO HDR-CLOCK-TIME.
           WRITE PRINT-LINE FROM WS-REPORT-HEADER-2.
           ADD 1 TO WS-PRINT-LINES-WRITTEN.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINES-WRITTEN.
               MOVE WS-RECAP-COUNT TO WS-RECAP-FOUND-IDX
               MOVE WS-CURRENT-GROUP-KEY TO
                   WS-RECAP-KEY (WS-RECAP-FOUND-IDX)
               MOVE WS-CURRENT-SOURCE TO
                   WS-RECAP-FIRST-SRC (WS-RECAP-FOUND-IDX)
               MOVE 0 TO WS-RECAP-CNT (WS-RECAP-FOUND-IDX)
               MOVE 0 TO WS-RECAP-TOT (WS-RECAP-FOUND-IDX)
               MOVE 0 TO WS-RECAP-WGT (WS-RECAP-FOUND-IDX)
