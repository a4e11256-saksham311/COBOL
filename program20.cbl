       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTITION-MERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT PARTIAL-RESULT-FILE ASSIGN USING WS-PARTRES-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTRES-STATUS.

           SELECT PARTITION-AUDIT-FILE ASSIGN USING WS-PARTAUD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTAUD-STATUS.

           SELECT PARTITION-PRINT-FILE ASSIGN USING WS-PARTPRT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTPRT-STATUS.

           SELECT PARTITION-REJECT-FILE ASSIGN USING WS-PARTREJ-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTREJ-STATUS.

           SELECT PRINT-FILE ASSIGN TO "PRTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT AUDIT-FILE ASSIGN USING WS-AUDFILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-TRUNC-FILE ASSIGN USING WS-AUDFILE-TRN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-TRN-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "EXTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "RUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SIGNATURE
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT EXCEPTION-PARM-FILE ASSIGN TO "EXCCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-PARM-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT TOLERANCE-PARM-FILE ASSIGN TO "TOLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT GROUP-HISTORY-FILE ASSIGN TO "GRPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRPH-KEY
               FILE STATUS IS WS-GRPHIST-STATUS.

           SELECT GROUP-REFERENCE-FILE ASSIGN TO "GRPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT SOURCE-CONTROL-FILE ASSIGN TO "SRCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCM-SOURCE-ID
               FILE STATUS IS WS-SRCCTL-STATUS.

           SELECT FEED-EXCEPTION-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDRPT-STATUS.

           SELECT MERGE-PRINT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGRPT-STATUS.

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

       FD  PARTITION-AUDIT-FILE
           RECORDING MODE IS F.
       01  PARTITION-AUDIT-RECORD.
           05 PAUD-TIMESTAMP     PIC X(21).
           05 PAUD-RUN-ID        PIC X(14).
           05 PAUD-REC-TYPE      PIC X(1).
           05 FILLER             PIC X(53).

       FD  PARTITION-PRINT-FILE
           RECORDING MODE IS F.
       01  PARTITION-PRINT-LINE  PIC X(80).

       FD  PARTITION-REJECT-FILE
           RECORDING MODE IS F.
       01  PARTITION-REJECT-LINE PIC X(80).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-LINE            PIC X(80).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-LINE           PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP      PIC X(21).
           05 AUD-RUN-ID         PIC X(14).
           05 AUD-REC-TYPE       PIC X(1).
           05 AUD-SEQ-NUM        PIC 9(6).
           05 AUD-GROUP-KEY      PIC X(6).
           05 AUD-VALUE          PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 AUD-WEIGHT         PIC 9(3)V99.
           05 AUD-RUNNING-TOTAL  PIC S9(9)V99
                                 SIGN LEADING SEPARATE.
           05 AUD-VALID-COUNT    PIC 9(6).
           05 AUD-AVERAGE        PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD  AUDIT-TRUNC-FILE
           RECORDING MODE IS F.
       01  AUDIT-TRUNC-RECORD    PIC X(89).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05 EXT-REC-TYPE       PIC X(1).
               88 EXT-REC-IS-RUN        VALUE "R".
               88 EXT-REC-IS-GROUP      VALUE "G".
               88 EXT-REC-IS-ADJ-RUN    VALUE "A".
               88 EXT-REC-IS-ADJ-GROUP  VALUE "B".
           05 EXT-RUN-ID         PIC X(14).
           05 EXT-RUN-DATE.
               10 EXT-RUN-YEAR      PIC 9(4).
               10 EXT-RUN-MONTH     PIC 9(2).
               10 EXT-RUN-DAY       PIC 9(2).
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

       FD  REGISTRY-FILE
           RECORDING MODE IS F.
       01  REGISTRY-RECORD.
           05 REG-SIGNATURE.
               10 REG-RECORD-COUNT  PIC 9(6).
               10 REG-HASH          PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05 REG-RUN-ID         PIC X(14).
           05 REG-RUN-DATE       PIC 9(8).

       FD  EXCEPTION-PARM-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-PARM-RECORD.
           05 PARM-EXC-SIGMA-X   PIC X(4).
           05 PARM-EXC-SIGMA REDEFINES PARM-EXC-SIGMA-X
                                 PIC 9(2)V99.
           05 PARM-EXC-FLOOR-X   PIC X(8).
           05 PARM-EXC-FLOOR REDEFINES PARM-EXC-FLOOR-X
                                 PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 PARM-EXC-CEILING-X PIC X(8).
           05 PARM-EXC-CEILING REDEFINES PARM-EXC-CEILING-X
                                 PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 FILLER             PIC X(60).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-LINE        PIC X(80).

       FD  TOLERANCE-PARM-FILE
           RECORDING MODE IS F.
       01  TOLERANCE-PARM-RECORD.
           05 PARM-TOL-GROUP-KEY PIC X(6).
           05 PARM-TOL-FLOOR-X   PIC X(8).
           05 PARM-TOL-FLOOR REDEFINES PARM-TOL-FLOOR-X
                                 PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 PARM-TOL-CEILING-X PIC X(8).
           05 PARM-TOL-CEILING REDEFINES PARM-TOL-CEILING-X
                                 PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 PARM-TOL-PCT-X     PIC X(5).
           05 PARM-TOL-PCT REDEFINES PARM-TOL-PCT-X
                                 PIC 9(3)V99.
           05 FILLER             PIC X(53).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-LINE            PIC X(80).

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

       FD  GROUP-REFERENCE-FILE
           RECORDING MODE IS F.
       01  GROUP-REFERENCE-RECORD.
           05 REF-GROUP-KEY      PIC X(6).
           05 REF-DESCRIPTION    PIC X(20).
           05 REF-ACTIVE-SW      PIC X(1).
               88 REF-IS-ACTIVE         VALUE "A".
           05 REF-EFF-FROM-X     PIC X(8).
           05 REF-EFF-FROM REDEFINES REF-EFF-FROM-X PIC 9(8).
           05 REF-EFF-TO-X       PIC X(8).
           05 REF-EFF-TO REDEFINES REF-EFF-TO-X PIC 9(8).
           05 FILLER             PIC X(37).

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

       FD  MERGE-PRINT-FILE
           RECORDING MODE IS F.
       01  MERGE-LINE            PIC X(80).

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
       01  WS-PARTCTL-STATUS    PIC X(2) VALUE "00".
           88 WS-PARTCTL-OK            VALUE "00".
       01  WS-PARTCTL-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-PARTCTL          VALUE "Y".

       01  WS-PARTRES-STATUS    PIC X(2) VALUE "00".
           88 WS-PARTRES-OK            VALUE "00".
       01  WS-PARTRES-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-PARTIAL          VALUE "Y".

       01  WS-PARTAUD-STATUS    PIC X(2) VALUE "00".
           88 WS-PARTAUD-OK            VALUE "00".
       01  WS-PARTAUD-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-PARTITION-AUDIT  VALUE "Y".

       01  WS-PARTPRT-STATUS    PIC X(2) VALUE "00".
           88 WS-PARTPRT-OK            VALUE "00".
       01  WS-PARTPRT-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-PARTITION-LISTING VALUE "Y".

       01  WS-PARTREJ-STATUS    PIC X(2) VALUE "00".
           88 WS-PARTREJ-OK            VALUE "00".
       01  WS-PARTREJ-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-PARTITION-REJECTS VALUE "Y".

       01  WS-MRGRPT-STATUS     PIC X(2) VALUE "00".
           88 WS-MRGRPT-OK             VALUE "00".

       01  WS-AUDIT-SCAN-EOF-SW PIC X(1) VALUE "N".
           88 END-OF-AUDIT-SCAN       VALUE "Y".
       01  WS-STALE-AUDIT-COUNT PIC 9(6) VALUE 0.
       01  WS-REVERSAL-COUNT    PIC 9(6) VALUE 0.

       01  WS-PARTRES-NAME      PIC X(20) VALUE SPACES.
       01  WS-PARTAUD-NAME      PIC X(20) VALUE SPACES.
       01  WS-PARTPRT-NAME      PIC X(20) VALUE SPACES.
       01  WS-PARTREJ-NAME      PIC X(20) VALUE SPACES.
       01  WS-PARTITION-SUFFIX  PIC X(4) VALUE SPACES.

       01  WS-SPLIT-MODE        PIC X(6) VALUE SPACES.
       01  WS-PCT-SOURCE-COUNT  PIC 9(4) VALUE 0.

       01  WS-REFUSED-SW        PIC X(1) VALUE "N".
           88 WS-MERGE-REFUSED        VALUE "Y".
       01  WS-REFUSE-REASON     PIC X(60) VALUE SPACES.

       01  WS-MPART-MAX         PIC 9(2) VALUE 20.
       01  WS-MPART-COUNT       PIC 9(2) VALUE 0.
       01  WS-MPART-TABLE.
           05 WS-MPART-ENTRY OCCURS 20 TIMES.
               10 WS-MPART-EXP-SW       PIC X(1).
               10 WS-MPART-EXP-COUNT    PIC 9(6).
               10 WS-MPART-EXP-HASH     PIC S9(9)V99.
               10 WS-MPART-RC           PIC 9(2).
               10 WS-MPART-BALANCE      PIC X(1).
               10 WS-MPART-READ         PIC 9(6).
               10 WS-MPART-VALID        PIC 9(6).
               10 WS-MPART-REJECT       PIC 9(6).
               10 WS-MPART-TOTAL        PIC S9(9)V99.
               10 WS-MPART-GUARD-COUNT  PIC 9(6).
               10 WS-MPART-GUARD-HASH   PIC S9(9)V99.
               10 WS-MPART-SOURCES      PIC 9(4).
               10 WS-MPART-AUDIT        PIC 9(6).
               10 WS-MPART-STATUS       PIC X(21).
       01  WS-MPART-IDX         PIC 9(2) VALUE 0.

       01  WS-PRS-RECORDS       PIC 9(6) VALUE 0.
       01  WS-PRS-CONTROL-SW    PIC X(1) VALUE "N".
           88 WS-PRS-CONTROL-SEEN     VALUE "Y".
       01  WS-PRS-END-SW        PIC X(1) VALUE "N".
           88 WS-PRS-END-SEEN         VALUE "Y".
       01  WS-PRS-INVALID-SW    PIC X(1) VALUE "N".
           88 WS-PRS-INVALID          VALUE "Y".

       01  WS-OFFSET-READ       PIC 9(6) VALUE 0.
       01  WS-OFFSET-VALID      PIC 9(6) VALUE 0.
       01  WS-OFFSET-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-COPY-OFFSET       PIC 9(6) VALUE 0.
       01  WS-COPY-SEQ          PIC 9(6) VALUE 0.
       01  WS-COPY-SEQ-X        PIC X(6) VALUE SPACES.
       01  WS-COPY-LINE.
           05 COPY-PREFIX        PIC X(4).
           05 COPY-SEQ-X         PIC X(6).
           05 COPY-SEQ-EDIT REDEFINES COPY-SEQ-X PIC ZZZZZ9.
           05 FILLER             PIC X(70).
       01  WS-LISTING-MISSING   PIC 9(2) VALUE 0.

       01  WS-SORT-PASS         PIC 9(4) VALUE 0.
       01  WS-SORT-LIMIT        PIC 9(4) VALUE 0.
       01  WS-RECAP-NEXT        PIC 9(4) VALUE 0.
       01  WS-RECAP-SWAP.
           05 WS-SWAP-KEY        PIC X(6).
           05 WS-SWAP-CNT        PIC 9(6).
           05 WS-SWAP-TOT        PIC S9(9)V99.
           05 WS-SWAP-WGT        PIC 9(9)V99.
           05 WS-SWAP-WTOT       PIC S9(13)V9999.
           05 WS-SWAP-FIRST-SRC  PIC 9(4).

       01  WS-PRINT-STATUS      PIC X(2) VALUE "00".
           88 WS-PRINT-OK             VALUE "00".
       01  WS-REJECT-STATUS     PIC X(2) VALUE "00".
           88 WS-REJECT-OK            VALUE "00".

       01  WS-AUDIT-STATUS      PIC X(2) VALUE "00".
           88 WS-AUDIT-OK              VALUE "00".
           88 WS-AUDIT-NOT-FOUND       VALUE "35".

       01  WS-EXTRACT-STATUS    PIC X(2) VALUE "00".
           88 WS-EXTRACT-OK            VALUE "00".

       01  WS-EXTRACT-OPEN-SW   PIC X(1) VALUE "N".
           88 WS-EXTRACT-OPENED       VALUE "Y".

       01  WS-AUDIT-TRN-STATUS  PIC X(2) VALUE "00".
           88 WS-AUDIT-TRN-OK          VALUE "00".

       01  WS-REGISTRY-STATUS   PIC X(2) VALUE "00".
           88 WS-REGISTRY-OK           VALUE "00".
           88 WS-REGISTRY-NO-RECORD    VALUE "23".
           88 WS-REGISTRY-NOT-FOUND    VALUE "35".

       01  WS-DUP-RUN-ID        PIC X(14) VALUE SPACES.

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
       01  WS-RETURN-CODE-DISPLAY     PIC 9(2) VALUE 0.

       01  WS-TOL-STATUS        PIC X(2) VALUE "00".
           88 WS-TOL-OK                VALUE "00".
           88 WS-TOL-NOT-FOUND         VALUE "35".

       01  WS-ALERT-STATUS      PIC X(2) VALUE "00".
           88 WS-ALERT-OK              VALUE "00".

       01  WS-GRPHIST-STATUS    PIC X(2) VALUE "00".
           88 WS-GRPHIST-OK            VALUE "00".
           88 WS-GRPHIST-NOT-FOUND     VALUE "35".

       01  WS-TOL-EOF-SW        PIC X(1) VALUE "N".
           88 END-OF-TOLERANCES       VALUE "Y".

       01  WS-GRPHIST-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-GROUP-HISTORY    VALUE "Y".

       01  WS-TOL-MAX           PIC 9(4) VALUE 1000.
       01  WS-TOL-COUNT         PIC 9(4) VALUE 0.
       01  WS-TOL-TABLE.
           05 WS-TOL-ENTRY OCCURS 1000 TIMES.
               10 WS-TOL-KEY         PIC X(6).
               10 WS-TOL-FLOOR-SW    PIC X(1).
               10 WS-TOL-FLOOR       PIC S9(5)V99.
               10 WS-TOL-CEILING-SW  PIC X(1).
               10 WS-TOL-CEILING     PIC S9(5)V99.
               10 WS-TOL-PCT-SW      PIC X(1).
               10 WS-TOL-PCT         PIC 9(3)V99.
       01  WS-TOL-IDX           PIC 9(4) VALUE 0.
       01  WS-TOL-FOUND-IDX     PIC 9(4) VALUE 0.

       01  WS-PRIOR-MAX         PIC 9(4) VALUE 1000.
       01  WS-PRIOR-COUNT       PIC 9(4) VALUE 0.
       01  WS-PRIOR-TABLE.
           05 WS-PRIOR-ENTRY OCCURS 1000 TIMES.
               10 WS-PRIOR-KEY       PIC X(6).
               10 WS-PRIOR-AVG       PIC S9(7)V99.
       01  WS-PRIOR-IDX         PIC 9(4) VALUE 0.
       01  WS-PRIOR-FOUND-IDX   PIC 9(4) VALUE 0.

       01  WS-REF-STATUS        PIC X(2) VALUE "00".
           88 WS-REF-OK                VALUE "00".
           88 WS-REF-NOT-FOUND         VALUE "35".

       01  WS-REF-EOF-SW        PIC X(1) VALUE "N".
           88 END-OF-REFERENCE        VALUE "Y".

       01  WS-REF-MAX           PIC 9(4) VALUE 1000.
       01  WS-REF-COUNT         PIC 9(4) VALUE 0.
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 1000 TIMES.
               10 WS-REF-KEY         PIC X(6).
               10 WS-REF-DESC        PIC X(20).
               10 WS-REF-ACTIVE      PIC X(1).
               10 WS-REF-FROM        PIC 9(8).
               10 WS-REF-TO          PIC 9(8).
       01  WS-REF-IDX           PIC 9(4) VALUE 0.
       01  WS-LOOKUP-KEY        PIC X(6) VALUE SPACES.
       01  WS-FOUND-DESC        PIC X(20) VALUE SPACES.

       01  WS-ALERT-COUNT       PIC 9(4) VALUE 0.
       01  WS-ALERT-LINES-WRITTEN     PIC 9(6) VALUE 0.
       01  WS-PCT-CHANGE        PIC S9(7)V99 VALUE 0.
       01  WS-ALERT-REASON      PIC X(30) VALUE SPACES.

       01  WS-EXC-PARM-STATUS   PIC X(2) VALUE "00".
           88 WS-EXC-PARM-OK           VALUE "00".

       01  WS-EXCEPTION-STATUS  PIC X(2) VALUE "00".
           88 WS-EXCEPTION-OK          VALUE "00".

       01  WS-EXC-SCAN-EOF-SW   PIC X(1) VALUE "N".
           88 WS-EXC-SCAN-DONE        VALUE "Y".

       01  WS-EXC-SIGMA-SW      PIC X(1) VALUE "Y".
           88 WS-EXC-SIGMA-ACTIVE     VALUE "Y".
       01  WS-EXC-FLOOR-SW      PIC X(1) VALUE "N".
           88 WS-EXC-FLOOR-ACTIVE     VALUE "Y".
       01  WS-EXC-CEILING-SW    PIC X(1) VALUE "N".
           88 WS-EXC-CEILING-ACTIVE   VALUE "Y".

       01  WS-EXC-SIGMA         PIC 9(2)V99 VALUE 3.00.
       01  WS-EXC-FLOOR         PIC S9(5)V99 VALUE 0.
       01  WS-EXC-CEILING       PIC S9(5)V99 VALUE 0.
       01  WS-EXC-DEV           PIC S9(7)V99 VALUE 0.
       01  WS-EXC-LIMIT         PIC S9(9)V9999 VALUE 0.
       01  WS-EXC-OUT-SW        PIC X(1) VALUE "N".
           88 WS-EXC-IS-OUTLIER       VALUE "Y".
       01  WS-EXC-REASON        PIC X(30) VALUE SPACES.

       01  WS-EXCL-COUNT        PIC 9(6) VALUE 0.
       01  WS-EXCL-TOTAL        PIC S9(9)V99 VALUE 0.
       01  WS-EXCL-WEIGHT       PIC 9(9)V99 VALUE 0.
       01  WS-EXCL-WTOTAL       PIC S9(13)V9999 VALUE 0.
       01  WS-EXCL-AVERAGE      PIC S9(7)V99 VALUE 0.
       01  WS-REMAIN-COUNT      PIC 9(6) VALUE 0.
       01  WS-REMAIN-WEIGHT     PIC 9(9)V99 VALUE 0.

       01  WS-ROUND-MODE        PIC X(1) VALUE "R".
           88 WS-ROUND-AVERAGE        VALUE "R".
           88 WS-TRUNCATE-AVERAGE     VALUE "T".

       01  WS-AVG-MODE          PIC X(1) VALUE "S".
           88 WS-WEIGHTED-AVERAGE     VALUE "W".
           88 WS-SIMPLE-AVERAGE       VALUE "S".

       01  TOTAL         PIC S9(9)V99 VALUE 0.
       01  AVERAGE       PIC S9(7)V99 VALUE 0.

       01  WS-WEIGHT-TOTAL      PIC 9(9)V99 VALUE 0.
       01  WS-WEIGHTED-TOTAL    PIC S9(13)V9999 VALUE 0.

       01  WS-SUM-OF-SQUARES    PIC S9(14)V9999 VALUE 0.
       01  WS-MIN-VALUE         PIC S9(5)V99 VALUE 0.
       01  WS-MAX-VALUE         PIC S9(5)V99 VALUE 0.
       01  WS-VARIANCE          PIC S9(11)V9999 VALUE 0.
       01  WS-STD-DEV           PIC S9(7)V9999 VALUE 0.
       01  WS-EXACT-AVERAGE     PIC S9(7)V9999 VALUE 0.

       01  WS-SOURCE-MAX        PIC 9(4) VALUE 50.
       01  WS-SOURCE-COUNT      PIC 9(4) VALUE 0.
       01  WS-HEADERS-SEEN      PIC 9(4) VALUE 0.
       01  WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 50 TIMES.
               10 WS-SRC-EXPECTED    PIC 9(4).
               10 WS-SRC-READ        PIC 9(6).
               10 WS-SRC-VALID       PIC 9(6).
               10 WS-SRC-TOTAL       PIC S9(9)V99.
               10 WS-SRC-WGT         PIC 9(9)V99.
               10 WS-SRC-WTOT        PIC S9(13)V9999.
       01  WS-SOURCE-IDX        PIC 9(4) VALUE 0.
       01  WS-SRC-AVERAGE       PIC S9(7)V99 VALUE 0.

       01  WS-RECAP-MAX         PIC 9(4) VALUE 1000.
       01  WS-RECAP-COUNT       PIC 9(4) VALUE 0.
       01  WS-RECAP-TABLE.
           05 WS-RECAP-ENTRY OCCURS 1000 TIMES.
               10 WS-RECAP-KEY       PIC X(6).
               10 WS-RECAP-CNT       PIC 9(6).
               10 WS-RECAP-TOT       PIC S9(9)V99.
               10 WS-RECAP-WGT       PIC 9(9)V99.
               10 WS-RECAP-WTOT      PIC S9(13)V9999.
               10 WS-RECAP-FIRST-SRC PIC 9(4).
       01  WS-RECAP-IDX         PIC 9(4) VALUE 0.
       01  WS-RECAP-FOUND-IDX   PIC 9(4) VALUE 0.
       01  WS-RECAP-AVERAGE     PIC S9(7)V99 VALUE 0.

       01  WS-HASH-TOTAL        PIC S9(9)V99 VALUE 0.

       01  WS-RECORDS-READ      PIC 9(6) VALUE 0.
       01  WS-VALID-COUNT       PIC 9(6) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(6) VALUE 0.
       01  WS-FIRST-VALUE-SW    PIC X(1) VALUE "Y".
           88 WS-FIRST-VALUE           VALUE "Y".

       01  WS-PRINT-LINES-WRITTEN     PIC 9(6) VALUE 0.
       01  WS-REJECT-LINES-WRITTEN    PIC 9(6) VALUE 0.
       01  WS-AUDIT-LINES-WRITTEN     PIC 9(6) VALUE 0.

       01  WS-AUDFILE-NAME            PIC X(20) VALUE "AUDFILE".
       01  WS-AUDFILE-TRN-NAME        PIC X(20) VALUE "AUDFILE.TRN".

       01  WS-FILE-OP-RC              PIC S9(9) COMP-5.

       01  WS-REJECT-HEADER-LINE.
           05 FILLER             PIC X(14) VALUE "REJECT LISTING".
           05 FILLER             PIC X(12) VALUE "    RUN ID: ".
           05 REJH-RUN-ID        PIC X(14).
           05 FILLER             PIC X(40) VALUE SPACES.

       01  WS-REJECT-TOTAL-LINE.
           05 FILLER          PIC X(21) VALUE "REJECTED RECORDS...: ".
           05 REJ-TOT-COUNT   PIC ZZZZZ9.
           05 FILLER          PIC X(53) VALUE SPACES.

       01  WS-RUN-DATE.
           05 WS-RUN-YEAR        PIC 9(4).
           05 WS-RUN-MONTH       PIC 9(2).
           05 WS-RUN-DAY         PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-CURRENT-DATE-TIME  PIC X(21).
       01  WS-RUN-ID             PIC X(14).

       01  WS-JOBLOG-STATUS     PIC X(2) VALUE "00".
           88 WS-JOBLOG-OK             VALUE "00".
           88 WS-JOBLOG-NOT-FOUND      VALUE "35".
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
       01  WS-FEED-HELD-SOURCES PIC 9(4) VALUE 0.
       01  WS-FEED-HELD-RECORDS PIC 9(6) VALUE 0.
       01  WS-FEED-LINES-WRITTEN PIC 9(6) VALUE 0.
       01  WS-SRCCTL-UPDATED    PIC 9(4) VALUE 0.

       01  WS-REPORT-HEADER-1.
           05 FILLER             PIC X(10) VALUE "RUN DATE: ".
           05 HDR-RUN-MONTH      PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 HDR-RUN-DAY        PIC 9(2).
           05 FILLER             PIC X(1)  VALUE "/".
           05 HDR-RUN-YEAR       PIC 9(4).
           05 FILLER             PIC X(20) VALUE SPACES.
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

       01  WS-TOTAL-LINE.
           05 FILLER             PIC X(14) VALUE "COUNT.......: ".
           05 TOT-COUNT          PIC ZZZZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "TOTAL.......: ".
           05 TOT-SUM            PIC -(8)9.99.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "AVERAGE.....: ".
           05 TOT-AVERAGE        PIC -(5)9.99.

       01  WS-TOTAL-WLINE.
           05 FILLER             PIC X(5)  VALUE "CNT: ".
           05 TOTW-COUNT         PIC ZZZZZ9.
           05 FILLER             PIC X(7)  VALUE "  TOT: ".
           05 TOTW-SUM           PIC -(8)9.99.
           05 FILLER             PIC X(7)  VALUE "  WGT: ".
           05 TOTW-WEIGHT        PIC ZZZZZZ9.99.
           05 FILLER             PIC X(8)  VALUE "  WAVG: ".
           05 TOTW-AVERAGE       PIC -(5)9.99.
           05 FILLER             PIC X(16) VALUE SPACES.

       01  WS-STATS-LINE.
           05 FILLER             PIC X(14) VALUE "MINIMUM.....: ".
           05 STAT-MIN           PIC -(5)9.99.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "MAXIMUM.....: ".
           05 STAT-MAX           PIC -(5)9.99.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "STD DEV.....: ".
           05 STAT-STD-DEV       PIC -(5)9.9999.

       01  WS-SOURCE-LINE.
           05 FILLER             PIC X(8)  VALUE "SOURCE: ".
           05 SRC-NUM            PIC ZZZ9.
           05 FILLER             PIC X(9)  VALUE "  CNT..: ".
           05 SRC-COUNT          PIC ZZZZZ9.
           05 FILLER             PIC X(9)  VALUE "  TOT..: ".
           05 SRC-TOTAL          PIC -(8)9.99.
           05 FILLER             PIC X(9)  VALUE "  AVG..: ".
           05 SRC-AVERAGE        PIC -(5)9.99.
           05 FILLER             PIC X(14) VALUE SPACES.

       01  WS-SOURCE-WLINE.
           05 FILLER             PIC X(8)  VALUE "SOURCE: ".
           05 SRCW-NUM           PIC ZZZ9.
           05 FILLER             PIC X(7)  VALUE "  CNT: ".
           05 SRCW-COUNT         PIC ZZZZZ9.
           05 FILLER             PIC X(7)  VALUE "  WGT: ".
           05 SRCW-WEIGHT        PIC ZZZZZZ9.99.
           05 FILLER             PIC X(7)  VALUE "  AVG: ".
           05 SRCW-AVERAGE       PIC -(5)9.99.
           05 FILLER             PIC X(22) VALUE SPACES.

       01  WS-EXC-HEADER-LINE.
           05 FILLER             PIC X(16)
               VALUE "EXCEPTION REPORT".
           05 FILLER             PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "RUN ID: ".
           05 EXC-HDR-RUN-ID     PIC X(14).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-EXC-DETAIL-LINE.
           05 FILLER             PIC X(4)  VALUE "EXC ".
           05 EXC-SEQ-NUM        PIC ZZZZZ9.
           05 FILLER             PIC X(5)  VALUE " GRP ".
           05 EXC-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 EXC-DESC           PIC X(20).
           05 FILLER             PIC X(3)  VALUE " V ".
           05 EXC-VALUE          PIC -(5)9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 EXC-REASON         PIC X(24).

       01  WS-EXC-TOTAL-LINE.
           05 FILLER             PIC X(21)
               VALUE "EXCEPTIONS FOUND...: ".
           05 EXC-TOT-COUNT      PIC ZZZZZ9.
           05 FILLER             PIC X(53) VALUE SPACES.

       01  WS-ALERT-HEADER-LINE.
           05 FILLER             PIC X(22)
               VALUE "GROUP TOLERANCE ALERTS".
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "RUN ID: ".
           05 ALR-HDR-RUN-ID     PIC X(14).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-ALERT-DETAIL-LINE.
           05 FILLER             PIC X(5)  VALUE "ALR  ".
           05 FILLER             PIC X(4)  VALUE "GRP ".
           05 ALR-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(6)  VALUE "  AVG ".
           05 ALR-AVERAGE        PIC -(5)9.99.
           05 FILLER             PIC X(6)  VALUE "  PRI ".
           05 ALR-PRIOR-AVG      PIC -(5)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ALR-REASON         PIC X(30).
           05 FILLER             PIC X(1)  VALUE SPACES.

       01  WS-ALERT-TOTAL-LINE.
           05 FILLER             PIC X(21)
               VALUE "ALERTS RAISED......: ".
           05 ALR-TOT-COUNT      PIC ZZZZZ9.
           05 FILLER             PIC X(53) VALUE SPACES.

       01  WS-EXCLUDED-LINE.
           05 FILLER             PIC X(19)
               VALUE "AVG EXCL OUTLIERS: ".
           05 XCL-AVERAGE        PIC -(5)9.99.
           05 FILLER             PIC X(12) VALUE "  OUTLIERS: ".
           05 XCL-COUNT          PIC ZZZZZ9.
           05 FILLER             PIC X(34) VALUE SPACES.

       01  WS-RECAP-HEADER-LINE.
           05 FILLER             PIC X(11) VALUE "GROUP RECAP".
           05 FILLER             PIC X(69) VALUE SPACES.

       01  WS-RECAP-LINE.
           05 FILLER             PIC X(7)  VALUE "RECAP: ".
           05 RCP-KEY            PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RCP-DESC           PIC X(20).
           05 FILLER             PIC X(6)  VALUE " CNT: ".
           05 RCP-COUNT          PIC ZZZZZ9.
           05 FILLER             PIC X(6)  VALUE " TOT: ".
           05 RCP-TOTAL          PIC -(8)9.99.
           05 FILLER             PIC X(6)  VALUE " AVG: ".
           05 RCP-AVERAGE        PIC -(5)9.99.

       01  WS-BAL-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 BAL-BUSINESS-DATE  PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 BAL-CLOCK-DATE     PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 BAL-CLOCK-TIME     PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-BAL-COUNT-LINE.
           05 FILLER             PIC X(15) VALUE "RECORDS READ.: ".
           05 BAL-READ-COUNT     PIC ZZZZZ9.
           05 FILLER             PIC X(9)  VALUE "  VALID: ".
           05 BAL-VALID-COUNT    PIC ZZZZZ9.
           05 FILLER             PIC X(12) VALUE "  REJECTED: ".
           05 BAL-REJECT-COUNT   PIC ZZZZZ9.
           05 FILLER             PIC X(8)  VALUE "  HELD: ".
           05 BAL-HELD-COUNT     PIC ZZZZZ9.
           05 FILLER             PIC X(12) VALUE SPACES.

       01  WS-BAL-FILE-LINE.
           05 BAL-FILE-LABEL     PIC X(15).
           05 BAL-FILE-COUNT     PIC ZZZZZ9.
           05 FILLER             PIC X(10) VALUE "  STATUS: ".
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
           05 FILLER             PIC X(63) VALUE SPACES.

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

       01  WS-FEED-NOREG-LINE.
           05 FILLER             PIC X(50) VALUE
               "*** ALL SOURCES HELD - RUN NOT ADDED TO RUNREG ***".
           05 FILLER             PIC X(30) VALUE SPACES.

       01  WS-MRG-HEADER-LINE.
           05 FILLER             PIC X(22)
               VALUE "PARTITION MERGE REPORT".
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE "RUN ID: ".
           05 MRG-HDR-RUN-ID     PIC X(14).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-MRG-MODE-LINE.
           05 FILLER             PIC X(12) VALUE "SPLIT MODE: ".
           05 MRG-MODE           PIC X(6).
           05 FILLER             PIC X(14) VALUE "  PARTITIONS: ".
           05 MRG-PART-COUNT     PIC Z9.
           05 FILLER             PIC X(11) VALUE "  SOURCES: ".
           05 MRG-SOURCE-COUNT   PIC ZZZ9.
           05 FILLER             PIC X(31) VALUE SPACES.

       01  WS-MRG-PART-LINE.
           05 FILLER             PIC X(5)  VALUE "PART ".
           05 MRG-PART           PIC 99.
           05 FILLER             PIC X(5)  VALUE "  RC ".
           05 MRG-PART-RC        PIC Z9.
           05 FILLER             PIC X(7)  VALUE "  READ ".
           05 MRG-PART-READ      PIC ZZZZZ9.
           05 FILLER             PIC X(8)  VALUE "  VALID ".
           05 MRG-PART-VALID     PIC ZZZZZ9.
           05 FILLER             PIC X(6)  VALUE "  REJ ".
           05 MRG-PART-REJECT    PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MRG-PART-STATUS    PIC X(21).
           05 FILLER             PIC X(4)  VALUE SPACES.

       01  WS-MRG-REFUSE-LINE.
           05 FILLER             PIC X(20)
               VALUE "*** NOT FINALIZED - ".
           05 MRG-REFUSE-REASON  PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "PARTITION-MERGE: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
               MOVE WS-JOB-START-STAMP (1:14) TO WS-RUN-ID
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM READ-PARTITION-CONTROL.
           IF NOT WS-MERGE-REFUSED
               PERFORM VERIFY-PARTITIONS
           END-IF.
           IF NOT WS-MERGE-REFUSED
               PERFORM SCAN-EXISTING-AUDIT
           END-IF.
           IF NOT WS-MERGE-REFUSED
               PERFORM CHECK-RUN-REGISTRY
           END-IF.

           IF WS-MERGE-REFUSED
               DISPLAY "PARTITION-MERGE: " WS-REFUSE-REASON
               DISPLAY "PARTITION-MERGE: RUN " WS-RUN-ID
                   " NOT FINALIZED - SEE MRGRPT"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-MERGE-REPORT
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.

           PERFORM SORT-RECAP-ENTRIES.
           PERFORM LOAD-GROUP-REFERENCE.
           IF WS-STALE-AUDIT-COUNT > 0
               PERFORM REMOVE-STALE-AUDIT
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF NOT WS-AUDIT-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN AUDFILE "
                   "- STATUS " WS-AUDIT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM APPEND-PARTITION-AUDIT.

           OPEN OUTPUT REJECT-FILE.
           IF NOT WS-REJECT-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN REJECT-FILE "
                   "- STATUS " WS-REJECT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REJECT-HEADER.
           PERFORM COPY-PARTITION-REJECTS.
           IF WS-REJECT-COUNT > 0
               PERFORM WRITE-REJECT-TOTAL
           END-IF.
           CLOSE REJECT-FILE.

           OPEN OUTPUT PRINT-FILE.
           IF NOT WS-PRINT-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN PRINT-FILE "
                   "- STATUS " WS-PRINT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM COPY-PARTITION-LISTINGS.

           IF WS-VALID-COUNT > 0
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
           END-IF.

           IF WS-GUARD-COUNT > 0
               PERFORM COMPUTE-REGISTRY-SIGNATURE
               IF NOT WS-REG-SIG-NONE
                   PERFORM APPEND-RUN-REGISTRY
               END-IF
               PERFORM UPDATE-SOURCE-CONTROL
           END-IF.

           CLOSE PRINT-FILE.
           CLOSE AUDIT-FILE.
           IF WS-EXTRACT-OPENED
               CLOSE EXTRACT-FILE
           END-IF.

           IF RETURN-CODE = 0
             AND (WS-REJECT-COUNT > 0 OR WS-LISTING-MISSING > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF WS-FEED-HELD-SOURCES > 0
               DISPLAY "PARTITION-MERGE: " WS-FEED-HELD-SOURCES
                   " SOURCE(S) HELD BY FEED CONTROL - SEE FEEDRPT"
               EVALUATE TRUE
                   WHEN WS-REG-SIG-PARTIAL
                       DISPLAY "PARTITION-MERGE: "
                           WS-REG-HELD-COUNT " HELD RECORD(S) LEFT "
                           "OFF RUNREG SIGNATURE"
                   WHEN WS-REG-SIG-NONE
                       DISPLAY "PARTITION-MERGE: ALL SOURCES HELD "
                           "- RUN NOT ADDED TO RUNREG"
               END-EVALUATE
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-FEED-CONTROL-REPORT.

           PERFORM WRITE-MERGE-REPORT.

           PERFORM WRITE-JOB-LOG.

           STOP RUN.

       WRITE-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END-STAMP.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOBLOG-NOT-FOUND
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF NOT WS-JOBLOG-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "PARTITION-MERGE" TO JLOG-PROGRAM.
           MOVE WS-RUN-ID TO JLOG-RUN-ID.
           MOVE WS-JOB-START-STAMP TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
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
               DISPLAY "PARTITION-MERGE: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "PARTITION-MERGE: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "PARTITION-MERGE"
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
                       DISPLAY "PARTITION-MERGE: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "PARTITION-MERGE: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "PARTITION-MERGE: PREDECESSOR TABLE FULL "
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
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN JOBLOG "
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

       READ-PARTITION-CONTROL.
           INITIALIZE WS-MPART-TABLE.
           MOVE SPACES TO WS-RUN-ID.
           OPEN INPUT PARTITION-CONTROL-FILE.
           IF NOT WS-PARTCTL-OK
               SET WS-MERGE-REFUSED TO TRUE
               MOVE "PARTCTL NOT FOUND - NO SPLIT TO MERGE"
                   TO WS-REFUSE-REASON
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
               MOVE WS-JOB-START-STAMP (1:14) TO WS-RUN-ID
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-PARTCTL
               READ PARTITION-CONTROL-FILE
                   AT END
                       SET END-OF-PARTCTL TO TRUE
               END-READ
               IF NOT END-OF-PARTCTL
                   PERFORM STORE-PARTITION-CONTROL
               END-IF
           END-PERFORM.
           CLOSE PARTITION-CONTROL-FILE.
           IF WS-RUN-ID = SPACES
               SET WS-MERGE-REFUSED TO TRUE
               MOVE "PARTCTL HAS NO CONTROL RECORD"
                   TO WS-REFUSE-REASON
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-NUM
               MOVE WS-JOB-START-STAMP (1:14) TO WS-RUN-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-ID(1:4) TO WS-RUN-YEAR.
           MOVE WS-RUN-ID(5:2) TO WS-RUN-MONTH.
           MOVE WS-RUN-ID(7:2) TO WS-RUN-DAY.
           PERFORM VARYING WS-MPART-IDX FROM 1 BY 1
                   UNTIL WS-MPART-IDX > WS-MPART-COUNT
               IF WS-MPART-EXP-SW (WS-MPART-IDX) NOT = "Y"
                   SET WS-MERGE-REFUSED TO TRUE
                   MOVE "PARTCTL PARTITION RECORD MISSING"
                       TO WS-REFUSE-REASON
               END-IF
           END-PERFORM.
           DISPLAY "PARTITION-MERGE: MERGING " WS-MPART-COUNT
               " PARTITION(S) OF RUN " WS-RUN-ID.

       STORE-PARTITION-CONTROL.
           EVALUATE TRUE
               WHEN PCT-IS-CONTROL
                   MOVE PCT-RUN-ID TO WS-RUN-ID
                   MOVE PCT-SPLIT-MODE TO WS-SPLIT-MODE
                   MOVE PCT-PART-COUNT TO WS-MPART-COUNT
                   MOVE PCT-GUARD-COUNT TO WS-GUARD-COUNT
                   MOVE PCT-GUARD-HASH TO WS-GUARD-HASH
                   MOVE PCT-SOURCE-COUNT TO WS-PCT-SOURCE-COUNT
                   IF WS-MPART-COUNT = 0
                     OR WS-MPART-COUNT > WS-MPART-MAX
                       SET WS-MERGE-REFUSED TO TRUE
                       MOVE "PARTCTL PARTITION COUNT INVALID"
                           TO WS-REFUSE-REASON
                       MOVE 0 TO WS-MPART-COUNT
                   END-IF
               WHEN PCT-IS-PARTITION
                 AND PCT-RUN-ID = WS-RUN-ID
                 AND PCT-PARTITION > 0
                 AND PCT-PARTITION NOT > WS-MPART-COUNT
                   MOVE PCT-PARTITION TO WS-MPART-IDX
                   MOVE PCT-PART-COUNT-EXP TO
                       WS-MPART-EXP-COUNT (WS-MPART-IDX)
                   MOVE PCT-PART-HASH-EXP TO
                       WS-MPART-EXP-HASH (WS-MPART-IDX)
                   MOVE "Y" TO WS-MPART-EXP-SW (WS-MPART-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-PARTITION-NAMES.
           MOVE SPACES TO WS-PARTITION-SUFFIX.
           STRING ".P" WS-MPART-IDX
               DELIMITED BY SIZE INTO WS-PARTITION-SUFFIX.
           MOVE SPACES TO WS-PARTRES-NAME.
           STRING "PARTRES" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-PARTRES-NAME.
           MOVE SPACES TO WS-PARTAUD-NAME.
           STRING "AUDFILE" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-PARTAUD-NAME.
           MOVE SPACES TO WS-PARTPRT-NAME.
           STRING "PRTFILE" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-PARTPRT-NAME.
           MOVE SPACES TO WS-PARTREJ-NAME.
           STRING "REJFILE" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-PARTREJ-NAME.

       VERIFY-PARTITIONS.
           INITIALIZE WS-SOURCE-TABLE.
           INITIALIZE WS-FEED-TABLE.
           INITIALIZE WS-GUARD-SOURCE-TABLE.
           MOVE 0 TO WS-SOURCE-COUNT.
           MOVE 0 TO WS-RECAP-COUNT.
           PERFORM VARYING WS-MPART-IDX FROM 1 BY 1
                   UNTIL WS-MPART-IDX > WS-MPART-COUNT
               PERFORM VERIFY-ONE-PARTITION
               IF WS-MPART-STATUS (WS-MPART-IDX) NOT = "OK"
                   DISPLAY "PARTITION-MERGE: PARTITION "
                       WS-MPART-IDX " - "
                       WS-MPART-STATUS (WS-MPART-IDX)
                   SET WS-MERGE-REFUSED TO TRUE
                   MOVE "ONE OR MORE PARTITIONS FAILED OR MISSING"
                       TO WS-REFUSE-REASON
               END-IF
           END-PERFORM.
           IF WS-MERGE-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SOURCE-COUNT TO WS-HEADERS-SEEN.
           MOVE 0 TO WS-FEED-HELD-SOURCES.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-HEADERS-SEEN
               IF WS-FEED-HELD (WS-FEED-IDX)
                   ADD 1 TO WS-FEED-HELD-SOURCES
               END-IF
           END-PERFORM.

       VERIFY-ONE-PARTITION.
           MOVE "OK" TO WS-MPART-STATUS (WS-MPART-IDX).
           PERFORM BUILD-PARTITION-NAMES.
           MOVE 0 TO WS-PRS-RECORDS.
           MOVE "N" TO WS-PARTRES-EOF-SW.
           MOVE "N" TO WS-PRS-CONTROL-SW.
           MOVE "N" TO WS-PRS-END-SW.
           MOVE "N" TO WS-PRS-INVALID-SW.
           OPEN INPUT PARTIAL-RESULT-FILE.
           IF NOT WS-PARTRES-OK
               MOVE "RESULTS MISSING" TO WS-MPART-STATUS (WS-MPART-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-PARTIAL
               READ PARTIAL-RESULT-FILE
                   AT END
                       SET END-OF-PARTIAL TO TRUE
               END-READ
               IF NOT END-OF-PARTIAL
                   PERFORM LOAD-PARTIAL-RECORD
               END-IF
           END-PERFORM.
           CLOSE PARTIAL-RESULT-FILE.
           EVALUATE TRUE
               WHEN WS-PRS-INVALID
                   MOVE "WRONG RUN OR INVALID"
                       TO WS-MPART-STATUS (WS-MPART-IDX)
               WHEN NOT WS-PRS-CONTROL-SEEN OR NOT WS-PRS-END-SEEN
                   MOVE "RESULTS INCOMPLETE"
                       TO WS-MPART-STATUS (WS-MPART-IDX)
               WHEN WS-MPART-RC (WS-MPART-IDX) >= 8
                   MOVE "PARTITION FAILED"
                       TO WS-MPART-STATUS (WS-MPART-IDX)
               WHEN WS-MPART-BALANCE (WS-MPART-IDX) NOT = "Y"
                   MOVE "OUT OF BALANCE"
                       TO WS-MPART-STATUS (WS-MPART-IDX)
               WHEN WS-MPART-GUARD-COUNT (WS-MPART-IDX) NOT =
                       WS-MPART-EXP-COUNT (WS-MPART-IDX)
                 OR WS-MPART-GUARD-HASH (WS-MPART-IDX) NOT =
                       WS-MPART-EXP-HASH (WS-MPART-IDX)
                   MOVE "COUNT/HASH MISMATCH"
                       TO WS-MPART-STATUS (WS-MPART-IDX)
               WHEN WS-MPART-SOURCES (WS-MPART-IDX) NOT =
                       WS-PCT-SOURCE-COUNT
                   MOVE "SOURCE COUNT MISMATCH"
                       TO WS-MPART-STATUS (WS-MPART-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-MPART-STATUS (WS-MPART-IDX) = "OK"
               PERFORM COUNT-PARTITION-AUDIT
               IF WS-MPART-AUDIT (WS-MPART-IDX) NOT =
                   WS-MPART-VALID (WS-MPART-IDX)
                   MOVE "AUDIT TRAIL MISMATCH"
                       TO WS-MPART-STATUS (WS-MPART-IDX)
               END-IF
           END-IF.

       LOAD-PARTIAL-RECORD.
           ADD 1 TO WS-PRS-RECORDS.
           IF WS-PRS-INVALID OR WS-PRS-END-SEEN
               EXIT PARAGRAPH
           END-IF.
           IF PRS-RUN-ID NOT = WS-RUN-ID
             OR PRS-PARTITION NOT = WS-MPART-IDX
               SET WS-PRS-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN PRS-IS-CONTROL
                   PERFORM LOAD-PARTIAL-CONTROL
               WHEN PRS-IS-SOURCE
                   PERFORM LOAD-PARTIAL-SOURCE
               WHEN PRS-IS-GROUP
                   PERFORM LOAD-PARTIAL-GROUP
               WHEN PRS-IS-END
                   IF PRS-END-RECORDS = WS-PRS-RECORDS - 1
                       SET WS-PRS-END-SEEN TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-PRS-INVALID TO TRUE
           END-EVALUATE.

       LOAD-PARTIAL-CONTROL.
           SET WS-PRS-CONTROL-SEEN TO TRUE.
           MOVE PRS-RETURN-CODE TO WS-MPART-RC (WS-MPART-IDX).
           MOVE PRS-BALANCE-SW TO WS-MPART-BALANCE (WS-MPART-IDX).
           MOVE PRS-RECORDS-READ TO WS-MPART-READ (WS-MPART-IDX).
           MOVE PRS-VALID-COUNT TO WS-MPART-VALID (WS-MPART-IDX).
           MOVE PRS-REJECT-COUNT TO WS-MPART-REJECT (WS-MPART-IDX).
           MOVE PRS-TOTAL TO WS-MPART-TOTAL (WS-MPART-IDX).
           MOVE PRS-GUARD-COUNT TO WS-MPART-GUARD-COUNT (WS-MPART-IDX).
           MOVE PRS-GUARD-HASH TO WS-MPART-GUARD-HASH (WS-MPART-IDX).
           MOVE PRS-SOURCE-COUNT TO WS-MPART-SOURCES (WS-MPART-IDX).
           ADD PRS-RECORDS-READ TO WS-RECORDS-READ.
           ADD PRS-VALID-COUNT TO WS-VALID-COUNT.
           ADD PRS-REJECT-COUNT TO WS-REJECT-COUNT.
           ADD PRS-TOTAL TO TOTAL.
           ADD PRS-HASH-TOTAL TO WS-HASH-TOTAL.
           ADD PRS-SUM-OF-SQUARES TO WS-SUM-OF-SQUARES.
           ADD PRS-WEIGHT-TOTAL TO WS-WEIGHT-TOTAL.
           ADD PRS-WEIGHTED-TOTAL TO WS-WEIGHTED-TOTAL.
           IF WS-MPART-IDX = 1
               MOVE PRS-ROUND-MODE TO WS-ROUND-MODE
               MOVE PRS-AVG-MODE TO WS-AVG-MODE
           END-IF.
           IF PRS-VALID-COUNT > 0
               IF WS-FIRST-VALUE
                   MOVE PRS-MIN-VALUE TO WS-MIN-VALUE
                   MOVE PRS-MAX-VALUE TO WS-MAX-VALUE
                   MOVE "N" TO WS-FIRST-VALUE-SW
               ELSE
                   IF PRS-MIN-VALUE < WS-MIN-VALUE
                       MOVE PRS-MIN-VALUE TO WS-MIN-VALUE
                   END-IF
                   IF PRS-MAX-VALUE > WS-MAX-VALUE
                       MOVE PRS-MAX-VALUE TO WS-MAX-VALUE
                   END-IF
               END-IF
           END-IF.

       LOAD-PARTIAL-SOURCE.
           IF PRS-SRC-NUM = 0 OR PRS-SRC-NUM > WS-SOURCE-MAX
               SET WS-PRS-INVALID TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE PRS-SRC-NUM TO WS-SOURCE-IDX.
           IF WS-SOURCE-IDX > WS-SOURCE-COUNT
               MOVE WS-SOURCE-IDX TO WS-SOURCE-COUNT
           END-IF.
           MOVE PRS-SRC-EXPECTED TO WS-SRC-EXPECTED (WS-SOURCE-IDX).
           ADD PRS-SRC-READ TO WS-SRC-READ (WS-SOURCE-IDX).
           ADD PRS-SRC-VALID TO WS-SRC-VALID (WS-SOURCE-IDX).
           ADD PRS-SRC-TOTAL TO WS-SRC-TOTAL (WS-SOURCE-IDX).
           ADD PRS-SRC-WGT TO WS-SRC-WGT (WS-SOURCE-IDX).
           ADD PRS-SRC-WTOT TO WS-SRC-WTOT (WS-SOURCE-IDX).
           ADD PRS-SRC-GUARD-COUNT TO WS-GSRC-COUNT (WS-SOURCE-IDX).
           ADD PRS-SRC-GUARD-HASH TO WS-GSRC-HASH (WS-SOURCE-IDX).
           IF WS-MPART-IDX = 1
               MOVE PRS-FEED-SOURCE-ID TO
                   WS-FEED-SOURCE-ID (WS-SOURCE-IDX)
               MOVE PRS-FEED-CREATE-DATE TO
                   WS-FEED-CREATE-DATE (WS-SOURCE-IDX)
               MOVE PRS-FEED-SEQ TO WS-FEED-SEQ (WS-SOURCE-IDX)
               MOVE PRS-FEED-EXPECTED TO
                   WS-FEED-EXPECTED (WS-SOURCE-IDX)
               MOVE PRS-FEED-STATE TO WS-FEED-STATE (WS-SOURCE-IDX)
           END-IF.

       LOAD-PARTIAL-GROUP.
           MOVE 0 TO WS-RECAP-FOUND-IDX.
           PERFORM VARYING WS-RECAP-IDX FROM 1 BY 1
                   UNTIL WS-RECAP-IDX > WS-RECAP-COUNT
               IF WS-RECAP-KEY (WS-RECAP-IDX) = PRS-GRP-KEY
                   MOVE WS-RECAP-IDX TO WS-RECAP-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RECAP-FOUND-IDX = 0
               IF WS-RECAP-COUNT >= WS-RECAP-MAX
                   SET WS-PRS-INVALID TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RECAP-COUNT
               MOVE WS-RECAP-COUNT TO WS-RECAP-FOUND-IDX
               MOVE PRS-GRP-KEY TO WS-RECAP-KEY (WS-RECAP-FOUND-IDX)
               MOVE 0 TO WS-RECAP-CNT (WS-RECAP-FOUND-IDX)
               MOVE 0 TO WS-RECAP-TOT (WS-RECAP-FOUND-IDX)
               MOVE 0 TO WS-RECAP-WGT (WS-RECAP-FOUND-IDX)
               MOVE 0 TO WS-RECAP-WTOT (WS-RECAP-FOUND-IDX)
               MOVE PRS-GRP-FIRST-SRC TO
                   WS-RECAP-FIRST-SRC (WS-RECAP-FOUND-IDX)
           ELSE
               IF PRS-GRP-FIRST-SRC <
                   WS-RECAP-FIRST-SRC (WS-RECAP-FOUND-IDX)
                   MOVE PRS-GRP-FIRST-SRC TO
                       WS-RECAP-FIRST-SRC (WS-RECAP-FOUND-IDX)
               END-IF
           END-IF.
           ADD PRS-GRP-CNT TO WS-RECAP-CNT (WS-RECAP-FOUND-IDX).
           ADD PRS-GRP-TOT TO WS-RECAP-TOT (WS-RECAP-FOUND-IDX).
           ADD PRS-GRP-WGT TO WS-RECAP-WGT (WS-RECAP-FOUND-IDX).
           ADD PRS-GRP-WTOT TO WS-RECAP-WTOT (WS-RECAP-FOUND-IDX).

       COUNT-PARTITION-AUDIT.
           MOVE 0 TO WS-MPART-AUDIT (WS-MPART-IDX).
           MOVE "N" TO WS-PARTAUD-EOF-SW.
           OPEN INPUT PARTITION-AUDIT-FILE.
           IF NOT WS-PARTAUD-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-PARTITION-AUDIT
               READ PARTITION-AUDIT-FILE
                   AT END
                       SET END-OF-PARTITION-AUDIT TO TRUE
               END-READ
               IF NOT END-OF-PARTITION-AUDIT
                 AND PAUD-RUN-ID = WS-RUN-ID
                 AND PAUD-REC-TYPE = "D"
                   ADD 1 TO WS-MPART-AUDIT (WS-MPART-IDX)
               END-IF
           END-PERFORM.
           CLOSE PARTITION-AUDIT-FILE.

       SCAN-EXISTING-AUDIT.
           MOVE 0 TO WS-STALE-AUDIT-COUNT.
           MOVE 0 TO WS-REVERSAL-COUNT.
           MOVE "N" TO WS-AUDIT-SCAN-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-AUDIT-SCAN
               READ AUDIT-FILE
                   AT END
                       SET END-OF-AUDIT-SCAN TO TRUE
               END-READ
               IF NOT END-OF-AUDIT-SCAN AND AUD-RUN-ID = WS-RUN-ID
                   IF AUD-REC-TYPE = "D" OR AUD-REC-TYPE = "S"
                       ADD 1 TO WS-STALE-AUDIT-COUNT
                   ELSE
                       ADD 1 TO WS-REVERSAL-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AUDIT-FILE.
           IF WS-REVERSAL-COUNT > 0
               SET WS-MERGE-REFUSED TO TRUE
               MOVE "RUN ALREADY POSTED OR BACKED OUT - SPLIT AGAIN"
                   TO WS-REFUSE-REASON
           END-IF.

       CHECK-RUN-REGISTRY.
           IF WS-GUARD-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-REGISTRY-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN RUNREG "
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
                   SET WS-MERGE-REFUSED TO TRUE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "INPUT ALREADY PROCESSED BY RUN "
                       WS-DUP-RUN-ID
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
               WHEN WS-REGISTRY-NO-RECORD
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PARTITION-MERGE: UNABLE TO READ RUNREG "
                       "- STATUS " WS-REGISTRY-STATUS
                       " - RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           CLOSE REGISTRY-FILE.

       SORT-RECAP-ENTRIES.
           IF WS-RECAP-COUNT < 2
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SORT-LIMIT = WS-RECAP-COUNT - 1.
           PERFORM VARYING WS-SORT-PASS FROM 1 BY 1
                   UNTIL WS-SORT-PASS > WS-SORT-LIMIT
               PERFORM VARYING WS-RECAP-IDX FROM 1 BY 1
                       UNTIL WS-RECAP-IDX >
                             WS-RECAP-COUNT - WS-SORT-PASS
                   PERFORM ORDER-RECAP-PAIR
               END-PERFORM
           END-PERFORM.

       ORDER-RECAP-PAIR.
           COMPUTE WS-RECAP-NEXT = WS-RECAP-IDX + 1.
           IF WS-RECAP-FIRST-SRC (WS-RECAP-IDX) >
                   WS-RECAP-FIRST-SRC (WS-RECAP-NEXT)
             OR (WS-RECAP-FIRST-SRC (WS-RECAP-IDX) =
                   WS-RECAP-FIRST-SRC (WS-RECAP-NEXT)
             AND WS-RECAP-KEY (WS-RECAP-IDX) >
                   WS-RECAP-KEY (WS-RECAP-NEXT))
               MOVE WS-RECAP-ENTRY (WS-RECAP-IDX) TO WS-RECAP-SWAP
               MOVE WS-RECAP-ENTRY (WS-RECAP-NEXT) TO
                   WS-RECAP-ENTRY (WS-RECAP-IDX)
               MOVE WS-RECAP-SWAP TO WS-RECAP-ENTRY (WS-RECAP-NEXT)
           END-IF.

       REMOVE-STALE-AUDIT.
           DISPLAY "PARTITION-MERGE: " WS-STALE-AUDIT-COUNT
               " AUDFILE RECORD(S) OF RUN " WS-RUN-ID
               " FROM AN EARLIER MERGE ATTEMPT REMOVED".
           MOVE "N" TO WS-AUDIT-SCAN-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           OPEN OUTPUT AUDIT-TRUNC-FILE.
           IF NOT WS-AUDIT-TRN-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN AUDFILE.TRN "
                   "- STATUS " WS-AUDIT-TRN-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-AUDIT-SCAN
               READ AUDIT-FILE
                   AT END
                       SET END-OF-AUDIT-SCAN TO TRUE
               END-READ
               IF NOT END-OF-AUDIT-SCAN AND AUD-RUN-ID NOT = WS-RUN-ID
                   WRITE AUDIT-TRUNC-RECORD FROM AUDIT-RECORD
               END-IF
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE AUDIT-TRUNC-FILE.
           CALL "CBL_DELETE_FILE" USING WS-AUDFILE-NAME
               RETURNING WS-FILE-OP-RC
           END-CALL.
           IF WS-FILE-OP-RC NOT = 0
               DISPLAY "PARTITION-MERGE: UNABLE TO DELETE AUDFILE "
                   "- RC " WS-FILE-OP-RC " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_RENAME_FILE" USING WS-AUDFILE-TRN-NAME
               WS-AUDFILE-NAME
               RETURNING WS-FILE-OP-RC
           END-CALL.
           IF WS-FILE-OP-RC NOT = 0
               DISPLAY "PARTITION-MERGE: UNABLE TO RENAME "
                   "AUDFILE.TRN TO AUDFILE - RC " WS-FILE-OP-RC
                   " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPEND-PARTITION-AUDIT.
           MOVE 0 TO WS-OFFSET-VALID.
           MOVE 0 TO WS-OFFSET-TOTAL.
           PERFORM VARYING WS-MPART-IDX FROM 1 BY 1
                   UNTIL WS-MPART-IDX > WS-MPART-COUNT
               IF WS-MPART-VALID (WS-MPART-IDX) > 0
                   PERFORM APPEND-ONE-PARTITION-AUDIT
               END-IF
               ADD WS-MPART-VALID (WS-MPART-IDX) TO WS-OFFSET-VALID
               ADD WS-MPART-TOTAL (WS-MPART-IDX) TO WS-OFFSET-TOTAL
           END-PERFORM.

       APPEND-ONE-PARTITION-AUDIT.
           PERFORM BUILD-PARTITION-NAMES.
           MOVE "N" TO WS-PARTAUD-EOF-SW.
           OPEN INPUT PARTITION-AUDIT-FILE.
           IF NOT WS-PARTAUD-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN "
                   WS-PARTAUD-NAME " - STATUS " WS-PARTAUD-STATUS
                   " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-PARTITION-AUDIT
               READ PARTITION-AUDIT-FILE
                   AT END
                       SET END-OF-PARTITION-AUDIT TO TRUE
               END-READ
               IF NOT END-OF-PARTITION-AUDIT
                 AND PAUD-RUN-ID = WS-RUN-ID
                 AND PAUD-REC-TYPE = "D"
                   MOVE PARTITION-AUDIT-RECORD TO AUDIT-RECORD
                   ADD WS-OFFSET-VALID TO AUD-SEQ-NUM
                   ADD WS-OFFSET-VALID TO AUD-VALID-COUNT
                   ADD WS-OFFSET-TOTAL TO AUD-RUNNING-TOTAL
                   WRITE AUDIT-RECORD
                   ADD 1 TO WS-AUDIT-LINES-WRITTEN
               END-IF
           END-PERFORM.
           CLOSE PARTITION-AUDIT-FILE.

       COPY-PARTITION-REJECTS.
           MOVE 0 TO WS-COPY-OFFSET.
           PERFORM VARYING WS-MPART-IDX FROM 1 BY 1
                   UNTIL WS-MPART-IDX > WS-MPART-COUNT
               IF WS-MPART-REJECT (WS-MPART-IDX) > 0
                   PERFORM COPY-ONE-PARTITION-REJECTS
               END-IF
               ADD WS-MPART-READ (WS-MPART-IDX) TO WS-COPY-OFFSET
           END-PERFORM.

       COPY-ONE-PARTITION-REJECTS.
           PERFORM BUILD-PARTITION-NAMES.
           MOVE "N" TO WS-PARTREJ-EOF-SW.
           OPEN INPUT PARTITION-REJECT-FILE.
           IF NOT WS-PARTREJ-OK
               DISPLAY "PARTITION-MERGE: " WS-PARTREJ-NAME
                   " NOT FOUND - REJECT LISTING INCOMPLETE"
               ADD 1 TO WS-LISTING-MISSING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-PARTITION-REJECTS
               READ PARTITION-REJECT-FILE
                   AT END
                       SET END-OF-PARTITION-REJECTS TO TRUE
               END-READ
               IF NOT END-OF-PARTITION-REJECTS
                 AND PARTITION-REJECT-LINE (1:4) = "REC "
                   MOVE PARTITION-REJECT-LINE TO WS-COPY-LINE
                   PERFORM RENUMBER-COPY-LINE
                   WRITE REJECT-LINE FROM WS-COPY-LINE
                   ADD 1 TO WS-REJECT-LINES-WRITTEN
               END-IF
           END-PERFORM.
           CLOSE PARTITION-REJECT-FILE.

       COPY-PARTITION-LISTINGS.
           MOVE 0 TO WS-COPY-OFFSET.
           PERFORM VARYING WS-MPART-IDX FROM 1 BY 1
                   UNTIL WS-MPART-IDX > WS-MPART-COUNT
               IF WS-MPART-VALID (WS-MPART-IDX) > 0
                   PERFORM COPY-ONE-PARTITION-LISTING
               END-IF
               ADD WS-MPART-VALID (WS-MPART-IDX) TO WS-COPY-OFFSET
           END-PERFORM.

       COPY-ONE-PARTITION-LISTING.
           PERFORM BUILD-PARTITION-NAMES.
           MOVE "N" TO WS-PARTPRT-EOF-SW.
           OPEN INPUT PARTITION-PRINT-FILE.
           IF NOT WS-PARTPRT-OK
               DISPLAY "PARTITION-MERGE: " WS-PARTPRT-NAME
                   " NOT FOUND - DETAIL LISTING INCOMPLETE"
               ADD 1 TO WS-LISTING-MISSING
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-PARTITION-LISTING
               READ PARTITION-PRINT-FILE
                   AT END
                       SET END-OF-PARTITION-LISTING TO TRUE
               END-READ
               IF NOT END-OF-PARTITION-LISTING
                   EVALUATE TRUE
                       WHEN PARTITION-PRINT-LINE (1:4) = "SEQ "
                           MOVE PARTITION-PRINT-LINE TO WS-COPY-LINE
                           PERFORM RENUMBER-COPY-LINE
                           WRITE PRINT-LINE FROM WS-COPY-LINE
                           ADD 1 TO WS-PRINT-LINES-WRITTEN
                       WHEN PARTITION-PRINT-LINE (1:7) = "GROUP: "
                           WRITE PRINT-LINE FROM PARTITION-PRINT-LINE
                           ADD 1 TO WS-PRINT-LINES-WRITTEN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           CLOSE PARTITION-PRINT-FILE.

       RENUMBER-COPY-LINE.
           MOVE COPY-SEQ-X TO WS-COPY-SEQ-X.
           INSPECT WS-COPY-SEQ-X REPLACING LEADING SPACES BY ZEROS.
           IF WS-COPY-SEQ-X NUMERIC
               MOVE WS-COPY-SEQ-X TO WS-COPY-SEQ
               ADD WS-COPY-OFFSET TO WS-COPY-SEQ
               MOVE WS-COPY-SEQ TO COPY-SEQ-EDIT
           END-IF.

       LOAD-GROUP-REFERENCE.
           MOVE 0 TO WS-REF-COUNT.
           OPEN INPUT GROUP-REFERENCE-FILE.
           IF WS-REF-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-REF-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN GRPREF "
                   "- STATUS " WS-REF-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-REFERENCE
               READ GROUP-REFERENCE-FILE
                   AT END
                       SET END-OF-REFERENCE TO TRUE
               END-READ
               IF NOT END-OF-REFERENCE
                 AND REF-GROUP-KEY NOT = SPACES
                   PERFORM STORE-REFERENCE-ENTRY
               END-IF
           END-PERFORM.
           CLOSE GROUP-REFERENCE-FILE.

       STORE-REFERENCE-ENTRY.
           IF WS-REF-COUNT >= WS-REF-MAX
               DISPLAY "PARTITION-MERGE: GROUP REFERENCE TABLE "
                   "FULL - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REF-COUNT.
           MOVE REF-GROUP-KEY TO WS-REF-KEY (WS-REF-COUNT).
           MOVE REF-DESCRIPTION TO WS-REF-DESC (WS-REF-COUNT).
           MOVE REF-ACTIVE-SW TO WS-REF-ACTIVE (WS-REF-COUNT).
           IF REF-EFF-FROM-X NUMERIC
               MOVE REF-EFF-FROM TO WS-REF-FROM (WS-REF-COUNT)
           ELSE
               MOVE 0 TO WS-REF-FROM (WS-REF-COUNT)
           END-IF.
           IF REF-EFF-TO-X NUMERIC
               MOVE REF-EFF-TO TO WS-REF-TO (WS-REF-COUNT)
           ELSE
               MOVE 0 TO WS-REF-TO (WS-REF-COUNT)
           END-IF.

       FIND-GROUP-DESCRIPTION.
           MOVE SPACES TO WS-FOUND-DESC.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-KEY (WS-REF-IDX) = WS-LOOKUP-KEY
                   MOVE WS-REF-DESC (WS-REF-IDX) TO WS-FOUND-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-MONTH TO HDR-RUN-MONTH.
           MOVE WS-RUN-DAY   TO HDR-RUN-DAY.
           MOVE WS-RUN-YEAR  TO HDR-RUN-YEAR.

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

       WRITE-REJECT-HEADER.
           MOVE WS-RUN-ID TO REJH-RUN-ID.
           WRITE REJECT-LINE FROM WS-REJECT-HEADER-LINE.
           ADD 1 TO WS-REJECT-LINES-WRITTEN.
           MOVE SPACES TO REJECT-LINE.
           WRITE REJECT-LINE.
           ADD 1 TO WS-REJECT-LINES-WRITTEN.

       WRITE-REJECT-TOTAL.
           INITIALIZE WS-REJECT-TOTAL-LINE.
           MOVE WS-REJECT-COUNT TO REJ-TOT-COUNT.
           WRITE REJECT-LINE FROM WS-REJECT-TOTAL-LINE.
           ADD 1 TO WS-REJECT-LINES-WRITTEN.

       WRITE-SOURCE-SECTIONS.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               PERFORM WRITE-ONE-SOURCE-SECTION
               ADD 1 TO WS-PRINT-LINES-WRITTEN
           END-PERFORM.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINES-WRITTEN.

       WRITE-ONE-SOURCE-SECTION.
           IF WS-WEIGHTED-AVERAGE
               INITIALIZE WS-SOURCE-WLINE
               MOVE WS-SOURCE-IDX TO SRCW-NUM
               MOVE WS-SRC-VALID (WS-SOURCE-IDX) TO SRCW-COUNT
               MOVE WS-SRC-WGT (WS-SOURCE-IDX) TO SRCW-WEIGHT
               IF WS-SRC-WGT (WS-SOURCE-IDX) = 0
                   MOVE 0 TO WS-SRC-AVERAGE
               ELSE
                   IF WS-TRUNCATE-AVERAGE
                       COMPUTE WS-SRC-AVERAGE =
                           WS-SRC-WTOT (WS-SOURCE-IDX)
                           / WS-SRC-WGT (WS-SOURCE-IDX)
                   ELSE
                       COMPUTE WS-SRC-AVERAGE ROUNDED =
                           WS-SRC-WTOT (WS-SOURCE-IDX)
                           / WS-SRC-WGT (WS-SOURCE-IDX)
                   END-IF
               END-IF
               MOVE WS-SRC-AVERAGE TO SRCW-AVERAGE
               WRITE PRINT-LINE FROM WS-SOURCE-WLINE
           ELSE
               INITIALIZE WS-SOURCE-LINE
               MOVE WS-SOURCE-IDX TO SRC-NUM
               MOVE WS-SRC-VALID (WS-SOURCE-IDX) TO SRC-COUNT
               MOVE WS-SRC-TOTAL (WS-SOURCE-IDX) TO SRC-TOTAL
               IF WS-SRC-VALID (WS-SOURCE-IDX) > 0
                   IF WS-TRUNCATE-AVERAGE
                       COMPUTE WS-SRC-AVERAGE =
                           WS-SRC-TOTAL (WS-SOURCE-IDX)
                           / WS-SRC-VALID (WS-SOURCE-IDX)
                   ELSE
                       COMPUTE WS-SRC-AVERAGE ROUNDED =
                           WS-SRC-TOTAL (WS-SOURCE-IDX)
                           / WS-SRC-VALID (WS-SOURCE-IDX)
                   END-IF
               ELSE
                   MOVE 0 TO WS-SRC-AVERAGE
               END-IF
               MOVE WS-SRC-AVERAGE TO SRC-AVERAGE
               WRITE PRINT-LINE FROM WS-SOURCE-LINE
           END-IF.

       COMPUTE-AVERAGE.
           IF WS-WEIGHTED-AVERAGE
               IF WS-WEIGHT-TOTAL = 0
                   MOVE 0 TO AVERAGE
               ELSE
                   IF WS-TRUNCATE-AVERAGE
                       COMPUTE AVERAGE =
                           WS-WEIGHTED-TOTAL / WS-WEIGHT-TOTAL
                   ELSE
                       COMPUTE AVERAGE ROUNDED =
                           WS-WEIGHTED-TOTAL / WS-WEIGHT-TOTAL
                   END-IF
               END-IF
           ELSE
               IF WS-TRUNCATE-AVERAGE
                   COMPUTE AVERAGE = TOTAL / WS-VALID-COUNT
               ELSE
                   COMPUTE AVERAGE ROUNDED = TOTAL / WS-VALID-COUNT
               END-IF
           END-IF.

       COMPUTE-STATISTICS.
           COMPUTE WS-EXACT-AVERAGE = TOTAL / WS-VALID-COUNT.
           COMPUTE WS-VARIANCE =
               (WS-SUM-OF-SQUARES / WS-VALID-COUNT)
               - (WS-EXACT-AVERAGE * WS-EXACT-AVERAGE).
           IF WS-VARIANCE < 0
               MOVE 0 TO WS-VARIANCE
           END-IF.
           COMPUTE WS-STD-DEV = FUNCTION SQRT (WS-VARIANCE).

       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE WS-CURRENT-DATE-TIME TO AUD-TIMESTAMP.
           MOVE WS-RUN-ID            TO AUD-RUN-ID.
           MOVE "S"                  TO AUD-REC-TYPE.
           MOVE WS-VALID-COUNT       TO AUD-SEQ-NUM.
           MOVE SPACES               TO AUD-GROUP-KEY.
           MOVE 0                    TO AUD-VALUE.
           MOVE 0                    TO AUD-WEIGHT.
           MOVE TOTAL                TO AUD-RUNNING-TOTAL.
           MOVE WS-VALID-COUNT       TO AUD-VALID-COUNT.
           MOVE AVERAGE              TO AUD-AVERAGE.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-LINES-WRITTEN.

       READ-EXCEPTION-PARAMETER.
           OPEN INPUT EXCEPTION-PARM-FILE.
           IF NOT WS-EXC-PARM-OK
               EXIT PARAGRAPH
           END-IF.
           READ EXCEPTION-PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-EXC-PARM-OK
               IF PARM-EXC-SIGMA-X NUMERIC
                 AND PARM-EXC-SIGMA > 0
                   MOVE PARM-EXC-SIGMA TO WS-EXC-SIGMA
                   MOVE "Y" TO WS-EXC-SIGMA-SW
               ELSE
                   MOVE "N" TO WS-EXC-SIGMA-SW
               END-IF
               IF PARM-EXC-FLOOR-X NOT = SPACES
                 AND PARM-EXC-FLOOR NUMERIC
                   MOVE PARM-EXC-FLOOR TO WS-EXC-FLOOR
                   MOVE "Y" TO WS-EXC-FLOOR-SW
               END-IF
               IF PARM-EXC-CEILING-X NOT = SPACES
                 AND PARM-EXC-CEILING NUMERIC
                   MOVE PARM-EXC-CEILING TO WS-EXC-CEILING
                   MOVE "Y" TO WS-EXC-CEILING-SW
               END-IF
           END-IF.
           CLOSE EXCEPTION-PARM-FILE.

       DETECT-OUTLIERS.
           PERFORM READ-EXCEPTION-PARAMETER.
           OPEN OUTPUT EXCEPTION-FILE.
           IF NOT WS-EXCEPTION-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN EXCFILE "
                   "- STATUS " WS-EXCEPTION-STATUS
                   " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
               DISPLAY "PARTITION-MERGE: UNABLE TO RESCAN AUDFILE "
                   "- STATUS " WS-AUDIT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EXC-SCAN-EOF-SW.
           PERFORM UNTIL WS-EXC-SCAN-DONE
               READ AUDIT-FILE
                   AT END
                       SET WS-EXC-SCAN-DONE TO TRUE
               END-READ
               IF NOT WS-EXC-SCAN-DONE
                 AND AUD-RUN-ID = WS-RUN-ID
                 AND AUD-REC-TYPE = "D"
                   PERFORM TEST-OUTLIER-VALUE
                   IF WS-EXC-IS-OUTLIER
                       PERFORM WRITE-EXCEPTION-DETAIL
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AUDIT-FILE.
           INITIALIZE WS-EXC-TOTAL-LINE.
           MOVE WS-EXCL-COUNT TO EXC-TOT-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           WRITE EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE.
           ADD 2 TO WS-EXC-LINES-WRITTEN.
           CLOSE EXCEPTION-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO REOPEN AUDFILE "
                   "- STATUS " WS-AUDIT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COMPUTE-EXCLUDED-AVERAGE.

       TEST-OUTLIER-VALUE.
           MOVE "N" TO WS-EXC-OUT-SW.
           MOVE SPACES TO WS-EXC-REASON.
           IF WS-EXC-SIGMA-ACTIVE AND WS-STD-DEV > 0
               COMPUTE WS-EXC-DEV = AUD-VALUE - WS-EXACT-AVERAGE
               IF WS-EXC-DEV < 0
                   COMPUTE WS-EXC-DEV = 0 - WS-EXC-DEV
               END-IF
               COMPUTE WS-EXC-LIMIT = WS-EXC-SIGMA * WS-STD-DEV
               IF WS-EXC-DEV > WS-EXC-LIMIT
                   SET WS-EXC-IS-OUTLIER TO TRUE
                   MOVE "EXCEEDS SIGMA BAND" TO WS-EXC-REASON
               END-IF
           END-IF.
           IF WS-EXC-FLOOR-ACTIVE AND AUD-VALUE < WS-EXC-FLOOR
               SET WS-EXC-IS-OUTLIER TO TRUE
               MOVE "BELOW ABSOLUTE FLOOR" TO WS-EXC-REASON
           END-IF.
           IF WS-EXC-CEILING-ACTIVE AND AUD-VALUE > WS-EXC-CEILING
               SET WS-EXC-IS-OUTLIER TO TRUE
               MOVE "ABOVE ABSOLUTE CEILING" TO WS-EXC-REASON
           END-IF.

       WRITE-EXCEPTION-DETAIL.
           INITIALIZE WS-EXC-DETAIL-LINE.
           MOVE AUD-SEQ-NUM TO EXC-SEQ-NUM.
           MOVE AUD-GROUP-KEY TO EXC-GROUP-KEY.
           MOVE AUD-GROUP-KEY TO WS-LOOKUP-KEY.
           PERFORM FIND-GROUP-DESCRIPTION.
           MOVE WS-FOUND-DESC TO EXC-DESC.
           MOVE AUD-VALUE TO EXC-VALUE.
           MOVE WS-EXC-REASON TO EXC-REASON.
           WRITE EXCEPTION-LINE FROM WS-EXC-DETAIL-LINE.
           ADD 1 TO WS-EXC-LINES-WRITTEN.
           ADD 1 TO WS-EXCL-COUNT.
           ADD AUD-VALUE TO WS-EXCL-TOTAL.
           IF WS-WEIGHTED-AVERAGE
               ADD AUD-WEIGHT TO WS-EXCL-WEIGHT
               COMPUTE WS-EXCL-WTOTAL = WS-EXCL-WTOTAL
                   + (AUD-VALUE * AUD-WEIGHT)
           END-IF.

       COMPUTE-EXCLUDED-AVERAGE.
           IF WS-EXCL-COUNT = 0
               MOVE AVERAGE TO WS-EXCL-AVERAGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-WEIGHTED-AVERAGE
               COMPUTE WS-REMAIN-WEIGHT =
                   WS-WEIGHT-TOTAL - WS-EXCL-WEIGHT
               IF WS-REMAIN-WEIGHT = 0
                   MOVE 0 TO WS-EXCL-AVERAGE
               ELSE
                   IF WS-TRUNCATE-AVERAGE
                       COMPUTE WS-EXCL-AVERAGE =
                           (WS-WEIGHTED-TOTAL - WS-EXCL-WTOTAL)
                           / WS-REMAIN-WEIGHT
                   ELSE
                       COMPUTE WS-EXCL-AVERAGE ROUNDED =
                           (WS-WEIGHTED-TOTAL - WS-EXCL-WTOTAL)
                           / WS-REMAIN-WEIGHT
                   END-IF
               END-IF
           ELSE
               COMPUTE WS-REMAIN-COUNT =
                   WS-VALID-COUNT - WS-EXCL-COUNT
               IF WS-REMAIN-COUNT = 0
                   MOVE 0 TO WS-EXCL-AVERAGE
               ELSE
                   IF WS-TRUNCATE-AVERAGE
                       COMPUTE WS-EXCL-AVERAGE =
                           (TOTAL - WS-EXCL-TOTAL)
                           / WS-REMAIN-COUNT
                   ELSE
                       COMPUTE WS-EXCL-AVERAGE ROUNDED =
                           (TOTAL - WS-EXCL-TOTAL)
                           / WS-REMAIN-COUNT
                   END-IF
               END-IF
           END-IF.

       WRITE-CONTROL-TOTAL.
           IF WS-WEIGHTED-AVERAGE
               INITIALIZE WS-TOTAL-WLINE
               MOVE WS-VALID-COUNT TO TOTW-COUNT
               MOVE TOTAL        TO TOTW-SUM
               MOVE WS-WEIGHT-TOTAL TO TOTW-WEIGHT
               MOVE AVERAGE      TO TOTW-AVERAGE
               WRITE PRINT-LINE FROM WS-TOTAL-WLINE
           ELSE
               INITIALIZE WS-TOTAL-LINE
               MOVE WS-VALID-COUNT TO TOT-COUNT
               MOVE TOTAL        TO TOT-SUM
               MOVE AVERAGE      TO TOT-AVERAGE
               WRITE PRINT-LINE FROM WS-TOTAL-LINE
           END-IF.
           ADD 1 TO WS-PRINT-LINES-WRITTEN.

       WRITE-EXCLUDED-TOTAL-LINE.
           INITIALIZE WS-EXCLUDED-LINE.
           MOVE WS-EXCL-AVERAGE TO XCL-AVERAGE.
           MOVE WS-EXCL-COUNT TO XCL-COUNT.
           WRITE PRINT-LINE FROM WS-EXCLUDED-LINE.
           ADD 1 TO WS-PRINT-LINES-WRITTEN.

       WRITE-STATISTICS-LINE.
           INITIALIZE WS-STATS-LINE.
           MOVE WS-MIN-VALUE TO STAT-MIN.
           MOVE WS-MAX-VALUE TO STAT-MAX.
           MOVE WS-STD-DEV   TO STAT-STD-DEV.
           WRITE PRINT-LINE FROM WS-STATS-LINE.
           ADD 1 TO WS-PRINT-LINES-WRITTEN.

       WRITE-GROUP-RECAP-SECTION.
           IF WS-RECAP-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-PRINT-LINES-WRITTEN.
           WRITE PRINT-LINE FROM WS-RECAP-HEADER-LINE.
           ADD 1 TO WS-PRINT-LINES-WRITTEN.
           PERFORM VARYING WS-RECAP-IDX FROM 1 BY 1
                   UNTIL WS-RECAP-IDX > WS-RECAP-COUNT
               INITIALIZE WS-RECAP-LINE
               MOVE WS-RECAP-KEY (WS-RECAP-IDX) TO RCP-KEY
               MOVE WS-RECAP-KEY (WS-RECAP-IDX) TO WS-LOOKUP-KEY
               PERFORM FIND-GROUP-DESCRIPTION
               MOVE WS-FOUND-DESC TO RCP-DESC
               MOVE WS-RECAP-CNT (WS-RECAP-IDX) TO RCP-COUNT
               MOVE WS-RECAP-TOT (WS-RECAP-IDX) TO RCP-TOTAL
               IF WS-WEIGHTED-AVERAGE
                   IF WS-RECAP-WGT (WS-RECAP-IDX) = 0
                       MOVE 0 TO WS-RECAP-AVERAGE
                   ELSE
                       IF WS-TRUNCATE-AVERAGE
                           COMPUTE WS-RECAP-AVERAGE =
                               WS-RECAP-WTOT (WS-RECAP-IDX)
                               / WS-RECAP-WGT (WS-RECAP-IDX)
                       ELSE
                           COMPUTE WS-RECAP-AVERAGE ROUNDED =
                               WS-RECAP-WTOT (WS-RECAP-IDX)
                               / WS-RECAP-WGT (WS-RECAP-IDX)
                       END-IF
                   END-IF
               ELSE
                   IF WS-TRUNCATE-AVERAGE
                       COMPUTE WS-RECAP-AVERAGE =
                           WS-RECAP-TOT (WS-RECAP-IDX)
                           / WS-RECAP-CNT (WS-RECAP-IDX)
                   ELSE
                       COMPUTE WS-RECAP-AVERAGE ROUNDED =
                           WS-RECAP-TOT (WS-RECAP-IDX)
                           / WS-RECAP-CNT (WS-RECAP-IDX)
                   END-IF
               END-IF
               MOVE WS-RECAP-AVERAGE TO RCP-AVERAGE
               WRITE PRINT-LINE FROM WS-RECAP-LINE
               ADD 1 TO WS-PRINT-LINES-WRITTEN
           END-PERFORM.

       WRITE-EXTRACT-RECORD.
           PERFORM READ-TOLERANCE-PARAMETERS.
           PERFORM LOAD-PRIOR-GROUP-AVERAGES.
           IF WS-TOL-COUNT > 0
               PERFORM OPEN-ALERT-REPORT
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN EXTFILE "
                   "- STATUS " WS-EXTRACT-STATUS " - EXTRACT SKIPPED"
           ELSE
               SET WS-EXTRACT-OPENED TO TRUE
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "R"            TO EXT-REC-TYPE
               MOVE WS-RUN-ID      TO EXT-RUN-ID
               MOVE WS-RUN-YEAR    TO EXT-RUN-YEAR
               MOVE WS-RUN-MONTH   TO EXT-RUN-MONTH
               MOVE WS-RUN-DAY     TO EXT-RUN-DAY
               MOVE AVERAGE        TO EXT-AVERAGE
               MOVE TOTAL          TO EXT-TOTAL
               MOVE WS-VALID-COUNT TO EXT-INPUT-COUNT
               MOVE WS-AVG-MODE    TO EXT-AVG-MODE
               MOVE WS-WEIGHT-TOTAL TO EXT-WEIGHT-TOTAL
               MOVE WS-WEIGHTED-TOTAL TO EXT-WEIGHTED-TOTAL
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-RECS-WRITTEN
               PERFORM VARYING WS-RECAP-IDX FROM 1 BY 1
                       UNTIL WS-RECAP-IDX > WS-RECAP-COUNT
                   PERFORM WRITE-EXTRACT-GROUP-RECORD
               END-PERFORM
           END-IF.
           IF WS-TOL-COUNT > 0
               PERFORM VARYING WS-RECAP-IDX FROM 1 BY 1
                       UNTIL WS-RECAP-IDX > WS-RECAP-COUNT
                   PERFORM COMPUTE-RECAP-AVERAGE
                   PERFORM CHECK-GROUP-TOLERANCE
               END-PERFORM
               PERFORM CLOSE-ALERT-REPORT
           END-IF.

       COMPUTE-RECAP-AVERAGE.
           IF WS-WEIGHTED-AVERAGE
               IF WS-RECAP-WGT (WS-RECAP-IDX) = 0
                   MOVE 0 TO WS-RECAP-AVERAGE
               ELSE
                   IF WS-TRUNCATE-AVERAGE
                       COMPUTE WS-RECAP-AVERAGE =
                           WS-RECAP-WTOT (WS-RECAP-IDX)
                           / WS-RECAP-WGT (WS-RECAP-IDX)
                   ELSE
                       COMPUTE WS-RECAP-AVERAGE ROUNDED =
                           WS-RECAP-WTOT (WS-RECAP-IDX)
                           / WS-RECAP-WGT (WS-RECAP-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-RECAP-CNT (WS-RECAP-IDX) = 0
                   MOVE 0 TO WS-RECAP-AVERAGE
               ELSE
                   IF WS-TRUNCATE-AVERAGE
                       COMPUTE WS-RECAP-AVERAGE =
                           WS-RECAP-TOT (WS-RECAP-IDX)
                           / WS-RECAP-CNT (WS-RECAP-IDX)
                   ELSE
                       COMPUTE WS-RECAP-AVERAGE ROUNDED =
                           WS-RECAP-TOT (WS-RECAP-IDX)
                           / WS-RECAP-CNT (WS-RECAP-IDX)
                   END-IF
               END-IF
           END-IF.

       WRITE-EXTRACT-GROUP-RECORD.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE "G"            TO EXT-REC-TYPE.
           MOVE WS-RUN-ID      TO EXT-RUN-ID.
           MOVE WS-RUN-YEAR    TO EXT-RUN-YEAR.
           MOVE WS-RUN-MONTH   TO EXT-RUN-MONTH.
           MOVE WS-RUN-DAY     TO EXT-RUN-DAY.
           MOVE WS-RECAP-KEY (WS-RECAP-IDX) TO EXT-GROUP-KEY.
           MOVE WS-RECAP-CNT (WS-RECAP-IDX) TO EXT-GROUP-COUNT.
           MOVE WS-RECAP-TOT (WS-RECAP-IDX) TO EXT-GROUP-TOTAL.
           MOVE WS-RECAP-WGT (WS-RECAP-IDX) TO EXT-GROUP-WEIGHT.
           PERFORM COMPUTE-RECAP-AVERAGE.
           MOVE WS-RECAP-AVERAGE TO EXT-GROUP-AVERAGE.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-RECS-WRITTEN.

       READ-TOLERANCE-PARAMETERS.
           OPEN INPUT TOLERANCE-PARM-FILE.
           IF NOT WS-TOL-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-TOLERANCES
               READ TOLERANCE-PARM-FILE
                   AT END
                       SET END-OF-TOLERANCES TO TRUE
               END-READ
               IF NOT END-OF-TOLERANCES
                 AND PARM-TOL-GROUP-KEY NOT = SPACES
                   PERFORM STORE-TOLERANCE-ENTRY
               END-IF
           END-PERFORM.
           CLOSE TOLERANCE-PARM-FILE.

       STORE-TOLERANCE-ENTRY.
           IF WS-TOL-COUNT >= WS-TOL-MAX
               DISPLAY "PARTITION-MERGE: TOLERANCE TABLE FULL "
                   "- RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOL-COUNT.
           MOVE PARM-TOL-GROUP-KEY TO WS-TOL-KEY (WS-TOL-COUNT).
           IF PARM-TOL-FLOOR-X NOT = SPACES
             AND PARM-TOL-FLOOR NUMERIC
               MOVE "Y" TO WS-TOL-FLOOR-SW (WS-TOL-COUNT)
               MOVE PARM-TOL-FLOOR TO WS-TOL-FLOOR (WS-TOL-COUNT)
           ELSE
               MOVE "N" TO WS-TOL-FLOOR-SW (WS-TOL-COUNT)
               MOVE 0 TO WS-TOL-FLOOR (WS-TOL-COUNT)
           END-IF.
           IF PARM-TOL-CEILING-X NOT = SPACES
             AND PARM-TOL-CEILING NUMERIC
               MOVE "Y" TO WS-TOL-CEILING-SW (WS-TOL-COUNT)
               MOVE PARM-TOL-CEILING TO WS-TOL-CEILING (WS-TOL-COUNT)
           ELSE
               MOVE "N" TO WS-TOL-CEILING-SW (WS-TOL-COUNT)
               MOVE 0 TO WS-TOL-CEILING (WS-TOL-COUNT)
           END-IF.
           IF PARM-TOL-PCT-X NUMERIC AND PARM-TOL-PCT > 0
               MOVE "Y" TO WS-TOL-PCT-SW (WS-TOL-COUNT)
               MOVE PARM-TOL-PCT TO WS-TOL-PCT (WS-TOL-COUNT)
           ELSE
               MOVE "N" TO WS-TOL-PCT-SW (WS-TOL-COUNT)
               MOVE 0 TO WS-TOL-PCT (WS-TOL-COUNT)
           END-IF.

       LOAD-PRIOR-GROUP-AVERAGES.
           IF WS-TOL-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT GROUP-HISTORY-FILE.
           IF NOT WS-GRPHIST-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-GROUP-HISTORY
               READ GROUP-HISTORY-FILE
                   AT END
                       SET END-OF-GROUP-HISTORY TO TRUE
               END-READ
               IF NOT END-OF-GROUP-HISTORY
                   PERFORM STORE-PRIOR-GROUP-AVERAGE
               END-IF
           END-PERFORM.
           CLOSE GROUP-HISTORY-FILE.

       STORE-PRIOR-GROUP-AVERAGE.
           MOVE 0 TO WS-PRIOR-FOUND-IDX.
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
               IF WS-PRIOR-KEY (WS-PRIOR-IDX) = GRPH-GROUP-KEY
                   MOVE WS-PRIOR-IDX TO WS-PRIOR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PRIOR-FOUND-IDX = 0
               IF WS-PRIOR-COUNT >= WS-PRIOR-MAX
                   DISPLAY "PARTITION-MERGE: PRIOR AVERAGE TABLE "
                       "FULL - RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PRIOR-COUNT
               MOVE WS-PRIOR-COUNT TO WS-PRIOR-FOUND-IDX
               MOVE GRPH-GROUP-KEY TO
                   WS-PRIOR-KEY (WS-PRIOR-FOUND-IDX)
           END-IF.
           MOVE GRPH-AVERAGE TO WS-PRIOR-AVG (WS-PRIOR-FOUND-IDX).

       OPEN-ALERT-REPORT.
           OPEN OUTPUT ALERT-FILE.
           IF NOT WS-ALERT-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN ALERTRPT "
                   "- STATUS " WS-ALERT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-TOL-FOUND-IDX.
           PERFORM VARYING WS-TOL-IDX FROM 1 BY 1
                   UNTIL WS-TOL-IDX > WS-TOL-COUNT
               IF WS-TOL-KEY (WS-TOL-IDX) =
                   WS-RECAP-KEY (WS-RECAP-IDX)
                   MOVE WS-TOL-IDX TO WS-TOL-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TOL-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PRIOR-FOUND-IDX.
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
               IF WS-PRIOR-KEY (WS-PRIOR-IDX) =
                   WS-RECAP-KEY (WS-RECAP-IDX)
                   MOVE WS-PRIOR-IDX TO WS-PRIOR-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TOL-FLOOR-SW (WS-TOL-FOUND-IDX) = "Y"
             AND WS-RECAP-AVERAGE < WS-TOL-FLOOR (WS-TOL-FOUND-IDX)
               MOVE "BELOW TOLERANCE FLOOR" TO WS-ALERT-REASON
               PERFORM WRITE-GROUP-ALERT
           END-IF.
           IF WS-TOL-CEILING-SW (WS-TOL-FOUND-IDX) = "Y"
             AND WS-RECAP-AVERAGE > WS-TOL-CEILING (WS-TOL-FOUND-IDX)
               MOVE "ABOVE TOLERANCE CEILING" TO WS-ALERT-REASON
               PERFORM WRITE-GROUP-ALERT
           END-IF.
           IF WS-TOL-PCT-SW (WS-TOL-FOUND-IDX) = "Y"
             AND WS-PRIOR-FOUND-IDX > 0
             AND WS-PRIOR-AVG (WS-PRIOR-FOUND-IDX) NOT = 0
               COMPUTE WS-PCT-CHANGE =
                   ((WS-RECAP-AVERAGE
                     - WS-PRIOR-AVG (WS-PRIOR-FOUND-IDX)) * 100)
                   / WS-PRIOR-AVG (WS-PRIOR-FOUND-IDX)
               IF WS-PCT-CHANGE < 0
                   COMPUTE WS-PCT-CHANGE = 0 - WS-PCT-CHANGE
               END-IF
               IF WS-PCT-CHANGE > WS-TOL-PCT (WS-TOL-FOUND-IDX)
                   MOVE "PCT CHANGE EXCEEDS LIMIT"
                       TO WS-ALERT-REASON
                   PERFORM WRITE-GROUP-ALERT
               END-IF
           END-IF.

       WRITE-GROUP-ALERT.
           INITIALIZE WS-ALERT-DETAIL-LINE.
           MOVE WS-RECAP-KEY (WS-RECAP-IDX) TO ALR-GROUP-KEY.
           MOVE WS-RECAP-AVERAGE TO ALR-AVERAGE.
           IF WS-PRIOR-FOUND-IDX > 0
               MOVE WS-PRIOR-AVG (WS-PRIOR-FOUND-IDX)
                   TO ALR-PRIOR-AVG
           ELSE
               MOVE 0 TO ALR-PRIOR-AVG
           END-IF.
           MOVE WS-ALERT-REASON TO ALR-REASON.
           WRITE ALERT-LINE FROM WS-ALERT-DETAIL-LINE.
           ADD 1 TO WS-ALERT-COUNT.
           ADD 1 TO WS-ALERT-LINES-WRITTEN.

       CLOSE-ALERT-REPORT.
           MOVE SPACES TO ALERT-LINE.
           WRITE ALERT-LINE.
           INITIALIZE WS-ALERT-TOTAL-LINE.
           MOVE WS-ALERT-COUNT TO ALR-TOT-COUNT.
           WRITE ALERT-LINE FROM WS-ALERT-TOTAL-LINE.
           ADD 2 TO WS-ALERT-LINES-WRITTEN.
           CLOSE ALERT-FILE.
           IF WS-ALERT-COUNT > 0
               DISPLAY "PARTITION-MERGE: " WS-ALERT-COUNT
                   " GROUP TOLERANCE ALERT(S) RAISED - SEE ALERTRPT"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
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
               OPEN OUTPUT REGISTRY-FILE
           END-IF.
           IF NOT WS-REGISTRY-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO UPDATE RUNREG "
                   "- STATUS " WS-REGISTRY-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REGISTRY-RECORD.
           MOVE WS-REG-SIG-COUNT TO REG-RECORD-COUNT.
           MOVE WS-REG-SIG-HASH TO REG-HASH.
           MOVE WS-RUN-ID TO REG-RUN-ID.
           MOVE WS-RUN-DATE TO REG-RUN-DATE.
           WRITE REGISTRY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF NOT WS-REGISTRY-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO WRITE RUNREG "
                   "- STATUS " WS-REGISTRY-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE REGISTRY-FILE.

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
               DISPLAY "PARTITION-MERGE: UNABLE TO UPDATE SRCCTL "
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
               DISPLAY "PARTITION-MERGE: UNABLE TO WRITE SRCCTL "
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
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN FEEDRPT "
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
           MOVE "SRCCTL ENTRIES POSTED: " TO FED-TOT-LABEL.
           MOVE WS-SRCCTL-UPDATED TO FED-TOT-COUNT.
           WRITE FEED-LINE FROM WS-FEED-TOTAL-LINE.
           ADD 4 TO WS-FEED-LINES-WRITTEN.
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

       WRITE-MERGE-REPORT.
           OPEN OUTPUT MERGE-PRINT-FILE.
           IF NOT WS-MRGRPT-OK
               DISPLAY "PARTITION-MERGE: UNABLE TO OPEN MRGRPT "
                   "- STATUS " WS-MRGRPT-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-ID TO MRG-HDR-RUN-ID.
           WRITE MERGE-LINE FROM WS-MRG-HEADER-LINE.
           MOVE WS-RUN-DATE-NUM TO BAL-BUSINESS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO BAL-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO BAL-CLOCK-TIME.
           WRITE MERGE-LINE FROM WS-BAL-DATE-LINE.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           MOVE WS-SPLIT-MODE TO MRG-MODE.
           MOVE WS-MPART-COUNT TO MRG-PART-COUNT.
           MOVE WS-PCT-SOURCE-COUNT TO MRG-SOURCE-COUNT.
           WRITE MERGE-LINE FROM WS-MRG-MODE-LINE.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           PERFORM VARYING WS-MPART-IDX FROM 1 BY 1
                   UNTIL WS-MPART-IDX > WS-MPART-COUNT
               MOVE WS-MPART-IDX TO MRG-PART
               MOVE WS-MPART-RC (WS-MPART-IDX) TO MRG-PART-RC
               MOVE WS-MPART-READ (WS-MPART-IDX) TO MRG-PART-READ
               MOVE WS-MPART-VALID (WS-MPART-IDX) TO MRG-PART-VALID
               MOVE WS-MPART-REJECT (WS-MPART-IDX) TO MRG-PART-REJECT
               MOVE WS-MPART-STATUS (WS-MPART-IDX) TO MRG-PART-STATUS
               WRITE MERGE-LINE FROM WS-MRG-PART-LINE
           END-PERFORM.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           IF WS-MERGE-REFUSED
               MOVE WS-REFUSE-REASON TO MRG-REFUSE-REASON
               WRITE MERGE-LINE FROM WS-MRG-REFUSE-LINE
               MOVE SPACES TO MERGE-LINE
               WRITE MERGE-LINE
           ELSE
               INITIALIZE WS-BAL-COUNT-LINE
               MOVE WS-RECORDS-READ TO BAL-READ-COUNT
               MOVE WS-VALID-COUNT TO BAL-VALID-COUNT
               MOVE WS-REJECT-COUNT TO BAL-REJECT-COUNT
               MOVE WS-FEED-HELD-RECORDS TO BAL-HELD-COUNT
               WRITE MERGE-LINE FROM WS-BAL-COUNT-LINE
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
                   WRITE MERGE-LINE FROM WS-BAL-REGISTRY-LINE
               END-IF
               MOVE SPACES TO MERGE-LINE
               WRITE MERGE-LINE
               MOVE "PRTFILE LINES: " TO BAL-FILE-LABEL
               MOVE WS-PRINT-LINES-WRITTEN TO BAL-FILE-COUNT
               MOVE WS-PRINT-STATUS TO BAL-FILE-STATUS
               WRITE MERGE-LINE FROM WS-BAL-FILE-LINE
               MOVE "REJFILE LINES: " TO BAL-FILE-LABEL
               MOVE WS-REJECT-LINES-WRITTEN TO BAL-FILE-COUNT
               MOVE WS-REJECT-STATUS TO BAL-FILE-STATUS
               WRITE MERGE-LINE FROM WS-BAL-FILE-LINE
               MOVE "AUDFILE LINES: " TO BAL-FILE-LABEL
               MOVE WS-AUDIT-LINES-WRITTEN TO BAL-FILE-COUNT
               MOVE WS-AUDIT-STATUS TO BAL-FILE-STATUS
               WRITE MERGE-LINE FROM WS-BAL-FILE-LINE
               MOVE "EXTFILE RECS.: " TO BAL-FILE-LABEL
               MOVE WS-EXTRACT-RECS-WRITTEN TO BAL-FILE-COUNT
               MOVE WS-EXTRACT-STATUS TO BAL-FILE-STATUS
               WRITE MERGE-LINE FROM WS-BAL-FILE-LINE
               MOVE "EXCFILE LINES: " TO BAL-FILE-LABEL
               MOVE WS-EXC-LINES-WRITTEN TO BAL-FILE-COUNT
               MOVE WS-EXCEPTION-STATUS TO BAL-FILE-STATUS
               WRITE MERGE-LINE FROM WS-BAL-FILE-LINE
               MOVE "ALERTRPT LINES:" TO BAL-FILE-LABEL
               MOVE WS-ALERT-LINES-WRITTEN TO BAL-FILE-COUNT
               MOVE WS-ALERT-STATUS TO BAL-FILE-STATUS
               WRITE MERGE-LINE FROM WS-BAL-FILE-LINE
               MOVE "FEEDRPT LINES: " TO BAL-FILE-LABEL
               MOVE WS-FEED-LINES-WRITTEN TO BAL-FILE-COUNT
               MOVE WS-FEEDRPT-STATUS TO BAL-FILE-STATUS
               WRITE MERGE-LINE FROM WS-BAL-FILE-LINE
               MOVE SPACES TO MERGE-LINE
               WRITE MERGE-LINE
           END-IF.
           MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY.
           MOVE WS-RETURN-CODE-DISPLAY TO BAL-RETURN-CODE.
           WRITE MERGE-LINE FROM WS-BAL-RC-LINE.
           CLOSE MERGE-PRINT-FILE.
