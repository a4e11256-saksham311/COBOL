       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROUP-MERGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-PARM-FILE ASSIGN TO "GMRGCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT GROUP-HISTORY-FILE ASSIGN TO "GRPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRPH-KEY
               FILE STATUS IS WS-GRPHIST-STATUS.

           SELECT GROUP-REFERENCE-FILE ASSIGN TO "GRPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT TOLERANCE-PARM-FILE ASSIGN TO "TOLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.

           SELECT ACCURACY-FILE ASSIGN TO "FCSTACC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-GROUP-KEY
               FILE STATUS IS WS-ACC-STATUS.

           SELECT FORECAST-FILE ASSIGN TO "FCSTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCST-KEY
               FILE STATUS IS WS-FCST-STATUS.

           SELECT MERGE-PRINT-FILE ASSIGN TO "GMRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GMRGRPT-STATUS.

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
       FD  MERGE-PARM-FILE
           RECORDING MODE IS F.
       01  MERGE-PARM-RECORD.
           05 PARM-OLD-KEY       PIC X(6).
           05 FILLER             PIC X(1).
           05 PARM-NEW-KEY       PIC X(6).
           05 FILLER             PIC X(1).
           05 PARM-EFF-DATE-X    PIC X(8).
           05 PARM-EFF-DATE REDEFINES PARM-EFF-DATE-X PIC 9(8).
           05 FILLER             PIC X(1).
           05 PARM-NEW-DESC      PIC X(20).
           05 FILLER             PIC X(37).

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
           05 REF-SUCCESSOR-KEY  PIC X(6).
           05 FILLER             PIC X(31).

       FD  TOLERANCE-PARM-FILE
           RECORDING MODE IS F.
       01  TOLERANCE-PARM-RECORD.
           05 PARM-TOL-GROUP-KEY PIC X(6).
           05 PARM-TOL-LIMITS    PIC X(74).

       FD  ACCURACY-FILE
           RECORDING MODE IS F.
       01  ACCURACY-RECORD.
           05 ACC-GROUP-KEY      PIC X(6).
           05 ACC-MATCHED        PIC 9(6).
           05 ACC-ABS-PCT-TOTAL  PIC 9(9)V99.
           05 ACC-ACCURACY       PIC 9(3)V99.
           05 ACC-LAST-DATE      PIC 9(8).
           05 ACC-LAST-PCT-MISS  PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 ACC-UPDATE-STAMP   PIC X(21).
           05 FILLER             PIC X(15).

       FD  FORECAST-FILE
           RECORDING MODE IS F.
       01  FORECAST-RECORD.
           05 FCST-KEY.
               10 FCST-GROUP-KEY    PIC X(6).
               10 FCST-BUSINESS-DATE PIC 9(8).
           05 FCST-STATUS        PIC X(1).
               88 FCST-OPEN             VALUE "O".
               88 FCST-MATCHED          VALUE "M".
               88 FCST-SUPERSEDED       VALUE "S".
           05 FCST-METHOD        PIC X(5).
           05 FCST-WINDOW        PIC 9(4).
           05 FCST-BASIS-RUNS    PIC 9(4).
           05 FCST-LAST-RUN-DATE PIC 9(8).
           05 FCST-LAST-RUN-ID   PIC X(14).
           05 FCST-AVERAGE       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FCST-ACTUAL-DATE   PIC 9(8).
           05 FCST-ACTUAL-RUN-ID PIC X(14).
           05 FCST-ACTUAL        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FCST-VARIANCE      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FCST-PCT-MISS      PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 FCST-CREATE-STAMP  PIC X(21).
           05 FILLER             PIC X(19).

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

       01  WS-PARM-STATUS       PIC X(2) VALUE "00".
           88 WS-PARM-OK               VALUE "00".
           88 WS-PARM-NOT-FOUND        VALUE "35".
       01  WS-PARM-EOF-SW       PIC X(1) VALUE "N".
           88 END-OF-MERGE-PARM       VALUE "Y".

       01  WS-GRPHIST-STATUS    PIC X(2) VALUE "00".
           88 WS-GRPHIST-OK            VALUE "00".
           88 WS-GRPHIST-NO-RECORD     VALUE "23".
           88 WS-GRPHIST-NOT-FOUND     VALUE "35".
       01  WS-GRPHIST-EOF-SW    PIC X(1) VALUE "N".
           88 END-OF-GROUP-HISTORY    VALUE "Y".

       01  WS-REF-STATUS        PIC X(2) VALUE "00".
           88 WS-REF-OK                VALUE "00".
           88 WS-REF-NOT-FOUND         VALUE "35".
       01  WS-REF-EOF-SW        PIC X(1) VALUE "N".
           88 END-OF-REFERENCE        VALUE "Y".
       01  WS-REF-PRESENT-SW    PIC X(1) VALUE "N".
           88 WS-REF-PRESENT          VALUE "Y".

       01  WS-TOL-STATUS        PIC X(2) VALUE "00".
           88 WS-TOL-OK                VALUE "00".
           88 WS-TOL-NOT-FOUND         VALUE "35".
       01  WS-TOL-EOF-SW        PIC X(1) VALUE "N".
           88 END-OF-TOLERANCE        VALUE "Y".

       01  WS-ACC-STATUS        PIC X(2) VALUE "00".
           88 WS-ACC-OK                VALUE "00".
           88 WS-ACC-NO-RECORD         VALUE "23".
           88 WS-ACC-NOT-FOUND         VALUE "35".

       01  WS-FCST-STATUS       PIC X(2) VALUE "00".
           88 WS-FCST-OK               VALUE "00".
           88 WS-FCST-NO-RECORD        VALUE "23".
           88 WS-FCST-NOT-FOUND        VALUE "35".
       01  WS-FCST-BROWSE-SW    PIC X(1) VALUE "N".
           88 WS-FCST-BROWSE-DONE     VALUE "Y".

       01  WS-GMRGRPT-STATUS    PIC X(2) VALUE "00".
           88 WS-GMRGRPT-OK            VALUE "00".

       01  WS-MAP-MAX           PIC 9(3) VALUE 100.
       01  WS-MAP-COUNT         PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 100 TIMES.
               10 WS-MAP-OLD-KEY     PIC X(6).
               10 WS-MAP-NEW-KEY     PIC X(6).
               10 WS-MAP-EFF-DATE    PIC 9(8).
               10 WS-MAP-EXPIRE-DATE PIC 9(8).
               10 WS-MAP-NEW-DESC    PIC X(20).
               10 WS-MAP-TYPE        PIC X(7).
                   88 WS-MAP-APPLIED       VALUE "APPLIED".
               10 WS-MAP-REASON      PIC X(30).
               10 WS-MAP-COMBINED    PIC 9(7).
               10 WS-MAP-BALANCE-SW  PIC X(1).
                   88 WS-MAP-IN-BALANCE    VALUE "Y".
               10 WS-MAP-OLD-BEFORE.
                   15 WS-MOB-ROWS       PIC 9(7).
                   15 WS-MOB-COUNT      PIC 9(9).
                   15 WS-MOB-TOTAL      PIC S9(13)V99.
                   15 WS-MOB-WEIGHT     PIC 9(13)V99.
               10 WS-MAP-NEW-BEFORE.
                   15 WS-MNB-ROWS       PIC 9(7).
                   15 WS-MNB-COUNT      PIC 9(9).
                   15 WS-MNB-TOTAL      PIC S9(13)V99.
                   15 WS-MNB-WEIGHT     PIC 9(13)V99.
               10 WS-MAP-NEW-AFTER.
                   15 WS-MNA-ROWS       PIC 9(7).
                   15 WS-MNA-COUNT      PIC 9(9).
                   15 WS-MNA-TOTAL      PIC S9(13)V99.
                   15 WS-MNA-WEIGHT     PIC 9(13)V99.
               10 WS-MAP-OLD-AFTER.
                   15 WS-MOA-ROWS       PIC 9(7).
                   15 WS-MOA-COUNT      PIC 9(9).
                   15 WS-MOA-TOTAL      PIC S9(13)V99.
                   15 WS-MOA-WEIGHT     PIC 9(13)V99.
       01  WS-MAP-IDX           PIC 9(3) VALUE 0.
       01  WS-MAP-IDX-2         PIC 9(3) VALUE 0.
       01  WS-MAP-REFUSED       PIC 9(3) VALUE 0.
       01  WS-MAP-APPLIED-COUNT PIC 9(3) VALUE 0.

       01  WS-REF-MAX           PIC 9(4) VALUE 1000.
       01  WS-REF-COUNT         PIC 9(4) VALUE 0.
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 1000 TIMES.
               10 WS-REF-KEY         PIC X(6).
               10 WS-REF-DATA        PIC X(74).
       01  WS-REF-IDX           PIC 9(4) VALUE 0.
       01  WS-REF-OLD-IDX       PIC 9(4) VALUE 0.
       01  WS-REF-NEW-IDX       PIC 9(4) VALUE 0.
       01  WS-REF-FIND-KEY      PIC X(6) VALUE SPACES.
       01  WS-REF-FOUND-IDX     PIC 9(4) VALUE 0.

       01  WS-TOL-MAX           PIC 9(4) VALUE 1000.
       01  WS-TOL-COUNT         PIC 9(4) VALUE 0.
       01  WS-TOL-TABLE.
           05 WS-TOL-ENTRY OCCURS 1000 TIMES.
               10 WS-TOL-LINE.
                   15 WS-TOL-KEY         PIC X(6).
                   15 WS-TOL-LIMITS      PIC X(74).
               10 WS-TOL-KEEP-SW     PIC X(1).
                   88 WS-TOL-DROPPED       VALUE "N".
       01  WS-TOL-IDX           PIC 9(4) VALUE 0.
       01  WS-TOL-OLD-IDX       PIC 9(4) VALUE 0.
       01  WS-TOL-NEW-IDX       PIC 9(4) VALUE 0.
       01  WS-TOL-CHANGED-SW    PIC X(1) VALUE "N".
           88 WS-TOL-CHANGED          VALUE "Y".

       01  WS-BUFFER-MAX        PIC 9(4) VALUE 500.
       01  WS-BUFFER-COUNT      PIC 9(4) VALUE 0.
       01  WS-BUFFER-TABLE.
           05 WS-BUFFER-ENTRY OCCURS 500 TIMES.
               10 WS-BUF-RUN-DATE    PIC 9(8).
               10 WS-BUF-RUN-ID      PIC X(14).
               10 WS-BUF-COUNT       PIC 9(6).
               10 WS-BUF-TOTAL       PIC S9(9)V99.
               10 WS-BUF-AVERAGE     PIC S9(7)V99.
               10 WS-BUF-WEIGHT      PIC 9(9)V99.
       01  WS-BUFFER-IDX        PIC 9(4) VALUE 0.

       01  WS-FCST-BUF-COUNT    PIC 9(4) VALUE 0.
       01  WS-FCST-BUF-TABLE.
           05 WS-FCST-BUF-DATE   PIC 9(8) OCCURS 500 TIMES.
       01  WS-FCST-BUF-IDX      PIC 9(4) VALUE 0.
       01  WS-HOLD-FORECAST     PIC X(150) VALUE SPACES.

       01  WS-TOTAL-KEY         PIC X(6) VALUE SPACES.
       01  WS-KEY-TOTALS.
           05 WS-KT-ROWS         PIC 9(7).
           05 WS-KT-COUNT        PIC 9(9).
           05 WS-KT-TOTAL        PIC S9(13)V99.
           05 WS-KT-WEIGHT       PIC 9(13)V99.
       01  WS-GRPHIST-BEFORE.
           05 WS-GB-ROWS         PIC 9(7).
           05 WS-GB-COUNT        PIC 9(9).
           05 WS-GB-TOTAL        PIC S9(13)V99.
           05 WS-GB-WEIGHT       PIC 9(13)V99.
       01  WS-GRPHIST-AFTER.
           05 WS-GA-ROWS         PIC 9(7).
           05 WS-GA-COUNT        PIC 9(9).
           05 WS-GA-TOTAL        PIC S9(13)V99.
           05 WS-GA-WEIGHT       PIC 9(13)V99.
       01  WS-EXPECTED-ROWS     PIC 9(7) VALUE 0.
       01  WS-EXPECTED-COUNT    PIC 9(9) VALUE 0.
       01  WS-EXPECTED-TOTAL    PIC S9(13)V99 VALUE 0.
       01  WS-EXPECTED-WEIGHT   PIC 9(13)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE    PIC 9(3) VALUE 0.

       01  WS-MERGE-COUNT       PIC 9(7) VALUE 0.
       01  WS-MERGE-TOTAL       PIC S9(11)V99 VALUE 0.
       01  WS-MERGE-WEIGHT      PIC 9(11)V99 VALUE 0.
       01  WS-CHECK-ROUNDED     PIC S9(7)V99 VALUE 0.
       01  WS-CHECK-TRUNCATED   PIC S9(7)V99 VALUE 0.
       01  WS-SIMPLE-SW         PIC X(1) VALUE "Y".
           88 WS-SIMPLE-AVERAGES      VALUE "Y".
       01  WS-WEIGHTED-SUM      PIC S9(17)V9(4) VALUE 0.
       01  WS-ACTION            PIC X(8) VALUE SPACES.

       01  WS-WORK-DAYS         PIC 9(7) VALUE 0.

       01  WS-HOLD-ACCURACY.
           05 WS-HOLD-MATCHED    PIC 9(6).
           05 WS-HOLD-PCT-TOTAL  PIC 9(9)V99.
           05 WS-HOLD-LAST-DATE  PIC 9(8).
           05 WS-HOLD-LAST-PCT   PIC S9(5)V99.

       01  WS-CARDS-READ        PIC 9(6) VALUE 0.
       01  WS-ROWS-MOVED        PIC 9(7) VALUE 0.
       01  WS-ROWS-COMBINED     PIC 9(7) VALUE 0.
       01  WS-REF-UPDATES       PIC 9(6) VALUE 0.
       01  WS-TOL-CARRIED       PIC 9(6) VALUE 0.
       01  WS-ACC-CARRIED       PIC 9(6) VALUE 0.
       01  WS-FCST-CARRIED      PIC 9(6) VALUE 0.
       01  WS-FCST-SUPERSEDED   PIC 9(6) VALUE 0.
       01  WS-RETURN-CODE-DISPLAY PIC 9(2) VALUE 0.

       01  WS-MERGE-HEADER-1.
           05 FILLER             PIC X(22)
               VALUE "GROUP KEY MERGE REPORT".
           05 FILLER             PIC X(58) VALUE SPACES.

       01  WS-MERGE-DATE-LINE.
           05 FILLER             PIC X(15) VALUE "BUSINESS DATE: ".
           05 GMR-HDR-BUS-DATE   PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN AT: ".
           05 GMR-HDR-CLOCK-DATE PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 GMR-HDR-CLOCK-TIME PIC X(6).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 GMR-SECTION-TITLE  PIC X(40).
           05 FILLER             PIC X(40) VALUE SPACES.

       01  WS-MAPPING-COLUMNS.
           05 FILLER             PIC X(8)  VALUE "OLD KEY ".
           05 FILLER             PIC X(8)  VALUE "NEW KEY ".
           05 FILLER             PIC X(10) VALUE "EFFECTIVE ".
           05 FILLER             PIC X(9)  VALUE "TYPE     ".
           05 FILLER             PIC X(9)  VALUE "OLD ROWS ".
           05 FILLER             PIC X(6)  VALUE "STATUS".
           05 FILLER             PIC X(30) VALUE SPACES.

       01  WS-MAPPING-LINE.
           05 MPL-OLD-KEY        PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MPL-NEW-KEY        PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MPL-EFF-DATE       PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MPL-TYPE           PIC X(7).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MPL-OLD-ROWS       PIC ZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 MPL-STATUS         PIC X(30).
           05 FILLER             PIC X(6)  VALUE SPACES.

       01  WS-REFUSED-LINE.
           05 FILLER             PIC X(37)
               VALUE "MERGE REFUSED - NO FILES WERE CHANGED".
           05 FILLER             PIC X(43) VALUE SPACES.

       01  WS-HISTORY-COLUMNS.
           05 FILLER             PIC X(9)  VALUE "ACTION   ".
           05 FILLER             PIC X(7)  VALUE "OLD    ".
           05 FILLER             PIC X(9)  VALUE "RUN DATE ".
           05 FILLER             PIC X(15) VALUE "RUN ID         ".
           05 FILLER             PIC X(7)  VALUE "NEW    ".
           05 FILLER             PIC X(7)  VALUE "  COUNT".
           05 FILLER             PIC X(14) VALUE "          TOTA".
           05 FILLER             PIC X(1)  VALUE "L".
           05 FILLER             PIC X(11) VALUE "    AVERAGE".

       01  WS-HISTORY-LINE.
           05 HSL-ACTION         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HSL-OLD-KEY        PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HSL-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HSL-RUN-ID         PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HSL-NEW-KEY        PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HSL-COUNT          PIC ZZZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HSL-TOTAL          PIC -(9)9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 HSL-AVERAGE        PIC -(6)9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.

       01  WS-NONE-LINE.
           05 GMR-NONE-TEXT      PIC X(40).
           05 FILLER             PIC X(40) VALUE SPACES.

       01  WS-REFERENCE-LINE.
           05 RFL-ACTION         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RFL-GROUP-KEY      PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RFL-DESCRIPTION    PIC X(20).
           05 FILLER             PIC X(6)  VALUE " FROM ".
           05 RFL-EFF-FROM       PIC X(8).
           05 FILLER             PIC X(4)  VALUE " TO ".
           05 RFL-EFF-TO         PIC X(8).
           05 FILLER             PIC X(11) VALUE " SUCCESSOR ".
           05 RFL-SUCCESSOR      PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.

       01  WS-CARRY-LINE.
           05 CRL-ACTION         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CRL-OLD-KEY        PIC X(6).
           05 FILLER             PIC X(4)  VALUE " TO ".
           05 CRL-NEW-KEY        PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CRL-REMARK         PIC X(53).

       01  WS-FCST-CARRY-LINE.
           05 FCL-ACTION         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FCL-OLD-KEY        PIC X(6).
           05 FILLER             PIC X(4)  VALUE " TO ".
           05 FCL-NEW-KEY        PIC X(6).
           05 FILLER             PIC X(15)
               VALUE "  FORECAST FOR ".
           05 FCL-BUS-DATE       PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FCL-REMARK         PIC X(30).

       01  WS-BALANCE-HEADER.
           05 FILLER             PIC X(8)  VALUE "BALANCE ".
           05 BLH-OLD-KEY        PIC X(6).
           05 FILLER             PIC X(4)  VALUE " TO ".
           05 BLH-NEW-KEY        PIC X(6).
           05 FILLER             PIC X(56) VALUE SPACES.

       01  WS-BALANCE-COLUMNS.
           05 FILLER             PIC X(21) VALUE SPACES.
           05 FILLER             PIC X(7)  VALUE "   ROWS".
           05 FILLER             PIC X(10) VALUE "     COUNT".
           05 FILLER             PIC X(16) VALUE
               "           TOTAL".
           05 FILLER             PIC X(16) VALUE
               "          WEIGHT".
           05 FILLER             PIC X(10) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05 BLL-LABEL          PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 BLL-ROWS           PIC ZZZZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 BLL-COUNT          PIC ZZZZZZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 BLL-TOTAL          PIC -(11)9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 BLL-WEIGHT         PIC Z(11)9.99.
           05 FILLER             PIC X(10) VALUE SPACES.

       01  WS-BALANCE-RESULT-LINE.
           05 FILLER             PIC X(21) VALUE SPACES.
           05 BLR-RESULT         PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 BLR-COMBINED       PIC ZZZZZZ9.
           05 FILLER             PIC X(36)
               VALUE " ROW(S) COMBINED INTO EXISTING ROWS".

       01  WS-MERGE-TOTAL-LINE.
           05 GMR-TOT-LABEL      PIC X(30).
           05 GMR-TOT-COUNT      PIC ZZZZZZ9.
           05 FILLER             PIC X(43) VALUE SPACES.

       01  WS-MERGE-RC-LINE.
           05 FILLER             PIC X(30)
               VALUE "RETURN CODE.................: ".
           05 GMR-RETURN-CODE    PIC Z9.
           05 FILLER             PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START-STAMP.
           PERFORM READ-PROCESSING-DATE.
           PERFORM CHECK-PREDECESSORS.
           IF WS-PRED-HELD-COUNT > 0
               DISPLAY "GROUP-MERGE: HELD - PREDECESSOR FAILED "
                   "OR NOT RUN FOR " WS-BUSINESS-DATE
                   " - RUN NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.
           PERFORM LOAD-MERGE-CARDS.
           PERFORM OPEN-MERGE-REPORT.
           PERFORM LOAD-GROUP-REFERENCE.
           PERFORM LOAD-TOLERANCE-CARDS.
           PERFORM OPEN-GROUP-HISTORY-MASTER.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM VALIDATE-ONE-MAPPING
           END-PERFORM.
           PERFORM WRITE-MAPPING-SECTION.
           IF WS-MAP-REFUSED > 0
               CLOSE GROUP-HISTORY-FILE
               DISPLAY "GROUP-MERGE: " WS-MAP-REFUSED
                   " GMRGCARD MAPPING(S) INVALID - MERGE REFUSED"
               WRITE MERGE-LINE FROM WS-REFUSED-LINE
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-MERGE-TOTALS
               CLOSE MERGE-PRINT-FILE
               PERFORM WRITE-JOB-LOG
               STOP RUN
           END-IF.

           PERFORM TOTAL-GROUP-HISTORY.
           MOVE WS-KEY-TOTALS TO WS-GRPHIST-BEFORE.
           MOVE "GRPHIST RECORDS MOVED OR COMBINED"
               TO GMR-SECTION-TITLE.
           WRITE MERGE-LINE FROM WS-SECTION-LINE.
           WRITE MERGE-LINE FROM WS-HISTORY-COLUMNS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM MERGE-ONE-MAPPING
           END-PERFORM.
           IF WS-ROWS-MOVED = 0 AND WS-ROWS-COMBINED = 0
               MOVE "NO GRPHIST RECORDS UNDER THE OLD KEYS"
                   TO GMR-NONE-TEXT
               WRITE MERGE-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           PERFORM TOTAL-GROUP-HISTORY.
           MOVE WS-KEY-TOTALS TO WS-GRPHIST-AFTER.
           CLOSE GROUP-HISTORY-FILE.

           PERFORM CARRY-FORECAST-ACCURACY.
           PERFORM CARRY-OPEN-FORECASTS.
           PERFORM CARRY-TOLERANCE-ENTRIES.
           PERFORM EXPIRE-OLD-GROUP-KEYS.
           PERFORM WRITE-BALANCE-SECTION.
           IF WS-OUT-OF-BALANCE > 0
               DISPLAY "GROUP-MERGE: BEFORE AND AFTER TOTALS DO NOT "
                   "AGREE - SEE GMRGRPT"
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-MERGE-TOTALS.
           CLOSE MERGE-PRINT-FILE.
           PERFORM WRITE-JOB-LOG.
           STOP RUN.

       READ-PROCESSING-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT PROCESS-DATE-FILE.
           IF WS-PROCDATE-NOT-FOUND
               DISPLAY "GROUP-MERGE: PROCDATE NOT FOUND - "
                   "SYSTEM DATE USED AS BUSINESS DATE"
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-PROCDATE-OK
               DISPLAY "GROUP-MERGE: UNABLE TO OPEN PROCDATE "
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
               DISPLAY "GROUP-MERGE: PROCDATE BUSINESS DATE "
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
                 AND DEP-PROGRAM = "GROUP-MERGE"
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
                       DISPLAY "GROUP-MERGE: "
                           "PREDECESSOR NOT RUN - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
                   WHEN WS-PRED-LAST-RC (WS-PRED-IDX) >
                       WS-PRED-MAX-RC (WS-PRED-IDX)
                       DISPLAY "GROUP-MERGE: "
                           "PREDECESSOR FAILED - "
                           WS-PRED-PROGRAM (WS-PRED-IDX)
                           " RC " WS-PRED-LAST-RC (WS-PRED-IDX)
                       ADD 1 TO WS-PRED-HELD-COUNT
               END-EVALUATE
           END-PERFORM.

       STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= WS-PRED-MAX
               DISPLAY "GROUP-MERGE: PREDECESSOR TABLE FULL "
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
               DISPLAY "GROUP-MERGE: UNABLE TO OPEN JOBLOG "
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
               DISPLAY "GROUP-MERGE: UNABLE TO OPEN JOBLOG "
                   "- STATUS " WS-JOBLOG-STATUS
                   " - COMPLETION NOT LOGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE "GROUP-MERGE" TO JLOG-PROGRAM.
           MOVE WS-JOB-START-STAMP (1:14) TO JLOG-RUN-ID.
           MOVE WS-JOB-START-STAMP TO JLOG-START-STAMP.
           MOVE WS-JOB-END-STAMP TO JLOG-END-STAMP.
           MOVE WS-CARDS-READ TO JLOG-RECORDS-READ.
           COMPUTE JLOG-RECORDS-WRITTEN =
               WS-ROWS-MOVED + WS-ROWS-COMBINED.
           MOVE RETURN-CODE TO JLOG-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO JLOG-BUSINESS-DATE.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       LOAD-MERGE-CARDS.
           OPEN INPUT MERGE-PARM-FILE.
           IF NOT WS-PARM-OK
               DISPLAY "GROUP-MERGE: UNABLE TO OPEN GMRGCARD "
                   "- STATUS " WS-PARM-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-MERGE-PARM
               READ MERGE-PARM-FILE
                   AT END
                       SET END-OF-MERGE-PARM TO TRUE
               END-READ
               IF NOT END-OF-MERGE-PARM
                 AND MERGE-PARM-RECORD NOT = SPACES
                   ADD 1 TO WS-CARDS-READ
                   PERFORM STORE-MERGE-CARD
               END-IF
           END-PERFORM.
           CLOSE MERGE-PARM-FILE.
           IF WS-MAP-COUNT = 0
               DISPLAY "GROUP-MERGE: GMRGCARD HAS NO MAPPINGS "
                   "- RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-MERGE-CARD.
           IF WS-MAP-COUNT >= WS-MAP-MAX
               DISPLAY "GROUP-MERGE: MAPPING TABLE FULL "
                   "- RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           INITIALIZE WS-MAP-ENTRY (WS-MAP-COUNT).
           MOVE PARM-OLD-KEY TO WS-MAP-OLD-KEY (WS-MAP-COUNT).
           MOVE PARM-NEW-KEY TO WS-MAP-NEW-KEY (WS-MAP-COUNT).
           MOVE PARM-NEW-DESC TO WS-MAP-NEW-DESC (WS-MAP-COUNT).
           EVALUATE TRUE
               WHEN PARM-EFF-DATE-X = SPACES
                   MOVE WS-BUSINESS-DATE TO
                       WS-MAP-EFF-DATE (WS-MAP-COUNT)
               WHEN PARM-EFF-DATE-X NUMERIC
                   MOVE PARM-EFF-DATE TO
                       WS-MAP-EFF-DATE (WS-MAP-COUNT)
               WHEN OTHER
                   MOVE 0 TO WS-MAP-EFF-DATE (WS-MAP-COUNT)
           END-EVALUATE.

       OPEN-MERGE-REPORT.
           OPEN OUTPUT MERGE-PRINT-FILE.
           IF NOT WS-GMRGRPT-OK
               DISPLAY "GROUP-MERGE: UNABLE TO OPEN GMRGRPT "
                   "- STATUS " WS-GMRGRPT-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE MERGE-LINE FROM WS-MERGE-HEADER-1.
           MOVE WS-BUSINESS-DATE TO GMR-HDR-BUS-DATE.
           MOVE WS-JOB-START-STAMP (1:8) TO GMR-HDR-CLOCK-DATE.
           MOVE WS-JOB-START-STAMP (9:6) TO GMR-HDR-CLOCK-TIME.
           WRITE MERGE-LINE FROM WS-MERGE-DATE-LINE.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.

       LOAD-GROUP-REFERENCE.
           MOVE 0 TO WS-REF-COUNT.
           OPEN INPUT GROUP-REFERENCE-FILE.
           IF WS-REF-NOT-FOUND
               DISPLAY "GROUP-MERGE: GRPREF NOT FOUND - OLD KEYS "
                   "CANNOT BE EXPIRED"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-REF-OK
               DISPLAY "GROUP-MERGE: UNABLE TO OPEN GRPREF "
                   "- STATUS " WS-REF-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-REF-PRESENT TO TRUE.
           PERFORM UNTIL END-OF-REFERENCE
               READ GROUP-REFERENCE-FILE
                   AT END
                       SET END-OF-REFERENCE TO TRUE
               END-READ
               IF NOT END-OF-REFERENCE
                   IF WS-REF-COUNT >= WS-REF-MAX
                       DISPLAY "GROUP-MERGE: GROUP REFERENCE TABLE "
                           "FULL - RUN TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REF-COUNT
                   MOVE GROUP-REFERENCE-RECORD TO
                       WS-REF-ENTRY (WS-REF-COUNT)
               END-IF
           END-PERFORM.
           CLOSE GROUP-REFERENCE-FILE.

       FIND-REFERENCE-ENTRY.
           MOVE 0 TO WS-REF-FOUND-IDX.
           IF WS-REF-FIND-KEY = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-KEY (WS-REF-IDX) = WS-REF-FIND-KEY
                   MOVE WS-REF-IDX TO WS-REF-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-TOLERANCE-CARDS.
           MOVE 0 TO WS-TOL-COUNT.
           OPEN INPUT TOLERANCE-PARM-FILE.
           IF NOT WS-TOL-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-TOLERANCE
               READ TOLERANCE-PARM-FILE
                   AT END
                       SET END-OF-TOLERANCE TO TRUE
               END-READ
               IF NOT END-OF-TOLERANCE
                   IF WS-TOL-COUNT >= WS-TOL-MAX
                       DISPLAY "GROUP-MERGE: TOLERANCE TABLE FULL "
                           "- RUN TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TOL-COUNT
                   MOVE TOLERANCE-PARM-RECORD TO
                       WS-TOL-LINE (WS-TOL-COUNT)
                   MOVE "Y" TO WS-TOL-KEEP-SW (WS-TOL-COUNT)
               END-IF
           END-PERFORM.
           CLOSE TOLERANCE-PARM-FILE.

       OPEN-GROUP-HISTORY-MASTER.
           OPEN I-O GROUP-HISTORY-FILE.
           IF WS-GRPHIST-NOT-FOUND
               OPEN OUTPUT GROUP-HISTORY-FILE
               CLOSE GROUP-HISTORY-FILE
               OPEN I-O GROUP-HISTORY-FILE
           END-IF.
           IF NOT WS-GRPHIST-OK
               DISPLAY "GROUP-MERGE: UNABLE TO OPEN GRPHIST "
                   "- STATUS " WS-GRPHIST-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       VALIDATE-ONE-MAPPING.
           MOVE SPACES TO WS-MAP-REASON (WS-MAP-IDX).
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO WS-TOTAL-KEY.
           PERFORM TOTAL-GROUP-KEY-ROWS.
           MOVE WS-KEY-TOTALS TO WS-MAP-OLD-BEFORE (WS-MAP-IDX).
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO WS-TOTAL-KEY.
           PERFORM TOTAL-GROUP-KEY-ROWS.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO WS-REF-FIND-KEY.
           PERFORM FIND-REFERENCE-ENTRY.
           MOVE WS-REF-FOUND-IDX TO WS-REF-OLD-IDX.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO WS-REF-FIND-KEY.
           PERFORM FIND-REFERENCE-ENTRY.
           MOVE WS-REF-FOUND-IDX TO WS-REF-NEW-IDX.
           IF WS-KT-ROWS > 0 OR WS-REF-NEW-IDX > 0
               MOVE "COMBINE" TO WS-MAP-TYPE (WS-MAP-IDX)
           ELSE
               MOVE "RENAME " TO WS-MAP-TYPE (WS-MAP-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN WS-MAP-OLD-KEY (WS-MAP-IDX) = SPACES
                 OR WS-MAP-NEW-KEY (WS-MAP-IDX) = SPACES
                   MOVE "OLD OR NEW KEY MISSING" TO
                       WS-MAP-REASON (WS-MAP-IDX)
               WHEN WS-MAP-OLD-KEY (WS-MAP-IDX) =
                    WS-MAP-NEW-KEY (WS-MAP-IDX)
                   MOVE "OLD AND NEW KEY ARE THE SAME" TO
                       WS-MAP-REASON (WS-MAP-IDX)
               WHEN WS-MAP-EFF-DATE (WS-MAP-IDX) = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD
                        (WS-MAP-EFF-DATE (WS-MAP-IDX)) NOT = 0
                   MOVE "EFFECTIVE DATE INVALID" TO
                       WS-MAP-REASON (WS-MAP-IDX)
               WHEN WS-MAP-EFF-DATE (WS-MAP-IDX) > WS-BUSINESS-DATE
                   MOVE "EFFECTIVE DATE AFTER BUS DATE" TO
                       WS-MAP-REASON (WS-MAP-IDX)
               WHEN OTHER
                   PERFORM CHECK-MAPPING-CHAINS
           END-EVALUATE.
           IF WS-MAP-REASON (WS-MAP-IDX) = SPACES
               PERFORM CHECK-MAPPING-REFERENCE
           END-IF.
           IF WS-MAP-REASON (WS-MAP-IDX) = SPACES
               COMPUTE WS-WORK-DAYS = FUNCTION INTEGER-OF-DATE
                   (WS-MAP-EFF-DATE (WS-MAP-IDX)) - 1
               COMPUTE WS-MAP-EXPIRE-DATE (WS-MAP-IDX) =
                   FUNCTION DATE-OF-INTEGER (WS-WORK-DAYS)
           ELSE
               ADD 1 TO WS-MAP-REFUSED
           END-IF.

       CHECK-MAPPING-CHAINS.
           PERFORM VARYING WS-MAP-IDX-2 FROM 1 BY 1
                   UNTIL WS-MAP-IDX-2 > WS-MAP-COUNT
               IF WS-MAP-IDX-2 NOT = WS-MAP-IDX
                   IF WS-MAP-OLD-KEY (WS-MAP-IDX-2) =
                      WS-MAP-OLD-KEY (WS-MAP-IDX)
                       MOVE "OLD KEY ON MORE THAN ONE CARD" TO
                           WS-MAP-REASON (WS-MAP-IDX)
                       EXIT PERFORM
                   END-IF
                   IF WS-MAP-NEW-KEY (WS-MAP-IDX-2) =
                      WS-MAP-OLD-KEY (WS-MAP-IDX)
                     OR WS-MAP-OLD-KEY (WS-MAP-IDX-2) =
                      WS-MAP-NEW-KEY (WS-MAP-IDX)
                       MOVE "KEY CHAINED TO ANOTHER CARD" TO
                           WS-MAP-REASON (WS-MAP-IDX)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-MAPPING-REFERENCE.
           IF WS-REF-OLD-IDX > 0
               MOVE WS-REF-ENTRY (WS-REF-OLD-IDX) TO
                   GROUP-REFERENCE-RECORD
               IF REF-SUCCESSOR-KEY NOT = SPACES
                   MOVE "OLD KEY ALREADY MERGED" TO
                       WS-MAP-REASON (WS-MAP-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-MOB-ROWS (WS-MAP-IDX) = 0
                   IF WS-KT-ROWS > 0
                       MOVE "APPLIED" TO WS-MAP-TYPE (WS-MAP-IDX)
                       ADD 1 TO WS-MAP-APPLIED-COUNT
                       DISPLAY "GROUP-MERGE: " WS-MAP-OLD-KEY
                           (WS-MAP-IDX) " ALREADY MOVED TO "
                           WS-MAP-NEW-KEY (WS-MAP-IDX)
                           " - GRPHIST MOVE SKIPPED"
                   ELSE
                       MOVE "OLD KEY NOT FOUND" TO
                           WS-MAP-REASON (WS-MAP-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-REF-NEW-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REF-ENTRY (WS-REF-NEW-IDX) TO
               GROUP-REFERENCE-RECORD.
           EVALUATE TRUE
               WHEN REF-SUCCESSOR-KEY NOT = SPACES
                   MOVE "NEW KEY IS ITSELF RETIRED" TO
                       WS-MAP-REASON (WS-MAP-IDX)
               WHEN NOT REF-IS-ACTIVE
                   MOVE "NEW KEY IS INACTIVE" TO
                       WS-MAP-REASON (WS-MAP-IDX)
               WHEN REF-EFF-TO-X NUMERIC
                 AND REF-EFF-TO > 0
                 AND REF-EFF-TO < WS-MAP-EFF-DATE (WS-MAP-IDX)
                   MOVE "NEW KEY EXPIRES BEFORE EFF DATE" TO
                       WS-MAP-REASON (WS-MAP-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TOTAL-GROUP-KEY-ROWS.
           INITIALIZE WS-KEY-TOTALS.
           MOVE WS-TOTAL-KEY TO GRPH-GROUP-KEY.
           MOVE 0 TO GRPH-RUN-DATE.
           MOVE SPACES TO GRPH-RUN-ID.
           START GROUP-HISTORY-FILE KEY IS NOT LESS THAN GRPH-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF NOT WS-GRPHIST-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-GRPHIST-EOF-SW.
           PERFORM UNTIL END-OF-GROUP-HISTORY
               READ GROUP-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-GROUP-HISTORY TO TRUE
               END-READ
               IF NOT END-OF-GROUP-HISTORY
                   IF GRPH-GROUP-KEY NOT = WS-TOTAL-KEY
                       SET END-OF-GROUP-HISTORY TO TRUE
                   ELSE
                       PERFORM ADD-KEY-TOTALS
                   END-IF
               END-IF
           END-PERFORM.

       TOTAL-GROUP-HISTORY.
           INITIALIZE WS-KEY-TOTALS.
           MOVE LOW-VALUES TO GRPH-KEY.
           START GROUP-HISTORY-FILE KEY IS NOT LESS THAN GRPH-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF NOT WS-GRPHIST-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-GRPHIST-EOF-SW.
           PERFORM UNTIL END-OF-GROUP-HISTORY
               READ GROUP-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-GROUP-HISTORY TO TRUE
               END-READ
               IF NOT END-OF-GROUP-HISTORY
                   PERFORM ADD-KEY-TOTALS
               END-IF
           END-PERFORM.

       ADD-KEY-TOTALS.
           ADD 1 TO WS-KT-ROWS.
           ADD GRPH-COUNT TO WS-KT-COUNT.
           ADD GRPH-TOTAL TO WS-KT-TOTAL.
           ADD GRPH-WEIGHT TO WS-KT-WEIGHT.

       WRITE-MAPPING-SECTION.
           MOVE "GROUP KEY MAPPINGS" TO GMR-SECTION-TITLE.
           WRITE MERGE-LINE FROM WS-SECTION-LINE.
           WRITE MERGE-LINE FROM WS-MAPPING-COLUMNS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO MPL-OLD-KEY
               MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO MPL-NEW-KEY
               MOVE WS-MAP-EFF-DATE (WS-MAP-IDX) TO MPL-EFF-DATE
               MOVE WS-MAP-TYPE (WS-MAP-IDX) TO MPL-TYPE
               MOVE WS-MOB-ROWS (WS-MAP-IDX) TO MPL-OLD-ROWS
               EVALUATE TRUE
                   WHEN WS-MAP-REASON (WS-MAP-IDX) NOT = SPACES
                       MOVE WS-MAP-REASON (WS-MAP-IDX) TO MPL-STATUS
                   WHEN WS-MAP-APPLIED (WS-MAP-IDX)
                       MOVE "ALREADY APPLIED - SKIPPED" TO MPL-STATUS
                   WHEN OTHER
                       MOVE "ACCEPTED" TO MPL-STATUS
               END-EVALUATE
               WRITE MERGE-LINE FROM WS-MAPPING-LINE
           END-PERFORM.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.

       MERGE-ONE-MAPPING.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO WS-TOTAL-KEY.
           PERFORM TOTAL-GROUP-KEY-ROWS.
           MOVE WS-KEY-TOTALS TO WS-MAP-NEW-BEFORE (WS-MAP-IDX).
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO WS-TOTAL-KEY.
           PERFORM TOTAL-GROUP-KEY-ROWS.
           MOVE WS-KEY-TOTALS TO WS-MAP-OLD-BEFORE (WS-MAP-IDX).
           PERFORM LOAD-OLD-KEY-ROWS.
           PERFORM UNTIL WS-BUFFER-COUNT = 0
               PERFORM VARYING WS-BUFFER-IDX FROM 1 BY 1
                       UNTIL WS-BUFFER-IDX > WS-BUFFER-COUNT
                   PERFORM MOVE-ONE-HISTORY-ROW
               END-PERFORM
               PERFORM LOAD-OLD-KEY-ROWS
           END-PERFORM.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO WS-TOTAL-KEY.
           PERFORM TOTAL-GROUP-KEY-ROWS.
           MOVE WS-KEY-TOTALS TO WS-MAP-NEW-AFTER (WS-MAP-IDX).
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO WS-TOTAL-KEY.
           PERFORM TOTAL-GROUP-KEY-ROWS.
           MOVE WS-KEY-TOTALS TO WS-MAP-OLD-AFTER (WS-MAP-IDX).
           COMPUTE WS-EXPECTED-ROWS = WS-MNB-ROWS (WS-MAP-IDX)
               + WS-MOB-ROWS (WS-MAP-IDX)
               - WS-MAP-COMBINED (WS-MAP-IDX).
           COMPUTE WS-EXPECTED-COUNT = WS-MNB-COUNT (WS-MAP-IDX)
               + WS-MOB-COUNT (WS-MAP-IDX).
           COMPUTE WS-EXPECTED-TOTAL = WS-MNB-TOTAL (WS-MAP-IDX)
               + WS-MOB-TOTAL (WS-MAP-IDX).
           COMPUTE WS-EXPECTED-WEIGHT = WS-MNB-WEIGHT (WS-MAP-IDX)
               + WS-MOB-WEIGHT (WS-MAP-IDX).
           IF WS-MNA-ROWS (WS-MAP-IDX) = WS-EXPECTED-ROWS
             AND WS-MNA-COUNT (WS-MAP-IDX) = WS-EXPECTED-COUNT
             AND WS-MNA-TOTAL (WS-MAP-IDX) = WS-EXPECTED-TOTAL
             AND WS-MNA-WEIGHT (WS-MAP-IDX) = WS-EXPECTED-WEIGHT
             AND WS-MOA-ROWS (WS-MAP-IDX) = 0
               MOVE "Y" TO WS-MAP-BALANCE-SW (WS-MAP-IDX)
           ELSE
               MOVE "N" TO WS-MAP-BALANCE-SW (WS-MAP-IDX)
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.

       LOAD-OLD-KEY-ROWS.
           MOVE 0 TO WS-BUFFER-COUNT.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO GRPH-GROUP-KEY.
           MOVE 0 TO GRPH-RUN-DATE.
           MOVE SPACES TO GRPH-RUN-ID.
           START GROUP-HISTORY-FILE KEY IS NOT LESS THAN GRPH-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF NOT WS-GRPHIST-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-GRPHIST-EOF-SW.
           PERFORM UNTIL END-OF-GROUP-HISTORY
                   OR WS-BUFFER-COUNT >= WS-BUFFER-MAX
               READ GROUP-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-GROUP-HISTORY TO TRUE
               END-READ
               IF NOT END-OF-GROUP-HISTORY
                   IF GRPH-GROUP-KEY NOT = WS-MAP-OLD-KEY (WS-MAP-IDX)
                       SET END-OF-GROUP-HISTORY TO TRUE
                   ELSE
                       ADD 1 TO WS-BUFFER-COUNT
                       MOVE GRPH-RUN-DATE TO
                           WS-BUF-RUN-DATE (WS-BUFFER-COUNT)
                       MOVE GRPH-RUN-ID TO
                           WS-BUF-RUN-ID (WS-BUFFER-COUNT)
                       MOVE GRPH-COUNT TO
                           WS-BUF-COUNT (WS-BUFFER-COUNT)
                       MOVE GRPH-TOTAL TO
                           WS-BUF-TOTAL (WS-BUFFER-COUNT)
                       MOVE GRPH-AVERAGE TO
                           WS-BUF-AVERAGE (WS-BUFFER-COUNT)
                       MOVE GRPH-WEIGHT TO
                           WS-BUF-WEIGHT (WS-BUFFER-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       MOVE-ONE-HISTORY-ROW.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO GRPH-GROUP-KEY.
           MOVE WS-BUF-RUN-DATE (WS-BUFFER-IDX) TO GRPH-RUN-DATE.
           MOVE WS-BUF-RUN-ID (WS-BUFFER-IDX) TO GRPH-RUN-ID.
           READ GROUP-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-GRPHIST-OK
                   PERFORM COMBINE-HISTORY-ROW
                   REWRITE GROUP-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "COMBINED" TO WS-ACTION
               WHEN WS-GRPHIST-NO-RECORD
                   MOVE WS-BUF-COUNT (WS-BUFFER-IDX) TO GRPH-COUNT
                   MOVE WS-BUF-TOTAL (WS-BUFFER-IDX) TO GRPH-TOTAL
                   MOVE WS-BUF-AVERAGE (WS-BUFFER-IDX) TO GRPH-AVERAGE
                   MOVE WS-BUF-WEIGHT (WS-BUFFER-IDX) TO GRPH-WEIGHT
                   WRITE GROUP-HISTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "MOVED   " TO WS-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-GRPHIST-OK
               DISPLAY "GROUP-MERGE: UNABLE TO UPDATE GRPHIST "
                   WS-MAP-NEW-KEY (WS-MAP-IDX) " "
                   WS-BUF-RUN-ID (WS-BUFFER-IDX)
                   " - STATUS " WS-GRPHIST-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ACTION TO HSL-ACTION.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO HSL-OLD-KEY.
           MOVE GRPH-RUN-DATE TO HSL-RUN-DATE.
           MOVE GRPH-RUN-ID TO HSL-RUN-ID.
           MOVE GRPH-GROUP-KEY TO HSL-NEW-KEY.
           MOVE GRPH-COUNT TO HSL-COUNT.
           MOVE GRPH-TOTAL TO HSL-TOTAL.
           MOVE GRPH-AVERAGE TO HSL-AVERAGE.
           WRITE MERGE-LINE FROM WS-HISTORY-LINE.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO GRPH-GROUP-KEY.
           MOVE WS-BUF-RUN-DATE (WS-BUFFER-IDX) TO GRPH-RUN-DATE.
           MOVE WS-BUF-RUN-ID (WS-BUFFER-IDX) TO GRPH-RUN-ID.
           DELETE GROUP-HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF NOT WS-GRPHIST-OK
               DISPLAY "GROUP-MERGE: UNABLE TO DELETE GRPHIST "
                   WS-MAP-OLD-KEY (WS-MAP-IDX) " "
                   WS-BUF-RUN-ID (WS-BUFFER-IDX)
                   " - STATUS " WS-GRPHIST-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ACTION = "COMBINED"
               ADD 1 TO WS-ROWS-COMBINED
               ADD 1 TO WS-MAP-COMBINED (WS-MAP-IDX)
           ELSE
               ADD 1 TO WS-ROWS-MOVED
           END-IF.

       COMBINE-HISTORY-ROW.
           MOVE "Y" TO WS-SIMPLE-SW.
           IF GRPH-COUNT > 0
               COMPUTE WS-CHECK-ROUNDED ROUNDED =
                   GRPH-TOTAL / GRPH-COUNT
               COMPUTE WS-CHECK-TRUNCATED =
                   GRPH-TOTAL / GRPH-COUNT
               IF GRPH-AVERAGE NOT = WS-CHECK-ROUNDED
                 AND GRPH-AVERAGE NOT = WS-CHECK-TRUNCATED
                   MOVE "N" TO WS-SIMPLE-SW
               END-IF
           END-IF.
           IF WS-BUF-COUNT (WS-BUFFER-IDX) > 0
               COMPUTE WS-CHECK-ROUNDED ROUNDED =
                   WS-BUF-TOTAL (WS-BUFFER-IDX)
                   / WS-BUF-COUNT (WS-BUFFER-IDX)
               COMPUTE WS-CHECK-TRUNCATED =
                   WS-BUF-TOTAL (WS-BUFFER-IDX)
                   / WS-BUF-COUNT (WS-BUFFER-IDX)
               IF WS-BUF-AVERAGE (WS-BUFFER-IDX) NOT = WS-CHECK-ROUNDED
                 AND WS-BUF-AVERAGE (WS-BUFFER-IDX) NOT =
                     WS-CHECK-TRUNCATED
                   MOVE "N" TO WS-SIMPLE-SW
               END-IF
           END-IF.
           COMPUTE WS-MERGE-COUNT =
               GRPH-COUNT + WS-BUF-COUNT (WS-BUFFER-IDX).
           COMPUTE WS-MERGE-TOTAL =
               GRPH-TOTAL + WS-BUF-TOTAL (WS-BUFFER-IDX).
           COMPUTE WS-MERGE-WEIGHT =
               GRPH-WEIGHT + WS-BUF-WEIGHT (WS-BUFFER-IDX).
           IF WS-MERGE-COUNT > 999999
             OR WS-MERGE-TOTAL > 999999999.99
             OR WS-MERGE-TOTAL < -999999999.99
             OR WS-MERGE-WEIGHT > 999999999.99
               DISPLAY "GROUP-MERGE: COMBINED GRPHIST ROW "
                   GRPH-GROUP-KEY " " GRPH-RUN-ID
                   " EXCEEDS FIELD SIZE - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN WS-MERGE-COUNT = 0
                   MOVE 0 TO WS-CHECK-ROUNDED
               WHEN NOT WS-SIMPLE-AVERAGES AND WS-MERGE-WEIGHT > 0
                   COMPUTE WS-WEIGHTED-SUM =
                       GRPH-AVERAGE * GRPH-WEIGHT
                       + WS-BUF-AVERAGE (WS-BUFFER-IDX)
                       * WS-BUF-WEIGHT (WS-BUFFER-IDX)
                   COMPUTE WS-CHECK-ROUNDED ROUNDED =
                       WS-WEIGHTED-SUM / WS-MERGE-WEIGHT
               WHEN OTHER
                   COMPUTE WS-CHECK-ROUNDED ROUNDED =
                       WS-MERGE-TOTAL / WS-MERGE-COUNT
           END-EVALUATE.
           MOVE WS-MERGE-COUNT TO GRPH-COUNT.
           MOVE WS-MERGE-TOTAL TO GRPH-TOTAL.
           MOVE WS-MERGE-WEIGHT TO GRPH-WEIGHT.
           MOVE WS-CHECK-ROUNDED TO GRPH-AVERAGE.

       CARRY-FORECAST-ACCURACY.
           OPEN I-O ACCURACY-FILE.
           IF WS-ACC-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-ACC-OK
               DISPLAY "GROUP-MERGE: UNABLE TO OPEN FCSTACC "
                   "- STATUS " WS-ACC-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "FORECAST ACCURACY CARRIED FORWARD"
               TO GMR-SECTION-TITLE.
           WRITE MERGE-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM CARRY-ONE-ACCURACY
           END-PERFORM.
           CLOSE ACCURACY-FILE.
           IF WS-ACC-CARRIED = 0
               MOVE "NO ACCURACY RECORDS UNDER THE OLD KEYS"
                   TO GMR-NONE-TEXT
               WRITE MERGE-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.

       CARRY-ONE-ACCURACY.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO ACC-GROUP-KEY.
           READ ACCURACY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-ACC-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE ACC-MATCHED TO WS-HOLD-MATCHED.
           MOVE ACC-ABS-PCT-TOTAL TO WS-HOLD-PCT-TOTAL.
           MOVE ACC-LAST-DATE TO WS-HOLD-LAST-DATE.
           MOVE ACC-LAST-PCT-MISS TO WS-HOLD-LAST-PCT.
           DELETE ACCURACY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO ACC-GROUP-KEY.
           READ ACCURACY-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACC-OK
                   ADD WS-HOLD-MATCHED TO ACC-MATCHED
                   ADD WS-HOLD-PCT-TOTAL TO ACC-ABS-PCT-TOTAL
                   IF WS-HOLD-LAST-DATE > ACC-LAST-DATE
                       MOVE WS-HOLD-LAST-DATE TO ACC-LAST-DATE
                       MOVE WS-HOLD-LAST-PCT TO ACC-LAST-PCT-MISS
                   END-IF
                   PERFORM COMPUTE-CARRIED-ACCURACY
                   REWRITE ACCURACY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "COMBINED" TO CRL-ACTION
                   MOVE "ACCURACY HISTORY ADDED TO NEW KEY" TO
                       CRL-REMARK
               WHEN WS-ACC-NO-RECORD
                   INITIALIZE ACCURACY-RECORD
                   MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO ACC-GROUP-KEY
                   MOVE WS-HOLD-MATCHED TO ACC-MATCHED
                   MOVE WS-HOLD-PCT-TOTAL TO ACC-ABS-PCT-TOTAL
                   MOVE WS-HOLD-LAST-DATE TO ACC-LAST-DATE
                   MOVE WS-HOLD-LAST-PCT TO ACC-LAST-PCT-MISS
                   PERFORM COMPUTE-CARRIED-ACCURACY
                   WRITE ACCURACY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE "MOVED   " TO CRL-ACTION
                   MOVE "ACCURACY HISTORY RE-KEYED" TO CRL-REMARK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-ACC-OK
               DISPLAY "GROUP-MERGE: UNABLE TO UPDATE FCSTACC "
                   "- STATUS " WS-ACC-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO CRL-OLD-KEY.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO CRL-NEW-KEY.
           WRITE MERGE-LINE FROM WS-CARRY-LINE.
           ADD 1 TO WS-ACC-CARRIED.

       COMPUTE-CARRIED-ACCURACY.
           IF ACC-MATCHED > 0
               COMPUTE ACC-ACCURACY ROUNDED =
                   100 - ACC-ABS-PCT-TOTAL / ACC-MATCHED
           ELSE
               MOVE 0 TO ACC-ACCURACY
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ACC-UPDATE-STAMP.

       CARRY-OPEN-FORECASTS.
           OPEN I-O FORECAST-FILE.
           IF WS-FCST-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-FCST-OK
               DISPLAY "GROUP-MERGE: UNABLE TO OPEN FCSTFILE "
                   "- STATUS " WS-FCST-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "OPEN FORECASTS CARRIED FORWARD"
               TO GMR-SECTION-TITLE.
           WRITE MERGE-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM LOAD-OLD-KEY-FORECASTS
               PERFORM UNTIL WS-FCST-BUF-COUNT = 0
                   PERFORM VARYING WS-FCST-BUF-IDX FROM 1 BY 1
                           UNTIL WS-FCST-BUF-IDX > WS-FCST-BUF-COUNT
                       PERFORM CARRY-ONE-FORECAST
                   END-PERFORM
                   PERFORM LOAD-OLD-KEY-FORECASTS
               END-PERFORM
           END-PERFORM.
           CLOSE FORECAST-FILE.
           IF WS-FCST-CARRIED = 0 AND WS-FCST-SUPERSEDED = 0
               MOVE "NO OPEN FORECASTS UNDER THE OLD KEYS"
                   TO GMR-NONE-TEXT
               WRITE MERGE-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.

       LOAD-OLD-KEY-FORECASTS.
           MOVE 0 TO WS-FCST-BUF-COUNT.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO FCST-GROUP-KEY.
           MOVE 0 TO FCST-BUSINESS-DATE.
           START FORECAST-FILE KEY IS NOT LESS THAN FCST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF NOT WS-FCST-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FCST-BROWSE-SW.
           PERFORM UNTIL WS-FCST-BROWSE-DONE
                   OR WS-FCST-BUF-COUNT >= WS-BUFFER-MAX
               READ FORECAST-FILE NEXT RECORD
                   AT END
                       SET WS-FCST-BROWSE-DONE TO TRUE
               END-READ
               IF NOT WS-FCST-BROWSE-DONE
                   IF FCST-GROUP-KEY NOT = WS-MAP-OLD-KEY (WS-MAP-IDX)
                       SET WS-FCST-BROWSE-DONE TO TRUE
                   ELSE
                       IF FCST-OPEN
                           ADD 1 TO WS-FCST-BUF-COUNT
                           MOVE FCST-BUSINESS-DATE TO
                               WS-FCST-BUF-DATE (WS-FCST-BUF-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CARRY-ONE-FORECAST.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO FCST-GROUP-KEY.
           MOVE WS-FCST-BUF-DATE (WS-FCST-BUF-IDX) TO
               FCST-BUSINESS-DATE.
           READ FORECAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-FCST-OK
               PERFORM FORECAST-UPDATE-FAILED
           END-IF.
           MOVE FORECAST-RECORD TO WS-HOLD-FORECAST.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO FCST-GROUP-KEY.
           READ FORECAST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-FCST-OK
                   MOVE WS-HOLD-FORECAST TO FORECAST-RECORD
                   SET FCST-SUPERSEDED TO TRUE
                   REWRITE FORECAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE "SUPERSED" TO FCL-ACTION
                   MOVE "NEW KEY ALREADY HAS FORECAST" TO FCL-REMARK
               WHEN WS-FCST-NO-RECORD
                   MOVE WS-HOLD-FORECAST TO FORECAST-RECORD
                   MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO FCST-GROUP-KEY
                   WRITE FORECAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-FCST-OK
                       MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO
                           FCST-GROUP-KEY
                       DELETE FORECAST-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
                   MOVE "MOVED   " TO FCL-ACTION
                   MOVE "OPEN FORECAST RE-KEYED" TO FCL-REMARK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-FCST-OK
               PERFORM FORECAST-UPDATE-FAILED
           END-IF.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO FCL-OLD-KEY.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO FCL-NEW-KEY.
           MOVE WS-FCST-BUF-DATE (WS-FCST-BUF-IDX) TO FCL-BUS-DATE.
           WRITE MERGE-LINE FROM WS-FCST-CARRY-LINE.
           IF FCL-ACTION = "MOVED   "
               ADD 1 TO WS-FCST-CARRIED
           ELSE
               ADD 1 TO WS-FCST-SUPERSEDED
           END-IF.

       FORECAST-UPDATE-FAILED.
           DISPLAY "GROUP-MERGE: UNABLE TO UPDATE FCSTFILE "
               WS-MAP-OLD-KEY (WS-MAP-IDX) " "
               WS-FCST-BUF-DATE (WS-FCST-BUF-IDX)
               " - STATUS " WS-FCST-STATUS " - RUN TERMINATED".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       CARRY-TOLERANCE-ENTRIES.
           MOVE "TOLERANCE ENTRIES CARRIED FORWARD"
               TO GMR-SECTION-TITLE.
           WRITE MERGE-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM CARRY-ONE-TOLERANCE
           END-PERFORM.
           IF WS-TOL-CARRIED = 0
               MOVE "NO TOLERANCE ENTRIES FOR THE OLD KEYS"
                   TO GMR-NONE-TEXT
               WRITE MERGE-LINE FROM WS-NONE-LINE
           END-IF.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           IF NOT WS-TOL-CHANGED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TOLERANCE-PARM-FILE.
           IF NOT WS-TOL-OK
               DISPLAY "GROUP-MERGE: UNABLE TO REWRITE TOLCARD "
                   "- STATUS " WS-TOL-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-TOL-IDX FROM 1 BY 1
                   UNTIL WS-TOL-IDX > WS-TOL-COUNT
               IF NOT WS-TOL-DROPPED (WS-TOL-IDX)
                   WRITE TOLERANCE-PARM-RECORD FROM
                       WS-TOL-LINE (WS-TOL-IDX)
               END-IF
           END-PERFORM.
           CLOSE TOLERANCE-PARM-FILE.

       CARRY-ONE-TOLERANCE.
           MOVE 0 TO WS-TOL-OLD-IDX.
           MOVE 0 TO WS-TOL-NEW-IDX.
           PERFORM VARYING WS-TOL-IDX FROM 1 BY 1
                   UNTIL WS-TOL-IDX > WS-TOL-COUNT
               IF NOT WS-TOL-DROPPED (WS-TOL-IDX)
                   IF WS-TOL-KEY (WS-TOL-IDX) =
                      WS-MAP-OLD-KEY (WS-MAP-IDX)
                     AND WS-TOL-OLD-IDX = 0
                       MOVE WS-TOL-IDX TO WS-TOL-OLD-IDX
                   END-IF
                   IF WS-TOL-KEY (WS-TOL-IDX) =
                      WS-MAP-NEW-KEY (WS-MAP-IDX)
                     AND WS-TOL-NEW-IDX = 0
                       MOVE WS-TOL-IDX TO WS-TOL-NEW-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TOL-OLD-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO CRL-OLD-KEY.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO CRL-NEW-KEY.
           IF WS-TOL-NEW-IDX = 0
               MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO
                   WS-TOL-KEY (WS-TOL-OLD-IDX)
               MOVE "MOVED   " TO CRL-ACTION
               MOVE "TOLERANCE LIMITS RE-KEYED TO NEW KEY" TO
                   CRL-REMARK
           ELSE
               MOVE "N" TO WS-TOL-KEEP-SW (WS-TOL-OLD-IDX)
               MOVE "DROPPED " TO CRL-ACTION
               MOVE "NEW KEY HAS ITS OWN LIMITS - OLD ENTRY REMOVED"
                   TO CRL-REMARK
           END-IF.
           WRITE MERGE-LINE FROM WS-CARRY-LINE.
           SET WS-TOL-CHANGED TO TRUE.
           ADD 1 TO WS-TOL-CARRIED.

       EXPIRE-OLD-GROUP-KEYS.
           MOVE "GRPREF ENTRIES UPDATED" TO GMR-SECTION-TITLE.
           WRITE MERGE-LINE FROM WS-SECTION-LINE.
           IF NOT WS-REF-PRESENT
               MOVE "GRPREF NOT FOUND - NO ENTRIES UPDATED"
                   TO GMR-NONE-TEXT
               WRITE MERGE-LINE FROM WS-NONE-LINE
               MOVE SPACES TO MERGE-LINE
               WRITE MERGE-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM EXPIRE-ONE-GROUP-KEY
           END-PERFORM.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           OPEN OUTPUT GROUP-REFERENCE-FILE.
           IF NOT WS-REF-OK
               DISPLAY "GROUP-MERGE: UNABLE TO REWRITE GRPREF "
                   "- STATUS " WS-REF-STATUS " - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
               WRITE GROUP-REFERENCE-RECORD FROM
                   WS-REF-ENTRY (WS-REF-IDX)
           END-PERFORM.
           CLOSE GROUP-REFERENCE-FILE.

       EXPIRE-ONE-GROUP-KEY.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO WS-REF-FIND-KEY.
           PERFORM FIND-REFERENCE-ENTRY.
           MOVE WS-REF-FOUND-IDX TO WS-REF-OLD-IDX.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO WS-REF-FIND-KEY.
           PERFORM FIND-REFERENCE-ENTRY.
           MOVE WS-REF-FOUND-IDX TO WS-REF-NEW-IDX.
           IF WS-REF-OLD-IDX > 0
               MOVE WS-REF-ENTRY (WS-REF-OLD-IDX) TO
                   GROUP-REFERENCE-RECORD
           ELSE
               PERFORM ADD-REFERENCE-ENTRY
               MOVE WS-REF-COUNT TO WS-REF-OLD-IDX
               MOVE SPACES TO GROUP-REFERENCE-RECORD
               MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO REF-GROUP-KEY
               MOVE "A" TO REF-ACTIVE-SW
               MOVE 0 TO REF-EFF-FROM
           END-IF.
           IF REF-EFF-TO-X NOT NUMERIC
             OR REF-EFF-TO = 0
             OR REF-EFF-TO > WS-MAP-EXPIRE-DATE (WS-MAP-IDX)
               MOVE WS-MAP-EXPIRE-DATE (WS-MAP-IDX) TO REF-EFF-TO
           END-IF.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO REF-SUCCESSOR-KEY.
           MOVE GROUP-REFERENCE-RECORD TO
               WS-REF-ENTRY (WS-REF-OLD-IDX).
           MOVE "EXPIRED " TO RFL-ACTION.
           PERFORM WRITE-REFERENCE-LINE.
           ADD 1 TO WS-REF-UPDATES.
           IF WS-REF-NEW-IDX > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-MAP-NEW-DESC (WS-MAP-IDX) NOT = SPACES
               MOVE WS-MAP-NEW-DESC (WS-MAP-IDX) TO REF-DESCRIPTION
           END-IF.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO REF-GROUP-KEY.
           MOVE "A" TO REF-ACTIVE-SW.
           MOVE WS-MAP-EFF-DATE (WS-MAP-IDX) TO REF-EFF-FROM.
           MOVE SPACES TO REF-EFF-TO-X.
           MOVE SPACES TO REF-SUCCESSOR-KEY.
           PERFORM ADD-REFERENCE-ENTRY.
           MOVE GROUP-REFERENCE-RECORD TO WS-REF-ENTRY (WS-REF-COUNT).
           MOVE "ADDED   " TO RFL-ACTION.
           PERFORM WRITE-REFERENCE-LINE.
           ADD 1 TO WS-REF-UPDATES.

       ADD-REFERENCE-ENTRY.
           IF WS-REF-COUNT >= WS-REF-MAX
               DISPLAY "GROUP-MERGE: GROUP REFERENCE TABLE "
                   "FULL - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REF-COUNT.

       WRITE-REFERENCE-LINE.
           MOVE REF-GROUP-KEY TO RFL-GROUP-KEY.
           MOVE REF-DESCRIPTION TO RFL-DESCRIPTION.
           MOVE REF-EFF-FROM-X TO RFL-EFF-FROM.
           MOVE REF-EFF-TO-X TO RFL-EFF-TO.
           MOVE REF-SUCCESSOR-KEY TO RFL-SUCCESSOR.
           WRITE MERGE-LINE FROM WS-REFERENCE-LINE.

       WRITE-BALANCE-SECTION.
           MOVE "BEFORE AND AFTER TOTALS" TO GMR-SECTION-TITLE.
           WRITE MERGE-LINE FROM WS-SECTION-LINE.
           WRITE MERGE-LINE FROM WS-BALANCE-COLUMNS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM WRITE-MAPPING-BALANCE
           END-PERFORM.
           MOVE "BALANCE ALL GRPHIST ROWS" TO GMR-SECTION-TITLE.
           WRITE MERGE-LINE FROM WS-SECTION-LINE.
           MOVE WS-GRPHIST-BEFORE TO WS-KEY-TOTALS.
           MOVE "  ALL ROWS BEFORE" TO BLL-LABEL.
           PERFORM WRITE-BALANCE-LINE.
           MOVE WS-GRPHIST-AFTER TO WS-KEY-TOTALS.
           MOVE "  ALL ROWS AFTER" TO BLL-LABEL.
           PERFORM WRITE-BALANCE-LINE.
           COMPUTE WS-EXPECTED-ROWS = WS-GB-ROWS - WS-ROWS-COMBINED.
           IF WS-GA-ROWS = WS-EXPECTED-ROWS
             AND WS-GA-COUNT = WS-GB-COUNT
             AND WS-GA-TOTAL = WS-GB-TOTAL
             AND WS-GA-WEIGHT = WS-GB-WEIGHT
               MOVE "IN BALANCE" TO BLR-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO BLR-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF.
           MOVE WS-ROWS-COMBINED TO BLR-COMBINED.
           WRITE MERGE-LINE FROM WS-BALANCE-RESULT-LINE.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.

       WRITE-MAPPING-BALANCE.
           MOVE WS-MAP-OLD-KEY (WS-MAP-IDX) TO BLH-OLD-KEY.
           MOVE WS-MAP-NEW-KEY (WS-MAP-IDX) TO BLH-NEW-KEY.
           WRITE MERGE-LINE FROM WS-BALANCE-HEADER.
           MOVE WS-MAP-OLD-BEFORE (WS-MAP-IDX) TO WS-KEY-TOTALS.
           MOVE "  OLD KEY BEFORE" TO BLL-LABEL.
           PERFORM WRITE-BALANCE-LINE.
           MOVE WS-MAP-NEW-BEFORE (WS-MAP-IDX) TO WS-KEY-TOTALS.
           MOVE "  NEW KEY BEFORE" TO BLL-LABEL.
           PERFORM WRITE-BALANCE-LINE.
           MOVE WS-MAP-NEW-AFTER (WS-MAP-IDX) TO WS-KEY-TOTALS.
           MOVE "  NEW KEY AFTER" TO BLL-LABEL.
           PERFORM WRITE-BALANCE-LINE.
           MOVE WS-MAP-OLD-AFTER (WS-MAP-IDX) TO WS-KEY-TOTALS.
           MOVE "  OLD KEY AFTER" TO BLL-LABEL.
           PERFORM WRITE-BALANCE-LINE.
           IF WS-MAP-IN-BALANCE (WS-MAP-IDX)
               MOVE "IN BALANCE" TO BLR-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO BLR-RESULT
           END-IF.
           MOVE WS-MAP-COMBINED (WS-MAP-IDX) TO BLR-COMBINED.
           WRITE MERGE-LINE FROM WS-BALANCE-RESULT-LINE.

       WRITE-BALANCE-LINE.
           MOVE WS-KT-ROWS TO BLL-ROWS.
           MOVE WS-KT-COUNT TO BLL-COUNT.
           MOVE WS-KT-TOTAL TO BLL-TOTAL.
           MOVE WS-KT-WEIGHT TO BLL-WEIGHT.
           WRITE MERGE-LINE FROM WS-BALANCE-LINE.

       WRITE-MERGE-TOTALS.
           MOVE "MAPPING CARDS READ..........: " TO GMR-TOT-LABEL.
           MOVE WS-CARDS-READ TO GMR-TOT-COUNT.
           WRITE MERGE-LINE FROM WS-MERGE-TOTAL-LINE.
           MOVE "MAPPINGS REFUSED............: " TO GMR-TOT-LABEL.
           MOVE WS-MAP-REFUSED TO GMR-TOT-COUNT.
           WRITE MERGE-LINE FROM WS-MERGE-TOTAL-LINE.
           MOVE "MAPPINGS ALREADY APPLIED....: " TO GMR-TOT-LABEL.
           MOVE WS-MAP-APPLIED-COUNT TO GMR-TOT-COUNT.
           WRITE MERGE-LINE FROM WS-MERGE-TOTAL-LINE.
           MOVE "GRPHIST ROWS MOVED..........: " TO GMR-TOT-LABEL.
           MOVE WS-ROWS-MOVED TO GMR-TOT-COUNT.
           WRITE MERGE-LINE FROM WS-MERGE-TOTAL-LINE.
           MOVE "GRPHIST ROWS COMBINED.......: " TO GMR-TOT-LABEL.
           MOVE WS-ROWS-COMBINED TO GMR-TOT-COUNT.
           WRITE MERGE-LINE FROM WS-MERGE-TOTAL-LINE.
           MOVE "ACCURACY RECORDS CARRIED....: " TO GMR-TOT-LABEL.
           MOVE WS-ACC-CARRIED TO GMR-TOT-COUNT.
           WRITE MERGE-LINE FROM WS-MERGE-TOTAL-LINE.
           MOVE "OPEN FORECASTS RE-KEYED.....: " TO GMR-TOT-LABEL.
           MOVE WS-FCST-CARRIED TO GMR-TOT-COUNT.
           WRITE MERGE-LINE FROM WS-MERGE-TOTAL-LINE.
           MOVE "OPEN FORECASTS SUPERSEDED...: " TO GMR-TOT-LABEL.
           MOVE WS-FCST-SUPERSEDED TO GMR-TOT-COUNT.
           WRITE MERGE-LINE FROM WS-MERGE-TOTAL-LINE.
           MOVE "TOLERANCE ENTRIES CARRIED...: " TO GMR-TOT-LABEL.
           MOVE WS-TOL-CARRIED TO GMR-TOT-COUNT.
           WRITE MERGE-LINE FROM WS-MERGE-TOTAL-LINE.
           MOVE "GRPREF ENTRIES UPDATED......: " TO GMR-TOT-LABEL.
           MOVE WS-REF-UPDATES TO GMR-TOT-COUNT.
           WRITE MERGE-LINE FROM WS-MERGE-TOTAL-LINE.
           MOVE SPACES TO MERGE-LINE.
           WRITE MERGE-LINE.
           MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY.
           MOVE WS-RETURN-CODE-DISPLAY TO GMR-RETURN-CODE.
           WRITE MERGE-LINE FROM WS-MERGE-RC-LINE.
