      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PENDREL -- pending-transaction release: run right after
      *             RUNCTL opens the business date.  Reads the pending
      *             store PENDTRAN.DAT, where UPDATEMP, XFEREMP and
      *             TERMEMP hold the details dated after the night they
      *             arrived, and releases every item whose effective
      *             date has now been reached to its own program --
      *             SCRLSE.DAT in SALCHG.DAT detail layout for UPDATEMP,
      *             XCRLSE.DAT in XFERCHG.DAT layout for XFEREMP and
      *             TCRLSE.DAT in TERMCHG.DAT layout for TERMEMP.  The
      *             items not yet due are written back to PENDTRAN.DAT,
      *             and every item is listed on PENDREL.RPT as released
      *             or still held.  An identical item held twice (a
      *             rerun of the holding program) is kept only once.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PENDREL.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT DBPARM-FILE      ASSIGN TO "DBPARM.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DBPARM-STATUS.
           SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RUNCTL-STATUS.
           SELECT PEND-TRAN-FILE   ASSIGN TO "PENDTRAN.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PENDTRAN-STATUS.
           SELECT SC-RLSE-FILE     ASSIGN TO "SCRLSE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS SCRLSE-STATUS.
           SELECT XC-RLSE-FILE     ASSIGN TO "XCRLSE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS XCRLSE-STATUS.
           SELECT TC-RLSE-FILE     ASSIGN TO "TCRLSE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TCRLSE-STATUS.
           SELECT REPORT-FILE      ASSIGN TO "PENDREL.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS REPORT-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DBPARM-FILE.
       COPY "dbparm.cbl".

      *    TONIGHT'S BUSINESS DATE AS ASSIGNED BY RUNCTL; A MISSING
      *    FILE MEANS AN AD-HOC RUN OUTSIDE THE NIGHTLY STREAM, AND
      *    ITEMS ARE THEN RELEASED UP TO TODAY'S DATE.
       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05  RC-BIZ-DATE         PIC  X(10).
           05  RC-STATUS           PIC  X(01).
           05  RC-MONTH-END        PIC  X(01).
           05  RC-RUN-ID           PIC  X(08).

       FD  PEND-TRAN-FILE.
       COPY "pendtran.cbl".

      *    THE RELEASE FILES ARE APPENDED TO, NOT REPLACED: A RELEASE
      *    THE RECEIVING PROGRAM HAS NOT YET APPLIED (IT EMPTIES THE
      *    FILE AFTER A CLEAN RUN) IS NEVER LOST TO THE NEXT NIGHT'S
      *    RELEASE.  NONE CARRIES A TRAILER FOR THE SAME REASON.
       FD  SC-RLSE-FILE.
       01  SC-RLSE-RECORD.
           05  SR-REC-TYPE         PIC  X(01).
           05  SR-EMP-NO           PIC  9(04).
           05  SR-NEW-SALARY       PIC  X(04).
           05  SR-EFF-DATE         PIC  X(10).
           05  SR-RECYCLE-FLAG     PIC  X(01).

       FD  XC-RLSE-FILE.
       01  XC-RLSE-RECORD.
           05  XR-REC-TYPE         PIC  X(01).
           05  XR-EMP-NO           PIC  9(04).
           05  XR-NEW-DEPT         PIC  X(03).
           05  XR-EFF-DATE         PIC  X(10).
           05  XR-RECYCLE-FLAG     PIC  X(01).

       FD  TC-RLSE-FILE.
       01  TC-RLSE-RECORD.
           05  TR-REC-TYPE         PIC  X(01).
           05  TR-EMP-NO           PIC  9(04).
           05  TR-TERM-DATE        PIC  X(10).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC  X(80).

       WORKING-STORAGE             SECTION.
       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).

       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  PENDTRAN-STATUS  PIC  X(02).
           05  SCRLSE-STATUS    PIC  X(02).
           05  XCRLSE-STATUS    PIC  X(02).
           05  TCRLSE-STATUS    PIC  X(02).
           05  REPORT-STATUS    PIC  X(02).

       01  EOF-SW               PIC  X(01) VALUE "N".
           88  EOF                       VALUE "Y".
       01  ABORT-SW             PIC  X(01) VALUE "N".
           88  ABORT                     VALUE "Y".
       01  DUP-FOUND-SW         PIC  X(01) VALUE "N".
           88  DUP-FOUND                 VALUE "Y".

      *    PENDING ITEMS LOADED FROM PENDTRAN.DAT; PND-ACTION "R" =
      *    RELEASED TONIGHT, "H" = STILL HELD
       01  PEND-TABLE.
           05  PEND-ENTRY          OCCURS 1000 TIMES.
               10  PND-SOURCE      PIC  X(01).
               10  PND-EMP-NO      PIC  9(04).
               10  PND-NEW-SALARY  PIC  X(04).
               10  PND-NEW-DEPT    PIC  X(03).
               10  PND-EFF-DATE    PIC  X(10).
               10  PND-RECYCLE-FLAG PIC X(01).
               10  PND-HELD-DATE   PIC  X(10).
               10  PND-HELD-RUN-ID PIC  X(08).
               10  PND-ACTION      PIC  X(01).
                   88  PND-RELEASED    VALUE "R".
                   88  PND-STILL-HELD  VALUE "H".
       01  PEND-CNT             PIC  9(04) VALUE ZERO.
       01  PEND-MAX             PIC  9(04) VALUE 1000.
       01  SUB                  PIC  9(04) COMP.
       01  SUB2                 PIC  9(04) COMP.

       01  RELEASE-DATE-DIGITS-GRP PIC X(08).
       01  RELEASE-DATE-DIGITS REDEFINES
           RELEASE-DATE-DIGITS-GRP PIC 9(08).
       01  RELEASE-DATE-X       PIC  X(10).
       01  EFF-DATE-DIGITS-GRP  PIC  X(08).
       01  EFF-DATE-DIGITS REDEFINES
           EFF-DATE-DIGITS-GRP  PIC  9(08).

       01  READ-CNT             PIC  9(06) VALUE ZERO.
       01  DUP-CNT              PIC  9(06) VALUE ZERO.
       01  RELEASED-CNT         PIC  9(06) VALUE ZERO.
       01  SC-RELEASED-CNT      PIC  9(06) VALUE ZERO.
       01  XC-RELEASED-CNT      PIC  9(06) VALUE ZERO.
       01  TC-RELEASED-CNT      PIC  9(06) VALUE ZERO.
       01  STILL-HELD-CNT       PIC  9(06) VALUE ZERO.

       01  RUN-DATE.
           05  RUN-YYYY         PIC  9(04).
           05  RUN-MM           PIC  9(02).
           05  RUN-DD           PIC  9(02).
       01  RUN-DATE-X.
           05  RUN-MM-X         PIC  9(02).
           05  FILLER              PIC  X     VALUE "/".
           05  RUN-DD-X         PIC  9(02).
           05  FILLER              PIC  X     VALUE "/".
           05  RUN-YYYY-X       PIC  9(04).

       01  REPORT-CTL.
           05  PAGE-NO          PIC  9(04) VALUE ZERO.
           05  LINE-CNT         PIC  9(03) VALUE ZERO.
           05  LINES-PER-PAGE   PIC  9(03) VALUE 050.

       01  RPT-HEADING-1.
           05  FILLER              PIC  X(10) VALUE "RUN DATE: ".
           05  RH1-RUN-DATE        PIC  X(10).
           05  FILLER              PIC  X(44) VALUE SPACE.
           05  FILLER              PIC  X(05) VALUE "PAGE ".
           05  RH1-PAGE-NO         PIC ZZZ9.

       01  RPT-HEADING-2.
           05  FILLER              PIC  X(41) VALUE
               "PENDING TRANSACTION LISTING FOR BUSINESS ".
           05  FILLER              PIC  X(05) VALUE "DATE ".
           05  RH2-RELEASE-DATE    PIC  X(10).

       01  RPT-HEADING-3           PIC  X(80) VALUE
           "S EMP  SAL  DPT  EFFECTIVE  HELD ON    HELD RUN ACTION".

       01  RPT-HEADING-4           PIC  X(80) VALUE
           "- ---- ---- ---  ---------- ---------- -------- --------".

       01  RPT-DETAIL.
           05  RD-SOURCE           PIC  X(01).
           05  FILLER              PIC  X.
           05  RD-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  RD-NEW-SALARY       PIC  X(04).
           05  FILLER              PIC  X.
           05  RD-NEW-DEPT         PIC  X(03).
           05  FILLER              PIC  X(02).
           05  RD-EFF-DATE         PIC  X(10).
           05  FILLER              PIC  X.
           05  RD-HELD-DATE        PIC  X(10).
           05  FILLER              PIC  X.
           05  RD-HELD-RUN-ID      PIC  X(08).
           05  FILLER              PIC  X.
           05  RD-ACTION           PIC  X(08).

       01  RPT-SUMMARY-LINE.
           05  RSUM-LABEL          PIC  X(28).
           05  RSUM-VALUE          PIC  -(8)9.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(301) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_STATS ( STAT_ID SERIAL, PROG"
OCESQL  &  "RAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT NULL, START_"
OCESQL  &  "TS TIMESTAMP, END_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIM"
OCESQL  &  "ESTAMP, READ_CNT NUMERIC(6,0), ACCEPT_CNT NUMERIC(6,0), REJ"
OCESQL  &  "ECT_CNT NUMERIC(6,0), RETURN_CD NUMERIC(2,0), BIZ_DATE CHAR"
OCESQL  &  "(10) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(145) VALUE
OCESQL     "INSERT INTO RUN_STATS ( PROGRAM_NAME, RUN_ID, START_TS, REA"
OCESQL  &  "D_CNT, ACCEPT_CNT, REJECT_CNT, RETURN_CD, BIZ_DATE ) VALUES"
OCESQL  &  " ( ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PENDREL STARTED ***".
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           PERFORM SET-RELEASE-DATE-RTN.
           PERFORM LOAD-PEND-TABLE-RTN.
           IF  NOT ABORT
               PERFORM OPEN-OUTPUT-FILES-RTN
           END-IF.
           IF  NOT ABORT
               PERFORM RELEASE-DUE-ITEMS-RTN
           END-IF.
      *    A FAILED RELEASE LEAVES PENDTRAN.DAT AS IT WAS, SO NO HELD
      *    ITEM IS EVER DROPPED WITHOUT REACHING ITS RELEASE FILE
           IF  NOT ABORT
               PERFORM REWRITE-PEND-FILE-RTN
               PERFORM WRITE-SUMMARY-RTN
           END-IF.
           PERFORM CLOSE-OUTPUT-FILES-RTN.

           DISPLAY "RELEASE DATE         : " RELEASE-DATE-X.
           DISPLAY "PENDING ITEMS READ   : " READ-CNT.
           DISPLAY "DUPLICATES DROPPED   : " DUP-CNT.
           DISPLAY "RELEASED TO UPDATEMP : " SC-RELEASED-CNT.
           DISPLAY "RELEASED TO XFEREMP  : " XC-RELEASED-CNT.
           DISPLAY "RELEASED TO TERMEMP  : " TC-RELEASED-CNT.
           DISPLAY "STILL HELD           : " STILL-HELD-CNT.

      *    END-OF-RUN STATISTICS
           MOVE "PENDREL"           TO STAT-PROGRAM.
           MOVE RUN-ID              TO STAT-RUN-ID.
           MOVE READ-CNT            TO STAT-READ-CNT.
           MOVE RELEASED-CNT        TO STAT-ACCEPT-CNT.
           MOVE DUP-CNT             TO STAT-REJECT-CNT.
           IF  ABORT
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               MOVE 0               TO STAT-RETURN-CD
           END-IF.
           PERFORM WRITE-RUN-STATS-RTN.

           DISPLAY "*** PENDREL FINISHED ***".
           IF  ABORT
               MOVE 16              TO RETURN-CODE
           ELSE
               MOVE 0               TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *    ITEMS ARE RELEASED UP TO AND INCLUDING THE BUSINESS DATE
      *    RUNCTL HAS OPENED -- THE SAME CUT-OFF THE HOLDING PROGRAMS
      *    USE -- OR TODAY'S DATE ON AN AD-HOC RUN.
      ******************************************************************
       SET-RELEASE-DATE-RTN.
           IF  STAT-BIZ-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8)
                                      TO RELEASE-DATE-DIGITS-GRP
               MOVE SPACES            TO RELEASE-DATE-X
               STRING RELEASE-DATE-DIGITS-GRP(1:4) "-"
                      RELEASE-DATE-DIGITS-GRP(5:2) "-"
                      RELEASE-DATE-DIGITS-GRP(7:2)
                      DELIMITED BY SIZE INTO RELEASE-DATE-X
               END-STRING
           ELSE
               MOVE STAT-BIZ-DATE(1:4) TO RELEASE-DATE-DIGITS-GRP(1:4)
               MOVE STAT-BIZ-DATE(6:2) TO RELEASE-DATE-DIGITS-GRP(5:2)
               MOVE STAT-BIZ-DATE(9:2) TO RELEASE-DATE-DIGITS-GRP(7:2)
               MOVE STAT-BIZ-DATE     TO RELEASE-DATE-X
           END-IF.

      ******************************************************************
      *    THE WHOLE STORE IS LOADED BEFORE ANYTHING IS RELEASED; AN
      *    OVERFLOW ABORTS THE RUN WITH PENDTRAN.DAT UNTOUCHED SO NO
      *    HELD ITEM CAN BE LOST WHEN THE STORE IS WRITTEN BACK.
      ******************************************************************
       LOAD-PEND-TABLE-RTN.
           MOVE "N"                 TO EOF-SW.
           MOVE ZERO                TO PEND-CNT.
           OPEN INPUT PEND-TRAN-FILE.
           IF  PENDTRAN-STATUS NOT = "00"
               DISPLAY "PENDTRAN.DAT NOT FOUND, NOTHING HELD"
           ELSE
               READ PEND-TRAN-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF
                   ADD 1 TO READ-CNT
                   PERFORM CHECK-DUPLICATE-RTN
                   IF  DUP-FOUND
                       ADD 1 TO DUP-CNT
                   ELSE
                       IF  PEND-CNT < PEND-MAX
                           ADD 1 TO PEND-CNT
                           MOVE PEND-CNT          TO SUB
                           MOVE PT-SOURCE         TO PND-SOURCE (SUB)
                           MOVE PT-EMP-NO         TO PND-EMP-NO (SUB)
                           MOVE PT-NEW-SALARY     TO
                                PND-NEW-SALARY (SUB)
                           MOVE PT-NEW-DEPT       TO PND-NEW-DEPT (SUB)
                           MOVE PT-EFF-DATE       TO PND-EFF-DATE (SUB)
                           MOVE PT-RECYCLE-FLAG   TO
                                PND-RECYCLE-FLAG (SUB)
                           MOVE PT-HELD-DATE      TO
                                PND-HELD-DATE (SUB)
                           MOVE PT-HELD-RUN-ID    TO
                                PND-HELD-RUN-ID (SUB)
                           SET  PND-STILL-HELD (SUB) TO TRUE
                       ELSE
                           DISPLAY "PENDTRAN.DAT OVERFLOWS " PEND-MAX
                                   " ENTRIES -- NOTHING RELEASED"
                           SET  ABORT         TO TRUE
                           SET  EOF           TO TRUE
                       END-IF
                   END-IF
                   IF  NOT EOF
                       READ PEND-TRAN-FILE
                           AT END SET EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PEND-TRAN-FILE
           END-IF.

      ******************************************************************
      *    A RERUN OF A HOLDING PROGRAM AFTER AN ABEND HOLDS THE SAME
      *    DETAILS A SECOND TIME; ONLY THE FIRST COPY IS KEPT.
      ******************************************************************
       CHECK-DUPLICATE-RTN.
           MOVE "N"                 TO DUP-FOUND-SW.
           PERFORM VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > PEND-CNT OR DUP-FOUND
               IF  PND-SOURCE (SUB2)     = PT-SOURCE
                   AND PND-EMP-NO (SUB2)     = PT-EMP-NO
                   AND PND-NEW-SALARY (SUB2) = PT-NEW-SALARY
                   AND PND-NEW-DEPT (SUB2)   = PT-NEW-DEPT
                   AND PND-EFF-DATE (SUB2)   = PT-EFF-DATE
                   SET  DUP-FOUND     TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
       OPEN-OUTPUT-FILES-RTN.
      ******************************************************************
           OPEN EXTEND SC-RLSE-FILE.
           IF  SCRLSE-STATUS = "35"
               OPEN OUTPUT SC-RLSE-FILE
           END-IF.
           IF  SCRLSE-STATUS NOT = "00"
               DISPLAY "SCRLSE.DAT NOT OPENED, STATUS=" SCRLSE-STATUS
               SET  ABORT             TO TRUE
           END-IF.
           OPEN EXTEND XC-RLSE-FILE.
           IF  XCRLSE-STATUS = "35"
               OPEN OUTPUT XC-RLSE-FILE
           END-IF.
           IF  XCRLSE-STATUS NOT = "00"
               DISPLAY "XCRLSE.DAT NOT OPENED, STATUS=" XCRLSE-STATUS
               SET  ABORT             TO TRUE
           END-IF.
           OPEN EXTEND TC-RLSE-FILE.
           IF  TCRLSE-STATUS = "35"
               OPEN OUTPUT TC-RLSE-FILE
           END-IF.
           IF  TCRLSE-STATUS NOT = "00"
               DISPLAY "TCRLSE.DAT NOT OPENED, STATUS=" TCRLSE-STATUS
               SET  ABORT             TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO RUN-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO RUN-DD.
           MOVE RUN-MM                TO RUN-MM-X.
           MOVE RUN-DD                TO RUN-DD-X.
           MOVE RUN-YYYY              TO RUN-YYYY-X.
           MOVE RELEASE-DATE-X        TO RH2-RELEASE-DATE.
           OPEN OUTPUT REPORT-FILE.
           IF  REPORT-STATUS NOT = "00"
               DISPLAY "PENDREL.RPT NOT OPENED, STATUS="
                       REPORT-STATUS
               SET  ABORT             TO TRUE
           ELSE
               PERFORM WRITE-HEADING-RTN
           END-IF.

      ******************************************************************
       CLOSE-OUTPUT-FILES-RTN.
      ******************************************************************
           IF  SCRLSE-STATUS = "00"
               CLOSE SC-RLSE-FILE
           END-IF.
           IF  XCRLSE-STATUS = "00"
               CLOSE XC-RLSE-FILE
           END-IF.
           IF  TCRLSE-STATUS = "00"
               CLOSE TC-RLSE-FILE
           END-IF.
           IF  REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

      ******************************************************************
       RELEASE-DUE-ITEMS-RTN.
      ******************************************************************
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PEND-CNT OR ABORT
               MOVE PND-EFF-DATE (SUB)(1:4) TO EFF-DATE-DIGITS-GRP(1:4)
               MOVE PND-EFF-DATE (SUB)(6:2) TO EFF-DATE-DIGITS-GRP(5:2)
               MOVE PND-EFF-DATE (SUB)(9:2) TO EFF-DATE-DIGITS-GRP(7:2)
               IF  EFF-DATE-DIGITS NOT > RELEASE-DATE-DIGITS
                   PERFORM RELEASE-ONE-ITEM-RTN
               ELSE
                   ADD 1              TO STILL-HELD-CNT
               END-IF
               PERFORM WRITE-DETAIL-RTN
           END-PERFORM.

      ******************************************************************
      *    THE RELEASED ITEM IS REBUILT AS A "D" DETAIL OF ITS OWN
      *    TRANSACTION FILE, CARRYING THE ORIGINAL RECYCLE FLAG.  IT
      *    COUNTS AS RELEASED ONLY ONCE THE DETAIL HAS BEEN WRITTEN.
      ******************************************************************
       RELEASE-ONE-ITEM-RTN.
           EVALUATE PND-SOURCE (SUB)
               WHEN "S"
                   MOVE "D"                   TO SR-REC-TYPE
                   MOVE PND-EMP-NO (SUB)      TO SR-EMP-NO
                   MOVE PND-NEW-SALARY (SUB)  TO SR-NEW-SALARY
                   MOVE PND-EFF-DATE (SUB)    TO SR-EFF-DATE
                   MOVE PND-RECYCLE-FLAG (SUB) TO SR-RECYCLE-FLAG
                   WRITE SC-RLSE-RECORD
                   IF  SCRLSE-STATUS NOT = "00"
                       DISPLAY "SCRLSE.DAT WRITE FAILED, STATUS="
                               SCRLSE-STATUS
                       SET  ABORT             TO TRUE
                   ELSE
                       ADD 1                  TO SC-RELEASED-CNT
                   END-IF
               WHEN "X"
                   MOVE "D"                   TO XR-REC-TYPE
                   MOVE PND-EMP-NO (SUB)      TO XR-EMP-NO
                   MOVE PND-NEW-DEPT (SUB)    TO XR-NEW-DEPT
                   MOVE PND-EFF-DATE (SUB)    TO XR-EFF-DATE
                   MOVE PND-RECYCLE-FLAG (SUB) TO XR-RECYCLE-FLAG
                   WRITE XC-RLSE-RECORD
                   IF  XCRLSE-STATUS NOT = "00"
                       DISPLAY "XCRLSE.DAT WRITE FAILED, STATUS="
                               XCRLSE-STATUS
                       SET  ABORT             TO TRUE
                   ELSE
                       ADD 1                  TO XC-RELEASED-CNT
                   END-IF
               WHEN OTHER
                   MOVE "D"                   TO TR-REC-TYPE
                   MOVE PND-EMP-NO (SUB)      TO TR-EMP-NO
                   MOVE PND-EFF-DATE (SUB)    TO TR-TERM-DATE
                   WRITE TC-RLSE-RECORD
                   IF  TCRLSE-STATUS NOT = "00"
                       DISPLAY "TCRLSE.DAT WRITE FAILED, STATUS="
                               TCRLSE-STATUS
                       SET  ABORT             TO TRUE
                   ELSE
                       ADD 1                  TO TC-RELEASED-CNT
                   END-IF
           END-EVALUATE.
           IF  NOT ABORT
               SET  PND-RELEASED (SUB) TO TRUE
               ADD 1                  TO RELEASED-CNT
               DISPLAY "RELEASED " PND-SOURCE (SUB) " EMP_NO "
                       PND-EMP-NO (SUB) " EFFECTIVE "
                       PND-EFF-DATE (SUB)
           END-IF.

      ******************************************************************
      *    ONLY THE ITEMS STILL HELD GO BACK ON THE STORE.
      ******************************************************************
       REWRITE-PEND-FILE-RTN.
           OPEN OUTPUT PEND-TRAN-FILE.
           IF  PENDTRAN-STATUS NOT = "00"
               DISPLAY "PENDTRAN.DAT NOT OPENED, STATUS="
                       PENDTRAN-STATUS
               SET  ABORT             TO TRUE
           ELSE
               PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > PEND-CNT
                   IF  PND-STILL-HELD (SUB)
                       MOVE PND-SOURCE (SUB)       TO PT-SOURCE
                       MOVE PND-EMP-NO (SUB)       TO PT-EMP-NO
                       MOVE PND-NEW-SALARY (SUB)   TO PT-NEW-SALARY
                       MOVE PND-NEW-DEPT (SUB)     TO PT-NEW-DEPT
                       MOVE PND-EFF-DATE (SUB)     TO PT-EFF-DATE
                       MOVE PND-RECYCLE-FLAG (SUB) TO PT-RECYCLE-FLAG
                       MOVE PND-HELD-DATE (SUB)    TO PT-HELD-DATE
                       MOVE PND-HELD-RUN-ID (SUB)  TO PT-HELD-RUN-ID
                       WRITE PENDING-TRAN-RECORD
                   END-IF
               END-PERFORM
               CLOSE PEND-TRAN-FILE
           END-IF.

      ******************************************************************
       WRITE-HEADING-RTN.
      ******************************************************************
           ADD 1       TO PAGE-NO
           MOVE ZERO   TO LINE-CNT
           MOVE RUN-DATE-X TO RH1-RUN-DATE
           MOVE PAGE-NO    TO RH1-PAGE-NO
           IF  PAGE-NO > 1
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE RPT-HEADING-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RPT-HEADING-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RPT-HEADING-3 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RPT-HEADING-4 TO REPORT-RECORD
           WRITE REPORT-RECORD.

      ******************************************************************
       WRITE-DETAIL-RTN.
      ******************************************************************
           IF  LINE-CNT NOT < LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE PND-SOURCE (SUB)      TO RD-SOURCE.
           MOVE PND-EMP-NO (SUB)      TO RD-EMP-NO.
           MOVE PND-NEW-SALARY (SUB)  TO RD-NEW-SALARY.
           MOVE PND-NEW-DEPT (SUB)    TO RD-NEW-DEPT.
           MOVE PND-EFF-DATE (SUB)    TO RD-EFF-DATE.
           MOVE PND-HELD-DATE (SUB)   TO RD-HELD-DATE.
           MOVE PND-HELD-RUN-ID (SUB) TO RD-HELD-RUN-ID.
           IF  PND-RELEASED (SUB)
               MOVE "RELEASED"        TO RD-ACTION
           ELSE
               MOVE "HELD"            TO RD-ACTION
           END-IF.
           MOVE RPT-DETAIL            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.

      ******************************************************************
       WRITE-SUMMARY-RTN.
      ******************************************************************
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "PENDING ITEMS READ . . . . ." TO RSUM-LABEL.
           MOVE READ-CNT              TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "DUPLICATES DROPPED . . . . ." TO RSUM-LABEL.
           MOVE DUP-CNT               TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SALARY CHANGES RELEASED  . ." TO RSUM-LABEL.
           MOVE SC-RELEASED-CNT       TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TRANSFERS RELEASED . . . . ." TO RSUM-LABEL.
           MOVE XC-RELEASED-CNT       TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TERMINATIONS RELEASED  . . ." TO RSUM-LABEL.
           MOVE TC-RELEASED-CNT       TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "STILL HELD . . . . . . . . ." TO RSUM-LABEL.
           MOVE STILL-HELD-CNT        TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ******************************************************************
       READ-RUN-CTL-RTN.
      ******************************************************************
           MOVE SPACES                TO STAT-BIZ-DATE.
           OPEN INPUT RUN-CTL-FILE.
           IF  RUNCTL-STATUS = "00"
               READ RUN-CTL-FILE
                   AT END MOVE SPACES TO RUN-CTL-RECORD
               END-READ
               IF  RUNCTL-STATUS = "00"
                   MOVE RC-BIZ-DATE   TO STAT-BIZ-DATE
               END-IF
               CLOSE RUN-CTL-FILE
           END-IF.

      ******************************************************************
       READ-DBPARM-RTN.
      ******************************************************************
           OPEN INPUT DBPARM-FILE.
           IF  DBPARM-STATUS = "00"
               READ DBPARM-FILE
                   AT END
                       DISPLAY "DBPARM.DAT EMPTY, USING ENVIRONMENT"
                   ACCEPT DBNAME   FROM ENVIRONMENT "OCESQL_DBNAME"
                   ACCEPT USERNAME FROM ENVIRONMENT "OCESQL_USERNAME"
                   ACCEPT PASSWD   FROM ENVIRONMENT "OCESQL_PASSWD"
               END-READ
               IF  DBPARM-STATUS = "00"
                   MOVE DBPARM-DBNAME    TO DBNAME
                   MOVE DBPARM-USERNAME  TO USERNAME
                   MOVE DBPARM-PASSWD    TO PASSWD
               END-IF
               CLOSE DBPARM-FILE
           ELSE
               DISPLAY "DBPARM.DAT NOT FOUND, USING ENVIRONMENT"
               ACCEPT DBNAME   FROM ENVIRONMENT "OCESQL_DBNAME"
               ACCEPT USERNAME FROM ENVIRONMENT "OCESQL_USERNAME"
               ACCEPT PASSWD   FROM ENVIRONMENT "OCESQL_PASSWD"
           END-IF.

      ******************************************************************
       CAPTURE-START-TS-RTN.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(1:4)  TO STB-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2)  TO STB-MM.
           MOVE FUNCTION CURRENT-DATE(7:2)  TO STB-DD.
           MOVE FUNCTION CURRENT-DATE(9:2)  TO STB-HH.
           MOVE FUNCTION CURRENT-DATE(11:2) TO STB-MI.
           MOVE FUNCTION CURRENT-DATE(13:2) TO STB-SS.
           MOVE SPACES                      TO STAT-START-TS.
           MOVE STAT-TS-BUILD               TO STAT-START-TS.
           PERFORM READ-RUN-CTL-RTN.

      ******************************************************************
      *    PENDREL IS OTHERWISE A PURE FILE PROGRAM, SO IT CONNECTS
      *    ONLY LONG ENOUGH TO WRITE ITS END-OF-RUN STATISTICS ROW; A
      *    FAILURE HERE IS REPORTED ON THE CONSOLE BUT DOES NOT CHANGE
      *    THE RUN'S RETURN-CODE.
      ******************************************************************
       WRITE-RUN-STATS-RTN.
           PERFORM READ-DBPARM-RTN.
OCESQL*    EXEC SQL
OCESQL*        CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE USERNAME
OCESQL          BY VALUE 30
OCESQL          BY REFERENCE PASSWD
OCESQL          BY VALUE 10
OCESQL          BY REFERENCE DBNAME
OCESQL          BY VALUE 30
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               DISPLAY "RUN_STATS NOT WRITTEN (CONNECT FAILED), "
                       "SQLCODE: " SQLCODE
           ELSE
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL
               IF  SQLCODE NOT = ZERO
                   DISPLAY "RUN_STATS TABLE NOT AVAILABLE, SQLCODE: "
                           SQLCODE
               ELSE
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-PROGRAM
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 26
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-START-TS
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-READ-CNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-ACCEPT-CNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-REJECT-CNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-RETURN-CD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE STAT-BIZ-DATE
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 8
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                   IF  SQLCODE NOT = ZERO
                       DISPLAY "RUN_STATS ROW NOT WRITTEN, SQLCODE: "
                               SQLCODE
                   ELSE
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                   END-IF
               END-IF
OCESQL*        EXEC SQL
OCESQL*            DISCONNECT ALL
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLDisconnect" USING
OCESQL              BY REFERENCE SQLCA
OCESQL         END-CALL
           END-IF.
      ******************************************************************
