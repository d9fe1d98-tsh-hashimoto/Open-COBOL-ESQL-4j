      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  TRANEDIT -- nightly transaction pre-edit, run after PENDREL
      *              and ahead of XFEREMP, UPDATEMP and TERMEMP (in
      *              that order).  Merges SALCHG.DAT, XFERCHG.DAT and
      *              TERMCHG.DAT, together with the items PENDREL has
      *              released to SCRLSE.DAT, XCRLSE.DAT and TCRLSE.DAT,
      *              by EMP_NO and effective date, and flags on
      *              TRANEDIT.RPT every cross-file conflict before
      *              anything touches EMP: a salary change or transfer
      *              dated on or after the same employee's termination,
      *              two salary changes or two transfers for the same
      *              employee and date, and a salary change that falls
      *              outside the SALBAND row of the department a
      *              transfer moves the employee to.  The items still
      *              held on PENDTRAN.DAT take part in the same edits,
      *              so a termination tonight is checked against a
      *              raise or transfer already held for a later date.
      *              Every transaction is written, in the order it is
      *              to be applied, to the daily transaction journal
      *              TRANJRNL.DAT; the three programs reject an item the
      *              journal marks in conflict instead of applying it.
      *              Nothing is updated here; the input files are left
      *              for the three programs as they arrived.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 TRANEDIT.
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
           SELECT SALCHG-FILE      ASSIGN TO "SALCHG.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS SALCHG-STATUS.
           SELECT XFERCHG-FILE     ASSIGN TO "XFERCHG.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS XFERCHG-STATUS.
           SELECT TERMCHG-FILE     ASSIGN TO "TERMCHG.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TERMCHG-STATUS.
           SELECT SC-RLSE-FILE     ASSIGN TO "SCRLSE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS SCRLSE-STATUS.
           SELECT XC-RLSE-FILE     ASSIGN TO "XCRLSE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS XCRLSE-STATUS.
           SELECT TC-RLSE-FILE     ASSIGN TO "TCRLSE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TCRLSE-STATUS.
           SELECT PEND-TRAN-FILE   ASSIGN TO "PENDTRAN.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PENDTRAN-STATUS.
           SELECT TRAN-JRNL-FILE   ASSIGN TO "TRANJRNL.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TRANJRNL-STATUS.
           SELECT REPORT-FILE      ASSIGN TO "TRANEDIT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS REPORT-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "TRANEDIT.ERR"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS ERRLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DBPARM-FILE.
       COPY "dbparm.cbl".

      *    TONIGHT'S BUSINESS DATE AS ASSIGNED BY RUNCTL; A MISSING
      *    FILE MEANS AN AD-HOC RUN OUTSIDE THE NIGHTLY STREAM, AND
      *    TODAY'S DATE IS THEN THE HOLDING CUT-OFF.
       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05  RC-BIZ-DATE         PIC  X(10).
           05  RC-STATUS           PIC  X(01).
           05  RC-MONTH-END        PIC  X(01).
           05  RC-RUN-ID           PIC  X(08).

      *    THE THREE TRANSACTION FILES IN THE LAYOUTS UPDATEMP, XFEREMP
      *    AND TERMEMP READ THEM; THE "T" TRAILER ENDS EACH FILE AND
      *    IS RECONCILED BY THE PROGRAM THAT APPLIES IT, NOT HERE.
       FD  SALCHG-FILE.
       01  SALCHG-RECORD.
           05  SC-REC-TYPE         PIC  X(01).
               88  SC-IS-TRAILER       VALUE "T".
           05  SC-EMP-NO           PIC  9(04).
           05  SC-NEW-SALARY       PIC  X(04).
           05  SC-EFF-DATE         PIC  X(10).
           05  SC-RECYCLE-FLAG     PIC  X(01).

       FD  XFERCHG-FILE.
       01  XFERCHG-RECORD.
           05  XC-REC-TYPE         PIC  X(01).
               88  XC-IS-TRAILER       VALUE "T".
           05  XC-EMP-NO           PIC  9(04).
           05  XC-NEW-DEPT         PIC  X(03).
           05  XC-EFF-DATE         PIC  X(10).
           05  XC-RECYCLE-FLAG     PIC  X(01).

       FD  TERMCHG-FILE.
       01  TERMCHG-RECORD.
           05  TC-REC-TYPE         PIC  X(01).
               88  TC-IS-TRAILER       VALUE "T".
           05  TC-EMP-NO           PIC  9(04).
           05  TC-TERM-DATE        PIC  X(10).

      *    ITEMS PENDREL RELEASED FROM PENDTRAN.DAT FOR TONIGHT, IN THE
      *    DETAIL LAYOUTS ABOVE WITHOUT A TRAILER
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

      *    ITEMS STILL HELD FOR A LATER BUSINESS DATE, AS PENDREL
      *    WROTE THEM BACK; READ ONLY, NEVER CHANGED HERE
       FD  PEND-TRAN-FILE.
       COPY "pendtran.cbl".

       FD  TRAN-JRNL-FILE.
       COPY "trnjrnl.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC  X(80).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

       WORKING-STORAGE             SECTION.
       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).
       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  SALCHG-STATUS    PIC  X(02).
           05  XFERCHG-STATUS   PIC  X(02).
           05  TERMCHG-STATUS   PIC  X(02).
           05  SCRLSE-STATUS    PIC  X(02).
           05  XCRLSE-STATUS    PIC  X(02).
           05  TCRLSE-STATUS    PIC  X(02).
           05  PENDTRAN-STATUS  PIC  X(02).
           05  TRANJRNL-STATUS  PIC  X(02).
           05  REPORT-STATUS    PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).

       01  EOF-SW               PIC  X(01) VALUE "N".
           88  EOF                       VALUE "Y".
       01  ABORT-SW             PIC  X(01) VALUE "N".
           88  ABORT                     VALUE "Y".
       01  SQL-ERROR-SW         PIC  X(01) VALUE "N".
           88  SQL-ERROR-OCCURRED         VALUE "Y".
       01  INSERT-DONE-SW       PIC  X(01) VALUE "N".
           88  INSERT-DONE               VALUE "Y".
       01  TERM-FOUND-SW        PIC  X(01) VALUE "N".
           88  TERM-FOUND                VALUE "Y".
       01  SALARY-CHANGED-SW    PIC  X(01) VALUE "N".
           88  SALARY-CHANGED            VALUE "Y".
       01  DEPT-CHANGED-SW      PIC  X(01) VALUE "N".
           88  DEPT-CHANGED              VALUE "Y".
       01  DATE-VALID-SW        PIC  X(01) VALUE "N".
           88  DATE-VALID                VALUE "Y".

      *    HOLDING CUT-OFF, THE SAME ONE THE THREE PROGRAMS USE: A
      *    DETAIL DATED AFTER IT WILL BE HELD ON PENDTRAN.DAT TONIGHT
      *    AND IS PRE-EDITED AGAIN EVERY NIGHT UNTIL PENDREL RELEASES
      *    IT.
       01  HOLD-DATE-DIGITS-GRP PIC  X(08).
       01  HOLD-DATE-DIGITS REDEFINES
           HOLD-DATE-DIGITS-GRP PIC  9(08).
       01  HOLD-DATE-X          PIC  X(10).
       01  EFF-DATE-DIGITS-GRP  PIC  X(08).
       01  EFF-DATE-DIGITS REDEFINES
           EFF-DATE-DIGITS-GRP  PIC  9(08).
       01  SALARY-DIGITS-GRP    PIC  X(04).
       01  SALARY-DIGITS REDEFINES
           SALARY-DIGITS-GRP    PIC  9(04).

      *    ONE ENTRY PER TRANSACTION OF THE NIGHT, SORTED ON TRN-KEY
      *    INTO APPLICATION ORDER.  TRN-CLASS 1 = TRANSFER, 2 = SALARY
      *    CHANGE, 3 = TERMINATION, SO ON ONE EFFECTIVE DATE A RAISE
      *    IS BANDED AGAINST THE NEW DEPARTMENT AND THE TERMINATION
      *    COMES LAST; TRN-ARRIVAL KEEPS FILE ORDER WITHIN THAT.
      *    TRN-SOURCE, TRN-ORIGIN AND TRN-DISPOSITION AS ON THE
      *    JOURNAL (TRNJRNL.CBL).
       01  TRN-TABLE.
           05  TRN-ENTRY           OCCURS 3000 TIMES.
               10  TRN-KEY.
                   15  TRN-EMP-NO      PIC  9(04).
                   15  TRN-EFF-DIGITS  PIC  9(08).
                   15  TRN-CLASS       PIC  9(01).
                   15  TRN-ARRIVAL     PIC  9(05).
               10  TRN-SOURCE          PIC  X(01).
               10  TRN-ORIGIN          PIC  X(01).
               10  TRN-NEW-SALARY      PIC  X(04).
               10  TRN-NEW-DEPT        PIC  X(03).
               10  TRN-EFF-DATE        PIC  X(10).
               10  TRN-RECYCLE-FLAG    PIC  X(01).
               10  TRN-DISPOSITION     PIC  X(01).
                   88  TRN-TO-APPLY        VALUE "A".
                   88  TRN-TO-HOLD         VALUE "H".
                   88  TRN-IN-CONFLICT     VALUE "C".
               10  TRN-REASON          PIC  X(30).
       01  SWAP-ENTRY.
           05  SWAP-KEY            PIC  X(18).
           05  FILLER              PIC  X(51).
       01  TRN-CNT              PIC  9(04) VALUE ZERO.
       01  TRN-MAX              PIC  9(04) VALUE 3000.
       01  SUB                  PIC  9(04) COMP.
       01  SUB2                 PIC  9(04) COMP.
       01  GRP-START            PIC  9(04) COMP.
       01  GRP-END              PIC  9(04) COMP.

      *    THE TRANSACTION BEING LOADED, WHICHEVER FILE IT CAME FROM
       01  LOAD-SOURCE          PIC  X(01).
       01  LOAD-ORIGIN          PIC  X(01).
       01  LOAD-EMP-NO          PIC  9(04).
       01  LOAD-NEW-SALARY      PIC  X(04).
       01  LOAD-NEW-DEPT        PIC  X(03).
       01  LOAD-EFF-DATE        PIC  X(10).
       01  LOAD-RECYCLE-FLAG    PIC  X(01).

      *    THE EMPLOYEE'S POSITION AS THE NIGHT'S TRANSACTIONS WOULD
      *    LEAVE IT, WALKED IN APPLICATION ORDER
       01  TERM-SUB             PIC  9(04) COMP.
       01  TERM-DIGITS          PIC  9(08).
       01  LAST-SAL-DIGITS      PIC  9(08).
       01  LAST-XFER-DIGITS     PIC  9(08).
       01  CUR-SALARY           PIC  9(04).
       01  CUR-DEPT             PIC  X(03).
       01  CONFLICT-REASON      PIC  X(30).

       01  SALARY-MIN           PIC S9(04) VALUE 1.
       01  SALARY-MAX           PIC S9(04) VALUE 9000.
       01  BAND-MIN-X           PIC  9(04).
       01  BAND-MAX-X           PIC  9(04).

       01  SALCHG-READ-CNT      PIC  9(06) VALUE ZERO.
       01  XFERCHG-READ-CNT     PIC  9(06) VALUE ZERO.
       01  TERMCHG-READ-CNT     PIC  9(06) VALUE ZERO.
       01  RELEASED-READ-CNT    PIC  9(06) VALUE ZERO.
       01  PENDING-READ-CNT     PIC  9(06) VALUE ZERO.
       01  READ-CNT             PIC  9(06) VALUE ZERO.
       01  APPLY-CNT            PIC  9(06) VALUE ZERO.
       01  HOLD-CNT             PIC  9(06) VALUE ZERO.
       01  CONFLICT-CNT         PIC  9(06) VALUE ZERO.
       01  JOURNAL-CNT          PIC  9(06) VALUE ZERO.

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
               "TRANSACTION PRE-EDIT CONFLICTS, BUSINESS ".
           05  FILLER              PIC  X(05) VALUE "DATE ".
           05  RH2-BIZ-DATE        PIC  X(10).

       01  RPT-HEADING-3           PIC  X(80) VALUE
           "S EMP  EFFECTIVE  SAL  DPT  ORIGIN   CONFLICT".

       01  RPT-HEADING-4           PIC  X(80) VALUE
           "- ---- ---------- ---- ---  -------- --------------------".

       01  RPT-DETAIL.
           05  RD-SOURCE           PIC  X(01).
           05  FILLER              PIC  X.
           05  RD-EMP-NO           PIC  9(04).
           05  FILLER              PIC  X.
           05  RD-EFF-DATE         PIC  X(10).
           05  FILLER              PIC  X.
           05  RD-NEW-SALARY       PIC  X(04).
           05  FILLER              PIC  X.
           05  RD-NEW-DEPT         PIC  X(03).
           05  FILLER              PIC  X(02).
           05  RD-ORIGIN           PIC  X(08).
           05  FILLER              PIC  X.
           05  RD-REASON           PIC  X(30).

       01  RPT-SUMMARY-LINE.
           05  RSUM-LABEL          PIC  X(28).
           05  RSUM-VALUE          PIC  -(8)9.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  BAND-VARS.
         03  BAND-DEPT             PIC  X(03).
         03  BAND-MIN              PIC S9(04) VALUE ZERO.
         03  BAND-MAX              PIC S9(04) VALUE ZERO.
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(171) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS SALBAND ( DEPT_CODE CHAR(3) NOT "
OCESQL  &  "NULL, SAL_MIN NUMERIC(4,0) NOT NULL, SAL_MAX NUMERIC(4,0) N"
OCESQL  &  "OT NULL, CONSTRAINT ISALB_0 PRIMARY KEY (DEPT_CODE) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(56) VALUE
OCESQL     "SELECT SAL_MIN, SAL_MAX FROM SALBAND WHERE DEPT_CODE = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(301) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_STATS ( STAT_ID SERIAL, PROG"
OCESQL  &  "RAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT NULL, START_"
OCESQL  &  "TS TIMESTAMP, END_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIM"
OCESQL  &  "ESTAMP, READ_CNT NUMERIC(6,0), ACCEPT_CNT NUMERIC(6,0), REJ"
OCESQL  &  "ECT_CNT NUMERIC(6,0), RETURN_CD NUMERIC(2,0), BIZ_DATE CHAR"
OCESQL  &  "(10) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(145) VALUE
OCESQL     "INSERT INTO RUN_STATS ( PROGRAM_NAME, RUN_ID, START_TS, REA"
OCESQL  &  "D_CNT, ACCEPT_CNT, REJECT_CNT, RETURN_CD, BIZ_DATE ) VALUES"
OCESQL  &  " ( ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** TRANEDIT STARTED ***".
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           PERFORM SET-HOLD-DATE-RTN.

      *    MERGE THE NIGHT'S TRANSACTIONS INTO APPLICATION ORDER
           PERFORM LOAD-TRANSACTIONS-RTN.
           IF  NOT ABORT
               PERFORM SORT-TRN-TABLE-RTN
           END-IF.

      *    WHENEVER IS NOT YET SUPPORTED :(
      *      EXEC SQL WHENEVER SQLERROR PERFORM ERROR-RTN END-EXEC.

      *    CONNECT
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
           MOVE "CONNECT"            TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           display "CONNECT...OK".

      *    SALBAND TABLE (IDEMPOTENT, LOADED BY LOADBAND)
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL.
           MOVE "CREATE SALBAND TABLE" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      *    CROSS-FILE EDITS, JOURNAL AND REPORT
           IF  NOT ABORT
               PERFORM OPEN-OUTPUT-FILES-RTN
           END-IF.
           IF  NOT ABORT
               PERFORM CHECK-CONFLICTS-RTN
               PERFORM WRITE-JOURNAL-RTN
               PERFORM WRITE-SUMMARY-RTN
           END-IF.
           PERFORM CLOSE-OUTPUT-FILES-RTN.

           DISPLAY "HOLDING CUT-OFF      : " HOLD-DATE-X.
           DISPLAY "SALARY CHANGES READ  : " SALCHG-READ-CNT.
           DISPLAY "TRANSFERS READ       : " XFERCHG-READ-CNT.
           DISPLAY "TERMINATIONS READ    : " TERMCHG-READ-CNT.
           DISPLAY "RELEASED ITEMS READ  : " RELEASED-READ-CNT.
           DISPLAY "HELD ITEMS READ      : " PENDING-READ-CNT.
           DISPLAY "TO BE APPLIED        : " APPLY-CNT.
           DISPLAY "TO BE HELD           : " HOLD-CNT.
           DISPLAY "CROSS-FILE CONFLICTS : " CONFLICT-CNT.
           DISPLAY "JOURNAL RECORDS      : " JOURNAL-CNT.

      *    END-OF-RUN STATISTICS
           MOVE "TRANEDIT"          TO STAT-PROGRAM.
           MOVE RUN-ID              TO STAT-RUN-ID.
           MOVE READ-CNT            TO STAT-READ-CNT.
           MOVE APPLY-CNT           TO STAT-ACCEPT-CNT.
           MOVE CONFLICT-CNT        TO STAT-REJECT-CNT.
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               IF  CONFLICT-CNT > ZERO
                   MOVE 4           TO STAT-RETURN-CD
               ELSE
                   MOVE 0           TO STAT-RETURN-CD
               END-IF
           END-IF.
           PERFORM WRITE-RUN-STATS-RTN.

      *    DISCONNECT
OCESQL*    EXEC SQL
OCESQL*        DISCONNECT ALL
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.

      *    END
           CLOSE ERROR-LOG-FILE.
           DISPLAY "*** TRANEDIT FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO RETURN-CODE
           ELSE
               IF  CONFLICT-CNT > ZERO
                   MOVE 4           TO RETURN-CODE
               ELSE
                   MOVE 0           TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      *    THE HOLDING CUT-OFF IS THE BUSINESS DATE RUNCTL OPENED, AS
      *    IN UPDATEMP, XFEREMP AND TERMEMP; WITHOUT RUNCTL.DAT IT IS
      *    TODAY.
      ******************************************************************
       SET-HOLD-DATE-RTN.
           IF  STAT-BIZ-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO HOLD-DATE-DIGITS-GRP
               MOVE SPACES            TO HOLD-DATE-X
               STRING HOLD-DATE-DIGITS-GRP(1:4) "-"
                      HOLD-DATE-DIGITS-GRP(5:2) "-"
                      HOLD-DATE-DIGITS-GRP(7:2)
                      DELIMITED BY SIZE INTO HOLD-DATE-X
               END-STRING
           ELSE
               MOVE STAT-BIZ-DATE(1:4) TO HOLD-DATE-DIGITS-GRP(1:4)
               MOVE STAT-BIZ-DATE(6:2) TO HOLD-DATE-DIGITS-GRP(5:2)
               MOVE STAT-BIZ-DATE(9:2) TO HOLD-DATE-DIGITS-GRP(7:2)
               MOVE STAT-BIZ-DATE     TO HOLD-DATE-X
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
      *    A NIGHT WITHOUT ONE OF THE FILES SIMPLY HAS NO TRANSACTIONS
      *    OF THAT KIND; THE PROGRAM THAT APPLIES IT REPORTS THE
      *    MISSING FILE ITSELF.
      ******************************************************************
       LOAD-TRANSACTIONS-RTN.
           PERFORM LOAD-SALCHG-RTN.
           PERFORM LOAD-XFERCHG-RTN.
           PERFORM LOAD-TERMCHG-RTN.
           PERFORM LOAD-SC-RLSE-RTN.
           PERFORM LOAD-XC-RLSE-RTN.
           PERFORM LOAD-TC-RLSE-RTN.
           PERFORM LOAD-PENDTRAN-RTN.

      ******************************************************************
       LOAD-SALCHG-RTN.
      ******************************************************************
           MOVE "N"                 TO EOF-SW.
           OPEN INPUT SALCHG-FILE.
           IF  SALCHG-STATUS NOT = "00"
               DISPLAY "SALCHG.DAT NOT FOUND, NO SALARY CHANGES LOADED"
           ELSE
               READ SALCHG-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   IF  SC-IS-TRAILER
                       SET  EOF       TO TRUE
                   ELSE
                       ADD 1 TO SALCHG-READ-CNT
                       MOVE "S"             TO LOAD-SOURCE
                       MOVE "F"             TO LOAD-ORIGIN
                       MOVE SC-EMP-NO       TO LOAD-EMP-NO
                       MOVE SC-NEW-SALARY   TO LOAD-NEW-SALARY
                       MOVE SPACES          TO LOAD-NEW-DEPT
                       MOVE SC-EFF-DATE     TO LOAD-EFF-DATE
                       MOVE SC-RECYCLE-FLAG TO LOAD-RECYCLE-FLAG
                       PERFORM ADD-TRN-ENTRY-RTN
                       READ SALCHG-FILE
                           AT END SET EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE SALCHG-FILE
           END-IF.

      ******************************************************************
       LOAD-XFERCHG-RTN.
      ******************************************************************
           MOVE "N"                 TO EOF-SW.
           OPEN INPUT XFERCHG-FILE.
           IF  XFERCHG-STATUS NOT = "00"
               DISPLAY "XFERCHG.DAT NOT FOUND, NO TRANSFERS LOADED"
           ELSE
               READ XFERCHG-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   IF  XC-IS-TRAILER
                       SET  EOF       TO TRUE
                   ELSE
                       ADD 1 TO XFERCHG-READ-CNT
                       MOVE "X"             TO LOAD-SOURCE
                       MOVE "F"             TO LOAD-ORIGIN
                       MOVE XC-EMP-NO       TO LOAD-EMP-NO
                       MOVE SPACES          TO LOAD-NEW-SALARY
                       MOVE XC-NEW-DEPT     TO LOAD-NEW-DEPT
                       MOVE XC-EFF-DATE     TO LOAD-EFF-DATE
                       MOVE XC-RECYCLE-FLAG TO LOAD-RECYCLE-FLAG
                       PERFORM ADD-TRN-ENTRY-RTN
                       READ XFERCHG-FILE
                           AT END SET EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE XFERCHG-FILE
           END-IF.

      ******************************************************************
       LOAD-TERMCHG-RTN.
      ******************************************************************
           MOVE "N"                 TO EOF-SW.
           OPEN INPUT TERMCHG-FILE.
           IF  TERMCHG-STATUS NOT = "00"
               DISPLAY "TERMCHG.DAT NOT FOUND, NO TERMINATIONS LOADED"
           ELSE
               READ TERMCHG-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   IF  TC-IS-TRAILER
                       SET  EOF       TO TRUE
                   ELSE
                       ADD 1 TO TERMCHG-READ-CNT
                       MOVE "T"             TO LOAD-SOURCE
                       MOVE "F"             TO LOAD-ORIGIN
                       MOVE TC-EMP-NO       TO LOAD-EMP-NO
                       MOVE SPACES          TO LOAD-NEW-SALARY
                       MOVE SPACES          TO LOAD-NEW-DEPT
                       MOVE TC-TERM-DATE    TO LOAD-EFF-DATE
                       MOVE SPACE           TO LOAD-RECYCLE-FLAG
                       PERFORM ADD-TRN-ENTRY-RTN
                       READ TERMCHG-FILE
                           AT END SET EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE TERMCHG-FILE
           END-IF.

      ******************************************************************
       LOAD-SC-RLSE-RTN.
      ******************************************************************
           MOVE "N"                 TO EOF-SW.
           OPEN INPUT SC-RLSE-FILE.
           IF  SCRLSE-STATUS = "00"
               READ SC-RLSE-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   ADD 1 TO RELEASED-READ-CNT
                   MOVE "S"             TO LOAD-SOURCE
                   MOVE "R"             TO LOAD-ORIGIN
                   MOVE SR-EMP-NO       TO LOAD-EMP-NO
                   MOVE SR-NEW-SALARY   TO LOAD-NEW-SALARY
                   MOVE SPACES          TO LOAD-NEW-DEPT
                   MOVE SR-EFF-DATE     TO LOAD-EFF-DATE
                   MOVE SR-RECYCLE-FLAG TO LOAD-RECYCLE-FLAG
                   PERFORM ADD-TRN-ENTRY-RTN
                   READ SC-RLSE-FILE
                       AT END SET EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SC-RLSE-FILE
           END-IF.

      ******************************************************************
       LOAD-XC-RLSE-RTN.
      ******************************************************************
           MOVE "N"                 TO EOF-SW.
           OPEN INPUT XC-RLSE-FILE.
           IF  XCRLSE-STATUS = "00"
               READ XC-RLSE-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   ADD 1 TO RELEASED-READ-CNT
                   MOVE "X"             TO LOAD-SOURCE
                   MOVE "R"             TO LOAD-ORIGIN
                   MOVE XR-EMP-NO       TO LOAD-EMP-NO
                   MOVE SPACES          TO LOAD-NEW-SALARY
                   MOVE XR-NEW-DEPT     TO LOAD-NEW-DEPT
                   MOVE XR-EFF-DATE     TO LOAD-EFF-DATE
                   MOVE XR-RECYCLE-FLAG TO LOAD-RECYCLE-FLAG
                   PERFORM ADD-TRN-ENTRY-RTN
                   READ XC-RLSE-FILE
                       AT END SET EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE XC-RLSE-FILE
           END-IF.

      ******************************************************************
       LOAD-TC-RLSE-RTN.
      ******************************************************************
           MOVE "N"                 TO EOF-SW.
           OPEN INPUT TC-RLSE-FILE.
           IF  TCRLSE-STATUS = "00"
               READ TC-RLSE-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   ADD 1 TO RELEASED-READ-CNT
                   MOVE "T"             TO LOAD-SOURCE
                   MOVE "R"             TO LOAD-ORIGIN
                   MOVE TR-EMP-NO       TO LOAD-EMP-NO
                   MOVE SPACES          TO LOAD-NEW-SALARY
                   MOVE SPACES          TO LOAD-NEW-DEPT
                   MOVE TR-TERM-DATE    TO LOAD-EFF-DATE
                   MOVE SPACE           TO LOAD-RECYCLE-FLAG
                   PERFORM ADD-TRN-ENTRY-RTN
                   READ TC-RLSE-FILE
                       AT END SET EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TC-RLSE-FILE
           END-IF.

      ******************************************************************
      *    THE ITEMS STILL HELD ARE LOADED AS HELD WHATEVER THEIR DATE;
      *    THEY ARE JOURNALED WITH ORIGIN "P" AND ARE NEVER APPLIED
      *    TONIGHT.  AN ITEM HELD ON TONIGHT'S OWN BUSINESS DATE CAME
      *    FROM TONIGHT'S FILES (A RERUN AFTER THE THREE PROGRAMS) AND
      *    IS ALREADY LOADED FROM THEM, SO IT IS PASSED OVER.
      ******************************************************************
       LOAD-PENDTRAN-RTN.
           MOVE "N"                 TO EOF-SW.
           OPEN INPUT PEND-TRAN-FILE.
           IF  PENDTRAN-STATUS = "00"
               READ PEND-TRAN-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   IF  PT-HELD-DATE NOT = HOLD-DATE-X
                       ADD 1 TO PENDING-READ-CNT
                       MOVE PT-SOURCE       TO LOAD-SOURCE
                       MOVE "P"             TO LOAD-ORIGIN
                       MOVE PT-EMP-NO       TO LOAD-EMP-NO
                       MOVE PT-NEW-SALARY   TO LOAD-NEW-SALARY
                       MOVE PT-NEW-DEPT     TO LOAD-NEW-DEPT
                       MOVE PT-EFF-DATE     TO LOAD-EFF-DATE
                       MOVE PT-RECYCLE-FLAG TO LOAD-RECYCLE-FLAG
                       PERFORM ADD-TRN-ENTRY-RTN
                       IF  NOT ABORT
                           SET  TRN-TO-HOLD (SUB) TO TRUE
                       END-IF
                   END-IF
                   READ PEND-TRAN-FILE
                       AT END SET EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PEND-TRAN-FILE
           END-IF.

      ******************************************************************
      *    A BLANK OR MISPUNCHED EFFECTIVE DATE IS PLACED ON TONIGHT'S
      *    DATE -- THE APPLYING PROGRAM APPLIES OR REJECTS IT TONIGHT.
      *    ONLY A WELL-FORMED DATE AFTER THE CUT-OFF (AND, FOR A SALARY
      *    CHANGE, A NUMERIC SALARY) IS HELD, AS THE PROGRAMS HOLD IT.
      ******************************************************************
       ADD-TRN-ENTRY-RTN.
           IF  TRN-CNT NOT < TRN-MAX
               DISPLAY "MORE THAN " TRN-MAX " TRANSACTIONS -- "
                       "PRE-EDIT ABANDONED"
               MOVE "LOAD TRANSACTIONS" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           ELSE
               ADD 1                  TO TRN-CNT
               ADD 1                  TO READ-CNT
               MOVE TRN-CNT           TO SUB
               PERFORM VALIDATE-EFF-DATE-RTN
               MOVE LOAD-EMP-NO       TO TRN-EMP-NO (SUB)
               IF  DATE-VALID
                   MOVE EFF-DATE-DIGITS TO TRN-EFF-DIGITS (SUB)
               ELSE
                   MOVE HOLD-DATE-DIGITS TO TRN-EFF-DIGITS (SUB)
               END-IF
               EVALUATE LOAD-SOURCE
                   WHEN "X"
                       MOVE 1         TO TRN-CLASS (SUB)
                   WHEN "S"
                       MOVE 2         TO TRN-CLASS (SUB)
                   WHEN OTHER
                       MOVE 3         TO TRN-CLASS (SUB)
               END-EVALUATE
               MOVE TRN-CNT           TO TRN-ARRIVAL (SUB)
               MOVE LOAD-SOURCE       TO TRN-SOURCE (SUB)
               MOVE LOAD-ORIGIN       TO TRN-ORIGIN (SUB)
               MOVE LOAD-NEW-SALARY   TO TRN-NEW-SALARY (SUB)
               MOVE LOAD-NEW-DEPT     TO TRN-NEW-DEPT (SUB)
               MOVE LOAD-EFF-DATE     TO TRN-EFF-DATE (SUB)
               MOVE LOAD-RECYCLE-FLAG TO TRN-RECYCLE-FLAG (SUB)
               MOVE SPACES            TO TRN-REASON (SUB)
               SET  TRN-TO-APPLY (SUB) TO TRUE
               MOVE LOAD-NEW-SALARY   TO SALARY-DIGITS-GRP
               IF  DATE-VALID
                   AND EFF-DATE-DIGITS > HOLD-DATE-DIGITS
                   AND (LOAD-SOURCE NOT = "S" OR SALARY-DIGITS NUMERIC)
                   SET  TRN-TO-HOLD (SUB) TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    LOAD-EFF-DATE IS YYYY-MM-DD; ONLY THE DIGIT POSITIONS ARE
      *    CHECKED, AS THE APPLYING PROGRAMS CHECK THEM.
      ******************************************************************
       VALIDATE-EFF-DATE-RTN.
           MOVE "N"                   TO DATE-VALID-SW.
           IF  LOAD-EFF-DATE NOT = SPACES
               MOVE LOAD-EFF-DATE(1:4) TO EFF-DATE-DIGITS-GRP(1:4)
               MOVE LOAD-EFF-DATE(6:2) TO EFF-DATE-DIGITS-GRP(5:2)
               MOVE LOAD-EFF-DATE(9:2) TO EFF-DATE-DIGITS-GRP(7:2)
               IF  EFF-DATE-DIGITS NUMERIC
                   AND LOAD-EFF-DATE(5:1) = "-"
                   AND LOAD-EFF-DATE(8:1) = "-"
                   AND EFF-DATE-DIGITS-GRP(5:2) NOT < "01"
                   AND EFF-DATE-DIGITS-GRP(5:2) NOT > "12"
                   AND EFF-DATE-DIGITS-GRP(7:2) NOT < "01"
                   AND EFF-DATE-DIGITS-GRP(7:2) NOT > "31"
                   SET  DATE-VALID    TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    STRAIGHT INSERTION SORT ON TRN-KEY; THE NIGHT'S VOLUME IS A
      *    FEW HUNDRED DETAILS AT MOST.
      ******************************************************************
       SORT-TRN-TABLE-RTN.
           PERFORM VARYING SUB FROM 2 BY 1 UNTIL SUB > TRN-CNT
               MOVE TRN-ENTRY (SUB)   TO SWAP-ENTRY
               MOVE SUB               TO SUB2
               MOVE "N"               TO INSERT-DONE-SW
               PERFORM UNTIL INSERT-DONE
                   IF  SUB2 = 1
                       SET  INSERT-DONE TO TRUE
                   ELSE
                       IF  TRN-KEY (SUB2 - 1) > SWAP-KEY
                           MOVE TRN-ENTRY (SUB2 - 1) TO TRN-ENTRY (SUB2)
                           SUBTRACT 1 FROM SUB2
                       ELSE
                           SET  INSERT-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SWAP-ENTRY        TO TRN-ENTRY (SUB2)
           END-PERFORM.

      ******************************************************************
      *    THE SORTED TABLE IS WALKED ONE EMPLOYEE AT A TIME; GRP-START
      *    IS THE EMPLOYEE'S FIRST ENTRY AND GRP-END THE FIRST ENTRY OF
      *    THE NEXT EMPLOYEE.
      ******************************************************************
       CHECK-CONFLICTS-RTN.
           MOVE 1                     TO GRP-START.
           PERFORM UNTIL GRP-START > TRN-CNT OR ABORT
               MOVE GRP-START         TO GRP-END
               MOVE "N"               TO INSERT-DONE-SW
               PERFORM UNTIL INSERT-DONE
                   ADD 1              TO GRP-END
                   IF  GRP-END > TRN-CNT
                       SET  INSERT-DONE TO TRUE
                   ELSE
                       IF  TRN-EMP-NO (GRP-END)
                           NOT = TRN-EMP-NO (GRP-START)
                           SET  INSERT-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CHECK-ONE-EMP-RTN
               MOVE GRP-END           TO GRP-START
           END-PERFORM.
           IF  CONFLICT-CNT = ZERO AND NOT ABORT
               MOVE "NO CROSS-FILE CONFLICTS"  TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      ******************************************************************
      *    HELD ITEMS TAKE PART WITH TONIGHT'S, SO A TERMINATION
      *    TONIGHT IS CHECKED AGAINST A RAISE OR TRANSFER HELD FOR
      *    LATER AND A HELD RAISE IS BANDED AGAINST THE DEPARTMENT A
      *    TRANSFER MOVES THE EMPLOYEE TO.  THE EARLIEST TERMINATION
      *    IS FOUND FIRST SO THAT A CHANGE DATED ON OR AFTER IT IS
      *    CAUGHT EVEN WHEN IT SORTS AHEAD.
      ******************************************************************
       CHECK-ONE-EMP-RTN.
           MOVE "N"                   TO TERM-FOUND-SW.
           MOVE "N"                   TO SALARY-CHANGED-SW.
           MOVE "N"                   TO DEPT-CHANGED-SW.
           MOVE ZERO                  TO TERM-SUB.
           PERFORM VARYING SUB2 FROM GRP-START BY 1
                   UNTIL SUB2 NOT < GRP-END OR TERM-FOUND
               IF  TRN-SOURCE (SUB2) = "T"
                   SET  TERM-FOUND    TO TRUE
                   MOVE SUB2          TO TERM-SUB
                   MOVE TRN-EFF-DIGITS (SUB2) TO TERM-DIGITS
               END-IF
           END-PERFORM.
           PERFORM VARYING SUB2 FROM GRP-START BY 1
                   UNTIL SUB2 NOT < GRP-END OR ABORT
               PERFORM CHECK-ONE-TRN-RTN
           END-PERFORM.

      ******************************************************************
       CHECK-ONE-TRN-RTN.
      ******************************************************************
           EVALUATE TRUE
               WHEN TRN-SOURCE (SUB2) = "T"
                   IF  SUB2 NOT = TERM-SUB
                       MOVE "DUPLICATE TERMINATION" TO CONFLICT-REASON
                       PERFORM FLAG-CONFLICT-RTN
                   END-IF
               WHEN TERM-FOUND
                   AND TRN-EFF-DIGITS (SUB2) NOT < TERM-DIGITS
                   IF  TRN-SOURCE (SUB2) = "S"
                       MOVE "SALARY CHG AFTER TERMINATION"
                                      TO CONFLICT-REASON
                   ELSE
                       MOVE "TRANSFER AFTER TERMINATION"
                                      TO CONFLICT-REASON
                   END-IF
                   PERFORM FLAG-CONFLICT-RTN
               WHEN TRN-SOURCE (SUB2) = "S"
                   PERFORM CHECK-SALARY-CHANGE-RTN
               WHEN OTHER
                   PERFORM CHECK-TRANSFER-RTN
           END-EVALUATE.

      ******************************************************************
      *    A NON-NUMERIC SALARY IS LEFT FOR UPDATEMP TO REJECT.  A
      *    RAISE THAT FOLLOWS A TRANSFER IN APPLICATION ORDER IS BANDED
      *    AGAINST THE DEPARTMENT THE TRANSFER MOVES THE EMPLOYEE TO.
      ******************************************************************
       CHECK-SALARY-CHANGE-RTN.
           MOVE TRN-NEW-SALARY (SUB2) TO SALARY-DIGITS-GRP.
           IF  SALARY-DIGITS NUMERIC
               IF  SALARY-CHANGED
                   AND TRN-EFF-DIGITS (SUB2) = LAST-SAL-DIGITS
                   MOVE "DUPLICATE SALARY CHANGE" TO CONFLICT-REASON
                   PERFORM FLAG-CONFLICT-RTN
               ELSE
                   SET  SALARY-CHANGED TO TRUE
                   MOVE TRN-EFF-DIGITS (SUB2) TO LAST-SAL-DIGITS
                   MOVE SALARY-DIGITS TO CUR-SALARY
                   IF  DEPT-CHANGED
                       PERFORM CHECK-BAND-RTN
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    A TRANSFER THAT FOLLOWS A RAISE IN APPLICATION ORDER MUST
      *    TAKE THE RAISED SALARY INTO A BAND THAT STILL HOLDS IT.
      ******************************************************************
       CHECK-TRANSFER-RTN.
           IF  DEPT-CHANGED
               AND TRN-EFF-DIGITS (SUB2) = LAST-XFER-DIGITS
               MOVE "DUPLICATE TRANSFER" TO CONFLICT-REASON
               PERFORM FLAG-CONFLICT-RTN
           ELSE
               SET  DEPT-CHANGED      TO TRUE
               MOVE TRN-EFF-DIGITS (SUB2) TO LAST-XFER-DIGITS
               MOVE TRN-NEW-DEPT (SUB2) TO CUR-DEPT
               IF  SALARY-CHANGED
                   PERFORM CHECK-BAND-RTN
               END-IF
           END-IF.

      ******************************************************************
       CHECK-BAND-RTN.
      ******************************************************************
           MOVE CUR-DEPT              TO BAND-DEPT.
           PERFORM GET-SALARY-BAND-RTN.
           IF  NOT ABORT
               IF  CUR-SALARY < BAND-MIN OR CUR-SALARY > BAND-MAX
                   MOVE BAND-MIN      TO BAND-MIN-X
                   MOVE BAND-MAX      TO BAND-MAX-X
                   MOVE SPACES        TO CONFLICT-REASON
                   STRING "OUT OF NEW BAND " BAND-DEPT " "
                          BAND-MIN-X "-" BAND-MAX-X
                          DELIMITED BY SIZE INTO CONFLICT-REASON
                   END-STRING
                   PERFORM FLAG-CONFLICT-RTN
               END-IF
           END-IF.

      ******************************************************************
      *    THE DEPARTMENT'S SALARY BAND FROM THE SALBAND REFERENCE
      *    TABLE (LOADED BY LOADBAND); A DEPARTMENT WITHOUT A BAND
      *    ROW FALLS BACK TO THE COMPANY-WIDE DEFAULT RANGE, AS IN
      *    UPDATEMP.
      ******************************************************************
       GET-SALARY-BAND-RTN.
OCESQL*    EXEC SQL
OCESQL*        SELECT SAL_MIN, SAL_MAX INTO :BAND-MIN, :BAND-MAX
OCESQL*               FROM SALBAND WHERE DEPT_CODE = :BAND-DEPT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAND-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAND-MIN
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAND-MAX
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE = +10
               MOVE SALARY-MIN        TO BAND-MIN
               MOVE SALARY-MAX        TO BAND-MAX
           ELSE
               IF  SQLCODE NOT = ZERO
                   MOVE "SELECT SALBAND" TO ERROR-CONTEXT
                   MOVE BAND-DEPT      TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT          TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       FLAG-CONFLICT-RTN.
      ******************************************************************
           SET  TRN-IN-CONFLICT (SUB2) TO TRUE.
           MOVE CONFLICT-REASON       TO TRN-REASON (SUB2).
           ADD 1                      TO CONFLICT-CNT.
           IF  LINE-CNT NOT < LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE SPACES                TO RPT-DETAIL.
           MOVE TRN-SOURCE (SUB2)     TO RD-SOURCE.
           MOVE TRN-EMP-NO (SUB2)     TO RD-EMP-NO.
           MOVE TRN-EFF-DATE (SUB2)   TO RD-EFF-DATE.
           MOVE TRN-NEW-SALARY (SUB2) TO RD-NEW-SALARY.
           MOVE TRN-NEW-DEPT (SUB2)   TO RD-NEW-DEPT.
           EVALUATE TRN-ORIGIN (SUB2)
               WHEN "R"
                   MOVE "RELEASED"    TO RD-ORIGIN
               WHEN "P"
                   MOVE "HELD"        TO RD-ORIGIN
               WHEN OTHER
                   MOVE "TONIGHT"     TO RD-ORIGIN
           END-EVALUATE.
           MOVE CONFLICT-REASON       TO RD-REASON.
           MOVE RPT-DETAIL            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.
           DISPLAY "CONFLICT EMP_NO " TRN-EMP-NO (SUB2) " "
                   TRN-SOURCE (SUB2) ": " CONFLICT-REASON.

      ******************************************************************
      *    THE JOURNAL IS THE NIGHT'S TRANSACTIONS IN APPLICATION
      *    ORDER, REPLACED EVERY NIGHT.
      ******************************************************************
       WRITE-JOURNAL-RTN.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > TRN-CNT
               MOVE SUB                   TO TJ-SEQ-NO
               MOVE HOLD-DATE-X           TO TJ-BIZ-DATE
               MOVE RUN-ID                TO TJ-RUN-ID
               MOVE TRN-SOURCE (SUB)      TO TJ-SOURCE
               MOVE TRN-ORIGIN (SUB)      TO TJ-ORIGIN
               MOVE TRN-EMP-NO (SUB)      TO TJ-EMP-NO
               MOVE TRN-NEW-SALARY (SUB)  TO TJ-NEW-SALARY
               MOVE TRN-NEW-DEPT (SUB)    TO TJ-NEW-DEPT
               MOVE TRN-EFF-DATE (SUB)    TO TJ-EFF-DATE
               MOVE TRN-RECYCLE-FLAG (SUB) TO TJ-RECYCLE-FLAG
               MOVE TRN-DISPOSITION (SUB) TO TJ-DISPOSITION
               MOVE TRN-REASON (SUB)      TO TJ-REASON
               WRITE TRAN-JOURNAL-RECORD
               ADD 1                      TO JOURNAL-CNT
               EVALUATE TRUE
                   WHEN TRN-TO-APPLY (SUB)
                       ADD 1              TO APPLY-CNT
                   WHEN TRN-TO-HOLD (SUB)
                       AND TRN-ORIGIN (SUB) NOT = "P"
                       ADD 1              TO HOLD-CNT
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
       OPEN-OUTPUT-FILES-RTN.
      ******************************************************************
           OPEN OUTPUT TRAN-JRNL-FILE.
           IF  TRANJRNL-STATUS NOT = "00"
               DISPLAY "TRANJRNL.DAT NOT OPENED, STATUS="
                       TRANJRNL-STATUS
               MOVE "OPEN TRAN-JRNL-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO RUN-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO RUN-DD
           MOVE RUN-MM                  TO RUN-MM-X
           MOVE RUN-DD                  TO RUN-DD-X
           MOVE RUN-YYYY                TO RUN-YYYY-X
           MOVE HOLD-DATE-X             TO RH2-BIZ-DATE
           OPEN OUTPUT REPORT-FILE
           IF  REPORT-STATUS NOT = "00"
               DISPLAY "TRANEDIT.RPT NOT OPENED, STATUS="
                       REPORT-STATUS
               MOVE "OPEN REPORT-FILE" TO ERROR-CONTEXT
               SET  ABORT            TO TRUE
           ELSE
               PERFORM WRITE-HEADING-RTN
           END-IF.

      ******************************************************************
       CLOSE-OUTPUT-FILES-RTN.
      ******************************************************************
           IF  TRANJRNL-STATUS = "00"
               CLOSE TRAN-JRNL-FILE
           END-IF.
           IF  REPORT-STATUS = "00"
               CLOSE REPORT-FILE
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
       WRITE-SUMMARY-RTN.
      ******************************************************************
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SALARY CHANGES READ  . . . ." TO RSUM-LABEL.
           MOVE SALCHG-READ-CNT       TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TRANSFERS READ . . . . . . ." TO RSUM-LABEL.
           MOVE XFERCHG-READ-CNT      TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TERMINATIONS READ  . . . . ." TO RSUM-LABEL.
           MOVE TERMCHG-READ-CNT      TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "RELEASED ITEMS READ  . . . ." TO RSUM-LABEL.
           MOVE RELEASED-READ-CNT     TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "HELD ITEMS READ  . . . . . ." TO RSUM-LABEL.
           MOVE PENDING-READ-CNT      TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TO BE APPLIED TONIGHT  . . ." TO RSUM-LABEL.
           MOVE APPLY-CNT             TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "FUTURE-DATED, TO BE HELD . ." TO RSUM-LABEL.
           MOVE HOLD-CNT              TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "CROSS-FILE CONFLICTS . . . ." TO RSUM-LABEL.
           MOVE CONFLICT-CNT          TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "JOURNAL RECORDS WRITTEN  . ." TO RSUM-LABEL.
           MOVE JOURNAL-CNT           TO RSUM-VALUE.
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
      *    END-OF-RUN STATISTICS ROW; A FAILURE HERE IS REPORTED ON
      *    THE CONSOLE BUT DOES NOT CHANGE THE RUN'S RETURN-CODE --
      *    THE BATCH WORK ITSELF HAS ALREADY COMPLETED.
      ******************************************************************
       WRITE-RUN-STATS-RTN.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL     END-CALL.
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
OCESQL          BY REFERENCE SQ0004
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
           END-IF.

      ******************************************************************
       ERROR-RTN.
      ******************************************************************
           DISPLAY "*** SQL ERROR ***".
           DISPLAY "SQLCODE: " SQLCODE " " NO ADVANCING.
           PERFORM WRITE-ERROR-LOG-RTN.
           MOVE 16 TO RETURN-CODE.
           SET  SQL-ERROR-OCCURRED TO TRUE.
           EVALUATE SQLCODE
              WHEN  +10
                 DISPLAY "Record not found"
              WHEN  -01
                 DISPLAY "Connection falied"
              WHEN  -20
                 DISPLAY "Internal error"
              WHEN  -30
                 DISPLAY "PostgreSQL error"
                 DISPLAY "ERRCODE: "  SQLSTATE
                 DISPLAY SQLERRMC
              *> TO RESTART TRANSACTION, DO ROLLBACK.
OCESQL*          EXEC SQL
OCESQL*              ROLLBACK
OCESQL*          END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
              WHEN  OTHER
                 DISPLAY "Undefined error"
                 DISPLAY "ERRCODE: "  SQLSTATE
                 DISPLAY SQLERRMC
           END-EVALUATE.

      ******************************************************************
       WRITE-ERROR-LOG-RTN.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE  TO ELR-TIMESTAMP.
           MOVE "TRANEDIT"             TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
