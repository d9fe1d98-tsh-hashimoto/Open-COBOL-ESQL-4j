      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  DEPTMRG -- department closure and merge: retires an old
      *             department code in favour of its successor.  The
      *             control file DEPTMRG.DAT holds one line per
      *             reorganization (old code, new code, effective
      *             date).  On or after the effective date every
      *             employee still on the old code is moved to the new
      *             one the way XFEREMP moves a single employee:
      *             EMP_DEPT is updated and a "T" row naming both
      *             departments is written to AUDIT_LOG.  Each salary
      *             is first checked against the successor's SALBAND
      *             (the company-wide default range when it has none,
      *             as UPDATEMP applies it); an employee outside the
      *             band is listed on DEPTMRG.RPT and left where it is.
      *             A line not yet effective, or one that left
      *             employees behind, stays on DEPTMRG.DAT for a later
      *             run; a completed line is removed.  A line with a
      *             bad code or date, or whose successor is not on
      *             DEPT, is listed as rejected and removed.  While
      *             employees remain on the old code LOADDEPT keeps it
      *             on DEPT even when DEPTLOAD.DAT no longer has it.
      *             Rejects or misfits end the run with RETURN-CODE 4.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 DEPTMRG.
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
           SELECT MERGE-CTL-FILE   ASSIGN TO "DEPTMRG.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS DEPTMRG-STATUS.
           SELECT REPORT-FILE      ASSIGN TO "DEPTMRG.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS REPORT-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "DEPTMRG.ERR"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS ERRLOG-STATUS.
           SELECT LOCK-OVRD-FILE   ASSIGN TO "LOCKOVRD.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LOCKOVRD-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DBPARM-FILE.
       COPY "dbparm.cbl".

      *    TONIGHT'S BUSINESS DATE AS ASSIGNED BY RUNCTL; A MISSING
      *    FILE MEANS AN AD-HOC RUN OUTSIDE THE NIGHTLY STREAM AND
      *    THE RUN_STATS ROW CARRIES A BLANK BUSINESS DATE.
       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05  RC-BIZ-DATE         PIC  X(10).
           05  RC-STATUS           PIC  X(01).
           05  RC-MONTH-END        PIC  X(01).
           05  RC-RUN-ID           PIC  X(08).

      *    REORGANIZATIONS IN THE MERGE-CTL-RECORD LAYOUT; READ WHOLE,
      *    THEN REWRITTEN WITH THE LINES STILL TO BE DONE
       FD  MERGE-CTL-FILE.
       01  MERGE-CTL-IO-RECORD     PIC  X(16).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC  X(80).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

      *    PRESENCE OF THIS OPERATOR-PLACED FILE AUTHORIZES CLEARING
      *    A STALE EMP RUN LOCK LEFT BEHIND BY AN ABEND, SO THE
      *    NIGHTLY BATCH CANNOT DEADLOCK ON YESTERDAY'S CRASH.
       FD  LOCK-OVRD-FILE.
       01  LOCK-OVRD-RECORD        PIC  X(80).

       WORKING-STORAGE             SECTION.
       01  SYS-TIME                PIC  9(08).

       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  DEPTMRG-STATUS   PIC  X(02).
           05  REPORT-STATUS    PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).
           05  LOCKOVRD-STATUS  PIC  X(02).

       01  EOF-SW               PIC  X(01) VALUE "N".
           88  EOF                       VALUE "Y".
       01  ABORT-SW             PIC  X(01) VALUE "N".
           88  ABORT                     VALUE "Y".
       01  SQL-ERROR-SW         PIC  X(01) VALUE "N".
           88  SQL-ERROR-OCCURRED         VALUE "Y".
       01  CTL-READ-SW          PIC  X(01) VALUE "N".
           88  CTL-READ                  VALUE "Y".

       01  VALIDATION-SW        PIC  X(01) VALUE "Y".
           88  ROW-VALID                 VALUE "Y".
           88  ROW-INVALID               VALUE "N".
       01  REJECT-REASON        PIC  X(30).
       01  EFF-DATE-DIGITS-GRP  PIC  X(08).
       01  EFF-DATE-DIGITS REDEFINES
           EFF-DATE-DIGITS-GRP  PIC  9(08).
      *    A LINE DATED AFTER THE BUSINESS DATE (TODAY ON AN AD-HOC
      *    RUN WITHOUT RUNCTL.DAT) IS LEFT ON DEPTMRG.DAT UNTIL THEN
       01  HOLD-DATE-DIGITS-GRP PIC  X(08).
       01  HOLD-DATE-DIGITS REDEFINES
           HOLD-DATE-DIGITS-GRP PIC  9(08).
       01  HOLD-DATE-X          PIC  X(10).

      *    COMPANY-WIDE DEFAULT RANGE FOR A DEPARTMENT WITHOUT A
      *    SALBAND ROW -- THE SAME VALUES UPDATEMP FALLS BACK TO
       01  SALARY-MIN           PIC S9(04) VALUE 1.
       01  SALARY-MAX           PIC S9(04) VALUE 9000.

       01  MERGE-CTL-RECORD.
           05  MC-OLD-DEPT         PIC  X(03).
           05  MC-NEW-DEPT         PIC  X(03).
           05  MC-EFF-DATE         PIC  X(10).

      *    DEPTMRG.DAT IN FILE ORDER, SO A CHAIN OF MERGES (A INTO B,
      *    THEN B INTO C) IS APPLIED IN THE ORDER GIVEN; MRG-KEEP IS
      *    SET FOR THE LINES WRITTEN BACK
       01  MRG-TABLE.
           05  MRG-ENTRY           OCCURS 200 TIMES.
               10  MRG-DATA        PIC  X(16).
               10  MRG-KEEP-FLG    PIC  X(01).
                   88  MRG-KEEP        VALUE "Y".
       01  MRG-CNT              PIC  9(04) VALUE ZERO.
       01  MRG-MAX              PIC  9(04) VALUE 200.
       01  MRG-SUB              PIC  9(04) COMP.

       01  READ-CNT             PIC  9(06) VALUE ZERO.
       01  APPLIED-CNT          PIC  9(06) VALUE ZERO.
       01  HELD-CNT             PIC  9(06) VALUE ZERO.
       01  REJECT-CNT           PIC  9(06) VALUE ZERO.
       01  KEPT-CNT             PIC  9(06) VALUE ZERO.
       01  MOVED-CNT            PIC  9(06) VALUE ZERO.
       01  MISFIT-CNT           PIC  9(06) VALUE ZERO.
       01  LINE-MOVED-CNT       PIC  9(06) VALUE ZERO.
       01  LINE-MISFIT-CNT      PIC  9(06) VALUE ZERO.

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
               "DEPARTMENT REORGANIZATION -- BUSINESS DAY".
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RH2-BIZ-DATE        PIC  X(10).

       01  RPT-HEADING-3.
           05  FILLER              PIC  X(04) VALUE "OLD".
           05  FILLER              PIC  X(05) VALUE "NEW".
           05  FILLER              PIC  X(12) VALUE "EFFECTIVE".
           05  FILLER              PIC  X(05) VALUE "EMP".
           05  FILLER              PIC  X(19) VALUE "NAME".
           05  FILLER              PIC  X(08) VALUE "SALARY".
           05  FILLER              PIC  X(11) VALUE "BAND RANGE".
           05  FILLER              PIC  X(06) VALUE "RESULT".

       01  RPT-HEADING-4.
           05  FILLER              PIC  X(04) VALUE "---".
           05  FILLER              PIC  X(05) VALUE "---".
           05  FILLER              PIC  X(12) VALUE "----------".
           05  FILLER              PIC  X(05) VALUE "----".
           05  FILLER              PIC  X(19) VALUE
               "------------------".
           05  FILLER              PIC  X(08) VALUE "------".
           05  FILLER              PIC  X(11) VALUE "---------".
           05  FILLER              PIC  X(16) VALUE
               "----------------".

       01  RPT-EMP-LINE.
           05  REL-OLD-DEPT        PIC  X(03).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  REL-NEW-DEPT        PIC  X(03).
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  REL-EFF-DATE        PIC  X(10).
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  REL-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  REL-EMP-NAME        PIC  X(20).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  REL-SALARY          PIC  ZZZ9.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  REL-BAND-MIN        PIC  ZZZ9.
           05  FILLER              PIC  X(01) VALUE "-".
           05  REL-BAND-MAX        PIC  ZZZ9.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  REL-RESULT          PIC  X(16).

       01  RPT-MSG-LINE.
           05  RML-OLD-DEPT        PIC  X(03).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RML-NEW-DEPT        PIC  X(03).
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RML-EFF-DATE        PIC  X(10).
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RML-TEXT            PIC  X(59).

       01  RPT-NONE-LINE           PIC  X(80)
           VALUE "     NO REORGANIZATIONS ON DEPTMRG.DAT".

       01  RPT-SUMMARY-LINE.
           05  RSUM-LABEL          PIC  X(32).
           05  RSUM-VALUE          PIC  ZZZ,ZZ9.

       01  RUN-ID               PIC  X(08).
       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

       01  LOCK-HELD-SW         PIC  X(01) VALUE "N".
           88  LOCK-HELD                 VALUE "Y".

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-NAME                PIC  X(20).
       01  EMP-SALARY              PIC S9(04) VALUE ZERO.
       01  OLD-DEPT                PIC  X(03).
       01  NEW-DEPT                PIC  X(03).
       01  DEPT-NAME               PIC  X(20).
       01  BAND-VARS.
           05  BAND-DEPT           PIC  X(03).
           05  BAND-MIN            PIC S9(04) VALUE ZERO.
           05  BAND-MAX            PIC S9(04) VALUE ZERO.
       01  AUDIT-VARS.
         03  AUDIT-OLD-SALARY      PIC S9(04) VALUE ZERO.
         03  AUDIT-NEW-SALARY      PIC S9(04) VALUE ZERO.
         03  AUDIT-ACTION-CODE     PIC  X(01).
         03  AUDIT-RUN-ID          PIC  X(08).
         03  AUDIT-FROM-DEPT       PIC  X(03).
         03  AUDIT-TO-DEPT         PIC  X(03).
       01  LOCK-VARS.
         03  LOCK-PROGRAM          PIC  X(10).
         03  LOCK-RUN-ID           PIC  X(08).
         03  LOCK-HOLDER-PROGRAM   PIC  X(10).
         03  LOCK-HOLDER-RUN-ID    PIC  X(08).
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(246) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS AUDIT_LOG ( AUDIT_ID SERIAL, EMP"
OCESQL  &  "_NO NUMERIC(4,0) NOT NULL, OLD_SALARY NUMERIC(4,0), NEW_SAL"
OCESQL  &  "ARY NUMERIC(4,0), ACTION_CODE CHAR(1) NOT NULL, RUN_ID CHAR"
OCESQL  &  "(8) NOT NULL, AUDIT_TS TIMESTAMP NOT NULL DEFAULT CURRENT_T"
OCESQL  &  "IMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(106) VALUE
OCESQL     "ALTER TABLE AUDIT_LOG ADD COLUMN IF NOT EXISTS FROM_DEPT CH"
OCESQL  &  "AR(3), ADD COLUMN IF NOT EXISTS TO_DEPT CHAR(3)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(46) VALUE
OCESQL     "SELECT DEPT_NAME FROM DEPT WHERE DEPT_CODE = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(171) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS SALBAND ( DEPT_CODE CHAR(3) NOT "
OCESQL  &  "NULL, SAL_MIN NUMERIC(4,0) NOT NULL, SAL_MAX NUMERIC(4,0) N"
OCESQL  &  "OT NULL, CONSTRAINT ISALB_0 PRIMARY KEY (DEPT_CODE) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(56) VALUE
OCESQL     "SELECT SAL_MIN, SAL_MAX FROM SALBAND WHERE DEPT_CODE = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(79) VALUE
OCESQL     "SELECT EMP_NO, EMP_NAME, EMP_SALARY FROM EMP WHERE EMP_DEPT"
OCESQL  &  " = ? ORDER BY EMP_NO".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(82) VALUE
OCESQL     "UPDATE EMP SET EMP_DEPT = ?, EMP_LAST_CHANGED = CURRENT_TIM"
OCESQL  &  "ESTAMP WHERE EMP_NO = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(128) VALUE
OCESQL     "INSERT INTO AUDIT_LOG ( EMP_NO, OLD_SALARY, NEW_SALARY, ACT"
OCESQL  &  "ION_CODE, RUN_ID, FROM_DEPT, TO_DEPT ) VALUES ( ?, ?, ?, ?,"
OCESQL  &  " ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(301) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_STATS ( STAT_ID SERIAL, PROG"
OCESQL  &  "RAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT NULL, START_"
OCESQL  &  "TS TIMESTAMP, END_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIM"
OCESQL  &  "ESTAMP, READ_CNT NUMERIC(6,0), ACCEPT_CNT NUMERIC(6,0), REJ"
OCESQL  &  "ECT_CNT NUMERIC(6,0), RETURN_CD NUMERIC(2,0), BIZ_DATE CHAR"
OCESQL  &  "(10) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(145) VALUE
OCESQL     "INSERT INTO RUN_STATS ( PROGRAM_NAME, RUN_ID, START_TS, REA"
OCESQL  &  "D_CNT, ACCEPT_CNT, REJECT_CNT, RETURN_CD, BIZ_DATE ) VALUES"
OCESQL  &  " ( ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(222) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_LOCK ( LOCK_NAME CHAR(8) NOT"
OCESQL  &  " NULL, PROGRAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT N"
OCESQL  &  "ULL, LOCK_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIMESTAMP, "
OCESQL  &  "CONSTRAINT IRLOCK_0 PRIMARY KEY (LOCK_NAME) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(79) VALUE
OCESQL     "INSERT INTO RUN_LOCK ( LOCK_NAME, PROGRAM_NAME, RUN_ID ) VA"
OCESQL  &  "LUES ( 'EMP', ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0013.
OCESQL     02  FILLER PIC X(65) VALUE
OCESQL     "SELECT PROGRAM_NAME, RUN_ID FROM RUN_LOCK WHERE LOCK_NAME ="
OCESQL  &  " 'EMP'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0014.
OCESQL     02  FILLER PIC X(44) VALUE
OCESQL     "DELETE FROM RUN_LOCK WHERE LOCK_NAME = 'EMP'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0015.
OCESQL     02  FILLER PIC X(59) VALUE
OCESQL     "DELETE FROM RUN_LOCK WHERE LOCK_NAME = 'EMP' AND RUN_ID = "
OCESQL  &  "?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** DEPTMRG STARTED ***".
           PERFORM INITIALIZE-RUN-RTN.

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

      *    AUDIT_LOG TABLE (IDEMPOTENT, KEPT ACROSS RUNS)
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL.
           MOVE "CREATE AUDIT_LOG TABLE"  TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           display "AUDIT_LOG TABLE...OK".

      *    TRANSFER DEPARTMENT COLUMNS ON AUDIT_LOG (IDEMPOTENT)
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL     END-CALL.
           MOVE "ALTER AUDIT_LOG TABLE"   TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    SALBAND TABLE (IDEMPOTENT, LOADED BY LOADBAND)
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL     END-CALL.
           MOVE "CREATE SALBAND TABLE" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           display "SALBAND TABLE...OK".

      *    SERIALIZE AGAINST THE OTHER EMP-UPDATING PROGRAMS
           PERFORM ACQUIRE-RUN-LOCK-RTN.

      *    APPLY THE REORGANIZATIONS THAT ARE DUE
           PERFORM LOAD-MERGE-TABLE-RTN.
           PERFORM OPEN-REPORT-RTN.
           IF  NOT ABORT
               PERFORM PROCESS-MERGE-TABLE-RTN
           END-IF.

      *    THE MOVES AND THE REWRITTEN CONTROL FILE GO TOGETHER: A
      *    FAILED RUN IS ROLLED BACK AND DEPTMRG.DAT LEFT AS IT WAS
           IF  ABORT OR SQL-ERROR-OCCURRED
OCESQL*        EXEC SQL
OCESQL*            ROLLBACK
OCESQL*        END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               DISPLAY "*** REORGANIZATION ROLLED BACK -- "
                       "DEPTMRG.DAT UNCHANGED ***"
           ELSE
OCESQL*        EXEC SQL
OCESQL*            COMMIT WORK
OCESQL*        END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               PERFORM REWRITE-MERGE-FILE-RTN
           END-IF.

           PERFORM RELEASE-RUN-LOCK-RTN.

           PERFORM WRITE-SUMMARY-RTN.
           PERFORM CLOSE-REPORT-RTN.

           DISPLAY "REORGANIZATION LINES READ: " READ-CNT.
           DISPLAY "LINES APPLIED     : " APPLIED-CNT.
           DISPLAY "LINES HELD        : " HELD-CNT.
           DISPLAY "LINES REJECTED    : " REJECT-CNT.
           DISPLAY "EMPLOYEES MOVED   : " MOVED-CNT.
           DISPLAY "EMPLOYEES OUTSIDE BAND: " MISFIT-CNT.

      *    END-OF-RUN STATISTICS
           MOVE "DEPTMRG"        TO STAT-PROGRAM.
           MOVE RUN-ID              TO STAT-RUN-ID.
           MOVE READ-CNT            TO STAT-READ-CNT.
           MOVE MOVED-CNT           TO STAT-ACCEPT-CNT.
           COMPUTE STAT-REJECT-CNT = REJECT-CNT + MISFIT-CNT.
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               IF  REJECT-CNT > ZERO OR MISFIT-CNT > ZERO
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
           DISPLAY "*** DEPTMRG FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO RETURN-CODE
           ELSE
               IF  REJECT-CNT > ZERO OR MISFIT-CNT > ZERO
                   MOVE 4           TO RETURN-CODE
               ELSE
                   MOVE 0           TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
       INITIALIZE-RUN-RTN.
      ******************************************************************
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           PERFORM SET-HOLD-DATE-RTN.
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
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
      *    DEPTMRG.DAT IS READ WHOLE SO IT CAN BE REWRITTEN AT THE END
      *    WITH ONLY THE LINES STILL OUTSTANDING; NO FILE MEANS NO
      *    REORGANIZATION IS PENDING.
      ******************************************************************
       LOAD-MERGE-TABLE-RTN.
           OPEN INPUT MERGE-CTL-FILE.
           IF  DEPTMRG-STATUS = "35"
               DISPLAY "DEPTMRG.DAT NOT FOUND, NOTHING TO PROCESS"
           ELSE
               IF  DEPTMRG-STATUS NOT = "00"
                   DISPLAY "DEPTMRG.DAT UNREADABLE, STATUS="
                           DEPTMRG-STATUS
                   MOVE "OPEN MERGE-CTL-FILE" TO ERROR-CONTEXT
                   SET  ABORT         TO TRUE
               ELSE
                   SET  CTL-READ      TO TRUE
                   PERFORM READ-MERGE-CTL-RTN
                   PERFORM UNTIL EOF OR ABORT
                       IF  MERGE-CTL-IO-RECORD NOT = SPACES
                           PERFORM STORE-MERGE-LINE-RTN
                       END-IF
                       PERFORM READ-MERGE-CTL-RTN
                   END-PERFORM
                   CLOSE MERGE-CTL-FILE
               END-IF
           END-IF.

      ******************************************************************
       READ-MERGE-CTL-RTN.
      ******************************************************************
           READ MERGE-CTL-FILE
               AT END SET EOF TO TRUE
           END-READ.

      ******************************************************************
       STORE-MERGE-LINE-RTN.
      ******************************************************************
           IF  MRG-CNT NOT < MRG-MAX
               DISPLAY "DEPTMRG.DAT HAS MORE THAN " MRG-MAX " LINES"
               MOVE "LOAD MERGE TABLE"  TO ERROR-CONTEXT
               MOVE MERGE-CTL-IO-RECORD TO ERROR-RECORD-KEY
               PERFORM WRITE-ERROR-LOG-RTN
               SET  ABORT             TO TRUE
           ELSE
               ADD 1                  TO MRG-CNT
               MOVE MERGE-CTL-IO-RECORD TO MRG-DATA (MRG-CNT)
               MOVE "N"               TO MRG-KEEP-FLG (MRG-CNT)
           END-IF.

      ******************************************************************
       PROCESS-MERGE-TABLE-RTN.
      ******************************************************************
           IF  MRG-CNT = ZERO
               MOVE RPT-NONE-LINE     TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1                  TO LINE-CNT
           END-IF.
           PERFORM VARYING MRG-SUB FROM 1 BY 1
                   UNTIL MRG-SUB > MRG-CNT OR ABORT
               PERFORM PROCESS-ONE-MERGE-RTN
           END-PERFORM.

      ******************************************************************
      *    ONE REORGANIZATION LINE: HELD UNTIL ITS EFFECTIVE DATE,
      *    REJECTED IF IT CANNOT BE APPLIED, OTHERWISE APPLIED.
      ******************************************************************
       PROCESS-ONE-MERGE-RTN.
           MOVE MRG-DATA (MRG-SUB)    TO MERGE-CTL-RECORD.
           ADD 1                      TO READ-CNT.
           PERFORM VALIDATE-MERGE-RTN.
           IF  ROW-VALID AND EFF-DATE-DIGITS > HOLD-DATE-DIGITS
               SET  MRG-KEEP (MRG-SUB) TO TRUE
               ADD 1                  TO HELD-CNT
               MOVE "HELD -- NOT YET EFFECTIVE" TO RML-TEXT
               PERFORM WRITE-MSG-LINE-RTN
               DISPLAY "HELD DEPT " MC-OLD-DEPT " UNTIL " MC-EFF-DATE
           ELSE
               IF  ROW-VALID
                   PERFORM VALIDATE-SUCCESSOR-RTN
               END-IF
               IF  ROW-INVALID
                   IF  NOT ABORT
                       ADD 1          TO REJECT-CNT
                       MOVE SPACES    TO RML-TEXT
                       STRING "REJECTED -- " REJECT-REASON
                              DELIMITED BY SIZE INTO RML-TEXT
                       END-STRING
                       PERFORM WRITE-MSG-LINE-RTN
                       DISPLAY "REJECTED DEPT " MC-OLD-DEPT ": "
                               REJECT-REASON
                   END-IF
               ELSE
                   PERFORM APPLY-MERGE-RTN
               END-IF
           END-IF.

      ******************************************************************
      *    BOTH CODES MUST BE PRESENT AND DIFFERENT, AND THE EFFECTIVE
      *    DATE YYYY-MM-DD, CHECKED AS XFEREMP CHECKS ITS OWN.
      ******************************************************************
       VALIDATE-MERGE-RTN.
           SET  ROW-VALID             TO TRUE.
           MOVE SPACES                TO REJECT-REASON.
           MOVE ZERO                  TO EFF-DATE-DIGITS.
           IF  MC-OLD-DEPT = SPACES OR MC-NEW-DEPT = SPACES
               SET  ROW-INVALID       TO TRUE
               MOVE "BLANK DEPARTMENT CODE" TO REJECT-REASON
           ELSE
               IF  MC-OLD-DEPT = MC-NEW-DEPT
                   SET  ROW-INVALID   TO TRUE
                   MOVE "OLD AND NEW CODE THE SAME" TO REJECT-REASON
               ELSE
                   PERFORM VALIDATE-EFF-DATE-RTN
               END-IF
           END-IF.

      ******************************************************************
       VALIDATE-EFF-DATE-RTN.
      ******************************************************************
           MOVE MC-EFF-DATE(1:4)      TO EFF-DATE-DIGITS-GRP(1:4).
           MOVE MC-EFF-DATE(6:2)      TO EFF-DATE-DIGITS-GRP(5:2).
           MOVE MC-EFF-DATE(9:2)      TO EFF-DATE-DIGITS-GRP(7:2).
           IF  EFF-DATE-DIGITS NOT NUMERIC
               OR MC-EFF-DATE(5:1) NOT = "-"
               OR MC-EFF-DATE(8:1) NOT = "-"
               SET  ROW-INVALID    TO TRUE
               MOVE "INVALID EFFECTIVE DATE" TO REJECT-REASON
           ELSE
               IF  EFF-DATE-DIGITS(5:2) < "01"
                   OR EFF-DATE-DIGITS(5:2) > "12"
                   OR EFF-DATE-DIGITS(7:2) < "01"
                   OR EFF-DATE-DIGITS(7:2) > "31"
                   SET  ROW-INVALID TO TRUE
                   MOVE "INVALID EFFECTIVE DATE" TO REJECT-REASON
               END-IF
           END-IF.

      ******************************************************************
      *    THE SUCCESSOR MUST ALREADY BE ON THE DEPT REFERENCE TABLE
      *    (LOADED BY LOADDEPT) BEFORE ANYONE IS MOVED INTO IT.
      ******************************************************************
       VALIDATE-SUCCESSOR-RTN.
           MOVE MC-NEW-DEPT           TO NEW-DEPT.
OCESQL*    EXEC SQL
OCESQL*        SELECT DEPT_NAME INTO :DEPT-NAME FROM DEPT
OCESQL*               WHERE DEPT_CODE = :NEW-DEPT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NEW-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DEPT-NAME
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE = +10
               SET  ROW-INVALID    TO TRUE
               MOVE "SUCCESSOR NOT ON DEPT" TO REJECT-REASON
           ELSE
               IF  SQLCODE NOT = ZERO
                   MOVE "SELECT DEPT"  TO ERROR-CONTEXT
                   MOVE MC-NEW-DEPT    TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT          TO TRUE
                   SET  ROW-INVALID    TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    EVERY EMPLOYEE STILL ON THE OLD CODE IS MOVED, UNLESS THE
      *    SALARY FALLS OUTSIDE THE SUCCESSOR'S BAND; THE LINE STAYS
      *    ON DEPTMRG.DAT WHILE ANYONE IS LEFT BEHIND.
      ******************************************************************
       APPLY-MERGE-RTN.
           ADD 1                      TO APPLIED-CNT.
           MOVE ZERO                  TO LINE-MOVED-CNT.
           MOVE ZERO                  TO LINE-MISFIT-CNT.
           MOVE MC-OLD-DEPT           TO OLD-DEPT.
           MOVE MC-NEW-DEPT           TO NEW-DEPT.
           MOVE MC-NEW-DEPT           TO BAND-DEPT.
           PERFORM GET-SALARY-BAND-RTN.
           IF  NOT ABORT
               PERFORM MOVE-DEPT-EMPLOYEES-RTN
           END-IF.
           IF  NOT ABORT
               IF  LINE-MISFIT-CNT > ZERO
                   SET  MRG-KEEP (MRG-SUB) TO TRUE
                   ADD 1              TO KEPT-CNT
                   MOVE "KEPT ON FILE -- EMPLOYEES OUTSIDE BAND"
                                      TO RML-TEXT
               ELSE
                   IF  LINE-MOVED-CNT = ZERO
                       MOVE "NO EMPLOYEES IN OLD DEPARTMENT"
                                      TO RML-TEXT
                   ELSE
                       MOVE "COMPLETE -- ALL EMPLOYEES MOVED"
                                      TO RML-TEXT
                   END-IF
               END-IF
               PERFORM WRITE-MSG-LINE-RTN
           END-IF.

      ******************************************************************
       MOVE-DEPT-EMPLOYEES-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        DECLARE C1 CURSOR FOR
OCESQL*        SELECT EMP_NO, EMP_NAME, EMP_SALARY
OCESQL*          FROM EMP WHERE EMP_DEPT = :OLD-DEPT
OCESQL*         ORDER BY EMP_NO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE OLD-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "DEPTMRG_C1" & x"00"
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 1
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "DEPTMRG_C1" & x"00"
OCESQL     END-CALL.
           MOVE "OPEN EMP CURSOR"     TO ERROR-CONTEXT.
           MOVE OLD-DEPT              TO ERROR-RECORD-KEY.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.
           IF  NOT ABORT
               PERFORM FETCH-ONE-EMP-RTN
               PERFORM UNTIL SQLCODE NOT = ZERO OR ABORT
                   PERFORM MOVE-ONE-EMP-RTN
                   IF  NOT ABORT
                       PERFORM FETCH-ONE-EMP-RTN
                   END-IF
               END-PERFORM
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
                   AND NOT ABORT
                   MOVE "FETCH EMP CURSOR" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   SET  ABORT         TO TRUE
               END-IF
OCESQL*        EXEC SQL
OCESQL*            CLOSE C1
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLCursorClose"  USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "DEPTMRG_C1" & x"00"
OCESQL         END-CALL
           END-IF.

      ******************************************************************
       FETCH-ONE-EMP-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C1 INTO :EMP-NO, :EMP-NAME, :EMP-SALARY
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NAME
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "DEPTMRG_C1" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

      ******************************************************************
      *    A SALARY THE SUCCESSOR'S BAND WOULD NOT ACCEPT IS LISTED
      *    FOR HR TO RESOLVE; THE EMPLOYEE STAYS ON THE OLD CODE.
      ******************************************************************
       MOVE-ONE-EMP-RTN.
           IF  EMP-SALARY < BAND-MIN OR EMP-SALARY > BAND-MAX
               ADD 1                  TO MISFIT-CNT
               ADD 1                  TO LINE-MISFIT-CNT
               MOVE "OUTSIDE BAND"    TO REL-RESULT
               PERFORM WRITE-EMP-LINE-RTN
               DISPLAY "OUTSIDE BAND EMP_NO " EMP-NO " FOR DEPT "
                       NEW-DEPT
           ELSE
               PERFORM APPLY-TRANSFER-RTN
           END-IF.

      ******************************************************************
       APPLY-TRANSFER-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        UPDATE EMP SET EMP_DEPT = :NEW-DEPT,
OCESQL*               EMP_LAST_CHANGED = CURRENT_TIMESTAMP
OCESQL*               WHERE EMP_NO = :EMP-NO
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NEW-DEPT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           MOVE "UPDATE EMP"          TO ERROR-CONTEXT.
           MOVE EMP-NO                TO ERROR-RECORD-KEY.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET ABORT TO TRUE
           ELSE
      *        SALARY IS UNCHANGED BY A TRANSFER, SO THE AUDIT ROW
      *        CARRIES IT IN BOTH OLD AND NEW WITH ACTION CODE "T",
      *        AND THE DEPARTMENTS IT MOVED BETWEEN
               MOVE EMP-SALARY        TO AUDIT-OLD-SALARY
               MOVE EMP-SALARY        TO AUDIT-NEW-SALARY
               MOVE "T"               TO AUDIT-ACTION-CODE
               MOVE RUN-ID            TO AUDIT-RUN-ID
               MOVE OLD-DEPT          TO AUDIT-FROM-DEPT
               MOVE NEW-DEPT          TO AUDIT-TO-DEPT
               PERFORM WRITE-AUDIT-RTN
               IF  NOT ABORT
                   ADD 1              TO MOVED-CNT
                   ADD 1              TO LINE-MOVED-CNT
                   MOVE "MOVED"       TO REL-RESULT
                   PERFORM WRITE-EMP-LINE-RTN
                   DISPLAY "TRANSFERRED EMP_NO " EMP-NO " FROM "
                           OLD-DEPT " TO " NEW-DEPT " EFFECTIVE "
                           MC-EFF-DATE
               END-IF
           END-IF.

      ******************************************************************
      *    THE DEPARTMENT'S SALARY BAND FROM THE SALBAND REFERENCE
      *    TABLE (LOADED BY LOADBAND); A DEPARTMENT WITHOUT A BAND
      *    ROW FALLS BACK TO THE COMPANY-WIDE DEFAULT RANGE.
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
OCESQL          BY REFERENCE SQ0005
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
                   MOVE SALARY-MIN     TO BAND-MIN
                   MOVE SALARY-MAX     TO BAND-MAX
               END-IF
           END-IF.

      ******************************************************************
      *    THE LINES STILL OUTSTANDING -- HELD, OR WITH EMPLOYEES LEFT
      *    BEHIND -- ARE WRITTEN BACK FOR THE NEXT RUN.
      ******************************************************************
       REWRITE-MERGE-FILE-RTN.
           IF  CTL-READ
               OPEN OUTPUT MERGE-CTL-FILE
               IF  DEPTMRG-STATUS NOT = "00"
                   DISPLAY "DEPTMRG.DAT NOT REWRITTEN, STATUS="
                           DEPTMRG-STATUS
                   MOVE "REWRITE MERGE-CTL-FILE" TO ERROR-CONTEXT
                   PERFORM WRITE-ERROR-LOG-RTN
                   SET  ABORT         TO TRUE
               ELSE
                   PERFORM VARYING MRG-SUB FROM 1 BY 1
                           UNTIL MRG-SUB > MRG-CNT
                       IF  MRG-KEEP (MRG-SUB)
                           MOVE MRG-DATA (MRG-SUB)
                                      TO MERGE-CTL-IO-RECORD
                           WRITE MERGE-CTL-IO-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE MERGE-CTL-FILE
               END-IF
           END-IF.

      ******************************************************************
       WRITE-EMP-LINE-RTN.
      ******************************************************************
           IF  LINE-CNT NOT < LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE MC-OLD-DEPT           TO REL-OLD-DEPT.
           MOVE MC-NEW-DEPT           TO REL-NEW-DEPT.
           MOVE MC-EFF-DATE           TO REL-EFF-DATE.
           MOVE EMP-NO                TO REL-EMP-NO.
           MOVE EMP-NAME              TO REL-EMP-NAME.
           MOVE EMP-SALARY            TO REL-SALARY.
           MOVE BAND-MIN              TO REL-BAND-MIN.
           MOVE BAND-MAX              TO REL-BAND-MAX.
           MOVE RPT-EMP-LINE          TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.

      ******************************************************************
       WRITE-MSG-LINE-RTN.
      ******************************************************************
           IF  LINE-CNT NOT < LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE MC-OLD-DEPT           TO RML-OLD-DEPT.
           MOVE MC-NEW-DEPT           TO RML-NEW-DEPT.
           MOVE MC-EFF-DATE           TO RML-EFF-DATE.
           MOVE RPT-MSG-LINE          TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.

      ******************************************************************
       WRITE-SUMMARY-RTN.
      ******************************************************************
           IF  REPORT-STATUS = "00"
               IF  LINE-CNT + 9 > LINES-PER-PAGE
                   PERFORM WRITE-HEADING-RTN
               END-IF
               MOVE SPACES            TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "LINES READ"      TO RSUM-LABEL
               MOVE READ-CNT          TO RSUM-VALUE
               PERFORM WRITE-SUMMARY-LINE-RTN
               MOVE "LINES APPLIED"   TO RSUM-LABEL
               MOVE APPLIED-CNT       TO RSUM-VALUE
               PERFORM WRITE-SUMMARY-LINE-RTN
               MOVE "LINES HELD UNTIL EFFECTIVE" TO RSUM-LABEL
               MOVE HELD-CNT          TO RSUM-VALUE
               PERFORM WRITE-SUMMARY-LINE-RTN
               MOVE "LINES REJECTED"  TO RSUM-LABEL
               MOVE REJECT-CNT        TO RSUM-VALUE
               PERFORM WRITE-SUMMARY-LINE-RTN
               MOVE "EMPLOYEES MOVED" TO RSUM-LABEL
               MOVE MOVED-CNT         TO RSUM-VALUE
               PERFORM WRITE-SUMMARY-LINE-RTN
               MOVE "EMPLOYEES OUTSIDE BAND" TO RSUM-LABEL
               MOVE MISFIT-CNT        TO RSUM-VALUE
               PERFORM WRITE-SUMMARY-LINE-RTN
               MOVE "LINES KEPT FOR EMPLOYEES LEFT" TO RSUM-LABEL
               MOVE KEPT-CNT          TO RSUM-VALUE
               PERFORM WRITE-SUMMARY-LINE-RTN
               IF  ABORT OR SQL-ERROR-OCCURRED
                   MOVE "*** RUN FAILED -- ALL MOVES ROLLED BACK"
                                      TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

      ******************************************************************
       WRITE-SUMMARY-LINE-RTN.
      ******************************************************************
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.

      ******************************************************************
      *    THE HOLDING CUT-OFF IS THE BUSINESS DATE RUNCTL OPENED;
      *    WITHOUT RUNCTL.DAT IT IS TODAY.
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
       OPEN-REPORT-RTN.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO RUN-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO RUN-DD
           MOVE RUN-MM                  TO RUN-MM-X
           MOVE RUN-DD                  TO RUN-DD-X
           MOVE RUN-YYYY                TO RUN-YYYY-X
           MOVE HOLD-DATE-X             TO RH2-BIZ-DATE
           OPEN OUTPUT REPORT-FILE
           IF  REPORT-STATUS NOT = "00"
               DISPLAY "DEPTMRG.RPT NOT OPENED, STATUS="
                       REPORT-STATUS
               MOVE "OPEN REPORT-FILE" TO ERROR-CONTEXT
               SET  ABORT            TO TRUE
           ELSE
               PERFORM WRITE-HEADING-RTN
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
       CLOSE-REPORT-RTN.
      ******************************************************************
           IF  REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

      ******************************************************************
       WRITE-AUDIT-RTN.
      ******************************************************************
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-OLD-SALARY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-NEW-SALARY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-ACTION-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-FROM-DEPT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-TO-DEPT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           MOVE "INSERT AUDIT_LOG"   TO ERROR-CONTEXT.
           MOVE EMP-NO               TO ERROR-RECORD-KEY.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

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
      *    ONLY ONE EMP-UPDATING PROGRAM MAY RUN AT A TIME: THE "EMP"
      *    ROW ON RUN_LOCK IS TAKEN HERE AND RELEASED AT END OF RUN,
      *    AND A SECOND STARTER IS REFUSED WITH RETURN-CODE 16 NAMING
      *    THE HOLDER'S PROGRAM AND RUN-ID ON THE CONSOLE.
      ******************************************************************
       ACQUIRE-RUN-LOCK-RTN.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL     END-CALL.
           MOVE "CREATE RUN_LOCK TABLE" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           PERFORM CHECK-LOCK-OVERRIDE-RTN.
           MOVE "DEPTMRG" TO LOCK-PROGRAM.
           MOVE RUN-ID                TO LOCK-RUN-ID.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO RUN_LOCK ( LOCK_NAME, PROGRAM_NAME,
OCESQL*               RUN_ID ) VALUES ( 'EMP', :LOCK-PROGRAM,
OCESQL*               :LOCK-RUN-ID )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE LOCK-PROGRAM
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE LOCK-RUN-ID
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0012
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE = ZERO
               SET  LOCK-HELD         TO TRUE
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               DISPLAY "EMP RUN LOCK ACQUIRED"
           ELSE
      *        THE FAILED INSERT LEFT THE TRANSACTION ABORTED, SO IT
      *        IS ROLLED BACK BEFORE THE HOLDER IS LOOKED UP
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               PERFORM REFUSE-LOCKED-START-RTN
           END-IF.

      ******************************************************************
       REFUSE-LOCKED-START-RTN.
      ******************************************************************
           MOVE SPACES                TO LOCK-HOLDER-PROGRAM.
           MOVE SPACES                TO LOCK-HOLDER-RUN-ID.
OCESQL*    EXEC SQL
OCESQL*        SELECT PROGRAM_NAME, RUN_ID INTO :LOCK-HOLDER-PROGRAM,
OCESQL*               :LOCK-HOLDER-RUN-ID FROM RUN_LOCK
OCESQL*               WHERE LOCK_NAME = 'EMP'
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE LOCK-HOLDER-PROGRAM
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE LOCK-HOLDER-RUN-ID
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0013
OCESQL          BY VALUE 0
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           DISPLAY "*** EMP LOCK HELD BY " LOCK-HOLDER-PROGRAM
                   " RUN " LOCK-HOLDER-RUN-ID " -- DEPTMRG "
                   "NOT STARTED ***".
           MOVE "DEPTMRG"          TO STAT-PROGRAM.
           MOVE RUN-ID              TO STAT-RUN-ID.
           MOVE ZERO                TO STAT-READ-CNT.
           MOVE ZERO                TO STAT-ACCEPT-CNT.
           MOVE ZERO                TO STAT-REJECT-CNT.
           MOVE 16                  TO STAT-RETURN-CD.
           PERFORM WRITE-RUN-STATS-RTN.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.
           CLOSE ERROR-LOG-FILE.
           MOVE 16                  TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *    A STALE LOCK LEFT BY AN ABEND IS CLEARED ONLY WHEN THE
      *    OPERATOR HAS PLACED THE OVERRIDE FILE LOCKOVRD.DAT; THE
      *    OPERATOR REMOVES THE FILE AGAIN AFTERWARD.
      ******************************************************************
       CHECK-LOCK-OVERRIDE-RTN.
           OPEN INPUT LOCK-OVRD-FILE.
           IF  LOCKOVRD-STATUS = "00"
               DISPLAY "OPERATOR OVERRIDE (LOCKOVRD.DAT) -- CLEARING "
                       "ANY STALE EMP LOCK"
               CLOSE LOCK-OVRD-FILE
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0014
OCESQL     END-CALL
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
                   MOVE "CLEAR STALE RUN_LOCK" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   STOP RUN
               END-IF
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           END-IF.

      ******************************************************************
       RELEASE-RUN-LOCK-RTN.
      ******************************************************************
           IF  LOCK-HELD
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM RUN_LOCK WHERE LOCK_NAME = 'EMP'
OCESQL*               AND RUN_ID = :LOCK-RUN-ID
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE LOCK-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0015
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
                   DISPLAY "EMP RUN LOCK NOT RELEASED, SQLCODE: "
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
                   MOVE "N"           TO LOCK-HELD-SW
                   DISPLAY "EMP RUN LOCK RELEASED"
               END-IF
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
OCESQL          BY REFERENCE SQ0009
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
OCESQL          BY REFERENCE SQ0010
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
           MOVE "DEPTMRG"              TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
