      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  ANNSTMT  -- annual compensation statement: one page per
      *              employee for the year requested on STMTPRM.DAT,
      *              for everyone or for an EMP_NO range or a
      *              department.  Each statement lists the salary
      *              periods of the year from EMP_SALHIST (EFF_FROM /
      *              EFF_TO) with the months paid and the earnings in
      *              each, the retro payments made in the year (from
      *              RETROHST.DAT, the record BANKXFER keeps of every
      *              RETROPAY.DAT run it pays), the department
      *              transfers of the year ("T" rows on AUDIT_LOG) and
      *              the year's total.  A month's pay is the salary
      *              held at that month's period close (EMP_PERIOD,
      *              written by PERDCLOS), counted in the salary period
      *              in force on the period-end date.  Employees who
      *              left during the year are included from their
      *              closed history rows.
      *
      *              The run ends with a control page: the statements
      *              printed, those left out by the selection, and the
      *              total of every statement for the year proved
      *              against the payroll total for the year, being the
      *              PERIOD_CLOSE payroll of the year's period closes
      *              plus the retro paid in the year.  Any difference
      *              ends the run with RETURN-CODE 4.  STMTPRM.DAT is
      *              required: YEAR, MODE ("R" = EMP_NO range, "D" =
      *              department, other = everyone), LOW/HIGH EMP_NO,
      *              DEPT.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ANNSTMT.
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
           SELECT STMT-PARM-FILE   ASSIGN TO "STMTPRM.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS SPARM-STATUS.
           SELECT RETRO-HIST-FILE  ASSIGN TO "RETROHST.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RHIST-STATUS.
           SELECT REPORT-FILE      ASSIGN TO "ANNSTMT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS REPORT-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "ANNSTMT.ERR"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS ERRLOG-STATUS.

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

      *    SP-YEAR IS REQUIRED.  SP-MODE "R" = EMP_NO SP-LOW-NO
      *    THROUGH SP-HIGH-NO, "D" = DEPARTMENT SP-DEPT, OTHER =
      *    EVERY EMPLOYEE PAID IN THE YEAR.
       FD  STMT-PARM-FILE.
       01  STMT-PARM-RECORD.
           05  SP-YEAR             PIC  X(04).
           05  SP-MODE             PIC  X(01).
               88  SPM-RANGE           VALUE "R".
               88  SPM-DEPT            VALUE "D".
           05  SP-LOW-NO           PIC  9(04).
           05  SP-HIGH-NO          PIC  9(04).
           05  SP-DEPT             PIC  X(03).

       FD  RETRO-HIST-FILE.
       COPY "retrohst.cbl".

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC  X(80).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

       WORKING-STORAGE             SECTION.
       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  SPARM-STATUS     PIC  X(02).
           05  RHIST-STATUS     PIC  X(02).
           05  REPORT-STATUS    PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).

       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).

       01  ABORT-SW             PIC  X(01) VALUE "N".
           88  ABORT                     VALUE "Y".
       01  SQL-ERROR-SW         PIC  X(01) VALUE "N".
           88  SQL-ERROR-OCCURRED         VALUE "Y".
       01  RETRO-EOF-SW         PIC  X(01) VALUE "N".
           88  RETRO-EOF                 VALUE "Y".
       01  EMP-EOF-SW           PIC  X(01) VALUE "N".
           88  EMP-LIST-DONE             VALUE "Y".
       01  PERIOD-EOF-SW        PIC  X(01) VALUE "N".
           88  PERIOD-ROWS-DONE          VALUE "Y".
       01  MONTH-EOF-SW         PIC  X(01) VALUE "N".
           88  MONTH-ROWS-DONE           VALUE "Y".
       01  XFER-EOF-SW          PIC  X(01) VALUE "N".
           88  XFER-ROWS-DONE            VALUE "Y".
       01  SELECTED-SW          PIC  X(01) VALUE "N".
           88  EMP-SELECTED              VALUE "Y".
       01  LEFT-SW              PIC  X(01) VALUE "N".
           88  EMP-LEFT                  VALUE "Y".
       01  PERIOD-FOUND-SW      PIC  X(01) VALUE "N".
           88  PERIOD-FOUND              VALUE "Y".
       01  RETRO-LISTED-SW      PIC  X(01) VALUE "N".
           88  RETRO-LISTED              VALUE "Y".

       01  STMT-YEAR            PIC  9(04) VALUE ZERO.
       01  SELECTION-TEXT       PIC  X(40) VALUE SPACES.

      *    RETRO PAID IN THE STATEMENT YEAR (BY RETROHST.DAT PAY
      *    PERIOD); RT-USED IS SET WHEN THE AMOUNT HAS GONE ON A
      *    STATEMENT, SO ANY LEFT OVER ARE SHOWN ON THE CONTROL PAGE
       01  RETRO-TABLE.
           05  RT-ENTRY            OCCURS 5000 TIMES.
               10  RT-EMP-NO       PIC  9(04).
               10  RT-PAY-PERIOD   PIC  X(07).
               10  RT-EFF-DATE     PIC  X(10).
               10  RT-RETRO-RUN-ID PIC  X(08).
               10  RT-AMOUNT       PIC S9(09).
               10  RT-USED-FLG     PIC  X(01).
                   88  RT-USED         VALUE "Y".
       01  RT-CNT               PIC  9(04) VALUE ZERO.
       01  RT-MAX               PIC  9(04) VALUE 5000.
       01  RT-SUB               PIC  9(04) COMP.
       01  RETRO-READ-CNT       PIC  9(06) VALUE ZERO.
       01  RETRO-AMOUNT         PIC S9(09) VALUE ZERO.

      *    THE CURRENT EMPLOYEE'S SALARY PERIODS, WITH THE MONTHS
      *    PAID AND THE EARNINGS FALLING IN EACH
       01  PERIOD-TABLE.
           05  PD-ENTRY            OCCURS 60 TIMES.
               10  PD-SALARY       PIC  9(04).
               10  PD-EFF-FROM     PIC  X(10).
               10  PD-EFF-TO       PIC  X(10).
               10  PD-MONTHS       PIC  9(02).
               10  PD-EARNINGS     PIC S9(09).
       01  PD-CNT               PIC  9(04) VALUE ZERO.
       01  PD-MAX               PIC  9(04) VALUE 60.
       01  PD-SUB               PIC  9(04) COMP.
       01  PD-HIT               PIC  9(04) COMP.

      *    THE CURRENT EMPLOYEE'S TRANSFERS IN THE YEAR
       01  XFER-TABLE.
           05  XT-ENTRY            OCCURS 50 TIMES.
               10  XT-DATE         PIC  X(10).
               10  XT-FROM-DEPT    PIC  X(03).
               10  XT-TO-DEPT      PIC  X(03).
       01  XT-CNT               PIC  9(04) VALUE ZERO.
       01  XT-MAX               PIC  9(04) VALUE 50.
       01  XT-SUB               PIC  9(04) COMP.

      *    THE CURRENT EMPLOYEE'S TOTALS; A MONTH PAID OUTSIDE EVERY
      *    SALARY PERIOD ON EMP_SALHIST IS KEPT APART, NOT DROPPED
       01  EMP-EARNINGS         PIC S9(09) VALUE ZERO.
       01  EMP-RETRO            PIC S9(09) VALUE ZERO.
       01  EMP-TOTAL            PIC S9(09) VALUE ZERO.
       01  UNMATCHED-MONTHS     PIC  9(02) VALUE ZERO.
       01  UNMATCHED-EARNINGS   PIC S9(09) VALUE ZERO.
       01  LEFT-DATE            PIC  X(10) VALUE SPACES.
       01  EMP-NO-DISP          PIC  9(04) VALUE ZERO.

      *    CONTROL TOTALS FOR THE LAST PAGE
       01  EMP-CNT              PIC  9(06) VALUE ZERO.
       01  LEAVER-CNT           PIC  9(06) VALUE ZERO.
       01  PRINTED-CNT          PIC  9(06) VALUE ZERO.
       01  PRINTED-EARNINGS     PIC S9(11) VALUE ZERO.
       01  PRINTED-RETRO        PIC S9(11) VALUE ZERO.
       01  PRINTED-TOTAL        PIC S9(11) VALUE ZERO.
       01  OTHER-CNT            PIC  9(06) VALUE ZERO.
       01  OTHER-TOTAL          PIC S9(11) VALUE ZERO.
       01  ALL-TOTAL            PIC S9(11) VALUE ZERO.
       01  RETRO-YEAR-TOTAL     PIC S9(11) VALUE ZERO.
       01  ORPHAN-CNT           PIC  9(06) VALUE ZERO.
       01  ORPHAN-TOTAL         PIC S9(11) VALUE ZERO.
       01  PAYROLL-YEAR-TOTAL   PIC S9(11) VALUE ZERO.
       01  CONTROL-DIFF         PIC S9(11) VALUE ZERO.

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
           05  FILLER              PIC  X(34) VALUE
               "ANNUAL COMPENSATION STATEMENT FOR ".
           05  RH2-YEAR            PIC  9(04).

      *    THIRD HEADING LINE NAMES THE EMPLOYEE, OR THE CONTROL PAGE
       01  RPT-HEADING-3           PIC  X(80) VALUE SPACES.

       01  RPT-HEADING-4           PIC  X(80) VALUE ALL "-".

       01  RPT-EMP-HEADING.
           05  FILLER              PIC  X(09) VALUE "EMPLOYEE ".
           05  REH-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  REH-EMP-NAME        PIC  X(20).
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  FILLER              PIC  X(11) VALUE "DEPARTMENT ".
           05  REH-DEPT            PIC  X(03).

       01  RPT-SECTION-LINE.
           05  RSL-TEXT            PIC  X(60).
           05  FILLER              PIC  X(20) VALUE SPACE.

       01  RPT-PERIOD-HEAD.
           05  FILLER              PIC  X(11) VALUE "FROM".
           05  FILLER              PIC  X(10) VALUE "TO".
           05  FILLER              PIC  X(09) VALUE "   SALARY".
           05  FILLER              PIC  X(06) VALUE "  MTHS".
           05  FILLER              PIC  X(12) VALUE "    EARNINGS".

       01  RPT-PERIOD-RULE.
           05  FILLER              PIC  X(11) VALUE "----------".
           05  FILLER              PIC  X(10) VALUE "----------".
           05  FILLER              PIC  X(09) VALUE "  -------".
           05  FILLER              PIC  X(06) VALUE "------".
           05  FILLER              PIC  X(12) VALUE " -----------".

       01  RPT-PERIOD-DETAIL.
           05  RPD-EFF-FROM        PIC  X(10).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RPD-EFF-TO          PIC  X(10).
           05  FILLER              PIC  X(03) VALUE SPACE.
           05  RPD-SALARY          PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(03) VALUE SPACE.
           05  RPD-MONTHS          PIC  ZZ9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RPD-EARNINGS        PIC  ---,---,--9.

       01  RPT-RETRO-HEAD.
           05  FILLER              PIC  X(11) VALUE "PAID IN".
           05  FILLER              PIC  X(14) VALUE "EFFECTIVE".
           05  FILLER              PIC  X(12) VALUE "RETRO RUN".
           05  FILLER              PIC  X(11) VALUE "     AMOUNT".

       01  RPT-RETRO-RULE.
           05  FILLER              PIC  X(11) VALUE "-------".
           05  FILLER              PIC  X(14) VALUE "----------".
           05  FILLER              PIC  X(12) VALUE "--------".
           05  FILLER              PIC  X(11) VALUE "-----------".

       01  RPT-RETRO-DETAIL.
           05  RRD-PAY-PERIOD      PIC  X(07).
           05  FILLER              PIC  X(04) VALUE SPACE.
           05  RRD-EFF-DATE        PIC  X(10).
           05  FILLER              PIC  X(04) VALUE SPACE.
           05  RRD-RETRO-RUN-ID    PIC  X(08).
           05  FILLER              PIC  X(04) VALUE SPACE.
           05  RRD-AMOUNT          PIC  ---,---,--9.

       01  RPT-XFER-HEAD.
           05  FILLER              PIC  X(13) VALUE "DATE".
           05  FILLER              PIC  X(06) VALUE "FROM".
           05  FILLER              PIC  X(03) VALUE "TO".

       01  RPT-XFER-RULE.
           05  FILLER              PIC  X(13) VALUE "----------".
           05  FILLER              PIC  X(06) VALUE "---".
           05  FILLER              PIC  X(03) VALUE "---".

       01  RPT-XFER-DETAIL.
           05  RXD-DATE            PIC  X(10).
           05  FILLER              PIC  X(03) VALUE SPACE.
           05  RXD-FROM-DEPT       PIC  X(03).
           05  FILLER              PIC  X(03) VALUE SPACE.
           05  RXD-TO-DEPT         PIC  X(03).

      *    RETRO PAID TO AN EMPLOYEE WHO HAS NO STATEMENT FOR THE YEAR
       01  RPT-ORPHAN-DETAIL.
           05  ROD-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X(03) VALUE SPACE.
           05  ROD-PAY-PERIOD      PIC  X(07).
           05  FILLER              PIC  X(04) VALUE SPACE.
           05  ROD-EFF-DATE        PIC  X(10).
           05  FILLER              PIC  X(04) VALUE SPACE.
           05  ROD-RETRO-RUN-ID    PIC  X(08).
           05  FILLER              PIC  X(04) VALUE SPACE.
           05  ROD-AMOUNT          PIC  ---,---,--9.

       01  PRINT-LINE-HOLD      PIC  X(80).

       01  RPT-COUNT-LINE.
           05  RCL-LABEL           PIC  X(32).
           05  RCL-VALUE           PIC  ----,---,---,--9.

       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  YEAR-START-HV.
           05  YSH-YYYY            PIC  9(04).
           05  FILLER              PIC  X(06) VALUE "-01-01".
       01  YEAR-END-HV.
           05  YEH-YYYY            PIC  9(04).
           05  FILLER              PIC  X(06) VALUE "-12-31".
       01  NEXT-START-HV.
           05  NSH-YYYY            PIC  9(04).
           05  FILLER              PIC  X(06) VALUE "-01-01".
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-NAME                PIC  X(20).
       01  EMP-DEPT                PIC  X(03).
       01  PERIOD-ROW.
           05  PR-EMP-NO           PIC S9(04).
           05  PR-SALARY           PIC S9(04).
           05  PR-EFF-FROM         PIC  X(10).
           05  PR-EFF-TO           PIC  X(10).
       01  MONTH-ROW.
           05  MR-EMP-NO           PIC S9(04).
           05  MR-PERIOD-END       PIC  X(10).
           05  MR-SALARY           PIC S9(04).
       01  XFER-ROW.
           05  TR-EMP-NO           PIC S9(04).
           05  TR-DATE             PIC  X(10).
           05  TR-FROM-DEPT        PIC  X(03).
           05  TR-TO-DEPT          PIC  X(03).
       01  PAYROLL-CTL-VARS.
           05  PC-PERIODS          PIC S9(06).
           05  PC-PAYROLL          PIC S9(11).
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(182) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS EMP_SALHIST ( EMP_NO NUMERIC(4,0"
OCESQL  &  ") NOT NULL, EMP_NAME CHAR(20), SALARY NUMERIC(4,0), EFF_FRO"
OCESQL  &  "M DATE NOT NULL, EFF_TO DATE NOT NULL, RUN_ID CHAR(8) NOT N"
OCESQL  &  "ULL )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(211) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS EMP_PERIOD ( PERIOD_END DATE NOT"
OCESQL  &  " NULL, EMP_NO NUMERIC(4,0) NOT NULL, EMP_NAME CHAR(20), EMP"
OCESQL  &  "_SALARY NUMERIC(4,0), EMP_DEPT CHAR(3), CONSTRAINT IEMPP_0 "
OCESQL  &  "PRIMARY KEY (PERIOD_END, EMP_NO) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(238) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS PERIOD_CLOSE ( PERIOD_END DATE N"
OCESQL  &  "OT NULL, SNAP_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIMESTA"
OCESQL  &  "MP, HEADCOUNT NUMERIC(6,0), PAYROLL NUMERIC(9,0), RUN_ID CH"
OCESQL  &  "AR(8) NOT NULL, CONSTRAINT IPCLS_0 PRIMARY KEY (PERIOD_END)"
OCESQL  &  " )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(246) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS AUDIT_LOG ( AUDIT_ID SERIAL, EMP"
OCESQL  &  "_NO NUMERIC(4,0) NOT NULL, OLD_SALARY NUMERIC(4,0), NEW_SAL"
OCESQL  &  "ARY NUMERIC(4,0), ACTION_CODE CHAR(1) NOT NULL, RUN_ID CHAR"
OCESQL  &  "(8) NOT NULL, AUDIT_TS TIMESTAMP NOT NULL DEFAULT CURRENT_T"
OCESQL  &  "IMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(106) VALUE
OCESQL     "ALTER TABLE AUDIT_LOG ADD COLUMN IF NOT EXISTS FROM_DEPT CH"
OCESQL  &  "AR(3), ADD COLUMN IF NOT EXISTS TO_DEPT CHAR(3)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(125) VALUE
OCESQL     "SELECT COUNT( * ), COALESCE( SUM(PAYROLL), 0 ) FROM PERIOD_"
OCESQL  &  "CLOSE WHERE PERIOD_END BETWEEN CAST(? AS DATE) AND CAST(? A"
OCESQL  &  "S DATE)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(778) VALUE
OCESQL     "SELECT X.EMP_NO, COALESCE( ( SELECT P.EMP_NAME FROM EMP_PER"
OCESQL  &  "IOD P WHERE P.EMP_NO = X.EMP_NO AND P.PERIOD_END BETWEEN CA"
OCESQL  &  "ST(? AS DATE) AND CAST(? AS DATE) ORDER BY P.PERIOD_END DES"
OCESQL  &  "C LIMIT 1 ), ( SELECT S.EMP_NAME FROM EMP_SALHIST S WHERE S"
OCESQL  &  ".EMP_NO = X.EMP_NO ORDER BY S.EFF_FROM DESC LIMIT 1 ), ' ' "
OCESQL  &  "), COALESCE( ( SELECT P.EMP_DEPT FROM EMP_PERIOD P WHERE P."
OCESQL  &  "EMP_NO = X.EMP_NO AND P.PERIOD_END BETWEEN CAST(? AS DATE) "
OCESQL  &  "AND CAST(? AS DATE) ORDER BY P.PERIOD_END DESC LIMIT 1 ), ("
OCESQL  &  " SELECT E.EMP_DEPT FROM EMP E WHERE E.EMP_NO = X.EMP_NO ), "
OCESQL  &  "' ' ) FROM ( SELECT EMP_NO FROM EMP_SALHIST WHERE EFF_FROM "
OCESQL  &  "<= CAST(? AS DATE) AND EFF_TO > CAST(? AS DATE) AND EFF_TO "
OCESQL  &  "> EFF_FROM UNION SELECT EMP_NO FROM EMP_PERIOD WHERE PERIOD"
OCESQL  &  "_END BETWEEN CAST(? AS DATE) AND CAST(? AS DATE) ) X ORDER "
OCESQL  &  "BY X.EMP_NO".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(180) VALUE
OCESQL     "SELECT EMP_NO, COALESCE(SALARY, 0), EFF_FROM, EFF_TO FROM E"
OCESQL  &  "MP_SALHIST WHERE EFF_FROM <= CAST(? AS DATE) AND EFF_TO > C"
OCESQL  &  "AST(? AS DATE) AND EFF_TO > EFF_FROM ORDER BY EMP_NO, EFF_F"
OCESQL  &  "ROM".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(155) VALUE
OCESQL     "SELECT EMP_NO, PERIOD_END, COALESCE(EMP_SALARY, 0) FROM EMP"
OCESQL  &  "_PERIOD WHERE PERIOD_END BETWEEN CAST(? AS DATE) AND CAST(?"
OCESQL  &  " AS DATE) ORDER BY EMP_NO, PERIOD_END".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(239) VALUE
OCESQL     "SELECT EMP_NO, CAST(AUDIT_TS AS DATE), COALESCE(FROM_DEPT, "
OCESQL  &  "'???'), COALESCE(TO_DEPT, '???') FROM AUDIT_LOG WHERE ACTIO"
OCESQL  &  "N_CODE = 'T' AND AUDIT_TS >= CAST(? AS TIMESTAMP) AND AUDIT"
OCESQL  &  "_TS < CAST(? AS TIMESTAMP) ORDER BY EMP_NO, AUDIT_TS, AUDIT"
OCESQL  &  "_ID".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(301) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_STATS ( STAT_ID SERIAL, PROG"
OCESQL  &  "RAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT NULL, START_"
OCESQL  &  "TS TIMESTAMP, END_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIM"
OCESQL  &  "ESTAMP, READ_CNT NUMERIC(6,0), ACCEPT_CNT NUMERIC(6,0), REJ"
OCESQL  &  "ECT_CNT NUMERIC(6,0), RETURN_CD NUMERIC(2,0), BIZ_DATE CHAR"
OCESQL  &  "(10) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(145) VALUE
OCESQL     "INSERT INTO RUN_STATS ( PROGRAM_NAME, RUN_ID, START_TS, REA"
OCESQL  &  "D_CNT, ACCEPT_CNT, REJECT_CNT, RETURN_CD, BIZ_DATE ) VALUES"
OCESQL  &  " ( ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** ANNSTMT STARTED ***".
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.

      *    NO STATEMENT WITHOUT A VALID YEAR AND SELECTION
           PERFORM READ-STMT-PARM-RTN.
           IF  NOT ABORT
               PERFORM LOAD-RETRO-HIST-RTN
           END-IF.
           IF  ABORT
               MOVE 16              TO STAT-RETURN-CD
               PERFORM SKIP-RUN-RTN
           END-IF.

           PERFORM OPEN-REPORT-RTN.

      *    WHENEVER IS NOT YET SUPPORTED :(
      *      EXEC SQL WHENEVER SQLERROR PERFORM ERROR-RTN END-EXEC.

           IF  NOT ABORT

      *    CONNECT
               PERFORM READ-DBPARM-RTN
OCESQL*        EXEC SQL
OCESQL*            CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLConnect" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE USERNAME
OCESQL              BY VALUE 30
OCESQL              BY REFERENCE PASSWD
OCESQL              BY VALUE 10
OCESQL              BY REFERENCE DBNAME
OCESQL              BY VALUE 30
OCESQL         END-CALL
               MOVE "CONNECT"            TO ERROR-CONTEXT
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN END-IF
               display "CONNECT...OK"

      *    HISTORY, PERIOD SNAPSHOT AND AUDIT TABLES (IDEMPOTENT,
      *    MAINTAINED BY UPDATEMP/TERMEMP, PERDCLOS AND XFEREMP)
OCESQL*        EXEC SQL
OCESQL*            CREATE TABLE IF NOT EXISTS EMP_SALHIST
OCESQL*            (
OCESQL*                EMP_NO    NUMERIC(4,0) NOT NULL,
OCESQL*                EMP_NAME  CHAR(20),
OCESQL*                SALARY    NUMERIC(4,0),
OCESQL*                EFF_FROM  DATE NOT NULL,
OCESQL*                EFF_TO    DATE NOT NULL,
OCESQL*                RUN_ID    CHAR(8) NOT NULL
OCESQL*            )
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0001
OCESQL         END-CALL
               MOVE "CREATE TABLE EMP_SALHIST" TO ERROR-CONTEXT
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   SET  ABORT           TO TRUE
               END-IF
OCESQL*        EXEC SQL
OCESQL*            CREATE TABLE IF NOT EXISTS EMP_PERIOD
OCESQL*            (
OCESQL*                PERIOD_END  DATE NOT NULL,
OCESQL*                EMP_NO      NUMERIC(4,0) NOT NULL,
OCESQL*                EMP_NAME    CHAR(20),
OCESQL*                EMP_SALARY  NUMERIC(4,0),
OCESQL*                EMP_DEPT    CHAR(3),
OCESQL*                CONSTRAINT IEMPP_0 PRIMARY KEY
OCESQL*                    (PERIOD_END, EMP_NO)
OCESQL*            )
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0002
OCESQL         END-CALL
               IF  SQLCODE NOT = ZERO AND NOT ABORT
                   MOVE "CREATE TABLE EMP_PERIOD" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   SET  ABORT           TO TRUE
               END-IF
OCESQL*        EXEC SQL
OCESQL*            CREATE TABLE IF NOT EXISTS PERIOD_CLOSE
OCESQL*            (
OCESQL*                PERIOD_END  DATE NOT NULL,
OCESQL*                SNAP_TS     TIMESTAMP NOT NULL
OCESQL*                            DEFAULT CURRENT_TIMESTAMP,
OCESQL*                HEADCOUNT   NUMERIC(6,0),
OCESQL*                PAYROLL     NUMERIC(9,0),
OCESQL*                RUN_ID      CHAR(8) NOT NULL,
OCESQL*                CONSTRAINT IPCLS_0 PRIMARY KEY (PERIOD_END)
OCESQL*            )
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0003
OCESQL         END-CALL
               IF  SQLCODE NOT = ZERO AND NOT ABORT
                   MOVE "CREATE TABLE PERIOD_CLOSE" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   SET  ABORT           TO TRUE
               END-IF
OCESQL*        EXEC SQL
OCESQL*            CREATE TABLE IF NOT EXISTS AUDIT_LOG
OCESQL*            (
OCESQL*                AUDIT_ID     SERIAL,
OCESQL*                EMP_NO       NUMERIC(4,0) NOT NULL,
OCESQL*                OLD_SALARY   NUMERIC(4,0),
OCESQL*                NEW_SALARY   NUMERIC(4,0),
OCESQL*                ACTION_CODE  CHAR(1) NOT NULL,
OCESQL*                RUN_ID       CHAR(8) NOT NULL,
OCESQL*                AUDIT_TS     TIMESTAMP NOT NULL
OCESQL*                             DEFAULT CURRENT_TIMESTAMP
OCESQL*            )
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0004
OCESQL         END-CALL
               IF  SQLCODE NOT = ZERO AND NOT ABORT
                   MOVE "CREATE TABLE AUDIT_LOG" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   SET  ABORT           TO TRUE
               END-IF
OCESQL*        EXEC SQL
OCESQL*            ALTER TABLE AUDIT_LOG
OCESQL*                ADD COLUMN IF NOT EXISTS FROM_DEPT CHAR(3),
OCESQL*                ADD COLUMN IF NOT EXISTS TO_DEPT CHAR(3)
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0005
OCESQL         END-CALL
               IF  SQLCODE NOT = ZERO AND NOT ABORT
                   MOVE "ALTER TABLE AUDIT_LOG" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   SET  ABORT           TO TRUE
               END-IF

               IF  NOT ABORT
                   PERFORM READ-PAYROLL-CONTROL-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM PRODUCE-STATEMENTS-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM WRITE-CONTROL-PAGE-RTN
               END-IF

               PERFORM CLOSE-REPORT-RTN

      *    END-OF-RUN STATISTICS
           MOVE "ANNSTMT"        TO STAT-PROGRAM
           MOVE RUN-ID              TO STAT-RUN-ID
           MOVE EMP-CNT             TO STAT-READ-CNT
           MOVE PRINTED-CNT         TO STAT-ACCEPT-CNT
           MOVE ORPHAN-CNT          TO STAT-REJECT-CNT
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               IF  CONTROL-DIFF NOT = ZERO OR PRINTED-CNT = ZERO
                   MOVE 4           TO STAT-RETURN-CD
               ELSE
                   MOVE 0           TO STAT-RETURN-CD
               END-IF
           END-IF
           PERFORM WRITE-RUN-STATS-RTN

      *    DISCONNECT
OCESQL*        EXEC SQL
OCESQL*            DISCONNECT ALL
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLDisconnect" USING
OCESQL              BY REFERENCE SQLCA
OCESQL         END-CALL

           END-IF.

      *    END
           CLOSE ERROR-LOG-FILE.
           DISPLAY "STATEMENT YEAR     : " STMT-YEAR.
           DISPLAY "EMPLOYEES PAID     : " EMP-CNT.
           DISPLAY "STATEMENTS PRINTED : " PRINTED-CNT.
           DISPLAY "TOTAL OF STATEMENTS: " ALL-TOTAL.
           DISPLAY "PAYROLL FOR YEAR   : " PAYROLL-YEAR-TOTAL.
           DISPLAY "DIFFERENCE         : " CONTROL-DIFF.
           DISPLAY "*** ANNSTMT FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO RETURN-CODE
           ELSE
               IF  CONTROL-DIFF NOT = ZERO OR PRINTED-CNT = ZERO
                   MOVE 4           TO RETURN-CODE
               ELSE
                   MOVE 0           TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      *    RUN ENDS BEFORE ANY STATEMENT IS PRINTED: RUN_STATS ROW
      *    ONLY, WITH THE RETURN CODE ALREADY SET IN STAT-RETURN-CD
      ******************************************************************
       SKIP-RUN-RTN.
           PERFORM READ-DBPARM-RTN.
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE USERNAME
OCESQL          BY VALUE 30
OCESQL          BY REFERENCE PASSWD
OCESQL          BY VALUE 10
OCESQL          BY REFERENCE DBNAME
OCESQL          BY VALUE 30
OCESQL     END-CALL.
           IF  SQLCODE = ZERO
               MOVE "ANNSTMT"       TO STAT-PROGRAM
               MOVE RUN-ID          TO STAT-RUN-ID
               MOVE ZERO            TO STAT-READ-CNT
               MOVE ZERO            TO STAT-ACCEPT-CNT
               MOVE ZERO            TO STAT-REJECT-CNT
               PERFORM WRITE-RUN-STATS-RTN
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL
           END-IF.
           CLOSE ERROR-LOG-FILE.
           MOVE STAT-RETURN-CD        TO RETURN-CODE.
           STOP RUN.

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
      *    THE YEAR IS REQUIRED (A STATEMENT FOR "THIS YEAR" BY
      *    DEFAULT WOULD BE WRONG EVERY JANUARY); THE SELECTION IS
      *    OPTIONAL AND DEFAULTS TO EVERYONE
      ******************************************************************
       READ-STMT-PARM-RTN.
           OPEN INPUT STMT-PARM-FILE.
           IF  SPARM-STATUS NOT = "00"
               DISPLAY "STMTPRM.DAT NOT FOUND -- STATEMENT YEAR "
                       "REQUIRED"
               SET  ABORT             TO TRUE
           ELSE
               READ STMT-PARM-FILE
                   AT END
                       DISPLAY "STMTPRM.DAT EMPTY -- STATEMENT YEAR "
                               "REQUIRED"
                       SET  ABORT     TO TRUE
               END-READ
               IF  NOT ABORT
                   PERFORM CHECK-STMT-PARM-RTN
               END-IF
               CLOSE STMT-PARM-FILE
           END-IF.

      ******************************************************************
       CHECK-STMT-PARM-RTN.
      ******************************************************************
           IF  SP-YEAR NOT NUMERIC OR SP-YEAR = "0000"
               DISPLAY "STMTPRM.DAT YEAR NOT VALID: " SP-YEAR
               SET  ABORT             TO TRUE
           ELSE
               MOVE SP-YEAR           TO STMT-YEAR
               MOVE STMT-YEAR         TO YSH-YYYY
               MOVE STMT-YEAR         TO YEH-YYYY
               COMPUTE NSH-YYYY = STMT-YEAR + 1
               MOVE STMT-YEAR         TO RH2-YEAR
           END-IF.
           EVALUATE TRUE
               WHEN SPM-RANGE
                   IF  SP-LOW-NO NOT NUMERIC
                       OR SP-HIGH-NO NOT NUMERIC
                       DISPLAY "STMTPRM.DAT EMP_NO RANGE NOT NUMERIC"
                       SET  ABORT     TO TRUE
                   ELSE
                       IF  SP-LOW-NO > SP-HIGH-NO
                           DISPLAY "STMTPRM.DAT EMP_NO RANGE "
                                   SP-LOW-NO " TO " SP-HIGH-NO
                                   " IS BACKWARDS"
                           SET  ABORT TO TRUE
                       ELSE
                           STRING "EMP_NO "  DELIMITED BY SIZE
                                  SP-LOW-NO  DELIMITED BY SIZE
                                  " TO "     DELIMITED BY SIZE
                                  SP-HIGH-NO DELIMITED BY SIZE
                             INTO SELECTION-TEXT
                           END-STRING
                       END-IF
                   END-IF
               WHEN SPM-DEPT
                   IF  SP-DEPT = SPACES
                       DISPLAY "STMTPRM.DAT DEPARTMENT MISSING"
                       SET  ABORT     TO TRUE
                   ELSE
                       STRING "DEPARTMENT " DELIMITED BY SIZE
                              SP-DEPT       DELIMITED BY SIZE
                         INTO SELECTION-TEXT
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE "ALL EMPLOYEES"   TO SELECTION-TEXT
           END-EVALUATE.
           IF  NOT ABORT
               DISPLAY "STATEMENTS FOR " STMT-YEAR ", "
                       SELECTION-TEXT
           END-IF.

      ******************************************************************
      *    RETRO PAID IN THE STATEMENT YEAR.  RETROHST.DAT IS ONLY
      *    STARTED BY THE FIRST TRANSFER FILE CARRYING RETRO, SO A
      *    MISSING FILE MEANS NO RETRO HAS BEEN PAID.
      ******************************************************************
       LOAD-RETRO-HIST-RTN.
           OPEN INPUT RETRO-HIST-FILE.
           IF  RHIST-STATUS NOT = "00"
               DISPLAY "RETROHST.DAT NOT FOUND, NO RETRO PAYMENTS"
           ELSE
               READ RETRO-HIST-FILE
                   AT END SET RETRO-EOF TO TRUE
               END-READ
               PERFORM UNTIL RETRO-EOF OR ABORT
                   ADD 1              TO RETRO-READ-CNT
                   IF  RH-PAY-PERIOD(1:4) = SP-YEAR
                       PERFORM STORE-RETRO-RTN
                   END-IF
                   READ RETRO-HIST-FILE
                       AT END SET RETRO-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RETRO-HIST-FILE
               DISPLAY "RETRO PAYMENTS IN " STMT-YEAR ": " RT-CNT
           END-IF.

      ******************************************************************
       STORE-RETRO-RTN.
      ******************************************************************
           MOVE RH-AMOUNT             TO RETRO-AMOUNT.
           IF  RH-AMOUNT-SIGN = "-"
               COMPUTE RETRO-AMOUNT = RETRO-AMOUNT * -1
           END-IF.
           IF  RT-CNT NOT < RT-MAX
               DISPLAY "RETROHST.DAT HAS MORE THAN " RT-MAX
                       " PAYMENTS FOR " STMT-YEAR
               MOVE "LOAD RETRO TABLE" TO ERROR-CONTEXT
               MOVE RH-EMP-NO         TO ERROR-RECORD-KEY
               PERFORM WRITE-ERROR-LOG-RTN
               SET  ABORT             TO TRUE
           ELSE
               ADD 1                  TO RT-CNT
               MOVE RH-EMP-NO         TO RT-EMP-NO (RT-CNT)
               MOVE RH-PAY-PERIOD     TO RT-PAY-PERIOD (RT-CNT)
               MOVE RH-EFF-DATE       TO RT-EFF-DATE (RT-CNT)
               MOVE RH-RETRO-RUN-ID   TO RT-RETRO-RUN-ID (RT-CNT)
               MOVE RETRO-AMOUNT      TO RT-AMOUNT (RT-CNT)
               MOVE "N"               TO RT-USED-FLG (RT-CNT)
               ADD RETRO-AMOUNT       TO RETRO-YEAR-TOTAL
           END-IF.

      ******************************************************************
       OPEN-REPORT-RTN.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO RUN-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO RUN-DD.
           MOVE RUN-MM                TO RUN-MM-X.
           MOVE RUN-DD                TO RUN-DD-X.
           MOVE RUN-YYYY              TO RUN-YYYY-X.
           OPEN OUTPUT REPORT-FILE.
           IF  REPORT-STATUS NOT = "00"
               DISPLAY "ANNSTMT.RPT NOT OPENED, STATUS="
                       REPORT-STATUS
               MOVE "OPEN REPORT-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       CLOSE-REPORT-RTN.
      ******************************************************************
           IF  REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

      ******************************************************************
      *    THE PAYROLL TOTAL FOR THE YEAR FROM THE PERIOD CLOSES
      *    FALLING IN IT, INDEPENDENT OF THE PER-EMPLOYEE SNAPSHOTS
      ******************************************************************
       READ-PAYROLL-CONTROL-RTN.
OCESQL*    EXEC SQL
OCESQL*        SELECT COUNT( * ), COALESCE( SUM(PAYROLL), 0 )
OCESQL*          INTO :PC-PERIODS, :PC-PAYROLL
OCESQL*          FROM PERIOD_CLOSE
OCESQL*         WHERE PERIOD_END BETWEEN CAST(:YEAR-START-HV AS DATE)
OCESQL*                              AND CAST(:YEAR-END-HV AS DATE)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-START-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PC-PERIODS
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PC-PAYROLL
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 2
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               MOVE "SELECT PERIOD_CLOSE TOTALS" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           ELSE
               COMPUTE PAYROLL-YEAR-TOTAL = PC-PAYROLL
                                          + RETRO-YEAR-TOTAL
           END-IF.

      ******************************************************************
      *    EVERY EMPLOYEE WITH A SALARY PERIOD OR A PERIOD CLOSE IN
      *    THE YEAR, IN EMP_NO ORDER (C1), MATCHED AGAINST THE YEAR'S
      *    SALARY PERIODS (C2), MONTH-END PAY (C3) AND TRANSFERS (C4),
      *    ALL FOUR CURSORS RUNNING IN EMP_NO ORDER TOGETHER.  EVERY
      *    EMPLOYEE IS TOTALLED FOR THE CONTROL PAGE; ONLY THOSE IN
      *    THE SELECTION GET A STATEMENT.
      ******************************************************************
       PRODUCE-STATEMENTS-RTN.
OCESQL*    EXEC SQL
OCESQL*        DECLARE C1 CURSOR FOR
OCESQL*        SELECT X.EMP_NO,
OCESQL*               COALESCE( ( SELECT P.EMP_NAME FROM EMP_PERIOD P
OCESQL*                  WHERE P.EMP_NO = X.EMP_NO
OCESQL*                    AND P.PERIOD_END BETWEEN
OCESQL*                        CAST(:YEAR-START-HV AS DATE)
OCESQL*                    AND CAST(:YEAR-END-HV AS DATE)
OCESQL*                  ORDER BY P.PERIOD_END DESC LIMIT 1 ),
OCESQL*                 ( SELECT S.EMP_NAME FROM EMP_SALHIST S
OCESQL*                  WHERE S.EMP_NO = X.EMP_NO
OCESQL*                  ORDER BY S.EFF_FROM DESC LIMIT 1 ), ' ' ),
OCESQL*               COALESCE( ( SELECT P.EMP_DEPT FROM EMP_PERIOD P
OCESQL*                  WHERE P.EMP_NO = X.EMP_NO
OCESQL*                    AND P.PERIOD_END BETWEEN
OCESQL*                        CAST(:YEAR-START-HV AS DATE)
OCESQL*                    AND CAST(:YEAR-END-HV AS DATE)
OCESQL*                  ORDER BY P.PERIOD_END DESC LIMIT 1 ),
OCESQL*                 ( SELECT E.EMP_DEPT FROM EMP E
OCESQL*                  WHERE E.EMP_NO = X.EMP_NO ), ' ' )
OCESQL*          FROM ( SELECT EMP_NO FROM EMP_SALHIST
OCESQL*                  WHERE EFF_FROM <= CAST(:YEAR-END-HV AS DATE)
OCESQL*                    AND EFF_TO > CAST(:YEAR-START-HV AS DATE)
OCESQL*                    AND EFF_TO > EFF_FROM
OCESQL*                 UNION
OCESQL*                 SELECT EMP_NO FROM EMP_PERIOD
OCESQL*                  WHERE PERIOD_END BETWEEN
OCESQL*                        CAST(:YEAR-START-HV AS DATE)
OCESQL*                    AND CAST(:YEAR-END-HV AS DATE) ) X
OCESQL*         ORDER BY X.EMP_NO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-START-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-START-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-START-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-START-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C1" & x"00"
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 8
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C1" & x"00"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               MOVE "OPEN EMPLOYEE CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

OCESQL*    EXEC SQL
OCESQL*        DECLARE C2 CURSOR FOR
OCESQL*        SELECT EMP_NO, COALESCE(SALARY, 0), EFF_FROM, EFF_TO
OCESQL*          FROM EMP_SALHIST
OCESQL*         WHERE EFF_FROM <= CAST(:YEAR-END-HV AS DATE)
OCESQL*           AND EFF_TO > CAST(:YEAR-START-HV AS DATE)
OCESQL*           AND EFF_TO > EFF_FROM
OCESQL*         ORDER BY EMP_NO, EFF_FROM
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-START-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C2" & x"00"
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C2
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C2" & x"00"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND NOT ABORT
               MOVE "OPEN SALARY PERIOD CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

OCESQL*    EXEC SQL
OCESQL*        DECLARE C3 CURSOR FOR
OCESQL*        SELECT EMP_NO, PERIOD_END, COALESCE(EMP_SALARY, 0)
OCESQL*          FROM EMP_PERIOD
OCESQL*         WHERE PERIOD_END BETWEEN CAST(:YEAR-START-HV AS DATE)
OCESQL*                              AND CAST(:YEAR-END-HV AS DATE)
OCESQL*         ORDER BY EMP_NO, PERIOD_END
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-START-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C3" & x"00"
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C3
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C3" & x"00"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND NOT ABORT
               MOVE "OPEN MONTH-END PAY CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

OCESQL*    EXEC SQL
OCESQL*        DECLARE C4 CURSOR FOR
OCESQL*        SELECT EMP_NO, CAST(AUDIT_TS AS DATE),
OCESQL*               COALESCE(FROM_DEPT, '???'),
OCESQL*               COALESCE(TO_DEPT, '???')
OCESQL*          FROM AUDIT_LOG
OCESQL*         WHERE ACTION_CODE = 'T'
OCESQL*           AND AUDIT_TS >= CAST(:YEAR-START-HV AS TIMESTAMP)
OCESQL*           AND AUDIT_TS < CAST(:NEXT-START-HV AS TIMESTAMP)
OCESQL*         ORDER BY EMP_NO, AUDIT_TS, AUDIT_ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE YEAR-START-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE NEXT-START-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C4" & x"00"
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C4
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C4" & x"00"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND NOT ABORT
               MOVE "OPEN TRANSFER CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

           IF  NOT ABORT
               PERFORM FETCH-PERIOD-ROW-RTN
               PERFORM FETCH-MONTH-ROW-RTN
               PERFORM FETCH-XFER-ROW-RTN
               PERFORM FETCH-ONE-EMP-RTN
               PERFORM UNTIL EMP-LIST-DONE OR ABORT
                   PERFORM PROCESS-ONE-EMP-RTN
                   IF  NOT ABORT
                       PERFORM FETCH-ONE-EMP-RTN
                   END-IF
               END-PERFORM
           END-IF.

OCESQL*    EXEC SQL
OCESQL*        CLOSE C1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C1" & x"00"
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        CLOSE C2
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C2" & x"00"
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        CLOSE C3
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C3" & x"00"
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        CLOSE C4
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C4" & x"00"
OCESQL     END-CALL.

      ******************************************************************
       FETCH-ONE-EMP-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C1 INTO :EMP-NO, :EMP-NAME, :EMP-DEPT
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C1" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               SET  EMP-LIST-DONE     TO TRUE
               IF  SQLCODE NOT = +10
                   MOVE "FETCH EMPLOYEE CURSOR" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   SET  ABORT         TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       FETCH-PERIOD-ROW-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C2 INTO :PR-EMP-NO, :PR-SALARY, :PR-EFF-FROM,
OCESQL*                      :PR-EFF-TO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PR-EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PR-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PR-EFF-FROM
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PR-EFF-TO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C2" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               SET  PERIOD-ROWS-DONE  TO TRUE
               IF  SQLCODE NOT = +10
                   MOVE "FETCH SALARY PERIOD CURSOR" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   SET  ABORT         TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       FETCH-MONTH-ROW-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C3 INTO :MR-EMP-NO, :MR-PERIOD-END, :MR-SALARY
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MR-EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MR-PERIOD-END
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE MR-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C3" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               SET  MONTH-ROWS-DONE   TO TRUE
               IF  SQLCODE NOT = +10
                   MOVE "FETCH MONTH-END PAY CURSOR" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   SET  ABORT         TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       FETCH-XFER-ROW-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C4 INTO :TR-EMP-NO, :TR-DATE, :TR-FROM-DEPT,
OCESQL*                      :TR-TO-DEPT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE TR-EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE TR-DATE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE TR-FROM-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE TR-TO-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ANNSTMT_C4" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               SET  XFER-ROWS-DONE    TO TRUE
               IF  SQLCODE NOT = +10
                   MOVE "FETCH TRANSFER CURSOR" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   SET  ABORT         TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    GATHER ONE EMPLOYEE'S YEAR FROM THE THREE DETAIL CURSORS
      *    (ROWS FOR A LOWER EMP_NO CAN ONLY BE TRANSFERS OF SOMEONE
      *    NEVER PAID IN THE YEAR, AND ARE PASSED OVER), THEN TOTAL
      *    IT AND PRINT IT IF THE EMPLOYEE IS SELECTED
      ******************************************************************
       PROCESS-ONE-EMP-RTN.
           ADD 1                      TO EMP-CNT.
           MOVE ZERO                  TO PD-CNT.
           MOVE ZERO                  TO XT-CNT.
           MOVE ZERO                  TO EMP-EARNINGS.
           MOVE ZERO                  TO EMP-RETRO.
           MOVE ZERO                  TO UNMATCHED-MONTHS.
           MOVE ZERO                  TO UNMATCHED-EARNINGS.
           MOVE SPACES                TO LEFT-DATE.
           MOVE "N"                   TO LEFT-SW.

           PERFORM UNTIL PERIOD-ROWS-DONE OR ABORT
                      OR PR-EMP-NO > EMP-NO
               IF  PR-EMP-NO = EMP-NO
                   PERFORM STORE-PERIOD-RTN
               END-IF
               PERFORM FETCH-PERIOD-ROW-RTN
           END-PERFORM.
           PERFORM UNTIL MONTH-ROWS-DONE OR ABORT
                      OR MR-EMP-NO > EMP-NO
               IF  MR-EMP-NO = EMP-NO
                   PERFORM APPLY-MONTH-RTN
               END-IF
               PERFORM FETCH-MONTH-ROW-RTN
           END-PERFORM.
           PERFORM UNTIL XFER-ROWS-DONE OR ABORT
                      OR TR-EMP-NO > EMP-NO
               IF  TR-EMP-NO = EMP-NO
                   PERFORM STORE-XFER-RTN
               END-IF
               PERFORM FETCH-XFER-ROW-RTN
           END-PERFORM.

           IF  NOT ABORT
               PERFORM CHECK-LEAVER-RTN
               PERFORM SUM-EMP-RETRO-RTN
               COMPUTE EMP-TOTAL = EMP-EARNINGS + EMP-RETRO
               PERFORM CHECK-SELECTION-RTN
               IF  EMP-SELECTED
                   PERFORM PRINT-STATEMENT-RTN
                   ADD 1              TO PRINTED-CNT
                   ADD EMP-EARNINGS   TO PRINTED-EARNINGS
                   ADD EMP-RETRO      TO PRINTED-RETRO
                   ADD EMP-TOTAL      TO PRINTED-TOTAL
               ELSE
                   ADD 1              TO OTHER-CNT
                   ADD EMP-TOTAL      TO OTHER-TOTAL
               END-IF
               ADD EMP-TOTAL          TO ALL-TOTAL
           END-IF.

      ******************************************************************
       STORE-PERIOD-RTN.
      ******************************************************************
           IF  PD-CNT NOT < PD-MAX
               MOVE EMP-NO            TO EMP-NO-DISP
               DISPLAY "EMP_NO " EMP-NO-DISP " HAS MORE THAN " PD-MAX
                       " SALARY PERIODS IN " STMT-YEAR
               MOVE "LOAD SALARY PERIODS" TO ERROR-CONTEXT
               MOVE EMP-NO-DISP       TO ERROR-RECORD-KEY
               PERFORM WRITE-ERROR-LOG-RTN
               SET  ABORT             TO TRUE
           ELSE
               ADD 1                  TO PD-CNT
               MOVE PR-SALARY         TO PD-SALARY (PD-CNT)
               MOVE PR-EFF-FROM       TO PD-EFF-FROM (PD-CNT)
               MOVE PR-EFF-TO         TO PD-EFF-TO (PD-CNT)
               MOVE ZERO              TO PD-MONTHS (PD-CNT)
               MOVE ZERO              TO PD-EARNINGS (PD-CNT)
           END-IF.

      ******************************************************************
      *    A MONTH'S PAY IS COUNTED IN THE SALARY PERIOD IN FORCE ON
      *    THE PERIOD-END DATE (EFF_FROM ON OR BEFORE IT, EFF_TO
      *    AFTER IT)
      ******************************************************************
       APPLY-MONTH-RTN.
           MOVE "N"                   TO PERIOD-FOUND-SW.
           PERFORM VARYING PD-SUB FROM 1 BY 1
                   UNTIL PD-SUB > PD-CNT OR PERIOD-FOUND
               IF  PD-EFF-FROM (PD-SUB) NOT > MR-PERIOD-END
                   AND PD-EFF-TO (PD-SUB) > MR-PERIOD-END
                   SET  PERIOD-FOUND  TO TRUE
                   MOVE PD-SUB        TO PD-HIT
               END-IF
           END-PERFORM.
           IF  PERIOD-FOUND
               ADD 1                  TO PD-MONTHS (PD-HIT)
               ADD MR-SALARY          TO PD-EARNINGS (PD-HIT)
           ELSE
               ADD 1                  TO UNMATCHED-MONTHS
               ADD MR-SALARY          TO UNMATCHED-EARNINGS
           END-IF.
           ADD MR-SALARY              TO EMP-EARNINGS.

      ******************************************************************
       STORE-XFER-RTN.
      ******************************************************************
           IF  XT-CNT NOT < XT-MAX
               MOVE EMP-NO            TO EMP-NO-DISP
               DISPLAY "EMP_NO " EMP-NO-DISP " HAS MORE THAN " XT-MAX
                       " TRANSFERS IN " STMT-YEAR
               MOVE "LOAD TRANSFERS"  TO ERROR-CONTEXT
               MOVE EMP-NO-DISP       TO ERROR-RECORD-KEY
               PERFORM WRITE-ERROR-LOG-RTN
               SET  ABORT             TO TRUE
           ELSE
               ADD 1                  TO XT-CNT
               MOVE TR-DATE           TO XT-DATE (XT-CNT)
               MOVE TR-FROM-DEPT      TO XT-FROM-DEPT (XT-CNT)
               MOVE TR-TO-DEPT        TO XT-TO-DEPT (XT-CNT)
           END-IF.

      ******************************************************************
      *    AN EMPLOYEE WHOSE LAST SALARY PERIOD WAS CLOSED DURING THE
      *    YEAR WITH NOTHING AFTER IT LEFT ON THAT DATE (TERMEMP
      *    CLOSES THE OPEN ROW AT THE TERMINATION DATE)
      ******************************************************************
       CHECK-LEAVER-RTN.
           IF  PD-CNT > ZERO
               IF  PD-EFF-TO (PD-CNT) NOT > YEAR-END-HV
                   SET  EMP-LEFT      TO TRUE
                   MOVE PD-EFF-TO (PD-CNT) TO LEFT-DATE
                   ADD 1              TO LEAVER-CNT
               END-IF
           END-IF.

      ******************************************************************
       SUM-EMP-RETRO-RTN.
      ******************************************************************
           PERFORM VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-CNT
               IF  RT-EMP-NO (RT-SUB) = EMP-NO
                   ADD RT-AMOUNT (RT-SUB) TO EMP-RETRO
                   SET  RT-USED (RT-SUB)  TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
       CHECK-SELECTION-RTN.
      ******************************************************************
           MOVE "N"                   TO SELECTED-SW.
           EVALUATE TRUE
               WHEN SPM-RANGE
                   IF  EMP-NO NOT < SP-LOW-NO
                       AND EMP-NO NOT > SP-HIGH-NO
                       SET  EMP-SELECTED TO TRUE
                   END-IF
               WHEN SPM-DEPT
                   IF  EMP-DEPT = SP-DEPT
                       SET  EMP-SELECTED TO TRUE
                   END-IF
               WHEN OTHER
                   SET  EMP-SELECTED  TO TRUE
           END-EVALUATE.

      ******************************************************************
      *    ONE STATEMENT, STARTING ON A PAGE OF ITS OWN
      ******************************************************************
       PRINT-STATEMENT-RTN.
           MOVE EMP-NO                TO REH-EMP-NO.
           MOVE EMP-NAME              TO REH-EMP-NAME.
           MOVE EMP-DEPT              TO REH-DEPT.
           MOVE RPT-EMP-HEADING       TO RPT-HEADING-3.
           PERFORM WRITE-HEADING-RTN.
           PERFORM PRINT-PERIODS-RTN.
           PERFORM PRINT-RETRO-RTN.
           PERFORM PRINT-XFERS-RTN.
           MOVE SPACES                TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE SPACES                TO RCL-LABEL.
           STRING "TOTAL FOR "        DELIMITED BY SIZE
                  STMT-YEAR           DELIMITED BY SIZE
                  " . . . . . . . . ." DELIMITED BY SIZE
             INTO RCL-LABEL
           END-STRING.
           MOVE EMP-TOTAL             TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.

      ******************************************************************
       PRINT-PERIODS-RTN.
      ******************************************************************
           MOVE SPACES                TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "SALARY PERIODS"      TO RSL-TEXT.
           MOVE RPT-SECTION-LINE      TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE RPT-PERIOD-HEAD       TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE RPT-PERIOD-RULE       TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           IF  PD-CNT = ZERO
               MOVE "NO SALARY PERIOD ON FILE FOR THE YEAR"
                                      TO RSL-TEXT
               MOVE RPT-SECTION-LINE  TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
           END-IF.
           PERFORM VARYING PD-SUB FROM 1 BY 1
                   UNTIL PD-SUB > PD-CNT
               MOVE PD-EFF-FROM (PD-SUB)  TO RPD-EFF-FROM
               IF  PD-EFF-TO (PD-SUB) = "9999-12-31"
                   MOVE "CURRENT"         TO RPD-EFF-TO
               ELSE
                   MOVE PD-EFF-TO (PD-SUB) TO RPD-EFF-TO
               END-IF
               MOVE PD-SALARY (PD-SUB)    TO RPD-SALARY
               MOVE PD-MONTHS (PD-SUB)    TO RPD-MONTHS
               MOVE PD-EARNINGS (PD-SUB)  TO RPD-EARNINGS
               MOVE RPT-PERIOD-DETAIL     TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
           END-PERFORM.
           IF  UNMATCHED-MONTHS > ZERO
               MOVE "OUTSIDE ANY"     TO RPD-EFF-FROM
               MOVE "PERIOD"          TO RPD-EFF-TO
               MOVE ZERO              TO RPD-SALARY
               MOVE UNMATCHED-MONTHS  TO RPD-MONTHS
               MOVE UNMATCHED-EARNINGS TO RPD-EARNINGS
               MOVE RPT-PERIOD-DETAIL TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
           END-IF.
           IF  EMP-LEFT
               MOVE SPACES            TO RSL-TEXT
               STRING "LEFT THE COMPANY ON " DELIMITED BY SIZE
                      LEFT-DATE              DELIMITED BY SIZE
                 INTO RSL-TEXT
               END-STRING
               MOVE RPT-SECTION-LINE  TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
           END-IF.
           MOVE "EARNINGS . . . . . . . . . . . ." TO RCL-LABEL.
           MOVE EMP-EARNINGS          TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.

      ******************************************************************
       PRINT-RETRO-RTN.
      ******************************************************************
           MOVE SPACES                TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "RETRO PAYMENTS"      TO RSL-TEXT.
           MOVE RPT-SECTION-LINE      TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE RPT-RETRO-HEAD        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE RPT-RETRO-RULE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "N"                   TO RETRO-LISTED-SW.
           PERFORM VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-CNT
               IF  RT-EMP-NO (RT-SUB) = EMP-NO
                   SET  RETRO-LISTED      TO TRUE
                   MOVE RT-PAY-PERIOD (RT-SUB)   TO RRD-PAY-PERIOD
                   MOVE RT-EFF-DATE (RT-SUB)     TO RRD-EFF-DATE
                   MOVE RT-RETRO-RUN-ID (RT-SUB) TO RRD-RETRO-RUN-ID
                   MOVE RT-AMOUNT (RT-SUB)       TO RRD-AMOUNT
                   MOVE RPT-RETRO-DETAIL  TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE-RTN
               END-IF
           END-PERFORM.
           IF  NOT RETRO-LISTED
               MOVE "NONE"            TO RSL-TEXT
               MOVE RPT-SECTION-LINE  TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
           END-IF.
           MOVE "RETRO  . . . . . . . . . . . . ." TO RCL-LABEL.
           MOVE EMP-RETRO             TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.

      ******************************************************************
       PRINT-XFERS-RTN.
      ******************************************************************
           MOVE SPACES                TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "DEPARTMENT TRANSFERS" TO RSL-TEXT.
           MOVE RPT-SECTION-LINE      TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE RPT-XFER-HEAD         TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE RPT-XFER-RULE         TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           IF  XT-CNT = ZERO
               MOVE "NONE"            TO RSL-TEXT
               MOVE RPT-SECTION-LINE  TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
           END-IF.
           PERFORM VARYING XT-SUB FROM 1 BY 1
                   UNTIL XT-SUB > XT-CNT
               MOVE XT-DATE (XT-SUB)      TO RXD-DATE
               MOVE XT-FROM-DEPT (XT-SUB) TO RXD-FROM-DEPT
               MOVE XT-TO-DEPT (XT-SUB)   TO RXD-TO-DEPT
               MOVE RPT-XFER-DETAIL       TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
           END-PERFORM.

      ******************************************************************
      *    CONTROL PAGE: THE STATEMENTS OF EVERY EMPLOYEE PAID IN THE
      *    YEAR (PRINTED OR NOT) MUST ADD UP TO THE PERIOD CLOSE
      *    PAYROLL PLUS THE RETRO PAID IN THE YEAR.  RETRO PAID TO
      *    SOMEONE WITH NO STATEMENT IS LISTED AS PART OF ANY GAP.
      ******************************************************************
       WRITE-CONTROL-PAGE-RTN.
           PERFORM VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-CNT
               IF  NOT RT-USED (RT-SUB)
                   ADD 1                  TO ORPHAN-CNT
                   ADD RT-AMOUNT (RT-SUB) TO ORPHAN-TOTAL
               END-IF
           END-PERFORM.
           COMPUTE CONTROL-DIFF = ALL-TOTAL - PAYROLL-YEAR-TOTAL.

           MOVE "STATEMENT CONTROL TOTALS" TO RPT-HEADING-3.
           PERFORM WRITE-HEADING-RTN.
           MOVE SPACES                TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE SPACES                TO RSL-TEXT.
           STRING "SELECTION: "       DELIMITED BY SIZE
                  SELECTION-TEXT      DELIMITED BY SIZE
             INTO RSL-TEXT
           END-STRING.
           MOVE RPT-SECTION-LINE      TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE SPACES                TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "EMPLOYEES PAID IN THE YEAR . . ." TO RCL-LABEL.
           MOVE EMP-CNT               TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "  OF WHOM LEFT IN THE YEAR . . ." TO RCL-LABEL.
           MOVE LEAVER-CNT            TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "STATEMENTS PRINTED . . . . . . ." TO RCL-LABEL.
           MOVE PRINTED-CNT           TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "EARNINGS ON STATEMENTS PRINTED ." TO RCL-LABEL.
           MOVE PRINTED-EARNINGS      TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "RETRO ON STATEMENTS PRINTED  . ." TO RCL-LABEL.
           MOVE PRINTED-RETRO         TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "TOTAL OF STATEMENTS PRINTED  . ." TO RCL-LABEL.
           MOVE PRINTED-TOTAL         TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "EMPLOYEES NOT SELECTED . . . . ." TO RCL-LABEL.
           MOVE OTHER-CNT             TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "TOTAL NOT SELECTED . . . . . . ." TO RCL-LABEL.
           MOVE OTHER-TOTAL           TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "TOTAL OF ALL STATEMENTS  . . . ." TO RCL-LABEL.
           MOVE ALL-TOTAL             TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE SPACES                TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "PERIOD CLOSES IN THE YEAR  . . ." TO RCL-LABEL.
           MOVE PC-PERIODS            TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "PAYROLL AT PERIOD CLOSE  . . . ." TO RCL-LABEL.
           MOVE PC-PAYROLL            TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "RETRO PAID IN THE YEAR . . . . ." TO RCL-LABEL.
           MOVE RETRO-YEAR-TOTAL      TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "PAYROLL TOTAL FOR THE YEAR . . ." TO RCL-LABEL.
           MOVE PAYROLL-YEAR-TOTAL    TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "RETRO NOT ON ANY STATEMENT . . ." TO RCL-LABEL.
           MOVE ORPHAN-TOTAL          TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "DIFFERENCE . . . . . . . . . . ." TO RCL-LABEL.
           MOVE CONTROL-DIFF          TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE SPACES                TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           IF  CONTROL-DIFF = ZERO
               MOVE "*** STATEMENTS AGREE WITH THE PAYROLL FOR THE YEAR"
                                      TO RSL-TEXT
           ELSE
               MOVE "*** STATEMENTS DO NOT AGREE WITH THE PAYROLL"
                                      TO RSL-TEXT
           END-IF.
           MOVE RPT-SECTION-LINE      TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           IF  PC-PERIODS < 12
               MOVE "*** FEWER THAN 12 PERIOD CLOSES IN THE YEAR"
                                      TO RSL-TEXT
               MOVE RPT-SECTION-LINE  TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
           END-IF.
           IF  ORPHAN-CNT > ZERO
               PERFORM PRINT-ORPHAN-RETRO-RTN
           END-IF.

      ******************************************************************
       PRINT-ORPHAN-RETRO-RTN.
      ******************************************************************
           MOVE SPACES                TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           MOVE "RETRO PAID TO AN EMPLOYEE WITH NO STATEMENT"
                                      TO RSL-TEXT.
           MOVE RPT-SECTION-LINE      TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE-RTN.
           PERFORM VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-CNT
               IF  NOT RT-USED (RT-SUB)
                   MOVE RT-EMP-NO (RT-SUB)       TO ROD-EMP-NO
                   MOVE RT-PAY-PERIOD (RT-SUB)   TO ROD-PAY-PERIOD
                   MOVE RT-EFF-DATE (RT-SUB)     TO ROD-EFF-DATE
                   MOVE RT-RETRO-RUN-ID (RT-SUB) TO ROD-RETRO-RUN-ID
                   MOVE RT-AMOUNT (RT-SUB)       TO ROD-AMOUNT
                   MOVE RPT-ORPHAN-DETAIL TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE-RTN
               END-IF
           END-PERFORM.

      ******************************************************************
       WRITE-REPORT-LINE-RTN.
      ******************************************************************
           IF  LINE-CNT NOT < LINES-PER-PAGE
               MOVE REPORT-RECORD     TO PRINT-LINE-HOLD
               PERFORM WRITE-HEADING-RTN
               MOVE PRINT-LINE-HOLD   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.

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
OCESQL          BY REFERENCE SQ0011
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
OCESQL          BY REFERENCE SQ0012
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
           MOVE "ANNSTMT"              TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
