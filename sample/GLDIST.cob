      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  GLDIST   -- labour cost distribution journal: summarizes the
      *              period's salary cost into balanced general ledger
      *              journal lines instead of the one-line-per-employee
      *              GLEXTRCT file.  Each department's EMP_SALARY total
      *              is debited to the salary expense account and cost
      *              centre held for it on GL_MAP (loaded by LOADGLMP).
      *              Amounts on the retro adjustment file RETROPAY.DAT
      *              are posted on a line of their own per department
      *              (a net recovery is a credit).  The offsetting
      *              credit goes to each department's accrual account,
      *              one line per account.  The journal goes to
      *              GLDIST.DAT with a header and a trailer carrying the
      *              line count and the debit and credit totals.
      *              GLDIST.RPT lists the lines and any exceptions.
      *
      *              Nothing is written to GLDIST.DAT when an EMP_DEPT
      *              (or the department of a retro employee) has no
      *              GL_MAP row, when the debits do not equal the
      *              credits, or when the salary and retro lines do not
      *              agree with EMP and the RETROPAY.DAT trailer; the
      *              run ends with RETURN-CODE 16 and any journal left
      *              from an earlier period is emptied.  A retro
      *              employee no longer on EMP is charged to the
      *              department held for them at the latest period
      *              close (EMP_PERIOD).  Every journal written is
      *              logged on GLDSENT.DAT by period: a second journal
      *              for a period already logged is refused, and a
      *              RETROPAY run already posted is not posted again.
      *              Any other run that fails, or has no salary cost,
      *              also leaves GLDIST.DAT empty; only a run refused
      *              because its period is already logged leaves the
      *              logged journal in place.
      *              Like the ledger extract the journal is only cut on
      *              the month-end night when RUNCTL.DAT is present.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 GLDIST.
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
           SELECT RETRO-ADJ-FILE   ASSIGN TO "RETROPAY.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RETRO-STATUS.
           SELECT GL-JOURNAL-FILE  ASSIGN TO "GLDIST.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GLFILE-STATUS.
           SELECT GL-DSENT-FILE    ASSIGN TO "GLDSENT.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GDSENT-STATUS.
           SELECT REPORT-FILE      ASSIGN TO "GLDIST.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS REPORT-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "GLDIST.ERR"
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

      *    ADJUSTMENT FILE WRITTEN BY RETROPAY: "D" DETAILS WITH A
      *    SIGNED RETRO AMOUNT, "T" TRAILER WITH COUNT AND TOTAL
       FD  RETRO-ADJ-FILE.
       01  RETRO-ADJ-RECORD.
           05  RJ-REC-TYPE         PIC  X(01).
               88  RJ-DETAIL           VALUE "D".
               88  RJ-TRAILER          VALUE "T".
           05  RJ-EMP-NO           PIC  9(04).
           05  RJ-AMOUNT-SIGN      PIC  X(01).
           05  RJ-AMOUNT           PIC  9(07).
           05  RJ-EFF-DATE         PIC  X(10).
           05  RJ-RUN-ID           PIC  X(08).
       01  RETRO-ADJ-TRAILER.
           05  RJT-REC-TYPE        PIC  X(01).
           05  RJT-DETAIL-CNT      PIC  9(06).
           05  RJT-TOTAL-SIGN      PIC  X(01).
           05  RJT-TOTAL-AMOUNT    PIC  9(09).
           05  FILLER              PIC  X(14).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD       PIC  X(80).

      *    ONE LINE PER JOURNAL WRITTEN: GD-PERIOD (YYYY-MM) MAY
      *    APPEAR ONLY ONCE; GD-RETRO-RUN-ID IS THE RETROPAY RUN
      *    WHOSE AMOUNTS WERE POSTED (BLANK IF NONE).
       FD  GL-DSENT-FILE.
       01  GL-DSENT-RECORD.
           05  GD-RUN-ID           PIC  X(08).
           05  GD-FILE-DATE        PIC  X(10).
           05  GD-PERIOD           PIC  X(07).
           05  GD-LINE-CNT         PIC  9(05).
           05  GD-DEBIT-TOTAL      PIC  9(11).
           05  GD-CREDIT-TOTAL     PIC  9(11).
           05  GD-RETRO-RUN-ID     PIC  X(08).
           05  GD-STATUS           PIC  X(01).
               88  GD-SENT             VALUE "S".

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC  X(80).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

       WORKING-STORAGE             SECTION.
       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  RETRO-STATUS     PIC  X(02).
           05  GLFILE-STATUS    PIC  X(02).
           05  GDSENT-STATUS    PIC  X(02).
           05  REPORT-STATUS    PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).

       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).

       01  ABORT-SW             PIC  X(01) VALUE "N".
           88  ABORT                     VALUE "Y".
       01  SQL-ERROR-SW         PIC  X(01) VALUE "N".
           88  SQL-ERROR-OCCURRED         VALUE "Y".
       01  RUN-CTL-PRESENT-SW   PIC  X(01) VALUE "N".
           88  RUN-CTL-PRESENT           VALUE "Y".
       01  MONTH-END-SW         PIC  X(01) VALUE "N".
           88  MONTH-END-NIGHT           VALUE "Y".
       01  PERIOD-SENT-SW       PIC  X(01) VALUE "N".
           88  PERIOD-ALREADY-SENT       VALUE "Y".
       01  SENT-RUN-ID          PIC  X(08) VALUE SPACES.
       01  SENT-FILE-DATE       PIC  X(10) VALUE SPACES.
       01  REFUSED-SW           PIC  X(01) VALUE "N".
           88  JOURNAL-REFUSED           VALUE "Y".
       01  REFUSE-REASON        PIC  X(40) VALUE SPACES.
       01  LOGGED-SW            PIC  X(01) VALUE "N".
           88  JOURNAL-LOGGED            VALUE "Y".
       01  RETRO-SW             PIC  X(01) VALUE "N".
           88  RETRO-TO-POST             VALUE "Y".
       01  RETRO-RUN-ID         PIC  X(08) VALUE SPACES.
       01  RETRO-DONE-SW        PIC  X(01) VALUE "N".
           88  RETRO-ALREADY-POSTED      VALUE "Y".
       01  RETRO-DONE-RUN-ID    PIC  X(08) VALUE SPACES.
       01  RETRO-EOF-SW         PIC  X(01) VALUE "N".
           88  RETRO-EOF                 VALUE "Y".
       01  RETRO-FOUND-SW       PIC  X(01) VALUE "N".
           88  RETRO-FOUND               VALUE "Y".
       01  DEPT-FOUND-SW        PIC  X(01) VALUE "N".
           88  DEPT-FOUND                VALUE "Y".
       01  ACCRUAL-FOUND-SW     PIC  X(01) VALUE "N".
           88  ACCRUAL-FOUND             VALUE "Y".

      *    RETROPAY.DAT AMOUNTS BY EMPLOYEE, WITH THE DEPARTMENT THE
      *    AMOUNT IS CHARGED TO (BLANK WHEN NONE COULD BE FOUND)
       01  RETRO-TABLE.
           05  RT-ENTRY            OCCURS 2000 TIMES.
               10  RT-EMP-NO       PIC  9(04).
               10  RT-AMOUNT       PIC S9(09).
               10  RT-DEPT         PIC  X(03).
       01  RT-CNT               PIC  9(04) VALUE ZERO.
       01  RT-MAX               PIC  9(04) VALUE 2000.
       01  RT-SUB               PIC  9(04) COMP.
       01  RETRO-DETAIL-CNT     PIC  9(06) VALUE ZERO.
       01  RETRO-FILE-TOTAL     PIC S9(09) VALUE ZERO.
       01  RETRO-TRAILER-TOTAL  PIC S9(09) VALUE ZERO.
       01  RETRO-TRAILER-SW     PIC  X(01) VALUE "N".
           88  RETRO-TRAILER-SEEN        VALUE "Y".
       01  RETRO-TRAILER-CNT    PIC  9(06) VALUE ZERO.
       01  EMP-RETRO            PIC S9(09) VALUE ZERO.

      *    ONE ENTRY PER DEPARTMENT ON EMP (PLUS ANY DEPARTMENT WITH
      *    RETRO ONLY) AND THE GL_MAP ACCOUNTS FOR IT
       01  DEPT-TABLE.
           05  DT-ENTRY            OCCURS 500 TIMES.
               10  DT-DEPT         PIC  X(03).
               10  DT-HEADCOUNT    PIC  9(04).
               10  DT-SALARY       PIC S9(09).
               10  DT-RETRO        PIC S9(09).
               10  DT-EXPENSE-ACCT PIC  X(10).
               10  DT-COST-CENTER  PIC  X(06).
               10  DT-ACCRUAL-ACCT PIC  X(10).
               10  DT-MAPPED-FLG   PIC  X(01).
                   88  DT-MAPPED       VALUE "Y".
       01  DT-CNT               PIC  9(04) VALUE ZERO.
       01  DT-MAX               PIC  9(04) VALUE 500.
       01  DT-SUB               PIC  9(04) COMP.
       01  DT-HIT               PIC  9(04) COMP.

      *    NET SALARY COST TO BE CREDITED TO EACH ACCRUAL ACCOUNT
       01  ACCRUAL-TABLE.
           05  AC-ENTRY            OCCURS 100 TIMES.
               10  AC-ACCT         PIC  X(10).
               10  AC-AMOUNT       PIC S9(11).
       01  AC-CNT               PIC  9(04) VALUE ZERO.
       01  AC-MAX               PIC  9(04) VALUE 100.
       01  AC-SUB               PIC  9(04) COMP.
       01  AC-HIT               PIC  9(04) COMP.

      *    THE JOURNAL IS BUILT HERE AND CHECKED IN FULL BEFORE ANY
      *    OF IT IS WRITTEN TO GLDIST.DAT
       01  JOURNAL-TABLE.
           05  JL-ENTRY            OCCURS 1200 TIMES.
               10  JL-ACCOUNT      PIC  X(10).
               10  JL-COST-CENTER  PIC  X(06).
               10  JL-DR-CR        PIC  X(01).
                   88  JL-DEBIT        VALUE "D".
                   88  JL-CREDIT       VALUE "C".
               10  JL-AMOUNT       PIC  9(11).
               10  JL-DEPT         PIC  X(03).
               10  JL-DESC         PIC  X(20).
       01  JL-CNT               PIC  9(05) VALUE ZERO.
       01  JL-MAX               PIC  9(05) VALUE 1200.
       01  JL-SUB               PIC  9(05) COMP.

      *    CANDIDATE LINE FOR ADD-JOURNAL-LINE-RTN: A POSITIVE AMOUNT
      *    IS A DEBIT, A NEGATIVE ONE A CREDIT, ZERO WRITES NO LINE
       01  LINE-AMOUNT          PIC S9(11) VALUE ZERO.
       01  LINE-ACCOUNT         PIC  X(10) VALUE SPACES.
       01  LINE-COST-CENTER     PIC  X(06) VALUE SPACES.
       01  LINE-DEPT            PIC  X(03) VALUE SPACES.
       01  LINE-DESC            PIC  X(20) VALUE SPACES.

      *    CONTROL TOTALS THE JOURNAL MUST AGREE WITH
       01  DEBIT-TOTAL          PIC  9(11) VALUE ZERO.
       01  CREDIT-TOTAL         PIC  9(11) VALUE ZERO.
       01  SALARY-LINE-TOTAL    PIC S9(11) VALUE ZERO.
       01  RETRO-LINE-TOTAL     PIC S9(11) VALUE ZERO.
       01  HEADCOUNT-TOTAL      PIC  9(06) VALUE ZERO.

       01  UNMAPPED-CNT         PIC  9(06) VALUE ZERO.
       01  NO-DEPT-CNT          PIC  9(06) VALUE ZERO.
       01  EMP-NO-DISP          PIC  9(04) VALUE ZERO.

       01  FILE-DATE.
           05  FD-YYYY          PIC  X(04).
           05  FILLER              PIC  X     VALUE "-".
           05  FD-MM            PIC  X(02).
           05  FILLER              PIC  X     VALUE "-".
           05  FD-DD            PIC  X(02).
       01  PAY-PERIOD           PIC  X(07).

       01  SALARY-DESC.
           05  FILLER              PIC  X(07) VALUE "SALARY ".
           05  SD-PERIOD           PIC  X(07).
       01  RETRO-DESC.
           05  FILLER              PIC  X(10) VALUE "RETRO RUN ".
           05  RTD-RUN-ID          PIC  X(08).
       01  ACCRUAL-DESC.
           05  FILLER              PIC  X(12) VALUE "ACCRUED PAY ".
           05  AD-PERIOD           PIC  X(07).

      *    GLDIST.DAT RECORDS, PIPE-DELIMITED AS FOR GLEXTRCT
       01  GL-HEADER-REC.
           05  FILLER              PIC  X(02) VALUE "H|".
           05  GLH-PERIOD          PIC  X(07).
           05  FILLER              PIC  X(01) VALUE "|".
           05  GLH-FILE-DATE       PIC  X(10).
           05  FILLER              PIC  X(01) VALUE "|".
           05  GLH-RUN-ID          PIC  X(08).

       01  GL-LINE-REC.
           05  FILLER              PIC  X(02) VALUE "D|".
           05  GLL-LINE-NO         PIC  9(05).
           05  FILLER              PIC  X(01) VALUE "|".
           05  GLL-ACCOUNT         PIC  X(10).
           05  FILLER              PIC  X(01) VALUE "|".
           05  GLL-COST-CENTER     PIC  X(06).
           05  FILLER              PIC  X(01) VALUE "|".
           05  GLL-DR-CR           PIC  X(01).
           05  FILLER              PIC  X(01) VALUE "|".
           05  GLL-AMOUNT          PIC  9(11).
           05  FILLER              PIC  X(01) VALUE "|".
           05  GLL-DEPT            PIC  X(03).
           05  FILLER              PIC  X(01) VALUE "|".
           05  GLL-DESC            PIC  X(20).

       01  GL-TRAILER-REC.
           05  FILLER              PIC  X(02) VALUE "T|".
           05  GLT-LINE-CNT        PIC  9(05).
           05  FILLER              PIC  X(01) VALUE "|".
           05  GLT-DEBIT-TOTAL     PIC  9(11).
           05  FILLER              PIC  X(01) VALUE "|".
           05  GLT-CREDIT-TOTAL    PIC  9(11).

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
               "LABOUR COST DISTRIBUTION JOURNAL, PERIOD ".
           05  RH2-PERIOD          PIC  X(07).

       01  RPT-HEADING-3.
           05  FILLER              PIC  X(06) VALUE " LINE".
           05  FILLER              PIC  X(11) VALUE "ACCOUNT".
           05  FILLER              PIC  X(07) VALUE "CCTR".
           05  FILLER              PIC  X(04) VALUE "DPT".
           05  FILLER              PIC  X(21) VALUE "DESCRIPTION".
           05  FILLER              PIC  X(15) VALUE
               "         DEBIT".
           05  FILLER              PIC  X(14) VALUE
               "        CREDIT".

       01  RPT-HEADING-4.
           05  FILLER              PIC  X(06) VALUE "-----".
           05  FILLER              PIC  X(11) VALUE "----------".
           05  FILLER              PIC  X(07) VALUE "------".
           05  FILLER              PIC  X(04) VALUE "---".
           05  FILLER              PIC  X(21) VALUE
               "--------------------".
           05  FILLER              PIC  X(15) VALUE
               "--------------".
           05  FILLER              PIC  X(14) VALUE
               "--------------".

       01  RPT-DETAIL.
           05  RD-LINE-NO          PIC  ZZZZ9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-ACCOUNT          PIC  X(10).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-COST-CENTER      PIC  X(06).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-DEPT             PIC  X(03).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-DESC             PIC  X(20).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-DEBIT            PIC  ZZ,ZZZ,ZZZ,ZZZ.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-CREDIT           PIC  ZZ,ZZZ,ZZZ,ZZZ.

       01  RPT-SECTION-LINE.
           05  RSL-TEXT            PIC  X(60).
           05  FILLER              PIC  X(20) VALUE SPACE.

      *    DEPARTMENT (OR EMPLOYEE) THAT STOPS THE JOURNAL
       01  RPT-EXCEPTION.
           05  RX-KEY              PIC  X(05).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RX-REASON           PIC  X(40).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RX-AMOUNT           PIC  ---,---,--9.

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
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-DEPT                PIC  X(03).
       01  DEPT-SUM-VARS.
           05  DS-DEPT             PIC  X(03).
           05  DS-HEADCOUNT        PIC S9(04).
           05  DS-SALARY           PIC S9(09).
       01  GL-MAP-VARS.
           05  EXPENSE-ACCT        PIC  X(10).
           05  COST-CENTER         PIC  X(06).
           05  ACCRUAL-ACCT        PIC  X(10).
       01  EMP-CTL-VARS.
           05  EMP-CTL-COUNT       PIC S9(06).
           05  EMP-CTL-SALARY      PIC S9(09).
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(202) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS GL_MAP ( DEPT_CODE CHAR(3) NOT N"
OCESQL  &  "ULL, EXPENSE_ACCT CHAR(10) NOT NULL, COST_CENTER CHAR(6) NO"
OCESQL  &  "T NULL, ACCRUAL_ACCT CHAR(10) NOT NULL, CONSTRAINT IGLMP_0 "
OCESQL  &  "PRIMARY KEY (DEPT_CODE) )".
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
OCESQL     02  FILLER PIC X(315) VALUE
OCESQL     "SELECT COALESCE(E.EMP_DEPT, ' '), COUNT( * ), COALESCE( SUM"
OCESQL  &  "(E.EMP_SALARY), 0 ), COALESCE(M.EXPENSE_ACCT, ' '), COALESC"
OCESQL  &  "E(M.COST_CENTER, ' '), COALESCE(M.ACCRUAL_ACCT, ' ') FROM E"
OCESQL  &  "MP E LEFT JOIN GL_MAP M ON M.DEPT_CODE = E.EMP_DEPT GROUP B"
OCESQL  &  "Y E.EMP_DEPT, M.EXPENSE_ACCT, M.COST_CENTER, M.ACCRUAL_ACCT"
OCESQL  &  " ORDER BY E.EMP_DEPT".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(58) VALUE
OCESQL     "SELECT COUNT( * ), COALESCE( SUM(EMP_SALARY), 0 ) FROM EMP".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(152) VALUE
OCESQL     "SELECT COALESCE( (SELECT EMP_DEPT FROM EMP WHERE EMP_NO = ?"
OCESQL  &  "), (SELECT EMP_DEPT FROM EMP_PERIOD WHERE EMP_NO = ? ORDER "
OCESQL  &  "BY PERIOD_END DESC LIMIT 1), ' ' )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(78) VALUE
OCESQL     "SELECT EXPENSE_ACCT, COST_CENTER, ACCRUAL_ACCT FROM GL_MAP "
OCESQL  &  "WHERE DEPT_CODE = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(301) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_STATS ( STAT_ID SERIAL, PROG"
OCESQL  &  "RAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT NULL, START_"
OCESQL  &  "TS TIMESTAMP, END_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIM"
OCESQL  &  "ESTAMP, READ_CNT NUMERIC(6,0), ACCEPT_CNT NUMERIC(6,0), REJ"
OCESQL  &  "ECT_CNT NUMERIC(6,0), RETURN_CD NUMERIC(2,0), BIZ_DATE CHAR"
OCESQL  &  "(10) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(145) VALUE
OCESQL     "INSERT INTO RUN_STATS ( PROGRAM_NAME, RUN_ID, START_TS, REA"
OCESQL  &  "D_CNT, ACCEPT_CNT, REJECT_CNT, RETURN_CD, BIZ_DATE ) VALUES"
OCESQL  &  " ( ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** GLDIST STARTED ***".
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.

      *    PERIOD-END GATE, AS FOR THE LEDGER EXTRACT: AT A RUNCTL
      *    SITE THE JOURNAL IS CUT ONLY ON THE MONTH-END NIGHT; A SITE
      *    WITH NO RUNCTL.DAT AT ALL PROCEEDS UNGATED.
           IF  RUN-CTL-PRESENT AND NOT MONTH-END-NIGHT
               DISPLAY "BUSINESS DATE " STAT-BIZ-DATE " IS NOT "
                       "MONTH-END -- DISTRIBUTION JOURNAL NOT CUT"
               MOVE 0               TO STAT-RETURN-CD
               PERFORM SKIP-RUN-RTN
           END-IF.

           PERFORM SET-PAY-PERIOD-RTN.
           PERFORM LOAD-RETRO-RTN.

      *    ONE JOURNAL PER PERIOD: A PERIOD ALREADY ON GLDSENT.DAT HAS
      *    BEEN HANDED TO THE LEDGER AND IS NEVER CUT AGAIN
           IF  NOT ABORT
               PERFORM CHECK-SENT-LOG-RTN
               IF  PERIOD-ALREADY-SENT
                   DISPLAY "*** PERIOD " PAY-PERIOD " ALREADY "
                           "JOURNALLED BY RUN " SENT-RUN-ID " OF "
                           SENT-FILE-DATE " -- JOURNAL NOT CUT ***"
                   SET  ABORT         TO TRUE
               END-IF
           END-IF.
           IF  ABORT
               IF  NOT PERIOD-ALREADY-SENT
                   PERFORM EMPTY-JOURNAL-RTN
               END-IF
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
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   PERFORM EMPTY-JOURNAL-RTN
                   STOP RUN
               END-IF
               display "CONNECT...OK"

      *    ACCOUNT MAPPING AND PERIOD SNAPSHOT TABLES (IDEMPOTENT,
      *    MAINTAINED BY LOADGLMP AND PERDCLOS)
OCESQL*        EXEC SQL
OCESQL*            CREATE TABLE IF NOT EXISTS GL_MAP
OCESQL*            (
OCESQL*                DEPT_CODE     CHAR(3) NOT NULL,
OCESQL*                EXPENSE_ACCT  CHAR(10) NOT NULL,
OCESQL*                COST_CENTER   CHAR(6) NOT NULL,
OCESQL*                ACCRUAL_ACCT  CHAR(10) NOT NULL,
OCESQL*                CONSTRAINT IGLMP_0 PRIMARY KEY (DEPT_CODE)
OCESQL*            )
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0001
OCESQL         END-CALL
               MOVE "CREATE TABLE GL_MAP" TO ERROR-CONTEXT
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

               IF  NOT ABORT
                   PERFORM LOAD-DEPARTMENTS-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM READ-EMP-CONTROL-RTN
               END-IF
               IF  NOT ABORT AND RETRO-TO-POST
                   PERFORM VARYING RT-SUB FROM 1 BY 1
                           UNTIL RT-SUB > RT-CNT OR ABORT
                       PERFORM CHARGE-RETRO-RTN
                   END-PERFORM
               END-IF
               IF  NOT ABORT
                   PERFORM BUILD-JOURNAL-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM CHECK-JOURNAL-RTN
               END-IF

      *    THE JOURNAL IS WRITTEN ONLY WHEN IT PASSED EVERY CHECK, AND
      *    COUNTS AS SENT ONLY ONCE GLDSENT.DAT HAS LOGGED IT
               IF  NOT ABORT
                   PERFORM PRINT-EXCEPTIONS-RTN
                   PERFORM PRINT-JOURNAL-RTN
                   EVALUATE TRUE
                       WHEN JOURNAL-REFUSED
                           DISPLAY "*** JOURNAL NOT WRITTEN: "
                                   REFUSE-REASON
                       WHEN JL-CNT = ZERO
                           DISPLAY "NO SALARY COST -- NO JOURNAL "
                                   "WRITTEN"
                       WHEN OTHER
                           PERFORM WRITE-JOURNAL-RTN
                           IF  NOT ABORT
                               PERFORM RECORD-SENT-RTN
                           END-IF
                   END-EVALUATE
                   PERFORM WRITE-TOTAL-RTN
               END-IF

               PERFORM CLOSE-REPORT-RTN

      *    END-OF-RUN STATISTICS
           MOVE "GLDIST"         TO STAT-PROGRAM
           MOVE RUN-ID              TO STAT-RUN-ID
           MOVE HEADCOUNT-TOTAL     TO STAT-READ-CNT
           IF  JOURNAL-REFUSED
               MOVE ZERO            TO STAT-ACCEPT-CNT
           ELSE
               MOVE JL-CNT          TO STAT-ACCEPT-CNT
           END-IF
           COMPUTE STAT-REJECT-CNT = UNMAPPED-CNT + NO-DEPT-CNT
           IF  ABORT OR SQL-ERROR-OCCURRED OR JOURNAL-REFUSED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               IF  JL-CNT = ZERO
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

      *    A RUN THAT ENDS WITHOUT A LOGGED JOURNAL EMPTIES GLDIST.DAT
      *    SO THAT NO PART-WRITTEN OR EARLIER PERIOD'S FILE CAN BE
      *    PICKED UP AND POSTED IN ITS PLACE
           IF  NOT JOURNAL-LOGGED
               PERFORM EMPTY-JOURNAL-RTN
           END-IF.

      *    END
           CLOSE ERROR-LOG-FILE.
           DISPLAY "DEPARTMENTS        : " DT-CNT.
           DISPLAY "EMPLOYEES          : " HEADCOUNT-TOTAL.
           DISPLAY "UNMAPPED DEPTS     : " UNMAPPED-CNT.
           DISPLAY "RETRO WITHOUT DEPT : " NO-DEPT-CNT.
           DISPLAY "JOURNAL LINES      : " JL-CNT.
           DISPLAY "TOTAL DEBITS       : " DEBIT-TOTAL.
           DISPLAY "TOTAL CREDITS      : " CREDIT-TOTAL.
           DISPLAY "*** GLDIST FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED OR JOURNAL-REFUSED
               MOVE 16              TO RETURN-CODE
           ELSE
               IF  JL-CNT = ZERO
                   MOVE 4           TO RETURN-CODE
               ELSE
                   MOVE 0           TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      *    RUN ENDS BEFORE ANY JOURNAL IS BUILT: RUN_STATS ROW ONLY,
      *    WITH THE RETURN CODE ALREADY SET IN STAT-RETURN-CD
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
               MOVE "GLDIST"        TO STAT-PROGRAM
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
      *    THE PERIOD IS THE MONTH OF THE BUSINESS DATE, OR OF TODAY
      *    ON A SITE WITHOUT RUNCTL.DAT
      ******************************************************************
       SET-PAY-PERIOD-RTN.
           MOVE FUNCTION CURRENT-DATE(1:4) TO FD-YYYY.
           MOVE FUNCTION CURRENT-DATE(5:2) TO FD-MM.
           MOVE FUNCTION CURRENT-DATE(7:2) TO FD-DD.
           IF  STAT-BIZ-DATE = SPACES
               MOVE FILE-DATE(1:7)    TO PAY-PERIOD
           ELSE
               MOVE STAT-BIZ-DATE(1:7) TO PAY-PERIOD
           END-IF.
           MOVE PAY-PERIOD            TO SD-PERIOD.
           MOVE PAY-PERIOD            TO AD-PERIOD.

      ******************************************************************
      *    RETROPAY.DAT IS OPTIONAL; WHEN PRESENT IT MUST BALANCE TO
      *    ITS TRAILER OR NO JOURNAL IS CUT
      ******************************************************************
       LOAD-RETRO-RTN.
           OPEN INPUT RETRO-ADJ-FILE.
           IF  RETRO-STATUS NOT = "00"
               DISPLAY "RETROPAY.DAT NOT FOUND, NO RETRO AMOUNTS"
           ELSE
               READ RETRO-ADJ-FILE
                   AT END SET RETRO-EOF TO TRUE
               END-READ
               PERFORM UNTIL RETRO-EOF OR ABORT
                   EVALUATE TRUE
                       WHEN RJ-DETAIL
                           PERFORM STORE-RETRO-RTN
                       WHEN RJ-TRAILER
                           SET  RETRO-TRAILER-SEEN TO TRUE
                           MOVE RJT-DETAIL-CNT TO RETRO-TRAILER-CNT
                           MOVE RJT-TOTAL-AMOUNT
                                          TO RETRO-TRAILER-TOTAL
                           IF  RJT-TOTAL-SIGN = "-"
                               COMPUTE RETRO-TRAILER-TOTAL =
                                       RETRO-TRAILER-TOTAL * -1
                           END-IF
                   END-EVALUATE
                   READ RETRO-ADJ-FILE
                       AT END SET RETRO-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RETRO-ADJ-FILE
               IF  NOT ABORT
                   IF  NOT RETRO-TRAILER-SEEN
                       OR RETRO-TRAILER-CNT NOT = RETRO-DETAIL-CNT
                       OR RETRO-TRAILER-TOTAL NOT = RETRO-FILE-TOTAL
                       DISPLAY "RETROPAY.DAT OUT OF BALANCE WITH ITS "
                               "TRAILER -- JOURNAL NOT CUT"
                       SET  ABORT     TO TRUE
                   ELSE
                       IF  RETRO-DETAIL-CNT > ZERO
                           SET  RETRO-TO-POST TO TRUE
                           MOVE RETRO-RUN-ID TO RTD-RUN-ID
                           DISPLAY "RETROPAY RUN " RETRO-RUN-ID ": "
                                   RETRO-DETAIL-CNT " ADJUSTMENTS"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       STORE-RETRO-RTN.
      ******************************************************************
           ADD 1                      TO RETRO-DETAIL-CNT.
           IF  RETRO-RUN-ID = SPACES
               MOVE RJ-RUN-ID         TO RETRO-RUN-ID
           END-IF.
           MOVE RJ-AMOUNT             TO EMP-RETRO.
           IF  RJ-AMOUNT-SIGN = "-"
               COMPUTE EMP-RETRO = EMP-RETRO * -1
           END-IF.
           ADD EMP-RETRO              TO RETRO-FILE-TOTAL.
           MOVE "N"                   TO RETRO-FOUND-SW.
           PERFORM VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RT-CNT OR RETRO-FOUND
               IF  RT-EMP-NO (RT-SUB) = RJ-EMP-NO
                   ADD EMP-RETRO      TO RT-AMOUNT (RT-SUB)
                   SET  RETRO-FOUND   TO TRUE
               END-IF
           END-PERFORM.
           IF  NOT RETRO-FOUND
               IF  RT-CNT NOT < RT-MAX
                   DISPLAY "RETROPAY.DAT HAS MORE THAN " RT-MAX
                           " EMPLOYEES"
                   MOVE "LOAD RETRO TABLE" TO ERROR-CONTEXT
                   MOVE RJ-EMP-NO     TO ERROR-RECORD-KEY
                   PERFORM WRITE-ERROR-LOG-RTN
                   SET  ABORT         TO TRUE
               ELSE
                   ADD 1              TO RT-CNT
                   MOVE RJ-EMP-NO     TO RT-EMP-NO (RT-CNT)
                   MOVE EMP-RETRO     TO RT-AMOUNT (RT-CNT)
                   MOVE SPACES        TO RT-DEPT (RT-CNT)
               END-IF
           END-IF.

      ******************************************************************
      *    SCAN THE JOURNAL LOG FOR THIS PERIOD, AND FOR THE CURRENT
      *    RETROPAY RUN HAVING BEEN POSTED ON AN EARLIER JOURNAL
      ******************************************************************
       CHECK-SENT-LOG-RTN.
           OPEN INPUT GL-DSENT-FILE.
           IF  GDSENT-STATUS NOT = "00"
               DISPLAY "GLDSENT.DAT NOT FOUND, FIRST JOURNAL ASSUMED"
           ELSE
               READ GL-DSENT-FILE
                   AT END MOVE SPACES TO GL-DSENT-RECORD
               END-READ
               PERFORM UNTIL GDSENT-STATUS NOT = "00"
                   IF  GD-PERIOD = PAY-PERIOD
                       SET  PERIOD-ALREADY-SENT TO TRUE
                       MOVE GD-RUN-ID       TO SENT-RUN-ID
                       MOVE GD-FILE-DATE    TO SENT-FILE-DATE
                   END-IF
                   IF  RETRO-TO-POST
                       AND GD-RETRO-RUN-ID = RETRO-RUN-ID
                       MOVE "N"             TO RETRO-SW
                       SET  RETRO-ALREADY-POSTED TO TRUE
                       MOVE GD-RUN-ID       TO RETRO-DONE-RUN-ID
                       DISPLAY "RETROPAY RUN " RETRO-RUN-ID
                               " ALREADY POSTED BY RUN " GD-RUN-ID
                               " -- NOT POSTED AGAIN"
                   END-IF
                   READ GL-DSENT-FILE
                       AT END MOVE SPACES TO GL-DSENT-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-DSENT-FILE
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
           MOVE PAY-PERIOD            TO RH2-PERIOD.
           OPEN OUTPUT REPORT-FILE.
           IF  REPORT-STATUS NOT = "00"
               DISPLAY "GLDIST.RPT NOT OPENED, STATUS="
                       REPORT-STATUS
               MOVE "OPEN REPORT-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           ELSE
               PERFORM WRITE-HEADING-RTN
           END-IF.

      ******************************************************************
       CLOSE-REPORT-RTN.
      ******************************************************************
           IF  REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

      ******************************************************************
      *    ONE ROW PER EMP_DEPT WITH ITS HEADCOUNT, SALARY COST AND
      *    GL_MAP ACCOUNTS (BLANK WHEN THE DEPARTMENT IS NOT MAPPED)
      ******************************************************************
       LOAD-DEPARTMENTS-RTN.
OCESQL*    EXEC SQL
OCESQL*        DECLARE C1 CURSOR FOR
OCESQL*        SELECT COALESCE(E.EMP_DEPT, ' '), COUNT( * ),
OCESQL*               COALESCE( SUM(E.EMP_SALARY), 0 ),
OCESQL*               COALESCE(M.EXPENSE_ACCT, ' '),
OCESQL*               COALESCE(M.COST_CENTER, ' '),
OCESQL*               COALESCE(M.ACCRUAL_ACCT, ' ')
OCESQL*          FROM EMP E
OCESQL*          LEFT JOIN GL_MAP M ON M.DEPT_CODE = E.EMP_DEPT
OCESQL*         GROUP BY E.EMP_DEPT, M.EXPENSE_ACCT, M.COST_CENTER,
OCESQL*                  M.ACCRUAL_ACCT
OCESQL*         ORDER BY E.EMP_DEPT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "GLDIST_C1" & x"00"
OCESQL          BY REFERENCE SQ0003
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "GLDIST_C1" & x"00"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               MOVE "OPEN DEPT CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           ELSE
               PERFORM FETCH-ONE-DEPT-RTN
               PERFORM UNTIL SQLCODE NOT = ZERO OR ABORT
                   PERFORM STORE-DEPT-RTN
                   IF  NOT ABORT
                       PERFORM FETCH-ONE-DEPT-RTN
                   END-IF
               END-PERFORM
OCESQL*        EXEC SQL
OCESQL*            CLOSE C1
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLCursorClose"  USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "GLDIST_C1" & x"00"
OCESQL         END-CALL
           END-IF.

      ******************************************************************
       FETCH-ONE-DEPT-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C1 INTO :DS-DEPT, :DS-HEADCOUNT, :DS-SALARY,
OCESQL*              :EXPENSE-ACCT, :COST-CENTER, :ACCRUAL-ACCT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DS-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DS-HEADCOUNT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DS-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXPENSE-ACCT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE COST-CENTER
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCRUAL-ACCT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "GLDIST_C1" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "FETCH DEPT CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       STORE-DEPT-RTN.
      ******************************************************************
           IF  DT-CNT NOT < DT-MAX
               DISPLAY "MORE THAN " DT-MAX " DEPARTMENTS ON EMP"
               MOVE "LOAD DEPT TABLE"  TO ERROR-CONTEXT
               MOVE DS-DEPT           TO ERROR-RECORD-KEY
               PERFORM WRITE-ERROR-LOG-RTN
               SET  ABORT             TO TRUE
           ELSE
               ADD 1                  TO DT-CNT
               MOVE DS-DEPT           TO DT-DEPT (DT-CNT)
               MOVE DS-HEADCOUNT      TO DT-HEADCOUNT (DT-CNT)
               MOVE DS-SALARY         TO DT-SALARY (DT-CNT)
               MOVE ZERO              TO DT-RETRO (DT-CNT)
               ADD DS-HEADCOUNT       TO HEADCOUNT-TOTAL
               PERFORM STORE-DEPT-ACCOUNTS-RTN
           END-IF.

      ******************************************************************
      *    ACCOUNTS FOR THE DEPARTMENT JUST ADDED AT DT-CNT; A BLANK
      *    EXPENSE ACCOUNT MEANS GL_MAP HAS NO ROW FOR IT
      ******************************************************************
       STORE-DEPT-ACCOUNTS-RTN.
           MOVE EXPENSE-ACCT          TO DT-EXPENSE-ACCT (DT-CNT).
           MOVE COST-CENTER           TO DT-COST-CENTER (DT-CNT).
           MOVE ACCRUAL-ACCT          TO DT-ACCRUAL-ACCT (DT-CNT).
           IF  EXPENSE-ACCT = SPACES
               MOVE "N"               TO DT-MAPPED-FLG (DT-CNT)
               ADD 1                  TO UNMAPPED-CNT
           ELSE
               SET  DT-MAPPED (DT-CNT) TO TRUE
           END-IF.

      ******************************************************************
      *    INDEPENDENT COUNT AND SALARY TOTAL OF EMP FOR THE SALARY
      *    LINES TO BE PROVED AGAINST
      ******************************************************************
       READ-EMP-CONTROL-RTN.
OCESQL*    EXEC SQL
OCESQL*        SELECT COUNT( * ), COALESCE( SUM(EMP_SALARY), 0 )
OCESQL*          INTO :EMP-CTL-COUNT, :EMP-CTL-SALARY
OCESQL*          FROM EMP
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-CTL-COUNT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-CTL-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 0
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               MOVE "SELECT EMP TOTALS" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
      *    RETRO AT RT-SUB IS CHARGED TO THE EMPLOYEE'S DEPARTMENT ON
      *    EMP, OR FOR A LEAVER THE ONE HELD AT THE LATEST PERIOD CLOSE
      ******************************************************************
       CHARGE-RETRO-RTN.
           MOVE RT-EMP-NO (RT-SUB)    TO EMP-NO.
           MOVE SPACES                TO EMP-DEPT.
OCESQL*    EXEC SQL
OCESQL*        SELECT COALESCE(
OCESQL*               (SELECT EMP_DEPT FROM EMP WHERE EMP_NO = :EMP-NO),
OCESQL*               (SELECT EMP_DEPT FROM EMP_PERIOD
OCESQL*                 WHERE EMP_NO = :EMP-NO
OCESQL*                 ORDER BY PERIOD_END DESC LIMIT 1), ' ')
OCESQL*          INTO :EMP-DEPT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 2
OCESQL          BY VALUE 1
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               MOVE RT-EMP-NO (RT-SUB) TO EMP-NO-DISP
               MOVE "SELECT RETRO DEPARTMENT" TO ERROR-CONTEXT
               MOVE EMP-NO-DISP       TO ERROR-RECORD-KEY
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           ELSE
               IF  EMP-DEPT = SPACES
                   ADD 1              TO NO-DEPT-CNT
               ELSE
                   MOVE EMP-DEPT      TO RT-DEPT (RT-SUB)
                   PERFORM FIND-DEPT-RTN
                   IF  NOT DEPT-FOUND
                       PERFORM ADD-RETRO-DEPT-RTN
                   END-IF
                   IF  DEPT-FOUND
                       ADD RT-AMOUNT (RT-SUB) TO DT-RETRO (DT-HIT)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       FIND-DEPT-RTN.
      ******************************************************************
           MOVE "N"                   TO DEPT-FOUND-SW.
           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DT-CNT OR DEPT-FOUND
               IF  DT-DEPT (DT-SUB) = EMP-DEPT
                   MOVE DT-SUB        TO DT-HIT
                   SET  DEPT-FOUND    TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      *    A DEPARTMENT WITH RETRO BUT NOBODY ON EMP TODAY (EVERYONE
      *    IN IT HAS LEFT OR MOVED) GETS AN ENTRY OF ITS OWN
      ******************************************************************
       ADD-RETRO-DEPT-RTN.
           IF  DT-CNT NOT < DT-MAX
               DISPLAY "MORE THAN " DT-MAX " DEPARTMENTS ON EMP"
               MOVE "LOAD DEPT TABLE"  TO ERROR-CONTEXT
               MOVE EMP-DEPT          TO ERROR-RECORD-KEY
               PERFORM WRITE-ERROR-LOG-RTN
               SET  ABORT             TO TRUE
           ELSE
               MOVE SPACES            TO EXPENSE-ACCT
               MOVE SPACES            TO COST-CENTER
               MOVE SPACES            TO ACCRUAL-ACCT
OCESQL*        EXEC SQL
OCESQL*            SELECT EXPENSE_ACCT, COST_CENTER, ACCRUAL_ACCT
OCESQL*              INTO :EXPENSE-ACCT, :COST-CENTER, :ACCRUAL-ACCT
OCESQL*              FROM GL_MAP WHERE DEPT_CODE = :EMP-DEPT
OCESQL*        END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-DEPT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXPENSE-ACCT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE COST-CENTER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCRUAL-ACCT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
                   MOVE "SELECT GL_MAP"  TO ERROR-CONTEXT
                   MOVE EMP-DEPT      TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT         TO TRUE
               ELSE
                   IF  SQLCODE = +10
                       MOVE SPACES    TO EXPENSE-ACCT
                   END-IF
                   ADD 1              TO DT-CNT
                   MOVE EMP-DEPT      TO DT-DEPT (DT-CNT)
                   MOVE ZERO          TO DT-HEADCOUNT (DT-CNT)
                   MOVE ZERO          TO DT-SALARY (DT-CNT)
                   MOVE ZERO          TO DT-RETRO (DT-CNT)
                   PERFORM STORE-DEPT-ACCOUNTS-RTN
                   MOVE DT-CNT        TO DT-HIT
                   SET  DEPT-FOUND    TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    PER MAPPED DEPARTMENT: THE SALARY DEBIT AND THE RETRO LINE;
      *    THEN ONE OFFSETTING LINE PER ACCRUAL ACCOUNT
      ******************************************************************
       BUILD-JOURNAL-RTN.
           PERFORM VARYING DT-SUB FROM 1 BY 1
                   UNTIL DT-SUB > DT-CNT OR ABORT
               IF  DT-MAPPED (DT-SUB)
                   MOVE DT-EXPENSE-ACCT (DT-SUB) TO LINE-ACCOUNT
                   MOVE DT-COST-CENTER (DT-SUB)  TO LINE-COST-CENTER
                   MOVE DT-DEPT (DT-SUB)         TO LINE-DEPT
                   MOVE DT-SALARY (DT-SUB)       TO LINE-AMOUNT
                   MOVE SALARY-DESC              TO LINE-DESC
                   PERFORM ADD-JOURNAL-LINE-RTN
                   ADD DT-SALARY (DT-SUB)        TO SALARY-LINE-TOTAL
                   MOVE DT-RETRO (DT-SUB)        TO LINE-AMOUNT
                   MOVE RETRO-DESC               TO LINE-DESC
                   PERFORM ADD-JOURNAL-LINE-RTN
                   ADD DT-RETRO (DT-SUB)         TO RETRO-LINE-TOTAL
                   PERFORM ADD-ACCRUAL-RTN
               END-IF
           END-PERFORM.
           PERFORM VARYING AC-SUB FROM 1 BY 1
                   UNTIL AC-SUB > AC-CNT OR ABORT
               MOVE AC-ACCT (AC-SUB)  TO LINE-ACCOUNT
               MOVE SPACES            TO LINE-COST-CENTER
               MOVE SPACES            TO LINE-DEPT
               COMPUTE LINE-AMOUNT = AC-AMOUNT (AC-SUB) * -1
               MOVE ACCRUAL-DESC      TO LINE-DESC
               PERFORM ADD-JOURNAL-LINE-RTN
           END-PERFORM.

      ******************************************************************
       ADD-ACCRUAL-RTN.
      ******************************************************************
           MOVE "N"                   TO ACCRUAL-FOUND-SW.
           PERFORM VARYING AC-SUB FROM 1 BY 1
                   UNTIL AC-SUB > AC-CNT OR ACCRUAL-FOUND
               IF  AC-ACCT (AC-SUB) = DT-ACCRUAL-ACCT (DT-SUB)
                   MOVE AC-SUB        TO AC-HIT
                   SET  ACCRUAL-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF  NOT ACCRUAL-FOUND
               IF  AC-CNT NOT < AC-MAX
                   DISPLAY "MORE THAN " AC-MAX " ACCRUAL ACCOUNTS"
                   MOVE "LOAD ACCRUAL TABLE" TO ERROR-CONTEXT
                   MOVE DT-ACCRUAL-ACCT (DT-SUB) TO ERROR-RECORD-KEY
                   PERFORM WRITE-ERROR-LOG-RTN
                   SET  ABORT         TO TRUE
               ELSE
                   ADD 1              TO AC-CNT
                   MOVE DT-ACCRUAL-ACCT (DT-SUB) TO AC-ACCT (AC-CNT)
                   MOVE ZERO          TO AC-AMOUNT (AC-CNT)
                   MOVE AC-CNT        TO AC-HIT
                   SET  ACCRUAL-FOUND TO TRUE
               END-IF
           END-IF.
           IF  ACCRUAL-FOUND
               COMPUTE AC-AMOUNT (AC-HIT) = AC-AMOUNT (AC-HIT)
                       + DT-SALARY (DT-SUB) + DT-RETRO (DT-SUB)
           END-IF.

      ******************************************************************
      *    LINE-AMOUNT ABOVE ZERO IS A DEBIT, BELOW ZERO A CREDIT;
      *    A ZERO AMOUNT MAKES NO LINE
      ******************************************************************
       ADD-JOURNAL-LINE-RTN.
           IF  LINE-AMOUNT NOT = ZERO
               IF  JL-CNT NOT < JL-MAX
                   DISPLAY "MORE THAN " JL-MAX " JOURNAL LINES"
                   MOVE "BUILD JOURNAL"  TO ERROR-CONTEXT
                   MOVE LINE-DEPT     TO ERROR-RECORD-KEY
                   PERFORM WRITE-ERROR-LOG-RTN
                   SET  ABORT         TO TRUE
               ELSE
                   ADD 1              TO JL-CNT
                   MOVE LINE-ACCOUNT  TO JL-ACCOUNT (JL-CNT)
                   MOVE LINE-COST-CENTER TO JL-COST-CENTER (JL-CNT)
                   MOVE LINE-DEPT     TO JL-DEPT (JL-CNT)
                   MOVE LINE-DESC     TO JL-DESC (JL-CNT)
                   IF  LINE-AMOUNT > ZERO
                       SET  JL-DEBIT (JL-CNT) TO TRUE
                       MOVE LINE-AMOUNT TO JL-AMOUNT (JL-CNT)
                   ELSE
                       SET  JL-CREDIT (JL-CNT) TO TRUE
                       COMPUTE JL-AMOUNT (JL-CNT) = LINE-AMOUNT * -1
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    THE JOURNAL IS REFUSED ON ANY UNMAPPED DEPARTMENT OR RETRO
      *    WITHOUT A DEPARTMENT, AND UNLESS IT BALANCES AND ITS SALARY
      *    AND RETRO LINES AGREE WITH EMP AND RETROPAY.DAT
      ******************************************************************
       CHECK-JOURNAL-RTN.
           PERFORM VARYING JL-SUB FROM 1 BY 1
                   UNTIL JL-SUB > JL-CNT
               IF  JL-DEBIT (JL-SUB)
                   ADD JL-AMOUNT (JL-SUB) TO DEBIT-TOTAL
               ELSE
                   ADD JL-AMOUNT (JL-SUB) TO CREDIT-TOTAL
               END-IF
           END-PERFORM.
           SET  JOURNAL-REFUSED       TO TRUE.
           EVALUATE TRUE
               WHEN UNMAPPED-CNT > ZERO
                   MOVE "DEPARTMENT WITH NO GL_MAP ROW"
                                      TO REFUSE-REASON
               WHEN NO-DEPT-CNT > ZERO
                   MOVE "RETRO FOR EMPLOYEE WITH NO DEPARTMENT"
                                      TO REFUSE-REASON
               WHEN DEBIT-TOTAL NOT = CREDIT-TOTAL
                   MOVE "DEBITS DO NOT EQUAL CREDITS"
                                      TO REFUSE-REASON
               WHEN HEADCOUNT-TOTAL NOT = EMP-CTL-COUNT
                 OR SALARY-LINE-TOTAL NOT = EMP-CTL-SALARY
                   MOVE "SALARY LINES DO NOT AGREE WITH EMP"
                                      TO REFUSE-REASON
               WHEN RETRO-TO-POST
                AND RETRO-LINE-TOTAL NOT = RETRO-FILE-TOTAL
                   MOVE "RETRO LINES DO NOT AGREE WITH RETROPAY"
                                      TO REFUSE-REASON
               WHEN OTHER
                   MOVE "N"           TO REFUSED-SW
           END-EVALUATE.

      ******************************************************************
       PRINT-EXCEPTIONS-RTN.
      ******************************************************************
           IF  UNMAPPED-CNT > ZERO OR NO-DEPT-CNT > ZERO
               MOVE "DEPARTMENTS AND RETRO THAT CANNOT BE POSTED"
                                      TO RSL-TEXT
               MOVE RPT-SECTION-LINE  TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
               PERFORM VARYING DT-SUB FROM 1 BY 1
                       UNTIL DT-SUB > DT-CNT
                   IF  NOT DT-MAPPED (DT-SUB)
                       MOVE DT-DEPT (DT-SUB) TO RX-KEY
                       MOVE "DEPARTMENT HAS NO GL_MAP ROW"
                                      TO RX-REASON
                       COMPUTE RX-AMOUNT = DT-SALARY (DT-SUB)
                                         + DT-RETRO (DT-SUB)
                       MOVE RPT-EXCEPTION TO REPORT-RECORD
                       PERFORM WRITE-REPORT-LINE-RTN
                   END-IF
               END-PERFORM
               IF  RETRO-TO-POST
                   PERFORM VARYING RT-SUB FROM 1 BY 1
                           UNTIL RT-SUB > RT-CNT
                       IF  RT-DEPT (RT-SUB) = SPACES
                           MOVE RT-EMP-NO (RT-SUB) TO EMP-NO-DISP
                           MOVE EMP-NO-DISP  TO RX-KEY
                           MOVE "RETRO EMPLOYEE - NO DEPARTMENT FOUND"
                                      TO RX-REASON
                           MOVE RT-AMOUNT (RT-SUB) TO RX-AMOUNT
                           MOVE RPT-EXCEPTION TO REPORT-RECORD
                           PERFORM WRITE-REPORT-LINE-RTN
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES            TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
           END-IF.
           IF  RETRO-ALREADY-POSTED
               MOVE SPACES            TO RSL-TEXT
               STRING "RETROPAY RUN " DELIMITED BY SIZE
                      RETRO-RUN-ID    DELIMITED BY SIZE
                      " ALREADY POSTED BY RUN " DELIMITED BY SIZE
                      RETRO-DONE-RUN-ID DELIMITED BY SIZE
                 INTO RSL-TEXT
               END-STRING
               MOVE RPT-SECTION-LINE  TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
               MOVE SPACES            TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
           END-IF.

      ******************************************************************
       PRINT-JOURNAL-RTN.
      ******************************************************************
           PERFORM VARYING JL-SUB FROM 1 BY 1
                   UNTIL JL-SUB > JL-CNT
               MOVE JL-SUB                 TO RD-LINE-NO
               MOVE JL-ACCOUNT (JL-SUB)    TO RD-ACCOUNT
               MOVE JL-COST-CENTER (JL-SUB) TO RD-COST-CENTER
               MOVE JL-DEPT (JL-SUB)       TO RD-DEPT
               MOVE JL-DESC (JL-SUB)       TO RD-DESC
               IF  JL-DEBIT (JL-SUB)
                   MOVE JL-AMOUNT (JL-SUB) TO RD-DEBIT
                   MOVE ZERO               TO RD-CREDIT
               ELSE
                   MOVE ZERO               TO RD-DEBIT
                   MOVE JL-AMOUNT (JL-SUB) TO RD-CREDIT
               END-IF
               MOVE RPT-DETAIL             TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE-RTN
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
       WRITE-JOURNAL-RTN.
      ******************************************************************
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF  GLFILE-STATUS NOT = "00"
               DISPLAY "GLDIST.DAT NOT OPENED, STATUS="
                       GLFILE-STATUS
               MOVE "OPEN GL-JOURNAL-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           ELSE
               MOVE PAY-PERIOD        TO GLH-PERIOD
               MOVE FILE-DATE         TO GLH-FILE-DATE
               MOVE RUN-ID            TO GLH-RUN-ID
               MOVE SPACES            TO GL-JOURNAL-RECORD
               MOVE GL-HEADER-REC     TO GL-JOURNAL-RECORD
               PERFORM WRITE-JOURNAL-RECORD-RTN
               PERFORM VARYING JL-SUB FROM 1 BY 1
                       UNTIL JL-SUB > JL-CNT OR ABORT
                   MOVE JL-SUB                  TO GLL-LINE-NO
                   MOVE JL-ACCOUNT (JL-SUB)     TO GLL-ACCOUNT
                   MOVE JL-COST-CENTER (JL-SUB) TO GLL-COST-CENTER
                   MOVE JL-DR-CR (JL-SUB)       TO GLL-DR-CR
                   MOVE JL-AMOUNT (JL-SUB)      TO GLL-AMOUNT
                   MOVE JL-DEPT (JL-SUB)        TO GLL-DEPT
                   MOVE JL-DESC (JL-SUB)        TO GLL-DESC
                   MOVE SPACES                  TO GL-JOURNAL-RECORD
                   MOVE GL-LINE-REC             TO GL-JOURNAL-RECORD
                   PERFORM WRITE-JOURNAL-RECORD-RTN
               END-PERFORM
               MOVE JL-CNT            TO GLT-LINE-CNT
               MOVE DEBIT-TOTAL       TO GLT-DEBIT-TOTAL
               MOVE CREDIT-TOTAL      TO GLT-CREDIT-TOTAL
               MOVE SPACES            TO GL-JOURNAL-RECORD
               MOVE GL-TRAILER-REC    TO GL-JOURNAL-RECORD
               IF  NOT ABORT
                   PERFORM WRITE-JOURNAL-RECORD-RTN
               END-IF
               CLOSE GL-JOURNAL-FILE
           END-IF.

      ******************************************************************
      *    A SHORT JOURNAL IS NEVER LOGGED: A FAILED WRITE ABORTS THE
      *    RUN BEFORE RECORD-SENT-RTN, AND THE FILE IS EMPTIED AT END.
      ******************************************************************
       WRITE-JOURNAL-RECORD-RTN.
           WRITE GL-JOURNAL-RECORD.
           IF  GLFILE-STATUS NOT = "00"
               DISPLAY "GLDIST.DAT WRITE FAILED, STATUS="
                       GLFILE-STATUS
               MOVE "WRITE GL-JOURNAL-FILE" TO ERROR-CONTEXT
               PERFORM WRITE-ERROR-LOG-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       EMPTY-JOURNAL-RTN.
      ******************************************************************
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF  GLFILE-STATUS = "00"
               CLOSE GL-JOURNAL-FILE
           END-IF.

      ******************************************************************
       RECORD-SENT-RTN.
      ******************************************************************
           OPEN EXTEND GL-DSENT-FILE.
           IF  GDSENT-STATUS = "35"
               OPEN OUTPUT GL-DSENT-FILE
           END-IF.
           IF  GDSENT-STATUS NOT = "00"
               DISPLAY "GLDSENT.DAT NOT OPENED, STATUS=" GDSENT-STATUS
               SET  ABORT             TO TRUE
           ELSE
               MOVE RUN-ID            TO GD-RUN-ID
               MOVE FILE-DATE         TO GD-FILE-DATE
               MOVE PAY-PERIOD        TO GD-PERIOD
               MOVE JL-CNT            TO GD-LINE-CNT
               MOVE DEBIT-TOTAL       TO GD-DEBIT-TOTAL
               MOVE CREDIT-TOTAL      TO GD-CREDIT-TOTAL
               IF  RETRO-TO-POST
                   MOVE RETRO-RUN-ID  TO GD-RETRO-RUN-ID
               ELSE
                   MOVE SPACES        TO GD-RETRO-RUN-ID
               END-IF
               SET  GD-SENT              TO TRUE
               WRITE GL-DSENT-RECORD
               IF  GDSENT-STATUS NOT = "00"
                   DISPLAY "GLDSENT.DAT WRITE FAILED, STATUS="
                           GDSENT-STATUS
                   MOVE "WRITE GL-DSENT-FILE" TO ERROR-CONTEXT
                   PERFORM WRITE-ERROR-LOG-RTN
                   SET  ABORT         TO TRUE
               ELSE
                   SET  JOURNAL-LOGGED TO TRUE
                   DISPLAY "DISTRIBUTION JOURNAL RECORDED FOR PERIOD "
                           PAY-PERIOD
               END-IF
               CLOSE GL-DSENT-FILE
           END-IF.

      ******************************************************************
       WRITE-TOTAL-RTN.
      ******************************************************************
           IF  LINE-CNT + 13 > LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "DEPARTMENTS  . . . . . . . . . ." TO RCL-LABEL.
           MOVE DT-CNT                TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "EMPLOYEES ON EMP . . . . . . . ." TO RCL-LABEL.
           MOVE EMP-CTL-COUNT         TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SALARY COST ON EMP . . . . . . ." TO RCL-LABEL.
           MOVE EMP-CTL-SALARY        TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "SALARY LINES . . . . . . . . . ." TO RCL-LABEL.
           MOVE SALARY-LINE-TOTAL     TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "RETROPAY.DAT TOTAL . . . . . . ." TO RCL-LABEL.
           IF  RETRO-TO-POST
               MOVE RETRO-FILE-TOTAL  TO RCL-VALUE
           ELSE
               MOVE ZERO              TO RCL-VALUE
           END-IF.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "RETRO LINES  . . . . . . . . . ." TO RCL-LABEL.
           MOVE RETRO-LINE-TOTAL      TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "UNMAPPED DEPARTMENTS . . . . . ." TO RCL-LABEL.
           MOVE UNMAPPED-CNT          TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "RETRO WITHOUT A DEPARTMENT . . ." TO RCL-LABEL.
           MOVE NO-DEPT-CNT           TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "JOURNAL LINES  . . . . . . . . ." TO RCL-LABEL.
           MOVE JL-CNT                TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOTAL DEBITS . . . . . . . . . ." TO RCL-LABEL.
           MOVE DEBIT-TOTAL           TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOTAL CREDITS  . . . . . . . . ." TO RCL-LABEL.
           MOVE CREDIT-TOTAL          TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES                TO RSL-TEXT.
           EVALUATE TRUE
               WHEN JOURNAL-REFUSED
                   STRING "*** JOURNAL NOT WRITTEN: "
                                          DELIMITED BY SIZE
                          REFUSE-REASON   DELIMITED BY "  "
                          " ***"          DELIMITED BY SIZE
                     INTO RSL-TEXT
                   END-STRING
               WHEN JL-CNT = ZERO
                   MOVE "NO SALARY COST -- NO JOURNAL WRITTEN"
                                      TO RSL-TEXT
               WHEN ABORT
                   MOVE "*** JOURNAL NOT WRITTEN: RUN FAILED ***"
                                      TO RSL-TEXT
               WHEN OTHER
                   MOVE "JOURNAL WRITTEN TO GLDIST.DAT"
                                      TO RSL-TEXT
           END-EVALUATE.
           MOVE RPT-SECTION-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 13                     TO LINE-CNT.

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
                   SET  RUN-CTL-PRESENT TO TRUE
                   IF  RC-MONTH-END = "Y"
                       SET  MONTH-END-NIGHT TO TRUE
                   END-IF
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
OCESQL          BY REFERENCE SQ0007
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
OCESQL          BY REFERENCE SQ0008
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
           MOVE "GLDIST"               TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
