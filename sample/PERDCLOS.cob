      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  PERDCLOS -- month-end period close.  On the night RUNCTL
      *              flags as month-end it copies EMP into EMP_PERIOD
      *              under the period-end date (the business date) and
      *              records the closing headcount and payroll on
      *              PERIOD_CLOSE, then reconciles the previous
      *              period's close to this one from the AUDIT_LOG rows
      *              written between the two snapshots, on PERDCLOS.RPT:
      *                new hires ("I"), salary changes ("U"), MASSADJ
      *                adjustments (the "U" rows written while a MASSADJ
      *                run was active, per RUN_STATS), transfers ("T")
      *                in and out, also listed by department, and
      *                terminations ("D").  Declined approvals ("R")
      *                are not movements and are left out.
      *              Whatever the movements do not explain is printed
      *              as the out-of-balance line and ends the run with
      *              RETURN-CODE 4.  The first close on file has no
      *              prior period and is reported as the opening
      *              position only.  A rerun for the same period end
      *              replaces that period's snapshot.  On any other
      *              night, when RUNCTL.DAT is present, nothing is
      *              closed; a site without RUNCTL.DAT closes the
      *              period ending today whenever the program is run.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PERDCLOS.
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
           SELECT REPORT-FILE      ASSIGN TO "PERDCLOS.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS REPORT-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "PERDCLOS.ERR"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS ERRLOG-STATUS.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  DBPARM-FILE.
       COPY "dbparm.cbl".

      *    TONIGHT'S BUSINESS DATE AS ASSIGNED BY RUNCTL, WITH THE
      *    MONTH-END FLAG THAT GATES THE CLOSE; A MISSING FILE MEANS
      *    AN AD-HOC RUN OUTSIDE THE NIGHTLY STREAM.
       FD  RUN-CTL-FILE.
       01  RUN-CTL-RECORD.
           05  RC-BIZ-DATE         PIC  X(10).
           05  RC-STATUS           PIC  X(01).
           05  RC-MONTH-END        PIC  X(01).
           05  RC-RUN-ID           PIC  X(08).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC  X(80).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

       WORKING-STORAGE             SECTION.
       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  REPORT-STATUS    PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).

       01  ABORT-SW             PIC  X(01) VALUE "N".
           88  ABORT                     VALUE "Y".
       01  SQL-ERROR-SW         PIC  X(01) VALUE "N".
           88  SQL-ERROR-OCCURRED         VALUE "Y".
       01  RUN-CTL-PRESENT-SW   PIC  X(01) VALUE "N".
           88  RUN-CTL-PRESENT           VALUE "Y".
       01  MONTH-END-SW         PIC  X(01) VALUE "N".
           88  MONTH-END-NIGHT           VALUE "Y".
       01  PRIOR-SW             PIC  X(01) VALUE "N".
           88  PRIOR-FOUND               VALUE "Y".
       01  BALANCE-SW           PIC  X(01) VALUE "Y".
           88  IN-BALANCE                VALUE "Y".
           88  OUT-OF-BALANCE            VALUE "N".

      *    THE MOVEMENTS BETWEEN THE TWO CLOSES, BY KIND
       01  MOVE-TOTALS.
           05  HIRE-CNT            PIC  9(06) VALUE ZERO.
           05  HIRE-AMT            PIC S9(09) VALUE ZERO.
           05  CHANGE-CNT          PIC  9(06) VALUE ZERO.
           05  CHANGE-AMT          PIC S9(09) VALUE ZERO.
           05  MASS-CNT            PIC  9(06) VALUE ZERO.
           05  MASS-AMT            PIC S9(09) VALUE ZERO.
           05  XFER-IN-CNT         PIC  9(06) VALUE ZERO.
           05  XFER-IN-AMT         PIC S9(09) VALUE ZERO.
           05  XFER-OUT-CNT        PIC  9(06) VALUE ZERO.
           05  XFER-OUT-AMT        PIC S9(09) VALUE ZERO.
           05  TERM-CNT            PIC  9(06) VALUE ZERO.
           05  TERM-AMT            PIC S9(09) VALUE ZERO.
       01  MOVE-CNT             PIC  9(06) VALUE ZERO.

       01  BALANCE-FIGURES.
           05  OPEN-HEADCOUNT      PIC  9(06) VALUE ZERO.
           05  OPEN-PAYROLL        PIC S9(09) VALUE ZERO.
           05  CLOSE-HEADCOUNT     PIC  9(06) VALUE ZERO.
           05  CLOSE-PAYROLL       PIC S9(09) VALUE ZERO.
           05  EXPECT-HEADCOUNT    PIC S9(06) VALUE ZERO.
           05  EXPECT-PAYROLL      PIC S9(09) VALUE ZERO.
           05  DIFF-HEADCOUNT      PIC S9(06) VALUE ZERO.
           05  DIFF-PAYROLL        PIC S9(09) VALUE ZERO.

      *    TRANSFERS IN AND OUT PER DEPARTMENT, KEPT IN DEPT-CODE
      *    ORDER; "???" COLLECTS TRANSFER ROWS WRITTEN BEFORE AUDIT_LOG
      *    CARRIED THE DEPARTMENTS
       01  XFER-DEPT-TABLE.
           05  XD-ENTRY            OCCURS 500 TIMES.
               10  XD-DEPT         PIC  X(03).
               10  XD-IN-CNT       PIC  9(06).
               10  XD-IN-AMT       PIC S9(09).
               10  XD-OUT-CNT      PIC  9(06).
               10  XD-OUT-AMT      PIC S9(09).
       01  XD-CNT               PIC  9(04) VALUE ZERO.
       01  XD-MAX               PIC  9(04) VALUE 500.
       01  SUB                  PIC  9(04) COMP.
       01  POS                  PIC  9(04) COMP.
       01  LOOK-DEPT            PIC  X(03).
       01  NET-CNT              PIC S9(06) VALUE ZERO.
       01  NET-AMT              PIC S9(09) VALUE ZERO.

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
           05  FILLER              PIC  X(36) VALUE
               "MONTH-END PAYROLL MOVEMENT -- PERIOD".
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RH2-PRIOR-END       PIC  X(10).
           05  FILLER              PIC  X(04) VALUE " TO ".
           05  RH2-PERIOD-END      PIC  X(10).

       01  RPT-HEADING-3.
           05  FILLER              PIC  X(30) VALUE "MOVEMENT".
           05  FILLER              PIC  X(07) VALUE "  ITEMS".
           05  FILLER              PIC  X(10) VALUE " HEADCOUNT".
           05  FILLER              PIC  X(14) VALUE "       PAYROLL".

       01  RPT-HEADING-4.
           05  FILLER              PIC  X(30) VALUE
               "------------------------------".
           05  FILLER              PIC  X(07) VALUE " ------".
           05  FILLER              PIC  X(10) VALUE "   -------".
           05  FILLER              PIC  X(14) VALUE "   -----------".

       01  RPT-MOVE-LINE.
           05  RML-LABEL           PIC  X(30).
           05  RML-ITEMS           PIC  ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC  X(03) VALUE SPACE.
           05  RML-HEADCOUNT       PIC  ---,--9.
           05  FILLER              PIC  X(03) VALUE SPACE.
           05  RML-PAYROLL         PIC  ---,---,--9.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RML-FLAG            PIC  X(17) VALUE SPACE.

       01  RPT-NO-PRIOR-LINE-1     PIC  X(80)
           VALUE "NO EARLIER PERIOD CLOSE ON FILE -- THIS SNAPSHOT IS".
       01  RPT-NO-PRIOR-LINE-2     PIC  X(80)
           VALUE "THE OPENING POSITION; NO MOVEMENTS RECONCILED".

       01  RPT-XFER-TITLE          PIC  X(80)
           VALUE "TRANSFERS BY DEPARTMENT".

       01  RPT-XFER-HEAD-1.
           05  FILLER              PIC  X(06) VALUE "DEPT".
           05  FILLER              PIC  X(06) VALUE "    IN".
           05  FILLER              PIC  X(13) VALUE "   IN PAYROLL".
           05  FILLER              PIC  X(08) VALUE "     OUT".
           05  FILLER              PIC  X(13) VALUE "  OUT PAYROLL".
           05  FILLER              PIC  X(08) VALUE "     NET".
           05  FILLER              PIC  X(13) VALUE "  NET PAYROLL".

       01  RPT-XFER-HEAD-2.
           05  FILLER              PIC  X(06) VALUE "----".
           05  FILLER              PIC  X(06) VALUE "  ----".
           05  FILLER              PIC  X(13) VALUE "  -----------".
           05  FILLER              PIC  X(08) VALUE "  ------".
           05  FILLER              PIC  X(13) VALUE "  -----------".
           05  FILLER              PIC  X(08) VALUE "  ------".
           05  FILLER              PIC  X(13) VALUE "  -----------".

       01  RPT-XFER-LINE.
           05  RXL-DEPT            PIC  X(03).
           05  FILLER              PIC  X(03) VALUE SPACE.
           05  RXL-IN-CNT          PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RXL-IN-AMT          PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RXL-OUT-CNT         PIC  ZZ,ZZ9.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RXL-OUT-AMT         PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RXL-NET-CNT         PIC  --,--9.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RXL-NET-AMT         PIC  ---,---,--9.

       01  RPT-NONE-LINE           PIC  X(80)
           VALUE "     NO TRANSFERS IN THE PERIOD".

       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).
       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  PERIOD-END-HV           PIC  X(10) VALUE SPACES.
       01  PRIOR-END-HV            PIC  X(10) VALUE SPACES.
       01  CLOSE-VARS.
           05  PC-HEADCOUNT        PIC S9(06) VALUE ZERO.
           05  PC-PAYROLL          PIC S9(09) VALUE ZERO.
           05  PC-RUN-ID           PIC  X(08).
       01  AUDIT-VARS.
           05  EMP-NO              PIC S9(04) VALUE ZERO.
           05  AUD-OLD-SALARY      PIC S9(04) VALUE ZERO.
           05  AUD-NEW-SALARY      PIC S9(04) VALUE ZERO.
           05  AUD-ACTION-CODE     PIC  X(01).
           05  AUD-FROM-DEPT       PIC  X(03).
           05  AUD-TO-DEPT         PIC  X(03).
           05  AUD-MASSADJ-FLG     PIC  X(01).
               88  AUD-BY-MASSADJ      VALUE "Y".
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
OCESQL     02  FILLER PIC X(238) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS PERIOD_CLOSE ( PERIOD_END DATE N"
OCESQL  &  "OT NULL, SNAP_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIMESTA"
OCESQL  &  "MP, HEADCOUNT NUMERIC(6,0), PAYROLL NUMERIC(9,0), RUN_ID CH"
OCESQL  &  "AR(8) NOT NULL, CONSTRAINT IPCLS_0 PRIMARY KEY (PERIOD_END)"
OCESQL  &  " )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(211) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS EMP_PERIOD ( PERIOD_END DATE NOT"
OCESQL  &  " NULL, EMP_NO NUMERIC(4,0) NOT NULL, EMP_NAME CHAR(20), EMP"
OCESQL  &  "_SALARY NUMERIC(4,0), EMP_DEPT CHAR(3), CONSTRAINT IEMPP_0 "
OCESQL  &  "PRIMARY KEY (PERIOD_END, EMP_NO) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(57) VALUE
OCESQL     "DELETE FROM EMP_PERIOD WHERE PERIOD_END = CAST(? AS DATE)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(59) VALUE
OCESQL     "DELETE FROM PERIOD_CLOSE WHERE PERIOD_END = CAST(? AS DATE"
OCESQL  &  ")".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(149) VALUE
OCESQL     "INSERT INTO EMP_PERIOD ( PERIOD_END, EMP_NO, EMP_NAME, EMP_"
OCESQL  &  "SALARY, EMP_DEPT ) SELECT CAST(? AS DATE), EMP_NO, EMP_NAME"
OCESQL  &  ", EMP_SALARY, EMP_DEPT FROM EMP".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(100) VALUE
OCESQL     "SELECT COUNT( * ), COALESCE( SUM(EMP_SALARY), 0 ) FROM EMP_"
OCESQL  &  "PERIOD WHERE PERIOD_END = CAST(? AS DATE)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(103) VALUE
OCESQL     "INSERT INTO PERIOD_CLOSE ( PERIOD_END, HEADCOUNT, PAYROLL, "
OCESQL  &  "RUN_ID ) VALUES ( CAST(? AS DATE), ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(154) VALUE
OCESQL     "SELECT PERIOD_END, HEADCOUNT, PAYROLL FROM PERIOD_CLOSE WHE"
OCESQL  &  "RE PERIOD_END = ( SELECT MAX(PERIOD_END) FROM PERIOD_CLOSE "
OCESQL  &  "WHERE PERIOD_END < CAST(? AS DATE) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(545) VALUE
OCESQL     "SELECT A.EMP_NO, A.OLD_SALARY, A.NEW_SALARY, A.ACTION_CODE,"
OCESQL  &  " COALESCE(A.FROM_DEPT, '???'), COALESCE(A.TO_DEPT, '???'), "
OCESQL  &  "CASE WHEN EXISTS ( SELECT 1 FROM RUN_STATS S WHERE S.PROGRA"
OCESQL  &  "M_NAME = 'MASSADJ' AND S.RUN_ID = A.RUN_ID AND A.AUDIT_TS B"
OCESQL  &  "ETWEEN S.START_TS AND S.END_TS ) THEN 'Y' ELSE 'N' END FROM"
OCESQL  &  " AUDIT_LOG A WHERE A.ACTION_CODE <> 'R' AND A.AUDIT_TS > ( "
OCESQL  &  "SELECT SNAP_TS FROM PERIOD_CLOSE WHERE PERIOD_END = CAST(? "
OCESQL  &  "AS DATE) ) AND A.AUDIT_TS <= ( SELECT SNAP_TS FROM PERIOD_C"
OCESQL  &  "LOSE WHERE PERIOD_END = CAST(? AS DATE) ) ORDER BY A.AUDIT_"
OCESQL  &  "TS, A.AUDIT_ID".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0012.
OCESQL     02  FILLER PIC X(301) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_STATS ( STAT_ID SERIAL, PROG"
OCESQL  &  "RAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT NULL, START_"
OCESQL  &  "TS TIMESTAMP, END_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIM"
OCESQL  &  "ESTAMP, READ_CNT NUMERIC(6,0), ACCEPT_CNT NUMERIC(6,0), REJ"
OCESQL  &  "ECT_CNT NUMERIC(6,0), RETURN_CD NUMERIC(2,0), BIZ_DATE CHAR"
OCESQL  &  "(10) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0013.
OCESQL     02  FILLER PIC X(145) VALUE
OCESQL     "INSERT INTO RUN_STATS ( PROGRAM_NAME, RUN_ID, START_TS, REA"
OCESQL  &  "D_CNT, ACCEPT_CNT, REJECT_CNT, RETURN_CD, BIZ_DATE ) VALUES"
OCESQL  &  " ( ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** PERDCLOS STARTED ***".
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.

      *    PERIOD-END GATE, AS GLEXTRCT: WHENEVER RUNCTL.DAT EXISTS
      *    THE PERIOD IS CLOSED ONLY WHEN THE RECORD CARRIES THE
      *    MONTH-END FLAG; ONLY A SITE WITH NO RUNCTL.DAT AT ALL
      *    PROCEEDS UNGATED.
           IF  RUN-CTL-PRESENT AND NOT MONTH-END-NIGHT
               DISPLAY "BUSINESS DATE " STAT-BIZ-DATE " IS NOT "
                       "MONTH-END -- PERIOD NOT CLOSED"
               PERFORM READ-DBPARM-RTN
OCESQL     CALL "OCESQLConnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE USERNAME
OCESQL          BY VALUE 30
OCESQL          BY REFERENCE PASSWD
OCESQL          BY VALUE 10
OCESQL          BY REFERENCE DBNAME
OCESQL          BY VALUE 30
OCESQL     END-CALL
               IF  SQLCODE = ZERO
                   MOVE "PERDCLOS"  TO STAT-PROGRAM
                   MOVE RUN-ID      TO STAT-RUN-ID
                   MOVE ZERO        TO STAT-READ-CNT
                   MOVE ZERO        TO STAT-ACCEPT-CNT
                   MOVE ZERO        TO STAT-REJECT-CNT
                   MOVE 0           TO STAT-RETURN-CD
                   PERFORM WRITE-RUN-STATS-RTN
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL
               END-IF
               CLOSE ERROR-LOG-FILE
               MOVE 0               TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE PERIOD ENDS ON TONIGHT'S BUSINESS DATE, OR TODAY FOR
      *    AN AD-HOC RUN
           IF  RUN-CTL-PRESENT
               MOVE STAT-BIZ-DATE   TO PERIOD-END-HV
           ELSE
               STRING FUNCTION CURRENT-DATE(1:4) "-"
                      FUNCTION CURRENT-DATE(5:2) "-"
                      FUNCTION CURRENT-DATE(7:2)
                      DELIMITED BY SIZE INTO PERIOD-END-HV
               END-STRING
           END-IF.
           DISPLAY "PERIOD END: " PERIOD-END-HV.

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

           PERFORM CREATE-TABLES-RTN.

      *    TAKE THIS PERIOD'S SNAPSHOT, THEN FIND THE ONE BEFORE IT
           PERFORM TAKE-SNAPSHOT-RTN.
           IF  NOT ABORT
               PERFORM GET-PRIOR-CLOSE-RTN
           END-IF.
           IF  NOT ABORT
               PERFORM OPEN-REPORT-RTN
           END-IF.

      *    RECONCILE THE TWO CLOSES FROM THE AUDIT TRAIL
           IF  NOT ABORT
               IF  PRIOR-FOUND
                   PERFORM FETCH-MOVEMENTS-RTN
                   IF  NOT ABORT
                       PERFORM WRITE-RECONCILIATION-RTN
                       PERFORM WRITE-XFER-DEPT-RTN
                   END-IF
               ELSE
                   PERFORM WRITE-OPENING-ONLY-RTN
               END-IF
           END-IF.
           PERFORM CLOSE-REPORT-RTN.

      *    THE SNAPSHOT IS KEPT ONLY WHEN THE WHOLE RUN WORKED
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
               DISPLAY "*** PERIOD " PERIOD-END-HV " NOT CLOSED ***"
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
           END-IF.
           PERFORM DISPLAY-TOTALS-RTN.

      *    END-OF-RUN STATISTICS
           MOVE "PERDCLOS"          TO STAT-PROGRAM.
           MOVE RUN-ID              TO STAT-RUN-ID.
           MOVE MOVE-CNT            TO STAT-READ-CNT.
           MOVE CLOSE-HEADCOUNT     TO STAT-ACCEPT-CNT.
           MOVE ZERO                TO STAT-REJECT-CNT.
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               IF  OUT-OF-BALANCE
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
           DISPLAY "*** PERDCLOS FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO RETURN-CODE
           ELSE
               IF  OUT-OF-BALANCE
                   MOVE 4           TO RETURN-CODE
               ELSE
                   MOVE 0           TO RETURN-CODE
               END-IF
           END-IF.
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
      *    THE AUDIT TRAIL (WITH THE TRANSFER DEPARTMENTS) AND THE
      *    RUN STATISTICS ARE READ BY THE MOVEMENT CURSOR, SO THEY ARE
      *    CREATED HERE AS WELL AS BY THE PROGRAMS THAT WRITE THEM.
      ******************************************************************
       CREATE-TABLES-RTN.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL.
           MOVE "CREATE AUDIT_LOG TABLE"  TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL     END-CALL.
           MOVE "ALTER AUDIT_LOG TABLE"   TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0012
OCESQL     END-CALL.
           MOVE "CREATE RUN_STATS TABLE"  TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    PERIOD CLOSE TOTALS AND THE EMP SNAPSHOT BEHIND THEM
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL     END-CALL.
           MOVE "CREATE PERIOD_CLOSE TABLE" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL     END-CALL.
           MOVE "CREATE EMP_PERIOD TABLE" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           display "PERIOD TABLES...OK".

      ******************************************************************
      *    REPLACE ANY EARLIER SNAPSHOT FOR THIS PERIOD END, COPY EMP
      *    AND RECORD ITS HEADCOUNT AND PAYROLL AS THE CLOSE.
      ******************************************************************
       TAKE-SNAPSHOT-RTN.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM EMP_PERIOD
OCESQL*               WHERE PERIOD_END = CAST(:PERIOD-END-HV AS DATE)
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PERIOD-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 1
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "DELETE EMP_PERIOD"   TO ERROR-CONTEXT
               MOVE PERIOD-END-HV         TO ERROR-RECORD-KEY
               PERFORM ERROR-RTN
               SET  ABORT                 TO TRUE
           END-IF.

           IF  NOT ABORT
OCESQL*        EXEC SQL
OCESQL*            DELETE FROM PERIOD_CLOSE
OCESQL*               WHERE PERIOD_END = CAST(:PERIOD-END-HV AS DATE)
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 10
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE PERIOD-END-HV
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0006
OCESQL              BY VALUE 1
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
                   MOVE "DELETE PERIOD_CLOSE" TO ERROR-CONTEXT
                   MOVE PERIOD-END-HV         TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT                 TO TRUE
               END-IF
           END-IF.

           IF  NOT ABORT
OCESQL*        EXEC SQL
OCESQL*            INSERT INTO EMP_PERIOD
OCESQL*                   ( PERIOD_END, EMP_NO, EMP_NAME, EMP_SALARY,
OCESQL*                     EMP_DEPT )
OCESQL*            SELECT CAST(:PERIOD-END-HV AS DATE), EMP_NO,
OCESQL*                   EMP_NAME, EMP_SALARY, EMP_DEPT FROM EMP
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 10
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE PERIOD-END-HV
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0007
OCESQL              BY VALUE 1
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
                   MOVE "INSERT EMP_PERIOD"   TO ERROR-CONTEXT
                   MOVE PERIOD-END-HV         TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT                 TO TRUE
               END-IF
           END-IF.

           IF  NOT ABORT
OCESQL*        EXEC SQL
OCESQL*            SELECT COUNT(*), COALESCE(SUM(EMP_SALARY), 0)
OCESQL*                   INTO :PC-HEADCOUNT, :PC-PAYROLL
OCESQL*                   FROM EMP_PERIOD
OCESQL*               WHERE PERIOD_END = CAST(:PERIOD-END-HV AS DATE)
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 10
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE PERIOD-END-HV
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetResultParams" USING
OCESQL              BY VALUE 3
OCESQL              BY VALUE 6
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE PC-HEADCOUNT
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetResultParams" USING
OCESQL              BY VALUE 3
OCESQL              BY VALUE 9
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE PC-PAYROLL
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecSelectIntoOne" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0008
OCESQL              BY VALUE 1
OCESQL              BY VALUE 2
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               IF  SQLCODE = +10
                   MOVE ZERO                  TO PC-HEADCOUNT
                   MOVE ZERO                  TO PC-PAYROLL
               ELSE
                   IF  SQLCODE NOT = ZERO
                       MOVE "SUM EMP_PERIOD"  TO ERROR-CONTEXT
                       MOVE PERIOD-END-HV     TO ERROR-RECORD-KEY
                       PERFORM ERROR-RTN
                       SET  ABORT             TO TRUE
                   END-IF
               END-IF
               MOVE PC-HEADCOUNT              TO CLOSE-HEADCOUNT
               MOVE PC-PAYROLL                TO CLOSE-PAYROLL
               MOVE RUN-ID                    TO PC-RUN-ID
           END-IF.

           IF  NOT ABORT
OCESQL*        EXEC SQL
OCESQL*            INSERT INTO PERIOD_CLOSE
OCESQL*                   ( PERIOD_END, HEADCOUNT, PAYROLL, RUN_ID )
OCESQL*            VALUES ( CAST(:PERIOD-END-HV AS DATE), :PC-HEADCOUNT,
OCESQL*                     :PC-PAYROLL, :PC-RUN-ID )
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 10
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE PERIOD-END-HV
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 3
OCESQL              BY VALUE 6
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE PC-HEADCOUNT
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 3
OCESQL              BY VALUE 9
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE PC-PAYROLL
OCESQL         END-CALL
OCESQL         CALL "OCESQLSetSQLParams" USING
OCESQL              BY VALUE 16
OCESQL              BY VALUE 8
OCESQL              BY VALUE 0
OCESQL              BY REFERENCE PC-RUN-ID
OCESQL         END-CALL
OCESQL         CALL "OCESQLExecParams" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0009
OCESQL              BY VALUE 4
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               IF  SQLCODE NOT = ZERO
                   MOVE "INSERT PERIOD_CLOSE" TO ERROR-CONTEXT
                   MOVE PERIOD-END-HV         TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT                 TO TRUE
               ELSE
                   DISPLAY "SNAPSHOT TAKEN: " CLOSE-HEADCOUNT
                           " EMPLOYEES"
               END-IF
           END-IF.

      ******************************************************************
      *    THE MOST RECENT CLOSE BEFORE THIS ONE IS THE OPENING
      *    POSITION; NONE ON FILE MEANS THIS IS THE FIRST CLOSE.
      ******************************************************************
       GET-PRIOR-CLOSE-RTN.
OCESQL*    EXEC SQL
OCESQL*        SELECT PERIOD_END, HEADCOUNT, PAYROLL
OCESQL*               INTO :PRIOR-END-HV, :PC-HEADCOUNT, :PC-PAYROLL
OCESQL*               FROM PERIOD_CLOSE
OCESQL*               WHERE PERIOD_END = ( SELECT MAX(PERIOD_END)
OCESQL*                     FROM PERIOD_CLOSE WHERE PERIOD_END <
OCESQL*                     CAST(:PERIOD-END-HV AS DATE) )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PERIOD-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PRIOR-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PC-HEADCOUNT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PC-PAYROLL
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE = ZERO
               SET  PRIOR-FOUND           TO TRUE
               MOVE PC-HEADCOUNT          TO OPEN-HEADCOUNT
               MOVE PC-PAYROLL            TO OPEN-PAYROLL
               DISPLAY "PRIOR CLOSE: " PRIOR-END-HV
           ELSE
               IF  SQLCODE = +10
                   MOVE "(NONE)"          TO PRIOR-END-HV
                   DISPLAY "NO PRIOR PERIOD CLOSE ON FILE"
               ELSE
                   MOVE "SELECT PERIOD_CLOSE" TO ERROR-CONTEXT
                   MOVE PERIOD-END-HV     TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT             TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    EVERY AUDIT_LOG ROW WRITTEN AFTER THE PRIOR SNAPSHOT AND
      *    UP TO THIS ONE, OLDEST FIRST.
      ******************************************************************
       FETCH-MOVEMENTS-RTN.
OCESQL*    EXEC SQL
OCESQL*        DECLARE C1 CURSOR FOR
OCESQL*        SELECT A.EMP_NO, A.OLD_SALARY, A.NEW_SALARY,
OCESQL*               A.ACTION_CODE, COALESCE(A.FROM_DEPT, '???'),
OCESQL*               COALESCE(A.TO_DEPT, '???'),
OCESQL*               CASE WHEN EXISTS ( SELECT 1 FROM RUN_STATS S
OCESQL*                    WHERE S.PROGRAM_NAME = 'MASSADJ'
OCESQL*                      AND S.RUN_ID = A.RUN_ID
OCESQL*                      AND A.AUDIT_TS BETWEEN S.START_TS
OCESQL*                                         AND S.END_TS )
OCESQL*                    THEN 'Y' ELSE 'N' END
OCESQL*          FROM AUDIT_LOG A
OCESQL*         WHERE A.ACTION_CODE <> 'R'
OCESQL*           AND A.AUDIT_TS > ( SELECT SNAP_TS FROM PERIOD_CLOSE
OCESQL*               WHERE PERIOD_END = CAST(:PRIOR-END-HV AS DATE) )
OCESQL*           AND A.AUDIT_TS <= ( SELECT SNAP_TS FROM PERIOD_CLOSE
OCESQL*               WHERE PERIOD_END = CAST(:PERIOD-END-HV AS DATE) )
OCESQL*         ORDER BY A.AUDIT_TS, A.AUDIT_ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PRIOR-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE PERIOD-END-HV
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorDeclareParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PERDCLOS_C1" & x"00"
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PERDCLOS_C1" & x"00"
OCESQL     END-CALL.
           MOVE "OPEN MOVEMENT CURSOR" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.
           IF  NOT ABORT
               PERFORM FETCH-ONE-MOVEMENT-RTN
               PERFORM UNTIL SQLCODE NOT = ZERO OR ABORT
                   PERFORM APPLY-MOVEMENT-RTN
                   PERFORM FETCH-ONE-MOVEMENT-RTN
               END-PERFORM
OCESQL*        EXEC SQL
OCESQL*            CLOSE C1
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLCursorClose"  USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "PERDCLOS_C1" & x"00"
OCESQL         END-CALL
           END-IF.

      ******************************************************************
       FETCH-ONE-MOVEMENT-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C1 INTO :EMP-NO, :AUD-OLD-SALARY, :AUD-NEW-SALARY,
OCESQL*                      :AUD-ACTION-CODE, :AUD-FROM-DEPT,
OCESQL*                      :AUD-TO-DEPT, :AUD-MASSADJ-FLG
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
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUD-OLD-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUD-NEW-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUD-ACTION-CODE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUD-FROM-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUD-TO-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUD-MASSADJ-FLG
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "PERDCLOS_C1" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "FETCH MOVEMENT CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
      *    POST ONE AUDIT ROW TO ITS MOVEMENT.  A TERMINATION TAKES
      *    OUT THE SALARY BEFORE IT (OLD_SALARY), A HIRE BRINGS IN THE
      *    SALARY AFTER IT (NEW_SALARY), A CHANGE MOVES PAYROLL BY THE
      *    DIFFERENCE.  A TRANSFER LEAVES THE COMPANY TOTALS ALONE BUT
      *    IS POSTED OUT OF ONE DEPARTMENT AND INTO ANOTHER.
      ******************************************************************
       APPLY-MOVEMENT-RTN.
           ADD 1                      TO MOVE-CNT.
           EVALUATE AUD-ACTION-CODE
               WHEN "I"
                   ADD 1              TO HIRE-CNT
                   ADD AUD-NEW-SALARY TO HIRE-AMT
               WHEN "U"
                   IF  AUD-BY-MASSADJ
                       ADD 1          TO MASS-CNT
                       COMPUTE MASS-AMT = MASS-AMT
                             + AUD-NEW-SALARY - AUD-OLD-SALARY
                   ELSE
                       ADD 1          TO CHANGE-CNT
                       COMPUTE CHANGE-AMT = CHANGE-AMT
                             + AUD-NEW-SALARY - AUD-OLD-SALARY
                   END-IF
               WHEN "T"
                   ADD 1              TO XFER-IN-CNT
                   ADD AUD-NEW-SALARY TO XFER-IN-AMT
                   ADD 1              TO XFER-OUT-CNT
                   ADD AUD-OLD-SALARY TO XFER-OUT-AMT
                   MOVE AUD-TO-DEPT   TO LOOK-DEPT
                   PERFORM FIND-XFER-DEPT-RTN
                   IF  NOT ABORT
                       ADD 1              TO XD-IN-CNT (POS)
                       ADD AUD-NEW-SALARY TO XD-IN-AMT (POS)
                       MOVE AUD-FROM-DEPT TO LOOK-DEPT
                       PERFORM FIND-XFER-DEPT-RTN
                   END-IF
                   IF  NOT ABORT
                       ADD 1              TO XD-OUT-CNT (POS)
                       ADD AUD-OLD-SALARY TO XD-OUT-AMT (POS)
                   END-IF
               WHEN "D"
                   ADD 1              TO TERM-CNT
                   ADD AUD-OLD-SALARY TO TERM-AMT
           END-EVALUATE.

      ******************************************************************
      *    POS := THE XFER-DEPT-TABLE ENTRY FOR LOOK-DEPT, ADDED IN
      *    DEPT-CODE ORDER THE FIRST TIME THE DEPARTMENT IS SEEN.
      ******************************************************************
       FIND-XFER-DEPT-RTN.
           PERFORM VARYING POS FROM 1 BY 1
                   UNTIL POS > XD-CNT
                      OR XD-DEPT (POS) NOT < LOOK-DEPT
               CONTINUE
           END-PERFORM.
           IF  POS > XD-CNT OR XD-DEPT (POS) NOT = LOOK-DEPT
               IF  XD-CNT NOT < XD-MAX
                   DISPLAY "*** MORE THAN " XD-MAX " TRANSFER "
                           "DEPARTMENTS -- RUN ABORTED ***"
                   MOVE "TRANSFER DEPT TABLE FULL" TO ERROR-CONTEXT
                   MOVE LOOK-DEPT     TO ERROR-RECORD-KEY
                   PERFORM WRITE-ERROR-LOG-RTN
                   SET  ABORT         TO TRUE
               ELSE
                   PERFORM VARYING SUB FROM XD-CNT BY -1
                           UNTIL SUB < POS
                       MOVE XD-ENTRY (SUB) TO XD-ENTRY (SUB + 1)
                   END-PERFORM
                   ADD 1              TO XD-CNT
                   MOVE LOOK-DEPT     TO XD-DEPT (POS)
                   MOVE ZERO          TO XD-IN-CNT (POS)
                   MOVE ZERO          TO XD-IN-AMT (POS)
                   MOVE ZERO          TO XD-OUT-CNT (POS)
                   MOVE ZERO          TO XD-OUT-AMT (POS)
               END-IF
           END-IF.

      ******************************************************************
      *    OPENING + MOVEMENTS = EXPECTED CLOSE; WHATEVER SEPARATES
      *    THAT FROM THE SNAPSHOT IS UNEXPLAINED.
      ******************************************************************
       WRITE-RECONCILIATION-RTN.
           COMPUTE EXPECT-HEADCOUNT = OPEN-HEADCOUNT + HIRE-CNT
                                    + XFER-IN-CNT - XFER-OUT-CNT
                                    - TERM-CNT.
           COMPUTE EXPECT-PAYROLL = OPEN-PAYROLL + HIRE-AMT
                                  + CHANGE-AMT + MASS-AMT
                                  + XFER-IN-AMT - XFER-OUT-AMT
                                  - TERM-AMT.
           COMPUTE DIFF-HEADCOUNT = CLOSE-HEADCOUNT - EXPECT-HEADCOUNT.
           COMPUTE DIFF-PAYROLL = CLOSE-PAYROLL - EXPECT-PAYROLL.
           IF  DIFF-HEADCOUNT NOT = ZERO OR DIFF-PAYROLL NOT = ZERO
               SET  OUT-OF-BALANCE    TO TRUE
           END-IF.

           MOVE "OPENING POSITION"    TO RML-LABEL.
           MOVE ZERO                  TO RML-ITEMS.
           MOVE OPEN-HEADCOUNT        TO RML-HEADCOUNT.
           MOVE OPEN-PAYROLL          TO RML-PAYROLL.
           PERFORM WRITE-MOVE-LINE-RTN.

           MOVE "NEW HIRES (I)"       TO RML-LABEL.
           MOVE HIRE-CNT              TO RML-ITEMS.
           MOVE HIRE-CNT              TO RML-HEADCOUNT.
           MOVE HIRE-AMT              TO RML-PAYROLL.
           PERFORM WRITE-MOVE-LINE-RTN.

           MOVE "SALARY CHANGES (U)"  TO RML-LABEL.
           MOVE CHANGE-CNT            TO RML-ITEMS.
           MOVE ZERO                  TO RML-HEADCOUNT.
           MOVE CHANGE-AMT            TO RML-PAYROLL.
           PERFORM WRITE-MOVE-LINE-RTN.

           MOVE "MASSADJ ADJUSTMENTS (U)" TO RML-LABEL.
           MOVE MASS-CNT              TO RML-ITEMS.
           MOVE ZERO                  TO RML-HEADCOUNT.
           MOVE MASS-AMT              TO RML-PAYROLL.
           PERFORM WRITE-MOVE-LINE-RTN.

           MOVE "TRANSFERS IN (T)"    TO RML-LABEL.
           MOVE XFER-IN-CNT           TO RML-ITEMS.
           MOVE XFER-IN-CNT           TO RML-HEADCOUNT.
           MOVE XFER-IN-AMT           TO RML-PAYROLL.
           PERFORM WRITE-MOVE-LINE-RTN.

           MOVE "TRANSFERS OUT (T)"   TO RML-LABEL.
           MOVE XFER-OUT-CNT          TO RML-ITEMS.
           COMPUTE RML-HEADCOUNT = ZERO - XFER-OUT-CNT.
           COMPUTE RML-PAYROLL = ZERO - XFER-OUT-AMT.
           PERFORM WRITE-MOVE-LINE-RTN.

           MOVE "TERMINATIONS (D)"    TO RML-LABEL.
           MOVE TERM-CNT              TO RML-ITEMS.
           COMPUTE RML-HEADCOUNT = ZERO - TERM-CNT.
           COMPUTE RML-PAYROLL = ZERO - TERM-AMT.
           PERFORM WRITE-MOVE-LINE-RTN.

           MOVE RPT-HEADING-4         TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.

           MOVE "EXPECTED CLOSING POSITION" TO RML-LABEL.
           MOVE ZERO                  TO RML-ITEMS.
           MOVE EXPECT-HEADCOUNT      TO RML-HEADCOUNT.
           MOVE EXPECT-PAYROLL        TO RML-PAYROLL.
           PERFORM WRITE-MOVE-LINE-RTN.

           MOVE "CLOSING POSITION (EMP)" TO RML-LABEL.
           MOVE ZERO                  TO RML-ITEMS.
           MOVE CLOSE-HEADCOUNT       TO RML-HEADCOUNT.
           MOVE CLOSE-PAYROLL         TO RML-PAYROLL.
           PERFORM WRITE-MOVE-LINE-RTN.

           MOVE "UNEXPLAINED DIFFERENCE" TO RML-LABEL.
           MOVE ZERO                  TO RML-ITEMS.
           MOVE DIFF-HEADCOUNT        TO RML-HEADCOUNT.
           MOVE DIFF-PAYROLL          TO RML-PAYROLL.
           IF  OUT-OF-BALANCE
               MOVE "* OUT OF BALANCE" TO RML-FLAG
           ELSE
               MOVE "IN BALANCE"      TO RML-FLAG
           END-IF.
           PERFORM WRITE-MOVE-LINE-RTN.

      ******************************************************************
       WRITE-MOVE-LINE-RTN.
      ******************************************************************
           IF  LINE-CNT NOT < LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE RPT-MOVE-LINE         TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.
           MOVE SPACES                TO RML-FLAG.

      ******************************************************************
       WRITE-XFER-DEPT-RTN.
      ******************************************************************
           IF  LINE-CNT + 5 > LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RPT-XFER-TITLE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RPT-XFER-HEAD-1       TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RPT-XFER-HEAD-2       TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 4                      TO LINE-CNT.
           IF  XD-CNT = ZERO
               MOVE RPT-NONE-LINE     TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1                  TO LINE-CNT
           END-IF.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > XD-CNT
               IF  LINE-CNT NOT < LINES-PER-PAGE
                   PERFORM WRITE-HEADING-RTN
               END-IF
               COMPUTE NET-CNT = XD-IN-CNT (SUB) - XD-OUT-CNT (SUB)
               COMPUTE NET-AMT = XD-IN-AMT (SUB) - XD-OUT-AMT (SUB)
               MOVE XD-DEPT (SUB)     TO RXL-DEPT
               MOVE XD-IN-CNT (SUB)   TO RXL-IN-CNT
               MOVE XD-IN-AMT (SUB)   TO RXL-IN-AMT
               MOVE XD-OUT-CNT (SUB)  TO RXL-OUT-CNT
               MOVE XD-OUT-AMT (SUB)  TO RXL-OUT-AMT
               MOVE NET-CNT           TO RXL-NET-CNT
               MOVE NET-AMT           TO RXL-NET-AMT
               MOVE RPT-XFER-LINE     TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1                  TO LINE-CNT
           END-PERFORM.

      ******************************************************************
      *    FIRST CLOSE ON FILE: NOTHING TO RECONCILE AGAINST, SO ONLY
      *    THE SNAPSHOT ITSELF IS SHOWN.
      ******************************************************************
       WRITE-OPENING-ONLY-RTN.
           MOVE "CLOSING POSITION (EMP)" TO RML-LABEL.
           MOVE ZERO                  TO RML-ITEMS.
           MOVE CLOSE-HEADCOUNT       TO RML-HEADCOUNT.
           MOVE CLOSE-PAYROLL         TO RML-PAYROLL.
           PERFORM WRITE-MOVE-LINE-RTN.
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RPT-NO-PRIOR-LINE-1   TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RPT-NO-PRIOR-LINE-2   TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 3                      TO LINE-CNT.

      ******************************************************************
       DISPLAY-TOTALS-RTN.
      ******************************************************************
           DISPLAY "PERIOD END       : " PERIOD-END-HV.
           DISPLAY "PRIOR CLOSE      : " PRIOR-END-HV.
           DISPLAY "CLOSING HEADCOUNT: " CLOSE-HEADCOUNT.
           DISPLAY "AUDIT ROWS READ  : " MOVE-CNT.
           IF  OUT-OF-BALANCE
               DISPLAY "*** PERIOD OUT OF BALANCE -- SEE "
                       "PERDCLOS.RPT ***"
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
           MOVE PRIOR-END-HV            TO RH2-PRIOR-END
           MOVE PERIOD-END-HV           TO RH2-PERIOD-END
           OPEN OUTPUT REPORT-FILE
           IF  REPORT-STATUS NOT = "00"
               DISPLAY "PERDCLOS.RPT NOT OPENED, STATUS="
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
OCESQL          BY REFERENCE SQ0012
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
OCESQL          BY REFERENCE SQ0013
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
           MOVE "PERDCLOS"             TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
