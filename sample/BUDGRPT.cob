      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  BUDGRPT -- department payroll budget versus actual: for each
      *             department the approved headcount and annual salary
      *             budget from the DEPTBUDG table (loaded by LOADBUDG)
      *             against the employees on EMP today, their count and
      *             their EMP_SALARY annualized at twelve months, with
      *             the amount and percentage over or under budget and
      *             a company total.  A department with employees but
      *             no budget row is listed as NO BUDGET and ends the
      *             run with RETURN-CODE 4; a budgeted department with
      *             nobody left on it is listed with zero actuals.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 BUDGRPT.
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
           SELECT REPORT-FILE      ASSIGN TO "BUDGRPT.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS REPORT-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "BUDGRPT.ERR"
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

       01  DEPT-CNT             PIC  9(06) VALUE ZERO.
       01  OVER-CNT             PIC  9(06) VALUE ZERO.
       01  NO-BUDGET-CNT        PIC  9(06) VALUE ZERO.
       01  HC-VARIANCE          PIC S9(06) VALUE ZERO.
       01  SAL-VARIANCE         PIC S9(11) VALUE ZERO.
       01  VARIANCE-PCT         PIC S9(04)V9 VALUE ZERO.
       01  PCT-BASE             PIC S9(11) VALUE ZERO.
       01  PCT-SW               PIC  X(01) VALUE "N".
           88  PCT-AVAILABLE             VALUE "Y".

       01  COMPANY-TOTALS.
           05  TOT-BUD-HEADCOUNT   PIC S9(06) VALUE ZERO.
           05  TOT-ACT-HEADCOUNT   PIC S9(06) VALUE ZERO.
           05  TOT-BUD-SALARY      PIC S9(11) VALUE ZERO.
           05  TOT-ACT-SALARY      PIC S9(11) VALUE ZERO.

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
           05  FILLER              PIC  X(42) VALUE
               "DEPARTMENT PAYROLL BUDGET VERSUS ACTUAL --".
           05  FILLER              PIC  X(38) VALUE
               " ANNUAL, 12 X MONTHLY EMP_SALARY".

       01  RPT-HEADING-3.
           05  FILLER              PIC  X(05) VALUE "DEPT".
           05  FILLER              PIC  X(05) VALUE " BUD".
           05  FILLER              PIC  X(05) VALUE " ACT".
           05  FILLER              PIC  X(07) VALUE "  VAR".
           05  FILLER              PIC  X(12) VALUE " BUDGET SAL".
           05  FILLER              PIC  X(14) VALUE "   ACTUAL SAL".
           05  FILLER              PIC  X(14) VALUE "     VARIANCE".
           05  FILLER              PIC  X(08) VALUE "    PCT".
           05  FILLER              PIC  X(04) VALUE "NOTE".

       01  RPT-HEADING-4.
           05  FILLER              PIC  X(05) VALUE "----".
           05  FILLER              PIC  X(05) VALUE "----".
           05  FILLER              PIC  X(05) VALUE "----".
           05  FILLER              PIC  X(07) VALUE "-----".
           05  FILLER              PIC  X(12) VALUE "-----------".
           05  FILLER              PIC  X(14) VALUE "-------------".
           05  FILLER              PIC  X(14) VALUE "-------------".
           05  FILLER              PIC  X(08) VALUE "-------".
           05  FILLER              PIC  X(09) VALUE "---------".

       01  RPT-DETAIL.
           05  RD-DEPT             PIC  X(03).
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RD-BUD-HEADCOUNT    PIC  ZZZ9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-ACT-HEADCOUNT    PIC  ZZZ9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-HC-VARIANCE      PIC  ----9.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RD-BUD-SALARY       PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-ACT-SALARY       PIC  Z,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-SAL-VARIANCE     PIC  -,---,---,--9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-PCT              PIC  ----9.9.
           05  RD-PCT-X REDEFINES
               RD-PCT              PIC  X(07).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RD-NOTE             PIC  X(09) VALUE SPACE.

       01  RPT-COUNT-LINE.
           05  RCL-LABEL           PIC  X(32).
           05  RCL-VALUE           PIC  ZZZ,ZZ9.

       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).
       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  BUDGET-VARS.
           05  BUD-DEPT            PIC  X(03).
           05  BUD-HEADCOUNT       PIC S9(04).
           05  BUD-SALARY          PIC S9(09).
           05  ACT-HEADCOUNT       PIC S9(06).
           05  ACT-SALARY          PIC S9(11).
           05  BUDGET-FLG          PIC  X(01).
               88  HAS-BUDGET          VALUE "Y".
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(181) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS DEPTBUDG ( DEPT_CODE CHAR(3) NOT"
OCESQL  &  " NULL, BUD_HEADCOUNT NUMERIC(4,0) NOT NULL, BUD_SALARY NUME"
OCESQL  &  "RIC(9,0) NOT NULL, CONSTRAINT IDBUD_0 PRIMARY KEY (DEPT_COD"
OCESQL  &  "E) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(392) VALUE
OCESQL     "SELECT COALESCE(B.DEPT_CODE, E.EMP_DEPT), COALESCE(B.BUD_HE"
OCESQL  &  "ADCOUNT, 0), COALESCE(B.BUD_SALARY, 0), COALESCE(E.ACT_HEAD"
OCESQL  &  "COUNT, 0), COALESCE(E.ACT_SALARY, 0), CASE WHEN B.DEPT_CODE"
OCESQL  &  " IS NULL THEN 'N' ELSE 'Y' END FROM DEPTBUDG B FULL OUTER J"
OCESQL  &  "OIN ( SELECT EMP_DEPT, COUNT( * ) AS ACT_HEADCOUNT, SUM(EMP"
OCESQL  &  "_SALARY) * 12 AS ACT_SALARY FROM EMP GROUP BY EMP_DEPT ) E "
OCESQL  &  "ON E.EMP_DEPT = B.DEPT_CODE ORDER BY 1".
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
           DISPLAY "*** BUDGRPT STARTED ***".
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
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

      *    DEPTBUDG TABLE (IDEMPOTENT, LOADED BY LOADBUDG)
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0001
OCESQL         END-CALL
               MOVE "CREATE DEPTBUDG TABLE" TO ERROR-CONTEXT
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN END-IF

      *    DECLARE CURSOR -- EVERY BUDGETED DEPARTMENT AND EVERY
      *    DEPARTMENT WITH EMPLOYEES, WHICHEVER SIDE IS MISSING
OCESQL*        EXEC SQL
OCESQL*            DECLARE C1 CURSOR FOR
OCESQL*            SELECT COALESCE(B.DEPT_CODE, E.EMP_DEPT),
OCESQL*                   COALESCE(B.BUD_HEADCOUNT, 0),
OCESQL*                   COALESCE(B.BUD_SALARY, 0),
OCESQL*                   COALESCE(E.ACT_HEADCOUNT, 0),
OCESQL*                   COALESCE(E.ACT_SALARY, 0),
OCESQL*                   CASE WHEN B.DEPT_CODE IS NULL
OCESQL*                        THEN 'N' ELSE 'Y' END
OCESQL*              FROM DEPTBUDG B FULL OUTER JOIN
OCESQL*                   ( SELECT EMP_DEPT,
OCESQL*                            COUNT( * ) AS ACT_HEADCOUNT,
OCESQL*                            SUM(EMP_SALARY) * 12 AS ACT_SALARY
OCESQL*                       FROM EMP GROUP BY EMP_DEPT ) E
OCESQL*                ON E.EMP_DEPT = B.DEPT_CODE
OCESQL*             ORDER BY 1
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLCursorDeclare" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "BUDGRPT_C1" & x"00"
OCESQL              BY REFERENCE SQ0002
OCESQL         END-CALL
OCESQL*        EXEC SQL
OCESQL*            OPEN C1
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLCursorOpen" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "BUDGRPT_C1" & x"00"
OCESQL         END-CALL
               MOVE "OPEN BUDGET CURSOR" TO ERROR-CONTEXT
               IF  SQLCODE NOT = ZERO
                   PERFORM ERROR-RTN
                   SET  ABORT           TO TRUE
               END-IF

               IF  NOT ABORT
                   PERFORM FETCH-ONE-DEPT-RTN
                   PERFORM UNTIL SQLCODE NOT = ZERO OR ABORT
                       PERFORM WRITE-DETAIL-RTN
                       PERFORM FETCH-ONE-DEPT-RTN
                   END-PERFORM
                   IF  NOT ABORT
                       PERFORM WRITE-TOTAL-RTN
                   END-IF
OCESQL*            EXEC SQL
OCESQL*                CLOSE C1
OCESQL*            END-EXEC.
OCESQL             CALL "OCESQLCursorClose"  USING
OCESQL                  BY REFERENCE SQLCA
OCESQL                  BY REFERENCE "BUDGRPT_C1" & x"00"
OCESQL             END-CALL
               END-IF

               PERFORM CLOSE-REPORT-RTN

      *    END-OF-RUN STATISTICS
           MOVE "BUDGRPT"        TO STAT-PROGRAM
           MOVE RUN-ID              TO STAT-RUN-ID
           MOVE DEPT-CNT            TO STAT-READ-CNT
           MOVE DEPT-CNT            TO STAT-ACCEPT-CNT
           MOVE NO-BUDGET-CNT       TO STAT-REJECT-CNT
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               IF  NO-BUDGET-CNT > ZERO
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
           DISPLAY "DEPARTMENTS LISTED: " DEPT-CNT.
           DISPLAY "OVER BUDGET       : " OVER-CNT.
           DISPLAY "WITHOUT A BUDGET  : " NO-BUDGET-CNT.
           DISPLAY "*** BUDGRPT FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16  TO RETURN-CODE
           ELSE
               IF  NO-BUDGET-CNT > ZERO
                   MOVE 4   TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
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
       FETCH-ONE-DEPT-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C1 INTO :BUD-DEPT, :BUD-HEADCOUNT, :BUD-SALARY,
OCESQL*              :ACT-HEADCOUNT, :ACT-SALARY, :BUDGET-FLG
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BUD-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BUD-HEADCOUNT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BUD-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACT-HEADCOUNT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 11
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACT-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BUDGET-FLG
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "BUDGRPT_C1" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "FETCH BUDGET CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
      *    VARIANCE IS ACTUAL LESS BUDGET, SO A POSITIVE FIGURE IS
      *    OVER BUDGET; THE PERCENTAGE IS OF THE SALARY BUDGET AND IS
      *    LEFT BLANK WHEN THERE IS NO BUDGET TO TAKE IT OF.
      ******************************************************************
       WRITE-DETAIL-RTN.
           ADD 1                      TO DEPT-CNT.
           COMPUTE HC-VARIANCE  = ACT-HEADCOUNT - BUD-HEADCOUNT.
           COMPUTE SAL-VARIANCE = ACT-SALARY - BUD-SALARY.
           MOVE BUD-SALARY            TO PCT-BASE.
           PERFORM COMPUTE-PCT-RTN.
           EVALUATE TRUE
               WHEN NOT HAS-BUDGET
                   MOVE "NO BUDGET"   TO RD-NOTE
                   ADD 1              TO NO-BUDGET-CNT
               WHEN SAL-VARIANCE > ZERO
                   MOVE "OVER"        TO RD-NOTE
                   ADD 1              TO OVER-CNT
               WHEN HC-VARIANCE > ZERO
                   MOVE "HC OVER"     TO RD-NOTE
                   ADD 1              TO OVER-CNT
               WHEN SAL-VARIANCE < ZERO
                   MOVE "UNDER"       TO RD-NOTE
               WHEN OTHER
                   MOVE "ON BUDGET"   TO RD-NOTE
           END-EVALUATE.
           IF  LINE-CNT NOT < LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE BUD-DEPT              TO RD-DEPT.
           MOVE BUD-HEADCOUNT         TO RD-BUD-HEADCOUNT.
           MOVE ACT-HEADCOUNT         TO RD-ACT-HEADCOUNT.
           MOVE HC-VARIANCE           TO RD-HC-VARIANCE.
           MOVE BUD-SALARY            TO RD-BUD-SALARY.
           MOVE ACT-SALARY            TO RD-ACT-SALARY.
           MOVE SAL-VARIANCE          TO RD-SAL-VARIANCE.
           MOVE RPT-DETAIL            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.
           ADD BUD-HEADCOUNT          TO TOT-BUD-HEADCOUNT.
           ADD ACT-HEADCOUNT          TO TOT-ACT-HEADCOUNT.
           ADD BUD-SALARY             TO TOT-BUD-SALARY.
           ADD ACT-SALARY             TO TOT-ACT-SALARY.
           IF  RD-NOTE = "OVER" OR RD-NOTE = "HC OVER"
               DISPLAY "DEPT " BUD-DEPT " OVER BUDGET"
           END-IF.

      ******************************************************************
       COMPUTE-PCT-RTN.
      ******************************************************************
           MOVE "N"                   TO PCT-SW.
           IF  PCT-BASE > ZERO
               SET  PCT-AVAILABLE     TO TRUE
               COMPUTE VARIANCE-PCT ROUNDED =
                       SAL-VARIANCE * 100 / PCT-BASE
                   ON SIZE ERROR
                       MOVE "N"       TO PCT-SW
               END-COMPUTE
           END-IF.
           IF  PCT-AVAILABLE
               MOVE VARIANCE-PCT      TO RD-PCT
           ELSE
               MOVE SPACES            TO RD-PCT-X
           END-IF.

      ******************************************************************
      *    THE COMPANY LINE TAKES IN EVERY DEPARTMENT LISTED, THOSE
      *    WITHOUT A BUDGET INCLUDED, SO ITS ACTUALS TIE TO EMP.
      ******************************************************************
       WRITE-TOTAL-RTN.
           IF  LINE-CNT + 6 > LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           COMPUTE HC-VARIANCE  = TOT-ACT-HEADCOUNT - TOT-BUD-HEADCOUNT.
           COMPUTE SAL-VARIANCE = TOT-ACT-SALARY - TOT-BUD-SALARY.
           MOVE TOT-BUD-SALARY        TO PCT-BASE.
           PERFORM COMPUTE-PCT-RTN.
           IF  SAL-VARIANCE > ZERO
               MOVE "OVER"            TO RD-NOTE
           ELSE
               IF  SAL-VARIANCE < ZERO
                   MOVE "UNDER"       TO RD-NOTE
               ELSE
                   MOVE "ON BUDGET"   TO RD-NOTE
               END-IF
           END-IF.
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "ALL"                 TO RD-DEPT.
           MOVE TOT-BUD-HEADCOUNT     TO RD-BUD-HEADCOUNT.
           MOVE TOT-ACT-HEADCOUNT     TO RD-ACT-HEADCOUNT.
           MOVE HC-VARIANCE           TO RD-HC-VARIANCE.
           MOVE TOT-BUD-SALARY        TO RD-BUD-SALARY.
           MOVE TOT-ACT-SALARY        TO RD-ACT-SALARY.
           MOVE SAL-VARIANCE          TO RD-SAL-VARIANCE.
           MOVE RPT-DETAIL            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "DEPARTMENTS LISTED . . . . . . ." TO RCL-LABEL.
           MOVE DEPT-CNT              TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "DEPARTMENTS OVER BUDGET  . . . ." TO RCL-LABEL.
           MOVE OVER-CNT              TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "DEPARTMENTS WITHOUT A BUDGET . ." TO RCL-LABEL.
           MOVE NO-BUDGET-CNT         TO RCL-VALUE.
           MOVE RPT-COUNT-LINE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 6                      TO LINE-CNT.

      ******************************************************************
       OPEN-REPORT-RTN.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(1:4) TO RUN-YYYY
           MOVE FUNCTION CURRENT-DATE(5:2) TO RUN-MM
           MOVE FUNCTION CURRENT-DATE(7:2) TO RUN-DD
           MOVE RUN-MM                  TO RUN-MM-X
           MOVE RUN-DD                  TO RUN-DD-X
           MOVE RUN-YYYY                TO RUN-YYYY-X
           OPEN OUTPUT REPORT-FILE
           IF  REPORT-STATUS NOT = "00"
               DISPLAY "BUDGRPT.RPT NOT OPENED, STATUS="
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
           MOVE "BUDGRPT"              TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
