      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  INTEGCHK -- nightly integrity sweep across EMP, EMP_SALHIST,
      *              DEPT, SALBAND and AUDIT_LOG.  RECONEMP only
      *              balances the HR extract against EMP; this checks
      *              that the tables the update programs write
      *              separately still agree with each other, and lists
      *              the exceptions by category on INTEGCHK.RPT:
      *                1  every employee has exactly one open
      *                   EMP_SALHIST row (EFF_TO 9999-12-31) and its
      *                   SALARY equals EMP_SALARY
      *                2  no open EMP_SALHIST row is left for an
      *                   employee no longer on EMP (TERMEMP deleted)
      *                3  every EMP_DEPT is on DEPT
      *                4  every salary lies inside its department's
      *                   SALBAND (the company-wide default range when
      *                   the department has no band, as UPDATEMP
      *                   applies it)
      *                5  the NEW_SALARY of the employee's most recent
      *                   AUDIT_LOG row equals EMP_SALARY; declined
      *                   approvals ("R" rows) are not salary changes
      *                   and are skipped, and an employee whose rows
      *                   have all been purged is not checked
      *              Nothing is corrected.  Any exception ends the run
      *              with RETURN-CODE 4, which BATCHRPT shows on the
      *              control sheet.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 INTEGCHK.
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
           SELECT REPORT-FILE      ASSIGN TO "INTEGCHK.RPT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS REPORT-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "INTEGCHK.ERR"
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
       01  EXCEPTION-SW         PIC  X(01) VALUE "N".
           88  EXCEPTIONS-FOUND          VALUE "Y".
       01  DEPT-FOUND-SW        PIC  X(01) VALUE "N".
           88  DEPT-FOUND                VALUE "Y".

      *    COMPANY-WIDE DEFAULT RANGE FOR A DEPARTMENT WITHOUT A
      *    SALBAND ROW -- THE SAME VALUES UPDATEMP FALLS BACK TO
       01  SALARY-MIN           PIC S9(04) VALUE 1.
       01  SALARY-MAX           PIC S9(04) VALUE 9000.

      *    ONE SLOT PER POSSIBLE EMP_NO: THE EMP ROW, THE OPEN
      *    EMP_SALHIST ROWS AND THE MOST RECENT AUDIT_LOG ROW.
       01  INTEG-TABLE.
           05  INTEG-ENTRY         OCCURS 9999 TIMES.
               10  DB-FLAG         PIC  X(01).
                   88  ON-EMP-TABLE    VALUE "Y".
               10  DB-SALARY       PIC S9(04).
               10  DB-DEPT         PIC  X(03).
               10  OPEN-CNT        PIC  9(03).
               10  OPEN-SALARY     PIC S9(04).
               10  AUD-FLAG        PIC  X(01).
                   88  HAS-AUDIT       VALUE "Y".
               10  AUD-SALARY      PIC S9(04).
               10  AUD-ACTION      PIC  X(01).
       01  SUB                  PIC  9(04) COMP.

       01  EMP-CNT              PIC  9(06) VALUE ZERO.
       01  OPEN-ROW-CNT         PIC  9(06) VALUE ZERO.
       01  AUDIT-ROW-CNT        PIC  9(06) VALUE ZERO.
       01  NO-AUDIT-CNT         PIC  9(06) VALUE ZERO.
       01  CATEGORY-CNT         PIC  9(06) VALUE ZERO.
       01  SALHIST-EXC-CNT      PIC  9(06) VALUE ZERO.
       01  TERM-EXC-CNT         PIC  9(06) VALUE ZERO.
       01  DEPT-EXC-CNT         PIC  9(06) VALUE ZERO.
       01  BAND-EXC-CNT         PIC  9(06) VALUE ZERO.
       01  AUDIT-EXC-CNT        PIC  9(06) VALUE ZERO.
       01  EXC-CNT              PIC  9(06) VALUE ZERO.

       01  EXC-REASON           PIC  X(30).
       01  EXC-VALUE-1          PIC S9(04) VALUE ZERO.
       01  EXC-VALUE-2          PIC S9(04) VALUE ZERO.
       01  CATEGORY-TITLE       PIC  X(80).

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

       01  RPT-HEADING-2           PIC  X(80)
           VALUE "EMP / SALHIST / DEPT / SALBAND / AUDIT_LOG INTEGRITY".

       01  RPT-HEADING-3.
           05  FILLER              PIC  X(40) VALUE
               "NO   DEPT EXCEPTION".
           05  FILLER              PIC  X(23) VALUE
               "EMP SAL VALUE-1 VALUE-2".

       01  RPT-HEADING-4.
           05  FILLER              PIC  X(40) VALUE
               "---- ---- ------------------------------".
           05  FILLER              PIC  X(23) VALUE
               " ------  ------  ------".

       01  RPT-EXC-LINE.
           05  REX-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X     VALUE SPACE.
           05  REX-DEPT            PIC  X(03).
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  REX-REASON          PIC  X(30).
           05  FILLER              PIC  X     VALUE SPACE.
           05  REX-EMP-SAL         PIC  --,--9 BLANK WHEN ZERO.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  REX-VALUE-1         PIC  --,--9 BLANK WHEN ZERO.
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  REX-VALUE-2         PIC  --,--9 BLANK WHEN ZERO.

       01  RPT-NONE-LINE           PIC  X(80)
           VALUE "     NO EXCEPTIONS".

       01  RPT-SUMMARY-LINE.
           05  RSUM-LABEL          PIC  X(32).
           05  RSUM-VALUE          PIC  ZZZ,ZZ9.

       01  RPT-STATUS-LINE.
           05  FILLER              PIC  X(26) VALUE
               "INTEGRITY STATUS . . . . .".
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RSTAT-TEXT          PIC  X(24).

       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).
       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-REC-VARS.
           05  EMP-NO              PIC S9(04).
           05  EMP-SALARY          PIC S9(04).
           05  EMP-DEPT            PIC  X(03).
       01  HIST-SALARY             PIC S9(04).
       01  AUDIT-VARS.
           05  AUD-NEW-SALARY      PIC S9(04).
           05  AUD-ACTION-CODE     PIC  X(01).
       01  DEPT-NAME               PIC  X(20).
       01  BAND-VARS.
           05  BAND-DEPT           PIC  X(03).
           05  BAND-MIN            PIC S9(04) VALUE ZERO.
           05  BAND-MAX            PIC S9(04) VALUE ZERO.
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(60) VALUE
OCESQL     "SELECT EMP_NO, EMP_SALARY, EMP_DEPT FROM EMP ORDER BY EMP_N"
OCESQL  &  "O".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(87) VALUE
OCESQL     "SELECT EMP_NO, SALARY FROM EMP_SALHIST WHERE EFF_TO = DATE "
OCESQL  &  "'9999-12-31' ORDER BY EMP_NO".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(114) VALUE
OCESQL     "SELECT EMP_NO, NEW_SALARY, ACTION_CODE FROM AUDIT_LOG WHERE"
OCESQL  &  " ACTION_CODE <> 'R' ORDER BY EMP_NO, AUDIT_TS, AUDIT_ID".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(46) VALUE
OCESQL     "SELECT DEPT_NAME FROM DEPT WHERE DEPT_CODE = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(56) VALUE
OCESQL     "SELECT SAL_MIN, SAL_MAX FROM SALBAND WHERE DEPT_CODE = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(301) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_STATS ( STAT_ID SERIAL, PROG"
OCESQL  &  "RAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT NULL, START_"
OCESQL  &  "TS TIMESTAMP, END_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIM"
OCESQL  &  "ESTAMP, READ_CNT NUMERIC(6,0), ACCEPT_CNT NUMERIC(6,0), REJ"
OCESQL  &  "ECT_CNT NUMERIC(6,0), RETURN_CD NUMERIC(2,0), BIZ_DATE CHAR"
OCESQL  &  "(10) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(145) VALUE
OCESQL     "INSERT INTO RUN_STATS ( PROGRAM_NAME, RUN_ID, START_TS, REA"
OCESQL  &  "D_CNT, ACCEPT_CNT, REJECT_CNT, RETURN_CD, BIZ_DATE ) VALUES"
OCESQL  &  " ( ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** INTEGCHK STARTED ***".
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           PERFORM INIT-INTEG-TABLE-RTN.
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

      *    GATHER EMP, THE OPEN SALARY HISTORY AND THE AUDIT TRAIL
               PERFORM FETCH-EMP-TABLE-RTN
               IF  NOT ABORT
                   PERFORM FETCH-SALHIST-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM FETCH-AUDIT-RTN
               END-IF

      *    ONE REPORT SECTION PER CATEGORY
               IF  NOT ABORT
                   PERFORM CHECK-SALHIST-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM CHECK-TERMINATED-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM CHECK-DEPT-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM CHECK-BAND-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM CHECK-AUDIT-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM WRITE-SUMMARY-RTN
               END-IF
               PERFORM CLOSE-REPORT-RTN

      *    END-OF-RUN STATISTICS
           MOVE "INTEGCHK"       TO STAT-PROGRAM
           MOVE RUN-ID              TO STAT-RUN-ID
           MOVE EMP-CNT             TO STAT-READ-CNT
           MOVE EMP-CNT             TO STAT-ACCEPT-CNT
           MOVE EXC-CNT             TO STAT-REJECT-CNT
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               IF  EXCEPTIONS-FOUND
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
           DISPLAY "*** INTEGCHK FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO RETURN-CODE
           ELSE
               IF  EXCEPTIONS-FOUND
                   MOVE 4           TO RETURN-CODE
               ELSE
                   MOVE 0           TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
       INIT-INTEG-TABLE-RTN.
      ******************************************************************
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 9999
               MOVE SPACE           TO DB-FLAG (SUB)
               MOVE ZERO            TO DB-SALARY (SUB)
               MOVE SPACES          TO DB-DEPT (SUB)
               MOVE ZERO            TO OPEN-CNT (SUB)
               MOVE ZERO            TO OPEN-SALARY (SUB)
               MOVE SPACE           TO AUD-FLAG (SUB)
               MOVE ZERO            TO AUD-SALARY (SUB)
               MOVE SPACE           TO AUD-ACTION (SUB)
           END-PERFORM.

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
       FETCH-EMP-TABLE-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        DECLARE C1 CURSOR FOR
OCESQL*        SELECT EMP_NO, EMP_SALARY, EMP_DEPT FROM EMP
OCESQL*               ORDER BY EMP_NO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "INTEGCHK_C1" & x"00"
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "INTEGCHK_C1" & x"00"
OCESQL     END-CALL.
           MOVE "OPEN EMP CURSOR"    TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.
           IF  NOT ABORT
               PERFORM FETCH-ONE-EMP-RTN
               PERFORM UNTIL SQLCODE NOT = ZERO OR ABORT
                   IF  EMP-NO > ZERO
                       ADD 1 TO EMP-CNT
                       MOVE EMP-NO   TO SUB
                       SET  ON-EMP-TABLE (SUB) TO TRUE
                       MOVE EMP-SALARY TO DB-SALARY (SUB)
                       MOVE EMP-DEPT   TO DB-DEPT (SUB)
                   END-IF
                   PERFORM FETCH-ONE-EMP-RTN
               END-PERFORM
OCESQL*        EXEC SQL
OCESQL*            CLOSE C1
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLCursorClose"  USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "INTEGCHK_C1" & x"00"
OCESQL         END-CALL
           END-IF.

      ******************************************************************
       FETCH-ONE-EMP-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C1 INTO :EMP-NO, :EMP-SALARY, :EMP-DEPT
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
OCESQL          BY REFERENCE EMP-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "INTEGCHK_C1" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "FETCH EMP CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
      *    EVERY OPEN ROW IS COUNTED, WHETHER OR NOT THE EMPLOYEE IS
      *    STILL ON EMP; THE SALARY KEPT IS THAT OF THE LAST ONE READ.
      ******************************************************************
       FETCH-SALHIST-RTN.
OCESQL*    EXEC SQL
OCESQL*        DECLARE C2 CURSOR FOR
OCESQL*        SELECT EMP_NO, SALARY FROM EMP_SALHIST
OCESQL*               WHERE EFF_TO = DATE '9999-12-31' ORDER BY EMP_NO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "INTEGCHK_C2" & x"00"
OCESQL          BY REFERENCE SQ0002
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C2
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "INTEGCHK_C2" & x"00"
OCESQL     END-CALL.
           MOVE "OPEN SALHIST CURSOR" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.
           IF  NOT ABORT
               PERFORM FETCH-ONE-SALHIST-RTN
               PERFORM UNTIL SQLCODE NOT = ZERO OR ABORT
                   IF  EMP-NO > ZERO
                       ADD 1 TO OPEN-ROW-CNT
                       MOVE EMP-NO   TO SUB
                       ADD 1         TO OPEN-CNT (SUB)
                       MOVE HIST-SALARY TO OPEN-SALARY (SUB)
                   END-IF
                   PERFORM FETCH-ONE-SALHIST-RTN
               END-PERFORM
OCESQL*        EXEC SQL
OCESQL*            CLOSE C2
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLCursorClose"  USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "INTEGCHK_C2" & x"00"
OCESQL         END-CALL
           END-IF.

      ******************************************************************
       FETCH-ONE-SALHIST-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C2 INTO :EMP-NO, :HIST-SALARY
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
OCESQL          BY REFERENCE HIST-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "INTEGCHK_C2" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "FETCH SALHIST CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
      *    THE AUDIT TRAIL IN TIME ORDER PER EMPLOYEE, SO THE LAST ROW
      *    READ FOR AN EMP_NO IS ITS MOST RECENT.  "R" ROWS RECORD A
      *    DECLINED APPROVAL, NOT A CHANGE TO EMP, AND ARE LEFT OUT.
      ******************************************************************
       FETCH-AUDIT-RTN.
OCESQL*    EXEC SQL
OCESQL*        DECLARE C3 CURSOR FOR
OCESQL*        SELECT EMP_NO, NEW_SALARY, ACTION_CODE FROM AUDIT_LOG
OCESQL*               WHERE ACTION_CODE <> 'R'
OCESQL*               ORDER BY EMP_NO, AUDIT_TS, AUDIT_ID
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "INTEGCHK_C3" & x"00"
OCESQL          BY REFERENCE SQ0003
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C3
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "INTEGCHK_C3" & x"00"
OCESQL     END-CALL.
           MOVE "OPEN AUDIT CURSOR"  TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.
           IF  NOT ABORT
               PERFORM FETCH-ONE-AUDIT-RTN
               PERFORM UNTIL SQLCODE NOT = ZERO OR ABORT
                   IF  EMP-NO > ZERO
                       ADD 1 TO AUDIT-ROW-CNT
                       MOVE EMP-NO   TO SUB
                       SET  HAS-AUDIT (SUB) TO TRUE
                       MOVE AUD-NEW-SALARY  TO AUD-SALARY (SUB)
                       MOVE AUD-ACTION-CODE TO AUD-ACTION (SUB)
                   END-IF
                   PERFORM FETCH-ONE-AUDIT-RTN
               END-PERFORM
OCESQL*        EXEC SQL
OCESQL*            CLOSE C3
OCESQL*        END-EXEC.
OCESQL         CALL "OCESQLCursorClose"  USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "INTEGCHK_C3" & x"00"
OCESQL         END-CALL
           END-IF.

      ******************************************************************
       FETCH-ONE-AUDIT-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C3 INTO :EMP-NO, :AUD-NEW-SALARY, :AUD-ACTION-CODE
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
OCESQL          BY REFERENCE AUD-NEW-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUD-ACTION-CODE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "INTEGCHK_C3" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "FETCH AUDIT CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
      *    CATEGORY 1: EXACTLY ONE OPEN EMP_SALHIST ROW PER EMPLOYEE,
      *    CARRYING THE SALARY ON EMP.  VALUE-1 IS THE OPEN ROW COUNT
      *    OR THE OPEN ROW'S SALARY.
      ******************************************************************
       CHECK-SALHIST-RTN.
           MOVE "1  ONE OPEN EMP_SALHIST ROW PER EMPLOYEE, SALARY = EMP"
                                      TO CATEGORY-TITLE.
           PERFORM WRITE-CATEGORY-HEADER-RTN.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 9999
               IF  ON-EMP-TABLE (SUB)
                   EVALUATE TRUE
                       WHEN OPEN-CNT (SUB) = ZERO
                           MOVE "NO OPEN SALHIST ROW" TO EXC-REASON
                           MOVE ZERO           TO EXC-VALUE-1
                           PERFORM WRITE-EXC-RTN
                       WHEN OPEN-CNT (SUB) > 1
                           MOVE "MORE THAN ONE OPEN SALHIST ROW"
                                               TO EXC-REASON
                           MOVE OPEN-CNT (SUB) TO EXC-VALUE-1
                           PERFORM WRITE-EXC-RTN
                       WHEN OPEN-SALARY (SUB) NOT = DB-SALARY (SUB)
                           MOVE "OPEN SALHIST SALARY DIFFERS"
                                               TO EXC-REASON
                           MOVE OPEN-SALARY (SUB) TO EXC-VALUE-1
                           PERFORM WRITE-EXC-RTN
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE CATEGORY-CNT          TO SALHIST-EXC-CNT.
           PERFORM WRITE-CATEGORY-END-RTN.

      ******************************************************************
      *    CATEGORY 2: AN OPEN EMP_SALHIST ROW FOR AN EMP_NO NO LONGER
      *    ON EMP.  WHEN THE LAST AUDIT ROW IS TERMEMP'S "D" THE
      *    DELETE LEFT THE HISTORY OPEN; OTHERWISE THE EMPLOYEE WENT
      *    MISSING SOME OTHER WAY.  VALUE-1 IS THE OPEN ROW COUNT.
      ******************************************************************
       CHECK-TERMINATED-RTN.
           MOVE "2  NO OPEN EMP_SALHIST ROW FOR A DELETED EMPLOYEE"
                                      TO CATEGORY-TITLE.
           PERFORM WRITE-CATEGORY-HEADER-RTN.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 9999
               IF  OPEN-CNT (SUB) > ZERO AND NOT ON-EMP-TABLE (SUB)
                   IF  HAS-AUDIT (SUB) AND AUD-ACTION (SUB) = "D"
                       MOVE "TERMINATED, SALHIST STILL OPEN"
                                              TO EXC-REASON
                   ELSE
                       MOVE "NOT ON EMP, SALHIST STILL OPEN"
                                              TO EXC-REASON
                   END-IF
                   MOVE OPEN-CNT (SUB)        TO EXC-VALUE-1
                   PERFORM WRITE-EXC-RTN
               END-IF
           END-PERFORM.
           MOVE CATEGORY-CNT          TO TERM-EXC-CNT.
           PERFORM WRITE-CATEGORY-END-RTN.

      ******************************************************************
      *    CATEGORY 3: EVERY EMP_DEPT ON THE DEPT REFERENCE TABLE.
      ******************************************************************
       CHECK-DEPT-RTN.
           MOVE "3  EMP_DEPT ON THE DEPT TABLE"
                                      TO CATEGORY-TITLE.
           PERFORM WRITE-CATEGORY-HEADER-RTN.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 9999 OR ABORT
               IF  ON-EMP-TABLE (SUB)
                   PERFORM GET-DEPT-RTN
                   IF  NOT DEPT-FOUND AND NOT ABORT
                       MOVE "DEPARTMENT NOT ON DEPT TABLE"
                                              TO EXC-REASON
                       PERFORM WRITE-EXC-RTN
                   END-IF
               END-IF
           END-PERFORM.
           MOVE CATEGORY-CNT          TO DEPT-EXC-CNT.
           PERFORM WRITE-CATEGORY-END-RTN.

      ******************************************************************
      *    CATEGORY 4: SALARY INSIDE THE DEPARTMENT'S SALBAND.  VALUE-1
      *    AND VALUE-2 ARE THE BAND THE SALARY WAS TESTED AGAINST.
      ******************************************************************
       CHECK-BAND-RTN.
           MOVE "4  SALARY INSIDE THE DEPARTMENT'S SALBAND"
                                      TO CATEGORY-TITLE.
           PERFORM WRITE-CATEGORY-HEADER-RTN.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 9999 OR ABORT
               IF  ON-EMP-TABLE (SUB)
                   MOVE DB-DEPT (SUB)  TO BAND-DEPT
                   PERFORM GET-SALARY-BAND-RTN
                   IF  NOT ABORT
                       IF  DB-SALARY (SUB) < BAND-MIN
                           MOVE "SALARY BELOW SALBAND"
                                              TO EXC-REASON
                           MOVE BAND-MIN      TO EXC-VALUE-1
                           MOVE BAND-MAX      TO EXC-VALUE-2
                           PERFORM WRITE-EXC-RTN
                       END-IF
                       IF  DB-SALARY (SUB) > BAND-MAX
                           MOVE "SALARY ABOVE SALBAND"
                                              TO EXC-REASON
                           MOVE BAND-MIN      TO EXC-VALUE-1
                           MOVE BAND-MAX      TO EXC-VALUE-2
                           PERFORM WRITE-EXC-RTN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE CATEGORY-CNT          TO BAND-EXC-CNT.
           PERFORM WRITE-CATEGORY-END-RTN.

      ******************************************************************
      *    CATEGORY 5: THE MOST RECENT AUDIT_LOG NEW_SALARY AGREES WITH
      *    EMP.  VALUE-1 IS THAT NEW_SALARY.  AN EMPLOYEE WITH NO
      *    AUDIT ROWS LEFT (PURGED BY ARCHPURG, OR SEEDED DIRECTLY) IS
      *    COUNTED BUT IS NOT AN EXCEPTION.
      ******************************************************************
       CHECK-AUDIT-RTN.
           MOVE "5  LATEST AUDIT_LOG NEW_SALARY = EMP_SALARY"
                                      TO CATEGORY-TITLE.
           PERFORM WRITE-CATEGORY-HEADER-RTN.
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 9999
               IF  ON-EMP-TABLE (SUB)
                   IF  HAS-AUDIT (SUB)
                       IF  AUD-SALARY (SUB) NOT = DB-SALARY (SUB)
                           MOVE "LAST AUDIT ROW DIFFERS FROM EMP"
                                              TO EXC-REASON
                           MOVE AUD-SALARY (SUB) TO EXC-VALUE-1
                           PERFORM WRITE-EXC-RTN
                       END-IF
                   ELSE
                       ADD 1          TO NO-AUDIT-CNT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE CATEGORY-CNT          TO AUDIT-EXC-CNT.
           PERFORM WRITE-CATEGORY-END-RTN.

      ******************************************************************
       GET-DEPT-RTN.
      ******************************************************************
           MOVE "N"                   TO DEPT-FOUND-SW.
           MOVE DB-DEPT (SUB)         TO EMP-DEPT.
OCESQL*    EXEC SQL
OCESQL*        SELECT DEPT_NAME INTO :DEPT-NAME FROM DEPT
OCESQL*               WHERE DEPT_CODE = :EMP-DEPT
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-DEPT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DEPT-NAME
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE = ZERO
               SET  DEPT-FOUND        TO TRUE
           ELSE
               IF  SQLCODE NOT = +10
                   MOVE "SELECT DEPT" TO ERROR-CONTEXT
                   MOVE EMP-DEPT      TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT         TO TRUE
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
               END-IF
           END-IF.

      ******************************************************************
       WRITE-CATEGORY-HEADER-RTN.
      ******************************************************************
           MOVE ZERO                  TO CATEGORY-CNT.
           IF  LINE-CNT + 3 > LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE CATEGORY-TITLE        TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 2                      TO LINE-CNT.

      ******************************************************************
       WRITE-CATEGORY-END-RTN.
      ******************************************************************
           IF  CATEGORY-CNT = ZERO
               MOVE RPT-NONE-LINE     TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1                  TO LINE-CNT
           END-IF.

      ******************************************************************
      *    ONE EXCEPTION LINE FOR THE EMP_NO IN SUB; THE CALLER HAS
      *    SET THE REASON AND WHATEVER VALUES BELONG WITH IT.
      ******************************************************************
       WRITE-EXC-RTN.
           ADD 1                      TO CATEGORY-CNT.
           ADD 1                      TO EXC-CNT.
           SET  EXCEPTIONS-FOUND      TO TRUE.
           IF  LINE-CNT NOT < LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE SUB                   TO REX-EMP-NO.
           MOVE DB-DEPT (SUB)         TO REX-DEPT.
           MOVE EXC-REASON            TO REX-REASON.
           MOVE DB-SALARY (SUB)       TO REX-EMP-SAL.
           MOVE EXC-VALUE-1           TO REX-VALUE-1.
           MOVE EXC-VALUE-2           TO REX-VALUE-2.
           MOVE RPT-EXC-LINE          TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.
           MOVE ZERO                  TO EXC-VALUE-1.
           MOVE ZERO                  TO EXC-VALUE-2.
           DISPLAY "EXCEPTION EMP_NO " REX-EMP-NO ": " EXC-REASON.

      ******************************************************************
       WRITE-SUMMARY-RTN.
      ******************************************************************
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "EMPLOYEES ON EMP . . . . . . ." TO RSUM-LABEL.
           MOVE EMP-CNT               TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "OPEN EMP_SALHIST ROWS  . . . ." TO RSUM-LABEL.
           MOVE OPEN-ROW-CNT          TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "AUDIT_LOG ROWS READ  . . . . ." TO RSUM-LABEL.
           MOVE AUDIT-ROW-CNT         TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "EMPLOYEES WITH NO AUDIT ROW  ." TO RSUM-LABEL.
           MOVE NO-AUDIT-CNT          TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "1 SALHIST EXCEPTIONS . . . . ." TO RSUM-LABEL.
           MOVE SALHIST-EXC-CNT       TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "2 DELETED-EMPLOYEE EXCEPTIONS ." TO RSUM-LABEL.
           MOVE TERM-EXC-CNT          TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "3 DEPT EXCEPTIONS  . . . . . ." TO RSUM-LABEL.
           MOVE DEPT-EXC-CNT          TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "4 SALBAND EXCEPTIONS . . . . ." TO RSUM-LABEL.
           MOVE BAND-EXC-CNT          TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "5 AUDIT_LOG EXCEPTIONS . . . ." TO RSUM-LABEL.
           MOVE AUDIT-EXC-CNT         TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOTAL EXCEPTIONS . . . . . . ." TO RSUM-LABEL.
           MOVE EXC-CNT               TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF  EXCEPTIONS-FOUND
               MOVE "*** EXCEPTIONS FOUND ***" TO RSTAT-TEXT
           ELSE
               MOVE "CLEAN"           TO RSTAT-TEXT
           END-IF.
           MOVE RPT-STATUS-LINE       TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY "EMPLOYEES ON EMP : " EMP-CNT.
           DISPLAY "OPEN SALHIST ROWS: " OPEN-ROW-CNT.
           DISPLAY "AUDIT ROWS READ  : " AUDIT-ROW-CNT.
           DISPLAY "EXCEPTIONS       : " EXC-CNT.
           IF  EXCEPTIONS-FOUND
               DISPLAY "*** INTEGRITY EXCEPTIONS FOUND -- SEE "
                       "INTEGCHK.RPT ***"
           ELSE
               DISPLAY "INTEGRITY CHECK CLEAN"
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
           OPEN OUTPUT REPORT-FILE
           IF  REPORT-STATUS NOT = "00"
               DISPLAY "INTEGCHK.RPT NOT OPENED, STATUS="
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
OCESQL          BY REFERENCE SQ0006
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
OCESQL          BY REFERENCE SQ0007
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
           MOVE "INTEGCHK"             TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
