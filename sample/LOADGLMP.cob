      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  LOADGLMP -- loads the GL_MAP reference table (the general
      *              ledger salary expense account, cost centre and
      *              accrual account for each department code) from its
      *              control file GLMPLOAD.DAT, the same way LOADBUDG
      *              loads DEPTBUDG.  GLDIST posts each department's
      *              salary cost to the accounts held here and will not
      *              write a journal while any EMP_DEPT has no row.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LOADGLMP.
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
           SELECT GLMP-LOAD-FILE   ASSIGN TO "GLMPLOAD.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS GLMPLOAD-STATUS.
           SELECT EXCEPTION-FILE   ASSIGN TO "LOADGLMP.EXC"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS EXCFILE-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "LOADGLMP.ERR"
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

      *    ONE MAPPING PER DEPARTMENT IN FIXED COLUMNS: SALARY
      *    EXPENSE ACCOUNT, COST CENTRE AND THE ACCRUED PAYROLL
      *    ACCOUNT THE SALARY COST IS CREDITED TO (NORMALLY THE SAME
      *    ACCOUNT FOR EVERY DEPARTMENT).
       FD  GLMP-LOAD-FILE.
       01  GLMP-LOAD-RECORD.
           05  GM-DEPT-CODE        PIC  X(03).
           05  GM-EXPENSE-ACCT     PIC  X(10).
           05  GM-COST-CENTER      PIC  X(06).
           05  GM-ACCRUAL-ACCT     PIC  X(10).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-DEPT-CODE       PIC  X(03).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-EXPENSE-ACCT    PIC  X(10).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-COST-CENTER     PIC  X(06).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-ACCRUAL-ACCT    PIC  X(10).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-REASON          PIC  X(30).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

       WORKING-STORAGE             SECTION.
       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  GLMPLOAD-STATUS  PIC  X(02).
           05  EXCFILE-STATUS   PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).

       01  EOF-SW               PIC  X(01) VALUE "N".
           88  EOF                       VALUE "Y".
       01  ABORT-SW             PIC  X(01) VALUE "N".
           88  ABORT                     VALUE "Y".
       01  SQL-ERROR-SW         PIC  X(01) VALUE "N".
           88  SQL-ERROR-OCCURRED         VALUE "Y".

       01  VALIDATION-SW        PIC  X(01) VALUE "Y".
           88  ROW-VALID                 VALUE "Y".
           88  ROW-INVALID               VALUE "N".
       01  REJECT-REASON        PIC  X(30).
       01  READ-CNT             PIC  9(06) VALUE ZERO.
       01  LOAD-CNT             PIC  9(06) VALUE ZERO.
       01  REJECT-CNT           PIC  9(06) VALUE ZERO.

       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).
       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  DEPT-CODE               PIC  X(03).
       01  GL-MAP-VARS.
         03  EXPENSE-ACCT          PIC  X(10).
         03  COST-CENTER           PIC  X(06).
         03  ACCRUAL-ACCT          PIC  X(10).
       01  COST-CENTER-CHECK       PIC  X(06).
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(27) VALUE
OCESQL     "DROP TABLE IF EXISTS GL_MAP".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(188) VALUE
OCESQL     "CREATE TABLE GL_MAP ( DEPT_CODE CHAR(3) NOT NULL, EXPENSE_A"
OCESQL  &  "CCT CHAR(10) NOT NULL, COST_CENTER CHAR(6) NOT NULL, ACCRUA"
OCESQL  &  "L_ACCT CHAR(10) NOT NULL, CONSTRAINT IGLMP_0 PRIMARY KEY (D"
OCESQL  &  "EPT_CODE) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(50) VALUE
OCESQL     "SELECT COST_CENTER FROM GL_MAP WHERE DEPT_CODE = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(93) VALUE
OCESQL     "INSERT INTO GL_MAP (DEPT_CODE, EXPENSE_ACCT, COST_CENTER, A"
OCESQL  &  "CCRUAL_ACCT) VALUES ( ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(301) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_STATS ( STAT_ID SERIAL, PROG"
OCESQL  &  "RAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT NULL, START_"
OCESQL  &  "TS TIMESTAMP, END_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIM"
OCESQL  &  "ESTAMP, READ_CNT NUMERIC(6,0), ACCEPT_CNT NUMERIC(6,0), REJ"
OCESQL  &  "ECT_CNT NUMERIC(6,0), RETURN_CD NUMERIC(2,0), BIZ_DATE CHAR"
OCESQL  &  "(10) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(145) VALUE
OCESQL     "INSERT INTO RUN_STATS ( PROGRAM_NAME, RUN_ID, START_TS, REA"
OCESQL  &  "D_CNT, ACCEPT_CNT, REJECT_CNT, RETURN_CD, BIZ_DATE ) VALUES"
OCESQL  &  " ( ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LOADGLMP STARTED ***".
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.

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

      *    DROP TABLE
OCESQL*    EXEC SQL
OCESQL*        DROP TABLE IF EXISTS GL_MAP
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL.
           MOVE "DROP TABLE GL_MAP"  TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN END-IF.
           display "DROP...OK".

      *    CREATE TABLE
OCESQL*    EXEC SQL
OCESQL*         CREATE TABLE GL_MAP
OCESQL*         (
OCESQL*             DEPT_CODE      CHAR(3) NOT NULL,
OCESQL*             EXPENSE_ACCT   CHAR(10) NOT NULL,
OCESQL*             COST_CENTER    CHAR(6) NOT NULL,
OCESQL*             ACCRUAL_ACCT   CHAR(10) NOT NULL,
OCESQL*             CONSTRAINT IGLMP_0 PRIMARY KEY (DEPT_CODE)
OCESQL*         )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL     END-CALL.
           MOVE "CREATE TABLE GL_MAP" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           display "CREATE TABLE...OK".

      *    LOAD ROWS FROM THE ACCOUNT MAPPING CONTROL FILE
           PERFORM OPEN-LOAD-FILES-RTN.
           PERFORM PROCESS-MAPPING-FILE-RTN.
           PERFORM CLOSE-LOAD-FILES-RTN.

      *    COMMIT
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.

           DISPLAY "MAPPING RECORDS READ: " READ-CNT.
           DISPLAY "MAPPINGS LOADED     : " LOAD-CNT.
           DISPLAY "RECORDS REJECTED    : " REJECT-CNT.

      *    END-OF-RUN STATISTICS
           MOVE "LOADGLMP"       TO STAT-PROGRAM.
           MOVE RUN-ID              TO STAT-RUN-ID.
           MOVE READ-CNT            TO STAT-READ-CNT.
           MOVE LOAD-CNT            TO STAT-ACCEPT-CNT.
           MOVE REJECT-CNT          TO STAT-REJECT-CNT.
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               IF  REJECT-CNT > ZERO
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
           DISPLAY "*** LOADGLMP FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO RETURN-CODE
           ELSE
               IF  REJECT-CNT > ZERO
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
       OPEN-LOAD-FILES-RTN.
      ******************************************************************
           OPEN INPUT  GLMP-LOAD-FILE.
           IF  GLMPLOAD-STATUS NOT = "00"
               DISPLAY "GLMPLOAD.DAT NOT FOUND OR UNREADABLE, STATUS="
                       GLMPLOAD-STATUS
               MOVE "OPEN GLMP-LOAD-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF  EXCFILE-STATUS NOT = "00"
               DISPLAY "LOADGLMP.EXC NOT OPENED, STATUS="
                       EXCFILE-STATUS
               MOVE "OPEN EXCEPTION-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       CLOSE-LOAD-FILES-RTN.
      ******************************************************************
           IF  GLMPLOAD-STATUS = "00" OR GLMPLOAD-STATUS = "10"
               CLOSE GLMP-LOAD-FILE
           END-IF.
           IF  EXCFILE-STATUS = "00"
               CLOSE EXCEPTION-FILE
           END-IF.

      ******************************************************************
       PROCESS-MAPPING-FILE-RTN.
      ******************************************************************
           IF  NOT ABORT
               READ GLMP-LOAD-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   ADD 1 TO READ-CNT
                   PERFORM PROCESS-ONE-MAPPING-RTN
                   READ GLMP-LOAD-FILE
                       AT END SET EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
       PROCESS-ONE-MAPPING-RTN.
      ******************************************************************
           SET  ROW-VALID         TO TRUE.
           MOVE SPACES                TO REJECT-REASON.
           EVALUATE TRUE
               WHEN GM-DEPT-CODE = SPACES
                   SET  ROW-INVALID    TO TRUE
                   MOVE "BLANK DEPARTMENT CODE" TO REJECT-REASON
               WHEN GM-EXPENSE-ACCT = SPACES
                   SET  ROW-INVALID    TO TRUE
                   MOVE "BLANK EXPENSE ACCOUNT" TO REJECT-REASON
               WHEN GM-COST-CENTER = SPACES
                   SET  ROW-INVALID    TO TRUE
                   MOVE "BLANK COST CENTRE" TO REJECT-REASON
               WHEN GM-ACCRUAL-ACCT = SPACES
                   SET  ROW-INVALID    TO TRUE
                   MOVE "BLANK ACCRUAL ACCOUNT" TO REJECT-REASON
               WHEN OTHER
                   MOVE GM-DEPT-CODE   TO DEPT-CODE
                   PERFORM CHECK-DUPLICATE-RTN
           END-EVALUATE.
           IF  ROW-INVALID
               IF  NOT ABORT
                   PERFORM WRITE-EXCEPTION-RTN
               END-IF
           ELSE
               MOVE GM-EXPENSE-ACCT  TO EXPENSE-ACCT
               MOVE GM-COST-CENTER   TO COST-CENTER
               MOVE GM-ACCRUAL-ACCT  TO ACCRUAL-ACCT
OCESQL*        EXEC SQL
OCESQL*            INSERT INTO GL_MAP (DEPT_CODE, EXPENSE_ACCT,
OCESQL*                   COST_CENTER, ACCRUAL_ACCT)
OCESQL*                   VALUES (:DEPT-CODE,:EXPENSE-ACCT,
OCESQL*                           :COST-CENTER,:ACCRUAL-ACCT)
OCESQL*        END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DEPT-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EXPENSE-ACCT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE COST-CENTER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCRUAL-ACCT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               MOVE "INSERT GL_MAP"   TO ERROR-CONTEXT
               MOVE GM-DEPT-CODE      TO ERROR-RECORD-KEY
               IF  SQLCODE NOT = ZERO
                   display "INSERT GL_MAP...ERROR"
                   PERFORM ERROR-RTN
                   SET ABORT TO TRUE
               ELSE
                   display "INSERT GL_MAP...OK"
                   ADD 1              TO LOAD-CNT
               END-IF
           END-IF.

      ******************************************************************
       CHECK-DUPLICATE-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        SELECT COST_CENTER INTO :COST-CENTER-CHECK
OCESQL*               FROM GL_MAP WHERE DEPT_CODE = :DEPT-CODE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DEPT-CODE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE COST-CENTER-CHECK
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE = ZERO
               SET  ROW-INVALID    TO TRUE
               MOVE "DUPLICATE DEPARTMENT CODE" TO REJECT-REASON
           ELSE
               IF  SQLCODE NOT = +10
                   MOVE "SELECT GL_MAP"   TO ERROR-CONTEXT
                   MOVE GM-DEPT-CODE   TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT          TO TRUE
                   SET  ROW-INVALID    TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       WRITE-EXCEPTION-RTN.
      ******************************************************************
           MOVE SPACES                TO EXCEPTION-RECORD.
           MOVE GM-DEPT-CODE          TO EXC-DEPT-CODE.
           MOVE GM-EXPENSE-ACCT       TO EXC-EXPENSE-ACCT.
           MOVE GM-COST-CENTER        TO EXC-COST-CENTER.
           MOVE GM-ACCRUAL-ACCT       TO EXC-ACCRUAL-ACCT.
           MOVE REJECT-REASON      TO EXC-REASON.
           WRITE EXCEPTION-RECORD.
           ADD 1                      TO REJECT-CNT.
           DISPLAY "REJECTED MAPPING " GM-DEPT-CODE ": " REJECT-REASON.

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
OCESQL          BY REFERENCE SQ0005
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
OCESQL          BY REFERENCE SQ0006
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
           MOVE "LOADGLMP"             TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
