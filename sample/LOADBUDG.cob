      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  LOADBUDG -- loads the DEPTBUDG reference table (approved
      *              annual headcount and annual salary budget per
      *              department code) from its control file
      *              BUDGLOAD.DAT, the same way LOADBAND loads SALBAND;
      *              BUDGRPT reports each department's actual headcount
      *              and payroll against it, and XFEREMP and a MASSADJ
      *              trial warn when a change takes a department over
      *              its budget.  A department without a budget row is
      *              not checked.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LOADBUDG.
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
           SELECT BUDG-LOAD-FILE   ASSIGN TO "BUDGLOAD.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BUDGLOAD-STATUS.
           SELECT EXCEPTION-FILE   ASSIGN TO "LOADBUDG.EXC"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS EXCFILE-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "LOADBUDG.ERR"
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

      *    ONE BUDGET PER DEPARTMENT: APPROVED HEADCOUNT AND THE
      *    ANNUAL SALARY BUDGET (TWELVE MONTHS OF EMP_SALARY) IN
      *    FIXED COLUMNS.
       FD  BUDG-LOAD-FILE.
       01  BUDG-LOAD-RECORD.
           05  BG-DEPT-CODE        PIC  X(03).
           05  BG-HEADCOUNT        PIC  X(04).
           05  BG-SALARY           PIC  X(09).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-DEPT-CODE       PIC  X(03).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-HEADCOUNT       PIC  X(04).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-SALARY          PIC  X(09).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-REASON          PIC  X(30).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

       WORKING-STORAGE             SECTION.
       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  BUDGLOAD-STATUS  PIC  X(02).
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
       01  HC-DIGITS-GRP        PIC  X(04).
       01  HC-DIGITS REDEFINES
           HC-DIGITS-GRP        PIC  9(04).
       01  SAL-DIGITS-GRP       PIC  X(09).
       01  SAL-DIGITS REDEFINES
           SAL-DIGITS-GRP       PIC  9(09).
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
       01  BUD-HEADCOUNT           PIC S9(04) VALUE ZERO.
       01  BUD-SALARY              PIC S9(09) VALUE ZERO.
       01  BUD-HEADCOUNT-CHECK     PIC S9(04) VALUE ZERO.
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(29) VALUE
OCESQL     "DROP TABLE IF EXISTS DEPTBUDG".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(167) VALUE
OCESQL     "CREATE TABLE DEPTBUDG ( DEPT_CODE CHAR(3) NOT NULL, BUD_HEA"
OCESQL  &  "DCOUNT NUMERIC(4,0) NOT NULL, BUD_SALARY NUMERIC(9,0) NOT N"
OCESQL  &  "ULL, CONSTRAINT IDBUD_0 PRIMARY KEY (DEPT_CODE) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(54) VALUE
OCESQL     "SELECT BUD_HEADCOUNT FROM DEPTBUDG WHERE DEPT_CODE = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(78) VALUE
OCESQL     "INSERT INTO DEPTBUDG (DEPT_CODE, BUD_HEADCOUNT, BUD_SALARY)"
OCESQL  &  " VALUES ( ?, ?, ? )".
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
           DISPLAY "*** LOADBUDG STARTED ***".
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
OCESQL*        DROP TABLE IF EXISTS DEPTBUDG
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL.
           MOVE "DROP TABLE DEPTBUDG"  TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN END-IF.
           display "DROP...OK".

      *    CREATE TABLE
OCESQL*    EXEC SQL
OCESQL*         CREATE TABLE DEPTBUDG
OCESQL*         (
OCESQL*             DEPT_CODE      CHAR(3) NOT NULL,
OCESQL*             BUD_HEADCOUNT  NUMERIC(4,0) NOT NULL,
OCESQL*             BUD_SALARY     NUMERIC(9,0) NOT NULL,
OCESQL*             CONSTRAINT IDBUD_0 PRIMARY KEY (DEPT_CODE)
OCESQL*         )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL     END-CALL.
           MOVE "CREATE TABLE DEPTBUDG" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           display "CREATE TABLE...OK".

      *    LOAD ROWS FROM THE BUDGET CONTROL FILE
           PERFORM OPEN-LOAD-FILES-RTN.
           PERFORM PROCESS-BUDGET-FILE-RTN.
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

           DISPLAY "BUDGET RECORDS READ: " READ-CNT.
           DISPLAY "BUDGETS LOADED    : " LOAD-CNT.
           DISPLAY "RECORDS REJECTED  : " REJECT-CNT.

      *    END-OF-RUN STATISTICS
           MOVE "LOADBUDG"       TO STAT-PROGRAM.
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
           DISPLAY "*** LOADBUDG FINISHED ***".
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
           OPEN INPUT  BUDG-LOAD-FILE.
           IF  BUDGLOAD-STATUS NOT = "00"
               DISPLAY "BUDGLOAD.DAT NOT FOUND OR UNREADABLE, STATUS="
                       BUDGLOAD-STATUS
               MOVE "OPEN BUDG-LOAD-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF  EXCFILE-STATUS NOT = "00"
               DISPLAY "LOADBUDG.EXC NOT OPENED, STATUS="
                       EXCFILE-STATUS
               MOVE "OPEN EXCEPTION-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       CLOSE-LOAD-FILES-RTN.
      ******************************************************************
           IF  BUDGLOAD-STATUS = "00" OR BUDGLOAD-STATUS = "10"
               CLOSE BUDG-LOAD-FILE
           END-IF.
           IF  EXCFILE-STATUS = "00"
               CLOSE EXCEPTION-FILE
           END-IF.

      ******************************************************************
       PROCESS-BUDGET-FILE-RTN.
      ******************************************************************
           IF  NOT ABORT
               READ BUDG-LOAD-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   ADD 1 TO READ-CNT
                   PERFORM PROCESS-ONE-BUDGET-RTN
                   READ BUDG-LOAD-FILE
                       AT END SET EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
       PROCESS-ONE-BUDGET-RTN.
      ******************************************************************
           SET  ROW-VALID         TO TRUE.
           MOVE SPACES                TO REJECT-REASON.
           MOVE BG-HEADCOUNT          TO HC-DIGITS-GRP.
           MOVE BG-SALARY             TO SAL-DIGITS-GRP.
           EVALUATE TRUE
               WHEN BG-DEPT-CODE = SPACES
                   SET  ROW-INVALID    TO TRUE
                   MOVE "BLANK DEPARTMENT CODE" TO REJECT-REASON
               WHEN HC-DIGITS NOT NUMERIC
                   SET  ROW-INVALID    TO TRUE
                   MOVE "NON-NUMERIC HEADCOUNT" TO REJECT-REASON
               WHEN SAL-DIGITS NOT NUMERIC
                   SET  ROW-INVALID    TO TRUE
                   MOVE "NON-NUMERIC SALARY BUDGET" TO REJECT-REASON
               WHEN OTHER
                   MOVE BG-DEPT-CODE   TO DEPT-CODE
                   PERFORM CHECK-DUPLICATE-RTN
           END-EVALUATE.
           IF  ROW-INVALID
               IF  NOT ABORT
                   PERFORM WRITE-EXCEPTION-RTN
               END-IF
           ELSE
               MOVE HC-DIGITS        TO BUD-HEADCOUNT
               MOVE SAL-DIGITS       TO BUD-SALARY
OCESQL*        EXEC SQL
OCESQL*            INSERT INTO DEPTBUDG (DEPT_CODE, BUD_HEADCOUNT,
OCESQL*                   BUD_SALARY)
OCESQL*                   VALUES (:DEPT-CODE,:BUD-HEADCOUNT,:BUD-SALARY)
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
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BUD-HEADCOUNT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BUD-SALARY
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               MOVE "INSERT DEPTBUDG" TO ERROR-CONTEXT
               MOVE BG-DEPT-CODE      TO ERROR-RECORD-KEY
               IF  SQLCODE NOT = ZERO
                   display "INSERT DEPTBUDG...ERROR"
                   PERFORM ERROR-RTN
                   SET ABORT TO TRUE
               ELSE
                   display "INSERT DEPTBUDG...OK"
                   ADD 1              TO LOAD-CNT
               END-IF
           END-IF.

      ******************************************************************
       CHECK-DUPLICATE-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        SELECT BUD_HEADCOUNT INTO :BUD-HEADCOUNT-CHECK
OCESQL*               FROM DEPTBUDG WHERE DEPT_CODE = :DEPT-CODE
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
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BUD-HEADCOUNT-CHECK
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
                   MOVE "SELECT DEPTBUDG" TO ERROR-CONTEXT
                   MOVE BG-DEPT-CODE   TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT          TO TRUE
                   SET  ROW-INVALID    TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       WRITE-EXCEPTION-RTN.
      ******************************************************************
           MOVE BG-DEPT-CODE          TO EXC-DEPT-CODE.
           MOVE BG-HEADCOUNT          TO EXC-HEADCOUNT.
           MOVE BG-SALARY             TO EXC-SALARY.
           MOVE REJECT-REASON      TO EXC-REASON.
           WRITE EXCEPTION-RECORD.
           ADD 1                      TO REJECT-CNT.
           DISPLAY "REJECTED BUDGET " BG-DEPT-CODE ": " REJECT-REASON.

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
           MOVE "LOADBUDG"             TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
