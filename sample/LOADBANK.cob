      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  LOADBANK -- maintains the EMP_BANK employee bank-details table
      *              (routing number, account number, account type)
      *              from its load file BANKLOAD.DAT.  Unlike the
      *              reference loads the table is not rebuilt: each
      *              line adds, changes or (account type "X") removes
      *              one employee's details, and every add, change and
      *              removal is written to the BANK_AUDIT trail with the
      *              details before and after.  A new or changed
      *              account is marked for a prenote, so BANKXFER sends
      *              a zero-amount test entry and holds the salary
      *              until the account has been proven on a prior file.
      *              A line that repeats the details already held is
      *              counted and left alone.  Rejects go to
      *              LOADBANK.EXC.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 LOADBANK.
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
           SELECT BANK-LOAD-FILE   ASSIGN TO "BANKLOAD.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BANKLOAD-STATUS.
           SELECT EXCEPTION-FILE   ASSIGN TO "LOADBANK.EXC"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS EXCFILE-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "LOADBANK.ERR"
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

      *    ONE LINE PER EMPLOYEE IN FIXED COLUMNS: EMP_NO, NINE-DIGIT
      *    BANK ROUTING NUMBER, ACCOUNT NUMBER (LEFT-JUSTIFIED) AND
      *    ACCOUNT TYPE "C" = CHECKING, "S" = SAVINGS, "X" = REMOVE
      *    THE DETAILS HELD (ROUTING AND ACCOUNT THEN IGNORED).
       FD  BANK-LOAD-FILE.
       01  BANK-LOAD-RECORD.
           05  BK-EMP-NO           PIC  X(04).
           05  BK-ROUTING-NO       PIC  X(09).
           05  BK-ACCOUNT-NO       PIC  X(17).
           05  BK-ACCOUNT-TYPE     PIC  X(01).
               88  BK-CHECKING         VALUE "C".
               88  BK-SAVINGS          VALUE "S".
               88  BK-REMOVE           VALUE "X".

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-EMP-NO          PIC  X(04).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-ROUTING-NO      PIC  X(09).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-ACCOUNT-NO      PIC  X(17).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-ACCOUNT-TYPE    PIC  X(01).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-REASON          PIC  X(30).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

       WORKING-STORAGE             SECTION.
       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  BANKLOAD-STATUS  PIC  X(02).
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
       01  ON-FILE-SW           PIC  X(01) VALUE "N".
           88  DETAILS-ON-FILE           VALUE "Y".
       01  REJECT-REASON        PIC  X(30).
       01  EMP-NO-DIGITS-GRP    PIC  X(04).
       01  EMP-NO-DIGITS REDEFINES
           EMP-NO-DIGITS-GRP    PIC  9(04).

      *    ROUTING NUMBER CHECK DIGIT: WEIGHTS 3, 7, 1 REPEATED OVER
      *    THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN
       01  ROUTING-DIGITS-GRP.
           05  ROUTING-DIGIT    PIC  9(01) OCCURS 9 TIMES.
       01  ROUTING-DIGITS REDEFINES
           ROUTING-DIGITS-GRP   PIC  9(09).
       01  ROUTING-SUM          PIC  9(04) VALUE ZERO.
       01  ROUTING-QUOT         PIC  9(04) VALUE ZERO.
       01  ROUTING-REM          PIC  9(02) VALUE ZERO.

       01  READ-CNT             PIC  9(06) VALUE ZERO.
       01  ADD-CNT              PIC  9(06) VALUE ZERO.
       01  CHANGE-CNT           PIC  9(06) VALUE ZERO.
       01  REMOVE-CNT           PIC  9(06) VALUE ZERO.
       01  SAME-CNT             PIC  9(06) VALUE ZERO.
       01  REJECT-CNT           PIC  9(06) VALUE ZERO.
       01  APPLIED-CNT          PIC  9(06) VALUE ZERO.

       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).
       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-NAME                PIC  X(20).
       01  BANK-VARS.
         03  ROUTING-NO            PIC  X(09).
         03  ACCOUNT-NO            PIC  X(17).
         03  ACCOUNT-TYPE          PIC  X(01).
       01  OLD-BANK-VARS.
         03  OLD-ROUTING-NO        PIC  X(09).
         03  OLD-ACCOUNT-NO        PIC  X(17).
         03  OLD-ACCOUNT-TYPE      PIC  X(01).
       01  BANK-AUDIT-VARS.
         03  BAUD-ACTION-CODE      PIC  X(01).
         03  BAUD-OLD-ROUTING-NO   PIC  X(09).
         03  BAUD-OLD-ACCOUNT-NO   PIC  X(17).
         03  BAUD-OLD-ACCOUNT-TYPE PIC  X(01).
         03  BAUD-NEW-ROUTING-NO   PIC  X(09).
         03  BAUD-NEW-ACCOUNT-NO   PIC  X(17).
         03  BAUD-NEW-ACCOUNT-TYPE PIC  X(01).
         03  BAUD-PROGRAM          PIC  X(10).
         03  BAUD-RUN-ID           PIC  X(08).
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL*EXEC SQL INCLUDE SQLCA END-EXEC.
OCESQL     copy "sqlca.cbl".
      ******************************************************************
OCESQL*
OCESQL 01  SQ0001.
OCESQL     02  FILLER PIC X(316) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS EMP_BANK ( EMP_NO NUMERIC(4,0) N"
OCESQL  &  "OT NULL, ROUTING_NO CHAR(9) NOT NULL, ACCOUNT_NO CHAR(17) N"
OCESQL  &  "OT NULL, ACCOUNT_TYPE CHAR(1) NOT NULL, PRENOTE_STATUS CHAR"
OCESQL  &  "(1) NOT NULL, PRENOTE_RUN_ID CHAR(8), LAST_CHANGED TIMESTAM"
OCESQL  &  "P NOT NULL DEFAULT CURRENT_TIMESTAMP, CONSTRAINT IEMPBK_0 P"
OCESQL  &  "RIMARY KEY (EMP_NO) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0002.
OCESQL     02  FILLER PIC X(379) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS BANK_AUDIT ( AUDIT_ID SERIAL, EM"
OCESQL  &  "P_NO NUMERIC(4,0) NOT NULL, ACTION_CODE CHAR(1) NOT NULL, O"
OCESQL  &  "LD_ROUTING_NO CHAR(9), OLD_ACCOUNT_NO CHAR(17), OLD_ACCOUNT"
OCESQL  &  "_TYPE CHAR(1), NEW_ROUTING_NO CHAR(9), NEW_ACCOUNT_NO CHAR("
OCESQL  &  "17), NEW_ACCOUNT_TYPE CHAR(1), PROGRAM_NAME CHAR(10) NOT NU"
OCESQL  &  "LL, RUN_ID CHAR(8) NOT NULL, AUDIT_TS TIMESTAMP NOT NULL DE"
OCESQL  &  "FAULT CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(41) VALUE
OCESQL     "SELECT EMP_NAME FROM EMP WHERE EMP_NO = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(74) VALUE
OCESQL     "SELECT ROUTING_NO, ACCOUNT_NO, ACCOUNT_TYPE FROM EMP_BANK W"
OCESQL  &  "HERE EMP_NO = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(112) VALUE
OCESQL     "INSERT INTO EMP_BANK ( EMP_NO, ROUTING_NO, ACCOUNT_NO, ACCO"
OCESQL  &  "UNT_TYPE, PRENOTE_STATUS ) VALUES ( ?, ?, ?, ?, 'N' )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     02  FILLER PIC X(164) VALUE
OCESQL     "UPDATE EMP_BANK SET ROUTING_NO = ?, ACCOUNT_NO = ?, ACCOUNT"
OCESQL  &  "_TYPE = ?, PRENOTE_STATUS = 'C', PRENOTE_RUN_ID = NULL, LAS"
OCESQL  &  "T_CHANGED = CURRENT_TIMESTAMP WHERE EMP_NO = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(37) VALUE
OCESQL     "DELETE FROM EMP_BANK WHERE EMP_NO = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(208) VALUE
OCESQL     "INSERT INTO BANK_AUDIT ( EMP_NO, ACTION_CODE, OLD_ROUTING_N"
OCESQL  &  "O, OLD_ACCOUNT_NO, OLD_ACCOUNT_TYPE, NEW_ROUTING_NO, NEW_AC"
OCESQL  &  "COUNT_NO, NEW_ACCOUNT_TYPE, PROGRAM_NAME, RUN_ID ) VALUES ("
OCESQL  &  " ?, ?, ?, ?, ?, ?, ?, ?, ?, ? )".
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
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** LOADBANK STARTED ***".
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

      *    CREATE TABLES -- THE BANK DETAILS ARE MAINTAINED, NOT
      *    RELOADED, SO THE TABLES ARE ONLY CREATED ON FIRST USE
OCESQL*    EXEC SQL
OCESQL*         CREATE TABLE IF NOT EXISTS EMP_BANK
OCESQL*         (
OCESQL*             EMP_NO          NUMERIC(4,0) NOT NULL,
OCESQL*             ROUTING_NO      CHAR(9) NOT NULL,
OCESQL*             ACCOUNT_NO      CHAR(17) NOT NULL,
OCESQL*             ACCOUNT_TYPE    CHAR(1) NOT NULL,
OCESQL*             PRENOTE_STATUS  CHAR(1) NOT NULL,
OCESQL*             PRENOTE_RUN_ID  CHAR(8),
OCESQL*             LAST_CHANGED    TIMESTAMP NOT NULL
OCESQL*                             DEFAULT CURRENT_TIMESTAMP,
OCESQL*             CONSTRAINT IEMPBK_0 PRIMARY KEY (EMP_NO)
OCESQL*         )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0001
OCESQL     END-CALL.
           MOVE "CREATE TABLE EMP_BANK" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
OCESQL*    EXEC SQL
OCESQL*         CREATE TABLE IF NOT EXISTS BANK_AUDIT
OCESQL*         (
OCESQL*             AUDIT_ID          SERIAL,
OCESQL*             EMP_NO            NUMERIC(4,0) NOT NULL,
OCESQL*             ACTION_CODE       CHAR(1) NOT NULL,
OCESQL*             OLD_ROUTING_NO    CHAR(9),
OCESQL*             OLD_ACCOUNT_NO    CHAR(17),
OCESQL*             OLD_ACCOUNT_TYPE  CHAR(1),
OCESQL*             NEW_ROUTING_NO    CHAR(9),
OCESQL*             NEW_ACCOUNT_NO    CHAR(17),
OCESQL*             NEW_ACCOUNT_TYPE  CHAR(1),
OCESQL*             PROGRAM_NAME      CHAR(10) NOT NULL,
OCESQL*             RUN_ID            CHAR(8) NOT NULL,
OCESQL*             AUDIT_TS          TIMESTAMP NOT NULL
OCESQL*                               DEFAULT CURRENT_TIMESTAMP
OCESQL*         )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0002
OCESQL     END-CALL.
           MOVE "CREATE TABLE BANK_AUDIT" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           display "CREATE TABLE...OK".

      *    APPLY THE LINES FROM THE BANK DETAILS LOAD FILE
           PERFORM OPEN-LOAD-FILES-RTN.
           PERFORM PROCESS-BANK-FILE-RTN.
           PERFORM CLOSE-LOAD-FILES-RTN.

      *    COMMIT -- OR, AFTER A DATABASE FAILURE, NOTHING AT ALL, SO
      *    THE SAME FILE CAN SIMPLY BE RERUN
           IF  ABORT OR SQL-ERROR-OCCURRED
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               DISPLAY "*** BANK DETAILS ROLLED BACK ***"
           ELSE
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           END-IF.

           COMPUTE APPLIED-CNT = ADD-CNT + CHANGE-CNT + REMOVE-CNT.
           DISPLAY "BANK RECORDS READ : " READ-CNT.
           DISPLAY "ACCOUNTS ADDED    : " ADD-CNT.
           DISPLAY "ACCOUNTS CHANGED  : " CHANGE-CNT.
           DISPLAY "ACCOUNTS REMOVED  : " REMOVE-CNT.
           DISPLAY "ALREADY ON FILE   : " SAME-CNT.
           DISPLAY "RECORDS REJECTED  : " REJECT-CNT.

      *    END-OF-RUN STATISTICS
           MOVE "LOADBANK"       TO STAT-PROGRAM.
           MOVE RUN-ID              TO STAT-RUN-ID.
           MOVE READ-CNT            TO STAT-READ-CNT.
           MOVE APPLIED-CNT         TO STAT-ACCEPT-CNT.
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
           DISPLAY "*** LOADBANK FINISHED ***".
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
           OPEN INPUT  BANK-LOAD-FILE.
           IF  BANKLOAD-STATUS NOT = "00"
               DISPLAY "BANKLOAD.DAT NOT FOUND OR UNREADABLE, STATUS="
                       BANKLOAD-STATUS
               MOVE "OPEN BANK-LOAD-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           IF  EXCFILE-STATUS NOT = "00"
               DISPLAY "LOADBANK.EXC NOT OPENED, STATUS="
                       EXCFILE-STATUS
               MOVE "OPEN EXCEPTION-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       CLOSE-LOAD-FILES-RTN.
      ******************************************************************
           IF  BANKLOAD-STATUS = "00" OR BANKLOAD-STATUS = "10"
               CLOSE BANK-LOAD-FILE
           END-IF.
           IF  EXCFILE-STATUS = "00"
               CLOSE EXCEPTION-FILE
           END-IF.

      ******************************************************************
       PROCESS-BANK-FILE-RTN.
      ******************************************************************
           IF  NOT ABORT
               READ BANK-LOAD-FILE
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   ADD 1 TO READ-CNT
                   PERFORM PROCESS-ONE-BANK-RTN
                   READ BANK-LOAD-FILE
                       AT END SET EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
       PROCESS-ONE-BANK-RTN.
      ******************************************************************
           SET  ROW-VALID         TO TRUE.
           MOVE SPACES                TO REJECT-REASON.
           MOVE BK-EMP-NO             TO EMP-NO-DIGITS-GRP.
           EVALUATE TRUE
               WHEN EMP-NO-DIGITS NOT NUMERIC
                   SET  ROW-INVALID    TO TRUE
                   MOVE "NON-NUMERIC EMPLOYEE NUMBER" TO REJECT-REASON
               WHEN NOT BK-CHECKING AND NOT BK-SAVINGS
                                    AND NOT BK-REMOVE
                   SET  ROW-INVALID    TO TRUE
                   MOVE "ACCOUNT TYPE NOT C, S OR X" TO REJECT-REASON
               WHEN BK-REMOVE
                   MOVE EMP-NO-DIGITS  TO EMP-NO
                   PERFORM FETCH-BANK-DETAILS-RTN
                   IF  ROW-VALID AND NOT DETAILS-ON-FILE
                       SET  ROW-INVALID TO TRUE
                       MOVE "NO BANK DETAILS TO REMOVE"
                                       TO REJECT-REASON
                   END-IF
               WHEN BK-ROUTING-NO NOT NUMERIC
                   SET  ROW-INVALID    TO TRUE
                   MOVE "NON-NUMERIC ROUTING NUMBER" TO REJECT-REASON
               WHEN BK-ACCOUNT-NO = SPACES
                   SET  ROW-INVALID    TO TRUE
                   MOVE "BLANK ACCOUNT NUMBER" TO REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-ROUTING-DIGIT-RTN
                   IF  ROW-VALID
                       MOVE EMP-NO-DIGITS TO EMP-NO
                       PERFORM CHECK-EMPLOYEE-RTN
                   END-IF
                   IF  ROW-VALID
                       PERFORM FETCH-BANK-DETAILS-RTN
                   END-IF
           END-EVALUATE.
           IF  ROW-INVALID
               IF  NOT ABORT
                   PERFORM WRITE-EXCEPTION-RTN
               END-IF
           ELSE
               MOVE BK-ROUTING-NO    TO ROUTING-NO
               MOVE BK-ACCOUNT-NO    TO ACCOUNT-NO
               MOVE BK-ACCOUNT-TYPE  TO ACCOUNT-TYPE
               EVALUATE TRUE
                   WHEN BK-REMOVE
                       PERFORM REMOVE-BANK-DETAILS-RTN
                   WHEN NOT DETAILS-ON-FILE
                       PERFORM ADD-BANK-DETAILS-RTN
                   WHEN BANK-VARS = OLD-BANK-VARS
                       ADD 1          TO SAME-CNT
                   WHEN OTHER
                       PERFORM CHANGE-BANK-DETAILS-RTN
               END-EVALUATE
           END-IF.

      ******************************************************************
      *    ABA CHECK DIGIT: 3 X (D1+D4+D7) + 7 X (D2+D5+D8)
      *    + (D3+D6+D9) MUST BE A MULTIPLE OF TEN
      ******************************************************************
       CHECK-ROUTING-DIGIT-RTN.
           MOVE BK-ROUTING-NO         TO ROUTING-DIGITS.
           COMPUTE ROUTING-SUM =
                   3 * (ROUTING-DIGIT (1) + ROUTING-DIGIT (4)
                                          + ROUTING-DIGIT (7))
                 + 7 * (ROUTING-DIGIT (2) + ROUTING-DIGIT (5)
                                          + ROUTING-DIGIT (8))
                 +     (ROUTING-DIGIT (3) + ROUTING-DIGIT (6)
                                          + ROUTING-DIGIT (9)).
           DIVIDE ROUTING-SUM BY 10 GIVING ROUTING-QUOT
                  REMAINDER ROUTING-REM.
           IF  ROUTING-REM NOT = ZERO
               SET  ROW-INVALID       TO TRUE
               MOVE "ROUTING NUMBER CHECK DIGIT" TO REJECT-REASON
           END-IF.

      ******************************************************************
       CHECK-EMPLOYEE-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        SELECT EMP_NAME INTO :EMP-NAME FROM EMP
OCESQL*               WHERE EMP_NO = :EMP-NO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
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
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE = +10
               SET  ROW-INVALID       TO TRUE
               MOVE "EMPLOYEE NOT ON FILE" TO REJECT-REASON
           ELSE
               IF  SQLCODE NOT = ZERO
                   MOVE "SELECT EMP"  TO ERROR-CONTEXT
                   MOVE BK-EMP-NO     TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT         TO TRUE
                   SET  ROW-INVALID   TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       FETCH-BANK-DETAILS-RTN.
      ******************************************************************
           MOVE "N"                   TO ON-FILE-SW.
           MOVE SPACES                TO OLD-BANK-VARS.
OCESQL*    EXEC SQL
OCESQL*        SELECT ROUTING_NO, ACCOUNT_NO, ACCOUNT_TYPE
OCESQL*          INTO :OLD-ROUTING-NO, :OLD-ACCOUNT-NO,
OCESQL*               :OLD-ACCOUNT-TYPE
OCESQL*          FROM EMP_BANK
OCESQL*         WHERE EMP_NO = :EMP-NO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE OLD-ROUTING-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 17
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE OLD-ACCOUNT-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE OLD-ACCOUNT-TYPE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE = ZERO
               SET  DETAILS-ON-FILE   TO TRUE
           ELSE
               IF  SQLCODE NOT = +10
                   MOVE "SELECT EMP_BANK" TO ERROR-CONTEXT
                   MOVE BK-EMP-NO     TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT         TO TRUE
                   SET  ROW-INVALID   TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    A NEW ACCOUNT STARTS AT PRENOTE STATUS "N" -- BANKXFER WILL
      *    SEND A ZERO-AMOUNT TEST ENTRY BEFORE ANY SALARY GOES TO IT
      ******************************************************************
       ADD-BANK-DETAILS-RTN.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO EMP_BANK (EMP_NO, ROUTING_NO, ACCOUNT_NO,
OCESQL*                    ACCOUNT_TYPE, PRENOTE_STATUS)
OCESQL*               VALUES (:EMP-NO, :ROUTING-NO, :ACCOUNT-NO,
OCESQL*                       :ACCOUNT-TYPE, 'N')
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ROUTING-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 17
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCOUNT-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCOUNT-TYPE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 4
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           MOVE "INSERT EMP_BANK"     TO ERROR-CONTEXT.
           MOVE BK-EMP-NO             TO ERROR-RECORD-KEY.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           ELSE
               MOVE "A"               TO BAUD-ACTION-CODE
               PERFORM WRITE-BANK-AUDIT-RTN
               ADD 1                  TO ADD-CNT
           END-IF.

      ******************************************************************
      *    A CHANGED ACCOUNT GOES BACK THROUGH THE PRENOTE CYCLE AS
      *    STATUS "C"; ANY PRENOTE OUTSTANDING ON THE OLD ONE IS VOID
      ******************************************************************
       CHANGE-BANK-DETAILS-RTN.
OCESQL*    EXEC SQL
OCESQL*        UPDATE EMP_BANK
OCESQL*           SET ROUTING_NO     = :ROUTING-NO,
OCESQL*               ACCOUNT_NO     = :ACCOUNT-NO,
OCESQL*               ACCOUNT_TYPE   = :ACCOUNT-TYPE,
OCESQL*               PRENOTE_STATUS = 'C',
OCESQL*               PRENOTE_RUN_ID = NULL,
OCESQL*               LAST_CHANGED   = CURRENT_TIMESTAMP
OCESQL*         WHERE EMP_NO = :EMP-NO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ROUTING-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 17
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCOUNT-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE ACCOUNT-TYPE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0006
OCESQL          BY VALUE 4
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           MOVE "UPDATE EMP_BANK"     TO ERROR-CONTEXT.
           MOVE BK-EMP-NO             TO ERROR-RECORD-KEY.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           ELSE
               MOVE "C"               TO BAUD-ACTION-CODE
               PERFORM WRITE-BANK-AUDIT-RTN
               ADD 1                  TO CHANGE-CNT
           END-IF.

      ******************************************************************
       REMOVE-BANK-DETAILS-RTN.
      ******************************************************************
           MOVE SPACES                TO BANK-VARS.
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM EMP_BANK WHERE EMP_NO = :EMP-NO
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL          BY VALUE 1
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           MOVE "DELETE EMP_BANK"     TO ERROR-CONTEXT.
           MOVE BK-EMP-NO             TO ERROR-RECORD-KEY.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           ELSE
               MOVE "D"               TO BAUD-ACTION-CODE
               PERFORM WRITE-BANK-AUDIT-RTN
               ADD 1                  TO REMOVE-CNT
           END-IF.

      ******************************************************************
      *    BANK DETAILS AUDIT TRAIL: "A" ADDED, "C" CHANGED, "D" REMOVED
      *    HERE; BANKXFER ADDS "P" PRENOTE SENT AND "L" ACCOUNT LIVE
      ******************************************************************
       WRITE-BANK-AUDIT-RTN.
           MOVE OLD-ROUTING-NO        TO BAUD-OLD-ROUTING-NO.
           MOVE OLD-ACCOUNT-NO        TO BAUD-OLD-ACCOUNT-NO.
           MOVE OLD-ACCOUNT-TYPE      TO BAUD-OLD-ACCOUNT-TYPE.
           MOVE ROUTING-NO            TO BAUD-NEW-ROUTING-NO.
           MOVE ACCOUNT-NO            TO BAUD-NEW-ACCOUNT-NO.
           MOVE ACCOUNT-TYPE          TO BAUD-NEW-ACCOUNT-TYPE.
           MOVE "LOADBANK"            TO BAUD-PROGRAM.
           MOVE RUN-ID                TO BAUD-RUN-ID.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO BANK_AUDIT (EMP_NO, ACTION_CODE,
OCESQL*               OLD_ROUTING_NO, OLD_ACCOUNT_NO, OLD_ACCOUNT_TYPE,
OCESQL*               NEW_ROUTING_NO, NEW_ACCOUNT_NO, NEW_ACCOUNT_TYPE,
OCESQL*               PROGRAM_NAME, RUN_ID)
OCESQL*        VALUES (:EMP-NO, :BAUD-ACTION-CODE,
OCESQL*               :BAUD-OLD-ROUTING-NO, :BAUD-OLD-ACCOUNT-NO,
OCESQL*               :BAUD-OLD-ACCOUNT-TYPE, :BAUD-NEW-ROUTING-NO,
OCESQL*               :BAUD-NEW-ACCOUNT-NO, :BAUD-NEW-ACCOUNT-TYPE,
OCESQL*               :BAUD-PROGRAM, :BAUD-RUN-ID)
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
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-ACTION-CODE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-OLD-ROUTING-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 17
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-OLD-ACCOUNT-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-OLD-ACCOUNT-TYPE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-NEW-ROUTING-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 17
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-NEW-ACCOUNT-NO
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-NEW-ACCOUNT-TYPE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-PROGRAM
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BAUD-RUN-ID
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 10
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               MOVE "INSERT BANK_AUDIT" TO ERROR-CONTEXT
               MOVE BK-EMP-NO         TO ERROR-RECORD-KEY
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       WRITE-EXCEPTION-RTN.
      ******************************************************************
           MOVE SPACES                TO EXCEPTION-RECORD.
           MOVE BK-EMP-NO             TO EXC-EMP-NO.
           MOVE BK-ROUTING-NO         TO EXC-ROUTING-NO.
           MOVE BK-ACCOUNT-NO         TO EXC-ACCOUNT-NO.
           MOVE BK-ACCOUNT-TYPE       TO EXC-ACCOUNT-TYPE.
           MOVE REJECT-REASON      TO EXC-REASON.
           WRITE EXCEPTION-RECORD.
           ADD 1                      TO REJECT-CNT.
           DISPLAY "REJECTED BANK " BK-EMP-NO ": " REJECT-REASON.

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
           MOVE "LOADBANK"             TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
