      *  LOADDEPT -- loads the DEPT reference table (department code
      *              and name) from its control file DEPTLOAD.DAT;
      *              INSERTTBL validates every HR record's department
      *              against this table.  A code missing from the file
      *              is dropped only when no employee on EMP still
      *              carries it; otherwise it is kept under its old
      *              name and listed on LOADDEPT.EXC (RETURN-CODE 4)
      *              until DEPTMRG has moved its employees to the
      *              successor department.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       01  READ-CNT             PIC  9(06) VALUE ZERO.
       01  LOAD-CNT             PIC  9(06) VALUE ZERO.
       01  REJECT-CNT           PIC  9(06) VALUE ZERO.
       01  RETAIN-CNT           PIC  9(06) VALUE ZERO.

      *    DEPT AS IT STOOD BEFORE TONIGHT'S RELOAD; OLD-RELOADED IS
      *    SET FOR EACH CODE DEPTLOAD.DAT LOADS AGAIN
       01  OLD-DEPT-TABLE.
           05  OLD-DEPT-ENTRY      OCCURS 500 TIMES.
               10  OLD-DEPT-CODE   PIC  X(03).
               10  OLD-DEPT-NAME   PIC  X(20).
               10  OLD-RELOAD-FLG  PIC  X(01).
                   88  OLD-RELOADED    VALUE "Y".
       01  OLD-DEPT-CNT         PIC  9(04) VALUE ZERO.
       01  OLD-DEPT-MAX         PIC  9(04) VALUE 500.
       01  SUB                  PIC  9(04) COMP.

       01  SYS-TIME             PIC  9(08).
       01  RUN-ID               PIC  X(08).
       01  DEPT-CODE               PIC  X(03).
       01  DEPT-NAME               PIC  X(20).
       01  DEPT-NAME-CHECK         PIC  X(20).
       01  DEPT-EMP-CNT            PIC S9(06) VALUE ZERO.
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL  &  "D_CNT, ACCEPT_CNT, REJECT_CNT, RETURN_CD, BIZ_DATE ) VALUES"
OCESQL  &  " ( ?, ?, ?, ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(126) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS DEPT ( DEPT_CODE CHAR(3) NOT NUL"
OCESQL  &  "L, DEPT_NAME CHAR(20), CONSTRAINT IDEPT_0 PRIMARY KEY (DEPT"
OCESQL  &  "_CODE) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(56) VALUE
OCESQL     "SELECT DEPT_CODE, DEPT_NAME FROM DEPT ORDER BY DEPT_CODE".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(45) VALUE
OCESQL     "SELECT COUNT( * ) FROM EMP WHERE EMP_DEPT = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           display "CONNECT...OK".

      *    REMEMBER THE CURRENT DEPT ROWS BEFORE THE TABLE IS REBUILT
           PERFORM SAVE-OLD-DEPT-RTN.

      *    DROP TABLE
OCESQL*    EXEC SQL
OCESQL*        DROP TABLE IF EXISTS DEPT
      *    LOAD ROWS FROM THE DEPARTMENT CONTROL FILE
           PERFORM OPEN-LOAD-FILES-RTN.
           PERFORM PROCESS-DEPT-FILE-RTN.
           IF  NOT ABORT
               PERFORM RETAIN-IN-USE-RTN
           END-IF.
           PERFORM CLOSE-LOAD-FILES-RTN.

      *    COMMIT
           DISPLAY "DEPARTMENTS READ  : " READ-CNT.
           DISPLAY "DEPARTMENTS LOADED: " LOAD-CNT.
           DISPLAY "RECORDS REJECTED  : " REJECT-CNT.
           DISPLAY "DEPARTMENTS KEPT  : " RETAIN-CNT.

      *    END-OF-RUN STATISTICS
           MOVE "LOADDEPT"       TO STAT-PROGRAM.
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               IF  REJECT-CNT > ZERO OR RETAIN-CNT > ZERO
                   MOVE 4           TO STAT-RETURN-CD
               ELSE
                   MOVE 0           TO STAT-RETURN-CD
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO RETURN-CODE
           ELSE
               IF  REJECT-CNT > ZERO OR RETAIN-CNT > ZERO
                   MOVE 4           TO RETURN-CODE
               ELSE
                   MOVE 0           TO RETURN-CODE
               ELSE
                   display "INSERT DEPT...OK"
                   ADD 1              TO LOAD-CNT
                   PERFORM MARK-RELOADED-RTN
               END-IF
           END-IF.

      ******************************************************************
       MARK-RELOADED-RTN.
      ******************************************************************
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > OLD-DEPT-CNT
               IF  OLD-DEPT-CODE (SUB) = DEPT-CODE
                   SET  OLD-RELOADED (SUB) TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
       CHECK-DUPLICATE-RTN.
      ******************************************************************
           ADD 1                      TO REJECT-CNT.
           DISPLAY "REJECTED DEPT " DL-DEPT-CODE ": " REJECT-REASON.

      ******************************************************************
      *    THE DEPT ROWS LOADED LAST TIME, KEPT IN MEMORY SO A CODE
      *    THAT DISAPPEARS FROM DEPTLOAD.DAT CAN BE PUT BACK WHILE
      *    EMPLOYEES STILL CARRY IT.  THE TABLE IS CREATED FIRST SO A
      *    FIRST-EVER RUN FINDS IT EMPTY RATHER THAN MISSING.
      ******************************************************************
       SAVE-OLD-DEPT-RTN.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL     END-CALL.
           MOVE "CREATE TABLE DEPT"   TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
OCESQL*    EXEC SQL
OCESQL*        DECLARE C1 CURSOR FOR
OCESQL*        SELECT DEPT_CODE, DEPT_NAME FROM DEPT
OCESQL*               ORDER BY DEPT_CODE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "LOADDEPT_C1" & x"00"
OCESQL          BY REFERENCE SQ0008
OCESQL     END-CALL.
OCESQL*    EXEC SQL
OCESQL*        OPEN C1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "LOADDEPT_C1" & x"00"
OCESQL     END-CALL.
           MOVE "OPEN DEPT CURSOR"    TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           PERFORM FETCH-ONE-OLD-DEPT-RTN.
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF  OLD-DEPT-CNT NOT < OLD-DEPT-MAX
                   DISPLAY "*** MORE THAN " OLD-DEPT-MAX " CODES ON "
                           "DEPT -- RELOAD NOT STARTED ***"
                   MOVE "DEPT OVER TABLE LIMIT" TO ERROR-CONTEXT
                   PERFORM WRITE-ERROR-LOG-RTN
                   MOVE 16            TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                  TO OLD-DEPT-CNT
               MOVE DEPT-CODE         TO OLD-DEPT-CODE (OLD-DEPT-CNT)
               MOVE DEPT-NAME         TO OLD-DEPT-NAME (OLD-DEPT-CNT)
               MOVE "N"               TO OLD-RELOAD-FLG (OLD-DEPT-CNT)
               PERFORM FETCH-ONE-OLD-DEPT-RTN
           END-PERFORM.
OCESQL*    EXEC SQL
OCESQL*        CLOSE C1
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorClose"  USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "LOADDEPT_C1" & x"00"
OCESQL     END-CALL.
           DISPLAY "DEPARTMENTS BEFORE RELOAD: " OLD-DEPT-CNT.

      ******************************************************************
       FETCH-ONE-OLD-DEPT-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C1 INTO :DEPT-CODE, :DEPT-NAME
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DEPT-CODE
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DEPT-NAME
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "LOADDEPT_C1" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "FETCH DEPT CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               STOP RUN
           END-IF.

      ******************************************************************
      *    EVERY OLD CODE DEPTLOAD.DAT DID NOT LOAD AGAIN IS CHECKED
      *    AGAINST EMP BEFORE IT IS ALLOWED TO GO.
      ******************************************************************
       RETAIN-IN-USE-RTN.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > OLD-DEPT-CNT OR ABORT
               IF  NOT OLD-RELOADED (SUB)
                   PERFORM KEEP-IF-IN-USE-RTN
               END-IF
           END-PERFORM.

      ******************************************************************
      *    A CODE STILL CARRIED BY EMPLOYEES IS RE-INSERTED UNDER ITS
      *    OLD NAME SO INSERTTBL DOES NOT REJECT THEM TOMORROW, AND IS
      *    LISTED ON THE EXCEPTION FILE UNTIL IT IS EMPTY.
      ******************************************************************
       KEEP-IF-IN-USE-RTN.
           MOVE OLD-DEPT-CODE (SUB)   TO DEPT-CODE.
           MOVE ZERO                  TO DEPT-EMP-CNT.
OCESQL*    EXEC SQL
OCESQL*        SELECT COUNT(*) INTO :DEPT-EMP-CNT FROM EMP
OCESQL*               WHERE EMP_DEPT = :DEPT-CODE
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
OCESQL          BY VALUE 6
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DEPT-EMP-CNT
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "COUNT EMP IN DEPT"  TO ERROR-CONTEXT
               MOVE DEPT-CODE            TO ERROR-RECORD-KEY
               PERFORM ERROR-RTN
               SET  ABORT                TO TRUE
           ELSE
               IF  DEPT-EMP-CNT = ZERO
                   DISPLAY "DROPPED DEPT " DEPT-CODE
               ELSE
                   MOVE OLD-DEPT-NAME (SUB) TO DEPT-NAME
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
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE DEPT-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                   IF  SQLCODE NOT = ZERO
                       MOVE "KEEP DEPT"      TO ERROR-CONTEXT
                       MOVE DEPT-CODE        TO ERROR-RECORD-KEY
                       PERFORM ERROR-RTN
                       SET  ABORT            TO TRUE
                   ELSE
                       ADD 1                 TO RETAIN-CNT
                       MOVE DEPT-CODE        TO EXC-DEPT-CODE
                       MOVE DEPT-NAME        TO EXC-DEPT-NAME
                       MOVE "KEPT: EMPLOYEES STILL ASSIGNED"
                                             TO EXC-REASON
                       WRITE EXCEPTION-RECORD
                       DISPLAY "KEPT DEPT " DEPT-CODE
                               ": EMPLOYEES STILL ASSIGNED"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
       READ-RUN-CTL-RTN.
      ******************************************************************
