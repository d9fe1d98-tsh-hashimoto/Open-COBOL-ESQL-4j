      *             ("T" on MASSPRM.DAT) only prints the before/after
      *             report with the total payroll impact and touches
      *             nothing, so compensation can sign off the numbers
      *             before the apply run.  An employee whose change
      *             would exceed the APPRPRM.DAT limits is not adjusted
      *             by an apply run but parked on APPRQUE.DAT for a
      *             second person to approve through APPRCHG (UPDATEMP
      *             applies it once approved); a trial flags it.
      *             A trial also projects each department's payroll
      *             after the adjustment against its DEPTBUDG annual
      *             salary budget (see BUDGRPT) and lists, after the
      *             totals, every department it would take over budget.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           SELECT LOCK-OVRD-FILE   ASSIGN TO "LOCKOVRD.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LOCKOVRD-STATUS.
           SELECT APPR-PARM-FILE   ASSIGN TO "APPRPRM.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS APPRPRM-STATUS.
           SELECT APPR-QUEUE-FILE  ASSIGN TO "APPRQUE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS APPRQUE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
       FD  LOCK-OVRD-FILE.
       01  LOCK-OVRD-RECORD        PIC  X(80).

       FD  APPR-PARM-FILE.
       COPY "apprprm.cbl".

      *    CHANGES PARKED FOR APPROVAL, APPENDED IN THE
      *    APPROVAL-QUEUE-RECORD LAYOUT
       FD  APPR-QUEUE-FILE.
       01  APPR-QUEUE-OUT-RECORD   PIC  X(68).

       WORKING-STORAGE             SECTION.
       01  SYS-TIME                PIC  9(08).
       01  RUN-ID                  PIC  X(08).
           05  REPORT-STATUS    PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).
           05  LOCKOVRD-STATUS  PIC  X(02).
           05  APPRPRM-STATUS   PIC  X(02).
           05  APPRQUE-STATUS   PIC  X(02).

       01  ABORT-SW             PIC  X(01) VALUE "N".
           88  ABORT                     VALUE "Y".
       01  SALARY-MAX           PIC S9(04) VALUE 9000.
       01  REJECT-REASON        PIC  X(30).

      *    A CHANGE OVER EITHER LIMIT WAITS FOR A SECOND PERSON;
      *    WITHOUT APPRPRM.DAT THE HOUSE LIMITS BELOW APPLY
       01  APPR-PCT-LIMIT       PIC  9(03) VALUE 020.
       01  APPR-AMT-LIMIT       PIC  9(04) VALUE 1000.
       01  CHANGE-AMOUNT        PIC S9(05) VALUE ZERO.
       01  APPROVAL-SW          PIC  X(01) VALUE "N".
           88  NEEDS-APPROVAL            VALUE "Y".
       01  SUBMIT-USER          PIC  X(08) VALUE SPACES.
       COPY "apprque.cbl".

       01  READ-CNT             PIC  9(06) VALUE ZERO.
       01  ADJ-CNT              PIC  9(06) VALUE ZERO.
       01  PARKED-CNT           PIC  9(06) VALUE ZERO.
       01  REJECT-CNT           PIC  9(06) VALUE ZERO.
       01  PAYROLL-BEFORE       PIC S9(09) VALUE ZERO.
       01  PAYROLL-AFTER        PIC S9(09) VALUE ZERO.
       01  CONTROL-TOTAL        PIC S9(09) VALUE ZERO.

      *    TRIAL BUDGET PROJECTION: ONE ENTRY PER BUDGETED DEPARTMENT,
      *    MONTHLY PAYROLL BEFORE AND AFTER THE SIMULATED ADJUSTMENTS
       01  BUDGET-TABLE.
           05  BUDGET-ENTRY        OCCURS 500 TIMES.
               10  BT-DEPT         PIC  X(03).
               10  BT-BUD-SALARY   PIC S9(09).
               10  BT-BEFORE       PIC S9(09).
               10  BT-AFTER        PIC S9(09).
       01  BUDGET-CNT           PIC  9(04) VALUE ZERO.
       01  BUDGET-MAX           PIC  9(04) VALUE 500.
       01  BUDGET-SUB           PIC  9(04) COMP.
       01  BUDGET-WARN-CNT      PIC  9(06) VALUE ZERO.
       01  ANNUAL-BEFORE        PIC S9(11) VALUE ZERO.
       01  ANNUAL-AFTER         PIC S9(11) VALUE ZERO.

       01  RUN-DATE.
           05  RUN-YYYY         PIC  9(04).
           05  RUN-MM           PIC  9(02).
           05  RSUM-LABEL          PIC  X(28).
           05  RSUM-VALUE          PIC  -(8)9.

       01  RPT-BUDGET-HEADING-1    PIC  X(80)
           VALUE "DEPARTMENTS PROJECTED OVER ANNUAL SALARY BUDGET".

       01  RPT-BUDGET-HEADING-2.
           05  FILLER              PIC  X(05) VALUE "DEPT".
           05  FILLER              PIC  X(12) VALUE "     BUDGET".
           05  FILLER              PIC  X(14) VALUE "        BEFORE".
           05  FILLER              PIC  X(14) VALUE "         AFTER".
           05  FILLER              PIC  X(14) VALUE "       OVER BY".
           05  FILLER              PIC  X(21) VALUE SPACE.

       01  RPT-BUDGET-HEADING-3.
           05  FILLER              PIC  X(05) VALUE "----".
           05  FILLER              PIC  X(12) VALUE "-----------".
           05  FILLER              PIC  X(14) VALUE "-------------".
           05  FILLER              PIC  X(14) VALUE "-------------".
           05  FILLER              PIC  X(14) VALUE "-------------".
           05  FILLER              PIC  X(21) VALUE SPACE.

       01  RPT-BUDGET-NONE         PIC  X(80)
           VALUE "NO DEPARTMENT PROJECTED OVER BUDGET".

       01  RPT-BUDGET-LINE.
           05  RBL-DEPT            PIC  X(03).
           05  FILLER              PIC  X(02) VALUE SPACE.
           05  RBL-BUDGET          PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RBL-BEFORE          PIC  -,---,---,--9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RBL-AFTER           PIC  -,---,---,--9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RBL-OVER            PIC  -,---,---,--9.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  RBL-NOTE            PIC  X(12) VALUE SPACE.

       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

         03  BAND-DEPT             PIC  X(03).
         03  BAND-MIN              PIC S9(04) VALUE ZERO.
         03  BAND-MAX              PIC S9(04) VALUE ZERO.
       01  BUDGET-VARS.
         03  BUD-DEPT              PIC  X(03).
         03  BUD-SALARY            PIC S9(09) VALUE ZERO.
         03  BUD-CUR-SALARY        PIC S9(09) VALUE ZERO.
       COPY "runstats.cbl".
OCESQL*EXEC SQL END DECLARE SECTION END-EXEC.

OCESQL     02  FILLER PIC X(56) VALUE
OCESQL     "SELECT SAL_MIN, SAL_MAX FROM SALBAND WHERE DEPT_CODE = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0017.
OCESQL     02  FILLER PIC X(181) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS DEPTBUDG ( DEPT_CODE CHAR(3) NOT"
OCESQL  &  " NULL, BUD_HEADCOUNT NUMERIC(4,0) NOT NULL, BUD_SALARY NUME"
OCESQL  &  "RIC(9,0) NOT NULL, CONSTRAINT IDBUD_0 PRIMARY KEY (DEPT_COD"
OCESQL  &  "E) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0018.
OCESQL     02  FILLER PIC X(179) VALUE
OCESQL     "SELECT B.DEPT_CODE, B.BUD_SALARY, COALESCE(SUM(E.EMP_SALARY"
OCESQL  &  "),0) FROM DEPTBUDG B LEFT JOIN EMP E ON E.EMP_DEPT = B.DEPT"
OCESQL  &  "_CODE GROUP BY B.DEPT_CODE, B.BUD_SALARY ORDER BY B.DEPT_CO"
OCESQL  &  "DE".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.
           PERFORM READ-MASS-PARM-RTN.
           IF  NOT ABORT
               ACCEPT SUBMIT-USER FROM ENVIRONMENT "USER"
               PERFORM READ-APPR-PARM-RTN
           END-IF.
           IF  NOT ABORT
               PERFORM OPEN-REPORT-RTN
               PERFORM OPEN-EXCEPTION-RTN
               MOVE "CREATE SALBAND TABLE" TO ERROR-CONTEXT
               IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN END-IF

      *    DEPTBUDG TABLE (IDEMPOTENT, LOADED BY LOADBUDG); A TRIAL
      *    TAKES EVERY BUDGETED DEPARTMENT'S PAYROLL AS IT STANDS
               IF  MPM-TRIAL
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE SQ0017
OCESQL         END-CALL
                   MOVE "CREATE DEPTBUDG TABLE" TO ERROR-CONTEXT
                   IF  SQLCODE NOT = ZERO
                       PERFORM ERROR-RTN STOP RUN
                   END-IF
                   PERFORM LOAD-BUDGET-TABLE-RTN
               END-IF

      *    SERIALIZE AGAINST THE OTHER EMP-UPDATING PROGRAMS
      *    (A TRIAL TOUCHES NOTHING AND RUNS UNLOCKED)
               IF  MPM-APPLY

               IF  NOT ABORT
                   PERFORM WRITE-SUMMARY-RTN
                   IF  MPM-TRIAL
                       PERFORM WRITE-BUDGET-CHECK-RTN
                   END-IF
               END-IF
               PERFORM CLOSE-REPORT-RTN

               DISPLAY "SALARIES ADJUSTED : " ADJ-CNT
           END-IF.
           DISPLAY "OUT OF RANGE      : " REJECT-CNT.
           DISPLAY "PARKED FOR APPROVAL: " PARKED-CNT.
           DISPLAY "TOTAL PAYROLL IMPACT: " CONTROL-TOTAL.
           IF  MPM-TRIAL
               DISPLAY "DEPTS OVER BUDGET : " BUDGET-WARN-CNT
           END-IF.
           DISPLAY "*** MASSADJ FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO RETURN-CODE
               ADD EMP-SALARY         TO PAYROLL-AFTER
           ELSE
               MOVE TRIAL-SALARY      TO NEW-SALARY
               PERFORM CHECK-APPROVAL-RTN
               IF  NEEDS-APPROVAL
                   ADD EMP-SALARY     TO PAYROLL-AFTER
                   PERFORM WRITE-APPROVAL-DETAIL-RTN
                   IF  MPM-APPLY
                       PERFORM PARK-ONE-CHANGE-RTN
                   ELSE
                       ADD 1          TO PARKED-CNT
                   END-IF
               ELSE
                   ADD NEW-SALARY     TO PAYROLL-AFTER
                   PERFORM WRITE-DETAIL-RTN
                   IF  MPM-APPLY
                       PERFORM APPLY-ONE-CHANGE-RTN
                   ELSE
                       ADD 1          TO ADJ-CNT
                       COMPUTE CONTROL-TOTAL =
                           CONTROL-TOTAL + NEW-SALARY - EMP-SALARY
                       PERFORM PROJECT-BUDGET-RTN
                   END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      *    A DEPARTMENT WITHOUT A DEPTBUDG ROW HAS NO BUDGET TO BREACH
      *    AND IS NOT IN THE TABLE.
      ******************************************************************
       PROJECT-BUDGET-RTN.
           PERFORM VARYING BUDGET-SUB FROM 1 BY 1
                   UNTIL BUDGET-SUB > BUDGET-CNT
                      OR BT-DEPT (BUDGET-SUB) = EMP-DEPT
               CONTINUE
           END-PERFORM.
           IF  BUDGET-SUB NOT > BUDGET-CNT
               COMPUTE BT-AFTER (BUDGET-SUB) =
                       BT-AFTER (BUDGET-SUB) + NEW-SALARY - EMP-SALARY
           END-IF.

      ******************************************************************
      *    THE SIZE OF THE CHANGE IS TAKEN EITHER WAY, SO A LARGE CUT
      *    NEEDS A SECOND PERSON JUST AS A LARGE RAISE DOES.
      ******************************************************************
       CHECK-APPROVAL-RTN.
           MOVE "N"                   TO APPROVAL-SW.
           COMPUTE CHANGE-AMOUNT = NEW-SALARY - EMP-SALARY.
           IF  CHANGE-AMOUNT < ZERO
               COMPUTE CHANGE-AMOUNT = ZERO - CHANGE-AMOUNT
           END-IF.
           IF  APPR-AMT-LIMIT > ZERO
               AND CHANGE-AMOUNT > APPR-AMT-LIMIT
               SET  NEEDS-APPROVAL    TO TRUE
           END-IF.
           IF  APPR-PCT-LIMIT > ZERO
               AND CHANGE-AMOUNT * 100 > APPR-PCT-LIMIT * EMP-SALARY
               SET  NEEDS-APPROVAL    TO TRUE
           END-IF.

      ******************************************************************
      *    THE PARKED CHANGE TAKES EFFECT AS OF TONIGHT'S BUSINESS DATE
      *    (TODAY ON AN AD-HOC RUN) WHENEVER IT IS APPROVED, AND
      *    CARRIES THE USER WHO RAN THIS JOB, WHOM APPRCHG WILL NOT
      *    LET APPROVE IT.
      ******************************************************************
       PARK-ONE-CHANGE-RTN.
           MOVE SPACES                TO APPROVAL-QUEUE-RECORD.
           SET  AQ-FROM-MASSADJ       TO TRUE.
           MOVE EMP-NO                TO AQ-EMP-NO.
           MOVE EMP-SALARY            TO AQ-OLD-SALARY.
           MOVE NEW-SALARY            TO AQ-NEW-SALARY.
           IF  STAT-BIZ-DATE = SPACES
               STRING RUN-YYYY "-" RUN-MM "-" RUN-DD
                      DELIMITED BY SIZE INTO AQ-EFF-DATE
               END-STRING
           ELSE
               MOVE STAT-BIZ-DATE     TO AQ-EFF-DATE
           END-IF.
           MOVE SUBMIT-USER           TO AQ-SUBMIT-USER.
           MOVE RUN-ID                TO AQ-SUBMIT-RUN-ID.
           MOVE AQ-EFF-DATE           TO AQ-PARKED-DATE.
           WRITE APPR-QUEUE-OUT-RECORD FROM APPROVAL-QUEUE-RECORD.
           IF  APPRQUE-STATUS NOT = "00"
               DISPLAY "APPRQUE.DAT WRITE FAILED, STATUS="
                       APPRQUE-STATUS
               MOVE "WRITE APPRQUE"   TO ERROR-CONTEXT
               MOVE AQ-EMP-NO         TO ERROR-RECORD-KEY
               PERFORM WRITE-ERROR-LOG-RTN
               SET  ABORT             TO TRUE
           ELSE
               ADD 1                  TO PARKED-CNT
               DISPLAY "PARKED EMP_NO " AQ-EMP-NO " FOR APPROVAL: "
                       AQ-OLD-SALARY " TO " AQ-NEW-SALARY
           END-IF.

      ******************************************************************
       APPLY-ONE-CHANGE-RTN.
      ******************************************************************
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.

      ******************************************************************
      *    A CHANGE OVER THE APPROVAL LIMITS IS SHOWN WITH ITS NEW
      *    SALARY BUT LEFT OUT OF THE PAYROLL AFTER AND THE IMPACT,
      *    SINCE IT IS NOT APPLIED UNTIL SOMEONE APPROVES IT.
      ******************************************************************
       WRITE-APPROVAL-DETAIL-RTN.
           IF  LINE-CNT NOT < LINES-PER-PAGE
               PERFORM WRITE-HEADING-RTN
           END-IF.
           MOVE EMP-NO                TO RD-EMP-NO.
           MOVE EMP-NAME              TO RD-EMP-NAME.
           MOVE EMP-SALARY            TO RD-BEFORE.
           MOVE TRIAL-SALARY          TO RD-AFTER.
           COMPUTE RD-CHANGE = TRIAL-SALARY - EMP-SALARY.
           MOVE "* FOR APPROVAL"      TO RD-FLAG.
           MOVE RPT-DETAIL            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO LINE-CNT.

      ******************************************************************
       WRITE-SUMMARY-RTN.
      ******************************************************************
           MOVE REJECT-CNT            TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "PARKED FOR APPROVAL  . . . ." TO RSUM-LABEL.
           MOVE PARKED-CNT            TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "TOTAL PAYROLL BEFORE . . . ." TO RSUM-LABEL.
           MOVE PAYROLL-BEFORE        TO RSUM-VALUE.
           MOVE RPT-SUMMARY-LINE      TO REPORT-RECORD.
           END-IF.
           WRITE REPORT-RECORD.

      ******************************************************************
      *    EMP_SALARY IS MONTHLY AND THE BUDGET ANNUAL, SO BOTH SIDES
      *    OF THE PROJECTION ARE TAKEN AT TWELVE MONTHS.  ONLY A
      *    DEPARTMENT THE ADJUSTMENT LEAVES OVER BUDGET IS LISTED; ONE
      *    THAT WAS OVER ALREADY IS MARKED SO.
      ******************************************************************
       WRITE-BUDGET-CHECK-RTN.
           MOVE SPACES                TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RPT-BUDGET-HEADING-1  TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RPT-BUDGET-HEADING-2  TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RPT-BUDGET-HEADING-3  TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING BUDGET-SUB FROM 1 BY 1
                   UNTIL BUDGET-SUB > BUDGET-CNT
               COMPUTE ANNUAL-BEFORE = BT-BEFORE (BUDGET-SUB) * 12
               COMPUTE ANNUAL-AFTER  = BT-AFTER (BUDGET-SUB) * 12
               IF  ANNUAL-AFTER > BT-BUD-SALARY (BUDGET-SUB)
                   AND ANNUAL-AFTER NOT = ANNUAL-BEFORE
                   PERFORM WRITE-BUDGET-LINE-RTN
               END-IF
           END-PERFORM.
           IF  BUDGET-WARN-CNT = ZERO
               MOVE RPT-BUDGET-NONE   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      ******************************************************************
       WRITE-BUDGET-LINE-RTN.
      ******************************************************************
           MOVE BT-DEPT (BUDGET-SUB)  TO RBL-DEPT.
           MOVE BT-BUD-SALARY (BUDGET-SUB) TO RBL-BUDGET.
           MOVE ANNUAL-BEFORE         TO RBL-BEFORE.
           MOVE ANNUAL-AFTER          TO RBL-AFTER.
           COMPUTE RBL-OVER = ANNUAL-AFTER - BT-BUD-SALARY (BUDGET-SUB).
           IF  ANNUAL-BEFORE > BT-BUD-SALARY (BUDGET-SUB)
               MOVE "ALREADY OVER"    TO RBL-NOTE
           ELSE
               MOVE SPACES            TO RBL-NOTE
           END-IF.
           MOVE RPT-BUDGET-LINE       TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1                      TO BUDGET-WARN-CNT.
           DISPLAY "WARNING: DEPT " BT-DEPT (BUDGET-SUB)
                   " WOULD BE OVER ITS SALARY BUDGET".

      ******************************************************************
       LOAD-BUDGET-TABLE-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        DECLARE C2 CURSOR FOR
OCESQL*        SELECT B.DEPT_CODE, B.BUD_SALARY,
OCESQL*               COALESCE(SUM(E.EMP_SALARY),0)
OCESQL*          FROM DEPTBUDG B LEFT JOIN EMP E
OCESQL*            ON E.EMP_DEPT = B.DEPT_CODE
OCESQL*         GROUP BY B.DEPT_CODE, B.BUD_SALARY
OCESQL*         ORDER BY B.DEPT_CODE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "MASSADJ_C2" & x"00"
OCESQL          BY REFERENCE SQ0018
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "MASSADJ_C2" & x"00"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO
               MOVE "OPEN DEPTBUDG CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           ELSE
               PERFORM FETCH-ONE-BUDGET-RTN
               PERFORM UNTIL SQLCODE NOT = ZERO OR ABORT
                   IF  BUDGET-CNT < BUDGET-MAX
                       ADD 1          TO BUDGET-CNT
                       MOVE BUD-DEPT  TO BT-DEPT (BUDGET-CNT)
                       MOVE BUD-SALARY
                                      TO BT-BUD-SALARY (BUDGET-CNT)
                       MOVE BUD-CUR-SALARY
                                      TO BT-BEFORE (BUDGET-CNT)
                       MOVE BUD-CUR-SALARY
                                      TO BT-AFTER (BUDGET-CNT)
                   ELSE
                       DISPLAY "DEPTBUDG TABLE FULL, DEPT " BUD-DEPT
                               " NOT CHECKED"
                   END-IF
                   PERFORM FETCH-ONE-BUDGET-RTN
               END-PERFORM
OCESQL         CALL "OCESQLCursorClose"  USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "MASSADJ_C2" & x"00"
OCESQL         END-CALL
           END-IF.

      ******************************************************************
       FETCH-ONE-BUDGET-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C2 INTO :BUD-DEPT, :BUD-SALARY, :BUD-CUR-SALARY
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
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BUD-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE BUD-CUR-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "MASSADJ_C2" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "FETCH DEPTBUDG CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       OPEN-REPORT-RTN.
      ******************************************************************
               MOVE "OPEN EXCEPTION-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.
           IF  MPM-APPLY
               OPEN EXTEND APPR-QUEUE-FILE
               IF  APPRQUE-STATUS = "35"
                   OPEN OUTPUT APPR-QUEUE-FILE
               END-IF
               IF  APPRQUE-STATUS NOT = "00"
                   DISPLAY "APPRQUE.DAT NOT OPENED, STATUS="
                           APPRQUE-STATUS
                   MOVE "OPEN APPR-QUEUE-FILE" TO ERROR-CONTEXT
                   SET  ABORT         TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       WRITE-HEADING-RTN.
           IF  EXCFILE-STATUS = "00"
               CLOSE EXCEPTION-FILE
           END-IF.
           IF  APPRQUE-STATUS = "00"
               CLOSE APPR-QUEUE-FILE
           END-IF.

      ******************************************************************
      *    A MISSING APPRPRM.DAT LEAVES THE HOUSE LIMITS IN FORCE; A
      *    MISPUNCHED ONE STOPS THE RUN RATHER THAN LET LARGE CHANGES
      *    THROUGH UNCHECKED.
      ******************************************************************
       READ-APPR-PARM-RTN.
           OPEN INPUT APPR-PARM-FILE.
           IF  APPRPRM-STATUS NOT = "00"
               DISPLAY "APPRPRM.DAT NOT FOUND, USING DEFAULT LIMITS"
           ELSE
               READ APPR-PARM-FILE
                   AT END
                       DISPLAY "APPRPRM.DAT EMPTY, USING DEFAULT LIMITS"
               END-READ
               IF  APPRPRM-STATUS = "00"
                   IF  APR-PCT-LIMIT NOT NUMERIC
                       OR APR-AMT-LIMIT NOT NUMERIC
                       DISPLAY "NON-NUMERIC APPROVAL LIMIT: "
                               APPR-PARM-RECORD
                       SET  ABORT     TO TRUE
                   ELSE
                       MOVE APR-PCT-LIMIT TO APPR-PCT-LIMIT
                       MOVE APR-AMT-LIMIT TO APPR-AMT-LIMIT
                   END-IF
               END-IF
               CLOSE APPR-PARM-FILE
           END-IF.
           DISPLAY "APPROVAL OVER " APPR-PCT-LIMIT " PCT OR "
                   APPR-AMT-LIMIT " (ZERO = NO LIMIT)".

      ******************************************************************
       READ-RUN-CTL-RTN.
