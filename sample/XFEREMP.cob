      *             target code against the DEPT reference table the
      *             way INSERTTBL does, updates EMP_DEPT and writes a
      *             "T" (transfer) action row to AUDIT_LOG so DEPTRPT
      *             and AUDITRPT reflect the move; the row names the
      *             department left and the one joined.  Rejects go to
      *             XFEREMP.EXC for RECYCLE to pick up.  A transfer
      *             dated after tonight's business date is held on the
      *             pending store PENDTRAN.DAT; PENDREL releases it to
      *             XCRLSE.DAT when RUNCTL opens that date, and the
      *             released transfers are applied after XFERCHG.DAT.
      *             A transfer TRANEDIT marked in conflict on tonight's
      *             transaction journal TRANJRNL.DAT is rejected with
      *             TRANEDIT's reason.  Run in trial mode (XFERPRM.DAT
      *             mode "T") ahead of the apply run, the same edits
      *             are made without touching EMP or any file the
      *             apply run writes, and every transfer that would
      *             leave the receiving department over its DEPTBUDG
      *             headcount or annual salary budget (see BUDGRPT) is
      *             listed on XFEREMP.WRN for the budget holder.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           SELECT RUN-CTL-FILE     ASSIGN TO "RUNCTL.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS RUNCTL-STATUS.
           SELECT XFER-PARM-FILE   ASSIGN TO "XFERPRM.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS XFERPRM-STATUS.
           SELECT XFERCHG-FILE     ASSIGN TO "XFERCHG.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS XFERCHG-STATUS.
           SELECT EXCEPTION-FILE   ASSIGN TO "XFEREMP.EXC"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS EXCFILE-STATUS.
           SELECT BUDGET-WARN-FILE ASSIGN TO "XFEREMP.WRN"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS BUDWARN-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "XFEREMP.ERR"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS ERRLOG-STATUS.
           SELECT LOCK-OVRD-FILE   ASSIGN TO "LOCKOVRD.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LOCKOVRD-STATUS.
           SELECT PEND-TRAN-FILE   ASSIGN TO "PENDTRAN.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PENDTRAN-STATUS.
           SELECT TRAN-JRNL-FILE   ASSIGN TO "TRANJRNL.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TRANJRNL-STATUS.
           SELECT XC-RLSE-FILE     ASSIGN TO "XCRLSE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS XCRLSE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
           05  RC-MONTH-END        PIC  X(01).
           05  RC-RUN-ID           PIC  X(08).

      *    XP-MODE "T" = TRIAL (EDITED AND PROJECTED AGAINST DEPTBUDG,
      *    NOTHING TOUCHED), "A" = APPLY.  WITHOUT THE FILE THE RUN
      *    APPLIES, AS IT ALWAYS HAS.
       FD  XFER-PARM-FILE.
       01  XFER-PARM-RECORD.
           05  XP-MODE             PIC  X(01).

      *    XC-REC-TYPE "D" = DETAIL (EMP_NO/NEW DEPT/EFFECTIVE DATE),
      *    "T" = TRAILER (TOTAL TRANSACTION COUNT IN XC-EFF-DATE(1:4),
      *    XC-EMP-NO AND XC-NEW-DEPT UNUSED), SAME DISCIPLINE AS THE
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  EXC-REASON          PIC  X(30).

      *    TRANSFERS A TRIAL FOUND WOULD TAKE THE RECEIVING DEPARTMENT
      *    OVER BUDGET.  KEPT APART FROM XFEREMP.EXC, WHICH RECYCLE
      *    FEEDS BACK IN, SO A WARNING IS NEVER APPLIED BY ITSELF.
       FD  BUDGET-WARN-FILE.
       01  BUDGET-WARN-RECORD.
           05  BW-EMP-NO           PIC  X(04).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  BW-FROM-DEPT        PIC  X(03).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  BW-TO-DEPT          PIC  X(03).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  BW-EFF-DATE         PIC  X(10).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  BW-REASON           PIC  X(20).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  BW-BUD-HEADCOUNT    PIC  9(04).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  BW-ACT-HEADCOUNT    PIC  9(06).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  BW-BUD-SALARY       PIC  9(09).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  BW-ACT-SALARY       PIC  9(11).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

       FD  LOCK-OVRD-FILE.
       01  LOCK-OVRD-RECORD        PIC  X(80).

       FD  PEND-TRAN-FILE.
       COPY "pendtran.cbl".

      *    TONIGHT'S TRANSACTION JOURNAL FROM TRANEDIT; ONLY THE
      *    TRANSFERS IT FOUND IN CONFLICT ARE TAKEN FROM IT
       FD  TRAN-JRNL-FILE.
       COPY "trnjrnl.cbl".

      *    TRANSFERS PENDREL HAS RELEASED FROM PENDTRAN.DAT, IN
      *    XFERCHG.DAT DETAIL LAYOUT WITHOUT A TRAILER (PENDREL
      *    APPENDS UNTIL A CLEAN RUN HERE HAS APPLIED THEM AND
      *    EMPTIED IT).
       FD  XC-RLSE-FILE.
       01  XC-RLSE-RECORD          PIC  X(19).

       WORKING-STORAGE             SECTION.
       01  SYS-TIME                PIC  9(08).

       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  XFERPRM-STATUS   PIC  X(02).
           05  XFERCHG-STATUS   PIC  X(02).
           05  EXCFILE-STATUS   PIC  X(02).
           05  BUDWARN-STATUS   PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).
           05  LOCKOVRD-STATUS  PIC  X(02).
           05  PENDTRAN-STATUS  PIC  X(02).
           05  TRANJRNL-STATUS  PIC  X(02).
           05  XCRLSE-STATUS    PIC  X(02).

       01  EOF-SW               PIC  X(01) VALUE "N".
           88  EOF                       VALUE "Y".
           88  ABORT                     VALUE "Y".
       01  SQL-ERROR-SW         PIC  X(01) VALUE "N".
           88  SQL-ERROR-OCCURRED         VALUE "Y".
       01  RUN-MODE             PIC  X(01) VALUE "A".
           88  TRIAL-RUN                 VALUE "T".
           88  APPLY-RUN                 VALUE "A".

       01  VALIDATION-SW        PIC  X(01) VALUE "Y".
           88  ROW-VALID                 VALUE "Y".
       01  EFF-DATE-DIGITS-GRP  PIC  X(08).
       01  EFF-DATE-DIGITS REDEFINES
           EFF-DATE-DIGITS-GRP  PIC  9(08).
      *    A TRANSFER DATED AFTER THE BUSINESS DATE (TODAY ON AN
      *    AD-HOC RUN WITHOUT RUNCTL.DAT) IS HELD ON PENDTRAN.DAT
       01  HOLD-DATE-DIGITS-GRP PIC  X(08).
       01  HOLD-DATE-DIGITS REDEFINES
           HOLD-DATE-DIGITS-GRP PIC  9(08).
       01  HOLD-DATE-X          PIC  X(10).
       01  FUTURE-DATED-SW      PIC  X(01) VALUE "N".
           88  FUTURE-DATED              VALUE "Y".
       01  RLSE-EOF-SW          PIC  X(01) VALUE "N".
           88  RLSE-EOF                  VALUE "Y".
       01  RLSE-READ-SW         PIC  X(01) VALUE "N".
           88  RLSE-READ                 VALUE "Y".

      *    TRANSFERS TRANEDIT FLAGGED ON TONIGHT'S JOURNAL, WITH
      *    THEIR ORIGIN ("F" = XFERCHG.DAT, "R" = XCRLSE.DAT); EACH
      *    ENTRY REJECTS ONE MATCHING DETAIL
       01  PRE-EDIT-TABLE.
           05  PE-ENTRY            OCCURS 500 TIMES.
               10  PE-ORIGIN           PIC  X(01).
               10  PE-EMP-NO           PIC  9(04).
               10  PE-NEW-DEPT         PIC  X(03).
               10  PE-EFF-DATE         PIC  X(10).
               10  PE-REASON           PIC  X(30).
               10  PE-USED-SW          PIC  X(01).
                   88  PE-USED             VALUE "Y".
       01  PE-CNT               PIC  9(04) VALUE ZERO.
       01  PE-MAX               PIC  9(04) VALUE 500.
       01  PE-SUB               PIC  9(04) COMP.
       01  ITEM-ORIGIN          PIC  X(01) VALUE "F".
       01  PRE-EDIT-SW          PIC  X(01) VALUE "N".
           88  PRE-EDIT-CONFLICT         VALUE "Y".
       01  JRNL-EOF-SW          PIC  X(01) VALUE "N".
           88  JRNL-EOF                  VALUE "Y".

       01  COUNT-DIGITS-GRP     PIC  X(04).
       01  COUNT-DIGITS REDEFINES
           COUNT-DIGITS-GRP     PIC  9(04).
       01  READ-CNT             PIC  9(06) VALUE ZERO.
       01  XFER-CNT             PIC  9(06) VALUE ZERO.
       01  RECYCLED-CNT         PIC  9(06) VALUE ZERO.
       01  HELD-CNT             PIC  9(06) VALUE ZERO.
       01  RELEASED-CNT         PIC  9(06) VALUE ZERO.
       01  REJECT-CNT           PIC  9(06) VALUE ZERO.
       01  BUDGET-WARN-CNT      PIC  9(06) VALUE ZERO.

      *    TRIAL BUDGET PROJECTION: ONE ENTRY PER BUDGETED DEPARTMENT,
      *    HEADCOUNT AND ANNUAL SALARY AS THEY STAND, MOVED WITH EACH
      *    TRANSFER THE TRIAL WOULD APPLY
       01  BUDGET-TABLE.
           05  BUDGET-ENTRY        OCCURS 500 TIMES.
               10  BT-DEPT         PIC  X(03).
               10  BT-BUD-HEADCOUNT PIC S9(04).
               10  BT-BUD-SALARY   PIC S9(09).
               10  BT-ACT-HEADCOUNT PIC S9(06).
               10  BT-ACT-SALARY   PIC S9(11).
       01  BUDGET-CNT           PIC  9(04) VALUE ZERO.
       01  BUDGET-MAX           PIC  9(04) VALUE 500.
       01  BUDGET-SUB           PIC  9(04) COMP.
       01  FIND-DEPT            PIC  X(03).

       01  TRAILER-SW           PIC  X(01) VALUE "N".
           88  TRAILER-SEEN             VALUE "Y".
         03  AUDIT-NEW-SALARY      PIC S9(04) VALUE ZERO.
         03  AUDIT-ACTION-CODE     PIC  X(01).
         03  AUDIT-RUN-ID          PIC  X(08).
         03  AUDIT-FROM-DEPT       PIC  X(03).
         03  AUDIT-TO-DEPT         PIC  X(03).
       01  BUDGET-VARS.
         03  BUD-DEPT              PIC  X(03).
         03  BUD-HEADCOUNT         PIC S9(04) VALUE ZERO.
         03  BUD-SALARY            PIC S9(09) VALUE ZERO.
         03  ACT-HEADCOUNT         PIC S9(06) VALUE ZERO.
         03  ACT-SALARY            PIC S9(11) VALUE ZERO.
       01  LOCK-VARS.
         03  LOCK-PROGRAM          PIC  X(10).
         03  LOCK-RUN-ID           PIC  X(08).
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0005.
OCESQL     02  FILLER PIC X(128) VALUE
OCESQL     "INSERT INTO AUDIT_LOG ( EMP_NO, OLD_SALARY, NEW_SALARY, ACT"
OCESQL  &  "ION_CODE, RUN_ID, FROM_DEPT, TO_DEPT ) VALUES ( ?, ?, ?, ?,"
OCESQL  &  " ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0006.
OCESQL     "DELETE FROM RUN_LOCK WHERE LOCK_NAME = 'EMP' AND R"
OCESQL  &  "UN_ID = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0013.
OCESQL     02  FILLER PIC X(106) VALUE
OCESQL     "ALTER TABLE AUDIT_LOG ADD COLUMN IF NOT EXISTS FROM_DEPT CH"
OCESQL  &  "AR(3), ADD COLUMN IF NOT EXISTS TO_DEPT CHAR(3)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0014.
OCESQL     02  FILLER PIC X(181) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS DEPTBUDG ( DEPT_CODE CHAR(3) NOT"
OCESQL  &  " NULL, BUD_HEADCOUNT NUMERIC(4,0) NOT NULL, BUD_SALARY NUME"
OCESQL  &  "RIC(9,0) NOT NULL, CONSTRAINT IDBUD_0 PRIMARY KEY (DEPT_COD"
OCESQL  &  "E) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0015.
OCESQL     02  FILLER PIC X(235) VALUE
OCESQL     "SELECT B.DEPT_CODE, B.BUD_HEADCOUNT, B.BUD_SALARY, COUNT(E."
OCESQL  &  "EMP_NO), COALESCE(SUM(E.EMP_SALARY),0) * 12 FROM DEPTBUDG B"
OCESQL  &  " LEFT JOIN EMP E ON E.EMP_DEPT = B.DEPT_CODE GROUP BY B.DEP"
OCESQL  &  "T_CODE, B.BUD_HEADCOUNT, B.BUD_SALARY ORDER BY B.DEPT_CODE".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           display "AUDIT_LOG TABLE...OK".

      *    TRANSFER DEPARTMENT COLUMNS ON AUDIT_LOG (IDEMPOTENT)
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0013
OCESQL     END-CALL.
           MOVE "ALTER AUDIT_LOG TABLE"   TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    DEPTBUDG TABLE (IDEMPOTENT, LOADED BY LOADBUDG)
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0014
OCESQL     END-CALL.
           MOVE "CREATE DEPTBUDG TABLE"   TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    SERIALIZE AGAINST THE OTHER EMP-UPDATING PROGRAMS
      *    (A TRIAL TOUCHES NOTHING AND RUNS UNLOCKED)
           IF  APPLY-RUN AND NOT ABORT
               PERFORM ACQUIRE-RUN-LOCK-RTN
           END-IF.

      *    A TRIAL TAKES EVERY BUDGETED DEPARTMENT AS IT STANDS
           IF  TRIAL-RUN AND NOT ABORT
               PERFORM LOAD-BUDGET-TABLE-RTN
           END-IF.

      *    APPLY (IN A TRIAL, PROJECT) THE TRANSFERS FROM THE
      *    TRANSACTION FILE
           IF  NOT ABORT
               PERFORM OPEN-FILES-RTN
               PERFORM LOAD-PRE-EDIT-RTN
           END-IF.
           PERFORM PROCESS-XFERCHG-FILE-RTN.
           PERFORM PROCESS-RELEASE-FILE-RTN.
           PERFORM CLOSE-FILES-RTN.

      *    COMMIT (APPLY MODE ONLY; A TRIAL HAS NOTHING TO COMMIT)
           IF  APPLY-RUN
OCESQL         CALL "OCESQLStartSQL"
OCESQL         END-CALL
OCESQL         CALL "OCESQLExec" USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "COMMIT" & x"00"
OCESQL         END-CALL
OCESQL         CALL "OCESQLEndSQL"
OCESQL         END-CALL
               PERFORM CLEAR-RELEASE-FILE-RTN
           END-IF.

           PERFORM RELEASE-RUN-LOCK-RTN.

           IF  TRIAL-RUN
               DISPLAY "TRIAL RUN -- NO UPDATES APPLIED"
           END-IF.
           DISPLAY "TRANSACTIONS READ : " READ-CNT.
           DISPLAY "EMPLOYEES TRANSFERRED: " XFER-CNT.
           DISPLAY "  OF WHICH RECYCLED: " RECYCLED-CNT.
           DISPLAY "  OF WHICH RELEASED: " RELEASED-CNT.
           DISPLAY "FUTURE-DATED HELD : " HELD-CNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECT-CNT.
           DISPLAY "OVER-BUDGET WARNINGS : " BUDGET-WARN-CNT.
           IF  TRAILER-SEEN
               DISPLAY "TRAILER TRANSACTION COUNT: " TRAILER-COUNT
               IF  CONTROL-MISMATCH
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           PERFORM SET-HOLD-DATE-RTN.
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.
           PERFORM READ-XFER-PARM-RTN.

      ******************************************************************
      *    A MODE OTHER THAN "T" OR "A" STOPS THE RUN BEFORE ANYTHING
      *    IS READ OR WRITTEN.
      ******************************************************************
       READ-XFER-PARM-RTN.
           OPEN INPUT XFER-PARM-FILE.
           IF  XFERPRM-STATUS = "00"
               READ XFER-PARM-FILE
                   AT END MOVE "A"    TO XP-MODE
               END-READ
               IF  XP-MODE = SPACE
                   MOVE "A"           TO XP-MODE
               END-IF
               MOVE XP-MODE           TO RUN-MODE
               CLOSE XFER-PARM-FILE
           END-IF.
           IF  NOT (TRIAL-RUN OR APPLY-RUN)
               DISPLAY "INVALID MODE '" RUN-MODE "' (USE T OR A)"
               MOVE "READ XFER-PARM-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.
           IF  TRIAL-RUN
               DISPLAY "TRIAL RUN -- NO UPDATES WILL BE APPLIED"
           END-IF.

      ******************************************************************
       READ-DBPARM-RTN.
               MOVE "OPEN XFERCHG-FILE" TO ERROR-CONTEXT
               SET  ABORT         TO TRUE
           END-IF.
      *    A TRIAL LEAVES THE APPLY RUN'S FILES AS THEY ARE; THE APPLY
      *    RUN LEAVES THE TRIAL'S WARNINGS FOR THE BUDGET HOLDER.
           IF  APPLY-RUN
               OPEN OUTPUT EXCEPTION-FILE
               IF  EXCFILE-STATUS NOT = "00"
                   DISPLAY "XFEREMP.EXC NOT OPENED, STATUS="
                           EXCFILE-STATUS
                   MOVE "OPEN EXCEPTION-FILE" TO ERROR-CONTEXT
                   SET  ABORT         TO TRUE
               END-IF
               OPEN EXTEND PEND-TRAN-FILE
               IF  PENDTRAN-STATUS = "35"
                   OPEN OUTPUT PEND-TRAN-FILE
               END-IF
               IF  PENDTRAN-STATUS NOT = "00"
                   DISPLAY "PENDTRAN.DAT NOT OPENED, STATUS="
                           PENDTRAN-STATUS
                   MOVE "OPEN PEND-TRAN-FILE" TO ERROR-CONTEXT
                   SET  ABORT         TO TRUE
               END-IF
           ELSE
               OPEN OUTPUT BUDGET-WARN-FILE
               IF  BUDWARN-STATUS NOT = "00"
                   DISPLAY "XFEREMP.WRN NOT OPENED, STATUS="
                           BUDWARN-STATUS
                   MOVE "OPEN BUDGET-WARN-FILE" TO ERROR-CONTEXT
                   SET  ABORT         TO TRUE
               END-IF
           END-IF.

      ******************************************************************
           IF  EXCFILE-STATUS = "00"
               CLOSE EXCEPTION-FILE
           END-IF.
           IF  PENDTRAN-STATUS = "00"
               CLOSE PEND-TRAN-FILE
           END-IF.
           IF  BUDWARN-STATUS = "00"
               CLOSE BUDGET-WARN-FILE
           END-IF.

      ******************************************************************
       PROCESS-XFERCHG-FILE-RTN.
      ******************************************************************
           MOVE "F"                   TO ITEM-ORIGIN.
           IF  NOT ABORT
               READ XFERCHG-FILE
                   AT END SET EOF TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    TRANSFERS RELEASED FROM THE PENDING STORE FOR TONIGHT GO
      *    THROUGH THE SAME EDITS AS XFERCHG.DAT; THEY ARE COUNTED IN
      *    THE TRANSACTIONS READ BUT NOT AGAINST THE XFERCHG.DAT
      *    TRAILER, WHICH WAS RECONCILED ABOVE.  A MISSING XCRLSE.DAT
      *    SIMPLY MEANS NOTHING FELL DUE.
      ******************************************************************
       PROCESS-RELEASE-FILE-RTN.
           MOVE "R"                   TO ITEM-ORIGIN.
           IF  NOT ABORT
               OPEN INPUT XC-RLSE-FILE
               IF  XCRLSE-STATUS = "00"
                   SET  RLSE-READ         TO TRUE
                   READ XC-RLSE-FILE
                       AT END SET RLSE-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL RLSE-EOF OR ABORT
                       MOVE XC-RLSE-RECORD TO XFERCHG-RECORD
                       ADD 1 TO READ-CNT
                       ADD 1 TO RELEASED-CNT
                       PERFORM PROCESS-ONE-XFERCHG-RTN
                       READ XC-RLSE-FILE
                           AT END SET RLSE-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE XC-RLSE-FILE
               END-IF
           END-IF.

      ******************************************************************
      *    ONCE THE RELEASED TRANSFERS ARE COMMITTED THE RELEASE FILE
      *    IS EMPTIED SO THEY CANNOT BE APPLIED A SECOND TIME; AFTER A
      *    FAILED RUN IT IS LEFT AS IT WAS FOR THE RERUN.
      ******************************************************************
       CLEAR-RELEASE-FILE-RTN.
           IF  RLSE-READ AND NOT ABORT AND NOT SQL-ERROR-OCCURRED
               OPEN OUTPUT XC-RLSE-FILE
               IF  XCRLSE-STATUS = "00"
                   CLOSE XC-RLSE-FILE
               END-IF
           END-IF.

      ******************************************************************
       CAPTURE-TRAILER-RTN.
      ******************************************************************
           MOVE COUNT-DIGITS       TO TRAILER-COUNT.
           SET  EOF                TO TRUE.

      ******************************************************************
      *    TRANEDIT RUNS AHEAD OF THIS PROGRAM AND MARKS ON TRANJRNL.DAT
      *    EVERY DETAIL IN CONFLICT WITH ANOTHER OF THE NIGHT'S
      *    TRANSACTIONS.  ONLY A JOURNAL FOR TONIGHT'S BUSINESS DATE
      *    COUNTS; WITHOUT ONE EVERY DETAIL IS EDITED AS IT STANDS.
      ******************************************************************
       LOAD-PRE-EDIT-RTN.
           OPEN INPUT TRAN-JRNL-FILE.
           IF  TRANJRNL-STATUS NOT = "00"
               DISPLAY "TRANJRNL.DAT NOT FOUND, NO PRE-EDIT CONFLICTS"
           ELSE
               READ TRAN-JRNL-FILE
                   AT END SET JRNL-EOF TO TRUE
               END-READ
               PERFORM UNTIL JRNL-EOF OR ABORT
                   IF  TJ-BIZ-DATE = HOLD-DATE-X
                       AND TJ-FROM-XFERCHG AND TJ-IN-CONFLICT
                       AND (TJ-FROM-TONIGHT OR TJ-FROM-RELEASE)
                       PERFORM ADD-PRE-EDIT-RTN
                   END-IF
                   READ TRAN-JRNL-FILE
                       AT END SET JRNL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRAN-JRNL-FILE
           END-IF.

      ******************************************************************
      *    A CONFLICT THAT CANNOT BE HELD IN THE TABLE WOULD BE APPLIED,
      *    SO THE RUN IS STOPPED INSTEAD.
      ******************************************************************
       ADD-PRE-EDIT-RTN.
           IF  PE-CNT NOT < PE-MAX
               DISPLAY "MORE THAN " PE-MAX " PRE-EDIT CONFLICTS ON "
                       "TRANJRNL.DAT"
               MOVE "LOAD TRAN-JRNL-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           ELSE
               ADD 1                  TO PE-CNT
               MOVE TJ-ORIGIN         TO PE-ORIGIN (PE-CNT)
               MOVE TJ-EMP-NO         TO PE-EMP-NO (PE-CNT)
               MOVE TJ-NEW-DEPT       TO PE-NEW-DEPT (PE-CNT)
               MOVE TJ-EFF-DATE       TO PE-EFF-DATE (PE-CNT)
               MOVE TJ-REASON         TO PE-REASON (PE-CNT)
               MOVE "N"               TO PE-USED-SW (PE-CNT)
           END-IF.

      ******************************************************************
      *    THE FIRST UNUSED JOURNAL ENTRY FOR THE SAME DETAIL MARKS IT
      *    IN CONFLICT, WITH TRANEDIT'S REASON AS THE REJECT REASON.
      ******************************************************************
       CHECK-PRE-EDIT-RTN.
           MOVE "N"                   TO PRE-EDIT-SW.
           PERFORM VARYING PE-SUB FROM 1 BY 1
                   UNTIL PE-SUB > PE-CNT OR PRE-EDIT-CONFLICT
               IF  NOT PE-USED (PE-SUB)
                   AND PE-ORIGIN (PE-SUB) = ITEM-ORIGIN
                   AND PE-EMP-NO (PE-SUB) = XC-EMP-NO
                   AND PE-NEW-DEPT (PE-SUB) = XC-NEW-DEPT
                   AND PE-EFF-DATE (PE-SUB) = XC-EFF-DATE
                   SET  PE-USED (PE-SUB)  TO TRUE
                   SET  PRE-EDIT-CONFLICT TO TRUE
                   MOVE PE-REASON (PE-SUB) TO REJECT-REASON
               END-IF
           END-PERFORM.

      ******************************************************************
      *    A DETAIL IN CONFLICT IS REJECTED BEFORE ANY OTHER EDIT.
      ******************************************************************
       PROCESS-ONE-XFERCHG-RTN.
           PERFORM CHECK-PRE-EDIT-RTN.
           IF  PRE-EDIT-CONFLICT
               PERFORM WRITE-EXCEPTION-RTN
           ELSE
               PERFORM EDIT-ONE-XFERCHG-RTN
           END-IF.

      ******************************************************************
       EDIT-ONE-XFERCHG-RTN.
      ******************************************************************
           PERFORM VALIDATE-EFF-DATE-RTN.
           MOVE "N"                   TO FUTURE-DATED-SW.
           IF  ROW-VALID AND EFF-DATE-DIGITS > HOLD-DATE-DIGITS
               SET  FUTURE-DATED      TO TRUE
           END-IF.
      *    THE TARGET DEPARTMENT OF A HELD TRANSFER IS CHECKED WHEN IT
      *    IS RELEASED; IT MAY NOT BE ON DEPT YET WHEN HR SENDS IT
           IF  ROW-VALID AND NOT FUTURE-DATED
               PERFORM VALIDATE-DEPT-RTN
           END-IF.
           IF  FUTURE-DATED
               PERFORM HOLD-XFERCHG-RTN
           ELSE
               IF  ROW-INVALID
                   IF  NOT ABORT
                       PERFORM WRITE-EXCEPTION-RTN
                   END-IF
               ELSE
                   MOVE XC-EMP-NO        TO EMP-NO
OCESQL*        EXEC SQL
OCESQL*            SELECT EMP_NAME, EMP_SALARY, EMP_DEPT INTO
OCESQL*                   :EMP-NAME, :EMP-SALARY, :EMP-DEPT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                   MOVE "SELECT EMP"       TO ERROR-CONTEXT
                   MOVE XC-EMP-NO          TO ERROR-RECORD-KEY
                   EVALUATE TRUE
                       WHEN SQLCODE = +10
                           MOVE "EMP_NO NOT ON FILE" TO REJECT-REASON
                           PERFORM WRITE-EXCEPTION-RTN
                       WHEN SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           SET ABORT TO TRUE
                       WHEN EMP-DEPT = XC-NEW-DEPT
                           MOVE "ALREADY IN DEPARTMENT" TO REJECT-REASON
                           PERFORM WRITE-EXCEPTION-RTN
                       WHEN TRIAL-RUN
                           PERFORM PROJECT-TRANSFER-RTN
                       WHEN OTHER
                           PERFORM APPLY-TRANSFER-RTN
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
           ELSE
               display "UPDATE EMP...OK"
      *        SALARY IS UNCHANGED BY A TRANSFER, SO THE AUDIT ROW
      *        CARRIES IT IN BOTH OLD AND NEW WITH ACTION CODE "T",
      *        AND THE DEPARTMENTS IT MOVED BETWEEN
               MOVE EMP-SALARY        TO AUDIT-OLD-SALARY
               MOVE EMP-SALARY        TO AUDIT-NEW-SALARY
               MOVE "T"               TO AUDIT-ACTION-CODE
               MOVE RUN-ID         TO AUDIT-RUN-ID
               MOVE EMP-DEPT          TO AUDIT-FROM-DEPT
               MOVE NEW-DEPT          TO AUDIT-TO-DEPT
               PERFORM WRITE-AUDIT-RTN
               IF  NOT ABORT
                   ADD 1              TO XFER-CNT
               END-IF
           END-IF.

      ******************************************************************
      *    THE TRIAL COUNTS THE TRANSFER AS MADE AND MOVES THE
      *    EMPLOYEE'S HEADCOUNT AND ANNUAL SALARY FROM THE DEPARTMENT
      *    LEFT TO THE ONE JOINED, SO EACH TRANSFER IS CHECKED AGAINST
      *    THE BUDGETS AS THE TRANSFERS AHEAD OF IT WOULD LEAVE THEM.
      ******************************************************************
       PROJECT-TRANSFER-RTN.
           MOVE XC-NEW-DEPT           TO NEW-DEPT.
           ADD 1                      TO XFER-CNT.
           IF  XC-RECYCLED
               ADD 1                  TO RECYCLED-CNT
           END-IF.
           DISPLAY "WOULD TRANSFER EMP_NO " XC-EMP-NO " FROM "
                   EMP-DEPT " TO " NEW-DEPT " EFFECTIVE " XC-EFF-DATE.
           MOVE EMP-DEPT              TO FIND-DEPT.
           PERFORM FIND-BUDGET-RTN.
           IF  BUDGET-SUB NOT > BUDGET-CNT
               SUBTRACT 1 FROM BT-ACT-HEADCOUNT (BUDGET-SUB)
               COMPUTE BT-ACT-SALARY (BUDGET-SUB) =
                       BT-ACT-SALARY (BUDGET-SUB) - EMP-SALARY * 12
           END-IF.
           MOVE NEW-DEPT              TO FIND-DEPT.
           PERFORM FIND-BUDGET-RTN.
           IF  BUDGET-SUB NOT > BUDGET-CNT
               ADD 1 TO BT-ACT-HEADCOUNT (BUDGET-SUB)
               COMPUTE BT-ACT-SALARY (BUDGET-SUB) =
                       BT-ACT-SALARY (BUDGET-SUB) + EMP-SALARY * 12
               PERFORM CHECK-DEPT-BUDGET-RTN
           END-IF.

      ******************************************************************
      *    BUDGET-SUB IS LEFT ONE PAST THE LAST ENTRY WHEN THE
      *    DEPARTMENT HAS NO DEPTBUDG ROW, AND SO NO BUDGET TO BREACH.
      ******************************************************************
       FIND-BUDGET-RTN.
           PERFORM VARYING BUDGET-SUB FROM 1 BY 1
                   UNTIL BUDGET-SUB > BUDGET-CNT
                      OR BT-DEPT (BUDGET-SUB) = FIND-DEPT
               CONTINUE
           END-PERFORM.

      ******************************************************************
      *    THE RECEIVING DEPARTMENT AS THE TRIAL WOULD LEAVE IT,
      *    INCLUDING THE EMPLOYEE JUST MOVED.  THE WARNING IS FOR THE
      *    BUDGET HOLDER AND DOES NOT CHANGE THE RETURN CODE.
      ******************************************************************
       CHECK-DEPT-BUDGET-RTN.
           MOVE BT-BUD-HEADCOUNT (BUDGET-SUB) TO BUD-HEADCOUNT.
           MOVE BT-BUD-SALARY (BUDGET-SUB)    TO BUD-SALARY.
           MOVE BT-ACT-HEADCOUNT (BUDGET-SUB) TO ACT-HEADCOUNT.
           MOVE BT-ACT-SALARY (BUDGET-SUB)    TO ACT-SALARY.
           MOVE SPACES                TO BUDGET-WARN-RECORD.
           IF  ACT-HEADCOUNT > BUD-HEADCOUNT
               IF  ACT-SALARY > BUD-SALARY
                   MOVE "OVER BUDGET: HC+SAL" TO BW-REASON
               ELSE
                   MOVE "OVER BUDGET: HC"  TO BW-REASON
               END-IF
           ELSE
               IF  ACT-SALARY > BUD-SALARY
                   MOVE "OVER BUDGET: SALARY" TO BW-REASON
               END-IF
           END-IF.
           IF  BW-REASON NOT = SPACES
               PERFORM WRITE-BUDGET-WARN-RTN
           END-IF.

      ******************************************************************
      *    EVERY BUDGETED DEPARTMENT'S HEADCOUNT AND ANNUAL SALARY AS
      *    THEY STAND BEFORE TONIGHT'S TRANSFERS.
      ******************************************************************
       LOAD-BUDGET-TABLE-RTN.
OCESQL*    EXEC SQL
OCESQL*        DECLARE C1 CURSOR FOR
OCESQL*        SELECT B.DEPT_CODE, B.BUD_HEADCOUNT, B.BUD_SALARY,
OCESQL*               COUNT(E.EMP_NO),
OCESQL*               COALESCE(SUM(E.EMP_SALARY),0) * 12
OCESQL*          FROM DEPTBUDG B LEFT JOIN EMP E
OCESQL*            ON E.EMP_DEPT = B.DEPT_CODE
OCESQL*         GROUP BY B.DEPT_CODE, B.BUD_HEADCOUNT, B.BUD_SALARY
OCESQL*         ORDER BY B.DEPT_CODE
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLCursorDeclare" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "XFEREMP_C1" & x"00"
OCESQL          BY REFERENCE SQ0015
OCESQL     END-CALL.
OCESQL     CALL "OCESQLCursorOpen" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "XFEREMP_C1" & x"00"
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
                       MOVE BUD-HEADCOUNT
                                      TO BT-BUD-HEADCOUNT (BUDGET-CNT)
                       MOVE BUD-SALARY
                                      TO BT-BUD-SALARY (BUDGET-CNT)
                       MOVE ACT-HEADCOUNT
                                      TO BT-ACT-HEADCOUNT (BUDGET-CNT)
                       MOVE ACT-SALARY
                                      TO BT-ACT-SALARY (BUDGET-CNT)
                   ELSE
                       DISPLAY "DEPTBUDG TABLE FULL, DEPT " BUD-DEPT
                               " NOT CHECKED"
                   END-IF
                   PERFORM FETCH-ONE-BUDGET-RTN
               END-PERFORM
OCESQL         CALL "OCESQLCursorClose"  USING
OCESQL              BY REFERENCE SQLCA
OCESQL              BY REFERENCE "XFEREMP_C1" & x"00"
OCESQL         END-CALL
           END-IF.

      ******************************************************************
       FETCH-ONE-BUDGET-RTN.
      ******************************************************************
OCESQL*    EXEC SQL
OCESQL*        FETCH C1 INTO :BUD-DEPT, :BUD-HEADCOUNT, :BUD-SALARY,
OCESQL*                      :ACT-HEADCOUNT, :ACT-SALARY
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
OCESQL     CALL "OCESQLCursorFetchOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "XFEREMP_C1" & x"00"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               MOVE "FETCH DEPTBUDG CURSOR" TO ERROR-CONTEXT
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       WRITE-BUDGET-WARN-RTN.
      ******************************************************************
           MOVE XC-EMP-NO             TO BW-EMP-NO.
           MOVE EMP-DEPT              TO BW-FROM-DEPT.
           MOVE NEW-DEPT              TO BW-TO-DEPT.
           MOVE XC-EFF-DATE           TO BW-EFF-DATE.
           MOVE BUD-HEADCOUNT         TO BW-BUD-HEADCOUNT.
           MOVE ACT-HEADCOUNT         TO BW-ACT-HEADCOUNT.
           MOVE BUD-SALARY            TO BW-BUD-SALARY.
           MOVE ACT-SALARY            TO BW-ACT-SALARY.
           WRITE BUDGET-WARN-RECORD.
           ADD 1                      TO BUDGET-WARN-CNT.
           DISPLAY "WARNING EMP_NO " XC-EMP-NO " TAKES DEPT "
                   NEW-DEPT " " BW-REASON.

      ******************************************************************
      *    XC-EFF-DATE IS YYYY-MM-DD; ONLY THE DIGIT POSITIONS ARE
      *    CHECKED SO A MISPUNCHED DATE CANNOT MOVE AN EMPLOYEE.
               END-IF
           END-IF.

      ******************************************************************
      *    THE FUTURE-DATED TRANSFER IS PARKED AS IT ARRIVED, TOGETHER
      *    WITH THE BUSINESS DATE AND RUN THAT HELD IT, FOR PENDREL.
      ******************************************************************
       HOLD-XFERCHG-RTN.
           MOVE SPACES                TO PENDING-TRAN-RECORD.
           SET  PT-FROM-XFERCHG       TO TRUE.
           MOVE XC-EMP-NO             TO PT-EMP-NO.
           MOVE XC-NEW-DEPT           TO PT-NEW-DEPT.
           MOVE XC-EFF-DATE           TO PT-EFF-DATE.
           MOVE XC-RECYCLE-FLAG       TO PT-RECYCLE-FLAG.
           MOVE HOLD-DATE-X           TO PT-HELD-DATE.
           MOVE RUN-ID                TO PT-HELD-RUN-ID.
           IF  APPLY-RUN
               WRITE PENDING-TRAN-RECORD
           END-IF.
           ADD 1                      TO HELD-CNT.
           DISPLAY "HELD EMP_NO " XC-EMP-NO " UNTIL " XC-EFF-DATE.

      ******************************************************************
      *    THE HOLDING CUT-OFF IS THE BUSINESS DATE RUNCTL OPENED, SO
      *    A RUN THAT CROSSES MIDNIGHT STILL HOLDS WHAT PENDREL WILL
      *    RELEASE ON THE NEXT DATE; WITHOUT RUNCTL.DAT IT IS TODAY.
      ******************************************************************
       SET-HOLD-DATE-RTN.
           IF  STAT-BIZ-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO HOLD-DATE-DIGITS-GRP
               MOVE SPACES            TO HOLD-DATE-X
               STRING HOLD-DATE-DIGITS-GRP(1:4) "-"
                      HOLD-DATE-DIGITS-GRP(5:2) "-"
                      HOLD-DATE-DIGITS-GRP(7:2)
                      DELIMITED BY SIZE INTO HOLD-DATE-X
               END-STRING
           ELSE
               MOVE STAT-BIZ-DATE(1:4) TO HOLD-DATE-DIGITS-GRP(1:4)
               MOVE STAT-BIZ-DATE(6:2) TO HOLD-DATE-DIGITS-GRP(5:2)
               MOVE STAT-BIZ-DATE(9:2) TO HOLD-DATE-DIGITS-GRP(7:2)
               MOVE STAT-BIZ-DATE     TO HOLD-DATE-X
           END-IF.

      ******************************************************************
       WRITE-EXCEPTION-RTN.
      ******************************************************************
           MOVE XC-NEW-DEPT           TO EXC-NEW-DEPT.
           MOVE XC-EFF-DATE           TO EXC-EFF-DATE.
           MOVE REJECT-REASON      TO EXC-REASON.
           IF  APPLY-RUN
               WRITE EXCEPTION-RECORD
           END-IF.
           ADD 1                      TO REJECT-CNT.
           DISPLAY "REJECTED EMP_NO " XC-EMP-NO ": " REJECT-REASON.

OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-FROM-DEPT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-TO-DEPT
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0005
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
