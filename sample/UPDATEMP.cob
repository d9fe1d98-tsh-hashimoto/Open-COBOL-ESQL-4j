      *              "as of" mode of FETCHTBL.  Backdated changes (the
      *              SC-EFF-DATE on the detail is before tonight) are
      *              queued on RETROPND.DAT for RETROPAY to turn into
      *              retro-pay adjustments.  A detail dated after
      *              tonight's business date is not applied but held on
      *              the pending store PENDTRAN.DAT; PENDREL releases it
      *              to SCRLSE.DAT when RUNCTL opens that date, and the
      *              released details are applied after SALCHG.DAT.
      *              A change larger than the APPRPRM.DAT limits is
      *              not applied but parked on APPRQUE.DAT for a
      *              second person to approve through APPRCHG; the
      *              approved items come back on APPRREL.DAT and are
      *              applied last, with the approver on the AUDIT_LOG
      *              row.  A detail TRANEDIT marked in conflict on
      *              tonight's transaction journal TRANJRNL.DAT is
      *              rejected with TRANEDIT's reason, not applied.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           SELECT LOCK-OVRD-FILE   ASSIGN TO "LOCKOVRD.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LOCKOVRD-STATUS.
           SELECT PEND-TRAN-FILE   ASSIGN TO "PENDTRAN.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PENDTRAN-STATUS.
           SELECT SC-RLSE-FILE     ASSIGN TO "SCRLSE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS SCRLSE-STATUS.
           SELECT TRAN-JRNL-FILE   ASSIGN TO "TRANJRNL.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TRANJRNL-STATUS.
           SELECT APPR-PARM-FILE   ASSIGN TO "APPRPRM.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS APPRPRM-STATUS.
           SELECT APPR-QUEUE-FILE  ASSIGN TO "APPRQUE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS APPRQUE-STATUS.
           SELECT APPR-RLSE-FILE   ASSIGN TO "APPRREL.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS APPRREL-STATUS.

      ******************************************************************
       DATA                        DIVISION.
       FD  LOCK-OVRD-FILE.
       01  LOCK-OVRD-RECORD        PIC  X(80).

       FD  PEND-TRAN-FILE.
       COPY "pendtran.cbl".

      *    DETAILS PENDREL HAS RELEASED FROM PENDTRAN.DAT, IN
      *    SALCHG.DAT DETAIL LAYOUT WITHOUT A TRAILER (PENDREL APPENDS
      *    UNTIL A CLEAN RUN HERE HAS APPLIED THEM AND EMPTIED IT).
       FD  SC-RLSE-FILE.
       01  SC-RLSE-RECORD          PIC  X(20).

      *    TONIGHT'S TRANSACTION JOURNAL FROM TRANEDIT; ONLY THE
      *    SALARY CHANGES IT FOUND IN CONFLICT ARE TAKEN FROM IT
       FD  TRAN-JRNL-FILE.
       COPY "trnjrnl.cbl".

       FD  APPR-PARM-FILE.
       COPY "apprprm.cbl".

      *    CHANGES PARKED FOR APPROVAL, APPENDED IN THE
      *    APPROVAL-QUEUE-RECORD LAYOUT
       FD  APPR-QUEUE-FILE.
       01  APPR-QUEUE-OUT-RECORD   PIC  X(68).

      *    CHANGES APPRCHG HAS APPROVED, SAME LAYOUT (APPRCHG APPENDS
      *    UNTIL A CLEAN RUN HERE HAS APPLIED THEM AND EMPTIED IT)
       FD  APPR-RLSE-FILE.
       01  APPR-RLSE-RECORD        PIC  X(68).

       WORKING-STORAGE             SECTION.
       01  SYS-TIME                PIC  9(08).

           05  RETROPND-STATUS  PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).
           05  LOCKOVRD-STATUS  PIC  X(02).
           05  PENDTRAN-STATUS  PIC  X(02).
           05  SCRLSE-STATUS    PIC  X(02).
           05  TRANJRNL-STATUS  PIC  X(02).
           05  APPRPRM-STATUS   PIC  X(02).
           05  APPRQUE-STATUS   PIC  X(02).
           05  APPRREL-STATUS   PIC  X(02).

       01  EOF-SW               PIC  X(01) VALUE "N".
           88  EOF                       VALUE "Y".
       01  BACKDATED-SW         PIC  X(01) VALUE "N".
           88  BACKDATED                 VALUE "Y".

      *    A DETAIL DATED AFTER THE BUSINESS DATE (TODAY ON AN AD-HOC
      *    RUN WITHOUT RUNCTL.DAT) IS HELD ON PENDTRAN.DAT
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

      *    SALARY CHANGES TRANEDIT FLAGGED ON TONIGHT'S JOURNAL, WITH
      *    THEIR ORIGIN ("F" = SALCHG.DAT, "R" = SCRLSE.DAT); EACH
      *    ENTRY REJECTS ONE MATCHING DETAIL
       01  PRE-EDIT-TABLE.
           05  PE-ENTRY            OCCURS 500 TIMES.
               10  PE-ORIGIN           PIC  X(01).
               10  PE-EMP-NO           PIC  9(04).
               10  PE-NEW-SALARY       PIC  X(04).
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

      *    A CHANGE OVER EITHER LIMIT WAITS FOR A SECOND PERSON;
      *    WITHOUT APPRPRM.DAT THE HOUSE LIMITS BELOW APPLY
       01  APPR-PCT-LIMIT       PIC  9(03) VALUE 020.
       01  APPR-AMT-LIMIT       PIC  9(04) VALUE 1000.
       01  CHANGE-AMOUNT        PIC S9(05) VALUE ZERO.
       01  APPROVAL-SW          PIC  X(01) VALUE "N".
           88  NEEDS-APPROVAL            VALUE "Y".
       01  APPROVED-SW          PIC  X(01) VALUE "N".
           88  APPROVED-ITEM             VALUE "Y".
       01  APPR-EOF-SW          PIC  X(01) VALUE "N".
           88  APPR-EOF                  VALUE "Y".
       01  APPR-READ-SW         PIC  X(01) VALUE "N".
           88  APPR-READ                 VALUE "Y".
       01  SUBMIT-USER          PIC  X(08) VALUE SPACES.
       COPY "apprque.cbl".

       01  READ-CNT             PIC  9(06) VALUE ZERO.
       01  UPDATE-CNT           PIC  9(06) VALUE ZERO.
       01  PARKED-CNT           PIC  9(06) VALUE ZERO.
       01  APPROVED-CNT         PIC  9(06) VALUE ZERO.
       01  RETRO-PEND-CNT       PIC  9(06) VALUE ZERO.
       01  RECYCLED-CNT         PIC  9(06) VALUE ZERO.
       01  HELD-CNT             PIC  9(06) VALUE ZERO.
       01  RELEASED-CNT         PIC  9(06) VALUE ZERO.
       01  REJECT-CNT           PIC  9(06) VALUE ZERO.
       01  CONTROL-TOTAL        PIC S9(09) VALUE ZERO.

         03  AUDIT-NEW-SALARY      PIC S9(04) VALUE ZERO.
         03  AUDIT-ACTION-CODE     PIC  X(01).
         03  AUDIT-RUN-ID          PIC  X(08).
         03  AUDIT-APPROVER        PIC  X(08).
         03  AUDIT-APPROVAL-CD     PIC  X(01).
       01  LOCK-VARS.
         03  LOCK-PROGRAM          PIC  X(10).
         03  LOCK-RUN-ID           PIC  X(08).
OCESQL     02  FILLER PIC X(56) VALUE
OCESQL     "SELECT SAL_MIN, SAL_MAX FROM SALBAND WHERE DEPT_CODE = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0017.
OCESQL     02  FILLER PIC X(112) VALUE
OCESQL     "ALTER TABLE AUDIT_LOG ADD COLUMN IF NOT EXISTS APPROVER_ID "
OCESQL  &  "CHAR(8), ADD COLUMN IF NOT EXISTS APPROVAL_CD CHAR(1)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0018.
OCESQL     02  FILLER PIC X(134) VALUE
OCESQL     "INSERT INTO AUDIT_LOG ( EMP_NO, OLD_SALARY, NEW_SALARY, ACT"
OCESQL  &  "ION_CODE, RUN_ID, APPROVER_ID, APPROVAL_CD ) VALUES ( ?, ?,"
OCESQL  &  " ?, ?, ?, ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           display "AUDIT_LOG TABLE...OK".

      *    APPROVER COLUMNS ON AUDIT_LOG (IDEMPOTENT)
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0017
OCESQL     END-CALL.
           MOVE "ALTER AUDIT_LOG TABLE"   TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.

      *    EMP_SALHIST TABLE (IDEMPOTENT, KEPT ACROSS RUNS)
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA

      *    APPLY SALARY CHANGES FROM THE TRANSACTION FILE
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-PRE-EDIT-RTN.
           PERFORM PROCESS-SALCHG-FILE-RTN.
           PERFORM PROCESS-RELEASE-FILE-RTN.
           PERFORM PROCESS-APPROVED-FILE-RTN.
           PERFORM CLOSE-FILES-RTN.

      *    COMMIT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           PERFORM CLEAR-RELEASE-FILE-RTN.
           PERFORM CLEAR-APPROVED-FILE-RTN.

           PERFORM RELEASE-RUN-LOCK-RTN.

           DISPLAY "TRANSACTIONS READ : " READ-CNT.
           DISPLAY "SALARIES UPDATED  : " UPDATE-CNT.
           DISPLAY "  OF WHICH RECYCLED: " RECYCLED-CNT.
           DISPLAY "  OF WHICH RELEASED: " RELEASED-CNT.
           DISPLAY "  OF WHICH APPROVED: " APPROVED-CNT.
           DISPLAY "PARKED FOR APPROVAL: " PARKED-CNT.
           DISPLAY "FUTURE-DATED HELD : " HELD-CNT.
           DISPLAY "RETRO CHANGES QUEUED: " RETRO-PEND-CNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECT-CNT.
           DISPLAY "NET SALARY CHANGE : " CONTROL-TOTAL.
                  TODAY-DIGITS-GRP(7:2)
                  DELIMITED BY SIZE INTO TODAY-DATE-X
           END-STRING.
           PERFORM SET-HOLD-DATE-RTN.
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.
           ACCEPT SUBMIT-USER FROM ENVIRONMENT "USER".
           PERFORM READ-APPR-PARM-RTN.

      ******************************************************************
       READ-DBPARM-RTN.
               MOVE "OPEN RETRO-PEND-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.
           OPEN EXTEND PEND-TRAN-FILE.
           IF  PENDTRAN-STATUS = "35"
               OPEN OUTPUT PEND-TRAN-FILE
           END-IF.
           IF  PENDTRAN-STATUS NOT = "00"
               DISPLAY "PENDTRAN.DAT NOT OPENED, STATUS="
                       PENDTRAN-STATUS
               MOVE "OPEN PEND-TRAN-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.
           OPEN EXTEND APPR-QUEUE-FILE.
           IF  APPRQUE-STATUS = "35"
               OPEN OUTPUT APPR-QUEUE-FILE
           END-IF.
           IF  APPRQUE-STATUS NOT = "00"
               DISPLAY "APPRQUE.DAT NOT OPENED, STATUS="
                       APPRQUE-STATUS
               MOVE "OPEN APPR-QUEUE-FILE" TO ERROR-CONTEXT
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       CLOSE-FILES-RTN.
               PERFORM WRITE-RETRO-TRAILER-RTN
               CLOSE RETRO-PEND-FILE
           END-IF.
           IF  PENDTRAN-STATUS = "00"
               CLOSE PEND-TRAN-FILE
           END-IF.
           IF  APPRQUE-STATUS = "00"
               CLOSE APPR-QUEUE-FILE
           END-IF.

      ******************************************************************
       PROCESS-SALCHG-FILE-RTN.
      ******************************************************************
           MOVE "F"                   TO ITEM-ORIGIN.
           IF  NOT ABORT
               READ SALCHG-FILE
                   AT END SET EOF TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    DETAILS RELEASED FROM THE PENDING STORE FOR TONIGHT GO
      *    THROUGH THE SAME EDITS AS SALCHG.DAT; THEY ARE COUNTED IN
      *    THE TRANSACTIONS READ BUT NOT AGAINST THE SALCHG.DAT
      *    TRAILER, WHICH WAS RECONCILED ABOVE.  A MISSING SCRLSE.DAT
      *    SIMPLY MEANS NOTHING FELL DUE.
      ******************************************************************
       PROCESS-RELEASE-FILE-RTN.
           MOVE "R"                   TO ITEM-ORIGIN.
           IF  NOT ABORT
               OPEN INPUT SC-RLSE-FILE
               IF  SCRLSE-STATUS = "00"
                   SET  RLSE-READ         TO TRUE
                   READ SC-RLSE-FILE
                       AT END SET RLSE-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL RLSE-EOF OR ABORT
                       MOVE SC-RLSE-RECORD TO SALCHG-RECORD
                       ADD 1 TO READ-CNT
                       ADD 1 TO RELEASED-CNT
                       PERFORM PROCESS-ONE-SALCHG-RTN
                       READ SC-RLSE-FILE
                           AT END SET RLSE-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE SC-RLSE-FILE
               END-IF
           END-IF.

      ******************************************************************
      *    ONCE THE RELEASED DETAILS ARE COMMITTED THE RELEASE FILE IS
      *    EMPTIED SO THEY CANNOT BE APPLIED A SECOND TIME; AFTER A
      *    FAILED RUN IT IS LEFT AS IT WAS FOR THE RERUN.
      ******************************************************************
       CLEAR-RELEASE-FILE-RTN.
           IF  RLSE-READ AND NOT ABORT AND NOT SQL-ERROR-OCCURRED
               OPEN OUTPUT SC-RLSE-FILE
               IF  SCRLSE-STATUS = "00"
                   CLOSE SC-RLSE-FILE
               END-IF
           END-IF.

      ******************************************************************
      *    CHANGES A SECOND PERSON HAS APPROVED THROUGH APPRCHG ARE
      *    APPLIED LAST, THROUGH THE SAME EDITS AS SALCHG.DAT BUT
      *    WITHOUT THE APPROVAL LIMITS.  THEY WERE PARKED WITH THE
      *    DATE THEY WERE TO TAKE EFFECT, SO A CHANGE APPROVED DAYS
      *    LATER IS QUEUED FOR RETRO-PAY LIKE ANY BACKDATED CHANGE.
      *    A MASSADJ ITEM IS APPLIED HERE AS WELL.
      ******************************************************************
       PROCESS-APPROVED-FILE-RTN.
           IF  NOT ABORT
               OPEN INPUT APPR-RLSE-FILE
               IF  APPRREL-STATUS = "00"
                   SET  APPR-READ         TO TRUE
                   SET  APPROVED-ITEM     TO TRUE
                   READ APPR-RLSE-FILE INTO APPROVAL-QUEUE-RECORD
                       AT END SET APPR-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL APPR-EOF OR ABORT
                       MOVE SPACES         TO SALCHG-RECORD
                       MOVE "D"            TO SC-REC-TYPE
                       MOVE AQ-EMP-NO      TO SC-EMP-NO
                       MOVE AQ-NEW-SALARY  TO SC-NEW-SALARY
                       MOVE AQ-EFF-DATE    TO SC-EFF-DATE
                       ADD 1 TO READ-CNT
                       PERFORM PROCESS-ONE-SALCHG-RTN
                       READ APPR-RLSE-FILE INTO APPROVAL-QUEUE-RECORD
                           AT END SET APPR-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   MOVE "N"               TO APPROVED-SW
                   CLOSE APPR-RLSE-FILE
               END-IF
           END-IF.

      ******************************************************************
      *    AS FOR SCRLSE.DAT: EMPTIED ONLY AFTER A CLEAN COMMIT.
      ******************************************************************
       CLEAR-APPROVED-FILE-RTN.
           IF  APPR-READ AND NOT ABORT AND NOT SQL-ERROR-OCCURRED
               OPEN OUTPUT APPR-RLSE-FILE
               IF  APPRREL-STATUS = "00"
                   CLOSE APPR-RLSE-FILE
               END-IF
           END-IF.

      ******************************************************************
       CAPTURE-TRAILER-RTN.
      ******************************************************************
           MOVE SALARY-DIGITS      TO TRAILER-COUNT.
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
                       AND TJ-FROM-SALCHG AND TJ-IN-CONFLICT
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
               MOVE TJ-NEW-SALARY     TO PE-NEW-SALARY (PE-CNT)
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
                   AND PE-EMP-NO (PE-SUB) = SC-EMP-NO
                   AND PE-NEW-SALARY (PE-SUB) = SC-NEW-SALARY
                   AND PE-EFF-DATE (PE-SUB) = SC-EFF-DATE
                   SET  PE-USED (PE-SUB)  TO TRUE
                   SET  PRE-EDIT-CONFLICT TO TRUE
                   MOVE PE-REASON (PE-SUB) TO REJECT-REASON
               END-IF
           END-PERFORM.

      ******************************************************************
      *    A DETAIL IN CONFLICT IS REJECTED BEFORE ANY OTHER EDIT.  AN
      *    APPROVED ITEM WAS PRE-EDITED THE NIGHT IT ARRIVED AND IS NOT
      *    ON TONIGHT'S JOURNAL.
      ******************************************************************
       PROCESS-ONE-SALCHG-RTN.
           MOVE "N"                   TO PRE-EDIT-SW.
           IF  NOT APPROVED-ITEM
               PERFORM CHECK-PRE-EDIT-RTN
           END-IF.
           IF  PRE-EDIT-CONFLICT
               PERFORM WRITE-EXCEPTION-RTN
           ELSE
               PERFORM EDIT-ONE-SALCHG-RTN
           END-IF.

      ******************************************************************
       EDIT-ONE-SALCHG-RTN.
      ******************************************************************
           PERFORM VALIDATE-SALARY-RTN.
           IF  ROW-VALID
               PERFORM VALIDATE-EFF-DATE-RTN
           END-IF.
           MOVE "N"                   TO FUTURE-DATED-SW.
           IF  ROW-VALID AND EFF-DATE-DIGITS > HOLD-DATE-DIGITS
               SET  FUTURE-DATED      TO TRUE
           END-IF.
           IF  FUTURE-DATED
               PERFORM HOLD-SALCHG-RTN
           ELSE
               IF  ROW-INVALID
                   PERFORM WRITE-EXCEPTION-RTN
               ELSE
                   MOVE SC-EMP-NO        TO EMP-NO
OCESQL*        EXEC SQL
OCESQL*            SELECT EMP_NAME, EMP_SALARY, EMP_DEPT INTO
OCESQL*                   :EMP-NAME, :EMP-SALARY, :EMP-DEPT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                   MOVE "SELECT EMP"       TO ERROR-CONTEXT
                   MOVE SC-EMP-NO          TO ERROR-RECORD-KEY
                   IF  SQLCODE = +10
                       MOVE "EMP_NO NOT ON FILE" TO REJECT-REASON
                       PERFORM WRITE-EXCEPTION-RTN
                   ELSE
                       IF  SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           SET ABORT TO TRUE
                       ELSE
                           PERFORM VALIDATE-BAND-RTN
                           IF  ROW-INVALID
                               IF  NOT ABORT
                                   PERFORM WRITE-EXCEPTION-RTN
                               END-IF
                           ELSE
                               PERFORM SCREEN-SALARY-CHANGE-RTN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    AN APPROVED ITEM IS APPLIED ONLY IF THE SALARY IS STILL WHAT
      *    THE APPROVER SAW; ANY OTHER CHANGE OVER THE LIMITS IS
      *    PARKED FOR APPROVAL INSTEAD OF BEING APPLIED.
      ******************************************************************
       SCREEN-SALARY-CHANGE-RTN.
           IF  APPROVED-ITEM
               IF  EMP-SALARY NOT = AQ-OLD-SALARY
                   MOVE "SALARY CHANGED SINCE APPROVAL" TO REJECT-REASON
                   PERFORM WRITE-EXCEPTION-RTN
               ELSE
                   PERFORM APPLY-SALARY-CHANGE-RTN
               END-IF
           ELSE
               PERFORM CHECK-APPROVAL-RTN
               IF  NEEDS-APPROVAL
                   PERFORM PARK-SALCHG-RTN
               ELSE
                   PERFORM APPLY-SALARY-CHANGE-RTN
               END-IF
           END-IF.

      ******************************************************************
      *    THE SIZE OF THE CHANGE IS TAKEN EITHER WAY, SO A LARGE CUT
      *    NEEDS A SECOND PERSON JUST AS A LARGE RAISE DOES.
      ******************************************************************
       CHECK-APPROVAL-RTN.
           MOVE "N"                   TO APPROVAL-SW.
           COMPUTE CHANGE-AMOUNT = SALARY-DIGITS - EMP-SALARY.
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
      *    THE PARKED CHANGE CARRIES THE DATE IT WAS TO TAKE EFFECT
      *    (TONIGHT'S BUSINESS DATE WHEN THE DETAIL HAD NONE) AND THE
      *    USER WHO RAN THIS JOB, WHOM APPRCHG WILL NOT LET APPROVE IT.
      ******************************************************************
       PARK-SALCHG-RTN.
           MOVE SPACES                TO APPROVAL-QUEUE-RECORD.
           SET  AQ-FROM-UPDATEMP      TO TRUE.
           MOVE EMP-NO                TO AQ-EMP-NO.
           MOVE EMP-SALARY            TO AQ-OLD-SALARY.
           MOVE SALARY-DIGITS         TO AQ-NEW-SALARY.
           IF  SC-EFF-DATE = SPACES
               MOVE HOLD-DATE-X       TO AQ-EFF-DATE
           ELSE
               MOVE SC-EFF-DATE       TO AQ-EFF-DATE
           END-IF.
           MOVE SUBMIT-USER           TO AQ-SUBMIT-USER.
           MOVE RUN-ID                TO AQ-SUBMIT-RUN-ID.
           MOVE HOLD-DATE-X           TO AQ-PARKED-DATE.
           WRITE APPR-QUEUE-OUT-RECORD FROM APPROVAL-QUEUE-RECORD.
           IF  APPRQUE-STATUS NOT = "00"
               DISPLAY "APPRQUE.DAT WRITE FAILED, STATUS="
                       APPRQUE-STATUS
               MOVE "WRITE APPRQUE"   TO ERROR-CONTEXT
               MOVE SC-EMP-NO         TO ERROR-RECORD-KEY
               PERFORM WRITE-ERROR-LOG-RTN
               SET  ABORT             TO TRUE
           ELSE
               ADD 1                  TO PARKED-CNT
               DISPLAY "PARKED EMP_NO " SC-EMP-NO " FOR APPROVAL: "
                       AQ-OLD-SALARY " TO " AQ-NEW-SALARY
           END-IF.

      ******************************************************************
       APPLY-SALARY-CHANGE-RTN.
      ******************************************************************
           MOVE SALARY-DIGITS     TO NEW-SALARY.
           MOVE "N"                   TO BACKDATED-SW.
           IF  SC-EFF-DATE = SPACES
               MOVE HOLD-DATE-X       TO EFF-DATE-HV
           ELSE
               MOVE SC-EFF-DATE       TO EFF-DATE-HV
               IF  EFF-DATE-DIGITS < HOLD-DATE-DIGITS
                   SET  BACKDATED     TO TRUE
               END-IF
           END-IF.
               MOVE NEW-SALARY        TO AUDIT-NEW-SALARY
               MOVE "U"               TO AUDIT-ACTION-CODE
               MOVE RUN-ID         TO AUDIT-RUN-ID
               IF  APPROVED-ITEM
                   MOVE AQ-APPROVER   TO AUDIT-APPROVER
                   MOVE AQ-DECISION   TO AUDIT-APPROVAL-CD
                   PERFORM WRITE-APPROVED-AUDIT-RTN
               ELSE
                   PERFORM WRITE-AUDIT-RTN
               END-IF
               IF  NOT ABORT
                   PERFORM WRITE-SALHIST-RTN
               END-IF
                   IF  SC-RECYCLED
                       ADD 1          TO RECYCLED-CNT
                   END-IF
                   IF  APPROVED-ITEM
                       ADD 1          TO APPROVED-CNT
                   END-IF
                   COMPUTE CONTROL-TOTAL =
                           CONTROL-TOTAL + NEW-SALARY - EMP-SALARY
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    THE FUTURE-DATED DETAIL IS PARKED AS IT ARRIVED, TOGETHER
      *    WITH THE BUSINESS DATE AND RUN THAT HELD IT, FOR PENDREL.
      ******************************************************************
       HOLD-SALCHG-RTN.
           MOVE SPACES                TO PENDING-TRAN-RECORD.
           SET  PT-FROM-SALCHG        TO TRUE.
           MOVE SC-EMP-NO             TO PT-EMP-NO.
           MOVE SC-NEW-SALARY         TO PT-NEW-SALARY.
           MOVE SC-EFF-DATE           TO PT-EFF-DATE.
           MOVE SC-RECYCLE-FLAG       TO PT-RECYCLE-FLAG.
           MOVE HOLD-DATE-X           TO PT-HELD-DATE.
           MOVE RUN-ID                TO PT-HELD-RUN-ID.
           WRITE PENDING-TRAN-RECORD.
           ADD 1                      TO HELD-CNT.
           DISPLAY "HELD EMP_NO " SC-EMP-NO " UNTIL " SC-EFF-DATE.

      ******************************************************************
      *    THE HOLDING CUT-OFF IS THE BUSINESS DATE RUNCTL OPENED, SO
      *    A RUN THAT CROSSES MIDNIGHT STILL HOLDS WHAT PENDREL WILL
      *    RELEASE ON THE NEXT DATE; WITHOUT RUNCTL.DAT IT IS TODAY.
      ******************************************************************
       SET-HOLD-DATE-RTN.
           IF  STAT-BIZ-DATE = SPACES
               MOVE TODAY-DIGITS-GRP  TO HOLD-DATE-DIGITS-GRP
               MOVE TODAY-DATE-X      TO HOLD-DATE-X
           ELSE
               MOVE STAT-BIZ-DATE(1:4) TO HOLD-DATE-DIGITS-GRP(1:4)
               MOVE STAT-BIZ-DATE(6:2) TO HOLD-DATE-DIGITS-GRP(5:2)
               MOVE STAT-BIZ-DATE(9:2) TO HOLD-DATE-DIGITS-GRP(7:2)
               MOVE STAT-BIZ-DATE     TO HOLD-DATE-X
           END-IF.

      ******************************************************************
       WRITE-RETRO-PEND-RTN.
      ******************************************************************
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           MOVE "INSERT AUDIT_LOG"   TO ERROR-CONTEXT.
           MOVE EMP-NO               TO ERROR-RECORD-KEY.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
      *    THE AUDIT ROW OF AN APPROVED CHANGE NAMES THE APPROVER AND
      *    THE DECISION ALONGSIDE THE CHANGE ITSELF.
      ******************************************************************
       WRITE-APPROVED-AUDIT-RTN.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO AUDIT_LOG ( EMP_NO, OLD_SALARY, NEW_SALARY,
OCESQL*               ACTION_CODE, RUN_ID, APPROVER_ID, APPROVAL_CD )
OCESQL*               VALUES ( :EMP-NO, :AUDIT-OLD-SALARY,
OCESQL*               :AUDIT-NEW-SALARY, :AUDIT-ACTION-CODE,
OCESQL*               :AUDIT-RUN-ID, :AUDIT-APPROVER,
OCESQL*               :AUDIT-APPROVAL-CD )
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-NO
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-OLD-SALARY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-NEW-SALARY
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-ACTION-CODE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-APPROVER
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE AUDIT-APPROVAL-CD
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0018
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           MOVE "INSERT AUDIT_LOG"   TO ERROR-CONTEXT.
           MOVE EMP-NO               TO ERROR-RECORD-KEY.
               END-IF
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
      ******************************************************************
