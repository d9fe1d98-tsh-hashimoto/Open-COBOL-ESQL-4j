      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  APPRCHG -- interactive second-person approval of large salary
      *             changes: walks the changes UPDATEMP and MASSADJ
      *             parked on APPRQUE.DAT because they were over the
      *             APPRPRM.DAT limits, shows each with the employee's
      *             current salary, and lets a supervisor approve or
      *             decline it.  The supervisor is the logged-on user
      *             and may not decide a change submitted under the
      *             same user id.  Approved changes are appended to
      *             APPRREL.DAT, where the next UPDATEMP run applies
      *             them with the approver on the AUDIT_LOG row; a
      *             declined change is recorded on AUDIT_LOG as an
      *             "R" row naming the approver.  At the end of the
      *             session the declines are committed and the items
      *             not yet decided are written back to APPRQUE.DAT;
      *             only then are the approvals released to
      *             APPRREL.DAT, so a change is never on both files.
      *             A session that fails releases nothing and leaves
      *             APPRQUE.DAT as it was.  The session holds the EMP
      *             run lock, as the EMP-updating batch programs do,
      *             and is refused while another holder has it.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 APPRCHG.
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
           SELECT APPR-QUEUE-FILE  ASSIGN TO "APPRQUE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS APPRQUE-STATUS.
           SELECT APPR-RLSE-FILE   ASSIGN TO "APPRREL.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS APPRREL-STATUS.
           SELECT ERROR-LOG-FILE   ASSIGN TO "APPRCHG.ERR"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS ERRLOG-STATUS.
           SELECT LOCK-OVRD-FILE   ASSIGN TO "LOCKOVRD.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LOCKOVRD-STATUS.

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

      *    CHANGES AWAITING APPROVAL, IN THE APPROVAL-QUEUE-RECORD
      *    LAYOUT; READ WHOLE, THEN REWRITTEN WITH WHAT IS LEFT
       FD  APPR-QUEUE-FILE.
       01  APPR-QUEUE-IO-RECORD    PIC  X(68).

      *    APPROVED CHANGES, SAME LAYOUT, APPENDED HERE AND CONSUMED
      *    BY THE NEXT CLEAN UPDATEMP RUN, WHICH THEN EMPTIES IT
       FD  APPR-RLSE-FILE.
       01  APPR-RLSE-RECORD        PIC  X(68).

       FD  ERROR-LOG-FILE.
       COPY "errlog.cbl".

      *    PRESENCE OF THIS OPERATOR-PLACED FILE AUTHORIZES CLEARING
      *    A STALE EMP RUN LOCK LEFT BEHIND BY AN ABEND, SO THE
      *    NIGHTLY BATCH CANNOT DEADLOCK ON YESTERDAY'S CRASH.
       FD  LOCK-OVRD-FILE.
       01  LOCK-OVRD-RECORD        PIC  X(80).

       WORKING-STORAGE             SECTION.
       01  SYS-TIME                PIC  9(08).
       01  RUN-ID                  PIC  X(08).

       01  FILE-STATUSES.
           05  DBPARM-STATUS    PIC  X(02).
           05  RUNCTL-STATUS    PIC  X(02).
           05  APPRQUE-STATUS   PIC  X(02).
           05  APPRREL-STATUS   PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).
           05  LOCKOVRD-STATUS  PIC  X(02).

       01  EOF-SW               PIC  X(01) VALUE "N".
           88  EOF                       VALUE "Y".
       01  ABORT-SW             PIC  X(01) VALUE "N".
           88  ABORT                     VALUE "Y".
       01  SQL-ERROR-SW         PIC  X(01) VALUE "N".
           88  SQL-ERROR-OCCURRED         VALUE "Y".
       01  SESSION-SW           PIC  X(01) VALUE "N".
           88  SESSION-DONE              VALUE "Y".
       01  DUP-FOUND-SW         PIC  X(01) VALUE "N".
           88  DUP-FOUND                 VALUE "Y".
       01  EMP-FOUND-SW         PIC  X(01) VALUE "N".
           88  EMP-FOUND                 VALUE "Y".
       01  QUEUE-READ-SW        PIC  X(01) VALUE "N".
           88  QUEUE-READ                VALUE "Y".
       01  LOCK-HELD-SW         PIC  X(01) VALUE "N".
           88  LOCK-HELD                 VALUE "Y".

       COPY "apprque.cbl".

      *    CHANGES LOADED FROM APPRQUE.DAT IN ARRIVAL ORDER; DONE-FLG
      *    "A" ONCE APPROVED (NOT YET ON APPRREL.DAT), "Y" ONCE
      *    DECLINED OR RELEASED.  NEITHER IS WRITTEN BACK TO THE QUEUE.
       01  QUE-TABLE.
           05  QUE-ENTRY           OCCURS 1000 TIMES.
               10  QUE-DATA        PIC  X(68).
               10  QUE-KEY REDEFINES
                   QUE-DATA        PIC  X(23).
               10  QUE-DONE-FLG    PIC  X(01).
                   88  QUE-DONE        VALUES "Y", "A".
                   88  QUE-APPROVED    VALUE "A".
       01  QUE-CNT              PIC  9(04) VALUE ZERO.
       01  QUE-FILE-CNT         PIC  9(04) VALUE ZERO.
       01  SUB                  PIC  9(04) COMP.
       01  PICK                 PIC  9(04) COMP.

       01  LOAD-CNT             PIC  9(06) VALUE ZERO.
       01  DUP-CNT              PIC  9(06) VALUE ZERO.
       01  LATE-CNT             PIC  9(06) VALUE ZERO.
       01  APPROVED-CNT         PIC  9(06) VALUE ZERO.
       01  DECLINED-CNT         PIC  9(06) VALUE ZERO.
       01  SKIP-CNT             PIC  9(06) VALUE ZERO.
       01  OWN-CNT              PIC  9(06) VALUE ZERO.
       01  LEFT-CNT             PIC  9(06) VALUE ZERO.
       01  RELEASED-CNT         PIC  9(06) VALUE ZERO.
       01  RESTORED-CNT         PIC  9(06) VALUE ZERO.

       01  APPROVER-ID          PIC  X(08) VALUE SPACES.
       01  DECIDED-DATE-X       PIC  X(10) VALUE SPACES.
       01  TODAY-DIGITS-GRP     PIC  X(08).

       01  ACTION-INPUT         PIC  X(01) VALUE SPACE.
           88  ACT-APPROVE               VALUES "A", "a".
           88  ACT-DECLINE               VALUES "D", "d".
           88  ACT-SKIP                  VALUES "S", "s", SPACE.
           88  ACT-EXIT                  VALUES "X", "x".
           88  ACT-VALID                 VALUES "A", "a", "D", "d",
                                                "S", "s", SPACE,
                                                "X", "x".

       01  CHANGE-AMOUNT        PIC S9(05) VALUE ZERO.
       01  SHOW-SALARY          PIC  ZZZ9.

       01  QUE-SHOW-LINE.
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  QSL-SOURCE          PIC  X(01).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  QSL-EMP-NO          PIC  9(04).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  QSL-NAME            PIC  X(20).
           05  FILLER              PIC  X(01) VALUE SPACE.
           05  QSL-OLD-SALARY      PIC  ZZZ9.
           05  FILLER              PIC  X(04) VALUE " -> ".
           05  QSL-NEW-SALARY      PIC  ZZZ9.
           05  FILLER              PIC  X(02) VALUE " (".
           05  QSL-CHANGE          PIC  +(4)9.
           05  FILLER              PIC  X(06) VALUE ") EFF ".
           05  QSL-EFF-DATE        PIC  X(10).

       01  QUE-SUBMIT-LINE.
           05  FILLER              PIC  X(14) VALUE " SUBMITTED BY ".
           05  QBL-USER            PIC  X(08).
           05  FILLER              PIC  X(05) VALUE " RUN ".
           05  QBL-RUN-ID          PIC  X(08).
           05  FILLER              PIC  X(11) VALUE " PARKED ON ".
           05  QBL-PARKED-DATE     PIC  X(10).

       01  ERROR-CONTEXT        PIC  X(30) VALUE SPACES.
       01  ERROR-RECORD-KEY     PIC  X(10) VALUE SPACES.

OCESQL*EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  EMP-NO                  PIC S9(04) VALUE ZERO.
       01  EMP-NAME                PIC  X(20).
       01  EMP-SALARY              PIC S9(04) VALUE ZERO.
       01  AUDIT-VARS.
         03  AUDIT-OLD-SALARY      PIC S9(04) VALUE ZERO.
         03  AUDIT-NEW-SALARY      PIC S9(04) VALUE ZERO.
         03  AUDIT-ACTION-CODE     PIC  X(01).
         03  AUDIT-RUN-ID          PIC  X(08).
         03  AUDIT-APPROVER        PIC  X(08).
         03  AUDIT-APPROVAL-CD     PIC  X(01).
       01  LOCK-VARS.
         03  LOCK-PROGRAM          PIC  X(10).
         03  LOCK-RUN-ID           PIC  X(08).
         03  LOCK-HOLDER-PROGRAM   PIC  X(10).
         03  LOCK-HOLDER-RUN-ID    PIC  X(08).
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
OCESQL     02  FILLER PIC X(112) VALUE
OCESQL     "ALTER TABLE AUDIT_LOG ADD COLUMN IF NOT EXISTS APPROVER_ID "
OCESQL  &  "CHAR(8), ADD COLUMN IF NOT EXISTS APPROVAL_CD CHAR(1)".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0003.
OCESQL     02  FILLER PIC X(53) VALUE
OCESQL     "SELECT EMP_NAME, EMP_SALARY FROM EMP WHERE EMP_NO = ?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0004.
OCESQL     02  FILLER PIC X(134) VALUE
OCESQL     "INSERT INTO AUDIT_LOG ( EMP_NO, OLD_SALARY, NEW_SALARY, ACT"
OCESQL  &  "ION_CODE, RUN_ID, APPROVER_ID, APPROVAL_CD ) VALUES ( ?, ?,"
OCESQL  &  " ?, ?, ?, ?, ? )".
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
OCESQL 01  SQ0007.
OCESQL     02  FILLER PIC X(222) VALUE
OCESQL     "CREATE TABLE IF NOT EXISTS RUN_LOCK ( LOCK_NAME CHAR(8) NOT"
OCESQL  &  " NULL, PROGRAM_NAME CHAR(10) NOT NULL, RUN_ID CHAR(8) NOT N"
OCESQL  &  "ULL, LOCK_TS TIMESTAMP NOT NULL DEFAULT CURRENT_TIMESTAMP, "
OCESQL  &  "CONSTRAINT IRLOCK_0 PRIMARY KEY (LOCK_NAME) )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0008.
OCESQL     02  FILLER PIC X(79) VALUE
OCESQL     "INSERT INTO RUN_LOCK ( LOCK_NAME, PROGRAM_NAME, RUN_ID ) VA"
OCESQL  &  "LUES ( 'EMP', ?, ? )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0009.
OCESQL     02  FILLER PIC X(65) VALUE
OCESQL     "SELECT PROGRAM_NAME, RUN_ID FROM RUN_LOCK WHERE LOCK_NAME ="
OCESQL  &  " 'EMP'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0010.
OCESQL     02  FILLER PIC X(44) VALUE
OCESQL     "DELETE FROM RUN_LOCK WHERE LOCK_NAME = 'EMP'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0011.
OCESQL     02  FILLER PIC X(59) VALUE
OCESQL     "DELETE FROM RUN_LOCK WHERE LOCK_NAME = 'EMP' AND RUN_ID = "
OCESQL  &  "?".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "*** APPRCHG STARTED ***".
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
           END-IF.
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DIGITS-GRP.
           STRING TODAY-DIGITS-GRP(1:4) "-"
                  TODAY-DIGITS-GRP(5:2) "-"
                  TODAY-DIGITS-GRP(7:2)
                  DELIMITED BY SIZE INTO DECIDED-DATE-X
           END-STRING.
           PERFORM GET-APPROVER-RTN.

      *    WHENEVER IS NOT YET SUPPORTED :(
      *      EXEC SQL WHENEVER SQLERROR PERFORM ERROR-RTN END-EXEC.

      *    CONNECT (THE EMPLOYEE'S CURRENT SALARY IS SHOWN LIVE AND A
      *    DECLINE IS WRITTEN TO AUDIT_LOG)
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

      *    AUDIT_LOG TABLE AND ITS APPROVER COLUMNS (IDEMPOTENT)
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

      *    SERIALIZE AGAINST THE EMP-UPDATING PROGRAMS: UPDATEMP READS
      *    AND THEN CLEARS APPRREL.DAT UNDER THE SAME LOCK
           IF  NOT ABORT
               PERFORM ACQUIRE-RUN-LOCK-RTN
           END-IF.

           IF  NOT ABORT
               PERFORM LOAD-QUEUE-TABLE-RTN
           END-IF.
           IF  NOT ABORT
               IF  QUE-CNT = ZERO
                   DISPLAY "NO CHANGES AWAITING APPROVAL ON APPRQUE.DAT"
               ELSE
                   PERFORM OPEN-RELEASE-FILE-RTN
                   IF  NOT ABORT
                       PERFORM WORK-SESSION-RTN
                   END-IF
               END-IF
           END-IF.

      *    WRITE BACK WHAT IS STILL UNDECIDED, THEN COMMIT THE DECLINES;
      *    ONLY THEN ARE THE APPROVALS RELEASED TO APPRREL.DAT.  A
      *    FAILED SESSION IS ROLLED BACK, RELEASES NOTHING AND LEAVES
      *    APPRQUE.DAT AS IT WAS, SO EVERY CHANGE CAN BE DECIDED AGAIN.
           IF  QUEUE-READ AND NOT ABORT AND NOT SQL-ERROR-OCCURRED
               PERFORM REWRITE-QUEUE-RTN
           END-IF.
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
               IF  QUEUE-READ
                   DISPLAY "*** SESSION ROLLED BACK -- NO DECISION "
                           "RECORDED, APPRQUE.DAT UNCHANGED ***"
               END-IF
           ELSE
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               IF  APPROVED-CNT > ZERO
                   PERFORM RELEASE-APPROVALS-RTN
               END-IF
           END-IF.
           PERFORM CLOSE-RELEASE-FILE-RTN.

           PERFORM RELEASE-RUN-LOCK-RTN.

           DISPLAY "CHANGES LOADED    : " LOAD-CNT.
           DISPLAY "DUPLICATES DROPPED: " DUP-CNT.
           DISPLAY "APPROVED          : " APPROVED-CNT.
           DISPLAY "RELEASED          : " RELEASED-CNT.
           DISPLAY "DECLINED          : " DECLINED-CNT.
           DISPLAY "SKIPPED           : " SKIP-CNT.
           DISPLAY "OWN SUBMISSIONS   : " OWN-CNT.
           DISPLAY "STILL AWAITING    : " LEFT-CNT.

      *    END-OF-RUN STATISTICS
           MOVE "APPRCHG"        TO STAT-PROGRAM.
           MOVE RUN-ID              TO STAT-RUN-ID.
           MOVE LOAD-CNT            TO STAT-READ-CNT.
           MOVE RELEASED-CNT        TO STAT-ACCEPT-CNT.
           MOVE DECLINED-CNT        TO STAT-REJECT-CNT.
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16              TO STAT-RETURN-CD
           ELSE
               MOVE 0               TO STAT-RETURN-CD
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
           DISPLAY "*** APPRCHG FINISHED ***".
           IF  ABORT OR SQL-ERROR-OCCURRED
               MOVE 16  TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      *    THE APPROVER IS THE LOGGED-ON USER; ONLY WHEN THE SESSION
      *    HAS NONE IS THE ID ASKED FOR.  WITHOUT AN ID NOTHING CAN BE
      *    DECIDED, SINCE THE SUBMITTER COULD NOT BE KEPT OUT.
      ******************************************************************
       GET-APPROVER-RTN.
           ACCEPT APPROVER-ID FROM ENVIRONMENT "USER".
           IF  APPROVER-ID = SPACES
               DISPLAY "APPROVER ID: "
               ACCEPT APPROVER-ID
           END-IF.
           IF  APPROVER-ID = SPACES
               DISPLAY "NO APPROVER ID -- NOTHING CAN BE DECIDED"
               SET  ABORT             TO TRUE
           ELSE
               DISPLAY "APPROVER: " APPROVER-ID
           END-IF.

      ******************************************************************
      *    A RERUN OF UPDATEMP OR MASSADJ PARKS THE SAME CHANGE AGAIN;
      *    ONLY THE FIRST COPY IS KEPT, THE WAY PENDREL TREATS ITS
      *    STORE.  THE QUEUE IS NEVER TRUNCATED ON OVERFLOW -- THE
      *    SESSION IS REFUSED INSTEAD.
      ******************************************************************
       LOAD-QUEUE-TABLE-RTN.
           MOVE "N"                 TO EOF-SW.
           MOVE ZERO                TO QUE-CNT.
           OPEN INPUT APPR-QUEUE-FILE.
           IF  APPRQUE-STATUS NOT = "00"
               DISPLAY "APPRQUE.DAT NOT FOUND, NOTHING TO APPROVE"
           ELSE
               SET  QUEUE-READ      TO TRUE
               READ APPR-QUEUE-FILE INTO APPROVAL-QUEUE-RECORD
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   ADD 1 TO QUE-FILE-CNT
                   PERFORM ADD-QUEUE-ENTRY-RTN
                   READ APPR-QUEUE-FILE INTO APPROVAL-QUEUE-RECORD
                       AT END SET EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE APPR-QUEUE-FILE
           END-IF.

      ******************************************************************
       ADD-QUEUE-ENTRY-RTN.
      ******************************************************************
           PERFORM CHECK-DUPLICATE-RTN.
           IF  DUP-FOUND
               ADD 1 TO DUP-CNT
           ELSE
               IF  QUE-CNT < 1000
                   ADD 1 TO QUE-CNT
                   ADD 1 TO LOAD-CNT
                   MOVE APPROVAL-QUEUE-RECORD TO QUE-DATA (QUE-CNT)
                   MOVE SPACE               TO QUE-DONE-FLG (QUE-CNT)
               ELSE
                   DISPLAY "APPRQUE.DAT OVERFLOWS 1000 ENTRIES -- "
                           "SESSION NOT STARTED"
                   SET  ABORT               TO TRUE
               END-IF
           END-IF.

      ******************************************************************
       CHECK-DUPLICATE-RTN.
      ******************************************************************
           MOVE "N"                 TO DUP-FOUND-SW.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > QUE-CNT OR DUP-FOUND
               IF  QUE-KEY (SUB) = AQ-CHANGE-KEY
                   SET  DUP-FOUND   TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      *    APPROVALS ARE APPENDED, SO A SECOND SESSION BEFORE THE
      *    NEXT UPDATEMP RUN CANNOT DESTROY AN EARLIER SESSION'S WORK.
      ******************************************************************
       OPEN-RELEASE-FILE-RTN.
           OPEN EXTEND APPR-RLSE-FILE.
           IF  APPRREL-STATUS = "35"
               OPEN OUTPUT APPR-RLSE-FILE
           END-IF.
           IF  APPRREL-STATUS NOT = "00"
               DISPLAY "APPRREL.DAT NOT OPENED, STATUS="
                       APPRREL-STATUS
               SET  ABORT             TO TRUE
           END-IF.

      ******************************************************************
       CLOSE-RELEASE-FILE-RTN.
      ******************************************************************
           IF  APPRREL-STATUS = "00"
               CLOSE APPR-RLSE-FILE
           END-IF.

      ******************************************************************
      *    THE CHANGES ARE PRESENTED IN THE ORDER THEY WERE PARKED, SO
      *    THE ONES THAT HAVE WAITED LONGEST ARE DECIDED FIRST.
      ******************************************************************
       WORK-SESSION-RTN.
           MOVE "N"                 TO SESSION-SW.
           PERFORM VARYING PICK FROM 1 BY 1
                   UNTIL PICK > QUE-CNT OR SESSION-DONE OR ABORT
               PERFORM WORK-ONE-ENTRY-RTN
           END-PERFORM.
           IF  NOT SESSION-DONE AND NOT ABORT
               DISPLAY "ALL PARKED CHANGES PRESENTED"
           END-IF.

      ******************************************************************
      *    A CHANGE SUBMITTED UNDER THE APPROVER'S OWN USER ID IS
      *    SHOWN BUT CANNOT BE DECIDED HERE; IT STAYS ON THE QUEUE FOR
      *    ANOTHER SUPERVISOR.
      ******************************************************************
       WORK-ONE-ENTRY-RTN.
           MOVE QUE-DATA (PICK)       TO APPROVAL-QUEUE-RECORD.
           MOVE AQ-SOURCE             TO QSL-SOURCE.
           MOVE AQ-EMP-NO             TO QSL-EMP-NO.
           MOVE AQ-OLD-SALARY         TO QSL-OLD-SALARY.
           MOVE AQ-NEW-SALARY         TO QSL-NEW-SALARY.
           COMPUTE CHANGE-AMOUNT = AQ-NEW-SALARY - AQ-OLD-SALARY.
           MOVE CHANGE-AMOUNT         TO QSL-CHANGE.
           MOVE AQ-EFF-DATE           TO QSL-EFF-DATE.
           MOVE AQ-SUBMIT-USER        TO QBL-USER.
           MOVE AQ-SUBMIT-RUN-ID      TO QBL-RUN-ID.
           MOVE AQ-PARKED-DATE        TO QBL-PARKED-DATE.
           PERFORM GET-EMP-RTN.
           IF  NOT ABORT
               IF  EMP-FOUND
                   MOVE EMP-NAME      TO QSL-NAME
               ELSE
                   MOVE "** NOT ON FILE **" TO QSL-NAME
               END-IF
               DISPLAY " "
               DISPLAY QUE-SHOW-LINE
               DISPLAY QUE-SUBMIT-LINE
               IF  EMP-FOUND AND EMP-SALARY NOT = AQ-OLD-SALARY
                   MOVE EMP-SALARY    TO SHOW-SALARY
                   DISPLAY " SALARY IS NOW " SHOW-SALARY
                           " -- UPDATEMP WILL REJECT AN APPROVAL"
               END-IF
               IF  AQ-SUBMIT-USER = APPROVER-ID
                   DISPLAY " SUBMITTED BY YOU -- LEFT FOR ANOTHER "
                           "APPROVER"
                   ADD 1              TO OWN-CNT
               ELSE
                   MOVE "?"           TO ACTION-INPUT
                   PERFORM ASK-ACTION-RTN UNTIL ACT-VALID
                   EVALUATE TRUE
                       WHEN ACT-EXIT
                           SET  SESSION-DONE TO TRUE
                       WHEN ACT-APPROVE
                           PERFORM APPROVE-ONE-ENTRY-RTN
                       WHEN ACT-DECLINE
                           PERFORM DECLINE-ONE-ENTRY-RTN
                       WHEN ACT-SKIP
                           ADD 1      TO SKIP-CNT
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
       ASK-ACTION-RTN.
      ******************************************************************
           DISPLAY "ACTION? (A)PPROVE (D)ECLINE (S)KIP (X) EXIT: ".
           MOVE SPACE                 TO ACTION-INPUT.
           ACCEPT ACTION-INPUT.
           IF  NOT ACT-VALID
               DISPLAY "UNRECOGNIZED ACTION '" ACTION-INPUT "'"
           END-IF.

      ******************************************************************
      *    AN APPROVAL IS ONLY MARKED HERE; IT IS RELEASED TO
      *    APPRREL.DAT BY RELEASE-APPROVALS-RTN ONCE THE QUEUE HAS
      *    BEEN REWRITTEN WITHOUT IT.
      ******************************************************************
       APPROVE-ONE-ENTRY-RTN.
           MOVE "A"                   TO QUE-DONE-FLG (PICK).
           ADD 1                      TO APPROVED-CNT.
           DISPLAY "APPROVED EMP_NO " AQ-EMP-NO
                   " -- RELEASED AT THE END OF THE SESSION".

      ******************************************************************
      *    A DECLINED CHANGE IS NEVER APPLIED, SO ITS ONLY RECORD IS
      *    THE "R" AUDIT_LOG ROW: THE PROPOSED OLD AND NEW SALARY,
      *    THE APPROVER AND DECISION "D".
      ******************************************************************
       DECLINE-ONE-ENTRY-RTN.
           MOVE AQ-EMP-NO             TO EMP-NO.
           MOVE AQ-OLD-SALARY         TO AUDIT-OLD-SALARY.
           MOVE AQ-NEW-SALARY         TO AUDIT-NEW-SALARY.
           MOVE "R"                   TO AUDIT-ACTION-CODE.
           MOVE RUN-ID                TO AUDIT-RUN-ID.
           MOVE APPROVER-ID           TO AUDIT-APPROVER.
           MOVE "D"                   TO AUDIT-APPROVAL-CD.
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
OCESQL          BY REFERENCE SQ0004
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           MOVE "INSERT AUDIT_LOG"   TO ERROR-CONTEXT.
           MOVE AQ-EMP-NO            TO ERROR-RECORD-KEY.
           IF  SQLCODE NOT = ZERO
               PERFORM ERROR-RTN
               SET  ABORT             TO TRUE
           ELSE
               MOVE "Y"               TO QUE-DONE-FLG (PICK)
               ADD 1                  TO DECLINED-CNT
               DISPLAY "DECLINED EMP_NO " AQ-EMP-NO
           END-IF.

      ******************************************************************
      *    THE EMPLOYEE MAY HAVE LEFT OR HAD ANOTHER CHANGE SINCE THE
      *    ITEM WAS PARKED; BOTH ARE SHOWN TO THE APPROVER.
      ******************************************************************
       GET-EMP-RTN.
           MOVE "N"                   TO EMP-FOUND-SW.
           MOVE AQ-EMP-NO             TO EMP-NO.
OCESQL*    EXEC SQL
OCESQL*        SELECT EMP_NAME, EMP_SALARY INTO :EMP-NAME, :EMP-SALARY
OCESQL*               FROM EMP WHERE EMP_NO = :EMP-NO
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
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 3
OCESQL          BY VALUE 4
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE EMP-SALARY
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0003
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE = ZERO
               SET  EMP-FOUND         TO TRUE
           ELSE
               IF  SQLCODE NOT = +10
                   MOVE "SELECT EMP"   TO ERROR-CONTEXT
                   MOVE AQ-EMP-NO      TO ERROR-RECORD-KEY
                   PERFORM ERROR-RTN
                   SET  ABORT          TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    THE QUEUE IS WRITTEN BACK WITH THE UNDECIDED ITEMS ONLY.
      *    ANYTHING PARKED WHILE THE SESSION WAS OPEN (RECORDS BEYOND
      *    THE ONES LOADED) IS PICKED UP FIRST SO IT IS NOT LOST.
      ******************************************************************
       REWRITE-QUEUE-RTN.
           MOVE "N"                 TO EOF-SW.
           MOVE ZERO                TO SUB.
           OPEN INPUT APPR-QUEUE-FILE.
           IF  APPRQUE-STATUS = "00"
               READ APPR-QUEUE-FILE INTO APPROVAL-QUEUE-RECORD
                   AT END SET EOF TO TRUE
               END-READ
               PERFORM UNTIL EOF OR ABORT
                   ADD 1 TO SUB
                   IF  SUB > QUE-FILE-CNT
                       PERFORM ADD-QUEUE-ENTRY-RTN
                       ADD 1 TO LATE-CNT
                   END-IF
                   READ APPR-QUEUE-FILE INTO APPROVAL-QUEUE-RECORD
                       AT END SET EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE APPR-QUEUE-FILE
           END-IF.
           IF  NOT ABORT
               OPEN OUTPUT APPR-QUEUE-FILE
               IF  APPRQUE-STATUS NOT = "00"
                   DISPLAY "APPRQUE.DAT NOT REWRITTEN, STATUS="
                           APPRQUE-STATUS
                   SET  ABORT         TO TRUE
               ELSE
                   PERFORM VARYING SUB FROM 1 BY 1
                           UNTIL SUB > QUE-CNT OR ABORT
                       IF  NOT QUE-DONE (SUB)
                           WRITE APPR-QUEUE-IO-RECORD
                               FROM QUE-DATA (SUB)
                           IF  APPRQUE-STATUS NOT = "00"
                               PERFORM QUEUE-WRITE-FAILED-RTN
                           ELSE
                               ADD 1 TO LEFT-CNT
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE APPR-QUEUE-FILE
                   IF  ABORT
                       PERFORM RESTORE-QUEUE-RTN
                   END-IF
               END-IF
           END-IF.
           IF  LATE-CNT > ZERO
               DISPLAY "PARKED DURING SESSION: " LATE-CNT
           END-IF.

      ******************************************************************
       QUEUE-WRITE-FAILED-RTN.
      ******************************************************************
           DISPLAY "APPRQUE.DAT WRITE FAILED, STATUS=" APPRQUE-STATUS.
           MOVE "WRITE APPRQUE"       TO ERROR-CONTEXT.
           MOVE SPACES                TO ERROR-RECORD-KEY.
           PERFORM WRITE-ERROR-LOG-RTN.
           SET  ABORT                 TO TRUE.

      ******************************************************************
      *    A QUEUE REWRITE THAT FAILED PART WAY IS REPLACED BY EVERY
      *    CHANGE LOADED, DECIDED OR NOT: THE SESSION IS ROLLED BACK
      *    AND RELEASES NOTHING, SO ALL OF THEM ARE STILL PENDING.  IF
      *    EVEN THAT FAILS THEY ARE LISTED ON THE CONSOLE.
      ******************************************************************
       RESTORE-QUEUE-RTN.
           MOVE ZERO                  TO LEFT-CNT.
           OPEN OUTPUT APPR-QUEUE-FILE.
           IF  APPRQUE-STATUS = "00"
               PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > QUE-CNT OR APPRQUE-STATUS NOT = "00"
                   WRITE APPR-QUEUE-IO-RECORD FROM QUE-DATA (SUB)
                   IF  APPRQUE-STATUS = "00"
                       ADD 1          TO LEFT-CNT
                   END-IF
               END-PERFORM
               CLOSE APPR-QUEUE-FILE
           END-IF.
           IF  LEFT-CNT < QUE-CNT
               DISPLAY "*** APPRQUE.DAT NOT RESTORED -- THESE CHANGES "
                       "MUST BE PARKED AGAIN: ***"
               PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > QUE-CNT
                   DISPLAY QUE-DATA (SUB)
               END-PERFORM
           ELSE
               DISPLAY "APPRQUE.DAT RESTORED WITH ALL " LEFT-CNT
                       " CHANGES"
           END-IF.

      ******************************************************************
      *    EACH APPROVED CHANGE GOES TO APPRREL.DAT CARRYING THE
      *    APPROVER AND THE DATE; UPDATEMP PUTS BOTH ON THE AUDIT_LOG
      *    ROW WHEN IT APPLIES THE CHANGE.  IF A WRITE FAILS, THE
      *    APPROVALS NOT YET RELEASED GO BACK ON APPRQUE.DAT AS THEY
      *    WERE PARKED, SO NONE IS LOST AND NONE IS ON BOTH FILES.
      ******************************************************************
       RELEASE-APPROVALS-RTN.
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > QUE-CNT OR ABORT
               IF  QUE-APPROVED (SUB)
                   MOVE QUE-DATA (SUB) TO APPROVAL-QUEUE-RECORD
                   SET  AQ-APPROVED    TO TRUE
                   MOVE APPROVER-ID    TO AQ-APPROVER
                   MOVE DECIDED-DATE-X TO AQ-DECIDED-DATE
                   WRITE APPR-RLSE-RECORD FROM APPROVAL-QUEUE-RECORD
                   IF  APPRREL-STATUS NOT = "00"
                       DISPLAY "APPRREL.DAT WRITE FAILED, STATUS="
                               APPRREL-STATUS
                       SET  ABORT      TO TRUE
                   ELSE
                       MOVE "Y"        TO QUE-DONE-FLG (SUB)
                       ADD 1           TO RELEASED-CNT
                   END-IF
               END-IF
           END-PERFORM.
           IF  ABORT
               PERFORM RESTORE-APPROVALS-RTN
           ELSE
               DISPLAY "APPROVALS RELEASED TO APPRREL.DAT: "
                       RELEASED-CNT
                       " -- APPLIED BY THE NEXT UPDATEMP RUN"
           END-IF.

      ******************************************************************
       RESTORE-APPROVALS-RTN.
      ******************************************************************
           OPEN EXTEND APPR-QUEUE-FILE.
           IF  APPRQUE-STATUS = "35"
               OPEN OUTPUT APPR-QUEUE-FILE
           END-IF.
           IF  APPRQUE-STATUS NOT = "00"
               DISPLAY "*** APPRQUE.DAT NOT REOPENED, STATUS="
                       APPRQUE-STATUS " -- APPROVALS NOT RELEASED "
                       "MUST BE RE-ENTERED ***"
           ELSE
               PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > QUE-CNT
                   IF  QUE-APPROVED (SUB)
                       WRITE APPR-QUEUE-IO-RECORD FROM QUE-DATA (SUB)
                       IF  APPRQUE-STATUS NOT = "00"
                           PERFORM QUEUE-WRITE-FAILED-RTN
                           DISPLAY "*** NOT BACK ON APPRQUE.DAT, MUST "
                                   "BE RE-ENTERED: " QUE-DATA (SUB)
                       ELSE
                           ADD 1       TO RESTORED-CNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE APPR-QUEUE-FILE
               DISPLAY "*** APPROVALS NOT RELEASED, BACK ON "
                       "APPRQUE.DAT: " RESTORED-CNT " ***"
           END-IF.

      ******************************************************************
      *    NO EMP-UPDATING PROGRAM MAY RUN DURING A SESSION: THE "EMP"
      *    ROW ON RUN_LOCK IS TAKEN HERE AND RELEASED AT THE END,
      *    AND A SECOND STARTER IS REFUSED WITH RETURN-CODE 16 NAMING
      *    THE HOLDER'S PROGRAM AND RUN-ID ON THE CONSOLE.
      ******************************************************************
       ACQUIRE-RUN-LOCK-RTN.
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0007
OCESQL     END-CALL.
           MOVE "CREATE RUN_LOCK TABLE" TO ERROR-CONTEXT.
           IF  SQLCODE NOT = ZERO PERFORM ERROR-RTN STOP RUN.
           PERFORM CHECK-LOCK-OVERRIDE-RTN.
           MOVE "APPRCHG" TO LOCK-PROGRAM.
           MOVE RUN-ID                TO LOCK-RUN-ID.
OCESQL*    EXEC SQL
OCESQL*        INSERT INTO RUN_LOCK ( LOCK_NAME, PROGRAM_NAME,
OCESQL*               RUN_ID ) VALUES ( 'EMP', :LOCK-PROGRAM,
OCESQL*               :LOCK-RUN-ID )
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE LOCK-PROGRAM
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE LOCK-RUN-ID
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0008
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           IF  SQLCODE = ZERO
               SET  LOCK-HELD         TO TRUE
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               DISPLAY "EMP RUN LOCK ACQUIRED"
           ELSE
      *        THE FAILED INSERT LEFT THE TRANSACTION ABORTED, SO IT
      *        IS ROLLED BACK BEFORE THE HOLDER IS LOOKED UP
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "ROLLBACK" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               PERFORM REFUSE-LOCKED-START-RTN
           END-IF.

      ******************************************************************
       REFUSE-LOCKED-START-RTN.
      ******************************************************************
           MOVE SPACES                TO LOCK-HOLDER-PROGRAM.
           MOVE SPACES                TO LOCK-HOLDER-RUN-ID.
OCESQL*    EXEC SQL
OCESQL*        SELECT PROGRAM_NAME, RUN_ID INTO :LOCK-HOLDER-PROGRAM,
OCESQL*               :LOCK-HOLDER-RUN-ID FROM RUN_LOCK
OCESQL*               WHERE LOCK_NAME = 'EMP'
OCESQL*    END-EXEC.
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 10
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE LOCK-HOLDER-PROGRAM
OCESQL     END-CALL.
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE LOCK-HOLDER-RUN-ID
OCESQL     END-CALL.
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0009
OCESQL          BY VALUE 0
OCESQL          BY VALUE 2
OCESQL     END-CALL.
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           DISPLAY "*** EMP LOCK HELD BY " LOCK-HOLDER-PROGRAM
                   " RUN " LOCK-HOLDER-RUN-ID " -- APPRCHG "
                   "NOT STARTED ***".
           MOVE "APPRCHG"          TO STAT-PROGRAM.
           MOVE RUN-ID              TO STAT-RUN-ID.
           MOVE ZERO                TO STAT-READ-CNT.
           MOVE ZERO                TO STAT-ACCEPT-CNT.
           MOVE ZERO                TO STAT-REJECT-CNT.
           MOVE 16                  TO STAT-RETURN-CD.
           PERFORM WRITE-RUN-STATS-RTN.
OCESQL     CALL "OCESQLDisconnect" USING
OCESQL          BY REFERENCE SQLCA
OCESQL     END-CALL.
           CLOSE ERROR-LOG-FILE.
           MOVE 16                  TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      *    A STALE LOCK LEFT BY AN ABEND IS CLEARED ONLY WHEN THE
      *    OPERATOR HAS PLACED THE OVERRIDE FILE LOCKOVRD.DAT; THE
      *    OPERATOR REMOVES THE FILE AGAIN AFTERWARD.
      ******************************************************************
       CHECK-LOCK-OVERRIDE-RTN.
           OPEN INPUT LOCK-OVRD-FILE.
           IF  LOCKOVRD-STATUS = "00"
               DISPLAY "OPERATOR OVERRIDE (LOCKOVRD.DAT) -- CLEARING "
                       "ANY STALE EMP LOCK"
               CLOSE LOCK-OVRD-FILE
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0010
OCESQL     END-CALL
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
                   MOVE "CLEAR STALE RUN_LOCK" TO ERROR-CONTEXT
                   PERFORM ERROR-RTN
                   STOP RUN
               END-IF
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLExec" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE "COMMIT" & x"00"
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
           END-IF.

      ******************************************************************
       RELEASE-RUN-LOCK-RTN.
      ******************************************************************
           IF  LOCK-HELD
OCESQL*    EXEC SQL
OCESQL*        DELETE FROM RUN_LOCK WHERE LOCK_NAME = 'EMP'
OCESQL*               AND RUN_ID = :LOCK-RUN-ID
OCESQL*    END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 8
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE LOCK-RUN-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0011
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
               IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
                   DISPLAY "EMP RUN LOCK NOT RELEASED, SQLCODE: "
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
                   MOVE "N"           TO LOCK-HELD-SW
                   DISPLAY "EMP RUN LOCK RELEASED"
               END-IF
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
      *    THE SESSION'S WORK ITSELF HAS ALREADY COMPLETED.
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
           MOVE "APPRCHG"              TO ELR-PROGRAM.
           MOVE SQLCODE                TO ELR-SQLCODE.
           MOVE SQLSTATE               TO ELR-SQLSTATE.
           MOVE ERROR-CONTEXT       TO ELR-CONTEXT.
           MOVE ERROR-RECORD-KEY    TO ELR-RECORD-KEY.
           MOVE SQLERRMC               TO ELR-SQLERRMC.
           WRITE ERROR-LOG-RECORD.
      ******************************************************************
