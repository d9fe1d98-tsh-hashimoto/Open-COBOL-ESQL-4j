      *  Open Cobol ESQL (Ocesql) Sample Program
      *
      *  TERMEMP -- demonstrates CONNECT, parameterized SELECT,
      *             parameterized DELETE, COMMIT, ROLLBACK, DISCONNECT.
      *             A termination dated after tonight's business date
      *             is held on the pending store PENDTRAN.DAT; PENDREL
      *             releases it to TCRLSE.DAT when RUNCTL opens that
      *             date, and the released terminations are applied
      *             after TERMCHG.DAT.  A termination TRANEDIT marked
      *             in conflict on tonight's transaction journal
      *             TRANJRNL.DAT is rejected with TRANEDIT's reason.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
           SELECT LOCK-OVRD-FILE   ASSIGN TO "LOCKOVRD.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS LOCKOVRD-STATUS.
           SELECT PEND-TRAN-FILE   ASSIGN TO "PENDTRAN.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS PENDTRAN-STATUS.
           SELECT TRAN-JRNL-FILE   ASSIGN TO "TRANJRNL.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TRANJRNL-STATUS.
           SELECT TC-RLSE-FILE     ASSIGN TO "TCRLSE.DAT"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS TCRLSE-STATUS.

      ******************************************************************
       DATA                        DIVISION.
       FD  LOCK-OVRD-FILE.
       01  LOCK-OVRD-RECORD        PIC  X(80).

       FD  PEND-TRAN-FILE.
       COPY "pendtran.cbl".

      *    TONIGHT'S TRANSACTION JOURNAL FROM TRANEDIT; ONLY THE
      *    TERMINATIONS IT FOUND IN CONFLICT ARE TAKEN FROM IT
       FD  TRAN-JRNL-FILE.
       COPY "trnjrnl.cbl".

      *    TERMINATIONS PENDREL HAS RELEASED FROM PENDTRAN.DAT, IN
      *    TERMCHG.DAT DETAIL LAYOUT WITHOUT A TRAILER (PENDREL
      *    APPENDS UNTIL A CLEAN RUN HERE HAS APPLIED THEM AND
      *    EMPTIED IT).
       FD  TC-RLSE-FILE.
       01  TC-RLSE-RECORD          PIC  X(15).

       WORKING-STORAGE             SECTION.
       01  SYS-TIME                PIC  9(08).

           05  EXCFILE-STATUS   PIC  X(02).
           05  ERRLOG-STATUS    PIC  X(02).
           05  LOCKOVRD-STATUS  PIC  X(02).
           05  PENDTRAN-STATUS  PIC  X(02).
           05  TRANJRNL-STATUS  PIC  X(02).
           05  TCRLSE-STATUS    PIC  X(02).

       01  EOF-SW               PIC  X(01) VALUE "N".
           88  EOF                       VALUE "Y".
       01  TERM-DATE-DIGITS-GRP PIC  X(08).
       01  TERM-DATE-DIGITS REDEFINES
           TERM-DATE-DIGITS-GRP PIC  9(08).
      *    A TERMINATION DATED AFTER THE BUSINESS DATE (TODAY ON AN
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

      *    TERMINATIONS TRANEDIT FLAGGED ON TONIGHT'S JOURNAL, WITH
      *    THEIR ORIGIN ("F" = TERMCHG.DAT, "R" = TCRLSE.DAT); EACH
      *    ENTRY REJECTS ONE MATCHING DETAIL
       01  PRE-EDIT-TABLE.
           05  PE-ENTRY            OCCURS 500 TIMES.
               10  PE-ORIGIN           PIC  X(01).
               10  PE-EMP-NO           PIC  9(04).
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
       01  TERM-CNT             PIC  9(06) VALUE ZERO.
       01  HELD-CNT             PIC  9(06) VALUE ZERO.
       01  RELEASED-CNT         PIC  9(06) VALUE ZERO.
       01  REJECT-CNT           PIC  9(06) VALUE ZERO.
       01  FINAL-SALARY-TOTAL   PIC S9(09) VALUE ZERO.


      *    APPLY TERMINATIONS FROM THE TRANSACTION FILE
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-PRE-EDIT-RTN.
           PERFORM PROCESS-TERMCHG-FILE-RTN.
           PERFORM PROCESS-RELEASE-FILE-RTN.
           PERFORM CLOSE-FILES-RTN.

      *    COMMIT
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL.
           PERFORM CLEAR-RELEASE-FILE-RTN.

           PERFORM RELEASE-RUN-LOCK-RTN.

           DISPLAY "TRANSACTIONS READ : " READ-CNT.
           DISPLAY "EMPLOYEES TERMINATED: " TERM-CNT.
           DISPLAY "  OF WHICH RELEASED: " RELEASED-CNT.
           DISPLAY "FUTURE-DATED HELD : " HELD-CNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECT-CNT.
           DISPLAY "FINAL SALARIES REMOVED: " FINAL-SALARY-TOTAL.
           IF  TRAILER-SEEN
           ACCEPT SYS-TIME FROM TIME.
           MOVE SYS-TIME            TO RUN-ID.
           PERFORM CAPTURE-START-TS-RTN.
           PERFORM SET-HOLD-DATE-RTN.
           OPEN EXTEND ERROR-LOG-FILE.
           IF  ERRLOG-STATUS = "35"
               OPEN OUTPUT ERROR-LOG-FILE
               MOVE "OPEN EXCEPTION-FILE" TO ERROR-CONTEXT
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

      ******************************************************************
       CLOSE-FILES-RTN.
           IF  EXCFILE-STATUS = "00"
               CLOSE EXCEPTION-FILE
           END-IF.
           IF  PENDTRAN-STATUS = "00"
               CLOSE PEND-TRAN-FILE
           END-IF.

      ******************************************************************
       PROCESS-TERMCHG-FILE-RTN.
      ******************************************************************
           MOVE "F"                   TO ITEM-ORIGIN.
           IF  NOT ABORT
               READ TERMCHG-FILE
                   AT END SET EOF TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      *    TERMINATIONS RELEASED FROM THE PENDING STORE FOR TONIGHT GO
      *    THROUGH THE SAME EDITS AS TERMCHG.DAT; THEY ARE COUNTED IN
      *    THE TRANSACTIONS READ BUT NOT AGAINST THE TERMCHG.DAT
      *    TRAILER, WHICH WAS RECONCILED ABOVE.  A MISSING TCRLSE.DAT
      *    SIMPLY MEANS NOTHING FELL DUE.
      ******************************************************************
       PROCESS-RELEASE-FILE-RTN.
           MOVE "R"                   TO ITEM-ORIGIN.
           IF  NOT ABORT
               OPEN INPUT TC-RLSE-FILE
               IF  TCRLSE-STATUS = "00"
                   SET  RLSE-READ         TO TRUE
                   READ TC-RLSE-FILE
                       AT END SET RLSE-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL RLSE-EOF OR ABORT
                       MOVE TC-RLSE-RECORD TO TERMCHG-RECORD
                       ADD 1 TO READ-CNT
                       ADD 1 TO RELEASED-CNT
                       PERFORM PROCESS-ONE-TERMCHG-RTN
                       READ TC-RLSE-FILE
                           AT END SET RLSE-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TC-RLSE-FILE
               END-IF
           END-IF.

      ******************************************************************
      *    ONCE THE RELEASED TERMINATIONS ARE COMMITTED THE RELEASE
      *    FILE IS EMPTIED SO THEY CANNOT BE APPLIED A SECOND TIME;
      *    AFTER A FAILED RUN IT IS LEFT AS IT WAS FOR THE RERUN.
      ******************************************************************
       CLEAR-RELEASE-FILE-RTN.
           IF  RLSE-READ AND NOT ABORT AND NOT SQL-ERROR-OCCURRED
               OPEN OUTPUT TC-RLSE-FILE
               IF  TCRLSE-STATUS = "00"
                   CLOSE TC-RLSE-FILE
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
                       AND TJ-FROM-TERMCHG AND TJ-IN-CONFLICT
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
                   AND PE-EMP-NO (PE-SUB) = TC-EMP-NO
                   AND PE-EFF-DATE (PE-SUB) = TC-TERM-DATE
                   SET  PE-USED (PE-SUB)  TO TRUE
                   SET  PRE-EDIT-CONFLICT TO TRUE
                   MOVE PE-REASON (PE-SUB) TO REJECT-REASON
               END-IF
           END-PERFORM.

      ******************************************************************
      *    A DETAIL IN CONFLICT IS REJECTED BEFORE ANY OTHER EDIT.
      ******************************************************************
       PROCESS-ONE-TERMCHG-RTN.
           PERFORM CHECK-PRE-EDIT-RTN.
           IF  PRE-EDIT-CONFLICT
               PERFORM WRITE-EXCEPTION-RTN
           ELSE
               PERFORM EDIT-ONE-TERMCHG-RTN
           END-IF.

      ******************************************************************
       EDIT-ONE-TERMCHG-RTN.
      ******************************************************************
           PERFORM VALIDATE-TERM-DATE-RTN.
           MOVE "N"                   TO FUTURE-DATED-SW.
           IF  ROW-VALID AND TERM-DATE-DIGITS > HOLD-DATE-DIGITS
               SET  FUTURE-DATED      TO TRUE
           END-IF.
           IF  FUTURE-DATED
               PERFORM HOLD-TERMCHG-RTN
           ELSE
               IF  ROW-INVALID
                   PERFORM WRITE-EXCEPTION-RTN
               ELSE
                   MOVE TC-EMP-NO        TO EMP-NO
OCESQL*        EXEC SQL
OCESQL*            SELECT EMP_NAME, EMP_SALARY INTO :EMP-NAME,
OCESQL*                   :EMP-SALARY FROM EMP WHERE EMP_NO = :EMP-NO
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
                   MOVE "SELECT EMP"       TO ERROR-CONTEXT
                   MOVE TC-EMP-NO          TO ERROR-RECORD-KEY
                   IF  SQLCODE = +10
                       MOVE "EMP_NO NOT ON FILE" TO REJECT-REASON
                       PERFORM WRITE-EXCEPTION-RTN
                   ELSE
                       IF  SQLCODE NOT = ZERO
                           PERFORM ERROR-RTN
                           SET ABORT TO TRUE
                       ELSE
                           PERFORM APPLY-TERMINATION-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      ******************************************************************
      *    THE FUTURE-DATED TERMINATION IS PARKED AS IT ARRIVED,
      *    TOGETHER WITH THE BUSINESS DATE AND RUN THAT HELD IT, FOR
      *    PENDREL.
      ******************************************************************
       HOLD-TERMCHG-RTN.
           MOVE SPACES                TO PENDING-TRAN-RECORD.
           SET  PT-FROM-TERMCHG       TO TRUE.
           MOVE TC-EMP-NO             TO PT-EMP-NO.
           MOVE TC-TERM-DATE          TO PT-EFF-DATE.
           MOVE HOLD-DATE-X           TO PT-HELD-DATE.
           MOVE RUN-ID                TO PT-HELD-RUN-ID.
           WRITE PENDING-TRAN-RECORD.
           ADD 1                      TO HELD-CNT.
           DISPLAY "HELD EMP_NO " TC-EMP-NO " UNTIL " TC-TERM-DATE.

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
