      *    DAILY TRANSACTION JOURNAL (TRANJRNL.DAT), WRITTEN BY TRANEDIT
      *    AHEAD OF XFEREMP, UPDATEMP AND TERMEMP: EVERY SALCHG.DAT,
      *    XFERCHG.DAT AND TERMCHG.DAT DETAIL OF THE NIGHT, AND EVERY
      *    ITEM PENDREL RELEASED FOR IT OR LEFT HELD, IN THE ORDER IT
      *    IS TO BE APPLIED -- BY EMP_NO, THEN EFFECTIVE DATE, THEN
      *    TRANSFER BEFORE SALARY CHANGE BEFORE TERMINATION.
      *    TJ-SOURCE AS PT-SOURCE ON PENDTRAN.DAT; TJ-ORIGIN "F" =
      *    TONIGHT'S TRANSACTION FILE, "R" = RELEASED FROM THE PENDING
      *    STORE, "P" = STILL HELD ON IT.  TJ-DISPOSITION "A" = TO BE
      *    APPLIED TONIGHT, "H" = FUTURE-DATED AND TO BE (OR STILL)
      *    HELD, "C" = CROSS-FILE CONFLICT ON TRANEDIT.RPT (REASON IN
      *    TJ-REASON); UPDATEMP, XFEREMP AND TERMEMP REJECT AN "F" OR
      *    "R" ITEM MARKED "C" INSTEAD OF APPLYING OR HOLDING IT.
       01  TRAN-JOURNAL-RECORD.
           05  TJ-SEQ-NO           PIC  9(05).
           05  TJ-BIZ-DATE         PIC  X(10).
           05  TJ-RUN-ID           PIC  X(08).
           05  TJ-SOURCE           PIC  X(01).
               88  TJ-FROM-SALCHG      VALUE "S".
               88  TJ-FROM-XFERCHG     VALUE "X".
               88  TJ-FROM-TERMCHG     VALUE "T".
           05  TJ-ORIGIN           PIC  X(01).
               88  TJ-FROM-TONIGHT     VALUE "F".
               88  TJ-FROM-RELEASE     VALUE "R".
               88  TJ-FROM-PENDING     VALUE "P".
           05  TJ-EMP-NO           PIC  9(04).
           05  TJ-NEW-SALARY       PIC  X(04).
           05  TJ-NEW-DEPT         PIC  X(03).
           05  TJ-EFF-DATE         PIC  X(10).
           05  TJ-RECYCLE-FLAG     PIC  X(01).
           05  TJ-DISPOSITION      PIC  X(01).
               88  TJ-TO-APPLY         VALUE "A".
               88  TJ-TO-HOLD          VALUE "H".
               88  TJ-IN-CONFLICT      VALUE "C".
           05  TJ-REASON           PIC  X(30).
