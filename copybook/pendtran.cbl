      *    PENDING-TRANSACTION STORE (PENDTRAN.DAT): ONE RECORD PER
      *    SALCHG.DAT, XFERCHG.DAT OR TERMCHG.DAT DETAIL WHOSE
      *    EFFECTIVE DATE IS AFTER THE BUSINESS DATE IT ARRIVED ON.
      *    UPDATEMP, XFEREMP AND TERMEMP APPEND TO IT; PENDREL RELEASES
      *    THE DUE ITEMS WHEN RUNCTL OPENS THEIR BUSINESS DATE AND
      *    WRITES THE STILL-HELD ITEMS BACK.
      *    PT-SOURCE "S" = SALARY CHANGE (PT-NEW-SALARY), "X" =
      *    TRANSFER (PT-NEW-DEPT), "T" = TERMINATION (NEITHER).
       01  PENDING-TRAN-RECORD.
           05  PT-SOURCE           PIC  X(01).
               88  PT-FROM-SALCHG      VALUE "S".
               88  PT-FROM-XFERCHG     VALUE "X".
               88  PT-FROM-TERMCHG     VALUE "T".
           05  PT-EMP-NO           PIC  9(04).
           05  PT-NEW-SALARY       PIC  X(04).
           05  PT-NEW-DEPT         PIC  X(03).
           05  PT-EFF-DATE         PIC  X(10).
           05  PT-RECYCLE-FLAG     PIC  X(01).
           05  PT-HELD-DATE        PIC  X(10).
           05  PT-HELD-RUN-ID      PIC  X(08).
