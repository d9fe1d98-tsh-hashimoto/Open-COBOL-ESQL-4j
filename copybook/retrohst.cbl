      *    RETRO PAYMENT HISTORY (RETROHST.DAT), APPENDED BY BANKXFER
      *    WHEN THE AMOUNTS OF A RETROPAY RUN GO OUT ON A TRANSFER
      *    FILE: ONE LINE PER RETROPAY.DAT DETAIL, CARRYING THE PAY
      *    PERIOD (YYYY-MM) AND DATE IT WAS PAID IN AS WELL AS THE
      *    SALARY CHANGE'S OWN EFFECTIVE DATE.  RETROPAY.DAT ITSELF
      *    HOLDS ONLY THE LATEST RUN, SO THIS IS THE YEAR'S RECORD OF
      *    RETRO PAID (READ BY ANNSTMT).
       01  RETRO-HIST-RECORD.
           05  RH-EMP-NO           PIC  9(04).
           05  RH-AMOUNT-SIGN      PIC  X(01).
           05  RH-AMOUNT           PIC  9(07).
           05  RH-EFF-DATE         PIC  X(10).
           05  RH-RETRO-RUN-ID     PIC  X(08).
           05  RH-PAY-PERIOD       PIC  X(07).
           05  RH-PAID-DATE        PIC  X(10).
           05  RH-XFER-RUN-ID      PIC  X(08).
