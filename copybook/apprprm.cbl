      *    APPROVAL LIMITS (APPRPRM.DAT) FOR UPDATEMP AND MASSADJ: A
      *    SALARY CHANGE, UP OR DOWN, OF MORE THAN APR-PCT-LIMIT
      *    PERCENT OF THE CURRENT SALARY OR MORE THAN APR-AMT-LIMIT
      *    IS PARKED ON APPRQUE.DAT FOR A SECOND PERSON'S APPROVAL.
      *    A ZERO LIMIT SWITCHES THAT TEST OFF.
       01  APPR-PARM-RECORD.
           05  APR-PCT-LIMIT-X     PIC  X(03).
           05  APR-PCT-LIMIT REDEFINES
               APR-PCT-LIMIT-X     PIC  9(03).
           05  APR-AMT-LIMIT-X     PIC  X(04).
           05  APR-AMT-LIMIT REDEFINES
               APR-AMT-LIMIT-X     PIC  9(04).
