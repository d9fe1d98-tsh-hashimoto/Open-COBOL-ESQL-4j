      *    SALARY-CHANGE APPROVAL QUEUE (APPRQUE.DAT) AND APPROVED
      *    RELEASE FILE (APPRREL.DAT), SAME LAYOUT.  UPDATEMP AND A
      *    MASSADJ APPLY RUN APPEND A CHANGE WHOSE SIZE IS OVER THE
      *    APPRPRM.DAT LIMITS TO APPRQUE.DAT INSTEAD OF APPLYING IT;
      *    APPRCHG SHOWS EACH ITEM TO A SUPERVISOR OTHER THAN THE
      *    SUBMITTING USER, WRITES THE STILL-UNDECIDED ITEMS BACK AND
      *    ONLY THEN APPENDS THE APPROVED ONES TO APPRREL.DAT FOR THE
      *    NEXT UPDATEMP RUN.
      *    AQ-SOURCE "U" = UPDATEMP (SALCHG.DAT OR A RELEASE OF IT),
      *    "M" = MASSADJ.  AQ-EFF-DATE IS THE DATE THE CHANGE WAS TO
      *    TAKE EFFECT, SO A CHANGE APPLIED LATE IS PAID RETRO.
      *    AQ-DECISION BLANK = AWAITING, "A" = APPROVED, "D" =
      *    DECLINED.
       01  APPROVAL-QUEUE-RECORD.
           05  AQ-CHANGE-KEY.
               10  AQ-SOURCE       PIC  X(01).
                   88  AQ-FROM-UPDATEMP    VALUE "U".
                   88  AQ-FROM-MASSADJ     VALUE "M".
               10  AQ-EMP-NO       PIC  9(04).
               10  AQ-OLD-SALARY   PIC  9(04).
               10  AQ-NEW-SALARY   PIC  9(04).
               10  AQ-EFF-DATE     PIC  X(10).
           05  AQ-SUBMIT-USER      PIC  X(08).
           05  AQ-SUBMIT-RUN-ID    PIC  X(08).
           05  AQ-PARKED-DATE      PIC  X(10).
           05  AQ-DECISION         PIC  X(01).
               88  AQ-AWAITING         VALUE SPACE.
               88  AQ-APPROVED         VALUE "A".
               88  AQ-DECLINED         VALUE "D".
           05  AQ-APPROVER         PIC  X(08).
           05  AQ-DECIDED-DATE     PIC  X(10).
