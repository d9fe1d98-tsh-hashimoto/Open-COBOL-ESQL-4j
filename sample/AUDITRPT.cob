      *              A date-range request also pulls rows back in from
      *              the ARCHPURG archive file AUDARCH.DAT, so a
      *              purged period is still reportable on demand.
      *              Changes declined in APPRCHG ("R" rows) are listed
      *              with the salary that was proposed but carry no
      *              delta and do not move the net movement.
      *
      *  Copyright 2013 Tokyo System House Co., Ltd.
      ******************************************************************
               WHEN "T"
                   ADD 1 TO RUN-XFER-CNT
                   ADD 1 TO PER-XFER-CNT
      *        A DECLINED CHANGE ("R", WRITTEN BY APPRCHG) IS LISTED
      *        WITH THE SALARY PROPOSED, BUT NOTHING WAS PAID
               WHEN "R"
                   MOVE ZERO TO SALARY-DELTA
           END-EVALUATE.
           ADD SALARY-DELTA           TO RUN-NET-MOVEMENT.
           ADD SALARY-DELTA           TO PER-NET-MOVEMENT.
