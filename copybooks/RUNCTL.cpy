      *  ALLOWED THROUGH TO RECOVER IT.
      *  EACH RUN RECORDS ITS START, END AND THE FINAL
      *  RECONCILIATION VERDICT FROM 7000-RECONCILE-COUNTS.
      *  RUNBACKOUT MARKS A REVERSED RUN BACKED-OUT; THE SAME
      *  INPUT MAY THEN BE NUMBERED AGAIN WITHOUT FORCE.
      *****************************************************
       01  RUN-CONTROL-RECORD.
           05  RCR-KEY.
               88  RCR-RUN-STARTED                VALUE "STARTED".
               88  RCR-RUN-BALANCED               VALUE "BALANCED".
               88  RCR-RUN-DISCREPANT             VALUE "DISCREPANT".
               88  RCR-RUN-BACKED-OUT             VALUE "BACKED-OUT".
