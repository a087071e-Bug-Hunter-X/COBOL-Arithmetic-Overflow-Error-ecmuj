      *                                 EXPLICIT COMMAND
      *                                 PARM STILL
      *                                 OVERRIDES)
      *    ACK-OVERDUE-DAYS    2        FINRECON (AN
      *                                 EXPLICIT COMMAND
      *                                 PARM STILL
      *                                 OVERRIDES)
      *****************************************************
       01  RUN-PARAMETER-RECORD.
           05  PRM-NAME                    PIC X(20).
