      *****************************************************
      *  STEPCTL - NIGHTLY JOB-STEP LEDGER RECORD
      *  ONE RECORD PER JOB STEP PER NIGHT, KEYED BY THE
      *  BUSINESS DATE THE NIGHT PROCESSES (SEE BUSDATE),
      *  THE STEP'S POSITION IN THE NIGHTLY ORDER AND, FOR
      *  THE PER-STREAM NUMBERING STEP, THE STREAM NUMBER
      *  (ZERO FOR EVERY OTHER STEP).  WRITTEN BY JOBCTL
      *  WHEN THE JOB STREAM RUNS ITS START AND END CALLS
      *  AROUND EACH STEP (SEE JOBCTL), SO THE NIGHT'S PROGRESS
      *  NO LONGER LIVES ONLY IN THE OPERATOR'S HEAD AND A
      *  RERUN AFTER A FAILURE PICKS UP AT THE STEP THAT
      *  FAILED INSTEAD OF FROM THE TOP.
      *
      *  THE NIGHTLY ORDER (STP-STEP-SEQ):
      *    01 DATECTL      05 DOCMERGE
      *    02 DOCEDIT      06 EXCRENUM
      *    03 DOCSPLIT     07 SEQREG
      *    04 BUGSOLUTION  08 FININT
      *                    09 VOLSTAT
      *                    10 NUMCONF
      *       (ONE ENTRY PER STREAM, STP-STREAM-NO 1-4)
      *
      *  A STEP ENDS CLEAN WHEN ITS RETURN CODE IS 4 OR
      *  LESS - RC 4 IS THE SUITE'S "FINISHED WITH
      *  SOMETHING TO LOOK AT" (REJECTS, SUSPENSE LEFT) AND
      *  NEVER STOPS THE NIGHT.  ANYTHING HIGHER IS FAILED.
      *
      *  DATECTL ESTABLISHES THE DATE EVERY OTHER ENTRY IS
      *  KEYED BY, SO ITS START IS HELD UNDER THE ALL-ZERO
      *  DATE UNTIL IT ENDS CLEAN AND IS THEN FILED UNDER
      *  THE DATE IT SET.  A HOLDING ENTRY STILL ON FILE
      *  MEANS THE NEXT NIGHT HAS NOT YET BEEN OPENED.
      *****************************************************
       01  STEP-CONTROL-RECORD.
           05  STP-KEY.
               10  STP-BUSINESS-DATE       PIC X(8).
               10  STP-STEP-SEQ            PIC 9(2).
               10  STP-STREAM-NO           PIC 9(1).
           05  STP-STEP-NAME               PIC X(12).
           05  STP-START-TIMESTAMP         PIC X(21).
           05  STP-END-TIMESTAMP           PIC X(21).
           05  STP-RETURN-CODE             PIC 9(4).
           05  STP-STEP-STATUS             PIC X(8).
               88  STP-STEP-STARTED               VALUE "STARTED".
               88  STP-STEP-ENDED                 VALUE "ENDED".
               88  STP-STEP-FAILED                VALUE "FAILED".
