       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.
      *****************************************************
      *  NIGHTLY JOB-STEP CONTROLLER.  THE NIGHT IS A FIXED
      *  CHAIN - DATECTL, DOCEDIT, DOCSPLIT, BUGSOLUTION
      *  ONCE PER STREAM, DOCMERGE, EXCRENUM, SEQREG,
      *  FININT, VOLSTAT, NUMCONF - BUT NOTHING USED TO
      *  ENFORCE IT: A STEP COULD BE SUBMITTED OVER A FAILED
      *  PREDECESSOR, AND AFTER AN ABEND THE OPERATOR
      *  RECONSTRUCTED FROM THE JOB LOGS WHICH STEPS HAD
      *  ALREADY RUN.  THE JOB STREAM RUNS JOBCTL "START
      *  <step>" BEFORE EACH STEP AND RUNS THE STEP ONLY WHEN
      *  START ANSWERS RC 0 - RC 4 (ALREADY ENDED CLEAN)
      *  SKIPS IT, RC 12 OR 16 STOPS THE STREAM - AND RUNS
      *  JOBCTL "END <step> <rc>" AFTER EVERY STEP IT RAN;
      *  THE STEP LEDGER STEPCTL.DAT (SEE STEPCTL)
      *  RECORDS EACH STEP'S START, END AND RETURN CODE
      *  UNDER THE NIGHT'S BUSINESS DATE.  THE STEPS
      *  THEMSELVES DO NOT CALL JOBCTL - A STEP SUBMITTED
      *  OUTSIDE THE BRACKETS IS NOT CONTROLLED OR RECORDED.
      *
      *    JOBCTL "START <step> [stream]"
      *        RC 0  - PREDECESSORS ALL ENDED CLEAN, RUN IT
      *        RC 4  - ALREADY ENDED CLEAN TONIGHT, SKIP IT
      *        RC 12 - REFUSED, A PREDECESSOR HAS NOT ENDED
      *                CLEAN (THE BLOCKING STEP IS NAMED)
      *        RC 16 - THE STEP LEDGER COULD NOT BE UPDATED
      *    JOBCTL "END <step> <return-code> [stream]"
      *        RECORDS THE STEP'S END AND RETURN CODE
      *    JOBCTL "NEXT"
      *        NAMES THE STEP THE NIGHT RESUMES AT
      *    JOBCTL "STATUS"  (OR NO PARM)
      *        LISTS TONIGHT'S LEDGER
      *
      *  THE STREAM (1-4) IS GIVEN FOR BUGSOLUTION ONLY; THE
      *  NUMBER OF STREAMS TO EXPECT IS TAKEN FROM THE
      *  SPLITCTL.DAT DOCSPLIT WROTE.  BECAUSE A STEP ALREADY
      *  ENDED CLEAN ANSWERS RC 4, A RERUN OF THE WHOLE
      *  STREAM AFTER A FAILURE SKIPS STRAIGHT THROUGH THE
      *  WORK ALREADY DONE AND RESUMES AT THE FAILED STEP.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT SPLIT-CONTROL-FILE ASSIGN TO "SPLITCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPLITCTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CONTROL-FILE.
           COPY STEPCTL.

       FD  SPLIT-CONTROL-FILE.
           COPY SPLITCTL.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-STEPCTL-STATUS           PIC XX VALUE "00".
           88  WS-STEPCTL-NOT-FOUND               VALUE "35".
           88  WS-STEPCTL-DUPLICATE-KEY           VALUE "22".

       01  WS-SPLITCTL-STATUS          PIC XX VALUE "00".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

       01  WS-SPLITCTL-EOF-SWITCH      PIC X VALUE "N".
           88  WS-SPLITCTL-EOF                    VALUE "Y".

       01  WS-LEDGER-EOF-SWITCH        PIC X VALUE "N".
           88  WS-LEDGER-EOF                      VALUE "Y".

       01  WS-REQUEST-VALID-SWITCH     PIC X VALUE "Y".
           88  WS-REQUEST-VALID                   VALUE "Y".

       01  WS-PREDECESSOR-SWITCH       PIC X VALUE "Y".
           88  WS-PREDECESSORS-CLEAN              VALUE "Y".

       01  WS-ENTRY-FOUND-SWITCH       PIC X VALUE "N".
           88  WS-ENTRY-FOUND                     VALUE "Y".

       01  WS-PARM-LINE                PIC X(80) VALUE SPACES.
       01  WS-PARM-ACTION              PIC X(10) VALUE SPACES.
       01  WS-PARM-TOKEN-2             PIC X(12) VALUE SPACES.
       01  WS-PARM-TOKEN-3             PIC X(10) VALUE SPACES.
       01  WS-PARM-TOKEN-4             PIC X(10) VALUE SPACES.
       01  WS-PARM-STREAM-TOKEN        PIC X(10) VALUE SPACES.
       01  WS-PARM-NUM-X               PIC X(4) JUSTIFIED RIGHT
                                       VALUE SPACES.

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.

      *    THE NIGHTLY ORDER - THE SUBSCRIPT IS THE STEP'S
      *    STP-STEP-SEQ.  BUGSOLUTION IS THE ONE STEP RUN ONCE PER
      *    STREAM.
       01  WS-STEP-NAME-VALUES.
           05  FILLER                  PIC X(12) VALUE "DATECTL".
           05  FILLER                  PIC X(12) VALUE "DOCEDIT".
           05  FILLER                  PIC X(12) VALUE "DOCSPLIT".
           05  FILLER                  PIC X(12) VALUE "BUGSOLUTION".
           05  FILLER                  PIC X(12) VALUE "DOCMERGE".
           05  FILLER                  PIC X(12) VALUE "EXCRENUM".
           05  FILLER                  PIC X(12) VALUE "SEQREG".
           05  FILLER                  PIC X(12) VALUE "FININT".
           05  FILLER                  PIC X(12) VALUE "VOLSTAT".
           05  FILLER                  PIC X(12) VALUE "NUMCONF".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME OCCURS 10 TIMES PIC X(12).

       01  WS-STEP-COUNT               PIC 9(2) COMP VALUE 10.
       01  WS-DATE-STEP-SEQ            PIC 9(2) COMP VALUE 1.
       01  WS-STREAM-STEP-SEQ          PIC 9(2) COMP VALUE 4.
       01  WS-LAST-STEP-SEQ            PIC 9(2) COMP VALUE 10.
       01  WS-STEP-SUB                 PIC 9(2) COMP VALUE ZEROS.

      *    RC 4 IS THE SUITE'S WARNING LEVEL (REJECTS WRITTEN,
      *    SUSPENSE LEFT OVER) - A STEP ENDING AT OR BELOW IT HAS
      *    DONE ITS JOB AND THE NIGHT GOES ON.
       01  WS-CLEAN-RC-MAX             PIC 9(4) VALUE 4.

       01  WS-REQ-STEP-SEQ             PIC 9(2) VALUE ZEROS.
       01  WS-REQ-STREAM-NO            PIC 9(1) VALUE ZEROS.
       01  WS-REQ-RETURN-CODE          PIC 9(4) VALUE ZEROS.
       01  WS-SAVED-START-TIMESTAMP    PIC X(21) VALUE SPACES.

      *    THE NUMBER OF STREAMS DOCSPLIT DEALT TONIGHT, COUNTED
      *    FROM THE SLICE RECORDS ON SPLITCTL.DAT - EVERY ONE OF
      *    THEM MUST END CLEAN BEFORE DOCMERGE MAY START.
       01  WS-STREAM-COUNT             PIC 9(1) VALUE ZEROS.
       01  WS-STREAM-SUB               PIC 9(1) VALUE ZEROS.

      *    THE PREDECESSOR WALK STOPS AT THE FIRST STEP THAT HAS
      *    NOT ENDED CLEAN AND LEAVES IT HERE FOR THE CALLER TO
      *    NAME - AS THE REASON FOR A REFUSAL, OR AS THE RESUME
      *    POINT.
       01  WS-CHECK-LIMIT              PIC 9(2) VALUE ZEROS.
       01  WS-CHECK-SEQ                PIC 9(2) VALUE ZEROS.
       01  WS-CHECK-STREAM-NO          PIC 9(1) VALUE ZEROS.
       01  WS-BLOCK-SEQ                PIC 9(2) VALUE ZEROS.
       01  WS-BLOCK-STREAM-NO          PIC 9(1) VALUE ZEROS.
       01  WS-BLOCK-STATE              PIC X(20) VALUE SPACES.

       01  WS-STEP-LABEL               PIC X(22) VALUE SPACES.
       01  WS-ENTRY-COUNT              PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF NOT WS-REQUEST-VALID
               MOVE 12 TO RETURN-CODE
           ELSE
               EVALUATE WS-PARM-ACTION
                   WHEN "START"
                       PERFORM 2000-START-STEP
                   WHEN "END"
                       PERFORM 3000-END-STEP
                   WHEN "NEXT"
                       PERFORM 4000-SHOW-RESUME-POINT
                   WHEN "STATUS"
                   WHEN SPACES
                       PERFORM 5000-LIST-NIGHT
                   WHEN OTHER
                       DISPLAY "JOBCTL: usage is START <step> "
                           "[stream], END <step> <rc> [stream], "
                           "NEXT or STATUS"
                       MOVE 12 TO RETURN-CODE
               END-EVALUATE
           END-IF

           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-ACTION WS-PARM-TOKEN-2
                    WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
           END-UNSTRING

           PERFORM 1050-GET-BUSINESS-DATE

           EVALUATE WS-PARM-ACTION
               WHEN "START"
                   MOVE WS-PARM-TOKEN-3 TO WS-PARM-STREAM-TOKEN
                   PERFORM 1100-IDENTIFY-STEP
               WHEN "END"
                   MOVE WS-PARM-TOKEN-4 TO WS-PARM-STREAM-TOKEN
                   PERFORM 1100-IDENTIFY-STEP
                   IF WS-REQUEST-VALID
                       PERFORM 1200-GET-RETURN-CODE
                   END-IF
           END-EVALUATE

           OPEN I-O STEP-CONTROL-FILE
           IF WS-STEPCTL-NOT-FOUND
               OPEN OUTPUT STEP-CONTROL-FILE
               CLOSE STEP-CONTROL-FILE
               OPEN I-O STEP-CONTROL-FILE
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    THE LEDGER IS KEYED BY THE OPERATOR-ROLLED PROCESSING
      *    DATE IN BUSDATE.DAT (SEE BUSDATE/DATECTL), THE SAME
      *    CALENDAR EVERY STEP OF THE NIGHT STAMPS ITS WORK WITH.
      *    A MISSING OR UNREADABLE CONTROL RECORD FALLS BACK TO THE
      *    SYSTEM DATE, AS THE REST OF THE SUITE DOES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-BUSDATE-STATUS = "00"
                   AND BDT-BUSINESS-DATE IS NUMERIC
                   MOVE BDT-BUSINESS-DATE TO WS-TODAY-DATE
               ELSE
                   DISPLAY "Warning: BUSDATE.DAT unreadable - "
                       "using system date " WS-TODAY-DATE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           ELSE
               DISPLAY "Warning: no BUSDATE.DAT processing date - "
                   "using system date " WS-TODAY-DATE
           END-IF.

       1100-IDENTIFY-STEP.
           MOVE ZEROS TO WS-REQ-STEP-SEQ
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               IF WS-STEP-NAME(WS-STEP-SUB) = WS-PARM-TOKEN-2
                   MOVE WS-STEP-SUB TO WS-REQ-STEP-SEQ
               END-IF
           END-PERFORM

           IF WS-REQ-STEP-SEQ = ZEROS
               DISPLAY "JOBCTL: " FUNCTION TRIM(WS-PARM-TOKEN-2)
                   " is not a step of the nightly stream"
               MOVE "N" TO WS-REQUEST-VALID-SWITCH
           ELSE
      *        ONLY THE NUMBERING STEP RUNS PER STREAM; A STREAM ON
      *        ANY OTHER STEP IS AN OPERATOR SLIP, NOT SOMETHING TO
      *        FILE UNDER A KEY NO PREDECESSOR CHECK WILL EVER READ.
               IF WS-REQ-STEP-SEQ = WS-STREAM-STEP-SEQ
                   IF WS-PARM-STREAM-TOKEN(1:1) >= "1"
                       AND WS-PARM-STREAM-TOKEN(1:1) <= "4"
                       AND WS-PARM-STREAM-TOKEN(2:1) = SPACE
                       MOVE WS-PARM-STREAM-TOKEN(1:1)
                           TO WS-REQ-STREAM-NO
                   ELSE
                       DISPLAY "JOBCTL: BUGSOLUTION needs its "
                           "stream number, 1 to 4"
                       MOVE "N" TO WS-REQUEST-VALID-SWITCH
                   END-IF
               ELSE
                   IF WS-PARM-STREAM-TOKEN NOT = SPACES
                       DISPLAY "JOBCTL: only BUGSOLUTION runs per "
                           "stream - " FUNCTION TRIM(WS-PARM-TOKEN-2)
                           " takes no stream number"
                       MOVE "N" TO WS-REQUEST-VALID-SWITCH
                   ELSE
                       MOVE ZEROS TO WS-REQ-STREAM-NO
                   END-IF
               END-IF
           END-IF.

       1200-GET-RETURN-CODE.
      *    THE RETURN CODE MAY BE TYPED AS 1 TO 4 DIGITS - RIGHT-
      *    JUSTIFIED AND ZERO-FILLED SO "4" AND "0004" AGREE.
           MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-NUM-X
           INSPECT WS-PARM-NUM-X REPLACING LEADING SPACE BY "0"
           IF WS-PARM-TOKEN-3 NOT = SPACES
               AND WS-PARM-NUM-X IS NUMERIC
               MOVE WS-PARM-NUM-X TO WS-REQ-RETURN-CODE
           ELSE
               DISPLAY "JOBCTL: END needs the step's return code"
               MOVE "N" TO WS-REQUEST-VALID-SWITCH
           END-IF.

       1300-LOAD-STREAM-COUNT.
           MOVE ZEROS TO WS-STREAM-COUNT
           MOVE "N" TO WS-SPLITCTL-EOF-SWITCH
           OPEN INPUT SPLIT-CONTROL-FILE
           IF WS-SPLITCTL-STATUS = "00"
               PERFORM 1310-READ-SPLIT-CONTROL
                   UNTIL WS-SPLITCTL-EOF
               CLOSE SPLIT-CONTROL-FILE
           END-IF.

       1310-READ-SPLIT-CONTROL.
           READ SPLIT-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-SPLITCTL-EOF-SWITCH
               NOT AT END
                   IF SPL-SLICE-REC
                       AND SPL-STREAM-NO > WS-STREAM-COUNT
                       AND SPL-STREAM-NO <= 4
                       MOVE SPL-STREAM-NO TO WS-STREAM-COUNT
                   END-IF
           END-READ.

       2000-START-STEP.
           IF WS-REQ-STEP-SEQ = WS-DATE-STEP-SEQ
               PERFORM 2100-START-DATE-STEP
           ELSE
               PERFORM 2200-START-NIGHT-STEP
           END-IF.

       2100-START-DATE-STEP.
      *    DATECTL OPENS A NEW NIGHT.  A HOLDING ENTRY ALREADY ON
      *    FILE IS AN OPEN ATTEMPT THAT NEVER ENDED CLEAN AND IS
      *    SIMPLY RETRIED.  OTHERWISE THE CURRENT NIGHT MUST BE
      *    FINISHED - NUMCONF ENDED CLEAN - BEFORE THE DATE MAY
      *    MOVE ON; A NIGHT STILL IN PROGRESS MEANS DATECTL HAS
      *    ALREADY DONE ITS WORK AND THIS IS A RERUN TO SKIP PAST.
           MOVE "00000000" TO STP-BUSINESS-DATE
           MOVE WS-DATE-STEP-SEQ TO STP-STEP-SEQ
           MOVE ZEROS TO STP-STREAM-NO
           PERFORM 6100-READ-STEP-ENTRY

           IF WS-ENTRY-FOUND
               DISPLAY "JOBCTL: retrying DATECTL - the last attempt "
                   "to open the next night " STP-STEP-STATUS
               PERFORM 2150-HOLD-DATE-STEP-START
           ELSE
               MOVE WS-TODAY-DATE TO STP-BUSINESS-DATE
               MOVE WS-DATE-STEP-SEQ TO STP-STEP-SEQ
               MOVE ZEROS TO STP-STREAM-NO
               PERFORM 6100-READ-STEP-ENTRY
               IF WS-ENTRY-FOUND AND STP-STEP-ENDED
                   MOVE WS-TODAY-DATE TO STP-BUSINESS-DATE
                   MOVE WS-LAST-STEP-SEQ TO STP-STEP-SEQ
                   MOVE ZEROS TO STP-STREAM-NO
                   PERFORM 6100-READ-STEP-ENTRY
                   IF WS-ENTRY-FOUND AND STP-STEP-ENDED
                       PERFORM 2150-HOLD-DATE-STEP-START
                   ELSE
                       DISPLAY "JOBCTL: the night of "
                           WS-TODAY-DATE " is open and not yet "
                           "finished - DATECTL already ended clean, "
                           "skip it"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM 2150-HOLD-DATE-STEP-START
               END-IF
           END-IF.

       2150-HOLD-DATE-STEP-START.
           MOVE "00000000" TO STP-BUSINESS-DATE
           MOVE WS-DATE-STEP-SEQ TO STP-STEP-SEQ
           MOVE ZEROS TO STP-STREAM-NO
           MOVE FUNCTION CURRENT-DATE TO STP-START-TIMESTAMP
           PERFORM 6200-RECORD-STEP-STARTED
           DISPLAY "JOBCTL: DATECTL may start - opening the night "
               "after " WS-TODAY-DATE.

       2200-START-NIGHT-STEP.
      *    NO STEP OF THE NIGHT MAY RUN WHILE A DATECTL OPEN IS
      *    STILL IN FLIGHT OR FAILED - THE DATE ITS WORK WOULD BE
      *    STAMPED WITH IS NOT SETTLED YET.
           MOVE "00000000" TO STP-BUSINESS-DATE
           MOVE WS-DATE-STEP-SEQ TO STP-STEP-SEQ
           MOVE ZEROS TO STP-STREAM-NO
           PERFORM 6100-READ-STEP-ENTRY
           IF WS-ENTRY-FOUND
               DISPLAY "JOBCTL: cannot start "
                   FUNCTION TRIM(WS-STEP-NAME(WS-REQ-STEP-SEQ))
                   " - DATECTL has not ended clean opening the "
                   "next night (" FUNCTION TRIM(STP-STEP-STATUS) ")"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-TODAY-DATE TO STP-BUSINESS-DATE
               MOVE WS-REQ-STEP-SEQ TO STP-STEP-SEQ
               MOVE WS-REQ-STREAM-NO TO STP-STREAM-NO
               PERFORM 6100-READ-STEP-ENTRY
               IF WS-ENTRY-FOUND AND STP-STEP-ENDED
                   PERFORM 7000-BUILD-STEP-LABEL
                   DISPLAY "JOBCTL: " FUNCTION TRIM(WS-STEP-LABEL)
                       " already ended clean tonight (RC "
                       STP-RETURN-CODE ") - skip it"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 2250-CHECK-AND-START
               END-IF
           END-IF.

       2250-CHECK-AND-START.
           IF WS-ENTRY-FOUND
               PERFORM 7000-BUILD-STEP-LABEL
               DISPLAY "JOBCTL: rerunning " FUNCTION TRIM(WS-STEP-LABEL)
                   " - last attempt " FUNCTION TRIM(STP-STEP-STATUS)
                   " at " STP-START-TIMESTAMP
           END-IF

           IF WS-REQ-STEP-SEQ >= WS-STREAM-STEP-SEQ
               PERFORM 1300-LOAD-STREAM-COUNT
           END-IF

           MOVE WS-REQ-STEP-SEQ TO WS-CHECK-LIMIT
           PERFORM 2300-CHECK-PREDECESSORS

           IF WS-PREDECESSORS-CLEAN
               AND WS-REQ-STEP-SEQ = WS-STREAM-STEP-SEQ
               AND WS-REQ-STREAM-NO > WS-STREAM-COUNT
               DISPLAY "JOBCTL: DOCSPLIT dealt " WS-STREAM-COUNT
                   " streams tonight - there is no stream "
                   WS-REQ-STREAM-NO
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-PREDECESSORS-CLEAN
                   MOVE WS-TODAY-DATE TO STP-BUSINESS-DATE
                   MOVE WS-REQ-STEP-SEQ TO STP-STEP-SEQ
                   MOVE WS-REQ-STREAM-NO TO STP-STREAM-NO
                   MOVE FUNCTION CURRENT-DATE TO STP-START-TIMESTAMP
                   PERFORM 6200-RECORD-STEP-STARTED
                   PERFORM 7000-BUILD-STEP-LABEL
                   DISPLAY "JOBCTL: " FUNCTION TRIM(WS-STEP-LABEL)
                       " may start - night of " WS-TODAY-DATE
               ELSE
                   PERFORM 7000-BUILD-STEP-LABEL
                   DISPLAY "JOBCTL: cannot start "
                       FUNCTION TRIM(WS-STEP-LABEL)
                   PERFORM 7100-DISPLAY-BLOCKING-STEP
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       2300-CHECK-PREDECESSORS.
      *    WALKS TONIGHT'S LEDGER IN STEP ORDER UP TO (NOT
      *    INCLUDING) WS-CHECK-LIMIT AND STOPS AT THE FIRST STEP
      *    THAT HAS NOT ENDED CLEAN.  THE PER-STREAM STEP IS CLEAN
      *    ONLY WHEN EVERY STREAM DOCSPLIT DEALT HAS ENDED CLEAN.
           SET WS-PREDECESSORS-CLEAN TO TRUE
           PERFORM VARYING WS-CHECK-SEQ FROM 1 BY 1
                   UNTIL WS-CHECK-SEQ >= WS-CHECK-LIMIT
                      OR NOT WS-PREDECESSORS-CLEAN
               IF WS-CHECK-SEQ = WS-STREAM-STEP-SEQ
                   PERFORM 2350-CHECK-STREAM-ENTRIES
               ELSE
                   MOVE ZEROS TO WS-CHECK-STREAM-NO
                   PERFORM 2400-CHECK-ONE-ENTRY
               END-IF
           END-PERFORM.

       2350-CHECK-STREAM-ENTRIES.
           IF WS-STREAM-COUNT = ZEROS
               MOVE "N" TO WS-PREDECESSOR-SWITCH
               MOVE WS-CHECK-SEQ TO WS-BLOCK-SEQ
               MOVE ZEROS TO WS-BLOCK-STREAM-NO
               MOVE "NO SPLIT" TO WS-BLOCK-STATE
           ELSE
               PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                       UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
                          OR NOT WS-PREDECESSORS-CLEAN
                   MOVE WS-STREAM-SUB TO WS-CHECK-STREAM-NO
                   PERFORM 2400-CHECK-ONE-ENTRY
               END-PERFORM
           END-IF.

       2400-CHECK-ONE-ENTRY.
           MOVE WS-TODAY-DATE TO STP-BUSINESS-DATE
           MOVE WS-CHECK-SEQ TO STP-STEP-SEQ
           MOVE WS-CHECK-STREAM-NO TO STP-STREAM-NO
           PERFORM 6100-READ-STEP-ENTRY
           IF NOT WS-ENTRY-FOUND
               MOVE "N" TO WS-PREDECESSOR-SWITCH
               MOVE "NOT RUN" TO WS-BLOCK-STATE
           ELSE
               IF NOT STP-STEP-ENDED
                   MOVE "N" TO WS-PREDECESSOR-SWITCH
                   MOVE SPACES TO WS-BLOCK-STATE
                   IF STP-STEP-FAILED
                       STRING "FAILED, RC " STP-RETURN-CODE
                           DELIMITED BY SIZE INTO WS-BLOCK-STATE
                       END-STRING
                   ELSE
                       STRING "STARTED, NEVER ENDED"
                           DELIMITED BY SIZE INTO WS-BLOCK-STATE
                       END-STRING
                   END-IF
               END-IF
           END-IF
           IF NOT WS-PREDECESSORS-CLEAN
               MOVE WS-CHECK-SEQ TO WS-BLOCK-SEQ
               MOVE WS-CHECK-STREAM-NO TO WS-BLOCK-STREAM-NO
           END-IF.

       3000-END-STEP.
           IF WS-REQ-STEP-SEQ = WS-DATE-STEP-SEQ
               PERFORM 3100-END-DATE-STEP
           ELSE
               PERFORM 3200-END-NIGHT-STEP
           END-IF.

       3100-END-DATE-STEP.
      *    DATECTL'S START WAS HELD UNDER THE ALL-ZERO DATE.  A
      *    CLEAN END FILES IT UNDER THE DATE DATECTL HAS JUST SET
      *    (READ AFRESH AT INITIALIZE) AND CLEARS THE HOLD, WHICH
      *    OPENS THE NIGHT; A FAILED END LEAVES THE HOLD IN PLACE,
      *    MARKED FAILED, SO NOTHING ELSE MAY RUN UNTIL IT IS
      *    RETRIED.
           MOVE "00000000" TO STP-BUSINESS-DATE
           MOVE WS-DATE-STEP-SEQ TO STP-STEP-SEQ
           MOVE ZEROS TO STP-STREAM-NO
           PERFORM 6100-READ-STEP-ENTRY
           IF NOT WS-ENTRY-FOUND OR NOT STP-STEP-STARTED
               DISPLAY "JOBCTL: DATECTL has no start in flight - "
                   "END refused"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE STP-START-TIMESTAMP TO WS-SAVED-START-TIMESTAMP
               IF WS-REQ-RETURN-CODE > WS-CLEAN-RC-MAX
                   PERFORM 6300-RECORD-STEP-END
               ELSE
                   DELETE STEP-CONTROL-FILE RECORD
                   MOVE WS-TODAY-DATE TO STP-BUSINESS-DATE
                   MOVE WS-DATE-STEP-SEQ TO STP-STEP-SEQ
                   MOVE ZEROS TO STP-STREAM-NO
                   MOVE WS-SAVED-START-TIMESTAMP
                       TO STP-START-TIMESTAMP
                   PERFORM 6300-RECORD-STEP-END
                   DISPLAY "JOBCTL: night of " WS-TODAY-DATE
                       " opened"
               END-IF
           END-IF.

       3200-END-NIGHT-STEP.
           MOVE WS-TODAY-DATE TO STP-BUSINESS-DATE
           MOVE WS-REQ-STEP-SEQ TO STP-STEP-SEQ
           MOVE WS-REQ-STREAM-NO TO STP-STREAM-NO
           PERFORM 6100-READ-STEP-ENTRY
           PERFORM 7000-BUILD-STEP-LABEL
           IF NOT WS-ENTRY-FOUND OR NOT STP-STEP-STARTED
               DISPLAY "JOBCTL: " FUNCTION TRIM(WS-STEP-LABEL)
                   " has no start in flight tonight - END refused"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 6300-RECORD-STEP-END
           END-IF.

       4000-SHOW-RESUME-POINT.
           MOVE "00000000" TO STP-BUSINESS-DATE
           MOVE WS-DATE-STEP-SEQ TO STP-STEP-SEQ
           MOVE ZEROS TO STP-STREAM-NO
           PERFORM 6100-READ-STEP-ENTRY
           IF WS-ENTRY-FOUND
               DISPLAY "JOBCTL: resume at DATECTL - opening the "
                   "night after " WS-TODAY-DATE " is "
                   FUNCTION TRIM(STP-STEP-STATUS)
           ELSE
               PERFORM 1300-LOAD-STREAM-COUNT
               COMPUTE WS-CHECK-LIMIT = WS-STEP-COUNT + 1
               PERFORM 2300-CHECK-PREDECESSORS
               IF WS-PREDECESSORS-CLEAN
                   DISPLAY "JOBCTL: the night of " WS-TODAY-DATE
                       " is complete - next step is DATECTL to "
                       "open the next night"
               ELSE
                   DISPLAY "JOBCTL: night of " WS-TODAY-DATE
                       " resumes at"
                   PERFORM 7100-DISPLAY-BLOCKING-STEP
               END-IF
           END-IF.

       5000-LIST-NIGHT.
           DISPLAY "JOBCTL: step ledger for the night of "
               WS-TODAY-DATE

           MOVE "00000000" TO STP-BUSINESS-DATE
           MOVE WS-DATE-STEP-SEQ TO STP-STEP-SEQ
           MOVE ZEROS TO STP-STREAM-NO
           PERFORM 6100-READ-STEP-ENTRY
           IF WS-ENTRY-FOUND
               PERFORM 5200-DISPLAY-STEP-ENTRY
           END-IF

           MOVE ZEROS TO WS-ENTRY-COUNT
           MOVE "N" TO WS-LEDGER-EOF-SWITCH
           MOVE WS-TODAY-DATE TO STP-BUSINESS-DATE
           MOVE ZEROS TO STP-STEP-SEQ
           MOVE ZEROS TO STP-STREAM-NO
           START STEP-CONTROL-FILE KEY IS >= STP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-SWITCH
           END-START
           PERFORM 5100-LIST-NEXT-ENTRY
               UNTIL WS-LEDGER-EOF

           IF WS-ENTRY-COUNT = ZEROS
               DISPLAY "JOBCTL: no steps recorded for the night of "
                   WS-TODAY-DATE
           END-IF.

       5100-LIST-NEXT-ENTRY.
           READ STEP-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-SWITCH
           END-READ
           IF WS-LEDGER-EOF OR WS-STEPCTL-STATUS NOT = "00"
               MOVE "Y" TO WS-LEDGER-EOF-SWITCH
           ELSE
               IF STP-BUSINESS-DATE = WS-TODAY-DATE
                   ADD 1 TO WS-ENTRY-COUNT
                   PERFORM 5200-DISPLAY-STEP-ENTRY
               ELSE
                   MOVE "Y" TO WS-LEDGER-EOF-SWITCH
               END-IF
           END-IF.

       5200-DISPLAY-STEP-ENTRY.
           IF STP-STEP-STARTED
               DISPLAY "JOBCTL:   " STP-STEP-SEQ " " STP-STEP-NAME
                   " STREAM " STP-STREAM-NO " " STP-STEP-STATUS
                   " started " STP-START-TIMESTAMP(1:14)
           ELSE
               DISPLAY "JOBCTL:   " STP-STEP-SEQ " " STP-STEP-NAME
                   " STREAM " STP-STREAM-NO " " STP-STEP-STATUS
                   " RC " STP-RETURN-CODE
                   " started " STP-START-TIMESTAMP(1:14)
                   " ended " STP-END-TIMESTAMP(1:14)
           END-IF.

       6100-READ-STEP-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           READ STEP-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
           END-READ.

       6200-RECORD-STEP-STARTED.
      *    KEY AND START TIMESTAMP ARE SET BY THE CALLER.  A RERUN
      *    OVERWRITES THE EARLIER ATTEMPT'S ENTRY - THE LEDGER
      *    HOLDS EACH STEP'S LATEST ATTEMPT, AND THE JOB LOG KEEPS
      *    THE HISTORY OF THE ONES BEFORE IT.
           MOVE WS-STEP-NAME(STP-STEP-SEQ) TO STP-STEP-NAME
           MOVE SPACES TO STP-END-TIMESTAMP
           MOVE ZEROS TO STP-RETURN-CODE
           SET STP-STEP-STARTED TO TRUE
           WRITE STEP-CONTROL-RECORD
               INVALID KEY
                   IF WS-STEPCTL-DUPLICATE-KEY
                       REWRITE STEP-CONTROL-RECORD
                   END-IF
           END-WRITE
           IF WS-STEPCTL-STATUS NOT = "00"
               DISPLAY "Error: step ledger write failed, status "
                   WS-STEPCTL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       6300-RECORD-STEP-END.
      *    KEY AND START TIMESTAMP ARE ALREADY IN THE RECORD AREA.
           MOVE WS-STEP-NAME(STP-STEP-SEQ) TO STP-STEP-NAME
           MOVE FUNCTION CURRENT-DATE TO STP-END-TIMESTAMP
           MOVE WS-REQ-RETURN-CODE TO STP-RETURN-CODE
           IF WS-REQ-RETURN-CODE > WS-CLEAN-RC-MAX
               SET STP-STEP-FAILED TO TRUE
           ELSE
               SET STP-STEP-ENDED TO TRUE
           END-IF
           WRITE STEP-CONTROL-RECORD
               INVALID KEY
                   IF WS-STEPCTL-DUPLICATE-KEY
                       REWRITE STEP-CONTROL-RECORD
                   END-IF
           END-WRITE
           IF WS-STEPCTL-STATUS NOT = "00"
               DISPLAY "Error: step ledger write failed, status "
                   WS-STEPCTL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 7000-BUILD-STEP-LABEL
               IF STP-STEP-FAILED
                   DISPLAY "JOBCTL: " FUNCTION TRIM(WS-STEP-LABEL)
                       " FAILED with RC " STP-RETURN-CODE
                       " - the night resumes here on rerun"
               ELSE
                   DISPLAY "JOBCTL: " FUNCTION TRIM(WS-STEP-LABEL)
                       " ended clean with RC " STP-RETURN-CODE
               END-IF
           END-IF.

       7000-BUILD-STEP-LABEL.
           MOVE SPACES TO WS-STEP-LABEL
           IF WS-REQ-STEP-SEQ = WS-STREAM-STEP-SEQ
               STRING FUNCTION TRIM(WS-STEP-NAME(WS-REQ-STEP-SEQ))
                      " stream " WS-REQ-STREAM-NO
                   DELIMITED BY SIZE INTO WS-STEP-LABEL
               END-STRING
           ELSE
               MOVE WS-STEP-NAME(WS-REQ-STEP-SEQ) TO WS-STEP-LABEL
           END-IF.

       7100-DISPLAY-BLOCKING-STEP.
           IF WS-BLOCK-SEQ = WS-STREAM-STEP-SEQ
               IF WS-BLOCK-STREAM-NO = ZEROS
                   DISPLAY "JOBCTL:   BUGSOLUTION - no SPLITCTL.DAT "
                       "slice counts to say which streams must run"
               ELSE
                   DISPLAY "JOBCTL:   BUGSOLUTION stream "
                       WS-BLOCK-STREAM-NO " is "
                       FUNCTION TRIM(WS-BLOCK-STATE)
               END-IF
           ELSE
               DISPLAY "JOBCTL:   "
                   FUNCTION TRIM(WS-STEP-NAME(WS-BLOCK-SEQ))
                   " is " FUNCTION TRIM(WS-BLOCK-STATE)
           END-IF.

       9000-TERMINATE.
           CLOSE STEP-CONTROL-FILE.
