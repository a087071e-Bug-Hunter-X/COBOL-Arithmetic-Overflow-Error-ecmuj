       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNCHK.
      *****************************************************
      *  MORNING OPERATIONS CHECKLIST.  SIGNING OFF A NIGHT
      *  MEANT OPENING TEN SEPARATE OUTPUTS - THE
      *  BUGSOLUTION JOB LOG, DOCEDIT'S REJECT COUNTS,
      *  VOIDREJ.RPT, SEQREG.RPT, FININT.RPT, ARCPURGE.RPT,
      *  RUNTREND.RPT, PARMLIST.RPT - AND COUNTING ALERT.DAT
      *  AND EXCEPT.DAT BY HAND.  THIS JOB READS THE
      *  UNDERLYING FILES FOR THE BUSINESS DATE IN
      *  BUSDATE.DAT AND PRINTS ONE PAGE, MORNCHK.RPT:
      *
      *    THE NIGHT'S STEPS (STEPCTL.DAT) AND EVERY
      *        NUMBERING RUN BY CYCLE AND STREAM (RUNCTL.DAT)
      *    DOCUMENTS RECEIVED, CLEAN AND REJECTED BY E-CODE
      *        (DOCEDIT'S RECEIPT LOG DOCRECV.DAT - SEE
      *        RCPTREC)
      *    THE SUSPENSE BACKLOG AND ITS OLDEST ENTRY
      *        (EXCEPT.DAT)
      *    ALERTS RAISED SINCE THE NIGHT OPENED (ALERT.DAT)
      *    VOID REQUESTS REJECTED BY V-CODE (VOIDREJ.RPT,
      *        WHEN VOIDSEQ RAN FOR THE BUSINESS DATE)
      *    WHETHER FINFEED.DAT WAS PRODUCED FOR THE DATE AND
      *        BALANCES TO ITS OWN TRAILER (SEE FINFEED)
      *
      *  EVERYTHING THAT NEEDS SOMEONE TO ACT IS LISTED
      *  FIRST UNDER "ACTION REQUIRED", SO THE SHIFT LEAD
      *  CAN SIGN THE NIGHT OFF IN ONE PLACE.  THE JOB ONLY
      *  READS; IT ENDS RC 4 WHEN THERE IS ANY ACTION ITEM.
      *
      *    MORNCHK  (NO PARM)
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

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "DOCRECV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT VOID-REJECT-FILE ASSIGN TO "VOIDREJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDREJ-STATUS.

           SELECT FEED-FILE ASSIGN TO "FINFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT CHECKLIST-REPORT-FILE ASSIGN TO "MORNCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-CONTROL-FILE.
           COPY STEPCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RECEIPT-FILE.
           COPY RCPTREC.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

      *    VOIDSEQ'S PRINTED REJECT REPORT: A HEADING CARRYING THE
      *    BUSINESS DATE AT POSITION 35, THEN ONE LINE PER REJECTED
      *    REQUEST WITH ITS V-CODE IN THE FIRST THREE POSITIONS.
       FD  VOID-REJECT-FILE.
       01  VOID-REJECT-LINE.
           05  VRJ-REASON-CODE             PIC X(3).
           05  FILLER                      PIC X(85).
       01  VOID-REJECT-HEADING.
           05  VRJ-HEADING-TEXT            PIC X(34).
           05  VRJ-HEADING-DATE            PIC X(8).
           05  FILLER                      PIC X(46).

       FD  FEED-FILE.
           COPY FINFEED.

       FD  CHECKLIST-REPORT-FILE.
       01  CHECKLIST-REPORT-LINE           PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-STEPCTL-STATUS           PIC XX VALUE "00".
           88  WS-STEPCTL-NOT-FOUND               VALUE "35".

       01  WS-RUNCTL-STATUS            PIC XX VALUE "00".
           88  WS-RUNCTL-NOT-FOUND                VALUE "35".

       01  WS-RECEIPT-STATUS           PIC XX VALUE "00".
           88  WS-RECEIPT-NOT-FOUND               VALUE "35".

       01  WS-EXCEPTION-STATUS         PIC XX VALUE "00".
           88  WS-EXCEPTION-NOT-FOUND             VALUE "35".

       01  WS-ALERT-STATUS             PIC XX VALUE "00".
           88  WS-ALERT-NOT-FOUND                 VALUE "35".

       01  WS-VOIDREJ-STATUS           PIC XX VALUE "00".
           88  WS-VOIDREJ-NOT-FOUND               VALUE "35".

       01  WS-FEED-STATUS              PIC XX VALUE "00".
           88  WS-FEED-NOT-FOUND                  VALUE "35".

       01  WS-REPORT-STATUS            PIC XX VALUE "00".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                             VALUE "Y".

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-PRINTED-STAMP            PIC X(21) VALUE SPACES.
       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-COUNT-EDIT-2             PIC Z(6)9.
       01  WS-COUNT-EDIT-3             PIC Z(6)9.
       01  WS-COUNT-EDIT-4             PIC Z(6)9.
       01  WS-CODE-SUB                 PIC 9(2) COMP VALUE ZEROS.
       01  WS-LINE-SUB                 PIC 9(2) COMP VALUE ZEROS.

      *    ACTION ITEMS, COLLECTED AS EACH FILE IS READ AND PRINTED
      *    AHEAD OF EVERYTHING ELSE.
       01  WS-ACTION-TEXT              PIC X(74) VALUE SPACES.
       01  WS-ACTION-COUNT             PIC 9(2) COMP VALUE ZEROS.
       01  WS-ACTION-LIMIT             PIC 9(2) COMP VALUE 20.
       01  WS-ACTION-OVERFLOW          PIC 9(5) VALUE ZEROS.
       01  WS-ACTION-TABLE.
           05  WS-ACTION-ENTRY OCCURS 20 TIMES PIC X(74).

      *    NIGHTLY STEPS (SEE STEPCTL).  THE NIGHT IS COMPLETE WHEN
      *    ITS LAST STEP, NUMCONF, HAS ENDED CLEAN.
       01  WS-LAST-STEP-SEQ            PIC 9(2) VALUE 10.
       01  WS-STEP-ENDED-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-STEP-FAILED-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-STEP-RUNNING-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-LAST-STEP-NAME           PIC X(12) VALUE SPACES.
       01  WS-NIGHT-COMPLETE-SWITCH    PIC X VALUE "N".
           88  WS-NIGHT-COMPLETE                  VALUE "Y".
       01  WS-NIGHT-START-STAMP        PIC X(14) VALUE SPACES.
       01  WS-STREAM-EDIT              PIC 9(1).

      *    NUMBERING RUNS FOR THE DATE (SEE RUNCTL).
       01  WS-RUN-COUNT                PIC 9(2) COMP VALUE ZEROS.
       01  WS-RUN-LIMIT                PIC 9(2) COMP VALUE 16.
       01  WS-RUN-OVERFLOW             PIC 9(5) VALUE ZEROS.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 16 TIMES.
               10  WS-RUN-CYCLE-NO         PIC 9(2).
               10  WS-RUN-STREAM-ID        PIC X(10).
               10  WS-RUN-INPUT-COUNT      PIC 9(7).
               10  WS-RUN-STATUS           PIC X(10).

      *    DOCEDIT RECEIPTS FOR THE DATE, REJECTS COUNTED BY THE
      *    DIGIT OF THEIR E-CODE (SEE REJREC).
       01  WS-RECEIVED-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-CLEAN-COUNT              PIC 9(7) VALUE ZEROS.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-FAILED-FILE-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-EDIT-CODE-LIMIT          PIC 9(2) COMP VALUE 9.
       01  WS-EDIT-CODE-COUNTS.
           05  WS-EDIT-CODE-COUNT OCCURS 9 TIMES PIC 9(7).
       01  WS-EDIT-OTHER-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-RECEIPT-MISSING-SWITCH   PIC X VALUE "N".
           88  WS-RECEIPT-MISSING                 VALUE "Y".

      *    SUSPENSE BACKLOG.
       01  WS-SUSPENSE-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-OLDEST-DATE              PIC X(8) VALUE SPACES.
       01  WS-OLDEST-DOC-ID            PIC X(20) VALUE SPACES.
       01  WS-OLDEST-CYCLE-NO          PIC 9(2) VALUE ZEROS.
       01  WS-OLDEST-AGE-DAYS          PIC 9(5) VALUE ZEROS.
       01  WS-AGE-EDIT                 PIC ZZZZ9.
       01  WS-DATE-NUM                 PIC 9(8) VALUE ZEROS.
       01  WS-DATE-INT                 PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-INT                PIC 9(8) VALUE ZEROS.

      *    ALERTS SINCE THE NIGHT OPENED - THE FIRST FEW ARE LISTED.
       01  WS-ALERT-COUNT              PIC 9(7) VALUE ZEROS.
       01  WS-ALERT-LIST-COUNT         PIC 9(2) COMP VALUE ZEROS.
       01  WS-ALERT-LIST-LIMIT         PIC 9(2) COMP VALUE 8.
       01  WS-ALERT-TABLE.
           05  WS-ALERT-ENTRY OCCURS 8 TIMES.
               10  WS-ALE-ALERT-TYPE       PIC X(10).
               10  WS-ALE-TIMESTAMP        PIC X(14).
               10  WS-ALE-CYCLE-NO         PIC 9(2).
               10  WS-ALE-DOC-ID           PIC X(20).
               10  WS-ALE-SEVERITY         PIC X(8).

      *    VOIDSEQ REJECTS BY THE DIGIT OF THEIR V-CODE (SEE
      *    VOIDSEQ).
       01  WS-VOID-RUN-SWITCH          PIC X VALUE "N".
           88  WS-VOID-RUN-TODAY                  VALUE "Y".
       01  WS-VOID-REPORT-DATE         PIC X(8) VALUE SPACES.
       01  WS-VOID-REJECT-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-VOID-CODE-LIMIT          PIC 9(2) COMP VALUE 5.
       01  WS-VOID-CODE-COUNTS.
           05  WS-VOID-CODE-COUNT OCCURS 9 TIMES PIC 9(7).
       01  WS-VOID-LINE-COUNT          PIC 9(7) VALUE ZEROS.

      *    FINANCE FEED BALANCING - THE FINFEED HASH RULE.
       01  WS-FEED-STATE               PIC X VALUE "M".
           88  WS-FEED-MISSING                    VALUE "M".
           88  WS-FEED-STALE                      VALUE "S".
           88  WS-FEED-BALANCED                   VALUE "B".
           88  WS-FEED-UNBALANCED                 VALUE "U".
       01  WS-FEED-DATE                PIC X(8) VALUE SPACES.
       01  WS-FEED-RECORD-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-FEED-DETAIL-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-FEED-HASH-TOTAL          PIC 9(12) VALUE ZEROS.
       01  WS-FEED-PROBLEM             PIC X(40) VALUE SPACES.
       01  WS-TRAILER-SEEN-SWITCH      PIC X VALUE "N".
           88  WS-TRAILER-SEEN                    VALUE "Y".
       01  WS-TRAILER-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-TRAILER-HASH             PIC 9(12) VALUE ZEROS.
       01  WS-FEED-DETAIL-IMAGE        PIC X(80) VALUE SPACES.
       01  WS-HASH-RECORD-VALUE        PIC 9(12) VALUE ZEROS.
       01  WS-HASH-WORK                PIC 9(13) VALUE ZEROS.
       01  WS-HASH-QUOTIENT            PIC 9(13) VALUE ZEROS.
       01  WS-HASH-DIGIT-X             PIC X.
       01  WS-HASH-DIGIT REDEFINES WS-HASH-DIGIT-X PIC 9.
       01  WS-HASH-SUB                 PIC 9(2) COMP VALUE ZEROS.

       01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(37)
               VALUE "MORNCHK OPERATIONS CHECKLIST - DATE ".
           05  WS-HDG-DATE             PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  PRINTED ".
           05  WS-HDG-PRINTED-DATE     PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-HDG-PRINTED-HH       PIC X(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-HDG-PRINTED-MM       PIC X(2).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-RUN-LINE.
           05  FILLER                  PIC X(8) VALUE "  CYCLE ".
           05  WS-RNL-CYCLE-NO         PIC 9(2).
           05  FILLER                  PIC X(8) VALUE " STREAM ".
           05  WS-RNL-STREAM-ID        PIC X(10).
           05  FILLER                  PIC X(6) VALUE " RECS ".
           05  WS-RNL-INPUT-COUNT      PIC Z(6)9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RNL-STATUS           PIC X(10).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-CODE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CDL-ENTRY OCCURS 5 TIMES.
               10  WS-CDL-CODE             PIC X(3).
               10  FILLER                  PIC X(1).
               10  WS-CDL-COUNT            PIC Z(6)9.
               10  FILLER                  PIC X(3).
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-ALERT-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ALL-ALERT-TYPE       PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-ALL-DATE             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-ALL-HH               PIC X(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-ALL-MM               PIC X(2).
           05  FILLER                  PIC X(7) VALUE " CYCLE ".
           05  WS-ALL-CYCLE-NO         PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-ALL-DOC-ID           PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-ALL-SEVERITY         PIC X(8).
           05  FILLER                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-COLLECT-STEP-LEDGER
           PERFORM 2100-COLLECT-RUN-LEDGER
           PERFORM 2200-COLLECT-RECEIPTS
           PERFORM 2300-COLLECT-SUSPENSE
           PERFORM 2400-COLLECT-ALERTS
           PERFORM 2500-COLLECT-VOID-REJECTS
           PERFORM 2600-CHECK-FINANCE-FEED

           PERFORM 5000-PRINT-CHECKLIST

           PERFORM 8000-PRINT-CHECKLIST-SUMMARY

           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-PRINTED-STAMP
           MOVE ZEROS TO WS-EDIT-CODE-COUNTS
           MOVE ZEROS TO WS-VOID-CODE-COUNTS
           MOVE SPACES TO WS-ACTION-TABLE
           MOVE WS-TODAY-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           OPEN OUTPUT CHECKLIST-REPORT-FILE.

       1050-GET-BUSINESS-DATE.
      *    THE CHECKLIST IS FOR THE OPERATOR-ROLLED PROCESSING DATE
      *    IN BUSDATE.DAT (SEE BUSDATE/DATECTL) - STILL THE NIGHT
      *    JUST RUN UNTIL DATECTL OPENS THE NEXT ONE - FALLING BACK
      *    TO THE SYSTEM DATE WHEN NO CONTROL RECORD IS ON FILE.
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

       2000-COLLECT-STEP-LEDGER.
      *    DATECTL'S START OPENS THE NIGHT; ITS TIMESTAMP IS ALSO
      *    WHERE "OVERNIGHT" BEGINS FOR THE ALERT COUNT.
           OPEN INPUT STEP-CONTROL-FILE
           IF WS-STEPCTL-NOT-FOUND
               MOVE "no STEPCTL.DAT - night not run under JOBCTL"
                   TO WS-ACTION-TEXT
               PERFORM 7900-ADD-ACTION-ITEM
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-TODAY-DATE TO STP-BUSINESS-DATE
               MOVE ZEROS TO STP-STEP-SEQ
               MOVE ZEROS TO STP-STREAM-NO
               START STEP-CONTROL-FILE KEY IS >= STP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM 2010-COLLECT-NEXT-STEP
                   UNTIL WS-EOF
               CLOSE STEP-CONTROL-FILE

               IF NOT WS-NIGHT-COMPLETE
                   STRING "night not complete - NUMCONF has not "
                       "ended clean" DELIMITED BY SIZE
                       INTO WS-ACTION-TEXT
                   END-STRING
                   PERFORM 7900-ADD-ACTION-ITEM
               END-IF
           END-IF.

       2010-COLLECT-NEXT-STEP.
           READ STEP-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF WS-EOF OR WS-STEPCTL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF STP-BUSINESS-DATE NOT = WS-TODAY-DATE
                   MOVE "Y" TO WS-EOF-SWITCH
               ELSE
                   IF STP-STEP-SEQ = 1
                       MOVE STP-START-TIMESTAMP(1:14)
                           TO WS-NIGHT-START-STAMP
                   END-IF
                   MOVE STP-STREAM-NO TO WS-STREAM-EDIT
                   MOVE SPACES TO WS-ACTION-TEXT
                   EVALUATE TRUE
                       WHEN STP-STEP-ENDED
                           ADD 1 TO WS-STEP-ENDED-COUNT
                           MOVE STP-STEP-NAME TO WS-LAST-STEP-NAME
                           IF STP-STEP-SEQ = WS-LAST-STEP-SEQ
                               SET WS-NIGHT-COMPLETE TO TRUE
                           END-IF
                       WHEN STP-STEP-FAILED
                           ADD 1 TO WS-STEP-FAILED-COUNT
                           STRING "step " STP-STEP-NAME " stream "
                               WS-STREAM-EDIT " FAILED RC "
                               STP-RETURN-CODE " - rerun via JOBCTL"
                               DELIMITED BY SIZE INTO WS-ACTION-TEXT
                           END-STRING
                           PERFORM 7900-ADD-ACTION-ITEM
                       WHEN OTHER
                           ADD 1 TO WS-STEP-RUNNING-COUNT
                           STRING "step " STP-STEP-NAME " stream "
                               WS-STREAM-EDIT " started but never "
                               "ended" DELIMITED BY SIZE
                               INTO WS-ACTION-TEXT
                           END-STRING
                           PERFORM 7900-ADD-ACTION-ITEM
                   END-EVALUATE
               END-IF
           END-IF.

       2100-COLLECT-RUN-LEDGER.
      *    THE LEDGER IS CYCLE-MAJOR, SO THE WHOLE FILE IS READ AND
      *    THE DATE'S RUNS PICKED OUT.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-NOT-FOUND
               MOVE "no RUNCTL.DAT - no numbering run on file"
                   TO WS-ACTION-TEXT
               PERFORM 7900-ADD-ACTION-ITEM
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2110-COLLECT-NEXT-RUN
                   UNTIL WS-EOF
               CLOSE RUN-CONTROL-FILE
               IF WS-RUN-COUNT = ZEROS AND WS-RUN-OVERFLOW = ZEROS
                   MOVE "no numbering run recorded for the date"
                       TO WS-ACTION-TEXT
                   PERFORM 7900-ADD-ACTION-ITEM
               END-IF
           END-IF.

       2110-COLLECT-NEXT-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF WS-EOF OR WS-RUNCTL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF RCR-RUN-DATE = WS-TODAY-DATE
                   IF WS-RUN-COUNT < WS-RUN-LIMIT
                       ADD 1 TO WS-RUN-COUNT
                       MOVE RCR-CYCLE-NO
                           TO WS-RUN-CYCLE-NO(WS-RUN-COUNT)
                       MOVE RCR-STREAM-ID
                           TO WS-RUN-STREAM-ID(WS-RUN-COUNT)
                       MOVE RCR-INPUT-COUNT
                           TO WS-RUN-INPUT-COUNT(WS-RUN-COUNT)
                       MOVE RCR-RUN-STATUS
                           TO WS-RUN-STATUS(WS-RUN-COUNT)
                   ELSE
                       ADD 1 TO WS-RUN-OVERFLOW
                   END-IF
                   MOVE SPACES TO WS-ACTION-TEXT
                   EVALUATE TRUE
                       WHEN RCR-RUN-STARTED
                           STRING "cycle " RCR-CYCLE-NO " stream "
                               RCR-STREAM-ID " run died in flight - "
                               "still STARTED" DELIMITED BY SIZE
                               INTO WS-ACTION-TEXT
                           END-STRING
                           PERFORM 7900-ADD-ACTION-ITEM
                       WHEN RCR-RUN-DISCREPANT
                           STRING "cycle " RCR-CYCLE-NO " stream "
                               RCR-STREAM-ID " run DISCREPANT - "
                               "counts did not reconcile"
                               DELIMITED BY SIZE INTO WS-ACTION-TEXT
                           END-STRING
                           PERFORM 7900-ADD-ACTION-ITEM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       2200-COLLECT-RECEIPTS.
           OPEN INPUT RECEIPT-FILE
           IF WS-RECEIPT-NOT-FOUND
               SET WS-RECEIPT-MISSING TO TRUE
               MOVE "no DOCRECV.DAT - DOCEDIT receipts not on file"
                   TO WS-ACTION-TEXT
               PERFORM 7900-ADD-ACTION-ITEM
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               MOVE WS-TODAY-DATE TO RCP-BUSINESS-DATE
               MOVE LOW-VALUES TO RCP-SOURCE-SYSTEM
               MOVE LOW-VALUES TO RCP-DOC-ID
               START RECEIPT-FILE KEY IS >= RCP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SWITCH
               END-START
               PERFORM 2210-COLLECT-NEXT-RECEIPT
                   UNTIL WS-EOF
               CLOSE RECEIPT-FILE

               IF WS-REJECTED-COUNT > ZEROS
                   MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING FUNCTION TRIM(WS-COUNT-EDIT)
                       " documents rejected by DOCEDIT - "
                       "source systems to resubmit"
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   END-STRING
                   PERFORM 7900-ADD-ACTION-ITEM
               END-IF
               IF WS-FAILED-FILE-COUNT > ZEROS
                   MOVE WS-FAILED-FILE-COUNT TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING FUNCTION TRIM(WS-COUNT-EDIT)
                       " documents in extracts that failed control "
                       "totals" DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   END-STRING
                   PERFORM 7900-ADD-ACTION-ITEM
               END-IF
           END-IF.

       2210-COLLECT-NEXT-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ
           IF WS-EOF OR WS-RECEIPT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF RCP-BUSINESS-DATE NOT = WS-TODAY-DATE
                   MOVE "Y" TO WS-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-RECEIVED-COUNT
                   EVALUATE TRUE
                       WHEN RCP-FILE-FAILED
                           ADD 1 TO WS-FAILED-FILE-COUNT
                       WHEN RCP-EDIT-PASSED
                           ADD 1 TO WS-CLEAN-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-REJECTED-COUNT
                           IF RCP-EDIT-CODE(1:2) = "E0"
                               AND RCP-EDIT-CODE(3:1) IS NUMERIC
                               AND RCP-EDIT-CODE(3:1) NOT = "0"
                               MOVE RCP-EDIT-CODE(3:1)
                                   TO WS-HASH-DIGIT-X
                               ADD 1 TO
                                   WS-EDIT-CODE-COUNT(WS-HASH-DIGIT)
                           ELSE
                               ADD 1 TO WS-EDIT-OTHER-COUNT
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       2300-COLLECT-SUSPENSE.
      *    EXCEPT.DAT CARRIES EVERY ENTRY EXCRENUM HAS NOT YET
      *    CLEARED, WHATEVER NIGHT IT WENT TO SUSPENSE.
           OPEN INPUT EXCEPTION-FILE
           IF NOT WS-EXCEPTION-NOT-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2310-COLLECT-NEXT-SUSPENSE
                   UNTIL WS-EOF
               CLOSE EXCEPTION-FILE
           END-IF

           IF WS-SUSPENSE-COUNT > ZEROS
               IF WS-OLDEST-DATE IS NUMERIC
                   MOVE WS-OLDEST-DATE TO WS-DATE-NUM
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   IF WS-TODAY-INT > WS-DATE-INT
                       COMPUTE WS-OLDEST-AGE-DAYS =
                           WS-TODAY-INT - WS-DATE-INT
                   END-IF
               END-IF
               MOVE WS-SUSPENSE-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-ACTION-TEXT
               STRING FUNCTION TRIM(WS-COUNT-EDIT)
                   " documents in suspense, oldest since "
                   WS-OLDEST-DATE " - see EXCRENUM"
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               END-STRING
               PERFORM 7900-ADD-ACTION-ITEM
           END-IF.

       2310-COLLECT-NEXT-SUSPENSE.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SUSPENSE-COUNT
                   IF WS-SUSPENSE-COUNT = 1
                       OR EXC-SUSPENSE-DATE < WS-OLDEST-DATE
                       MOVE EXC-SUSPENSE-DATE TO WS-OLDEST-DATE
                       MOVE EXC-DOC-ID TO WS-OLDEST-DOC-ID
                       MOVE EXC-CYCLE-NO TO WS-OLDEST-CYCLE-NO
                   END-IF
           END-READ.

       2400-COLLECT-ALERTS.
      *    ALERT.DAT IS APPENDED NIGHT AFTER NIGHT.  AN ALERT IS
      *    OVERNIGHT WHEN IT WAS RAISED AFTER DATECTL OPENED THE
      *    NIGHT; WITHOUT A STEP LEDGER ENTRY, ANY ALERT DATED ON
      *    OR AFTER THE BUSINESS DATE COUNTS.
           IF WS-NIGHT-START-STAMP = SPACES
               MOVE WS-TODAY-DATE TO WS-NIGHT-START-STAMP(1:8)
               MOVE "000000" TO WS-NIGHT-START-STAMP(9:6)
           END-IF

           OPEN INPUT ALERT-FILE
           IF NOT WS-ALERT-NOT-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2410-COLLECT-NEXT-ALERT
                   UNTIL WS-EOF
               CLOSE ALERT-FILE
           END-IF

           IF WS-ALERT-COUNT > ZEROS
               MOVE WS-ALERT-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-ACTION-TEXT
               STRING FUNCTION TRIM(WS-COUNT-EDIT)
                   " alerts raised overnight - see ALERTS below"
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               END-STRING
               PERFORM 7900-ADD-ACTION-ITEM
           END-IF.

       2410-COLLECT-NEXT-ALERT.
           READ ALERT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   IF ALT-TIMESTAMP(1:14) >= WS-NIGHT-START-STAMP
                       ADD 1 TO WS-ALERT-COUNT
                       IF WS-ALERT-LIST-COUNT < WS-ALERT-LIST-LIMIT
                           ADD 1 TO WS-ALERT-LIST-COUNT
                           MOVE ALT-ALERT-TYPE TO
                               WS-ALE-ALERT-TYPE(WS-ALERT-LIST-COUNT)
                           MOVE ALT-TIMESTAMP(1:14) TO
                               WS-ALE-TIMESTAMP(WS-ALERT-LIST-COUNT)
                           MOVE ALT-CYCLE-NO TO
                               WS-ALE-CYCLE-NO(WS-ALERT-LIST-COUNT)
                           MOVE ALT-DOC-ID TO
                               WS-ALE-DOC-ID(WS-ALERT-LIST-COUNT)
                           MOVE ALT-SEVERITY TO
                               WS-ALE-SEVERITY(WS-ALERT-LIST-COUNT)
                       END-IF
                   END-IF
           END-READ.

       2500-COLLECT-VOID-REJECTS.
      *    VOIDREJ.RPT IS REWRITTEN BY EVERY VOIDSEQ RUN; IT ONLY
      *    SPEAKS FOR THE DATE WHEN ITS HEADING CARRIES THAT DATE.
           OPEN INPUT VOID-REJECT-FILE
           IF NOT WS-VOIDREJ-NOT-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2510-COLLECT-NEXT-VOID-LINE
                   UNTIL WS-EOF
               CLOSE VOID-REJECT-FILE
           END-IF

           IF WS-VOID-REJECT-COUNT > ZEROS
               MOVE WS-VOID-REJECT-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-ACTION-TEXT
               STRING FUNCTION TRIM(WS-COUNT-EDIT)
                   " void requests rejected by VOIDSEQ - "
                   "requesters to be told" DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
               END-STRING
               PERFORM 7900-ADD-ACTION-ITEM
           END-IF.

       2510-COLLECT-NEXT-VOID-LINE.
           READ VOID-REJECT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-VOID-LINE-COUNT
                   IF WS-VOID-LINE-COUNT = 1
                       MOVE VRJ-HEADING-DATE TO WS-VOID-REPORT-DATE
                       IF VRJ-HEADING-TEXT(1:7) = "VOIDSEQ"
                           AND VRJ-HEADING-DATE = WS-TODAY-DATE
                           SET WS-VOID-RUN-TODAY TO TRUE
                       ELSE
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
                   ELSE
                       IF VRJ-REASON-CODE(1:2) = "V0"
                           AND VRJ-REASON-CODE(3:1) IS NUMERIC
                           AND VRJ-REASON-CODE(3:1) NOT = "0"
                           ADD 1 TO WS-VOID-REJECT-COUNT
                           MOVE VRJ-REASON-CODE(3:1)
                               TO WS-HASH-DIGIT-X
                           ADD 1 TO WS-VOID-CODE-COUNT(WS-HASH-DIGIT)
                       END-IF
                   END-IF
           END-READ.

       2600-CHECK-FINANCE-FEED.
      *    THE SAME BALANCE THE RECEIVING LEDGER APPLIES: HEADER
      *    FIRST, ONE TRAILER LAST, AND THE TRAILER COUNT AND HASH
      *    AGREEING WITH THE DETAILS.
           OPEN INPUT FEED-FILE
           IF WS-FEED-NOT-FOUND
               SET WS-FEED-MISSING TO TRUE
           ELSE
               SET WS-FEED-BALANCED TO TRUE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2610-CHECK-NEXT-FEED-RECORD
                   UNTIL WS-EOF
               CLOSE FEED-FILE

               IF WS-FEED-BALANCED AND NOT WS-TRAILER-SEEN
                   SET WS-FEED-UNBALANCED TO TRUE
                   MOVE "no trailer - file is truncated"
                       TO WS-FEED-PROBLEM
               END-IF
               IF WS-FEED-BALANCED
                   AND (WS-TRAILER-COUNT NOT = WS-FEED-DETAIL-COUNT
                     OR WS-TRAILER-HASH NOT = WS-FEED-HASH-TOTAL)
                   SET WS-FEED-UNBALANCED TO TRUE
                   MOVE "trailer count/hash does not balance"
                       TO WS-FEED-PROBLEM
               END-IF
               IF WS-FEED-BALANCED
                   AND WS-FEED-DATE NOT = WS-TODAY-DATE
                   SET WS-FEED-STALE TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO WS-ACTION-TEXT
           EVALUATE TRUE
               WHEN WS-FEED-MISSING
                   MOVE "FINFEED.DAT not produced - FININT to rerun"
                       TO WS-ACTION-TEXT
                   PERFORM 7900-ADD-ACTION-ITEM
               WHEN WS-FEED-STALE
                   STRING "FINFEED.DAT is the " WS-FEED-DATE
                       " feed - not produced for the date"
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   END-STRING
                   PERFORM 7900-ADD-ACTION-ITEM
               WHEN WS-FEED-UNBALANCED
                   STRING "FINFEED.DAT does not balance - "
                       WS-FEED-PROBLEM DELIMITED BY SIZE
                       INTO WS-ACTION-TEXT
                   END-STRING
                   PERFORM 7900-ADD-ACTION-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2610-CHECK-NEXT-FEED-RECORD.
           READ FEED-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-FEED-RECORD-COUNT
                   EVALUATE TRUE
                       WHEN WS-TRAILER-SEEN
                           SET WS-FEED-UNBALANCED TO TRUE
                           MOVE "record found after the trailer"
                               TO WS-FEED-PROBLEM
                           MOVE "Y" TO WS-EOF-SWITCH
                       WHEN WS-FEED-RECORD-COUNT = 1
                           IF FFD-HEADER-REC
                               MOVE FFH-FEED-DATE TO WS-FEED-DATE
                           ELSE
                               SET WS-FEED-UNBALANCED TO TRUE
                               MOVE "first record is not the header"
                                   TO WS-FEED-PROBLEM
                               MOVE "Y" TO WS-EOF-SWITCH
                           END-IF
                       WHEN FFD-TRAILER-REC
                           SET WS-TRAILER-SEEN TO TRUE
                           IF FFT-RECORD-COUNT IS NUMERIC
                               AND FFT-HASH-TOTAL IS NUMERIC
                               MOVE FFT-RECORD-COUNT
                                   TO WS-TRAILER-COUNT
                               MOVE FFT-HASH-TOTAL
                                   TO WS-TRAILER-HASH
                           ELSE
                               SET WS-FEED-UNBALANCED TO TRUE
                               MOVE "trailer count/hash not numeric"
                                   TO WS-FEED-PROBLEM
                               MOVE "Y" TO WS-EOF-SWITCH
                           END-IF
                       WHEN FFD-DETAIL-REC
                           ADD 1 TO WS-FEED-DETAIL-COUNT
                           MOVE FINANCE-FEED-RECORD
                               TO WS-FEED-DETAIL-IMAGE
                           PERFORM 2620-HASH-THIS-DETAIL
                           COMPUTE WS-HASH-WORK = WS-FEED-HASH-TOTAL
                               + WS-HASH-RECORD-VALUE
                           DIVIDE WS-HASH-WORK BY 1000000000000
                               GIVING WS-HASH-QUOTIENT
                               REMAINDER WS-FEED-HASH-TOTAL
                       WHEN OTHER
                           SET WS-FEED-UNBALANCED TO TRUE
                           MOVE "record type is not H/D/T"
                               TO WS-FEED-PROBLEM
                           MOVE "Y" TO WS-EOF-SWITCH
                   END-EVALUATE
           END-READ.

       2620-HASH-THIS-DETAIL.
      *    THE FINFEED HASH RULE: THE NUMERIC CHARACTERS OF THE
      *    DETAIL IMAGE, TAKEN IN ORDER, FORM ONE NUMBER KEPT TO
      *    12 DIGITS.
           MOVE ZEROS TO WS-HASH-RECORD-VALUE
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > 80
               IF WS-FEED-DETAIL-IMAGE(WS-HASH-SUB:1) IS NUMERIC
                   MOVE WS-FEED-DETAIL-IMAGE(WS-HASH-SUB:1)
                       TO WS-HASH-DIGIT-X
                   COMPUTE WS-HASH-WORK =
                       WS-HASH-RECORD-VALUE * 10 + WS-HASH-DIGIT
                   DIVIDE WS-HASH-WORK BY 1000000000000
                       GIVING WS-HASH-QUOTIENT
                       REMAINDER WS-HASH-RECORD-VALUE
               END-IF
           END-PERFORM.

       5000-PRINT-CHECKLIST.
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           MOVE WS-PRINTED-STAMP(1:8) TO WS-HDG-PRINTED-DATE
           MOVE WS-PRINTED-STAMP(9:2) TO WS-HDG-PRINTED-HH
           MOVE WS-PRINTED-STAMP(11:2) TO WS-HDG-PRINTED-MM
           WRITE CHECKLIST-REPORT-LINE FROM WS-HEADING-LINE

           PERFORM 5100-PRINT-ACTION-ITEMS
           PERFORM 5200-PRINT-NIGHT-RUNS
           PERFORM 5300-PRINT-DOCUMENT-EDIT
           PERFORM 5400-PRINT-SUSPENSE
           PERFORM 5500-PRINT-ALERTS
           PERFORM 5600-PRINT-VOID-REJECTS
           PERFORM 5700-PRINT-FINANCE-FEED.

       5100-PRINT-ACTION-ITEMS.
           PERFORM 7800-PRINT-BLANK-LINE
           IF WS-ACTION-COUNT = ZEROS
               MOVE "ACTION REQUIRED: NONE - NIGHT MAY BE SIGNED OFF"
                   TO WS-PRINT-LINE
               WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
           ELSE
               MOVE "ACTION REQUIRED:" TO WS-PRINT-LINE
               WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-ACTION-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  ** " WS-ACTION-ENTRY(WS-LINE-SUB)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
               END-PERFORM
               IF WS-ACTION-OVERFLOW > ZEROS
                   MOVE WS-ACTION-OVERFLOW TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  ** AND " FUNCTION TRIM(WS-COUNT-EDIT)
                       " MORE - SEE THE SECTIONS BELOW"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
               END-IF
           END-IF.

       5200-PRINT-NIGHT-RUNS.
           PERFORM 7800-PRINT-BLANK-LINE
           MOVE "NIGHTLY STEPS AND NUMBERING RUNS (STEPCTL/RUNCTL)"
               TO WS-PRINT-LINE
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE

           MOVE WS-STEP-ENDED-COUNT TO WS-COUNT-EDIT
           MOVE WS-STEP-FAILED-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-STEP-RUNNING-COUNT TO WS-COUNT-EDIT-3
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-NIGHT-COMPLETE
               STRING "  STEPS ENDED " FUNCTION TRIM(WS-COUNT-EDIT)
                   "  FAILED " FUNCTION TRIM(WS-COUNT-EDIT-2)
                   "  OPEN " FUNCTION TRIM(WS-COUNT-EDIT-3)
                   "  NIGHT COMPLETE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING "  STEPS ENDED " FUNCTION TRIM(WS-COUNT-EDIT)
                   "  FAILED " FUNCTION TRIM(WS-COUNT-EDIT-2)
                   "  OPEN " FUNCTION TRIM(WS-COUNT-EDIT-3)
                   "  LAST ENDED " WS-LAST-STEP-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-RUN-COUNT
               MOVE WS-RUN-CYCLE-NO(WS-LINE-SUB) TO WS-RNL-CYCLE-NO
               MOVE WS-RUN-STREAM-ID(WS-LINE-SUB) TO WS-RNL-STREAM-ID
               MOVE WS-RUN-INPUT-COUNT(WS-LINE-SUB)
                   TO WS-RNL-INPUT-COUNT
               MOVE WS-RUN-STATUS(WS-LINE-SUB) TO WS-RNL-STATUS
               WRITE CHECKLIST-REPORT-LINE FROM WS-RUN-LINE
           END-PERFORM
           IF WS-RUN-OVERFLOW > ZEROS
               MOVE WS-RUN-OVERFLOW TO WS-COUNT-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  AND " FUNCTION TRIM(WS-COUNT-EDIT)
                   " MORE RUNS - SEE RUNTREND.RPT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
           END-IF.

       5300-PRINT-DOCUMENT-EDIT.
           PERFORM 7800-PRINT-BLANK-LINE
           MOVE "DOCUMENTS RECEIVED (DOCEDIT)" TO WS-PRINT-LINE
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
           IF WS-RECEIPT-MISSING
               MOVE "  NO RECEIPT LOG ON FILE" TO WS-PRINT-LINE
               WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
           ELSE
               MOVE WS-RECEIVED-COUNT TO WS-COUNT-EDIT
               MOVE WS-CLEAN-COUNT TO WS-COUNT-EDIT-2
               MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT-3
               MOVE WS-FAILED-FILE-COUNT TO WS-COUNT-EDIT-4
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  RECEIVED " FUNCTION TRIM(WS-COUNT-EDIT)
                   "  CLEAN " FUNCTION TRIM(WS-COUNT-EDIT-2)
                   "  REJECTED " FUNCTION TRIM(WS-COUNT-EDIT-3)
                   "  IN FAILED FILES " FUNCTION TRIM(WS-COUNT-EDIT-4)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE

               MOVE SPACES TO WS-CODE-LINE
               MOVE ZEROS TO WS-LINE-SUB
               PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                       UNTIL WS-CODE-SUB > WS-EDIT-CODE-LIMIT
                   ADD 1 TO WS-LINE-SUB
                   MOVE WS-CODE-SUB TO WS-HASH-DIGIT
                   STRING "E0" WS-HASH-DIGIT-X DELIMITED BY SIZE
                       INTO WS-CDL-CODE(WS-LINE-SUB)
                   END-STRING
                   MOVE WS-EDIT-CODE-COUNT(WS-CODE-SUB)
                       TO WS-CDL-COUNT(WS-LINE-SUB)
                   IF WS-LINE-SUB = 5
                       WRITE CHECKLIST-REPORT-LINE FROM WS-CODE-LINE
                       MOVE SPACES TO WS-CODE-LINE
                       MOVE ZEROS TO WS-LINE-SUB
                   END-IF
               END-PERFORM
               IF WS-EDIT-OTHER-COUNT > ZEROS
                   ADD 1 TO WS-LINE-SUB
                   MOVE "???" TO WS-CDL-CODE(WS-LINE-SUB)
                   MOVE WS-EDIT-OTHER-COUNT
                       TO WS-CDL-COUNT(WS-LINE-SUB)
               END-IF
               IF WS-LINE-SUB > ZEROS
                   WRITE CHECKLIST-REPORT-LINE FROM WS-CODE-LINE
               END-IF
           END-IF.

       5400-PRINT-SUSPENSE.
           PERFORM 7800-PRINT-BLANK-LINE
           MOVE "SUSPENSE BACKLOG (EXCEPT.DAT)" TO WS-PRINT-LINE
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-SUSPENSE-COUNT = ZEROS
               MOVE "  BACKLOG 0" TO WS-PRINT-LINE
           ELSE
               MOVE WS-OLDEST-AGE-DAYS TO WS-AGE-EDIT
               STRING "  BACKLOG " FUNCTION TRIM(WS-COUNT-EDIT)
                   "  OLDEST " WS-OLDEST-DATE " ("
                   FUNCTION TRIM(WS-AGE-EDIT) " DAYS) CYCLE "
                   WS-OLDEST-CYCLE-NO " " WS-OLDEST-DOC-ID
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE.

       5500-PRINT-ALERTS.
           PERFORM 7800-PRINT-BLANK-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ALERTS SINCE " WS-NIGHT-START-STAMP(1:8) " "
               WS-NIGHT-START-STAMP(9:2) ":" WS-NIGHT-START-STAMP(11:2)
               " (ALERT.DAT)" DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
           MOVE WS-ALERT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  RAISED " FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-ALERT-LIST-COUNT
               MOVE WS-ALE-ALERT-TYPE(WS-LINE-SUB)
                   TO WS-ALL-ALERT-TYPE
               MOVE WS-ALE-TIMESTAMP(WS-LINE-SUB)(1:8) TO WS-ALL-DATE
               MOVE WS-ALE-TIMESTAMP(WS-LINE-SUB)(9:2) TO WS-ALL-HH
               MOVE WS-ALE-TIMESTAMP(WS-LINE-SUB)(11:2) TO WS-ALL-MM
               MOVE WS-ALE-CYCLE-NO(WS-LINE-SUB) TO WS-ALL-CYCLE-NO
               MOVE WS-ALE-DOC-ID(WS-LINE-SUB) TO WS-ALL-DOC-ID
               MOVE WS-ALE-SEVERITY(WS-LINE-SUB) TO WS-ALL-SEVERITY
               WRITE CHECKLIST-REPORT-LINE FROM WS-ALERT-LINE
           END-PERFORM
           IF WS-ALERT-COUNT > WS-ALERT-LIST-COUNT
               COMPUTE WS-COUNT-EDIT =
                   WS-ALERT-COUNT - WS-ALERT-LIST-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  AND " FUNCTION TRIM(WS-COUNT-EDIT)
                   " MORE IN ALERT.DAT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
           END-IF.

       5600-PRINT-VOID-REJECTS.
           PERFORM 7800-PRINT-BLANK-LINE
           MOVE "VOID REQUESTS REJECTED (VOIDREJ.RPT)" TO WS-PRINT-LINE
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
           IF NOT WS-VOID-RUN-TODAY
               MOVE "  NO VOIDSEQ RUN FOR THE DATE" TO WS-PRINT-LINE
               WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-CODE-LINE
               PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                       UNTIL WS-CODE-SUB > WS-VOID-CODE-LIMIT
                   MOVE WS-CODE-SUB TO WS-HASH-DIGIT
                   STRING "V0" WS-HASH-DIGIT-X DELIMITED BY SIZE
                       INTO WS-CDL-CODE(WS-CODE-SUB)
                   END-STRING
                   MOVE WS-VOID-CODE-COUNT(WS-CODE-SUB)
                       TO WS-CDL-COUNT(WS-CODE-SUB)
               END-PERFORM
               WRITE CHECKLIST-REPORT-LINE FROM WS-CODE-LINE
           END-IF.

       5700-PRINT-FINANCE-FEED.
           PERFORM 7800-PRINT-BLANK-LINE
           MOVE "FINANCE FEED (FINFEED.DAT)" TO WS-PRINT-LINE
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE
           MOVE WS-FEED-DETAIL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-FEED-MISSING
                   MOVE "  NOT PRODUCED" TO WS-PRINT-LINE
               WHEN WS-FEED-STALE
                   STRING "  NOT PRODUCED FOR THE DATE - FILE ON HAND "
                       "IS THE " WS-FEED-DATE " FEED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               WHEN WS-FEED-UNBALANCED
                   STRING "  NOT BALANCED - " WS-FEED-PROBLEM
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "  PRODUCED " WS-FEED-DATE "  DETAILS "
                       FUNCTION TRIM(WS-COUNT-EDIT) "  BALANCED"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
           END-EVALUATE
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE.

       7800-PRINT-BLANK-LINE.
           MOVE SPACES TO WS-PRINT-LINE
           WRITE CHECKLIST-REPORT-LINE FROM WS-PRINT-LINE.

       7900-ADD-ACTION-ITEM.
           IF WS-ACTION-COUNT < WS-ACTION-LIMIT
               ADD 1 TO WS-ACTION-COUNT
               MOVE WS-ACTION-TEXT TO WS-ACTION-ENTRY(WS-ACTION-COUNT)
           ELSE
               ADD 1 TO WS-ACTION-OVERFLOW
           END-IF
           MOVE SPACES TO WS-ACTION-TEXT.

       8000-PRINT-CHECKLIST-SUMMARY.
           COMPUTE WS-COUNT-EDIT = WS-ACTION-COUNT + WS-ACTION-OVERFLOW
           IF WS-ACTION-COUNT = ZEROS
               DISPLAY "MORNCHK: no action items for " WS-TODAY-DATE
                   " - checklist on MORNCHK.RPT"
           ELSE
               DISPLAY "MORNCHK: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " action items for " WS-TODAY-DATE
                   " - see MORNCHK.RPT"
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE CHECKLIST-REPORT-FILE.
