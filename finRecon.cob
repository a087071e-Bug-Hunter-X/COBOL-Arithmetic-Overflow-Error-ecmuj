       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINRECON.
      *****************************************************
      *  RECONCILES THE FINANCE FEED AGAINST THE RECEIVING
      *  LEDGER'S ACKNOWLEDGEMENTS.  FININT BALANCES ITS OWN
      *  FEED, BUT WHETHER THE LEDGER ACTUALLY POSTED EACH
      *  SERIES WAS ONLY EVER DISCOVERED WHEN THE MONTH-END
      *  TOTALS DISAGREED.  THE LEDGER RETURNS FINACK.DAT
      *  (SEE FINACK); EACH ACKNOWLEDGEMENT IS MATCHED BY
      *  FEED DATE, CYCLE AND TYPE PREFIX TO THE SERIES
      *  FININT FILED IN FEEDHIST.DAT (SEE FEEDHIST), AND
      *  FINRECON.RPT LISTS EVERY SERIES THAT IS NOT LONG
      *  SETTLED AS ACCEPTED, REJECTED (WITH THE LEDGER'S
      *  REASON) OR NEVER ACKNOWLEDGED.  A SERIES STILL
      *  UNACKNOWLEDGED AFTER THE OVERDUE LIMIT (BUSINESS
      *  DAYS, MONDAY TO FRIDAY, SINCE IT WAS LAST SENT) IS
      *  FLAGGED OVERDUE.
      *
      *    FINRECON "[days]"
      *        APPLIES TODAY'S FINACK.DAT AND PRINTS THE
      *        RECONCILIATION.  THE OVERDUE LIMIT DEFAULTS
      *        TO THE PARAMETER FILE'S ACK-OVERDUE-DAYS (SEE
      *        PARMREC), OR 2 BUILT IN.
      *    FINRECON "RESEND <yyyymmdd> <cycle> <type>"
      *        QUEUES A REJECTED OR UNACKNOWLEDGED SERIES TO
      *        GO OUT AGAIN IN THE NEXT FININT RUN.  AN
      *        ACCEPTED SERIES IS NEVER RE-SENT - IT WOULD
      *        POST TWICE.
      *
      *  AN ACKNOWLEDGEMENT FILE WHOSE TRAILER DOES NOT
      *  BALANCE, OR WHOSE HEADER IS DATED EARLIER THAN AN
      *  ACKNOWLEDGEMENT ALREADY APPLIED, IS NOT APPLIED AT
      *  ALL (RC 16); REJECTED, OVERDUE OR UNMATCHED SERIES
      *  END THE RUN WITH RC 4.  FHS-ACK-DATE CARRIES THE
      *  LEDGER'S OWN DATE FROM THE FILE HEADER, AND A
      *  VERDICT DATED BEFORE THE SERIES WAS LAST RE-SENT IS
      *  ABOUT THE EARLIER SENDING AND IS NOT APPLIED.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "FINACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT FEED-HISTORY-FILE ASSIGN TO "FEEDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FEEDHIST-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "FINRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUN-PARAMETER-FILE ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-NAME
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PARMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
           COPY FINACK.

       FD  FEED-HISTORY-FILE.
           COPY FEEDHIST.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE               PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  RUN-PARAMETER-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.
       01  WS-ACK-STATUS               PIC XX VALUE "00".
           88  WS-ACK-NOT-FOUND                   VALUE "35".

       01  WS-FEEDHIST-STATUS          PIC XX VALUE "00".
           88  WS-FEEDHIST-NOT-FOUND              VALUE "35".

       01  WS-REPORT-STATUS            PIC XX VALUE "00".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

       01  WS-PARMFILE-STATUS          PIC XX VALUE "00".
       01  WS-PARM-NUM-X               PIC X(3) JUSTIFIED RIGHT
                                       VALUE SPACES.

       01  WS-ACK-EOF-SWITCH           PIC X VALUE "N".
           88  WS-ACK-EOF                         VALUE "Y".

       01  WS-FEEDHIST-EOF-SWITCH      PIC X VALUE "N".
           88  WS-FEEDHIST-EOF                    VALUE "Y".

      *    A MISSING ACKNOWLEDGEMENT FILE IS A NORMAL DAY WITH
      *    NOTHING BACK FROM THE LEDGER - THE OUTSTANDING SERIES
      *    ARE STILL REPORTED AND AGED.
       01  WS-ACK-MISSING-SWITCH       PIC X VALUE "N".
           88  WS-ACK-MISSING                     VALUE "Y".

       01  WS-HIST-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-HIST-MISSING                    VALUE "Y".

       01  WS-CONTROL-FAIL-SWITCH      PIC X VALUE "N".
           88  WS-CONTROL-FAILED                  VALUE "Y".

       01  WS-TRAILER-SEEN-SWITCH      PIC X VALUE "N".
           88  WS-TRAILER-SEEN                    VALUE "Y".

       01  WS-REQUEST-VALID-SWITCH     PIC X VALUE "Y".
           88  WS-REQUEST-VALID                   VALUE "Y".

       01  WS-PARM-LINE                PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN-1             PIC X(10) VALUE SPACES.
       01  WS-PARM-TOKEN-2             PIC X(10) VALUE SPACES.
       01  WS-PARM-TOKEN-3             PIC X(10) VALUE SPACES.
       01  WS-PARM-TOKEN-4             PIC X(10) VALUE SPACES.

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-OVERDUE-DAYS             PIC 9(3) VALUE 2.

       01  WS-RSQ-FEED-DATE            PIC X(8) VALUE SPACES.
       01  WS-RSQ-CYCLE-NO             PIC 9(2) VALUE ZEROS.
       01  WS-RSQ-TYPE-PREFIX          PIC X(2) VALUE SPACES.

       01  WS-ACK-RECORD-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-ACK-DETAIL-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-TRAILER-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-TRAILER-HASH             PIC 9(12) VALUE ZEROS.

      *    THE LEDGER'S DATE FROM THE FILE HEADER, AND THE LATEST
      *    ACKNOWLEDGEMENT DATE ALREADY ON FEEDHIST.  A FILE THAT IS
      *    NOT APPLIED LEAVES WS-FILE-ACK-DATE AT SPACES.
       01  WS-FILE-ACK-DATE            PIC X(8) VALUE SPACES.
       01  WS-LAST-APPLIED-ACK-DATE    PIC X(8) VALUE SPACES.

      *    HASH-TOTAL WORK FIELDS - THE FINFEED RULE APPLIED TO THE
      *    ACKNOWLEDGEMENT DETAIL (SEE FINACK).
       01  WS-HASH-RECORD-VALUE        PIC 9(12) VALUE ZEROS.
       01  WS-HASH-WORK                PIC 9(13) VALUE ZEROS.
       01  WS-HASH-QUOTIENT            PIC 9(13) VALUE ZEROS.
       01  WS-HASH-DIGIT-X             PIC X.
       01  WS-HASH-DIGIT REDEFINES WS-HASH-DIGIT-X PIC 9.
       01  WS-ACK-HASH-TOTAL           PIC 9(12) VALUE ZEROS.
       01  WS-HASH-SUB                 PIC 9(2) COMP VALUE ZEROS.
       01  WS-ACK-DETAIL-IMAGE         PIC X(80) VALUE SPACES.

      *    BUSINESS-DAY AGEING.  INTEGER-OF-DATE COUNTS FROM MONDAY
      *    1 JANUARY 1601 AS DAY 1, SO (DAY - 1) MOD 7 IS 0 FOR A
      *    MONDAY THROUGH 4 FOR A FRIDAY.  WHOLE WEEKS ARE WORTH
      *    FIVE BUSINESS DAYS EACH; ONLY THE ODD DAYS LEFT OVER
      *    ARE WALKED ONE BY ONE.
       01  WS-AGE-FROM-DATE            PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8) VALUE ZEROS.
       01  WS-FROM-DAY-INT             PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-DAY-INT            PIC 9(8) VALUE ZEROS.
       01  WS-WALK-DAY-INT             PIC 9(8) VALUE ZEROS.
       01  WS-WHOLE-WEEKS              PIC 9(6) VALUE ZEROS.
       01  WS-AGE-DAYS                 PIC 9(5) VALUE ZEROS.

       01  WS-APPLIED-ACCEPTED-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-APPLIED-REJECTED-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-UNMATCHED-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-OUTSTANDING-REJECTED     PIC 9(7) VALUE ZEROS.
       01  WS-OUTSTANDING-NO-ACK       PIC 9(7) VALUE ZEROS.
       01  WS-OVERDUE-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-QUEUED-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-STALE-VERDICT-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC Z(6)9.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(48)
               VALUE "FINRECON LEDGER ACKNOWLEDGEMENT RECONCILIATION ".
           05  FILLER                  PIC X(4) VALUE "FOR ".
           05  WS-RPH-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(15)
               VALUE " OVERDUE AFTER ".
           05  WS-RPH-OVERDUE-DAYS     PIC ZZ9.
           05  FILLER                  PIC X(14)
               VALUE " BUSINESS DAYS".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(5) VALUE "FEED ".
           05  WS-RPD-FEED-DATE        PIC X(8).
           05  FILLER                  PIC X(7) VALUE " CYCLE ".
           05  WS-RPD-CYCLE-NO         PIC 9(2).
           05  FILLER                  PIC X(6) VALUE " TYPE ".
           05  WS-RPD-TYPE-PREFIX      PIC X(2).
           05  FILLER                  PIC X(4) VALUE " FR ".
           05  WS-RPD-FIRST-NO         PIC 9(5).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  WS-RPD-LAST-NO          PIC 9(5).
           05  FILLER                  PIC X(3) VALUE " N ".
           05  WS-RPD-DOC-COUNT        PIC Z(6)9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-STATE            PIC X(10).
           05  FILLER                  PIC X(5) VALUE " AGE ".
           05  WS-RPD-AGE-DAYS         PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-FLAG             PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-REASON-CODE      PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-REASON-TEXT      PIC X(30).

       01  WS-REPORT-UNMATCHED.
           05  FILLER                  PIC X(5) VALUE "ACK  ".
           05  WS-RPU-FEED-DATE        PIC X(8).
           05  FILLER                  PIC X(7) VALUE " CYCLE ".
           05  WS-RPU-CYCLE-NO         PIC X(2).
           05  FILLER                  PIC X(6) VALUE " TYPE ".
           05  WS-RPU-TYPE-PREFIX      PIC X(2).
           05  FILLER                  PIC X(36)
               VALUE " MATCHES NO SERIES FED - ACK STATUS ".
           05  WS-RPU-ACK-STATUS       PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPU-REASON-CODE      PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPU-REASON-TEXT      PIC X(30).
           05  FILLER                  PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF NOT WS-REQUEST-VALID
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-PARM-TOKEN-1 = "RESEND"
                   PERFORM 5000-QUEUE-RESEND
               ELSE
                   PERFORM 2000-PRESCAN-ACK-FILE
                   IF WS-CONTROL-FAILED
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 3000-APPLY-ACKNOWLEDGEMENTS
                   END-IF
                   PERFORM 4000-REPORT-FEED-HISTORY
                   PERFORM 8000-PRINT-RECON-SUMMARY
               END-IF
           END-IF

           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1080-LOAD-RUN-PARAMETERS

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                    WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
           END-UNSTRING

           IF WS-PARM-TOKEN-1 = "RESEND"
               IF WS-PARM-TOKEN-2(1:8) IS NUMERIC
                   AND WS-PARM-TOKEN-3(1:2) IS NUMERIC
                   AND WS-PARM-TOKEN-4 NOT = SPACES
                   MOVE WS-PARM-TOKEN-2(1:8) TO WS-RSQ-FEED-DATE
                   MOVE WS-PARM-TOKEN-3(1:2) TO WS-RSQ-CYCLE-NO
                   MOVE WS-PARM-TOKEN-4(1:2) TO WS-RSQ-TYPE-PREFIX
               ELSE
                   DISPLAY "FINRECON: usage is [days]  or  RESEND "
                       "<yyyymmdd> <cycle> <type>"
                   MOVE "N" TO WS-REQUEST-VALID-SWITCH
               END-IF
           ELSE
      *        AN EXPLICIT OVERDUE PARM OUTRANKS THE PARAMETER
      *        FILE, THE SAME PRECEDENCE ARCPURGE GIVES ITS
      *        RETENTION PARM.
               IF WS-PARM-TOKEN-1 NOT = SPACES
                   MOVE FUNCTION TRIM(WS-PARM-TOKEN-1)
                       TO WS-PARM-NUM-X
                   INSPECT WS-PARM-NUM-X REPLACING LEADING SPACE
                       BY "0"
                   IF WS-PARM-NUM-X IS NUMERIC
                       AND WS-PARM-NUM-X NOT = "000"
                       MOVE WS-PARM-NUM-X TO WS-OVERDUE-DAYS
                   ELSE
                       DISPLAY "FINRECON: overdue parm not a day "
                           "count from 1 to 999 - using default "
                           WS-OVERDUE-DAYS
                   END-IF
               END-IF
           END-IF

           MOVE WS-TODAY-DATE TO WS-DATE-NUM
           COMPUTE WS-TODAY-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           OPEN I-O FEED-HISTORY-FILE
           IF WS-FEEDHIST-STATUS NOT = "00"
               SET WS-HIST-MISSING TO TRUE
               MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
               DISPLAY "FINRECON: no FEEDHIST.DAT - FININT has not "
                   "fed anything to reconcile yet"
           END-IF

           IF WS-PARM-TOKEN-1 NOT = "RESEND"
               OPEN OUTPUT RECON-REPORT-FILE
               MOVE WS-TODAY-DATE TO WS-RPH-RUN-DATE
               MOVE WS-OVERDUE-DAYS TO WS-RPH-OVERDUE-DAYS
               WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADING
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    ACKNOWLEDGEMENTS ARE STAMPED AND SERIES AGED AGAINST THE
      *    OPERATOR-ROLLED PROCESSING DATE IN BUSDATE.DAT (SEE
      *    BUSDATE/DATECTL), THE SAME CALENDAR FININT STAMPED THE
      *    FEED WITH.  A MISSING OR UNREADABLE CONTROL RECORD FALLS
      *    BACK TO THE SYSTEM DATE.
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

       1080-LOAD-RUN-PARAMETERS.
      *    THE OVERDUE LIMIT COMES FROM THE PARAMETER FILE (SEE
      *    PARMREC); A MISSING FILE OR RECORD, OR A VALUE THAT IS
      *    NOT A DAY COUNT FROM 1 TO 999, LEAVES THE BUILT-IN 2 IN
      *    PLACE.
           OPEN INPUT RUN-PARAMETER-FILE
           IF WS-PARMFILE-STATUS = "00"
               MOVE "ACK-OVERDUE-DAYS" TO PRM-NAME
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION TRIM(PRM-VALUE)
                           TO WS-PARM-NUM-X
                       INSPECT WS-PARM-NUM-X REPLACING LEADING
                           SPACE BY "0"
                       IF WS-PARM-NUM-X IS NUMERIC
                           AND WS-PARM-NUM-X NOT = "000"
                           MOVE WS-PARM-NUM-X TO WS-OVERDUE-DAYS
                       END-IF
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF
           MOVE SPACES TO WS-PARM-NUM-X.

       2000-PRESCAN-ACK-FILE.
      *    THE WHOLE FILE IS BALANCED BEFORE ANY ACKNOWLEDGEMENT IS
      *    APPLIED - A TRUNCATED TRANSMISSION MUST NOT LEAVE HALF
      *    THE HISTORY MARKED AND HALF NOT.
           OPEN INPUT ACK-FILE
           IF WS-ACK-NOT-FOUND
               SET WS-ACK-MISSING TO TRUE
               DISPLAY "FINRECON: no FINACK.DAT - nothing back from "
                   "the ledger today"
           ELSE
               MOVE "N" TO WS-ACK-EOF-SWITCH
               PERFORM 2100-PRESCAN-NEXT-RECORD
                   UNTIL WS-ACK-EOF OR WS-CONTROL-FAILED
               CLOSE ACK-FILE

               IF NOT WS-CONTROL-FAILED AND NOT WS-TRAILER-SEEN
                   SET WS-CONTROL-FAILED TO TRUE
                   DISPLAY "FINRECON: no trailer on FINACK.DAT - "
                       "file is truncated"
               END-IF

               IF NOT WS-CONTROL-FAILED
                   AND (WS-TRAILER-COUNT NOT = WS-ACK-DETAIL-COUNT
                     OR WS-TRAILER-HASH NOT = WS-ACK-HASH-TOTAL)
                   SET WS-CONTROL-FAILED TO TRUE
                   DISPLAY "FINRECON: FINACK.DAT trailer count "
                       WS-TRAILER-COUNT " hash " WS-TRAILER-HASH
                       " does not balance against "
                       WS-ACK-DETAIL-COUNT " details hash "
                       WS-ACK-HASH-TOTAL
               END-IF

      *        A FILE OLDER THAN ONE ALREADY APPLIED IS A REPLAY -
      *        ITS VERDICTS WOULD OVERWRITE NEWER ONES.
               IF NOT WS-CONTROL-FAILED AND NOT WS-HIST-MISSING
                   PERFORM 2300-FIND-LAST-APPLIED-DATE
                   IF WS-FILE-ACK-DATE < WS-LAST-APPLIED-ACK-DATE
                       SET WS-CONTROL-FAILED TO TRUE
                       DISPLAY "FINRECON: FINACK.DAT is dated "
                           WS-FILE-ACK-DATE " but acknowledgements "
                           "dated " WS-LAST-APPLIED-ACK-DATE
                           " are already applied"
                   END-IF
               END-IF

               IF WS-CONTROL-FAILED
                   MOVE SPACES TO WS-FILE-ACK-DATE
                   DISPLAY "FINRECON: no acknowledgements applied - "
                       "have the ledger retransmit FINACK.DAT"
               END-IF
           END-IF.

       2100-PRESCAN-NEXT-RECORD.
           READ ACK-FILE
               AT END
                   MOVE "Y" TO WS-ACK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ACK-RECORD-COUNT
                   EVALUATE TRUE
                       WHEN WS-TRAILER-SEEN
                           SET WS-CONTROL-FAILED TO TRUE
                           DISPLAY "FINRECON: record found after "
                               "the trailer on FINACK.DAT"
                       WHEN WS-ACK-RECORD-COUNT = 1
                           IF NOT FAK-HEADER-REC
                               SET WS-CONTROL-FAILED TO TRUE
                               DISPLAY "FINRECON: first record is "
                                   "not the file header"
                           ELSE
                               IF FAH-ACK-DATE IS NUMERIC
                                   MOVE FAH-ACK-DATE
                                       TO WS-FILE-ACK-DATE
                               ELSE
                                   SET WS-CONTROL-FAILED TO TRUE
                                   DISPLAY "FINRECON: header date "
                                       FAH-ACK-DATE " is not a date"
                               END-IF
                           END-IF
                       WHEN FAK-TRAILER-REC
                           SET WS-TRAILER-SEEN TO TRUE
                           IF FAT-RECORD-COUNT IS NUMERIC
                               AND FAT-HASH-TOTAL IS NUMERIC
                               MOVE FAT-RECORD-COUNT
                                   TO WS-TRAILER-COUNT
                               MOVE FAT-HASH-TOTAL
                                   TO WS-TRAILER-HASH
                           ELSE
                               SET WS-CONTROL-FAILED TO TRUE
                               DISPLAY "FINRECON: trailer count or "
                                   "hash is not numeric"
                           END-IF
                       WHEN FAK-DETAIL-REC
                           ADD 1 TO WS-ACK-DETAIL-COUNT
                           MOVE FINANCE-ACK-RECORD
                               TO WS-ACK-DETAIL-IMAGE
                           PERFORM 2200-HASH-THIS-DETAIL
                           COMPUTE WS-HASH-WORK = WS-ACK-HASH-TOTAL
                               + WS-HASH-RECORD-VALUE
                           DIVIDE WS-HASH-WORK BY 1000000000000
                               GIVING WS-HASH-QUOTIENT
                               REMAINDER WS-ACK-HASH-TOTAL
                       WHEN OTHER
                           SET WS-CONTROL-FAILED TO TRUE
                           DISPLAY "FINRECON: record type is not "
                               "H/D/T on FINACK.DAT"
                   END-EVALUATE
           END-READ.

       2200-HASH-THIS-DETAIL.
      *    THE FINFEED HASH RULE: THE NUMERIC CHARACTERS OF THE
      *    DETAIL IMAGE, TAKEN IN ORDER, FORM ONE NUMBER KEPT TO
      *    12 DIGITS.
           MOVE ZEROS TO WS-HASH-RECORD-VALUE
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > 80
               IF WS-ACK-DETAIL-IMAGE(WS-HASH-SUB:1) IS NUMERIC
                   MOVE WS-ACK-DETAIL-IMAGE(WS-HASH-SUB:1)
                       TO WS-HASH-DIGIT-X
                   COMPUTE WS-HASH-WORK =
                       WS-HASH-RECORD-VALUE * 10 + WS-HASH-DIGIT
                   DIVIDE WS-HASH-WORK BY 1000000000000
                       GIVING WS-HASH-QUOTIENT
                       REMAINDER WS-HASH-RECORD-VALUE
               END-IF
           END-PERFORM.

       2300-FIND-LAST-APPLIED-DATE.
           MOVE SPACES TO WS-LAST-APPLIED-ACK-DATE
           MOVE LOW-VALUES TO FHS-KEY
           START FEED-HISTORY-FILE KEY IS >= FHS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
           END-START
           PERFORM 2310-CHECK-NEXT-ACK-DATE
               UNTIL WS-FEEDHIST-EOF
           MOVE "N" TO WS-FEEDHIST-EOF-SWITCH.

       2310-CHECK-NEXT-ACK-DATE.
           READ FEED-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
           END-READ
           IF WS-FEEDHIST-EOF OR WS-FEEDHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
           ELSE
               IF FHS-ACK-DATE NOT = SPACES
                   AND FHS-ACK-DATE > WS-LAST-APPLIED-ACK-DATE
                   MOVE FHS-ACK-DATE TO WS-LAST-APPLIED-ACK-DATE
               END-IF
           END-IF.

       3000-APPLY-ACKNOWLEDGEMENTS.
           IF NOT WS-ACK-MISSING AND NOT WS-HIST-MISSING
               OPEN INPUT ACK-FILE
               MOVE "N" TO WS-ACK-EOF-SWITCH
               PERFORM 3100-APPLY-NEXT-ACK
                   UNTIL WS-ACK-EOF
               CLOSE ACK-FILE
           END-IF.

       3100-APPLY-NEXT-ACK.
           READ ACK-FILE
               AT END
                   MOVE "Y" TO WS-ACK-EOF-SWITCH
               NOT AT END
                   IF FAK-DETAIL-REC
                       PERFORM 3200-APPLY-ONE-ACK
                   END-IF
           END-READ.

       3200-APPLY-ONE-ACK.
           MOVE FAK-FEED-DATE TO FHS-FEED-DATE
           MOVE FAK-CYCLE-NO TO FHS-CYCLE-NO
           MOVE FAK-TYPE-PREFIX TO FHS-TYPE-PREFIX
           READ FEED-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   PERFORM 3300-WRITE-UNMATCHED-LINE
               NOT INVALID KEY
                   PERFORM 3250-RECORD-LEDGER-VERDICT
           END-READ.

       3250-RECORD-LEDGER-VERDICT.
      *    AN ACCEPTANCE ALSO CANCELS ANY RE-SEND STILL QUEUED FOR
      *    THE SERIES - A LATE ACKNOWLEDGEMENT MEANS THE LEDGER HAS
      *    THE SERIES AFTER ALL, AND SENDING IT AGAIN WOULD POST IT
      *    TWICE.  A VERDICT DATED BEFORE THE SERIES WENT OUT AGAIN
      *    ANSWERS THE EARLIER SENDING; THE RE-SENT COPY IS STILL
      *    AWAITING ITS OWN, SO THE VERDICT IS NOT APPLIED.
           IF FHS-RESENT AND FHS-RESENT-DATE > WS-FILE-ACK-DATE
               ADD 1 TO WS-STALE-VERDICT-COUNT
               DISPLAY "FINRECON: cycle " FHS-CYCLE-NO " type "
                   FHS-TYPE-PREFIX " of feed " FHS-FEED-DATE
                   " re-sent " FHS-RESENT-DATE " - verdict dated "
                   WS-FILE-ACK-DATE " not applied"
           ELSE
               MOVE WS-FILE-ACK-DATE TO FHS-ACK-DATE
               MOVE FAK-REASON-CODE TO FHS-REASON-CODE
               MOVE FAK-REASON-TEXT TO FHS-REASON-TEXT
               IF FAK-ACCEPTED
                   SET FHS-ACCEPTED TO TRUE
                   IF FHS-RESEND-QUEUED
                       MOVE SPACES TO FHS-RESEND-FLAG
                       DISPLAY "FINRECON: cycle " FHS-CYCLE-NO
                           " type " FHS-TYPE-PREFIX " of feed "
                           FHS-FEED-DATE " accepted - its queued "
                           "re-send is cancelled"
                   END-IF
                   ADD 1 TO WS-APPLIED-ACCEPTED-COUNT
               ELSE
                   SET FHS-REJECTED TO TRUE
                   ADD 1 TO WS-APPLIED-REJECTED-COUNT
               END-IF
               REWRITE FEED-HISTORY-RECORD
               IF WS-FEEDHIST-STATUS NOT = "00"
                   DISPLAY "Warning: FEEDHIST.DAT update for cycle "
                       FHS-CYCLE-NO " type " FHS-TYPE-PREFIX
                       " of feed " FHS-FEED-DATE " failed, status "
                       WS-FEEDHIST-STATUS
               END-IF
           END-IF.

       3300-WRITE-UNMATCHED-LINE.
           MOVE FAK-FEED-DATE TO WS-RPU-FEED-DATE
           MOVE FAK-CYCLE-NO TO WS-RPU-CYCLE-NO
           MOVE FAK-TYPE-PREFIX TO WS-RPU-TYPE-PREFIX
           MOVE FAK-ACK-STATUS TO WS-RPU-ACK-STATUS
           MOVE FAK-REASON-CODE TO WS-RPU-REASON-CODE
           MOVE FAK-REASON-TEXT TO WS-RPU-REASON-TEXT
           WRITE RECON-REPORT-LINE FROM WS-REPORT-UNMATCHED.

       4000-REPORT-FEED-HISTORY.
      *    THE REPORT COVERS EVERY SERIES NOT LONG SETTLED: THOSE
      *    ACCEPTED ON THE FILE APPLIED TODAY, EVERY REJECTED ONE,
      *    AND EVERY ONE STILL AWAITING ITS ACKNOWLEDGEMENT.  A
      *    SERIES ACCEPTED ON AN EARLIER FILE IS DONE WITH AND
      *    DROPS OFF.
           IF NOT WS-HIST-MISSING
               MOVE LOW-VALUES TO FHS-KEY
               START FEED-HISTORY-FILE KEY IS >= FHS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
               END-START
               PERFORM 4100-REPORT-NEXT-SERIES
                   UNTIL WS-FEEDHIST-EOF
           END-IF.

       4100-REPORT-NEXT-SERIES.
           READ FEED-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
           END-READ
           IF WS-FEEDHIST-EOF OR WS-FEEDHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
           ELSE
               IF FHS-ACCEPTED AND FHS-ACK-DATE NOT = WS-FILE-ACK-DATE
                   CONTINUE
               ELSE
                   PERFORM 4200-WRITE-SERIES-LINE
               END-IF
           END-IF.

       4200-WRITE-SERIES-LINE.
           MOVE FHS-FEED-DATE TO WS-RPD-FEED-DATE
           MOVE FHS-CYCLE-NO TO WS-RPD-CYCLE-NO
           MOVE FHS-TYPE-PREFIX TO WS-RPD-TYPE-PREFIX
           MOVE FHS-FIRST-SEQ-NO TO WS-RPD-FIRST-NO
           MOVE FHS-LAST-SEQ-NO TO WS-RPD-LAST-NO
           MOVE FHS-DOC-COUNT TO WS-RPD-DOC-COUNT
           MOVE SPACES TO WS-RPD-FLAG
           MOVE FHS-REASON-CODE TO WS-RPD-REASON-CODE
           MOVE FHS-REASON-TEXT TO WS-RPD-REASON-TEXT

      *    A RE-SENT SERIES IS AGED FROM ITS RE-SEND, NOT FROM THE
      *    ORIGINAL FEED - THE LEDGER HAS ONLY HAD IT SINCE THEN.
           IF FHS-RESENT AND FHS-RESENT-DATE IS NUMERIC
               MOVE FHS-RESENT-DATE TO WS-AGE-FROM-DATE
           ELSE
               MOVE FHS-FEED-DATE TO WS-AGE-FROM-DATE
           END-IF
           PERFORM 4300-COUNT-BUSINESS-DAYS
           MOVE WS-AGE-DAYS TO WS-RPD-AGE-DAYS

           EVALUATE TRUE
               WHEN FHS-ACCEPTED
                   MOVE "ACCEPTED" TO WS-RPD-STATE
               WHEN FHS-REJECTED
                   MOVE "REJECTED" TO WS-RPD-STATE
                   IF FHS-RESEND-QUEUED
                       MOVE "RESEND QUEUED" TO WS-RPD-FLAG
                       ADD 1 TO WS-QUEUED-COUNT
                   ELSE
                       ADD 1 TO WS-OUTSTANDING-REJECTED
                   END-IF
               WHEN OTHER
                   MOVE "NO ACK" TO WS-RPD-STATE
                   ADD 1 TO WS-OUTSTANDING-NO-ACK
                   EVALUATE TRUE
                       WHEN FHS-RESEND-QUEUED
                           MOVE "RESEND QUEUED" TO WS-RPD-FLAG
                           ADD 1 TO WS-QUEUED-COUNT
                       WHEN WS-AGE-DAYS > WS-OVERDUE-DAYS
                           ADD 1 TO WS-OVERDUE-COUNT
                           IF FHS-RESENT
                               MOVE "OVERDUE - RESENT" TO WS-RPD-FLAG
                           ELSE
                               MOVE "OVERDUE" TO WS-RPD-FLAG
                           END-IF
                       WHEN FHS-RESENT
                           MOVE "RESENT" TO WS-RPD-FLAG
                   END-EVALUATE
           END-EVALUATE

           WRITE RECON-REPORT-LINE FROM WS-REPORT-DETAIL.

       4300-COUNT-BUSINESS-DAYS.
      *    BUSINESS DAYS ELAPSED AFTER WS-AGE-FROM-DATE UP TO AND
      *    INCLUDING TODAY - A SERIES FED FRIDAY IS ONE BUSINESS
      *    DAY OLD ON MONDAY.
           MOVE ZEROS TO WS-AGE-DAYS
           IF WS-AGE-FROM-DATE IS NUMERIC
               MOVE WS-AGE-FROM-DATE TO WS-DATE-NUM
               COMPUTE WS-FROM-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-FROM-DAY-INT > ZEROS
                   AND WS-FROM-DAY-INT < WS-TODAY-DAY-INT
                   COMPUTE WS-WHOLE-WEEKS =
                       (WS-TODAY-DAY-INT - WS-FROM-DAY-INT) / 7
                   COMPUTE WS-AGE-DAYS = WS-WHOLE-WEEKS * 5
                   COMPUTE WS-WALK-DAY-INT =
                       WS-FROM-DAY-INT + WS-WHOLE-WEEKS * 7 + 1
                   PERFORM 4310-COUNT-ONE-DAY
                       UNTIL WS-WALK-DAY-INT > WS-TODAY-DAY-INT
               END-IF
           END-IF.

       4310-COUNT-ONE-DAY.
           IF FUNCTION MOD(WS-WALK-DAY-INT - 1, 7) < 5
               ADD 1 TO WS-AGE-DAYS
           END-IF
           ADD 1 TO WS-WALK-DAY-INT.

       5000-QUEUE-RESEND.
           IF WS-HIST-MISSING
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS-RSQ-FEED-DATE TO FHS-FEED-DATE
               MOVE WS-RSQ-CYCLE-NO TO FHS-CYCLE-NO
               MOVE WS-RSQ-TYPE-PREFIX TO FHS-TYPE-PREFIX
               READ FEED-HISTORY-FILE
                   INVALID KEY
                       DISPLAY "FINRECON: no cycle " WS-RSQ-CYCLE-NO
                           " type " WS-RSQ-TYPE-PREFIX
                           " series was fed on " WS-RSQ-FEED-DATE
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 5100-MARK-SERIES-FOR-RESEND
               END-READ
           END-IF.

       5100-MARK-SERIES-FOR-RESEND.
           EVALUATE TRUE
               WHEN FHS-ACCEPTED
                   DISPLAY "FINRECON: cycle " FHS-CYCLE-NO " type "
                       FHS-TYPE-PREFIX " of feed " FHS-FEED-DATE
                       " was accepted " FHS-ACK-DATE
                       " - re-sending it would post it twice"
                   MOVE 12 TO RETURN-CODE
               WHEN FHS-RESEND-QUEUED
                   DISPLAY "FINRECON: cycle " FHS-CYCLE-NO " type "
                       FHS-TYPE-PREFIX " of feed " FHS-FEED-DATE
                       " is already queued for re-send"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   SET FHS-RESEND-QUEUED TO TRUE
                   REWRITE FEED-HISTORY-RECORD
                   IF WS-FEEDHIST-STATUS = "00"
                       DISPLAY "FINRECON: cycle " FHS-CYCLE-NO
                           " type " FHS-TYPE-PREFIX " of feed "
                           FHS-FEED-DATE " ("
                           FUNCTION TRIM(FHS-ACK-STATUS)
                           ") queued for re-send in the next FININT"
                   ELSE
                       DISPLAY "Error: FEEDHIST.DAT update failed, "
                           "status " WS-FEEDHIST-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       8000-PRINT-RECON-SUMMARY.
           MOVE WS-APPLIED-ACCEPTED-COUNT TO WS-COUNT-EDIT
           DISPLAY "FINRECON: " FUNCTION TRIM(WS-COUNT-EDIT)
               " series acknowledged accepted today"
           MOVE WS-APPLIED-REJECTED-COUNT TO WS-COUNT-EDIT
           DISPLAY "FINRECON: " FUNCTION TRIM(WS-COUNT-EDIT)
               " series acknowledged rejected today"
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT
           DISPLAY "FINRECON: " FUNCTION TRIM(WS-COUNT-EDIT)
               " acknowledgements matched no series fed"
           MOVE WS-OUTSTANDING-REJECTED TO WS-COUNT-EDIT
           DISPLAY "FINRECON: " FUNCTION TRIM(WS-COUNT-EDIT)
               " rejected series not yet queued for re-send"
           MOVE WS-OUTSTANDING-NO-ACK TO WS-COUNT-EDIT
           DISPLAY "FINRECON: " FUNCTION TRIM(WS-COUNT-EDIT)
               " series never acknowledged, "
               WS-OVERDUE-COUNT " of them overdue"
           MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
           DISPLAY "FINRECON: " FUNCTION TRIM(WS-COUNT-EDIT)
               " series queued for the next FININT - see "
               "FINRECON.RPT"
           MOVE WS-STALE-VERDICT-COUNT TO WS-COUNT-EDIT
           DISPLAY "FINRECON: " FUNCTION TRIM(WS-COUNT-EDIT)
               " verdicts predate a re-send and were not applied"

           IF RETURN-CODE = ZEROS
               AND (WS-OUTSTANDING-REJECTED > ZEROS
                 OR WS-OVERDUE-COUNT > ZEROS
                 OR WS-UNMATCHED-COUNT > ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF NOT WS-HIST-MISSING
               CLOSE FEED-HISTORY-FILE
           END-IF
           IF WS-PARM-TOKEN-1 NOT = "RESEND"
               CLOSE RECON-REPORT-FILE
           END-IF.
