      *  INTERLEAVED WITH EVERY GAP IN THE NUMBER SPACE AND
      *  ITS SIZE.  SECTION 2 LISTS THE VOIDED NUMBERS
      *  STILL SITTING UNRECLAIMED IN AVAIL.DAT'S TODAY
      *  EPOCH.  SECTION 3 LISTS THE NUMBERS FROM EARLIER
      *  EPOCHS CANCELLED TODAY ON THE PERMANENT
      *  CANCELLATION REGISTER (SEE CANCREG) - NO LONGER
      *  OUTSTANDING THOUGH THEY NEVER RETURN TO THE POOL -
      *  AND THE REGISTER'S RUNNING TOTAL.  SECTION 4
      *  SUMMARISES PER CYCLE AND TYPE:
      *  NUMBERS ISSUED, POOL COUNT, SUSPENSE COUNT FROM
      *  EXCEPT.DAT, HIGHEST NUMBER REACHED AND PERCENT OF
      *  THE SERIES' 99,999 CAPACITY CONSUMED.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CANCELLATION-FILE ASSIGN TO "CANCREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CANCREG-STATUS.

           SELECT DOC-TYPE-REGISTRY-FILE ASSIGN TO "DOCTYPES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  CANCELLATION-FILE.
           COPY CANCREG.

       FD  DOC-TYPE-REGISTRY-FILE.
           COPY DOCTYPES.

       01  WS-EXCEPTION-STATUS         PIC XX VALUE "00".
           88  WS-EXCEPTION-NOT-FOUND             VALUE "35".

       01  WS-CANCREG-STATUS           PIC XX VALUE "00".

       01  WS-REPORT-STATUS            PIC XX VALUE "00".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".
       01  WS-EXCEPT-EOF-SWITCH        PIC X VALUE "N".
           88  WS-EXCEPT-EOF                      VALUE "Y".

       01  WS-CANCEL-EOF-SWITCH        PIC X VALUE "N".
           88  WS-CANCEL-EOF                      VALUE "Y".

       01  WS-CANC-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-CANC-MISSING                    VALUE "Y".

       01  WS-CANCEL-TODAY-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-CANCEL-TOTAL-COUNT       PIC 9(7) VALUE ZEROS.

       01  WS-CYCLE-ACTIVE-SWITCH      PIC X VALUE "N".
           88  WS-CYCLE-ACTIVE                    VALUE "Y".

               VALUE " VOIDED AND UNRECLAIMED".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-CANCEL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "CYCLE ".
           05  WS-CNL-CYCLE-NO         PIC 9(2).
           05  FILLER                  PIC X(6) VALUE " TYPE ".
           05  WS-CNL-DOC-TYPE         PIC X(2).
           05  FILLER                  PIC X(8) VALUE " NUMBER ".
           05  WS-CNL-SEQ-NO           PIC 9(5).
           05  FILLER                  PIC X(8) VALUE " ISSUED ".
           05  WS-CNL-ISSUE-DATE       PIC X(8).
           05  FILLER                  PIC X(14)
               VALUE " CANCELLED BY ".
           05  WS-CNL-REQUESTER        PIC X(10).
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-CANCEL-REASON-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "REASON: ".
           05  WS-CRL-REASON           PIC X(30).
           05  FILLER                  PIC X(11) VALUE " DOCUMENT: ".
           05  WS-CRL-DOC-ID           PIC X(20).
           05  FILLER                  PIC X(7) VALUE SPACES.

       01  WS-CANCEL-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CTL-TODAY-COUNT      PIC Z(6)9.
           05  FILLER                  PIC X(19)
               VALUE " CANCELLED TODAY - ".
           05  WS-CTL-TOTAL-COUNT      PIC Z(6)9.
           05  FILLER                  PIC X(35)
               VALUE " ON THE REGISTER SINCE IT BEGAN".
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(6) VALUE "CYCLE ".
           05  WS-SML-CYCLE-NO         PIC 9(2).

           PERFORM 3000-PRINT-POOL-SECTION

           PERFORM 3500-PRINT-CANCELLED-SECTION

           PERFORM 4000-COUNT-SUSPENSE

           PERFORM 5000-PRINT-CYCLE-SUMMARY
               MOVE "Y" TO WS-EXCEPT-EOF-SWITCH
           END-IF

      *    NO REGISTER YET JUST MEANS NOTHING HAS EVER BEEN
      *    CANCELLED AFTER ITS NUMBERING DAY.
           OPEN INPUT CANCELLATION-FILE
           IF WS-CANCREG-STATUS NOT = "00"
               SET WS-CANC-MISSING TO TRUE
               MOVE "Y" TO WS-CANCEL-EOF-SWITCH
           END-IF

           OPEN OUTPUT REGISTER-REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           WRITE REGISTER-REPORT-LINE FROM WS-HEADING-LINE.
               END-IF
           END-IF.

       3500-PRINT-CANCELLED-SECTION.
      *    SECTIONS 1 AND 2 COVER ONLY TODAY'S EPOCH.  A NUMBER FROM
      *    AN EARLIER EPOCH CANCELLED TODAY STAYS ISSUED (IT CAN
      *    NEVER BE HANDED OUT AGAIN) BUT IS NO LONGER OUTSTANDING,
      *    SO IT IS ACCOUNTED FOR HERE ON THE DAY IT IS CANCELLED.
           MOVE SPACES TO WS-SECTION-LINE
           WRITE REGISTER-REPORT-LINE FROM WS-SECTION-LINE
           MOVE "NUMBERS CANCELLED AFTER THEIR NUMBERING DAY"
               TO WS-SECTION-LINE
           WRITE REGISTER-REPORT-LINE FROM WS-SECTION-LINE

           PERFORM 3600-READ-NEXT-CANCELLATION
               UNTIL WS-CANCEL-EOF

           MOVE WS-CANCEL-TODAY-COUNT TO WS-CTL-TODAY-COUNT
           MOVE WS-CANCEL-TOTAL-COUNT TO WS-CTL-TOTAL-COUNT
           WRITE REGISTER-REPORT-LINE FROM WS-CANCEL-TOTAL-LINE.

       3600-READ-NEXT-CANCELLATION.
           READ CANCELLATION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CANCEL-EOF-SWITCH
           END-READ
           IF WS-CANCEL-EOF OR WS-CANCREG-STATUS NOT = "00"
               MOVE "Y" TO WS-CANCEL-EOF-SWITCH
           ELSE
               ADD 1 TO WS-CANCEL-TOTAL-COUNT
               IF CNR-CANCEL-DATE = WS-TODAY-DATE
                   ADD 1 TO WS-CANCEL-TODAY-COUNT
                   MOVE CNR-CYCLE-NO TO WS-CNL-CYCLE-NO
                   MOVE CNR-DOC-TYPE TO WS-CNL-DOC-TYPE
                   MOVE CNR-SEQ-NO TO WS-CNL-SEQ-NO
                   MOVE CNR-ISSUE-DATE TO WS-CNL-ISSUE-DATE
                   MOVE CNR-REQUESTER TO WS-CNL-REQUESTER
                   WRITE REGISTER-REPORT-LINE FROM WS-CANCEL-LINE
                   MOVE CNR-REASON TO WS-CRL-REASON
                   MOVE CNR-DOC-ID TO WS-CRL-DOC-ID
                   WRITE REGISTER-REPORT-LINE
                       FROM WS-CANCEL-REASON-LINE
               END-IF
           END-IF.

       4000-COUNT-SUSPENSE.
           PERFORM 4100-READ-NEXT-EXCEPTION
               UNTIL WS-EXCEPT-EOF.
           CLOSE ISSUED-NUMBERS-FILE
           CLOSE AVAILABLE-NUMBERS-FILE
           CLOSE EXCEPTION-FILE
           IF NOT WS-CANC-MISSING
               CLOSE CANCELLATION-FILE
           END-IF
           CLOSE REGISTER-REPORT-FILE

           DISPLAY "SEQREG: register written to SEQREG.RPT".
