      *  FEED ALWAYS COVERS EXACTLY THE CURRENT CYCLE'S
      *  OUTPUT.  A MISSING RENUMBRD.DAT JUST MEANS NO
      *  SUSPENSE WAS RENUMBERED THIS MORNING.
      *
      *  EVERY DETAIL FED IS ALSO FILED IN THE FEED HISTORY
      *  FEEDHIST.DAT (SEE FEEDHIST) FOR FINRECON TO MATCH
      *  THE LEDGER'S ACKNOWLEDGEMENTS AGAINST, AND ANY
      *  SERIES AN OPERATOR HAS QUEUED THERE FOR RE-SEND IS
      *  SENT AGAIN AFTER TONIGHT'S OWN DETAILS, UNDER ITS
      *  ORIGINAL FEED DATE.
      *
      *  AMENDMENTS (SEE DOCREC) ARE NOT NEW ISSUES - THEY
      *  WENT OUT AGAIN UNDER NUMBERS FINANCE HAS ALREADY
      *  BEEN FED.  AMENDED.DAT IS READ AND COUNTED PER
      *  CYCLE AND SERIES, BUT ONLY INTO A SEPARATE SECTION
      *  OF FININT.RPT; NOTHING FROM IT GOES INTO FINFEED.DAT
      *  OR ITS TRAILER.  A MISSING AMENDED.DAT MEANS NO
      *  AMENDMENTS THIS CYCLE.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENUMBERED-STATUS.

           SELECT AMENDED-FILE ASSIGN TO "AMENDED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMENDED-STATUS.

           SELECT FEED-FILE ASSIGN TO "FINFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FEED-HISTORY-FILE ASSIGN TO "FEEDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FHS-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FEEDHIST-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       FD  RENUMBERED-FILE.
       01  RENUMBERED-RECORD-IMAGE         PIC X(96).

       FD  AMENDED-FILE.
       01  AMENDED-RECORD-IMAGE            PIC X(96).

       FD  FEED-FILE.
           COPY FINFEED.

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-LINE             PIC X(80).

       FD  FEED-HISTORY-FILE.
           COPY FEEDHIST.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       01  WS-RENUMBERED-STATUS        PIC XX VALUE "00".
           88  WS-RENUMBERED-NOT-FOUND            VALUE "35".

       01  WS-AMENDED-STATUS           PIC XX VALUE "00".
           88  WS-AMENDED-NOT-FOUND               VALUE "35".

       01  WS-FEED-STATUS              PIC XX VALUE "00".

       01  WS-REPORT-STATUS            PIC XX VALUE "00".

       01  WS-FEEDHIST-STATUS          PIC XX VALUE "00".
           88  WS-FEEDHIST-NOT-FOUND              VALUE "35".
           88  WS-FEEDHIST-DUPLICATE-KEY          VALUE "22".

       01  WS-FEEDHIST-EOF-SWITCH      PIC X VALUE "N".
           88  WS-FEEDHIST-EOF                    VALUE "Y".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

       01  WS-REGISTRY-STATUS          PIC XX VALUE "00".
       01  WS-RENUM-EOF-SWITCH         PIC X VALUE "N".
           88  WS-RENUM-EOF                       VALUE "Y".

       01  WS-AMENDED-EOF-SWITCH       PIC X VALUE "N".
           88  WS-AMENDED-EOF                     VALUE "Y".

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.

      *    THE DOCUMENT-TYPE SERIES LIST, LOADED FROM THE REGISTRY
                   88  WS-CYC-SEEN                VALUE "Y".
               10  WS-CYC-DOC-COUNT        PIC 9(7).
               10  WS-CYC-RENUM-COUNT      PIC 9(7).
               10  WS-CYC-AMEND-COUNT      PIC 9(7).
               10  WS-CYC-FIRST-NO         PIC 9(5).
               10  WS-CYC-LAST-NO          PIC 9(5).


       01  WS-NUMBERED-READ-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-RENUM-READ-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-AMENDED-READ-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-FEED-DETAIL-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-GRAND-DOC-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-RESENT-SERIES-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC Z(6)9.

      *    HASH-TOTAL WORK FIELDS - THE DOCREC RULE APPLIED TO THE
           05  WS-RPD-RENUM-COUNT      PIC Z(6)9.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-REPORT-RESEND.
           05  FILLER                  PIC X(12)
               VALUE "RESEND FEED ".
           05  WS-RPR-FEED-DATE        PIC X(8).
           05  FILLER                  PIC X(7) VALUE " CYCLE ".
           05  WS-RPR-CYCLE-NO         PIC 9(2).
           05  FILLER                  PIC X(6) VALUE " TYPE ".
           05  WS-RPR-TYPE-PREFIX      PIC X(2).
           05  FILLER                  PIC X(7) VALUE " FIRST ".
           05  WS-RPR-FIRST-NO         PIC 9(5).
           05  FILLER                  PIC X(6) VALUE " LAST ".
           05  WS-RPR-LAST-NO          PIC 9(5).
           05  FILLER                  PIC X(7) VALUE " COUNT ".
           05  WS-RPR-DOC-COUNT        PIC Z(6)9.
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(22)
               VALUE "TOTAL DOCUMENTS FED   ".
           05  WS-RPT-SERIES-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-REPORT-AMEND-HEADING.
           05  FILLER                  PIC X(44)
               VALUE "AMENDMENTS RE-SENT UNDER EXISTING NUMBERS - ".
           05  FILLER                  PIC X(36)
               VALUE "NOT NEW ISSUES, NOT IN FINFEED.DAT".

       01  WS-REPORT-AMEND.
           05  FILLER                  PIC X(14)
               VALUE "AMENDED CYCLE ".
           05  WS-RPA-CYCLE-NO         PIC 9(2).
           05  FILLER                  PIC X(6) VALUE " TYPE ".
           05  WS-RPA-TYPE-PREFIX      PIC X(2).
           05  FILLER                  PIC X(7) VALUE " COUNT ".
           05  WS-RPA-DOC-COUNT        PIC Z(6)9.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-REPORT-AMEND-TOTAL.
           05  FILLER                  PIC X(22)
               VALUE "TOTAL AMENDMENTS      ".
           05  WS-RPAT-DOC-COUNT       PIC Z(6)9.
           05  FILLER                  PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2500-TALLY-RENUMBERED-RECORD
               UNTIL WS-RENUM-EOF

           PERFORM 2600-TALLY-AMENDED-RECORD
               UNTIL WS-AMENDED-EOF

           PERFORM 3000-WRITE-POSTING-FEED

           PERFORM 8000-PRINT-POSTING-SUMMARY
               MOVE "N" TO WS-CYC-SEEN-SWITCH(WS-CYC-SUB)
               MOVE ZEROS TO WS-CYC-DOC-COUNT(WS-CYC-SUB)
               MOVE ZEROS TO WS-CYC-RENUM-COUNT(WS-CYC-SUB)
               MOVE ZEROS TO WS-CYC-AMEND-COUNT(WS-CYC-SUB)
               MOVE 99999 TO WS-CYC-FIRST-NO(WS-CYC-SUB)
               MOVE ZEROS TO WS-CYC-LAST-NO(WS-CYC-SUB)
           END-PERFORM
               MOVE "Y" TO WS-RENUM-EOF-SWITCH
           END-IF

           OPEN INPUT AMENDED-FILE
           IF WS-AMENDED-NOT-FOUND
               MOVE "Y" TO WS-AMENDED-EOF-SWITCH
           END-IF

           OPEN OUTPUT FEED-FILE

           OPEN I-O FEED-HISTORY-FILE
           IF WS-FEEDHIST-NOT-FOUND
               OPEN OUTPUT FEED-HISTORY-FILE
               CLOSE FEED-HISTORY-FILE
               OPEN I-O FEED-HISTORY-FILE
           END-IF

           OPEN OUTPUT POSTING-REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-RPH-FEED-DATE
           WRITE POSTING-REPORT-LINE FROM WS-REPORT-HEADING.
                   END-IF
           END-READ.

       2600-TALLY-AMENDED-RECORD.
      *    AMENDED.DAT IS IN THE SAME LAYOUT AGAIN, MAPPED THE SAME
      *    WAY - BUT ONLY ITS OWN COUNT IS KEPT, SO AN AMENDMENT
      *    NEVER OPENS A FEED SLOT OR MOVES A FIRST/LAST NUMBER.
           READ AMENDED-FILE
               AT END
                   MOVE "Y" TO WS-AMENDED-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-AMENDED-READ-COUNT
                   MOVE AMENDED-RECORD-IMAGE
                       TO NUMBERED-DOCUMENT-RECORD
                   IF NDR-CYCLE-NO IS NUMERIC
                       MOVE NDR-CYCLE-NO TO WS-MAP-CYCLE-NO
                       MOVE NDR-TYPE-PREFIX TO WS-MAP-TYPE-CODE
                       PERFORM 2750-MAP-SUMMARY-SLOT
                       ADD 1 TO WS-CYC-AMEND-COUNT(WS-CYC-SUB)
                   END-IF
           END-READ.

       2700-TALLY-THIS-DOCUMENT.
           PERFORM 2750-MAP-SUMMARY-SLOT

           SET WS-CYC-SEEN(WS-CYC-SUB) TO TRUE
           ADD 1 TO WS-CYC-DOC-COUNT(WS-CYC-SUB)
           ADD 1 TO WS-GRAND-DOC-COUNT
           IF WS-MAP-SEQ-NO < WS-CYC-FIRST-NO(WS-CYC-SUB)
               MOVE WS-MAP-SEQ-NO TO WS-CYC-FIRST-NO(WS-CYC-SUB)
           END-IF
           IF WS-MAP-SEQ-NO > WS-CYC-LAST-NO(WS-CYC-SUB)
               MOVE WS-MAP-SEQ-NO TO WS-CYC-LAST-NO(WS-CYC-SUB)
           END-IF.

       2750-MAP-SUMMARY-SLOT.
      *    UNRECOGNISED TYPE PREFIXES ARE COUNTED AGAINST THE
      *    DEFAULT (INVOICE) SERIES, THE SAME DEFAULT THE NUMBERING
      *    RUN APPLIES.
               END-IF
           END-PERFORM
           COMPUTE WS-CYC-SUB =
               WS-MAP-CYCLE-NO * WS-TYPE-COUNT + WS-MAP-TYPE-IX.

       3000-WRITE-POSTING-FEED.
      *    THE HEADER GOES OUT FIRST SO THE FEED IS PROPERLY FRAMED
               VARYING WS-CYC-SUB FROM 1 BY 1
               UNTIL WS-CYC-SUB > WS-SLOT-LIMIT

           PERFORM 3500-WRITE-RESEND-DETAILS

           MOVE SPACES TO FINANCE-FEED-TRAILER
           MOVE "T" TO FFT-RECORD-TYPE
           MOVE WS-FEED-DETAIL-COUNT TO FFT-RECORD-COUNT
                   PERFORM 3200-HASH-THIS-DETAIL
                   PERFORM 3300-ADD-TO-FEED-HASH
                   PERFORM 3400-WRITE-REPORT-DETAIL
                   PERFORM 3150-FILE-FEED-HISTORY
               END-IF
           END-IF.

       3150-FILE-FEED-HISTORY.
      *    A RERUN OF TONIGHT'S FEED REPLACES TONIGHT'S HISTORY
      *    ENTRY - THE FEED THE LEDGER RECEIVES IS THE LAST ONE
      *    CUT, SO THAT IS THE ONE TO RECONCILE.
           MOVE WS-TODAY-DATE TO FHS-FEED-DATE
           MOVE WS-FEED-DETAIL-IMAGE(2:2) TO FHS-CYCLE-NO
           MOVE WS-FEED-DETAIL-IMAGE(4:2) TO FHS-TYPE-PREFIX
           MOVE WS-CYC-FIRST-NO(WS-CYC-SUB) TO FHS-FIRST-SEQ-NO
           MOVE WS-CYC-LAST-NO(WS-CYC-SUB) TO FHS-LAST-SEQ-NO
           MOVE WS-CYC-DOC-COUNT(WS-CYC-SUB) TO FHS-DOC-COUNT
           SET FHS-AWAITING-ACK TO TRUE
           MOVE SPACES TO FHS-ACK-DATE
           MOVE SPACES TO FHS-REASON-CODE
           MOVE SPACES TO FHS-REASON-TEXT
           MOVE SPACES TO FHS-RESEND-FLAG
           MOVE SPACES TO FHS-RESENT-DATE
           WRITE FEED-HISTORY-RECORD
               INVALID KEY
                   IF WS-FEEDHIST-DUPLICATE-KEY
                       REWRITE FEED-HISTORY-RECORD
                   END-IF
           END-WRITE
           IF WS-FEEDHIST-STATUS NOT = "00"
               DISPLAY "Warning: FEEDHIST.DAT entry for cycle "
                   FHS-CYCLE-NO " type " FHS-TYPE-PREFIX
                   " not filed, status " WS-FEEDHIST-STATUS
                   " - FINRECON cannot match its acknowledgement"
           END-IF.

       3200-HASH-THIS-DETAIL.
      *    THE DOCREC HASH RULE APPLIED TO THE FEED DETAIL: THE
      *    NUMERIC CHARACTERS OF THE DETAIL IMAGE, TAKEN IN ORDER,
               TO WS-RPD-RENUM-COUNT
           WRITE POSTING-REPORT-LINE FROM WS-REPORT-DETAIL.

       3500-WRITE-RESEND-DETAILS.
      *    SERIES QUEUED FOR RE-SEND (SEE FEEDHIST) GO OUT WITH
      *    THEIR ORIGINAL FIGURES AND FEED DATE AND COUNT TOWARD
      *    THE TRAILER LIKE ANY OTHER DETAIL.  EACH IS RESET TO
      *    AWAIT A FRESH ACKNOWLEDGEMENT.  A SAME-NIGHT RERUN CUTS
      *    FINFEED.DAT AGAIN, SO A SERIES ALREADY RE-SENT TONIGHT
      *    BY THE FIRST RUN GOES INTO THE REPLACEMENT FEED TOO -
      *    OTHERWISE IT WOULD NEVER REACH THE LEDGER.
           MOVE LOW-VALUES TO FHS-KEY
           START FEED-HISTORY-FILE KEY IS >= FHS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
           END-START
           PERFORM 3550-RESEND-NEXT-QUEUED-SERIES
               UNTIL WS-FEEDHIST-EOF.

       3550-RESEND-NEXT-QUEUED-SERIES.
           READ FEED-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
           END-READ
           IF WS-FEEDHIST-EOF OR WS-FEEDHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-FEEDHIST-EOF-SWITCH
           ELSE
               IF FHS-RESEND-QUEUED
                   OR (FHS-RESENT AND FHS-RESENT-DATE = WS-TODAY-DATE)
                   MOVE SPACES TO FINANCE-FEED-RECORD
                   MOVE "D" TO FFD-RECORD-TYPE
                   MOVE FHS-CYCLE-NO TO FFD-CYCLE-NO
                   MOVE FHS-TYPE-PREFIX TO FFD-TYPE-PREFIX
                   MOVE FHS-FIRST-SEQ-NO TO FFD-FIRST-SEQ-NO
                   MOVE FHS-LAST-SEQ-NO TO FFD-LAST-SEQ-NO
                   MOVE FHS-DOC-COUNT TO FFD-DOC-COUNT
                   MOVE FHS-FEED-DATE TO FFD-RESEND-FEED-DATE
                   MOVE FINANCE-FEED-RECORD TO WS-FEED-DETAIL-IMAGE
                   WRITE FINANCE-FEED-RECORD
                   IF WS-FEED-STATUS = "00"
                       ADD 1 TO WS-FEED-DETAIL-COUNT
                       ADD 1 TO WS-RESENT-SERIES-COUNT
                       PERFORM 3200-HASH-THIS-DETAIL
                       PERFORM 3300-ADD-TO-FEED-HASH
                       PERFORM 3600-WRITE-REPORT-RESEND
                       SET FHS-RESENT TO TRUE
                       MOVE WS-TODAY-DATE TO FHS-RESENT-DATE
                       SET FHS-AWAITING-ACK TO TRUE
                       MOVE SPACES TO FHS-ACK-DATE
                       MOVE SPACES TO FHS-REASON-CODE
                       MOVE SPACES TO FHS-REASON-TEXT
                       REWRITE FEED-HISTORY-RECORD
                   END-IF
               END-IF
           END-IF.

       3600-WRITE-REPORT-RESEND.
           MOVE FHS-FEED-DATE TO WS-RPR-FEED-DATE
           MOVE FHS-CYCLE-NO TO WS-RPR-CYCLE-NO
           MOVE FHS-TYPE-PREFIX TO WS-RPR-TYPE-PREFIX
           MOVE FHS-FIRST-SEQ-NO TO WS-RPR-FIRST-NO
           MOVE FHS-LAST-SEQ-NO TO WS-RPR-LAST-NO
           MOVE FHS-DOC-COUNT TO WS-RPR-DOC-COUNT
           WRITE POSTING-REPORT-LINE FROM WS-REPORT-RESEND.

       8000-PRINT-POSTING-SUMMARY.
           MOVE WS-GRAND-DOC-COUNT TO WS-RPT-DOC-COUNT
           MOVE WS-FEED-DETAIL-COUNT TO WS-RPT-SERIES-COUNT
           WRITE POSTING-REPORT-LINE FROM WS-REPORT-TOTAL

           IF WS-AMENDED-READ-COUNT > ZEROS
               PERFORM 8100-PRINT-AMENDMENT-SECTION
           END-IF

           MOVE WS-NUMBERED-READ-COUNT TO WS-COUNT-EDIT
           DISPLAY "FININT: " FUNCTION TRIM(WS-COUNT-EDIT)
               " documents read from NUMBERED.DAT"
           MOVE WS-RENUM-READ-COUNT TO WS-COUNT-EDIT
           DISPLAY "FININT: " FUNCTION TRIM(WS-COUNT-EDIT)
               " documents read from RENUMBRD.DAT"
           IF WS-AMENDED-READ-COUNT > ZEROS
               MOVE WS-AMENDED-READ-COUNT TO WS-COUNT-EDIT
               DISPLAY "FININT: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " amendments read from AMENDED.DAT - reported "
                   "separately, not fed"
           END-IF
           MOVE WS-FEED-DETAIL-COUNT TO WS-COUNT-EDIT
           DISPLAY "FININT: " FUNCTION TRIM(WS-COUNT-EDIT)
               " series summarized to FINFEED.DAT - posting "
               "summary on FININT.RPT"
           IF WS-RESENT-SERIES-COUNT > ZEROS
               MOVE WS-RESENT-SERIES-COUNT TO WS-COUNT-EDIT
               DISPLAY "FININT: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " queued series re-sent under their original "
                   "feed dates"
           END-IF.

       8100-PRINT-AMENDMENT-SECTION.
           MOVE SPACES TO POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE
           WRITE POSTING-REPORT-LINE FROM WS-REPORT-AMEND-HEADING
           PERFORM 8150-PRINT-AMENDMENT-LINE
               VARYING WS-CYC-SUB FROM 1 BY 1
               UNTIL WS-CYC-SUB > WS-SLOT-LIMIT
           MOVE WS-AMENDED-READ-COUNT TO WS-RPAT-DOC-COUNT
           WRITE POSTING-REPORT-LINE FROM WS-REPORT-AMEND-TOTAL.

       8150-PRINT-AMENDMENT-LINE.
           IF WS-CYC-AMEND-COUNT(WS-CYC-SUB) > ZEROS
               COMPUTE WS-RPA-CYCLE-NO =
                   (WS-CYC-SUB - 1) / WS-TYPE-COUNT
               COMPUTE WS-MAP-TYPE-IX =
                   FUNCTION MOD(WS-CYC-SUB - 1, WS-TYPE-COUNT) + 1
               MOVE WS-REG-TYPE-CODE(WS-MAP-TYPE-IX)
                   TO WS-RPA-TYPE-PREFIX
               MOVE WS-CYC-AMEND-COUNT(WS-CYC-SUB)
                   TO WS-RPA-DOC-COUNT
               WRITE POSTING-REPORT-LINE FROM WS-REPORT-AMEND
           END-IF.

       9000-TERMINATE.
           IF NOT WS-NUMBERED-NOT-FOUND
           IF NOT WS-RENUMBERED-NOT-FOUND
               CLOSE RENUMBERED-FILE
           END-IF
           IF NOT WS-AMENDED-NOT-FOUND
               CLOSE AMENDED-FILE
           END-IF
           CLOSE FEED-FILE
           CLOSE FEED-HISTORY-FILE
           CLOSE POSTING-REPORT-FILE.
