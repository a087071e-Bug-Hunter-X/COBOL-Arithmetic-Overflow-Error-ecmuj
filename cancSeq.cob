       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCSEQ.
      *****************************************************
      *  REGISTERS DOCUMENTS CANCELLED AFTER THEIR NUMBERING
      *  DAY.  VOIDSEQ IS RIGHT TO REFUSE THEM (V02) - A
      *  NUMBER FROM A PRIOR EPOCH MUST NEVER GO BACK INTO
      *  THE RECLAIM POOL - BUT THE CANCELLATION ITSELF THEN
      *  LIVED ONLY ON PAPER AND THE AUDITORS SAW THE NUMBER
      *  AS LIVE.  EACH REQUEST (SEE CANCREQ) IS VERIFIED
      *  AGAINST THE ISSUED-NUMBER LEDGER ISSUED.DAT, OR
      *  ISSARCH.DAT ONCE ARCPURGE HAS MOVED THE EPOCH OUT,
      *  AND ENTERED ON THE PERMANENT CANCELLATION REGISTER
      *  CANCREG.DAT (SEE CANCREG) WITH ITS REASON,
      *  REQUESTER AND DATE.  AVAIL.DAT IS ONLY EVER READ.
      *
      *    CANCSEQ  (NO PARM - READS CANCREQ.DAT)
      *
      *  REJECTS GO TO THE PRINTED REJECT REPORT CANCREJ.RPT
      *  WITH A REASON CODE:
      *    C01 - NUMBER NEVER ISSUED (NOT ON THE LEDGER OR
      *          THE ARCHIVE)
      *    C02 - NUMBER IS NOT FROM A PRIOR EPOCH - TODAY'S
      *          NUMBERS ARE VOIDED THROUGH VOIDSEQ
      *    C03 - NUMBER ALREADY ON THE REGISTER
      *    C04 - REQUEST FIELDS NOT NUMERIC
      *    C05 - REQUESTER OR REASON MISSING
      *    C06 - NUMBER WAS VOIDED TO THE POOL AND NEVER
      *          REISSUED - NOTHING LIVE TO CANCEL
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCEL-REQUEST-FILE ASSIGN TO "CANCREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANCEL-REQUEST-STATUS.

           SELECT CANCELLATION-FILE ASSIGN TO "CANCREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CANCREG-STATUS.

           SELECT ISSUED-NUMBERS-FILE ASSIGN TO "ISSUED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISN-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ISSUED-STATUS.

           SELECT AVAILABLE-NUMBERS-FILE ASSIGN TO "AVAIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVN-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-AVAIL-STATUS.

           SELECT ISSUED-ARCHIVE-FILE ASSIGN TO "ISSARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSARCH-STATUS.

           SELECT AVAIL-ARCHIVE-FILE ASSIGN TO "AVLARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVLARCH-STATUS.

           SELECT CROSS-REFERENCE-FILE ASSIGN TO "DOCXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-DOC-ID
               ALTERNATE RECORD KEY IS XRF-NUMBER-KEY
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-XREF-STATUS.

           SELECT REJECT-REPORT-FILE ASSIGN TO "CANCREJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANCEL-REQUEST-FILE.
           COPY CANCREQ.

       FD  CANCELLATION-FILE.
           COPY CANCREG.

       FD  ISSUED-NUMBERS-FILE.
           COPY ISSUEDREC.

       FD  AVAILABLE-NUMBERS-FILE.
           COPY AVAILREC.

      *    THE ARCHIVES ARE THE RAW LEDGER AND POOL IMAGES ARCPURGE
      *    UNLOADED, INTERLEAVED WITH ITS "ARCHIVE " BATCH HEADERS
      *    (SEE ARCINQ) - THE FIRST 17 CHARACTERS OF AN ENTRY ARE
      *    ITS CYCLE/DATE/TYPE/NUMBER KEY.
       FD  ISSUED-ARCHIVE-FILE.
       01  ISSUED-ARCHIVE-LINE             PIC X(44).

       FD  AVAIL-ARCHIVE-FILE.
       01  AVAIL-ARCHIVE-LINE              PIC X(44).

       FD  CROSS-REFERENCE-FILE.
           COPY XREFREC.

       FD  REJECT-REPORT-FILE.
       01  REJECT-REPORT-LINE              PIC X(88).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-CANCEL-REQUEST-STATUS    PIC XX VALUE "00".
           88  WS-CANCEL-REQUEST-NOT-FOUND        VALUE "35".

       01  WS-CANCREG-STATUS           PIC XX VALUE "00".
           88  WS-CANCREG-NOT-FOUND               VALUE "35".
           88  WS-CANCREG-DUPLICATE-KEY           VALUE "22".

       01  WS-ISSUED-STATUS            PIC XX VALUE "00".

       01  WS-AVAIL-STATUS             PIC XX VALUE "00".

       01  WS-ISSARCH-STATUS           PIC XX VALUE "00".

       01  WS-AVLARCH-STATUS           PIC XX VALUE "00".

       01  WS-XREF-STATUS              PIC XX VALUE "00".

       01  WS-REPORT-STATUS            PIC XX VALUE "00".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-EOF                             VALUE "Y".

       01  WS-ARCHIVE-EOF-SWITCH       PIC X VALUE "N".
           88  WS-ARCHIVE-EOF                     VALUE "Y".

      *    A READ AGAINST A FILE WHOSE OPEN FAILED TAKES NEITHER THE
      *    INVALID KEY NOR THE NOT INVALID KEY BRANCH, SO EACH OPEN
      *    SETS ITS OWN MISSING SWITCH AND THE CHECKS TEST IT.
       01  WS-LEDGER-MISSING-SWITCH    PIC X VALUE "N".
           88  WS-LEDGER-MISSING                  VALUE "Y".
       01  WS-POOL-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-POOL-MISSING                    VALUE "Y".
       01  WS-XREF-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-XREF-MISSING                    VALUE "Y".

      *    THE REGISTER ITSELF MUST OPEN - WITHOUT IT NO REQUEST
      *    CAN BE ENTERED, AND THE RUN STOPS BEFORE READING ANY.
       01  WS-CANCREG-FAILED-SWITCH    PIC X VALUE "N".
           88  WS-CANCREG-FAILED                  VALUE "Y".

       01  WS-REJECT-SWITCH            PIC X VALUE "N".
           88  WS-REJECTED                        VALUE "Y".

       01  WS-REJECT-CODE              PIC X(3) VALUE SPACES.
       01  WS-REJECT-TEXT              PIC X(32) VALUE SPACES.

       01  WS-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-FOUND                           VALUE "Y".

      *    WHERE THE NUMBER WAS FOUND ISSUED - "L" LEDGER OR "A"
      *    ARCHIVE, AS CARRIED ONTO THE REGISTER (SEE CANCREG).
       01  WS-VERIFIED-FROM            PIC X(1) VALUE SPACES.
       01  WS-CUR-BATCH-DATE           PIC X(8) VALUE SPACES.
       01  WS-FOUND-BATCH-DATE         PIC X(8) VALUE SPACES.
       01  WS-FOUND-DOC-ID             PIC X(20) VALUE SPACES.

      *    THE REQUESTED NUMBER IN ISSUED-LEDGER KEY ORDER - THE
      *    SAME LAYOUT AS ISN-KEY, AVN-KEY AND CNR-KEY, AND THE
      *    FIRST 17 CHARACTERS OF AN ARCHIVED ENTRY.
       01  WS-NUMBER-KEY.
           05  WS-NBK-CYCLE-NO         PIC 9(2).
           05  WS-NBK-ISSUE-DATE       PIC X(8).
           05  WS-NBK-DOC-TYPE         PIC X(2).
           05  WS-NBK-SEQ-NO           PIC 9(5).

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.

       01  WS-REQUEST-COUNT            PIC 9(5) VALUE ZEROS.
       01  WS-REGISTERED-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-REJECT-COUNT             PIC 9(5) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC ZZZZ9.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(34)
               VALUE "CANCSEQ REJECTED CANCELLATIONS - ".
           05  WS-RPT-HDG-DATE         PIC X(8).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-REASON-CODE      PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-REASON-TEXT      PIC X(32).
           05  FILLER                  PIC X(7) VALUE " CYCLE ".
           05  WS-RPT-CYCLE-NO         PIC X(2).
           05  FILLER                  PIC X(6) VALUE " TYPE ".
           05  WS-RPT-DOC-TYPE         PIC X(2).
           05  FILLER                  PIC X(8) VALUE " NUMBER ".
           05  WS-RPT-SEQ-NO           PIC X(5).
           05  FILLER                  PIC X(8) VALUE " ISSUED ".
           05  WS-RPT-ISSUE-DATE       PIC X(8).
           05  FILLER                  PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-CANCEL-REQUEST
               UNTIL WS-EOF

           PERFORM 8000-PRINT-CANCEL-SUMMARY

           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE

           OPEN I-O CANCELLATION-FILE
           IF WS-CANCREG-NOT-FOUND
               OPEN OUTPUT CANCELLATION-FILE
               CLOSE CANCELLATION-FILE
               OPEN I-O CANCELLATION-FILE
           END-IF
           IF WS-CANCREG-STATUS NOT = "00"
               SET WS-CANCREG-FAILED TO TRUE
               DISPLAY "Error: could not open CANCREG.DAT - status "
                   WS-CANCREG-STATUS " - no requests processed"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF

      *    THE LEDGER, POOL AND CROSS-REFERENCE ARE ONLY READ HERE.
      *    A MISSING LEDGER LEAVES THE ARCHIVE AS THE ONLY PROOF OF
      *    ISSUE; A MISSING POOL MEANS NOTHING IS SITTING VOIDED.
           OPEN INPUT ISSUED-NUMBERS-FILE
           IF WS-ISSUED-STATUS NOT = "00"
               SET WS-LEDGER-MISSING TO TRUE
           END-IF

           OPEN INPUT AVAILABLE-NUMBERS-FILE
           IF WS-AVAIL-STATUS NOT = "00"
               SET WS-POOL-MISSING TO TRUE
           END-IF

           OPEN INPUT CROSS-REFERENCE-FILE
           IF WS-XREF-STATUS NOT = "00"
               SET WS-XREF-MISSING TO TRUE
           END-IF

           OPEN OUTPUT REJECT-REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-RPT-HDG-DATE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-HEADING

           OPEN INPUT CANCEL-REQUEST-FILE
           IF WS-CANCEL-REQUEST-NOT-FOUND
               DISPLAY "CANCSEQ: no CANCREQ.DAT - nothing to cancel"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    TODAY'S EPOCH IS THE OPERATOR-ROLLED PROCESSING DATE IN
      *    BUSDATE.DAT (SEE BUSDATE/DATECTL), THE SAME DATE VOIDSEQ
      *    SCREENS AGAINST - A NUMBER VOIDSEQ WOULD STILL RELEASE
      *    IS NEVER ENTERED ON THE REGISTER.  A MISSING OR
      *    UNREADABLE CONTROL RECORD FALLS BACK TO THE SYSTEM DATE.
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

       2000-PROCESS-CANCEL-REQUEST.
           READ CANCEL-REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
                   PERFORM 2100-CANCEL-NUMBER
           END-READ.

       2100-CANCEL-NUMBER.
           MOVE "N" TO WS-REJECT-SWITCH

           PERFORM 2110-VALIDATE-REQUEST

           IF NOT WS-REJECTED
               PERFORM 2300-FIND-HOLDING-DOCUMENT
               PERFORM 2400-REGISTER-CANCELLATION
           END-IF

           IF WS-REJECTED
               PERFORM 2500-WRITE-REJECT-LINE
           END-IF.

       2110-VALIDATE-REQUEST.
           IF CRQ-CYCLE-NO IS NOT NUMERIC
               OR CRQ-SEQ-NO IS NOT NUMERIC
               OR CRQ-ISSUE-DATE IS NOT NUMERIC
               SET WS-REJECTED TO TRUE
               MOVE "C04" TO WS-REJECT-CODE
               MOVE "REQUEST FIELDS NOT NUMERIC"
                   TO WS-REJECT-TEXT
           ELSE
               IF CRQ-REQUESTER = SPACES OR CRQ-REASON = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE "C05" TO WS-REJECT-CODE
                   MOVE "REQUESTER OR REASON MISSING"
                       TO WS-REJECT-TEXT
               ELSE
               IF CRQ-ISSUE-DATE >= WS-TODAY-DATE
      *            TODAY'S NUMBERS GO BACK TO THE POOL THROUGH
      *            VOIDSEQ AND ARE HANDED OUT AGAIN; ONLY A NUMBER
      *            FROM A RANGE THE COUNTER HAS LEFT BEHIND IS
      *            CANCELLED IN PLACE.
                   SET WS-REJECTED TO TRUE
                   MOVE "C02" TO WS-REJECT-CODE
                   MOVE "NOT A PRIOR EPOCH - USE VOIDSEQ"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE CRQ-CYCLE-NO TO WS-NBK-CYCLE-NO
                   MOVE CRQ-ISSUE-DATE TO WS-NBK-ISSUE-DATE
                   MOVE CRQ-DOC-TYPE TO WS-NBK-DOC-TYPE
                   MOVE CRQ-SEQ-NO TO WS-NBK-SEQ-NO
                   PERFORM 2120-CHECK-NOT-CANCELLED
                   IF NOT WS-REJECTED
                       PERFORM 2130-CHECK-NUMBER-WAS-ISSUED
                   END-IF
                   IF NOT WS-REJECTED
                       PERFORM 2150-CHECK-NOT-IN-POOL
                   END-IF
               END-IF
               END-IF
           END-IF.

       2120-CHECK-NOT-CANCELLED.
           MOVE WS-NUMBER-KEY TO CNR-KEY
           READ CANCELLATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REJECTED TO TRUE
                   MOVE "C03" TO WS-REJECT-CODE
                   MOVE "NUMBER ALREADY CANCELLED"
                       TO WS-REJECT-TEXT
           END-READ.

       2130-CHECK-NUMBER-WAS-ISSUED.
      *    THE LIVE LEDGER FIRST; AN EPOCH PAST RETENTION IS ONLY
      *    ON ISSARCH.DAT, AND THE BATCH THAT UNLOADED IT IS KEPT
      *    ON THE REGISTER SO IT CAN BE RESTORED FOR THE AUDITORS.
           MOVE SPACES TO WS-VERIFIED-FROM
           MOVE SPACES TO WS-FOUND-BATCH-DATE
           IF NOT WS-LEDGER-MISSING
               MOVE WS-NUMBER-KEY TO ISN-KEY
               READ ISSUED-NUMBERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "L" TO WS-VERIFIED-FROM
               END-READ
           END-IF

           IF WS-VERIFIED-FROM = SPACES
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
               MOVE SPACES TO WS-CUR-BATCH-DATE
               OPEN INPUT ISSUED-ARCHIVE-FILE
               IF WS-ISSARCH-STATUS = "00"
                   PERFORM 2140-SCAN-NEXT-ISSUED-LINE
                       UNTIL WS-ARCHIVE-EOF OR WS-FOUND
                   CLOSE ISSUED-ARCHIVE-FILE
               END-IF
               IF WS-FOUND
                   MOVE "A" TO WS-VERIFIED-FROM
                   MOVE WS-CUR-BATCH-DATE TO WS-FOUND-BATCH-DATE
               END-IF
           END-IF

           IF WS-VERIFIED-FROM = SPACES
               SET WS-REJECTED TO TRUE
               MOVE "C01" TO WS-REJECT-CODE
               MOVE "NUMBER NEVER ISSUED"
                   TO WS-REJECT-TEXT
           END-IF.

       2140-SCAN-NEXT-ISSUED-LINE.
           READ ISSUED-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
               NOT AT END
                   IF ISSUED-ARCHIVE-LINE(1:8) = "ARCHIVE "
                       MOVE ISSUED-ARCHIVE-LINE(9:8)
                           TO WS-CUR-BATCH-DATE
                   ELSE
                       IF ISSUED-ARCHIVE-LINE(1:17) = WS-NUMBER-KEY
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2150-CHECK-NOT-IN-POOL.
      *    A NUMBER STILL SITTING IN THE POOL WAS VOIDED ON ITS OWN
      *    DAY AND NEVER HANDED OUT AGAIN - NO DOCUMENT HOLDS IT.
      *    A LIVE EPOCH'S POOL IS ON AVAIL.DAT, A PURGED ONE'S ON
      *    AVLARCH.DAT.
           MOVE "N" TO WS-FOUND-SWITCH
           IF WS-VERIFIED-FROM = "L"
               IF NOT WS-POOL-MISSING
                   MOVE WS-NUMBER-KEY TO AVN-KEY
                   READ AVAILABLE-NUMBERS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-FOUND TO TRUE
                   END-READ
               END-IF
           ELSE
               MOVE "N" TO WS-ARCHIVE-EOF-SWITCH
               OPEN INPUT AVAIL-ARCHIVE-FILE
               IF WS-AVLARCH-STATUS = "00"
                   PERFORM 2160-SCAN-NEXT-AVAIL-LINE
                       UNTIL WS-ARCHIVE-EOF OR WS-FOUND
                   CLOSE AVAIL-ARCHIVE-FILE
               END-IF
           END-IF

           IF WS-FOUND
               SET WS-REJECTED TO TRUE
               MOVE "C06" TO WS-REJECT-CODE
               MOVE "NUMBER VOIDED TO POOL - NOT LIVE"
                   TO WS-REJECT-TEXT
           END-IF.

       2160-SCAN-NEXT-AVAIL-LINE.
           READ AVAIL-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
               NOT AT END
                   IF AVAIL-ARCHIVE-LINE(1:8) NOT = "ARCHIVE "
                       AND AVAIL-ARCHIVE-LINE(1:17) = WS-NUMBER-KEY
                       SET WS-FOUND TO TRUE
                   END-IF
           END-READ.

       2300-FIND-HOLDING-DOCUMENT.
      *    THE CROSS-REFERENCE'S NUMBER KEY RUNS CYCLE, DATE,
      *    NUMBER, TYPE (SEE XREFREC).  A DOCUMENT SINCE RENUMBERED
      *    NO LONGER HOLDS THE NUMBER THERE, AND THE REGISTER THEN
      *    CARRIES NO DOC-ID.
           MOVE SPACES TO WS-FOUND-DOC-ID
           IF NOT WS-XREF-MISSING
               MOVE WS-NBK-CYCLE-NO TO XRF-CYCLE-NO
               MOVE WS-NBK-ISSUE-DATE TO XRF-RUN-DATE
               MOVE WS-NBK-SEQ-NO TO XRF-SEQ-NO
               MOVE WS-NBK-DOC-TYPE TO XRF-DOC-TYPE
               START CROSS-REFERENCE-FILE
                   KEY IS = XRF-NUMBER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CROSS-REFERENCE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF XRF-CYCLE-NO = WS-NBK-CYCLE-NO
                                   AND XRF-RUN-DATE
                                       = WS-NBK-ISSUE-DATE
                                   AND XRF-SEQ-NO = WS-NBK-SEQ-NO
                                   AND XRF-DOC-TYPE
                                       = WS-NBK-DOC-TYPE
                                   MOVE XRF-DOC-ID
                                       TO WS-FOUND-DOC-ID
                               END-IF
                       END-READ
               END-START
           END-IF.

       2400-REGISTER-CANCELLATION.
      *    THE WRITE ITSELF STILL CATCHES A NUMBER CANCELLED TWICE
      *    IN THE SAME REQUEST FILE.
           MOVE SPACES TO CANCELLATION-RECORD
           MOVE WS-NUMBER-KEY TO CNR-KEY
           MOVE WS-FOUND-DOC-ID TO CNR-DOC-ID
           MOVE WS-TODAY-DATE TO CNR-CANCEL-DATE
           MOVE CRQ-REQUESTER TO CNR-REQUESTER
           MOVE CRQ-REASON TO CNR-REASON
           MOVE WS-VERIFIED-FROM TO CNR-VERIFIED-FROM
           MOVE WS-FOUND-BATCH-DATE TO CNR-ARCHIVE-BATCH
           MOVE FUNCTION CURRENT-DATE TO CNR-RECORDED-STAMP
           WRITE CANCELLATION-RECORD
               INVALID KEY
                   IF WS-CANCREG-DUPLICATE-KEY
                       SET WS-REJECTED TO TRUE
                       MOVE "C03" TO WS-REJECT-CODE
                       MOVE "NUMBER ALREADY CANCELLED"
                           TO WS-REJECT-TEXT
                   ELSE
                       DISPLAY "Error: could not write CANCREG.DAT "
                           "- status " WS-CANCREG-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-REGISTERED-COUNT
                   DISPLAY "CANCSEQ: cycle " CNR-CYCLE-NO
                       " type " CNR-DOC-TYPE
                       " number " CNR-SEQ-NO
                       " dated " CNR-ISSUE-DATE
                       " cancelled for " CNR-REQUESTER
                       " document " CNR-DOC-ID
           END-WRITE.

       2500-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REJECT-CODE TO WS-RPT-REASON-CODE
           MOVE WS-REJECT-TEXT TO WS-RPT-REASON-TEXT
           MOVE CRQ-CYCLE-NO TO WS-RPT-CYCLE-NO
           MOVE CRQ-DOC-TYPE TO WS-RPT-DOC-TYPE
           MOVE CRQ-SEQ-NO TO WS-RPT-SEQ-NO
           MOVE CRQ-ISSUE-DATE TO WS-RPT-ISSUE-DATE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-DETAIL.

       8000-PRINT-CANCEL-SUMMARY.
           MOVE WS-REQUEST-COUNT TO WS-COUNT-EDIT
           DISPLAY "CANCSEQ: " FUNCTION TRIM(WS-COUNT-EDIT)
               " cancellation requests read"
           MOVE WS-REGISTERED-COUNT TO WS-COUNT-EDIT
           DISPLAY "CANCSEQ: " FUNCTION TRIM(WS-COUNT-EDIT)
               " numbers entered on the cancellation register"
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           DISPLAY "CANCSEQ: " FUNCTION TRIM(WS-COUNT-EDIT)
               " requests rejected - see CANCREJ.RPT"

           IF WS-REJECT-COUNT > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF NOT WS-CANCEL-REQUEST-NOT-FOUND
               CLOSE CANCEL-REQUEST-FILE
           END-IF
           IF NOT WS-CANCREG-FAILED
               CLOSE CANCELLATION-FILE
           END-IF
           IF NOT WS-LEDGER-MISSING
               CLOSE ISSUED-NUMBERS-FILE
           END-IF
           IF NOT WS-POOL-MISSING
               CLOSE AVAILABLE-NUMBERS-FILE
           END-IF
           IF NOT WS-XREF-MISSING
               CLOSE CROSS-REFERENCE-FILE
           END-IF
           CLOSE REJECT-REPORT-FILE.
