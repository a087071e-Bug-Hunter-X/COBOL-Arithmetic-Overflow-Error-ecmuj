       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBACKOUT.
      *****************************************************
      *  BACKS OUT A COMPLETE NUMBERING RUN - A BAD EXTRACT
      *  THAT GOT NUMBERED, E.G. A FILE THE SOURCE SYSTEM
      *  LATER SAYS WAS SENT IN ERROR.  THE RUN IS NAMED BY
      *  ITS RUNCTL KEY (SEE RUNCTL) AND EVERYTHING IT DID IS
      *  TAKEN FROM ITS OWN ISSUE LEDGER (SEE RUNISS):
      *
      *    RUNBACKOUT "<cycle> <yyyymmdd> <count> <hash>"
      *
      *  <count> AND <hash> ARE THE BAD INPUT'S TRAILER COUNT
      *  AND DOC-ID HASH TOTAL, AS RUNCTL.DAT HOLDS THEM.
      *
      *  FOR EVERY DOCUMENT THE RUN NUMBERED:
      *    - DOCXREF.DAT GOES BACK TO THE DOCUMENT'S PRIOR
      *      ASSIGNMENT, OR THE ENTRY IS REMOVED IF THE RUN
      *      GAVE IT ITS FIRST NUMBER, AND THE RUN'S XREFHIST
      *      ROW IS REMOVED
      *    - A NUMBER DRAWN FROM THE FORWARD COUNTER IS
      *      REMOVED FROM ISSUED.DAT WHEN THE SERIES'
      *      WATERMARK CAN BE RESET BELOW IT, OTHERWISE IT IS
      *      RELEASED TO AVAIL.DAT THE WAY VOIDSEQ RELEASES A
      *      VOIDED NUMBER; A NUMBER THE RUN RECLAIMED FROM
      *      AVAIL.DAT GOES BACK THERE
      *    - A CAPPED DOCUMENT STILL WAITING IN EXCEPT.DAT IS
      *      TAKEN OUT OF SUSPENSE
      *    - AN AMENDMENT THE RUN RE-SENT (AN "A" ENTRY ON THE
      *      LEDGER) KEEPS ITS NUMBER AND ITS DOCXREF ENTRY;
      *      ONLY THE "A" ROW THE RE-SEND PUT ON XREFHIST IS
      *      REMOVED
      *  A SERIES' SEQCTL/BLOCKCTL WATERMARK IS RESET TO JUST
      *  BELOW THE RUN'S FIRST NUMBER ONLY WHEN NO LATER RUN
      *  HAS ISSUED PAST THE RUN'S LAST ONE (A BLOCK STREAM'S
      *  RETURNED UNUSED TAIL DOES NOT COUNT).  THE RUNCTL
      *  ENTRY IS THEN MARKED BACKED-OUT, SO THE SAME INPUT
      *  CAN BE NUMBERED AGAIN WITHOUT FORCE.
      *
      *  NOTHING IS CHANGED UNLESS EVERY DOCUMENT CAN BE
      *  REVERSED: THE BACK-OUT IS REFUSED (RC 12) IF A LATER
      *  RUN OR EXCRENUM HAS SINCE REASSIGNED ANY OF THE
      *  RUN'S DOCUMENTS, IF ANY OF ITS NUMBERS HAS BEEN
      *  VOIDED AND HANDED TO ANOTHER DOCUMENT, IF ANY OF
      *  ITS NUMBERS HAS SINCE BEEN ENTERED ON THE
      *  CANCELLATION REGISTER (SEE CANCREG), OR IF THE
      *  LEDGER DOES NOT COVER THE WHOLE RUN.  EVERY ACTION
      *  AND EVERY REFUSAL IS PRINTED ON BACKOUT.RPT, WHICH
      *  IS KEPT WITH THE AUDIT FILE.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-ISSUE-FILE ASSIGN TO "RUNISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIS-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RUNISS-STATUS.

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

           SELECT CROSS-REFERENCE-FILE ASSIGN TO "DOCXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-DOC-ID
               ALTERNATE RECORD KEY IS XRF-NUMBER-KEY
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-XREF-STATUS.

           SELECT XREF-HISTORY-FILE ASSIGN TO "XREFHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRH-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-XRFH-STATUS.

           SELECT SEQ-CONTROL-FILE ASSIGN TO "SEQCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-SEQCTL-STATUS.

           SELECT BLOCK-CONTROL-FILE ASSIGN TO "BLOCKCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-BLOCK-STATUS.

           SELECT CANCELLATION-FILE ASSIGN TO "CANCREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CANCREG-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT SUSPENSE-WORK-FILE ASSIGN TO "BACKWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPWORK-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BACKOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-ISSUE-FILE.
           COPY RUNISS.

       FD  ISSUED-NUMBERS-FILE.
           COPY ISSUEDREC.

       FD  AVAILABLE-NUMBERS-FILE.
           COPY AVAILREC.

       FD  CROSS-REFERENCE-FILE.
           COPY XREFREC.

       FD  XREF-HISTORY-FILE.
           COPY XREFHIS.

       FD  SEQ-CONTROL-FILE.
           COPY SEQCTL.

       FD  BLOCK-CONTROL-FILE.
           COPY BLKREC.

       FD  CANCELLATION-FILE.
           COPY CANCREG.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-RECORD            PIC X(103).

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-LINE             PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS            PIC XX VALUE "00".
           88  WS-RUNCTL-NOT-FOUND                VALUE "35".

       01  WS-RUNISS-STATUS            PIC XX VALUE "00".
           88  WS-RUNISS-NOT-FOUND                VALUE "35".

       01  WS-ISSUED-STATUS            PIC XX VALUE "00".
           88  WS-ISSUED-NOT-FOUND                VALUE "35".

       01  WS-AVAIL-STATUS             PIC XX VALUE "00".
           88  WS-AVAIL-NOT-FOUND                 VALUE "35".

       01  WS-XREF-STATUS              PIC XX VALUE "00".
           88  WS-XREF-NOT-FOUND                  VALUE "35".

       01  WS-XRFH-STATUS              PIC XX VALUE "00".
           88  WS-XRFH-NOT-FOUND                  VALUE "35".

       01  WS-SEQCTL-STATUS            PIC XX VALUE "00".
           88  WS-SEQCTL-NOT-FOUND                VALUE "35".

       01  WS-BLOCK-STATUS             PIC XX VALUE "00".
           88  WS-BLOCK-NOT-FOUND                 VALUE "35".

       01  WS-CANCREG-STATUS           PIC XX VALUE "00".

       01  WS-EXCEPTION-STATUS         PIC XX VALUE "00".
           88  WS-EXCEPTION-NOT-FOUND             VALUE "35".

       01  WS-SUSPWORK-STATUS          PIC XX VALUE "00".

       01  WS-REPORT-STATUS            PIC XX VALUE "00".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

       01  WS-FILES-OPEN-SWITCH        PIC X VALUE "N".
           88  WS-FILES-OPEN                      VALUE "Y".
       01  WS-SEQCTL-MISSING-SWITCH    PIC X VALUE "N".
           88  WS-SEQCTL-MISSING                  VALUE "Y".
       01  WS-BLOCK-MISSING-SWITCH     PIC X VALUE "N".
           88  WS-BLOCK-MISSING                   VALUE "Y".
       01  WS-CANC-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-CANC-MISSING                    VALUE "Y".

      *    SET BY ANYTHING THAT STOPS THE BACK-OUT BEFORE A SINGLE
      *    FILE IS CHANGED - A BAD PARM, NO SUCH RUN, OR ANY
      *    DOCUMENT THE VALIDATION PASS CANNOT CLEAR.
       01  WS-BACKOUT-REFUSED-SWITCH   PIC X VALUE "N".
           88  WS-BACKOUT-REFUSED                 VALUE "Y".
       01  WS-DOC-REFUSED-SWITCH       PIC X VALUE "N".
           88  WS-DOC-REFUSED                     VALUE "Y".
       01  WS-FILE-EOF-SWITCH          PIC X VALUE "N".
           88  WS-FILE-EOF                        VALUE "Y".
       01  WS-HOLDER-EOF-SWITCH        PIC X VALUE "N".
           88  WS-HOLDER-EOF                      VALUE "Y".
       01  WS-COPYBACK-EOF-SWITCH      PIC X VALUE "N".
           88  WS-COPYBACK-EOF                    VALUE "Y".
       01  WS-PRIOR-FOUND-SWITCH       PIC X VALUE "N".
           88  WS-PRIOR-FOUND                     VALUE "Y".
       01  WS-PRIOR-SLOT               PIC 9(3) VALUE ZEROS.
       01  WS-LATER-ISSUE-SWITCH       PIC X VALUE "N".
           88  WS-LATER-ISSUE-FOUND               VALUE "Y".
       01  WS-SERIES-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-SERIES-FOUND                    VALUE "Y".
       01  WS-SERIES-OVERFLOW-SWITCH   PIC X VALUE "N".
           88  WS-SERIES-OVERFLOW                 VALUE "Y".

       01  WS-PARM-LINE                PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN-1             PIC X(16) VALUE SPACES.
       01  WS-PARM-TOKEN-2             PIC X(16) VALUE SPACES.
       01  WS-PARM-TOKEN-3             PIC X(16) VALUE SPACES.
       01  WS-PARM-TOKEN-4             PIC X(16) VALUE SPACES.
       01  WS-PARM-CYCLE-X             PIC X(2) JUSTIFIED RIGHT
                                       VALUE SPACES.
       01  WS-PARM-COUNT-X             PIC X(7) JUSTIFIED RIGHT
                                       VALUE SPACES.
       01  WS-PARM-HASH-X              PIC X(12) JUSTIFIED RIGHT
                                       VALUE SPACES.

      *    THE RUN BEING BACKED OUT - LAID OUT EXACTLY AS RCR-KEY
      *    AND RIS-RUN-KEY SO IT COMPARES AGAINST EITHER WHOLE.
       01  WS-BACKOUT-RUN-KEY.
           05  WS-BRK-CYCLE-NO         PIC 9(2) VALUE ZEROS.
           05  WS-BRK-RUN-DATE         PIC X(8) VALUE SPACES.
           05  WS-BRK-INPUT-COUNT      PIC 9(7) VALUE ZEROS.
           05  WS-BRK-INPUT-HASH       PIC 9(12) VALUE ZEROS.

      *    THE NUMBER BEING CHECKED FOR OTHER HOLDERS - LAID OUT
      *    EXACTLY AS XRF-NUMBER-KEY.
       01  WS-TARGET-NUMBER-KEY.
           05  WS-TNK-CYCLE-NO         PIC 9(2) VALUE ZEROS.
           05  WS-TNK-RUN-DATE         PIC X(8) VALUE SPACES.
           05  WS-TNK-SEQ-NO           PIC 9(5) VALUE ZEROS.
           05  WS-TNK-DOC-TYPE         PIC X(2) VALUE SPACES.

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(12) VALUE SPACES.
       01  WS-RUN-STREAM-ID            PIC X(10) VALUE SPACES.
       01  WS-RUN-STATUS-WAS           PIC X(10) VALUE SPACES.
       01  WS-REFUSE-TEXT              PIC X(60) VALUE SPACES.

      *    WHAT THE RUN DREW PER DOCUMENT-TYPE SERIES, GATHERED ON
      *    THE VALIDATION PASS.  ONLY FORWARD-COUNTER NUMBERS
      *    (NEITHER RECLAIMED NOR CAPPED) COUNT TOWARD LOW/HIGH -
      *    THEY ARE THE ONLY ONES THE WATERMARK EVER MOVED FOR.
      *    THE SAME TEN SERIES BUGSOLUTION'S TYPE TABLE HOLDS.
       01  WS-SERIES-MAX               PIC 9(2) COMP VALUE 10.
       01  WS-SERIES-COUNT             PIC 9(2) COMP VALUE ZEROS.
       01  WS-SER-SUB                  PIC 9(2) COMP VALUE ZEROS.
       01  WS-SERIES-TABLE.
           05  WS-SERIES-ENTRY OCCURS 10 TIMES.
               10  WS-SER-DOC-TYPE         PIC X(2).
               10  WS-SER-FRESH-COUNT      PIC 9(7).
               10  WS-SER-RECLAIMED-COUNT  PIC 9(7).
               10  WS-SER-CAPPED-COUNT     PIC 9(7).
               10  WS-SER-LOW-NO           PIC 9(5).
               10  WS-SER-HIGH-NO          PIC 9(5).
               10  WS-SER-TOP-NO           PIC 9(6).
               10  WS-SER-SEQCTL-SW        PIC X.
               10  WS-SER-BLOCK-SW         PIC X.
               10  WS-SER-RESET-SW         PIC X.
                   88  WS-SER-RESET               VALUE "Y".
               10  WS-SER-REASON           PIC X(44).

       01  WS-RANGE-SIZE               PIC 9(6) VALUE ZEROS.
       01  WS-CHECK-NO                 PIC 9(6) VALUE ZEROS.
       01  WS-BLOCK-HIGH-NO            PIC 9(6) VALUE ZEROS.
       01  WS-NEW-WATERMARK            PIC 9(5) VALUE ZEROS.

       01  WS-LEDGER-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-REFUSED-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-REVERSED-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-REMOVED-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-RELEASED-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-RETURNED-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-CAPPED-TOTAL             PIC 9(7) VALUE ZEROS.
       01  WS-SUSPENSE-CLEARED-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-AMENDMENT-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-UPDATE-FAIL-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC Z(6)9.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(33)
               VALUE "RUNBACKOUT NUMBERING RUN BACK-OUT".
           05  FILLER                  PIC X(7) VALUE " CYCLE ".
           05  WS-RH1-CYCLE-NO         PIC 9(2).
           05  FILLER                  PIC X(5) VALUE " RUN ".
           05  WS-RH1-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(7) VALUE " INPUT ".
           05  WS-RH1-INPUT-COUNT      PIC 9(7).
           05  FILLER                  PIC X(6) VALUE " HASH ".
           05  WS-RH1-INPUT-HASH       PIC 9(12).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(7) VALUE "STREAM ".
           05  WS-RH2-STREAM-ID        PIC X(10).
           05  FILLER                  PIC X(8) VALUE " STATUS ".
           05  WS-RH2-RUN-STATUS       PIC X(10).
           05  FILLER                  PIC X(18)
               VALUE " BACKED OUT DATED ".
           05  WS-RH2-TODAY-DATE       PIC X(8).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  WS-RH2-OPERATOR-ID      PIC X(12).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  WS-RPD-DOC-ID           PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-DOC-TYPE         PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-SEQ-NO           PIC 9(5).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-NUMBER-ACTION    PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-XREF-ACTION      PIC X(60).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-REPORT-SERIES.
           05  FILLER                  PIC X(7) VALUE "SERIES ".
           05  WS-RPS-DOC-TYPE         PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPS-TEXT             PIC X(122).

       01  WS-REPORT-TOTAL.
           05  WS-RPT-LABEL            PIC X(40).
           05  WS-RPT-COUNT            PIC Z(6)9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF NOT WS-BACKOUT-REFUSED
               PERFORM 2000-VALIDATE-RUN-ISSUES
           END-IF

      *    ONLY ONCE EVERY DOCUMENT HAS CLEARED VALIDATION IS ANY
      *    FILE TOUCHED - A HALF-REVERSED RUN WOULD BE WORSE THAN
      *    THE BAD EXTRACT ITSELF.
           IF NOT WS-BACKOUT-REFUSED
               PERFORM 3000-DECIDE-WATERMARKS
               PERFORM 4000-REVERSE-RUN-ISSUES
               PERFORM 5000-RESET-WATERMARKS
               IF WS-CAPPED-TOTAL > ZEROS
                   PERFORM 6000-CLEAR-SUSPENSE-ENTRIES
               END-IF
               PERFORM 6500-REMOVE-LEDGER-ENTRIES
               PERFORM 7000-MARK-RUN-BACKED-OUT
           END-IF

           PERFORM 8000-PRINT-BACKOUT-SUMMARY
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF

           OPEN OUTPUT BACKOUT-REPORT-FILE

           PERFORM 1100-PARSE-RUN-KEY
           IF NOT WS-BACKOUT-REFUSED
               PERFORM 1200-OPEN-CONTROL-FILES
           END-IF
           IF NOT WS-BACKOUT-REFUSED
               PERFORM 1300-CHECK-RUN-CONTROL
           END-IF

           MOVE WS-BRK-CYCLE-NO TO WS-RH1-CYCLE-NO
           MOVE WS-BRK-RUN-DATE TO WS-RH1-RUN-DATE
           MOVE WS-BRK-INPUT-COUNT TO WS-RH1-INPUT-COUNT
           MOVE WS-BRK-INPUT-HASH TO WS-RH1-INPUT-HASH
           WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-HEADING-1
           MOVE WS-RUN-STREAM-ID TO WS-RH2-STREAM-ID
           MOVE WS-RUN-STATUS-WAS TO WS-RH2-RUN-STATUS
           MOVE WS-TODAY-DATE TO WS-RH2-TODAY-DATE
           MOVE WS-OPERATOR-ID TO WS-RH2-OPERATOR-ID
           WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-HEADING-2.

       1050-GET-BUSINESS-DATE.
      *    THE BACK-OUT IS DATED WITH THE OPERATOR-ROLLED
      *    PROCESSING DATE IN BUSDATE.DAT (SEE BUSDATE/DATECTL),
      *    FALLING BACK TO THE SYSTEM DATE WHEN NO CONTROL RECORD
      *    IS ON FILE.
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

       1100-PARSE-RUN-KEY.
      *    THE COUNT AND HASH MAY BE GIVEN WITH OR WITHOUT THEIR
      *    LEADING ZEROS - EACH IS RIGHT-JUSTIFIED INTO ITS FULL
      *    WIDTH AND THE LEAD SPACES ZERO-FILLED, THE SAME WAY
      *    ARCPURGE TAKES ITS RETENTION PARM.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                    WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
           END-UNSTRING

           MOVE FUNCTION TRIM(WS-PARM-TOKEN-1) TO WS-PARM-CYCLE-X
           INSPECT WS-PARM-CYCLE-X REPLACING LEADING SPACE BY "0"
           MOVE FUNCTION TRIM(WS-PARM-TOKEN-3) TO WS-PARM-COUNT-X
           INSPECT WS-PARM-COUNT-X REPLACING LEADING SPACE BY "0"
           MOVE FUNCTION TRIM(WS-PARM-TOKEN-4) TO WS-PARM-HASH-X
           INSPECT WS-PARM-HASH-X REPLACING LEADING SPACE BY "0"

           IF WS-PARM-TOKEN-1 = SPACES
               OR WS-PARM-TOKEN-4 = SPACES
               OR WS-PARM-TOKEN-1(3:1) NOT = SPACE
               OR WS-PARM-TOKEN-3(8:1) NOT = SPACE
               OR WS-PARM-TOKEN-4(13:1) NOT = SPACE
               OR WS-PARM-CYCLE-X IS NOT NUMERIC
               OR WS-PARM-TOKEN-2(1:8) IS NOT NUMERIC
               OR WS-PARM-TOKEN-2(9:1) NOT = SPACE
               OR WS-PARM-COUNT-X IS NOT NUMERIC
               OR WS-PARM-HASH-X IS NOT NUMERIC
               DISPLAY "RUNBACKOUT: usage is <cycle> <yyyymmdd> "
                   "<input count> <input hash>  (the run's RUNCTL "
                   "key, from the input trailer)"
               SET WS-BACKOUT-REFUSED TO TRUE
           ELSE
               MOVE WS-PARM-CYCLE-X TO WS-BRK-CYCLE-NO
               MOVE WS-PARM-TOKEN-2(1:8) TO WS-BRK-RUN-DATE
               MOVE WS-PARM-COUNT-X TO WS-BRK-INPUT-COUNT
               MOVE WS-PARM-HASH-X TO WS-BRK-INPUT-HASH
           END-IF.

       1200-OPEN-CONTROL-FILES.
      *    THE RUN LEDGER AND ITS ISSUE LEDGER MUST BOTH EXIST -
      *    WITHOUT THEM THERE IS NOTHING TO SAY WHAT THE RUN DID.
      *    THE NUMBER FILES ARE OPENED THE WAY BUGSOLUTION OPENS
      *    THEM; SEQCTL/BLOCKCTL ARE ONLY CONSULTED IF PRESENT.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "Error: no RUNCTL.DAT run ledger - nothing to "
                   "back out"
               SET WS-BACKOUT-REFUSED TO TRUE
           ELSE
               OPEN I-O RUN-ISSUE-FILE
               IF WS-RUNISS-STATUS NOT = "00"
                   DISPLAY "Error: no RUNISSUE.DAT issue ledger - no "
                       "run on file can be backed out"
                   CLOSE RUN-CONTROL-FILE
                   SET WS-BACKOUT-REFUSED TO TRUE
               END-IF
           END-IF

           IF NOT WS-BACKOUT-REFUSED
               OPEN I-O ISSUED-NUMBERS-FILE
               IF WS-ISSUED-NOT-FOUND
                   OPEN OUTPUT ISSUED-NUMBERS-FILE
                   CLOSE ISSUED-NUMBERS-FILE
                   OPEN I-O ISSUED-NUMBERS-FILE
               END-IF

               OPEN I-O AVAILABLE-NUMBERS-FILE
               IF WS-AVAIL-NOT-FOUND
                   OPEN OUTPUT AVAILABLE-NUMBERS-FILE
                   CLOSE AVAILABLE-NUMBERS-FILE
                   OPEN I-O AVAILABLE-NUMBERS-FILE
               END-IF

               OPEN I-O CROSS-REFERENCE-FILE
               IF WS-XREF-NOT-FOUND
                   OPEN OUTPUT CROSS-REFERENCE-FILE
                   CLOSE CROSS-REFERENCE-FILE
                   OPEN I-O CROSS-REFERENCE-FILE
               END-IF

               OPEN I-O XREF-HISTORY-FILE
               IF WS-XRFH-NOT-FOUND
                   OPEN OUTPUT XREF-HISTORY-FILE
                   CLOSE XREF-HISTORY-FILE
                   OPEN I-O XREF-HISTORY-FILE
               END-IF

               OPEN I-O SEQ-CONTROL-FILE
               IF WS-SEQCTL-STATUS NOT = "00"
                   SET WS-SEQCTL-MISSING TO TRUE
               END-IF

               OPEN I-O BLOCK-CONTROL-FILE
               IF WS-BLOCK-STATUS NOT = "00"
                   SET WS-BLOCK-MISSING TO TRUE
               END-IF

      *        NO CANCELLATION REGISTER MEANS NOTHING HAS EVER BEEN
      *        CANCELLED AFTER ITS NUMBERING DAY.
               OPEN INPUT CANCELLATION-FILE
               IF WS-CANCREG-STATUS NOT = "00"
                   SET WS-CANC-MISSING TO TRUE
               END-IF

               SET WS-FILES-OPEN TO TRUE
           END-IF.

       1300-CHECK-RUN-CONTROL.
      *    ONLY A RUN THAT FINISHED CAN BE BACKED OUT.  ONE STILL
      *    MARKED STARTED IS EITHER RUNNING NOW OR DIED MID-FLIGHT
      *    AND OWES A RERUN TO FINISH IT (SEE RUNCTL) - ITS
      *    CHECKPOINT WOULD SKIP DOCUMENTS THIS BACK-OUT REMOVED.
           MOVE WS-BACKOUT-RUN-KEY TO RCR-KEY
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "Error: no run on RUNCTL.DAT for cycle "
                       WS-BRK-CYCLE-NO " dated " WS-BRK-RUN-DATE
                       " input " WS-BRK-INPUT-COUNT
                       " hash " WS-BRK-INPUT-HASH
                   SET WS-BACKOUT-REFUSED TO TRUE
               NOT INVALID KEY
                   MOVE RCR-STREAM-ID TO WS-RUN-STREAM-ID
                   MOVE RCR-RUN-STATUS TO WS-RUN-STATUS-WAS
                   IF RCR-RUN-STARTED
                       DISPLAY "Error: run is still marked STARTED - "
                           "it is running now or died mid-flight; "
                           "rerun it to completion before backing "
                           "it out"
                       SET WS-BACKOUT-REFUSED TO TRUE
                   END-IF
                   IF RCR-RUN-BACKED-OUT
                       DISPLAY "Error: run was already backed out"
                       SET WS-BACKOUT-REFUSED TO TRUE
                   END-IF
           END-READ.

       2000-VALIDATE-RUN-ISSUES.
           MOVE "N" TO WS-FILE-EOF-SWITCH
           MOVE WS-BACKOUT-RUN-KEY TO RIS-RUN-KEY
           MOVE LOW-VALUES TO RIS-DOC-ID
           START RUN-ISSUE-FILE KEY IS >= RIS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-START
           PERFORM 2100-VALIDATE-NEXT-ISSUE
               UNTIL WS-FILE-EOF

      *    THE LEDGER HAS TO ACCOUNT FOR EVERY DOCUMENT THE RUN
      *    READ - A RUN NUMBERED BEFORE THE LEDGER EXISTED, OR ONE
      *    WHOSE LEDGER WRITES FAILED, WOULD LEAVE NUMBERS BEHIND
      *    THAT NOTHING HERE KNOWS ABOUT.
           IF WS-LEDGER-COUNT = ZEROS
               DISPLAY "Error: RUNISSUE.DAT holds nothing for this "
                   "run - it was numbered before the issue ledger "
                   "was kept and must be cleared by hand"
               SET WS-BACKOUT-REFUSED TO TRUE
           ELSE
               IF WS-LEDGER-COUNT < WS-BRK-INPUT-COUNT
                   MOVE WS-LEDGER-COUNT TO WS-COUNT-EDIT
                   DISPLAY "Error: RUNISSUE.DAT holds only "
                       FUNCTION TRIM(WS-COUNT-EDIT) " of the run's "
                       WS-BRK-INPUT-COUNT " documents"
                   SET WS-BACKOUT-REFUSED TO TRUE
               END-IF
           END-IF

           IF WS-SERIES-OVERFLOW
               DISPLAY "Error: run drew from more than "
                   WS-SERIES-MAX " document-type series"
               SET WS-BACKOUT-REFUSED TO TRUE
           END-IF

           IF WS-REFUSED-COUNT > ZEROS
               MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT
               DISPLAY "Error: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " of the run's documents have been built on "
                   "since - see BACKOUT.RPT"
               SET WS-BACKOUT-REFUSED TO TRUE
           END-IF.

       2100-VALIDATE-NEXT-ISSUE.
           READ RUN-ISSUE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-RUNISS-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF RIS-RUN-KEY NOT = WS-BACKOUT-RUN-KEY
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-LEDGER-COUNT
                   MOVE "N" TO WS-DOC-REFUSED-SWITCH
                   IF RIS-AMENDMENT-RESENT
                       IF RIS-ASSIGN-NO > ZEROS
                           PERFORM 2600-CHECK-AMENDMENT-ROW
                       END-IF
                   ELSE
                       PERFORM 2200-NOTE-SERIES
                       PERFORM 2300-CHECK-CURRENT-XREF
                       IF NOT WS-DOC-REFUSED
                           AND NOT RIS-WENT-OUT-CAPPED
                           AND NOT RIS-WAS-RECLAIMED
                           PERFORM 2400-CHECK-NUMBER-HOLDERS
                       END-IF
                       IF NOT WS-DOC-REFUSED
                           PERFORM 2500-CHECK-HISTORY-SLOT
                       END-IF
                       IF NOT WS-DOC-REFUSED
                           AND NOT RIS-WENT-OUT-CAPPED
                           PERFORM 2700-CHECK-NOT-CANCELLED
                       END-IF
                   END-IF
                   IF WS-DOC-REFUSED
                       PERFORM 2900-WRITE-REFUSAL
                   END-IF
               END-IF
           END-IF.

       2200-NOTE-SERIES.
           PERFORM 2250-FIND-SERIES
           IF NOT WS-SERIES-FOUND
               IF WS-SERIES-COUNT < WS-SERIES-MAX
                   ADD 1 TO WS-SERIES-COUNT
                   MOVE WS-SERIES-COUNT TO WS-SER-SUB
                   MOVE RIS-DOC-TYPE TO WS-SER-DOC-TYPE(WS-SER-SUB)
                   MOVE ZEROS TO WS-SER-FRESH-COUNT(WS-SER-SUB)
                                 WS-SER-RECLAIMED-COUNT(WS-SER-SUB)
                                 WS-SER-CAPPED-COUNT(WS-SER-SUB)
                                 WS-SER-LOW-NO(WS-SER-SUB)
                                 WS-SER-HIGH-NO(WS-SER-SUB)
                                 WS-SER-TOP-NO(WS-SER-SUB)
                   MOVE "N" TO WS-SER-SEQCTL-SW(WS-SER-SUB)
                               WS-SER-BLOCK-SW(WS-SER-SUB)
                               WS-SER-RESET-SW(WS-SER-SUB)
                   MOVE SPACES TO WS-SER-REASON(WS-SER-SUB)
                   SET WS-SERIES-FOUND TO TRUE
               ELSE
                   SET WS-SERIES-OVERFLOW TO TRUE
               END-IF
           END-IF

           IF WS-SERIES-FOUND
               EVALUATE TRUE
                   WHEN RIS-WENT-OUT-CAPPED
                       ADD 1 TO WS-SER-CAPPED-COUNT(WS-SER-SUB)
                   WHEN RIS-WAS-RECLAIMED
                       ADD 1 TO WS-SER-RECLAIMED-COUNT(WS-SER-SUB)
                   WHEN OTHER
                       IF WS-SER-FRESH-COUNT(WS-SER-SUB) = ZEROS
                           OR RIS-SEQ-NO < WS-SER-LOW-NO(WS-SER-SUB)
                           MOVE RIS-SEQ-NO TO WS-SER-LOW-NO(WS-SER-SUB)
                       END-IF
                       IF RIS-SEQ-NO > WS-SER-HIGH-NO(WS-SER-SUB)
                           MOVE RIS-SEQ-NO
                               TO WS-SER-HIGH-NO(WS-SER-SUB)
                       END-IF
                       ADD 1 TO WS-SER-FRESH-COUNT(WS-SER-SUB)
               END-EVALUATE
           END-IF.

       2250-FIND-SERIES.
           MOVE "N" TO WS-SERIES-FOUND-SWITCH
           PERFORM VARYING WS-SER-SUB FROM 1 BY 1
                   UNTIL WS-SER-SUB > WS-SERIES-COUNT
                      OR WS-SERIES-FOUND
               IF WS-SER-DOC-TYPE(WS-SER-SUB) = RIS-DOC-TYPE
                   SET WS-SERIES-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-SERIES-FOUND
               SUBTRACT 1 FROM WS-SER-SUB
           END-IF.

       2300-CHECK-CURRENT-XREF.
      *    DOCXREF.DAT MUST STILL SHOW EXACTLY WHAT THIS RUN
      *    ASSIGNED.  ANYTHING ELSE MEANS THE DOCUMENT HAS MOVED ON
      *    SINCE - RENUMBERED OUT OF SUSPENSE BY EXCRENUM, OR
      *    NUMBERED AGAIN BY A LATER RUN.
           MOVE RIS-DOC-ID TO XRF-DOC-ID
           READ CROSS-REFERENCE-FILE
               INVALID KEY
                   MOVE "DOCUMENT NO LONGER ON DOCXREF.DAT"
                       TO WS-REFUSE-TEXT
                   SET WS-DOC-REFUSED TO TRUE
               NOT INVALID KEY
                   IF XRF-CYCLE-NO NOT = RIS-CYCLE-NO
                       OR XRF-RUN-DATE NOT = RIS-RUN-DATE
                       OR XRF-DOC-TYPE NOT = RIS-DOC-TYPE
                       OR XRF-SEQ-NO NOT = RIS-SEQ-NO
                       OR XRF-CAPPED-FLAG NOT = RIS-CAPPED-FLAG
                       MOVE SPACES TO WS-REFUSE-TEXT
                       IF RIS-WENT-OUT-CAPPED
                           AND NOT XRF-WENT-OUT-CAPPED
                           STRING "RENUMBERED BY EXCRENUM TO "
                               XRF-CYCLE-NO " " XRF-RUN-DATE " "
                               XRF-DOC-TYPE " " XRF-SEQ-NO
                               DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                           END-STRING
                       ELSE
                           STRING "REASSIGNED SINCE TO "
                               XRF-CYCLE-NO " " XRF-RUN-DATE " "
                               XRF-DOC-TYPE " " XRF-SEQ-NO
                               DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                           END-STRING
                       END-IF
                       SET WS-DOC-REFUSED TO TRUE
                   END-IF
           END-READ.

       2400-CHECK-NUMBER-HOLDERS.
      *    A FORWARD-COUNTER NUMBER THIS RUN ISSUED MAY BE HELD BY
      *    NO OTHER DOCUMENT.  IF ONE HOLDS IT, THE NUMBER WAS
      *    VOIDED AND RECLAIMED BY A LATER RUN, AND TAKING IT OUT
      *    OF ISSUED.DAT WOULD PULL IT FROM UNDER THAT DOCUMENT.
           MOVE RIS-CYCLE-NO TO WS-TNK-CYCLE-NO
           MOVE RIS-RUN-DATE TO WS-TNK-RUN-DATE
           MOVE RIS-SEQ-NO TO WS-TNK-SEQ-NO
           MOVE RIS-DOC-TYPE TO WS-TNK-DOC-TYPE
           MOVE WS-TARGET-NUMBER-KEY TO XRF-NUMBER-KEY
           MOVE "N" TO WS-HOLDER-EOF-SWITCH
           START CROSS-REFERENCE-FILE KEY IS = XRF-NUMBER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLDER-EOF-SWITCH
           END-START
           PERFORM 2410-CHECK-NEXT-HOLDER
               UNTIL WS-HOLDER-EOF.

       2410-CHECK-NEXT-HOLDER.
           READ CROSS-REFERENCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HOLDER-EOF-SWITCH
           END-READ
           IF WS-HOLDER-EOF
               OR (WS-XREF-STATUS NOT = "00"
                   AND WS-XREF-STATUS NOT = "02")
               MOVE "Y" TO WS-HOLDER-EOF-SWITCH
           ELSE
               IF XRF-NUMBER-KEY NOT = WS-TARGET-NUMBER-KEY
                   MOVE "Y" TO WS-HOLDER-EOF-SWITCH
               ELSE
                   IF XRF-DOC-ID NOT = RIS-DOC-ID
                       MOVE SPACES TO WS-REFUSE-TEXT
                       STRING "NUMBER NOW ALSO HELD BY " XRF-DOC-ID
                           DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                       END-STRING
                       SET WS-DOC-REFUSED TO TRUE
                       MOVE "Y" TO WS-HOLDER-EOF-SWITCH
                   END-IF
               END-IF
           END-IF.

       2500-CHECK-HISTORY-SLOT.
      *    THE RUN'S XREFHIST ROW MUST STILL BE WHERE THE LEDGER
      *    SAYS AND BE THE DOCUMENT'S LATEST - ROLLING BACK TO THE
      *    SLOT BELOW IT IS ONLY RIGHT IF NOTHING CAME AFTER.
           MOVE RIS-DOC-ID TO XRH-DOC-ID
           MOVE RIS-ASSIGN-NO TO XRH-ASSIGN-NO
           READ XREF-HISTORY-FILE
               INVALID KEY
                   MOVE "RUN'S XREFHIST ROW IS MISSING"
                       TO WS-REFUSE-TEXT
                   SET WS-DOC-REFUSED TO TRUE
               NOT INVALID KEY
                   IF XRH-CYCLE-NO NOT = RIS-CYCLE-NO
                       OR XRH-RUN-DATE NOT = RIS-RUN-DATE
                       OR XRH-DOC-TYPE NOT = RIS-DOC-TYPE
                       OR XRH-SEQ-NO NOT = RIS-SEQ-NO
                       MOVE "RUN'S XREFHIST ROW DOES NOT MATCH LEDGER"
                           TO WS-REFUSE-TEXT
                       SET WS-DOC-REFUSED TO TRUE
                   END-IF
           END-READ

           IF NOT WS-DOC-REFUSED
               PERFORM 2550-CHECK-NO-LATER-SLOT
           END-IF.

       2550-CHECK-NO-LATER-SLOT.
           IF RIS-ASSIGN-NO < 999
               MOVE RIS-DOC-ID TO XRH-DOC-ID
               COMPUTE XRH-ASSIGN-NO = RIS-ASSIGN-NO + 1
               READ XREF-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF XRH-AMENDMENT-RESENT
                           MOVE "AMENDMENT SINCE RE-SENT UNDER NUMBER"
                               TO WS-REFUSE-TEXT
                       ELSE
                           MOVE "LATER ASSIGNMENT ON XREFHIST.DAT"
                               TO WS-REFUSE-TEXT
                       END-IF
                       SET WS-DOC-REFUSED TO TRUE
               END-READ
           END-IF.

       2600-CHECK-AMENDMENT-ROW.
      *    AN AMENDMENT'S "A" ROW (SEE XREFHIS) IS DATED THE DAY IT
      *    WAS RE-SENT - THE RUN'S OWN DATE - AND CARRIES THE NUMBER
      *    IT KEPT.  LIKE ANY OTHER ROW IT CAN ONLY COME OFF THE
      *    TRAIL IF NOTHING HAS BEEN ADDED AFTER IT.
           MOVE RIS-DOC-ID TO XRH-DOC-ID
           MOVE RIS-ASSIGN-NO TO XRH-ASSIGN-NO
           READ XREF-HISTORY-FILE
               INVALID KEY
                   MOVE "RUN'S AMENDMENT ROW IS MISSING"
                       TO WS-REFUSE-TEXT
                   SET WS-DOC-REFUSED TO TRUE
               NOT INVALID KEY
                   IF NOT XRH-AMENDMENT-RESENT
                       OR XRH-RUN-DATE NOT = RIS-RUN-DATE
                       OR XRH-DOC-TYPE NOT = RIS-DOC-TYPE
                       OR XRH-SEQ-NO NOT = RIS-SEQ-NO
                       MOVE "RUN'S AMENDMENT ROW DOES NOT MATCH LEDGER"
                           TO WS-REFUSE-TEXT
                       SET WS-DOC-REFUSED TO TRUE
                   END-IF
           END-READ

           IF NOT WS-DOC-REFUSED
               PERFORM 2550-CHECK-NO-LATER-SLOT
           END-IF.

       2700-CHECK-NOT-CANCELLED.
      *    A NUMBER ON THE CANCELLATION REGISTER MUST STAY ISSUED
      *    AND OUT OF THE POOL (SEE CANCREG) - TAKING IT OUT OF
      *    ISSUED.DAT OR RELEASING IT WOULD LEAVE THE REGISTER
      *    CANCELLING A NUMBER THE LEDGER NO LONGER SHOWS AS LIVE.
           IF NOT WS-CANC-MISSING
               MOVE RIS-CYCLE-NO TO CNR-CYCLE-NO
               MOVE RIS-RUN-DATE TO CNR-ISSUE-DATE
               MOVE RIS-DOC-TYPE TO CNR-DOC-TYPE
               MOVE RIS-SEQ-NO TO CNR-SEQ-NO
               READ CANCELLATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "NUMBER ON THE CANCELLATION REGISTER"
                           TO WS-REFUSE-TEXT
                       SET WS-DOC-REFUSED TO TRUE
               END-READ
           END-IF.

       2900-WRITE-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE RIS-DOC-ID TO WS-RPD-DOC-ID
           MOVE RIS-DOC-TYPE TO WS-RPD-DOC-TYPE
           MOVE RIS-SEQ-NO TO WS-RPD-SEQ-NO
           MOVE "REFUSED" TO WS-RPD-NUMBER-ACTION
           MOVE WS-REFUSE-TEXT TO WS-RPD-XREF-ACTION
           WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-DETAIL.

       3000-DECIDE-WATERMARKS.
           PERFORM 3100-DECIDE-SERIES-WATERMARK
               VARYING WS-SER-SUB FROM 1 BY 1
               UNTIL WS-SER-SUB > WS-SERIES-COUNT.

       3100-DECIDE-SERIES-WATERMARK.
      *    THE SERIES' WATERMARK IS THE HIGHER OF SEQCTL.DAT AND
      *    BLOCKCTL.DAT FOR THE RUN'S OWN DATE (A LATER DATE HAS
      *    STARTED A NEW RANGE, AND THE RUN'S DATE IS THEN CLOSED).
      *    IT CAN ONLY COME DOWN TO JUST BELOW THE RUN'S FIRST
      *    NUMBER IF THE RUN'S NUMBERS WERE ONE UNBROKEN STRETCH
      *    AND EVERYTHING BETWEEN ITS LAST NUMBER AND THE
      *    WATERMARK IS AN UNUSED BLOCK TAIL SITTING IN AVAIL.DAT.
           IF WS-SER-FRESH-COUNT(WS-SER-SUB) > ZEROS
               IF NOT WS-SEQCTL-MISSING
                   MOVE WS-BRK-CYCLE-NO TO SC-CYCLE-NO
                   MOVE WS-SER-DOC-TYPE(WS-SER-SUB) TO SC-DOC-TYPE
                   READ SEQ-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SC-RUN-DATE = WS-BRK-RUN-DATE
                               MOVE "Y"
                                   TO WS-SER-SEQCTL-SW(WS-SER-SUB)
                               MOVE SC-LAST-USED-NO
                                   TO WS-SER-TOP-NO(WS-SER-SUB)
                           END-IF
                   END-READ
               END-IF

               IF NOT WS-BLOCK-MISSING
                   MOVE WS-BRK-CYCLE-NO TO BCR-CYCLE-NO
                   MOVE WS-SER-DOC-TYPE(WS-SER-SUB) TO BCR-DOC-TYPE
                   READ BLOCK-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF BCR-RUN-DATE = WS-BRK-RUN-DATE
                               MOVE "Y"
                                   TO WS-SER-BLOCK-SW(WS-SER-SUB)
                               COMPUTE WS-BLOCK-HIGH-NO =
                                   BCR-NEXT-FREE-NO - 1
                               IF WS-BLOCK-HIGH-NO
                                   > WS-SER-TOP-NO(WS-SER-SUB)
                                   MOVE WS-BLOCK-HIGH-NO
                                       TO WS-SER-TOP-NO(WS-SER-SUB)
                               END-IF
                           END-IF
                   END-READ
               END-IF

               COMPUTE WS-RANGE-SIZE = WS-SER-HIGH-NO(WS-SER-SUB)
                   - WS-SER-LOW-NO(WS-SER-SUB) + 1

               EVALUATE TRUE
                   WHEN WS-SER-SEQCTL-SW(WS-SER-SUB) = "N"
                       AND WS-SER-BLOCK-SW(WS-SER-SUB) = "N"
                       MOVE "WATERMARK HAS MOVED ON TO A LATER DATE"
                           TO WS-SER-REASON(WS-SER-SUB)
                   WHEN WS-RANGE-SIZE
                       NOT = WS-SER-FRESH-COUNT(WS-SER-SUB)
                       MOVE "ANOTHER RUN DREW NUMBERS INSIDE THE RANGE"
                           TO WS-SER-REASON(WS-SER-SUB)
                   WHEN WS-SER-TOP-NO(WS-SER-SUB)
                       < WS-SER-HIGH-NO(WS-SER-SUB)
                       MOVE "WATERMARK IS BELOW THE RUN'S NUMBERS"
                           TO WS-SER-REASON(WS-SER-SUB)
                   WHEN OTHER
                       PERFORM 3200-CHECK-NUMBERS-ABOVE-RUN
                       IF WS-LATER-ISSUE-FOUND
                           MOVE "A LATER RUN HAS ISSUED PAST THE RUN"
                               TO WS-SER-REASON(WS-SER-SUB)
                       ELSE
                           SET WS-SER-RESET(WS-SER-SUB) TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       3200-CHECK-NUMBERS-ABOVE-RUN.
           MOVE "N" TO WS-LATER-ISSUE-SWITCH
           COMPUTE WS-CHECK-NO = WS-SER-HIGH-NO(WS-SER-SUB) + 1
           PERFORM 3210-CHECK-NUMBER-ABOVE-RUN
               UNTIL WS-CHECK-NO > WS-SER-TOP-NO(WS-SER-SUB)
                  OR WS-LATER-ISSUE-FOUND.

       3210-CHECK-NUMBER-ABOVE-RUN.
           MOVE WS-BRK-CYCLE-NO TO ISN-CYCLE-NO
           MOVE WS-BRK-RUN-DATE TO ISN-RUN-DATE
           MOVE WS-SER-DOC-TYPE(WS-SER-SUB) TO ISN-DOC-TYPE
           MOVE WS-CHECK-NO TO ISN-SEQ-NO
           READ ISSUED-NUMBERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LATER-ISSUE-FOUND TO TRUE
           END-READ

      *    NOT ISSUED, BUT NOT RETURNED TO THE POOL EITHER - STILL
      *    HELD IN SOME STREAM'S RESERVED BLOCK.
           IF NOT WS-LATER-ISSUE-FOUND
               MOVE ISN-KEY TO AVN-KEY
               READ AVAILABLE-NUMBERS-FILE
                   INVALID KEY
                       SET WS-LATER-ISSUE-FOUND TO TRUE
               END-READ
           END-IF

           ADD 1 TO WS-CHECK-NO.

       4000-REVERSE-RUN-ISSUES.
           MOVE "N" TO WS-FILE-EOF-SWITCH
           MOVE WS-BACKOUT-RUN-KEY TO RIS-RUN-KEY
           MOVE LOW-VALUES TO RIS-DOC-ID
           START RUN-ISSUE-FILE KEY IS >= RIS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-START
           PERFORM 4100-REVERSE-NEXT-ISSUE
               UNTIL WS-FILE-EOF.

       4100-REVERSE-NEXT-ISSUE.
           READ RUN-ISSUE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-RUNISS-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF RIS-RUN-KEY NOT = WS-BACKOUT-RUN-KEY
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
               ELSE
                   MOVE RIS-DOC-ID TO WS-RPD-DOC-ID
                   MOVE RIS-DOC-TYPE TO WS-RPD-DOC-TYPE
                   MOVE RIS-SEQ-NO TO WS-RPD-SEQ-NO
                   IF RIS-AMENDMENT-RESENT
                       PERFORM 4500-REMOVE-AMENDMENT-ROW
                   ELSE
                       PERFORM 2250-FIND-SERIES
                       PERFORM 4200-ROLL-BACK-XREF
                       PERFORM 4300-REVERSE-NUMBER
                   END-IF
                   ADD 1 TO WS-REVERSED-COUNT
                   WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-DETAIL
               END-IF
           END-IF.

       4200-ROLL-BACK-XREF.
      *    THE SLOT BELOW THE RUN'S OWN IS THE ASSIGNMENT THE
      *    DOCUMENT HELD BEFORE THE RUN; WITH NONE, THE RUN GAVE
      *    THE DOCUMENT ITS FIRST NUMBER AND THE ENTRY GOES.  AN
      *    AMENDMENT ROW (SEE XREFHIS) IS STEPPED OVER - IT RECORDS
      *    A RE-SEND, NOT AN ASSIGNMENT THE XREF COULD GO BACK TO.
           MOVE "N" TO WS-PRIOR-FOUND-SWITCH
           MOVE RIS-ASSIGN-NO TO WS-PRIOR-SLOT
           PERFORM 4210-READ-PRIOR-SLOT
               UNTIL WS-PRIOR-FOUND OR WS-PRIOR-SLOT < 2

           MOVE SPACES TO WS-RPD-XREF-ACTION
           MOVE RIS-DOC-ID TO XRF-DOC-ID
           READ CROSS-REFERENCE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRIOR-FOUND
               MOVE XRH-CYCLE-NO TO XRF-CYCLE-NO
               MOVE XRH-RUN-DATE TO XRF-RUN-DATE
               MOVE XRH-DOC-TYPE TO XRF-DOC-TYPE
               MOVE XRH-SEQ-NO TO XRF-SEQ-NO
               MOVE XRH-CAPPED-FLAG TO XRF-CAPPED-FLAG
               REWRITE CROSS-REFERENCE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
               END-REWRITE
               STRING "XREF BACK TO " XRH-CYCLE-NO " "
                   XRH-RUN-DATE " " XRH-DOC-TYPE " " XRH-SEQ-NO
                   DELIMITED BY SIZE INTO WS-RPD-XREF-ACTION
               END-STRING
           ELSE
               DELETE CROSS-REFERENCE-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
               END-DELETE
               MOVE "XREF REMOVED - NO PRIOR ASSIGNMENT"
                   TO WS-RPD-XREF-ACTION
           END-IF

           MOVE RIS-DOC-ID TO XRH-DOC-ID
           MOVE RIS-ASSIGN-NO TO XRH-ASSIGN-NO
           DELETE XREF-HISTORY-FILE RECORD
               INVALID KEY
                   ADD 1 TO WS-UPDATE-FAIL-COUNT
           END-DELETE.

       4210-READ-PRIOR-SLOT.
           SUBTRACT 1 FROM WS-PRIOR-SLOT
           MOVE RIS-DOC-ID TO XRH-DOC-ID
           MOVE WS-PRIOR-SLOT TO XRH-ASSIGN-NO
           READ XREF-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT XRH-AMENDMENT-RESENT
                       SET WS-PRIOR-FOUND TO TRUE
                   END-IF
           END-READ.

       4300-REVERSE-NUMBER.
           MOVE RIS-CYCLE-NO TO ISN-CYCLE-NO
           MOVE RIS-RUN-DATE TO ISN-RUN-DATE
           MOVE RIS-DOC-TYPE TO ISN-DOC-TYPE
           MOVE RIS-SEQ-NO TO ISN-SEQ-NO
           MOVE ISN-KEY TO AVN-KEY

           EVALUATE TRUE
               WHEN RIS-WENT-OUT-CAPPED
      *            A CAPPED DOCUMENT NEVER HELD A REAL NUMBER - ONLY
      *            ITS SUSPENSE ENTRY (6000) HAS TO GO.
                   ADD 1 TO WS-CAPPED-TOTAL
                   MOVE "CAPPED - NONE ISSUED" TO WS-RPD-NUMBER-ACTION
               WHEN RIS-WAS-RECLAIMED
      *            THE NUMBER WAS ALREADY ON ISSUED.DAT FOR THE
      *            VOIDED DOCUMENT IT WAS RECLAIMED FROM; IT GOES
      *            BACK TO THE POOL IT CAME FROM.
                   PERFORM 4400-WRITE-POOL-ENTRY
                   ADD 1 TO WS-RETURNED-COUNT
                   MOVE "RETURNED TO POOL" TO WS-RPD-NUMBER-ACTION
               WHEN WS-SERIES-FOUND AND WS-SER-RESET(WS-SER-SUB)
                   DELETE ISSUED-NUMBERS-FILE RECORD
                       INVALID KEY
                           ADD 1 TO WS-UPDATE-FAIL-COUNT
                   END-DELETE
      *            A NUMBER OF THE RUN'S THAT WAS VOIDED BUT NEVER
      *            RECLAIMED IS IN THE POOL TOO, AND MUST NOT STAY
      *            THERE BELOW THE RESET WATERMARK.
                   DELETE AVAILABLE-NUMBERS-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE "REMOVED FROM ISSUED" TO WS-RPD-NUMBER-ACTION
               WHEN OTHER
                   PERFORM 4400-WRITE-POOL-ENTRY
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "RELEASED TO POOL" TO WS-RPD-NUMBER-ACTION
           END-EVALUATE.

       4400-WRITE-POOL-ENTRY.
      *    ALREADY IN THE POOL (VOIDED AFTER THE RUN) IS FINE.
           WRITE AVAILABLE-NUMBER-RECORD
               INVALID KEY
                   IF WS-AVAIL-STATUS NOT = "22"
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                   END-IF
           END-WRITE.

       4500-REMOVE-AMENDMENT-ROW.
      *    AN AMENDMENT DREW NOTHING, SO ONLY ITS "A" ROW COMES OFF
      *    THE TRAIL.  SLOT ZERO MEANS IT WAS REFUSED AND LEFT NONE.
           ADD 1 TO WS-AMENDMENT-COUNT
           MOVE "AMENDMENT RE-SEND" TO WS-RPD-NUMBER-ACTION
           IF RIS-ASSIGN-NO > ZEROS
               MOVE RIS-DOC-ID TO XRH-DOC-ID
               MOVE RIS-ASSIGN-NO TO XRH-ASSIGN-NO
               DELETE XREF-HISTORY-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-UPDATE-FAIL-COUNT
               END-DELETE
               MOVE "XREF KEPT - RE-SEND ROW REMOVED FROM XREFHIST"
                   TO WS-RPD-XREF-ACTION
           ELSE
               MOVE "XREF KEPT - AMENDMENT WAS REFUSED, NOTHING SENT"
                   TO WS-RPD-XREF-ACTION
           END-IF.

       5000-RESET-WATERMARKS.
           PERFORM 5100-RESET-SERIES-WATERMARK
               VARYING WS-SER-SUB FROM 1 BY 1
               UNTIL WS-SER-SUB > WS-SERIES-COUNT.

       5100-RESET-SERIES-WATERMARK.
           MOVE WS-SER-DOC-TYPE(WS-SER-SUB) TO WS-RPS-DOC-TYPE
           MOVE SPACES TO WS-RPS-TEXT
           IF WS-SER-RESET(WS-SER-SUB)
               COMPUTE WS-NEW-WATERMARK = WS-SER-LOW-NO(WS-SER-SUB) - 1
               IF WS-SER-SEQCTL-SW(WS-SER-SUB) = "Y"
                   MOVE WS-BRK-CYCLE-NO TO SC-CYCLE-NO
                   MOVE WS-SER-DOC-TYPE(WS-SER-SUB) TO SC-DOC-TYPE
                   READ SEQ-CONTROL-FILE
                       INVALID KEY
                           ADD 1 TO WS-UPDATE-FAIL-COUNT
                       NOT INVALID KEY
                           IF SC-LAST-USED-NO > WS-NEW-WATERMARK
                               MOVE WS-NEW-WATERMARK
                                   TO SC-LAST-USED-NO
                               REWRITE SEQ-CONTROL-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-IF
               IF WS-SER-BLOCK-SW(WS-SER-SUB) = "Y"
                   MOVE WS-BRK-CYCLE-NO TO BCR-CYCLE-NO
                   MOVE WS-SER-DOC-TYPE(WS-SER-SUB) TO BCR-DOC-TYPE
                   READ BLOCK-CONTROL-FILE
                       INVALID KEY
                           ADD 1 TO WS-UPDATE-FAIL-COUNT
                       NOT INVALID KEY
                           IF BCR-NEXT-FREE-NO
                               > WS-SER-LOW-NO(WS-SER-SUB)
                               MOVE WS-SER-LOW-NO(WS-SER-SUB)
                                   TO BCR-NEXT-FREE-NO
                               REWRITE BLOCK-CONTROL-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-UPDATE-FAIL-COUNT
                               END-REWRITE
                           END-IF
                   END-READ
               END-IF

      *        THE UNUSED BLOCK TAIL ABOVE THE RUN NOW LIES ABOVE
      *        THE WATERMARK AND WILL BE DRAWN FRESH AGAIN.
               COMPUTE WS-CHECK-NO = WS-SER-HIGH-NO(WS-SER-SUB) + 1
               PERFORM 5200-REMOVE-TAIL-ENTRY
                   UNTIL WS-CHECK-NO > WS-SER-TOP-NO(WS-SER-SUB)

               STRING "WATERMARK RESET FROM "
                   WS-SER-TOP-NO(WS-SER-SUB) " TO " WS-NEW-WATERMARK
                   DELIMITED BY SIZE INTO WS-RPS-TEXT
               END-STRING
               WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-SERIES
           ELSE
               IF WS-SER-FRESH-COUNT(WS-SER-SUB) > ZEROS
                   STRING "WATERMARK NOT RESET - "
                       WS-SER-REASON(WS-SER-SUB)
                       "; NUMBERS " WS-SER-LOW-NO(WS-SER-SUB)
                       "-" WS-SER-HIGH-NO(WS-SER-SUB)
                       " RELEASED TO THE POOL"
                       DELIMITED BY SIZE INTO WS-RPS-TEXT
                   END-STRING
                   WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-SERIES
               END-IF
           END-IF.

       5200-REMOVE-TAIL-ENTRY.
           MOVE WS-BRK-CYCLE-NO TO AVN-CYCLE-NO
           MOVE WS-BRK-RUN-DATE TO AVN-RUN-DATE
           MOVE WS-SER-DOC-TYPE(WS-SER-SUB) TO AVN-DOC-TYPE
           MOVE WS-CHECK-NO TO AVN-SEQ-NO
           DELETE AVAILABLE-NUMBERS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           ADD 1 TO WS-CHECK-NO.

       6000-CLEAR-SUSPENSE-ENTRIES.
      *    EXCEPT.DAT IS LINE SEQUENTIAL, SO THE CLEAR IS A SPLIT
      *    AND COPY-BACK THE WAY ARCPURGE PURGES AUDIT.DAT: EVERY
      *    ENTRY BUT THE RUN'S OWN CAPPED DOCUMENTS GOES TO THE
      *    WORK FILE, WHICH IS THEN COPIED OVER A FRESH EXCEPT.DAT.
      *    AN ENTRY IS THE RUN'S IF IT CARRIES THE RUN'S CYCLE AND
      *    DATE AND ITS DOC-ID IS CAPPED ON THE RUN'S LEDGER.
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = "00"
               OPEN OUTPUT SUSPENSE-WORK-FILE
               MOVE "N" TO WS-FILE-EOF-SWITCH
               PERFORM 6100-SPLIT-NEXT-SUSPENSE-ENTRY
                   UNTIL WS-FILE-EOF
               CLOSE SUSPENSE-WORK-FILE
               CLOSE EXCEPTION-FILE

               OPEN OUTPUT EXCEPTION-FILE
               OPEN INPUT SUSPENSE-WORK-FILE
               MOVE "N" TO WS-COPYBACK-EOF-SWITCH
               PERFORM 6200-COPY-BACK-SUSPENSE-ENTRY
                   UNTIL WS-COPYBACK-EOF
               CLOSE SUSPENSE-WORK-FILE
               CLOSE EXCEPTION-FILE
           END-IF.

       6100-SPLIT-NEXT-SUSPENSE-ENTRY.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
               NOT AT END
                   MOVE "N" TO WS-DOC-REFUSED-SWITCH
                   IF EXC-CYCLE-NO = WS-BRK-CYCLE-NO
                       AND EXC-SUSPENSE-DATE = WS-BRK-RUN-DATE
                       MOVE WS-BACKOUT-RUN-KEY TO RIS-RUN-KEY
                       MOVE EXC-DOC-ID TO RIS-DOC-ID
                       READ RUN-ISSUE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF RIS-WENT-OUT-CAPPED
                                   SET WS-DOC-REFUSED TO TRUE
                               END-IF
                       END-READ
                   END-IF
                   IF WS-DOC-REFUSED
                       ADD 1 TO WS-SUSPENSE-CLEARED-COUNT
                   ELSE
                       WRITE SUSPENSE-WORK-RECORD FROM EXCEPTION-RECORD
                   END-IF
           END-READ.

       6200-COPY-BACK-SUSPENSE-ENTRY.
           READ SUSPENSE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-COPYBACK-EOF-SWITCH
               NOT AT END
                   WRITE EXCEPTION-RECORD FROM SUSPENSE-WORK-RECORD
           END-READ.

       6500-REMOVE-LEDGER-ENTRIES.
      *    THE RUN'S ISSUE LEDGER GOES ONCE IT IS REVERSED, SO A
      *    RENUMBERING OF THE SAME INPUT STARTS A CLEAN ONE UNDER
      *    THE SAME KEY.  BACKOUT.RPT IS THE RECORD OF WHAT IT HELD.
           MOVE "N" TO WS-FILE-EOF-SWITCH
           MOVE WS-BACKOUT-RUN-KEY TO RIS-RUN-KEY
           MOVE LOW-VALUES TO RIS-DOC-ID
           START RUN-ISSUE-FILE KEY IS >= RIS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-START
           PERFORM 6600-REMOVE-NEXT-LEDGER-ENTRY
               UNTIL WS-FILE-EOF.

       6600-REMOVE-NEXT-LEDGER-ENTRY.
           READ RUN-ISSUE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-RUNISS-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF RIS-RUN-KEY NOT = WS-BACKOUT-RUN-KEY
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
               ELSE
                   DELETE RUN-ISSUE-FILE RECORD
                       INVALID KEY
                           ADD 1 TO WS-UPDATE-FAIL-COUNT
                   END-DELETE
               END-IF
           END-IF.

       7000-MARK-RUN-BACKED-OUT.
           MOVE WS-BACKOUT-RUN-KEY TO RCR-KEY
           READ RUN-CONTROL-FILE
               INVALID KEY
                   ADD 1 TO WS-UPDATE-FAIL-COUNT
               NOT INVALID KEY
                   MOVE "BACKED-OUT" TO RCR-RUN-STATUS
                   REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                           ADD 1 TO WS-UPDATE-FAIL-COUNT
                   END-REWRITE
           END-READ.

       8000-PRINT-BACKOUT-SUMMARY.
           IF WS-BACKOUT-REFUSED
               MOVE "BACK-OUT REFUSED - NOTHING CHANGED"
                   TO WS-RPT-LABEL
               MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT
               WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-TOTAL
               DISPLAY "RUNBACKOUT: back-out refused - nothing "
                   "changed"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "DOCUMENTS REVERSED" TO WS-RPT-LABEL
               MOVE WS-REVERSED-COUNT TO WS-RPT-COUNT
               WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-TOTAL
               MOVE "NUMBERS REMOVED FROM ISSUED" TO WS-RPT-LABEL
               MOVE WS-REMOVED-COUNT TO WS-RPT-COUNT
               WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-TOTAL
               MOVE "NUMBERS RELEASED TO THE POOL" TO WS-RPT-LABEL
               MOVE WS-RELEASED-COUNT TO WS-RPT-COUNT
               WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-TOTAL
               MOVE "RECLAIMED NUMBERS RETURNED TO THE POOL"
                   TO WS-RPT-LABEL
               MOVE WS-RETURNED-COUNT TO WS-RPT-COUNT
               WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-TOTAL
               MOVE "CAPPED DOCUMENTS CLEARED FROM SUSPENSE"
                   TO WS-RPT-LABEL
               MOVE WS-SUSPENSE-CLEARED-COUNT TO WS-RPT-COUNT
               WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-TOTAL
               MOVE "AMENDMENT RE-SENDS TAKEN OFF THE TRAIL"
                   TO WS-RPT-LABEL
               MOVE WS-AMENDMENT-COUNT TO WS-RPT-COUNT
               WRITE BACKOUT-REPORT-LINE FROM WS-REPORT-TOTAL

               MOVE WS-REVERSED-COUNT TO WS-COUNT-EDIT
               DISPLAY "RUNBACKOUT: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " documents backed out of cycle " WS-BRK-CYCLE-NO
                   " run dated " WS-BRK-RUN-DATE
               IF WS-UPDATE-FAIL-COUNT > ZEROS
                   MOVE WS-UPDATE-FAIL-COUNT TO WS-COUNT-EDIT
                   DISPLAY "Error: " FUNCTION TRIM(WS-COUNT-EDIT)
                       " control file updates failed during the "
                       "back-out - run NUMVERIFY before numbering "
                       "again"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE RUN-CONTROL-FILE
               CLOSE RUN-ISSUE-FILE
               CLOSE ISSUED-NUMBERS-FILE
               CLOSE AVAILABLE-NUMBERS-FILE
               CLOSE CROSS-REFERENCE-FILE
               CLOSE XREF-HISTORY-FILE
               IF NOT WS-SEQCTL-MISSING
                   CLOSE SEQ-CONTROL-FILE
               END-IF
               IF NOT WS-BLOCK-MISSING
                   CLOSE BLOCK-CONTROL-FILE
               END-IF
               IF NOT WS-CANC-MISSING
                   CLOSE CANCELLATION-FILE
               END-IF
           END-IF
           CLOSE BACKOUT-REPORT-FILE.
