      *  WS-DATA'S CAPACITY, WS-DATA IS CAPPED AT 99999 AND
      *  THE DOCUMENT IS WRITTEN TO THE EXCEPTION FILE (WITH
      *  ITS TRUE NUMBER) SO IT CAN BE RENUMBERED BY HAND.
      *
      *  AN AMENDMENT RECORD (SEE DOCREC) IS NOT NUMBERED AT
      *  ALL: IT IS PASSED THROUGH TO AMENDED.DAT UNDER THE
      *  CYCLE, TYPE AND SEQUENCE NUMBER ITS DOC-ID ALREADY
      *  HOLDS IN DOCXREF.DAT, AND THE RE-SEND IS ADDED TO
      *  THE DOCUMENT'S XREFHIST.DAT TRAIL (SEE 2300).
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

      *    AMENDMENTS GO TO THEIR OWN FILE, IN THE NUMBERED.DAT
      *    LAYOUT, SO NOTHING DOWNSTREAM COUNTS THEM AS NEW ISSUES.
           SELECT AMENDED-FILE ASSIGN TO "AMENDED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMENDED-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT RUN-ISSUE-FILE ASSIGN TO "RUNISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIS-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RUNISS-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "NUMCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  OUTPUT-FILE.
           COPY NUMDOC.

       FD  AMENDED-FILE.
       01  AMENDED-RECORD-IMAGE            PIC X(96).

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       FD  RUN-PARAMETER-FILE.
           COPY PARMREC.

       FD  RUN-ISSUE-FILE.
           COPY RUNISS.

       FD  CHECKPOINT-FILE.
           COPY CKPTREC.


       01  WS-INPUT-STATUS             PIC XX VALUE "00".
       01  WS-OUTPUT-STATUS            PIC XX VALUE "00".
       01  WS-AMENDED-STATUS           PIC XX VALUE "00".

       01  WS-EXCEPTION-STATUS         PIC XX VALUE "00".
           88  WS-EXCEPTION-NOT-FOUND             VALUE "35".
       01  WS-HIST-DONE-SWITCH         PIC X VALUE "N".
           88  WS-HIST-DONE                       VALUE "Y".

       01  WS-AMEND-XREF-FOUND-SWITCH  PIC X VALUE "N".
           88  WS-AMEND-XREF-FOUND                VALUE "Y".
      *    THE XREFHIST SLOT THE AMENDMENT'S "A" ROW WENT INTO, OR
      *    ZERO WHEN THE AMENDMENT PUT NOTHING ON THE TRAIL.
       01  WS-AMEND-HIST-SLOT          PIC 9(3) VALUE ZEROS.
       01  WS-AMENDMENTS-PASSED-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-AMENDMENTS-REFUSED-COUNT PIC 9(7) VALUE ZEROS.
       01  WS-AMENDED-WRITE-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-AMENDED-TRIM-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-AMENDMENTS-EDIT          PIC Z(6)9.

       01  WS-RUNCTL-STATUS            PIC XX VALUE "00".
           88  WS-RUNCTL-NOT-FOUND                 VALUE "35".
           88  WS-RUNCTL-RECORD-LOCKED              VALUE "51".

       01  WS-RUNISS-STATUS            PIC XX VALUE "00".
           88  WS-RUNISS-NOT-FOUND                 VALUE "35".
           88  WS-RUNISS-DUPLICATE-KEY              VALUE "22".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

       01  WS-REGISTRY-STATUS          PIC XX VALUE "00".
      *    THE ISSUED.DAT LEDGER CANNOT CATCH BECAUSE THE NUMBERS
      *    REALLY ARE DIFFERENT.  A RECORD STILL MARKED STARTED IS
      *    A RUN THAT DIED MID-FLIGHT, AND ITS RERUN GOES THROUGH.
      *    SO DOES A RUN RUNBACKOUT HAS REVERSED - ITS NUMBERS ARE
      *    GONE, SO NUMBERING THE INPUT AGAIN DOUBLES NOTHING.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE

           IF WS-RUNCTL-REC-FOUND AND WS-RUNCTL-STATUS = "00"
               AND NOT RCR-RUN-STARTED
               AND NOT RCR-RUN-BACKED-OUT
               IF WS-FORCE-RUN
                   DISPLAY "Warning: input already completed for "
                       "cycle " WS-CURRENT-CYCLE-NO " today ("
                                   "totals are not numeric"
                           END-IF
                       WHEN DOC-DETAIL-REC
                       WHEN DOC-AMENDMENT-REC
                           ADD 1 TO WS-PRESCAN-DETAIL-COUNT
                           PERFORM 1220-HASH-THIS-DOC-ID
                       WHEN OTHER
                           SET WS-CONTROL-FAILED TO TRUE
                           DISPLAY "Error: record type is not "
                               "H/D/A/T on INPUT-FILE"
                   END-EVALUATE
           END-READ.

               OPEN OUTPUT OUTPUT-FILE
           END-IF

           IF WS-RESUMING
               PERFORM 1380-TRIM-AMENDED-OUTPUT
               OPEN EXTEND AMENDED-FILE
               IF WS-AMENDED-STATUS = "35"
                   OPEN OUTPUT AMENDED-FILE
               END-IF
           ELSE
               OPEN OUTPUT AMENDED-FILE
           END-IF

           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-NOT-FOUND
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT XREF-HISTORY-FILE
               CLOSE XREF-HISTORY-FILE
               OPEN I-O XREF-HISTORY-FILE
           END-IF

           OPEN I-O RUN-ISSUE-FILE
           IF WS-RUNISS-NOT-FOUND
               OPEN OUTPUT RUN-ISSUE-FILE
               CLOSE RUN-ISSUE-FILE
               OPEN I-O RUN-ISSUE-FILE
           END-IF.

       1350-TRIM-NUMBERED-OUTPUT.
                       FROM NUMBER-WORK-RECORD
           END-READ.

       1380-TRIM-AMENDED-OUTPUT.
      *    AMENDED.DAT IS CUT BACK TO THE CHECKPOINTED PREFIX THE
      *    SAME WAY AS NUMBERED.DAT ABOVE, SO AN AMENDMENT THE DEAD
      *    RUN WROTE PAST THE CHECKPOINT IS NOT SENT TWICE.
           MOVE ZEROS TO WS-AMENDED-TRIM-COUNT
           MOVE "N" TO WS-TRIM-EOF-SWITCH
           OPEN INPUT AMENDED-FILE
           IF WS-AMENDED-STATUS = "00"
               OPEN OUTPUT NUMBER-WORK-FILE
               PERFORM 1385-COPY-AMENDED-TO-WORK
                   UNTIL WS-TRIM-EOF
                      OR WS-AMENDED-TRIM-COUNT >= CKP-AMENDED-COUNT
               CLOSE NUMBER-WORK-FILE
               CLOSE AMENDED-FILE
               OPEN OUTPUT AMENDED-FILE
               OPEN INPUT NUMBER-WORK-FILE
               MOVE "N" TO WS-TRIM-EOF-SWITCH
               PERFORM 1390-COPY-AMENDED-BACK
                   UNTIL WS-TRIM-EOF
               CLOSE NUMBER-WORK-FILE
               CLOSE AMENDED-FILE
           END-IF

           IF WS-AMENDED-TRIM-COUNT NOT = CKP-AMENDED-COUNT
               DISPLAY "Warning: AMENDED.DAT held "
                   WS-AMENDED-TRIM-COUNT " records against "
                   CKP-AMENDED-COUNT " checkpointed"
           END-IF
           MOVE WS-AMENDED-TRIM-COUNT TO WS-AMENDED-WRITE-COUNT.

       1385-COPY-AMENDED-TO-WORK.
           READ AMENDED-FILE
               AT END
                   MOVE "Y" TO WS-TRIM-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-AMENDED-TRIM-COUNT
                   WRITE NUMBER-WORK-RECORD
                       FROM AMENDED-RECORD-IMAGE
           END-READ.

       1390-COPY-AMENDED-BACK.
           READ NUMBER-WORK-FILE
               AT END
                   MOVE "Y" TO WS-TRIM-EOF-SWITCH
               NOT AT END
                   WRITE AMENDED-RECORD-IMAGE
                       FROM NUMBER-WORK-RECORD
           END-READ.

      *    IN BLOCK MODE THE FIRST BLOCK FOR A SERIES IS RESERVED
      *    LAZILY BY 2060 ON THAT SERIES' FIRST DOCUMENT - RESERVING
      *    ALL THREE UP FRONT WOULD BURN A WS-BLOCK-SIZE RANGE FOR
               NOT AT END
      *            THE HEADER AND TRAILER WERE ALREADY VERIFIED BY
      *            THE 1200 PRE-SCAN; ONLY DETAIL RECORDS ARE
      *            NUMBERED ON THIS PASS, AND AMENDMENTS PASSED
      *            THROUGH.  ON A CHECKPOINT RESUME THE RECORDS
      *            THE CHECKPOINT COVERS ARE COUNTED AND SKIPPED -
      *            THEY ARE ALREADY IN THE TRIMMED OUTPUTS AND
      *            EVERY CONTROL FILE.
                   IF DOC-DETAIL-REC OR DOC-AMENDMENT-REC
                       ADD 1 TO WS-INPUT-RECORD-COUNT
                       IF WS-INPUT-RECORD-COUNT
                               <= WS-RESUME-SKIP-COUNT
                           ADD 1 TO WS-SKIPPED-COUNT
                       ELSE
                           IF DOC-AMENDMENT-REC
                               PERFORM 2300-PASS-AMENDMENT-THROUGH
                           ELSE
                               PERFORM 2100-ASSIGN-SEQUENCE-NUMBER
                           END-IF
                           PERFORM 6000-COUNT-TOWARD-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 2170-WRITE-XREF-HISTORY
           PERFORM 2180-RECORD-RUN-ISSUE.

       2170-WRITE-XREF-HISTORY.
      *    THE REWRITE ABOVE KEEPS DOCXREF.DAT ON THE CURRENT
                   SET WS-HIST-DONE TO TRUE
           END-WRITE.

       2180-RECORD-RUN-ISSUE.
      *    FILES WHAT THIS RUN DID TO THE DOCUMENT UNDER THE RUN'S
      *    OWN RUNCTL KEY (SEE RUNISS) SO RUNBACKOUT CAN REVERSE
      *    EXACTLY THIS RUN AND NOTHING ELSE.  XRH-ASSIGN-NO STILL
      *    HOLDS THE SLOT 2170 SETTLED ON.  A DUPLICATE KEY IS A
      *    CHECKPOINT-RESUME REDRAW OF THE SAME DOCUMENT AND IS
      *    REWRITTEN WITH THE REDRAWN ASSIGNMENT.
           MOVE WS-CURRENT-CYCLE-NO TO RIS-CYCLE-NO
           MOVE WS-TODAY-DATE TO RIS-RUN-DATE
           MOVE WS-TRAILER-COUNT TO RIS-INPUT-COUNT
           MOVE WS-TRAILER-HASH TO RIS-INPUT-HASH
           MOVE DOC-ID TO RIS-DOC-ID
           MOVE WS-CURRENT-TYPE-CODE TO RIS-DOC-TYPE
           MOVE WS-DATA TO RIS-SEQ-NO
           MOVE XRF-CAPPED-FLAG TO RIS-CAPPED-FLAG
           IF WS-RECLAIMED
               MOVE "Y" TO RIS-RECLAIMED-FLAG
           ELSE
               MOVE "N" TO RIS-RECLAIMED-FLAG
           END-IF
           MOVE XRH-ASSIGN-NO TO RIS-ASSIGN-NO
           PERFORM 2190-WRITE-RUN-ISSUE.

       2190-WRITE-RUN-ISSUE.
      *    A LEDGER ENTRY THAT FAILS TO FILE LEAVES THE RUN SHORT,
      *    AND RUNBACKOUT THEN REFUSES THE WHOLE RUN - SO A FAILED
      *    WRITE OR REWRITE IS SHOWN AND THE RUN ENDS ON A WARNING.
           WRITE RUN-ISSUE-RECORD
               INVALID KEY
                   IF WS-RUNISS-DUPLICATE-KEY
                       REWRITE RUN-ISSUE-RECORD
                   END-IF
           END-WRITE
           IF WS-RUNISS-STATUS NOT = "00"
               DISPLAY "Warning: RUNISSUE.DAT entry for document "
                   RIS-DOC-ID " not filed, status " WS-RUNISS-STATUS
                   " - RUNBACKOUT cannot reverse this run"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2200-WRITE-EXCEPTION.
           MOVE WS-CYCLE-NO TO EXC-CYCLE-NO
           MOVE WS-CURRENT-TYPE-CODE TO EXC-DOC-TYPE
           MOVE WS-ALERT-SEVERITY TO ALT-SEVERITY
           WRITE ALERT-RECORD.

       2300-PASS-AMENDMENT-THROUGH.
      *    AN AMENDMENT GOES OUT UNDER THE NUMBER ITS DOC-ID ALREADY
      *    HOLDS.  NOTHING IS DRAWN FROM THE SERIES, AND ISSUED.DAT
      *    AND DOCXREF.DAT ARE LEFT ALONE.  THE RUN'S ISSUE LEDGER
      *    STILL GETS AN "A" ENTRY FOR EVERY AMENDMENT (SEE RUNISS
      *    AND 2320) SO IT ACCOUNTS FOR THE WHOLE RUN, AND A
      *    BACK-OUT OF THIS RUN REMOVES THE "A" ROW THE RE-SEND PUT
      *    ON THE DOC-ID'S TRAIL.  DOCEDIT ONLY PASSES AN AMENDMENT
      *    WHOSE DOC-ID HOLDS A REAL NUMBER (E08/E09); ONE THAT NO
      *    LONGER DOES BY THE TIME IT GETS HERE (A BACK-OUT IN
      *    BETWEEN) IS REFUSED AND LEFT FOR 7000-RECONCILE-COUNTS
      *    TO FLAG.
           MOVE "N" TO WS-AMEND-XREF-FOUND-SWITCH
           MOVE ZEROS TO WS-AMEND-HIST-SLOT
           MOVE DOC-ID TO XRF-DOC-ID
           MOVE ZEROS TO WS-LOCK-RETRY-COUNT
           PERFORM WITH TEST AFTER
                   UNTIL NOT WS-XREF-RECORD-LOCKED
                      OR WS-LOCK-RETRY-COUNT >= WS-LOCK-RETRY-MAX
               READ CROSS-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-AMEND-XREF-FOUND TO TRUE
               END-READ
               IF WS-XREF-RECORD-LOCKED
                   ADD 1 TO WS-LOCK-RETRY-COUNT
               END-IF
           END-PERFORM

           IF NOT WS-AMEND-XREF-FOUND OR XRF-WENT-OUT-CAPPED
               ADD 1 TO WS-AMENDMENTS-REFUSED-COUNT
               DISPLAY "Error: amendment for document " DOC-ID
                   " holds no number - not passed through"
           ELSE
               MOVE DOC-ID TO NDR-DOC-ID
               MOVE XRF-CYCLE-NO TO NDR-CYCLE-NO
               MOVE XRF-DOC-TYPE TO NDR-TYPE-PREFIX
               MOVE XRF-SEQ-NO TO NDR-SEQ-NO
               IF DOC-EXTRACT-SEQ IS NUMERIC
                   MOVE DOC-EXTRACT-SEQ TO NDR-EXTRACT-SEQ
               ELSE
                   MOVE ZEROS TO NDR-EXTRACT-SEQ
               END-IF
               MOVE DOC-DATA TO NDR-DOC-DATA
               WRITE AMENDED-RECORD-IMAGE
                   FROM NUMBERED-DOCUMENT-RECORD
               IF WS-AMENDED-STATUS = "00"
                   ADD 1 TO WS-AMENDMENTS-PASSED-COUNT
                   ADD 1 TO WS-AMENDED-WRITE-COUNT
                   PERFORM 2310-WRITE-AMENDMENT-HISTORY
               END-IF
           END-IF

           PERFORM 2320-RECORD-AMENDMENT-ISSUE.

       2310-WRITE-AMENDMENT-HISTORY.
      *    THE RE-SEND IS RECORDED ON THE DOC-ID'S TRAIL (SEE
      *    XREFHIS) AS AN "A" ROW: THE NUMBER IT KEPT, DATED THE
      *    BUSINESS DAY IT WENT THROUGH.  THE SAME SLOT PROBE AS
      *    2170, SO A CHECKPOINT-RESUME REDO WRITES NOTHING TWICE.
           MOVE "N" TO WS-HIST-DONE-SWITCH
           MOVE 1 TO XRH-ASSIGN-NO
           PERFORM 2315-CLAIM-AMENDMENT-SLOT
               UNTIL WS-HIST-DONE OR XRH-ASSIGN-NO > 999
           IF WS-HIST-DONE
               MOVE XRH-ASSIGN-NO TO WS-AMEND-HIST-SLOT
           END-IF.

       2315-CLAIM-AMENDMENT-SLOT.
           MOVE DOC-ID TO XRH-DOC-ID
           MOVE XRF-CYCLE-NO TO XRH-CYCLE-NO
           MOVE WS-TODAY-DATE TO XRH-RUN-DATE
           MOVE XRF-DOC-TYPE TO XRH-DOC-TYPE
           MOVE XRF-SEQ-NO TO XRH-SEQ-NO
           SET XRH-AMENDMENT-RESENT TO TRUE
           WRITE XREF-HISTORY-RECORD
               INVALID KEY
                   IF WS-XRFH-DUPLICATE-KEY
                       READ XREF-HISTORY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF XRH-CYCLE-NO = XRF-CYCLE-NO
                                   AND XRH-RUN-DATE = WS-TODAY-DATE
                                   AND XRH-DOC-TYPE = XRF-DOC-TYPE
                                   AND XRH-SEQ-NO = XRF-SEQ-NO
                                   AND XRH-AMENDMENT-RESENT
                                   SET WS-HIST-DONE TO TRUE
                               ELSE
                                   ADD 1 TO XRH-ASSIGN-NO
                               END-IF
                       END-READ
                   ELSE
                       SET WS-HIST-DONE TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-HIST-DONE TO TRUE
           END-WRITE.

       2320-RECORD-AMENDMENT-ISSUE.
      *    EVERY AMENDMENT THE RUN READ IS FILED ON THE RUN'S ISSUE
      *    LEDGER WITH A CAPPED-FLAG OF "A" (SEE RUNISS): THE
      *    NUMBER IT WENT OUT UNDER AND THE SLOT OF ITS "A" ROW ON
      *    XREFHIST.DAT.  ONE REFUSED OR NOT WRITTEN TO AMENDED.DAT
      *    IS STILL FILED, WITH NO NUMBER AND SLOT ZERO - THERE IS
      *    NOTHING OF IT FOR A BACK-OUT TO REVERSE.
           MOVE WS-CURRENT-CYCLE-NO TO RIS-CYCLE-NO
           MOVE WS-TODAY-DATE TO RIS-RUN-DATE
           MOVE WS-TRAILER-COUNT TO RIS-INPUT-COUNT
           MOVE WS-TRAILER-HASH TO RIS-INPUT-HASH
           MOVE DOC-ID TO RIS-DOC-ID
           IF WS-AMEND-HIST-SLOT > ZEROS
               MOVE XRF-DOC-TYPE TO RIS-DOC-TYPE
               MOVE XRF-SEQ-NO TO RIS-SEQ-NO
           ELSE
               MOVE SPACES TO RIS-DOC-TYPE
               MOVE ZEROS TO RIS-SEQ-NO
           END-IF
           SET RIS-AMENDMENT-RESENT TO TRUE
           MOVE "N" TO RIS-RECLAIMED-FLAG
           MOVE WS-AMEND-HIST-SLOT TO RIS-ASSIGN-NO
           PERFORM 2190-WRITE-RUN-ISSUE.

       6000-COUNT-TOWARD-CHECKPOINT.
           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
           MOVE WS-TRAILER-HASH TO CKP-INPUT-HASH
           MOVE WS-INPUT-RECORD-COUNT TO CKP-DETAIL-COUNT
           MOVE WS-NUMBERED-WRITE-COUNT TO CKP-NUMBERED-COUNT
           MOVE WS-AMENDED-WRITE-COUNT TO CKP-AMENDED-COUNT
           MOVE ZEROS TO WS-LOCK-RETRY-COUNT
           PERFORM WITH TEST AFTER
                   UNTIL NOT WS-CKPT-RECORD-LOCKED
      *    RELIABLE BASIS FOR THIS CHECK SINCE RECLAIMED/BLOCK
      *    NUMBERS CAN MAKE IT MOVE NON-MONOTONICALLY.)  DETAILS
      *    SKIPPED ON A CHECKPOINT RESUME WERE ISSUED THEIR NUMBERS
      *    BY THE PRIOR INCARNATION AND COUNT AS COVERED.  AN
      *    AMENDMENT IS COVERED BY ITS WRITE TO AMENDED.DAT.
           IF WS-NUMBERS-ISSUED-COUNT + WS-AMENDMENTS-PASSED-COUNT
                   + WS-SKIPPED-COUNT
                   NOT = WS-INPUT-RECORD-COUNT
               MOVE "N" TO WS-RECONCILE-OK-SWITCH
           END-IF
                   " numbers/exceptions issued"
           END-IF

           IF WS-AMENDMENTS-PASSED-COUNT > ZEROS
               MOVE WS-AMENDMENTS-PASSED-COUNT TO WS-AMENDMENTS-EDIT
               DISPLAY "Amendments passed through to AMENDED.DAT "
                   "under their existing numbers: "
                   FUNCTION TRIM(WS-AMENDMENTS-EDIT)
           END-IF

           IF WS-AMENDMENTS-REFUSED-COUNT > ZEROS
               MOVE WS-AMENDMENTS-REFUSED-COUNT TO WS-AMENDMENTS-EDIT
               DISPLAY "Amendments refused - document holds no "
                   "number: " FUNCTION TRIM(WS-AMENDMENTS-EDIT)
                   " (see job log)"
           END-IF

           IF WS-DUPLICATE-DETECTED
               MOVE WS-DUPLICATE-COUNT TO WS-DUPLICATE-COUNT-EDIT
               DISPLAY "Duplicate sequence numbers detected: "

           CLOSE INPUT-FILE
           CLOSE OUTPUT-FILE
           CLOSE AMENDED-FILE
           CLOSE EXCEPTION-FILE
           CLOSE AUDIT-FILE
           CLOSE ALERT-FILE
           CLOSE ISSUED-NUMBERS-FILE
           CLOSE CROSS-REFERENCE-FILE
           CLOSE XREF-HISTORY-FILE
           CLOSE RUN-ISSUE-FILE
           CLOSE SEQ-CONTROL-FILE
           CLOSE BLOCK-CONTROL-FILE
           CLOSE CHECKPOINT-FILE
