       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLSTAT.
      *****************************************************
      *  NIGHTLY VOLUME STATISTICS CAPTURE.  POSTS THE
      *  BUSINESS DAY'S TOTALS PER CYCLE AND DOCUMENT-TYPE
      *  SERIES TO THE PERMANENT STATISTICS HISTORY
      *  VOLHIST.DAT (SEE VOLHIST), WHICH ARCPURGE NEVER
      *  TOUCHES, SO VOLUMES CAN STILL BE REPORTED LONG
      *  AFTER THE NUMBER LEDGERS THEMSELVES HAVE BEEN
      *  ARCHIVED.  RUNS AS THE LAST STEP OF THE NIGHT.
      *
      *    VOLSTAT "[cycle]"
      *        THE CYCLE THE NIGHT NUMBERED, AS GIVEN TO
      *        BUGSOLUTION (DEFAULT 01) - DOCEDIT'S REJECTS
      *        ARE FILED UNDER IT.
      *
      *  THE COUNTS COME FROM:
      *    ISSUED, RECLAIMED, CAPPED - THE NUMBERING RUNS'
      *        ISSUE LEDGER RUNISSUE.DAT (SEE RUNISS) FOR THE
      *        BUSINESS DATE; A RUN SINCE BACKED OUT IS NO
      *        LONGER ON IT AND IS NOT COUNTED
      *    RENUMBERED - TONIGHT'S RENUMBRD.DAT FROM EXCRENUM
      *    REJECTED   - TONIGHT'S DOCREJ.DAT FROM DOCEDIT
      *  THE VOIDED COUNT IS POSTED BY VOIDSEQ AS IT RELEASES
      *  EACH NUMBER AND IS CARRIED OVER UNTOUCHED.
      *  RENUMBRD.DAT AND DOCREJ.DAT ARE REWRITTEN EVERY
      *  NIGHT, SO EACH IS ONLY COUNTED WHEN THE STEP LEDGER
      *  (SEE STEPCTL) SHOWS ITS STEP RAN FOR THIS BUSINESS
      *  DATE - YESTERDAY'S FILE LEFT LYING ABOUT IS NOT
      *  COUNTED AGAIN.  A RERUN ON THE SAME NIGHT RECOUNTS
      *  AND REPLACES THE DAY'S TOTALS RATHER THAN ADDING TO
      *  THEM.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUME-HISTORY-FILE ASSIGN TO "VOLHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOL-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-VOLHIST-STATUS.

           SELECT RUN-ISSUE-FILE ASSIGN TO "RUNISSUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIS-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RUNISS-STATUS.

           SELECT RENUMBERED-FILE ASSIGN TO "RENUMBRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENUMBERED-STATUS.

           SELECT REJECT-FILE ASSIGN TO "DOCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT DOC-TYPE-REGISTRY-FILE ASSIGN TO "DOCTYPES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DTY-TYPE-CODE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOLUME-HISTORY-FILE.
           COPY VOLHIST.

       FD  RUN-ISSUE-FILE.
           COPY RUNISS.

       FD  RENUMBERED-FILE.
           COPY NUMDOC.

       FD  REJECT-FILE.
           COPY REJREC.

       FD  STEP-CONTROL-FILE.
           COPY STEPCTL.

       FD  DOC-TYPE-REGISTRY-FILE.
           COPY DOCTYPES.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-VOLHIST-STATUS           PIC XX VALUE "00".
           88  WS-VOLHIST-NOT-FOUND               VALUE "35".

       01  WS-RUNISS-STATUS            PIC XX VALUE "00".

       01  WS-RENUMBERED-STATUS        PIC XX VALUE "00".

       01  WS-REJECT-STATUS            PIC XX VALUE "00".

       01  WS-STEPCTL-STATUS           PIC XX VALUE "00".

       01  WS-REGISTRY-STATUS          PIC XX VALUE "00".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

       01  WS-FILE-EOF-SWITCH          PIC X VALUE "N".
           88  WS-FILE-EOF                        VALUE "Y".
       01  WS-STEPCTL-MISSING-SWITCH   PIC X VALUE "N".
           88  WS-STEPCTL-MISSING                 VALUE "Y".
       01  WS-REGISTRY-MISSING-SWITCH  PIC X VALUE "N".
           88  WS-REGISTRY-MISSING                VALUE "Y".
       01  WS-STEP-RAN-SWITCH          PIC X VALUE "N".
           88  WS-STEP-RAN                        VALUE "Y".
       01  WS-SERIES-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-SERIES-FOUND                    VALUE "Y".

       01  WS-PARM-LINE                PIC X(80) VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-CAPTURE-TIMESTAMP        PIC X(21) VALUE SPACES.
       01  WS-REJECT-CYCLE-NO          PIC 9(2) VALUE 1.

      *    STP-STEP-SEQ OF THE STEPS WHOSE OUTPUT IS COUNTED (SEE
      *    STEPCTL FOR THE NIGHTLY ORDER).
       01  WS-DOCEDIT-STEP-SEQ         PIC 9(2) VALUE 2.
       01  WS-EXCRENUM-STEP-SEQ        PIC 9(2) VALUE 6.
       01  WS-CHECK-STEP-SEQ           PIC 9(2) VALUE ZEROS.
       01  WS-CHECK-STEP-NAME          PIC X(12) VALUE SPACES.

      *    THE SERIES A COUNT IS BEING POSTED AGAINST, AND WHICH
      *    OF THE SIX VOL-COUNT BUCKETS (SEE VOLHIST) TAKES IT.
       01  WS-POST-CYCLE-NO            PIC 9(2) VALUE ZEROS.
       01  WS-POST-DOC-TYPE            PIC X(2) VALUE SPACES.
       01  WS-POST-BUCKET              PIC 9(1) COMP VALUE ZEROS.
       01  WS-ISSUED-BUCKET            PIC 9(1) COMP VALUE 1.
       01  WS-RECLAIMED-BUCKET         PIC 9(1) COMP VALUE 2.
       01  WS-VOIDED-BUCKET            PIC 9(1) COMP VALUE 3.
       01  WS-CAPPED-BUCKET            PIC 9(1) COMP VALUE 4.
       01  WS-RENUMBERED-BUCKET        PIC 9(1) COMP VALUE 5.
       01  WS-REJECTED-BUCKET          PIC 9(1) COMP VALUE 6.
       01  WS-BUCKET-SUB               PIC 9(1) COMP VALUE ZEROS.

      *    THE DAY'S TOTALS, ONE ENTRY PER CYCLE/SERIES SEEN -
      *    SEEDED FROM WHATEVER IS ALREADY ON FILE FOR THE DATE SO
      *    A SERIES THAT HAS SINCE DROPPED TO NOTHING (A RUN
      *    BACKED OUT) IS RECOUNTED TO ZERO RATHER THAN LEFT.
       01  WS-DAY-MAX                  PIC 9(3) COMP VALUE 200.
       01  WS-DAY-COUNT                PIC 9(3) COMP VALUE ZEROS.
       01  WS-DAY-SUB                  PIC 9(3) COMP VALUE ZEROS.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 200 TIMES.
               10  WS-DAY-CYCLE-NO         PIC 9(2).
               10  WS-DAY-DOC-TYPE         PIC X(2).
               10  WS-DAY-BUCKET           PIC 9(7) OCCURS 6 TIMES.
       01  WS-DAY-OVERFLOW-COUNT       PIC 9(7) VALUE ZEROS.

       01  WS-LEDGER-READ-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-RENUMBERED-READ-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-REJECT-READ-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-POSTED-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-POST-FAIL-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-POSTED-DAY
           PERFORM 3000-COUNT-RUN-ISSUES
           PERFORM 4000-COUNT-RENUMBERED
           PERFORM 5000-COUNT-REJECTS
           PERFORM 6000-POST-DAY-TOTALS
           PERFORM 8000-PRINT-CAPTURE-SUMMARY
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CAPTURE-TIMESTAMP

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           IF WS-PARM-LINE(1:2) IS NUMERIC
               MOVE WS-PARM-LINE(1:2) TO WS-REJECT-CYCLE-NO
           END-IF

           OPEN I-O VOLUME-HISTORY-FILE
           IF WS-VOLHIST-NOT-FOUND
               OPEN OUTPUT VOLUME-HISTORY-FILE
               CLOSE VOLUME-HISTORY-FILE
               OPEN I-O VOLUME-HISTORY-FILE
           END-IF

           OPEN INPUT STEP-CONTROL-FILE
           IF WS-STEPCTL-STATUS NOT = "00"
               SET WS-STEPCTL-MISSING TO TRUE
               DISPLAY "Warning: no STEPCTL.DAT step ledger - "
                   "RENUMBRD.DAT and DOCREJ.DAT are taken as "
                   "tonight's"
           END-IF

           OPEN INPUT DOC-TYPE-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               SET WS-REGISTRY-MISSING TO TRUE
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    THE TOTALS ARE FILED UNDER THE OPERATOR-ROLLED
      *    PROCESSING DATE IN BUSDATE.DAT (SEE BUSDATE/DATECTL) -
      *    THE SAME DATE THE NIGHT'S RUNS NUMBERED UNDER - FALLING
      *    BACK TO THE SYSTEM DATE WHEN NO CONTROL RECORD IS ON
      *    FILE.
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

       2000-LOAD-POSTED-DAY.
           MOVE "N" TO WS-FILE-EOF-SWITCH
           MOVE WS-TODAY-DATE TO VOL-BUSINESS-DATE
           MOVE ZEROS TO VOL-CYCLE-NO
           MOVE LOW-VALUES TO VOL-DOC-TYPE
           START VOLUME-HISTORY-FILE KEY IS >= VOL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-START
           PERFORM 2100-LOAD-NEXT-POSTED-SERIES
               UNTIL WS-FILE-EOF.

       2100-LOAD-NEXT-POSTED-SERIES.
           READ VOLUME-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-VOLHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF VOL-BUSINESS-DATE NOT = WS-TODAY-DATE
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
               ELSE
      *            ONLY THE VOIDED COUNT SURVIVES A RECAPTURE - IT
      *            IS VOIDSEQ'S, NOT OURS.
                   MOVE VOL-CYCLE-NO TO WS-POST-CYCLE-NO
                   MOVE VOL-DOC-TYPE TO WS-POST-DOC-TYPE
                   PERFORM 7000-FIND-DAY-SERIES
                   IF WS-SERIES-FOUND
                       MOVE VOL-VOIDED-COUNT
                           TO WS-DAY-BUCKET(WS-DAY-SUB,
                                            WS-VOIDED-BUCKET)
                   END-IF
               END-IF
           END-IF.

       3000-COUNT-RUN-ISSUES.
      *    THE LEDGER IS KEYED BY RUN (CYCLE FIRST), SO THE WHOLE
      *    FILE IS WALKED AND ONLY THE BUSINESS DATE'S RUNS KEPT.
           OPEN INPUT RUN-ISSUE-FILE
           IF WS-RUNISS-STATUS NOT = "00"
               DISPLAY "Warning: no RUNISSUE.DAT issue ledger - "
                   "nothing issued is counted"
           ELSE
               MOVE "N" TO WS-FILE-EOF-SWITCH
               MOVE LOW-VALUES TO RIS-KEY
               START RUN-ISSUE-FILE KEY IS >= RIS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-START
               PERFORM 3100-COUNT-NEXT-RUN-ISSUE
                   UNTIL WS-FILE-EOF
               CLOSE RUN-ISSUE-FILE
           END-IF.

       3100-COUNT-NEXT-RUN-ISSUE.
           READ RUN-ISSUE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-RUNISS-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
      *        AN AMENDMENT'S "A" ENTRY (SEE RUNISS) DREW NO NUMBER
      *        AND IS NOT AN ISSUE.
               IF RIS-RUN-DATE = WS-TODAY-DATE
                   AND NOT RIS-AMENDMENT-RESENT
                   ADD 1 TO WS-LEDGER-READ-COUNT
                   MOVE RIS-CYCLE-NO TO WS-POST-CYCLE-NO
                   MOVE RIS-DOC-TYPE TO WS-POST-DOC-TYPE
                   IF RIS-WENT-OUT-CAPPED
                       MOVE WS-CAPPED-BUCKET TO WS-POST-BUCKET
                       PERFORM 7100-ADD-TO-DAY-SERIES
                   ELSE
                       MOVE WS-ISSUED-BUCKET TO WS-POST-BUCKET
                       PERFORM 7100-ADD-TO-DAY-SERIES
                       IF RIS-WAS-RECLAIMED
                           MOVE WS-RECLAIMED-BUCKET TO WS-POST-BUCKET
                           PERFORM 7100-ADD-TO-DAY-SERIES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4000-COUNT-RENUMBERED.
           MOVE WS-EXCRENUM-STEP-SEQ TO WS-CHECK-STEP-SEQ
           MOVE "EXCRENUM" TO WS-CHECK-STEP-NAME
           PERFORM 7500-CHECK-STEP-RAN
           IF WS-STEP-RAN
               OPEN INPUT RENUMBERED-FILE
               IF WS-RENUMBERED-STATUS = "00"
                   MOVE "N" TO WS-FILE-EOF-SWITCH
                   PERFORM 4100-COUNT-NEXT-RENUMBERED
                       UNTIL WS-FILE-EOF
                   CLOSE RENUMBERED-FILE
               END-IF
           END-IF.

       4100-COUNT-NEXT-RENUMBERED.
           READ RENUMBERED-FILE
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RENUMBERED-READ-COUNT
                   MOVE NDR-CYCLE-NO TO WS-POST-CYCLE-NO
                   MOVE NDR-TYPE-PREFIX TO WS-POST-DOC-TYPE
                   MOVE WS-RENUMBERED-BUCKET TO WS-POST-BUCKET
                   PERFORM 7100-ADD-TO-DAY-SERIES
           END-READ.

       5000-COUNT-REJECTS.
           MOVE WS-DOCEDIT-STEP-SEQ TO WS-CHECK-STEP-SEQ
           MOVE "DOCEDIT" TO WS-CHECK-STEP-NAME
           PERFORM 7500-CHECK-STEP-RAN
           IF WS-STEP-RAN
               OPEN INPUT REJECT-FILE
               IF WS-REJECT-STATUS = "00"
                   MOVE "N" TO WS-FILE-EOF-SWITCH
                   PERFORM 5100-COUNT-NEXT-REJECT
                       UNTIL WS-FILE-EOF
                   CLOSE REJECT-FILE
               END-IF
           END-IF.

       5100-COUNT-NEXT-REJECT.
      *    THE REJECTED RECORD'S OWN TYPE CODE (SEE DOCREC) NAMES
      *    THE SERIES.  A RECORD THAT NEVER HAD A USABLE ONE - NOT
      *    A DETAIL RECORD, OR A TYPE THE REGISTRY DOES NOT KNOW -
      *    IS FILED UNDER "??" RATHER THAN INVENTING A SERIES.
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REJECT-READ-COUNT
                   MOVE WS-REJECT-CYCLE-NO TO WS-POST-CYCLE-NO
                   MOVE REJ-DOCUMENT-IMAGE(2:2) TO WS-POST-DOC-TYPE
                   IF REJ-REASON-CODE = "E05"
                       OR REJ-REASON-CODE = "E06"
                       OR WS-POST-DOC-TYPE = SPACES
                       MOVE "??" TO WS-POST-DOC-TYPE
                   ELSE
                       IF NOT WS-REGISTRY-MISSING
                           MOVE WS-POST-DOC-TYPE TO DTY-TYPE-CODE
                           READ DOC-TYPE-REGISTRY-FILE
                               INVALID KEY
                                   MOVE "??" TO WS-POST-DOC-TYPE
                           END-READ
                       END-IF
                   END-IF
                   MOVE WS-REJECTED-BUCKET TO WS-POST-BUCKET
                   PERFORM 7100-ADD-TO-DAY-SERIES
           END-READ.

       6000-POST-DAY-TOTALS.
           PERFORM 6100-POST-DAY-SERIES
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.

       6100-POST-DAY-SERIES.
           MOVE WS-TODAY-DATE TO VOL-BUSINESS-DATE
           MOVE WS-DAY-CYCLE-NO(WS-DAY-SUB) TO VOL-CYCLE-NO
           MOVE WS-DAY-DOC-TYPE(WS-DAY-SUB) TO VOL-DOC-TYPE
           READ VOLUME-HISTORY-FILE
               INVALID KEY
                   PERFORM 6200-MOVE-DAY-COUNTS
                   WRITE VOLUME-HISTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-POST-FAIL-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                   END-WRITE
               NOT INVALID KEY
      *            VOIDSEQ MAY HAVE POSTED A VOID SINCE THE DAY WAS
      *            LOADED - ITS COUNT IS TAKEN AS IT NOW STANDS.
                   MOVE VOL-VOIDED-COUNT
                       TO WS-DAY-BUCKET(WS-DAY-SUB, WS-VOIDED-BUCKET)
                   PERFORM 6200-MOVE-DAY-COUNTS
                   REWRITE VOLUME-HISTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-POST-FAIL-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-COUNT
                   END-REWRITE
           END-READ.

       6200-MOVE-DAY-COUNTS.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 6
               MOVE WS-DAY-BUCKET(WS-DAY-SUB, WS-BUCKET-SUB)
                   TO VOL-COUNT(WS-BUCKET-SUB)
           END-PERFORM
           MOVE WS-CAPTURE-TIMESTAMP TO VOL-CAPTURE-TIMESTAMP.

       7000-FIND-DAY-SERIES.
      *    FINDS THE DAY-TABLE ENTRY FOR WS-POST-CYCLE-NO AND
      *    WS-POST-DOC-TYPE, ADDING IT WITH ZERO COUNTS IF NEW.
           MOVE "N" TO WS-SERIES-FOUND-SWITCH
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
                      OR WS-SERIES-FOUND
               IF WS-DAY-CYCLE-NO(WS-DAY-SUB) = WS-POST-CYCLE-NO
                   AND WS-DAY-DOC-TYPE(WS-DAY-SUB) = WS-POST-DOC-TYPE
                   SET WS-SERIES-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-SERIES-FOUND
               SUBTRACT 1 FROM WS-DAY-SUB
           ELSE
               IF WS-DAY-COUNT < WS-DAY-MAX
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-SUB
                   MOVE WS-POST-CYCLE-NO TO WS-DAY-CYCLE-NO(WS-DAY-SUB)
                   MOVE WS-POST-DOC-TYPE TO WS-DAY-DOC-TYPE(WS-DAY-SUB)
                   PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                           UNTIL WS-BUCKET-SUB > 6
                       MOVE ZEROS
                           TO WS-DAY-BUCKET(WS-DAY-SUB, WS-BUCKET-SUB)
                   END-PERFORM
                   SET WS-SERIES-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DAY-OVERFLOW-COUNT
               END-IF
           END-IF.

       7100-ADD-TO-DAY-SERIES.
           PERFORM 7000-FIND-DAY-SERIES
           IF WS-SERIES-FOUND
               ADD 1 TO WS-DAY-BUCKET(WS-DAY-SUB, WS-POST-BUCKET)
           END-IF.

       7500-CHECK-STEP-RAN.
      *    THE STEP RAN FOR THIS BUSINESS DATE IF THE STEP LEDGER
      *    HOLDS AN ENTRY FOR IT UNDER THE DATE.  ONE THAT FAILED
      *    STILL LEFT ITS OUTPUT, WHICH IS COUNTED WITH A WARNING.
      *    WITH NO STEP LEDGER AT ALL THE FILE IS TRUSTED.
           MOVE "N" TO WS-STEP-RAN-SWITCH
           IF WS-STEPCTL-MISSING
               SET WS-STEP-RAN TO TRUE
           ELSE
               MOVE WS-TODAY-DATE TO STP-BUSINESS-DATE
               MOVE WS-CHECK-STEP-SEQ TO STP-STEP-SEQ
               MOVE ZEROS TO STP-STREAM-NO
               READ STEP-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "Warning: " WS-CHECK-STEP-NAME
                           " has not run for " WS-TODAY-DATE
                           " - its output is not counted"
                   NOT INVALID KEY
                       SET WS-STEP-RAN TO TRUE
                       IF NOT STP-STEP-ENDED
                           DISPLAY "Warning: " WS-CHECK-STEP-NAME
                               " is " STP-STEP-STATUS " for "
                               WS-TODAY-DATE " - its output is "
                               "counted as it stands"
                       END-IF
               END-READ
           END-IF.

       8000-PRINT-CAPTURE-SUMMARY.
           MOVE WS-LEDGER-READ-COUNT TO WS-COUNT-EDIT
           DISPLAY "VOLSTAT: " FUNCTION TRIM(WS-COUNT-EDIT)
               " ledger entries counted for " WS-TODAY-DATE
           MOVE WS-RENUMBERED-READ-COUNT TO WS-COUNT-EDIT
           DISPLAY "VOLSTAT: " FUNCTION TRIM(WS-COUNT-EDIT)
               " renumbered documents counted"
           MOVE WS-REJECT-READ-COUNT TO WS-COUNT-EDIT
           DISPLAY "VOLSTAT: " FUNCTION TRIM(WS-COUNT-EDIT)
               " rejects counted under cycle " WS-REJECT-CYCLE-NO
           MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
           DISPLAY "VOLSTAT: " FUNCTION TRIM(WS-COUNT-EDIT)
               " series totals posted to VOLHIST.DAT"

           IF WS-DAY-OVERFLOW-COUNT > ZEROS
               MOVE WS-DAY-OVERFLOW-COUNT TO WS-COUNT-EDIT
               DISPLAY "Warning: more than " WS-DAY-MAX
                   " cycle/series combinations - "
                   FUNCTION TRIM(WS-COUNT-EDIT) " counts not posted"
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-POST-FAIL-COUNT > ZEROS
               MOVE WS-POST-FAIL-COUNT TO WS-COUNT-EDIT
               DISPLAY "Error: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " series totals could not be posted to "
                   "VOLHIST.DAT - status " WS-VOLHIST-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE VOLUME-HISTORY-FILE
           IF NOT WS-STEPCTL-MISSING
               CLOSE STEP-CONTROL-FILE
           END-IF
           IF NOT WS-REGISTRY-MISSING
               CLOSE DOC-TYPE-REGISTRY-FILE
           END-IF.
