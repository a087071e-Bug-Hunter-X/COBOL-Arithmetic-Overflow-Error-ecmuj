      *
      *  EACH ANSWER ALSO SAYS WHETHER THE NUMBER IS
      *  CURRENTLY SITTING VOIDED IN AVAIL.DAT'S RECLAIM
      *  POOL, OR WAS CANCELLED AFTER ITS NUMBERING DAY AND
      *  STANDS ON THE CANCELLATION REGISTER (SEE CANCREG).
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-XRFH-STATUS.

           SELECT CANCELLATION-FILE ASSIGN TO "CANCREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CANCREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CROSS-REFERENCE-FILE.
       FD  XREF-HISTORY-FILE.
           COPY XREFHIS.

       FD  CANCELLATION-FILE.
           COPY CANCREG.

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS              PIC XX VALUE "00".

       01  WS-HIST-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-HIST-MISSING                    VALUE "Y".

       01  WS-CANCREG-STATUS           PIC XX VALUE "00".

       01  WS-CANC-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-CANC-MISSING                    VALUE "Y".

       01  WS-CANCELLED-SWITCH         PIC X VALUE "N".
           88  WS-CANCELLED                       VALUE "Y".

       01  WS-HIST-EOF-SWITCH          PIC X VALUE "N".
           88  WS-HIST-EOF                        VALUE "Y".

           OPEN INPUT XREF-HISTORY-FILE
           IF WS-XRFH-STATUS NOT = "00"
               SET WS-HIST-MISSING TO TRUE
           END-IF

      *    NO REGISTER YET JUST MEANS NOTHING HAS BEEN CANCELLED
      *    AFTER ITS NUMBERING DAY.
           OPEN INPUT CANCELLATION-FILE
           IF WS-CANCREG-STATUS NOT = "00"
               SET WS-CANC-MISSING TO TRUE
           END-IF.

       2000-LOOKUP-BY-DOC-ID.
                   " number " XRF-SEQ-NO
                   " dated " XRF-RUN-DATE
                   " " WS-VOID-STATE
           END-IF
           IF WS-CANCELLED
               DISPLAY "XREFINQ:   cancelled by " CNR-REQUESTER
                   " - " CNR-REASON
           END-IF.

       4100-CHECK-VOID-STATE.
      *    A NUMBER ON THE CANCELLATION REGISTER IS NO LONGER
      *    OUTSTANDING, WHATEVER DOCXREF.DAT STILL SAYS.  IT CAN
      *    NEVER ALSO BE IN THE POOL (CANCSEQ REFUSES THOSE).
           MOVE "N" TO WS-CANCELLED-SWITCH
           IF NOT WS-CANC-MISSING
               MOVE XRF-CYCLE-NO TO CNR-CYCLE-NO
               MOVE XRF-RUN-DATE TO CNR-ISSUE-DATE
               MOVE XRF-DOC-TYPE TO CNR-DOC-TYPE
               MOVE XRF-SEQ-NO TO CNR-SEQ-NO
               READ CANCELLATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CANCELLED TO TRUE
               END-READ
           END-IF

           IF WS-CANCELLED
               MOVE SPACES TO WS-VOID-STATE
               STRING "CANCELLED " DELIMITED BY SIZE
                      CNR-CANCEL-DATE DELIMITED BY SIZE
                   INTO WS-VOID-STATE
               END-STRING
           ELSE
           IF WS-POOL-MISSING
               MOVE "NOT VOIDED" TO WS-VOID-STATE
           ELSE
                       MOVE "VOIDED - IN RECLAIM POOL"
                           TO WS-VOID-STATE
               END-READ
           END-IF
           END-IF.

       5000-PRINT-ASSIGNMENT-TRAIL.
                   = XRF-CAPPED-FLAG
               CONTINUE
           ELSE
      *        AN "A" ROW IS AN AMENDMENT RE-SENT UNDER THE NUMBER
      *        THE DOCUMENT ALREADY HELD, NOT A NEW ASSIGNMENT.
               EVALUATE WS-TRL-CAPPED-FLAG(WS-TRAIL-SUB)
               WHEN "A"
                   DISPLAY "XREFINQ:   amendment re-sent under cycle "
                       WS-TRL-CYCLE-NO(WS-TRAIL-SUB)
                       " type " WS-TRL-DOC-TYPE(WS-TRAIL-SUB)
                       " number " WS-TRL-SEQ-NO(WS-TRAIL-SUB)
                       " on " WS-TRL-RUN-DATE(WS-TRAIL-SUB)
               WHEN "Y"
                   DISPLAY "XREFINQ:   prior assignment cycle "
                       WS-TRL-CYCLE-NO(WS-TRAIL-SUB)
                       " type " WS-TRL-DOC-TYPE(WS-TRAIL-SUB)
                       " number " WS-TRL-SEQ-NO(WS-TRAIL-SUB)
                       " dated " WS-TRL-RUN-DATE(WS-TRAIL-SUB)
                       " WENT OUT CAPPED"
               WHEN OTHER
                   DISPLAY "XREFINQ:   prior assignment cycle "
                       WS-TRL-CYCLE-NO(WS-TRAIL-SUB)
                       " type " WS-TRL-DOC-TYPE(WS-TRAIL-SUB)
                       " number " WS-TRL-SEQ-NO(WS-TRAIL-SUB)
                       " dated " WS-TRL-RUN-DATE(WS-TRAIL-SUB)
               END-EVALUATE
           END-IF.

       9000-TERMINATE.
           CLOSE AVAILABLE-NUMBERS-FILE
           IF NOT WS-HIST-MISSING
               CLOSE XREF-HISTORY-FILE
           END-IF
           IF NOT WS-CANC-MISSING
               CLOSE CANCELLATION-FILE
           END-IF.
