      *  WITH A REASON CODE:
      *    V01 - NUMBER NEVER ISSUED IN TODAY'S EPOCH
      *    V02 - REQUEST IS OUTSIDE TODAY'S DATE EPOCH
      *          (A DOCUMENT CANCELLED AFTER ITS NUMBERING
      *          DAY GOES ON THE CANCELLATION REGISTER
      *          THROUGH CANCSEQ INSTEAD - SEE CANCREG)
      *    V03 - NUMBER ALREADY RELEASED TO THE POOL
      *    V04 - REQUEST FIELDS NOT NUMERIC
      *    V05 - DOCUMENT TYPE NOT IN THE REGISTRY
      *  EVERY NUMBER RELEASED IS ALSO COUNTED INTO THE DAY'S
      *  VOIDED TOTAL ON THE STATISTICS HISTORY (SEE VOLHIST).
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PARMFILE-STATUS.

           SELECT VOLUME-HISTORY-FILE ASSIGN TO "VOLHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOL-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-VOLHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-REQUEST-FILE.
       FD  RUN-PARAMETER-FILE.
           COPY PARMREC.

       FD  VOLUME-HISTORY-FILE.
           COPY VOLHIST.

       WORKING-STORAGE SECTION.
       01  WS-VOID-REQUEST-STATUS      PIC XX VALUE "00".


       01  WS-REGISTRY-STATUS          PIC XX VALUE "00".

       01  WS-VOLHIST-STATUS           PIC XX VALUE "00".
           88  WS-VOLHIST-NOT-FOUND               VALUE "35".

       01  WS-REGISTRY-EOF-SWITCH      PIC X VALUE "N".
           88  WS-REGISTRY-EOF                    VALUE "Y".

                   "requests will be rejected"
           END-IF

           OPEN I-O VOLUME-HISTORY-FILE
           IF WS-VOLHIST-NOT-FOUND
               OPEN OUTPUT VOLUME-HISTORY-FILE
               CLOSE VOLUME-HISTORY-FILE
               OPEN I-O VOLUME-HISTORY-FILE
           END-IF

           OPEN OUTPUT REJECT-REPORT-FILE
           MOVE WS-RELEASED-DATE TO WS-RPT-HDG-DATE
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-HEADING
               END-WRITE
               IF WS-AVAIL-STATUS = "00"
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM 2150-POST-VOIDED-COUNT
               END-IF
           END-IF

               END-IF
           END-IF.

       2150-POST-VOIDED-COUNT.
      *    THE POOL ONLY HOLDS A VOID UNTIL IT IS RECLAIMED, SO THE
      *    DAY'S VOIDED TOTAL IS COUNTED HERE AS IT HAPPENS RATHER
      *    THAN RECOUNTED BY VOLSTAT AT NIGHT.
           MOVE WS-RELEASED-DATE TO VOL-BUSINESS-DATE
           MOVE VRQ-CYCLE-NO TO VOL-CYCLE-NO
           MOVE VRQ-DOC-TYPE TO VOL-DOC-TYPE
           READ VOLUME-HISTORY-FILE
               INVALID KEY
                   MOVE ZEROS TO VOL-COUNTS
                   MOVE SPACES TO VOL-CAPTURE-TIMESTAMP
                   MOVE 1 TO VOL-VOIDED-COUNT
                   WRITE VOLUME-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "Warning: could not post void to "
                               "VOLHIST.DAT - status "
                               WS-VOLHIST-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO VOL-VOIDED-COUNT
                   REWRITE VOLUME-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "Warning: could not post void to "
                               "VOLHIST.DAT - status "
                               WS-VOLHIST-STATUS
                   END-REWRITE
           END-READ.

       2200-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REJECT-CODE TO WS-RPT-REASON-CODE
           CLOSE VOID-REQUEST-FILE
           CLOSE AVAILABLE-NUMBERS-FILE
           CLOSE ISSUED-NUMBERS-FILE
           CLOSE VOLUME-HISTORY-FILE
           CLOSE REJECT-REPORT-FILE.
