      *  REASON CODE (SEE REJREC) SO BAD DOCUMENTS CAN BE
      *  FIXED AND RESUBMITTED THE SAME NIGHT INSTEAD OF
      *  NEXT BUSINESS DAY.
      *
      *  AN AMENDMENT RECORD ("A", SEE DOCREC) PASSES ONLY
      *  WHEN ITS DOC-ID ALREADY HOLDS A REAL NUMBER IN
      *  DOCXREF.DAT UNDER THE SAME DOCUMENT TYPE - IT GOES
      *  THROUGH TO BUGSOLUTION TO BE RE-SENT UNDER THAT
      *  NUMBER.  ANYTHING ELSE IS REJECTED E08 OR E09.
      *
      *  EVERY DOCUMENT READ IS ALSO LOGGED IN THE RECEIPT
      *  LOG DOCRECV.DAT (SEE RCPTREC) UNDER THE SOURCE
      *  SYSTEM ON THE HEADER, WITH THIS RUN'S VERDICT, SO
      *  NUMCONF CAN CONFIRM EVERY DOC-ID BACK TO ITS SENDER.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-XREF-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "DOCRECV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RECEIPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  CROSS-REFERENCE-FILE.
           COPY XREFREC.

       FD  RECEIPT-FILE.
           COPY RCPTREC.

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS             PIC XX VALUE "00".
       01  WS-CLEAN-STATUS             PIC XX VALUE "00".

       01  WS-XREF-STATUS              PIC XX VALUE "00".

       01  WS-RECEIPT-STATUS           PIC XX VALUE "00".
           88  WS-RECEIPT-NOT-FOUND               VALUE "35".
           88  WS-RECEIPT-DUPLICATE-KEY           VALUE "22".

      *    THE RECEIPT LOG IS FOR THE SENDER'S CONFIRMATION ONLY -
      *    IF IT WILL NOT OPEN THE EDIT STILL RUNS, WITH A WARNING.
       01  WS-RECEIPT-MISSING-SWITCH   PIC X VALUE "N".
           88  WS-RECEIPT-MISSING                 VALUE "Y".
       01  WS-RECEIPT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-RECEIPT-EOF                     VALUE "Y".
       01  WS-RECEIVED-STAMP           PIC X(16) VALUE SPACES.
       01  WS-RECEIPT-IMAGE            PIC X(99) VALUE SPACES.
       01  WS-SOURCE-SYSTEM            PIC X(10) VALUE SPACES.
       01  WS-EXTRACT-DATE             PIC X(8) VALUE SPACES.

      *    A READ AGAINST A FILE WHOSE OPEN FAILED TAKES NEITHER
      *    THE INVALID KEY NOR THE NOT INVALID KEY BRANCH, SO THE
      *    OPEN SETS THIS SWITCH AND THE PRIOR-RUN CHECK IS SKIPPED
           88  WS-REEXTRACT-RUN                   VALUE "Y".

       01  WS-PRIOR-DUP-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-AMENDMENT-COUNT          PIC 9(7) VALUE ZEROS.

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.

      *    THE PERMANENT CROSS-REFERENCE IS ONLY READ HERE - ANY
      *    OPEN FAILURE JUST MEANS NO PRIOR-RUN HISTORY TO SCREEN
      *    AGAINST (E07), AND THE REST OF THE EDIT RUNS AS ALWAYS.
      *    AN AMENDMENT CANNOT PASS WITHOUT IT (E08).
           OPEN INPUT CROSS-REFERENCE-FILE
           IF WS-XREF-STATUS NOT = "00"
               SET WS-XREF-MISSING TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RECEIVED-STAMP
           OPEN I-O RECEIPT-FILE
           IF WS-RECEIPT-NOT-FOUND
               OPEN OUTPUT RECEIPT-FILE
               CLOSE RECEIPT-FILE
               OPEN I-O RECEIPT-FILE
           END-IF
           IF WS-RECEIPT-STATUS NOT = "00"
               SET WS-RECEIPT-MISSING TO TRUE
               DISPLAY "Warning: DOCRECV.DAT will not open, status "
                   WS-RECEIPT-STATUS " - tonight's documents "
                   "cannot be confirmed to the sender"
           END-IF

           OPEN INPUT INPUT-FILE
           OPEN OUTPUT CLEAN-FILE
           OPEN OUTPUT REJECT-FILE
                       WHEN DOC-TRAILER-REC
                           PERFORM 2070-CAPTURE-TRAILER
                       WHEN DOC-DETAIL-REC
                       WHEN DOC-AMENDMENT-REC
                           ADD 1 TO WS-DETAIL-RECORD-COUNT
                           PERFORM 2400-HASH-THIS-DOC-ID
                           PERFORM 2410-ADD-TO-RAW-HASH
                       WHEN OTHER
                           SET WS-REJECTED TO TRUE
                           MOVE "E05" TO WS-REJECT-CODE
                           MOVE "RECORD TYPE NOT H/D/A/T"
                               TO WS-REJECT-TEXT
                           PERFORM 2300-WRITE-REJECT
                           PERFORM 2500-FILE-RECEIPT
                   END-EVALUATE
               END-IF
           END-IF.

       2060-PASS-HEADER-THROUGH.
           SET WS-HEADER-SEEN TO TRUE
           MOVE DHR-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
           MOVE DHR-EXTRACT-DATE TO WS-EXTRACT-DATE
           WRITE CLEAN-RECORD-IMAGE FROM DOCUMENT-HEADER-RECORD
           DISPLAY "DOCEDIT: extract dated " DHR-EXTRACT-DATE
               " from source " DHR-SOURCE-SYSTEM.
               PERFORM 2140-CHECK-DUPLICATE-DOC-ID
           END-IF
           IF NOT WS-REJECTED
               IF DOC-AMENDMENT-REC
                   PERFORM 2150-CHECK-AMENDMENT-NUMBERED
               ELSE
                   PERFORM 2145-CHECK-PRIOR-RUN-DUPLICATE
               END-IF
           END-IF

           IF WS-REJECTED
               PERFORM 2300-WRITE-REJECT
           ELSE
               PERFORM 2200-WRITE-CLEAN
           END-IF
           PERFORM 2500-FILE-RECEIPT.

       2110-CHECK-DOC-ID-PRESENT.
           IF DOC-ID = SPACES OR DOC-ID = LOW-VALUES
               END-READ
           END-IF.

       2150-CHECK-AMENDMENT-NUMBERED.
      *    THE MIRROR IMAGE OF 2145: AN AMENDMENT IS ONLY GOOD IF
      *    THE DOC-ID WAS NUMBERED BEFORE, SINCE IT GOES OUT UNDER
      *    THAT NUMBER.  ONE STILL CAPPED AT 99999 HAS NO REAL
      *    NUMBER YET (EXCRENUM HAS NOT WORKED IT OUT OF SUSPENSE),
      *    AND ONE SENT UNDER A DIFFERENT TYPE WOULD RE-SEND A
      *    NUMBER FROM THE WRONG SERIES.
           IF WS-XREF-MISSING
               SET WS-REJECTED TO TRUE
           ELSE
               MOVE DOC-ID TO XRF-DOC-ID
               READ CROSS-REFERENCE-FILE
                   INVALID KEY
                       SET WS-REJECTED TO TRUE
                   NOT INVALID KEY
                       IF XRF-WENT-OUT-CAPPED
                           SET WS-REJECTED TO TRUE
                       ELSE
                           IF XRF-DOC-TYPE NOT = DOC-TYPE-CODE
                               SET WS-REJECTED TO TRUE
                               MOVE "E09" TO WS-REJECT-CODE
                               MOVE "AMENDMENT TYPE NOT AS NUMBERED"
                                   TO WS-REJECT-TEXT
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF WS-REJECTED AND WS-REJECT-CODE = SPACES
               MOVE "E08" TO WS-REJECT-CODE
               MOVE "AMENDED DOC-ID HOLDS NO NUMBER"
                   TO WS-REJECT-TEXT
           END-IF.

       2200-WRITE-CLEAN.
      *    THE DETAIL IS STAMPED WITH ITS ORDINAL POSITION IN THE
      *    CLEAN FILE (SEE DOCREC) BEFORE IT IS WRITTEN, SO A LATER
           IF WS-CLEAN-STATUS = "00"
               ADD 1 TO WS-CLEAN-RECORD-COUNT
               PERFORM 2420-ADD-TO-CLEAN-HASH
               IF DOC-AMENDMENT-REC
                   ADD 1 TO WS-AMENDMENT-COUNT
               END-IF
           END-IF.

       2300-WRITE-REJECT.
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-CLEAN-HASH-TOTAL.

       2500-FILE-RECEIPT.
      *    A BLANK DOC-ID CANNOT BE CONFIRMED BACK TO ANYONE AND IS
      *    LEFT TO THE DOCREJ.DAT LISTING.
           IF NOT WS-RECEIPT-MISSING
               AND DOC-ID NOT = SPACES AND DOC-ID NOT = LOW-VALUES
               MOVE WS-TODAY-DATE TO RCP-BUSINESS-DATE
               MOVE WS-SOURCE-SYSTEM TO RCP-SOURCE-SYSTEM
               MOVE DOC-ID TO RCP-DOC-ID
               MOVE DOC-RECORD-TYPE TO RCP-RECORD-TYPE
               MOVE DOC-TYPE-CODE TO RCP-DOC-TYPE
               MOVE WS-EXTRACT-DATE TO RCP-EXTRACT-DATE
               MOVE WS-RECEIVED-STAMP TO RCP-RECEIVED-STAMP
               MOVE WS-REJECT-CODE TO RCP-EDIT-CODE
               MOVE WS-REJECT-TEXT TO RCP-EDIT-TEXT
               MOVE "N" TO RCP-FILE-FAILED-FLAG
               WRITE RECEIPT-RECORD
                   INVALID KEY
                       IF WS-RECEIPT-DUPLICATE-KEY
                           PERFORM 2510-REPLACE-EARLIER-RECEIPT
                       END-IF
               END-WRITE
           END-IF.

       2510-REPLACE-EARLIER-RECEIPT.
      *    A RECEIPT FROM AN EARLIER PASS TONIGHT IS REPLACED BY
      *    THIS ONE.  A RECEIPT FROM THIS SAME RUN IS AN EARLIER
      *    COPY OF A DOC-ID THE FILE REPEATS; IT STANDS UNLESS IT
      *    WAS REJECTED AND THIS COPY PASSED.
           MOVE RECEIPT-RECORD TO WS-RECEIPT-IMAGE
           READ RECEIPT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCP-RECEIVED-STAMP NOT = WS-RECEIVED-STAMP
                       OR WS-REJECT-CODE = SPACES
                       MOVE WS-RECEIPT-IMAGE TO RECEIPT-RECORD
                       REWRITE RECEIPT-RECORD
                   END-IF
           END-READ.

       3000-BALANCE-CONTROL-TOTALS.
           IF WS-CONTROL-FAILED
               CONTINUE
           OPEN OUTPUT CLEAN-FILE
           DISPLAY "DOCEDIT: extract failed control checks - "
               "DOCCLEAN.DAT left empty, fix and resubmit"
           PERFORM 3150-MARK-RECEIPTS-FAILED
           MOVE 16 TO RETURN-CODE.

       3150-MARK-RECEIPTS-FAILED.
      *    NOTHING FROM A FAILED FILE WILL BE NUMBERED, SO EVERY
      *    RECEIPT THIS RUN FILED IS MARKED FOR THE SENDER'S
      *    CONFIRMATION TO SAY SO - RECEIPTS FROM AN EARLIER PASS
      *    TONIGHT CARRY A DIFFERENT STAMP AND ARE LEFT ALONE.
           IF NOT WS-RECEIPT-MISSING AND WS-HEADER-SEEN
               MOVE "N" TO WS-RECEIPT-EOF-SWITCH
               MOVE WS-TODAY-DATE TO RCP-BUSINESS-DATE
               MOVE WS-SOURCE-SYSTEM TO RCP-SOURCE-SYSTEM
               MOVE LOW-VALUES TO RCP-DOC-ID
               START RECEIPT-FILE KEY IS >= RCP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
               END-START
               PERFORM 3160-MARK-NEXT-RECEIPT
                   UNTIL WS-RECEIPT-EOF
           END-IF.

       3160-MARK-NEXT-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
           END-READ
           IF WS-RECEIPT-EOF OR WS-RECEIPT-STATUS NOT = "00"
               MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
           ELSE
               IF RCP-BUSINESS-DATE NOT = WS-TODAY-DATE
                   OR RCP-SOURCE-SYSTEM NOT = WS-SOURCE-SYSTEM
                   MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
               ELSE
                   IF RCP-RECEIVED-STAMP = WS-RECEIVED-STAMP
                       SET RCP-FILE-FAILED TO TRUE
                       REWRITE RECEIPT-RECORD
                   END-IF
               END-IF
           END-IF.

       3200-WRITE-CLEAN-TRAILER.
           MOVE WS-CLEAN-RECORD-COUNT TO WS-CLT-RECORD-COUNT
           MOVE WS-CLEAN-HASH-TOTAL TO WS-CLT-HASH-TOTAL
           MOVE WS-CLEAN-RECORD-COUNT TO WS-COUNT-EDIT
           DISPLAY "DOCEDIT: " FUNCTION TRIM(WS-COUNT-EDIT)
               " records passed to DOCCLEAN.DAT"
           IF WS-AMENDMENT-COUNT > ZEROS
               MOVE WS-AMENDMENT-COUNT TO WS-COUNT-EDIT
               DISPLAY "DOCEDIT: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " of them amendments to documents already "
                   "numbered"
           END-IF
           MOVE WS-REJECT-RECORD-COUNT TO WS-COUNT-EDIT
           DISPLAY "DOCEDIT: " FUNCTION TRIM(WS-COUNT-EDIT)
               " records rejected to DOCREJ.DAT"
           CLOSE EDIT-WORK-FILE
           IF NOT WS-XREF-MISSING
               CLOSE CROSS-REFERENCE-FILE
           END-IF
           IF NOT WS-RECEIPT-MISSING
               CLOSE RECEIPT-FILE
           END-IF.
