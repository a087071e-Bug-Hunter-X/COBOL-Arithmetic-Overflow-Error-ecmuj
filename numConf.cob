       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMCONF.
      *****************************************************
      *  END-OF-NIGHT NUMBERING CONFIRMATION RETURN FILE.
      *  THE EXTRACT HEADER NAMES THE SOURCE SYSTEM THAT
      *  SENT EACH FILE, BUT NOTHING WENT BACK TO IT - A
      *  SENDER WANTING TO KNOW WHAT NUMBER A DOCUMENT GOT,
      *  OR WHY IT NEVER CAME BACK NUMBERED, PHONED IN AND
      *  SOMEONE LOOKED IT UP IN XREFINQ.  THIS JOB ANSWERS
      *  EVERY DOC-ID EACH SOURCE SYSTEM SENT ON THE
      *  BUSINESS DATE, AS LOGGED BY DOCEDIT IN DOCRECV.DAT
      *  (SEE RCPTREC), WITH ONE OUTCOME (SEE CONFREC):
      *  THE NUMBER FROM NUMBERED.DAT, RENUMBRD.DAT OR
      *  AMENDED.DAT, THE SUSPENSE ENTRY FROM EXCEPT.DAT, OR
      *  THE REJECT CODE AND TEXT FROM DOCREJ.DAT.
      *
      *    NUMCONF  (NO PARM)
      *
      *  RUN LAST IN THE NIGHT, AFTER VOLSTAT.  A SECOND
      *  DOCEDIT PASS (A REJRESUB RESUBMISSION) REBUILDS
      *  DOCREJ.DAT AND NUMBERED.DAT, SO A DOCUMENT THE
      *  FIRST PASS PASSED IS LOOKED UP IN DOCXREF.DAT WHEN
      *  THOSE FILES NO LONGER HOLD IT, AND A DOCUMENT THE
      *  FIRST PASS REJECTED KEEPS THE REASON ITS RECEIPT
      *  RECORDED.  A DOCUMENT THAT PASSED DOCEDIT BUT HAS
      *  NO NUMBERING OUTCOME ANYWHERE IS CONFIRMED "U" AND
      *  THE JOB ENDS RC 4 SO OPERATIONS FOLLOWS IT UP.
      *
      *  CONFIRM.DAT HOLDS ONE FRAMED SET PER SOURCE SYSTEM,
      *  EACH WITH ITS OWN HEADER AND COUNT/HASH TRAILER.
      *  ONCE THE NIGHT IS CONFIRMED, RECEIPTS FROM EARLIER
      *  NIGHTS ARE DROPPED FROM DOCRECV.DAT; TONIGHT'S STAY
      *  SO A RERUN BUILDS THE SAME FILE AGAIN.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO "DOCRECV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "DOCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT AMENDED-FILE ASSIGN TO "AMENDED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMENDED-STATUS.

           SELECT NUMBERED-FILE ASSIGN TO "NUMBERED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMBERED-STATUS.

           SELECT RENUMBERED-FILE ASSIGN TO "RENUMBRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENUMBERED-STATUS.

           SELECT CROSS-REFERENCE-FILE ASSIGN TO "DOCXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-DOC-ID
               ALTERNATE RECORD KEY IS XRF-NUMBER-KEY
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-XREF-STATUS.

           SELECT OUTCOME-WORK-FILE ASSIGN TO "CONFWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWK-DOC-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-OUTWORK-STATUS.

           SELECT CONFIRM-FILE ASSIGN TO "CONFIRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
           COPY RCPTREC.

       FD  REJECT-FILE.
           COPY REJREC.

       FD  EXCEPTION-FILE.
           COPY EXCREC.

       FD  AMENDED-FILE.
       01  AMENDED-RECORD-IMAGE            PIC X(96).

       FD  NUMBERED-FILE.
           COPY NUMDOC.

       FD  RENUMBERED-FILE.
       01  RENUMBERED-RECORD-IMAGE         PIC X(96).

       FD  CROSS-REFERENCE-FILE.
           COPY XREFREC.

      *    EVERY OUTCOME ON FILE TONIGHT, KEYED BY DOC-ID, SO EACH
      *    RECEIPT IS ONE DIRECT READ INSTEAD OF A PASS OVER FIVE
      *    SEQUENTIAL FILES.  THE FILES ARE LOADED WEAKEST FIRST
      *    AND A LATER ONE REPLACES AN EARLIER ONE'S ENTRY, SO A
      *    DOCUMENT CAPPED TO SUSPENSE AND RENUMBERED BY MORNING
      *    IS CONFIRMED WITH ITS REAL NUMBER.
       FD  OUTCOME-WORK-FILE.
       01  OUTCOME-WORK-RECORD.
           05  OWK-DOC-ID                  PIC X(20).
           05  OWK-OUTCOME                 PIC X(1).
           05  OWK-CYCLE-NO                PIC 9(2).
           05  OWK-TYPE-PREFIX             PIC X(2).
           05  OWK-SEQ-NO                  PIC 9(5).
           05  OWK-OUTCOME-DATE            PIC X(8).
           05  OWK-REASON-CODE             PIC X(3).
           05  OWK-REASON-TEXT             PIC X(30).

       FD  CONFIRM-FILE.
           COPY CONFREC.

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-RECEIPT-STATUS           PIC XX VALUE "00".
           88  WS-RECEIPT-NOT-FOUND               VALUE "35".

       01  WS-REJECT-STATUS            PIC XX VALUE "00".
           88  WS-REJECT-NOT-FOUND                VALUE "35".

       01  WS-EXCEPTION-STATUS         PIC XX VALUE "00".
           88  WS-EXCEPTION-NOT-FOUND             VALUE "35".

       01  WS-AMENDED-STATUS           PIC XX VALUE "00".
           88  WS-AMENDED-NOT-FOUND               VALUE "35".

       01  WS-NUMBERED-STATUS          PIC XX VALUE "00".
           88  WS-NUMBERED-NOT-FOUND              VALUE "35".

       01  WS-RENUMBERED-STATUS        PIC XX VALUE "00".
           88  WS-RENUMBERED-NOT-FOUND            VALUE "35".

       01  WS-XREF-STATUS              PIC XX VALUE "00".

       01  WS-OUTWORK-STATUS           PIC XX VALUE "00".
           88  WS-OUTWORK-DUPLICATE-KEY           VALUE "22".

       01  WS-CONFIRM-STATUS           PIC XX VALUE "00".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

       01  WS-RECEIPT-MISSING-SWITCH   PIC X VALUE "N".
           88  WS-RECEIPT-MISSING                 VALUE "Y".
       01  WS-XREF-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-XREF-MISSING                    VALUE "Y".

       01  WS-LOAD-EOF-SWITCH          PIC X VALUE "N".
           88  WS-LOAD-EOF                        VALUE "Y".
       01  WS-RECEIPT-EOF-SWITCH       PIC X VALUE "N".
           88  WS-RECEIPT-EOF                     VALUE "Y".
       01  WS-OUTCOME-FOUND-SWITCH     PIC X VALUE "N".
           88  WS-OUTCOME-FOUND                   VALUE "Y".
       01  WS-SET-OPEN-SWITCH          PIC X VALUE "N".
           88  WS-SET-OPEN                        VALUE "Y".

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.
       01  WS-CURRENT-SOURCE           PIC X(10) VALUE SPACES.
       01  WS-EDIT-SUB                 PIC 9(2) COMP VALUE ZEROS.

       01  WS-OUTCOME-LOAD-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-SOURCE-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-CONFIRMED-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-SET-DETAIL-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-DROPPED-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC Z(6)9.

      *    OUTCOME TALLIES, IN CONFREC ORDER, FOR THE CURRENT
      *    SOURCE SYSTEM'S SET AND FOR THE WHOLE NIGHT.
       01  WS-OUTCOME-CODE-VALUES.
           05  FILLER                  PIC X(7) VALUE "NRASXFU".
       01  WS-OUTCOME-CODE-TABLE REDEFINES WS-OUTCOME-CODE-VALUES.
           05  WS-OUTCOME-CODE OCCURS 7 TIMES PIC X(1).
       01  WS-OUTCOME-NAME-VALUES.
           05  FILLER                  PIC X(12) VALUE "numbered".
           05  FILLER                  PIC X(12) VALUE "renumbered".
           05  FILLER                  PIC X(12) VALUE "amended".
           05  FILLER                  PIC X(12) VALUE "in suspense".
           05  FILLER                  PIC X(12) VALUE "rejected".
           05  FILLER                  PIC X(12) VALUE "file failed".
           05  FILLER                  PIC X(12) VALUE "unresolved".
       01  WS-OUTCOME-NAME-TABLE REDEFINES WS-OUTCOME-NAME-VALUES.
           05  WS-OUTCOME-NAME OCCURS 7 TIMES PIC X(12).
       01  WS-OUT-SUB                  PIC 9(2) COMP VALUE ZEROS.
       01  WS-SET-COUNTS.
           05  WS-SET-OUTCOME-COUNT OCCURS 7 TIMES PIC 9(7).
       01  WS-NIGHT-COUNTS.
           05  WS-NIGHT-OUTCOME-COUNT OCCURS 7 TIMES PIC 9(7).
       01  WS-UNRESOLVED-SUB           PIC 9(2) COMP VALUE 7.

      *    HASH-TOTAL WORK FIELDS - THE DOCREC RULE: THE NUMERIC
      *    CHARACTERS OF DOC-ID IN ORDER FORM ONE NUMBER PER
      *    DETAIL, SUMMED MODULO 10**12.
       01  WS-HASH-RECORD-VALUE        PIC 9(12) VALUE ZEROS.
       01  WS-HASH-WORK                PIC 9(13) VALUE ZEROS.
       01  WS-HASH-QUOTIENT            PIC 9(13) VALUE ZEROS.
       01  WS-HASH-DIGIT-X             PIC X.
       01  WS-HASH-DIGIT REDEFINES WS-HASH-DIGIT-X PIC 9.
       01  WS-SET-HASH-TOTAL           PIC 9(12) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-LOAD-OUTCOMES

           IF NOT WS-RECEIPT-MISSING
               PERFORM 3000-CONFIRM-RECEIPTS
               PERFORM 7000-DROP-OLD-RECEIPTS
           END-IF

           PERFORM 8000-PRINT-CONFIRM-SUMMARY

           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE ZEROS TO WS-NIGHT-COUNTS

           OPEN I-O RECEIPT-FILE
           IF WS-RECEIPT-STATUS NOT = "00"
               SET WS-RECEIPT-MISSING TO TRUE
               DISPLAY "Warning: no DOCRECV.DAT receipt log - "
                   "nothing to confirm, CONFIRM.DAT left empty"
           END-IF

           OPEN INPUT CROSS-REFERENCE-FILE
           IF WS-XREF-STATUS NOT = "00"
               SET WS-XREF-MISSING TO TRUE
           END-IF

           OPEN OUTPUT CONFIRM-FILE.

       1050-GET-BUSINESS-DATE.
      *    THE CONFIRMATIONS ARE FOR THE OPERATOR-ROLLED PROCESSING
      *    DATE IN BUSDATE.DAT (SEE BUSDATE/DATECTL) - THE DATE
      *    DOCEDIT FILED TONIGHT'S RECEIPTS UNDER - FALLING BACK TO
      *    THE SYSTEM DATE WHEN NO CONTROL RECORD IS ON FILE.
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

       2000-LOAD-OUTCOMES.
      *    A MISSING OUTCOME FILE IS SIMPLY AN EMPTY ONE - NO
      *    AMENDMENTS, NOTHING RENUMBERED, NO SUSPENSE.
           OPEN OUTPUT OUTCOME-WORK-FILE
           CLOSE OUTCOME-WORK-FILE
           OPEN I-O OUTCOME-WORK-FILE

           OPEN INPUT REJECT-FILE
           IF NOT WS-REJECT-NOT-FOUND
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM 2100-LOAD-REJECT
                   UNTIL WS-LOAD-EOF
               CLOSE REJECT-FILE
           END-IF

           OPEN INPUT EXCEPTION-FILE
           IF NOT WS-EXCEPTION-NOT-FOUND
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM 2200-LOAD-SUSPENSE-ENTRY
                   UNTIL WS-LOAD-EOF
               CLOSE EXCEPTION-FILE
           END-IF

           OPEN INPUT AMENDED-FILE
           IF NOT WS-AMENDED-NOT-FOUND
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM 2300-LOAD-AMENDMENT
                   UNTIL WS-LOAD-EOF
               CLOSE AMENDED-FILE
           END-IF

           OPEN INPUT NUMBERED-FILE
           IF NOT WS-NUMBERED-NOT-FOUND
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM 2400-LOAD-NUMBERED
                   UNTIL WS-LOAD-EOF
               CLOSE NUMBERED-FILE
           END-IF

           OPEN INPUT RENUMBERED-FILE
           IF NOT WS-RENUMBERED-NOT-FOUND
               MOVE "N" TO WS-LOAD-EOF-SWITCH
               PERFORM 2500-LOAD-RENUMBERED
                   UNTIL WS-LOAD-EOF
               CLOSE RENUMBERED-FILE
           END-IF.

       2100-LOAD-REJECT.
      *    THE DOC-ID SITS AT POSITION 11 FOR 20 IN THE ORIGINAL
      *    RECORD IMAGE DOCREJ.DAT CARRIES (SEE DOCREC/REJREC).
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO OUTCOME-WORK-RECORD
                   MOVE REJ-DOCUMENT-IMAGE(11:20) TO OWK-DOC-ID
                   MOVE "X" TO OWK-OUTCOME
                   MOVE ZEROS TO OWK-CYCLE-NO
                   MOVE ZEROS TO OWK-SEQ-NO
                   MOVE WS-TODAY-DATE TO OWK-OUTCOME-DATE
                   MOVE REJ-REASON-CODE TO OWK-REASON-CODE
                   MOVE REJ-REASON-TEXT TO OWK-REASON-TEXT
                   PERFORM 2900-FILE-OUTCOME
           END-READ.

       2200-LOAD-SUSPENSE-ENTRY.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO OUTCOME-WORK-RECORD
                   MOVE EXC-DOC-ID TO OWK-DOC-ID
                   MOVE "S" TO OWK-OUTCOME
                   MOVE EXC-CYCLE-NO TO OWK-CYCLE-NO
                   MOVE EXC-DOC-TYPE TO OWK-TYPE-PREFIX
                   MOVE EXC-CAPPED-SEQ-NO TO OWK-SEQ-NO
                   MOVE EXC-SUSPENSE-DATE TO OWK-OUTCOME-DATE
                   MOVE "AWAITING RENUMBERING" TO OWK-REASON-TEXT
                   PERFORM 2900-FILE-OUTCOME
           END-READ.

       2300-LOAD-AMENDMENT.
      *    AMENDED.DAT AND RENUMBRD.DAT CARRY THE NUMBERED.DAT
      *    LAYOUT; THEY ARE READ THROUGH AN IMAGE AND MAPPED VIA
      *    THE NUMDOC FIELDS OF THAT FILE'S RECORD AREA.
           READ AMENDED-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE AMENDED-RECORD-IMAGE
                       TO NUMBERED-DOCUMENT-RECORD
                   MOVE "A" TO OWK-OUTCOME
                   PERFORM 2800-MAP-NUMBERED-OUTCOME
           END-READ.

       2400-LOAD-NUMBERED.
           READ NUMBERED-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE "N" TO OWK-OUTCOME
                   PERFORM 2800-MAP-NUMBERED-OUTCOME
           END-READ.

       2500-LOAD-RENUMBERED.
           READ RENUMBERED-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF-SWITCH
               NOT AT END
                   MOVE RENUMBERED-RECORD-IMAGE
                       TO NUMBERED-DOCUMENT-RECORD
                   MOVE "R" TO OWK-OUTCOME
                   PERFORM 2800-MAP-NUMBERED-OUTCOME
           END-READ.

       2800-MAP-NUMBERED-OUTCOME.
           MOVE NDR-DOC-ID TO OWK-DOC-ID
           IF NDR-CYCLE-NO IS NUMERIC
               MOVE NDR-CYCLE-NO TO OWK-CYCLE-NO
           ELSE
               MOVE ZEROS TO OWK-CYCLE-NO
           END-IF
           MOVE NDR-TYPE-PREFIX TO OWK-TYPE-PREFIX
           IF NDR-SEQ-NO IS NUMERIC
               MOVE NDR-SEQ-NO TO OWK-SEQ-NO
           ELSE
               MOVE ZEROS TO OWK-SEQ-NO
           END-IF
           MOVE WS-TODAY-DATE TO OWK-OUTCOME-DATE
           MOVE SPACES TO OWK-REASON-CODE
           MOVE SPACES TO OWK-REASON-TEXT
           PERFORM 2900-FILE-OUTCOME.

       2900-FILE-OUTCOME.
           WRITE OUTCOME-WORK-RECORD
               INVALID KEY
                   IF WS-OUTWORK-DUPLICATE-KEY
                       REWRITE OUTCOME-WORK-RECORD
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-OUTCOME-LOAD-COUNT
           END-WRITE.

       3000-CONFIRM-RECEIPTS.
      *    THE RECEIPT LOG IS KEYED DATE, SOURCE SYSTEM, DOC-ID, SO
      *    TONIGHT'S RECEIPTS ARRIVE GROUPED BY SENDER; EACH CHANGE
      *    OF SOURCE SYSTEM CLOSES ONE FRAMED SET AND OPENS THE
      *    NEXT.
           MOVE "N" TO WS-RECEIPT-EOF-SWITCH
           MOVE WS-TODAY-DATE TO RCP-BUSINESS-DATE
           MOVE LOW-VALUES TO RCP-SOURCE-SYSTEM
           MOVE LOW-VALUES TO RCP-DOC-ID
           START RECEIPT-FILE KEY IS >= RCP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
           END-START
           PERFORM 3100-CONFIRM-NEXT-RECEIPT
               UNTIL WS-RECEIPT-EOF

           IF WS-SET-OPEN
               PERFORM 3800-CLOSE-SOURCE-SET
           END-IF.

       3100-CONFIRM-NEXT-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
           END-READ
           IF WS-RECEIPT-EOF OR WS-RECEIPT-STATUS NOT = "00"
               MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
           ELSE
               IF RCP-BUSINESS-DATE NOT = WS-TODAY-DATE
                   MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
               ELSE
                   IF NOT WS-SET-OPEN
                       OR RCP-SOURCE-SYSTEM NOT = WS-CURRENT-SOURCE
                       IF WS-SET-OPEN
                           PERFORM 3800-CLOSE-SOURCE-SET
                       END-IF
                       PERFORM 3700-OPEN-SOURCE-SET
                   END-IF
                   PERFORM 3200-RESOLVE-OUTCOME
                   PERFORM 3500-WRITE-CONFIRMATION
               END-IF
           END-IF.

       3200-RESOLVE-OUTCOME.
      *    DOCEDIT'S OWN VERDICT ON THE RECEIPT DECIDES FIRST: A
      *    FAILED FILE OR A REJECT NEVER REACHED NUMBERING, WHATEVER
      *    AN OLDER OUTPUT FILE MIGHT STILL SAY ABOUT THE DOC-ID.
           MOVE SPACES TO CONFIRMATION-RECORD
           SET CFD-DETAIL-REC TO TRUE
           MOVE RCP-DOC-ID TO CFD-DOC-ID
           MOVE ZEROS TO CFD-CYCLE-NO
           MOVE ZEROS TO CFD-SEQ-NO
           MOVE RCP-DOC-ID TO OWK-DOC-ID
           MOVE "N" TO WS-OUTCOME-FOUND-SWITCH
           READ OUTCOME-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-OUTCOME-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN RCP-FILE-FAILED
                   SET CFD-FILE-FAILED TO TRUE
                   MOVE RCP-EXTRACT-DATE TO CFD-OUTCOME-DATE
                   MOVE "EXTRACT FAILED CONTROL TOTALS"
                       TO CFD-REASON-TEXT
               WHEN NOT RCP-EDIT-PASSED
                   SET CFD-REJECTED TO TRUE
                   MOVE WS-TODAY-DATE TO CFD-OUTCOME-DATE
                   IF WS-OUTCOME-FOUND AND OWK-OUTCOME = "X"
                       MOVE OWK-REASON-CODE TO CFD-REASON-CODE
                       MOVE OWK-REASON-TEXT TO CFD-REASON-TEXT
                   ELSE
                       MOVE RCP-EDIT-CODE TO CFD-REASON-CODE
                       MOVE RCP-EDIT-TEXT TO CFD-REASON-TEXT
                   END-IF
               WHEN WS-OUTCOME-FOUND AND OWK-OUTCOME NOT = "X"
                   MOVE OWK-OUTCOME TO CFD-OUTCOME
                   MOVE OWK-CYCLE-NO TO CFD-CYCLE-NO
                   MOVE OWK-TYPE-PREFIX TO CFD-TYPE-PREFIX
                   MOVE OWK-SEQ-NO TO CFD-SEQ-NO
                   MOVE OWK-OUTCOME-DATE TO CFD-OUTCOME-DATE
                   MOVE OWK-REASON-TEXT TO CFD-REASON-TEXT
               WHEN OTHER
                   PERFORM 3300-CHECK-CROSS-REFERENCE
           END-EVALUATE.

       3300-CHECK-CROSS-REFERENCE.
      *    A DOCUMENT PASSED ON AN EARLIER PASS TONIGHT WHOSE
      *    NUMBERED.DAT A LATER PASS HAS SINCE REBUILT STILL HAS ITS
      *    NUMBER ON DOCXREF.DAT, DATED TONIGHT (OR CAPPED AT 99999
      *    IF IT WENT TO SUSPENSE).  AN AMENDMENT CANNOT BE TOLD
      *    FROM ITS ORIGINAL NUMBERING THERE AND IS LEFT UNRESOLVED.
           SET CFD-NOT-PROCESSED TO TRUE
           MOVE WS-TODAY-DATE TO CFD-OUTCOME-DATE
           MOVE "NO NUMBERING OUTCOME ON FILE" TO CFD-REASON-TEXT
           IF NOT WS-XREF-MISSING AND RCP-RECORD-TYPE = "D"
               MOVE RCP-DOC-ID TO XRF-DOC-ID
               READ CROSS-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF XRF-WENT-OUT-CAPPED
                           OR XRF-RUN-DATE = WS-TODAY-DATE
                           IF XRF-WENT-OUT-CAPPED
                               SET CFD-IN-SUSPENSE TO TRUE
                               MOVE "AWAITING RENUMBERING"
                                   TO CFD-REASON-TEXT
                           ELSE
                               SET CFD-NUMBERED TO TRUE
                               MOVE SPACES TO CFD-REASON-TEXT
                           END-IF
                           MOVE XRF-CYCLE-NO TO CFD-CYCLE-NO
                           MOVE XRF-DOC-TYPE TO CFD-TYPE-PREFIX
                           MOVE XRF-SEQ-NO TO CFD-SEQ-NO
                           MOVE XRF-RUN-DATE TO CFD-OUTCOME-DATE
                       END-IF
               END-READ
           END-IF.

       3500-WRITE-CONFIRMATION.
      *    A DOC-ID DOCEDIT REJECTED E02 CAN CARRY CONTROL BYTES;
      *    THEY ARE MASKED WITH "?" AS ON DOCREJ.DAT.  THE MASK
      *    NEVER TOUCHES A DIGIT, SO THE HASH STILL MATCHES WHAT
      *    THE SENDER SENT.
           PERFORM VARYING WS-EDIT-SUB FROM 1 BY 1
                   UNTIL WS-EDIT-SUB > 20
               IF CFD-DOC-ID(WS-EDIT-SUB:1) < SPACE
                   OR CFD-DOC-ID(WS-EDIT-SUB:1) > "~"
                   MOVE "?" TO CFD-DOC-ID(WS-EDIT-SUB:1)
               END-IF
           END-PERFORM

           WRITE CONFIRMATION-RECORD
           IF WS-CONFIRM-STATUS = "00"
               ADD 1 TO WS-SET-DETAIL-COUNT
               ADD 1 TO WS-CONFIRMED-COUNT
               PERFORM 3600-HASH-THIS-DOC-ID
               PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                       UNTIL WS-OUT-SUB > 7
                   IF CFD-OUTCOME = WS-OUTCOME-CODE(WS-OUT-SUB)
                       ADD 1 TO WS-SET-OUTCOME-COUNT(WS-OUT-SUB)
                       ADD 1 TO WS-NIGHT-OUTCOME-COUNT(WS-OUT-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       3600-HASH-THIS-DOC-ID.
           MOVE ZEROS TO WS-HASH-RECORD-VALUE
           PERFORM VARYING WS-EDIT-SUB FROM 1 BY 1
                   UNTIL WS-EDIT-SUB > 20
               IF CFD-DOC-ID(WS-EDIT-SUB:1) IS NUMERIC
                   MOVE CFD-DOC-ID(WS-EDIT-SUB:1) TO WS-HASH-DIGIT-X
                   COMPUTE WS-HASH-WORK =
                       WS-HASH-RECORD-VALUE * 10 + WS-HASH-DIGIT
                   DIVIDE WS-HASH-WORK BY 1000000000000
                       GIVING WS-HASH-QUOTIENT
                       REMAINDER WS-HASH-RECORD-VALUE
               END-IF
           END-PERFORM
           COMPUTE WS-HASH-WORK = WS-SET-HASH-TOTAL
               + WS-HASH-RECORD-VALUE
           DIVIDE WS-HASH-WORK BY 1000000000000
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-SET-HASH-TOTAL.

       3700-OPEN-SOURCE-SET.
           SET WS-SET-OPEN TO TRUE
           MOVE RCP-SOURCE-SYSTEM TO WS-CURRENT-SOURCE
           ADD 1 TO WS-SOURCE-COUNT
           MOVE ZEROS TO WS-SET-DETAIL-COUNT
           MOVE ZEROS TO WS-SET-HASH-TOTAL
           MOVE ZEROS TO WS-SET-COUNTS
           MOVE SPACES TO CONFIRMATION-HEADER
           MOVE "H" TO CFH-RECORD-TYPE
           MOVE WS-TODAY-DATE TO CFH-CONFIRM-DATE
           MOVE RCP-SOURCE-SYSTEM TO CFH-SOURCE-SYSTEM
           WRITE CONFIRMATION-HEADER.

       3800-CLOSE-SOURCE-SET.
           MOVE SPACES TO CONFIRMATION-TRAILER
           MOVE "T" TO CFT-RECORD-TYPE
           MOVE WS-SET-DETAIL-COUNT TO CFT-RECORD-COUNT
           MOVE WS-SET-HASH-TOTAL TO CFT-HASH-TOTAL
           WRITE CONFIRMATION-TRAILER
           MOVE "N" TO WS-SET-OPEN-SWITCH

           MOVE WS-SET-DETAIL-COUNT TO WS-COUNT-EDIT
           DISPLAY "NUMCONF: " WS-CURRENT-SOURCE " "
               FUNCTION TRIM(WS-COUNT-EDIT) " documents confirmed"
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > 7
               IF WS-SET-OUTCOME-COUNT(WS-OUT-SUB) > ZEROS
                   MOVE WS-SET-OUTCOME-COUNT(WS-OUT-SUB)
                       TO WS-COUNT-EDIT
                   DISPLAY "NUMCONF:   " WS-OUTCOME-NAME(WS-OUT-SUB)
                       " " WS-COUNT-EDIT
               END-IF
           END-PERFORM.

       7000-DROP-OLD-RECEIPTS.
      *    EARLIER NIGHTS WERE CONFIRMED WHEN THEY RAN; ONLY
      *    TONIGHT'S RECEIPTS ARE KEPT, FOR A RERUN.
           MOVE "N" TO WS-RECEIPT-EOF-SWITCH
           MOVE LOW-VALUES TO RCP-KEY
           START RECEIPT-FILE KEY IS >= RCP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
           END-START
           PERFORM 7100-DROP-NEXT-RECEIPT
               UNTIL WS-RECEIPT-EOF.

       7100-DROP-NEXT-RECEIPT.
           READ RECEIPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
           END-READ
           IF WS-RECEIPT-EOF OR WS-RECEIPT-STATUS NOT = "00"
               MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
           ELSE
               IF RCP-BUSINESS-DATE < WS-TODAY-DATE
                   DELETE RECEIPT-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DROPPED-COUNT
                   END-DELETE
               ELSE
                   MOVE "Y" TO WS-RECEIPT-EOF-SWITCH
               END-IF
           END-IF.

       8000-PRINT-CONFIRM-SUMMARY.
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-EDIT
           DISPLAY "NUMCONF: " FUNCTION TRIM(WS-COUNT-EDIT)
               " documents confirmed to CONFIRM.DAT for "
               WS-TODAY-DATE
           MOVE WS-SOURCE-COUNT TO WS-COUNT-EDIT
           DISPLAY "NUMCONF: " FUNCTION TRIM(WS-COUNT-EDIT)
               " source systems, one framed set each"
           IF WS-DROPPED-COUNT > ZEROS
               MOVE WS-DROPPED-COUNT TO WS-COUNT-EDIT
               DISPLAY "NUMCONF: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " receipts from earlier nights dropped from "
                   "DOCRECV.DAT"
           END-IF

           IF WS-RECEIPT-MISSING
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NIGHT-OUTCOME-COUNT(WS-UNRESOLVED-SUB) > ZEROS
               MOVE WS-NIGHT-OUTCOME-COUNT(WS-UNRESOLVED-SUB)
                   TO WS-COUNT-EDIT
               DISPLAY "Warning: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " documents passed DOCEDIT with no numbering "
                   "outcome on file - confirmed U, follow up"
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF NOT WS-RECEIPT-MISSING
               CLOSE RECEIPT-FILE
           END-IF
           IF NOT WS-XREF-MISSING
               CLOSE CROSS-REFERENCE-FILE
           END-IF
           CLOSE OUTCOME-WORK-FILE
           CLOSE CONFIRM-FILE.
