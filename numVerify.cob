       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMVERIFY.
      *****************************************************
      *  CROSS-FILE INTEGRITY VERIFICATION OF THE NUMBERING
      *  CONTROL FILES.  ONE NUMBER'S STATE IS SPREAD OVER
      *  ISSUED.DAT, DOCXREF.DAT, XREFHIST.DAT, AVAIL.DAT,
      *  SEQCTL.DAT AND BLOCKCTL.DAT, AND 7000-RECONCILE-
      *  COUNTS IN BUGSOLUTION ONLY BALANCES ONE RUN'S OWN
      *  COUNTS - NOTHING CHECKED THAT THE FILES AGREE WITH
      *  EACH OTHER.  RUN WEEKLY AND AFTER ANY ABEND
      *  RECOVERY; READS ONLY, CHANGES NOTHING.
      *
      *    NUMVERIFY  (NO PARM)
      *
      *  EVERY DISAGREEMENT IS PRINTED ON NUMVERIFY.RPT WITH
      *  A FINDING CODE:
      *    I01 - ISSUED NUMBER WITH NO CROSS-REFERENCE ENTRY
      *          THAT IS NOT BACK IN THE RECLAIM POOL
      *    I02 - CROSS-REFERENCE TO A NUMBER NEVER LEDGERED
      *          IN ISSUED.DAT (NOR IN ITS ARCHIVE ISSARCH.DAT
      *          ONCE PURGED).  CAPPED ASSIGNMENTS (99999) ARE
      *          NEVER LEDGERED AND ARE NOT CHECKED.
      *    I03 - RECLAIM-POOL ENTRY FOR A NUMBER NOT IN
      *          ISSUED.DAT
      *    I04 - SC-LAST-USED-NO BELOW THE HIGHEST NUMBER
      *          ISSUED FOR THAT CYCLE/TYPE/DATE
      *    I05 - BCR-NEXT-FREE-NO NOT ABOVE THE HIGHEST
      *          NUMBER ISSUED FOR THAT CYCLE/TYPE/DATE
      *    I06 - CURRENT CROSS-REFERENCE WITH NO MATCHING
      *          XREFHIST.DAT ROW
      *  A BLOCK-MODE STREAM RETURNS THE UNUSED TAIL OF ITS
      *  LAST BLOCK TO AVAIL.DAT WITHOUT EVER ISSUING IT
      *  (BUGSOLUTION 9100), SO A POOL ENTRY NOT IN ISSUED.DAT
      *  FOR A SERIES THAT HAS A BLOCKCTL.DAT RECORD, AND NOT
      *  ABOVE THAT SERIES' BLOCK WATERMARK, IS LISTED AS
      *  NOTE N01 RATHER THAN A FINDING.
      *
      *  ANY FINDING ENDS THE JOB WITH RC 16; A CLEAN RUN
      *  ENDS RC 0.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUED-NUMBERS-FILE ASSIGN TO "ISSUED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISN-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ISSUED-STATUS.

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
               FILE STATUS IS WS-HIST-STATUS.

           SELECT AVAILABLE-NUMBERS-FILE ASSIGN TO "AVAIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVN-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-AVAIL-STATUS.

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

           SELECT ISSUED-ARCHIVE-FILE ASSIGN TO "ISSARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSARCH-STATUS.

           SELECT ARCHIVE-WORK-FILE ASSIGN TO "NUMVWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWK-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ARCWORK-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "NUMVERIFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ISSUED-NUMBERS-FILE.
           COPY ISSUEDREC.

       FD  CROSS-REFERENCE-FILE.
           COPY XREFREC.

       FD  XREF-HISTORY-FILE.
           COPY XREFHIS.

       FD  AVAILABLE-NUMBERS-FILE.
           COPY AVAILREC.

       FD  SEQ-CONTROL-FILE.
           COPY SEQCTL.

       FD  BLOCK-CONTROL-FILE.
           COPY BLKREC.

       FD  ISSUED-ARCHIVE-FILE.
       01  ISSUED-ARCHIVE-LINE             PIC X(44).

      *    ISSARCH.DAT RELOADED UNDER THE ISSUED.DAT KEY SO A
      *    PURGED NUMBER CAN BE LOOKED UP DIRECTLY - THE ARCHIVE
      *    ITSELF IS LINE SEQUENTIAL AND WOULD OTHERWISE BE READ
      *    END TO END ONCE PER CROSS-REFERENCE.
       FD  ARCHIVE-WORK-FILE.
       01  ARCHIVE-WORK-RECORD.
           05  AWK-KEY.
               10  AWK-CYCLE-NO            PIC 9(2).
               10  AWK-RUN-DATE            PIC X(8).
               10  AWK-DOC-TYPE            PIC X(2).
               10  AWK-SEQ-NO              PIC 9(5).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-LINE              PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-ISSUED-STATUS            PIC XX VALUE "00".
           88  WS-ISSUED-NOT-FOUND                 VALUE "35".

       01  WS-XREF-STATUS              PIC XX VALUE "00".
           88  WS-XREF-NOT-FOUND                   VALUE "35".

       01  WS-HIST-STATUS              PIC XX VALUE "00".
           88  WS-HIST-NOT-FOUND                   VALUE "35".

       01  WS-AVAIL-STATUS             PIC XX VALUE "00".
           88  WS-AVAIL-NOT-FOUND                  VALUE "35".

       01  WS-SEQCTL-STATUS            PIC XX VALUE "00".
           88  WS-SEQCTL-NOT-FOUND                 VALUE "35".

       01  WS-BLOCK-STATUS             PIC XX VALUE "00".
           88  WS-BLOCK-NOT-FOUND                  VALUE "35".

       01  WS-ISSARCH-STATUS           PIC XX VALUE "00".
           88  WS-ISSARCH-NOT-FOUND                VALUE "35".

       01  WS-ARCWORK-STATUS           PIC XX VALUE "00".
           88  WS-ARCWORK-DUPLICATE-KEY            VALUE "22".

       01  WS-REPORT-STATUS            PIC XX VALUE "00".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

      *    A CONTROL FILE THAT DOES NOT EXIST IS TREATED AS EMPTY -
      *    A SITE THAT HAS NEVER RUN BLOCK MODE HAS NO BLOCKCTL.DAT,
      *    AND EVERY ENTRY THAT SHOULD HAVE BEEN IN A MISSING FILE
      *    STILL SHOWS UP AS A FINDING AGAINST THE FILES THAT DO.
       01  WS-ISSUED-MISSING-SWITCH    PIC X VALUE "N".
           88  WS-ISSUED-MISSING                  VALUE "Y".
       01  WS-XREF-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-XREF-MISSING                    VALUE "Y".
       01  WS-HIST-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-HIST-MISSING                    VALUE "Y".
       01  WS-AVAIL-MISSING-SWITCH     PIC X VALUE "N".
           88  WS-AVAIL-MISSING                   VALUE "Y".
       01  WS-SEQCTL-MISSING-SWITCH    PIC X VALUE "N".
           88  WS-SEQCTL-MISSING                  VALUE "Y".
       01  WS-BLOCK-MISSING-SWITCH     PIC X VALUE "N".
           88  WS-BLOCK-MISSING                   VALUE "Y".
       01  WS-ARCHIVE-LOADED-SWITCH    PIC X VALUE "N".
           88  WS-ARCHIVE-LOADED                  VALUE "Y".

       01  WS-FILE-EOF-SWITCH          PIC X VALUE "N".
           88  WS-FILE-EOF                        VALUE "Y".
       01  WS-HIST-EOF-SWITCH          PIC X VALUE "N".
           88  WS-HIST-EOF                        VALUE "Y".

       01  WS-NUMBER-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-NUMBER-FOUND                    VALUE "Y".
       01  WS-HIST-MATCHED-SWITCH      PIC X VALUE "N".
           88  WS-HIST-MATCHED                    VALUE "Y".
       01  WS-SERIES-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-SERIES-FOUND                    VALUE "Y".

       01  WS-TODAY-DATE               PIC X(8) VALUE SPACES.

      *    HIGHEST NUMBER ISSUED PER CYCLE/TYPE ON THE LATEST DATE
      *    THE SERIES ISSUED ANYTHING, GATHERED ON THE ISSUED.DAT
      *    WALK.  THE WALK IS IN KEY ORDER (CYCLE, DATE, TYPE, SEQ),
      *    SO A SERIES' DATES ARRIVE ASCENDING AND THE LAST ONE
      *    SEEN IS ITS LATEST.  CONSECUTIVE RECORDS ARE USUALLY THE
      *    SAME SERIES, SO THE LAST ENTRY FOUND IS TRIED FIRST.
       01  WS-SERIES-MAX               PIC 9(4) COMP VALUE 1000.
       01  WS-SERIES-COUNT             PIC 9(4) COMP VALUE ZEROS.
       01  WS-SER-SUB                  PIC 9(4) COMP VALUE ZEROS.
       01  WS-SER-LAST-SUB             PIC 9(4) COMP VALUE ZEROS.
       01  WS-SERIES-OVERFLOW-SWITCH   PIC X VALUE "N".
           88  WS-SERIES-OVERFLOW                 VALUE "Y".
       01  WS-SERIES-TABLE.
           05  WS-SERIES-ENTRY OCCURS 1000 TIMES.
               10  WS-SER-CYCLE-NO         PIC 9(2).
               10  WS-SER-DOC-TYPE         PIC X(2).
               10  WS-SER-LAST-DATE        PIC X(8).
               10  WS-SER-HIGH-SEQ-NO      PIC 9(5).

       01  WS-FIND-CYCLE-NO            PIC 9(2) VALUE ZEROS.
       01  WS-FIND-DOC-TYPE            PIC X(2) VALUE SPACES.

       01  WS-BLOCK-HIGH-NO            PIC 9(6) VALUE ZEROS.

       01  WS-ISSUED-READ-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-XREF-READ-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-AVAIL-READ-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-ARCHIVE-LOAD-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-FINDING-TOTAL            PIC 9(7) VALUE ZEROS.
       01  WS-NOTE-COUNT               PIC 9(7) VALUE ZEROS.
       01  WS-CODE-SUB                 PIC 9(2) COMP VALUE ZEROS.
       01  WS-FINDING-COUNTS.
           05  WS-FINDING-COUNT OCCURS 6 TIMES PIC 9(7).
       01  WS-COUNT-EDIT               PIC Z(6)9.
       01  WS-FINDING-CODE-VALUES.
           05  FILLER                  PIC X(18)
               VALUE "I01I02I03I04I05I06".
       01  WS-FINDING-CODE-TABLE REDEFINES WS-FINDING-CODE-VALUES.
           05  WS-FINDING-CODE OCCURS 6 TIMES PIC X(3).

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(46)
               VALUE "NUMVERIFY NUMBERING CONTROL FILE INTEGRITY - ".
           05  WS-RPH-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  WS-RPD-CODE             PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-FILE-NAME        PIC X(8).
           05  FILLER                  PIC X(7) VALUE " CYCLE ".
           05  WS-RPD-CYCLE-NO         PIC 9(2).
           05  FILLER                  PIC X(6) VALUE " DATE ".
           05  WS-RPD-RUN-DATE         PIC X(8).
           05  FILLER                  PIC X(6) VALUE " TYPE ".
           05  WS-RPD-DOC-TYPE         PIC X(2).
           05  FILLER                  PIC X(8) VALUE " NUMBER ".
           05  WS-RPD-SEQ-NO           PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-DOC-ID           PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPD-TEXT             PIC X(53).

       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(8) VALUE "FINDING ".
           05  WS-RPT-CODE             PIC X(3).
           05  FILLER                  PIC X(7) VALUE " COUNT ".
           05  WS-RPT-COUNT            PIC Z(6)9.
           05  FILLER                  PIC X(107) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-ISSUED-NUMBERS
           PERFORM 3000-VERIFY-CROSS-REFERENCES
           PERFORM 4000-VERIFY-RECLAIM-POOL
           PERFORM 5000-VERIFY-SEQCTL-WATERMARKS
           PERFORM 5500-VERIFY-BLOCK-WATERMARKS
           PERFORM 8000-PRINT-VERIFY-SUMMARY
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           MOVE ZEROS TO WS-FINDING-COUNTS

           OPEN INPUT ISSUED-NUMBERS-FILE
           IF WS-ISSUED-STATUS NOT = "00"
               SET WS-ISSUED-MISSING TO TRUE
               DISPLAY "Warning: no ISSUED.DAT - verified as empty"
           END-IF
           OPEN INPUT CROSS-REFERENCE-FILE
           IF WS-XREF-STATUS NOT = "00"
               SET WS-XREF-MISSING TO TRUE
               DISPLAY "Warning: no DOCXREF.DAT - verified as empty"
           END-IF
           OPEN INPUT XREF-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               SET WS-HIST-MISSING TO TRUE
               DISPLAY "Warning: no XREFHIST.DAT - verified as empty"
           END-IF
           OPEN INPUT AVAILABLE-NUMBERS-FILE
           IF WS-AVAIL-STATUS NOT = "00"
               SET WS-AVAIL-MISSING TO TRUE
           END-IF
           OPEN INPUT SEQ-CONTROL-FILE
           IF WS-SEQCTL-STATUS NOT = "00"
               SET WS-SEQCTL-MISSING TO TRUE
           END-IF
           OPEN INPUT BLOCK-CONTROL-FILE
           IF WS-BLOCK-STATUS NOT = "00"
               SET WS-BLOCK-MISSING TO TRUE
           END-IF

           PERFORM 1200-LOAD-ISSUED-ARCHIVE

           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-RPH-RUN-DATE
           WRITE VERIFY-REPORT-LINE FROM WS-REPORT-HEADING.

       1050-GET-BUSINESS-DATE.
      *    THE REPORT IS DATED WITH THE OPERATOR-ROLLED PROCESSING
      *    DATE IN BUSDATE.DAT (SEE BUSDATE/DATECTL), FALLING BACK
      *    TO THE SYSTEM DATE WHEN NO CONTROL RECORD IS ON FILE.
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

       1200-LOAD-ISSUED-ARCHIVE.
      *    ARCPURGE MOVES AGED ISSUED.DAT EPOCHS TO ISSARCH.DAT BUT
      *    DOCXREF.DAT IS KEPT FOREVER, SO AN OLD CROSS-REFERENCE
      *    IS CHECKED AGAINST THE ARCHIVE INSTEAD.  BATCH HEADER
      *    LINES ARE SKIPPED; A NUMBER ARCHIVED TWICE IS HARMLESS.
           OPEN INPUT ISSUED-ARCHIVE-FILE
           IF WS-ISSARCH-STATUS = "00"
               OPEN OUTPUT ARCHIVE-WORK-FILE
               MOVE "N" TO WS-FILE-EOF-SWITCH
               PERFORM 1210-LOAD-NEXT-ARCHIVE-LINE
                   UNTIL WS-FILE-EOF
               CLOSE ARCHIVE-WORK-FILE
               CLOSE ISSUED-ARCHIVE-FILE
               OPEN INPUT ARCHIVE-WORK-FILE
               IF WS-ARCWORK-STATUS = "00"
                   SET WS-ARCHIVE-LOADED TO TRUE
               END-IF
           END-IF.

       1210-LOAD-NEXT-ARCHIVE-LINE.
           READ ISSUED-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
               NOT AT END
                   IF ISSUED-ARCHIVE-LINE(1:8) NOT = "ARCHIVE "
                       MOVE ISSUED-ARCHIVE-LINE(1:17)
                           TO ARCHIVE-WORK-RECORD
                       WRITE ARCHIVE-WORK-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-ARCHIVE-LOAD-COUNT
                       END-WRITE
                   END-IF
           END-READ.

       2000-VERIFY-ISSUED-NUMBERS.
           IF NOT WS-ISSUED-MISSING
               MOVE "N" TO WS-FILE-EOF-SWITCH
               MOVE LOW-VALUES TO ISN-KEY
               START ISSUED-NUMBERS-FILE KEY IS >= ISN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-START
               PERFORM 2100-VERIFY-NEXT-ISSUED
                   UNTIL WS-FILE-EOF
           END-IF.

       2100-VERIFY-NEXT-ISSUED.
           READ ISSUED-NUMBERS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-ISSUED-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               ADD 1 TO WS-ISSUED-READ-COUNT
               PERFORM 2200-NOTE-ISSUED-SERIES
               PERFORM 2300-CHECK-ISSUED-HAS-XREF
           END-IF.

       2200-NOTE-ISSUED-SERIES.
           MOVE ISN-CYCLE-NO TO WS-FIND-CYCLE-NO
           MOVE ISN-DOC-TYPE TO WS-FIND-DOC-TYPE
           PERFORM 6000-FIND-SERIES
           IF NOT WS-SERIES-FOUND
               IF WS-SERIES-COUNT < WS-SERIES-MAX
                   ADD 1 TO WS-SERIES-COUNT
                   MOVE WS-SERIES-COUNT TO WS-SER-SUB
                   MOVE ISN-CYCLE-NO TO WS-SER-CYCLE-NO(WS-SER-SUB)
                   MOVE ISN-DOC-TYPE TO WS-SER-DOC-TYPE(WS-SER-SUB)
                   MOVE ISN-RUN-DATE TO WS-SER-LAST-DATE(WS-SER-SUB)
                   MOVE ZEROS TO WS-SER-HIGH-SEQ-NO(WS-SER-SUB)
                   MOVE WS-SER-SUB TO WS-SER-LAST-SUB
                   SET WS-SERIES-FOUND TO TRUE
               ELSE
                   SET WS-SERIES-OVERFLOW TO TRUE
               END-IF
           END-IF

           IF WS-SERIES-FOUND
               IF ISN-RUN-DATE > WS-SER-LAST-DATE(WS-SER-SUB)
                   MOVE ISN-RUN-DATE TO WS-SER-LAST-DATE(WS-SER-SUB)
                   MOVE ZEROS TO WS-SER-HIGH-SEQ-NO(WS-SER-SUB)
               END-IF
               IF ISN-RUN-DATE = WS-SER-LAST-DATE(WS-SER-SUB)
                   AND ISN-SEQ-NO > WS-SER-HIGH-SEQ-NO(WS-SER-SUB)
                   MOVE ISN-SEQ-NO TO WS-SER-HIGH-SEQ-NO(WS-SER-SUB)
               END-IF
           END-IF.

       2300-CHECK-ISSUED-HAS-XREF.
      *    THE ALTERNATE KEY CARRIES CYCLE, DATE, NUMBER AND TYPE -
      *    AN EXACT START FINDS ANY DOCUMENT HOLDING THE NUMBER
      *    (A RECLAIMED NUMBER IS HELD BY THE VOIDED DOCUMENT AND
      *    ITS SUCCESSOR ALIKE; EITHER WILL DO).
           MOVE "N" TO WS-NUMBER-FOUND-SWITCH
           IF NOT WS-XREF-MISSING
               MOVE ISN-CYCLE-NO TO XRF-CYCLE-NO
               MOVE ISN-RUN-DATE TO XRF-RUN-DATE
               MOVE ISN-SEQ-NO TO XRF-SEQ-NO
               MOVE ISN-DOC-TYPE TO XRF-DOC-TYPE
               START CROSS-REFERENCE-FILE
                   KEY IS = XRF-NUMBER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-NUMBER-FOUND TO TRUE
               END-START
           END-IF

      *    A NUMBER RELEASED BACK TO THE POOL (RUNBACKOUT) STAYS
      *    LEDGERED BUT IS HELD BY NOBODY UNTIL IT IS RECLAIMED.
           IF NOT WS-NUMBER-FOUND AND NOT WS-AVAIL-MISSING
               MOVE ISN-KEY TO AVN-KEY
               READ AVAILABLE-NUMBERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-NUMBER-FOUND TO TRUE
               END-READ
           END-IF

           IF NOT WS-NUMBER-FOUND
               MOVE 1 TO WS-CODE-SUB
               MOVE "ISSUED" TO WS-RPD-FILE-NAME
               MOVE ISN-CYCLE-NO TO WS-RPD-CYCLE-NO
               MOVE ISN-RUN-DATE TO WS-RPD-RUN-DATE
               MOVE ISN-DOC-TYPE TO WS-RPD-DOC-TYPE
               MOVE ISN-SEQ-NO TO WS-RPD-SEQ-NO
               MOVE SPACES TO WS-RPD-DOC-ID
               MOVE "ISSUED NUMBER HELD BY NO DOCUMENT IN DOCXREF"
                   TO WS-RPD-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF.

       3000-VERIFY-CROSS-REFERENCES.
           IF NOT WS-XREF-MISSING
               MOVE "N" TO WS-FILE-EOF-SWITCH
               MOVE LOW-VALUES TO XRF-DOC-ID
               START CROSS-REFERENCE-FILE KEY IS >= XRF-DOC-ID
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-START
               PERFORM 3100-VERIFY-NEXT-XREF
                   UNTIL WS-FILE-EOF
           END-IF.

       3100-VERIFY-NEXT-XREF.
           READ CROSS-REFERENCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-XREF-STATUS NOT = "00"
                   AND WS-XREF-STATUS NOT = "02"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               ADD 1 TO WS-XREF-READ-COUNT
               MOVE "XREF" TO WS-RPD-FILE-NAME
               MOVE XRF-CYCLE-NO TO WS-RPD-CYCLE-NO
               MOVE XRF-RUN-DATE TO WS-RPD-RUN-DATE
               MOVE XRF-DOC-TYPE TO WS-RPD-DOC-TYPE
               MOVE XRF-SEQ-NO TO WS-RPD-SEQ-NO
               MOVE XRF-DOC-ID TO WS-RPD-DOC-ID
               IF NOT XRF-WENT-OUT-CAPPED
                   PERFORM 3200-CHECK-XREF-WAS-ISSUED
               END-IF
               PERFORM 3300-CHECK-XREF-HAS-HISTORY
           END-IF.

       3200-CHECK-XREF-WAS-ISSUED.
           MOVE "N" TO WS-NUMBER-FOUND-SWITCH
           IF NOT WS-ISSUED-MISSING
               MOVE XRF-CYCLE-NO TO ISN-CYCLE-NO
               MOVE XRF-RUN-DATE TO ISN-RUN-DATE
               MOVE XRF-DOC-TYPE TO ISN-DOC-TYPE
               MOVE XRF-SEQ-NO TO ISN-SEQ-NO
               READ ISSUED-NUMBERS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-NUMBER-FOUND TO TRUE
               END-READ
           END-IF

           IF NOT WS-NUMBER-FOUND AND WS-ARCHIVE-LOADED
               MOVE XRF-CYCLE-NO TO AWK-CYCLE-NO
               MOVE XRF-RUN-DATE TO AWK-RUN-DATE
               MOVE XRF-DOC-TYPE TO AWK-DOC-TYPE
               MOVE XRF-SEQ-NO TO AWK-SEQ-NO
               READ ARCHIVE-WORK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-NUMBER-FOUND TO TRUE
               END-READ
           END-IF

           IF NOT WS-NUMBER-FOUND
               MOVE 2 TO WS-CODE-SUB
               MOVE "NUMBER NEVER LEDGERED IN ISSUED OR ISSARCH"
                   TO WS-RPD-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF.

       3300-CHECK-XREF-HAS-HISTORY.
      *    THE DOCUMENT'S HISTORY ROWS ARE WALKED FROM ASSIGNMENT 1
      *    UNTIL ONE MATCHES THE CURRENT ASSIGNMENT OR THE DOC-ID
      *    CHANGES.
           MOVE "N" TO WS-HIST-MATCHED-SWITCH
           IF NOT WS-HIST-MISSING
               MOVE "N" TO WS-HIST-EOF-SWITCH
               MOVE XRF-DOC-ID TO XRH-DOC-ID
               MOVE ZEROS TO XRH-ASSIGN-NO
               START XREF-HISTORY-FILE KEY IS >= XRH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF-SWITCH
               END-START
               PERFORM 3310-CHECK-NEXT-HISTORY-ROW
                   UNTIL WS-HIST-EOF OR WS-HIST-MATCHED
           END-IF

           IF NOT WS-HIST-MATCHED
               MOVE 6 TO WS-CODE-SUB
               MOVE "CURRENT ASSIGNMENT HAS NO XREFHIST ROW"
                   TO WS-RPD-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF.

       3310-CHECK-NEXT-HISTORY-ROW.
           READ XREF-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
           END-READ
           IF WS-HIST-EOF OR WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF-SWITCH
           ELSE
               IF XRH-DOC-ID NOT = XRF-DOC-ID
                   MOVE "Y" TO WS-HIST-EOF-SWITCH
               ELSE
      *            AN AMENDMENT'S "A" ROW (SEE XREFHIS) IS A RE-SEND,
      *            NOT THE ASSIGNMENT ITSELF, AND NEVER SATISFIES IT.
                   IF XRH-CYCLE-NO = XRF-CYCLE-NO
                       AND XRH-RUN-DATE = XRF-RUN-DATE
                       AND XRH-DOC-TYPE = XRF-DOC-TYPE
                       AND XRH-SEQ-NO = XRF-SEQ-NO
                       AND NOT XRH-AMENDMENT-RESENT
                       SET WS-HIST-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF.

       4000-VERIFY-RECLAIM-POOL.
           IF NOT WS-AVAIL-MISSING
               MOVE "N" TO WS-FILE-EOF-SWITCH
               MOVE LOW-VALUES TO AVN-KEY
               START AVAILABLE-NUMBERS-FILE KEY IS >= AVN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-START
               PERFORM 4100-VERIFY-NEXT-POOL-ENTRY
                   UNTIL WS-FILE-EOF
           END-IF.

       4100-VERIFY-NEXT-POOL-ENTRY.
           READ AVAILABLE-NUMBERS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-AVAIL-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               ADD 1 TO WS-AVAIL-READ-COUNT
               MOVE "N" TO WS-NUMBER-FOUND-SWITCH
               IF NOT WS-ISSUED-MISSING
                   MOVE AVN-KEY TO ISN-KEY
                   READ ISSUED-NUMBERS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-NUMBER-FOUND TO TRUE
                   END-READ
               END-IF
               IF NOT WS-NUMBER-FOUND
                   PERFORM 4200-CLASSIFY-UNISSUED-ENTRY
               END-IF
           END-IF.

       4200-CLASSIFY-UNISSUED-ENTRY.
           MOVE "AVAIL" TO WS-RPD-FILE-NAME
           MOVE AVN-CYCLE-NO TO WS-RPD-CYCLE-NO
           MOVE AVN-RUN-DATE TO WS-RPD-RUN-DATE
           MOVE AVN-DOC-TYPE TO WS-RPD-DOC-TYPE
           MOVE AVN-SEQ-NO TO WS-RPD-SEQ-NO
           MOVE SPACES TO WS-RPD-DOC-ID

      *    A RETURNED BLOCK TAIL CAN ONLY EXIST FOR A SERIES THAT
      *    HAS RESERVED BLOCKS, AND ON THE BLOCK RECORD'S OWN DATE
      *    IT CANNOT LIE AT OR ABOVE THE NEXT FREE NUMBER.
           MOVE "N" TO WS-NUMBER-FOUND-SWITCH
           IF NOT WS-BLOCK-MISSING
               MOVE AVN-CYCLE-NO TO BCR-CYCLE-NO
               MOVE AVN-DOC-TYPE TO BCR-DOC-TYPE
               READ BLOCK-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-NUMBER-FOUND TO TRUE
                       IF BCR-RUN-DATE = AVN-RUN-DATE
                           AND AVN-SEQ-NO >= BCR-NEXT-FREE-NO
                           MOVE "N" TO WS-NUMBER-FOUND-SWITCH
                       END-IF
               END-READ
           END-IF

           IF WS-NUMBER-FOUND
               ADD 1 TO WS-NOTE-COUNT
               MOVE "N01" TO WS-RPD-CODE
               MOVE "UNUSED BLOCK TAIL RETURNED TO POOL - NOT ISSUED"
                   TO WS-RPD-TEXT
               WRITE VERIFY-REPORT-LINE FROM WS-REPORT-DETAIL
           ELSE
               MOVE 3 TO WS-CODE-SUB
               MOVE "POOL NUMBER NEVER LEDGERED IN ISSUED"
                   TO WS-RPD-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF.

       5000-VERIFY-SEQCTL-WATERMARKS.
           IF NOT WS-SEQCTL-MISSING
               MOVE "N" TO WS-FILE-EOF-SWITCH
               MOVE LOW-VALUES TO SC-KEY
               START SEQ-CONTROL-FILE KEY IS >= SC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-START
               PERFORM 5100-VERIFY-NEXT-SEQCTL
                   UNTIL WS-FILE-EOF
           END-IF.

       5100-VERIFY-NEXT-SEQCTL.
      *    A WATERMARK DATED EARLIER THAN THE SERIES' LATEST ISSUE
      *    COUNTS AS BELOW IT - THE NEXT RUN THAT DAY WOULD START
      *    THE SERIES AGAIN FROM 1.
           READ SEQ-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-SEQCTL-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               MOVE SC-CYCLE-NO TO WS-FIND-CYCLE-NO
               MOVE SC-DOC-TYPE TO WS-FIND-DOC-TYPE
               PERFORM 6000-FIND-SERIES
               IF WS-SERIES-FOUND
                   IF SC-RUN-DATE < WS-SER-LAST-DATE(WS-SER-SUB)
                       OR (SC-RUN-DATE = WS-SER-LAST-DATE(WS-SER-SUB)
                       AND SC-LAST-USED-NO
                           < WS-SER-HIGH-SEQ-NO(WS-SER-SUB))
                       MOVE 4 TO WS-CODE-SUB
                       MOVE "SEQCTL" TO WS-RPD-FILE-NAME
                       MOVE SC-CYCLE-NO TO WS-RPD-CYCLE-NO
                       MOVE SC-RUN-DATE TO WS-RPD-RUN-DATE
                       MOVE SC-DOC-TYPE TO WS-RPD-DOC-TYPE
                       MOVE SC-LAST-USED-NO TO WS-RPD-SEQ-NO
                       PERFORM 6100-DESCRIBE-HIGHEST-ISSUED
                       PERFORM 7000-WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

       5500-VERIFY-BLOCK-WATERMARKS.
           IF NOT WS-BLOCK-MISSING
               MOVE "N" TO WS-FILE-EOF-SWITCH
               MOVE LOW-VALUES TO BCR-KEY
               START BLOCK-CONTROL-FILE KEY IS >= BCR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-START
               PERFORM 5600-VERIFY-NEXT-BLOCK-RECORD
                   UNTIL WS-FILE-EOF
           END-IF.

       5600-VERIFY-NEXT-BLOCK-RECORD.
      *    BLOCKCTL.DAT IS ONLY ADVANCED BY BLOCK-MODE RUNS, SO AN
      *    OLDER DATE THAN THE SERIES' LATEST ISSUE IS NORMAL AND
      *    ONLY A SAME-DAY WATERMARK IS COMPARED.  ON ITS OWN DAY
      *    THE NEXT FREE NUMBER MUST LIE ABOVE EVERYTHING ISSUED,
      *    OR THE NEXT BLOCK RESERVED WOULD HAND OUT NUMBERS AGAIN.
           READ BLOCK-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-BLOCK-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               MOVE BCR-CYCLE-NO TO WS-FIND-CYCLE-NO
               MOVE BCR-DOC-TYPE TO WS-FIND-DOC-TYPE
               PERFORM 6000-FIND-SERIES
               IF WS-SERIES-FOUND
                   AND BCR-RUN-DATE = WS-SER-LAST-DATE(WS-SER-SUB)
                   AND BCR-NEXT-FREE-NO
                       <= WS-SER-HIGH-SEQ-NO(WS-SER-SUB)
                   MOVE 5 TO WS-CODE-SUB
                   MOVE "BLOCKCTL" TO WS-RPD-FILE-NAME
                   MOVE BCR-CYCLE-NO TO WS-RPD-CYCLE-NO
                   MOVE BCR-RUN-DATE TO WS-RPD-RUN-DATE
                   MOVE BCR-DOC-TYPE TO WS-RPD-DOC-TYPE
                   MOVE BCR-NEXT-FREE-NO TO WS-RPD-SEQ-NO
                   PERFORM 6100-DESCRIBE-HIGHEST-ISSUED
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF.

       6000-FIND-SERIES.
           MOVE "N" TO WS-SERIES-FOUND-SWITCH
           IF WS-SER-LAST-SUB > ZEROS
               IF WS-SER-CYCLE-NO(WS-SER-LAST-SUB) = WS-FIND-CYCLE-NO
                   AND WS-SER-DOC-TYPE(WS-SER-LAST-SUB)
                       = WS-FIND-DOC-TYPE
                   MOVE WS-SER-LAST-SUB TO WS-SER-SUB
                   SET WS-SERIES-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-SERIES-FOUND
               PERFORM VARYING WS-SER-SUB FROM 1 BY 1
                       UNTIL WS-SER-SUB > WS-SERIES-COUNT
                          OR WS-SERIES-FOUND
                   IF WS-SER-CYCLE-NO(WS-SER-SUB) = WS-FIND-CYCLE-NO
                       AND WS-SER-DOC-TYPE(WS-SER-SUB)
                           = WS-FIND-DOC-TYPE
                       SET WS-SERIES-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-SERIES-FOUND
                   SUBTRACT 1 FROM WS-SER-SUB
                   MOVE WS-SER-SUB TO WS-SER-LAST-SUB
               END-IF
           END-IF.

       6100-DESCRIBE-HIGHEST-ISSUED.
           MOVE SPACES TO WS-RPD-DOC-ID
           MOVE SPACES TO WS-RPD-TEXT
           STRING "BELOW HIGHEST ISSUED "
               WS-SER-HIGH-SEQ-NO(WS-SER-SUB) " OF "
               WS-SER-LAST-DATE(WS-SER-SUB)
               DELIMITED BY SIZE INTO WS-RPD-TEXT
           END-STRING.

       7000-WRITE-FINDING.
           MOVE WS-FINDING-CODE(WS-CODE-SUB) TO WS-RPD-CODE
           ADD 1 TO WS-FINDING-COUNT(WS-CODE-SUB)
           ADD 1 TO WS-FINDING-TOTAL
           WRITE VERIFY-REPORT-LINE FROM WS-REPORT-DETAIL.

       8000-PRINT-VERIFY-SUMMARY.
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > 6
               MOVE WS-FINDING-CODE(WS-CODE-SUB) TO WS-RPT-CODE
               MOVE WS-FINDING-COUNT(WS-CODE-SUB) TO WS-RPT-COUNT
               WRITE VERIFY-REPORT-LINE FROM WS-REPORT-TOTAL
           END-PERFORM

           MOVE WS-ISSUED-READ-COUNT TO WS-COUNT-EDIT
           DISPLAY "NUMVERIFY: " FUNCTION TRIM(WS-COUNT-EDIT)
               " issued numbers verified"
           MOVE WS-XREF-READ-COUNT TO WS-COUNT-EDIT
           DISPLAY "NUMVERIFY: " FUNCTION TRIM(WS-COUNT-EDIT)
               " cross-references verified"
           MOVE WS-AVAIL-READ-COUNT TO WS-COUNT-EDIT
           DISPLAY "NUMVERIFY: " FUNCTION TRIM(WS-COUNT-EDIT)
               " reclaim-pool entries verified"
           IF WS-ARCHIVE-LOADED
               MOVE WS-ARCHIVE-LOAD-COUNT TO WS-COUNT-EDIT
               DISPLAY "NUMVERIFY: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " archived issued numbers consulted"
           END-IF
           MOVE WS-NOTE-COUNT TO WS-COUNT-EDIT
           DISPLAY "NUMVERIFY: " FUNCTION TRIM(WS-COUNT-EDIT)
               " unused block-tail numbers noted in the pool"

           IF WS-SERIES-OVERFLOW
               DISPLAY "Warning: more than " WS-SERIES-MAX
                   " cycle/type series in ISSUED.DAT - watermarks "
                   "of the rest were not verified"
           END-IF

           IF WS-FINDING-TOTAL > ZEROS
               MOVE WS-FINDING-TOTAL TO WS-COUNT-EDIT
               DISPLAY "NUMVERIFY: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " integrity findings - see NUMVERIFY.RPT"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "NUMVERIFY: numbering control files agree"
               IF WS-SERIES-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF NOT WS-ISSUED-MISSING
               CLOSE ISSUED-NUMBERS-FILE
           END-IF
           IF NOT WS-XREF-MISSING
               CLOSE CROSS-REFERENCE-FILE
           END-IF
           IF NOT WS-HIST-MISSING
               CLOSE XREF-HISTORY-FILE
           END-IF
           IF NOT WS-AVAIL-MISSING
               CLOSE AVAILABLE-NUMBERS-FILE
           END-IF
           IF NOT WS-SEQCTL-MISSING
               CLOSE SEQ-CONTROL-FILE
           END-IF
           IF NOT WS-BLOCK-MISSING
               CLOSE BLOCK-CONTROL-FILE
           END-IF
           IF WS-ARCHIVE-LOADED
               CLOSE ARCHIVE-WORK-FILE
           END-IF
           CLOSE VERIFY-REPORT-FILE.
