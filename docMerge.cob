      *  TO SUSPENSE INSTEAD OF ITS NUMBERED FILE, WHICH IS
      *  THE FIRST PLACE TO LOOK WHEN A STREAM COMES UP
      *  SHORT.
      *
      *  AMENDMENTS (SEE DOCREC) ARE DEALT LIKE DETAILS BUT
      *  COME BACK ON EACH STREAM'S AMENDED.DAT, COLLECTED
      *  AS AMDSTRM<N>.DAT.  THEY ARE CONCATENATED IN STREAM
      *  ORDER INTO ONE CONSOLIDATED AMENDED.DAT AND COUNT
      *  TOWARD THEIR SLICE IN THE ROUND-TRIP CHECK.  A
      *  STREAM THAT PASSED NO AMENDMENTS MAY HAVE NO FILE.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

           SELECT AMEND-STREAM-FILE-1 ASSIGN TO "AMDSTRM1.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMEND-STATUS-1.

           SELECT AMEND-STREAM-FILE-2 ASSIGN TO "AMDSTRM2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMEND-STATUS-2.

           SELECT AMEND-STREAM-FILE-3 ASSIGN TO "AMDSTRM3.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMEND-STATUS-3.

           SELECT AMEND-STREAM-FILE-4 ASSIGN TO "AMDSTRM4.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMEND-STATUS-4.

           SELECT AMENDED-FILE ASSIGN TO "AMENDED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMENDED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-CONTROL-FILE.
       FD  OUTPUT-FILE.
           COPY NUMDOC.

       FD  AMEND-STREAM-FILE-1.
       01  AMEND-STREAM-RECORD-1           PIC X(96).

       FD  AMEND-STREAM-FILE-2.
       01  AMEND-STREAM-RECORD-2           PIC X(96).

       FD  AMEND-STREAM-FILE-3.
       01  AMEND-STREAM-RECORD-3           PIC X(96).

       FD  AMEND-STREAM-FILE-4.
       01  AMEND-STREAM-RECORD-4           PIC X(96).

       FD  AMENDED-FILE.
       01  AMENDED-RECORD-IMAGE            PIC X(96).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS           PIC XX VALUE "00".
           88  WS-CONTROL-NOT-FOUND               VALUE "35".

       01  WS-OUTPUT-STATUS            PIC XX VALUE "00".

       01  WS-AMEND-STATUS-1           PIC XX VALUE "00".
           88  WS-AMEND-1-NOT-FOUND               VALUE "35".
       01  WS-AMEND-STATUS-2           PIC XX VALUE "00".
           88  WS-AMEND-2-NOT-FOUND               VALUE "35".
       01  WS-AMEND-STATUS-3           PIC XX VALUE "00".
           88  WS-AMEND-3-NOT-FOUND               VALUE "35".
       01  WS-AMEND-STATUS-4           PIC XX VALUE "00".
           88  WS-AMEND-4-NOT-FOUND               VALUE "35".
       01  WS-AMENDED-STATUS           PIC XX VALUE "00".

       01  WS-AMEND-EOF-SWITCH         PIC X VALUE "N".
           88  WS-AMEND-EOF                       VALUE "Y".

       01  WS-CONTROL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-CONTROL-EOF                     VALUE "Y".


       01  WS-EXPECTED-TOTAL           PIC 9(7) VALUE ZEROS.
       01  WS-MERGED-COUNT             PIC 9(7) VALUE ZEROS.
       01  WS-AMENDED-COUNT            PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC Z(6)9.

       01  WS-STREAM-TABLE.
               UNTIL WS-STRM-EOF(1) AND WS-STRM-EOF(2)
                 AND WS-STRM-EOF(3) AND WS-STRM-EOF(4)

           PERFORM 3000-COLLECT-AMENDMENTS

           PERFORM 7000-VERIFY-ROUND-TRIP

           PERFORM 8000-PRINT-MERGE-SUMMARY
               MOVE ZEROS TO WS-STRM-KEY(WS-STREAM-SUB)
           END-IF.

       3000-COLLECT-AMENDMENTS.
      *    ONLY THE STREAMS SPLITCTL.DAT NAMES ARE LOOKED FOR, AND
      *    A MISSING AMDSTRM<N>.DAT SIMPLY MEANS THAT STREAM HAD NO
      *    AMENDMENTS - A STREAM THAT NEVER RAN IS ALREADY CAUGHT
      *    BY ITS MISSING NUMSTRM<N>.DAT.
           OPEN OUTPUT AMENDED-FILE

           OPEN INPUT AMEND-STREAM-FILE-1
           IF NOT WS-AMEND-1-NOT-FOUND
               MOVE "N" TO WS-AMEND-EOF-SWITCH
               PERFORM 3110-COPY-AMENDMENT-1
                   UNTIL WS-AMEND-EOF
               CLOSE AMEND-STREAM-FILE-1
           END-IF

           IF WS-STREAM-COUNT >= 2
               OPEN INPUT AMEND-STREAM-FILE-2
               IF NOT WS-AMEND-2-NOT-FOUND
                   MOVE "N" TO WS-AMEND-EOF-SWITCH
                   PERFORM 3120-COPY-AMENDMENT-2
                       UNTIL WS-AMEND-EOF
                   CLOSE AMEND-STREAM-FILE-2
               END-IF
           END-IF

           IF WS-STREAM-COUNT >= 3
               OPEN INPUT AMEND-STREAM-FILE-3
               IF NOT WS-AMEND-3-NOT-FOUND
                   MOVE "N" TO WS-AMEND-EOF-SWITCH
                   PERFORM 3130-COPY-AMENDMENT-3
                       UNTIL WS-AMEND-EOF
                   CLOSE AMEND-STREAM-FILE-3
               END-IF
           END-IF

           IF WS-STREAM-COUNT >= 4
               OPEN INPUT AMEND-STREAM-FILE-4
               IF NOT WS-AMEND-4-NOT-FOUND
                   MOVE "N" TO WS-AMEND-EOF-SWITCH
                   PERFORM 3140-COPY-AMENDMENT-4
                       UNTIL WS-AMEND-EOF
                   CLOSE AMEND-STREAM-FILE-4
               END-IF
           END-IF

           CLOSE AMENDED-FILE.

       3110-COPY-AMENDMENT-1.
           READ AMEND-STREAM-FILE-1
               AT END
                   MOVE "Y" TO WS-AMEND-EOF-SWITCH
               NOT AT END
                   WRITE AMENDED-RECORD-IMAGE
                       FROM AMEND-STREAM-RECORD-1
                   ADD 1 TO WS-AMENDED-COUNT
                   ADD 1 TO WS-STRM-ACTUAL(1)
           END-READ.

       3120-COPY-AMENDMENT-2.
           READ AMEND-STREAM-FILE-2
               AT END
                   MOVE "Y" TO WS-AMEND-EOF-SWITCH
               NOT AT END
                   WRITE AMENDED-RECORD-IMAGE
                       FROM AMEND-STREAM-RECORD-2
                   ADD 1 TO WS-AMENDED-COUNT
                   ADD 1 TO WS-STRM-ACTUAL(2)
           END-READ.

       3130-COPY-AMENDMENT-3.
           READ AMEND-STREAM-FILE-3
               AT END
                   MOVE "Y" TO WS-AMEND-EOF-SWITCH
               NOT AT END
                   WRITE AMENDED-RECORD-IMAGE
                       FROM AMEND-STREAM-RECORD-3
                   ADD 1 TO WS-AMENDED-COUNT
                   ADD 1 TO WS-STRM-ACTUAL(3)
           END-READ.

       3140-COPY-AMENDMENT-4.
           READ AMEND-STREAM-FILE-4
               AT END
                   MOVE "Y" TO WS-AMEND-EOF-SWITCH
               NOT AT END
                   WRITE AMENDED-RECORD-IMAGE
                       FROM AMEND-STREAM-RECORD-4
                   ADD 1 TO WS-AMENDED-COUNT
                   ADD 1 TO WS-STRM-ACTUAL(4)
           END-READ.

       7000-VERIFY-ROUND-TRIP.
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
                       WS-STRM-EXPECTED(WS-STREAM-SUB)
                       " details but returned "
                       WS-STRM-ACTUAL(WS-STREAM-SUB)
                       " numbered and amended records - check "
                       "that stream's suspense and job log"
               END-IF
           END-PERFORM

           IF WS-MERGED-COUNT + WS-AMENDED-COUNT
                   NOT = WS-EXPECTED-TOTAL
               SET WS-DISCREPANCY-FOUND TO TRUE
               DISPLAY "DOCMERGE: merged total " WS-MERGED-COUNT
                   " plus " WS-AMENDED-COUNT " amendments"
                   " does not equal the " WS-EXPECTED-TOTAL
                   " details DOCSPLIT dealt"
           END-IF
           DISPLAY "DOCMERGE: " FUNCTION TRIM(WS-COUNT-EDIT)
               " records merged to NUMBERED.DAT from "
               WS-STREAM-COUNT " streams"
           MOVE WS-AMENDED-COUNT TO WS-COUNT-EDIT
           DISPLAY "DOCMERGE: " FUNCTION TRIM(WS-COUNT-EDIT)
               " amendments collected to AMENDED.DAT"
           IF NOT WS-DISCREPANCY-FOUND
               DISPLAY "DOCMERGE: all slice counts round-tripped "
                   "exactly"
