      *  MATCH IS REPORTED WITH THE RUN DATE OF THE ARCHIVE
      *  BATCH THAT UNLOADED IT, SO THE RIGHT BATCH CAN BE
      *  RESTORED IF THE AUDITORS WANT THE RECORDS BACK.
      *  AN ISSUED NUMBER SINCE CANCELLED ON THE PERMANENT
      *  CANCELLATION REGISTER (SEE CANCREG) IS REPORTED AS
      *  CANCELLED, WITH ITS DATE, REQUESTER AND REASON.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT CANCELLATION-FILE ASSIGN TO "CANCREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CANCREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ISSUED-ARCHIVE-FILE.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-LINE              PIC X(54).

       FD  CANCELLATION-FILE.
           COPY CANCREG.

       WORKING-STORAGE SECTION.
       01  WS-ISSARCH-STATUS           PIC XX VALUE "00".
           88  WS-ISSARCH-NOT-FOUND               VALUE "35".
       01  WS-AUDARCH-EOF-SWITCH       PIC X VALUE "N".
           88  WS-AUDARCH-EOF                     VALUE "Y".

       01  WS-CANCREG-STATUS           PIC XX VALUE "00".

       01  WS-CANC-MISSING-SWITCH      PIC X VALUE "N".
           88  WS-CANC-MISSING                    VALUE "Y".

       01  WS-PARM-LINE                PIC X(80) VALUE SPACES.
       01  WS-PARM-MODE                PIC X(10) VALUE SPACES.
       01  WS-PARM-TOKEN-2             PIC X(10) VALUE SPACES.
       01  WS-ISSUED-MATCH-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-AVAIL-MATCH-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-AUDIT-MATCH-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-CANCEL-MATCH-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC Z(6)9.

      *    THE ARCHIVE LINES ARE THE RAW RECORD IMAGES ARCPURGE
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDARCH-STATUS NOT = "00"
               MOVE "Y" TO WS-AUDARCH-EOF-SWITCH
           END-IF

      *    NO REGISTER YET JUST MEANS NOTHING HAS BEEN CANCELLED
      *    AFTER ITS NUMBERING DAY.
           OPEN INPUT CANCELLATION-FILE
           IF WS-CANCREG-STATUS NOT = "00"
               SET WS-CANC-MISSING TO TRUE
           END-IF.

       2000-SEARCH-ISSUED-ARCHIVE.
               " type " ISN-DOC-TYPE
               " number " ISN-SEQ-NO
               " dated " ISN-RUN-DATE
               " (archive batch " WS-CUR-BATCH-DATE ")"

           IF NOT WS-CANC-MISSING
               MOVE ISN-KEY TO CNR-KEY
               READ CANCELLATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CANCEL-MATCH-COUNT
                       DISPLAY "ARCINQ:   CANCELLED " CNR-CANCEL-DATE
                           " by " CNR-REQUESTER
                           " - " CNR-REASON
               END-READ
           END-IF.

       3000-SEARCH-AVAIL-ARCHIVE.
           MOVE SPACES TO WS-CUR-BATCH-DATE
           MOVE WS-ISSUED-MATCH-COUNT TO WS-COUNT-EDIT
           DISPLAY "ARCINQ: " FUNCTION TRIM(WS-COUNT-EDIT)
               " issued-ledger entries matched"
           IF WS-CANCEL-MATCH-COUNT > ZEROS
               MOVE WS-CANCEL-MATCH-COUNT TO WS-COUNT-EDIT
               DISPLAY "ARCINQ: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " of them cancelled after their numbering day"
           END-IF
           MOVE WS-AVAIL-MATCH-COUNT TO WS-COUNT-EDIT
           DISPLAY "ARCINQ: " FUNCTION TRIM(WS-COUNT-EDIT)
               " reclaim-pool entries matched"
           END-IF
           IF NOT WS-AUDARCH-NOT-FOUND
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           IF NOT WS-CANC-MISSING
               CLOSE CANCELLATION-FILE
           END-IF.
