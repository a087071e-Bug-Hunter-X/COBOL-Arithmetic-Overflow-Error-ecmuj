      *  BLOCK WHEN BLOCKCTL.DAT THRASHES, MORE LOCK
      *  RETRIES, A LONGER PURGE RETENTION - IS A DATA
      *  CHANGE THROUGH THIS PROGRAM, NOT A RELEASE, AND
      *  EVERY CHANGE CARRIES ITS TIMESTAMP.  EVERY SET AND
      *  DEL IS ALSO JOURNALED, BEFORE AND AFTER, WITH THE
      *  OPERATOR WHO MADE IT (SEE CHGJRNL) - NO CHANGE IS
      *  MADE WHEN THE JOURNAL CANNOT BE WRITTEN.
      *
      *    PRMCTL "SET <name> <value> <description>"
      *        ESTABLISHES OR CHANGES A PARAMETER (THE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-PARAMETER-FILE.
       FD  PARM-LISTING-FILE.
       01  PARM-LISTING-LINE               PIC X(93).

       FD  CHANGE-JOURNAL-FILE.
           COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       01  WS-PARMFILE-STATUS          PIC XX VALUE "00".
           88  WS-PARMFILE-NOT-FOUND              VALUE "35".

       01  WS-LISTING-STATUS           PIC XX VALUE "00".

       01  WS-JOURNAL-STATUS           PIC XX VALUE "00".
           88  WS-JOURNAL-NOT-FOUND               VALUE "35".

       01  WS-JOURNAL-OPEN-SWITCH      PIC X VALUE "N".
           88  WS-JOURNAL-OPEN                    VALUE "Y".

       01  WS-PARMFILE-EOF-SWITCH      PIC X VALUE "N".
           88  WS-PARMFILE-EOF                    VALUE "Y".

       01  WS-PARM-POINTER             PIC 9(2) COMP VALUE ZEROS.
       01  WS-PARM-DESCRIPTION         PIC X(30) VALUE SPACES.

      *    CHANGE-JOURNAL WORK FIELDS (SEE CHGJRNL).  THE RECORD IS
      *    SAVED HERE AS IT STOOD BEFORE THE CHANGE, AND THE SAME
      *    TIMESTAMP GOES ON THE RECORD AND ON ITS JOURNAL ENTRY.
       01  WS-OPERATOR-ID              PIC X(12) VALUE SPACES.
       01  WS-CHANGE-TIMESTAMP         PIC X(21) VALUE SPACES.
       01  WS-JOURNAL-ACTION           PIC X(6) VALUE SPACES.
       01  WS-BEFORE-PRESENT-SWITCH    PIC X VALUE "N".
           88  WS-BEFORE-PRESENT                  VALUE "Y".
       01  WS-BEFORE-IMAGE             PIC X(91) VALUE SPACES.
       01  WS-AFTER-PRESENT-SWITCH     PIC X VALUE "N".
           88  WS-AFTER-PRESENT                   VALUE "Y".
       01  WS-AFTER-IMAGE              PIC X(91) VALUE SPACES.

       01  WS-LISTED-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC ZZ9.

               OPEN OUTPUT RUN-PARAMETER-FILE
               CLOSE RUN-PARAMETER-FILE
               OPEN I-O RUN-PARAMETER-FILE
           END-IF

           IF WS-PARM-ACTION = "SET" OR WS-PARM-ACTION = "DEL"
               PERFORM 1100-OPEN-CHANGE-JOURNAL
           END-IF.

       1100-OPEN-CHANGE-JOURNAL.
      *    THE OPERATOR ID IS THE SIGNED-ON USER, NOT A PARM TOKEN -
      *    A JOURNAL THE CHANGER COULD SIGN AS ANYONE WOULD ANSWER
      *    NOTHING FOR THE AUDITORS.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF

           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF WS-JOURNAL-NOT-FOUND
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS = "00"
               SET WS-JOURNAL-OPEN TO TRUE
           ELSE
               DISPLAY "Error: CHGJRNL.DAT will not open, status "
                   WS-JOURNAL-STATUS " - no change made without "
                   "its journal entry"
           END-IF.

       2000-SET-PARAMETER.
                   "value"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF NOT WS-JOURNAL-OPEN
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 2100-WRITE-PARAMETER
               END-IF
           END-IF.

       2100-WRITE-PARAMETER.
      *    ONE - THE RECORD IS READ FIRST SO THE REWRITE DOES NOT
      *    BLANK IT.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           MOVE "N" TO WS-BEFORE-PRESENT-SWITCH
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-PARM-NAME TO PRM-NAME
           READ RUN-PARAMETER-FILE
               INVALID KEY
                   MOVE SPACES TO PRM-DESCRIPTION
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-BEFORE-PRESENT TO TRUE
                   MOVE RUN-PARAMETER-RECORD TO WS-BEFORE-IMAGE
           END-READ

           MOVE WS-PARM-NAME TO PRM-NAME
           IF WS-PARM-DESCRIPTION NOT = SPACES
               MOVE WS-PARM-DESCRIPTION TO PRM-DESCRIPTION
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP
           MOVE WS-CHANGE-TIMESTAMP TO PRM-CHANGED-TIMESTAMP

           IF WS-ENTRY-FOUND
               REWRITE RUN-PARAMETER-RECORD
           IF WS-PARMFILE-STATUS = "00"
               DISPLAY "PRMCTL: " FUNCTION TRIM(PRM-NAME)
                   " set to " FUNCTION TRIM(PRM-VALUE)
               MOVE "SET" TO WS-JOURNAL-ACTION
               SET WS-AFTER-PRESENT TO TRUE
               MOVE RUN-PARAMETER-RECORD TO WS-AFTER-IMAGE
               PERFORM 7000-WRITE-JOURNAL-ENTRY
           ELSE
               DISPLAY "PRMCTL: could not write "
                   FUNCTION TRIM(WS-PARM-NAME) " - file status "
           END-IF.

       3000-DELETE-PARAMETER.
      *    THE RECORD IS READ BEFORE IT IS DELETED SO THE JOURNAL
      *    KEEPS THE VALUE THE SUITE WAS RUNNING ON UNTIL NOW.
           IF NOT WS-JOURNAL-OPEN
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-PARM-NAME TO PRM-NAME
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       DISPLAY "PRMCTL: parameter "
                           FUNCTION TRIM(WS-PARM-NAME)
                           " is not on file"
                       MOVE 12 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 3100-REMOVE-PARAMETER
               END-READ
           END-IF.

       3100-REMOVE-PARAMETER.
           SET WS-BEFORE-PRESENT TO TRUE
           MOVE RUN-PARAMETER-RECORD TO WS-BEFORE-IMAGE
           DELETE RUN-PARAMETER-FILE RECORD
               INVALID KEY
                   DISPLAY "PRMCTL: could not remove "
                       FUNCTION TRIM(WS-PARM-NAME) " - file status "
                       WS-PARMFILE-STATUS
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "PRMCTL: parameter "
                       FUNCTION TRIM(WS-PARM-NAME)
                       " removed - consumers revert to their "
                       "built-in default"
                   MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP
                   MOVE "DEL" TO WS-JOURNAL-ACTION
                   MOVE "N" TO WS-AFTER-PRESENT-SWITCH
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM 7000-WRITE-JOURNAL-ENTRY
           END-DELETE.

       4000-LIST-PARAMETERS.
               END-IF
           END-IF.

       7000-WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE WS-CHANGE-TIMESTAMP TO CJR-TIMESTAMP
           SET CJR-PARMCTL-CHANGE TO TRUE
           MOVE WS-JOURNAL-ACTION TO CJR-ACTION
           MOVE WS-PARM-NAME TO CJR-RECORD-KEY
           MOVE WS-OPERATOR-ID TO CJR-OPERATOR-ID
           MOVE "PRMCTL" TO CJR-PROGRAM-ID
           MOVE WS-BEFORE-PRESENT-SWITCH TO CJR-BEFORE-PRESENT-FLAG
           MOVE WS-BEFORE-IMAGE TO CJR-BEFORE-IMAGE
           MOVE WS-AFTER-PRESENT-SWITCH TO CJR-AFTER-PRESENT-FLAG
           MOVE WS-AFTER-IMAGE TO CJR-AFTER-IMAGE
           WRITE CHANGE-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Error: journal entry for "
                   FUNCTION TRIM(WS-PARM-NAME) " not written, "
                   "status " WS-JOURNAL-STATUS " - record the "
                   "change by hand"
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE RUN-PARAMETER-FILE
           IF WS-JOURNAL-OPEN
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.
