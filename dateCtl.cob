      *  TRIP THROUGH THE CALENDAR FUNCTIONS - A FAT-FINGERED
      *  PROCESSING DATE WOULD SPLIT EVERY CONTROL FILE INTO
      *  AN EPOCH NO OTHER RUN WILL EVER LOOK AT.
      *  EVERY SET AND ROLL IS JOURNALED, BEFORE AND AFTER,
      *  WITH THE OPERATOR WHO MADE IT (SEE CHGJRNL) - NO
      *  CHANGE IS MADE WHEN THE JOURNAL CANNOT BE WRITTEN.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  CHANGE-JOURNAL-FILE.
           COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".
           88  WS-BUSDATE-NOT-FOUND               VALUE "35".

       01  WS-JOURNAL-STATUS           PIC XX VALUE "00".
           88  WS-JOURNAL-NOT-FOUND               VALUE "35".

       01  WS-JOURNAL-OPEN-SWITCH      PIC X VALUE "N".
           88  WS-JOURNAL-OPEN                    VALUE "Y".

       01  WS-DATE-PRESENT-SWITCH      PIC X VALUE "N".
           88  WS-DATE-PRESENT                    VALUE "Y".

       01  WS-DATE-INT                 PIC 9(8) VALUE ZEROS.
       01  WS-DATE-CHECK               PIC 9(8) VALUE ZEROS.

      *    CHANGE-JOURNAL WORK FIELDS (SEE CHGJRNL).
       01  WS-OPERATOR-ID              PIC X(12) VALUE SPACES.
       01  WS-JOURNAL-ACTION           PIC X(6) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE

           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
                   MOVE BDT-SET-TIMESTAMP TO WS-SET-TIMESTAMP
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF

           IF WS-PARM-ACTION = "SET" OR WS-PARM-ACTION = "ROLL"
               PERFORM 1100-OPEN-CHANGE-JOURNAL
           END-IF.

       1100-OPEN-CHANGE-JOURNAL.
      *    THE OPERATOR ID IS THE SIGNED-ON USER, NOT A PARM TOKEN -
      *    THE SAME RULE AS PRMCTL'S.
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
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-SET-DATE.
           MOVE WS-PARM-TOKEN-2(1:8) TO WS-NEW-DATE
           PERFORM 5000-VALIDATE-NEW-DATE
           IF WS-DATE-VALID
               IF WS-JOURNAL-OPEN
                   MOVE "SET" TO WS-JOURNAL-ACTION
                   PERFORM 6000-WRITE-DATE-RECORD
                   DISPLAY "DATECTL: processing date set to "
                       WS-NEW-DATE
               END-IF
           ELSE
               DISPLAY "DATECTL: " WS-PARM-TOKEN-2 " is not a "
                   "valid yyyymmdd date - date not changed"
                   "use SET <yyyymmdd> to establish one before "
                   "rolling"
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-DATE-PRESENT AND WS-JOURNAL-OPEN
               MOVE WS-CURRENT-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-NEW-DATE
               MOVE "ROLL" TO WS-JOURNAL-ACTION
               PERFORM 6000-WRITE-DATE-RECORD
               DISPLAY "DATECTL: processing date rolled from "
                   WS-CURRENT-DATE " to " WS-NEW-DATE
           MOVE WS-NEW-DATE TO BDT-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO BDT-SET-TIMESTAMP
           WRITE BUSINESS-DATE-RECORD
           MOVE BUSINESS-DATE-RECORD TO WS-AFTER-IMAGE
           CLOSE BUSINESS-DATE-FILE
           PERFORM 7000-WRITE-JOURNAL-ENTRY.

       7000-WRITE-JOURNAL-ENTRY.
      *    THE BEFORE IMAGE IS REBUILT FROM THE DATE AND TIMESTAMP
      *    SAVED AT 1000 - THE FILE HAS BEEN REPLACED BY NOW.  A
      *    SITE SETTING ITS FIRST DATE HAS NO BEFORE IMAGE.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE WS-AFTER-IMAGE(9:21) TO CJR-TIMESTAMP
           SET CJR-BUSDATE-CHANGE TO TRUE
           MOVE WS-JOURNAL-ACTION TO CJR-ACTION
           MOVE "BUSDATE" TO CJR-RECORD-KEY
           MOVE WS-OPERATOR-ID TO CJR-OPERATOR-ID
           MOVE "DATECTL" TO CJR-PROGRAM-ID
           IF WS-DATE-PRESENT
               MOVE "Y" TO CJR-BEFORE-PRESENT-FLAG
               MOVE WS-CURRENT-DATE TO CJR-BEFORE-IMAGE(1:8)
               MOVE WS-SET-TIMESTAMP TO CJR-BEFORE-IMAGE(9:21)
           ELSE
               MOVE "N" TO CJR-BEFORE-PRESENT-FLAG
           END-IF
           MOVE "Y" TO CJR-AFTER-PRESENT-FLAG
           MOVE WS-AFTER-IMAGE TO CJR-AFTER-IMAGE
           WRITE CHANGE-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Error: journal entry for the date change "
                   "not written, status " WS-JOURNAL-STATUS
                   " - record the change by hand"
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF WS-JOURNAL-OPEN
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.
