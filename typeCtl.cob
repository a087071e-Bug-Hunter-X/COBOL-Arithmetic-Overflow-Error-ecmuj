      *  AN ADD REFUSES AN EFFECTIVE DATE THAT DOES NOT
      *  ROUND-TRIP THROUGH THE CALENDAR FUNCTIONS, THE
      *  SAME GUARD DATECTL PUTS ON THE PROCESSING DATE.
      *  EVERY ADD, OFF AND ON IS JOURNALED, BEFORE AND
      *  AFTER, WITH THE OPERATOR WHO MADE IT (SEE CHGJRNL) -
      *  NO CHANGE IS MADE WHEN THE JOURNAL CANNOT BE
      *  WRITTEN.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOC-TYPE-REGISTRY-FILE.
           COPY DOCTYPES.

       FD  CHANGE-JOURNAL-FILE.
           COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       01  WS-REGISTRY-STATUS          PIC XX VALUE "00".
           88  WS-REGISTRY-NOT-FOUND              VALUE "35".
           88  WS-REGISTRY-DUPLICATE-KEY           VALUE "22".

       01  WS-JOURNAL-STATUS           PIC XX VALUE "00".
           88  WS-JOURNAL-NOT-FOUND               VALUE "35".

       01  WS-JOURNAL-OPEN-SWITCH      PIC X VALUE "N".
           88  WS-JOURNAL-OPEN                    VALUE "Y".

       01  WS-REGISTRY-EOF-SWITCH      PIC X VALUE "N".
           88  WS-REGISTRY-EOF                    VALUE "Y".

       01  WS-PARM-POINTER             PIC 9(2) COMP VALUE ZEROS.
       01  WS-PARM-DESCRIPTION         PIC X(30) VALUE SPACES.

      *    CHANGE-JOURNAL WORK FIELDS (SEE CHGJRNL).  THE REGISTRY
      *    ENTRY IS SAVED HERE AS IT STOOD BEFORE THE CHANGE.
       01  WS-OPERATOR-ID              PIC X(12) VALUE SPACES.
       01  WS-JOURNAL-ACTION           PIC X(6) VALUE SPACES.
       01  WS-BEFORE-PRESENT-SWITCH    PIC X VALUE "N".
           88  WS-BEFORE-PRESENT                  VALUE "Y".
       01  WS-BEFORE-IMAGE             PIC X(91) VALUE SPACES.

       01  WS-DATE-NUM                 PIC 9(8) VALUE ZEROS.
       01  WS-DATE-INT                 PIC 9(8) VALUE ZEROS.
       01  WS-DATE-CHECK               PIC 9(8) VALUE ZEROS.
               OPEN OUTPUT DOC-TYPE-REGISTRY-FILE
               CLOSE DOC-TYPE-REGISTRY-FILE
               OPEN I-O DOC-TYPE-REGISTRY-FILE
           END-IF

           IF WS-PARM-ACTION = "ADD" OR WS-PARM-ACTION = "OFF"
               OR WS-PARM-ACTION = "ON"
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

       2000-ADD-TYPE.
           ELSE
               PERFORM 5000-VALIDATE-EFF-DATE
               IF WS-DATE-VALID
                   IF WS-JOURNAL-OPEN
                       PERFORM 2100-WRITE-TYPE-ENTRY
                   END-IF
               ELSE
                   DISPLAY "TYPECTL: " WS-PARM-EFF-DATE " is not a "
                       "valid yyyymmdd effective date - nothing "
           END-IF.

       2100-WRITE-TYPE-ENTRY.
      *    ANY EXISTING ENTRY IS READ FIRST ONLY FOR ITS JOURNAL
      *    BEFORE IMAGE - THE WRITE STILL REPLACES IT OUTRIGHT.
           MOVE "N" TO WS-BEFORE-PRESENT-SWITCH
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-PARM-TYPE-CODE(1:2) TO DTY-TYPE-CODE
           READ DOC-TYPE-REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BEFORE-PRESENT TO TRUE
                   MOVE DOC-TYPE-RECORD TO WS-BEFORE-IMAGE
           END-READ

           MOVE WS-PARM-TYPE-CODE(1:2) TO DTY-TYPE-CODE
           MOVE WS-PARM-DESCRIPTION TO DTY-DESCRIPTION
           MOVE "Y" TO DTY-ACTIVE-FLAG
               DISPLAY "TYPECTL: series " DTY-TYPE-CODE
                   " registered, active, effective "
                   DTY-EFFECTIVE-DATE
               MOVE "ADD" TO WS-JOURNAL-ACTION
               PERFORM 7000-WRITE-JOURNAL-ENTRY
           ELSE
               DISPLAY "TYPECTL: could not write series "
                   WS-PARM-TYPE-CODE(1:2) " - file status "

       3000-SET-INACTIVE.
           PERFORM 3100-READ-TYPE-ENTRY
           IF WS-ENTRY-FOUND AND WS-JOURNAL-OPEN
               MOVE "N" TO DTY-ACTIVE-FLAG
               REWRITE DOC-TYPE-RECORD
               IF WS-REGISTRY-STATUS = "00"
                   DISPLAY "TYPECTL: series " DTY-TYPE-CODE
                       " deactivated"
                   MOVE "OFF" TO WS-JOURNAL-ACTION
                   PERFORM 7000-WRITE-JOURNAL-ENTRY
               ELSE
                   DISPLAY "TYPECTL: could not deactivate series "
                       DTY-TYPE-CODE " - file status "
                       WS-REGISTRY-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       3500-SET-ACTIVE.
           PERFORM 3100-READ-TYPE-ENTRY
           IF WS-ENTRY-FOUND AND WS-JOURNAL-OPEN
               MOVE "Y" TO DTY-ACTIVE-FLAG
               REWRITE DOC-TYPE-RECORD
               IF WS-REGISTRY-STATUS = "00"
                   DISPLAY "TYPECTL: series " DTY-TYPE-CODE
                       " reactivated, effective " DTY-EFFECTIVE-DATE
                   MOVE "ON" TO WS-JOURNAL-ACTION
                   PERFORM 7000-WRITE-JOURNAL-ENTRY
               ELSE
                   DISPLAY "TYPECTL: could not reactivate series "
                       DTY-TYPE-CODE " - file status "
                       WS-REGISTRY-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       3100-READ-TYPE-ENTRY.
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   SET WS-ENTRY-FOUND TO TRUE
                   SET WS-BEFORE-PRESENT TO TRUE
                   MOVE DOC-TYPE-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       4000-LIST-TYPES.
               END-IF
           END-IF.

       7000-WRITE-JOURNAL-ENTRY.
      *    THE AFTER IMAGE IS THE REGISTRY RECORD JUST WRITTEN.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO CJR-TIMESTAMP
           SET CJR-DOCTYPES-CHANGE TO TRUE
           MOVE WS-JOURNAL-ACTION TO CJR-ACTION
           MOVE DTY-TYPE-CODE TO CJR-RECORD-KEY
           MOVE WS-OPERATOR-ID TO CJR-OPERATOR-ID
           MOVE "TYPECTL" TO CJR-PROGRAM-ID
           MOVE WS-BEFORE-PRESENT-SWITCH TO CJR-BEFORE-PRESENT-FLAG
           MOVE WS-BEFORE-IMAGE TO CJR-BEFORE-IMAGE
           MOVE "Y" TO CJR-AFTER-PRESENT-FLAG
           MOVE DOC-TYPE-RECORD TO CJR-AFTER-IMAGE
           WRITE CHANGE-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Error: journal entry for series "
                   DTY-TYPE-CODE " not written, status "
                   WS-JOURNAL-STATUS " - record the change by hand"
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE DOC-TYPE-REGISTRY-FILE
           IF WS-JOURNAL-OPEN
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.
