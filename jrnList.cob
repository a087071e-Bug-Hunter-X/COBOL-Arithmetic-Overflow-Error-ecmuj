       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLIST.
      *****************************************************
      *  LISTS THE CONFIGURATION CHANGE JOURNAL (SEE
      *  CHGJRNL) THAT PRMCTL, TYPECTL AND DATECTL APPEND TO,
      *  FOR THE AUDITORS' TWO QUESTIONS: WHAT CHANGED,
      *  WHEN AND BY WHOM - AND WHAT WAS THE CONFIGURATION
      *  ON THE NIGHT OF A GIVEN DATE.
      *
      *    JRNLIST "[<from> [<to>]] [<file>]"
      *        LISTS EVERY CHANGE MADE ON OR BETWEEN THE TWO
      *        yyyymmdd DATES (DEFAULT: THE WHOLE JOURNAL; A
      *        SINGLE DATE LISTS THAT DAY ONLY), BEFORE AND
      *        AFTER, OLDEST FIRST
      *    JRNLIST "ASOF <yyyymmdd> [<hhmm>] [<file>]"
      *        SHOWS EVERY JOURNALED SETTING AS IT STOOD AT
      *        THE END OF THAT DAY (OR AT hhmm ON IT) - THE
      *        LAST CHANGE AT OR BEFORE THEN, OR, WHERE THE
      *        FIRST CHANGE CAME LATER, THE BEFORE IMAGE THAT
      *        CHANGE RECORDED
      *
      *    <file> IS PARMCTL, DOCTYPES OR BUSDATE (DEFAULT
      *    ALL THREE).  OUTPUT GOES TO JRNLIST.RPT.
      *
      *  A SETTING THAT HAS NEVER BEEN CHANGED SINCE THE
      *  JOURNAL BEGAN DOES NOT APPEAR IN AN ASOF LISTING -
      *  ITS CURRENT VALUE (PRMCTL LIST, TYPECTL LIST,
      *  DATECTL SHOW) IS WHAT APPLIED THAT NIGHT.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-REPORT-FILE ASSIGN TO "JRNLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE.
           COPY CHGJRNL.

       FD  JOURNAL-REPORT-FILE.
       01  JOURNAL-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS           PIC XX VALUE "00".
           88  WS-JOURNAL-NOT-FOUND               VALUE "35".

       01  WS-REPORT-STATUS            PIC XX VALUE "00".

       01  WS-JOURNAL-EOF-SWITCH       PIC X VALUE "N".
           88  WS-JOURNAL-EOF                     VALUE "Y".

       01  WS-REQUEST-VALID-SWITCH     PIC X VALUE "Y".
           88  WS-REQUEST-VALID                   VALUE "Y".

       01  WS-ASOF-MODE-SWITCH         PIC X VALUE "N".
           88  WS-ASOF-MODE                       VALUE "Y".

       01  WS-ENTRY-FOUND-SWITCH       PIC X VALUE "N".
           88  WS-ENTRY-FOUND                     VALUE "Y".

       01  WS-PARM-LINE                PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN-1             PIC X(10) VALUE SPACES.
       01  WS-PARM-TOKEN-2             PIC X(10) VALUE SPACES.
       01  WS-PARM-TOKEN-3             PIC X(10) VALUE SPACES.
       01  WS-PARM-TOKEN-4             PIC X(10) VALUE SPACES.

      *    SELECTION.  THE FROM/TO DATES COMPARE AGAINST THE DATE
      *    PART OF CJR-TIMESTAMP; THE ASOF CUTOFF AGAINST ITS DATE,
      *    HOUR AND MINUTE.
       01  WS-FROM-DATE                PIC X(8) VALUE "00000000".
       01  WS-TO-DATE                  PIC X(8) VALUE "99999999".
       01  WS-ASOF-CUTOFF.
           05  WS-ASOF-DATE            PIC X(8) VALUE SPACES.
           05  WS-ASOF-TIME            PIC X(4) VALUE "2359".
       01  WS-FILE-FILTER              PIC X(8) VALUE SPACES.
       01  WS-FILE-TOKEN               PIC X(10) VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(7) VALUE ZEROS.
       01  WS-SELECTED-COUNT           PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC Z(6)9.

      *    ASOF TABLE - ONE ENTRY PER FILE AND KEY THE JOURNAL
      *    MENTIONS, HOLDING THE IMAGE THAT APPLIED AT THE CUTOFF.
      *    THE JOURNAL IS APPEND-ONLY, SO FILE ORDER IS TIME ORDER.
       01  WS-SETTING-MAX              PIC 9(4) COMP VALUE 500.
       01  WS-SETTING-COUNT            PIC 9(4) COMP VALUE ZEROS.
       01  WS-SET-SUB                  PIC 9(4) COMP VALUE ZEROS.
       01  WS-FILE-SUB                 PIC 9(2) COMP VALUE ZEROS.
       01  WS-SETTING-OVERFLOW-SWITCH  PIC X VALUE "N".
           88  WS-SETTING-OVERFLOW                VALUE "Y".
       01  WS-SETTING-TABLE.
           05  WS-SETTING-ENTRY OCCURS 500 TIMES.
               10  WS-SET-FILE-ID          PIC X(8).
               10  WS-SET-RECORD-KEY       PIC X(20).
               10  WS-SET-KNOWN-SWITCH     PIC X.
                   88  WS-SET-FROM-CHANGE         VALUE "C".
                   88  WS-SET-FROM-LATER          VALUE "L".
               10  WS-SET-PRESENT-FLAG     PIC X.
               10  WS-SET-IMAGE            PIC X(91).
               10  WS-SET-TIMESTAMP        PIC X(21).
               10  WS-SET-OPERATOR-ID      PIC X(12).

       01  WS-FILE-ORDER-VALUES.
           05  FILLER                  PIC X(8) VALUE "PARMCTL".
           05  FILLER                  PIC X(8) VALUE "DOCTYPES".
           05  FILLER                  PIC X(8) VALUE "BUSDATE".
       01  WS-FILE-ORDER-TABLE REDEFINES WS-FILE-ORDER-VALUES.
           05  WS-FILE-ORDER-ID OCCURS 3 TIMES PIC X(8).

      *    RECORD LAYOUTS THE JOURNAL IMAGES ARE LAID BACK OVER TO
      *    PRINT THEM FIELD BY FIELD.
           COPY PARMREC.
           COPY DOCTYPES.
           COPY BUSDATE.

       01  WS-FORMAT-FILE-ID           PIC X(8) VALUE SPACES.
       01  WS-FORMAT-PRESENT-FLAG      PIC X VALUE SPACES.
       01  WS-FORMAT-IMAGE             PIC X(91) VALUE SPACES.
       01  WS-FORMAT-TEXT              PIC X(100) VALUE SPACES.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(44)
               VALUE "JRNLIST CONFIGURATION CHANGE JOURNAL - FILE ".
           05  WS-RPH-FILE             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPH-SELECTION        PIC X(40).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-REPORT-CHANGE.
           05  WS-RPC-DATE             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPC-HOUR             PIC X(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-RPC-MINUTE           PIC X(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-RPC-SECOND           PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPC-FILE-ID          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPC-ACTION           PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPC-RECORD-KEY       PIC X(20).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  WS-RPC-OPERATOR-ID      PIC X(12).
           05  FILLER                  PIC X(7) VALUE " USING ".
           05  WS-RPC-PROGRAM-ID       PIC X(8).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-REPORT-IMAGE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPI-LABEL            PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPI-TEXT             PIC X(100).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-REPORT-SETTING.
           05  WS-RPS-FILE-ID          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPS-RECORD-KEY       PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPS-TEXT             PIC X(100).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-REPORT-SOURCE.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  WS-RPR-SOURCE           PIC X(23).
           05  WS-RPR-DATE             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPR-HOUR             PIC X(2).
           05  FILLER                  PIC X(1) VALUE ":".
           05  WS-RPR-MINUTE           PIC X(2).
           05  FILLER                  PIC X(4) VALUE " BY ".
           05  WS-RPR-OPERATOR-ID      PIC X(12).
           05  FILLER                  PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF NOT WS-REQUEST-VALID
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-JOURNAL-NOT-FOUND
                   DISPLAY "JRNLIST: no CHGJRNL.DAT - no change has "
                       "been journaled yet"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   IF WS-ASOF-MODE
                       PERFORM 3000-BUILD-SETTINGS-AS-OF
                       PERFORM 4000-PRINT-SETTINGS-AS-OF
                   ELSE
                       PERFORM 2000-LIST-CHANGES
                   END-IF
                   PERFORM 8000-PRINT-SUMMARY
               END-IF
           END-IF

           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
                    WS-PARM-TOKEN-3 WS-PARM-TOKEN-4
           END-UNSTRING

           IF WS-PARM-TOKEN-1 = "ASOF"
               PERFORM 1100-PARSE-ASOF-REQUEST
           ELSE
               PERFORM 1200-PARSE-RANGE-REQUEST
           END-IF

           IF WS-REQUEST-VALID
               PERFORM 1300-CHECK-FILE-TOKEN
           END-IF

           IF NOT WS-REQUEST-VALID
               DISPLAY "JRNLIST: usage is [<from> [<to>]] [<file>]  "
                   "or  ASOF <yyyymmdd> [<hhmm>] [<file>]"
           ELSE
               OPEN INPUT CHANGE-JOURNAL-FILE
               IF NOT WS-JOURNAL-NOT-FOUND
                   OPEN OUTPUT JOURNAL-REPORT-FILE
                   IF WS-FILE-FILTER = SPACES
                       MOVE "ALL" TO WS-RPH-FILE
                   ELSE
                       MOVE WS-FILE-FILTER TO WS-RPH-FILE
                   END-IF
                   MOVE SPACES TO WS-RPH-SELECTION
                   IF WS-ASOF-MODE
                       STRING "SETTINGS AS AT " WS-ASOF-DATE " "
                           WS-ASOF-TIME(1:2) ":" WS-ASOF-TIME(3:2)
                           DELIMITED BY SIZE INTO WS-RPH-SELECTION
                       END-STRING
                   ELSE
                       STRING "CHANGES FROM " WS-FROM-DATE " TO "
                           WS-TO-DATE
                           DELIMITED BY SIZE INTO WS-RPH-SELECTION
                       END-STRING
                   END-IF
                   WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-HEADING
               END-IF
           END-IF.

       1100-PARSE-ASOF-REQUEST.
           SET WS-ASOF-MODE TO TRUE
           IF WS-PARM-TOKEN-2(1:8) IS NUMERIC
               AND WS-PARM-TOKEN-2(9:2) = SPACES
               MOVE WS-PARM-TOKEN-2(1:8) TO WS-ASOF-DATE
           ELSE
               MOVE "N" TO WS-REQUEST-VALID-SWITCH
           END-IF

           IF WS-PARM-TOKEN-3(1:4) IS NUMERIC
               AND WS-PARM-TOKEN-3(5:6) = SPACES
               MOVE WS-PARM-TOKEN-3(1:4) TO WS-ASOF-TIME
               MOVE WS-PARM-TOKEN-4 TO WS-FILE-TOKEN
           ELSE
               MOVE WS-PARM-TOKEN-3 TO WS-FILE-TOKEN
           END-IF.

       1200-PARSE-RANGE-REQUEST.
      *    LEADING DATE TOKENS ARE THE RANGE; WHATEVER FOLLOWS THEM
      *    IS THE FILE.
           IF WS-PARM-TOKEN-1(1:8) IS NUMERIC
               AND WS-PARM-TOKEN-1(9:2) = SPACES
               MOVE WS-PARM-TOKEN-1(1:8) TO WS-FROM-DATE
               MOVE WS-PARM-TOKEN-1(1:8) TO WS-TO-DATE
               IF WS-PARM-TOKEN-2(1:8) IS NUMERIC
                   AND WS-PARM-TOKEN-2(9:2) = SPACES
                   MOVE WS-PARM-TOKEN-2(1:8) TO WS-TO-DATE
                   MOVE WS-PARM-TOKEN-3 TO WS-FILE-TOKEN
               ELSE
                   MOVE WS-PARM-TOKEN-2 TO WS-FILE-TOKEN
               END-IF
           ELSE
               MOVE WS-PARM-TOKEN-1 TO WS-FILE-TOKEN
           END-IF

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "JRNLIST: from date " WS-FROM-DATE
                   " is after to date " WS-TO-DATE
               MOVE "N" TO WS-REQUEST-VALID-SWITCH
           END-IF.

       1300-CHECK-FILE-TOKEN.
           EVALUATE WS-FILE-TOKEN
               WHEN SPACES
               WHEN "ALL"
                   MOVE SPACES TO WS-FILE-FILTER
               WHEN "PARMCTL"
               WHEN "DOCTYPES"
               WHEN "BUSDATE"
                   MOVE WS-FILE-TOKEN TO WS-FILE-FILTER
               WHEN OTHER
                   DISPLAY "JRNLIST: " FUNCTION TRIM(WS-FILE-TOKEN)
                       " is not a journaled file - PARMCTL, "
                       "DOCTYPES, BUSDATE or ALL"
                   MOVE "N" TO WS-REQUEST-VALID-SWITCH
           END-EVALUATE.

       2000-LIST-CHANGES.
           PERFORM 2100-LIST-NEXT-CHANGE
               UNTIL WS-JOURNAL-EOF.

       2100-LIST-NEXT-CHANGE.
           READ CHANGE-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF CJR-TIMESTAMP(1:8) >= WS-FROM-DATE
                       AND CJR-TIMESTAMP(1:8) <= WS-TO-DATE
                       AND (WS-FILE-FILTER = SPACES
                         OR CJR-FILE-ID = WS-FILE-FILTER)
                       ADD 1 TO WS-SELECTED-COUNT
                       PERFORM 2200-PRINT-CHANGE
                   END-IF
           END-READ.

       2200-PRINT-CHANGE.
           MOVE CJR-TIMESTAMP(1:8) TO WS-RPC-DATE
           MOVE CJR-TIMESTAMP(9:2) TO WS-RPC-HOUR
           MOVE CJR-TIMESTAMP(11:2) TO WS-RPC-MINUTE
           MOVE CJR-TIMESTAMP(13:2) TO WS-RPC-SECOND
           MOVE CJR-FILE-ID TO WS-RPC-FILE-ID
           MOVE CJR-ACTION TO WS-RPC-ACTION
           MOVE CJR-RECORD-KEY TO WS-RPC-RECORD-KEY
           MOVE CJR-OPERATOR-ID TO WS-RPC-OPERATOR-ID
           MOVE CJR-PROGRAM-ID TO WS-RPC-PROGRAM-ID
           WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-CHANGE

           MOVE CJR-FILE-ID TO WS-FORMAT-FILE-ID
           MOVE CJR-BEFORE-PRESENT-FLAG TO WS-FORMAT-PRESENT-FLAG
           MOVE CJR-BEFORE-IMAGE TO WS-FORMAT-IMAGE
           PERFORM 6000-FORMAT-IMAGE
           MOVE "BEFORE" TO WS-RPI-LABEL
           MOVE WS-FORMAT-TEXT TO WS-RPI-TEXT
           WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-IMAGE

           MOVE CJR-AFTER-PRESENT-FLAG TO WS-FORMAT-PRESENT-FLAG
           MOVE CJR-AFTER-IMAGE TO WS-FORMAT-IMAGE
           PERFORM 6000-FORMAT-IMAGE
           MOVE "AFTER" TO WS-RPI-LABEL
           MOVE WS-FORMAT-TEXT TO WS-RPI-TEXT
           WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-IMAGE.

       3000-BUILD-SETTINGS-AS-OF.
           PERFORM 3100-APPLY-NEXT-CHANGE
               UNTIL WS-JOURNAL-EOF.

       3100-APPLY-NEXT-CHANGE.
           READ CHANGE-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF WS-FILE-FILTER = SPACES
                       OR CJR-FILE-ID = WS-FILE-FILTER
                       PERFORM 3200-FIND-SETTING
                       IF WS-ENTRY-FOUND
                           PERFORM 3300-APPLY-TO-SETTING
                       END-IF
                   END-IF
           END-READ.

       3200-FIND-SETTING.
           MOVE "N" TO WS-ENTRY-FOUND-SWITCH
           PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                   UNTIL WS-SET-SUB > WS-SETTING-COUNT
                      OR WS-ENTRY-FOUND
               IF WS-SET-FILE-ID(WS-SET-SUB) = CJR-FILE-ID
                   AND WS-SET-RECORD-KEY(WS-SET-SUB) = CJR-RECORD-KEY
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SET-SUB
           ELSE
               IF WS-SETTING-COUNT < WS-SETTING-MAX
                   ADD 1 TO WS-SETTING-COUNT
                   MOVE WS-SETTING-COUNT TO WS-SET-SUB
                   MOVE CJR-FILE-ID TO WS-SET-FILE-ID(WS-SET-SUB)
                   MOVE CJR-RECORD-KEY
                       TO WS-SET-RECORD-KEY(WS-SET-SUB)
                   MOVE SPACES TO WS-SET-KNOWN-SWITCH(WS-SET-SUB)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-SETTING-OVERFLOW TO TRUE
               END-IF
           END-IF.

       3300-APPLY-TO-SETTING.
      *    A CHANGE AT OR BEFORE THE CUTOFF REPLACES WHATEVER WAS
      *    HELD - ITS AFTER IMAGE IS THE LATEST KNOWN STATE.  THE
      *    FIRST CHANGE AFTER THE CUTOFF FOR A SETTING WITH NOTHING
      *    EARLIER RECORDED TELLS, THROUGH ITS BEFORE IMAGE, WHAT
      *    THE SETTING WAS AT THE CUTOFF; LATER ONES ADD NOTHING.
           IF CJR-TIMESTAMP(1:12) <= WS-ASOF-CUTOFF
               SET WS-SET-FROM-CHANGE(WS-SET-SUB) TO TRUE
               MOVE CJR-AFTER-PRESENT-FLAG
                   TO WS-SET-PRESENT-FLAG(WS-SET-SUB)
               MOVE CJR-AFTER-IMAGE TO WS-SET-IMAGE(WS-SET-SUB)
               MOVE CJR-TIMESTAMP TO WS-SET-TIMESTAMP(WS-SET-SUB)
               MOVE CJR-OPERATOR-ID
                   TO WS-SET-OPERATOR-ID(WS-SET-SUB)
           ELSE
               IF WS-SET-KNOWN-SWITCH(WS-SET-SUB) = SPACES
                   SET WS-SET-FROM-LATER(WS-SET-SUB) TO TRUE
                   MOVE CJR-BEFORE-PRESENT-FLAG
                       TO WS-SET-PRESENT-FLAG(WS-SET-SUB)
                   MOVE CJR-BEFORE-IMAGE TO WS-SET-IMAGE(WS-SET-SUB)
                   MOVE CJR-TIMESTAMP
                       TO WS-SET-TIMESTAMP(WS-SET-SUB)
                   MOVE CJR-OPERATOR-ID
                       TO WS-SET-OPERATOR-ID(WS-SET-SUB)
               END-IF
           END-IF.

       4000-PRINT-SETTINGS-AS-OF.
      *    PRINTED FILE BY FILE IN A FIXED ORDER, EACH FILE'S
      *    SETTINGS IN THE ORDER THE JOURNAL FIRST MENTIONS THEM.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 3
               PERFORM VARYING WS-SET-SUB FROM 1 BY 1
                       UNTIL WS-SET-SUB > WS-SETTING-COUNT
                   IF WS-SET-FILE-ID(WS-SET-SUB)
                       = WS-FILE-ORDER-ID(WS-FILE-SUB)
                       ADD 1 TO WS-SELECTED-COUNT
                       PERFORM 4100-PRINT-ONE-SETTING
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-SETTING-OVERFLOW
               DISPLAY "Warning: more than " WS-SETTING-MAX
                   " journaled settings - the rest are not shown; "
                   "narrow the listing to one file"
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-PRINT-ONE-SETTING.
           MOVE WS-SET-FILE-ID(WS-SET-SUB) TO WS-RPS-FILE-ID
           MOVE WS-SET-RECORD-KEY(WS-SET-SUB) TO WS-RPS-RECORD-KEY
           MOVE WS-SET-FILE-ID(WS-SET-SUB) TO WS-FORMAT-FILE-ID
           MOVE WS-SET-PRESENT-FLAG(WS-SET-SUB)
               TO WS-FORMAT-PRESENT-FLAG
           MOVE WS-SET-IMAGE(WS-SET-SUB) TO WS-FORMAT-IMAGE
           PERFORM 6000-FORMAT-IMAGE
           MOVE WS-FORMAT-TEXT TO WS-RPS-TEXT
           WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-SETTING

           IF WS-SET-FROM-CHANGE(WS-SET-SUB)
               MOVE "LAST CHANGED          " TO WS-RPR-SOURCE
           ELSE
               MOVE "UNCHANGED UNTIL       " TO WS-RPR-SOURCE
           END-IF
           MOVE WS-SET-TIMESTAMP(WS-SET-SUB)(1:8) TO WS-RPR-DATE
           MOVE WS-SET-TIMESTAMP(WS-SET-SUB)(9:2) TO WS-RPR-HOUR
           MOVE WS-SET-TIMESTAMP(WS-SET-SUB)(11:2) TO WS-RPR-MINUTE
           MOVE WS-SET-OPERATOR-ID(WS-SET-SUB) TO WS-RPR-OPERATOR-ID
           WRITE JOURNAL-REPORT-LINE FROM WS-REPORT-SOURCE.

       6000-FORMAT-IMAGE.
      *    LAYS A JOURNAL IMAGE BACK OVER ITS OWN RECORD LAYOUT AND
      *    PRINTS THE FIELDS AN AUDITOR READS.
           MOVE SPACES TO WS-FORMAT-TEXT
           IF WS-FORMAT-PRESENT-FLAG NOT = "Y"
               MOVE "(NOT ON FILE)" TO WS-FORMAT-TEXT
           ELSE
               EVALUATE WS-FORMAT-FILE-ID
                   WHEN "PARMCTL"
                       MOVE WS-FORMAT-IMAGE TO RUN-PARAMETER-RECORD
                       STRING "VALUE " PRM-VALUE " " PRM-DESCRIPTION
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN "DOCTYPES"
                       MOVE WS-FORMAT-IMAGE TO DOC-TYPE-RECORD
                       IF DTY-ACTIVE
                           STRING DTY-DESCRIPTION " ACTIVE   "
                               "EFFECTIVE " DTY-EFFECTIVE-DATE
                               DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                           END-STRING
                       ELSE
                           STRING DTY-DESCRIPTION " INACTIVE "
                               "EFFECTIVE " DTY-EFFECTIVE-DATE
                               DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                           END-STRING
                       END-IF
                   WHEN "BUSDATE"
                       MOVE WS-FORMAT-IMAGE TO BUSINESS-DATE-RECORD
                       STRING "PROCESSING DATE " BDT-BUSINESS-DATE
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN OTHER
                       MOVE WS-FORMAT-IMAGE TO WS-FORMAT-TEXT
               END-EVALUATE
           END-IF.

       8000-PRINT-SUMMARY.
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           DISPLAY "JRNLIST: " FUNCTION TRIM(WS-COUNT-EDIT)
               " journal entries read"
           MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
           IF WS-ASOF-MODE
               DISPLAY "JRNLIST: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " settings shown as at " WS-ASOF-DATE " "
                   WS-ASOF-TIME " - see JRNLIST.RPT"
           ELSE
               DISPLAY "JRNLIST: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " changes selected - see JRNLIST.RPT"
           END-IF
           IF WS-SELECTED-COUNT = ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF WS-REQUEST-VALID AND NOT WS-JOURNAL-NOT-FOUND
               CLOSE CHANGE-JOURNAL-FILE
               CLOSE JOURNAL-REPORT-FILE
           END-IF.
