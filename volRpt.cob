       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLRPT.
      *****************************************************
      *  MANAGEMENT VOLUME REPORT OVER THE STATISTICS
      *  HISTORY VOLHIST.DAT (SEE VOLHIST) THAT VOLSTAT
      *  POSTS EVERY NIGHT.  FOR EACH CYCLE AND DOCUMENT-
      *  TYPE SERIES, AND FOR ALL SERIES TOGETHER, PRINTS
      *  NUMBERS ISSUED, RECLAIMED AND VOIDED, DOCUMENTS
      *  CAPPED TO SUSPENSE, RENUMBERED BY EXCRENUM AND
      *  REJECTED BY DOCEDIT AS:
      *    DAY     - THE REPORT DATE ITSELF
      *    MTD     - THE 1ST OF ITS MONTH TO THE REPORT DATE
      *    YTD     - 1 JANUARY TO THE REPORT DATE
      *    LY DAY, LY MTD, LY YTD - THE SAME THREE PERIODS
      *              ENDING ON THE SAME DAY LAST YEAR (28
      *              FEBRUARY STANDS IN FOR A 29TH)
      *  ON VOLRPT.RPT.  VOLHIST.DAT IS NEVER PURGED, SO THE
      *  FIGURES DO NOT DEPEND ON WHAT ARCPURGE HAS ARCHIVED.
      *
      *    VOLRPT "[yyyymmdd]"
      *        THE REPORT DATE - DEFAULT THE CURRENT BUSINESS
      *        DATE IN BUSDATE.DAT.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUME-HISTORY-FILE ASSIGN TO "VOLHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOL-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-VOLHIST-STATUS.

           SELECT VOLUME-REPORT-FILE ASSIGN TO "VOLRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOLUME-HISTORY-FILE.
           COPY VOLHIST.

       FD  VOLUME-REPORT-FILE.
       01  VOLUME-REPORT-LINE              PIC X(132).

       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-VOLHIST-STATUS           PIC XX VALUE "00".
           88  WS-VOLHIST-NOT-FOUND               VALUE "35".

       01  WS-REPORT-STATUS            PIC XX VALUE "00".

       01  WS-BUSDATE-STATUS           PIC XX VALUE "00".

       01  WS-FILE-EOF-SWITCH          PIC X VALUE "N".
           88  WS-FILE-EOF                        VALUE "Y".
       01  WS-PARM-VALID-SWITCH        PIC X VALUE "Y".
           88  WS-PARM-VALID                      VALUE "Y".
       01  WS-HISTORY-OPEN-SWITCH      PIC X VALUE "N".
           88  WS-HISTORY-OPEN                    VALUE "Y".
       01  WS-SERIES-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-SERIES-FOUND                    VALUE "Y".

       01  WS-PARM-LINE                PIC X(80) VALUE SPACES.
       01  WS-PARM-TOKEN-1             PIC X(16) VALUE SPACES.

       01  WS-REPORT-DATE              PIC X(8) VALUE SPACES.
       01  WS-REPORT-DATE-PARTS REDEFINES WS-REPORT-DATE.
           05  WS-RD-YEAR              PIC 9(4).
           05  WS-RD-MONTH             PIC 9(2).
           05  WS-RD-DAY               PIC 9(2).

       01  WS-LAST-YEAR-DATE           PIC X(8) VALUE SPACES.
       01  WS-LAST-YEAR-DATE-PARTS REDEFINES WS-LAST-YEAR-DATE.
           05  WS-LD-YEAR              PIC 9(4).
           05  WS-LD-MONTH             PIC 9(2).
           05  WS-LD-DAY               PIC 9(2).

      *    THE SIX REPORTING PERIODS, EACH AN INCLUSIVE FROM/TO
      *    DATE RANGE, IN COLUMN ORDER: DAY, MTD, YTD, THEN THE
      *    SAME THREE FOR LAST YEAR.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 6 TIMES.
               10  WS-PERIOD-FROM-DATE     PIC X(8).
               10  WS-PERIOD-TO-DATE       PIC X(8).
       01  WS-PERIOD-SUB               PIC 9(1) COMP VALUE ZEROS.
       01  WS-MEASURE-SUB              PIC 9(1) COMP VALUE ZEROS.

       01  WS-MEASURE-NAME-VALUES.
           05  FILLER                  PIC X(24)
               VALUE "NUMBERS ISSUED".
           05  FILLER                  PIC X(24)
               VALUE "  RECLAIMED FROM POOL".
           05  FILLER                  PIC X(24)
               VALUE "NUMBERS VOIDED".
           05  FILLER                  PIC X(24)
               VALUE "CAPPED TO SUSPENSE".
           05  FILLER                  PIC X(24)
               VALUE "RENUMBERED BY EXCRENUM".
           05  FILLER                  PIC X(24)
               VALUE "DOCEDIT REJECTS".
       01  WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAME-VALUES.
           05  WS-MEASURE-NAME OCCURS 6 TIMES PIC X(24).

      *    ONE ENTRY PER CYCLE/SERIES, KEPT IN CYCLE/SERIES ORDER
      *    AS ENTRIES ARE ADDED; TOTALS BY MEASURE (VOL-COUNT
      *    ORDER, SEE VOLHIST) AND PERIOD.
       01  WS-SERIES-MAX               PIC 9(3) COMP VALUE 200.
       01  WS-SERIES-COUNT             PIC 9(3) COMP VALUE ZEROS.
       01  WS-SER-SUB                  PIC 9(3) COMP VALUE ZEROS.
       01  WS-SHIFT-SUB                PIC 9(3) COMP VALUE ZEROS.
       01  WS-SERIES-TABLE.
           05  WS-SERIES-ENTRY OCCURS 201 TIMES.
               10  WS-SER-KEY.
                   15  WS-SER-CYCLE-NO     PIC 9(2).
                   15  WS-SER-DOC-TYPE     PIC X(2).
               10  WS-SER-MEASURE OCCURS 6 TIMES.
                   15  WS-SER-TOTAL        PIC 9(9) OCCURS 6 TIMES.
       01  WS-SERIES-OVERFLOW-COUNT    PIC 9(7) VALUE ZEROS.

       01  WS-NEW-SERIES-KEY.
           05  WS-NSK-CYCLE-NO         PIC 9(2).
           05  WS-NSK-DOC-TYPE         PIC X(2).

       01  WS-GRAND-TABLE.
           05  WS-GRAND-MEASURE OCCURS 6 TIMES.
               10  WS-GRAND-TOTAL          PIC 9(9) OCCURS 6 TIMES.

       01  WS-HISTORY-READ-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-COUNT-EDIT               PIC Z(6)9.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(34)
               VALUE "VOLRPT VOLUME STATISTICS FOR DAY ".
           05  WS-RH1-REPORT-DATE      PIC X(8).
           05  FILLER                  PIC X(31)
               VALUE "   SAME PERIOD LAST YEAR ENDING".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH1-LAST-YEAR-DATE   PIC X(8).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "        DAY".
           05  FILLER                  PIC X(11) VALUE "        MTD".
           05  FILLER                  PIC X(11) VALUE "        YTD".
           05  FILLER                  PIC X(11) VALUE "     LY DAY".
           05  FILLER                  PIC X(11) VALUE "     LY MTD".
           05  FILLER                  PIC X(11) VALUE "     LY YTD".
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-REPORT-SERIES-LINE.
           05  FILLER                  PIC X(6) VALUE "CYCLE ".
           05  WS-RSL-CYCLE-NO         PIC 9(2).
           05  FILLER                  PIC X(8) VALUE " SERIES ".
           05  WS-RSL-DOC-TYPE         PIC X(2).
           05  FILLER                  PIC X(114) VALUE SPACES.

       01  WS-REPORT-ALL-LINE.
           05  FILLER                  PIC X(21)
               VALUE "ALL CYCLES AND SERIES".
           05  FILLER                  PIC X(111) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  WS-RPD-MEASURE-NAME     PIC X(24).
           05  WS-RPD-COLUMN OCCURS 6 TIMES.
               10  FILLER              PIC X(2).
               10  WS-RPD-TOTAL        PIC Z(8)9.
           05  FILLER                  PIC X(42).

       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE

           IF WS-PARM-VALID
               PERFORM 2000-ACCUMULATE-HISTORY
               PERFORM 3000-PRINT-VOLUME-REPORT
           END-IF

           PERFORM 8000-PRINT-REPORT-SUMMARY
           PERFORM 9000-TERMINATE

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE

           ACCEPT WS-PARM-LINE FROM COMMAND-LINE
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-TOKEN-1
           END-UNSTRING
           IF WS-PARM-TOKEN-1 NOT = SPACES
               IF WS-PARM-TOKEN-1(1:8) IS NUMERIC
                   AND WS-PARM-TOKEN-1(9:1) = SPACE
                   MOVE WS-PARM-TOKEN-1(1:8) TO WS-REPORT-DATE
               ELSE
                   DISPLAY "VOLRPT: usage is [yyyymmdd]  (default "
                       "the current business date)"
                   MOVE "N" TO WS-PARM-VALID-SWITCH
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-PARM-VALID
               PERFORM 1100-SET-REPORT-PERIODS
               OPEN INPUT VOLUME-HISTORY-FILE
               IF WS-VOLHIST-STATUS = "00"
                   SET WS-HISTORY-OPEN TO TRUE
               ELSE
                   DISPLAY "Warning: no VOLHIST.DAT statistics "
                       "history - every total is zero"
               END-IF
               OPEN OUTPUT VOLUME-REPORT-FILE
           END-IF.

       1050-GET-BUSINESS-DATE.
      *    THE REPORT DATE DEFAULTS TO THE OPERATOR-ROLLED
      *    PROCESSING DATE IN BUSDATE.DAT (SEE BUSDATE/DATECTL),
      *    FALLING BACK TO THE SYSTEM DATE WHEN NO CONTROL RECORD
      *    IS ON FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-BUSDATE-STATUS = "00"
                   AND BDT-BUSINESS-DATE IS NUMERIC
                   MOVE BDT-BUSINESS-DATE TO WS-REPORT-DATE
               ELSE
                   DISPLAY "Warning: BUSDATE.DAT unreadable - "
                       "using system date " WS-REPORT-DATE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           ELSE
               DISPLAY "Warning: no BUSDATE.DAT processing date - "
                   "using system date " WS-REPORT-DATE
           END-IF.

       1100-SET-REPORT-PERIODS.
           MOVE WS-REPORT-DATE TO WS-LAST-YEAR-DATE
           SUBTRACT 1 FROM WS-LD-YEAR
           IF WS-LD-MONTH = 2 AND WS-LD-DAY = 29
               MOVE 28 TO WS-LD-DAY
           END-IF

           MOVE WS-REPORT-DATE TO WS-PERIOD-FROM-DATE(1)
           MOVE WS-REPORT-DATE TO WS-PERIOD-FROM-DATE(2)
           MOVE "01" TO WS-PERIOD-FROM-DATE(2)(7:2)
           MOVE WS-REPORT-DATE TO WS-PERIOD-FROM-DATE(3)
           MOVE "0101" TO WS-PERIOD-FROM-DATE(3)(5:4)
           MOVE WS-LAST-YEAR-DATE TO WS-PERIOD-FROM-DATE(4)
           MOVE WS-LAST-YEAR-DATE TO WS-PERIOD-FROM-DATE(5)
           MOVE "01" TO WS-PERIOD-FROM-DATE(5)(7:2)
           MOVE WS-LAST-YEAR-DATE TO WS-PERIOD-FROM-DATE(6)
           MOVE "0101" TO WS-PERIOD-FROM-DATE(6)(5:4)

           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 3
               MOVE WS-REPORT-DATE TO WS-PERIOD-TO-DATE(WS-PERIOD-SUB)
           END-PERFORM
           PERFORM VARYING WS-PERIOD-SUB FROM 4 BY 1
                   UNTIL WS-PERIOD-SUB > 6
               MOVE WS-LAST-YEAR-DATE
                   TO WS-PERIOD-TO-DATE(WS-PERIOD-SUB)
           END-PERFORM.

       2000-ACCUMULATE-HISTORY.
      *    ONE PASS FROM LAST YEAR'S 1 JANUARY TO THE REPORT DATE
      *    COVERS ALL SIX PERIODS; THE DATE IS THE LEADING KEY.
           IF WS-HISTORY-OPEN
               MOVE "N" TO WS-FILE-EOF-SWITCH
               MOVE WS-PERIOD-FROM-DATE(6) TO VOL-BUSINESS-DATE
               MOVE ZEROS TO VOL-CYCLE-NO
               MOVE LOW-VALUES TO VOL-DOC-TYPE
               START VOLUME-HISTORY-FILE KEY IS >= VOL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF-SWITCH
               END-START
               PERFORM 2100-ACCUMULATE-NEXT-DAY
                   UNTIL WS-FILE-EOF
           END-IF.

       2100-ACCUMULATE-NEXT-DAY.
           READ VOLUME-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
           END-READ
           IF WS-FILE-EOF OR WS-VOLHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-FILE-EOF-SWITCH
           ELSE
               IF VOL-BUSINESS-DATE > WS-REPORT-DATE
                   MOVE "Y" TO WS-FILE-EOF-SWITCH
               ELSE
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   PERFORM 2200-FIND-SERIES
                   IF WS-SERIES-FOUND
                       PERFORM 2300-ADD-TO-PERIODS
                   END-IF
               END-IF
           END-IF.

       2200-FIND-SERIES.
      *    THE TABLE IS KEPT IN CYCLE/SERIES ORDER: A NEW SERIES IS
      *    SLOTTED IN AHEAD OF THE FIRST ENTRY THAT SORTS AFTER IT,
      *    THE ENTRIES FROM THERE ON MOVING UP ONE.
           MOVE VOL-CYCLE-NO TO WS-NSK-CYCLE-NO
           MOVE VOL-DOC-TYPE TO WS-NSK-DOC-TYPE
           MOVE "N" TO WS-SERIES-FOUND-SWITCH
           MOVE 1 TO WS-SER-SUB
           PERFORM UNTIL WS-SER-SUB > WS-SERIES-COUNT
                      OR WS-SER-KEY(WS-SER-SUB) >= WS-NEW-SERIES-KEY
               ADD 1 TO WS-SER-SUB
           END-PERFORM

           IF WS-SER-SUB <= WS-SERIES-COUNT
               AND WS-SER-KEY(WS-SER-SUB) = WS-NEW-SERIES-KEY
               SET WS-SERIES-FOUND TO TRUE
           ELSE
               IF WS-SERIES-COUNT < WS-SERIES-MAX
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-SERIES-COUNT
                           BY -1 UNTIL WS-SHIFT-SUB < WS-SER-SUB
                       MOVE WS-SERIES-ENTRY(WS-SHIFT-SUB)
                           TO WS-SERIES-ENTRY(WS-SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-SERIES-COUNT
                   MOVE WS-NEW-SERIES-KEY TO WS-SER-KEY(WS-SER-SUB)
                   PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                           UNTIL WS-MEASURE-SUB > 6
                       PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                               UNTIL WS-PERIOD-SUB > 6
                           MOVE ZEROS TO WS-SER-TOTAL(WS-SER-SUB,
                               WS-MEASURE-SUB, WS-PERIOD-SUB)
                       END-PERFORM
                   END-PERFORM
                   SET WS-SERIES-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-SERIES-OVERFLOW-COUNT
               END-IF
           END-IF.

       2300-ADD-TO-PERIODS.
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 6
               IF VOL-BUSINESS-DATE
                       >= WS-PERIOD-FROM-DATE(WS-PERIOD-SUB)
                   AND VOL-BUSINESS-DATE
                       <= WS-PERIOD-TO-DATE(WS-PERIOD-SUB)
                   PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                           UNTIL WS-MEASURE-SUB > 6
                       ADD VOL-COUNT(WS-MEASURE-SUB)
                           TO WS-SER-TOTAL(WS-SER-SUB,
                               WS-MEASURE-SUB, WS-PERIOD-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM.

       3000-PRINT-VOLUME-REPORT.
           MOVE WS-REPORT-DATE TO WS-RH1-REPORT-DATE
           MOVE WS-LAST-YEAR-DATE TO WS-RH1-LAST-YEAR-DATE
           WRITE VOLUME-REPORT-LINE FROM WS-REPORT-HEADING-1
           WRITE VOLUME-REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE VOLUME-REPORT-LINE FROM WS-BLANK-LINE

           INITIALIZE WS-GRAND-TABLE
           PERFORM 3100-PRINT-SERIES
               VARYING WS-SER-SUB FROM 1 BY 1
               UNTIL WS-SER-SUB > WS-SERIES-COUNT

           WRITE VOLUME-REPORT-LINE FROM WS-REPORT-ALL-LINE
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > 6
               MOVE SPACES TO WS-REPORT-DETAIL
               MOVE WS-MEASURE-NAME(WS-MEASURE-SUB)
                   TO WS-RPD-MEASURE-NAME
               PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                       UNTIL WS-PERIOD-SUB > 6
                   MOVE WS-GRAND-TOTAL(WS-MEASURE-SUB, WS-PERIOD-SUB)
                       TO WS-RPD-TOTAL(WS-PERIOD-SUB)
               END-PERFORM
               WRITE VOLUME-REPORT-LINE FROM WS-REPORT-DETAIL
           END-PERFORM.

       3100-PRINT-SERIES.
           MOVE WS-SER-CYCLE-NO(WS-SER-SUB) TO WS-RSL-CYCLE-NO
           MOVE WS-SER-DOC-TYPE(WS-SER-SUB) TO WS-RSL-DOC-TYPE
           WRITE VOLUME-REPORT-LINE FROM WS-REPORT-SERIES-LINE
           PERFORM VARYING WS-MEASURE-SUB FROM 1 BY 1
                   UNTIL WS-MEASURE-SUB > 6
               MOVE SPACES TO WS-REPORT-DETAIL
               MOVE WS-MEASURE-NAME(WS-MEASURE-SUB)
                   TO WS-RPD-MEASURE-NAME
               PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                       UNTIL WS-PERIOD-SUB > 6
                   MOVE WS-SER-TOTAL(WS-SER-SUB, WS-MEASURE-SUB,
                       WS-PERIOD-SUB) TO WS-RPD-TOTAL(WS-PERIOD-SUB)
                   ADD WS-SER-TOTAL(WS-SER-SUB, WS-MEASURE-SUB,
                       WS-PERIOD-SUB)
                       TO WS-GRAND-TOTAL(WS-MEASURE-SUB, WS-PERIOD-SUB)
               END-PERFORM
               WRITE VOLUME-REPORT-LINE FROM WS-REPORT-DETAIL
           END-PERFORM
           WRITE VOLUME-REPORT-LINE FROM WS-BLANK-LINE.

       8000-PRINT-REPORT-SUMMARY.
           IF WS-PARM-VALID
               MOVE WS-HISTORY-READ-COUNT TO WS-COUNT-EDIT
               DISPLAY "VOLRPT: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " daily totals read for the year to "
                   WS-REPORT-DATE " and last year"
               MOVE WS-SERIES-COUNT TO WS-COUNT-EDIT
               DISPLAY "VOLRPT: " FUNCTION TRIM(WS-COUNT-EDIT)
                   " cycle/series reported on VOLRPT.RPT"
               IF WS-SERIES-OVERFLOW-COUNT > ZEROS
                   MOVE WS-SERIES-OVERFLOW-COUNT TO WS-COUNT-EDIT
                   DISPLAY "Warning: more than " WS-SERIES-MAX
                       " cycle/series combinations - "
                       FUNCTION TRIM(WS-COUNT-EDIT)
                       " daily totals left out"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-PARM-VALID
               IF WS-HISTORY-OPEN
                   CLOSE VOLUME-HISTORY-FILE
               END-IF
               CLOSE VOLUME-REPORT-FILE
           END-IF.
