      *****************************************************
      *  CHGJRNL - CONFIGURATION CHANGE JOURNAL RECORD
      *  PRMCTL, TYPECTL AND DATECTL CHANGE THEIR FILES IN
      *  PLACE: PARMCTL.DAT KEEPS ONLY THE LATEST CHANGE
      *  TIMESTAMP AND DOCTYPES.DAT AND BUSDATE.DAT KEEP NO
      *  HISTORY AT ALL, SO ONCE A BLOCK SIZE, A RETENTION
      *  OR A SERIES' ACTIVE FLAG HAD BEEN CHANGED NOTHING
      *  COULD SAY WHAT IT WAS BEFORE, WHO CHANGED IT OR
      *  WHEN.  ALL THREE PROGRAMS NOW APPEND ONE RECORD
      *  HERE FOR EVERY CHANGE THEY MAKE, CARRYING THE WHOLE
      *  RECORD AS IT STOOD BEFORE AND AFTER.  CHGJRNL.DAT
      *  IS OPENED EXTEND ONLY AND NEVER REWRITTEN OR
      *  PURGED - THE SAME APPEND-ONLY RULE AS AUDREC.
      *  LISTED, BY DATE RANGE AND FILE OR AS THE
      *  CONFIGURATION STOOD ON A GIVEN NIGHT, BY JRNLIST.
      *
      *  CJR-FILE-ID NAMES THE FILE CHANGED; CJR-RECORD-KEY
      *  IS THAT FILE'S KEY (PRM-NAME, DTY-TYPE-CODE, OR
      *  "BUSDATE" FOR THE SINGLE DATE RECORD).  THE IMAGES
      *  ARE THE RAW PARMREC/DOCTYPES/BUSDATE RECORDS, SPACE
      *  FILLED; AN ADD HAS NO BEFORE IMAGE AND A DELETE NO
      *  AFTER IMAGE (THE PRESENT FLAGS SAY WHICH).
      *  CJR-OPERATOR-ID IS THE SIGNED-ON USER THE
      *  MAINTENANCE PROGRAM RAN UNDER.
      *****************************************************
       01  CHANGE-JOURNAL-RECORD.
           05  CJR-TIMESTAMP               PIC X(21).
           05  CJR-FILE-ID                 PIC X(8).
               88  CJR-PARMCTL-CHANGE             VALUE "PARMCTL".
               88  CJR-DOCTYPES-CHANGE            VALUE "DOCTYPES".
               88  CJR-BUSDATE-CHANGE             VALUE "BUSDATE".
           05  CJR-ACTION                  PIC X(6).
           05  CJR-RECORD-KEY              PIC X(20).
           05  CJR-OPERATOR-ID             PIC X(12).
           05  CJR-PROGRAM-ID              PIC X(8).
           05  CJR-BEFORE-PRESENT-FLAG     PIC X.
               88  CJR-BEFORE-PRESENT             VALUE "Y".
           05  CJR-BEFORE-IMAGE            PIC X(91).
           05  CJR-AFTER-PRESENT-FLAG      PIC X.
               88  CJR-AFTER-PRESENT              VALUE "Y".
           05  CJR-AFTER-IMAGE             PIC X(91).
