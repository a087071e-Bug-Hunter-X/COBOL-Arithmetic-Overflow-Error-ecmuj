      *****************************************************
      *  RUNISS - PER-RUN ISSUE LEDGER RECORD
      *  ISSUED.DAT, DOCXREF.DAT AND XREFHIST.DAT SAY WHICH
      *  NUMBERS EXIST BUT NOT WHICH RUN DREW THEM, SO A BAD
      *  EXTRACT THAT GOT NUMBERED COULD ONLY BE CLEARED BY
      *  HAND-DELETING RECORDS AND HAND-RESETTING SEQCTL.DAT.
      *  BUGSOLUTION NOW FILES ONE RECORD HERE FOR EVERY
      *  DOCUMENT IT NUMBERS, KEYED BY THE RUN'S RUNCTL KEY
      *  AND THE DOC-ID, CARRYING EXACTLY WHAT THE RUN DID:
      *  THE NUMBER (99999 WHEN CAPPED), WHETHER IT CAME FROM
      *  THE RECLAIM POOL RATHER THAN THE FORWARD COUNTER, AND
      *  WHICH XREFHIST SLOT THE ASSIGNMENT WENT INTO.
      *  RUNBACKOUT READS A RUN'S ENTRIES TO REVERSE IT AND
      *  DELETES THEM ONCE IT HAS; A CHECKPOINT-RESUME REDRAW
      *  REWRITES THE SAME DOC-ID'S ENTRY IN PLACE.
      *  AN AMENDMENT (SEE DOCREC) DRAWS NOTHING BUT IS FILED
      *  TOO, WITH A CAPPED-FLAG OF "A", SO THE LEDGER COVERS
      *  EVERY DOCUMENT THE RUN READ: THE NUMBER IT WENT OUT
      *  UNDER AND THE SLOT OF ITS "A" ROW ON XREFHIST.DAT
      *  (ZERO IF IT WAS REFUSED AND LEFT NO ROW).  AN "A"
      *  ENTRY IS NOT AN ISSUE AND IS NEVER COUNTED AS ONE.
      *****************************************************
       01  RUN-ISSUE-RECORD.
           05  RIS-KEY.
               10  RIS-RUN-KEY.
                   15  RIS-CYCLE-NO        PIC 9(2).
                   15  RIS-RUN-DATE        PIC X(8).
                   15  RIS-INPUT-COUNT     PIC 9(7).
                   15  RIS-INPUT-HASH      PIC 9(12).
               10  RIS-DOC-ID              PIC X(20).
           05  RIS-DOC-TYPE                PIC X(2).
           05  RIS-SEQ-NO                  PIC 9(5).
           05  RIS-CAPPED-FLAG             PIC X.
               88  RIS-WENT-OUT-CAPPED            VALUE "Y".
               88  RIS-AMENDMENT-RESENT           VALUE "A".
           05  RIS-RECLAIMED-FLAG          PIC X.
               88  RIS-WAS-RECLAIMED              VALUE "Y".
           05  RIS-ASSIGN-NO               PIC 9(3).
