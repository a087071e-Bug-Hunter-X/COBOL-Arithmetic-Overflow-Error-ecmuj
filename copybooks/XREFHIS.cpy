      *  XREFINQ'S "D" LOOKUP PRINTS THE FULL TRAIL FROM
      *  HERE - CURRENT NUMBER FIRST, PRIOR ASSIGNMENTS
      *  AFTER IT.
      *  AN AMENDMENT (SEE DOCREC) DRAWS NO NEW NUMBER; WHEN
      *  BUGSOLUTION PASSES ONE THROUGH IT APPENDS A ROW
      *  CARRYING THE NUMBER THE DOC-ID KEPT, THE BUSINESS
      *  DATE IT WAS RE-SENT AND A CAPPED-FLAG OF "A".  AN
      *  "A" ROW IS AN EVENT ON THE TRAIL, NOT AN ASSIGNMENT:
      *  THE NUMBER'S OWN DATE IS ON THE EARLIER ROW.
      *****************************************************
       01  XREF-HISTORY-RECORD.
           05  XRH-KEY.
           05  XRH-SEQ-NO                  PIC 9(5).
           05  XRH-CAPPED-FLAG             PIC X.
               88  XRH-WENT-OUT-CAPPED            VALUE "Y".
               88  XRH-AMENDMENT-RESENT           VALUE "A".
