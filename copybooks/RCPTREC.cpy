      *****************************************************
      *  RCPTREC - DOCUMENT RECEIPT LOG RECORD
      *  THE EXTRACT HEADER SAYS WHICH SOURCE SYSTEM SENT A
      *  FILE, BUT DOCUMENT.DAT, DOCREJ.DAT AND NUMBERED.DAT
      *  ARE ALL REBUILT BY A SECOND PASS THE SAME NIGHT, SO
      *  BY MORNING NOTHING SAID WHICH DOC-IDS EACH SENDER
      *  HAD ACTUALLY SENT.  DOCEDIT NOW FILES ONE RECORD
      *  HERE FOR EVERY DETAIL OR AMENDMENT IT READS,
      *  KEYED BY BUSINESS DATE, SOURCE SYSTEM AND DOC-ID,
      *  WITH ITS OWN VERDICT: RCP-EDIT-CODE IS SPACES WHEN
      *  THE DOCUMENT PASSED TO DOCCLEAN.DAT, OTHERWISE THE
      *  REJECT CODE AND TEXT IT WENT TO DOCREJ.DAT WITH (SEE
      *  REJREC).  A DOC-ID SENT AGAIN ON A LATER PASS THE
      *  SAME NIGHT REPLACES ITS EARLIER RECEIPT; A DOC-ID
      *  REPEATED INSIDE ONE FILE KEEPS THE FIRST, WHICH IS
      *  THE ONE DOCEDIT PASSED.
      *  RCP-RECEIVED-STAMP IDENTIFIES THE DOCEDIT RUN; WHEN
      *  THAT RUN FAILS THE FILE ON ITS CONTROL TOTALS, EVERY
      *  RECEIPT IT FILED IS MARKED RCP-FILE-FAILED, SINCE
      *  NOTHING FROM THE FILE WILL BE NUMBERED.
      *  NUMCONF READS THE NIGHT'S RECEIPTS TO BUILD EACH
      *  SENDER'S CONFIRMATION (SEE CONFREC) AND THEN DROPS
      *  EVERY RECEIPT FROM EARLIER NIGHTS.
      *****************************************************
       01  RECEIPT-RECORD.
           05  RCP-KEY.
               10  RCP-BUSINESS-DATE       PIC X(8).
               10  RCP-SOURCE-SYSTEM       PIC X(10).
               10  RCP-DOC-ID              PIC X(20).
           05  RCP-RECORD-TYPE             PIC X(1).
           05  RCP-DOC-TYPE                PIC X(2).
           05  RCP-EXTRACT-DATE            PIC X(8).
           05  RCP-RECEIVED-STAMP          PIC X(16).
           05  RCP-EDIT-CODE               PIC X(3).
               88  RCP-EDIT-PASSED                VALUE SPACES.
           05  RCP-EDIT-TEXT               PIC X(30).
           05  RCP-FILE-FAILED-FLAG        PIC X(1).
               88  RCP-FILE-FAILED                VALUE "Y".
