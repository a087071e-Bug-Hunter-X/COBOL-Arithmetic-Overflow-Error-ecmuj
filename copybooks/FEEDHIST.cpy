      *****************************************************
      *  FEEDHIST - FINANCE FEED HISTORY RECORD
      *  FINFEED.DAT IS REBUILT FRESH EVERY NIGHT, SO ONCE
      *  THE NEXT FEED WAS CUT NOTHING REMEMBERED WHAT HAD
      *  BEEN SENT - A SERIES THE LEDGER SILENTLY DROPPED
      *  WAS FOUND AT MONTH END, IF AT ALL.  FININT NOW
      *  FILES EVERY FEED DETAIL HERE AS IT WRITES IT, KEYED
      *  BY FEED DATE, CYCLE AND TYPE PREFIX - THE SAME
      *  THREE THINGS THE LEDGER'S ACKNOWLEDGEMENT QUOTES
      *  BACK (SEE FINACK) - AND FINRECON RECORDS THE
      *  LEDGER'S VERDICT AGAINST IT.
      *
      *  FHS-ACK-STATUS:
      *    "FED"       SENT, NO ACKNOWLEDGEMENT YET
      *    "ACCEPTED"  THE LEDGER POSTED IT
      *    "REJECTED"  THE LEDGER BOUNCED IT (REASON KEPT)
      *  FHS-RESEND-FLAG:
      *    "Q"  AN OPERATOR QUEUED IT (FINRECON RESEND) - THE
      *         NEXT FININT RUN SENDS IT AGAIN, UNDER ITS
      *         ORIGINAL FEED DATE, AND RESETS IT TO "FED"
      *    "S"  SENT AGAIN ON FHS-RESENT-DATE
      *****************************************************
       01  FEED-HISTORY-RECORD.
           05  FHS-KEY.
               10  FHS-FEED-DATE           PIC X(8).
               10  FHS-CYCLE-NO            PIC 9(2).
               10  FHS-TYPE-PREFIX         PIC X(2).
           05  FHS-FIRST-SEQ-NO            PIC 9(5).
           05  FHS-LAST-SEQ-NO             PIC 9(5).
           05  FHS-DOC-COUNT               PIC 9(7).
           05  FHS-ACK-STATUS              PIC X(10).
               88  FHS-AWAITING-ACK               VALUE "FED".
               88  FHS-ACCEPTED                   VALUE "ACCEPTED".
               88  FHS-REJECTED                   VALUE "REJECTED".
           05  FHS-ACK-DATE                PIC X(8).
           05  FHS-REASON-CODE             PIC X(4).
           05  FHS-REASON-TEXT             PIC X(30).
           05  FHS-RESEND-FLAG             PIC X(1).
               88  FHS-RESEND-QUEUED              VALUE "Q".
               88  FHS-RESENT                     VALUE "S".
           05  FHS-RESENT-DATE             PIC X(8).
