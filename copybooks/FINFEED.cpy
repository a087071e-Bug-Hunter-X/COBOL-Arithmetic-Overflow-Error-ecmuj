      *  NUMERIC CHARACTERS OF THE DETAIL RECORD TAKEN IN
      *  ORDER FORM ONE NUMBER PER DETAIL, KEPT TO 12
      *  DIGITS, SUMMED OVER ALL DETAILS MODULO 10**12.
      *
      *  FFD-RESEND-FEED-DATE IS SPACES ON A NORMAL DETAIL.
      *  A SERIES THE LEDGER REJECTED OR NEVER ACKNOWLEDGED
      *  CAN BE QUEUED FOR RE-SEND (SEE FEEDHIST/FINRECON);
      *  IT GOES OUT IN THE NEXT FEED CARRYING THE DATE OF
      *  THE FEED IT WAS FIRST SENT IN, SO THE LEDGER POSTS
      *  IT TO THE RIGHT DAY AND ACKNOWLEDGES IT UNDER THAT
      *  DATE.
      *****************************************************
       01  FINANCE-FEED-RECORD.
           05  FFD-RECORD-TYPE             PIC X(1).
           05  FFD-FIRST-SEQ-NO            PIC 9(5).
           05  FFD-LAST-SEQ-NO             PIC 9(5).
           05  FFD-DOC-COUNT               PIC 9(7).
           05  FFD-RESEND-FEED-DATE        PIC X(8).
           05  FILLER                      PIC X(50).

       01  FINANCE-FEED-HEADER.
           05  FFH-RECORD-TYPE             PIC X(1).
