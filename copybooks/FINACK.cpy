      *****************************************************
      *  FINACK - LEDGER ACKNOWLEDGEMENT RECORD
      *  INBOUND FROM THE RECEIVING LEDGER SYSTEM ON
      *  FINACK.DAT: ONE DETAIL PER FINFEED SERIES IT HAS
      *  PROCESSED, SAYING WHETHER THE SERIES POSTED ("A" -
      *  ACCEPTED) OR BOUNCED ("R" - REJECTED, WITH THE
      *  LEDGER'S OWN REASON CODE AND TEXT).  A SERIES IS
      *  IDENTIFIED THE WAY FINFEED IDENTIFIES IT: THE FEED
      *  DATE FROM THE FEED HEADER (OR FFD-RESEND-FEED-DATE
      *  ON A RE-SENT SERIES), FFD-CYCLE-NO AND
      *  FFD-TYPE-PREFIX.
      *
      *  FRAMED LIKE EVERY OTHER FILE CROSSING THE
      *  INTERFACE (SEE DOCREC/FINFEED): A HEADER ("H", ACK
      *  DATE, SOURCE SYSTEM) FIRST AND A TRAILER ("T",
      *  DETAIL COUNT, HASH TOTAL) LAST.  THE HASH IS THE
      *  FINFEED RULE - THE NUMERIC CHARACTERS OF EACH
      *  DETAIL RECORD TAKEN IN ORDER AS ONE NUMBER, KEPT TO
      *  12 DIGITS, SUMMED OVER ALL DETAILS MODULO 10**12.
      *  FINRECON APPLIES NOTHING FROM A FILE THAT DOES NOT
      *  BALANCE.
      *****************************************************
       01  FINANCE-ACK-RECORD.
           05  FAK-RECORD-TYPE             PIC X(1).
               88  FAK-HEADER-REC                 VALUE "H".
               88  FAK-DETAIL-REC                 VALUE "D".
               88  FAK-TRAILER-REC                VALUE "T".
           05  FAK-FEED-DATE               PIC X(8).
           05  FAK-CYCLE-NO                PIC 9(2).
           05  FAK-TYPE-PREFIX             PIC X(2).
           05  FAK-ACK-STATUS              PIC X(1).
               88  FAK-ACCEPTED                   VALUE "A".
               88  FAK-REJECTED                   VALUE "R".
           05  FAK-REASON-CODE             PIC X(4).
           05  FAK-REASON-TEXT             PIC X(30).
           05  FILLER                      PIC X(32).

       01  FINANCE-ACK-HEADER.
           05  FAH-RECORD-TYPE             PIC X(1).
           05  FAH-ACK-DATE                PIC X(8).
           05  FAH-SOURCE-SYSTEM           PIC X(10).
           05  FILLER                      PIC X(61).

       01  FINANCE-ACK-TRAILER.
           05  FAT-RECORD-TYPE             PIC X(1).
           05  FAT-RECORD-COUNT            PIC 9(7).
           05  FAT-HASH-TOTAL              PIC 9(12).
           05  FILLER                      PIC X(60).
