      *****************************************************
      *  VOLHIST - DAILY VOLUME STATISTICS HISTORY RECORD
      *  ARCPURGE MOVES ISSUED.DAT, AVAIL.DAT AND AUDIT.DAT
      *  EPOCHS OUT TO ARCHIVE ONCE THEY PASS RETENTION, SO
      *  A QUESTION LIKE "HOW MANY CREDIT NOTES DID CYCLE 02
      *  ISSUE THIS QUARTER" MEANT REASSEMBLING COUNTS FROM
      *  ISSARCH.DAT BY HAND.  VOLSTAT NOW POSTS EACH
      *  BUSINESS DAY'S TOTALS HERE, ONE RECORD PER DATE,
      *  CYCLE AND DOCUMENT-TYPE SERIES.  VOLHIST.DAT IS
      *  NEVER PURGED; VOLRPT REPORTS IT AS DAY, MONTH-TO-
      *  DATE, YEAR-TO-DATE AND THE SAME PERIODS LAST YEAR.
      *
      *  VOL-ISSUED-COUNT      NUMBERS HANDED OUT BY THE
      *                        NUMBERING RUNS (RECLAIMED ONES
      *                        INCLUDED)
      *  VOL-RECLAIMED-COUNT   OF THOSE, NUMBERS TAKEN BACK
      *                        OUT OF THE RECLAIM POOL
      *  VOL-VOIDED-COUNT      NUMBERS VOIDSEQ RELEASED TO THE
      *                        POOL - POSTED BY VOIDSEQ ITSELF
      *                        AS IT RELEASES EACH ONE, AND LEFT
      *                        ALONE BY VOLSTAT
      *  VOL-CAPPED-COUNT      DOCUMENTS CAPPED TO SUSPENSE
      *  VOL-RENUMBERED-COUNT  DOCUMENTS EXCRENUM NUMBERED OUT
      *                        OF SUSPENSE
      *  VOL-REJECTED-COUNT    DOCEDIT REJECTS, FILED UNDER THE
      *                        CYCLE THE NIGHT NUMBERED (DOCEDIT
      *                        RUNS BEFORE ANY CYCLE IS GIVEN);
      *                        A REJECT WITH NO REGISTERED TYPE
      *                        IS FILED UNDER SERIES "??"
      *  THE COUNTS ARE ALSO ADDRESSABLE AS VOL-COUNT(1-6) IN
      *  THE ORDER ABOVE.
      *****************************************************
       01  VOLUME-HISTORY-RECORD.
           05  VOL-KEY.
               10  VOL-BUSINESS-DATE       PIC X(8).
               10  VOL-CYCLE-NO            PIC 9(2).
               10  VOL-DOC-TYPE            PIC X(2).
           05  VOL-COUNTS.
               10  VOL-ISSUED-COUNT        PIC 9(7).
               10  VOL-RECLAIMED-COUNT     PIC 9(7).
               10  VOL-VOIDED-COUNT        PIC 9(7).
               10  VOL-CAPPED-COUNT        PIC 9(7).
               10  VOL-RENUMBERED-COUNT    PIC 9(7).
               10  VOL-REJECTED-COUNT      PIC 9(7).
           05  VOL-COUNT-TABLE REDEFINES VOL-COUNTS.
               10  VOL-COUNT               PIC 9(7) OCCURS 6 TIMES.
           05  VOL-CAPTURE-TIMESTAMP       PIC X(21).
