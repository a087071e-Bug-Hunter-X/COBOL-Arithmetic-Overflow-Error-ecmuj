      *****************************************************
      *  CANCREG - CANCELLATION REGISTER RECORD
      *  THE PERMANENT RECORD OF NUMBERS WHOSE DOCUMENTS
      *  WERE CANCELLED AFTER THEIR NUMBERING DAY.  SUCH A
      *  NUMBER STAYS ISSUED - IT BELONGS TO A RANGE THE
      *  COUNTER HAS LEFT BEHIND AND IS NEVER RETURNED TO
      *  AVAIL.DAT - BUT IT IS NO LONGER OUTSTANDING, AND
      *  XREFINQ, ARCINQ AND THE SEQREG REGISTER NOW SAY SO
      *  INSTEAD OF SHOWING IT AS LIVE.
      *
      *  KEYED LIKE THE ISSUED-NUMBER LEDGER (SEE
      *  ISSUEDREC), SO ONE NUMBER CAN BE CANCELLED ONLY
      *  ONCE.  WRITTEN BY CANCSEQ ONLY AFTER THE NUMBER IS
      *  FOUND ON ISSUED.DAT OR, ONCE ARCPURGE HAS MOVED
      *  ITS EPOCH OUT, ON ISSARCH.DAT:
      *    CNR-VERIFIED-FROM   "L" LIVE LEDGER ISSUED.DAT
      *                        "A" ARCHIVE ISSARCH.DAT, WITH
      *                            THE ARCHIVE BATCH DATE IN
      *                            CNR-ARCHIVE-BATCH
      *  CNR-DOC-ID IS THE DOCUMENT DOCXREF.DAT SHOWED
      *  HOLDING THE NUMBER WHEN IT WAS CANCELLED (SPACES
      *  IF NO CROSS-REFERENCE WAS FOUND).
      *  CANCREG.DAT IS NEVER PURGED.
      *****************************************************
       01  CANCELLATION-RECORD.
           05  CNR-KEY.
               10  CNR-CYCLE-NO            PIC 9(2).
               10  CNR-ISSUE-DATE          PIC X(8).
               10  CNR-DOC-TYPE            PIC X(2).
               10  CNR-SEQ-NO              PIC 9(5).
           05  CNR-DOC-ID                  PIC X(20).
           05  CNR-CANCEL-DATE             PIC X(8).
           05  CNR-REQUESTER               PIC X(10).
           05  CNR-REASON                  PIC X(30).
           05  CNR-VERIFIED-FROM           PIC X(1).
               88  CNR-FROM-LEDGER                VALUE "L".
               88  CNR-FROM-ARCHIVE               VALUE "A".
           05  CNR-ARCHIVE-BATCH           PIC X(8).
           05  CNR-RECORDED-STAMP          PIC X(21).
