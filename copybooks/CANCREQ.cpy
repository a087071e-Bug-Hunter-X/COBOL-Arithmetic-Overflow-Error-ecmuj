      *****************************************************
      *  CANCREQ - LATE CANCELLATION REQUEST RECORD
      *  ONE PER DOCUMENT CANCELLED AFTER ITS NUMBERING DAY.
      *  VOIDSEQ ONLY RELEASES NUMBERS FROM TODAY'S EPOCH
      *  (SEE VOIDREQ) AND REJECTS ANYTHING OLDER V02, SO A
      *  DOCUMENT CANCELLED DAYS OR WEEKS LATER USED TO BE
      *  RECORDED ONLY ON PAPER.  CANCSEQ READS THESE
      *  REQUESTS AND ENTERS EACH VERIFIED ONE ON THE
      *  CANCELLATION REGISTER (SEE CANCREG).
      *  CRQ-ISSUE-DATE IS THE DATE EPOCH THE NUMBER WAS
      *  ISSUED UNDER (ISN-RUN-DATE ON ITS LEDGER ENTRY).
      *  CRQ-REQUESTER AND CRQ-REASON ARE REQUIRED - THEY
      *  ARE WHAT THE AUDITORS READ ON THE REGISTER.
      *****************************************************
       01  CANCEL-REQUEST-RECORD.
           05  CRQ-CYCLE-NO                PIC 9(2).
           05  CRQ-DOC-TYPE                PIC X(2).
           05  CRQ-SEQ-NO                  PIC 9(5).
           05  CRQ-ISSUE-DATE              PIC X(8).
           05  CRQ-REQUESTER               PIC X(10).
           05  CRQ-REASON                  PIC X(30).
