      *  COUNTERS ARE EXACTLY AS THEY WERE, THE REDRAW
      *  RECLAIMS THE SAME NUMBERS THE DEAD RUN ALREADY
      *  CLAIMED IN ISSUED.DAT.
      *  CKP-AMENDED-COUNT DOES THE SAME FOR AMENDED.DAT,
      *  WHERE AMENDMENTS ARE PASSED THROUGH UNDER THE
      *  NUMBERS THEY ALREADY HOLD; THEY COUNT IN
      *  CKP-DETAIL-COUNT LIKE ANY OTHER DETAIL.
      *****************************************************
       01  CHECKPOINT-RECORD.
           05  CKP-KEY.
           05  CKP-INPUT-HASH              PIC 9(12).
           05  CKP-DETAIL-COUNT            PIC 9(7).
           05  CKP-NUMBERED-COUNT          PIC 9(7).
           05  CKP-AMENDED-COUNT           PIC 9(7).
