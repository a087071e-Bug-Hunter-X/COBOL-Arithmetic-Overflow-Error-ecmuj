      *****************************************************
      *  CONFREC - NUMBERING CONFIRMATION RETURN RECORD
      *  WRITTEN BY NUMCONF AT THE END OF THE NIGHT SO EACH
      *  SOURCE SYSTEM LEARNS WHAT BECAME OF EVERY DOC-ID IT
      *  SENT (SEE RCPTREC), INSTEAD OF PHONING IN FOR AN
      *  XREFINQ LOOKUP.  ONE DETAIL PER DOC-ID WITH ONE
      *  OUTCOME:
      *    N - NUMBERED TONIGHT (NUMBERED.DAT)
      *    R - NUMBERED OUT OF SUSPENSE (RENUMBRD.DAT)
      *    A - AMENDMENT RE-SENT UNDER ITS EXISTING NUMBER
      *        (AMENDED.DAT)
      *    S - IN SUSPENSE UNDER THE CAPPED NUMBER, AWAITING
      *        EXCRENUM (EXCEPT.DAT); CFD-OUTCOME-DATE IS THE
      *        DAY IT WENT TO SUSPENSE
      *    X - REJECTED BY DOCEDIT; CFD-REASON-CODE/TEXT ARE
      *        THE DOCREJ.DAT REASON (SEE REJREC)
      *    F - THE EXTRACT FAILED DOCEDIT'S CONTROL TOTALS,
      *        NOTHING IN IT WAS NUMBERED - RESEND THE FILE
      *    U - PASSED DOCEDIT BUT NO NUMBERING OUTCOME IS ON
      *        FILE - OPERATIONS IS FOLLOWING IT UP
      *  CFD-CYCLE-NO, CFD-TYPE-PREFIX AND CFD-SEQ-NO HOLD
      *  THE NUMBER FOR N, R, A AND S, ZEROS/SPACES OTHERWISE.
      *
      *  EACH SOURCE SYSTEM'S SET IS FRAMED THE SAME WAY AS
      *  THE EXTRACT IT ANSWERS (SEE DOCREC): A HEADER ("H",
      *  BUSINESS DATE, SOURCE SYSTEM) FIRST AND A TRAILER
      *  ("T", DETAIL COUNT, HASH TOTAL) LAST, THE HASH BEING
      *  THE DOCREC RULE OVER THE DETAILS' DOC-IDS - SO THE
      *  SENDER BALANCES IT WITH THE SAME CODE IT BUILDS ITS
      *  OWN TRAILER WITH.  CONFIRM.DAT HOLDS ONE FRAMED SET
      *  PER SOURCE SYSTEM, IN SOURCE-SYSTEM ORDER; THE
      *  TRANSMISSION STEP ROUTES EACH SET TO THE SYSTEM ITS
      *  HEADER NAMES.
      *****************************************************
       01  CONFIRMATION-RECORD.
           05  CFD-RECORD-TYPE             PIC X(1).
               88  CFD-HEADER-REC                 VALUE "H".
               88  CFD-DETAIL-REC                 VALUE "D".
               88  CFD-TRAILER-REC                VALUE "T".
           05  CFD-DOC-ID                  PIC X(20).
           05  CFD-OUTCOME                 PIC X(1).
               88  CFD-NUMBERED                   VALUE "N".
               88  CFD-RENUMBERED                 VALUE "R".
               88  CFD-AMENDMENT-RESENT           VALUE "A".
               88  CFD-IN-SUSPENSE                VALUE "S".
               88  CFD-REJECTED                   VALUE "X".
               88  CFD-FILE-FAILED                VALUE "F".
               88  CFD-NOT-PROCESSED              VALUE "U".
           05  CFD-CYCLE-NO                PIC 9(2).
           05  CFD-TYPE-PREFIX             PIC X(2).
           05  CFD-SEQ-NO                  PIC 9(5).
           05  CFD-OUTCOME-DATE            PIC X(8).
           05  CFD-REASON-CODE             PIC X(3).
           05  CFD-REASON-TEXT             PIC X(30).
           05  FILLER                      PIC X(8).

       01  CONFIRMATION-HEADER.
           05  CFH-RECORD-TYPE             PIC X(1).
           05  CFH-CONFIRM-DATE            PIC X(8).
           05  CFH-SOURCE-SYSTEM           PIC X(10).
           05  FILLER                      PIC X(61).

       01  CONFIRMATION-TRAILER.
           05  CFT-RECORD-TYPE             PIC X(1).
           05  CFT-RECORD-COUNT            PIC 9(7).
           05  CFT-HASH-TOTAL              PIC 9(12).
           05  FILLER                      PIC X(60).
