      *  ISSUED.
      *
      *  DTR-RECORD-COUNT COUNTS DETAIL RECORDS ONLY (NOT
      *  THE HEADER OR THE TRAILER ITSELF; AMENDMENTS, SEE
      *  BELOW, COUNT AS DETAILS).  DTR-HASH-TOTAL IS
      *  BUILT PER DETAIL RECORD FROM THE NUMERIC
      *  CHARACTERS OF DOC-ID TAKEN IN ORDER AS ONE NUMBER,
      *  SUMMED OVER ALL DETAILS MODULO 10**12 - EVERY
      *  PROGRAM THAT WRITES OR BALANCES A TRAILER MUST USE
      *  PARALLEL STREAM SLICES).  IT RIDES THROUGH TO
      *  NDR-EXTRACT-SEQ SO DOCMERGE CAN COLLATE THE
      *  PER-STREAM OUTPUTS BACK INTO ORIGINAL DOC-ID ORDER.
      *
      *  AN AMENDMENT ("A") IS A DOCUMENT THE SOURCE SYSTEM
      *  RE-SENDS AFTER CORRECTING IT.  IT CARRIES THE SAME
      *  LAYOUT AS A DETAIL, BUT THE DOC-ID MUST ALREADY
      *  HOLD A NUMBER IN DOCXREF.DAT (SEE XREFREC).  THE
      *  DOCUMENT KEEPS THAT NUMBER - NOTHING NEW IS DRAWN
      *  FROM THE SERIES.  FOR THE TRAILER AN AMENDMENT
      *  COUNTS AND HASHES EXACTLY LIKE A DETAIL.
      *****************************************************
       01  DOCUMENT-RECORD.
           05  DOC-RECORD-TYPE             PIC X(1).
               88  DOC-HEADER-REC                     VALUE "H".
               88  DOC-DETAIL-REC                     VALUE "D".
               88  DOC-AMENDMENT-REC                  VALUE "A".
               88  DOC-TRAILER-REC                    VALUE "T".
           05  DOC-TYPE-CODE               PIC X(2).
               88  DOC-TYPE-INVOICE                   VALUE "IN".
