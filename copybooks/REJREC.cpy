      *    E02 - DOC-ID CONTAINS NON-PRINTABLE DATA
      *    E03 - DOC-ID DUPLICATED IN THIS INPUT FILE
      *    E04 - DOC-DATA EMPTY
      *    E05 - RECORD TYPE NOT H/D/A/T
      *    E06 - DOC TYPE NOT IN THE REGISTRY (SEE DOCTYPES)
      *    E07 - DOC-ID ALREADY NUMBERED ON A PRIOR RUN
      *          (SCREENED AGAINST DOCXREF.DAT; OVERRIDDEN
      *          BY DOCEDIT'S REEXTRACT PARM FOR A GENUINE
      *          INTENTIONAL RE-EXTRACT)
      *    E08 - AMENDMENT FOR A DOC-ID THAT HOLDS NO NUMBER
      *          (NOT IN DOCXREF.DAT, OR STILL IN SUSPENSE
      *          UNDER THE CAPPED 99999)
      *    E09 - AMENDMENT TYPE DIFFERS FROM THE TYPE THE
      *          DOC-ID WAS NUMBERED UNDER
      *****************************************************
       01  REJECT-RECORD.
           05  REJ-REASON-CODE             PIC X(3).
