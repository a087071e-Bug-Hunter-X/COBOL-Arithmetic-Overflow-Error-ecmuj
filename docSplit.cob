      *  EACH STREAM RUNS IN ITS OWN WORK DIRECTORY WITH
      *  ITS SLICE SUPPLIED AS DOCCLEAN.DAT AND ITS OUTPUT
      *  COLLECTED AS NUMSTRM<N>.DAT FOR DOCMERGE.
      *  AMENDMENTS (SEE DOCREC) ARE DEALT EXACTLY LIKE
      *  DETAILS; A STREAM'S AMENDED.DAT IS COLLECTED AS
      *  AMDSTRM<N>.DAT ALONGSIDE ITS NUMBERED OUTPUT.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           "numeric"
                   END-IF
               WHEN DOC-DETAIL-REC
               WHEN DOC-AMENDMENT-REC
                   PERFORM 2100-DEAL-DETAIL
               WHEN OTHER
                   SET WS-CONTROL-FAILED TO TRUE
                   DISPLAY "DOCSPLIT: record type is not H/D/A/T "
                       "on DOCCLEAN.DAT"
           END-EVALUATE.

