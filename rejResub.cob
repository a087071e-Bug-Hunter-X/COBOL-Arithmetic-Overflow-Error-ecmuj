      *    REJECT AGAIN.
           MOVE "Y" TO WS-REPAIR-OK-SWITCH

      *    AN AMENDMENT REPAIRS THE SAME WAY AS A DETAIL; WHETHER
      *    ITS DOC-ID STILL HOLDS A NUMBER IS DOCEDIT'S CALL.
           IF NOT DOC-DETAIL-REC AND NOT DOC-AMENDMENT-REC
               MOVE "N" TO WS-REPAIR-OK-SWITCH
           END-IF

