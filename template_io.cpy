      ******************************************************************
      *    FILE-CONTROL ENTRY FOR THE MESSAGE TEMPLATE LIBRARY.        *
      ******************************************************************
           SELECT TEMPLATE-FILE ASSIGN TO "TEMPLATE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TP-TEMPLATE-CODE
               FILE STATUS WS-TPL-FILE-STATUS.
