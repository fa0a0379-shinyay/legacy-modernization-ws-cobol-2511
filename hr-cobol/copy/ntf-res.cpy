      ******************************************************************
      * NTF-RES.CPY - Notification outbox response structure
      * Purpose: Response structure for NOTIFY-SVC operations
      ******************************************************************
       01  NOTIFY-SVC-RES.
           COPY status-codes.
           05  OUT-NOTIFY.
               COPY notify REPLACING ==05== BY ==10==.
