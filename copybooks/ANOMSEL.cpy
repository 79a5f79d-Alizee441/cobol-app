      *****************************************************
      * Anomaly-report control record: the last posting
      * sequence Calcul_Budget_Anomalies has examined, so
      * each night looks only at the postings added since.
      * Moved on only once the report has been printed.
      *****************************************************
           SELECT ANOMCTL-FILE
               ASSIGN TO "data/BUDGANOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOM-STATUS.
