      *****************************************************
      * Report repository: every line of every report run
      * filed by Calcul_Budget_Classement, under the job,
      * the step, the run date and time of the filing and
      * the line number. Line zero of a run is its header
      * (period, kind, line count), so a run is listed from
      * one record and reprinted from a START on its key.
      * Consultation_Rapports reads it; Calcul_Budget_
      * ClotureAnnuelle drops the runs of a retired year.
      *****************************************************
           SELECT RAPPORT-FILE
               ASSIGN TO "data/BUDGRAPP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAPP-CLE
               FILE STATUS IS WS-RAPP-STATUS.
