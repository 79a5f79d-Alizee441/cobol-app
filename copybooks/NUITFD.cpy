      *   CALCBLOT : lus / postes / depassements / ignores
      *   CALCBREC : anomalies / - / - / -
      *   CALCBPRE : date d'alerte (0 = aucune) / - / - / -
      *   CALCBANO : anomalies / examinees / - / -
      *****************************************************
       FD  NUIT-STATS.
       01  NUIT-RECORD.
