      * nightly rate report flags it; spaces (an old file)
      * or zero mean the 30-day default.
           05  PARM-AGE-TAUX        PIC 9(3).
      * Days a PIN stays valid before Verifier_Login makes
      * the operator choose a new one, and how many of the
      * operator's previous PINs may not be chosen again
      * (at most 3); spaces (an old file) or zero mean 90
      * days and 3 PINs.
           05  PARM-DUREE-PIN       PIC 9(3).
           05  PARM-HISTO-PIN       PIC 9(1).
      * Largest move, in percent of the previous rate, that
      * Calcul_Budget_ChargeTaux loads from the bank's rate
      * feed without review; spaces (an old file) or zero
      * mean 10 %.
           05  PARM-ECART-TAUX      PIC 9(2).
