      ******************************************************************
      **  wk-etablissement.cpy                         Version 1.0 PC **
      ******************************************************************
      **  Identite de l'etablissement, tenue par le secretariat dans  **
      **  PARAM-ETABLISSEMENT.DAT (une seule ligne) : code officiel   **
      **  de l'etablissement (UAI), nom et commune                     **
      **  ----------------------------------------------------------  **
      **  Copybook partagee par les editions officielles (releve de   **
      **  notes), qui portent le nom de l'etablissement et la commune **
      **  du "fait a", et par les exports vers les organismes         **
      **  exterieurs, qui identifient l'etablissement par son code.   **
      ******************************************************************
       01  WK-ETABLISSEMENT.
      * ET-CODE : code UAI, sept chiffres et une lettre
           05 ET-CODE                                  PIC X(8).
           05 ET-NOM                                    PIC X(40).
           05 ET-VILLE                                  PIC X(26).
