      ******************************************************************
      **  wk-responsable.cpy                           Version 1.0 PC **
      ******************************************************************
      **  Fiche d'un responsable legal d'un eleve, au fichier des     **
      **  responsables RESPONSABLES.DAT indexe sur le matricule de    **
      **  l'eleve et le rang du responsable (1 a 9) : identite,       **
      **  adresse postale, adresse electronique et destination du    **
      **  bulletin                                                     **
      **  ----------------------------------------------------------  **
      **  Copybook partagee par le programme de tenue du fichier des  **
      **  responsables et par etat-bulletin, qui edite un exemplaire  **
      **  du bulletin par responsable destinataire, adresse pour      **
      **  enveloppe a fenetre.                                        **
      ******************************************************************
       01  WK-RESPONSABLE.
           05 RL-CLE.
              10 RL-MATRICULE                          PIC X(8).
              10 RL-RANG                                PIC 9.
      * RL-NOM est le libelle d'adresse complet, civilite comprise
           05 RL-NOM                                    PIC X(32).
           05 RL-ADRESSE-1                              PIC X(32).
      * RL-ADRESSE-2 (batiment, lieu-dit...) peut rester a SPACES
           05 RL-ADRESSE-2                              PIC X(32).
           05 RL-CODE-POSTAL                            PIC X(5).
           05 RL-VILLE                                  PIC X(26).
           05 RL-EMAIL                                  PIC X(40).
           05 RL-DESTINATAIRE                           PIC X.
              88 RL-RECOIT-BULLETIN                    VALUE "O".
              88 RL-NE-RECOIT-PAS                      VALUE "N".
