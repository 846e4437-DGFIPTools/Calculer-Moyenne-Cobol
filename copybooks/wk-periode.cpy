      ******************************************************************
      **  wk-periode.cpy                               Version 1.0 PC **
      ******************************************************************
      **  Etat d'une periode (trimestre ou semestre) d'une annee      **
      **  scolaire, au fichier PERIODES.DAT indexe sur l'annee        **
      **  (AN-ANNEE) et le numero de periode : ouverte a la saisie,   **
      **  ou close une fois le conseil de classe tenu, avec l'auteur  **
      **  et l'horodatage de la derniere cloture et de la derniere    **
      **  reouverture                                                  **
      **  ----------------------------------------------------------  **
      **  Copybook partagee par cloture-periode, qui tient le         **
      **  fichier, et par les programmes de la chaine qui refusent   **
      **  de toucher a une periode close (import-notes,              **
      **  controle-notes, calcule-moyenne, etat-bulletin). Une        **
      **  periode absente du fichier est ouverte.                     **
      ******************************************************************
       01  WK-PERIODE.
           05 PE-CLE.
              10 PE-ANNEE                              PIC X(9).
              10 PE-PERIODE                             PIC 9.
           05 PE-ETAT                                   PIC X.
              88 PE-OUVERTE                            VALUE "O".
              88 PE-CLOSE                              VALUE "C".
      * Horodatages au format AAAAMMJJHHMMSS, a SPACES tant que
      * l'operation correspondante n'a jamais eu lieu
           05 PE-CLOTURE-AUTEUR                         PIC X(20).
           05 PE-CLOTURE-HORODATAGE                     PIC X(14).
           05 PE-REOUVERTURE-AUTEUR                     PIC X(20).
           05 PE-REOUVERTURE-HORODATAGE                 PIC X(14).
