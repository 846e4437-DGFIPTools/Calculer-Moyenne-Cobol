      ******************************************************************
      **  wk-livret.cpy                                Version 1.0 PC **
      ******************************************************************
      **  Une ligne du fichier LIVRET-EXAMEN.DAT depose sur la        **
      **  plateforme de l'organisme d'examen, a longueur fixe :       **
      **  - type "D" : moyenne annuelle et appreciation d'un eleve    **
      **    dans une matiere, codee dans la nomenclature de l'examen  **
      **  - type "F" : ligne de fin, une seule, portant le nombre de  **
      **    lignes "D" que la plateforme rapproche de son import      **
      **  ----------------------------------------------------------  **
      **  Moyenne sur 20 en 99V99 non signe, sans separateur          **
      **  decimal, cadree a zero a gauche comme l'exige le format.    **
      ******************************************************************
       01  WK-LIVRET-LIGNE.
           05 LV-TYPE                                  PIC X.
              88 LV-DETAIL                             VALUE "D".
              88 LV-FIN                                VALUE "F".
           05 LV-CODE-ETABLISSEMENT                     PIC X(8).
           05 LV-ANNEE                                  PIC X(9).
           05 LV-DETAIL-ELEVE.
              10 LV-MATRICULE                           PIC X(8).
              10 LV-NOM                                  PIC X(20).
              10 LV-CLASSE                               PIC X(6).
              10 LV-CODE-EXAMEN                          PIC X(10).
              10 LV-MOYENNE                              PIC 99V99.
              10 LV-APPRECIATION                         PIC X(50).
           05 LV-DETAIL-FIN REDEFINES LV-DETAIL-ELEVE.
              10 LV-NB-LIGNES                           PIC 9(7).
              10 FILLER                                  PIC X(91).
