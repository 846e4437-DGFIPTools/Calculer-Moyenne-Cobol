      ******************************************************************
      **  wk-resultat.cpy                              Version 1.0 PC **
      ******************************************************************
      **  Une ligne de resultat de calcule-moyenne : la moyenne       **
      **  formattee d'un eleve pour une matiere, ou sa moyenne        **
      **  generale (code matiere a SPACES), telle qu'elle est         **
      **  imprimee sur le bulletin                                    **
      **  ----------------------------------------------------------  **
      **  Copybook partagee par calcule-moyenne, seul programme a     **
      **  calculer les moyennes, et par tous ceux qui les reprennent  **
      **  sans les recalculer : bulletin, export portail, etat de     **
      **  classe, alertes, consultation et controle de nuit.          **
      **  ----------------------------------------------------------  **
      **  Par eleve, les lignes matiere viennent d'abord, dans        **
      **  l'ordre des notes, puis la ligne de moyenne generale. La    **
      **  moyenne porte la valeur formattee par format-number, ou     **
      **  "N/D" (aucune note) ou "ERREUR" (echec de mise en forme).   **
      **  Les lignes des moyennes annuelles (RESULTATS-ANNUELS.DAT)   **
      **  ont le meme dessin, periode a zero.                         **
      ******************************************************************
       01  WK-RESULTAT-LIGNE.
           05 RES-MATRICULE                            PIC X(8).
           05 RES-NOM                                   PIC X(20).
      * RES-CODE-MATIERE est a SPACE sur la ligne de moyenne generale
           05 RES-CODE-MATIERE                          PIC X(6).
           05 RES-MOYENNE                                PIC X(7).
      * RES-TRIMESTRE : periode calculee, zero sur une moyenne annuelle
           05 RES-TRIMESTRE                              PIC 9.
      * RES-COEF-MATIERE : coefficient de la matiere, zero sur la
      * ligne de moyenne generale
           05 RES-COEF-MATIERE                           PIC 9.
