      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  etat-classe.cob                             Version 1.2 PC  **
      ******************************************************************
      **  Statistiques de classe et classement pour le conseil        **
      **  ----------------------------------------------------------  **
      **           MATIERES.DAT et imprime en titre de bloc a la      **
      **           place du code brut ; sans referentiel (ou code     **
      **           inconnu) le code brut reste affiche                 **
      **  - v1.2 : dessin de RESULTATS.DAT pris a la copybook         **
      **           wk-resultat, partagee avec calcule-moyenne         **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                          etat-classe.
      * ++===                  fichier des resultats en entree     ===++
      * ++============================================================++
       FD  F-RESULTATS.
           COPY "wk-resultat.cpy".

      * ++============================================================++
      * ++===                  etat imprimable pour le conseil     ===++
                     "de travail saturees"
           END-IF.
      ******************************************************************
      **  etat-classe.cob                             Version 1.2 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
