      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  export-portail.cob                          Version 1.4 PC  **
      ******************************************************************
      **  Export CSV des moyennes vers le portail parents/eleves      **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Lire les moyennes calculees par calcule-moyenne dans      **
      **    RESULTATS.DAT, sans les recalculer                        **
      **  - Publier chaque moyenne avec le separateur point attendu   **
      **    par le portail, a la place de la virgule du bulletin      **
      **  - Ecrire un fichier CSV (point-virgule) : une ligne         **
      **    d'entete, une ligne par eleve et matiere, la ligne de     **
      **    moyenne generale (matiere vide), puis une ligne FIN avec  **
      **    le nombre de lignes de donnees, que le portail verifie    **
      **  - Sans aucun eleve, produire quand meme l'entete et la      **
      **    ligne FIN a zero : le portail refuse un depot absent      **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      **  - v1.3 : estampille du passage (horodatages, RETURN-CODE)  **
      **           au journal de chaine, verifie par garde-chaine     **
      **           avant chaque etape suivante                          **
      **  - v1.4 : plus aucun calcul de moyenne dans l'export :       **
      **           lignes matiere et moyenne generale reprises de     **
      **           RESULTATS.DAT, telles que calcule-moyenne les a    **
      **           formattees et tracees a l'audit, la virgule        **
      **           decimale remplacee par le point ; periode prise    **
      **           sur chaque ligne de resultat ; l'export n'ecrit    **
      **           plus de ligne d'audit                              **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                       export-portail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RESULTATS  ASSIGN TO "RESULTATS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-RESULTATS.

           SELECT F-CSV        ASSIGN TO "EXPORT-PORTAIL.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-MAITRE     ASSIGN TO "ELEVES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
       DATA DIVISION.
       FILE SECTION.
      * ++============================================================++
      * ++===          moyennes calculees par calcule-moyenne      ===++
      * ++============================================================++
       FD  F-RESULTATS.
           COPY "wk-resultat.cpy".

      * ++============================================================++
      * ++===                 fichier CSV depose sur le portail    ===++
       FD  F-CSV.
       01  ENR-CSV                                       PIC X(80).

      * ++============================================================++
      * ++===               fichier maitre des eleves, sur indexe  ===++
      * ++============================================================++

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                          ligne du journal de chaine  ===++
      * ++============================================================++
           COPY "wk-journal.cpy".
        01 WS-FIN-FICHIER PIC X VALUE "N".
           88 WS-FIN-FICHIER-OUI                        VALUE "O".

      * Sans RESULTATS.DAT (calcule-moyenne pas encore passe) il n'y
      * a rien a publier : l'entete et la ligne FIN a zero partent
      * quand meme, le passage est signale en erreur
        01 WS-STATUT-RESULTATS PIC XX.

        01 WS-STATUT-MAITRE PIC XX.


        01 WS-HORODATAGE-DEBUT PIC X(14).

      * Eleve des lignes de resultat en cours : le fichier maitre
      * n'est relu qu'a chaque changement de matricule
        01 WS-MATRICULE-COURANT PIC X(8) VALUE SPACES.

      * Resultat du controle du matricule au fichier maitre : l'eleve
      * n'est exporte que si sa fiche existe et n'est pas sortie
        01 WS-ELEVE-CONNU PIC X.
           05 FILLER       PIC X     VALUE SPACE.
           05 LA-MOTIF     PIC X(35).

      * Sans referentiel des matieres, l'export publie les codes
      * bruts comme avant ; avec, le libelle officiel les remplace
        01 WS-STATUT-MATIERES PIC XX.
      * ****************************************************************
       PRINCIPAL.
           PERFORM INITIALISATION
           PERFORM TRAITEMENT-RESULTAT UNTIL WS-FIN-FICHIER-OUI
           PERFORM FINALISATION
           STOP RUN.

       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE-DEBUT
           OPEN INPUT  F-RESULTATS
           IF (WS-STATUT-RESULTATS NOT = "00")
             DISPLAY "fichier RESULTATS.DAT indisponible, statut "
                     WS-STATUT-RESULTATS
             MOVE "O" TO WS-FIN-FICHIER
             MOVE 1 TO RETURN-CODE
           END-IF
           OPEN OUTPUT F-CSV
           OPEN OUTPUT F-ANOMALIES

           MOVE LIGNE-ENTETE-CSV TO ENR-CSV
           WRITE ENR-CSV
             MOVE "O" TO WS-FIN-FICHIER
             MOVE 1 TO RETURN-CODE
           ELSE
             IF (WS-FIN-FICHIER-OUI)
               CONTINUE
             ELSE
               PERFORM LIT-RESULTAT
             END-IF
           END-IF.

       LIT-RESULTAT.
           READ F-RESULTATS
               AT END MOVE "O" TO WS-FIN-FICHIER
           END-READ.

      * Une ligne CSV par ligne de RESULTATS.DAT : les lignes matiere
      * de l'eleve puis sa moyenne generale, dans l'ordre ou
      * calcule-moyenne les a ecrites
       TRAITEMENT-RESULTAT.
           IF (RES-MATRICULE NOT = WS-MATRICULE-COURANT)
             MOVE RES-MATRICULE TO WS-MATRICULE-COURANT
             PERFORM CHERCHE-ELEVE-MAITRE
           END-IF
           IF (WS-ELEVE-CONNU-OUI)
             PERFORM EXPORTE-LIGNE
           END-IF
           PERFORM LIT-RESULTAT.

      * Controle du matricule au fichier maitre, comme dans les
      * programmes d'edition : un matricule absent ou une fiche
      * sortie va au fichier des anomalies et l'eleve n'est pas
      * publie sur le portail
       CHERCHE-ELEVE-MAITRE.
           SET WS-ELEVE-CONNU-OUI TO TRUE
           MOVE RES-MATRICULE TO EM-MATRICULE
           READ F-MAITRE
             INVALID KEY
               SET WS-ELEVE-CONNU-NON TO TRUE

       ECRIT-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE RES-MATRICULE TO LA-MATRICULE
           MOVE RES-NOM       TO LA-NOM
           MOVE LIGNE-ANOMALIE TO ENR-ANOMALIE
           WRITE ENR-ANOMALIE.

      * Moyenne reprise telle que calcule-moyenne l'a mise en forme
      * pour le bulletin ("N/D" et "ERREUR" compris), seule la
      * virgule decimale devenant le point attendu par le portail ;
      * colonne matiere vide sur la ligne de moyenne generale
       EXPORTE-LIGNE.
           MOVE RES-MOYENNE TO WS-MOYENNE-CSV
           INSPECT WS-MOYENNE-CSV REPLACING ALL "," BY "."
           IF (RES-CODE-MATIERE = SPACES)
             MOVE SPACES TO WS-MATIERE-CSV
           ELSE
             PERFORM LIBELLE-MATIERE
           END-IF
           PERFORM ECRIT-LIGNE-CSV.

      * Libelle officiel de la matiere courante, pris au referentiel
      * des matieres ; sans referentiel ou pour un code inconnu le
      * code brut reste publie
       LIBELLE-MATIERE.
           MOVE RES-CODE-MATIERE TO WS-MATIERE-CSV
           IF (WS-MATIERES-DISPO-OUI)
             MOVE RES-CODE-MATIERE TO MA-CODE
             READ F-MATIERES
               INVALID KEY
                 CONTINUE
      * saisie, pour que le portail porte l'etat civil officiel
       ECRIT-LIGNE-CSV.
           MOVE SPACES TO ENR-CSV
           STRING FUNCTION TRIM(RES-MATRICULE) ";"
                  FUNCTION TRIM(EM-NOM) ";"
                  RES-TRIMESTRE ";"
                  FUNCTION TRIM(WS-MATIERE-CSV) ";"
                  FUNCTION TRIM(WS-MOYENNE-CSV)
                  DELIMITED BY SIZE
           WRITE ENR-CSV
           ADD 1 TO WS-NB-LIGNES.

      * La ligne FIN porte le nombre de lignes de donnees (entete et
      * ligne FIN exclues) ; a zero quand aucun eleve n'est a exporter
       FINALISATION.
           STRING "FIN;" WS-NB-LIGNES DELIMITED BY SIZE
                  INTO ENR-CSV
           WRITE ENR-CSV
           CLOSE F-RESULTATS
           CLOSE F-CSV
           CLOSE F-ANOMALIES
           CLOSE F-MAITRE
           IF (WS-MATIERES-DISPO-OUI)
             CLOSE F-MATIERES
             CLOSE F-JOURNAL
           END-IF.
      ******************************************************************
      **  export-portail.cob                          Version 1.4 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
