      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  sauve-maitres.cob                           Version 1.0 PC  **
      ******************************************************************
      **  Sauvegarde, restauration et controle des fichiers indexes   **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - ELEVES.DAT, MATIERES.DAT et HISTO-MOYENNES.DAT sont       **
      **    reecrits en place par maj-eleves, maj-matieres,           **
      **    calcule-moyenne et cloture-annee : ce programme en tient  **
      **    les copies de securite                                    **
      **  - SAUVEGARDE : decharger chaque fichier indexe dans un      **
      **    fichier sequentiel date du jour (ELEVES-<aaaammjj>.SAV,   **
      **    MATIERES-<aaaammjj>.SAV, HISTO-MOYENNES-<aaaammjj>.SAV),  **
      **    relire la copie pour la verifier, puis purger les         **
      **    generations les plus anciennes au-dela du nombre de       **
      **    generations fixe dans PARAM-SAUVEGARDE.DAT                **
      **  - RESTAURATION <ELEVES|MATIERES|HISTO|TOUS> <aaaammjj> :    **
      **    recharger la generation choisie apres avoir verifie son   **
      **    nombre d'enregistrements et son total de controle contre  **
      **    ceux notes a la sauvegarde ; au moindre ecart aucun       **
      **    fichier vivant n'est remplace                             **
      **  - CONTROLE : relire chaque fichier indexe de bout en bout,  **
      **    sequence des cles, zones essentielles et relecture de     **
      **    chaque enregistrement par sa cle, pour deceler un index   **
      **    endommage apres maj-eleves ou cloture-annee et avant      **
      **    que la chaine de nuit ne s'en serve                       **
      **  - Noter chaque passage, fichier par fichier, au journal     **
      **    des sauvegardes JOURNAL-SAUVEGARDE.DAT : nombre           **
      **    d'enregistrements, total de controle, anomalies           **
      **  - Total de controle : nombre d'eleves actifs pour           **
      **    ELEVES.DAT, de matieres actives pour MATIERES.DAT, somme  **
      **    des HM-MOYENNE pour HISTO-MOYENNES.DAT                    **
      **  ----------------------------------------------------------  **
      **  Le RETURN-CODE est non nul des qu'un fichier est en         **
      **  anomalie, introuvable ou refuse.                            **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                        sauve-maitres.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAM      ASSIGN TO "PARAM-SAUVEGARDE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM.

           SELECT F-MAITRE     ASSIGN TO "ELEVES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS EM-MATRICULE
                                FILE STATUS IS WS-STATUT-MAITRE.

           SELECT F-MATIERES   ASSIGN TO "MATIERES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS MA-CODE
                                FILE STATUS IS WS-STATUT-MATIERES.

           SELECT F-HISTO      ASSIGN TO "HISTO-MOYENNES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HM-CLE
                                FILE STATUS IS WS-STATUT-HISTO.

      * Seconde vue de chaque fichier indexe, ouverte en lecture par
      * cle pendant le controle : chaque enregistrement lu en
      * sequence doit se relire a l'identique par son index
           SELECT F-MAITRE-CLE ASSIGN TO "ELEVES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS EC-MATRICULE
                                FILE STATUS IS WS-STATUT-MAITRE-CLE.

           SELECT F-MATIERES-CLE ASSIGN TO "MATIERES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS MC-CODE
                                FILE STATUS IS WS-STATUT-MATIERES-CLE.

           SELECT F-HISTO-CLE  ASSIGN TO "HISTO-MOYENNES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS HC-CLE
                                FILE STATUS IS WS-STATUT-HISTO-CLE.

      * Le nom de la generation porte le fichier et sa date
           SELECT F-GENERATION ASSIGN TO DYNAMIC WS-NOM-GENERATION
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-GENERATION.

           SELECT F-JOURNAL-SAUVEGARDE
                                ASSIGN TO "JOURNAL-SAUVEGARDE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
      * ++============================================================++
      * ++===          nombre de generations a conserver           ===++
      * ++============================================================++
       FD  F-PARAM.
       01  ENR-PARAM.
           05 PS-NB-GENERATIONS                          PIC 99.

      * ++============================================================++
      * ++===               fichier maitre des eleves, sur indexe  ===++
      * ++============================================================++
       FD  F-MAITRE.
           COPY "wk-maitre.cpy".

      * ++============================================================++
      * ++===          referentiel des matieres, sur indexe        ===++
      * ++============================================================++
       FD  F-MATIERES.
           COPY "wk-matiere.cpy".

      * ++============================================================++
      * ++===          historique des moyennes, sur indexe         ===++
      * ++============================================================++
       FD  F-HISTO.
           COPY "wk-histo.cpy".

      * ++============================================================++
      * ++===          memes fichiers, relus par cle au controle   ===++
      * ++============================================================++
       FD  F-MAITRE-CLE.
       01  ENR-MAITRE-CLE.
           05 EC-MATRICULE                              PIC X(8).
           05 FILLER                                    PIC X(43).

       FD  F-MATIERES-CLE.
       01  ENR-MATIERE-CLE.
           05 MC-CODE                                   PIC X(6).
           05 FILLER                                    PIC X(21).

       FD  F-HISTO-CLE.
       01  ENR-HISTO-CLE.
           05 HC-CLE                                    PIC X(15).
           05 FILLER                                    PIC X(7).

      * ++============================================================++
      * ++===          generation datee, copie sequentielle en     ===++
      * ++===          clair d'un fichier indexe                   ===++
      * ++============================================================++
       FD  F-GENERATION.
       01  ENR-GENERATION                                PIC X(51).
       01  ENR-GEN-MATIERE                               PIC X(27).
       01  ENR-GEN-HISTO                                 PIC X(22).

      * ++============================================================++
      * ++===          journal des sauvegardes, une ligne par      ===++
      * ++===          fichier et par passage                      ===++
      * ++============================================================++
       FD  F-JOURNAL-SAUVEGARDE.
       01  ENR-JOURNAL-SAUVEGARDE                        PIC X(88).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                     ligne du journal des sauvegardes ===++
      * ++============================================================++
        01 LIGNE-JOURNAL-SAUVEGARDE.
           05 JS-HORODATAGE                             PIC X(14).
           05 FILLER                               PIC X VALUE SPACE.
      * JS-OPERATION : SAUVEGARDE, RESTAURATION, CONTROLE ou PURGE
           05 JS-OPERATION                              PIC X(12).
           05 FILLER                               PIC X VALUE SPACE.
           05 JS-FICHIER                                PIC X(18).
           05 FILLER                               PIC X VALUE SPACE.
      * JS-GENERATION : date de la generation, SPACES au controle
           05 JS-GENERATION                             PIC X(8).
           05 FILLER                               PIC X VALUE SPACE.
           05 JS-NB-ENREG                               PIC 9(7).
           05 FILLER                               PIC X VALUE SPACE.
           05 JS-TOTAL                    PIC S9(11)V999
                                          SIGN IS LEADING SEPARATE.
           05 FILLER                               PIC X VALUE SPACE.
           05 JS-NB-ANOMALIES                           PIC 9(5).
           05 FILLER                               PIC X VALUE SPACE.
      * JS-RESULTAT : "OK", ou "KO" au moindre ecart ou anomalie
           05 JS-RESULTAT                               PIC XX.
      * ++============================================================++
      * ++===                                donnees de traitement ===++
      * ++============================================================++
        01 WS-FIN-FICHIER PIC X VALUE "N".
           88 WS-FIN-FICHIER-OUI                        VALUE "O".
           88 WS-FIN-FICHIER-NON                        VALUE "N".

        01 WS-ARRET-IMMEDIAT PIC X VALUE "N".
           88 WS-ARRET-IMMEDIAT-OUI                     VALUE "O".

        01 WS-STATUT-PARAM        PIC XX.
        01 WS-STATUT-MAITRE       PIC XX.
        01 WS-STATUT-MATIERES     PIC XX.
        01 WS-STATUT-HISTO        PIC XX.
        01 WS-STATUT-MAITRE-CLE   PIC XX.
        01 WS-STATUT-MATIERES-CLE PIC XX.
        01 WS-STATUT-HISTO-CLE    PIC XX.
        01 WS-STATUT-GENERATION   PIC XX.
      * JOURNAL-SAUVEGARDE.DAT n'existe pas encore au tout premier
      * passage : on bascule alors en creation (statut "35")
        01 WS-STATUT-JOURNAL      PIC XX.

      * Statut de la derniere operation sur le fichier indexe traite
        01 WS-STATUT              PIC XX.

        01 WS-HORODATAGE      PIC X(14).

      * Ligne de commande : mode, puis en restauration le fichier et
      * la date de la generation a recharger
        01 WS-LIGNE-COMMANDE  PIC X(80).
        01 WS-MODE            PIC X(12).
           88 WS-MODE-SAUVEGARDE                        VALUE
                                                        "SAUVEGARDE".
           88 WS-MODE-RESTAURATION                      VALUE
                                                        "RESTAURATION".
           88 WS-MODE-CONTROLE                          VALUE
                                                        "CONTROLE".
        01 WS-ARG-FICHIER     PIC X(10).
        01 WS-ARG-GENERATION  PIC X(10).

      * Fichiers designes pour la restauration
        01 WS-SELECTION.
           05 WS-SEL-ELEVES                             PIC X VALUE "N".
              88 WS-SEL-ELEVES-OUI                      VALUE "O".
           05 WS-SEL-MATIERES                           PIC X VALUE "N".
              88 WS-SEL-MATIERES-OUI                    VALUE "O".
           05 WS-SEL-HISTO                              PIC X VALUE "N".
              88 WS-SEL-HISTO-OUI                       VALUE "O".

      * Nombre de generations conservees : 7 faute de parametre
        01 WS-NB-GENERATIONS-MAX PIC 99 VALUE 7.

      * Fichier indexe en cours de traitement et ses noms
        01 WS-FICHIER         PIC X.
           88 WS-FICHIER-ELEVES                         VALUE "E".
           88 WS-FICHIER-MATIERES                       VALUE "M".
           88 WS-FICHIER-HISTO                          VALUE "H".
        01 WS-NOM-MAITRE      PIC X(18).
        01 WS-NOM-GENERATION  PIC X(30).
        01 WS-DATE-GENERATION PIC X(8).
        01 WS-OPERATION       PIC X(12).

        01 WS-OUVERT PIC X.
           88 WS-OUVERT-OUI                             VALUE "O".
           88 WS-OUVERT-NON                             VALUE "N".
        01 WS-CLE-OUVERT PIC X.
           88 WS-CLE-OUVERT-OUI                         VALUE "O".
           88 WS-CLE-OUVERT-NON                         VALUE "N".

      * Enregistrement courant, lu au fichier indexe ou a la
      * generation, et ses vues selon le fichier traite
        01 WS-ENREG           PIC X(51).
        01 WS-VUE-ELEVE REDEFINES WS-ENREG.
           05 WV-EM-MATRICULE                           PIC X(8).
           05 FILLER                                    PIC X(42).
           05 WV-EM-STATUT                              PIC X.
        01 WS-VUE-MATIERE REDEFINES WS-ENREG.
           05 WV-MA-CODE                                PIC X(6).
           05 FILLER                                    PIC X(20).
           05 WV-MA-STATUT                              PIC X.
           05 FILLER                                    PIC X(24).
        01 WS-VUE-HISTO REDEFINES WS-ENREG.
           05 WV-HM-CLE.
              10 FILLER                                 PIC X(8).
              10 WV-HM-TRIMESTRE                        PIC X.
              10 FILLER                                 PIC X(6).
           05 WV-HM-MOYENNE               PIC S999V999
                                          SIGN IS LEADING SEPARATE.
           05 FILLER                                    PIC X(29).

      * Cle de l'enregistrement courant et du precedent : un fichier
      * indexe se relit en ordre strictement croissant des cles
        01 WS-CLE-LUE         PIC X(15).
        01 WS-CLE-PRECEDENTE  PIC X(15).
        01 WS-MOTIF           PIC X(30).
        01 WS-VALEUR-CONTROLE PIC S999V999.

      * Comptes du fichier en cours de traitement
        01 WS-NB-ENREG        PIC 9(7).
        01 WS-TOTAL           PIC S9(11)V999.
        01 WS-NB-ANOMALIES    PIC 9(5).

      * Comptes notes au journal pour la generation, ou comptes du
      * fichier gardes pendant la relecture de sa copie
        01 WS-NB-ATTENDU      PIC 9(7).
        01 WS-TOTAL-ATTENDU   PIC S9(11)V999.
        01 WS-ANOMALIES-GARDEES PIC 9(5).
        01 WS-SAUVEGARDE-TROUVEE PIC X.
           88 WS-SAUVEGARDE-TROUVEE-OUI                 VALUE "O".
           88 WS-SAUVEGARDE-TROUVEE-NON                 VALUE "N".

        01 WS-TROUVE PIC X.
           88 WS-TROUVE-OUI                             VALUE "O".
           88 WS-TROUVE-NON                             VALUE "N".

      * Fichiers en anomalie sur l'ensemble du passage
        01 WS-NB-FICHIERS-KO  PIC 9(3) VALUE ZERO.

      * Generations presentes d'apres le journal, de la plus
      * ancienne a la plus recente ; une generation purgee en sort
        01 WS-NB-GENERATIONS  PIC 9(3) VALUE ZERO.
        01 WS-NB-A-PURGER     PIC 9(3).
        01 TAB-GENERATIONS.
           05 TGE-DATE OCCURS 100 TIMES
                       INDEXED BY IDX-TGE               PIC X(8).

        01 WS-TOTAL-EDITE     PIC -(11)9.999.

       PROCEDURE DIVISION.
      * ****************************************************************
      * *****      PROGRAMME                                       *****
      * ****************************************************************
       PRINCIPAL.
           PERFORM INITIALISATION
           IF (WS-ARRET-IMMEDIAT-OUI)
             STOP RUN
           END-IF
           EVALUATE TRUE
             WHEN WS-MODE-SAUVEGARDE
               PERFORM SAUVEGARDE-MAITRES
             WHEN WS-MODE-RESTAURATION
               PERFORM RESTAURATION-MAITRES
             WHEN OTHER
               PERFORM CONTROLE-MAITRES
           END-EVALUATE
           PERFORM FINALISATION
           STOP RUN.

       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE
           ACCEPT WS-LIGNE-COMMANDE FROM COMMAND-LINE
           MOVE SPACES TO WS-MODE
           MOVE SPACES TO WS-ARG-FICHIER
           MOVE SPACES TO WS-ARG-GENERATION
           UNSTRING WS-LIGNE-COMMANDE DELIMITED BY ALL " "
               INTO WS-MODE, WS-ARG-FICHIER, WS-ARG-GENERATION
           END-UNSTRING
           PERFORM CONTROLE-PARAMETRES
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             IF (WS-MODE-SAUVEGARDE)
               PERFORM LIT-PARAM-SAUVEGARDE
             END-IF
           END-IF.

      * Sauvegarde et controle portent sur les trois fichiers ; une
      * restauration designe son fichier (ou TOUS) et sa generation
      * par la date de la sauvegarde
       CONTROLE-PARAMETRES.
           EVALUATE TRUE
             WHEN WS-MODE-SAUVEGARDE
             WHEN WS-MODE-CONTROLE
               IF (WS-ARG-FICHIER NOT = SPACES)
                 SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               END-IF
             WHEN WS-MODE-RESTAURATION
               EVALUATE WS-ARG-FICHIER
                 WHEN "ELEVES"
                   SET WS-SEL-ELEVES-OUI TO TRUE
                 WHEN "MATIERES"
                   SET WS-SEL-MATIERES-OUI TO TRUE
                 WHEN "HISTO"
                   SET WS-SEL-HISTO-OUI TO TRUE
                 WHEN "TOUS"
                   SET WS-SEL-ELEVES-OUI TO TRUE
                   SET WS-SEL-MATIERES-OUI TO TRUE
                   SET WS-SEL-HISTO-OUI TO TRUE
                 WHEN OTHER
                   SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               END-EVALUATE
               IF (WS-ARG-GENERATION(1:8) NUMERIC)
                  AND (WS-ARG-GENERATION(9:2) = SPACES)
                 MOVE WS-ARG-GENERATION(1:8) TO WS-DATE-GENERATION
               ELSE
                 SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               END-IF
             WHEN OTHER
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
           END-EVALUATE
           IF (WS-ARRET-IMMEDIAT-OUI)
             DISPLAY "usage : sauve-maitres SAUVEGARDE"
             DISPLAY "        sauve-maitres CONTROLE"
             DISPLAY "        sauve-maitres RESTAURATION "
                     "<ELEVES|MATIERES|HISTO|TOUS> <aaaammjj>"
             MOVE 1 TO RETURN-CODE
           END-IF.

      * Sans parametre lisible la sauvegarde part tout de meme, avec
      * le nombre de generations par defaut : mieux vaut une copie
      * de trop que pas de copie du tout
       LIT-PARAM-SAUVEGARDE.
           OPEN INPUT F-PARAM
           IF (WS-STATUT-PARAM = "00")
             READ F-PARAM
               AT END CONTINUE
               NOT AT END
                 IF (PS-NB-GENERATIONS NUMERIC)
                    AND (PS-NB-GENERATIONS > 0)
                   MOVE PS-NB-GENERATIONS TO WS-NB-GENERATIONS-MAX
                 ELSE
                   DISPLAY "PARAM-SAUVEGARDE.DAT non numerique, "
                           WS-NB-GENERATIONS-MAX " generations "
                           "conservees par defaut"
                 END-IF
             END-READ
             CLOSE F-PARAM
           ELSE
             DISPLAY "PARAM-SAUVEGARDE.DAT indisponible, statut "
                     WS-STATUT-PARAM ", " WS-NB-GENERATIONS-MAX
                     " generations conservees par defaut"
           END-IF.

      * ****************************************************************
      * *****      SAUVEGARDE                                      *****
      * ****************************************************************
      * Une generation par jour : une seconde sauvegarde le meme jour
      * remplace la premiere. Les generations anciennes ne sont
      * purgees qu'apres une sauvegarde complete et verifiee
       SAUVEGARDE-MAITRES.
           MOVE WS-HORODATAGE(1:8) TO WS-DATE-GENERATION
           MOVE "E" TO WS-FICHIER
           PERFORM SAUVE-FICHIER
           MOVE "M" TO WS-FICHIER
           PERFORM SAUVE-FICHIER
           MOVE "H" TO WS-FICHIER
           PERFORM SAUVE-FICHIER
           IF (WS-NB-FICHIERS-KO = 0)
             PERFORM PURGE-GENERATIONS
           ELSE
             DISPLAY "sauvegarde incomplete : aucune generation "
                     "ancienne n'est purgee"
           END-IF.

       SAUVE-FICHIER.
           PERFORM PREPARE-FICHIER
           MOVE "SAUVEGARDE" TO WS-OPERATION
           PERFORM OUVRE-MAITRE
           IF (WS-OUVERT-OUI)
             OPEN OUTPUT F-GENERATION
             PERFORM SAUVE-ENREG UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-GENERATION
             PERFORM FERME-MAITRE
             PERFORM RELIT-COPIE
           END-IF
           PERFORM ECRIT-JOURNAL-SAUVEGARDE.

      * Un enregistrement en anomalie est tout de meme decharge : la
      * copie reste le meilleur etat connu du fichier, mais la
      * sauvegarde est notee KO et ne pourra pas etre rechargee
       SAUVE-ENREG.
           PERFORM LIT-MAITRE
           IF (WS-FIN-FICHIER-NON)
             PERFORM ECRIT-GENERATION
           END-IF.

       ECRIT-GENERATION.
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               MOVE WS-ENREG TO ENR-GENERATION
               WRITE ENR-GENERATION
             WHEN WS-FICHIER-MATIERES
               MOVE WS-ENREG TO ENR-GEN-MATIERE
               WRITE ENR-GEN-MATIERE
             WHEN OTHER
               MOVE WS-ENREG TO ENR-GEN-HISTO
               WRITE ENR-GEN-HISTO
           END-EVALUATE.

      * Relit la copie qui vient d'etre ecrite : elle doit redonner
      * le nombre d'enregistrements et le total du fichier decharge.
      * Les comptes notes au journal restent ceux du fichier
       RELIT-COPIE.
           MOVE WS-NB-ENREG     TO WS-NB-ATTENDU
           MOVE WS-TOTAL        TO WS-TOTAL-ATTENDU
           MOVE WS-NB-ANOMALIES TO WS-ANOMALIES-GARDEES
           PERFORM LIT-GENERATION-COMPLETE
           IF (WS-STATUT-GENERATION NOT = "00")
              OR (WS-NB-ENREG NOT = WS-NB-ATTENDU)
              OR (WS-TOTAL NOT = WS-TOTAL-ATTENDU)
             DISPLAY "copie " WS-NOM-GENERATION " differente du "
                     "fichier decharge : " WS-NB-ENREG " / "
                     WS-NB-ATTENDU " enregistrement(s)"
             ADD 1 TO WS-ANOMALIES-GARDEES
           END-IF
           MOVE WS-NB-ATTENDU        TO WS-NB-ENREG
           MOVE WS-TOTAL-ATTENDU     TO WS-TOTAL
           MOVE WS-ANOMALIES-GARDEES TO WS-NB-ANOMALIES.

      * Au-dela du nombre de generations a conserver, les plus
      * anciennes sont supprimees, chaque suppression notee au
      * journal pour que la generation n'y soit plus comptee
       PURGE-GENERATIONS.
           PERFORM CHARGE-GENERATIONS
           IF (WS-NB-GENERATIONS > WS-NB-GENERATIONS-MAX)
             COMPUTE WS-NB-A-PURGER =
                     WS-NB-GENERATIONS - WS-NB-GENERATIONS-MAX
             PERFORM VARYING IDX-TGE FROM 1 BY 1
                     UNTIL IDX-TGE > WS-NB-A-PURGER
               PERFORM PURGE-GENERATION
             END-PERFORM
           END-IF.

       PURGE-GENERATION.
           MOVE TGE-DATE(IDX-TGE) TO WS-DATE-GENERATION
           MOVE "E" TO WS-FICHIER
           PERFORM SUPPRIME-GENERATION
           MOVE "M" TO WS-FICHIER
           PERFORM SUPPRIME-GENERATION
           MOVE "H" TO WS-FICHIER
           PERFORM SUPPRIME-GENERATION.

       SUPPRIME-GENERATION.
           PERFORM PREPARE-FICHIER
           MOVE "PURGE" TO WS-OPERATION
           CALL "CBL_DELETE_FILE" USING WS-NOM-GENERATION
           IF (RETURN-CODE NOT = 0)
             DISPLAY "generation " WS-NOM-GENERATION " introuvable "
                     "ou non supprimee"
             ADD 1 TO WS-NB-ANOMALIES
           END-IF
           PERFORM ECRIT-JOURNAL-SAUVEGARDE.

      * Releve au journal les generations presentes : une sauvegarde
      * reussie en ajoute la date, une purge l'en retire
       CHARGE-GENERATIONS.
           MOVE ZERO TO WS-NB-GENERATIONS
           OPEN INPUT F-JOURNAL-SAUVEGARDE
           IF (WS-STATUT-JOURNAL = "00")
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM CHARGE-LIGNE-GENERATION UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-JOURNAL-SAUVEGARDE
           END-IF.

       CHARGE-LIGNE-GENERATION.
           READ F-JOURNAL-SAUVEGARDE
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               MOVE ENR-JOURNAL-SAUVEGARDE TO LIGNE-JOURNAL-SAUVEGARDE
               EVALUATE TRUE
                 WHEN (JS-OPERATION = "SAUVEGARDE")
                      AND (JS-RESULTAT = "OK")
                   PERFORM AJOUTE-GENERATION
                 WHEN JS-OPERATION = "PURGE"
                   PERFORM RETIRE-GENERATION
               END-EVALUATE
           END-READ.

       CHERCHE-GENERATION.
           SET WS-TROUVE-NON TO TRUE
           PERFORM VARYING IDX-TGE FROM 1 BY 1
                   UNTIL IDX-TGE > WS-NB-GENERATIONS
                      OR WS-TROUVE-OUI
               IF (TGE-DATE(IDX-TGE) = JS-GENERATION)
                 SET WS-TROUVE-OUI TO TRUE
                 SET IDX-TGE DOWN BY 1
               END-IF
           END-PERFORM.

       AJOUTE-GENERATION.
           PERFORM CHERCHE-GENERATION
           IF (WS-TROUVE-NON)
             IF (WS-NB-GENERATIONS < 100)
               ADD 1 TO WS-NB-GENERATIONS
               SET IDX-TGE TO WS-NB-GENERATIONS
               MOVE JS-GENERATION TO TGE-DATE(IDX-TGE)
             ELSE
               DISPLAY "table des generations saturee, generation "
                       JS-GENERATION " non comptee"
             END-IF
           END-IF.

      * La generation purgee sort de la table, les suivantes
      * remontent d'un rang pour garder l'ordre chronologique
       RETIRE-GENERATION.
           PERFORM CHERCHE-GENERATION
           IF (WS-TROUVE-OUI)
             PERFORM VARYING IDX-TGE FROM IDX-TGE BY 1
                     UNTIL IDX-TGE >= WS-NB-GENERATIONS
               MOVE TGE-DATE(IDX-TGE + 1) TO TGE-DATE(IDX-TGE)
             END-PERFORM
             SUBTRACT 1 FROM WS-NB-GENERATIONS
           END-IF.

      * ****************************************************************
      * *****      RESTAURATION                                    *****
      * ****************************************************************
      * Toutes les generations designees sont verifiees avant qu'un
      * seul fichier vivant ne soit remplace : un rechargement
      * partiel melangerait deux etats de la base
       RESTAURATION-MAITRES.
           IF (WS-SEL-ELEVES-OUI)
             MOVE "E" TO WS-FICHIER
             PERFORM VERIFIE-GENERATION
           END-IF
           IF (WS-SEL-MATIERES-OUI)
             MOVE "M" TO WS-FICHIER
             PERFORM VERIFIE-GENERATION
           END-IF
           IF (WS-SEL-HISTO-OUI)
             MOVE "H" TO WS-FICHIER
             PERFORM VERIFIE-GENERATION
           END-IF
           IF (WS-NB-FICHIERS-KO > 0)
             DISPLAY "restauration refusee : aucun fichier remplace"
           ELSE
             IF (WS-SEL-ELEVES-OUI)
               MOVE "E" TO WS-FICHIER
               PERFORM RECHARGE-FICHIER
             END-IF
             IF (WS-SEL-MATIERES-OUI)
               MOVE "M" TO WS-FICHIER
               PERFORM RECHARGE-FICHIER
             END-IF
             IF (WS-SEL-HISTO-OUI)
               MOVE "H" TO WS-FICHIER
               PERFORM RECHARGE-FICHIER
             END-IF
           END-IF.

      * La generation doit avoir ete notee reussie au journal, et se
      * relire sans anomalie avec le nombre d'enregistrements et le
      * total de controle notes ce jour-la ; un refus est note au
      * journal
       VERIFIE-GENERATION.
           PERFORM PREPARE-FICHIER
           MOVE "RESTAURATION" TO WS-OPERATION
           PERFORM CHERCHE-SAUVEGARDE
           IF (WS-SAUVEGARDE-TROUVEE-NON)
             DISPLAY "aucune sauvegarde reussie de " WS-NOM-MAITRE
                     " le " WS-DATE-GENERATION " au journal"
             ADD 1 TO WS-NB-ANOMALIES
           ELSE
             PERFORM LIT-GENERATION-COMPLETE
             IF (WS-NB-ENREG NOT = WS-NB-ATTENDU)
                OR (WS-TOTAL NOT = WS-TOTAL-ATTENDU)
               DISPLAY "generation " WS-NOM-GENERATION " differente "
                       "de la sauvegarde : " WS-NB-ENREG " / "
                       WS-NB-ATTENDU " enregistrement(s)"
               ADD 1 TO WS-NB-ANOMALIES
             END-IF
           END-IF
           IF (WS-NB-ANOMALIES > 0)
             PERFORM ECRIT-JOURNAL-SAUVEGARDE
           END-IF.

      * Derniere sauvegarde reussie du fichier a la date demandee
       CHERCHE-SAUVEGARDE.
           SET WS-SAUVEGARDE-TROUVEE-NON TO TRUE
           OPEN INPUT F-JOURNAL-SAUVEGARDE
           IF (WS-STATUT-JOURNAL = "00")
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM CHERCHE-LIGNE-SAUVEGARDE UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-JOURNAL-SAUVEGARDE
           END-IF.

       CHERCHE-LIGNE-SAUVEGARDE.
           READ F-JOURNAL-SAUVEGARDE
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               MOVE ENR-JOURNAL-SAUVEGARDE TO LIGNE-JOURNAL-SAUVEGARDE
               IF (JS-OPERATION = "SAUVEGARDE")
                  AND (JS-FICHIER = WS-NOM-MAITRE)
                  AND (JS-GENERATION = WS-DATE-GENERATION)
                  AND (JS-RESULTAT = "OK")
                 SET WS-SAUVEGARDE-TROUVEE-OUI TO TRUE
                 MOVE JS-NB-ENREG TO WS-NB-ATTENDU
                 MOVE JS-TOTAL    TO WS-TOTAL-ATTENDU
               END-IF
           END-READ.

      * Recree le fichier indexe vide et le recharge depuis la
      * generation, puis le relit : il doit redonner les comptes
      * notes a la sauvegarde
       RECHARGE-FICHIER.
           PERFORM PREPARE-FICHIER
           MOVE "RESTAURATION" TO WS-OPERATION
           PERFORM CHERCHE-SAUVEGARDE
           PERFORM CREE-MAITRE
           IF (WS-OUVERT-OUI)
             OPEN INPUT F-GENERATION
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM RECHARGE-ENREG UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-GENERATION
             PERFORM FERME-MAITRE
             PERFORM RELIT-FICHIER-RECHARGE
           END-IF
           PERFORM ECRIT-JOURNAL-SAUVEGARDE.

       RECHARGE-ENREG.
           READ F-GENERATION
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               MOVE ENR-GENERATION TO WS-ENREG
               PERFORM ECRIT-MAITRE
           END-READ.

       ECRIT-MAITRE.
           SET WS-TROUVE-OUI TO TRUE
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               MOVE WS-ENREG TO WK-ELEVE-MAITRE
               WRITE WK-ELEVE-MAITRE
                 INVALID KEY SET WS-TROUVE-NON TO TRUE
               END-WRITE
             WHEN WS-FICHIER-MATIERES
               MOVE WS-ENREG TO WK-MATIERE
               WRITE WK-MATIERE
                 INVALID KEY SET WS-TROUVE-NON TO TRUE
               END-WRITE
             WHEN OTHER
               MOVE WS-ENREG TO WK-HISTO-LIGNE
               WRITE WK-HISTO-LIGNE
                 INVALID KEY SET WS-TROUVE-NON TO TRUE
               END-WRITE
           END-EVALUATE
           IF (WS-TROUVE-NON)
             DISPLAY WS-NOM-MAITRE " : ecriture refusee pour ["
                     WS-ENREG(1:15) "]"
             ADD 1 TO WS-NB-ANOMALIES
           END-IF.

       RELIT-FICHIER-RECHARGE.
           MOVE ZERO TO WS-NB-ENREG
           MOVE ZERO TO WS-TOTAL
           MOVE LOW-VALUES TO WS-CLE-PRECEDENTE
           PERFORM OUVRE-MAITRE
           IF (WS-OUVERT-OUI)
             PERFORM LIT-MAITRE UNTIL WS-FIN-FICHIER-OUI
             PERFORM FERME-MAITRE
           END-IF
           IF (WS-NB-ENREG NOT = WS-NB-ATTENDU)
              OR (WS-TOTAL NOT = WS-TOTAL-ATTENDU)
             DISPLAY WS-NOM-MAITRE " recharge different de la "
                     "sauvegarde : " WS-NB-ENREG " / " WS-NB-ATTENDU
                     " enregistrement(s), a restaurer de nouveau"
             ADD 1 TO WS-NB-ANOMALIES
           END-IF.

      * ****************************************************************
      * *****      CONTROLE                                        *****
      * ****************************************************************
       CONTROLE-MAITRES.
           MOVE SPACES TO WS-DATE-GENERATION
           MOVE "E" TO WS-FICHIER
           PERFORM CONTROLE-FICHIER
           MOVE "M" TO WS-FICHIER
           PERFORM CONTROLE-FICHIER
           MOVE "H" TO WS-FICHIER
           PERFORM CONTROLE-FICHIER.

      * Relecture complete en sequence, chaque enregistrement etant
      * relu par sa cle dans la seconde vue du fichier
       CONTROLE-FICHIER.
           PERFORM PREPARE-FICHIER
           MOVE "CONTROLE" TO WS-OPERATION
           PERFORM OUVRE-MAITRE
           IF (WS-OUVERT-OUI)
             PERFORM OUVRE-MAITRE-CLE
             PERFORM CONTROLE-ENREG UNTIL WS-FIN-FICHIER-OUI
             PERFORM FERME-MAITRE
             IF (WS-CLE-OUVERT-OUI)
               PERFORM FERME-MAITRE-CLE
             END-IF
           END-IF
           PERFORM ECRIT-JOURNAL-SAUVEGARDE.

       CONTROLE-ENREG.
           PERFORM LIT-MAITRE
           IF (WS-FIN-FICHIER-NON) AND (WS-CLE-OUVERT-OUI)
             PERFORM RELIT-PAR-CLE
           END-IF.

       RELIT-PAR-CLE.
           SET WS-TROUVE-OUI TO TRUE
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               MOVE WV-EM-MATRICULE TO EC-MATRICULE
               READ F-MAITRE-CLE
                 INVALID KEY SET WS-TROUVE-NON TO TRUE
               END-READ
               IF (WS-TROUVE-OUI) AND (ENR-MAITRE-CLE NOT = WS-ENREG)
                 MOVE "RELU PAR CLE DIFFERENT" TO WS-MOTIF
               END-IF
             WHEN WS-FICHIER-MATIERES
               MOVE WV-MA-CODE TO MC-CODE
               READ F-MATIERES-CLE
                 INVALID KEY SET WS-TROUVE-NON TO TRUE
               END-READ
               IF (WS-TROUVE-OUI)
                  AND (ENR-MATIERE-CLE NOT = WS-ENREG(1:27))
                 MOVE "RELU PAR CLE DIFFERENT" TO WS-MOTIF
               END-IF
             WHEN OTHER
               MOVE WV-HM-CLE TO HC-CLE
               READ F-HISTO-CLE
                 INVALID KEY SET WS-TROUVE-NON TO TRUE
               END-READ
               IF (WS-TROUVE-OUI)
                  AND (ENR-HISTO-CLE NOT = WS-ENREG(1:22))
                 MOVE "RELU PAR CLE DIFFERENT" TO WS-MOTIF
               END-IF
           END-EVALUATE
           IF (WS-TROUVE-NON)
             MOVE "CLE ABSENTE DE L'INDEX" TO WS-MOTIF
           END-IF
           IF (WS-MOTIF NOT = SPACES)
             PERFORM SIGNALE-ANOMALIE
           END-IF.

       OUVRE-MAITRE-CLE.
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               OPEN INPUT F-MAITRE-CLE
               MOVE WS-STATUT-MAITRE-CLE TO WS-STATUT
             WHEN WS-FICHIER-MATIERES
               OPEN INPUT F-MATIERES-CLE
               MOVE WS-STATUT-MATIERES-CLE TO WS-STATUT
             WHEN OTHER
               OPEN INPUT F-HISTO-CLE
               MOVE WS-STATUT-HISTO-CLE TO WS-STATUT
           END-EVALUATE
           IF (WS-STATUT = "00")
             SET WS-CLE-OUVERT-OUI TO TRUE
           ELSE
             SET WS-CLE-OUVERT-NON TO TRUE
             DISPLAY WS-NOM-MAITRE " illisible par cle, statut "
                     WS-STATUT
             ADD 1 TO WS-NB-ANOMALIES
           END-IF.

       FERME-MAITRE-CLE.
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               CLOSE F-MAITRE-CLE
             WHEN WS-FICHIER-MATIERES
               CLOSE F-MATIERES-CLE
             WHEN OTHER
               CLOSE F-HISTO-CLE
           END-EVALUATE.

      * ****************************************************************
      * *****      ACCES COMMUNS AUX TROIS FICHIERS                *****
      * ****************************************************************
      * Noms du fichier indexe et de sa generation a la date
      * WS-DATE-GENERATION, comptes remis a zero
       PREPARE-FICHIER.
           MOVE SPACES TO WS-NOM-GENERATION
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               MOVE "ELEVES.DAT" TO WS-NOM-MAITRE
               STRING "ELEVES-" WS-DATE-GENERATION ".SAV"
                      DELIMITED BY SIZE INTO WS-NOM-GENERATION
             WHEN WS-FICHIER-MATIERES
               MOVE "MATIERES.DAT" TO WS-NOM-MAITRE
               STRING "MATIERES-" WS-DATE-GENERATION ".SAV"
                      DELIMITED BY SIZE INTO WS-NOM-GENERATION
             WHEN OTHER
               MOVE "HISTO-MOYENNES.DAT" TO WS-NOM-MAITRE
               STRING "HISTO-MOYENNES-" WS-DATE-GENERATION ".SAV"
                      DELIMITED BY SIZE INTO WS-NOM-GENERATION
           END-EVALUATE
           MOVE ZERO TO WS-NB-ENREG
           MOVE ZERO TO WS-TOTAL
           MOVE ZERO TO WS-NB-ANOMALIES
           MOVE ZERO TO WS-NB-ATTENDU
           MOVE ZERO TO WS-TOTAL-ATTENDU
           MOVE LOW-VALUES TO WS-CLE-PRECEDENTE.

      * Un fichier indexe absent ou illisible est une anomalie dans
      * tous les modes : la chaine ne peut pas s'en passer
       OUVRE-MAITRE.
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               OPEN INPUT F-MAITRE
               MOVE WS-STATUT-MAITRE TO WS-STATUT
             WHEN WS-FICHIER-MATIERES
               OPEN INPUT F-MATIERES
               MOVE WS-STATUT-MATIERES TO WS-STATUT
             WHEN OTHER
               OPEN INPUT F-HISTO
               MOVE WS-STATUT-HISTO TO WS-STATUT
           END-EVALUATE
           PERFORM RESULTAT-OUVERTURE.

      * Le fichier vivant n'est recree qu'une fois sa generation
      * verifiee
       CREE-MAITRE.
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               OPEN OUTPUT F-MAITRE
               MOVE WS-STATUT-MAITRE TO WS-STATUT
             WHEN WS-FICHIER-MATIERES
               OPEN OUTPUT F-MATIERES
               MOVE WS-STATUT-MATIERES TO WS-STATUT
             WHEN OTHER
               OPEN OUTPUT F-HISTO
               MOVE WS-STATUT-HISTO TO WS-STATUT
           END-EVALUATE
           PERFORM RESULTAT-OUVERTURE.

       RESULTAT-OUVERTURE.
           IF (WS-STATUT = "00")
             SET WS-OUVERT-OUI TO TRUE
             MOVE "N" TO WS-FIN-FICHIER
           ELSE
             SET WS-OUVERT-NON TO TRUE
             MOVE "O" TO WS-FIN-FICHIER
             DISPLAY "fichier " WS-NOM-MAITRE " indisponible, statut "
                     WS-STATUT
             ADD 1 TO WS-NB-ANOMALIES
           END-IF.

       FERME-MAITRE.
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               CLOSE F-MAITRE
             WHEN WS-FICHIER-MATIERES
               CLOSE F-MATIERES
             WHEN OTHER
               CLOSE F-HISTO
           END-EVALUATE.

      * Lecture suivante en ordre des cles ; un statut d'erreur
      * interrompt la lecture du fichier, qui est alors en anomalie
       LIT-MAITRE.
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               READ F-MAITRE NEXT RECORD
                 AT END MOVE "O" TO WS-FIN-FICHIER
               END-READ
               MOVE WS-STATUT-MAITRE TO WS-STATUT
               MOVE WK-ELEVE-MAITRE TO WS-ENREG
             WHEN WS-FICHIER-MATIERES
               READ F-MATIERES NEXT RECORD
                 AT END MOVE "O" TO WS-FIN-FICHIER
               END-READ
               MOVE WS-STATUT-MATIERES TO WS-STATUT
               MOVE WK-MATIERE TO WS-ENREG
             WHEN OTHER
               READ F-HISTO NEXT RECORD
                 AT END MOVE "O" TO WS-FIN-FICHIER
               END-READ
               MOVE WS-STATUT-HISTO TO WS-STATUT
               MOVE WK-HISTO-LIGNE TO WS-ENREG
           END-EVALUATE
           IF (WS-FIN-FICHIER-NON)
             IF (WS-STATUT = "00")
               PERFORM RETIENT-ENREG
             ELSE
               DISPLAY WS-NOM-MAITRE " : lecture interrompue apres "
                       WS-NB-ENREG " enregistrement(s), statut "
                       WS-STATUT
               ADD 1 TO WS-NB-ANOMALIES
               MOVE "O" TO WS-FIN-FICHIER
             END-IF
           END-IF.

      * Relit toute la generation WS-NOM-GENERATION pour en compter
      * les enregistrements et le total de controle
       LIT-GENERATION-COMPLETE.
           MOVE ZERO TO WS-NB-ENREG
           MOVE ZERO TO WS-TOTAL
           MOVE LOW-VALUES TO WS-CLE-PRECEDENTE
           OPEN INPUT F-GENERATION
           IF (WS-STATUT-GENERATION NOT = "00")
             DISPLAY "generation " WS-NOM-GENERATION " indisponible, "
                     "statut " WS-STATUT-GENERATION
             ADD 1 TO WS-NB-ANOMALIES
           ELSE
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM LIT-GENERATION UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-GENERATION
           END-IF.

       LIT-GENERATION.
           READ F-GENERATION
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               MOVE ENR-GENERATION TO WS-ENREG
               PERFORM RETIENT-ENREG
           END-READ.

      * Compte l'enregistrement courant et verifie ses zones
      * essentielles et l'ordre de sa cle ; seul un enregistrement
      * sans anomalie entre au total de controle
       RETIENT-ENREG.
           ADD 1 TO WS-NB-ENREG
           MOVE SPACES TO WS-MOTIF
           MOVE ZERO TO WS-VALEUR-CONTROLE
           EVALUATE TRUE
             WHEN WS-FICHIER-ELEVES
               MOVE WV-EM-MATRICULE TO WS-CLE-LUE
               EVALUATE TRUE
                 WHEN WV-EM-MATRICULE = SPACES
                   MOVE "MATRICULE A BLANC" TO WS-MOTIF
                 WHEN WV-EM-STATUT = "A"
                   MOVE 1 TO WS-VALEUR-CONTROLE
                 WHEN WV-EM-STATUT NOT = "S"
                   MOVE "STATUT INCONNU" TO WS-MOTIF
               END-EVALUATE
             WHEN WS-FICHIER-MATIERES
               MOVE WV-MA-CODE TO WS-CLE-LUE
               EVALUATE TRUE
                 WHEN WV-MA-CODE = SPACES
                   MOVE "CODE MATIERE A BLANC" TO WS-MOTIF
                 WHEN WV-MA-STATUT = "A"
                   MOVE 1 TO WS-VALEUR-CONTROLE
                 WHEN WV-MA-STATUT NOT = "I"
                   MOVE "STATUT INCONNU" TO WS-MOTIF
               END-EVALUATE
             WHEN OTHER
               MOVE WV-HM-CLE TO WS-CLE-LUE
               EVALUATE TRUE
                 WHEN WV-HM-TRIMESTRE NOT NUMERIC
                   MOVE "PERIODE NON NUMERIQUE" TO WS-MOTIF
                 WHEN WV-HM-MOYENNE NOT NUMERIC
                   MOVE "MOYENNE NON NUMERIQUE" TO WS-MOTIF
                 WHEN OTHER
                   MOVE WV-HM-MOYENNE TO WS-VALEUR-CONTROLE
               END-EVALUATE
           END-EVALUATE
           IF (WS-MOTIF = SPACES)
              AND (WS-CLE-LUE NOT > WS-CLE-PRECEDENTE)
             MOVE "CLE HORS SEQUENCE" TO WS-MOTIF
           END-IF
           MOVE WS-CLE-LUE TO WS-CLE-PRECEDENTE
           IF (WS-MOTIF = SPACES)
             ADD WS-VALEUR-CONTROLE TO WS-TOTAL
           ELSE
             PERFORM SIGNALE-ANOMALIE
           END-IF.

       SIGNALE-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES
           DISPLAY WS-NOM-MAITRE " enregistrement " WS-NB-ENREG
                   " [" WS-CLE-LUE "] : " WS-MOTIF.

      * Une ligne au journal des sauvegardes par fichier et par
      * operation ; un fichier en anomalie est note KO et compte
      * pour le RETURN-CODE
       ECRIT-JOURNAL-SAUVEGARDE.
           MOVE WS-HORODATAGE      TO JS-HORODATAGE
           MOVE WS-OPERATION       TO JS-OPERATION
           MOVE WS-NOM-MAITRE      TO JS-FICHIER
           MOVE WS-DATE-GENERATION TO JS-GENERATION
           MOVE WS-NB-ENREG        TO JS-NB-ENREG
           MOVE WS-TOTAL           TO JS-TOTAL
           MOVE WS-NB-ANOMALIES    TO JS-NB-ANOMALIES
           IF (WS-NB-ANOMALIES = 0)
             MOVE "OK" TO JS-RESULTAT
           ELSE
             MOVE "KO" TO JS-RESULTAT
             ADD 1 TO WS-NB-FICHIERS-KO
           END-IF
           OPEN EXTEND F-JOURNAL-SAUVEGARDE
           IF (WS-STATUT-JOURNAL = "35")
             OPEN OUTPUT F-JOURNAL-SAUVEGARDE
           END-IF
           IF (WS-STATUT-JOURNAL = "00")
             MOVE LIGNE-JOURNAL-SAUVEGARDE TO ENR-JOURNAL-SAUVEGARDE
             WRITE ENR-JOURNAL-SAUVEGARDE
             CLOSE F-JOURNAL-SAUVEGARDE
           ELSE
             DISPLAY "journal JOURNAL-SAUVEGARDE.DAT indisponible, "
                     "statut " WS-STATUT-JOURNAL
             ADD 1 TO WS-NB-FICHIERS-KO
           END-IF
           MOVE WS-TOTAL TO WS-TOTAL-EDITE
           INSPECT WS-TOTAL-EDITE REPLACING ALL "." BY ","
           DISPLAY WS-OPERATION " " WS-NOM-MAITRE " " JS-GENERATION
                   " : " WS-NB-ENREG " enregistrement(s), total "
                   WS-TOTAL-EDITE ", " WS-NB-ANOMALIES
                   " anomalie(s) " JS-RESULTAT.

       FINALISATION.
           IF (WS-NB-FICHIERS-KO = 0)
             MOVE 0 TO RETURN-CODE
           ELSE
             MOVE 1 TO RETURN-CODE
           END-IF.
      ******************************************************************
      **  sauve-maitres.cob                           Version 1.0 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
