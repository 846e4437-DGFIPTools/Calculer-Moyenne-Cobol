      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  etat-bulletin.cob                           Version 2.7 PC  **
      ******************************************************************
      **  Edition du bulletin de notes trimestriel                    **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Lire les moyennes calculees par calcule-moyenne dans      **
      **    RESULTATS.DAT (RESULTATS-ANNUELS.DAT en mode ANNUEL),     **
      **    sans les recalculer                                       **
      **  - Les mettre en page dans le fichier bulletin avec le       **
      **    libelle des matieres, le rappel de la periode precedente, **
      **    la mention, les absences et les appreciations             **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.1 : matiere/eleve sans note -> "N/D" au lieu d'une     **
      **           periodicite de l'annee (PARAM-ANNEE.DAT) : trois   **
      **           trimestres ou deux semestres ; le rappel de la     **
      **           periode precedente vaut pour les deux decoupages    **
      **  - v2.5 : un exemplaire du bulletin par responsable legal   **
      **           destinataire (RESPONSABLES.DAT), precede d'un bloc **
      **           adresse cale pour enveloppe a fenetre, dans un     **
      **           fichier d'envoi distinct ; liste d'envoi pour le   **
      **           secretariat ; eleves sans destinataire detailles   **
      **           au compte-rendu. BULLETIN.DAT reste a un seul      **
      **           exemplaire par eleve, celui que relit controle-nuit **
      **  - v2.6 : refus de l'edition normale d'une periode close au **
      **           fichier PERIODES.DAT (conseil de classe tenu),    **
      **           avant toute ouverture des sorties : les bulletins **
      **           signes ne sont plus remplaces que par le mode     **
      **           RECTIF ; le mode ANNUEL, qui ne fait que relire   **
      **           l'historique, reste permis                          **
      **  - v2.7 : plus aucun calcul de moyenne dans le bulletin :    **
      **           lignes matiere et moyenne generale lues telles que **
      **           calcule-moyenne les a formattees et tracees a      **
      **           l'audit (RESULTATS.DAT) ; valeur brute de la       **
      **           mention et de l'evolution relue a l'historique de  **
      **           la periode ; le mode RECTIF edite les seuls eleves **
      **           du fichier des corrections, le mode ANNUEL les     **
      **           moyennes annuelles de calcule-moyenne ANNUEL       **
      **           (RESULTATS-ANNUELS.DAT) ; le bulletin n'ecrit plus **
      **           de ligne d'audit                                   **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                        etat-bulletin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Les noms des fichiers des resultats et du bulletin dependent
      * du mode de lancement : fichiers du passage normal, bulletins
      * rectificatifs en mode RECTIF, moyennes annuelles en mode
      * ANNUEL
           SELECT F-RESULTATS  ASSIGN TO DYNAMIC WS-NOM-RESULTATS
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-RESULTATS.

      * Fichier des corrections, lu en mode RECTIF pour retenir les
      * seuls eleves dont une note a ete rectifiee
           SELECT F-NOTES      ASSIGN TO DYNAMIC WS-NOM-NOTES
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-NOTES.
           SELECT F-BULLETIN   ASSIGN TO DYNAMIC WS-NOM-BULLETIN
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-MAITRE     ASSIGN TO "ELEVES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM-ANNEE.

           SELECT F-PERIODES   ASSIGN TO "PERIODES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS PE-CLE
                                FILE STATUS IS WS-STATUT-PERIODES.

           SELECT F-RESPONSABLES ASSIGN TO "RESPONSABLES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RL-CLE
                                FILE STATUS IS WS-STATUT-RESPONSABLES.

      * Exemplaires adresses et liste d'envoi suivent le mode, comme
      * le bulletin dont ils sont tires
           SELECT F-ENVOI      ASSIGN TO DYNAMIC WS-NOM-ENVOI
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-LISTE-ENVOI ASSIGN TO DYNAMIC WS-NOM-LISTE-ENVOI
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ++============================================================++
      * ++===          moyennes calculees par calcule-moyenne      ===++
      * ++============================================================++
       FD  F-RESULTATS.
           COPY "wk-resultat.cpy".

      * ++============================================================++
      * ++===          fichier des corrections (mode RECTIF)       ===++
      * ++============================================================++
       FD  F-NOTES.
           COPY "wk-eleve.cpy".
       FD  F-BULLETIN.
       01  ENR-BULLETIN                                 PIC X(60).

      * ++============================================================++
      * ++===               fichier maitre des eleves, sur indexe  ===++
      * ++============================================================++
       FD  F-PARAM-ANNEE.
           COPY "wk-annee.cpy".

      * ++============================================================++
      * ++===          etat des periodes de chaque annee, indexe   ===++
      * ++===          sur l'annee et le numero de periode         ===++
      * ++============================================================++
       FD  F-PERIODES.
           COPY "wk-periode.cpy".

      * ++============================================================++
      * ++===     responsables legaux, sur indexe matricule + rang ===++
      * ++============================================================++
       FD  F-RESPONSABLES.
           COPY "wk-responsable.cpy".

      * ++============================================================++
      * ++===          exemplaires du bulletin a mettre sous pli,  ===++
      * ++===          un par responsable destinataire             ===++
      * ++============================================================++
       FD  F-ENVOI.
       01  ENR-ENVOI                                     PIC X(80).

      * ++============================================================++
      * ++===          liste d'envoi des bulletins du passage      ===++
      * ++============================================================++
       FD  F-LISTE-ENVOI.
       01  ENR-LISTE-ENVOI                               PIC X(145).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                          ligne du journal de chaine  ===++
      * ++============================================================++
        01 WS-FIN-FICHIER PIC X VALUE "N".
           88 WS-FIN-FICHIER-OUI                        VALUE "O".

      * Sans RESULTATS.DAT (calcule-moyenne pas encore passe) il n'y
      * a aucune moyenne a editer : l'edition s'arrete
        01 WS-STATUT-RESULTATS PIC XX.

        01 WS-STATUT-MAITRE PIC XX.

      * HISTO-MOYENNES.DAT n'existe pas encore au premier trimestre :
      * le bulletin s'edite alors sans rappel du trimestre precedent,
      * ni mention ni indicateur d'evolution
        01 WS-STATUT-HISTO PIC XX.

        01 WS-HISTO-DISPO PIC X VALUE "N".

      * Mode d'edition demande au lancement : vide pour le bulletin
      * trimestriel, "ANNUEL" pour les moyennes annuelles par matiere
      * calculees par calcule-moyenne en mode ANNUEL, "RECTIF" pour
      * les bulletins rectificatifs des seuls eleves du fichier des
      * corrections
        01 WS-MODE-EDITION PIC X(8).
           88 WS-MODE-ANNUEL                            VALUE "ANNUEL".
           88 WS-MODE-RECTIF                            VALUE "RECTIF".
      * Noms des fichiers effectivement lus et ecrits selon le mode :
      * le mode RECTIF ecrit ses propres anomalies et son propre
      * compte-rendu pour ne toucher a aucune sortie du passage normal
        01 WS-NOM-RESULTATS   PIC X(25).
        01 WS-NOM-NOTES       PIC X(25).
        01 WS-NOM-BULLETIN    PIC X(25).
        01 WS-NOM-ANOMALIES   PIC X(25).
        01 WS-NOM-CR          PIC X(25).
        01 WS-NOM-ENVOI       PIC X(25).
        01 WS-NOM-LISTE-ENVOI PIC X(25).
        01 WS-STATUT-NOTES    PIC XX.

      * Matricules du fichier des corrections : en mode RECTIF, seuls
      * ces eleves ont un bulletin rectificatif, les autres lignes de
      * RESULTATS.DAT sont passees sans rien editer
        01 WS-NB-CORRECTIONS  PIC 9(4) VALUE ZERO.
        01 TAB-CORRECTIONS.
           05 TCO-MATRICULE OCCURS 2000 TIMES
                            INDEXED BY IDX-TCO           PIC X(8).

        01 WS-CORR-TROUVE PIC X.
           88 WS-CORR-TROUVE-OUI                        VALUE "O".
           88 WS-CORR-TROUVE-NON                        VALUE "N".

      * Lignes de RESULTATS.DAT de l'eleve courant, regroupees par
      * rupture sur le matricule : ses lignes matiere dans l'ordre
      * du calcul, puis sa moyenne generale. Au-dela de dix matieres
      * (fichier altere) les lignes en trop sont ignorees et comptees
        01 WS-MATRICULE-ELEVE PIC X(8).
        01 WS-NOM-ELEVE       PIC X(20).
        01 WS-TRIMESTRE-ELEVE PIC 9.
        01 WS-GENERALE-ELEVE  PIC X(7).
        01 WS-NB-MATIERES-ELEVE PIC 99.
        01 WS-NB-RESULTATS-IGNORES PIC 9(5) VALUE ZERO.
        01 TAB-MATIERES-ELEVE.
           05 TME-MATIERE OCCURS 10 TIMES
                          INDEXED BY IDX-TME.
              10 TME-CODE                               PIC X(6).
              10 TME-COEF                                PIC 9.
              10 TME-MOYENNE                             PIC X(7).

        01 WS-CODE-MATIERE-COURANT PIC X(6).
        01 WS-MOYENNE-LUE     PIC X(7).

      * Sans fichier des responsables (pas encore constitue), les
      * bulletins s'editent comme avant et chaque eleve est releve au
      * compte-rendu comme n'ayant aucun destinataire
        01 WS-STATUT-RESPONSABLES PIC XX.

        01 WS-RESPONSABLES-DISPO PIC X VALUE "N".
           88 WS-RESPONSABLES-DISPO-OUI                 VALUE "O".

      * Lignes du bulletin de l'eleve courant, gardees au fil de
      * l'edition pour en tirer un exemplaire par destinataire ; le
      * plus long bulletin (dix matieres avec appreciation, mention,
      * absences) tient largement dans la table
        01 WS-NB-LIGNES-COPIE PIC 99 VALUE ZERO.
        01 TAB-COPIE.
           05 TC-LIGNE OCCURS 40 TIMES
                       INDEXED BY IDX-TC                PIC X(60).

      * Rang du responsable recherche (1 a 9) et nombre d'exemplaires
      * tires pour l'eleve courant
        01 WS-RANG-CHERCHE    PIC 99.
        01 WS-NB-EXEMPLAIRES  PIC 9 VALUE ZERO.
        01 WS-NB-ENVOIS       PIC 9(5) VALUE ZERO.

      * Eleves edites sans aucun responsable destinataire, reportes
      * au compte-rendu pour que le secretariat complete le fichier
        01 WS-NB-SANS-DEST    PIC 9(5) VALUE ZERO.
        01 WS-NB-SANS-DEST-IGNORES PIC 9(5) VALUE ZERO.
        01 TAB-SANS-DEST.
           05 TSD-MATRICULE OCCURS 2000 TIMES
                       INDEXED BY IDX-TSD               PIC X(8).

      * Cle et resultat de la recherche dans l'historique
        01 WS-CHERCHE-TRIMESTRE PIC 9.
        01 WS-CHERCHE-CODE      PIC X(6).
        01 WS-HISTO-TROUVE PIC X.
           88 WS-HISTO-TROUVE-OUI                       VALUE "O".
           88 WS-HISTO-TROUVE-NON                       VALUE "N".
        01 WS-MOYENNE-HISTO     PIC S999V999.

        01 WS-STATUT-PARAM-ANNEE PIC XX.

      * Etat des periodes de l'annee en cours, charge au lancement
      * depuis PERIODES.DAT tenu par cloture-periode ; sans fichier
      * (aucune periode encore close) ou sans annee en parametre,
      * toutes les periodes restent ouvertes
        01 WS-STATUT-PERIODES PIC XX.
        01 WS-ANNEE-COURANTE  PIC X(9) VALUE SPACES.
        01 TAB-ETAT-PERIODES.
           05 TEP-PERIODE OCCURS 3 TIMES
                          INDEXED BY IDX-TEP.
              10 TEP-ETAT                               PIC X.
                 88 TEP-CLOSE                          VALUE "C".
              10 TEP-DATE-CLOTURE                       PIC X(8).

        01 WS-PERIODE-TESTEE  PIC 9.
        01 WS-PERIODE-CLOSE PIC X.
           88 WS-PERIODE-CLOSE-OUI                      VALUE "O".
           88 WS-PERIODE-CLOSE-NON                      VALUE "N".

        01 MOTIF-PERIODE-CLOSE.
           05 FILLER       PIC X(8)  VALUE "PERIODE ".
           05 MPC-PERIODE  PIC 9.
           05 FILLER       PIC X(10) VALUE " CLOSE LE ".
           05 MPC-JOUR     PIC XX.
           05 FILLER       PIC X     VALUE "/".
           05 MPC-MOIS     PIC XX.
           05 FILLER       PIC X     VALUE "/".
           05 MPC-ANNEE    PIC X(4).
           05 FILLER       PIC X(15) VALUE " (CONSEIL TENU)".

      * Leve quand l'edition normale porte sur une periode close : on
      * s'arrete avant d'ouvrir quoi que ce soit, BULLETIN.DAT du
      * passage signe reste intact
        01 WS-ARRET-IMMEDIAT PIC X VALUE "N".
           88 WS-ARRET-IMMEDIAT-OUI                     VALUE "O".

      * Resultat du controle du matricule au fichier maitre : l'eleve
      * n'a de bulletin que si sa fiche existe et n'est pas sortie
           05 FILLER       PIC X     VALUE SPACE.
           05 LA-MOTIF     PIC X(35).

      * Valeurs brutes de la ligne en cours d'edition, relues a
      * l'historique de la periode ; la mise en forme de la periode
      * precedente, deja tracee a l'audit le jour de son calcul, n'est
      * pas re-tracee
        01 WS-MOYENNE-MATIERE   PIC S999V999.
        01 WS-MOYENNE-GENERALE  PIC S999V999.
        01 WS-FORMATTED-PREC    PIC X(7).
        01 WS-SEPARATEUR-VIRGULE PIC X VALUE "V".

      * La moyenne courante de la ligne en cours d'edition est-elle
      * chiffree, et sa valeur brute retrouvee a l'historique ?
      * L'indicateur d'evolution et la mention n'ont de sens que si
      * oui
        01 WS-MOY-COURANTE-OK PIC X.
           88 WS-MOY-COURANTE-OK-OUI                    VALUE "O".
           88 WS-MOY-COURANTE-OK-NON                    VALUE "N".
           05 FILLER       PIC X(6)  VALUE SPACES.
           05 LAP-TEXTE    PIC X(50).

      * Bloc adresse de l'exemplaire mis sous pli : marge haute puis
      * quatre lignes decalees a droite, a hauteur de la fenetre d'une
      * enveloppe DL ; une deuxieme ligne d'adresse vide est sautee
      * pour garder le code postal et la commune en derniere ligne
        01 WS-NB-MARGE-HAUTE  PIC 9 VALUE 6.
        01 WS-NB-MARGE-BASSE  PIC 9 VALUE 4.
        01 WS-NB-LIGNES-BLOC  PIC 9.
        01 WS-COMPTEUR-MARGE  PIC 9.
        01 TAB-ADRESSE.
           05 TAD-LIGNE OCCURS 4 TIMES
                        INDEXED BY IDX-TAD              PIC X(38).
        01 WS-CP-VILLE        PIC X(38).

        01 LIGNE-ADRESSE.
           05 FILLER       PIC X(36) VALUE SPACES.
           05 LAD-TEXTE    PIC X(38).

      * Liste d'envoi : un exemplaire par ligne, avec l'adresse
      * electronique quand le responsable en a donne une
        01 LIGNE-LISTE-ENVOI.
           05 LLE-MATRICULE PIC X(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LLE-NOM-ELEVE PIC X(20).
           05 FILLER       PIC X     VALUE SPACE.
           05 LLE-CLASSE   PIC X(6).
           05 FILLER       PIC X     VALUE SPACE.
           05 LLE-RANG     PIC 9.
           05 FILLER       PIC X     VALUE SPACE.
           05 LLE-NOM      PIC X(32).
           05 FILLER       PIC X     VALUE SPACE.
           05 LLE-CODE-POSTAL PIC X(5).
           05 FILLER       PIC X     VALUE SPACE.
           05 LLE-VILLE    PIC X(26).
           05 FILLER       PIC X     VALUE SPACE.
           05 LLE-EMAIL    PIC X(40).

      * Ligne de detail du compte-rendu : eleve sans destinataire
        01 LIGNE-CR-SANS-DEST.
           05 FILLER       PIC X(19) VALUE "SANS DESTINATAIRE [".
           05 LSD-MATRICULE PIC X(8).
           05 FILLER       PIC X     VALUE "]".

      * Ligne de detail du compte-rendu : matiere notee restee sans
      * appreciation, pour relance du professeur
        01 LIGNE-CR-SANS-APPREC.
      * ****************************************************************
       PRINCIPAL.
           PERFORM INITIALISATION
           IF (WS-ARRET-IMMEDIAT-OUI)
             STOP RUN
           END-IF
           PERFORM TRAITEMENT-ELEVE UNTIL WS-FIN-FICHIER-OUI
           PERFORM FINALISATION
           STOP RUN.

       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE-DEBUT
           PERFORM LIT-ANNEE-COURANTE
           ACCEPT WS-MODE-EDITION FROM COMMAND-LINE
           IF (WS-MODE-ANNUEL)
             MOVE "RESULTATS-ANNUELS.DAT"  TO WS-NOM-RESULTATS
           ELSE
             MOVE "RESULTATS.DAT"          TO WS-NOM-RESULTATS
           END-IF
           IF (WS-MODE-RECTIF)
             MOVE "NOTES-CORRECTIONS.DAT" TO WS-NOM-NOTES
             MOVE "BULLETIN-RECTIF.DAT"   TO WS-NOM-BULLETIN
             MOVE "ANOMALIES-RECTIF.DAT"  TO WS-NOM-ANOMALIES
             MOVE "CR-RECTIF.DAT"          TO WS-NOM-CR
             MOVE "BULLETIN-RECTIF-ENVOI.DAT" TO WS-NOM-ENVOI
             MOVE "LISTE-ENVOI-RECTIF.DAT" TO WS-NOM-LISTE-ENVOI
           ELSE
             MOVE SPACES                    TO WS-NOM-NOTES
             MOVE "BULLETIN.DAT"            TO WS-NOM-BULLETIN
             MOVE "ANOMALIES-BULLETIN.DAT" TO WS-NOM-ANOMALIES
             MOVE "CR-BULLETIN.DAT"         TO WS-NOM-CR
             MOVE "BULLETIN-ENVOI.DAT"      TO WS-NOM-ENVOI
             MOVE "LISTE-ENVOI.DAT"         TO WS-NOM-LISTE-ENVOI
           END-IF
      * Une periode close ne se reedite qu'en mode RECTIF ; le mode
      * ANNUEL, qui porte sur des periodes toutes closes en fin
      * d'annee, n'edite que des moyennes annuelles et reste permis
           IF (WS-MODE-RECTIF) OR (WS-MODE-ANNUEL)
             CONTINUE
           ELSE
             PERFORM CHARGE-ETAT-PERIODES
             PERFORM CONTROLE-PERIODE-CLOSE
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             PERFORM OUVRE-FICHIERS
           END-IF.

      * Ouverture des fichiers du passage et chargement des tables
       OUVRE-FICHIERS.
      * Un fichier de resultats absent (calcule-moyenne pas encore
      * passe, ou pas en mode ANNUEL) ou un fichier des corrections
      * absent en mode RECTIF arrete l'edition avec un statut
      * explicite plutot qu'un incident d'exploitation
           OPEN INPUT  F-RESULTATS
           IF (WS-STATUT-RESULTATS NOT = "00")
             DISPLAY "fichier " WS-NOM-RESULTATS " indisponible, "
                     "statut " WS-STATUT-RESULTATS
             MOVE "O" TO WS-FIN-FICHIER
             MOVE 1 TO RETURN-CODE
           END-IF
           IF (WS-MODE-RECTIF)
             PERFORM CHARGE-CORRECTIONS
           END-IF
           OPEN OUTPUT F-BULLETIN
           OPEN OUTPUT F-ANOMALIES
           OPEN OUTPUT F-ENVOI
           OPEN OUTPUT F-LISTE-ENVOI
      * Sans historique (premier trimestre) le bulletin s'edite sans
      * rappel du trimestre precedent, ni mention ni evolution
           OPEN INPUT F-HISTO
           IF (WS-STATUT-HISTO = "00")
             MOVE "O" TO WS-HISTO-DISPO
           PERFORM CHARGE-PARAM-MENTIONS
           PERFORM CHARGE-APPRECIATIONS

      * Sans fichier des responsables, aucun exemplaire adresse n'est
      * tire : le compte-rendu releve alors chaque eleve edite
           OPEN INPUT F-RESPONSABLES
           IF (WS-STATUT-RESPONSABLES = "00")
             MOVE "O" TO WS-RESPONSABLES-DISPO
           ELSE
             DISPLAY "fichier RESPONSABLES.DAT indisponible, statut "
                     WS-STATUT-RESPONSABLES ", aucun exemplaire adresse"
           END-IF

      * Sans referentiel des matieres, le bulletin s'edite avec les
      * codes bruts, comme avant le referentiel
           OPEN INPUT F-MATIERES
             IF (WS-FIN-FICHIER-OUI)
               CONTINUE
             ELSE
               PERFORM LIT-RESULTAT
               PERFORM CONTROLE-DESSIN-RESULTATS
             END-IF
           END-IF.

      * Un RESULTATS.DAT ecrit avant que la periode ne figure sur
      * chaque ligne ne peut pas etre edite : calcule-moyenne doit
      * etre relance
       CONTROLE-DESSIN-RESULTATS.
           IF (WS-FIN-FICHIER-OUI)
             CONTINUE
           ELSE
             IF (RES-TRIMESTRE NOT NUMERIC)
               DISPLAY "fichier " WS-NOM-RESULTATS " sans periode, "
                       "relancer calcule-moyenne"
               MOVE "O" TO WS-FIN-FICHIER
               MOVE 1 TO RETURN-CODE
             END-IF
           END-IF.

       LIT-RESULTAT.
           READ F-RESULTATS
               AT END MOVE "O" TO WS-FIN-FICHIER
           END-READ.

      * Releve les matricules du fichier des corrections ; sans
      * fichier il n'y a rien a rectifier et l'edition s'arrete
       CHARGE-CORRECTIONS.
           OPEN INPUT F-NOTES
           IF (WS-STATUT-NOTES NOT = "00")
             DISPLAY "fichier " WS-NOM-NOTES " indisponible, statut "
                     WS-STATUT-NOTES
             MOVE "O" TO WS-FIN-FICHIER
             MOVE 1 TO RETURN-CODE
           ELSE
             PERFORM CHARGE-LIGNE-CORRECTION
                     UNTIL WS-STATUT-NOTES NOT = "00"
             CLOSE F-NOTES
           END-IF.

       CHARGE-LIGNE-CORRECTION.
           READ F-NOTES
             AT END CONTINUE
             NOT AT END
               IF (WS-NB-CORRECTIONS < 2000)
                 ADD 1 TO WS-NB-CORRECTIONS
                 SET IDX-TCO TO WS-NB-CORRECTIONS
                 MOVE WE-MATRICULE TO TCO-MATRICULE(IDX-TCO)
               ELSE
                 DISPLAY "table des corrections saturee, eleve ["
                         WE-MATRICULE "] ignore"
               END-IF
           END-READ.

       CHERCHE-CORRECTION.
           SET WS-CORR-TROUVE-NON TO TRUE
           PERFORM VARYING IDX-TCO FROM 1 BY 1
                   UNTIL IDX-TCO > WS-NB-CORRECTIONS
                      OR WS-CORR-TROUVE-OUI
               IF (TCO-MATRICULE(IDX-TCO) = WS-MATRICULE-ELEVE)
                 SET WS-CORR-TROUVE-OUI TO TRUE
               END-IF
           END-PERFORM.

      * Regroupe les lignes de RESULTATS.DAT de l'eleve courant, puis
      * l'edite ; en mode RECTIF seuls les eleves du fichier des
      * corrections sont edites
       TRAITEMENT-ELEVE.
           PERFORM CHARGE-ELEVE
           SET WS-CORR-TROUVE-OUI TO TRUE
           IF (WS-MODE-RECTIF)
             PERFORM CHERCHE-CORRECTION
           END-IF
           IF (WS-CORR-TROUVE-OUI)
             PERFORM EDITE-ELEVE
           END-IF.

      * Lignes de l'eleve courant jusqu'a la rupture de matricule ;
      * la ligne lue d'avance reste en zone pour l'eleve suivant
       CHARGE-ELEVE.
           MOVE RES-MATRICULE TO WS-MATRICULE-ELEVE
           MOVE RES-NOM       TO WS-NOM-ELEVE
           MOVE RES-TRIMESTRE TO WS-TRIMESTRE-ELEVE
           MOVE ZERO          TO WS-NB-MATIERES-ELEVE
           MOVE "N/D"         TO WS-GENERALE-ELEVE
           PERFORM RANGE-RESULTAT
                   UNTIL WS-FIN-FICHIER-OUI
                      OR RES-MATRICULE NOT = WS-MATRICULE-ELEVE.

       RANGE-RESULTAT.
           IF (RES-CODE-MATIERE = SPACES)
             MOVE RES-MOYENNE TO WS-GENERALE-ELEVE
           ELSE
             IF (WS-NB-MATIERES-ELEVE < 10)
               ADD 1 TO WS-NB-MATIERES-ELEVE
               SET IDX-TME TO WS-NB-MATIERES-ELEVE
               MOVE RES-CODE-MATIERE TO TME-CODE(IDX-TME)
               MOVE RES-COEF-MATIERE TO TME-COEF(IDX-TME)
               MOVE RES-MOYENNE      TO TME-MOYENNE(IDX-TME)
             ELSE
               ADD 1 TO WS-NB-RESULTATS-IGNORES
             END-IF
           END-IF
           PERFORM LIT-RESULTAT.

       EDITE-ELEVE.
           ADD 1 TO WS-NB-ELEVES-LUS
           PERFORM CHERCHE-ELEVE-MAITRE
      * Un eleve d'une periode close melange aux resultats d'une
      * periode ouverte n'a pas de bulletin en edition normale
           IF (WS-ELEVE-CONNU-OUI)
              AND (NOT WS-MODE-RECTIF) AND (NOT WS-MODE-ANNUEL)
             MOVE WS-TRIMESTRE-ELEVE TO WS-PERIODE-TESTEE
             PERFORM TESTE-PERIODE-CLOSE
             IF (WS-PERIODE-CLOSE-OUI)
               SET WS-ELEVE-CONNU-NON TO TRUE
               MOVE "PERIODE CLOSE, RECTIFICATIF SEUL" TO LA-MOTIF
               PERFORM ECRIT-ANOMALIE
             END-IF
           END-IF
           IF (WS-ELEVE-CONNU-OUI)
             MOVE ZERO TO WS-NB-LIGNES-COPIE
             IF (WS-MODE-ANNUEL)
               PERFORM IMPRIME-ELEVE-ANNUEL
             ELSE
               PERFORM IMPRIME-ELEVE
             END-IF
             PERFORM EDITE-EXEMPLAIRES
           END-IF.

      * Annee scolaire en cours, cle de l'etat des periodes ; sans
      * PARAM-ANNEE.DAT l'edition se fait sans controle de cloture.
      * Le cumul annuel, qui dependait de la periodicite, est
      * desormais fait par calcule-moyenne
       LIT-ANNEE-COURANTE.
           OPEN INPUT F-PARAM-ANNEE
           IF (WS-STATUT-PARAM-ANNEE = "00")
             READ F-PARAM-ANNEE
               AT END CONTINUE
               NOT AT END
                 MOVE AN-ANNEE TO WS-ANNEE-COURANTE
             END-READ
             CLOSE F-PARAM-ANNEE
           END-IF.

      * Etat de chaque periode de l'annee en cours ; une periode sans
      * fiche au fichier n'a jamais ete close
       CHARGE-ETAT-PERIODES.
           MOVE SPACES TO TAB-ETAT-PERIODES
           IF (WS-ANNEE-COURANTE NOT = SPACES)
             OPEN INPUT F-PERIODES
             IF (WS-STATUT-PERIODES = "00")
               PERFORM VARYING IDX-TEP FROM 1 BY 1
                       UNTIL IDX-TEP > 3
                   PERFORM CHARGE-ETAT-PERIODE
               END-PERFORM
               CLOSE F-PERIODES
             END-IF
           END-IF.

       CHARGE-ETAT-PERIODE.
           MOVE WS-ANNEE-COURANTE TO PE-ANNEE
           SET PE-PERIODE TO IDX-TEP
           READ F-PERIODES
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE PE-ETAT TO TEP-ETAT(IDX-TEP)
               MOVE PE-CLOTURE-HORODATAGE(1:8)
                 TO TEP-DATE-CLOTURE(IDX-TEP)
           END-READ.

      * Positionne WS-PERIODE-CLOSE pour la periode WS-PERIODE-TESTEE
      * et prepare le motif correspondant
       TESTE-PERIODE-CLOSE.
           SET WS-PERIODE-CLOSE-NON TO TRUE
           IF (WS-PERIODE-TESTEE >= 1) AND (WS-PERIODE-TESTEE <= 3)
             SET IDX-TEP TO WS-PERIODE-TESTEE
             IF (TEP-CLOSE(IDX-TEP))
               SET WS-PERIODE-CLOSE-OUI TO TRUE
               MOVE WS-PERIODE-TESTEE TO MPC-PERIODE
               MOVE TEP-DATE-CLOTURE(IDX-TEP)(7:2) TO MPC-JOUR
               MOVE TEP-DATE-CLOTURE(IDX-TEP)(5:2) TO MPC-MOIS
               MOVE TEP-DATE-CLOTURE(IDX-TEP)(1:4) TO MPC-ANNEE
             END-IF
           END-IF.

      * La periode du passage est celle du premier eleve de
      * RESULTATS.DAT : close, elle arrete l'edition avant toute
      * ouverture des sorties. Un fichier absent, vide ou sans
      * periode est laisse au diagnostic habituel de l'ouverture
       CONTROLE-PERIODE-CLOSE.
           OPEN INPUT F-RESULTATS
           IF (WS-STATUT-RESULTATS = "00")
             READ F-RESULTATS
               AT END CONTINUE
               NOT AT END
                 MOVE ZERO TO WS-PERIODE-TESTEE
                 IF (RES-TRIMESTRE NUMERIC)
                   MOVE RES-TRIMESTRE TO WS-PERIODE-TESTEE
                 END-IF
                 PERFORM TESTE-PERIODE-CLOSE
                 IF (WS-PERIODE-CLOSE-OUI)
                   DISPLAY "edition refusee : " MOTIF-PERIODE-CLOSE
                           ", annee " WS-ANNEE-COURANTE
                   DISPLAY "une periode close ne se reedite qu'en "
                           "mode RECTIF"
                   SET WS-ARRET-IMMEDIAT-OUI TO TRUE
                   MOVE 1 TO RETURN-CODE
                 END-IF
             END-READ
             CLOSE F-RESULTATS
           END-IF.

      * Charge les seuils de mention depuis le fichier de parametres :
      * fichier absent, vide, desactive ou seuils non numeriques ->
      * les bulletins s'editent sans ligne de mention
           SET WS-APPREC-TROUVEE-NON TO TRUE
           PERFORM VARYING IDX-TP FROM 1 BY 1
                   UNTIL IDX-TP > WS-NB-APPREC
               IF (TP-MATRICULE(IDX-TP) = WS-MATRICULE-ELEVE)
                  AND (TP-TRIMESTRE(IDX-TP) = WS-TRIMESTRE-ELEVE)
                  AND (TP-CODE-MATIERE(IDX-TP)
                       = WS-CHERCHE-APPREC-CODE)
                 SET WS-APPREC-TROUVEE-OUI TO TRUE
       CHERCHE-HISTO.
           SET WS-HISTO-TROUVE-NON TO TRUE
           IF (WS-HISTO-DISPO-OUI)
             MOVE WS-MATRICULE-ELEVE    TO HM-MATRICULE
             MOVE WS-CHERCHE-TRIMESTRE TO HM-TRIMESTRE
             MOVE WS-CHERCHE-CODE       TO HM-CODE-MATIERE
             READ F-HISTO
                 CONTINUE
               NOT INVALID KEY
                 SET WS-HISTO-TROUVE-OUI TO TRUE
                 MOVE HM-MOYENNE TO WS-MOYENNE-HISTO
             END-READ
           END-IF.

      * aucun bulletin
       CHERCHE-ELEVE-MAITRE.
           SET WS-ELEVE-CONNU-OUI TO TRUE
           MOVE WS-MATRICULE-ELEVE TO EM-MATRICULE
           READ F-MAITRE
             INVALID KEY
               SET WS-ELEVE-CONNU-NON TO TRUE

       ECRIT-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES
           MOVE WS-MATRICULE-ELEVE TO LA-MATRICULE
           MOVE WS-NOM-ELEVE       TO LA-NOM
           MOVE LIGNE-ANOMALIE TO ENR-ANOMALIE
           WRITE ENR-ANOMALIE.

      * Imprime l'entete, une ligne par matiere puis la moyenne
      * generale de l'eleve courant
       IMPRIME-ELEVE.
      * Le nom provient de la fiche maitre et non de la saisie, pour
      * que le bulletin porte l'etat civil officiel de l'eleve
           MOVE EM-NOM       TO LE-NOM
           MOVE WS-MATRICULE-ELEVE TO LE-MATRICULE
           MOVE LIGNE-ENTETE TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN

      * Le bulletin rectificatif annonce sa nature et sa date
      * d'emission des l'entete, pour que la famille ne conserve pas
             MOVE WS-HORODATAGE-DEBUT(5:2) TO LRF-MOIS
             MOVE WS-HORODATAGE-DEBUT(1:4) TO LRF-ANNEE
             MOVE LIGNE-RECTIFICATIF TO ENR-BULLETIN
             PERFORM ECRIT-LIGNE-BULLETIN
           END-IF

           PERFORM VARYING IDX-TME FROM 1 BY 1
                   UNTIL IDX-TME > WS-NB-MATIERES-ELEVE
               PERFORM IMPRIME-MATIERE
           END-PERFORM

      * Moyenne generale telle que calcule-moyenne l'a ecrite ("N/D"
      * pour un eleve sans aucune matiere chiffree)
           MOVE WS-GENERALE-ELEVE TO LG-MOYENNE
           MOVE WS-GENERALE-ELEVE TO WS-MOYENNE-LUE
           MOVE SPACES TO WS-CODE-MATIERE-COURANT
           PERFORM MOYENNE-COURANTE
           MOVE WS-MOYENNE-HISTO TO WS-MOYENNE-GENERALE
           PERFORM RAPPEL-GENERALE
           MOVE LIGNE-GENERALE  TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN
           PERFORM EDITE-APPREC-GENERALE

      * La mention ne se decide que sur une moyenne generale
           END-IF

           MOVE LIGNE-VIDE TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN.

      * Totaux d'absences et de retards du trimestre edite, sous la
      * moyenne generale ; un eleve sans evenement affiche des zeros,
           PERFORM VARYING IDX-TA FROM 1 BY 1
                   UNTIL IDX-TA > WS-NB-ABSENCES-TAB
                      OR WS-ABSENCE-TROUVEE-OUI
               IF (TA-MATRICULE(IDX-TA) = WS-MATRICULE-ELEVE)
                  AND (TA-TRIMESTRE(IDX-TA) = WS-TRIMESTRE-ELEVE)
                 SET WS-ABSENCE-TROUVEE-OUI TO TRUE
                 SET IDX-TA DOWN BY 1
               END-IF
             MOVE ZERO TO LAB-NOMBRE
           END-IF
           MOVE LIGNE-ABSENCE TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN

           MOVE "ABSENCES NON JUSTIFIEES : " TO LAB-LIBELLE
           IF (WS-ABSENCE-TROUVEE-OUI)
             MOVE ZERO TO LAB-NOMBRE
           END-IF
           MOVE LIGNE-ABSENCE TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN

           MOVE "RETARDS                 : " TO LAB-LIBELLE
           IF (WS-ABSENCE-TROUVEE-OUI)
             MOVE ZERO TO LAB-NOMBRE
           END-IF
           MOVE LIGNE-ABSENCE TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN.

      * Mention deduite de la moyenne generale et des seuils du
      * fichier de parametres ; entre l'encouragement et
           IF (WS-LIBELLE-MENTION NOT = SPACES)
             MOVE WS-LIBELLE-MENTION TO LME-LIBELLE
             MOVE LIGNE-MENTION TO ENR-BULLETIN
             PERFORM ECRIT-LIGNE-BULLETIN
           END-IF.

      * Ligne d'une matiere : moyenne et coefficient tels que
      * calcule-moyenne les a ecrits, "N/D" pour une matiere sans note
       IMPRIME-MATIERE.
           MOVE TME-CODE(IDX-TME) TO WS-CODE-MATIERE-COURANT
           PERFORM LIBELLE-MATIERE
           MOVE WS-LIBELLE-MATIERE TO LM-LIBELLE
           MOVE TME-COEF(IDX-TME) TO LM-COEF
           MOVE TME-MOYENNE(IDX-TME) TO LM-MOYENNE
           MOVE TME-MOYENNE(IDX-TME) TO WS-MOYENNE-LUE
           PERFORM MOYENNE-COURANTE
           MOVE WS-MOYENNE-HISTO TO WS-MOYENNE-MATIERE
           PERFORM RAPPEL-MATIERE
           MOVE LIGNE-MATIERE               TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN
           ADD 1 TO WS-NB-LIGNES-MATIERE
           PERFORM EDITE-APPREC-MATIERE.

      * Compte les lignes "N/D" et "ERREUR" lues et, pour une moyenne
      * chiffree, relit sa valeur brute a l'historique de la periode :
      * mention et evolution se decident sur la valeur calculee, non
      * sur son arrondi imprime. Une moyenne chiffree absente de
      * l'historique s'edite sans mention ni evolution (controle-nuit
      * signale l'ecart)
       MOYENNE-COURANTE.
           SET WS-MOY-COURANTE-OK-NON TO TRUE
           MOVE ZERO TO WS-MOYENNE-HISTO
           PERFORM COMPTE-MOYENNE-LUE
           IF (WS-MOYENNE-LUE NOT = "N/D")
              AND (WS-MOYENNE-LUE NOT = "ERREUR")
             MOVE WS-TRIMESTRE-ELEVE      TO WS-CHERCHE-TRIMESTRE
             MOVE WS-CODE-MATIERE-COURANT TO WS-CHERCHE-CODE
             PERFORM CHERCHE-HISTO
             IF (WS-HISTO-TROUVE-OUI)
               SET WS-MOY-COURANTE-OK-OUI TO TRUE
             END-IF
           END-IF.

       COMPTE-MOYENNE-LUE.
           IF (WS-MOYENNE-LUE = "N/D")
             ADD 1 TO WS-NB-ND
           END-IF
           IF (WS-MOYENNE-LUE = "ERREUR")
             ADD 1 TO WS-NB-ERREUR
           END-IF.

      * Libelle officiel de la matiere courante, pris au referentiel
      * des matieres ; sans referentiel ou pour un code inconnu (note
      * anterieure au referentiel) le code brut reste affiche
       LIBELLE-MATIERE.
           MOVE WS-CODE-MATIERE-COURANT TO WS-LIBELLE-MATIERE
           IF (WS-MATIERES-DISPO-OUI)
             MOVE WS-CODE-MATIERE-COURANT TO MA-CODE
             READ F-MATIERES
               INVALID KEY
                 CONTINUE
      * relevee pour le compte-rendu, afin de relancer le professeur
      * avant l'impression des bulletins
       EDITE-APPREC-MATIERE.
           MOVE WS-CODE-MATIERE-COURANT TO WS-CHERCHE-APPREC-CODE
           PERFORM CHERCHE-APPREC
           IF (WS-APPREC-TROUVEE-OUI)
             MOVE WS-APPREC-TEXTE TO LAP-TEXTE
             MOVE LIGNE-APPRECIATION TO ENR-BULLETIN
             PERFORM ECRIT-LIGNE-BULLETIN
           ELSE
             IF (WS-MOY-COURANTE-OK-OUI)
               PERFORM NOTE-SANS-APPREC
           IF (WS-NB-SANS-APPREC < 5000)
             ADD 1 TO WS-NB-SANS-APPREC
             SET IDX-TSA TO WS-NB-SANS-APPREC
             MOVE WS-MATRICULE-ELEVE TO TSA-MATRICULE(IDX-TSA)
             MOVE WS-CODE-MATIERE-COURANT TO TSA-CODE-MATIERE(IDX-TSA)
           ELSE
             ADD 1 TO WS-NB-SANS-APPREC-IGNORES
           END-IF.
           IF (WS-APPREC-TROUVEE-OUI)
             MOVE WS-APPREC-TEXTE TO LAP-TEXTE
             MOVE LIGNE-APPRECIATION TO ENR-BULLETIN
             PERFORM ECRIT-LIGNE-BULLETIN
           END-IF.

      * Rappel de la moyenne de la matiere au trimestre precedent et
           MOVE SPACES TO LM-PREC-LIBELLE
           MOVE SPACES TO LM-PREC
           MOVE SPACE  TO LM-EVOLUTION
           IF (WS-TRIMESTRE-ELEVE > 1)
             COMPUTE WS-CHERCHE-TRIMESTRE = WS-TRIMESTRE-ELEVE - 1
             MOVE WS-CODE-MATIERE-COURANT TO WS-CHERCHE-CODE
             PERFORM CHERCHE-HISTO
             IF (WS-HISTO-TROUVE-OUI)
               CALL "format-number" USING WS-MOYENNE-HISTO,
                       WS-FORMATTED-PREC, WS-SEPARATEUR-VIRGULE
               IF (RETURN-CODE = 0)
                 MOVE "PREC: " TO LM-PREC-LIBELLE
                 MOVE WS-FORMATTED-PREC TO LM-PREC
                 IF (WS-MOY-COURANTE-OK-OUI)
                   EVALUATE TRUE
                     WHEN WS-MOYENNE-MATIERE > WS-MOYENNE-HISTO
                       MOVE "+" TO LM-EVOLUTION
                     WHEN WS-MOYENNE-MATIERE < WS-MOYENNE-HISTO
                       MOVE "-" TO LM-EVOLUTION
                     WHEN OTHER
                       MOVE "=" TO LM-EVOLUTION
           MOVE SPACES TO LG-PREC-LIBELLE
           MOVE SPACES TO LG-PREC
           MOVE SPACE  TO LG-EVOLUTION
           IF (WS-TRIMESTRE-ELEVE > 1)
             COMPUTE WS-CHERCHE-TRIMESTRE = WS-TRIMESTRE-ELEVE - 1
             MOVE SPACES TO WS-CHERCHE-CODE
             PERFORM CHERCHE-HISTO
             IF (WS-HISTO-TROUVE-OUI)
               CALL "format-number" USING WS-MOYENNE-HISTO,
                       WS-FORMATTED-PREC, WS-SEPARATEUR-VIRGULE
               IF (RETURN-CODE = 0)
                 MOVE "PREC: " TO LG-PREC-LIBELLE
                 MOVE WS-FORMATTED-PREC TO LG-PREC
                 IF (WS-MOY-COURANTE-OK-OUI)
                   EVALUATE TRUE
                     WHEN WS-MOYENNE-GENERALE > WS-MOYENNE-HISTO
                       MOVE "+" TO LG-EVOLUTION
                     WHEN WS-MOYENNE-GENERALE < WS-MOYENNE-HISTO
                       MOVE "-" TO LG-EVOLUTION
                     WHEN OTHER
                       MOVE "=" TO LG-EVOLUTION
             END-IF
           END-IF.

      * Edition de fin d'annee : moyennes annuelles de chaque matiere
      * suivie puis moyenne generale annuelle, telles que
      * calcule-moyenne les a cumulees sur les periodes de
      * l'historique (mode ANNUEL), sans rappel ni evolution
       IMPRIME-ELEVE-ANNUEL.
           MOVE EM-NOM       TO LE-NOM
           MOVE WS-MATRICULE-ELEVE TO LE-MATRICULE
           MOVE LIGNE-ENTETE TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN
           MOVE LIGNE-TITRE-ANNUEL TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN

           PERFORM VARYING IDX-TME FROM 1 BY 1
                   UNTIL IDX-TME > WS-NB-MATIERES-ELEVE
               PERFORM IMPRIME-MATIERE-ANNUEL
           END-PERFORM

           MOVE SPACES TO LG-PREC-LIBELLE
           MOVE SPACES TO LG-PREC
           MOVE SPACE  TO LG-EVOLUTION
           MOVE WS-GENERALE-ELEVE TO LG-MOYENNE
           MOVE WS-GENERALE-ELEVE TO WS-MOYENNE-LUE
           PERFORM COMPTE-MOYENNE-LUE
           MOVE LIGNE-GENERALE TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN

           MOVE LIGNE-VIDE TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN.

       IMPRIME-MATIERE-ANNUEL.
           MOVE TME-CODE(IDX-TME) TO WS-CODE-MATIERE-COURANT
           PERFORM LIBELLE-MATIERE
           MOVE WS-LIBELLE-MATIERE TO LM-LIBELLE
           MOVE TME-COEF(IDX-TME) TO LM-COEF
           MOVE TME-MOYENNE(IDX-TME) TO LM-MOYENNE
           MOVE SPACES TO LM-PREC-LIBELLE
           MOVE SPACES TO LM-PREC
           MOVE SPACE  TO LM-EVOLUTION
           MOVE TME-MOYENNE(IDX-TME) TO WS-MOYENNE-LUE
           PERFORM COMPTE-MOYENNE-LUE
           MOVE LIGNE-MATIERE TO ENR-BULLETIN
           PERFORM ECRIT-LIGNE-BULLETIN
           ADD 1 TO WS-NB-LIGNES-MATIERE.

      * Ecrit la ligne preparee dans ENR-BULLETIN au bulletin et la
      * garde pour les exemplaires adresses de l'eleve courant
       ECRIT-LIGNE-BULLETIN.
           WRITE ENR-BULLETIN
           IF (WS-NB-LIGNES-COPIE < 40)
             ADD 1 TO WS-NB-LIGNES-COPIE
             SET IDX-TC TO WS-NB-LIGNES-COPIE
             MOVE ENR-BULLETIN TO TC-LIGNE(IDX-TC)
           END-IF.

      * Un exemplaire du bulletin de l'eleve courant par responsable
      * legal destinataire, lus par cle sur les rangs 1 a 9 ; un
      * eleve sans aucun destinataire est releve pour le compte-rendu
       EDITE-EXEMPLAIRES.
           MOVE ZERO TO WS-NB-EXEMPLAIRES
           IF (WS-RESPONSABLES-DISPO-OUI)
             PERFORM VARYING WS-RANG-CHERCHE FROM 1 BY 1
                     UNTIL WS-RANG-CHERCHE > 9
                 MOVE WS-MATRICULE-ELEVE TO RL-MATRICULE
                 MOVE WS-RANG-CHERCHE TO RL-RANG
                 READ F-RESPONSABLES
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF (RL-RECOIT-BULLETIN)
                       PERFORM EDITE-EXEMPLAIRE
                     END-IF
                 END-READ
             END-PERFORM
           END-IF
           IF (WS-NB-EXEMPLAIRES = 0)
             PERFORM NOTE-SANS-DEST
           END-IF.

      * Exemplaire pour le responsable lu : saut de page, bloc
      * adresse a hauteur de fenetre, puis les lignes du bulletin ;
      * le meme envoi est reporte a la liste d'envoi
       EDITE-EXEMPLAIRE.
           ADD 1 TO WS-NB-EXEMPLAIRES
           ADD 1 TO WS-NB-ENVOIS
           PERFORM PREPARE-ADRESSE

           MOVE SPACES TO ENR-ENVOI
           WRITE ENR-ENVOI AFTER ADVANCING PAGE
           PERFORM VARYING WS-COMPTEUR-MARGE FROM 2 BY 1
                   UNTIL WS-COMPTEUR-MARGE > WS-NB-MARGE-HAUTE
               MOVE SPACES TO ENR-ENVOI
               WRITE ENR-ENVOI
           END-PERFORM
           PERFORM VARYING IDX-TAD FROM 1 BY 1
                   UNTIL IDX-TAD > 4
               MOVE TAD-LIGNE(IDX-TAD) TO LAD-TEXTE
               MOVE LIGNE-ADRESSE TO ENR-ENVOI
               WRITE ENR-ENVOI
           END-PERFORM
           PERFORM VARYING WS-COMPTEUR-MARGE FROM 1 BY 1
                   UNTIL WS-COMPTEUR-MARGE > WS-NB-MARGE-BASSE
               MOVE SPACES TO ENR-ENVOI
               WRITE ENR-ENVOI
           END-PERFORM

           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > WS-NB-LIGNES-COPIE
               MOVE TC-LIGNE(IDX-TC) TO ENR-ENVOI
               WRITE ENR-ENVOI
           END-PERFORM

           MOVE WS-MATRICULE-ELEVE TO LLE-MATRICULE
           MOVE EM-NOM         TO LLE-NOM-ELEVE
           MOVE EM-CLASSE      TO LLE-CLASSE
           MOVE RL-RANG        TO LLE-RANG
           MOVE RL-NOM         TO LLE-NOM
           MOVE RL-CODE-POSTAL TO LLE-CODE-POSTAL
           MOVE RL-VILLE       TO LLE-VILLE
           MOVE RL-EMAIL       TO LLE-EMAIL
           MOVE LIGNE-LISTE-ENVOI TO ENR-LISTE-ENVOI
           WRITE ENR-LISTE-ENVOI.

      * Quatre lignes d'adresse du responsable lu : nom, adresse,
      * complement s'il existe, code postal et commune ; sans
      * complement, code postal et commune remontent d'une ligne
       PREPARE-ADRESSE.
           MOVE SPACES TO TAB-ADRESSE
           MOVE SPACES TO WS-CP-VILLE
           STRING RL-CODE-POSTAL " " RL-VILLE
                  DELIMITED BY SIZE
                  INTO WS-CP-VILLE
           MOVE RL-NOM       TO TAD-LIGNE(1)
           MOVE RL-ADRESSE-1 TO TAD-LIGNE(2)
           IF (RL-ADRESSE-2 = SPACES)
             MOVE WS-CP-VILLE  TO TAD-LIGNE(3)
           ELSE
             MOVE RL-ADRESSE-2 TO TAD-LIGNE(3)
             MOVE WS-CP-VILLE  TO TAD-LIGNE(4)
           END-IF.

       NOTE-SANS-DEST.
           IF (WS-NB-SANS-DEST < 2000)
             ADD 1 TO WS-NB-SANS-DEST
             SET IDX-TSD TO WS-NB-SANS-DEST
             MOVE WS-MATRICULE-ELEVE TO TSD-MATRICULE(IDX-TSD)
           ELSE
             ADD 1 TO WS-NB-SANS-DEST-IGNORES
           END-IF.

       FINALISATION.
           CLOSE F-RESULTATS
           CLOSE F-BULLETIN
           CLOSE F-ANOMALIES
           CLOSE F-MAITRE
           CLOSE F-ENVOI
           CLOSE F-LISTE-ENVOI
           IF (WS-RESPONSABLES-DISPO-OUI)
             CLOSE F-RESPONSABLES
           END-IF
           IF (WS-MATIERES-DISPO-OUI)
             CLOSE F-MATIERES
           END-IF
             DISPLAY WS-NB-ANOMALIES " eleve(s) ecarte(s) vers "
                     WS-NOM-ANOMALIES
           END-IF
           IF (WS-NB-RESULTATS-IGNORES > 0)
             DISPLAY WS-NB-RESULTATS-IGNORES " ligne(s) matiere de "
                     WS-NOM-RESULTATS " ignoree(s) : plus de dix "
                     "matieres pour un eleve"
           END-IF
           PERFORM ECRIT-COMPTE-RENDU

      * La moindre ligne "ERREUR" doit retenir l'impression : les
           MOVE "MATIERES SANS APPREC" TO LCC-LIBELLE
           MOVE WS-NB-SANS-APPREC TO LCC-NOMBRE
           PERFORM ECRIT-LIGNE-CR
           MOVE "EXEMPLAIRES ADRESSES" TO LCC-LIBELLE
           MOVE WS-NB-ENVOIS TO LCC-NOMBRE
           PERFORM ECRIT-LIGNE-CR
           MOVE "ELEVES SANS DESTIN. " TO LCC-LIBELLE
           MOVE WS-NB-SANS-DEST TO LCC-NOMBRE
           PERFORM ECRIT-LIGNE-CR

      * Detail des matieres notees restees sans appreciation, pour
      * que le secretariat relance le professeur avant impression
             DISPLAY WS-NB-SANS-APPREC-IGNORES " matiere(s) sans "
                     "appreciation non detaillee(s) : table saturee"
           END-IF

      * Eleves edites sans aucun responsable destinataire : leur
      * bulletin n'est pas parti, le secretariat doit completer
      * RESPONSABLES.DAT puis relancer l'edition
           PERFORM VARYING IDX-TSD FROM 1 BY 1
                   UNTIL IDX-TSD > WS-NB-SANS-DEST
               MOVE TSD-MATRICULE(IDX-TSD) TO LSD-MATRICULE
               MOVE LIGNE-CR-SANS-DEST TO ENR-COMPTE-RENDU
               WRITE ENR-COMPTE-RENDU
           END-PERFORM
           IF (WS-NB-SANS-DEST-IGNORES > 0)
             DISPLAY WS-NB-SANS-DEST-IGNORES " eleve(s) sans "
                     "destinataire non detaille(s) : table saturee"
           END-IF
           CLOSE F-COMPTE-RENDU.

       ECRIT-LIGNE-CR.
           MOVE LIGNE-CR-COMPTEUR TO ENR-COMPTE-RENDU
           WRITE ENR-COMPTE-RENDU.
      ******************************************************************
      **  etat-bulletin.cob                           Version 2.7 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
