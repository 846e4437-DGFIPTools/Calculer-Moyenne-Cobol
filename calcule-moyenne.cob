      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  calcule-moyenne.cob                         Version 2.2 PC  **
      ******************************************************************
      **  Calcul des moyennes eleve / matiere                         **
      **  ----------------------------------------------------------  **
      **    l'ecrire dans le fichier resultat                          **
      **  - Tracer chaque moyenne formattee dans le fichier d'audit,  **
      **    pour pouvoir reconstituer un bulletin conteste plus tard   **
      **  - En fin d'annee (mode ANNUEL), calculer la moyenne         **
      **    annuelle de chaque matiere et la moyenne generale         **
      **    annuelle sur les periodes de l'historique                 **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.1 : matiere/eleve sans note -> "N/D" au lieu d'une     **
      **           (reprise et correction reecrivent les memes cles) ; **
      **           conversion du fichier sequentiel de l'annee en    **
      **           cours par convertit-histo                           **
      **  - v2.1 : refus du passage normal (et de sa reprise) sur    **
      **           une periode close au fichier PERIODES.DAT par     **
      **           cloture-periode, avant toute ouverture des        **
      **           sorties ; un eleve d'une periode close egare dans **
      **           le fichier part aux anomalies. Seul le mode       **
      **           CORRECTION recalcule encore une periode close      **
      **  - v2.2 : seul programme de la chaine a calculer les         **
      **           moyennes : periode et coefficient de la matiere    **
      **           portes sur chaque ligne de RESULTATS.DAT (dessin   **
      **           partage wk-resultat.cpy), que le bulletin et       **
      **           l'export portail reprennent sans recalcul ; mode   **
      **           ANNUEL : moyennes annuelles des periodes de        **
      **           l'historique ecrites dans RESULTATS-ANNUELS.DAT    **
      **           pour le bulletin annuel, tracees a l'audit, sans   **
      **           toucher ni a l'historique ni au point de reprise   **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                      calcule-moyenne.
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-NOTES.

      * Resultats, anomalies et compte-rendu du mode ANNUEL ont leurs
      * propres fichiers, pour ne rien ecraser du passage de la
      * derniere periode
           SELECT F-RESULTATS  ASSIGN TO DYNAMIC WS-NOM-RESULTATS
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-AUDIT      ASSIGN TO "AUDIT.DAT"
                                RECORD KEY IS EM-MATRICULE
                                FILE STATUS IS WS-STATUT-MAITRE.

           SELECT F-ANOMALIES  ASSIGN TO DYNAMIC WS-NOM-ANOMALIES
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-ANOMALIES.

                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-REPRISE.

           SELECT F-COMPTE-RENDU ASSIGN TO DYNAMIC WS-NOM-CR
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-JOURNAL    ASSIGN TO "JOURNAL-CHAINE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-JOURNAL.

           SELECT F-PARAM-ANNEE ASSIGN TO "PARAM-ANNEE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM-ANNEE.

           SELECT F-PERIODES   ASSIGN TO "PERIODES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS PE-CLE
                                FILE STATUS IS WS-STATUT-PERIODES.

      * Fichiers de service du mode REPRISE : relecture d'un fichier
      * de sortie a retailler et recopie via un fichier de travail
           SELECT F-TRIM-ENTREE ASSIGN TO DYNAMIC WS-NOM-TRIM
      * ++===                      fichier des resultats en sortie ===++
      * ++============================================================++
       FD  F-RESULTATS.
           COPY "wk-resultat.cpy".

      * ++============================================================++
      * ++===              fichier d'audit des moyennes formattees ===++
       FD  F-JOURNAL.
       01  ENR-JOURNAL                                   PIC X(48).

      * ++============================================================++
      * ++===          parametres de l'annee scolaire en cours     ===++
      * ++============================================================++
       FD  F-PARAM-ANNEE.
           COPY "wk-annee.cpy".

      * ++============================================================++
      * ++===          etat des periodes de chaque annee, indexe   ===++
      * ++===          sur l'annee et le numero de periode         ===++
      * ++============================================================++
       FD  F-PERIODES.
           COPY "wk-periode.cpy".

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                          ligne du journal de chaine  ===++
      * Mode de lancement : vide pour un passage normal, "REPRISE"
      * pour repartir du dernier point de reprise apres un incident,
      * "CORRECTION" pour recalculer les seuls eleves du fichier des
      * corrections apres rectification d'une note, "ANNUEL" pour les
      * moyennes annuelles de fin d'annee
        01 WS-MODE-LANCEMENT PIC X(10).
           88 WS-MODE-REPRISE                           VALUE "REPRISE".
           88 WS-MODE-CORRECTION                     VALUE "CORRECTION".
           88 WS-MODE-ANNUEL                            VALUE "ANNUEL".

      * Noms des fichiers de sortie effectivement ecrits selon le mode
        01 WS-NOM-RESULTATS   PIC X(25).
        01 WS-NOM-ANOMALIES   PIC X(25).
        01 WS-NOM-CR          PIC X(25).

      * Nombre de periodes de l'annee : 3 en trimestres (defaut,
      * PARAM-ANNEE.DAT absent ou muet), 2 en semestres ; borne du
      * cumul des moyennes annuelles
        01 WS-NB-PERIODES     PIC 9 VALUE 3.

      * Cumul d'une moyenne annuelle sur les periodes retrouvees dans
      * l'historique
        01 WS-CHERCHE-PERIODE   PIC 9.
        01 WS-CHERCHE-CODE      PIC X(6).
        01 WS-SOMME-ANNUELLE    PIC S9(4)V999.
        01 WS-NB-PERIODES-CALC  PIC 9.
        01 WS-MOYENNE-ANNUELLE  PIC S999V999.

      * Etat des periodes de l'annee en cours, charge au lancement
      * depuis PERIODES.DAT tenu par cloture-periode ; sans fichier
      * (aucune periode encore close) ou sans annee en parametre,
      * toutes les periodes restent ouvertes
        01 WS-STATUT-PARAM-ANNEE PIC XX.
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

      * Nom du fichier des notes effectivement lu selon le mode
        01 WS-NOM-NOTES       PIC X(25).
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE-DEBUT
           ACCEPT WS-MODE-LANCEMENT FROM COMMAND-LINE
           MOVE "NOTES-VALIDES.DAT" TO WS-NOM-NOTES
           MOVE "RESULTATS.DAT"        TO WS-NOM-RESULTATS
           MOVE "ANOMALIES-CALCUL.DAT" TO WS-NOM-ANOMALIES
           MOVE "CR-CALCUL.DAT"        TO WS-NOM-CR
      * Une periode close ne se recalcule qu'en mode CORRECTION : le
      * passage normal et sa reprise s'arretent avant d'avoir touche
      * a RESULTATS.DAT ou a l'historique. Le mode ANNUEL, qui porte
      * sur des periodes toutes closes en fin d'annee, ne fait que
      * relire l'historique et reste permis
           EVALUATE TRUE
             WHEN WS-MODE-CORRECTION
               CONTINUE
             WHEN WS-MODE-ANNUEL
               PERFORM LIT-ANNEE-COURANTE
             WHEN OTHER
               PERFORM LIT-ANNEE-COURANTE
               PERFORM CHARGE-ETAT-PERIODES
               PERFORM CONTROLE-PERIODE-CLOSE
           END-EVALUATE
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             EVALUATE TRUE
               WHEN WS-MODE-REPRISE
                 PERFORM PREPARE-REPRISE
               WHEN WS-MODE-CORRECTION
                 PERFORM PREPARE-CORRECTION
               WHEN WS-MODE-ANNUEL
                 PERFORM PREPARE-ANNUEL
               WHEN OTHER
                 PERFORM PREPARE-LANCEMENT
             END-EVALUATE
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
      * Sans fichier maitre, aucun matricule ne peut etre controle :
      * on s'arrete plutot que d'editer des resultats non verifies
             OPEN INPUT F-MAITRE
             END-IF
           END-IF.

      * Annee scolaire en cours, cle de l'etat des periodes, et
      * periodicite de l'annee pour le cumul annuel ; sans
      * PARAM-ANNEE.DAT le calcul se fait comme avant, sans controle
      * de cloture et sur trois trimestres
       LIT-ANNEE-COURANTE.
           OPEN INPUT F-PARAM-ANNEE
           IF (WS-STATUT-PARAM-ANNEE = "00")
             READ F-PARAM-ANNEE
               AT END CONTINUE
               NOT AT END
                 MOVE AN-ANNEE TO WS-ANNEE-COURANTE
                 IF (AN-SEMESTRES)
                   MOVE 2 TO WS-NB-PERIODES
                 END-IF
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

      * La periode du passage est celle du premier eleve du fichier
      * des notes : close, elle arrete le calcul avant toute
      * ouverture des sorties. Un fichier absent ou vide est laisse
      * au diagnostic habituel de la preparation
       CONTROLE-PERIODE-CLOSE.
           OPEN INPUT F-NOTES
           IF (WS-STATUT-NOTES = "00")
             READ F-NOTES
               AT END CONTINUE
               NOT AT END
                 MOVE WE-TRIMESTRE TO WS-PERIODE-TESTEE
                 PERFORM TESTE-PERIODE-CLOSE
                 IF (WS-PERIODE-CLOSE-OUI)
                   DISPLAY "calcul refuse : " MOTIF-PERIODE-CLOSE
                           ", annee " WS-ANNEE-COURANTE
                   DISPLAY "une periode close ne se recalcule qu'en "
                           "mode CORRECTION"
                   SET WS-ARRET-IMMEDIAT-OUI TO TRUE
                   MOVE 1 TO RETURN-CODE
                 END-IF
             END-READ
             CLOSE F-NOTES
           END-IF.

      * Passage normal : sorties recreees, fichiers en extension
      * comptes avant ouverture, premier point de reprise "en cours"
      * pose aussitot pour couvrir un incident avant le 50e eleve
             PERFORM ECRIT-REPRISE
           END-IF.

      * Mode ANNUEL : moyennes annuelles des eleves du fichier des
      * notes controlees, cumulees sur les periodes de l'historique ;
      * l'historique n'est que relu, sans point de reprise (le
      * passage se relance en entier), et les sorties du passage de
      * la derniere periode restent intactes. Sans historique il n'y
      * a rien a cumuler : on s'arrete avant de creer les sorties
       PREPARE-ANNUEL.
           MOVE "RESULTATS-ANNUELS.DAT" TO WS-NOM-RESULTATS
           MOVE "ANOMALIES-ANNUEL.DAT"  TO WS-NOM-ANOMALIES
           MOVE "CR-CALCUL-ANNUEL.DAT"  TO WS-NOM-CR
           OPEN INPUT  F-NOTES
           IF (WS-STATUT-NOTES NOT = "00")
             DISPLAY "fichier " WS-NOM-NOTES " indisponible, statut "
                     WS-STATUT-NOTES
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             OPEN INPUT F-HISTO
             IF (WS-STATUT-HISTO NOT = "00")
               DISPLAY "historique HISTO-MOYENNES.DAT indisponible, "
                       "statut " WS-STATUT-HISTO
               CLOSE F-NOTES
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             ELSE
               OPEN OUTPUT F-RESULTATS
               OPEN OUTPUT F-ANOMALIES
               OPEN EXTEND F-AUDIT
               IF (WS-STATUT-AUDIT = "35")
                 OPEN OUTPUT F-AUDIT
               END-IF
             END-IF
           END-IF.

      * Ouverture de l'historique indexe en mise a jour ; au tout
      * premier trimestre le fichier n'existe pas encore et bascule
      * en creation, comme le fichier maitre dans maj-eleves

       TRAITEMENT-ELEVE.
           PERFORM CHERCHE-ELEVE-MAITRE
      * Un eleve d'une periode close melange aux notes d'une periode
      * ouverte n'est pas recalcule hors du mode CORRECTION (ni
      * controle en mode ANNUEL, qui ne porte que sur l'historique)
           IF (WS-ELEVE-CONNU-OUI) AND (NOT WS-MODE-CORRECTION)
              AND (NOT WS-MODE-ANNUEL)
             MOVE WE-TRIMESTRE TO WS-PERIODE-TESTEE
             PERFORM TESTE-PERIODE-CLOSE
             IF (WS-PERIODE-CLOSE-OUI)
               SET WS-ELEVE-CONNU-NON TO TRUE
               MOVE "PERIODE CLOSE, CORRECTION SEULE" TO LA-MOTIF
               PERFORM ECRIT-ANOMALIE
             END-IF
           END-IF
           IF (WS-ELEVE-CONNU-OUI)
             IF (WS-MODE-ANNUEL)
               PERFORM CALCULE-ELEVE-ANNUEL
             ELSE
               PERFORM CALCULE-ELEVE
             END-IF
           END-IF

      * L'eleve est entierement traite : il entre dans les comptes du
      * point de reprise, pose tous les 50 eleves. Le mode CORRECTION
      * ne pose pas de point de reprise : son passage est court et
      * ses comptes ne decriraient pas des sorties entieres ; le mode
      * ANNUEL non plus, son point serait pris pour celui du passage
      * de la derniere periode
           ADD 1 TO WS-CPT-ELEVES
           MOVE WE-MATRICULE TO WS-DERNIER-MATRICULE
           IF (WS-MODE-CORRECTION) OR (WS-MODE-ANNUEL)
             CONTINUE
           ELSE
             ADD 1 TO WS-DEPUIS-REPRISE
           MOVE WE-MATRICULE  TO RES-MATRICULE
           MOVE EM-NOM        TO RES-NOM
           MOVE SPACES         TO RES-CODE-MATIERE
           MOVE WE-TRIMESTRE  TO RES-TRIMESTRE
           MOVE ZERO           TO RES-COEF-MATIERE

      * Un eleve dont aucune matiere n'a de moyenne calculable (aucune
      * note saisie) n'a pas de moyenne generale non plus ; les
               ADD 1 TO WS-NB-ERREUR
             END-IF
           END-IF
           WRITE WK-RESULTAT-LIGNE
           ADD 1 TO WS-CPT-RESULTATS.

      * Moyenne ponderee par les coefficients des notes d'une matiere
           MOVE WE-MATRICULE                TO RES-MATRICULE
           MOVE EM-NOM                       TO RES-NOM
           MOVE WE-CODE-MATIERE(IDX-WE-MAT)  TO RES-CODE-MATIERE
           MOVE WE-TRIMESTRE                 TO RES-TRIMESTRE
           MOVE WE-COEF-MATIERE(IDX-WE-MAT)  TO RES-COEF-MATIERE

      * Une matiere sans note (nouvelle option, eleve transfere en
      * cours d'annee...) n'a pas de moyenne calculable : on l'exclut
               ADD 1 TO WS-NB-ERREUR
             END-IF
           END-IF
           WRITE WK-RESULTAT-LIGNE
           ADD 1 TO WS-CPT-RESULTATS
           ADD 1 TO WS-NB-LIGNES-MATIERE.

      * Edition de fin d'annee : pour chaque matiere suivie, moyenne
      * des moyennes des periodes retrouvees dans l'historique, puis
      * moyenne generale annuelle sur le meme principe, a partir des
      * moyennes generales des periodes
       CALCULE-ELEVE-ANNUEL.
           IF (WE-NB-MATIERES > 10)
             MOVE 10 TO WE-NB-MATIERES
           END-IF

           PERFORM VARYING IDX-WE-MAT FROM 1 BY 1
                   UNTIL IDX-WE-MAT > WE-NB-MATIERES
               PERFORM CALCULE-MATIERE-ANNUEL
           END-PERFORM

           MOVE WE-MATRICULE  TO RES-MATRICULE
           MOVE EM-NOM        TO RES-NOM
           MOVE SPACES         TO RES-CODE-MATIERE
           MOVE ZERO           TO RES-TRIMESTRE
           MOVE ZERO           TO RES-COEF-MATIERE
           MOVE SPACES         TO WS-CHERCHE-CODE
           PERFORM CUMULE-ANNUEL
           PERFORM FORMATE-ANNUEL
           WRITE WK-RESULTAT-LIGNE
           ADD 1 TO WS-CPT-RESULTATS.

       CALCULE-MATIERE-ANNUEL.
           IF (WE-COEF-MATIERE(IDX-WE-MAT) = 0)
             MOVE 1 TO WE-COEF-MATIERE(IDX-WE-MAT)
           END-IF
           MOVE WE-MATRICULE                TO RES-MATRICULE
           MOVE EM-NOM                       TO RES-NOM
           MOVE WE-CODE-MATIERE(IDX-WE-MAT)  TO RES-CODE-MATIERE
           MOVE ZERO                         TO RES-TRIMESTRE
           MOVE WE-COEF-MATIERE(IDX-WE-MAT)  TO RES-COEF-MATIERE
           MOVE WE-CODE-MATIERE(IDX-WE-MAT)  TO WS-CHERCHE-CODE
           PERFORM CUMULE-ANNUEL
           PERFORM FORMATE-ANNUEL
           WRITE WK-RESULTAT-LIGNE
           ADD 1 TO WS-CPT-RESULTATS
           ADD 1 TO WS-NB-LIGNES-MATIERE.

      * Cumule les moyennes des periodes de l'annee (trimestres 1 a
      * 3 ou semestres 1 et 2 selon la periodicite) retrouvees dans
      * l'historique pour l'eleve courant et WS-CHERCHE-CODE
       CUMULE-ANNUEL.
           MOVE ZERO TO WS-SOMME-ANNUELLE
           MOVE ZERO TO WS-NB-PERIODES-CALC
           PERFORM VARYING WS-CHERCHE-PERIODE FROM 1 BY 1
                   UNTIL WS-CHERCHE-PERIODE > WS-NB-PERIODES
               MOVE WE-MATRICULE       TO HM-MATRICULE
               MOVE WS-CHERCHE-PERIODE TO HM-TRIMESTRE
               MOVE WS-CHERCHE-CODE    TO HM-CODE-MATIERE
               READ F-HISTO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD HM-MOYENNE TO WS-SOMME-ANNUELLE
                   ADD 1 TO WS-NB-PERIODES-CALC
               END-READ
           END-PERFORM.

      * Moyenne annuelle mise en forme dans RES-MOYENNE ; sans
      * aucune periode dans l'historique elle est "N/D"
       FORMATE-ANNUEL.
           IF (WS-NB-PERIODES-CALC = 0)
             MOVE "N/D" TO RES-MOYENNE
             ADD 1 TO WS-NB-ND
           ELSE
             COMPUTE WS-MOYENNE-ANNUELLE =
                     WS-SOMME-ANNUELLE / WS-NB-PERIODES-CALC
             CALL "format-number" USING WS-MOYENNE-ANNUELLE,
                     WS-FORMATTED, WS-SEPARATEUR-VIRGULE
             IF (RETURN-CODE = 0)
               MOVE WS-MOYENNE-ANNUELLE TO WA-RAW-NUMBER
               PERFORM ECRIT-AUDIT
               MOVE WS-FORMATTED TO RES-MOYENNE
             ELSE
               MOVE "ERREUR" TO RES-MOYENNE
               ADD 1 TO WS-NB-ERREUR
             END-IF
           END-IF.

      * Trace dans le fichier d'audit la moyenne brute recue par
      * format-number et la valeur formattee qu'il a renvoyee, pour
      * pouvoir reconstituer un bulletin conteste plus tard
      * Le point de reprise n'est marque termine que si la fin du
      * fichier des notes a reellement ete atteinte : un arret sur
      * fichier maitre indisponible reste reprenable. Le mode
      * CORRECTION (comme le mode ANNUEL) laisse le point de reprise
      * du dernier passage normal intact
           IF (WS-RUN-COMPLET-OUI) AND (NOT WS-MODE-CORRECTION)
              AND (NOT WS-MODE-ANNUEL)
             MOVE "T" TO WS-ETAT-REPRISE
             PERFORM ECRIT-REPRISE
           END-IF
           IF (WS-NB-ANOMALIES > 0)
             DISPLAY WS-NB-ANOMALIES " eleve(s) ecarte(s) vers "
                     WS-NOM-ANOMALIES
           END-IF
           PERFORM ECRIT-COMPTE-RENDU

           PERFORM ECRIT-JOURNAL.

      * Estampille du passage au journal de chaine, verifie par
      * garde-chaine avant de laisser partir l'etape suivante. Le mode
      * ANNUEL ne regenere pas RESULTATS.DAT : il ne doit pas
      * rafraichir l'estampille sur laquelle garde-chaine laisse
      * partir les etapes de la periode
       ECRIT-JOURNAL.
           IF (WS-MODE-ANNUEL)
             CONTINUE
           ELSE
             OPEN EXTEND F-JOURNAL
             IF (WS-STATUT-JOURNAL = "35")
               OPEN OUTPUT F-JOURNAL
             END-IF
             IF (WS-STATUT-JOURNAL = "00")
               MOVE "calcule-moyenne" TO JC-PROGRAMME
               MOVE WS-HORODATAGE-DEBUT TO JC-DEBUT
               MOVE FUNCTION CURRENT-DATE(1:14) TO JC-FIN
               MOVE RETURN-CODE TO JC-RETOUR
               MOVE WK-JOURNAL-LIGNE TO ENR-JOURNAL
               WRITE ENR-JOURNAL
               CLOSE F-JOURNAL
             END-IF
           END-IF.

      * Compte-rendu de passage pour l'exploitation : horodatages et
           MOVE LIGNE-CR-COMPTEUR TO ENR-COMPTE-RENDU
           WRITE ENR-COMPTE-RENDU.
      ******************************************************************
      **  calcule-moyenne.cob                         Version 2.2 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
