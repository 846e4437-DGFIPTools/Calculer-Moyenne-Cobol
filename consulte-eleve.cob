      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  consulte-eleve.cob                          Version 1.1 PC  **
      ******************************************************************
      **  Consultation d'un eleve au secretariat, en lecture seule    **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Dialogue au terminal : saisie d'un matricule, ou de       **
      **    NOM <debut du nom> pour lister les fiches dont le nom     **
      **    commence ainsi, ou FIN pour quitter                       **
      **  - Pour le matricule saisi, afficher :                       **
      **    . la fiche maitre (classe, dates d'entree et de sortie,   **
      **      statut)                                                 **
      **    . les moyennes de la periode en cours, par matiere et     **
      **      generale, telles qu'editees dans RESULTATS.DAT          **
      **    . les moyennes de chaque periode conservees dans          **
      **      HISTO-MOYENNES.DAT                                      **
      **    . les totaux de demi-journees d'absence (dont non         **
      **      justifiees) et de retards par periode                   **
      **    . les dernieres lignes de la trace d'audit de l'eleve     **
      **  ----------------------------------------------------------  **
      **  Aucun fichier n'est ouvert autrement qu'en lecture, et      **
      **  chacun est ferme des la consultation terminee : rien n'est  **
      **  retenu entre deux saisies. La consultation s'utilise hors   **
      **  chaine de nuit ; un calcul des moyennes en cours ou         **
      **  interrompu (point de reprise CALCUL-REPRISE.DAT a l'etat    **
      **  "C") est signale, les resultats pouvant etre incomplets.    **
      **  Les moyennes de l'historique sont affichees sans passer     **
      **  par format-number, qui imposerait une trace d'audit.        **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      **  - v1.1 : dessin de RESULTATS.DAT pris a la copybook         **
      **           wk-resultat, partagee avec calcule-moyenne         **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                       consulte-eleve.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MAITRE     ASSIGN TO "ELEVES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS EM-MATRICULE
                                FILE STATUS IS WS-STATUT-MAITRE.

           SELECT F-MATIERES   ASSIGN TO "MATIERES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS MA-CODE
                                FILE STATUS IS WS-STATUT-MATIERES.

           SELECT F-RESULTATS  ASSIGN TO "RESULTATS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-RESULTATS.

           SELECT F-HISTO      ASSIGN TO "HISTO-MOYENNES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS HM-CLE
                                FILE STATUS IS WS-STATUT-HISTO.

           SELECT F-ABSENCES   ASSIGN TO "ABSENCES-VALIDES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-ABSENCES.

           SELECT F-AUDIT      ASSIGN TO "AUDIT.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-AUDIT.

           SELECT F-REPRISE    ASSIGN TO "CALCUL-REPRISE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-REPRISE.

       DATA DIVISION.
       FILE SECTION.
      * ++============================================================++
      * ++===               fichier maitre des eleves, sur indexe  ===++
      * ++============================================================++
       FD  F-MAITRE.
           COPY "wk-maitre.cpy".

      * ++============================================================++
      * ++===            referentiel des matieres, sur indexe      ===++
      * ++============================================================++
       FD  F-MATIERES.
           COPY "wk-matiere.cpy".

      * ++============================================================++
      * ++===       resultats de la periode en cours, ecrits par   ===++
      * ++===       calcule-moyenne                                ===++
      * ++============================================================++
       FD  F-RESULTATS.
           COPY "wk-resultat.cpy".

      * ++============================================================++
      * ++===          historique des moyennes, indexe sur la cle  ===++
      * ++===          matricule + trimestre + code matiere        ===++
      * ++============================================================++
       FD  F-HISTO.
           COPY "wk-histo.cpy".

      * ++============================================================++
      * ++===                    absences et retards controles     ===++
      * ++============================================================++
       FD  F-ABSENCES.
           COPY "wk-absence.cpy".

      * ++============================================================++
      * ++===              fichier d'audit des moyennes formattees ===++
      * ++============================================================++
       FD  F-AUDIT.
       01  ENR-AUDIT                                     PIC X(34).

      * ++============================================================++
      * ++===       point de reprise du calcul des moyennes, lu    ===++
      * ++===       pour son seul etat                             ===++
      * ++============================================================++
       FD  F-REPRISE.
       01  ENR-REPRISE.
      * RP-ETAT : "C" traitement en cours, "T" traitement termine
           05 RP-ETAT                                   PIC X.
           05 FILLER                                    PIC X(8).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                                donnees d'audit       ===++
      * ++============================================================++
           COPY "wk-audit.cpy".
      * ++============================================================++
      * ++===                                donnees de traitement ===++
      * ++============================================================++
        01 WS-FIN-FICHIER PIC X VALUE "N".
           88 WS-FIN-FICHIER-OUI                        VALUE "O".

        01 WS-FIN-DIALOGUE PIC X VALUE "N".
           88 WS-FIN-DIALOGUE-OUI                       VALUE "O".

        01 WS-STATUT-MAITRE     PIC XX.
        01 WS-STATUT-MATIERES   PIC XX.
        01 WS-STATUT-RESULTATS  PIC XX.
        01 WS-STATUT-HISTO      PIC XX.
        01 WS-STATUT-ABSENCES   PIC XX.
        01 WS-STATUT-AUDIT      PIC XX.
        01 WS-STATUT-REPRISE    PIC XX.

        01 WS-MATIERES-DISPO PIC X VALUE "N".
           88 WS-MATIERES-DISPO-OUI                     VALUE "O".

      * Saisie de l'operateur, mise en majuscules
        01 WS-SAISIE         PIC X(40).
        01 WS-CRIT-MATRICULE PIC X(8).
        01 WS-CRIT-NOM       PIC X(20).
        01 WS-LONG-NOM       PIC 99.

      * Recherche par nom : fiches affichees au plus, l'operateur
      * precise le debut du nom au-dela
        01 WS-NB-TROUVES     PIC 9(4).
        01 WS-MAX-TROUVES    PIC 99 VALUE 20.

        01 WS-LIBELLE-MATIERE PIC X(20).
        01 WS-NB-LIGNES      PIC 9(4).

      * Historique de l'eleve : une ligne par matiere (la moyenne
      * generale, code a SPACES, comprise), une colonne par periode
        01 WS-NB-LIGNES-HISTO PIC 99.
        01 TAB-HISTO.
           05 TH-LIGNE OCCURS 15 TIMES
                       INDEXED BY IDX-TH.
              10 TH-CODE                                PIC X(6).
              10 TH-PERIODE OCCURS 3 TIMES
                            INDEXED BY IDX-THP.
                 15 TH-PRESENTE                         PIC X.
                    88 TH-PRESENTE-OUI                  VALUE "O".
                 15 TH-MOYENNE                          PIC S999V999.

        01 WS-LIGNE-TROUVEE PIC X.
           88 WS-LIGNE-TROUVEE-OUI                      VALUE "O".
           88 WS-LIGNE-TROUVEE-NON                      VALUE "N".

      * Totaux d'absences par periode
        01 TAB-ABSENCES.
           05 TA-PERIODE OCCURS 3 TIMES
                         INDEXED BY IDX-TA.
              10 TA-DEMI-JOURNEES                       PIC 9(4).
              10 TA-NON-JUSTIFIEES                       PIC 9(4).
              10 TA-RETARDS                              PIC 9(4).

        01 WS-ABSENCES-LUES PIC X.
           88 WS-ABSENCES-LUES-OUI                      VALUE "O".

      * Dernieres lignes d'audit de l'eleve, en tampon tournant
        01 WS-MAX-AUDIT      PIC 99 VALUE 10.
        01 WS-NB-AUDIT       PIC 9(7).
        01 WS-RANG-AUDIT     PIC 99.
        01 WS-PREMIER-AUDIT  PIC 9(7).
        01 WS-NUM-AUDIT      PIC 9(7).
        01 TAB-AUDIT.
           05 TAU-LIGNE OCCURS 10 TIMES
                        INDEXED BY IDX-TAU              PIC X(34).

        01 WS-DATE-A-EDITER  PIC X(8).
        01 DATE-EDITEE.
           05 DE-JOUR      PIC XX.
           05 FILLER       PIC X     VALUE "/".
           05 DE-MOIS      PIC XX.
           05 FILLER       PIC X     VALUE "/".
           05 DE-ANNEE     PIC X(4).
        01 WS-DATE-EDITEE    PIC X(10).

        01 WS-MOYENNE-EDITEE PIC -ZZ9.99.

        01 LIGNE-FICHE.
           05 FILLER       PIC X(8)  VALUE "ELEVE : ".
           05 LFI-MATRICULE PIC X(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LFI-NOM      PIC X(20).
           05 FILLER       PIC X(10) VALUE " CLASSE : ".
           05 LFI-CLASSE   PIC X(6).
           05 FILLER       PIC X(10) VALUE " STATUT : ".
           05 LFI-STATUT   PIC X(5).

        01 LIGNE-DATES.
           05 FILLER       PIC X(14) VALUE "   ENTREE LE  ".
           05 LDA-ENTREE   PIC X(10).
           05 FILLER       PIC X(13) VALUE "   SORTIE LE ".
           05 LDA-SORTIE   PIC X(10).

        01 LIGNE-RESULTAT.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 LRS-LIBELLE  PIC X(20).
           05 FILLER       PIC X     VALUE SPACE.
           05 LRS-MOYENNE  PIC X(7).

        01 LIGNE-COLONNES-HISTO.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 FILLER       PIC X(20) VALUE "MATIERE".
           05 FILLER       PIC X(24)
                            VALUE "   PER.1   PER.2   PER.3".

        01 LIGNE-HISTO.
           05 FILLER       PIC X(3).
           05 LHI-LIBELLE  PIC X(20).
           05 LHI-COLONNE OCCURS 3 TIMES
                          INDEXED BY IDX-LHI.
              10 FILLER    PIC X.
              10 LHI-MOYENNE PIC X(7).

        01 LIGNE-ABSENCES.
           05 FILLER       PIC X(11) VALUE "   PERIODE ".
           05 LAB-PERIODE  PIC 9.
           05 FILLER       PIC X(3)  VALUE " : ".
           05 LAB-DEMI-JOURNEES PIC ZZZ9.
           05 FILLER       PIC X(21) VALUE " DEMI-JOURNEE(S) DONT".
           05 LAB-NON-JUSTIFIEES PIC ZZZ9.
           05 FILLER       PIC X(19) VALUE " NON JUSTIFIEE(S), ".
           05 LAB-RETARDS  PIC ZZZ9.
           05 FILLER       PIC X(10) VALUE " RETARD(S)".

        01 LIGNE-AUDIT.
           05 FILLER       PIC X(6)  VALUE "   LE ".
           05 LAU-DATE     PIC X(10).
           05 FILLER       PIC X(8)  VALUE "  BRUT  ".
           05 LAU-BRUT     PIC X(8).
           05 FILLER       PIC X(9)  VALUE "  EDITE  ".
           05 LAU-EDITE    PIC X(7).

        01 LIGNE-TROUVE.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 LTR-MATRICULE PIC X(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LTR-NOM      PIC X(20).
           05 FILLER       PIC X     VALUE SPACE.
           05 LTR-CLASSE   PIC X(6).
           05 FILLER       PIC X     VALUE SPACE.
           05 LTR-STATUT   PIC X(5).

       PROCEDURE DIVISION.
      * ****************************************************************
      * *****      PROGRAMME                                       *****
      * ****************************************************************
       PRINCIPAL.
           PERFORM INITIALISATION
           PERFORM DIALOGUE UNTIL WS-FIN-DIALOGUE-OUI
           STOP RUN.

      * Signale un calcul des moyennes en cours ou interrompu : les
      * resultats et l'historique peuvent alors etre incomplets
       INITIALISATION.
           DISPLAY "consultation des eleves (lecture seule)"
           OPEN INPUT F-REPRISE
           IF (WS-STATUT-REPRISE = "00")
             READ F-REPRISE
               AT END CONTINUE
               NOT AT END
                 IF (RP-ETAT = "C")
                   DISPLAY "attention : calcul des moyennes en cours "
                           "ou interrompu, resultats incomplets"
                 END-IF
             END-READ
             CLOSE F-REPRISE
           END-IF.

       DIALOGUE.
           DISPLAY " "
           DISPLAY "matricule, NOM <debut du nom> ou FIN : "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-SAISIE
           ACCEPT WS-SAISIE
           MOVE FUNCTION UPPER-CASE(WS-SAISIE) TO WS-SAISIE
           EVALUATE TRUE
             WHEN WS-SAISIE = SPACES
               CONTINUE
             WHEN WS-SAISIE = "FIN"
               SET WS-FIN-DIALOGUE-OUI TO TRUE
             WHEN WS-SAISIE(1:4) = "NOM "
               MOVE FUNCTION TRIM(WS-SAISIE(5:)) TO WS-CRIT-NOM
               IF (WS-CRIT-NOM = SPACES)
                 DISPLAY "preciser le debut du nom"
               ELSE
                 PERFORM RECHERCHE-NOM
               END-IF
             WHEN OTHER
               MOVE FUNCTION TRIM(WS-SAISIE) TO WS-CRIT-MATRICULE
               PERFORM CONSULTE-ELEVE
           END-EVALUATE.

      * ****************************************************************
      * *****      RECHERCHE PAR NOM                               *****
      * ****************************************************************
      * Parcourt le fichier maitre et liste les fiches dont le nom
      * commence par le texte saisi
       RECHERCHE-NOM.
           COMPUTE WS-LONG-NOM =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-CRIT-NOM))
           MOVE ZERO TO WS-NB-TROUVES
           OPEN INPUT F-MAITRE
           IF (WS-STATUT-MAITRE NOT = "00")
             DISPLAY "fichier maitre ELEVES.DAT indisponible, statut "
                     WS-STATUT-MAITRE
           ELSE
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM LIT-FICHE-NOM UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-MAITRE
             EVALUATE TRUE
               WHEN WS-NB-TROUVES = 0
                 DISPLAY "aucun eleve dont le nom commence par "
                         WS-CRIT-NOM(1:WS-LONG-NOM)
               WHEN WS-NB-TROUVES > WS-MAX-TROUVES
                 DISPLAY WS-NB-TROUVES " eleve(s), seuls les "
                         WS-MAX-TROUVES " premiers sont affiches : "
                         "preciser le nom"
             END-EVALUATE
           END-IF.

       LIT-FICHE-NOM.
           READ F-MAITRE NEXT
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (EM-NOM(1:WS-LONG-NOM) = WS-CRIT-NOM(1:WS-LONG-NOM))
                 ADD 1 TO WS-NB-TROUVES
                 IF (WS-NB-TROUVES <= WS-MAX-TROUVES)
                   MOVE EM-MATRICULE TO LTR-MATRICULE
                   MOVE EM-NOM       TO LTR-NOM
                   MOVE EM-CLASSE    TO LTR-CLASSE
                   PERFORM LIBELLE-STATUT
                   MOVE LFI-STATUT   TO LTR-STATUT
                   DISPLAY LIGNE-TROUVE
                 END-IF
               END-IF
           END-READ.

       LIBELLE-STATUT.
           EVALUATE TRUE
             WHEN EM-ACTIF
               MOVE "ACTIF" TO LFI-STATUT
             WHEN EM-SORTI
               MOVE "SORTI" TO LFI-STATUT
             WHEN OTHER
               MOVE EM-STATUT TO LFI-STATUT
           END-EVALUATE.

      * ****************************************************************
      * *****      CONSULTATION D'UN ELEVE                         *****
      * ****************************************************************
       CONSULTE-ELEVE.
           OPEN INPUT F-MAITRE
           IF (WS-STATUT-MAITRE NOT = "00")
             DISPLAY "fichier maitre ELEVES.DAT indisponible, statut "
                     WS-STATUT-MAITRE
           ELSE
             MOVE WS-CRIT-MATRICULE TO EM-MATRICULE
             READ F-MAITRE
               INVALID KEY
                 DISPLAY "matricule " WS-CRIT-MATRICULE
                         " inconnu au fichier maitre"
               NOT INVALID KEY
                 PERFORM AFFICHE-ELEVE
             END-READ
             CLOSE F-MAITRE
           END-IF.

       AFFICHE-ELEVE.
           MOVE "N" TO WS-MATIERES-DISPO
           OPEN INPUT F-MATIERES
           IF (WS-STATUT-MATIERES = "00")
             MOVE "O" TO WS-MATIERES-DISPO
           END-IF
           PERFORM AFFICHE-FICHE
           PERFORM AFFICHE-RESULTATS
           PERFORM AFFICHE-HISTORIQUE
           PERFORM AFFICHE-ABSENCES
           PERFORM AFFICHE-AUDIT
           IF (WS-MATIERES-DISPO-OUI)
             CLOSE F-MATIERES
           END-IF.

       AFFICHE-FICHE.
           DISPLAY " "
           MOVE EM-MATRICULE TO LFI-MATRICULE
           MOVE EM-NOM       TO LFI-NOM
           MOVE EM-CLASSE    TO LFI-CLASSE
           PERFORM LIBELLE-STATUT
           DISPLAY LIGNE-FICHE
           MOVE EM-DATE-ENTREE TO WS-DATE-A-EDITER
           PERFORM EDITE-DATE
           MOVE WS-DATE-EDITEE TO LDA-ENTREE
           MOVE EM-DATE-SORTIE TO WS-DATE-A-EDITER
           PERFORM EDITE-DATE
           MOVE WS-DATE-EDITEE TO LDA-SORTIE
           DISPLAY LIGNE-DATES.

      * Lignes de l'eleve dans RESULTATS.DAT, telles qu'editees par
      * calcule-moyenne
       AFFICHE-RESULTATS.
           DISPLAY " "
           DISPLAY "PERIODE EN COURS (RESULTATS.DAT)"
           MOVE ZERO TO WS-NB-LIGNES
           OPEN INPUT F-RESULTATS
           IF (WS-STATUT-RESULTATS = "00")
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM LIT-RESULTAT UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-RESULTATS
           END-IF
           IF (WS-NB-LIGNES = 0)
             DISPLAY "   aucune moyenne calculee pour la periode"
           END-IF.

       LIT-RESULTAT.
           READ F-RESULTATS
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (RES-MATRICULE = EM-MATRICULE)
                 ADD 1 TO WS-NB-LIGNES
                 IF (RES-CODE-MATIERE = SPACES)
                   MOVE "MOYENNE GENERALE" TO WS-LIBELLE-MATIERE
                 ELSE
                   MOVE RES-CODE-MATIERE TO MA-CODE
                   PERFORM LIBELLE-MATIERE
                 END-IF
                 MOVE WS-LIBELLE-MATIERE TO LRS-LIBELLE
                 MOVE RES-MOYENNE        TO LRS-MOYENNE
                 DISPLAY LIGNE-RESULTAT
               END-IF
           END-READ.

      * Lignes de l'eleve dans l'historique : positionnement sur sa
      * premiere cle puis lecture tant que le matricule est le sien
       AFFICHE-HISTORIQUE.
           DISPLAY " "
           DISPLAY "HISTORIQUE DES PERIODES (HISTO-MOYENNES.DAT)"
           INITIALIZE TAB-HISTO
           MOVE ZERO TO WS-NB-LIGNES-HISTO
           OPEN INPUT F-HISTO
           IF (WS-STATUT-HISTO = "00")
             MOVE EM-MATRICULE TO HM-MATRICULE
             MOVE ZERO         TO HM-TRIMESTRE
             MOVE LOW-VALUES   TO HM-CODE-MATIERE
             MOVE "N" TO WS-FIN-FICHIER
             START F-HISTO KEY IS NOT LESS THAN HM-CLE
               INVALID KEY MOVE "O" TO WS-FIN-FICHIER
             END-START
             PERFORM LIT-HISTO UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-HISTO
           END-IF
           IF (WS-NB-LIGNES-HISTO = 0)
             DISPLAY "   aucune moyenne conservee"
           ELSE
             DISPLAY LIGNE-COLONNES-HISTO
             PERFORM VARYING IDX-TH FROM 1 BY 1
                     UNTIL IDX-TH > WS-NB-LIGNES-HISTO
                 IF (TH-CODE(IDX-TH) NOT = SPACES)
                   MOVE TH-CODE(IDX-TH) TO MA-CODE
                   PERFORM LIBELLE-MATIERE
                   PERFORM AFFICHE-LIGNE-HISTO
                 END-IF
             END-PERFORM
             PERFORM VARYING IDX-TH FROM 1 BY 1
                     UNTIL IDX-TH > WS-NB-LIGNES-HISTO
                 IF (TH-CODE(IDX-TH) = SPACES)
                   MOVE "MOYENNE GENERALE" TO WS-LIBELLE-MATIERE
                   PERFORM AFFICHE-LIGNE-HISTO
                 END-IF
             END-PERFORM
           END-IF.

       LIT-HISTO.
           READ F-HISTO NEXT
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (HM-MATRICULE NOT = EM-MATRICULE)
                 MOVE "O" TO WS-FIN-FICHIER
               ELSE
                 IF (HM-TRIMESTRE >= 1) AND (HM-TRIMESTRE <= 3)
                   PERFORM PLACE-LIGNE-HISTO
                 END-IF
               END-IF
           END-READ.

       PLACE-LIGNE-HISTO.
           SET WS-LIGNE-TROUVEE-NON TO TRUE
           PERFORM VARYING IDX-TH FROM 1 BY 1
                   UNTIL IDX-TH > WS-NB-LIGNES-HISTO
                      OR WS-LIGNE-TROUVEE-OUI
               IF (TH-CODE(IDX-TH) = HM-CODE-MATIERE)
                 SET WS-LIGNE-TROUVEE-OUI TO TRUE
                 SET IDX-TH DOWN BY 1
               END-IF
           END-PERFORM
           IF (WS-LIGNE-TROUVEE-NON) AND (WS-NB-LIGNES-HISTO < 15)
             ADD 1 TO WS-NB-LIGNES-HISTO
             SET IDX-TH TO WS-NB-LIGNES-HISTO
             MOVE HM-CODE-MATIERE TO TH-CODE(IDX-TH)
             SET WS-LIGNE-TROUVEE-OUI TO TRUE
           END-IF
           IF (WS-LIGNE-TROUVEE-OUI)
             SET IDX-THP TO HM-TRIMESTRE
             MOVE "O"        TO TH-PRESENTE(IDX-TH, IDX-THP)
             MOVE HM-MOYENNE TO TH-MOYENNE(IDX-TH, IDX-THP)
           END-IF.

       AFFICHE-LIGNE-HISTO.
           MOVE SPACES TO LIGNE-HISTO
           MOVE WS-LIBELLE-MATIERE TO LHI-LIBELLE
           PERFORM VARYING IDX-THP FROM 1 BY 1
                   UNTIL IDX-THP > 3
               SET IDX-LHI TO IDX-THP
               IF (TH-PRESENTE-OUI(IDX-TH, IDX-THP))
                 MOVE TH-MOYENNE(IDX-TH, IDX-THP)
                   TO WS-MOYENNE-EDITEE
                 MOVE WS-MOYENNE-EDITEE TO LHI-MOYENNE(IDX-LHI)
                 INSPECT LHI-MOYENNE(IDX-LHI) REPLACING ALL "." BY ","
               ELSE
                 MOVE "    N/D" TO LHI-MOYENNE(IDX-LHI)
               END-IF
           END-PERFORM
           DISPLAY LIGNE-HISTO.

      * Totaux par periode des absences et retards controles
       AFFICHE-ABSENCES.
           DISPLAY " "
           DISPLAY "ABSENCES ET RETARDS (ABSENCES-VALIDES.DAT)"
           INITIALIZE TAB-ABSENCES
           MOVE "N" TO WS-ABSENCES-LUES
           OPEN INPUT F-ABSENCES
           IF (WS-STATUT-ABSENCES = "00")
             MOVE "O" TO WS-ABSENCES-LUES
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM LIT-ABSENCE UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-ABSENCES
           END-IF
           IF (WS-ABSENCES-LUES-OUI)
             PERFORM VARYING IDX-TA FROM 1 BY 1 UNTIL IDX-TA > 3
                 SET LAB-PERIODE TO IDX-TA
                 MOVE TA-DEMI-JOURNEES(IDX-TA)  TO LAB-DEMI-JOURNEES
                 MOVE TA-NON-JUSTIFIEES(IDX-TA) TO LAB-NON-JUSTIFIEES
                 MOVE TA-RETARDS(IDX-TA)        TO LAB-RETARDS
                 DISPLAY LIGNE-ABSENCES
             END-PERFORM
           ELSE
             DISPLAY "   aucune absence saisie"
           END-IF.

       LIT-ABSENCE.
           READ F-ABSENCES
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (AB-MATRICULE = EM-MATRICULE)
                  AND (AB-TRIMESTRE >= 1) AND (AB-TRIMESTRE <= 3)
                 SET IDX-TA TO AB-TRIMESTRE
                 IF (AB-RETARD)
                   ADD 1 TO TA-RETARDS(IDX-TA)
                 ELSE
                   ADD 1 TO TA-DEMI-JOURNEES(IDX-TA)
                   IF (NOT AB-JUSTIFIEE-OUI)
                     ADD 1 TO TA-NON-JUSTIFIEES(IDX-TA)
                   END-IF
                 END-IF
               END-IF
           END-READ.

      * Les WS-MAX-AUDIT dernieres lignes d'audit de l'eleve : le
      * tampon tournant garde les plus recentes, affichees ensuite
      * de la plus ancienne a la plus recente
       AFFICHE-AUDIT.
           DISPLAY " "
           DISPLAY "DERNIERES LIGNES D'AUDIT (AUDIT.DAT)"
           MOVE ZERO TO WS-NB-AUDIT
           OPEN INPUT F-AUDIT
           IF (WS-STATUT-AUDIT = "00")
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM LIT-AUDIT UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-AUDIT
           END-IF
           IF (WS-NB-AUDIT = 0)
             DISPLAY "   aucune ligne d'audit"
           ELSE
             IF (WS-NB-AUDIT > WS-MAX-AUDIT)
               COMPUTE WS-PREMIER-AUDIT = WS-NB-AUDIT - WS-MAX-AUDIT + 1
             ELSE
               MOVE 1 TO WS-PREMIER-AUDIT
             END-IF
             PERFORM VARYING WS-NUM-AUDIT FROM WS-PREMIER-AUDIT BY 1
                     UNTIL WS-NUM-AUDIT > WS-NB-AUDIT
                 PERFORM AFFICHE-LIGNE-AUDIT
             END-PERFORM
           END-IF.

       LIT-AUDIT.
           READ F-AUDIT
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               MOVE ENR-AUDIT TO WK-AUDIT-LIGNE
               IF (WA-MATRICULE = EM-MATRICULE)
                 ADD 1 TO WS-NB-AUDIT
                 COMPUTE WS-RANG-AUDIT =
                         FUNCTION MOD(WS-NB-AUDIT - 1, WS-MAX-AUDIT) + 1
                 SET IDX-TAU TO WS-RANG-AUDIT
                 MOVE ENR-AUDIT TO TAU-LIGNE(IDX-TAU)
               END-IF
           END-READ.

       AFFICHE-LIGNE-AUDIT.
           COMPUTE WS-RANG-AUDIT =
                   FUNCTION MOD(WS-NUM-AUDIT - 1, WS-MAX-AUDIT) + 1
           SET IDX-TAU TO WS-RANG-AUDIT
           MOVE TAU-LIGNE(IDX-TAU) TO WK-AUDIT-LIGNE
           MOVE WA-DATE TO WS-DATE-A-EDITER
           PERFORM EDITE-DATE
           MOVE WS-DATE-EDITEE TO LAU-DATE
           MOVE WA-RAW-NUMBER  TO LAU-BRUT
           MOVE WA-FORMATTED-NUMBER TO LAU-EDITE
           DISPLAY LIGNE-AUDIT.

      * Libelle officiel du code matiere place dans MA-CODE ; sans
      * referentiel ou code inconnu, le code brut reste affiche
       LIBELLE-MATIERE.
           MOVE MA-CODE TO WS-LIBELLE-MATIERE
           IF (WS-MATIERES-DISPO-OUI)
             READ F-MATIERES
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE MA-LIBELLE TO WS-LIBELLE-MATIERE
             END-READ
           END-IF.

      * Date AAAAMMJJ de WS-DATE-A-EDITER en JJ/MM/AAAA ; une date
      * absente reste en blanc
       EDITE-DATE.
           IF (WS-DATE-A-EDITER = SPACES)
             MOVE SPACES TO WS-DATE-EDITEE
           ELSE
             MOVE WS-DATE-A-EDITER(7:2) TO DE-JOUR
             MOVE WS-DATE-A-EDITER(5:2) TO DE-MOIS
             MOVE WS-DATE-A-EDITER(1:4) TO DE-ANNEE
             MOVE DATE-EDITEE TO WS-DATE-EDITEE
           END-IF.
      ******************************************************************
      **  consulte-eleve.cob                          Version 1.1 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
