      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  alerte-moyennes.cob                         Version 1.1 PC  **
      ******************************************************************
      **  Liste des eleves en difficulte pour le CPE et les           **
      **  professeurs principaux                                      **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Relire, apres calcule-moyenne, les moyennes de la periode **
      **    courante dans RESULTATS.DAT, et la moyenne generale de    **
      **    la periode precedente dans HISTO-MOYENNES.DAT             **
      **  - Retenir les eleves qui remplissent au moins un critere    **
      **    du fichier de parametres PARAM-ALERTES.DAT :              **
      **      B : moyenne generale en baisse de plus de N points      **
      **      M : M matieres ou plus sous un seuil                    **
      **      P : moyenne generale sous un plancher                   **
      **  - Lister ces eleves par classe avec les criteres remplis,   **
      **    les moyennes generales precedente et courante, et les     **
      **    demi-journees d'absence non justifiees de la periode      **
      **    (ABSENCES-VALIDES.DAT)                                    **
      **  - Tenir un fichier de suivi indexe sur l'annee, le          **
      **    matricule et la periode, pour voir d'une periode a        **
      **    l'autre quels eleves restent signales                     **
      **  - Estampiller le passage au journal de chaine               **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      **  - v1.1 : periode courante prise sur les lignes de           **
      **           RESULTATS.DAT (copybook wk-resultat) et non plus   **
      **           sur NOTES-VALIDES.DAT                              **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                      alerte-moyennes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAM-ANNEE ASSIGN TO "PARAM-ANNEE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM-ANNEE.

           SELECT F-PARAM      ASSIGN TO "PARAM-ALERTES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM.

           SELECT F-RESULTATS  ASSIGN TO "RESULTATS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-RESULTATS.

           SELECT F-MAITRE     ASSIGN TO "ELEVES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS EM-MATRICULE
                                FILE STATUS IS WS-STATUT-MAITRE.

           SELECT F-HISTO      ASSIGN TO "HISTO-MOYENNES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS HM-CLE
                                FILE STATUS IS WS-STATUT-HISTO.

           SELECT F-ABSENCES   ASSIGN TO "ABSENCES-VALIDES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-ABSENCES.

           SELECT F-SUIVI      ASSIGN TO "SUIVI-ALERTES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS SD-CLE
                                FILE STATUS IS WS-STATUT-SUIVI.

           SELECT F-LISTE      ASSIGN TO "LISTE-ALERTES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-JOURNAL    ASSIGN TO "JOURNAL-CHAINE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
      * ++============================================================++
      * ++===          parametres de l'annee scolaire en cours     ===++
      * ++============================================================++
       FD  F-PARAM-ANNEE.
           COPY "wk-annee.cpy".

      * ++============================================================++
      * ++===          criteres de signalement des eleves          ===++
      * ++============================================================++
       FD  F-PARAM.
       01  ENR-PARAM.
      * PD-BAISSE-MAX : baisse de la moyenne generale, en points,
      * au-dela de laquelle l'eleve est signale ; 00,00 desactive
           05 PD-BAISSE-MAX                             PIC 99V99.
      * PD-NB-MATIERES : nombre de matieres sous PD-SEUIL-MATIERE a
      * partir duquel l'eleve est signale ; 00 desactive
           05 PD-NB-MATIERES                            PIC 99.
           05 PD-SEUIL-MATIERE                          PIC 99V99.
      * PD-PLANCHER : moyenne generale sous laquelle l'eleve est
      * signale ; 00,00 desactive
           05 PD-PLANCHER                               PIC 99V99.

      * ++============================================================++
      * ++===          moyennes de la periode, par calcule-moyenne ===++
      * ++============================================================++
       FD  F-RESULTATS.
           COPY "wk-resultat.cpy".

      * ++============================================================++
      * ++===               fichier maitre des eleves, sur indexe  ===++
      * ++============================================================++
       FD  F-MAITRE.
           COPY "wk-maitre.cpy".

      * ++============================================================++
      * ++===          historique des moyennes, sur indexe         ===++
      * ++============================================================++
       FD  F-HISTO.
           COPY "wk-histo.cpy".

      * ++============================================================++
      * ++===          absences et retards controles par           ===++
      * ++===          controle-absences                           ===++
      * ++============================================================++
       FD  F-ABSENCES.
           COPY "wk-absence.cpy".

      * ++============================================================++
      * ++===          suivi des signalements, sur indexe annee    ===++
      * ++===          + matricule + periode                       ===++
      * ++============================================================++
       FD  F-SUIVI.
       01  ENR-SUIVI.
           05 SD-CLE.
              10 SD-ANNEE                              PIC X(9).
              10 SD-MATRICULE                          PIC X(8).
              10 SD-PERIODE                             PIC 9.
           05 SD-DATE-SIGNALEMENT                       PIC X(8).
           05 SD-CLASSE                                 PIC X(6).
      * SD-CRITERES : "B", "M", "P" a leur place, SPACE sinon
           05 SD-CRITERES.
              10 SD-CRITERE-BAISSE                     PIC X.
              10 SD-CRITERE-MATIERES                   PIC X.
              10 SD-CRITERE-PLANCHER                   PIC X.
           05 SD-NB-SOUS-SEUIL                          PIC 99.
      * Moyennes a zero quand elles ne sont pas disponibles
           05 SD-MOYENNE-PRECEDENTE      PIC S999V99
                                          SIGN IS LEADING SEPARATE.
           05 SD-MOYENNE                 PIC S999V99
                                          SIGN IS LEADING SEPARATE.
           05 SD-NB-NON-JUSTIFIEES                      PIC 9(3).

      * ++============================================================++
      * ++===          liste des eleves en difficulte, par classe  ===++
      * ++============================================================++
       FD  F-LISTE.
       01  ENR-LISTE                                     PIC X(80).

      * ++============================================================++
      * ++===        journal de chaine, estampille en fin de       ===++
      * ++===        passage                                       ===++
      * ++============================================================++
       FD  F-JOURNAL.
       01  ENR-JOURNAL                                   PIC X(48).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                     estampille du journal de chaine  ===++
      * ++============================================================++
           COPY "wk-journal.cpy".
      * ++============================================================++
      * ++===                                donnees de traitement ===++
      * ++============================================================++
        01 WS-FIN-FICHIER PIC X VALUE "N".
           88 WS-FIN-FICHIER-OUI                        VALUE "O".

        01 WS-ARRET-IMMEDIAT PIC X VALUE "N".
           88 WS-ARRET-IMMEDIAT-OUI                     VALUE "O".

        01 WS-STATUT-PARAM-ANNEE PIC XX.
        01 WS-STATUT-PARAM    PIC XX.
        01 WS-STATUT-RESULTATS PIC XX.
        01 WS-STATUT-MAITRE   PIC XX.
        01 WS-STATUT-HISTO    PIC XX.
        01 WS-STATUT-ABSENCES PIC XX.
        01 WS-STATUT-JOURNAL  PIC XX.

      * SUIVI-ALERTES.DAT n'existe pas encore au tout premier
      * lancement : on bascule alors en creation (statut "35")
        01 WS-STATUT-SUIVI    PIC XX.

      * Sans absences controlees, la liste part avec des absences a
      * zero plutot que de priver le conseil des alertes sur notes
        01 WS-ABSENCES-DISPO PIC X VALUE "N".
           88 WS-ABSENCES-DISPO-OUI                     VALUE "O".

        01 WS-HORODATAGE-DEBUT PIC X(14).
        01 WS-DATE-JOUR       PIC X(8).
        01 WS-ANNEE-COURANTE  PIC X(9).

      * Periode courante, celle que calcule-moyenne vient de traiter
        01 WS-PERIODE         PIC 9 VALUE ZERO.
        01 WS-PERIODE-PRECEDENTE PIC 9.
        01 WS-PERIODE-SUIVIE  PIC 9.

      * Criteres retenus, lus dans PARAM-ALERTES.DAT
        01 WS-BAISSE-MAX      PIC 99V99.
        01 WS-NB-MATIERES-MIN PIC 99.
        01 WS-SEUIL-MATIERE   PIC 99V99.
        01 WS-PLANCHER        PIC 99V99.

      * Relecture des moyennes mises en forme par format-number
        01 WS-MOY-TEXTE       PIC X(7).
        01 WS-PART-ENTIERE    PIC X(4).
        01 WS-PART-DECIMALE   PIC X(3).
        01 WS-NB-SIGNES       PIC 9.
        01 WS-MOYENNE-LUE     PIC S999V99.
        01 WS-MOYENNE-VALIDE PIC X.
           88 WS-MOYENNE-VALIDE-OUI                     VALUE "O".
           88 WS-MOYENNE-VALIDE-NON                     VALUE "N".

      * Eleve en cours de lecture dans RESULTATS.DAT
        01 WS-MATRICULE-COURANT PIC X(8) VALUE SPACES.
        01 WS-NOM-COURANT     PIC X(20).
        01 WS-NB-SOUS-SEUIL   PIC 99.
        01 WS-MOYENNE-ACTUELLE PIC S999V99.
        01 WS-ACTUELLE-DISPO PIC X.
           88 WS-ACTUELLE-DISPO-OUI                     VALUE "O".
        01 WS-MOYENNE-PRECEDENTE PIC S999V99.
        01 WS-PRECEDENTE-DISPO PIC X.
           88 WS-PRECEDENTE-DISPO-OUI                   VALUE "O".
        01 WS-CRITERES.
           05 WS-CRITERE-BAISSE                         PIC X.
              88 WS-CRITERE-BAISSE-OUI                  VALUE "B".
           05 WS-CRITERE-MATIERES                       PIC X.
              88 WS-CRITERE-MATIERES-OUI                VALUE "M".
           05 WS-CRITERE-PLANCHER                       PIC X.
              88 WS-CRITERE-PLANCHER-OUI                VALUE "P".

      * Eleves signales, ranges par classe puis par nom au fil de
      * la lecture ; dimensionnee pour l'effectif de l'etablissement
        01 WS-NB-ALERTES      PIC 9(4) VALUE ZERO.
        01 TAB-ALERTES.
           05 TAL-ELEVE OCCURS 2000 TIMES
                        INDEXED BY IDX-TAL, IDX-TAL-DEPL.
              10 TAL-TRI.
                 15 TAL-CLASSE                         PIC X(6).
                 15 TAL-NOM                             PIC X(20).
                 15 TAL-MATRICULE                       PIC X(8).
              10 TAL-CRITERES                           PIC X(3).
              10 TAL-NB-SOUS-SEUIL                      PIC 99.
              10 TAL-PRECEDENTE-DISPO                   PIC X.
              10 TAL-MOYENNE-PRECEDENTE                 PIC S999V99.
              10 TAL-ACTUELLE-DISPO                     PIC X.
              10 TAL-MOYENNE                            PIC S999V99.
              10 TAL-NB-NON-JUSTIFIEES                  PIC 9(3).
              10 TAL-DEJA-SIGNALE                       PIC X(12).
        01 WS-NOUVEAU-TRI     PIC X(34).
        01 WS-ALERTE-TROUVEE PIC X.
           88 WS-ALERTE-TROUVEE-OUI                     VALUE "O".
           88 WS-ALERTE-TROUVEE-NON                     VALUE "N".
        01 WS-SATURATION PIC X VALUE "N".
           88 WS-SATURATION-OUI                         VALUE "O".

      * Classe de la page en cours
        01 WS-CLASSE-EDITEE   PIC X(6).
        01 WS-NB-CLASSE       PIC 9(4).

      * Periodes anterieures de l'annee ou l'eleve etait deja signale
        01 WS-DEJA-SIGNALE    PIC X(12).
        01 WS-POS-DEJA        PIC 99.

      * Compteurs du passage
        01 WS-NB-LIGNES-LUES  PIC 9(5) VALUE ZERO.
        01 WS-NB-NON-CHIFFREES PIC 9(5) VALUE ZERO.
        01 WS-NB-ELEVES       PIC 9(5) VALUE ZERO.
        01 WS-NB-HORS-MAITRE  PIC 9(5) VALUE ZERO.
        01 WS-NB-RETIRES      PIC 9(5) VALUE ZERO.
        01 WS-NB-CRITERE-B    PIC 9(5) VALUE ZERO.
        01 WS-NB-CRITERE-M    PIC 9(5) VALUE ZERO.
        01 WS-NB-CRITERE-P    PIC 9(5) VALUE ZERO.

      * Moyenne editee a la virgule pour la liste
        01 WS-MOYENNE-EDITEE  PIC ZZ9.99.
        01 WS-SEUIL-EDITE     PIC Z9.99.

        01 LIGNE-TITRE.
           05 FILLER       PIC X(29)
                    VALUE "ELEVES EN DIFFICULTE - ANNEE ".
           05 LTI-ANNEE    PIC X(9).
           05 FILLER       PIC X(12) VALUE " - PERIODE ".
           05 LTI-PERIODE  PIC 9.

        01 LIGNE-CRITERE.
           05 FILLER       PIC X(11) VALUE SPACES.
           05 LCR-TEXTE    PIC X(69).

        01 LIGNE-CLASSE.
           05 FILLER       PIC X(9)  VALUE "CLASSE : ".
           05 LCL-CLASSE   PIC X(6).
           05 FILLER       PIC X(3)  VALUE " - ".
           05 LCL-NOMBRE   PIC ZZZ9.
           05 FILLER       PIC X(20) VALUE " ELEVE(S) SIGNALE(S)".

        01 LIGNE-ENTETE.
           05 FILLER       PIC X(31) VALUE "MATRICULE NOM".
           05 FILLER       PIC X(41)
                    VALUE "CRI SOUS PREC.  ACTU.   ABS  DEJA SIGNALE".

        01 LIGNE-ELEVE.
           05 LE-MATRICULE PIC X(8).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 LE-NOM       PIC X(20).
           05 FILLER       PIC X     VALUE SPACE.
           05 LE-CRITERES  PIC X(3).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 LE-NB-SOUS   PIC Z9.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 LE-PRECEDENTE PIC X(6).
           05 FILLER       PIC X     VALUE SPACE.
           05 LE-ACTUELLE  PIC X(6).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 LE-ABSENCES  PIC ZZ9.
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 LE-DEJA      PIC X(12).

        01 LIGNE-TOTAL.
           05 FILLER       PIC X(18) VALUE "ELEVES SIGNALES : ".
           05 LTO-NOMBRE   PIC ZZZZ9.
           05 FILLER       PIC X(5)  VALUE " SUR ".
           05 LTO-ELEVES   PIC ZZZZ9.

        01 LIGNE-VIDE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      * ****************************************************************
      * *****      PROGRAMME                                       *****
      * ****************************************************************
       PRINCIPAL.
           PERFORM INITIALISATION
           IF (WS-ARRET-IMMEDIAT-OUI)
             STOP RUN
           END-IF
           PERFORM LIT-RESULTAT UNTIL WS-FIN-FICHIER-OUI
           IF (WS-MATRICULE-COURANT NOT = SPACES)
             PERFORM TERMINE-ELEVE
           END-IF
           CLOSE F-RESULTATS
           PERFORM COMPTE-ABSENCES
           PERFORM EDITION
           PERFORM FINALISATION
           STOP RUN.

       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE-DEBUT
           MOVE WS-HORODATAGE-DEBUT(1:8) TO WS-DATE-JOUR
           PERFORM LIT-PARAM-ANNEE
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             PERFORM LIT-CRITERES
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             PERFORM LIT-PERIODE
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             OPEN INPUT F-RESULTATS
             IF (WS-STATUT-RESULTATS NOT = "00")
               DISPLAY "fichier RESULTATS.DAT indisponible, statut "
                       WS-STATUT-RESULTATS
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             END-IF
           END-IF
      * Sans fichier maitre, pas de classe : la liste par classe
      * perdrait son sens, on ne la produit pas
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             OPEN INPUT F-MAITRE
             IF (WS-STATUT-MAITRE NOT = "00")
               DISPLAY "fichier maitre ELEVES.DAT indisponible, "
                       "statut " WS-STATUT-MAITRE
               CLOSE F-RESULTATS
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             END-IF
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             OPEN INPUT F-HISTO
             IF (WS-STATUT-HISTO NOT = "00")
               DISPLAY "historique HISTO-MOYENNES.DAT indisponible, "
                       "statut " WS-STATUT-HISTO
               CLOSE F-RESULTATS
               CLOSE F-MAITRE
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             END-IF
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             OPEN I-O F-SUIVI
             IF (WS-STATUT-SUIVI = "35")
               OPEN OUTPUT F-SUIVI
               CLOSE F-SUIVI
               OPEN I-O F-SUIVI
             END-IF
             OPEN OUTPUT F-LISTE
           END-IF.

       LIT-PARAM-ANNEE.
           OPEN INPUT F-PARAM-ANNEE
           IF (WS-STATUT-PARAM-ANNEE NOT = "00")
             DISPLAY "parametres PARAM-ANNEE.DAT indisponibles, "
                     "statut " WS-STATUT-PARAM-ANNEE
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             READ F-PARAM-ANNEE
               AT END
                 DISPLAY "parametres PARAM-ANNEE.DAT vides"
                 SET WS-ARRET-IMMEDIAT-OUI TO TRUE
                 MOVE 1 TO RETURN-CODE
               NOT AT END
                 MOVE AN-ANNEE TO WS-ANNEE-COURANTE
             END-READ
             CLOSE F-PARAM-ANNEE
           END-IF.

      * Les criteres n'ont pas de valeur par defaut sensee pour
      * toutes les classes : sans fichier lisible et numerique, on
      * ne signale personne plutot que de signaler n'importe qui
       LIT-CRITERES.
           OPEN INPUT F-PARAM
           IF (WS-STATUT-PARAM NOT = "00")
             DISPLAY "parametres PARAM-ALERTES.DAT indisponibles, "
                     "statut " WS-STATUT-PARAM
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             READ F-PARAM
               AT END
                 DISPLAY "parametres PARAM-ALERTES.DAT vides"
                 SET WS-ARRET-IMMEDIAT-OUI TO TRUE
                 MOVE 1 TO RETURN-CODE
               NOT AT END
                 IF (PD-BAISSE-MAX NUMERIC)
                    AND (PD-NB-MATIERES NUMERIC)
                    AND (PD-SEUIL-MATIERE NUMERIC)
                    AND (PD-PLANCHER NUMERIC)
                   MOVE PD-BAISSE-MAX    TO WS-BAISSE-MAX
                   MOVE PD-NB-MATIERES   TO WS-NB-MATIERES-MIN
                   MOVE PD-SEUIL-MATIERE TO WS-SEUIL-MATIERE
                   MOVE PD-PLANCHER      TO WS-PLANCHER
                 ELSE
                   DISPLAY "parametres PARAM-ALERTES.DAT non "
                           "numeriques : " ENR-PARAM
                   SET WS-ARRET-IMMEDIAT-OUI TO TRUE
                   MOVE 1 TO RETURN-CODE
                 END-IF
             END-READ
             CLOSE F-PARAM
           END-IF.

      * La periode traitee est celle que calcule-moyenne a portee
      * sur ses lignes de resultat : la premiere ligne suffit
       LIT-PERIODE.
           OPEN INPUT F-RESULTATS
           IF (WS-STATUT-RESULTATS = "00")
             READ F-RESULTATS
               AT END CONTINUE
               NOT AT END
                 IF (RES-TRIMESTRE NUMERIC)
                   MOVE RES-TRIMESTRE TO WS-PERIODE
                 END-IF
             END-READ
             CLOSE F-RESULTATS
           END-IF
           IF (WS-PERIODE = ZERO)
             DISPLAY "periode courante introuvable dans "
                     "RESULTATS.DAT, statut " WS-STATUT-RESULTATS
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           END-IF.

      * RESULTATS.DAT groupe les lignes d'un eleve : ses matieres,
      * puis sa moyenne generale. Un changement de matricule clot
      * l'eleve precedent
       LIT-RESULTAT.
           READ F-RESULTATS
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               ADD 1 TO WS-NB-LIGNES-LUES
               IF (RES-MATRICULE NOT = WS-MATRICULE-COURANT)
                 IF (WS-MATRICULE-COURANT NOT = SPACES)
                   PERFORM TERMINE-ELEVE
                 END-IF
                 PERFORM DEBUTE-ELEVE
               END-IF
               PERFORM RETIENT-MOYENNE
           END-READ.

       DEBUTE-ELEVE.
           MOVE RES-MATRICULE TO WS-MATRICULE-COURANT
           MOVE RES-NOM       TO WS-NOM-COURANT
           MOVE ZERO          TO WS-NB-SOUS-SEUIL
           MOVE ZERO          TO WS-MOYENNE-ACTUELLE
           MOVE "N"           TO WS-ACTUELLE-DISPO.

      * "N/D" et "ERREUR" ne sont pas des moyennes : ni la matiere ni
      * la moyenne generale ne declenchent alors de critere
       RETIENT-MOYENNE.
           MOVE RES-MOYENNE TO WS-MOY-TEXTE
           IF (WS-MOY-TEXTE = "N/D") OR (WS-MOY-TEXTE = "ERREUR")
             ADD 1 TO WS-NB-NON-CHIFFREES
           ELSE
             PERFORM RELIT-MOYENNE
             IF (WS-MOYENNE-VALIDE-NON)
               ADD 1 TO WS-NB-NON-CHIFFREES
             ELSE
               IF (RES-CODE-MATIERE = SPACES)
                 MOVE WS-MOYENNE-LUE TO WS-MOYENNE-ACTUELLE
                 MOVE "O" TO WS-ACTUELLE-DISPO
               ELSE
                 IF (WS-MOYENNE-LUE < WS-SEUIL-MATIERE)
                    AND (WS-NB-SOUS-SEUIL < 99)
                   ADD 1 TO WS-NB-SOUS-SEUIL
                 END-IF
               END-IF
             END-IF
           END-IF.

      * Remet en nombre une moyenne editee par format-number
      * ("-12,50") : partie entiere, partie decimale, signe
       RELIT-MOYENNE.
           MOVE ZERO TO WS-NB-SIGNES
           INSPECT WS-MOY-TEXTE TALLYING WS-NB-SIGNES FOR ALL "-"
           MOVE SPACES TO WS-PART-ENTIERE
           MOVE SPACES TO WS-PART-DECIMALE
           UNSTRING WS-MOY-TEXTE DELIMITED BY ","
               INTO WS-PART-ENTIERE, WS-PART-DECIMALE
           END-UNSTRING
           IF (WS-PART-DECIMALE = SPACES)
             SET WS-MOYENNE-VALIDE-NON TO TRUE
           ELSE
             SET WS-MOYENNE-VALIDE-OUI TO TRUE
             COMPUTE WS-MOYENNE-LUE =
                     FUNCTION ABS(FUNCTION NUMVAL(WS-PART-ENTIERE))
                   + FUNCTION NUMVAL(WS-PART-DECIMALE) / 100
             IF (WS-NB-SIGNES > 0)
               COMPUTE WS-MOYENNE-LUE = WS-MOYENNE-LUE * -1
             END-IF
           END-IF.

      * Toutes les moyennes de l'eleve sont lues : moyenne generale
      * de la periode precedente, puis examen des trois criteres
       TERMINE-ELEVE.
           ADD 1 TO WS-NB-ELEVES
           MOVE "N"  TO WS-PRECEDENTE-DISPO
           MOVE ZERO TO WS-MOYENNE-PRECEDENTE
           IF (WS-PERIODE > 1)
             COMPUTE WS-PERIODE-PRECEDENTE = WS-PERIODE - 1
             MOVE WS-MATRICULE-COURANT  TO HM-MATRICULE
             MOVE WS-PERIODE-PRECEDENTE TO HM-TRIMESTRE
             MOVE SPACES                TO HM-CODE-MATIERE
             READ F-HISTO
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 COMPUTE WS-MOYENNE-PRECEDENTE ROUNDED = HM-MOYENNE
                 MOVE "O" TO WS-PRECEDENTE-DISPO
             END-READ
           END-IF

           MOVE SPACES TO WS-CRITERES
           IF (WS-BAISSE-MAX > ZERO)
              AND (WS-PRECEDENTE-DISPO-OUI)
              AND (WS-ACTUELLE-DISPO-OUI)
             IF (WS-MOYENNE-PRECEDENTE - WS-MOYENNE-ACTUELLE
                 > WS-BAISSE-MAX)
               SET WS-CRITERE-BAISSE-OUI TO TRUE
               ADD 1 TO WS-NB-CRITERE-B
             END-IF
           END-IF
           IF (WS-NB-MATIERES-MIN > ZERO)
              AND (WS-NB-SOUS-SEUIL NOT < WS-NB-MATIERES-MIN)
             SET WS-CRITERE-MATIERES-OUI TO TRUE
             ADD 1 TO WS-NB-CRITERE-M
           END-IF
           IF (WS-PLANCHER > ZERO)
              AND (WS-ACTUELLE-DISPO-OUI)
              AND (WS-MOYENNE-ACTUELLE < WS-PLANCHER)
             SET WS-CRITERE-PLANCHER-OUI TO TRUE
             ADD 1 TO WS-NB-CRITERE-P
           END-IF

           MOVE WS-ANNEE-COURANTE    TO SD-ANNEE
           MOVE WS-MATRICULE-COURANT TO SD-MATRICULE
           MOVE WS-PERIODE           TO SD-PERIODE
           IF (WS-CRITERES = SPACES)
             PERFORM RETIRE-SUIVI
           ELSE
             PERFORM SIGNALE-ELEVE
           END-IF.

      * Une relance apres correction des notes peut lever un
      * signalement pose par le passage precedent de la periode
       RETIRE-SUIVI.
           READ F-SUIVI
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DELETE F-SUIVI RECORD
                 INVALID KEY
                   DISPLAY "suivi de " SD-MATRICULE " non retire, "
                           "statut " WS-STATUT-SUIVI
                   MOVE 1 TO RETURN-CODE
                 NOT INVALID KEY
                   ADD 1 TO WS-NB-RETIRES
               END-DELETE
           END-READ.

      * Classe au fichier maitre, rang dans la liste et trace au
      * fichier de suivi ; une relance de la periode reecrit la trace
       SIGNALE-ELEVE.
           MOVE WS-MATRICULE-COURANT TO EM-MATRICULE
           READ F-MAITRE
             INVALID KEY
               ADD 1 TO WS-NB-HORS-MAITRE
               MOVE SPACES TO EM-CLASSE
           END-READ
           PERFORM CHERCHE-DEJA-SIGNALE
           PERFORM RANGE-ALERTE

           MOVE WS-ANNEE-COURANTE     TO SD-ANNEE
           MOVE WS-MATRICULE-COURANT  TO SD-MATRICULE
           MOVE WS-PERIODE            TO SD-PERIODE
           READ F-SUIVI
             INVALID KEY
               PERFORM PREPARE-SUIVI
               WRITE ENR-SUIVI
                 INVALID KEY
                   DISPLAY "suivi de " SD-MATRICULE " non ecrit, "
                           "statut " WS-STATUT-SUIVI
                   MOVE 1 TO RETURN-CODE
               END-WRITE
             NOT INVALID KEY
               PERFORM PREPARE-SUIVI
               REWRITE ENR-SUIVI
                 INVALID KEY
                   DISPLAY "suivi de " SD-MATRICULE " non reecrit, "
                           "statut " WS-STATUT-SUIVI
                   MOVE 1 TO RETURN-CODE
               END-REWRITE
           END-READ.

      * Absences non justifiees a zero : elles sont reportees au
      * suivi une fois ABSENCES-VALIDES.DAT parcouru
       PREPARE-SUIVI.
           MOVE WS-DATE-JOUR          TO SD-DATE-SIGNALEMENT
           MOVE EM-CLASSE             TO SD-CLASSE
           MOVE WS-CRITERE-BAISSE     TO SD-CRITERE-BAISSE
           MOVE WS-CRITERE-MATIERES   TO SD-CRITERE-MATIERES
           MOVE WS-CRITERE-PLANCHER   TO SD-CRITERE-PLANCHER
           MOVE WS-NB-SOUS-SEUIL      TO SD-NB-SOUS-SEUIL
           MOVE WS-MOYENNE-PRECEDENTE TO SD-MOYENNE-PRECEDENTE
           MOVE WS-MOYENNE-ACTUELLE   TO SD-MOYENNE
           MOVE ZERO                  TO SD-NB-NON-JUSTIFIEES.

      * Periodes anterieures de l'annee ou l'eleve figure deja au
      * suivi, editees "P1 P2"
       CHERCHE-DEJA-SIGNALE.
           MOVE SPACES TO WS-DEJA-SIGNALE
           MOVE 1 TO WS-POS-DEJA
           PERFORM VARYING WS-PERIODE-SUIVIE FROM 1 BY 1
                   UNTIL WS-PERIODE-SUIVIE NOT < WS-PERIODE
               MOVE WS-ANNEE-COURANTE    TO SD-ANNEE
               MOVE WS-MATRICULE-COURANT TO SD-MATRICULE
               MOVE WS-PERIODE-SUIVIE    TO SD-PERIODE
               READ F-SUIVI
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF (WS-POS-DEJA < 11)
                     STRING "P" WS-PERIODE-SUIVIE " "
                            DELIMITED BY SIZE
                            INTO WS-DEJA-SIGNALE
                            WITH POINTER WS-POS-DEJA
                   END-IF
               END-READ
           END-PERFORM.

      * Insertion a son rang (classe, nom, matricule) : les suivants
      * sont decales d'un cran vers le bas
       RANGE-ALERTE.
           IF (WS-NB-ALERTES NOT < 2000)
             IF (WS-SATURATION-OUI)
               CONTINUE
             ELSE
               DISPLAY "plus de 2000 eleves signales, liste tronquee"
               SET WS-SATURATION-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             END-IF
           ELSE
             MOVE SPACES TO WS-NOUVEAU-TRI
             STRING EM-CLASSE WS-NOM-COURANT WS-MATRICULE-COURANT
                    DELIMITED BY SIZE
                    INTO WS-NOUVEAU-TRI
             PERFORM VARYING IDX-TAL FROM 1 BY 1
                     UNTIL IDX-TAL > WS-NB-ALERTES
                        OR TAL-TRI(IDX-TAL) > WS-NOUVEAU-TRI
                 CONTINUE
             END-PERFORM
             ADD 1 TO WS-NB-ALERTES
             PERFORM VARYING IDX-TAL-DEPL FROM WS-NB-ALERTES BY -1
                     UNTIL IDX-TAL-DEPL NOT > IDX-TAL
                 MOVE TAL-ELEVE(IDX-TAL-DEPL - 1)
                   TO TAL-ELEVE(IDX-TAL-DEPL)
             END-PERFORM
             MOVE WS-NOUVEAU-TRI        TO TAL-TRI(IDX-TAL)
             MOVE WS-CRITERES           TO TAL-CRITERES(IDX-TAL)
             MOVE WS-NB-SOUS-SEUIL      TO TAL-NB-SOUS-SEUIL(IDX-TAL)
             MOVE WS-PRECEDENTE-DISPO   TO TAL-PRECEDENTE-DISPO(IDX-TAL)
             MOVE WS-MOYENNE-PRECEDENTE
               TO TAL-MOYENNE-PRECEDENTE(IDX-TAL)
             MOVE WS-ACTUELLE-DISPO     TO TAL-ACTUELLE-DISPO(IDX-TAL)
             MOVE WS-MOYENNE-ACTUELLE   TO TAL-MOYENNE(IDX-TAL)
             MOVE ZERO TO TAL-NB-NON-JUSTIFIEES(IDX-TAL)
             MOVE WS-DEJA-SIGNALE       TO TAL-DEJA-SIGNALE(IDX-TAL)
           END-IF.

      * Demi-journees non justifiees de la periode courante, pour
      * les seuls eleves signales
       COMPTE-ABSENCES.
           OPEN INPUT F-ABSENCES
           IF (WS-STATUT-ABSENCES = "00")
             MOVE "O" TO WS-ABSENCES-DISPO
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM LIT-ABSENCE UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-ABSENCES
           ELSE
             DISPLAY "fichier ABSENCES-VALIDES.DAT indisponible, "
                     "statut " WS-STATUT-ABSENCES
                     ", absences non renseignees"
           END-IF.

       LIT-ABSENCE.
           READ F-ABSENCES
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (AB-TRIMESTRE = WS-PERIODE)
                  AND (AB-DEMI-JOURNEE)
                  AND (AB-JUSTIFIEE-NON)
                 SET WS-ALERTE-TROUVEE-NON TO TRUE
                 PERFORM VARYING IDX-TAL FROM 1 BY 1
                         UNTIL IDX-TAL > WS-NB-ALERTES
                            OR WS-ALERTE-TROUVEE-OUI
                     IF (TAL-MATRICULE(IDX-TAL) = AB-MATRICULE)
                       SET WS-ALERTE-TROUVEE-OUI TO TRUE
                       IF (TAL-NB-NON-JUSTIFIEES(IDX-TAL) < 999)
                         ADD 1 TO TAL-NB-NON-JUSTIFIEES(IDX-TAL)
                       END-IF
                     END-IF
                 END-PERFORM
               END-IF
           END-READ.

      * Une page par classe, precedee du rappel des criteres
       EDITION.
           MOVE WS-ANNEE-COURANTE TO LTI-ANNEE
           MOVE WS-PERIODE        TO LTI-PERIODE
           MOVE SPACES TO WS-CLASSE-EDITEE
           IF (WS-NB-ALERTES = 0)
             PERFORM EDITE-TITRE
             MOVE "AUCUN ELEVE SIGNALE" TO ENR-LISTE
             WRITE ENR-LISTE
           END-IF
           PERFORM VARYING IDX-TAL FROM 1 BY 1
                   UNTIL IDX-TAL > WS-NB-ALERTES
               IF (IDX-TAL = 1)
                  OR (TAL-CLASSE(IDX-TAL) NOT = WS-CLASSE-EDITEE)
                 PERFORM EDITE-CLASSE
               END-IF
               PERFORM EDITE-ELEVE
               PERFORM REPORTE-ABSENCES
           END-PERFORM
           MOVE LIGNE-VIDE TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE WS-NB-ALERTES TO LTO-NOMBRE
           MOVE WS-NB-ELEVES  TO LTO-ELEVES
           MOVE LIGNE-TOTAL TO ENR-LISTE
           WRITE ENR-LISTE.

       EDITE-TITRE.
           MOVE LIGNE-TITRE TO ENR-LISTE
           WRITE ENR-LISTE AFTER ADVANCING PAGE
           MOVE LIGNE-VIDE TO ENR-LISTE
           WRITE ENR-LISTE

           MOVE "CRITERES :" TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE SPACES TO LCR-TEXTE
           IF (WS-BAISSE-MAX > ZERO) AND (WS-PERIODE > 1)
             MOVE WS-BAISSE-MAX TO WS-SEUIL-EDITE
             INSPECT WS-SEUIL-EDITE REPLACING ALL "." BY ","
             STRING "B : MOYENNE GENERALE EN BAISSE DE PLUS DE "
                    WS-SEUIL-EDITE " POINTS"
                    DELIMITED BY SIZE
                    INTO LCR-TEXTE
           ELSE
             MOVE "B : BAISSE DE LA MOYENNE GENERALE NON RETENUE"
               TO LCR-TEXTE
           END-IF
           MOVE LIGNE-CRITERE TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE SPACES TO LCR-TEXTE
           IF (WS-NB-MATIERES-MIN > ZERO)
             MOVE WS-SEUIL-MATIERE TO WS-SEUIL-EDITE
             INSPECT WS-SEUIL-EDITE REPLACING ALL "." BY ","
             STRING "M : " WS-NB-MATIERES-MIN
                    " MATIERE(S) OU PLUS SOUS " WS-SEUIL-EDITE
                    DELIMITED BY SIZE
                    INTO LCR-TEXTE
           ELSE
             MOVE "M : MATIERES SOUS LE SEUIL NON RETENUES"
               TO LCR-TEXTE
           END-IF
           MOVE LIGNE-CRITERE TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE SPACES TO LCR-TEXTE
           IF (WS-PLANCHER > ZERO)
             MOVE WS-PLANCHER TO WS-SEUIL-EDITE
             INSPECT WS-SEUIL-EDITE REPLACING ALL "." BY ","
             STRING "P : MOYENNE GENERALE SOUS " WS-SEUIL-EDITE
                    DELIMITED BY SIZE
                    INTO LCR-TEXTE
           ELSE
             MOVE "P : PLANCHER DE MOYENNE GENERALE NON RETENU"
               TO LCR-TEXTE
           END-IF
           MOVE LIGNE-CRITERE TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE LIGNE-VIDE TO ENR-LISTE
           WRITE ENR-LISTE.

      * Titre, criteres, puis la classe avec son nombre d'eleves
      * signales
       EDITE-CLASSE.
           MOVE TAL-CLASSE(IDX-TAL) TO WS-CLASSE-EDITEE
           MOVE ZERO TO WS-NB-CLASSE
           PERFORM VARYING IDX-TAL-DEPL FROM IDX-TAL BY 1
                   UNTIL IDX-TAL-DEPL > WS-NB-ALERTES
               IF (TAL-CLASSE(IDX-TAL-DEPL) = WS-CLASSE-EDITEE)
                 ADD 1 TO WS-NB-CLASSE
               END-IF
           END-PERFORM
           PERFORM EDITE-TITRE
           IF (WS-CLASSE-EDITEE = SPACES)
             MOVE "??????" TO LCL-CLASSE
           ELSE
             MOVE WS-CLASSE-EDITEE TO LCL-CLASSE
           END-IF
           MOVE WS-NB-CLASSE TO LCL-NOMBRE
           MOVE LIGNE-CLASSE TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE LIGNE-VIDE TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE LIGNE-ENTETE TO ENR-LISTE
           WRITE ENR-LISTE.

       EDITE-ELEVE.
           MOVE TAL-MATRICULE(IDX-TAL)     TO LE-MATRICULE
           MOVE TAL-NOM(IDX-TAL)           TO LE-NOM
           MOVE TAL-CRITERES(IDX-TAL)      TO LE-CRITERES
           MOVE TAL-NB-SOUS-SEUIL(IDX-TAL) TO LE-NB-SOUS
           IF (TAL-PRECEDENTE-DISPO(IDX-TAL) = "O")
             MOVE TAL-MOYENNE-PRECEDENTE(IDX-TAL) TO WS-MOYENNE-EDITEE
             INSPECT WS-MOYENNE-EDITEE REPLACING ALL "." BY ","
             MOVE WS-MOYENNE-EDITEE TO LE-PRECEDENTE
           ELSE
             MOVE "   N/D" TO LE-PRECEDENTE
           END-IF
           IF (TAL-ACTUELLE-DISPO(IDX-TAL) = "O")
             MOVE TAL-MOYENNE(IDX-TAL) TO WS-MOYENNE-EDITEE
             INSPECT WS-MOYENNE-EDITEE REPLACING ALL "." BY ","
             MOVE WS-MOYENNE-EDITEE TO LE-ACTUELLE
           ELSE
             MOVE "   N/D" TO LE-ACTUELLE
           END-IF
           MOVE TAL-NB-NON-JUSTIFIEES(IDX-TAL) TO LE-ABSENCES
           MOVE TAL-DEJA-SIGNALE(IDX-TAL)      TO LE-DEJA
           MOVE LIGNE-ELEVE TO ENR-LISTE
           WRITE ENR-LISTE.

      * Les absences comptees completent la trace de la periode
       REPORTE-ABSENCES.
           IF (WS-ABSENCES-DISPO-OUI)
              AND (TAL-NB-NON-JUSTIFIEES(IDX-TAL) > 0)
             MOVE WS-ANNEE-COURANTE      TO SD-ANNEE
             MOVE TAL-MATRICULE(IDX-TAL) TO SD-MATRICULE
             MOVE WS-PERIODE             TO SD-PERIODE
             READ F-SUIVI
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE TAL-NB-NON-JUSTIFIEES(IDX-TAL)
                   TO SD-NB-NON-JUSTIFIEES
                 REWRITE ENR-SUIVI
                   INVALID KEY
                     DISPLAY "suivi de " SD-MATRICULE
                             " non reecrit, statut " WS-STATUT-SUIVI
                     MOVE 1 TO RETURN-CODE
                 END-REWRITE
             END-READ
           END-IF.

       FINALISATION.
           CLOSE F-LISTE
           CLOSE F-SUIVI
           CLOSE F-HISTO
           CLOSE F-MAITRE
           DISPLAY WS-NB-ELEVES " eleve(s) examine(s), "
                   WS-NB-ALERTES " signale(s) dans LISTE-ALERTES.DAT"
           DISPLAY "criteres remplis : baisse " WS-NB-CRITERE-B
                   ", matieres " WS-NB-CRITERE-M
                   ", plancher " WS-NB-CRITERE-P
           IF (WS-NB-RETIRES > 0)
             DISPLAY WS-NB-RETIRES " signalement(s) de la periode "
                     "retire(s) du suivi"
           END-IF
           IF (WS-NB-NON-CHIFFREES > 0)
             DISPLAY WS-NB-NON-CHIFFREES " moyenne(s) N/D ou en "
                     "erreur ignoree(s)"
           END-IF
           IF (WS-NB-HORS-MAITRE > 0)
             DISPLAY WS-NB-HORS-MAITRE " eleve(s) signale(s) absent(s)"
                     " du fichier maitre, classe ??????"
           END-IF
           PERFORM ECRIT-JOURNAL.

      * Estampille du passage au journal de chaine, verifie par
      * garde-chaine avant de laisser partir l'etape suivante
       ECRIT-JOURNAL.
           OPEN EXTEND F-JOURNAL
           IF (WS-STATUT-JOURNAL = "35")
             OPEN OUTPUT F-JOURNAL
           END-IF
           IF (WS-STATUT-JOURNAL = "00")
             MOVE "alerte-moyennes" TO JC-PROGRAMME
             MOVE WS-HORODATAGE-DEBUT TO JC-DEBUT
             MOVE FUNCTION CURRENT-DATE(1:14) TO JC-FIN
             MOVE RETURN-CODE TO JC-RETOUR
             MOVE WK-JOURNAL-LIGNE TO ENR-JOURNAL
             WRITE ENR-JOURNAL
             CLOSE F-JOURNAL
           END-IF.
      ******************************************************************
      **  alerte-moyennes.cob                         Version 1.1 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
