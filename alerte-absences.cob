      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  alerte-absences.cob                         Version 1.0 PC  **
      ******************************************************************
      **  Signalement de l'absenteisme sur un mois glissant           **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Lire les absences controlees par controle-absences et     **
      **    cumuler, par eleve, les demi-journees non justifiees et   **
      **    les retards dates du mois glissant clos a la date de      **
      **    reference (date du jour, ou date passee en parametre      **
      **    AAAAMMJJ)                                                  **
      **  - Comparer ces cumuls aux seuils du fichier de parametres   **
      **    PARAM-ABSENTEISME.DAT (seuil legal : quatre demi-journees **
      **    non justifiees dans le mois)                               **
      **  - Pour chaque eleve au-dela du seuil : un courrier          **
      **    d'avertissement par responsable legal destinataire,       **
      **    adresse pour enveloppe a fenetre, et une ligne a la liste **
      **    des signalements transmise a l'inspection academique      **
      **  - Tenir un fichier de suivi indexe sur le matricule et le   **
      **    mois de signalement, pour qu'un eleve deja signale dans   **
      **    le mois ne le soit pas une seconde fois                    **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                      alerte-absences.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ABSENCES   ASSIGN TO "ABSENCES-VALIDES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-ABSENCES.

           SELECT F-PARAM      ASSIGN TO "PARAM-ABSENTEISME.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM.

           SELECT F-MAITRE     ASSIGN TO "ELEVES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS EM-MATRICULE
                                FILE STATUS IS WS-STATUT-MAITRE.

           SELECT F-RESPONSABLES ASSIGN TO "RESPONSABLES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RL-CLE
                                FILE STATUS IS WS-STATUT-RESPONSABLES.

           SELECT F-SUIVI      ASSIGN TO "SUIVI-ABSENTEISME.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS SA-CLE
                                FILE STATUS IS WS-STATUT-SUIVI.

           SELECT F-COURRIERS  ASSIGN TO "COURRIERS-ABSENTEISME.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-LISTE      ASSIGN TO "LISTE-INSPECTION.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ++============================================================++
      * ++===          absences et retards controles par           ===++
      * ++===          controle-absences                           ===++
      * ++============================================================++
       FD  F-ABSENCES.
           COPY "wk-absence.cpy".

      * ++============================================================++
      * ++===          seuils de signalement de l'absenteisme      ===++
      * ++============================================================++
       FD  F-PARAM.
       01  ENR-PARAM.
      * PS-SEUIL-DEMI-JOURNEES : demi-journees non justifiees dans le
      * mois a partir desquelles l'eleve est signale (seuil legal 04)
           05 PS-SEUIL-DEMI-JOURNEES                    PIC 99.
      * PS-SEUIL-RETARDS : retards dans le mois a partir desquels
      * l'eleve est signale ; 00 ne signale pas sur les retards
           05 PS-SEUIL-RETARDS                          PIC 99.

      * ++============================================================++
      * ++===               fichier maitre des eleves, sur indexe  ===++
      * ++============================================================++
       FD  F-MAITRE.
           COPY "wk-maitre.cpy".

      * ++============================================================++
      * ++===     responsables legaux, sur indexe matricule + rang ===++
      * ++============================================================++
       FD  F-RESPONSABLES.
           COPY "wk-responsable.cpy".

      * ++============================================================++
      * ++===          suivi des signalements, sur indexe          ===++
      * ++===          matricule + mois de signalement             ===++
      * ++============================================================++
       FD  F-SUIVI.
       01  ENR-SUIVI.
           05 SA-CLE.
              10 SA-MATRICULE                          PIC X(8).
      * SA-MOIS : mois de la date de reference, AAAAMM
              10 SA-MOIS                                PIC X(6).
           05 SA-DATE-SIGNALEMENT                       PIC X(8).
           05 SA-NB-DEMI-JOURNEES                       PIC 9(3).
           05 SA-NB-RETARDS                             PIC 9(3).
           05 SA-NB-COURRIERS                           PIC 9.

      * ++============================================================++
      * ++===          courriers d'avertissement aux familles      ===++
      * ++============================================================++
       FD  F-COURRIERS.
       01  ENR-COURRIER                                  PIC X(80).

      * ++============================================================++
      * ++===          liste des signalements pour l'inspection    ===++
      * ++============================================================++
       FD  F-LISTE.
       01  ENR-LISTE                                     PIC X(80).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                                donnees de traitement ===++
      * ++============================================================++
        01 WS-FIN-FICHIER PIC X VALUE "N".
           88 WS-FIN-FICHIER-OUI                        VALUE "O".

        01 WS-ARRET-IMMEDIAT PIC X VALUE "N".
           88 WS-ARRET-IMMEDIAT-OUI                     VALUE "O".

        01 WS-STATUT-ABSENCES PIC XX.
        01 WS-STATUT-PARAM    PIC XX.
        01 WS-STATUT-MAITRE   PIC XX.

      * Sans fichier des responsables, les courriers sont edites sans
      * adresse postale, a remettre en main propre
        01 WS-STATUT-RESPONSABLES PIC XX.
        01 WS-RESPONSABLES-DISPO PIC X VALUE "N".
           88 WS-RESPONSABLES-DISPO-OUI                 VALUE "O".

      * SUIVI-ABSENTEISME.DAT n'existe pas encore au tout premier
      * lancement : on bascule alors en creation (statut "35")
        01 WS-STATUT-SUIVI    PIC XX.

      * Seuils retenus : seuil legal par defaut, remplace par le
      * fichier de parametres quand il est lisible et numerique
        01 WS-SEUIL-DEMI-JOURNEES PIC 99 VALUE 4.
        01 WS-SEUIL-RETARDS       PIC 99 VALUE ZERO.

      * Date de reference (AAAAMMJJ) et borne exclusive du mois
      * glissant : meme jour du mois precedent. Un 31 sans
      * equivalent le mois precedent reste une borne correcte en
      * comparaison de dates AAAAMMJJ (le "20260431" ouvre au 1er mai)
        01 WS-PARAMETRE       PIC X(8).
        01 WS-DATE-REFERENCE  PIC X(8).
        01 WS-DATE-REF-DECOUPEE REDEFINES WS-DATE-REFERENCE.
           05 WS-REF-ANNEE    PIC 9(4).
           05 WS-REF-MOIS     PIC 99.
           05 WS-REF-JOUR     PIC 99.
        01 WS-DATE-DEBUT.
           05 WS-DEBUT-ANNEE  PIC 9(4).
           05 WS-DEBUT-MOIS   PIC 99.
           05 WS-DEBUT-JOUR   PIC 99.
        01 WS-MOIS-SIGNALEMENT PIC X(6).

      * Cumuls du mois glissant par eleve ; dimensionnee pour
      * l'effectif de l'etablissement
        01 WS-NB-CUMULS       PIC 9(4) VALUE ZERO.
        01 WS-NB-CUMULS-IGNORES PIC 9(5) VALUE ZERO.
        01 TAB-CUMULS.
           05 TC-ELEVE OCCURS 2000 TIMES
                       INDEXED BY IDX-TC.
              10 TC-MATRICULE                           PIC X(8).
              10 TC-NB-NON-JUSTIFIEES                    PIC 9(3).
              10 TC-NB-RETARDS                           PIC 9(3).
              10 TC-PREMIERE-DATE                        PIC X(8).
              10 TC-DERNIERE-DATE                        PIC X(8).

        01 WS-CUMUL-TROUVE PIC X.
           88 WS-CUMUL-TROUVE-OUI                       VALUE "O".
           88 WS-CUMUL-TROUVE-NON                       VALUE "N".

        01 WS-SIGNALE PIC X.
           88 WS-SIGNALE-OUI                            VALUE "O".
           88 WS-SIGNALE-NON                            VALUE "N".

      * Compteurs du passage
        01 WS-NB-LUS          PIC 9(5) VALUE ZERO.
        01 WS-NB-RETENUS      PIC 9(5) VALUE ZERO.
        01 WS-NB-AU-SEUIL     PIC 9(5) VALUE ZERO.
        01 WS-NB-SIGNALES     PIC 9(5) VALUE ZERO.
        01 WS-NB-DEJA-SIGNALES PIC 9(5) VALUE ZERO.
        01 WS-NB-HORS-MAITRE  PIC 9(5) VALUE ZERO.
        01 WS-NB-COURRIERS    PIC 9(5) VALUE ZERO.
        01 WS-NB-SANS-ADRESSE PIC 9(5) VALUE ZERO.

      * Corps du courrier de l'eleve courant, prepare une fois puis
      * repris sous chaque bloc adresse
        01 WS-NB-LIGNES-CORPS PIC 99 VALUE ZERO.
        01 TAB-CORPS.
           05 TCO-LIGNE OCCURS 24 TIMES
                        INDEXED BY IDX-TCO              PIC X(80).
        01 WS-TEXTE           PIC X(76).

      * Rang du responsable recherche (1 a 9) et nombre de courriers
      * tires pour l'eleve courant
        01 WS-RANG-CHERCHE    PIC 99.
        01 WS-NB-EXEMPLAIRES  PIC 9 VALUE ZERO.

      * Bloc adresse du courrier, au meme gabarit que les exemplaires
      * du bulletin : marge haute puis quatre lignes decalees a
      * droite, a hauteur de la fenetre d'une enveloppe DL
        01 WS-NB-MARGE-HAUTE  PIC 9 VALUE 6.
        01 WS-NB-MARGE-BASSE  PIC 9 VALUE 4.
        01 WS-COMPTEUR-MARGE  PIC 9.
        01 TAB-ADRESSE.
           05 TAD-LIGNE OCCURS 4 TIMES
                        INDEXED BY IDX-TAD              PIC X(38).
        01 WS-CP-VILLE        PIC X(38).

        01 LIGNE-ADRESSE.
           05 FILLER       PIC X(36) VALUE SPACES.
           05 LAD-TEXTE    PIC X(38).

        01 LIGNE-TEXTE.
           05 FILLER       PIC X(4)  VALUE SPACES.
           05 LT-TEXTE     PIC X(76).

      * Date editee JJ/MM/AAAA pour les courriers et la liste
        01 WS-DATE-A-EDITER   PIC X(8).
        01 DATE-EDITEE.
           05 DE-JOUR      PIC XX.
           05 FILLER       PIC X     VALUE "/".
           05 DE-MOIS      PIC XX.
           05 FILLER       PIC X     VALUE "/".
           05 DE-ANNEE     PIC X(4).
        01 WS-DATE-REF-EDITEE PIC X(10).
        01 WS-PREMIERE-EDITEE PIC X(10).
        01 WS-DERNIERE-EDITEE PIC X(10).

        01 WS-NOMBRE-EDITE    PIC ZZ9.

        01 LIGNE-TITRE-LISTE.
           05 FILLER       PIC X(29)
                    VALUE "SIGNALEMENTS D'ABSENTEISME - ".
           05 FILLER       PIC X(22) VALUE "MOIS GLISSANT CLOS LE ".
           05 LTL-DATE     PIC X(10).

        01 LIGNE-SEUIL-LISTE.
           05 FILLER       PIC X(8)  VALUE "SEUIL : ".
           05 LSL-SEUIL    PIC Z9.
           05 FILLER       PIC X(35)
                    VALUE " DEMI-JOURNEE(S) NON JUSTIFIEE(S)".
           05 LSL-RETARDS  PIC X(20).

        01 LIGNE-ENTETE-LISTE.
           05 FILLER       PIC X(40)
                    VALUE "MATRICULE NOM                  CLASSE ".
           05 FILLER       PIC X(40)
                    VALUE " DJ RET DU         AU         COURRIERS".

        01 LIGNE-LISTE.
           05 LL-MATRICULE PIC X(8).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 LL-NOM       PIC X(20).
           05 FILLER       PIC X     VALUE SPACE.
           05 LL-CLASSE    PIC X(6).
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 LL-NB-DJ     PIC ZZ9.
           05 FILLER       PIC X     VALUE SPACE.
           05 LL-NB-RET    PIC ZZ9.
           05 FILLER       PIC X     VALUE SPACE.
           05 LL-PREMIERE  PIC X(10).
           05 FILLER       PIC X     VALUE SPACE.
           05 LL-DERNIERE  PIC X(10).
           05 FILLER       PIC X     VALUE SPACE.
           05 LL-COURRIERS PIC 9.

        01 LIGNE-TOTAL-LISTE.
           05 FILLER       PIC X(18) VALUE "ELEVES SIGNALES : ".
           05 LTO-NOMBRE   PIC ZZZZ9.

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
           PERFORM CUMULE-ABSENCE UNTIL WS-FIN-FICHIER-OUI
           CLOSE F-ABSENCES
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > WS-NB-CUMULS
               PERFORM EXAMINE-ELEVE
           END-PERFORM
           PERFORM FINALISATION
           STOP RUN.

       INITIALISATION.
           PERFORM LIT-DATE-REFERENCE
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             PERFORM LIT-SEUILS
             OPEN INPUT F-ABSENCES
             IF (WS-STATUT-ABSENCES NOT = "00")
               DISPLAY "fichier ABSENCES-VALIDES.DAT indisponible, "
                       "statut " WS-STATUT-ABSENCES
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             END-IF
           END-IF
      * Sans fichier maitre, ni nom ni classe ni statut de l'eleve :
      * aucun signalement ne part sur un matricule non verifie
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             OPEN INPUT F-MAITRE
             IF (WS-STATUT-MAITRE NOT = "00")
               DISPLAY "fichier maitre ELEVES.DAT indisponible, "
                       "statut " WS-STATUT-MAITRE
               CLOSE F-ABSENCES
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
             OPEN INPUT F-RESPONSABLES
             IF (WS-STATUT-RESPONSABLES = "00")
               MOVE "O" TO WS-RESPONSABLES-DISPO
             ELSE
               DISPLAY "fichier RESPONSABLES.DAT indisponible, statut "
                       WS-STATUT-RESPONSABLES ", courriers sans adresse"
             END-IF
             OPEN OUTPUT F-COURRIERS
             OPEN OUTPUT F-LISTE
             PERFORM ECRIT-ENTETE-LISTE
             READ F-ABSENCES
                 AT END MOVE "O" TO WS-FIN-FICHIER
             END-READ
           END-IF.

      * Date de reference : parametre AAAAMMJJ, date du jour a
      * defaut ; le mois glissant s'ouvre au meme jour du mois
      * precedent, exclu
       LIT-DATE-REFERENCE.
           ACCEPT WS-PARAMETRE FROM COMMAND-LINE
           IF (WS-PARAMETRE = SPACES)
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-REFERENCE
           ELSE
             MOVE WS-PARAMETRE TO WS-DATE-REFERENCE
           END-IF
           IF (WS-DATE-REFERENCE NOT NUMERIC)
              OR (WS-REF-MOIS < 1) OR (WS-REF-MOIS > 12)
              OR (WS-REF-JOUR < 1) OR (WS-REF-JOUR > 31)
             DISPLAY "date de reference " WS-PARAMETRE
                     " invalide, attendu AAAAMMJJ"
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             MOVE WS-REF-JOUR TO WS-DEBUT-JOUR
             IF (WS-REF-MOIS = 1)
               MOVE 12 TO WS-DEBUT-MOIS
               COMPUTE WS-DEBUT-ANNEE = WS-REF-ANNEE - 1
             ELSE
               COMPUTE WS-DEBUT-MOIS = WS-REF-MOIS - 1
               MOVE WS-REF-ANNEE TO WS-DEBUT-ANNEE
             END-IF
             MOVE WS-DATE-REFERENCE(1:6) TO WS-MOIS-SIGNALEMENT
             MOVE WS-DATE-REFERENCE TO WS-DATE-A-EDITER
             PERFORM EDITE-DATE
             MOVE DATE-EDITEE TO WS-DATE-REF-EDITEE
           END-IF.

      * Seuils du fichier de parametres ; fichier absent, vide ou
      * seuils non numeriques -> seuil legal de quatre demi-journees
      * et pas de signalement sur les retards
       LIT-SEUILS.
           OPEN INPUT F-PARAM
           IF (WS-STATUT-PARAM = "00")
             READ F-PARAM
               AT END CONTINUE
               NOT AT END
                 IF (PS-SEUIL-DEMI-JOURNEES NUMERIC)
                    AND (PS-SEUIL-RETARDS NUMERIC)
                    AND (PS-SEUIL-DEMI-JOURNEES > 0)
                   MOVE PS-SEUIL-DEMI-JOURNEES
                     TO WS-SEUIL-DEMI-JOURNEES
                   MOVE PS-SEUIL-RETARDS TO WS-SEUIL-RETARDS
                 ELSE
                   DISPLAY "PARAM-ABSENTEISME.DAT : seuils non "
                           "numeriques, seuil legal retenu"
                 END-IF
             END-READ
             CLOSE F-PARAM
           ELSE
             DISPLAY "PARAM-ABSENTEISME.DAT indisponible, seuil "
                     "legal retenu"
           END-IF.

      * Retient l'evenement courant s'il tombe dans le mois glissant
      * et le range dans l'entree de son eleve, creee au premier
      * passage ; seules les demi-journees non justifiees et les
      * retards entrent dans les cumuls
       CUMULE-ABSENCE.
           ADD 1 TO WS-NB-LUS
           IF (AB-DATE > WS-DATE-DEBUT)
              AND (AB-DATE NOT > WS-DATE-REFERENCE)
              AND ((AB-RETARD) OR (AB-JUSTIFIEE-NON))
             ADD 1 TO WS-NB-RETENUS
             PERFORM RANGE-ABSENCE
           END-IF
           READ F-ABSENCES
               AT END MOVE "O" TO WS-FIN-FICHIER
           END-READ.

       RANGE-ABSENCE.
           SET WS-CUMUL-TROUVE-NON TO TRUE
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > WS-NB-CUMULS
                      OR WS-CUMUL-TROUVE-OUI
               IF (TC-MATRICULE(IDX-TC) = AB-MATRICULE)
                 SET WS-CUMUL-TROUVE-OUI TO TRUE
                 SET IDX-TC DOWN BY 1
               END-IF
           END-PERFORM

           IF (WS-CUMUL-TROUVE-NON)
             IF (WS-NB-CUMULS < 2000)
               ADD 1 TO WS-NB-CUMULS
               SET IDX-TC TO WS-NB-CUMULS
               MOVE AB-MATRICULE TO TC-MATRICULE(IDX-TC)
               MOVE ZERO TO TC-NB-NON-JUSTIFIEES(IDX-TC)
               MOVE ZERO TO TC-NB-RETARDS(IDX-TC)
               MOVE AB-DATE TO TC-PREMIERE-DATE(IDX-TC)
               MOVE AB-DATE TO TC-DERNIERE-DATE(IDX-TC)
               SET WS-CUMUL-TROUVE-OUI TO TRUE
             ELSE
               ADD 1 TO WS-NB-CUMULS-IGNORES
             END-IF
           END-IF

           IF (WS-CUMUL-TROUVE-OUI)
             IF (AB-RETARD)
               ADD 1 TO TC-NB-RETARDS(IDX-TC)
             ELSE
               ADD 1 TO TC-NB-NON-JUSTIFIEES(IDX-TC)
             END-IF
             IF (AB-DATE < TC-PREMIERE-DATE(IDX-TC))
               MOVE AB-DATE TO TC-PREMIERE-DATE(IDX-TC)
             END-IF
             IF (AB-DATE > TC-DERNIERE-DATE(IDX-TC))
               MOVE AB-DATE TO TC-DERNIERE-DATE(IDX-TC)
             END-IF
           END-IF.

      * Un eleve au seuil n'est signale que s'il est present a
      * l'etablissement et n'a pas deja ete signale ce mois-ci
       EXAMINE-ELEVE.
           SET WS-SIGNALE-NON TO TRUE
           IF (TC-NB-NON-JUSTIFIEES(IDX-TC) >= WS-SEUIL-DEMI-JOURNEES)
             SET WS-SIGNALE-OUI TO TRUE
           END-IF
           IF (WS-SEUIL-RETARDS > 0)
              AND (TC-NB-RETARDS(IDX-TC) >= WS-SEUIL-RETARDS)
             SET WS-SIGNALE-OUI TO TRUE
           END-IF

           IF (WS-SIGNALE-OUI)
             ADD 1 TO WS-NB-AU-SEUIL
             MOVE TC-MATRICULE(IDX-TC) TO EM-MATRICULE
             READ F-MAITRE
               INVALID KEY
                 SET WS-SIGNALE-NON TO TRUE
             END-READ
             IF (WS-SIGNALE-OUI) AND (EM-SORTI)
               SET WS-SIGNALE-NON TO TRUE
             END-IF
             IF (WS-SIGNALE-NON)
               ADD 1 TO WS-NB-HORS-MAITRE
             ELSE
               MOVE TC-MATRICULE(IDX-TC) TO SA-MATRICULE
               MOVE WS-MOIS-SIGNALEMENT  TO SA-MOIS
               READ F-SUIVI
                 INVALID KEY
                   PERFORM SIGNALE-ELEVE
                 NOT INVALID KEY
                   ADD 1 TO WS-NB-DEJA-SIGNALES
               END-READ
             END-IF
           END-IF.

      * Courriers aux familles, ligne de la liste d'inspection et
      * trace au fichier de suivi pour l'eleve courant
       SIGNALE-ELEVE.
           ADD 1 TO WS-NB-SIGNALES
           MOVE TC-PREMIERE-DATE(IDX-TC) TO WS-DATE-A-EDITER
           PERFORM EDITE-DATE
           MOVE DATE-EDITEE TO WS-PREMIERE-EDITEE
           MOVE TC-DERNIERE-DATE(IDX-TC) TO WS-DATE-A-EDITER
           PERFORM EDITE-DATE
           MOVE DATE-EDITEE TO WS-DERNIERE-EDITEE

           PERFORM PREPARE-CORPS
           MOVE ZERO TO WS-NB-EXEMPLAIRES
           IF (WS-RESPONSABLES-DISPO-OUI)
             PERFORM VARYING WS-RANG-CHERCHE FROM 1 BY 1
                     UNTIL WS-RANG-CHERCHE > 9
                 MOVE TC-MATRICULE(IDX-TC) TO RL-MATRICULE
                 MOVE WS-RANG-CHERCHE      TO RL-RANG
                 READ F-RESPONSABLES
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     IF (RL-RECOIT-BULLETIN)
                       PERFORM PREPARE-ADRESSE
                       PERFORM ECRIT-COURRIER
                     END-IF
                 END-READ
             END-PERFORM
           END-IF
      * Sans responsable destinataire le courrier part quand meme,
      * adresse a la famille sans bloc postal, pour remise en main
      * propre par la vie scolaire
           IF (WS-NB-EXEMPLAIRES = 0)
             ADD 1 TO WS-NB-SANS-ADRESSE
             MOVE SPACES TO TAB-ADRESSE
             STRING "A LA FAMILLE DE " DELIMITED BY SIZE
                    FUNCTION TRIM(EM-NOM) DELIMITED BY SIZE
                    INTO TAD-LIGNE(1)
             MOVE "REMISE EN MAIN PROPRE" TO TAD-LIGNE(2)
             PERFORM ECRIT-COURRIER
      * La liste d'inspection porte alors zero courrier poste
             MOVE ZERO TO WS-NB-EXEMPLAIRES
           END-IF

           MOVE TC-MATRICULE(IDX-TC)         TO LL-MATRICULE
           MOVE EM-NOM                        TO LL-NOM
           MOVE EM-CLASSE                     TO LL-CLASSE
           MOVE TC-NB-NON-JUSTIFIEES(IDX-TC) TO LL-NB-DJ
           MOVE TC-NB-RETARDS(IDX-TC)        TO LL-NB-RET
           MOVE WS-PREMIERE-EDITEE            TO LL-PREMIERE
           MOVE WS-DERNIERE-EDITEE            TO LL-DERNIERE
           MOVE WS-NB-EXEMPLAIRES             TO LL-COURRIERS
           MOVE LIGNE-LISTE TO ENR-LISTE
           WRITE ENR-LISTE

           MOVE WS-DATE-REFERENCE            TO SA-DATE-SIGNALEMENT
           MOVE TC-NB-NON-JUSTIFIEES(IDX-TC) TO SA-NB-DEMI-JOURNEES
           MOVE TC-NB-RETARDS(IDX-TC)        TO SA-NB-RETARDS
           MOVE WS-NB-EXEMPLAIRES             TO SA-NB-COURRIERS
           WRITE ENR-SUIVI
             INVALID KEY
               DISPLAY "suivi de " SA-MATRICULE " non ecrit, statut "
                       WS-STATUT-SUIVI
               MOVE 1 TO RETURN-CODE
           END-WRITE.

      * Corps du courrier d'avertissement de l'eleve courant
       PREPARE-CORPS.
           MOVE ZERO TO WS-NB-LIGNES-CORPS
           MOVE SPACES TO WS-TEXTE
           STRING "LE " WS-DATE-REF-EDITEE
                  DELIMITED BY SIZE
                  INTO WS-TEXTE
           MOVE WS-TEXTE(1:38) TO LAD-TEXTE
           MOVE LIGNE-ADRESSE TO TCO-LIGNE(1)
           MOVE 1 TO WS-NB-LIGNES-CORPS
           MOVE SPACES TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE "OBJET : ABSENCES NON JUSTIFIEES DE VOTRE ENFANT"
             TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE SPACES TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE "MADAME, MONSIEUR," TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE SPACES TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS

           STRING "NOUS VOUS INFORMONS QUE L'ELEVE "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(EM-NOM) DELIMITED BY SIZE
                  ", CLASSE " DELIMITED BY SIZE
                  FUNCTION TRIM(EM-CLASSE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE TC-NB-NON-JUSTIFIEES(IDX-TC) TO WS-NOMBRE-EDITE
           STRING "A MANQUE SANS JUSTIFICATION "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOMBRE-EDITE) DELIMITED BY SIZE
                  " DEMI-JOURNEE(S) DE CLASSE" DELIMITED BY SIZE
                  INTO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE TC-NB-RETARDS(IDX-TC) TO WS-NOMBRE-EDITE
           STRING "ET A ETE EN RETARD " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOMBRE-EDITE) DELIMITED BY SIZE
                  " FOIS, ENTRE LE " DELIMITED BY SIZE
                  WS-PREMIERE-EDITEE DELIMITED BY SIZE
                  " ET LE " DELIMITED BY SIZE
                  WS-DERNIERE-EDITEE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE SPACES TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE "CETTE ASSIDUITE NE RESPECTE PAS L'OBLIGATION SCOLAIRE"
             TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE "(ARTICLE L131-8 DU CODE DE L'EDUCATION). NOUS VOUS"
             TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE "INVITONS A PRENDRE CONTACT SANS DELAI AVEC LE BUREAU"
             TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE "DE LA VIE SCOLAIRE POUR JUSTIFIER CES ABSENCES. LA"
             TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE "SITUATION DE VOTRE ENFANT EST SIGNALEE A L'INSPECTION"
             TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE "ACADEMIQUE." TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE SPACES TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE SPACES TO WS-TEXTE
           PERFORM AJOUTE-LIGNE-CORPS
           MOVE "LE CHEF D'ETABLISSEMENT" TO WS-TEXTE(40:37)
           PERFORM AJOUTE-LIGNE-CORPS.

       AJOUTE-LIGNE-CORPS.
           IF (WS-NB-LIGNES-CORPS < 24)
             ADD 1 TO WS-NB-LIGNES-CORPS
             SET IDX-TCO TO WS-NB-LIGNES-CORPS
             MOVE WS-TEXTE TO LT-TEXTE
             MOVE LIGNE-TEXTE TO TCO-LIGNE(IDX-TCO)
           END-IF
           MOVE SPACES TO WS-TEXTE.

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

      * Un courrier : saut de page, bloc adresse a hauteur de
      * fenetre, puis le corps prepare pour l'eleve
       ECRIT-COURRIER.
           ADD 1 TO WS-NB-EXEMPLAIRES
           ADD 1 TO WS-NB-COURRIERS
           MOVE SPACES TO ENR-COURRIER
           WRITE ENR-COURRIER AFTER ADVANCING PAGE
           PERFORM VARYING WS-COMPTEUR-MARGE FROM 2 BY 1
                   UNTIL WS-COMPTEUR-MARGE > WS-NB-MARGE-HAUTE
               MOVE SPACES TO ENR-COURRIER
               WRITE ENR-COURRIER
           END-PERFORM
           PERFORM VARYING IDX-TAD FROM 1 BY 1
                   UNTIL IDX-TAD > 4
               MOVE TAD-LIGNE(IDX-TAD) TO LAD-TEXTE
               MOVE LIGNE-ADRESSE TO ENR-COURRIER
               WRITE ENR-COURRIER
           END-PERFORM
           PERFORM VARYING WS-COMPTEUR-MARGE FROM 1 BY 1
                   UNTIL WS-COMPTEUR-MARGE > WS-NB-MARGE-BASSE
               MOVE SPACES TO ENR-COURRIER
               WRITE ENR-COURRIER
           END-PERFORM
           PERFORM VARYING IDX-TCO FROM 1 BY 1
                   UNTIL IDX-TCO > WS-NB-LIGNES-CORPS
               MOVE TCO-LIGNE(IDX-TCO) TO ENR-COURRIER
               WRITE ENR-COURRIER
           END-PERFORM.

      * Date AAAAMMJJ de WS-DATE-A-EDITER mise en JJ/MM/AAAA
       EDITE-DATE.
           MOVE WS-DATE-A-EDITER(7:2) TO DE-JOUR
           MOVE WS-DATE-A-EDITER(5:2) TO DE-MOIS
           MOVE WS-DATE-A-EDITER(1:4) TO DE-ANNEE.

       ECRIT-ENTETE-LISTE.
           MOVE WS-DATE-REF-EDITEE TO LTL-DATE
           MOVE LIGNE-TITRE-LISTE TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE WS-SEUIL-DEMI-JOURNEES TO LSL-SEUIL
           MOVE SPACES TO LSL-RETARDS
           IF (WS-SEUIL-RETARDS > 0)
             MOVE WS-SEUIL-RETARDS TO WS-NOMBRE-EDITE
             STRING "OU " FUNCTION TRIM(WS-NOMBRE-EDITE) " RETARD(S)"
                    DELIMITED BY SIZE
                    INTO LSL-RETARDS
           END-IF
           MOVE LIGNE-SEUIL-LISTE TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE LIGNE-VIDE TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE LIGNE-ENTETE-LISTE TO ENR-LISTE
           WRITE ENR-LISTE.

       FINALISATION.
           MOVE LIGNE-VIDE TO ENR-LISTE
           WRITE ENR-LISTE
           MOVE WS-NB-SIGNALES TO LTO-NOMBRE
           MOVE LIGNE-TOTAL-LISTE TO ENR-LISTE
           WRITE ENR-LISTE
           CLOSE F-MAITRE
           CLOSE F-SUIVI
           CLOSE F-COURRIERS
           CLOSE F-LISTE
           IF (WS-RESPONSABLES-DISPO-OUI)
             CLOSE F-RESPONSABLES
           END-IF
           DISPLAY WS-NB-LUS " evenement(s) lu(s), "
                   WS-NB-RETENUS " dans le mois glissant, "
                   WS-NB-AU-SEUIL " eleve(s) au seuil"
           DISPLAY WS-NB-SIGNALES " eleve(s) signale(s), "
                   WS-NB-DEJA-SIGNALES " deja signale(s) ce mois, "
                   WS-NB-COURRIERS " courrier(s)"
           IF (WS-NB-SANS-ADRESSE > 0)
             DISPLAY WS-NB-SANS-ADRESSE " courrier(s) sans adresse "
                     "postale, a remettre en main propre"
           END-IF
           IF (WS-NB-HORS-MAITRE > 0)
             DISPLAY WS-NB-HORS-MAITRE " eleve(s) au seuil inconnu(s) "
                     "ou sorti(s) du fichier maitre, non signale(s)"
           END-IF
      * Une table saturee laisse des eleves hors examen : le passage
      * doit etre retenu par l'exploitation
           IF (WS-NB-CUMULS-IGNORES > 0)
             DISPLAY WS-NB-CUMULS-IGNORES " evenement(s) ignore(s) : "
                     "table des cumuls saturee"
             MOVE 1 TO RETURN-CODE
           END-IF.
      ******************************************************************
      **  alerte-absences.cob                         Version 1.0 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
