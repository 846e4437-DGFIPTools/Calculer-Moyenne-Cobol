      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  export-livret.cob                           Version 1.0 PC  **
      ******************************************************************
      **  Export du livret scolaire vers l'organisme d'examen         **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Retenir au fichier maitre les eleves presents des         **
      **    classes d'examen listees dans PARAM-LIVRET.DAT (une       **
      **    classe par ligne)                                         **
      **  - Calculer pour chacun la moyenne annuelle de chaque        **
      **    matiere a partir de HISTO-MOYENNES.DAT (moyenne des       **
      **    periodes conservees, comme le bulletin ANNUEL) et         **
      **    retenir l'appreciation de la derniere periode saisie      **
      **    dans APPRECIATIONS-VALIDES.DAT                            **
      **  - Ecrire LIVRET-EXAMEN.DAT au format fixe de l'organisme :  **
      **    code UAI de l'etablissement, identite de l'eleve, code    **
      **    de la matiere dans la nomenclature de l'examen (table de  **
      **    correspondance MATIERES-EXAMEN.DAT), moyenne annuelle et  **
      **    appreciation, puis une ligne de fin avec le nombre de     **
      **    lignes                                                    **
      **  - Une matiere suivie par la classe (au moins un eleve de    **
      **    la classe y a une moyenne) sans moyenne, sans             **
      **    appreciation, inconnue du referentiel MATIERES.DAT ou     **
      **    sans code d'examen part dans LIVRET-REJETS.DAT ; l'eleve  **
      **    concerne n'est pas transmis tant que son livret n'est     **
      **    pas complet                                               **
      **  - Estampiller le passage au journal de chaine               **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                        export-livret.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAM-ANNEE ASSIGN TO "PARAM-ANNEE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM-ANNEE.

           SELECT F-ETABLISSEMENT ASSIGN TO "PARAM-ETABLISSEMENT.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-ETABLISSEMENT.

           SELECT F-PARAM-LIVRET ASSIGN TO "PARAM-LIVRET.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM-LIVRET.

           SELECT F-EXAMEN     ASSIGN TO "MATIERES-EXAMEN.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-EXAMEN.

           SELECT F-MAITRE     ASSIGN TO "ELEVES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS EM-MATRICULE
                                FILE STATUS IS WS-STATUT-MAITRE.

           SELECT F-MATIERES   ASSIGN TO "MATIERES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS MA-CODE
                                FILE STATUS IS WS-STATUT-MATIERES.

           SELECT F-HISTO      ASSIGN TO "HISTO-MOYENNES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS HM-CLE
                                FILE STATUS IS WS-STATUT-HISTO.

           SELECT F-APPRECIATIONS
                                ASSIGN TO "APPRECIATIONS-VALIDES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-APPREC.

           SELECT F-LIVRET     ASSIGN TO "LIVRET-EXAMEN.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-REJETS     ASSIGN TO "LIVRET-REJETS.DAT"
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
      * ++===                   identite de l'etablissement        ===++
      * ++============================================================++
       FD  F-ETABLISSEMENT.
           COPY "wk-etablissement.cpy".

      * ++============================================================++
      * ++===        classes d'examen a transmettre, une par ligne ===++
      * ++============================================================++
       FD  F-PARAM-LIVRET.
       01  ENR-PARAM-LIVRET.
           05 PL-CLASSE                                 PIC X(6).

      * ++============================================================++
      * ++===      correspondance matiere / nomenclature d'examen  ===++
      * ++============================================================++
       FD  F-EXAMEN.
           COPY "wk-examen.cpy".

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
      * ++===          historique des moyennes de l'annee en       ===++
      * ++===          cours, indexe sur HM-CLE                    ===++
      * ++============================================================++
       FD  F-HISTO.
           COPY "wk-histo.cpy".

      * ++============================================================++
      * ++===                 appreciations controlees en entree   ===++
      * ++============================================================++
       FD  F-APPRECIATIONS.
           COPY "wk-apprec.cpy".

      * ++============================================================++
      * ++===       fichier depose sur la plateforme d'examen      ===++
      * ++============================================================++
       FD  F-LIVRET.
           COPY "wk-livret.cpy".

      * ++============================================================++
      * ++===        matieres incompletes, eleve non transmis      ===++
      * ++============================================================++
       FD  F-REJETS.
       01  ENR-REJET                                     PIC X(80).

      * ++============================================================++
      * ++===        journal de chaine, estampille en fin de       ===++
      * ++===        passage et verifie par garde-chaine           ===++
      * ++============================================================++
       FD  F-JOURNAL.
       01  ENR-JOURNAL                                   PIC X(48).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                          ligne du journal de chaine  ===++
      * ++============================================================++
           COPY "wk-journal.cpy".
      * ++============================================================++
      * ++===                                donnees de traitement ===++
      * ++============================================================++
        01 WS-FIN-FICHIER PIC X VALUE "N".
           88 WS-FIN-FICHIER-OUI                        VALUE "O".

        01 WS-STATUT-PARAM-ANNEE   PIC XX.
        01 WS-STATUT-ETABLISSEMENT PIC XX.
        01 WS-STATUT-PARAM-LIVRET  PIC XX.
        01 WS-STATUT-EXAMEN        PIC XX.
        01 WS-STATUT-MAITRE        PIC XX.
        01 WS-STATUT-MATIERES      PIC XX.
        01 WS-STATUT-HISTO         PIC XX.
        01 WS-STATUT-APPREC        PIC XX.

      * JOURNAL-CHAINE.DAT n'existe pas encore au tout premier
      * lancement : on bascule alors en creation (statut "35")
        01 WS-STATUT-JOURNAL PIC XX.

        01 WS-HORODATAGE-DEBUT PIC X(14).

        01 WS-ARRET-IMMEDIAT PIC X VALUE "N".
           88 WS-ARRET-IMMEDIAT-OUI                     VALUE "O".

        01 WS-ANNEE-COURANTE PIC X(9) VALUE SPACES.

      * Classes d'examen retenues par le parametre
        01 WS-NB-CLASSES     PIC 99 VALUE ZERO.
        01 TAB-CLASSES.
           05 TC-CLASSE OCCURS 30 TIMES
                        INDEXED BY IDX-TC                PIC X(6).

        01 WS-CLASSE-RETENUE PIC X.
           88 WS-CLASSE-RETENUE-OUI                     VALUE "O".
           88 WS-CLASSE-RETENUE-NON                     VALUE "N".

      * Table de correspondance avec la nomenclature de l'examen
        01 WS-NB-EXAMEN      PIC 999 VALUE ZERO.
        01 TAB-EXAMEN.
           05 TX-LIGNE OCCURS 100 TIMES
                       INDEXED BY IDX-TX.
              10 TX-CODE-MATIERE                        PIC X(6).
              10 TX-CODE-EXAMEN                          PIC X(10).

      * Eleves retenus, dans l'ordre du fichier maitre, donc par
      * matricule croissant, avec la plage de leurs moyennes dans
      * TAB-MOYENNES
        01 WS-NB-SELECTION   PIC 9(4) VALUE ZERO.
        01 TAB-SELECTION.
           05 TS-ELEVE OCCURS 2000 TIMES
                       INDEXED BY IDX-TS.
              10 TS-MATRICULE                           PIC X(8).
              10 TS-NOM                                  PIC X(20).
              10 TS-CLASSE                               PIC X(6).
              10 TS-PREMIERE-MOYENNE                     PIC 9(5).
              10 TS-NB-MOYENNES                          PIC 99.

        01 WS-ELEVE-TROUVE PIC X.
           88 WS-ELEVE-TROUVE-OUI                       VALUE "O".
           88 WS-ELEVE-TROUVE-NON                       VALUE "N".

      * Cumul par eleve et matiere des moyennes de periode de
      * l'historique, et appreciation de la derniere periode saisie ;
      * les lignes d'un eleve se suivent, l'historique etant lu dans
      * l'ordre de sa cle
        01 WS-NB-MOYENNES    PIC 9(5) VALUE ZERO.
        01 TAB-MOYENNES.
           05 TM-LIGNE OCCURS 25000 TIMES
                       INDEXED BY IDX-TM.
              10 TM-CODE                                PIC X(6).
              10 TM-SOMME                                PIC S9(4)V999.
              10 TM-NB-PERIODES                          PIC 9.
              10 TM-APPREC-PERIODE                       PIC 9.
              10 TM-APPREC-TEXTE                         PIC X(50).

        01 WS-DERNIERE-MOYENNE PIC 9(5).

        01 WS-MOYENNE-TROUVEE PIC X.
           88 WS-MOYENNE-TROUVEE-OUI                    VALUE "O".
           88 WS-MOYENNE-TROUVEE-NON                    VALUE "N".

        01 WS-SATURATION PIC X VALUE "N".
           88 WS-SATURATION-OUI                         VALUE "O".

      * Matieres suivies par chaque classe retenue : toute matiere
      * ou au moins un eleve de la classe a une moyenne cette annee
        01 WS-NB-MATIERES-CLASSE PIC 999 VALUE ZERO.
        01 TAB-MATIERES-CLASSE.
           05 TMC-LIGNE OCCURS 300 TIMES
                        INDEXED BY IDX-TMC.
              10 TMC-CLASSE                             PIC X(6).
              10 TMC-CODE                                PIC X(6).
              10 TMC-CODE-EXAMEN                         PIC X(10).
              10 TMC-REFERENTIEL                         PIC X.
                 88 TMC-REFERENTIEL-OUI                 VALUE "O".

        01 WS-MATIERE-CLASSE-TROUVEE PIC X.
           88 WS-MATIERE-CLASSE-TROUVEE-OUI             VALUE "O".
           88 WS-MATIERE-CLASSE-TROUVEE-NON             VALUE "N".

      * Ligne d'historique ou d'appreciation en cours d'examen
        01 WS-LIGNE-MATRICULE PIC X(8).
        01 WS-LIGNE-CODE      PIC X(6).

      * Livret de l'eleve en cours : complet tant qu'aucune matiere
      * de sa classe n'a ete rejetee
        01 WS-LIVRET-COMPLET PIC X.
           88 WS-LIVRET-COMPLET-OUI                     VALUE "O".
           88 WS-LIVRET-COMPLET-NON                     VALUE "N".

        01 WS-ECRITURE PIC X.
           88 WS-ECRITURE-OUI                           VALUE "O".
           88 WS-ECRITURE-NON                           VALUE "N".

        01 WS-MOYENNE-ANNUELLE PIC S999V999.

      * Comptes du passage
        01 WS-NB-LIGNES       PIC 9(7) VALUE ZERO.
        01 WS-NB-TRANSMIS     PIC 9(4) VALUE ZERO.
        01 WS-NB-ECARTES      PIC 9(4) VALUE ZERO.
        01 WS-NB-REJETS       PIC 9(5) VALUE ZERO.

        01 LIGNE-REJET.
           05 FILLER       PIC X(7)  VALUE "ELEVE [".
           05 LRJ-MATRICULE PIC X(8).
           05 FILLER       PIC X(2)  VALUE "] ".
           05 LRJ-NOM      PIC X(20).
           05 FILLER       PIC X     VALUE SPACE.
           05 LRJ-CODE     PIC X(6).
           05 FILLER       PIC X     VALUE SPACE.
           05 LRJ-MOTIF    PIC X(35).

       PROCEDURE DIVISION.
      * ****************************************************************
      * *****      PROGRAMME                                       *****
      * ****************************************************************
       PRINCIPAL.
           PERFORM INITIALISATION
           IF (WS-ARRET-IMMEDIAT-OUI)
             STOP RUN
           END-IF
           PERFORM CHARGE-HISTORIQUE
           PERFORM CHARGE-APPRECIATIONS
           PERFORM CONTROLE-REFERENTIEL
           PERFORM VARYING IDX-TS FROM 1 BY 1
                   UNTIL IDX-TS > WS-NB-SELECTION
               PERFORM TRAITEMENT-ELEVE
           END-PERFORM
           PERFORM FINALISATION
           STOP RUN.

      * Parametres, referentiels et selection des eleves ; sans
      * l'un d'eux le fichier de l'organisme ne peut pas etre
      * constitue et rien n'est ecrit
       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE-DEBUT
           PERFORM LIT-PARAM-ANNEE
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             PERFORM LIT-ETABLISSEMENT
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             PERFORM CHARGE-CLASSES
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             PERFORM CHARGE-CORRESPONDANCES
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             OPEN INPUT F-MATIERES
             IF (WS-STATUT-MATIERES NOT = "00")
               DISPLAY "referentiel MATIERES.DAT indisponible, statut "
                       WS-STATUT-MATIERES
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             END-IF
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             PERFORM SELECTIONNE-ELEVES
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             OPEN OUTPUT F-LIVRET
             OPEN OUTPUT F-REJETS
           END-IF.

      * L'annee scolaire est transmise sur chaque ligne du fichier
       LIT-PARAM-ANNEE.
           OPEN INPUT F-PARAM-ANNEE
           IF (WS-STATUT-PARAM-ANNEE = "00")
             READ F-PARAM-ANNEE
               AT END CONTINUE
               NOT AT END
                 MOVE AN-ANNEE TO WS-ANNEE-COURANTE
             END-READ
             CLOSE F-PARAM-ANNEE
           END-IF
           IF (WS-ANNEE-COURANTE = SPACES)
             DISPLAY "annee scolaire absente de PARAM-ANNEE.DAT, "
                     "export impossible"
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           END-IF.

      * L'organisme identifie l'etablissement par son code UAI
       LIT-ETABLISSEMENT.
           MOVE SPACES TO WK-ETABLISSEMENT
           OPEN INPUT F-ETABLISSEMENT
           IF (WS-STATUT-ETABLISSEMENT = "00")
             READ F-ETABLISSEMENT
               AT END MOVE SPACES TO WK-ETABLISSEMENT
             END-READ
             CLOSE F-ETABLISSEMENT
           END-IF
           IF (ET-CODE = SPACES)
             DISPLAY "code UAI absent de PARAM-ETABLISSEMENT.DAT, "
                     "export impossible"
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           END-IF.

       CHARGE-CLASSES.
           OPEN INPUT F-PARAM-LIVRET
           IF (WS-STATUT-PARAM-LIVRET = "00")
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM CHARGE-CLASSE UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-PARAM-LIVRET
           END-IF
           IF (WS-NB-CLASSES = 0)
             DISPLAY "aucune classe d'examen dans PARAM-LIVRET.DAT"
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           END-IF.

       CHARGE-CLASSE.
           READ F-PARAM-LIVRET
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (PL-CLASSE NOT = SPACES)
                 IF (WS-NB-CLASSES < 30)
                   ADD 1 TO WS-NB-CLASSES
                   SET IDX-TC TO WS-NB-CLASSES
                   MOVE PL-CLASSE TO TC-CLASSE(IDX-TC)
                 ELSE
                   DISPLAY "classe " PL-CLASSE " ignoree : plus de "
                           "30 classes dans PARAM-LIVRET.DAT"
                   MOVE 1 TO RETURN-CODE
                 END-IF
               END-IF
           END-READ.

      * Sans table de correspondance, aucune matiere ne peut etre
      * codee pour l'organisme
       CHARGE-CORRESPONDANCES.
           OPEN INPUT F-EXAMEN
           IF (WS-STATUT-EXAMEN NOT = "00")
             DISPLAY "correspondances MATIERES-EXAMEN.DAT "
                     "indisponibles, statut " WS-STATUT-EXAMEN
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM CHARGE-CORRESPONDANCE UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-EXAMEN
           END-IF.

       CHARGE-CORRESPONDANCE.
           READ F-EXAMEN
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (MX-CODE-MATIERE NOT = SPACES)
                  AND (MX-CODE-EXAMEN NOT = SPACES)
                 IF (WS-NB-EXAMEN < 100)
                   ADD 1 TO WS-NB-EXAMEN
                   SET IDX-TX TO WS-NB-EXAMEN
                   MOVE MX-CODE-MATIERE TO TX-CODE-MATIERE(IDX-TX)
                   MOVE MX-CODE-EXAMEN  TO TX-CODE-EXAMEN(IDX-TX)
                 ELSE
                   DISPLAY "correspondance " MX-CODE-MATIERE
                           " ignoree : table saturee"
                   MOVE 1 TO RETURN-CODE
                 END-IF
               END-IF
           END-READ.

      * Eleves presents (fiche non sortie) des classes d'examen
       SELECTIONNE-ELEVES.
           OPEN INPUT F-MAITRE
           IF (WS-STATUT-MAITRE NOT = "00")
             DISPLAY "fichier maitre ELEVES.DAT indisponible, statut "
                     WS-STATUT-MAITRE
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM SELECTIONNE-ELEVE
                     UNTIL WS-FIN-FICHIER-OUI
                        OR WS-ARRET-IMMEDIAT-OUI
             CLOSE F-MAITRE
           END-IF.

       SELECTIONNE-ELEVE.
           READ F-MAITRE
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (EM-ACTIF)
                 PERFORM CHERCHE-CLASSE
                 IF (WS-CLASSE-RETENUE-OUI)
                   PERFORM RETIENT-ELEVE
                 END-IF
               END-IF
           END-READ.

       CHERCHE-CLASSE.
           SET WS-CLASSE-RETENUE-NON TO TRUE
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > WS-NB-CLASSES
                      OR WS-CLASSE-RETENUE-OUI
               IF (TC-CLASSE(IDX-TC) = EM-CLASSE)
                 SET WS-CLASSE-RETENUE-OUI TO TRUE
               END-IF
           END-PERFORM.

       RETIENT-ELEVE.
           IF (WS-NB-SELECTION >= 2000)
             DISPLAY "table des eleves saturee, reduire la liste des "
                     "classes"
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             ADD 1 TO WS-NB-SELECTION
             SET IDX-TS TO WS-NB-SELECTION
             MOVE EM-MATRICULE TO TS-MATRICULE(IDX-TS)
             MOVE EM-NOM       TO TS-NOM(IDX-TS)
             MOVE EM-CLASSE    TO TS-CLASSE(IDX-TS)
             MOVE ZERO         TO TS-PREMIERE-MOYENNE(IDX-TS)
             MOVE ZERO         TO TS-NB-MOYENNES(IDX-TS)
           END-IF.

      * ****************************************************************
      * *****      CUMUL DES MOYENNES ET DES APPRECIATIONS         *****
      * ****************************************************************
      * L'historique est lu dans l'ordre de sa cle : les lignes d'un
      * meme eleve se suivent et ses matieres occupent une plage
      * contigue de TAB-MOYENNES. La moyenne generale (code matiere
      * a SPACES) n'est pas transmise a l'organisme.
       CHARGE-HISTORIQUE.
           OPEN INPUT F-HISTO
           IF (WS-STATUT-HISTO = "00")
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM LIT-LIGNE-HISTO UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-HISTO
           ELSE
             DISPLAY "historique HISTO-MOYENNES.DAT indisponible, "
                     "statut " WS-STATUT-HISTO
             MOVE 1 TO RETURN-CODE
           END-IF.

       LIT-LIGNE-HISTO.
           READ F-HISTO
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (HM-CODE-MATIERE NOT = SPACES)
                 MOVE HM-MATRICULE    TO WS-LIGNE-MATRICULE
                 MOVE HM-CODE-MATIERE TO WS-LIGNE-CODE
                 PERFORM CHERCHE-ELEVE
                 IF (WS-ELEVE-TROUVE-OUI)
                   PERFORM CUMULE-MOYENNE
                 END-IF
               END-IF
           END-READ.

      * Recherche WS-LIGNE-MATRICULE dans la selection, triee par
      * matricule : le parcours s'arrete des qu'un matricule
      * superieur est atteint
       CHERCHE-ELEVE.
           SET WS-ELEVE-TROUVE-NON TO TRUE
           PERFORM VARYING IDX-TS FROM 1 BY 1
                   UNTIL IDX-TS > WS-NB-SELECTION
                      OR WS-ELEVE-TROUVE-OUI
                      OR TS-MATRICULE(IDX-TS) > WS-LIGNE-MATRICULE
               IF (TS-MATRICULE(IDX-TS) = WS-LIGNE-MATRICULE)
                 SET WS-ELEVE-TROUVE-OUI TO TRUE
                 SET IDX-TS DOWN BY 1
               END-IF
           END-PERFORM.

      * Recherche WS-LIGNE-CODE dans la plage de l'eleve IDX-TS
       CHERCHE-MOYENNE.
           SET WS-MOYENNE-TROUVEE-NON TO TRUE
           IF (TS-NB-MOYENNES(IDX-TS) > 0)
             COMPUTE WS-DERNIERE-MOYENNE =
                     TS-PREMIERE-MOYENNE(IDX-TS)
                     + TS-NB-MOYENNES(IDX-TS) - 1
             PERFORM VARYING IDX-TM FROM TS-PREMIERE-MOYENNE(IDX-TS)
                     BY 1
                     UNTIL IDX-TM > WS-DERNIERE-MOYENNE
                        OR WS-MOYENNE-TROUVEE-OUI
                 IF (TM-CODE(IDX-TM) = WS-LIGNE-CODE)
                   SET WS-MOYENNE-TROUVEE-OUI TO TRUE
                   SET IDX-TM DOWN BY 1
                 END-IF
             END-PERFORM
           END-IF.

       CUMULE-MOYENNE.
           PERFORM CHERCHE-MOYENNE
           IF (WS-MOYENNE-TROUVEE-NON)
             IF (WS-NB-MOYENNES < 25000)
               ADD 1 TO WS-NB-MOYENNES
               SET IDX-TM TO WS-NB-MOYENNES
               IF (TS-NB-MOYENNES(IDX-TS) = 0)
                 MOVE WS-NB-MOYENNES TO TS-PREMIERE-MOYENNE(IDX-TS)
               END-IF
               ADD 1 TO TS-NB-MOYENNES(IDX-TS)
               MOVE WS-LIGNE-CODE TO TM-CODE(IDX-TM)
               MOVE ZERO   TO TM-SOMME(IDX-TM)
               MOVE ZERO   TO TM-NB-PERIODES(IDX-TM)
               MOVE ZERO   TO TM-APPREC-PERIODE(IDX-TM)
               MOVE SPACES TO TM-APPREC-TEXTE(IDX-TM)
               SET WS-MOYENNE-TROUVEE-OUI TO TRUE
               PERFORM NOTE-MATIERE-CLASSE
             ELSE
               IF (WS-SATURATION-OUI)
                 CONTINUE
               ELSE
                 DISPLAY "table des moyennes saturee, reduire la "
                         "liste des classes"
                 SET WS-SATURATION-OUI TO TRUE
               END-IF
             END-IF
           END-IF
           IF (WS-MOYENNE-TROUVEE-OUI)
             ADD HM-MOYENNE TO TM-SOMME(IDX-TM)
             ADD 1 TO TM-NB-PERIODES(IDX-TM)
           END-IF.

      * Ajoute la matiere a celles de la classe de l'eleve IDX-TS
       NOTE-MATIERE-CLASSE.
           PERFORM CHERCHE-MATIERE-CLASSE
           IF (WS-MATIERE-CLASSE-TROUVEE-NON)
             IF (WS-NB-MATIERES-CLASSE < 300)
               ADD 1 TO WS-NB-MATIERES-CLASSE
               SET IDX-TMC TO WS-NB-MATIERES-CLASSE
               MOVE TS-CLASSE(IDX-TS) TO TMC-CLASSE(IDX-TMC)
               MOVE WS-LIGNE-CODE     TO TMC-CODE(IDX-TMC)
               MOVE SPACES            TO TMC-CODE-EXAMEN(IDX-TMC)
               MOVE "N"               TO TMC-REFERENTIEL(IDX-TMC)
             ELSE
               IF (WS-SATURATION-OUI)
                 CONTINUE
               ELSE
                 DISPLAY "table des matieres par classe saturee, "
                         "reduire la liste des classes"
                 SET WS-SATURATION-OUI TO TRUE
               END-IF
             END-IF
           END-IF.

       CHERCHE-MATIERE-CLASSE.
           SET WS-MATIERE-CLASSE-TROUVEE-NON TO TRUE
           PERFORM VARYING IDX-TMC FROM 1 BY 1
                   UNTIL IDX-TMC > WS-NB-MATIERES-CLASSE
                      OR WS-MATIERE-CLASSE-TROUVEE-OUI
               IF (TMC-CLASSE(IDX-TMC) = TS-CLASSE(IDX-TS))
                  AND (TMC-CODE(IDX-TMC) = WS-LIGNE-CODE)
                 SET WS-MATIERE-CLASSE-TROUVEE-OUI TO TRUE
                 SET IDX-TMC DOWN BY 1
               END-IF
           END-PERFORM.

      * L'appreciation annuelle est celle de la derniere periode
      * saisie ; pour une meme periode la derniere ligne ecrite fait
      * foi, comme au bulletin. Une appreciation sans moyenne ne
      * peut pas etre transmise et n'est pas retenue.
       CHARGE-APPRECIATIONS.
           OPEN INPUT F-APPRECIATIONS
           IF (WS-STATUT-APPREC = "00")
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM LIT-LIGNE-APPREC UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-APPRECIATIONS
           ELSE
             DISPLAY "appreciations APPRECIATIONS-VALIDES.DAT "
                     "indisponibles, statut " WS-STATUT-APPREC
           END-IF.

       LIT-LIGNE-APPREC.
           READ F-APPRECIATIONS
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (AP-CODE-MATIERE NOT = SPACES)
                  AND (AP-TEXTE NOT = SPACES)
                 MOVE AP-MATRICULE    TO WS-LIGNE-MATRICULE
                 MOVE AP-CODE-MATIERE TO WS-LIGNE-CODE
                 PERFORM CHERCHE-ELEVE
                 IF (WS-ELEVE-TROUVE-OUI)
                   PERFORM CHERCHE-MOYENNE
                   IF (WS-MOYENNE-TROUVEE-OUI)
                      AND (AP-TRIMESTRE >= TM-APPREC-PERIODE(IDX-TM))
                     MOVE AP-TRIMESTRE TO TM-APPREC-PERIODE(IDX-TM)
                     MOVE AP-TEXTE     TO TM-APPREC-TEXTE(IDX-TM)
                   END-IF
                 END-IF
               END-IF
           END-READ.

      * Chaque matiere des classes retenues est cherchee une fois au
      * referentiel et dans la table de correspondance
       CONTROLE-REFERENTIEL.
           PERFORM VARYING IDX-TMC FROM 1 BY 1
                   UNTIL IDX-TMC > WS-NB-MATIERES-CLASSE
               MOVE TMC-CODE(IDX-TMC) TO MA-CODE
               READ F-MATIERES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "O" TO TMC-REFERENTIEL(IDX-TMC)
               END-READ
               PERFORM VARYING IDX-TX FROM 1 BY 1
                       UNTIL IDX-TX > WS-NB-EXAMEN
                   IF (TX-CODE-MATIERE(IDX-TX) = TMC-CODE(IDX-TMC))
                     MOVE TX-CODE-EXAMEN(IDX-TX)
                       TO TMC-CODE-EXAMEN(IDX-TMC)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * ****************************************************************
      * *****      CONSTITUTION DU LIVRET                          *****
      * ****************************************************************
      * Un premier passage sur les matieres de la classe de l'eleve
      * note chaque manque au fichier des rejets ; le livret n'est
      * ecrit, en un second passage, que si rien n'a ete rejete
       TRAITEMENT-ELEVE.
           SET WS-LIVRET-COMPLET-OUI TO TRUE
           IF (TS-NB-MOYENNES(IDX-TS) = 0)
             MOVE SPACES TO LRJ-CODE
             MOVE "AUCUNE MOYENNE A L'HISTORIQUE" TO LRJ-MOTIF
             PERFORM ECRIT-REJET
           ELSE
             SET WS-ECRITURE-NON TO TRUE
             PERFORM VARYING IDX-TMC FROM 1 BY 1
                     UNTIL IDX-TMC > WS-NB-MATIERES-CLASSE
                 IF (TMC-CLASSE(IDX-TMC) = TS-CLASSE(IDX-TS))
                   PERFORM TRAITE-MATIERE-ELEVE
                 END-IF
             END-PERFORM
           END-IF
           IF (WS-LIVRET-COMPLET-OUI)
             SET WS-ECRITURE-OUI TO TRUE
             PERFORM VARYING IDX-TMC FROM 1 BY 1
                     UNTIL IDX-TMC > WS-NB-MATIERES-CLASSE
                 IF (TMC-CLASSE(IDX-TMC) = TS-CLASSE(IDX-TS))
                   PERFORM TRAITE-MATIERE-ELEVE
                 END-IF
             END-PERFORM
             ADD 1 TO WS-NB-TRANSMIS
           ELSE
             ADD 1 TO WS-NB-ECARTES
           END-IF.

      * Controle (WS-ECRITURE-NON) ou ecriture (WS-ECRITURE-OUI) de
      * la matiere IDX-TMC pour l'eleve IDX-TS
       TRAITE-MATIERE-ELEVE.
           MOVE TMC-CODE(IDX-TMC) TO WS-LIGNE-CODE
           MOVE TMC-CODE(IDX-TMC) TO LRJ-CODE
           PERFORM CHERCHE-MOYENNE
           IF (WS-ECRITURE-OUI)
             PERFORM ECRIT-LIGNE-LIVRET
           ELSE
             IF (NOT TMC-REFERENTIEL-OUI(IDX-TMC))
               MOVE "MATIERE INCONNUE AU REFERENTIEL" TO LRJ-MOTIF
               PERFORM ECRIT-REJET
             END-IF
             IF (TMC-CODE-EXAMEN(IDX-TMC) = SPACES)
               MOVE "MATIERE SANS CODE D'EXAMEN" TO LRJ-MOTIF
               PERFORM ECRIT-REJET
             END-IF
             IF (WS-MOYENNE-TROUVEE-NON)
               MOVE "MOYENNE ANNUELLE ABSENTE" TO LRJ-MOTIF
               PERFORM ECRIT-REJET
             ELSE
               IF (TM-APPREC-PERIODE(IDX-TM) = 0)
                 MOVE "APPRECIATION ABSENTE" TO LRJ-MOTIF
                 PERFORM ECRIT-REJET
               END-IF
             END-IF
           END-IF.

      * Moyenne annuelle : moyenne des periodes conservees, arrondie
      * au centieme exige par le format de l'organisme
       ECRIT-LIGNE-LIVRET.
           COMPUTE WS-MOYENNE-ANNUELLE =
                   TM-SOMME(IDX-TM) / TM-NB-PERIODES(IDX-TM)
           MOVE SPACES TO WK-LIVRET-LIGNE
           SET LV-DETAIL TO TRUE
           MOVE ET-CODE                  TO LV-CODE-ETABLISSEMENT
           MOVE WS-ANNEE-COURANTE        TO LV-ANNEE
           MOVE TS-MATRICULE(IDX-TS)     TO LV-MATRICULE
           MOVE TS-NOM(IDX-TS)           TO LV-NOM
           MOVE TS-CLASSE(IDX-TS)        TO LV-CLASSE
           MOVE TMC-CODE-EXAMEN(IDX-TMC) TO LV-CODE-EXAMEN
           COMPUTE LV-MOYENNE ROUNDED = WS-MOYENNE-ANNUELLE
           MOVE TM-APPREC-TEXTE(IDX-TM)  TO LV-APPRECIATION
           WRITE WK-LIVRET-LIGNE
           ADD 1 TO WS-NB-LIGNES.

       ECRIT-REJET.
           SET WS-LIVRET-COMPLET-NON TO TRUE
           ADD 1 TO WS-NB-REJETS
           MOVE TS-MATRICULE(IDX-TS) TO LRJ-MATRICULE
           MOVE TS-NOM(IDX-TS)       TO LRJ-NOM
           MOVE LIGNE-REJET TO ENR-REJET
           WRITE ENR-REJET.

      * La ligne de fin porte le nombre de lignes de detail, a zero
      * quand aucun livret n'est complet
       FINALISATION.
           MOVE SPACES TO WK-LIVRET-LIGNE
           SET LV-FIN TO TRUE
           MOVE ET-CODE           TO LV-CODE-ETABLISSEMENT
           MOVE WS-ANNEE-COURANTE TO LV-ANNEE
           MOVE WS-NB-LIGNES      TO LV-NB-LIGNES
           WRITE WK-LIVRET-LIGNE
           CLOSE F-LIVRET
           CLOSE F-REJETS
           CLOSE F-MATIERES
           DISPLAY WS-NB-TRANSMIS " livret(s) transmis dans "
                   "LIVRET-EXAMEN.DAT, " WS-NB-LIGNES " ligne(s)"
           IF (WS-NB-ECARTES > 0)
             DISPLAY WS-NB-ECARTES " eleve(s) ecarte(s), "
                     WS-NB-REJETS " rejet(s) dans LIVRET-REJETS.DAT"
           END-IF
           IF (WS-NB-ECARTES > 0) OR (WS-SATURATION-OUI)
             MOVE 1 TO RETURN-CODE
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
             MOVE "export-livret" TO JC-PROGRAMME
             MOVE WS-HORODATAGE-DEBUT TO JC-DEBUT
             MOVE FUNCTION CURRENT-DATE(1:14) TO JC-FIN
             MOVE RETURN-CODE TO JC-RETOUR
             MOVE WK-JOURNAL-LIGNE TO ENR-JOURNAL
             WRITE ENR-JOURNAL
             CLOSE F-JOURNAL
           END-IF.
      ******************************************************************
      **  export-livret.cob                           Version 1.0 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
