      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  completude-notes.cob                        Version 1.0 PC  **
      ******************************************************************
      **  Completude de la saisie des notes avant le conseil          **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Charger le programme des classes PROGRAMMES-CLASSES.DAT : **
      **    matieres suivies par chaque classe, nombre minimal de     **
      **    notes attendues dans la periode et professeur             **
      **  - Rapprocher les notes controlees NOTES-VALIDES.DAT de ce   **
      **    programme pour chaque eleve present au fichier maitre     **
      **  - Editer COMPLETUDE-NOTES.DAT, une page par classe, par     **
      **    matiere et professeur : eleves sans aucune note, eleves   **
      **    ayant moins de notes que le minimum, puis les matieres    **
      **    notees hors du programme de la classe ; en fin d'etat,    **
      **    les eleves dont la classe n'a pas de programme            **
      **  ----------------------------------------------------------  **
      **  Lance une semaine avant le conseil pour relancer les        **
      **  professeurs ; l'etat ne modifie aucun fichier.              **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                     completude-notes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PROGRAMMES ASSIGN TO "PROGRAMMES-CLASSES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PROGRAMMES.

           SELECT F-NOTES      ASSIGN TO "NOTES-VALIDES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-NOTES.

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

           SELECT F-ETAT       ASSIGN TO "COMPLETUDE-NOTES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ++============================================================++
      * ++===          programme des classes : matieres, minimum   ===++
      * ++===          de notes par periode et professeur          ===++
      * ++============================================================++
       FD  F-PROGRAMMES.
           COPY "wk-programme.cpy".

      * ++============================================================++
      * ++===               fichier des notes controlees en entree ===++
      * ++============================================================++
       FD  F-NOTES.
           COPY "wk-eleve.cpy".

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
      * ++===       etat imprimable de completude, par classe      ===++
      * ++============================================================++
       FD  F-ETAT.
       01  ENR-ETAT                                     PIC X(80).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                                donnees de traitement ===++
      * ++============================================================++
        01 WS-FIN-FICHIER PIC X VALUE "N".
           88 WS-FIN-FICHIER-OUI                        VALUE "O".

        01 WS-STATUT-PROGRAMMES PIC XX.
        01 WS-STATUT-NOTES      PIC XX.
        01 WS-STATUT-MAITRE     PIC XX.
        01 WS-STATUT-MATIERES   PIC XX.

        01 WS-ARRET-IMMEDIAT PIC X VALUE "N".
           88 WS-ARRET-IMMEDIAT-OUI                     VALUE "O".

      * Sans referentiel des matieres, l'etat affiche les codes
      * bruts, comme les autres etats
        01 WS-MATIERES-DISPO PIC X VALUE "N".
           88 WS-MATIERES-DISPO-OUI                     VALUE "O".

        01 WS-LIBELLE-MATIERE PIC X(20).

      * Programme des classes, dans l'ordre du fichier
        01 WS-NB-PROGRAMME   PIC 999 VALUE ZERO.
        01 TAB-PROGRAMME.
           05 TPG-LIGNE OCCURS 500 TIMES
                        INDEXED BY IDX-TPG.
              10 TPG-CLASSE                             PIC X(6).
              10 TPG-CODE                                PIC X(6).
              10 TPG-NB-MIN                              PIC 99.
              10 TPG-PROFESSEUR                          PIC X(20).

      * Classes ayant un programme, dans l'ordre de leur premiere
      * ligne au fichier du programme
        01 WS-NB-CLASSES     PIC 99 VALUE ZERO.
        01 TAB-CLASSES.
           05 TC-CLASSE OCCURS 60 TIMES
                        INDEXED BY IDX-TC                PIC X(6).

        01 WS-CLASSE-TROUVEE PIC X.
           88 WS-CLASSE-TROUVEE-OUI                     VALUE "O".
           88 WS-CLASSE-TROUVEE-NON                     VALUE "N".

      * Eleves presents au fichier maitre, par matricule croissant,
      * avec le nombre de notes de chaque matiere saisie
        01 WS-NB-ELEVES      PIC 9(4) VALUE ZERO.
        01 TAB-ELEVES.
           05 TE-ELEVE OCCURS 2000 TIMES
                       INDEXED BY IDX-TE.
              10 TE-MATRICULE                           PIC X(8).
              10 TE-NOM                                  PIC X(20).
              10 TE-CLASSE                               PIC X(6).
              10 TE-NB-MATIERES                          PIC 99.
              10 TE-MATIERE OCCURS 10 TIMES
                            INDEXED BY IDX-TEM.
                 15 TE-CODE                             PIC X(6).
                 15 TE-NB-NOTES                         PIC 99.

        01 WS-ELEVE-TROUVE PIC X.
           88 WS-ELEVE-TROUVE-OUI                       VALUE "O".
           88 WS-ELEVE-TROUVE-NON                       VALUE "N".

        01 WS-MATIERE-TROUVEE PIC X.
           88 WS-MATIERE-TROUVEE-OUI                    VALUE "O".
           88 WS-MATIERE-TROUVEE-NON                    VALUE "N".

      * Periode des notes controlees, prise au premier eleve lu
        01 WS-PERIODE        PIC 9 VALUE ZERO.

        01 WS-CLASSE-COURANTE PIC X(6).
        01 WS-NB-NOTES-ELEVE PIC 99.
        01 WS-NB-SIGNALES    PIC 9(4).

      * Comptes du passage
        01 WS-NB-SANS-NOTE   PIC 9(5) VALUE ZERO.
        01 WS-NB-INSUFFISANT PIC 9(5) VALUE ZERO.
        01 WS-NB-HORS-PROGRAMME PIC 9(5) VALUE ZERO.
        01 WS-NB-SANS-PROGRAMME PIC 9(5) VALUE ZERO.
        01 WS-NB-NOTES-IGNOREES PIC 9(5) VALUE ZERO.

        01 LIGNE-VIDE PIC X(80) VALUE SPACES.

        01 LIGNE-TITRE.
           05 FILLER       PIC X(39)
                VALUE "COMPLETUDE DES NOTES AVANT LE CONSEIL -".
           05 FILLER       PIC X(9)  VALUE " PERIODE ".
           05 LTI-PERIODE  PIC 9.

        01 LIGNE-CLASSE.
           05 FILLER       PIC X(9)  VALUE "CLASSE : ".
           05 LCL-CLASSE   PIC X(6).

        01 LIGNE-MATIERE.
           05 FILLER       PIC X(9)  VALUE "MATIERE ".
           05 LMA-LIBELLE  PIC X(20).
           05 FILLER       PIC X(8)  VALUE " PROF. ".
           05 LMA-PROFESSEUR PIC X(20).
           05 FILLER       PIC X(9)  VALUE " MINIMUM ".
           05 LMA-NB-MIN   PIC Z9.

        01 LIGNE-SIGNALE.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 LSI-MOTIF    PIC X(20).
           05 FILLER       PIC X(7)  VALUE " ELEVE[".
           05 LSI-MATRICULE PIC X(8).
           05 FILLER       PIC X(2)  VALUE "] ".
           05 LSI-NOM      PIC X(20).

        01 MOTIF-INSUFFISANT.
           05 MIN-NB-NOTES PIC Z9.
           05 FILLER       PIC X(9)  VALUE " NOTE(S) ".
           05 FILLER       PIC X(4)  VALUE "SUR ".
           05 MIN-NB-MIN   PIC Z9.

        01 LIGNE-COMPLET.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 FILLER       PIC X(30)
                            VALUE "SAISIE COMPLETE POUR LA CLASSE".

        01 LIGNE-TITRE-HORS.
           05 FILLER       PIC X(36)
                VALUE "MATIERES NOTEES HORS DU PROGRAMME :".

        01 LIGNE-HORS.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 LHO-LIBELLE  PIC X(20).
           05 FILLER       PIC X(7)  VALUE " ELEVE[".
           05 LHO-MATRICULE PIC X(8).
           05 FILLER       PIC X(2)  VALUE "] ".
           05 LHO-NOM      PIC X(20).
           05 FILLER       PIC X     VALUE SPACE.
           05 LHO-NB-NOTES PIC Z9.
           05 FILLER       PIC X(8)  VALUE " NOTE(S)".

        01 LIGNE-TITRE-SANS-PROG.
           05 FILLER       PIC X(42)
                VALUE "ELEVES DONT LA CLASSE N'A PAS DE PROGRAMME".

        01 LIGNE-SANS-PROG.
           05 FILLER       PIC X(3)  VALUE SPACES.
           05 FILLER       PIC X(6)  VALUE "ELEVE[".
           05 LSP-MATRICULE PIC X(8).
           05 FILLER       PIC X(2)  VALUE "] ".
           05 LSP-NOM      PIC X(20).
           05 FILLER       PIC X(8)  VALUE " CLASSE ".
           05 LSP-CLASSE   PIC X(6).

        01 LIGNE-CR-COMPTEUR.
           05 LCC-LIBELLE  PIC X(30).
           05 LCC-NOMBRE   PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      * ****************************************************************
      * *****      PROGRAMME                                       *****
      * ****************************************************************
       PRINCIPAL.
           PERFORM INITIALISATION
           IF (WS-ARRET-IMMEDIAT-OUI)
             STOP RUN
           END-IF
           PERFORM CHARGE-NOTES
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > WS-NB-CLASSES
               PERFORM EDITE-CLASSE
           END-PERFORM
           PERFORM EDITE-SANS-PROGRAMME
           PERFORM FINALISATION
           STOP RUN.

       INITIALISATION.
           PERFORM CHARGE-PROGRAMME
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             PERFORM CHARGE-ELEVES
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             OPEN INPUT F-MATIERES
             IF (WS-STATUT-MATIERES = "00")
               MOVE "O" TO WS-MATIERES-DISPO
             END-IF
             OPEN OUTPUT F-ETAT
           END-IF.

      * Sans programme des classes, rien ne peut etre rapproche
       CHARGE-PROGRAMME.
           OPEN INPUT F-PROGRAMMES
           IF (WS-STATUT-PROGRAMMES NOT = "00")
             DISPLAY "programme des classes PROGRAMMES-CLASSES.DAT "
                     "indisponible, statut " WS-STATUT-PROGRAMMES
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM CHARGE-LIGNE-PROGRAMME
                     UNTIL WS-FIN-FICHIER-OUI
                        OR WS-ARRET-IMMEDIAT-OUI
             CLOSE F-PROGRAMMES
           END-IF.

       CHARGE-LIGNE-PROGRAMME.
           READ F-PROGRAMMES
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (PC-CLASSE NOT = SPACES)
                  AND (PC-CODE-MATIERE NOT = SPACES)
                 PERFORM RETIENT-LIGNE-PROGRAMME
               END-IF
           END-READ.

       RETIENT-LIGNE-PROGRAMME.
           IF (WS-NB-PROGRAMME >= 500)
             DISPLAY "programme des classes trop long, plus de 500 "
                     "lignes"
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             ADD 1 TO WS-NB-PROGRAMME
             SET IDX-TPG TO WS-NB-PROGRAMME
             MOVE PC-CLASSE       TO TPG-CLASSE(IDX-TPG)
             MOVE PC-CODE-MATIERE TO TPG-CODE(IDX-TPG)
             MOVE PC-PROFESSEUR   TO TPG-PROFESSEUR(IDX-TPG)
             IF (PC-NB-NOTES-MIN NUMERIC)
               MOVE PC-NB-NOTES-MIN TO TPG-NB-MIN(IDX-TPG)
             ELSE
               MOVE 1 TO TPG-NB-MIN(IDX-TPG)
             END-IF
             MOVE PC-CLASSE TO WS-CLASSE-COURANTE
             PERFORM CHERCHE-CLASSE
             IF (WS-CLASSE-TROUVEE-NON)
               IF (WS-NB-CLASSES < 60)
                 ADD 1 TO WS-NB-CLASSES
                 SET IDX-TC TO WS-NB-CLASSES
                 MOVE PC-CLASSE TO TC-CLASSE(IDX-TC)
               ELSE
                 DISPLAY "programme des classes : plus de 60 classes"
                 SET WS-ARRET-IMMEDIAT-OUI TO TRUE
                 MOVE 1 TO RETURN-CODE
               END-IF
             END-IF
           END-IF.

      * Recherche WS-CLASSE-COURANTE parmi les classes du programme
       CHERCHE-CLASSE.
           SET WS-CLASSE-TROUVEE-NON TO TRUE
           PERFORM VARYING IDX-TC FROM 1 BY 1
                   UNTIL IDX-TC > WS-NB-CLASSES
                      OR WS-CLASSE-TROUVEE-OUI
               IF (TC-CLASSE(IDX-TC) = WS-CLASSE-COURANTE)
                 SET WS-CLASSE-TROUVEE-OUI TO TRUE
               END-IF
           END-PERFORM.

      * Eleves presents : un eleve sorti n'a plus de notes a saisir
       CHARGE-ELEVES.
           OPEN INPUT F-MAITRE
           IF (WS-STATUT-MAITRE NOT = "00")
             DISPLAY "fichier maitre ELEVES.DAT indisponible, statut "
                     WS-STATUT-MAITRE
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM CHARGE-ELEVE
                     UNTIL WS-FIN-FICHIER-OUI
                        OR WS-ARRET-IMMEDIAT-OUI
             CLOSE F-MAITRE
           END-IF.

       CHARGE-ELEVE.
           READ F-MAITRE
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (EM-ACTIF)
                 IF (WS-NB-ELEVES >= 2000)
                   DISPLAY "table des eleves saturee, plus de 2000 "
                           "eleves presents"
                   SET WS-ARRET-IMMEDIAT-OUI TO TRUE
                   MOVE 1 TO RETURN-CODE
                 ELSE
                   ADD 1 TO WS-NB-ELEVES
                   SET IDX-TE TO WS-NB-ELEVES
                   MOVE EM-MATRICULE TO TE-MATRICULE(IDX-TE)
                   MOVE EM-NOM       TO TE-NOM(IDX-TE)
                   MOVE EM-CLASSE    TO TE-CLASSE(IDX-TE)
                   MOVE ZERO         TO TE-NB-MATIERES(IDX-TE)
                 END-IF
               END-IF
           END-READ.

      * Matieres saisies et nombre de notes de chaque eleve ; un
      * matricule inconnu ou sorti releve de controle-notes et n'est
      * que compte ici
       CHARGE-NOTES.
           OPEN INPUT F-NOTES
           IF (WS-STATUT-NOTES = "00")
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM CHARGE-NOTES-ELEVE UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-NOTES
           ELSE
             DISPLAY "notes controlees NOTES-VALIDES.DAT absentes : "
                     "aucune note saisie"
           END-IF
           IF (WS-NB-NOTES-IGNOREES > 0)
             DISPLAY WS-NB-NOTES-IGNOREES " eleve(s) du fichier des "
                     "notes absent(s) du fichier maitre ou sorti(s)"
           END-IF.

       CHARGE-NOTES-ELEVE.
           READ F-NOTES
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (WS-PERIODE = 0)
                 MOVE WE-TRIMESTRE TO WS-PERIODE
               END-IF
               PERFORM CHERCHE-ELEVE
               IF (WS-ELEVE-TROUVE-OUI)
                 PERFORM RETIENT-NOTES-ELEVE
               ELSE
                 ADD 1 TO WS-NB-NOTES-IGNOREES
               END-IF
           END-READ.

      * Recherche WE-MATRICULE parmi les eleves presents, tries par
      * matricule : le parcours s'arrete au premier superieur
       CHERCHE-ELEVE.
           SET WS-ELEVE-TROUVE-NON TO TRUE
           PERFORM VARYING IDX-TE FROM 1 BY 1
                   UNTIL IDX-TE > WS-NB-ELEVES
                      OR WS-ELEVE-TROUVE-OUI
                      OR TE-MATRICULE(IDX-TE) > WE-MATRICULE
               IF (TE-MATRICULE(IDX-TE) = WE-MATRICULE)
                 SET WS-ELEVE-TROUVE-OUI TO TRUE
                 SET IDX-TE DOWN BY 1
               END-IF
           END-PERFORM.

       RETIENT-NOTES-ELEVE.
      * Protection contre un enregistrement malforme dont le nombre
      * de matieres depasserait l'OCCURS du copybook
           IF (WE-NB-MATIERES > 10)
             MOVE 10 TO WE-NB-MATIERES
           END-IF
           MOVE WE-NB-MATIERES TO TE-NB-MATIERES(IDX-TE)
           PERFORM VARYING IDX-WE-MAT FROM 1 BY 1
                   UNTIL IDX-WE-MAT > WE-NB-MATIERES
               SET IDX-TEM TO IDX-WE-MAT
               MOVE WE-CODE-MATIERE(IDX-WE-MAT)
                 TO TE-CODE(IDX-TE, IDX-TEM)
               MOVE WE-NB-NOTES(IDX-WE-MAT)
                 TO TE-NB-NOTES(IDX-TE, IDX-TEM)
           END-PERFORM.

      * ****************************************************************
      * *****      EDITION PAR CLASSE                              *****
      * ****************************************************************
      * Une page par classe : chaque matiere du programme avec les
      * eleves sans note ou en dessous du minimum, puis les matieres
      * notees hors programme
       EDITE-CLASSE.
           MOVE TC-CLASSE(IDX-TC) TO WS-CLASSE-COURANTE
           MOVE WS-PERIODE TO LTI-PERIODE
           MOVE LIGNE-TITRE TO ENR-ETAT
           WRITE ENR-ETAT AFTER ADVANCING PAGE
           MOVE WS-CLASSE-COURANTE TO LCL-CLASSE
           MOVE LIGNE-CLASSE TO ENR-ETAT
           WRITE ENR-ETAT
           MOVE LIGNE-VIDE TO ENR-ETAT
           WRITE ENR-ETAT
           PERFORM VARYING IDX-TPG FROM 1 BY 1
                   UNTIL IDX-TPG > WS-NB-PROGRAMME
               IF (TPG-CLASSE(IDX-TPG) = WS-CLASSE-COURANTE)
                 PERFORM EDITE-MATIERE-CLASSE
               END-IF
           END-PERFORM
           PERFORM EDITE-HORS-PROGRAMME.

       EDITE-MATIERE-CLASSE.
           MOVE TPG-CODE(IDX-TPG) TO MA-CODE
           PERFORM LIBELLE-MATIERE
           MOVE WS-LIBELLE-MATIERE      TO LMA-LIBELLE
           MOVE TPG-PROFESSEUR(IDX-TPG) TO LMA-PROFESSEUR
           MOVE TPG-NB-MIN(IDX-TPG)     TO LMA-NB-MIN
           MOVE LIGNE-MATIERE TO ENR-ETAT
           WRITE ENR-ETAT
           MOVE ZERO TO WS-NB-SIGNALES
           PERFORM VARYING IDX-TE FROM 1 BY 1
                   UNTIL IDX-TE > WS-NB-ELEVES
               IF (TE-CLASSE(IDX-TE) = WS-CLASSE-COURANTE)
                 PERFORM CONTROLE-MATIERE-ELEVE
               END-IF
           END-PERFORM
           IF (WS-NB-SIGNALES = 0)
             MOVE LIGNE-COMPLET TO ENR-ETAT
             WRITE ENR-ETAT
           END-IF
           MOVE LIGNE-VIDE TO ENR-ETAT
           WRITE ENR-ETAT.

      * Nombre de notes de l'eleve IDX-TE dans la matiere IDX-TPG,
      * a zero si la matiere n'a pas ete saisie du tout
       CONTROLE-MATIERE-ELEVE.
           MOVE ZERO TO WS-NB-NOTES-ELEVE
           PERFORM VARYING IDX-TEM FROM 1 BY 1
                   UNTIL IDX-TEM > TE-NB-MATIERES(IDX-TE)
               IF (TE-CODE(IDX-TE, IDX-TEM) = TPG-CODE(IDX-TPG))
                 ADD TE-NB-NOTES(IDX-TE, IDX-TEM) TO WS-NB-NOTES-ELEVE
               END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WS-NB-NOTES-ELEVE = 0
               MOVE "SANS NOTE" TO LSI-MOTIF
               ADD 1 TO WS-NB-SANS-NOTE
               PERFORM ECRIT-SIGNALE
             WHEN WS-NB-NOTES-ELEVE < TPG-NB-MIN(IDX-TPG)
               MOVE WS-NB-NOTES-ELEVE   TO MIN-NB-NOTES
               MOVE TPG-NB-MIN(IDX-TPG) TO MIN-NB-MIN
               MOVE MOTIF-INSUFFISANT TO LSI-MOTIF
               ADD 1 TO WS-NB-INSUFFISANT
               PERFORM ECRIT-SIGNALE
           END-EVALUATE.

       ECRIT-SIGNALE.
           ADD 1 TO WS-NB-SIGNALES
           MOVE TE-MATRICULE(IDX-TE) TO LSI-MATRICULE
           MOVE TE-NOM(IDX-TE)       TO LSI-NOM
           MOVE LIGNE-SIGNALE TO ENR-ETAT
           WRITE ENR-ETAT.

      * Matieres saisies pour un eleve de la classe et absentes du
      * programme de sa classe
       EDITE-HORS-PROGRAMME.
           MOVE ZERO TO WS-NB-SIGNALES
           PERFORM VARYING IDX-TE FROM 1 BY 1
                   UNTIL IDX-TE > WS-NB-ELEVES
               IF (TE-CLASSE(IDX-TE) = WS-CLASSE-COURANTE)
                 PERFORM VARYING IDX-TEM FROM 1 BY 1
                         UNTIL IDX-TEM > TE-NB-MATIERES(IDX-TE)
                     PERFORM CONTROLE-HORS-PROGRAMME
                 END-PERFORM
               END-IF
           END-PERFORM.

       CONTROLE-HORS-PROGRAMME.
           SET WS-MATIERE-TROUVEE-NON TO TRUE
           PERFORM VARYING IDX-TPG FROM 1 BY 1
                   UNTIL IDX-TPG > WS-NB-PROGRAMME
                      OR WS-MATIERE-TROUVEE-OUI
               IF (TPG-CLASSE(IDX-TPG) = WS-CLASSE-COURANTE)
                  AND (TPG-CODE(IDX-TPG) = TE-CODE(IDX-TE, IDX-TEM))
                 SET WS-MATIERE-TROUVEE-OUI TO TRUE
               END-IF
           END-PERFORM
           IF (WS-MATIERE-TROUVEE-NON)
             IF (WS-NB-SIGNALES = 0)
               MOVE LIGNE-TITRE-HORS TO ENR-ETAT
               WRITE ENR-ETAT
             END-IF
             ADD 1 TO WS-NB-SIGNALES
             ADD 1 TO WS-NB-HORS-PROGRAMME
             MOVE TE-CODE(IDX-TE, IDX-TEM) TO MA-CODE
             PERFORM LIBELLE-MATIERE
             MOVE WS-LIBELLE-MATIERE          TO LHO-LIBELLE
             MOVE TE-MATRICULE(IDX-TE)        TO LHO-MATRICULE
             MOVE TE-NOM(IDX-TE)              TO LHO-NOM
             MOVE TE-NB-NOTES(IDX-TE, IDX-TEM) TO LHO-NB-NOTES
             MOVE LIGNE-HORS TO ENR-ETAT
             WRITE ENR-ETAT
           END-IF.

      * Eleves presents dont la classe n'a aucune ligne au programme :
      * le programme est a completer avant tout rapprochement
       EDITE-SANS-PROGRAMME.
           PERFORM VARYING IDX-TE FROM 1 BY 1
                   UNTIL IDX-TE > WS-NB-ELEVES
               MOVE TE-CLASSE(IDX-TE) TO WS-CLASSE-COURANTE
               PERFORM CHERCHE-CLASSE
               IF (WS-CLASSE-TROUVEE-NON)
                 IF (WS-NB-SANS-PROGRAMME = 0)
                   MOVE LIGNE-TITRE-SANS-PROG TO ENR-ETAT
                   WRITE ENR-ETAT AFTER ADVANCING PAGE
                   MOVE LIGNE-VIDE TO ENR-ETAT
                   WRITE ENR-ETAT
                 END-IF
                 ADD 1 TO WS-NB-SANS-PROGRAMME
                 MOVE TE-MATRICULE(IDX-TE) TO LSP-MATRICULE
                 MOVE TE-NOM(IDX-TE)       TO LSP-NOM
                 MOVE TE-CLASSE(IDX-TE)    TO LSP-CLASSE
                 MOVE LIGNE-SANS-PROG TO ENR-ETAT
                 WRITE ENR-ETAT
               END-IF
           END-PERFORM.

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

      * Recapitulatif en fin d'etat et a l'ecran
       FINALISATION.
           MOVE LIGNE-VIDE TO ENR-ETAT
           WRITE ENR-ETAT
           MOVE "ELEVES SANS NOTE (MATIERES)" TO LCC-LIBELLE
           MOVE WS-NB-SANS-NOTE TO LCC-NOMBRE
           MOVE LIGNE-CR-COMPTEUR TO ENR-ETAT
           WRITE ENR-ETAT
           MOVE "NOTES EN DESSOUS DU MINIMUM" TO LCC-LIBELLE
           MOVE WS-NB-INSUFFISANT TO LCC-NOMBRE
           MOVE LIGNE-CR-COMPTEUR TO ENR-ETAT
           WRITE ENR-ETAT
           MOVE "MATIERES HORS PROGRAMME" TO LCC-LIBELLE
           MOVE WS-NB-HORS-PROGRAMME TO LCC-NOMBRE
           MOVE LIGNE-CR-COMPTEUR TO ENR-ETAT
           WRITE ENR-ETAT
           MOVE "ELEVES SANS PROGRAMME" TO LCC-LIBELLE
           MOVE WS-NB-SANS-PROGRAMME TO LCC-NOMBRE
           MOVE LIGNE-CR-COMPTEUR TO ENR-ETAT
           WRITE ENR-ETAT
           CLOSE F-ETAT
           IF (WS-MATIERES-DISPO-OUI)
             CLOSE F-MATIERES
           END-IF
           DISPLAY WS-NB-SANS-NOTE " matiere(s) sans note, "
                   WS-NB-INSUFFISANT " sous le minimum, "
                   WS-NB-HORS-PROGRAMME " hors programme, dans "
                   "COMPLETUDE-NOTES.DAT".
      ******************************************************************
      **  completude-notes.cob                        Version 1.0 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
