      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  maj-responsables.cob                        Version 1.0 PC  **
      ******************************************************************
      **  Tenue du fichier des responsables legaux des eleves         **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Lire le fichier des mouvements prepares par le            **
      **    secretariat : ajout, modification, suppression d'un       **
      **    responsable legal d'un eleve                               **
      **  - Appliquer chaque mouvement au fichier RESPONSABLES.DAT,   **
      **    indexe sur le matricule de l'eleve et le rang du          **
      **    responsable, comme maj-eleves tient le fichier maitre     **
      **  - Refuser un responsable d'un eleve inconnu au fichier      **
      **    maitre, et un destinataire du bulletin sans adresse       **
      **    postale complete                                          **
      **  - Ecrire les mouvements inapplicables dans un fichier de    **
      **    rejets avec leur motif, et terminer avec un RETURN-CODE   **
      **    non nul des qu'un mouvement a ete rejete                   **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                     maj-responsables.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOUVEMENTS ASSIGN TO "RESPONSABLES-MVT.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-RESPONSABLES ASSIGN TO "RESPONSABLES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS RL-CLE
                                FILE STATUS IS WS-STATUT-RESPONSABLES.

           SELECT F-MAITRE     ASSIGN TO "ELEVES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS EM-MATRICULE
                                FILE STATUS IS WS-STATUT-MAITRE.

           SELECT F-REJETS     ASSIGN TO "RESPONSABLES-MVT-REJETS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * ++============================================================++
      * ++===                  fichier des mouvements en entree    ===++
      * ++============================================================++
       FD  F-MOUVEMENTS.
       01  ENR-MOUVEMENT.
      * MVT-CODE : "A" ajout, "M" modification, "S" suppression
           05 MVT-CODE                                  PIC X.
           05 MVT-MATRICULE                             PIC X(8).
      * MVT-RANG : rang du responsable pour l'eleve, de 1 a 9
           05 MVT-RANG                                   PIC X.
           05 MVT-NOM                                    PIC X(32).
           05 MVT-ADRESSE-1                              PIC X(32).
           05 MVT-ADRESSE-2                              PIC X(32).
           05 MVT-CODE-POSTAL                            PIC X(5).
           05 MVT-VILLE                                  PIC X(26).
           05 MVT-EMAIL                                  PIC X(40).
      * MVT-DESTINATAIRE : "O" recoit le bulletin, "N" ne le recoit
      * pas (parent prive de l'autorite parentale, tiers...)
           05 MVT-DESTINATAIRE                           PIC X.

      * ++============================================================++
      * ++===     responsables legaux, sur indexe matricule + rang ===++
      * ++============================================================++
       FD  F-RESPONSABLES.
           COPY "wk-responsable.cpy".

      * ++============================================================++
      * ++===               fichier maitre des eleves, sur indexe  ===++
      * ++============================================================++
       FD  F-MAITRE.
           COPY "wk-maitre.cpy".

      * ++============================================================++
      * ++===                  fichier des mouvements rejetes      ===++
      * ++============================================================++
       FD  F-REJETS.
       01  ENR-REJET                                     PIC X(80).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                                donnees de traitement ===++
      * ++============================================================++
        01 WS-FIN-FICHIER PIC X VALUE "N".
           88 WS-FIN-FICHIER-OUI                        VALUE "O".

      * RESPONSABLES.DAT n'existe pas encore au tout premier
      * lancement : on bascule alors en creation plutot que de rester
      * sur l'erreur d'ouverture en mise a jour (statut "35")
        01 WS-STATUT-RESPONSABLES PIC XX.

        01 WS-STATUT-MAITRE PIC XX.

        01 WS-ARRET-IMMEDIAT PIC X VALUE "N".
           88 WS-ARRET-IMMEDIAT-OUI                     VALUE "O".

        01 WS-NB-LUS          PIC 9(5) VALUE ZERO.
        01 WS-NB-APPLIQUES    PIC 9(5) VALUE ZERO.
        01 WS-NB-REJETS       PIC 9(5) VALUE ZERO.

        01 WS-MOTIF-REJET     PIC X(40).

        01 LIGNE-REJET.
           05 FILLER       PIC X(10) VALUE "MOUVEMENT ".
           05 LR-CODE      PIC X.
           05 FILLER       PIC X(2)  VALUE " [".
           05 LR-MATRICULE PIC X(8).
           05 FILLER       PIC X     VALUE "/".
           05 LR-RANG      PIC X.
           05 FILLER       PIC X(2)  VALUE "] ".
           05 LR-MOTIF     PIC X(40).

       PROCEDURE DIVISION.
      * ****************************************************************
      * *****      PROGRAMME                                       *****
      * ****************************************************************
       PRINCIPAL.
           PERFORM INITIALISATION
           PERFORM TRAITE-MOUVEMENT UNTIL WS-FIN-FICHIER-OUI
           PERFORM FINALISATION
           STOP RUN.

       INITIALISATION.
           OPEN INPUT  F-MOUVEMENTS
           OPEN OUTPUT F-REJETS
           OPEN I-O    F-RESPONSABLES
           IF (WS-STATUT-RESPONSABLES = "35")
             OPEN OUTPUT F-RESPONSABLES
             CLOSE F-RESPONSABLES
             OPEN I-O F-RESPONSABLES
           END-IF
      * Sans fichier maitre, aucun matricule ne peut etre controle :
      * on s'arrete plutot que de rattacher des responsables a des
      * eleves non verifies
           OPEN INPUT  F-MAITRE
           IF (WS-STATUT-MAITRE NOT = "00")
             DISPLAY "fichier maitre ELEVES.DAT indisponible, statut "
                     WS-STATUT-MAITRE
             MOVE "O" TO WS-FIN-FICHIER
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
           ELSE
             READ F-MOUVEMENTS
                 AT END MOVE "O" TO WS-FIN-FICHIER
             END-READ
           END-IF.

      * Aiguille le mouvement courant selon son code puis lit le
      * mouvement suivant
       TRAITE-MOUVEMENT.
           ADD 1 TO WS-NB-LUS
           MOVE SPACES TO WS-MOTIF-REJET

           EVALUATE TRUE
             WHEN MVT-MATRICULE = SPACES
               MOVE "MATRICULE ABSENT" TO WS-MOTIF-REJET
             WHEN MVT-RANG NOT NUMERIC
               MOVE "RANG DU RESPONSABLE INVALIDE" TO WS-MOTIF-REJET
             WHEN MVT-RANG = "0"
               MOVE "RANG DU RESPONSABLE INVALIDE" TO WS-MOTIF-REJET
             WHEN OTHER
               EVALUATE MVT-CODE
                 WHEN "A" PERFORM AJOUTE-RESPONSABLE
                 WHEN "M" PERFORM MODIFIE-RESPONSABLE
                 WHEN "S" PERFORM SUPPRIME-RESPONSABLE
                 WHEN OTHER
                   MOVE "CODE MOUVEMENT INCONNU" TO WS-MOTIF-REJET
               END-EVALUATE
           END-EVALUATE

           IF (WS-MOTIF-REJET = SPACES)
             ADD 1 TO WS-NB-APPLIQUES
           ELSE
             PERFORM ECRIT-REJET
           END-IF

           READ F-MOUVEMENTS
               AT END MOVE "O" TO WS-FIN-FICHIER
           END-READ.

      * Creation d'un responsable : l'eleve doit exister au fichier
      * maitre et le rang ne doit pas deja etre occupe
       AJOUTE-RESPONSABLE.
           MOVE MVT-MATRICULE TO EM-MATRICULE
           READ F-MAITRE
             INVALID KEY
               MOVE "MATRICULE INCONNU AU FICHIER MAITRE"
                 TO WS-MOTIF-REJET
           END-READ
           IF (WS-MOTIF-REJET = SPACES)
             EVALUATE TRUE
               WHEN MVT-NOM = SPACES
                 MOVE "NOM ABSENT POUR UN AJOUT" TO WS-MOTIF-REJET
               WHEN MVT-DESTINATAIRE NOT = "O"
                    AND MVT-DESTINATAIRE NOT = "N"
                 MOVE "DESTINATAIRE DU BULLETIN NI O NI N"
                   TO WS-MOTIF-REJET
               WHEN OTHER
                 MOVE MVT-MATRICULE    TO RL-MATRICULE
                 MOVE MVT-RANG         TO RL-RANG
                 MOVE MVT-NOM          TO RL-NOM
                 MOVE MVT-ADRESSE-1    TO RL-ADRESSE-1
                 MOVE MVT-ADRESSE-2    TO RL-ADRESSE-2
                 MOVE MVT-CODE-POSTAL  TO RL-CODE-POSTAL
                 MOVE MVT-VILLE        TO RL-VILLE
                 MOVE MVT-EMAIL        TO RL-EMAIL
                 MOVE MVT-DESTINATAIRE TO RL-DESTINATAIRE
                 PERFORM CONTROLE-ADRESSE
                 IF (WS-MOTIF-REJET = SPACES)
                   WRITE WK-RESPONSABLE
                     INVALID KEY
                       MOVE "RANG DEJA OCCUPE POUR CET ELEVE"
                         TO WS-MOTIF-REJET
                   END-WRITE
                 END-IF
             END-EVALUATE
           END-IF.

      * Modification d'une fiche existante : seules les zones
      * renseignees du mouvement remplacent celles de la fiche
       MODIFIE-RESPONSABLE.
           MOVE MVT-MATRICULE TO RL-MATRICULE
           MOVE MVT-RANG      TO RL-RANG
           READ F-RESPONSABLES
             INVALID KEY
               MOVE "RESPONSABLE INCONNU POUR CET ELEVE"
                 TO WS-MOTIF-REJET
             NOT INVALID KEY
               IF (MVT-NOM NOT = SPACES)
                 MOVE MVT-NOM TO RL-NOM
               END-IF
               IF (MVT-ADRESSE-1 NOT = SPACES)
                 MOVE MVT-ADRESSE-1 TO RL-ADRESSE-1
               END-IF
               IF (MVT-ADRESSE-2 NOT = SPACES)
                 MOVE MVT-ADRESSE-2 TO RL-ADRESSE-2
               END-IF
               IF (MVT-CODE-POSTAL NOT = SPACES)
                 MOVE MVT-CODE-POSTAL TO RL-CODE-POSTAL
               END-IF
               IF (MVT-VILLE NOT = SPACES)
                 MOVE MVT-VILLE TO RL-VILLE
               END-IF
               IF (MVT-EMAIL NOT = SPACES)
                 MOVE MVT-EMAIL TO RL-EMAIL
               END-IF
               IF (MVT-DESTINATAIRE NOT = SPACES)
                 IF (MVT-DESTINATAIRE = "O" OR "N")
                   MOVE MVT-DESTINATAIRE TO RL-DESTINATAIRE
                 ELSE
                   MOVE "DESTINATAIRE DU BULLETIN NI O NI N"
                     TO WS-MOTIF-REJET
                 END-IF
               END-IF
               IF (WS-MOTIF-REJET = SPACES)
                 PERFORM CONTROLE-ADRESSE
               END-IF
               IF (WS-MOTIF-REJET = SPACES)
                 REWRITE WK-RESPONSABLE
                   INVALID KEY
                     MOVE "REECRITURE IMPOSSIBLE" TO WS-MOTIF-REJET
                 END-REWRITE
               END-IF
           END-READ.

      * Suppression d'un responsable (changement de garde, tiers qui
      * n'a plus a etre destinataire...) : la fiche est retiree, les
      * bulletins suivants ne lui sont plus adresses
       SUPPRIME-RESPONSABLE.
           MOVE MVT-MATRICULE TO RL-MATRICULE
           MOVE MVT-RANG      TO RL-RANG
           DELETE F-RESPONSABLES RECORD
             INVALID KEY
               MOVE "RESPONSABLE INCONNU POUR CET ELEVE"
                 TO WS-MOTIF-REJET
           END-DELETE.

      * Un destinataire du bulletin doit avoir une adresse postale
      * exploitable sous enveloppe a fenetre : ligne d'adresse, code
      * postal et commune
       CONTROLE-ADRESSE.
           IF (RL-RECOIT-BULLETIN)
             IF (RL-ADRESSE-1 = SPACES)
                OR (RL-CODE-POSTAL = SPACES)
                OR (RL-VILLE = SPACES)
               MOVE "ADRESSE POSTALE INCOMPLETE" TO WS-MOTIF-REJET
             END-IF
           END-IF.

       ECRIT-REJET.
           ADD 1 TO WS-NB-REJETS
           MOVE MVT-CODE       TO LR-CODE
           MOVE MVT-MATRICULE TO LR-MATRICULE
           MOVE MVT-RANG       TO LR-RANG
           MOVE WS-MOTIF-REJET TO LR-MOTIF
           MOVE LIGNE-REJET    TO ENR-REJET
           WRITE ENR-REJET.

       FINALISATION.
           CLOSE F-MOUVEMENTS
           CLOSE F-RESPONSABLES
           CLOSE F-MAITRE
           CLOSE F-REJETS
           DISPLAY WS-NB-LUS " mouvement(s) lu(s), "
                   WS-NB-APPLIQUES " applique(s), "
                   WS-NB-REJETS " rejete(s)"
           IF (WS-NB-REJETS = 0) AND (NOT WS-ARRET-IMMEDIAT-OUI)
             MOVE 0 TO RETURN-CODE
           ELSE
             MOVE 1 TO RETURN-CODE
           END-IF.
      ******************************************************************
      **  maj-responsables.cob                        Version 1.0 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
