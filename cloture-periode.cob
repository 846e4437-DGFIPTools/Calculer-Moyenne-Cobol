      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  cloture-periode.cob                         Version 1.0 PC  **
      ******************************************************************
      **  Cloture et reouverture d'une periode de l'annee scolaire    **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Mode CLOTURE <periode> <auteur> : marquer la periode      **
      **    (trimestre ou semestre) de l'annee en cours comme close   **
      **    une fois le conseil de classe tenu ; la saisie, l'import  **
      **    et le calcul normal des notes de cette periode sont des   **
      **    lors refuses, seul le cycle CORRECTION / RECTIF peut      **
      **    encore en modifier les moyennes                            **
      **  - Mode REOUVERTURE <periode> <auteur> : rouvrir une         **
      **    periode close par erreur ou sur decision du chef          **
      **    d'etablissement                                            **
      **  - Tenir l'etat des periodes dans PERIODES.DAT, indexe sur   **
      **    l'annee (PARAM-ANNEE.DAT) et le numero de periode, avec   **
      **    l'auteur et l'horodatage de la derniere cloture et de la  **
      **    derniere reouverture                                       **
      **  - Tracer chaque operation dans PERIODES-TRACE.DAT, tenu en  **
      **    extension, pour garder toutes les clotures et             **
      **    reouvertures successives                                   **
      **  - Terminer avec un RETURN-CODE non nul si l'operation est   **
      **    refusee (periode hors plage, deja close, deja ouverte...)  **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                      cloture-periode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAM-ANNEE ASSIGN TO "PARAM-ANNEE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM-ANNEE.

           SELECT F-PERIODES   ASSIGN TO "PERIODES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS PE-CLE
                                FILE STATUS IS WS-STATUT-PERIODES.

           SELECT F-TRACE      ASSIGN TO "PERIODES-TRACE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-TRACE.

       DATA DIVISION.
       FILE SECTION.
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

      * ++============================================================++
      * ++===          trace des clotures et reouvertures          ===++
      * ++============================================================++
       FD  F-TRACE.
       01  ENR-TRACE                                     PIC X(80).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                                donnees de traitement ===++
      * ++============================================================++
        01 WS-STATUT-PARAM-ANNEE PIC XX.

      * PERIODES.DAT n'existe pas encore a la toute premiere cloture :
      * on bascule alors en creation (statut "35"), comme le fichier
      * maitre dans maj-eleves
        01 WS-STATUT-PERIODES PIC XX.

      * PERIODES-TRACE.DAT n'existe pas encore a la toute premiere
      * operation : on bascule alors en creation (statut "35")
        01 WS-STATUT-TRACE    PIC XX.

        01 WS-ARRET-IMMEDIAT PIC X VALUE "N".
           88 WS-ARRET-IMMEDIAT-OUI                     VALUE "O".

      * Ligne de commande decoupee : mode, periode, auteur
        01 WS-LIGNE-COMMANDE PIC X(60).
        01 WS-MODE           PIC X(11).
           88 WS-MODE-CLOTURE                           VALUE "CLOTURE".
           88 WS-MODE-REOUVERTURE                   VALUE "REOUVERTURE".
        01 WS-ARG-PERIODE    PIC X(10).
        01 WS-ARG-AUTEUR     PIC X(20).

        01 WS-ANNEE-COURANTE PIC X(9) VALUE SPACES.
        01 WS-PERIODE        PIC 9.
        01 WS-HORODATAGE     PIC X(14).

      * Nombre de periodes de l'annee : 3 en trimestres (defaut,
      * periodicite absente ou muette), 2 en semestres
        01 WS-NB-PERIODES    PIC 9 VALUE 3.

      * Leve quand la periode demandee a deja une fiche au fichier :
      * l'operation la reecrit au lieu de la creer
        01 WS-PERIODE-CONNUE PIC X.
           88 WS-PERIODE-CONNUE-OUI                     VALUE "O".
           88 WS-PERIODE-CONNUE-NON                     VALUE "N".

        01 LIGNE-TRACE.
           05 LT-DATE      PIC X(8).
           05 FILLER       PIC X     VALUE SPACE.
           05 LT-HEURE     PIC X(6).
           05 FILLER       PIC X     VALUE SPACE.
           05 LT-ANNEE     PIC X(9).
           05 FILLER       PIC X(9)  VALUE " PERIODE ".
           05 LT-PERIODE   PIC 9.
           05 FILLER       PIC X     VALUE SPACE.
           05 LT-MODE      PIC X(11).
           05 FILLER       PIC X(5)  VALUE " PAR ".
           05 LT-AUTEUR    PIC X(20).

       PROCEDURE DIVISION.
      * ****************************************************************
      * *****      PROGRAMME                                       *****
      * ****************************************************************
       PRINCIPAL.
           PERFORM INITIALISATION
           IF (WS-ARRET-IMMEDIAT-OUI)
             STOP RUN
           END-IF
           PERFORM CHERCHE-PERIODE
           IF (WS-MODE-CLOTURE)
             PERFORM CLOT-PERIODE
           ELSE
             PERFORM ROUVRE-PERIODE
           END-IF
           PERFORM FINALISATION
           STOP RUN.

       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE
           ACCEPT WS-LIGNE-COMMANDE FROM COMMAND-LINE
           MOVE SPACES TO WS-MODE
           MOVE SPACES TO WS-ARG-PERIODE
           MOVE SPACES TO WS-ARG-AUTEUR
           UNSTRING WS-LIGNE-COMMANDE DELIMITED BY ALL " "
               INTO WS-MODE, WS-ARG-PERIODE, WS-ARG-AUTEUR
           END-UNSTRING

           PERFORM CONTROLE-PARAMETRES
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             PERFORM LIT-PARAM-ANNEE
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             IF (WS-PERIODE < 1) OR (WS-PERIODE > WS-NB-PERIODES)
               DISPLAY "periode " WS-PERIODE " hors plage 1-"
                       WS-NB-PERIODES " pour l'annee "
                       WS-ANNEE-COURANTE
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             END-IF
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             OPEN I-O F-PERIODES
             IF (WS-STATUT-PERIODES = "35")
               OPEN OUTPUT F-PERIODES
               CLOSE F-PERIODES
               OPEN I-O F-PERIODES
             END-IF
             IF (WS-STATUT-PERIODES NOT = "00")
               DISPLAY "fichier PERIODES.DAT indisponible, statut "
                       WS-STATUT-PERIODES
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             END-IF
           END-IF.

      * Mode connu, periode sur un chiffre et auteur renseigne : une
      * cloture ou une reouverture sans auteur ne pourrait pas etre
      * justifiee devant le conseil de classe
       CONTROLE-PARAMETRES.
           IF (WS-MODE-CLOTURE) OR (WS-MODE-REOUVERTURE)
             CONTINUE
           ELSE
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             IF (WS-ARG-PERIODE(1:1) NUMERIC)
                AND (WS-ARG-PERIODE(2:9) = SPACES)
               MOVE WS-ARG-PERIODE(1:1) TO WS-PERIODE
             ELSE
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             END-IF
           END-IF
           IF (WS-ARG-AUTEUR = SPACES)
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             DISPLAY "usage : cloture-periode CLOTURE <periode> "
                     "<auteur>"
             DISPLAY "        cloture-periode REOUVERTURE <periode> "
                     "<auteur>"
             MOVE 1 TO RETURN-CODE
           END-IF.

      * L'annee scolaire en cours fait partie de la cle : sans elle
      * aucune periode ne peut etre designee. La periodicite borne
      * le numero de periode admis
       LIT-PARAM-ANNEE.
           OPEN INPUT F-PARAM-ANNEE
           IF (WS-STATUT-PARAM-ANNEE NOT = "00")
             DISPLAY "parametres PARAM-ANNEE.DAT indisponibles, "
                     "statut " WS-STATUT-PARAM-ANNEE
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             READ F-PARAM-ANNEE
               AT END CONTINUE
               NOT AT END
                 MOVE AN-ANNEE TO WS-ANNEE-COURANTE
                 IF (AN-SEMESTRES)
                   MOVE 2 TO WS-NB-PERIODES
                 END-IF
             END-READ
             CLOSE F-PARAM-ANNEE
             IF (WS-ANNEE-COURANTE = SPACES)
               DISPLAY "annee scolaire absente de PARAM-ANNEE.DAT"
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             END-IF
           END-IF.

      * Une periode sans fiche n'a jamais ete close : elle est
      * ouverte, sa fiche sera creee par la cloture
       CHERCHE-PERIODE.
           MOVE WS-ANNEE-COURANTE TO PE-ANNEE
           MOVE WS-PERIODE        TO PE-PERIODE
           READ F-PERIODES
             INVALID KEY
               SET WS-PERIODE-CONNUE-NON TO TRUE
               INITIALIZE WK-PERIODE
               MOVE WS-ANNEE-COURANTE TO PE-ANNEE
               MOVE WS-PERIODE        TO PE-PERIODE
               SET PE-OUVERTE TO TRUE
             NOT INVALID KEY
               SET WS-PERIODE-CONNUE-OUI TO TRUE
           END-READ.

       CLOT-PERIODE.
           IF (PE-CLOSE)
             DISPLAY "periode " WS-PERIODE " de l'annee "
                     WS-ANNEE-COURANTE " deja close le "
                     PE-CLOTURE-HORODATAGE(1:8) " par "
                     PE-CLOTURE-AUTEUR
             MOVE 1 TO RETURN-CODE
           ELSE
             SET PE-CLOSE TO TRUE
             MOVE WS-ARG-AUTEUR TO PE-CLOTURE-AUTEUR
             MOVE WS-HORODATAGE TO PE-CLOTURE-HORODATAGE
             PERFORM ECRIT-PERIODE
           END-IF.

       ROUVRE-PERIODE.
           IF (PE-OUVERTE)
             DISPLAY "periode " WS-PERIODE " de l'annee "
                     WS-ANNEE-COURANTE " deja ouverte"
             MOVE 1 TO RETURN-CODE
           ELSE
             SET PE-OUVERTE TO TRUE
             MOVE WS-ARG-AUTEUR TO PE-REOUVERTURE-AUTEUR
             MOVE WS-HORODATAGE TO PE-REOUVERTURE-HORODATAGE
             PERFORM ECRIT-PERIODE
           END-IF.

      * Cree ou reecrit la fiche de la periode puis trace l'operation
       ECRIT-PERIODE.
           IF (WS-PERIODE-CONNUE-OUI)
             REWRITE WK-PERIODE
               INVALID KEY
                 DISPLAY "reecriture impossible, statut "
                         WS-STATUT-PERIODES
                 MOVE 1 TO RETURN-CODE
             END-REWRITE
           ELSE
             WRITE WK-PERIODE
               INVALID KEY
                 DISPLAY "ecriture impossible, statut "
                         WS-STATUT-PERIODES
                 MOVE 1 TO RETURN-CODE
             END-WRITE
           END-IF
           IF (RETURN-CODE = 0)
             PERFORM ECRIT-TRACE
             IF (PE-CLOSE)
               DISPLAY "periode " WS-PERIODE " de l'annee "
                       WS-ANNEE-COURANTE " close par " WS-ARG-AUTEUR
             ELSE
               DISPLAY "periode " WS-PERIODE " de l'annee "
                       WS-ANNEE-COURANTE " rouverte par "
                       WS-ARG-AUTEUR
             END-IF
           END-IF.

       ECRIT-TRACE.
           OPEN EXTEND F-TRACE
           IF (WS-STATUT-TRACE = "35")
             OPEN OUTPUT F-TRACE
           END-IF
           IF (WS-STATUT-TRACE = "00")
             MOVE WS-HORODATAGE(1:8) TO LT-DATE
             MOVE WS-HORODATAGE(9:6) TO LT-HEURE
             MOVE WS-ANNEE-COURANTE  TO LT-ANNEE
             MOVE WS-PERIODE         TO LT-PERIODE
             MOVE WS-MODE            TO LT-MODE
             MOVE WS-ARG-AUTEUR      TO LT-AUTEUR
             MOVE LIGNE-TRACE        TO ENR-TRACE
             WRITE ENR-TRACE
             CLOSE F-TRACE
           END-IF.

       FINALISATION.
           CLOSE F-PERIODES.
      ******************************************************************
      **  cloture-periode.cob                         Version 1.0 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
