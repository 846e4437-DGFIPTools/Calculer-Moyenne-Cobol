      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  releve-notes.cob                            Version 1.0 PC  **
      ******************************************************************
      **  Releve de notes pluriannuel des eleves sortants             **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Mode ELEVE <matricule> : releve d'un eleve, sorti ou      **
      **    non (depart en cours d'annee, demande de la famille)      **
      **  - Mode SORTIS <date-debut> <date-fin> : releve de chaque    **
      **    eleve sorti de l'etablissement entre les deux dates       **
      **    (AAAAMMJJ, bornes comprises), d'apres le fichier maitre   **
      **  - Rassembler toutes les periodes de chaque eleve dans les   **
      **    archives HISTO-<annee>.DAT ecrites par cloture-annee et   **
      **    dans l'historique de l'annee en cours                     **
      **  - Editer par annee scolaire les moyennes de chaque periode  **
      **    et la moyenne annuelle, par matiere (libelle officiel du  **
      **    referentiel MATIERES.DAT) et generale, toutes mises en    **
      **    forme par format-number                                   **
      **  - Produire RELEVE-NOTES.DAT, une page par eleve, close par  **
      **    la formule de certification et les emplacements de la     **
      **    signature du chef d'etablissement et du cachet            **
      **  ----------------------------------------------------------  **
      **  La moyenne annuelle est, comme au bulletin ANNUEL, la       **
      **  moyenne des periodes retrouvees dans l'historique.          **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                         releve-notes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PARAM-ANNEE ASSIGN TO "PARAM-ANNEE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM-ANNEE.

           SELECT F-ETABLISSEMENT ASSIGN TO "PARAM-ETABLISSEMENT.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-ETABLISSEMENT.

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

      * Le nom de chaque archive porte son annee scolaire
           SELECT F-ARCHIVE    ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-ARCHIVE.

           SELECT F-RELEVE     ASSIGN TO "RELEVE-NOTES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

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
      * ++===          archive datee de l'historique d'une annee   ===++
      * ++===          anterieure, au dessin de l'historique       ===++
      * ++============================================================++
       FD  F-ARCHIVE.
       01  ENR-ARCHIVE.
           05 AR-MATRICULE                              PIC X(8).
           05 AR-TRIMESTRE                               PIC 9.
           05 AR-CODE-MATIERE                            PIC X(6).
           05 AR-MOYENNE                 PIC S999V999
                                          SIGN IS LEADING SEPARATE.

      * ++============================================================++
      * ++===         releves de notes a signer, un par page       ===++
      * ++============================================================++
       FD  F-RELEVE.
       01  ENR-RELEVE                                    PIC X(80).

       WORKING-STORAGE SECTION.
      * ++============================================================++
      * ++===                                donnees de traitement ===++
      * ++============================================================++
        01 WS-FIN-FICHIER PIC X VALUE "N".
           88 WS-FIN-FICHIER-OUI                        VALUE "O".

        01 WS-STATUT-PARAM-ANNEE   PIC XX.
        01 WS-STATUT-ETABLISSEMENT PIC XX.
        01 WS-STATUT-MAITRE        PIC XX.
        01 WS-STATUT-MATIERES      PIC XX.
        01 WS-STATUT-HISTO         PIC XX.
        01 WS-STATUT-ARCHIVE       PIC XX.

        01 WS-ARRET-IMMEDIAT PIC X VALUE "N".
           88 WS-ARRET-IMMEDIAT-OUI                     VALUE "O".

      * Sans referentiel des matieres, le releve porte les codes
      * bruts, comme le bulletin
        01 WS-MATIERES-DISPO PIC X VALUE "N".
           88 WS-MATIERES-DISPO-OUI                     VALUE "O".

      * Ligne de commande decoupee : mode puis parametres
        01 WS-LIGNE-COMMANDE PIC X(60).
        01 WS-MODE           PIC X(8).
           88 WS-MODE-ELEVE                             VALUE "ELEVE".
           88 WS-MODE-SORTIS                            VALUE "SORTIS".
        01 WS-ARG1           PIC X(10).
        01 WS-ARG2           PIC X(10).

        01 WS-CRIT-MATRICULE PIC X(8).
        01 WS-CRIT-DEBUT     PIC X(8).
        01 WS-CRIT-FIN       PIC X(8).

        01 WS-DATE-EDITION   PIC X(8).

      * Annee scolaire en cours "AAAA-AAAA" et son annee de rentree ;
      * les archives sont nommees d'apres les annees anterieures
        01 WS-ANNEE-COURANTE PIC X(9) VALUE SPACES.
        01 WS-AN-COURANT     PIC 9(4).
        01 WS-AN-PREMIER     PIC 9(4).
        01 WS-AN-TRAITE      PIC 9(4).
        01 WS-AN-SUIVANT     PIC 9(4).
        01 WS-AN-ENTREE      PIC 9(4).
        01 WS-NOM-ARCHIVE    PIC X(20).

      * Profondeur maximale de la recherche dans les archives, en
      * annees scolaires : bien au-dela d'une scolarite complete au
      * college puis au lycee ; sert aussi de point de depart pour
      * un eleve sans date d'entree au fichier maitre
        01 WS-PROFONDEUR-MAX PIC 99 VALUE 10.

      * Annees scolaires parcourues, dans l'ordre : archives puis
      * annee en cours
        01 WS-NB-ANNEES      PIC 99 VALUE ZERO.
        01 TAB-ANNEES.
           05 TAN-LIBELLE OCCURS 12 TIMES
                          INDEXED BY IDX-TAN             PIC X(9).

      * Eleves retenus, dans l'ordre du fichier maitre, donc par
      * matricule croissant
        01 WS-NB-SELECTION   PIC 9(4) VALUE ZERO.
        01 TAB-SELECTION.
           05 TS-ELEVE OCCURS 2000 TIMES
                       INDEXED BY IDX-TS.
              10 TS-MATRICULE                           PIC X(8).
              10 TS-NOM                                  PIC X(20).
              10 TS-CLASSE                               PIC X(6).
              10 TS-DATE-ENTREE                          PIC X(8).
              10 TS-DATE-SORTIE                          PIC X(8).

      * Lignes d'historique des eleves retenus, toutes annees
      * confondues : rang de l'eleve dans la selection, rang de
      * l'annee, periode, code matiere et moyenne
        01 WS-NB-RETENUES    PIC 9(5) VALUE ZERO.
        01 TAB-RETENUES.
           05 TR-LIGNE OCCURS 20000 TIMES
                       INDEXED BY IDX-TR.
              10 TR-ELEVE                               PIC 9(4).
              10 TR-ANNEE                                PIC 99.
              10 TR-PERIODE                              PIC 9.
              10 TR-CODE                                 PIC X(6).
              10 TR-MOYENNE                              PIC S999V999.

        01 WS-SATURATION PIC X VALUE "N".
           88 WS-SATURATION-OUI                         VALUE "O".

      * Ligne d'historique en cours d'examen, archive ou annee en
      * cours
        01 WS-LIGNE-MATRICULE PIC X(8).
        01 WS-LIGNE-PERIODE   PIC 9.
        01 WS-LIGNE-CODE      PIC X(6).
        01 WS-LIGNE-MOYENNE   PIC S999V999.

        01 WS-ELEVE-TROUVE PIC X.
           88 WS-ELEVE-TROUVE-OUI                       VALUE "O".
           88 WS-ELEVE-TROUVE-NON                       VALUE "N".

      * Releve de l'eleve en cours d'edition : par annee, une ligne
      * par matiere (et une pour la moyenne generale, code matiere a
      * SPACES) portant la moyenne de chaque periode retrouvee
        01 WS-RANG-ELEVE     PIC 9(4).
        01 WS-NB-LIGNES-ELEVE PIC 9(5).
        01 TAB-RELEVE-ELEVE.
           05 TRE-ANNEE OCCURS 12 TIMES
                        INDEXED BY IDX-TRE.
              10 TRE-NB-LIGNES                          PIC 99.
              10 TRE-LIGNE OCCURS 15 TIMES
                           INDEXED BY IDX-TRL.
                 15 TRE-CODE                            PIC X(6).
                 15 TRE-PERIODE OCCURS 3 TIMES
                                INDEXED BY IDX-TRP.
                    20 TRE-PRESENTE                     PIC X.
                       88 TRE-PRESENTE-OUI             VALUE "O".
                    20 TRE-MOYENNE                      PIC S999V999.

        01 WS-LIGNE-TROUVEE PIC X.
           88 WS-LIGNE-TROUVEE-OUI                      VALUE "O".
           88 WS-LIGNE-TROUVEE-NON                      VALUE "N".

      * Mise en forme des moyennes et cumul annuel
        01 WS-MOYENNE         PIC S999V999.
        01 WS-SOMME-ANNUELLE  PIC S9(4)V999.
        01 WS-NB-PERIODES-CALC PIC 9.
        01 WS-FORMATTED       PIC X(7).
        01 WS-SEPARATEUR-VIRGULE PIC X VALUE "V".
        01 WS-LIBELLE-MATIERE PIC X(20).

      * Comptes du passage
        01 WS-NB-RELEVES      PIC 9(4) VALUE ZERO.
        01 WS-NB-ARCHIVES-LUES PIC 99 VALUE ZERO.
        01 WS-NB-ARCHIVES-ABSENTES PIC 99 VALUE ZERO.
        01 WS-NB-ERREUR       PIC 9(5) VALUE ZERO.
        01 WS-NB-LIGNES-IGNOREES PIC 9(5) VALUE ZERO.

        01 WS-DATE-A-EDITER   PIC X(8).
        01 DATE-EDITEE.
           05 DE-JOUR      PIC XX.
           05 FILLER       PIC X     VALUE "/".
           05 DE-MOIS      PIC XX.
           05 FILLER       PIC X     VALUE "/".
           05 DE-ANNEE     PIC X(4).
        01 WS-DATE-EDITEE     PIC X(10).

        01 LIGNE-VIDE PIC X(80) VALUE SPACES.

        01 LIGNE-ETAB-CODE.
           05 FILLER       PIC X(27)
                            VALUE "CODE ETABLISSEMENT (UAI) : ".
           05 LEC-CODE     PIC X(8).

        01 LIGNE-TITRE.
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(31)
                            VALUE "RELEVE DE NOTES ET DE MOYENNES".

        01 LIGNE-ELEVE.
           05 FILLER       PIC X(8)  VALUE "ELEVE : ".
           05 LEL-NOM      PIC X(20).
           05 FILLER       PIC X(2)  VALUE " (".
           05 LEL-MATRICULE PIC X(8).
           05 FILLER       PIC X     VALUE ")".

        01 LIGNE-SCOLARITE.
           05 FILLER       PIC X(18) VALUE "DERNIERE CLASSE : ".
           05 LSC-CLASSE   PIC X(6).
           05 FILLER       PIC X(13) VALUE "   ENTREE LE ".
           05 LSC-ENTREE   PIC X(10).
           05 FILLER       PIC X(13) VALUE "   SORTIE LE ".
           05 LSC-SORTIE   PIC X(10).

        01 LIGNE-ANNEE.
           05 FILLER       PIC X(15) VALUE "ANNEE SCOLAIRE ".
           05 LAN-ANNEE    PIC X(9).

        01 LIGNE-COLONNES.
           05 FILLER       PIC X(4)  VALUE SPACES.
           05 FILLER       PIC X(20) VALUE "MATIERE".
           05 FILLER       PIC X(9)  VALUE "    PER.1".
           05 FILLER       PIC X(9)  VALUE "    PER.2".
           05 FILLER       PIC X(9)  VALUE "    PER.3".
           05 FILLER       PIC X(9)  VALUE " ANNUELLE".

      * Ligne d'une matiere ou de la moyenne generale : une colonne
      * par periode puis la moyenne annuelle ; une periode sans
      * moyenne dans l'historique reste en blanc
        01 LIGNE-RELEVE.
           05 FILLER       PIC X(4).
           05 LRE-LIBELLE  PIC X(20).
           05 LRE-COLONNE OCCURS 4 TIMES
                          INDEXED BY IDX-LRE.
              10 FILLER    PIC X(2).
              10 LRE-MOYENNE PIC X(7).

        01 LIGNE-SANS-HISTO.
           05 FILLER       PIC X(4)  VALUE SPACES.
           05 FILLER       PIC X(42)
                   VALUE "AUCUNE MOYENNE CONSERVEE DANS L'HISTORIQUE".

        01 LIGNE-CERTIFIE  PIC X(51)
           VALUE "CERTIFIE CONFORME AUX REGISTRES DE L'ETABLISSEMENT".

        01 LIGNE-FAIT-A.
           05 FILLER       PIC X(7)  VALUE "FAIT A ".
           05 LFA-VILLE    PIC X(26).
           05 FILLER       PIC X(4)  VALUE " LE ".
           05 LFA-DATE     PIC X(10).

        01 LIGNE-SIGNATURE.
           05 FILLER       PIC X(23) VALUE "LE CHEF D'ETABLISSEMENT".
           05 FILLER       PIC X(17) VALUE SPACES.
           05 FILLER       PIC X(25) VALUE "CACHET DE L'ETABLISSEMENT".

       PROCEDURE DIVISION.
      * ****************************************************************
      * *****      PROGRAMME                                       *****
      * ****************************************************************
       PRINCIPAL.
           PERFORM INITIALISATION
           IF (WS-ARRET-IMMEDIAT-OUI)
             STOP RUN
           END-IF
           PERFORM COLLECTE-HISTORIQUE
           PERFORM VARYING WS-RANG-ELEVE FROM 1 BY 1
                   UNTIL WS-RANG-ELEVE > WS-NB-SELECTION
               PERFORM EDITE-RELEVE
           END-PERFORM
           PERFORM FINALISATION
           STOP RUN.

       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-EDITION
           ACCEPT WS-LIGNE-COMMANDE FROM COMMAND-LINE
           MOVE SPACES TO WS-MODE
           MOVE SPACES TO WS-ARG1
           MOVE SPACES TO WS-ARG2
           UNSTRING WS-LIGNE-COMMANDE DELIMITED BY ALL " "
               INTO WS-MODE, WS-ARG1, WS-ARG2
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
             PERFORM LIT-ETABLISSEMENT
             PERFORM SELECTIONNE-ELEVES
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
      * Sans referentiel des matieres, le releve s'edite avec les
      * codes bruts
             OPEN INPUT F-MATIERES
             IF (WS-STATUT-MATIERES = "00")
               MOVE "O" TO WS-MATIERES-DISPO
             END-IF
             OPEN OUTPUT F-RELEVE
           END-IF.

      * Mode connu et parametres au bon format : un matricule, ou
      * deux dates AAAAMMJJ dans l'ordre
       CONTROLE-PARAMETRES.
           EVALUATE TRUE
             WHEN WS-MODE-ELEVE
               MOVE WS-ARG1 TO WS-CRIT-MATRICULE
               IF (WS-CRIT-MATRICULE = SPACES)
                 SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               END-IF
             WHEN WS-MODE-SORTIS
               MOVE WS-ARG1 TO WS-CRIT-DEBUT
               MOVE WS-ARG2 TO WS-CRIT-FIN
               IF (WS-CRIT-DEBUT NOT NUMERIC)
                  OR (WS-CRIT-FIN NOT NUMERIC)
                  OR (WS-CRIT-DEBUT > WS-CRIT-FIN)
                 SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               END-IF
             WHEN OTHER
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
           END-EVALUATE
           IF (WS-ARRET-IMMEDIAT-OUI)
             DISPLAY "usage : releve-notes ELEVE <matricule>"
             DISPLAY "        releve-notes SORTIS <date-debut> "
                     "<date-fin>   (AAAAMMJJ)"
             MOVE 1 TO RETURN-CODE
           END-IF.

      * L'annee scolaire en cours nomme l'historique courant sur le
      * releve et borne la recherche dans les archives : sans elle
      * le releve ne peut pas etre date
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
             END-READ
             CLOSE F-PARAM-ANNEE
             IF (WS-ANNEE-COURANTE(1:4) NOT NUMERIC)
               DISPLAY "annee scolaire absente ou invalide dans "
                       "PARAM-ANNEE.DAT"
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             ELSE
               MOVE WS-ANNEE-COURANTE(1:4) TO WS-AN-COURANT
               MOVE WS-AN-COURANT TO WS-AN-PREMIER
             END-IF
           END-IF.

      * Identite de l'etablissement pour l'entete et le "fait a" ;
      * sans parametre, ces zones restent en blanc pour etre
      * completees a la main avant signature
       LIT-ETABLISSEMENT.
           MOVE SPACES TO WK-ETABLISSEMENT
           OPEN INPUT F-ETABLISSEMENT
           IF (WS-STATUT-ETABLISSEMENT = "00")
             READ F-ETABLISSEMENT
               AT END MOVE SPACES TO WK-ETABLISSEMENT
             END-READ
             CLOSE F-ETABLISSEMENT
           ELSE
             DISPLAY "parametres PARAM-ETABLISSEMENT.DAT "
                     "indisponibles, entete a completer a la main"
           END-IF
           MOVE ET-CODE  TO LEC-CODE
           MOVE ET-VILLE TO LFA-VILLE.

      * Parcourt le fichier maitre et retient l'eleve demande, ou
      * chaque eleve sorti entre les deux dates
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
           END-IF
           IF (WS-ARRET-IMMEDIAT-OUI)
             CONTINUE
           ELSE
             IF (WS-NB-SELECTION = 0)
               IF (WS-MODE-ELEVE)
                 DISPLAY "matricule " WS-CRIT-MATRICULE
                         " inconnu au fichier maitre"
               ELSE
                 DISPLAY "aucun eleve sorti entre le " WS-CRIT-DEBUT
                         " et le " WS-CRIT-FIN
               END-IF
               SET WS-ARRET-IMMEDIAT-OUI TO TRUE
               MOVE 1 TO RETURN-CODE
             END-IF
           END-IF
      * La recherche dans les archives ne remonte pas au-dela de la
      * profondeur maximale, quelle que soit la date d'entree lue
           IF (WS-AN-COURANT - WS-AN-PREMIER > WS-PROFONDEUR-MAX)
             COMPUTE WS-AN-PREMIER = WS-AN-COURANT - WS-PROFONDEUR-MAX
           END-IF.

       SELECTIONNE-ELEVE.
           READ F-MAITRE
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (WS-MODE-ELEVE)
                 IF (EM-MATRICULE = WS-CRIT-MATRICULE)
                   PERFORM RETIENT-ELEVE
                 END-IF
               ELSE
                 IF (EM-SORTI)
                    AND (EM-DATE-SORTIE >= WS-CRIT-DEBUT)
                    AND (EM-DATE-SORTIE <= WS-CRIT-FIN)
                   PERFORM RETIENT-ELEVE
                 END-IF
               END-IF
           END-READ.

      * Range l'eleve dans la selection et recule au besoin la
      * premiere annee a rechercher : annee scolaire de son entree
      * (rentree en aout ou septembre), ou profondeur maximale sans
      * date d'entree exploitable
       RETIENT-ELEVE.
           IF (WS-NB-SELECTION >= 2000)
             DISPLAY "table des eleves saturee, restreindre les dates"
             SET WS-ARRET-IMMEDIAT-OUI TO TRUE
             MOVE 1 TO RETURN-CODE
           ELSE
             ADD 1 TO WS-NB-SELECTION
             SET IDX-TS TO WS-NB-SELECTION
             MOVE EM-MATRICULE   TO TS-MATRICULE(IDX-TS)
             MOVE EM-NOM         TO TS-NOM(IDX-TS)
             MOVE EM-CLASSE      TO TS-CLASSE(IDX-TS)
             MOVE EM-DATE-ENTREE TO TS-DATE-ENTREE(IDX-TS)
             MOVE EM-DATE-SORTIE TO TS-DATE-SORTIE(IDX-TS)
             IF (EM-DATE-ENTREE(1:6) NUMERIC)
               MOVE EM-DATE-ENTREE(1:4) TO WS-AN-ENTREE
               IF (EM-DATE-ENTREE(5:2) < "08")
                 SUBTRACT 1 FROM WS-AN-ENTREE
               END-IF
             ELSE
               COMPUTE WS-AN-ENTREE = WS-AN-COURANT - WS-PROFONDEUR-MAX
             END-IF
             IF (WS-AN-ENTREE < WS-AN-PREMIER)
               MOVE WS-AN-ENTREE TO WS-AN-PREMIER
             END-IF
           END-IF.

      * ****************************************************************
      * *****      COLLECTE DES MOYENNES DE TOUTES LES ANNEES      *****
      * ****************************************************************
      * Chaque archive n'est lue qu'une fois pour tous les eleves
      * retenus, de la plus ancienne a la plus recente, puis
      * l'historique de l'annee en cours
       COLLECTE-HISTORIQUE.
           PERFORM VARYING WS-AN-TRAITE FROM WS-AN-PREMIER BY 1
                   UNTIL WS-AN-TRAITE >= WS-AN-COURANT
               PERFORM LIT-ARCHIVE
           END-PERFORM
           PERFORM LIT-HISTO-COURANT.

      * Une archive absente (annee anterieure a l'informatisation de
      * l'historique, eleve arrive d'un autre etablissement) n'est
      * pas une erreur : l'annee n'apparait simplement pas au releve
       LIT-ARCHIVE.
           COMPUTE WS-AN-SUIVANT = WS-AN-TRAITE + 1
           ADD 1 TO WS-NB-ANNEES
           SET IDX-TAN TO WS-NB-ANNEES
           MOVE SPACES TO TAN-LIBELLE(IDX-TAN)
           STRING WS-AN-TRAITE "-" WS-AN-SUIVANT
                  DELIMITED BY SIZE INTO TAN-LIBELLE(IDX-TAN)
           MOVE SPACES TO WS-NOM-ARCHIVE
           STRING "HISTO-" TAN-LIBELLE(IDX-TAN) ".DAT"
                  DELIMITED BY SIZE INTO WS-NOM-ARCHIVE

           OPEN INPUT F-ARCHIVE
           IF (WS-STATUT-ARCHIVE = "00")
             ADD 1 TO WS-NB-ARCHIVES-LUES
             MOVE "N" TO WS-FIN-FICHIER
             PERFORM LIT-LIGNE-ARCHIVE UNTIL WS-FIN-FICHIER-OUI
             CLOSE F-ARCHIVE
           ELSE
             ADD 1 TO WS-NB-ARCHIVES-ABSENTES
           END-IF.

       LIT-LIGNE-ARCHIVE.
           READ F-ARCHIVE
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               MOVE AR-MATRICULE    TO WS-LIGNE-MATRICULE
               MOVE AR-TRIMESTRE    TO WS-LIGNE-PERIODE
               MOVE AR-CODE-MATIERE TO WS-LIGNE-CODE
               MOVE AR-MOYENNE      TO WS-LIGNE-MOYENNE
               PERFORM RETIENT-LIGNE
           END-READ.

      * L'historique de l'annee en cours n'existe pas encore avant le
      * premier calcul de l'annee : l'annee n'a alors aucune moyenne
       LIT-HISTO-COURANT.
           ADD 1 TO WS-NB-ANNEES
           SET IDX-TAN TO WS-NB-ANNEES
           MOVE WS-ANNEE-COURANTE TO TAN-LIBELLE(IDX-TAN)
           OPEN INPUT F-HISTO
           EVALUATE TRUE
             WHEN WS-STATUT-HISTO = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIT-LIGNE-HISTO UNTIL WS-FIN-FICHIER-OUI
               CLOSE F-HISTO
             WHEN WS-STATUT-HISTO = "35"
               CONTINUE
             WHEN OTHER
               DISPLAY "historique HISTO-MOYENNES.DAT illisible, "
                       "statut " WS-STATUT-HISTO
               MOVE 1 TO RETURN-CODE
           END-EVALUATE.

       LIT-LIGNE-HISTO.
           READ F-HISTO
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               MOVE HM-MATRICULE    TO WS-LIGNE-MATRICULE
               MOVE HM-TRIMESTRE    TO WS-LIGNE-PERIODE
               MOVE HM-CODE-MATIERE TO WS-LIGNE-CODE
               MOVE HM-MOYENNE      TO WS-LIGNE-MOYENNE
               PERFORM RETIENT-LIGNE
           END-READ.

      * Garde la ligne si son matricule est dans la selection ; la
      * selection est triee par matricule, la recherche s'arrete des
      * qu'un matricule superieur est atteint
       RETIENT-LIGNE.
           SET WS-ELEVE-TROUVE-NON TO TRUE
           PERFORM VARYING IDX-TS FROM 1 BY 1
                   UNTIL IDX-TS > WS-NB-SELECTION
                      OR WS-ELEVE-TROUVE-OUI
                      OR TS-MATRICULE(IDX-TS) > WS-LIGNE-MATRICULE
               IF (TS-MATRICULE(IDX-TS) = WS-LIGNE-MATRICULE)
                 SET WS-ELEVE-TROUVE-OUI TO TRUE
                 SET IDX-TS DOWN BY 1
               END-IF
           END-PERFORM
           IF (WS-ELEVE-TROUVE-OUI)
             IF (WS-NB-RETENUES < 20000)
               ADD 1 TO WS-NB-RETENUES
               SET IDX-TR TO WS-NB-RETENUES
               SET TR-ELEVE(IDX-TR) TO IDX-TS
               MOVE WS-NB-ANNEES       TO TR-ANNEE(IDX-TR)
               MOVE WS-LIGNE-PERIODE   TO TR-PERIODE(IDX-TR)
               MOVE WS-LIGNE-CODE      TO TR-CODE(IDX-TR)
               MOVE WS-LIGNE-MOYENNE   TO TR-MOYENNE(IDX-TR)
             ELSE
               IF (WS-SATURATION-OUI)
                 CONTINUE
               ELSE
                 DISPLAY "table des moyennes saturee, releves "
                         "incomplets : restreindre les dates"
                 SET WS-SATURATION-OUI TO TRUE
               END-IF
             END-IF
           END-IF.

      * ****************************************************************
      * *****      EDITION DES RELEVES                             *****
      * ****************************************************************
      * Releve de l'eleve de rang WS-RANG-ELEVE : entete, une
      * rubrique par annee scolaire ou il a des moyennes, puis la
      * certification et les emplacements de signature et de cachet
       EDITE-RELEVE.
           SET IDX-TS TO WS-RANG-ELEVE
           ADD 1 TO WS-NB-RELEVES
           PERFORM PREPARE-RELEVE-ELEVE
           PERFORM EDITE-ENTETE-RELEVE

           IF (WS-NB-LIGNES-ELEVE = 0)
             MOVE LIGNE-SANS-HISTO TO ENR-RELEVE
             WRITE ENR-RELEVE
             MOVE LIGNE-VIDE TO ENR-RELEVE
             WRITE ENR-RELEVE
           ELSE
             PERFORM VARYING IDX-TRE FROM 1 BY 1
                     UNTIL IDX-TRE > WS-NB-ANNEES
                 IF (TRE-NB-LIGNES(IDX-TRE) > 0)
                   PERFORM EDITE-ANNEE
                 END-IF
             END-PERFORM
           END-IF

           PERFORM EDITE-PIED-RELEVE.

      * Repartit les lignes retenues de l'eleve par annee et par
      * matiere, chaque moyenne dans la colonne de sa periode
       PREPARE-RELEVE-ELEVE.
           INITIALIZE TAB-RELEVE-ELEVE
           MOVE ZERO TO WS-NB-LIGNES-ELEVE
           PERFORM VARYING IDX-TR FROM 1 BY 1
                   UNTIL IDX-TR > WS-NB-RETENUES
               IF (TR-ELEVE(IDX-TR) = WS-RANG-ELEVE)
                  AND (TR-PERIODE(IDX-TR) >= 1)
                  AND (TR-PERIODE(IDX-TR) <= 3)
                 PERFORM PLACE-LIGNE-ELEVE
               END-IF
           END-PERFORM.

       PLACE-LIGNE-ELEVE.
           SET IDX-TRE TO TR-ANNEE(IDX-TR)
           SET WS-LIGNE-TROUVEE-NON TO TRUE
           PERFORM VARYING IDX-TRL FROM 1 BY 1
                   UNTIL IDX-TRL > TRE-NB-LIGNES(IDX-TRE)
                      OR WS-LIGNE-TROUVEE-OUI
               IF (TRE-CODE(IDX-TRE, IDX-TRL) = TR-CODE(IDX-TR))
                 SET WS-LIGNE-TROUVEE-OUI TO TRUE
                 SET IDX-TRL DOWN BY 1
               END-IF
           END-PERFORM
           IF (WS-LIGNE-TROUVEE-NON)
             IF (TRE-NB-LIGNES(IDX-TRE) < 15)
               ADD 1 TO TRE-NB-LIGNES(IDX-TRE)
               SET IDX-TRL TO TRE-NB-LIGNES(IDX-TRE)
               MOVE TR-CODE(IDX-TR) TO TRE-CODE(IDX-TRE, IDX-TRL)
               SET WS-LIGNE-TROUVEE-OUI TO TRUE
             ELSE
               ADD 1 TO WS-NB-LIGNES-IGNOREES
             END-IF
           END-IF
           IF (WS-LIGNE-TROUVEE-OUI)
             SET IDX-TRP TO TR-PERIODE(IDX-TR)
             MOVE "O" TO TRE-PRESENTE(IDX-TRE, IDX-TRL, IDX-TRP)
             MOVE TR-MOYENNE(IDX-TR)
               TO TRE-MOYENNE(IDX-TRE, IDX-TRL, IDX-TRP)
             ADD 1 TO WS-NB-LIGNES-ELEVE
           END-IF.

      * Entete du releve, sur une nouvelle page
       EDITE-ENTETE-RELEVE.
           MOVE ET-NOM TO ENR-RELEVE
           WRITE ENR-RELEVE AFTER ADVANCING PAGE
           MOVE LIGNE-ETAB-CODE TO ENR-RELEVE
           WRITE ENR-RELEVE
           MOVE LIGNE-VIDE TO ENR-RELEVE
           WRITE ENR-RELEVE
           MOVE LIGNE-TITRE TO ENR-RELEVE
           WRITE ENR-RELEVE
           MOVE LIGNE-VIDE TO ENR-RELEVE
           WRITE ENR-RELEVE

           MOVE TS-NOM(IDX-TS)       TO LEL-NOM
           MOVE TS-MATRICULE(IDX-TS) TO LEL-MATRICULE
           MOVE LIGNE-ELEVE TO ENR-RELEVE
           WRITE ENR-RELEVE
           MOVE TS-CLASSE(IDX-TS) TO LSC-CLASSE
           MOVE TS-DATE-ENTREE(IDX-TS) TO WS-DATE-A-EDITER
           PERFORM EDITE-DATE
           MOVE WS-DATE-EDITEE TO LSC-ENTREE
           MOVE TS-DATE-SORTIE(IDX-TS) TO WS-DATE-A-EDITER
           PERFORM EDITE-DATE
           MOVE WS-DATE-EDITEE TO LSC-SORTIE
           MOVE LIGNE-SCOLARITE TO ENR-RELEVE
           WRITE ENR-RELEVE
           MOVE LIGNE-VIDE TO ENR-RELEVE
           WRITE ENR-RELEVE.

      * Rubrique d'une annee scolaire : les matieres dans l'ordre de
      * l'historique, puis la moyenne generale
       EDITE-ANNEE.
           MOVE TAN-LIBELLE(IDX-TRE) TO LAN-ANNEE
           MOVE LIGNE-ANNEE TO ENR-RELEVE
           WRITE ENR-RELEVE
           MOVE LIGNE-COLONNES TO ENR-RELEVE
           WRITE ENR-RELEVE
           PERFORM VARYING IDX-TRL FROM 1 BY 1
                   UNTIL IDX-TRL > TRE-NB-LIGNES(IDX-TRE)
               IF (TRE-CODE(IDX-TRE, IDX-TRL) NOT = SPACES)
                 MOVE TRE-CODE(IDX-TRE, IDX-TRL) TO MA-CODE
                 PERFORM LIBELLE-MATIERE
                 PERFORM EDITE-LIGNE-RELEVE
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-TRL FROM 1 BY 1
                   UNTIL IDX-TRL > TRE-NB-LIGNES(IDX-TRE)
               IF (TRE-CODE(IDX-TRE, IDX-TRL) = SPACES)
                 MOVE "MOYENNE GENERALE" TO WS-LIBELLE-MATIERE
                 PERFORM EDITE-LIGNE-RELEVE
               END-IF
           END-PERFORM
           MOVE LIGNE-VIDE TO ENR-RELEVE
           WRITE ENR-RELEVE.

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

      * Une ligne du releve : moyenne de chaque periode retrouvee et
      * moyenne annuelle des periodes retrouvees, toutes mises en
      * forme par format-number
       EDITE-LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE
           MOVE WS-LIBELLE-MATIERE TO LRE-LIBELLE
           MOVE ZERO TO WS-SOMME-ANNUELLE
           MOVE ZERO TO WS-NB-PERIODES-CALC
           PERFORM VARYING IDX-TRP FROM 1 BY 1
                   UNTIL IDX-TRP > 3
               IF (TRE-PRESENTE-OUI(IDX-TRE, IDX-TRL, IDX-TRP))
                 MOVE TRE-MOYENNE(IDX-TRE, IDX-TRL, IDX-TRP)
                   TO WS-MOYENNE
                 ADD WS-MOYENNE TO WS-SOMME-ANNUELLE
                 ADD 1 TO WS-NB-PERIODES-CALC
                 PERFORM FORMATE-MOYENNE
                 SET IDX-LRE TO IDX-TRP
                 MOVE WS-FORMATTED TO LRE-MOYENNE(IDX-LRE)
               END-IF
           END-PERFORM
           IF (WS-NB-PERIODES-CALC > 0)
             COMPUTE WS-MOYENNE =
                     WS-SOMME-ANNUELLE / WS-NB-PERIODES-CALC
             PERFORM FORMATE-MOYENNE
             MOVE WS-FORMATTED TO LRE-MOYENNE(4)
           END-IF
           MOVE LIGNE-RELEVE TO ENR-RELEVE
           WRITE ENR-RELEVE.

       FORMATE-MOYENNE.
           CALL "format-number" USING WS-MOYENNE,
                   WS-FORMATTED, WS-SEPARATEUR-VIRGULE
           IF (RETURN-CODE NOT = 0)
             MOVE "ERREUR" TO WS-FORMATTED
             ADD 1 TO WS-NB-ERREUR
           END-IF.

      * Certification, lieu et date d'edition, emplacements de la
      * signature du chef d'etablissement et du cachet
       EDITE-PIED-RELEVE.
           MOVE LIGNE-CERTIFIE TO ENR-RELEVE
           WRITE ENR-RELEVE
           MOVE LIGNE-VIDE TO ENR-RELEVE
           WRITE ENR-RELEVE
           MOVE WS-DATE-EDITION TO WS-DATE-A-EDITER
           PERFORM EDITE-DATE
           MOVE WS-DATE-EDITEE TO LFA-DATE
           MOVE LIGNE-FAIT-A TO ENR-RELEVE
           WRITE ENR-RELEVE
           MOVE LIGNE-VIDE TO ENR-RELEVE
           WRITE ENR-RELEVE
           MOVE LIGNE-SIGNATURE TO ENR-RELEVE
           WRITE ENR-RELEVE.

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

       FINALISATION.
           CLOSE F-RELEVE
           IF (WS-MATIERES-DISPO-OUI)
             CLOSE F-MATIERES
           END-IF
           DISPLAY WS-NB-RELEVES " releve(s) edite(s) dans "
                   "RELEVE-NOTES.DAT, " WS-NB-ARCHIVES-LUES
                   " archive(s) lue(s), " WS-NB-ARCHIVES-ABSENTES
                   " absente(s)"
           IF (WS-NB-LIGNES-IGNOREES > 0)
             DISPLAY WS-NB-LIGNES-IGNOREES " moyenne(s) ignoree(s), "
                     "plus de 15 matieres dans une annee"
           END-IF

      * Un releve incomplet ou portant une ligne "ERREUR" ne doit
      * pas partir a la signature
           IF (WS-NB-ERREUR > 0) OR (WS-SATURATION-OUI)
              OR (WS-NB-LIGNES-IGNOREES > 0)
             MOVE 1 TO RETURN-CODE
           END-IF.
      ******************************************************************
      **  releve-notes.cob                            Version 1.0 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
