      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  controle-nuit.cob                           Version 1.2 PC  **
      ******************************************************************
      **  Rapprochement des deux sorties de la chaine de nuit         **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - calcule-moyenne est le seul programme qui calcule les     **
      **    moyennes : etat-bulletin n'en fait que la mise en page.   **
      **    Les deux sorties doivent donc porter les memes eleves et  **
      **    les memes moyennes, et ces moyennes doivent etre celles   **
      **    que calcule-moyenne a versees a l'historique              **
      **  - Rapprocher chaque ligne de RESULTATS.DAT, matiere ou      **
      **    moyenne generale (code matiere a SPACES), des lignes      **
      **    matiere et MOYENNE GENERALE de BULLETIN.DAT : meme        **
      **    population, memes matieres, memes valeurs                 **
      **  - Rapprocher chaque moyenne chiffree de RESULTATS.DAT de    **
      **    sa valeur brute dans HISTO-MOYENNES.DAT, arrondie comme   **
      **    le fait format-number                                     **
      **  - Ecrire chaque ecart constate dans un etat de controle et  **
      **    terminer avec un RETURN-CODE non nul au moindre ecart,    **
      **    pour retenir l'impression des bulletins                   **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      **  - v1.1 : estampille du passage (horodatages, RETURN-CODE)  **
      **           au journal de chaine, verifie par garde-chaine     **
      **           avant chaque etape suivante                          **
      **  - v1.2 : rapprochement des lignes matiere du bulletin et    **
      **           des moyennes chiffrees avec leur valeur brute de   **
      **           l'historique, calcule-moyenne seule source         **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                        controle-nuit.
           SELECT F-BULLETIN   ASSIGN TO "BULLETIN.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-HISTO      ASSIGN TO "HISTO-MOYENNES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS HM-CLE
                                FILE STATUS IS WS-STATUT-HISTO.

           SELECT F-CONTROLE   ASSIGN TO "CONTROLE-NUIT.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

      * ++===               sortie de calcule-moyenne a rapprocher ===++
      * ++============================================================++
       FD  F-RESULTATS.
           COPY "wk-resultat.cpy".

      * ++============================================================++
      * ++===                 sortie d'etat-bulletin a rapprocher  ===++
       FD  F-BULLETIN.
       01  ENR-BULLETIN                                 PIC X(60).

      * ++============================================================++
      * ++===          historique des moyennes, valeurs brutes     ===++
      * ++===          versees par calcule-moyenne                 ===++
      * ++============================================================++
       FD  F-HISTO.
           COPY "wk-histo.cpy".

      * ++============================================================++
      * ++===                     etat des ecarts de rapprochement ===++
      * ++============================================================++

        01 WS-HORODATAGE-DEBUT PIC X(14).

      * Sans historique lisible les moyennes ne peuvent etre
      * rapprochees de leur valeur brute : c'est un ecart a lui seul
        01 WS-STATUT-HISTO PIC XX.
        01 WS-HISTO-OUVERT PIC X VALUE "N".
           88 WS-HISTO-OUVERT-OUI                       VALUE "O".
           88 WS-HISTO-OUVERT-NON                       VALUE "N".

        01 LIGNE-HISTO-ABSENT.
           05 FILLER       PIC X(31)
                            VALUE "HISTO-MOYENNES.DAT ILLISIBLE : ".
           05 FILLER       PIC X(25)
                            VALUE "MOYENNES NON RAPPROCHEES".

      * Moyennes generales relevees dans RESULTATS.DAT, pointees au
      * fil de la lecture de BULLETIN.DAT pour reperer a la fin les
      * eleves restes sans bulletin ; chaque eleve y designe la
      * plage de ses lignes matiere dans TAB-MATIERES-RES
        01 WS-NB-GENERALES    PIC 9(4) VALUE ZERO.
        01 TAB-GENERALES.
           05 TG-ELEVE OCCURS 2000 TIMES
              10 TG-MATRICULE                           PIC X(8).
              10 TG-MOYENNE                              PIC X(7).
              10 TG-POINTE                               PIC X.
              10 TG-PREMIERE-MATIERE                     PIC 9(5).
              10 TG-NB-MATIERES                          PIC 99.

      * Lignes matiere de RESULTATS.DAT, dans l'ordre du fichier qui
      * est aussi celui de leur impression au bulletin
        01 WS-NB-MATIERES-RES PIC 9(5) VALUE ZERO.
        01 TAB-MATIERES-RES.
           05 TMR-MATIERE OCCURS 20000 TIMES
                          INDEXED BY IDX-TMR.
              10 TMR-CODE                                PIC X(6).
              10 TMR-MOYENNE                             PIC X(7).

      * Eleve dont les lignes matiere sont en cours de chargement,
      * en attente de sa ligne de moyenne generale
        01 WS-MATRICULE-EN-COURS PIC X(8) VALUE SPACES.
        01 WS-PREMIERE-EN-COURS  PIC 9(5).
        01 WS-NB-EN-COURS        PIC 99.

        01 WS-NB-IGNOREES     PIC 9(5) VALUE ZERO.

      * Relecture d'une moyenne mise en forme par format-number, pour
      * la rapprocher de la valeur brute de l'historique arrondie de
      * la meme facon
        01 WS-MOY-TEXTE       PIC X(7).
        01 WS-PART-ENTIERE    PIC X(4).
        01 WS-PART-DECIMALE   PIC X(3).
        01 WS-NB-SIGNES       PIC 9.
        01 WS-MOYENNE-LUE     PIC S999V99.
        01 WS-MOYENNE-HISTO   PIC S999V99.
        01 WS-NB-CONTROLES-HISTO PIC 9(5) VALUE ZERO.

      * Position courante dans BULLETIN.DAT : matricule de la
      * derniere ligne d'entete rencontree, son poste dans
      * TAB-GENERALES (zero s'il n'y figure pas) et le rang de la
      * derniere ligne matiere lue sous cet entete
        01 WS-MATRICULE-COURANT PIC X(8).
        01 WS-MOYENNE-BULLETIN  PIC X(7).
        01 WS-POSTE-TG          PIC 9(4).
        01 WS-RANG-MATIERE      PIC 99.
        01 WS-POSTE-TMR         PIC 9(5).

        01 WS-TROUVE PIC X.
           88 WS-TROUVE-OUI                             VALUE "O".

       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE-DEBUT
           OPEN OUTPUT F-CONTROLE
           OPEN INPUT F-HISTO
           IF (WS-STATUT-HISTO = "00")
             SET WS-HISTO-OUVERT-OUI TO TRUE
           ELSE
             SET WS-HISTO-OUVERT-NON TO TRUE
             ADD 1 TO WS-NB-ECARTS
             MOVE LIGNE-HISTO-ABSENT TO ENR-CONTROLE
             WRITE ENR-CONTROLE
           END-IF.

      * Releve les lignes de RESULTATS.DAT dans les tables de
      * rapprochement : les lignes matiere d'un eleve d'abord, puis
      * sa moyenne generale (code matiere a SPACES) qui les clot
       CHARGE-RESULTATS.
           MOVE "N" TO WS-FIN-FICHIER
           OPEN INPUT F-RESULTATS
           READ F-RESULTATS
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (RES-MATRICULE NOT = WS-MATRICULE-EN-COURS)
                 MOVE RES-MATRICULE TO WS-MATRICULE-EN-COURS
                 COMPUTE WS-PREMIERE-EN-COURS = WS-NB-MATIERES-RES + 1
                 MOVE ZERO TO WS-NB-EN-COURS
               END-IF
               IF (RES-CODE-MATIERE = SPACES)
                 PERFORM CHARGE-GENERALE
               ELSE
                 PERFORM CHARGE-MATIERE
               END-IF
               PERFORM CONTROLE-HISTO
           END-READ.

       CHARGE-GENERALE.
           IF (WS-NB-GENERALES < 2000)
             ADD 1 TO WS-NB-GENERALES
             SET IDX-TG TO WS-NB-GENERALES
             MOVE RES-MATRICULE TO TG-MATRICULE(IDX-TG)
             MOVE RES-MOYENNE   TO TG-MOYENNE(IDX-TG)
             MOVE "N"            TO TG-POINTE(IDX-TG)
             MOVE WS-PREMIERE-EN-COURS TO TG-PREMIERE-MATIERE(IDX-TG)
             MOVE WS-NB-EN-COURS       TO TG-NB-MATIERES(IDX-TG)
           ELSE
             ADD 1 TO WS-NB-IGNOREES
           END-IF
           MOVE SPACES TO WS-MATRICULE-EN-COURS.

      * Les lignes matiere d'un eleve se suivent dans la table : la
      * plage de l'eleve tient dans son premier poste et son nombre
       CHARGE-MATIERE.
           IF (WS-NB-MATIERES-RES < 20000) AND (WS-NB-EN-COURS < 99)
             ADD 1 TO WS-NB-MATIERES-RES
             ADD 1 TO WS-NB-EN-COURS
             SET IDX-TMR TO WS-NB-MATIERES-RES
             MOVE RES-CODE-MATIERE TO TMR-CODE(IDX-TMR)
             MOVE RES-MOYENNE      TO TMR-MOYENNE(IDX-TMR)
           ELSE
             ADD 1 TO WS-NB-IGNOREES
           END-IF.

      * Une moyenne chiffree de RESULTATS.DAT doit etre la valeur
      * brute que calcule-moyenne a versee a l'historique pour le
      * meme eleve, la meme periode et la meme matiere, arrondie au
      * centieme ; "N/D" et "ERREUR" n'y ont pas de valeur
       CONTROLE-HISTO.
           IF (WS-HISTO-OUVERT-OUI)
              AND (RES-MOYENNE NOT = "N/D")
              AND (RES-MOYENNE NOT = "ERREUR")
             MOVE RES-MATRICULE TO LE-MATRICULE
             MOVE SPACES TO LE-DETAIL
             IF (RES-CODE-MATIERE = SPACES)
               MOVE "GENERALE" TO LE-DETAIL
             ELSE
               MOVE RES-CODE-MATIERE TO LE-DETAIL
             END-IF
             IF (RES-TRIMESTRE NOT NUMERIC)
               MOVE "LIGNE DE RESULTAT SANS PERIODE" TO LE-MOTIF
               PERFORM ECRIT-ECART
             ELSE
               MOVE RES-MATRICULE    TO HM-MATRICULE
               MOVE RES-TRIMESTRE    TO HM-TRIMESTRE
               MOVE RES-CODE-MATIERE TO HM-CODE-MATIERE
               READ F-HISTO
                 INVALID KEY
                   MOVE "ABSENT DE L'HISTORIQUE" TO LE-MOTIF
                   PERFORM ECRIT-ECART
                 NOT INVALID KEY
                   PERFORM RAPPROCHE-HISTO
               END-READ
             END-IF
           END-IF.

       RAPPROCHE-HISTO.
           ADD 1 TO WS-NB-CONTROLES-HISTO
           MOVE RES-MOYENNE TO WS-MOY-TEXTE
           PERFORM RELIT-MOYENNE
           IF (WS-TROUVE-NON)
             MOVE "MOYENNE ILLISIBLE" TO LE-MOTIF
             PERFORM ECRIT-ECART
           ELSE
             COMPUTE WS-MOYENNE-HISTO ROUNDED = HM-MOYENNE
             IF (WS-MOYENNE-LUE NOT = WS-MOYENNE-HISTO)
               MOVE "MOYENNE DIFFERENTE DE L'HISTORIQUE"
                 TO LE-MOTIF
               PERFORM ECRIT-ECART
             END-IF
           END-IF.

      * Reconstitue la valeur numerique d'une moyenne mise en forme
      * par format-number : partie entiere et partie decimale de part
      * et d'autre de la virgule, signe "-" colle au premier chiffre ;
      * WS-TROUVE a "N" quand le texte n'a pas de virgule
       RELIT-MOYENNE.
           MOVE ZERO TO WS-NB-SIGNES
           INSPECT WS-MOY-TEXTE TALLYING WS-NB-SIGNES FOR ALL "-"
           MOVE SPACES TO WS-PART-ENTIERE
           MOVE SPACES TO WS-PART-DECIMALE
           UNSTRING WS-MOY-TEXTE DELIMITED BY ","
               INTO WS-PART-ENTIERE, WS-PART-DECIMALE
           END-UNSTRING
           IF (WS-PART-DECIMALE = SPACES)
             SET WS-TROUVE-NON TO TRUE
           ELSE
             SET WS-TROUVE-OUI TO TRUE
             COMPUTE WS-MOYENNE-LUE =
                     FUNCTION ABS(FUNCTION NUMVAL(WS-PART-ENTIERE))
                   + FUNCTION NUMVAL(WS-PART-DECIMALE) / 100
             IF (WS-NB-SIGNES > 0)
               COMPUTE WS-MOYENNE-LUE = WS-MOYENNE-LUE * -1
             END-IF
           END-IF.

      * Parcourt BULLETIN.DAT : la ligne d'entete donne le matricule
      * courant, les lignes matiere et MOYENNE GENERALE se
      * rapprochent des tables
       RAPPROCHE-BULLETIN.
           MOVE "N" TO WS-FIN-FICHIER
           MOVE SPACES TO WS-MATRICULE-COURANT
           MOVE ZERO TO WS-POSTE-TG
           MOVE ZERO TO WS-RANG-MATIERE
           OPEN INPUT F-BULLETIN
           PERFORM RAPPROCHE-LIGNE UNTIL WS-FIN-FICHIER-OUI
           CLOSE F-BULLETIN.

      * Les positions relues ici sont celles des lignes LIGNE-ENTETE,
      * LIGNE-MATIERE et LIGNE-GENERALE posees par etat-bulletin :
      * matricule entre parentheses de l'entete, moyenne matiere
      * entre " : " et " C=", moyenne apres "MOYENNE GENERALE : ".
      * Une appreciation commence plus a droite (colonne 7)
       RAPPROCHE-LIGNE.
           READ F-BULLETIN
             AT END MOVE "O" TO WS-FIN-FICHIER
             NOT AT END
               IF (ENR-BULLETIN(1:8) = "ELEVE : ")
                 MOVE ENR-BULLETIN(31:8) TO WS-MATRICULE-COURANT
                 PERFORM CHERCHE-GENERALE
               ELSE
                 IF (ENR-BULLETIN(5:19) = "MOYENNE GENERALE : ")
                   MOVE ENR-BULLETIN(24:7) TO WS-MOYENNE-BULLETIN
                   PERFORM RAPPROCHE-GENERALE
                 ELSE
                   IF (ENR-BULLETIN(1:4) = SPACES)
                      AND (ENR-BULLETIN(5:1) NOT = SPACE)
                      AND (ENR-BULLETIN(25:3) = " : ")
                      AND (ENR-BULLETIN(35:3) = " C=")
                     MOVE ENR-BULLETIN(28:7) TO WS-MOYENNE-BULLETIN
                     PERFORM RAPPROCHE-MATIERE
                   END-IF
                 END-IF
               END-IF
           END-READ.

      * Poste de l'eleve de l'entete courant dans TAB-GENERALES, zero
      * s'il n'y figure pas (l'ecart est signale a sa ligne MOYENNE
      * GENERALE)
       CHERCHE-GENERALE.
           MOVE ZERO TO WS-POSTE-TG
           MOVE ZERO TO WS-RANG-MATIERE
           SET WS-TROUVE-NON TO TRUE
           PERFORM VARYING IDX-TG FROM 1 BY 1
                   UNTIL IDX-TG > WS-NB-GENERALES
                      OR WS-TROUVE-OUI
               IF (TG-MATRICULE(IDX-TG) = WS-MATRICULE-COURANT)
                 SET WS-TROUVE-OUI TO TRUE
                 SET WS-POSTE-TG TO IDX-TG
               END-IF
           END-PERFORM.

      * Les lignes matiere du bulletin suivent l'ordre de RESULTATS.DAT
      * : la n-ieme ligne imprimee se rapproche de la n-ieme ligne
      * matiere de l'eleve
       RAPPROCHE-MATIERE.
           IF (WS-POSTE-TG > 0)
             ADD 1 TO WS-RANG-MATIERE
             SET IDX-TG TO WS-POSTE-TG
             MOVE WS-MATRICULE-COURANT TO LE-MATRICULE
             IF (WS-RANG-MATIERE > TG-NB-MATIERES(IDX-TG))
               MOVE "MATIERE ABSENTE DE RESULTATS.DAT" TO LE-MOTIF
               MOVE WS-MOYENNE-BULLETIN TO LE-DETAIL
               PERFORM ECRIT-ECART
             ELSE
               COMPUTE WS-POSTE-TMR = TG-PREMIERE-MATIERE(IDX-TG)
                                    + WS-RANG-MATIERE - 1
               SET IDX-TMR TO WS-POSTE-TMR
               IF (TMR-MOYENNE(IDX-TMR) NOT = WS-MOYENNE-BULLETIN)
                 MOVE SPACES TO LE-MOTIF
                 STRING "MOYENNE MATIERE " TMR-CODE(IDX-TMR)
                        " DIFFERENTE" DELIMITED BY SIZE
                        INTO LE-MOTIF
                 MOVE SPACES TO LE-DETAIL
                 STRING TMR-MOYENNE(IDX-TMR) " / " WS-MOYENNE-BULLETIN
                        DELIMITED BY SIZE
                        INTO LE-DETAIL
                 PERFORM ECRIT-ECART
               END-IF
             END-IF
           END-IF.

       RAPPROCHE-GENERALE.
           MOVE WS-MATRICULE-COURANT TO LE-MATRICULE
           IF (WS-POSTE-TG = 0)
             MOVE "ABSENT DE RESULTATS.DAT" TO LE-MOTIF
             MOVE SPACES TO LE-DETAIL
             PERFORM ECRIT-ECART
           ELSE
             SET IDX-TG TO WS-POSTE-TG
             MOVE "O" TO TG-POINTE(IDX-TG)
             ADD 1 TO WS-NB-RAPPROCHES
             IF (TG-MOYENNE(IDX-TG) NOT = WS-MOYENNE-BULLETIN)
               MOVE "MOYENNES GENERALES DIFFERENTES" TO LE-MOTIF
               MOVE SPACES TO LE-DETAIL
               STRING TG-MOYENNE(IDX-TG) " / " WS-MOYENNE-BULLETIN
                      INTO LE-DETAIL
               PERFORM ECRIT-ECART
             END-IF
      * Les lignes matiere d'un eleve precedent sa moyenne generale :
      * celles que le bulletin n'a pas imprimees manquent a present
             IF (WS-RANG-MATIERE < TG-NB-MATIERES(IDX-TG))
               MOVE "MATIERE(S) ABSENTE(S) DU BULLETIN" TO LE-MOTIF
               MOVE SPACES TO LE-DETAIL
               PERFORM ECRIT-ECART
             END-IF
           END-IF.

      * Tout eleve de RESULTATS.DAT reste non pointe n'a pas eu de
           WRITE ENR-CONTROLE.

       FINALISATION.
           IF (WS-HISTO-OUVERT-OUI)
             CLOSE F-HISTO
           END-IF
           CLOSE F-CONTROLE
           DISPLAY WS-NB-GENERALES " moyenne(s) generale(s), "
                   WS-NB-RAPPROCHES " rapprochee(s), "
                   WS-NB-ECARTS " ecart(s)"
           DISPLAY WS-NB-CONTROLES-HISTO " moyenne(s) rapprochee(s) "
                   "de l'historique"
           IF (WS-NB-IGNOREES > 0)
             DISPLAY WS-NB-IGNOREES " ligne(s) ignoree(s) : table "
                     "de rapprochement saturee"
             CLOSE F-JOURNAL
           END-IF.
      ******************************************************************
      **  controle-nuit.cob                           Version 1.2 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
