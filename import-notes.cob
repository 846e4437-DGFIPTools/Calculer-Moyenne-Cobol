      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  import-notes.cob                            Version 1.1 PC  **
      ******************************************************************
      **  Import des notes depuis le tableur des professeurs          **
      **  ----------------------------------------------------------  **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      **  - v1.1 : rejet des lignes d'une periode close au fichier   **
      **           PERIODES.DAT (conseil de classe tenu), des         **
      **           l'import, pour que le tableur soit corrige avant   **
      **           que controle-notes ne les rejette a son tour        **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                         import-notes.
           SELECT F-REJETS     ASSIGN TO "IMPORT-REJETS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-PARAM-ANNEE ASSIGN TO "PARAM-ANNEE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-STATUT-PARAM-ANNEE.

           SELECT F-PERIODES   ASSIGN TO "PERIODES.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS RANDOM
                                RECORD KEY IS PE-CLE
                                FILE STATUS IS WS-STATUT-PERIODES.

       DATA DIVISION.
       FILE SECTION.
      * ++============================================================++
       FD  F-REJETS.
       01  ENR-REJET                                     PIC X(80).

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
      * ++===                                donnees de traitement ===++
           88 WS-MATIERE-TROUVEE-OUI                    VALUE "O".
           88 WS-MATIERE-TROUVEE-NON                    VALUE "N".

        01 WS-STATUT-PARAM-ANNEE PIC XX.

      * Etat des periodes de l'annee en cours, charge au lancement
      * depuis PERIODES.DAT tenu par cloture-periode ; sans fichier
      * (aucune periode encore close) ou sans annee en parametre,
      * toutes les periodes restent ouvertes
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

        01 WS-MOTIF-REJET     PIC X(45).

      * Motif de rejet d'une periode close, date de cloture comprise
      * pour que le professeur sache que la ligne arrive trop tard
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

        01 LIGNE-REJET.
           05 FILLER       PIC X(6)  VALUE "LIGNE ".
           05 LR-NUMERO    PIC ZZZZ9.
           STOP RUN.

       INITIALISATION.
           PERFORM LIT-ANNEE-COURANTE
           PERFORM CHARGE-ETAT-PERIODES
           OPEN INPUT  F-CSV
           OPEN OUTPUT F-NOTES
           OPEN OUTPUT F-REJETS
                 TO WS-MOTIF-REJET
               SET WS-LIGNE-VALIDE-NON TO TRUE
             END-IF
           END-IF
      * Une note d'une periode close arrive apres le conseil de
      * classe : elle est refusee des le tableur
           IF (WS-LIGNE-VALIDE-OUI)
             MOVE WS-TRIMESTRE TO WS-PERIODE-TESTEE
             PERFORM TESTE-PERIODE-CLOSE
             IF (WS-PERIODE-CLOSE-OUI)
               MOVE MOTIF-PERIODE-CLOSE TO WS-MOTIF-REJET
               SET WS-LIGNE-VALIDE-NON TO TRUE
             END-IF
           END-IF.

      * Une zone numerique du tableur : chiffres et au plus un
           END-PERFORM
           WRITE WK-ELEVE.

      * Annee scolaire en cours, cle de l'etat des periodes ; sans
      * PARAM-ANNEE.DAT l'import se fait comme avant, sans controle
      * de cloture (controle-notes reste le filet de securite)
       LIT-ANNEE-COURANTE.
           OPEN INPUT F-PARAM-ANNEE
           IF (WS-STATUT-PARAM-ANNEE = "00")
             READ F-PARAM-ANNEE
               AT END CONTINUE
               NOT AT END
                 MOVE AN-ANNEE TO WS-ANNEE-COURANTE
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
      * et prepare le motif de rejet correspondant
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

      * Trace le rejet avec son numero de ligne dans NOTES-CSV.DAT et
      * le motif constate, pour correction dans le tableur
       ECRIT-REJET.
             MOVE 1 TO RETURN-CODE
           END-IF.
      ******************************************************************
      **  import-notes.cob                            Version 1.1 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
