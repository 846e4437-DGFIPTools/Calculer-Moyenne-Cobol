      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  controle-notes.cob                          Version 1.6 PC  **
      ******************************************************************
      **  Controle du fichier des notes avant la chaine de calcul     **
      **  ----------------------------------------------------------  **
      **           l'annee (PARAM-ANNEE.DAT) : 1 a 3 en trimestres,  **
      **           1 a 2 en semestres ; sans parametre l'annee reste  **
      **           en trimestres                                       **
      **  - v1.6 : rejet des notes d'une periode close au fichier    **
      **           PERIODES.DAT (conseil de classe tenu, cloture     **
      **           par cloture-periode) : une periode close ne se    **
      **           modifie plus que par le cycle CORRECTION/RECTIF    **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                       controle-notes.
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
      * ++===                          ligne du journal de chaine  ===++
        01 WS-STATUT-PARAM-ANNEE PIC XX.
        01 WS-NB-PERIODES     PIC 9 VALUE 3.

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

        01 WS-ARRET-IMMEDIAT PIC X VALUE "N".
           88 WS-ARRET-IMMEDIAT-OUI                     VALUE "O".

           05 FILLER       PIC X(21) VALUE "PERIODE HORS PLAGE 1-".
           05 MP-MAX       PIC 9.

      * Motif de rejet d'une periode close, date de cloture comprise
      * pour que le secretariat sache a qui s'adresser
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
       INITIALISATION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE-DEBUT
           PERFORM LIT-PERIODICITE
           PERFORM CHARGE-ETAT-PERIODES
      * Sans referentiel des matieres, chaque code serait rejete a
      * tort : on s'arrete plutot que de vider le fichier des notes
           OPEN INPUT F-MATIERES

      * La periode date les moyennes dans l'historique : elle doit
      * tenir dans la plage de la periodicite de l'annee (1 a 3 en
      * trimestres, 1 a 2 en semestres) et ne pas etre close, le
      * conseil de classe ayant deja arrete ses moyennes
       CONTROLE-TRIMESTRE.
           IF (WE-TRIMESTRE NOT NUMERIC)
             MOVE "PERIODE NON NUMERIQUE" TO WS-MOTIF-REJET
               MOVE MOTIF-PERIODE TO WS-MOTIF-REJET
               SET WS-ENR-VALIDE-NON TO TRUE
             END-IF
           END-IF
           IF (WS-ENR-VALIDE-OUI)
             MOVE WE-TRIMESTRE TO WS-PERIODE-TESTEE
             PERFORM TESTE-PERIODE-CLOSE
             IF (WS-PERIODE-CLOSE-OUI)
               MOVE MOTIF-PERIODE-CLOSE TO WS-MOTIF-REJET
               SET WS-ENR-VALIDE-NON TO TRUE
             END-IF
           END-IF.

      * Les compteurs pilotent les boucles des programmes de calcul :
             READ F-PARAM-ANNEE
               AT END CONTINUE
               NOT AT END
                 MOVE AN-ANNEE TO WS-ANNEE-COURANTE
                 IF (AN-SEMESTRES)
                   MOVE 2 TO WS-NB-PERIODES
                 END-IF
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

      * Trace le rejet avec son numero de ligne dans NOTES.DAT et le
      * motif constate, pour correction par le secretariat
       ECRIT-REJET.
             CLOSE F-JOURNAL
           END-IF.
      ******************************************************************
      **  controle-notes.cob                          Version 1.6 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
