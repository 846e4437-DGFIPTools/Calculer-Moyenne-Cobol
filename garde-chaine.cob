      ******************************************************************
      **  P R O G R A M M E  DEBUT  ------------  DEBUT  S O U R C E  **
      **  ecrit en COBOL-85 sous OpenCobol                            **
      **  garde-chaine.cob                            Version 1.1 PC  **
      ******************************************************************
      **  Garde-fou de l'ordre des etapes de la chaine de nuit        **
      **  ----------------------------------------------------------  **
      **  Objet :                                                     **
      **  - Recevoir en parametre le nom de l'etape sur le point      **
      **    d'etre lancee (calcule-moyenne, etat-bulletin,            **
      **    controle-nuit, export-portail ou alerte-moyennes)         **
      **  - Relire le journal de chaine JOURNAL-CHAINE.DAT, ou        **
      **    chaque programme s'estampille en fin de passage, et       **
      **    retrouver le dernier passage de l'etape prealable          **
      **  ----------------------------------------------------------  **
      **  Historique :                                                **
      **  - v1.0 : version initiale                                   **
      **  - v1.1 : etape alerte-moyennes, liste des eleves en         **
      **           difficulte, lancee derriere calcule-moyenne        **
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                                         garde-chaine.

      * L'etape determine son prealable : l'ordre de la chaine est
      * controle-notes, calcule-moyenne, etat-bulletin,
      * controle-nuit, export-portail ; alerte-moyennes se branche
      * derriere calcule-moyenne, dont elle relit les moyennes
       INITIALISATION.
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-ETAPE FROM COMMAND-LINE
               MOVE "etat-bulletin" TO WS-PREREQUIS
             WHEN "export-portail"
               MOVE "controle-nuit" TO WS-PREREQUIS
             WHEN "alerte-moyennes"
               MOVE "calcule-moyenne" TO WS-PREREQUIS
             WHEN OTHER
               DISPLAY "etape inconnue [" WS-ETAPE "], attendu : "
                       "calcule-moyenne, etat-bulletin, "
                       "controle-nuit, export-portail ou "
                       "alerte-moyennes"
               MOVE 1 TO RETURN-CODE
           END-EVALUATE.

               MOVE 0 TO RETURN-CODE
           END-EVALUATE.
      ******************************************************************
      **  garde-chaine.cob                            Version 1.1 PC  **
      **  P R O G R A M M E  FIN  ----------------  FIN  S O U R C E  **
      ******************************************************************
