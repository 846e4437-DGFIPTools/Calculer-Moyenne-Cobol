      ******************************************************************
      **  wk-programme.cpy                             Version 1.0 PC **
      ******************************************************************
      **  Une ligne du programme d'une classe : une matiere suivie    **
      **  par la classe (EM-CLASSE), le nombre minimal de notes       **
      **  attendues dans la periode et le professeur qui l'enseigne   **
      **  ----------------------------------------------------------  **
      **  Tenue par le secretariat dans PROGRAMMES-CLASSES.DAT, une   **
      **  ligne par classe et par matiere, regroupees par classe.     **
      **  Lue par le controle de completude des notes, qui relance    **
      **  chaque professeur avant le conseil de classe.               **
      ******************************************************************
       01  WK-PROGRAMME.
           05 PC-CLASSE                                PIC X(6).
           05 PC-CODE-MATIERE                           PIC X(6).
           05 PC-NB-NOTES-MIN                           PIC 99.
           05 PC-PROFESSEUR                             PIC X(20).
