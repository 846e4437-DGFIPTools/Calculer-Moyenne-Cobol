      ******************************************************************
      **  wk-examen.cpy                                Version 1.0 PC **
      ******************************************************************
      **  Correspondance entre un code matiere du referentiel         **
      **  MATIERES.DAT et le code de la meme matiere dans la          **
      **  nomenclature de l'organisme d'examen (brevet, baccalaureat) **
      **  ----------------------------------------------------------  **
      **  Tenue par le secretariat dans MATIERES-EXAMEN.DAT, une      **
      **  ligne par matiere presentee a l'examen ; lue par l'export   **
      **  du livret scolaire, qui rejette une matiere sans            **
      **  correspondance plutot que de transmettre un code interne.   **
      ******************************************************************
       01  WK-MATIERE-EXAMEN.
           05 MX-CODE-MATIERE                          PIC X(6).
           05 MX-CODE-EXAMEN                            PIC X(10).
