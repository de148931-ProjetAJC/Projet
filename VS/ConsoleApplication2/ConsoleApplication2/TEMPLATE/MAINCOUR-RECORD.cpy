           05  MC-CATEGORIE        PIC X(8).
           05  MC-TEXTE            PIC X(60).
           05  MC-OPERATEUR        PIC X(10).
      * Base the entry was logged at (the session's base); spaces
      * = the principal base.
           05  MC-BASE             PIC X(4).
