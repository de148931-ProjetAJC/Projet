      * ALERTE-RECORD - staff alert note pinned to a member
      * (NA-NUMERO = PI-NUMPIL) or an aircraft (= AV-CODAV): the
      * sticky notes of the desk - "call the treasurer first",
      * "left brake soft" - with author, validity window (end zero
      * = until closed), severity and who may see it. Shown by
      * ALERTE-PROC wherever the record is touched (F0, F1, F2,
      * F23, F41); maintained in F135. A blocking note stops a plan
      * in F1 until a staff member acknowledges it there.
       01  ALERTE-REC.
           05  NA-ID               PIC 9(6).
           05  NA-CIBLE.
               10  NA-TYPE-CIBLE   PIC X.
                   88  NA-SUR-PILOTE   VALUE "P".
                   88  NA-SUR-AVION    VALUE "A".
               10  NA-NUMERO       PIC 9(6).
           05  NA-TEXTE            PIC X(60).
           05  NA-AUTEUR           PIC X(10).
           05  NA-DATE-SAISIE      PIC 9(8).
           05  NA-DATE-DEBUT       PIC 9(8).
           05  NA-DATE-FIN         PIC 9(8).
           05  NA-GRAVITE          PIC X.
               88  NA-INFO             VALUE "I".
               88  NA-AVERTISSEMENT    VALUE "A".
               88  NA-BLOCAGE          VALUE "B".
           05  NA-VISIBILITE       PIC X.
               88  NA-STAFF-SEUL       VALUE "S".
               88  NA-VISIBLE-PILOTE   VALUE "P".
           05  NA-ETAT             PIC X.
               88  NA-OUVERTE          VALUE "O".
               88  NA-CLOSE            VALUE "C".
      * Acknowledgement of a blocking note (F1): once set the note
      * still shows but no longer stops a plan.
           05  NA-ACQUIT-PAR       PIC X(10).
           05  NA-DATE-ACQUIT      PIC 9(8).
           05  NA-CLOSE-PAR        PIC X(10).
           05  NA-DATE-CLOSE       PIC 9(8).
           05  NA-RESERVE          PIC X(20).
