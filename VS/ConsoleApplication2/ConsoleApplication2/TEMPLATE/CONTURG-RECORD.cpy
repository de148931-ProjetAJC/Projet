      * CONTURG-RECORD - emergency contacts, kept by F115 for every
      * member (CU-GENRE "M", CU-ID = PI-NUMPIL) and every F22
      * passenger ("P", CU-ID = PS-ID). Rang 0 is the person's own
      * telephone - a member's only number on file, a passenger's
      * mirrors PS-TELEPHONE; rangs 1 to 3 are the people to call,
      * in order. Read by F39's search-and-rescue call sheet.
       01  CONTURG-REC.
           05  CU-CLE.
               10  CU-GENRE        PIC X.
                   88  CU-MEMBRE       VALUE "M".
                   88  CU-PASSAGER     VALUE "P".
               10  CU-ID           PIC 9(6).
               10  CU-RANG         PIC 9.
           05  CU-NOM              PIC X(30).
           05  CU-LIEN             PIC X(15).
           05  CU-TELEPHONE        PIC X(15).
           05  CU-MAJ              PIC X(14).
