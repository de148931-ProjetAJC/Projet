      * ACTMOIS-RECORD - monthly activity summary: one row per
      * month of departure, aircraft, pilot in command and flight
      * nature (VL-CATEGORIE, a blank one derived the way
      * CATVOL-PROC derives it). Kept up to date flight by flight by
      * F2's close-out and F40's reversal (ACTMOIS-PROC.cpy), never
      * touched by F28's archiving, rebuilt and checked from VOL.DAT
      * and VOLHIST.DAT by F111. The statistics batches read it
      * instead of rescanning the flights once a period is closed.
       01  ACTMOIS-REC.
           05  AM-CLE.
               10  AM-MOIS         PIC 9(6).
               10  AM-CODAV        PIC 9(3).
               10  AM-NUMPIL       PIC 9(6).
               10  AM-NATURE       PIC X.
           05  AM-NB-VOLS          PIC 9(5).
           05  AM-HEURES           PIC 9(6)V9.
           05  AM-ATTER            PIC 9(5).
      * Club-pump litres (VL-FUEL-AJOUTE) and litres bought away
      * from base (VL-FUEL-EXT-L), kept apart as on the flight.
           05  AM-FUEL             PIC 9(6)V9.
           05  AM-FUEL-EXT         PIC 9(6)V9.
      * Revenue HT at the tariff band in force on the departure
      * date (TARIF-PROC), hours flown plus landing fees - the same
      * figure F31's year book has always printed.
           05  AM-RECETTE          PIC 9(8)V99.
      * Dual flights (VL-INSTRUCTION) and their hours, navigation
      * flights (VL-NAVIGATION) and the NM F1 measured.
           05  AM-NB-INSTR         PIC 9(5).
           05  AM-H-INSTR          PIC 9(6)V9.
           05  AM-NB-NAV           PIC 9(5).
           05  AM-DISTANCE         PIC 9(7)V9.
           05  AM-MAJ              PIC 9(14).
           05  AM-RESERVE          PIC X(20).
