      * reads both - to print maintenance cost, consumables cost
      * and the resulting cost per flight hour in the 132-column
      * print style, cataloged for F35.
      * Ownership cost sits beside it: the depreciation charged to
      * date (IB-CUMUL in IMMO.DAT, F94/F95) on the airframe and on
      * the engines and propellers currently fitted, over the same
      * hours, printed as its own Amort./h column - the direct cost
      * per hour is left as it was.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77  WS-HEURES           PIC 9(6)V9 VALUE 0.
           77  WS-COUT-TOTAL       PIC 9(8)V99 VALUE 0.
           77  WS-COUT-HEURE       PIC 9(6)V99 VALUE 0.
           77  WS-AMORT-CUMUL      PIC 9(8)V99 VALUE 0.
           77  WS-AMORT-HEURE      PIC 9(6)V99 VALUE 0.
           77  WS-IMMO-LIEE        PIC X VALUE "N".
               88  WS-IMMO-DE-L-AVION  VALUE "O".

       PROCEDURE DIVISION.
       DEBUT.
           WRITE COUT-REC.
           MOVE SPACES TO COUT-REC.
           STRING "Avion  Entretien    Carbu+huile  Heures   "
               "Cout total   Cout/heure  Amort./h"
               DELIMITED BY SIZE INTO COUT-REC.
           WRITE COUT-REC.
           PERFORM BALAYE-AVIONS.
           PERFORM TOTAL-MAINT.
           PERFORM TOTAL-VOLS.
           PERFORM TOTAL-VOLHIST.
           PERFORM TOTAL-AMORT.
      * Club-pump litres are priced at the PARAMS rate; fuel
      * bought away from home enters at the sum actually
      * reimbursed on the receipt.
           IF WS-HEURES > 0
               COMPUTE WS-COUT-HEURE ROUNDED =
                   WS-COUT-TOTAL / WS-HEURES
               COMPUTE WS-AMORT-HEURE ROUNDED =
                   WS-AMORT-CUMUL / WS-HEURES
           ELSE
               MOVE 0 TO WS-COUT-HEURE WS-AMORT-HEURE
           END-IF.
           MOVE SPACES TO COUT-REC.
           STRING WS-CUR-CODAV "    " WS-COUT-MAINT "  "
               WS-COUT-CONSO "  " WS-HEURES "  "
               WS-COUT-TOTAL "  " WS-COUT-HEURE "   " WS-AMORT-HEURE
               DELIMITED BY SIZE INTO COUT-REC.
           WRITE COUT-REC.

               CLOSE VOLHIST-FILE
           END-IF.

      * Depreciation to date of the assets tied to the aircraft:
      * the airframe itself, and any component whose serial is
      * fitted to it today per COMPOSANT.DAT.
       TOTAL-AMORT.
           MOVE 0 TO WS-AMORT-CUMUL.
           OPEN INPUT COMPOSANT-FILE.
           OPEN INPUT IMMO-FILE.
           IF WS-FS-IMMO = "00"
               MOVE LOW-VALUES TO IB-ID
               START IMMO-FILE KEY IS NOT LESS THAN IB-ID
                   INVALID KEY MOVE "10" TO WS-FS-IMMO
               END-START
               PERFORM UNTIL WS-FS-IMMO = "10"
                   READ IMMO-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-IMMO
                       NOT AT END
                           PERFORM CHERCHE-IMMO-LIEE
                           IF WS-IMMO-DE-L-AVION
                               ADD IB-CUMUL TO WS-AMORT-CUMUL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMMO-FILE
           END-IF.
           CLOSE COMPOSANT-FILE.

       CHERCHE-IMMO-LIEE.
           MOVE "N" TO WS-IMMO-LIEE.
           IF IB-AVION AND IB-CODAV = WS-CUR-CODAV
               MOVE "O" TO WS-IMMO-LIEE
           END-IF.
           IF IB-COMPOSANT AND WS-FS-COMPOSANT = "00"
               MOVE IB-SERIE TO CP-SERIE
               READ COMPOSANT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CP-EN-SERVICE AND CP-CODAV = WS-CUR-CODAV
                           MOVE "O" TO WS-IMMO-LIEE
                       END-IF
               END-READ
           END-IF.

       CHARGE-PARAMS.
           MOVE "PRIX-AVGAS" TO WS-PARAM-CODE.
           MOVE 2.50 TO WS-PARAM-DEFAUT.
