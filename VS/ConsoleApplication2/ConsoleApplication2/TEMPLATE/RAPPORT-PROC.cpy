      * already copied in. Caller fills WS-RPT-TYPE / WS-RPT-PERIODE
      * / WS-RPT-NOM (the date-stamped output name it just wrote to)
      * and PERFORMs CATALOGUE-RAPPORT; the F35 screen browses and
      * reprints from this catalog; F110 distributes each new row
      * to the report's subscribers.
       CATALOGUE-RAPPORT.
           OPEN I-O CATRPT-FILE.
           IF WS-FS-CATRPT = "35"
               MOVE WS-RPT-PERIODE TO CR-PERIODE
               MOVE WS-OPERATEUR TO CR-OPERATEUR
               MOVE WS-RPT-NOM TO CR-NOM-FICHIER
               MOVE "N" TO CR-DIFFUSE
               WRITE CATRPT-REC
                   INVALID KEY REWRITE CATRPT-REC
               END-WRITE
