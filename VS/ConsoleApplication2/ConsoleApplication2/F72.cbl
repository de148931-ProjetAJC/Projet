
       COPY "MOUVEMENT-PROC.cpy" IN TEMPLATE.

       COPY "PERIODE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F72.
