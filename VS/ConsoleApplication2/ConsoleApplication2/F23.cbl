      * expiry dates, the most recent flights (via the VL-NUMPIL
      * alternate key), active reservations, and what is currently
      * owed (unpaid terminated flights valued at the TARIF-FILE
      * rate). When another account pays for this member's flying
      * (LIENPAY.DAT, F89) the payer and the link's end date are
      * shown under the list; the flights stay listed here. The
      * staff alert notes marked visible to the pilot (F135) are
      * shown on a page of their own first. The showing is
      * recorded in CONSULT.DAT like any other consultation.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ELSE
               PERFORM CHARGE-PILOTE
               IF WS-PILOTE-FOUND
                   MOVE "P" TO WS-AL-PORTEE
                   MOVE "P" TO WS-AL-CIBLE
                   MOVE WS-NUMPIL TO WS-AL-NUMERO
                   PERFORM CHARGE-ALERTES
                   PERFORM AFFICHE-ALERTES
                   MOVE WS-NUMPIL TO WS-CS-NUMPIL
                   MOVE "F23"     TO WS-CS-PROGRAMME
                   MOVE "PERS"    TO WS-CS-MOTIF
                   MOVE "Mon compte" TO WS-CS-ECRAN
                   PERFORM LOG-CONSULTATION
                   PERFORM AFFICHE-COMPTE
               ELSE
                   PERFORM NEW-SCREEN
           PERFORM AFFICHE-ETAT.
           PERFORM AFFICHE-VOLS.
           PERFORM AFFICHE-RESAS.
           PERFORM AFFICHE-PAYEUR.
           MOVE "Appuyez sur Entree pour revenir." TO WS-INVITE.
           DISPLAY WS-INVITE LINE 22 COL 3.
           ACCEPT WS-CHOIX LINE 23 COL 10.
                           ELSE
                               IF VL-TERMINE AND NOT VL-EST-PAYE
                                   PERFORM CHARGE-TARIF-VOL
                                   MOVE VL-NBHVOL TO WS-IX-HEURES
                                   PERFORM CALCULE-INDEX-VOL
      * Owed TTC, the amount the settlement paths collect.
                                   COMPUTE WS-DU ROUNDED = WS-DU
                                       + (VL-NBHVOL * WS-TAUX-HORAIRE
                                       + VL-NB-ATTER * WS-TAXE-ATTER
                                       + WS-IX-MONTANT)
                                       * (1 + WS-TAUX-TVA / 100)
                                   ADD 1 TO WS-NB-IMPAYES
                               END-IF
               DISPLAY "(aucune)" LINE 18 COL 4
           END-IF.

      * Last on screen: the member payer's name comes from
      * PILOTE-REC, which the lines above are done with.
       AFFICHE-PAYEUR.
           MOVE WS-NUMPIL TO WS-PAY-PILOTE.
           MOVE WS-CURR-DATE TO WS-PAY-DATE.
           PERFORM RESOUT-PAYEUR.
           IF WS-PAY-COUVERT
               IF WS-PAY-MEMBRE
                   OPEN INPUT PILOTE-FILE
                   IF WS-FS-PILOTE = "00"
                       MOVE WS-PAY-ID TO PI-NUMPIL
                       READ PILOTE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PI-NOM TO WS-PAY-NOM
                       END-READ
                   END-IF
                   CLOSE PILOTE-FILE
               END-IF
               DISPLAY "Pris en charge par:" LINE 21 COL 3
               DISPLAY WS-PAY-ID LINE 21 COL 23
               DISPLAY WS-PAY-NOM(1:20) LINE 21 COL 30
               IF WS-PAY-FIN > 0
                   DISPLAY "jusqu'au" LINE 21 COL 51
                   DISPLAY WS-PAY-FIN LINE 21 COL 60
               END-IF
           END-IF.

       COPY "PROC-TEMPLATE.cpy" IN TEMPLATE.

       COPY "AUDIT-PROC.cpy" IN TEMPLATE.

       COPY "TARIF-PROC.cpy" IN TEMPLATE.

       COPY "PAYEUR-PROC.cpy" IN TEMPLATE.

      * Defaults come from the PARAMS file (seeded on first
      * read), maintained through F38 instead of a recompile.
       CHARGE-PARAMS.

       COPY "PARAMS-PROC.cpy" IN TEMPLATE.

       COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.

       COPY "ALERTE-PROC.cpy" IN TEMPLATE.

       COPY "CONSULT-PROC.cpy" IN TEMPLATE.

       END PROGRAM F23.
