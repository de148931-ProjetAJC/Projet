      * existing payment path does the actual reversing. Letters go
      * to a date-stamped LETTRES_IMPAYES generation, one page per
      * reminder, cataloged for F35 reprints.
      * Reminders go to whoever pays (LIENPAY.DAT, F89): a member's
      * dues are their own flights no payer link covers plus the
      * covered flights of the members they pay for, and every
      * active non-flying payer (PAYEUR.DAT) is dunned in a second
      * pass on PY-SOLDE and its members' covered flights. At the
      * final level the members whose link is in force are blocked
      * along with the paying member.
      * The interval between two reminders counts only the days
      * the club is open: closure days and public holidays of the
      * club calendar (CALENDRIER.DAT) in between are left out.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           77  WS-AUJOURD-DATE     PIC 9(8) VALUE 0.
           77  WS-AUJOURD-INT      PIC 9(7) VALUE 0.
           77  WS-DERNIERE-INT     PIC 9(7) VALUE 0.
           77  WS-DERNIERE-DATE    PIC 9(8) VALUE 0.
           77  WS-DU               PIC 9(8)V99 VALUE 0.
           77  WS-DU-LIGNE         PIC 9(8)V99 VALUE 0.
           77  WS-NB-IMPAYES       PIC 9(3) VALUE 0.
           77  WS-NB-BLOQUES       PIC 9(4) VALUE 0.
           77  WS-A-RELANCER       PIC X VALUE "N".

      * The account being dunned: a member, or a non-flying payer.
           77  WS-CUR-NATURE       PIC X VALUE "P".
               88  WS-CUR-TIERS        VALUE "T".
           77  WS-CUR-LIBELLE      PIC X(6) VALUE SPACES.
           77  WS-CUR-NOM          PIC X(30) VALUE SPACES.
           77  WS-CUR-PRENOM       PIC X(10) VALUE SPACES.
           77  WS-CUR-EMAIL        PIC X(30) VALUE SPACES.
           77  WS-CUR-SOLDE        PIC S9(6)V99 VALUE 0.
           77  WS-CUR-ETATPIL      PIC 9(6) VALUE 0.
           77  WS-NB-PAYEURS       PIC 9(4) VALUE 0.
           77  WS-LIEN-ATTENDU     PIC X VALUE "M".
           77  WS-VOLS-NUMPIL      PIC 9(6) VALUE 0.
           77  WS-VOLS-MODE        PIC X VALUE "P".
               88  WS-VOLS-PROPRES     VALUE "P".
           77  WS-VOLS-LIE         PIC X VALUE "N".
           77  WS-VOLS-DEBUT       PIC 9(8) VALUE 0.
           77  WS-VOLS-FIN         PIC 9(8) VALUE 0.
           77  WS-VOLS-NB          PIC 9(3) VALUE 0.
           77  WS-VOL-COUVERT      PIC X VALUE "N".
           77  WS-DETAIL           PIC X VALUE "N".
               88  WS-AVEC-DETAIL      VALUE "O".

      * Installment plans (ECHEANCIER.DAT, F80): a pilot whose
      * plan is being honoured is not escalated; the moment an
      * installment goes past due it is marked missed and the
               ".TXT" DELIMITED BY SIZE INTO WS-NOM-LETTRE.
           OPEN OUTPUT LETTRE-FILE.
           PERFORM BALAYE-PILOTES.
           PERFORM BALAYE-PAYEURS.
           MOVE SPACES TO LETTRE-REC.
           STRING WS-NB-LETTRES " relance(s) editee(s), "
               WS-NB-BLOQUES " pilote(s) passes IMPAYE."
                       NOT AT END
                           IF NOT PI-PARTI
                               MOVE PI-NUMPIL TO WS-CUR-NUMPIL
                               MOVE "P" TO WS-CUR-NATURE
                               MOVE "pilote" TO WS-CUR-LIBELLE
                               MOVE PI-NOM TO WS-CUR-NOM
                               MOVE PI-PRENOM TO WS-CUR-PRENOM
                               MOVE PI-EMAIL TO WS-CUR-EMAIL
                               MOVE PI-SOLDE TO WS-CUR-SOLDE
                               MOVE PI-ID-ETATPILOTE TO WS-CUR-ETATPIL
                               PERFORM TRAITE-PILOTE
                           END-IF
                   END-READ
               CLOSE PILOTE-FILE
           END-IF.

      * Second pass: the active non-flying payers.
       BALAYE-PAYEURS.
           MOVE 0 TO WS-NB-PAYEURS.
           OPEN INPUT PAYEUR-FILE.
           IF WS-FS-PAYEUR = "00"
               MOVE LOW-VALUES TO PY-ID
               START PAYEUR-FILE KEY IS NOT LESS THAN PY-ID
                   INVALID KEY MOVE "10" TO WS-FS-PAYEUR
               END-START
               PERFORM UNTIL WS-FS-PAYEUR = "10"
                   READ PAYEUR-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-PAYEUR
                       NOT AT END
                           IF PY-EST-ACTIF
                               ADD 1 TO WS-NB-PAYEURS
                               MOVE PY-ID TO WS-CUR-NUMPIL
                               MOVE "T" TO WS-CUR-NATURE
                               MOVE "payeur" TO WS-CUR-LIBELLE
                               MOVE PY-NOM TO WS-CUR-NOM
                               MOVE SPACES TO WS-CUR-PRENOM
                               MOVE PY-EMAIL TO WS-CUR-EMAIL
                               MOVE PY-SOLDE TO WS-CUR-SOLDE
                               MOVE 0 TO WS-CUR-ETATPIL
                               PERFORM TRAITE-PILOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEUR-FILE
           END-IF.

      * The amount owed is the unpaid terminated flights at
      * the billing chain's own valuation, plus any negative
      * balance already posted to PI-SOLDE (PY-SOLDE for a
      * non-flying payer).
       TRAITE-PILOTE.
           PERFORM CALCULE-DU.
           IF WS-CUR-SOLDE < 0
               COMPUTE WS-DU = WS-DU - WS-CUR-SOLDE
           END-IF.
           PERFORM LIT-RELANCE.
           IF WS-DU = 0

       CALCULE-DU.
           MOVE 0 TO WS-DU WS-NB-IMPAYES.
           MOVE "N" TO WS-DETAIL.
           PERFORM PARCOURT-COMPTE.

      * The flights this account answers for, as F9 bills them: a
      * member's own flights no payer link covers, then the covered
      * flights of each member it pays for (LP-PAYEUR alternate
      * key).
       PARCOURT-COMPTE.
           OPEN INPUT AVION-FILE.
           OPEN INPUT TARIF-FILE.
           IF NOT WS-CUR-TIERS
               MOVE WS-CUR-NUMPIL TO WS-PAY-PILOTE
               PERFORM LIT-LIEN-PAYEUR
               MOVE WS-CUR-NUMPIL TO WS-VOLS-NUMPIL
               MOVE "P" TO WS-VOLS-MODE
               MOVE WS-PAY-LIEN TO WS-VOLS-LIE
               MOVE WS-PAY-DEBUT TO WS-VOLS-DEBUT
               MOVE WS-PAY-FIN TO WS-VOLS-FIN
               PERFORM CUMULE-VOLS
               MOVE "M" TO WS-LIEN-ATTENDU
           ELSE
               MOVE "T" TO WS-LIEN-ATTENDU
           END-IF.
           OPEN INPUT LIENPAY-FILE.
           IF WS-FS-LIENPAY = "00"
               MOVE WS-CUR-NUMPIL TO LP-PAYEUR
               START LIENPAY-FILE KEY IS EQUAL TO LP-PAYEUR
                   INVALID KEY MOVE "10" TO WS-FS-LIENPAY
               END-START
               PERFORM UNTIL WS-FS-LIENPAY = "10"
                   READ LIENPAY-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-LIENPAY
                       NOT AT END
                           IF LP-PAYEUR NOT = WS-CUR-NUMPIL
                               MOVE "10" TO WS-FS-LIENPAY
                           ELSE
                               IF LP-NATURE = WS-LIEN-ATTENDU
                                  AND LP-NUMPIL NOT = WS-CUR-NUMPIL
                                   MOVE LP-NUMPIL TO WS-VOLS-NUMPIL
                                   MOVE "L" TO WS-VOLS-MODE
                                   MOVE "O" TO WS-VOLS-LIE
                                   MOVE LP-DEBUT TO WS-VOLS-DEBUT
                                   MOVE LP-FIN TO WS-VOLS-FIN
                                   PERFORM CUMULE-VOLS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIENPAY-FILE
           END-IF.
           CLOSE AVION-FILE.
           CLOSE TARIF-FILE.

      * One member's unpaid terminated flights through the
      * VL-NUMPIL alternate key, summed into WS-DU or, with
      * WS-DETAIL set, itemized onto the letter.
       CUMULE-VOLS.
           MOVE 0 TO WS-VOLS-NB.
           OPEN INPUT VOL-FILE.
           IF WS-FS-VOL = "00"
               MOVE WS-VOLS-NUMPIL TO VL-NUMPIL
               START VOL-FILE KEY IS EQUAL TO VL-NUMPIL
                   INVALID KEY MOVE "10" TO WS-FS-VOL
               END-START
                   READ VOL-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-VOL
                       NOT AT END
                         IF VL-NUMPIL NOT = WS-VOLS-NUMPIL
                           MOVE "10" TO WS-FS-VOL
                         ELSE
                           MOVE "N" TO WS-VOL-COUVERT
                           IF WS-VOLS-LIE = "O"
                              AND VL-DATEDEP NOT < WS-VOLS-DEBUT
                              AND (WS-VOLS-FIN = 0
                                   OR VL-DATEDEP NOT > WS-VOLS-FIN)
                               MOVE "O" TO WS-VOL-COUVERT
                           END-IF
                           IF VL-TERMINE AND NOT VL-EST-PAYE
                              AND ((WS-VOLS-PROPRES
                                    AND WS-VOL-COUVERT = "N")
                               OR (NOT WS-VOLS-PROPRES
                                    AND WS-VOL-COUVERT = "O"))
                               PERFORM CHARGE-TARIF-VOL
                               PERFORM CHARGE-HEURES-FACT
                               MOVE WS-NBH-FACTURE TO WS-IX-HEURES
                               PERFORM CALCULE-INDEX-VOL
                               COMPUTE WS-DU-LIGNE ROUNDED =
                                   (WS-NBH-FACTURE
                                      * WS-TAUX-HORAIRE
                                   + VL-NB-ATTER * WS-TAXE-ATTER
                                   + WS-IX-MONTANT)
                                   * (1 + WS-TAUX-TVA / 100)
                               IF WS-AVEC-DETAIL
                                   PERFORM ECRIT-LIGNE-VOL
                               ELSE
                                   ADD WS-DU-LIGNE TO WS-DU
                                   ADD 1 TO WS-NB-IMPAYES
                               END-IF
                               ADD 1 TO WS-VOLS-NB
                           END-IF
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE VOL-FILE.

       ECRIT-LIGNE-VOL.
           IF WS-VOLS-NB = 0 AND NOT WS-VOLS-PROPRES
               MOVE SPACES TO LETTRE-REC
               STRING " Vols de l'adherent " WS-VOLS-NUMPIL
                   " pris en charge :"
                   DELIMITED BY SIZE INTO LETTRE-REC
               WRITE LETTRE-REC
           END-IF.
           MOVE SPACES TO LETTRE-REC.
           STRING "  vol " VL-NUMVOL " du "
               VL-DATEDEP " - " VL-NBHVOL
               " h au taux " WS-TAUX-HORAIRE
               " soit " WS-DU-LIGNE " TTC"
               DELIMITED BY SIZE
               INTO LETTRE-REC.
           WRITE LETTRE-REC.

       LIT-RELANCE.
           MOVE "N" TO WS-RL-EXISTE.
           MOVE 0 TO WS-NIVEAU.
           MOVE 0 TO WS-DERNIERE-INT.
           MOVE 0 TO WS-DERNIERE-DATE.
           OPEN INPUT RELANCE-FILE.
           IF WS-FS-RELANCE = "00"
               MOVE WS-CUR-NUMPIL TO RL-NUMPIL
                       MOVE "O" TO WS-RL-EXISTE
                       MOVE RL-NIVEAU TO WS-NIVEAU
                       IF RL-DATE-DERNIERE > 0
                           MOVE RL-DATE-DERNIERE
                               TO WS-DERNIERE-DATE
                           COMPUTE WS-DERNIERE-INT =
                               FUNCTION INTEGER-OF-DATE(
                                   RL-DATE-DERNIERE)
           IF WS-NIVEAU = 0
               MOVE "O" TO WS-A-RELANCER
           ELSE
               MOVE 0 TO WS-CAL-NB-CHOMES
               IF WS-NIVEAU < 3 AND WS-DERNIERE-DATE > 0
                   MOVE WS-DERNIERE-DATE TO WS-CAL-DU
                   MOVE WS-AUJOURD-DATE  TO WS-CAL-AU
                   PERFORM COMPTE-JOURS-CHOMES
               END-IF
               IF WS-NIVEAU < 3
                  AND WS-AUJOURD-INT - WS-DERNIERE-INT
                      - WS-CAL-NB-CHOMES >= WS-RELANCE-JOURS
                   MOVE "O" TO WS-A-RELANCER
               END-IF
           END-IF.
           MOVE SPACES TO LETTRE-REC.
           EVALUATE WS-NIVEAU
               WHEN 1
                   STRING "PREMIERE RELANCE - " WS-CUR-LIBELLE " "
                       WS-CUR-NUMPIL " " WS-CUR-NOM " " WS-CUR-PRENOM
                       DELIMITED BY SIZE INTO LETTRE-REC
               WHEN 2
                   STRING "DEUXIEME RELANCE - " WS-CUR-LIBELLE " "
                       WS-CUR-NUMPIL " " WS-CUR-NOM " " WS-CUR-PRENOM
                       DELIMITED BY SIZE INTO LETTRE-REC
               WHEN OTHER
                   STRING "MISE EN DEMEURE - " WS-CUR-LIBELLE " "
                       WS-CUR-NUMPIL " " WS-CUR-NOM " " WS-CUR-PRENOM
                       DELIMITED BY SIZE INTO LETTRE-REC
           END-EVALUATE.
           WRITE LETTRE-REC.

      * The dunning notice also goes onto the outbound
      * notification queue for the F53 email dispatcher; the paper
      * letter above stays the fallback for accounts without email.
           MOVE WS-CUR-NUMPIL TO WS-NOTIF-NUMPIL.
           MOVE WS-CUR-EMAIL  TO WS-NOTIF-EMAIL.
           MOVE "F45"         TO WS-NOTIF-ORIGINE.
           MOVE SPACES TO WS-NOTIF-OBJET.
           EVALUATE WS-NIVEAU
           PERFORM ENREGISTRE-NOTIFICATION.

       DETAILLE-VOLS.
           MOVE "O" TO WS-DETAIL.
           PERFORM PARCOURT-COMPTE.

      * The paying member's own status first, then every member
      * whose link to this account is in force today: their flying
      * stops with the account that pays for it.
       BLOQUE-PILOTE.
           IF NOT WS-CUR-TIERS
               MOVE WS-CUR-ETATPIL TO EP-ID
               PERFORM BLOQUE-ETAT
           ELSE
               OPEN INPUT PILOTE-FILE
           END-IF.
           PERFORM BLOQUE-LIES.
      * Reading the linked members moved the pilot sweep off its
      * place; the keyed read puts it back on the paying member.
           IF NOT WS-CUR-TIERS
               MOVE WS-CUR-NUMPIL TO PI-NUMPIL
               READ PILOTE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           ELSE
               CLOSE PILOTE-FILE
           END-IF.
           MOVE "BATCH"          TO WS-OPERATEUR.
           MOVE "F45"            TO WS-AUDIT-PROGRAMME.
           MOVE "BLOQUE-PILOTE"  TO WS-AUDIT-PARAGRAPHE.
           MOVE "MAJ"            TO WS-AUDIT-ACTION.
           STRING WS-CUR-LIBELLE " " WS-CUR-NUMPIL
               " passe IMPAYE (relance finale)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

       BLOQUE-LIES.
           OPEN INPUT LIENPAY-FILE.
           IF WS-FS-LIENPAY = "00" AND WS-FS-PILOTE = "00"
               MOVE WS-CUR-NUMPIL TO LP-PAYEUR
               START LIENPAY-FILE KEY IS EQUAL TO LP-PAYEUR
                   INVALID KEY MOVE "10" TO WS-FS-LIENPAY
               END-START
               PERFORM UNTIL WS-FS-LIENPAY = "10"
                   READ LIENPAY-FILE NEXT RECORD
                       AT END MOVE "10" TO WS-FS-LIENPAY
                       NOT AT END
                           IF LP-PAYEUR NOT = WS-CUR-NUMPIL
                               MOVE "10" TO WS-FS-LIENPAY
                           ELSE
                               IF LP-NATURE = WS-LIEN-ATTENDU
                                  AND LP-NUMPIL NOT = WS-CUR-NUMPIL
                                  AND LP-DEBUT NOT > WS-AUJOURD-DATE
                                  AND (LP-FIN = 0
                                   OR LP-FIN NOT < WS-AUJOURD-DATE)
                                   MOVE LP-NUMPIL TO PI-NUMPIL
                                   READ PILOTE-FILE
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           IF NOT PI-PARTI
                                               MOVE PI-ID-ETATPILOTE
                                                   TO EP-ID
                                               PERFORM BLOQUE-ETAT
                                           END-IF
                                   END-READ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-FS-LIENPAY NOT = "35"
               CLOSE LIENPAY-FILE
           END-IF.

       BLOQUE-ETAT.
           ADD 1 TO WS-NB-BLOQUES.
           OPEN I-O ETATPIL-FILE.
           IF WS-FS-ETATPIL = "00"
               READ ETATPIL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               CLOSE ETATPIL-FILE
           END-IF.

       CHARGE-PARAMS.
           MOVE "TAXE-ATTER" TO WS-PARAM-CODE.
           MOVE "RELANCE"         TO WS-AUDIT-ACTION.
           STRING WS-NB-LETTRES " relance(s), " WS-NB-BLOQUES
               " blocage(s), " WS-NB-SUSPENDUS
               " suspendu(s) sur echeancier, " WS-NB-PAYEURS
               " payeur(s)"
               DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.


           COPY "PARAMS-PROC.cpy" IN TEMPLATE.

           COPY "INDEXCARB-PROC.cpy" IN TEMPLATE.

           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.

           COPY "TARIF-PROC.cpy" IN TEMPLATE.

           COPY "NOTIF-PROC.cpy" IN TEMPLATE.

           COPY "PAYEUR-PROC.cpy" IN TEMPLATE.

           COPY "CALENDRIER-PROC.cpy" IN TEMPLATE.

       END PROGRAM F45.
