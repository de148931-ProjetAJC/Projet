      * IMMO-PROC - shared paragraphs posting the fixed-asset
      * register (IMMO.DAT) to the accounting journal, used by the
      * F95 year-end depreciation run and by F13's export so either
      * can rebuild the same lines. COPY into PROCEDURE DIVISION;
      * requires DATAFILES.cpy/-FD/-WS already copied in, and the
      * caller's journal kit: WS-DATE-EC PIC 9(8), WS-LIBELLE
      * PIC X(42), WS-MONTANT, WS-CPT-CIBLE, WS-CPT-BANQUE and the
      * ECRIT-LIGNE-DEBIT / ECRIT-LIGNE-CREDIT paragraphs writing
      * one ECRITURES.TXT line each.

      * Adds the asset postes to COMPTES.DAT when missing (an
      * existing row is never overwritten) and resolves them.
       CHARGE-COMPTES-IMMO.
           OPEN I-O COMPTE-FILE.
           IF WS-FS-COMPTE = "35"
               OPEN OUTPUT COMPTE-FILE
               CLOSE COMPTE-FILE
               OPEN I-O COMPTE-FILE
           END-IF.
           IF WS-FS-COMPTE = "00"
               MOVE "IMMOB"    TO CM-CODE
               MOVE "218200"   TO CM-COMPTE
               MOVE "Materiel de transport aerien" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "AMORT"    TO CM-CODE
               MOVE "281820"   TO CM-COMPTE
               MOVE "Amortissements materiel aerien" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "DOTAMORT" TO CM-CODE
               MOVE "681120"   TO CM-COMPTE
               MOVE "Dotations aux amortissements" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "VNCCEDE"  TO CM-CODE
               MOVE "675000"   TO CM-COMPTE
               MOVE "Valeur comptable actifs cedes" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "CESSION"  TO CM-CODE
               MOVE "775000"   TO CM-COMPTE
               MOVE "Produits des cessions d'actifs" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "IMMOB" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY MOVE "218200" TO WS-IMO-CPT-IMMOB
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-IMO-CPT-IMMOB
               END-READ
               MOVE "AMORT" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY MOVE "281820" TO WS-IMO-CPT-AMORT
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-IMO-CPT-AMORT
               END-READ
               MOVE "DOTAMORT" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY MOVE "681120" TO WS-IMO-CPT-DOTATION
                   NOT INVALID KEY
                       MOVE CM-COMPTE TO WS-IMO-CPT-DOTATION
               END-READ
               MOVE "VNCCEDE" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY MOVE "675000" TO WS-IMO-CPT-VNC
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-IMO-CPT-VNC
               END-READ
               MOVE "CESSION" TO CM-CODE
               READ COMPTE-FILE
                   INVALID KEY MOVE "775000" TO WS-IMO-CPT-CESSION
                   NOT INVALID KEY MOVE CM-COMPTE TO WS-IMO-CPT-CESSION
               END-READ
               CLOSE COMPTE-FILE
           END-IF.

      * The year's charge of the current IMMO-REC, dated the last
      * day of the exercice: debit dotations, credit amortissements.
       ECRIT-DOTATION-IMMO.
           COMPUTE WS-DATE-EC = IB-DERNIER-EXERCICE * 10000 + 1231.
           MOVE SPACES TO WS-LIBELLE.
           STRING "AMORT " IB-ID " EX " IB-DERNIER-EXERCICE " "
               IB-LIBELLE (1:20)
               DELIMITED BY SIZE INTO WS-LIBELLE.
           MOVE IB-DOTATION-AN TO WS-MONTANT.
           MOVE WS-IMO-CPT-DOTATION TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-DEBIT.
           MOVE WS-IMO-CPT-AMORT TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-CREDIT.

      * The exit of a disposed asset, dated the disposal: the
      * accumulated depreciation and the net book value leave
      * against the gross cost, and any price received comes in
      * through the bank against the disposal proceeds account.
       ECRIT-SORTIE-IMMO.
           MOVE IB-DATE-CESSION TO WS-DATE-EC.
           MOVE SPACES TO WS-LIBELLE.
           STRING "CESSION " IB-ID " " IB-LIBELLE (1:25)
               DELIMITED BY SIZE INTO WS-LIBELLE.
           COMPUTE WS-IMO-VNC = IB-COUT - IB-CUMUL.
           IF IB-CUMUL > 0
               MOVE IB-CUMUL TO WS-MONTANT
               MOVE WS-IMO-CPT-AMORT TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-DEBIT
           END-IF.
           IF WS-IMO-VNC > 0
               MOVE WS-IMO-VNC TO WS-MONTANT
               MOVE WS-IMO-CPT-VNC TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-DEBIT
           END-IF.
           MOVE IB-COUT TO WS-MONTANT.
           MOVE WS-IMO-CPT-IMMOB TO WS-CPT-CIBLE.
           PERFORM ECRIT-LIGNE-CREDIT.
           IF IB-PRIX-CESSION > 0
               MOVE IB-PRIX-CESSION TO WS-MONTANT
               MOVE WS-CPT-BANQUE TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-DEBIT
               MOVE WS-IMO-CPT-CESSION TO WS-CPT-CIBLE
               PERFORM ECRIT-LIGNE-CREDIT
           END-IF.
