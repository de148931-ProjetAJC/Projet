      * COMPTES-ACHAT-PROC - adds the purchase-side postes to the
      * COMPTES.DAT mapping table when they are missing, so a table
      * seeded by F13 before supplier invoices existed still knows
      * them. COPY into PROCEDURE DIVISION; requires DATAFILES.cpy/
      * -FD/-WS already copied in. An existing row is never
      * overwritten - the accountant's re-pointing stands.
       SEED-COMPTES-ACHAT.
           OPEN I-O COMPTE-FILE.
           IF WS-FS-COMPTE = "35"
               OPEN OUTPUT COMPTE-FILE
               CLOSE COMPTE-FILE
               OPEN I-O COMPTE-FILE
           END-IF.
           IF WS-FS-COMPTE = "00"
               MOVE "FOURN"    TO CM-CODE
               MOVE "401000"   TO CM-COMPTE
               MOVE "Fournisseurs" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "TVADED"   TO CM-CODE
               MOVE "445660"   TO CM-COMPTE
               MOVE "TVA deductible sur achats" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "ACHAT"    TO CM-CODE
               MOVE "606000"   TO CM-COMPTE
               MOVE "Achats non stockes" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "ENTRET"   TO CM-CODE
               MOVE "615500"   TO CM-COMPTE
               MOVE "Entretien aeronefs" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "ASSUR"    TO CM-CODE
               MOVE "616000"   TO CM-COMPTE
               MOVE "Primes d'assurance" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "LOYER"    TO CM-CODE
               MOVE "613200"   TO CM-COMPTE
               MOVE "Locations immobilieres (hangar)" TO CM-LIBELLE
               WRITE COMPTE-REC
                   INVALID KEY CONTINUE
               END-WRITE
               CLOSE COMPTE-FILE
           END-IF.
