      * (NUMPIL;CIVILITE;NOM;PRENOM;VOIE;CP;VILLE;PAYS;ETAT),
      * validates each row with the same rules the F3 screens apply
      * (civility code exists in CIVILITE-FILE, numeric fields
      * numeric, postal code and city agreeing with the CODEPOST.DAT
      * reference - the valid spellings quoted in the anomaly line),
      * applies inserts and updates to PILOTE-FILE and
      * ADRESSE-FILE, rejects bad rows into ANOMALIES_IMPORT.TXT
      * instead of stopping, and audits every applied change through
      * LOG-AUDIT. Since the status rows became one-per-pilot, the
       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.
           COPY "CODEPOST-WS.cpy" IN TEMPLATE.

           77  WS-FS-IMPORT        PIC XX VALUE "00".
           77  WS-FS-ANOMALIE      PIC XX VALUE "00".
           77  WS-NO-LIGNE         PIC 9(5) VALUE 0.
           77  WS-NB-APPLIQUEES    PIC 9(5) VALUE 0.
           77  WS-NB-REJETS        PIC 9(5) VALUE 0.
           77  WS-MOTIF            PIC X(80) VALUE SPACES.
           77  WS-LIGNE-OK         PIC X VALUE "O".

      * One parsed row, all staged as text before the numeric
               MOVE "N" TO WS-LIGNE-OK
               MOVE "nom absent" TO WS-MOTIF
           END-IF.
           IF WS-LIGNE-OK = "O"
               PERFORM CHECK-CODE-POSTAL
           END-IF.

      * Same postal-code gate as F3's CHECK-CODE-POSTAL.
       CHECK-CODE-POSTAL.
           MOVE WS-CP    TO WS-PO-CP.
           MOVE IM-VILLE TO WS-PO-VILLE.
           MOVE IM-PAYS  TO WS-PO-PAYS.
           PERFORM CONTROLE-CODE-POSTAL.
           IF WS-PO-CP-INCONNU
               MOVE "N" TO WS-LIGNE-OK
               MOVE "code postal inconnu" TO WS-MOTIF
           END-IF.
           IF WS-PO-VILLE-FAUSSE
               MOVE "N" TO WS-LIGNE-OK
               STRING "ville hors code, valides: " WS-PO-VALIDES
                   DELIMITED BY SIZE INTO WS-MOTIF
           END-IF.

       CHECK-CIVILITE.
           OPEN INPUT CIVILITE-FILE.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.

           COPY "CODEPOST-PROC.cpy" IN TEMPLATE.

       END PROGRAM F43.
