      * CODEPOST-WS - working storage for CODEPOST-PROC.cpy: the
      * address handed in and the verdict handed back. COPY into
      * WORKING-STORAGE next to DATAFILES-WS.cpy.
       77  WS-PO-CP            PIC 9(5)  VALUE 0.
       77  WS-PO-VILLE         PIC X(50) VALUE SPACES.
       77  WS-PO-PAYS          PIC X(50) VALUE SPACES.
       77  WS-PO-RESULTAT      PIC X     VALUE "N".
           88  WS-PO-OK            VALUE "O".
           88  WS-PO-CP-INCONNU    VALUE "C".
           88  WS-PO-VILLE-FAUSSE  VALUE "V".
           88  WS-PO-NON-CONTROLE  VALUE "N".
      * The communes the code does serve, as the list spells them,
      * separated by " / " (truncated if they do not all fit).
       77  WS-PO-VALIDES       PIC X(60) VALUE SPACES.
       77  WS-PO-NB            PIC 9(3)  VALUE 0.
       77  WS-PO-PTR           PIC 9(3)  VALUE 1.
       77  WS-PO-VILLE-MAJ     PIC X(50) VALUE SPACES.
       77  WS-PO-PAYS-MAJ      PIC X(50) VALUE SPACES.
