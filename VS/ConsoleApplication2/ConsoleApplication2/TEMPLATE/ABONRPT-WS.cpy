      * ABONRPT-WS - working storage for ABONRPT-PROC.cpy: which
      * program produces each catalogued report type (a type some
      * programs share appears once per program), and the
      * subscriber being checked. COPY into WORKING-STORAGE next to
      * DATAFILES-WS.cpy.
       01  WS-AR-PRODUCTEURS.
           05  FILLER              PIC X(12)
               VALUE "ADRESSESF107".
           05  FILLER              PIC X(12)
               VALUE "AMORT   F95 ".
           05  FILLER              PIC X(12)
               VALUE "APTPPL  F100".
           05  FILLER              PIC X(12)
               VALUE "AUDITCHNF108".
           05  FILLER              PIC X(12)
               VALUE "BALAGEE F46 ".
           05  FILLER              PIC X(12)
               VALUE "BENEVOLAF98 ".
           05  FILLER              PIC X(12)
               VALUE "BOURSES F91 ".
           05  FILLER              PIC X(12)
               VALUE "BOUTIQUEF105".
           05  FILLER              PIC X(12)
               VALUE "BUDGET  F59 ".
           05  FILLER              PIC X(12)
               VALUE "CARNET  F69 ".
           05  FILLER              PIC X(12)
               VALUE "CLOTURE F96 ".
           05  FILLER              PIC X(12)
               VALUE "COUTHEURF58 ".
           05  FILLER              PIC X(12)
               VALUE "DECLFED F63 ".
           05  FILLER              PIC X(12)
               VALUE "DOSPPL  F100".
           05  FILLER              PIC X(12)
               VALUE "DOSSVOL F1  ".
           05  FILLER              PIC X(12)
               VALUE "ECHFOURNF93 ".
           05  FILLER              PIC X(12)
               VALUE "FACTURE F103".
           05  FILLER              PIC X(12)
               VALUE "FACTURE F104".
           05  FILLER              PIC X(12)
               VALUE "FICHESARF39 ".
           05  FILLER              PIC X(12)
               VALUE "FPL     F1  ".
           05  FILLER              PIC X(12)
               VALUE "GDLIVRE F96 ".
           05  FILLER              PIC X(12)
               VALUE "IMPAYES F45 ".
           05  FILLER              PIC X(12)
               VALUE "INDEXCARF113".
           05  FILLER              PIC X(12)
               VALUE "MANDATS F9  ".
           05  FILLER              PIC X(12)
               VALUE "MOUVEMNTF102".
           05  FILLER              PIC X(12)
               VALUE "OCCURR  F64 ".
           05  FILLER              PIC X(12)
               VALUE "PERMANENF98 ".
           05  FILLER              PIC X(12)
               VALUE "PILOTES F8  ".
           05  FILLER              PIC X(12)
               VALUE "POMPE   F74 ".
           05  FILLER              PIC X(12)
               VALUE "PREVMAINF75 ".
           05  FILLER              PIC X(12)
               VALUE "QUOTAS  F102".
           05  FILLER              PIC X(12)
               VALUE "RECONCILF10 ".
           05  FILLER              PIC X(12)
               VALUE "RELANCE F44 ".
           05  FILLER              PIC X(12)
               VALUE "RELEVE  F55 ".
           05  FILLER              PIC X(12)
               VALUE "REMISE  F70 ".
           05  FILLER              PIC X(12)
               VALUE "REORG   F73 ".
           05  FILLER              PIC X(12)
               VALUE "RESAWEB F54 ".
           05  FILLER              PIC X(12)
               VALUE "RESUMENSF111".
           05  FILLER              PIC X(12)
               VALUE "RGPD    F81 ".
           05  FILLER              PIC X(12)
               VALUE "SIMTARIFF77 ".
           05  FILLER              PIC X(12)
               VALUE "STATS   F26 ".
           05  FILLER              PIC X(12)
               VALUE "TVA     F71 ".
       01  WS-AR-TABLE REDEFINES WS-AR-PRODUCTEURS.
           05  WS-AR-LIGNE OCCURS 42.
               10  WS-AR-TYPE          PIC X(8).
               10  WS-AR-PROG          PIC X(4).
       77  WS-AR-NB            PIC 9(2)  VALUE 42.
       77  WS-AR-I             PIC 9(2)  VALUE 0.
      * The check in hand: report type and the subscriber's role
      * (S/A/P or a DROITS.DAT role); the verdict comes back in
      * WS-AR-DROIT.
       77  WS-AR-TYPE-RPT      PIC X(8)  VALUE SPACES.
       77  WS-AR-ROLE          PIC X     VALUE SPACE.
       77  WS-AR-DROIT         PIC X     VALUE "N".
           88  WS-AR-AUTORISE      VALUE "O".
       77  WS-AR-DROITS-OUVERT PIC X     VALUE "N".
      * Subscriber resolution: the role and linked pilot found
      * for an operator id or a member number.
       77  WS-AR-NUMPIL        PIC 9(6)  VALUE 0.
       77  WS-AR-TROUVE        PIC X     VALUE "N".
           88  WS-AR-ABONNE-CONNU  VALUE "O".
