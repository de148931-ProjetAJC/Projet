           COPY "JOURNAL-RECORD.cpy" IN TEMPLATE.
       FD  VERROU-FILE.
           COPY "VERROU-RECORD.cpy" IN TEMPLATE.
       FD  VOLEXT-FILE.
           COPY "VOLEXT-RECORD.cpy" IN TEMPLATE.
       FD  AERODROME-FILE.
           COPY "AERODROME-RECORD.cpy" IN TEMPLATE.
       FD  PAYEUR-FILE.
           COPY "PAYEUR-RECORD.cpy" IN TEMPLATE.
       FD  LIENPAY-FILE.
           COPY "LIENPAY-RECORD.cpy" IN TEMPLATE.
       FD  BOURSE-FILE.
           COPY "BOURSE-RECORD.cpy" IN TEMPLATE.
       FD  BOURSLIG-FILE.
           COPY "BOURSLIG-RECORD.cpy" IN TEMPLATE.
       FD  FOURN-FILE.
           COPY "FOURN-RECORD.cpy" IN TEMPLATE.
       FD  FACTFOUR-FILE.
           COPY "FACTFOUR-RECORD.cpy" IN TEMPLATE.
       FD  REGFOUR-FILE.
           COPY "REGFOUR-RECORD.cpy" IN TEMPLATE.
       FD  IMMO-FILE.
           COPY "IMMO-RECORD.cpy" IN TEMPLATE.
       FD  SOLDE-FILE.
           COPY "SOLDE-RECORD.cpy" IN TEMPLATE.
       FD  PERMANENCE-FILE.
           COPY "PERMANENCE-RECORD.cpy" IN TEMPLATE.
       FD  ABSENCE-FILE.
           COPY "ABSENCE-RECORD.cpy" IN TEMPLATE.
       FD  QUALINST-FILE.
           COPY "QUALINST-RECORD.cpy" IN TEMPLATE.
       FD  QUOTA-FILE.
           COPY "QUOTA-RECORD.cpy" IN TEMPLATE.
       FD  VENTEVIS-FILE.
           COPY "VENTEVIS-RECORD.cpy" IN TEMPLATE.
       FD  ARTICLE-FILE.
           COPY "ARTICLE-RECORD.cpy" IN TEMPLATE.
       FD  VENTEBOUT-FILE.
           COPY "VENTEBOUT-RECORD.cpy" IN TEMPLATE.
       FD  CODEPOST-FILE.
           COPY "CODEPOST-RECORD.cpy" IN TEMPLATE.
       FD  AUDCHAIN-FILE.
           COPY "AUDCHAIN-RECORD.cpy" IN TEMPLATE.
       FD  ABONRPT-FILE.
           COPY "ABONRPT-RECORD.cpy" IN TEMPLATE.
       FD  ACTMOIS-FILE.
           COPY "ACTMOIS-RECORD.cpy" IN TEMPLATE.
       FD  PRIXCARB-FILE.
           COPY "PRIXCARB-RECORD.cpy" IN TEMPLATE.
       FD  EQUIP-FILE.
           COPY "EQUIP-RECORD.cpy" IN TEMPLATE.
       FD  PRETEQ-FILE.
           COPY "PRETEQ-RECORD.cpy" IN TEMPLATE.
       FD  CONTURG-FILE.
           COPY "CONTURG-RECORD.cpy" IN TEMPLATE.
       FD  MANIFESTE-FILE.
           COPY "MANIFESTE-RECORD.cpy" IN TEMPLATE.
       FD  ADHESION-FILE.
           COPY "ADHESION-RECORD.cpy" IN TEMPLATE.
       FD  DON-FILE.
           COPY "DON-RECORD.cpy" IN TEMPLATE.
       FD  LIVRET-FILE.
           COPY "LIVRET-RECORD.cpy" IN TEMPLATE.
       FD  PROGINSP-FILE.
           COPY "PROGINSP-RECORD.cpy" IN TEMPLATE.
       FD  TACHEOT-FILE.
           COPY "TACHEOT-RECORD.cpy" IN TEMPLATE.
       FD  PIECEMAG-FILE.
           COPY "PIECEMAG-RECORD.cpy" IN TEMPLATE.
       FD  MAGMVT-FILE.
           COPY "MAGMVT-RECORD.cpy" IN TEMPLATE.
       FD  CLUBPART-FILE.
           COPY "CLUBPART-RECORD.cpy" IN TEMPLATE.
       FD  CLUBVOL-FILE.
           COPY "CLUBVOL-RECORD.cpy" IN TEMPLATE.
       FD  NOTEFRAIS-FILE.
           COPY "NOTEFRAIS-RECORD.cpy" IN TEMPLATE.
       FD  CALENDRIER-FILE.
           COPY "CALENDRIER-RECORD.cpy" IN TEMPLATE.
       FD  FUSEAU-FILE.
           COPY "FUSEAU-RECORD.cpy" IN TEMPLATE.
       FD  CLOTPIL-FILE.
           COPY "CLOTPIL-RECORD.cpy" IN TEMPLATE.
       FD  DIFFUSION-FILE.
           COPY "DIFFUSION-RECORD.cpy" IN TEMPLATE.
       FD  DIFFDEST-FILE.
           COPY "DIFFDEST-RECORD.cpy" IN TEMPLATE.
       FD  ALERTE-FILE.
           COPY "ALERTE-RECORD.cpy" IN TEMPLATE.
       FD  CONSULT-FILE.
           COPY "CONSULT-RECORD.cpy" IN TEMPLATE.
       FD  PERIODE-FILE.
           COPY "PERIODE-RECORD.cpy" IN TEMPLATE.
       FD  CLEREP-FILE.
           COPY "CLEREP-RECORD.cpy" IN TEMPLATE.
       FD  ENREG-FILE.
           COPY "ENREG-RECORD.cpy" IN TEMPLATE.
       FD  AUDIT-FILE.
           COPY "AUDIT-RECORD.cpy" IN TEMPLATE.
       FD  ERRLOG-FILE.
