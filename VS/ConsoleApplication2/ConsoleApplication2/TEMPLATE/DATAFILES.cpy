               RECORD KEY VR-CLE
               FILE STATUS WS-FS-VERROU.

           SELECT VOLEXT-FILE ASSIGN TO "VOLEXT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VX-ID
               ALTERNATE RECORD KEY VX-NUMPIL WITH DUPLICATES
               FILE STATUS WS-FS-VOLEXT.

           SELECT AERODROME-FILE ASSIGN TO "AERODROME.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY OA-OACI
               FILE STATUS WS-FS-AERODROME.

           SELECT PAYEUR-FILE ASSIGN TO "PAYEUR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PY-ID
               FILE STATUS WS-FS-PAYEUR.

           SELECT LIENPAY-FILE ASSIGN TO "LIENPAY.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LP-NUMPIL
               ALTERNATE RECORD KEY LP-PAYEUR WITH DUPLICATES
               FILE STATUS WS-FS-LIENPAY.

           SELECT BOURSE-FILE ASSIGN TO "BOURSE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BO-CODE
               FILE STATUS WS-FS-BOURSE.

           SELECT BOURSLIG-FILE ASSIGN TO "BOURSLIG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BL-ID
               ALTERNATE RECORD KEY BL-CODE WITH DUPLICATES
               ALTERNATE RECORD KEY BL-NUMPIL WITH DUPLICATES
               ALTERNATE RECORD KEY BL-DEMANDE WITH DUPLICATES
               FILE STATUS WS-FS-BOURSLIG.

           SELECT FOURN-FILE ASSIGN TO "FOURN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FO-CODE
               FILE STATUS WS-FS-FOURN.

           SELECT FACTFOUR-FILE ASSIGN TO "FACTFOUR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FF-NUMERO
               ALTERNATE RECORD KEY FF-FOURN WITH DUPLICATES
               ALTERNATE RECORD KEY FF-ECHEANCE WITH DUPLICATES
               ALTERNATE RECORD KEY FF-DATE WITH DUPLICATES
               FILE STATUS WS-FS-FACTFOUR.

           SELECT REGFOUR-FILE ASSIGN TO "REGFOUR.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RF-ID
               ALTERNATE RECORD KEY RF-NUMERO WITH DUPLICATES
               ALTERNATE RECORD KEY RF-DATE WITH DUPLICATES
               FILE STATUS WS-FS-REGFOUR.

           SELECT IMMO-FILE ASSIGN TO "IMMO.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IB-ID
               ALTERNATE RECORD KEY IB-CODAV WITH DUPLICATES
               FILE STATUS WS-FS-IMMO.

           SELECT SOLDE-FILE ASSIGN TO "SOLDE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SO-CLE
               FILE STATUS WS-FS-SOLDE.

           SELECT PERMANENCE-FILE ASSIGN TO "PERMANENCE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PE-CLE
               ALTERNATE RECORD KEY PE-NUMPIL WITH DUPLICATES
               FILE STATUS WS-FS-PERMANENCE.

           SELECT ABSENCE-FILE ASSIGN TO "ABSENCE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-ID
               ALTERNATE RECORD KEY AB-NUMPIL WITH DUPLICATES
               FILE STATUS WS-FS-ABSENCE.

           SELECT QUALINST-FILE ASSIGN TO "QUALINST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QI-CLE
               FILE STATUS WS-FS-QUALINST.

           SELECT QUOTA-FILE ASSIGN TO "QUOTA.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QT-CLE
               FILE STATUS WS-FS-QUOTA.

           SELECT VENTEVIS-FILE ASSIGN TO "VENTEVIS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY VV-NUMERO
               ALTERNATE RECORD KEY VV-DATE WITH DUPLICATES
               FILE STATUS WS-FS-VENTEVIS.

           SELECT ARTICLE-FILE ASSIGN TO "ARTICLE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AE-CODE
               FILE STATUS WS-FS-ARTICLE.

           SELECT VENTEBOUT-FILE ASSIGN TO "VENTEBOUT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BT-CLE
               ALTERNATE RECORD KEY BT-DATE WITH DUPLICATES
               FILE STATUS WS-FS-VENTEBOUT.

           SELECT CODEPOST-FILE ASSIGN TO "CODEPOST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PO-CLE
               FILE STATUS WS-FS-CODEPOST.

           SELECT AUDCHAIN-FILE ASSIGN TO "AUDCHAIN.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AC-CLE
               FILE STATUS WS-FS-AUDCHAIN.

           SELECT ABONRPT-FILE ASSIGN TO "ABONRPT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AB-CLE
               FILE STATUS WS-FS-ABONRPT.

           SELECT ACTMOIS-FILE ASSIGN TO "ACTMOIS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AM-CLE
               FILE STATUS WS-FS-ACTMOIS.

           SELECT PRIXCARB-FILE ASSIGN TO "PRIXCARB.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PX-CLE
               FILE STATUS WS-FS-PRIXCARB.

           SELECT EQUIP-FILE ASSIGN TO "EQUIP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EQ-NUMSERIE
               FILE STATUS WS-FS-EQUIP.

           SELECT PRETEQ-FILE ASSIGN TO "PRETEQ.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LQ-ID
               ALTERNATE RECORD KEY LQ-NUMSERIE WITH DUPLICATES
               ALTERNATE RECORD KEY LQ-NUMPIL WITH DUPLICATES
               ALTERNATE RECORD KEY LQ-NUMVOL WITH DUPLICATES
               FILE STATUS WS-FS-PRETEQ.

           SELECT CONTURG-FILE ASSIGN TO "CONTURG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CU-CLE
               FILE STATUS WS-FS-CONTURG.

           SELECT MANIFESTE-FILE ASSIGN TO "MANIFEST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MF-CLE
               FILE STATUS WS-FS-MANIFESTE.

           SELECT ADHESION-FILE ASSIGN TO "ADHESION.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AH-ID
               ALTERNATE RECORD KEY AH-STATUT WITH DUPLICATES
               FILE STATUS WS-FS-ADHESION.

           SELECT DON-FILE ASSIGN TO "DONS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DN-ID
               ALTERNATE RECORD KEY DN-NUMPIL WITH DUPLICATES
               FILE STATUS WS-FS-DON.

           SELECT LIVRET-FILE ASSIGN TO "LIVRET.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LT-ID
               ALTERNATE RECORD KEY LT-SERIE WITH DUPLICATES
               FILE STATUS WS-FS-LIVRET.

           SELECT PROGINSP-FILE ASSIGN TO "PROGINSP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IP-CLE
               FILE STATUS WS-FS-PROGINSP.

           SELECT TACHEOT-FILE ASSIGN TO "TACHEOT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY TK-CLE
               FILE STATUS WS-FS-TACHEOT.

           SELECT PIECEMAG-FILE ASSIGN TO "PIECEMAG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PC-REFERENCE
               FILE STATUS WS-FS-PIECEMAG.

           SELECT MAGMVT-FILE ASSIGN TO "MAGMVT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY MG-ID
               ALTERNATE RECORD KEY MG-REFERENCE WITH DUPLICATES
               FILE STATUS WS-FS-MAGMVT.

           SELECT CLUBPART-FILE ASSIGN TO "CLUBPART.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CB-ID
               FILE STATUS WS-FS-CLUBPART.

           SELECT CLUBVOL-FILE ASSIGN TO "CLUBVOL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CX-ID
               ALTERNATE RECORD KEY CX-CLUB WITH DUPLICATES
               FILE STATUS WS-FS-CLUBVOL.

           SELECT NOTEFRAIS-FILE ASSIGN TO "NOTEFRAIS.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NF-ID
               ALTERNATE RECORD KEY NF-NUMPIL WITH DUPLICATES
               FILE STATUS WS-FS-NOTEFRAIS.

           SELECT CALENDRIER-FILE ASSIGN TO "CALENDRIER.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CL-DATE
               FILE STATUS WS-FS-CALENDRIER.

           SELECT FUSEAU-FILE ASSIGN TO "FUSEAU.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FU-ANNEE
               FILE STATUS WS-FS-FUSEAU.

           SELECT CLOTPIL-FILE ASSIGN TO "CLOTPIL.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CQ-NUMVOL
               FILE STATUS WS-FS-CLOTPIL.

           SELECT DIFFUSION-FILE ASSIGN TO "DIFFUSION.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DU-ID
               FILE STATUS WS-FS-DIFFUSION.

           SELECT DIFFDEST-FILE ASSIGN TO "DIFFDEST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY DD-CLE
               FILE STATUS WS-FS-DIFFDEST.

           SELECT ALERTE-FILE ASSIGN TO "ALERTE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NA-ID
               ALTERNATE RECORD KEY NA-CIBLE WITH DUPLICATES
               FILE STATUS WS-FS-ALERTE.

           SELECT CONSULT-FILE ASSIGN TO "CONSULT.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CS-CLE
               ALTERNATE RECORD KEY CS-OPERATEUR WITH DUPLICATES
               FILE STATUS WS-FS-CONSULT.

           SELECT PERIODE-FILE ASSIGN TO "PERIODE.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PR-MOIS
               FILE STATUS WS-FS-PERIODE.

           SELECT CLEREP-FILE ASSIGN TO "CLEREP.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AK-CODE
               FILE STATUS WS-FS-CLEREP.

           SELECT ENREG-FILE ASSIGN TO "ENREG.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EG-CLE
               ALTERNATE RECORD KEY EG-NUMVOL WITH DUPLICATES
               FILE STATUS WS-FS-ENREG.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-AUDIT.
