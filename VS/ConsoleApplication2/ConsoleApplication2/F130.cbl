       IDENTIFICATION DIVISION.
       PROGRAM-ID. F130.

      * Generation du calendrier: nothing in the suite knew the
      * club shuts on 25 December and in the first week of January,
      * or which days are bank holidays. This yearly batch writes the
      * chosen year (next year by default) into CALENDRIER.DAT: the
      * French public holidays - the eight fixed dates plus Easter
      * Monday, Ascension and Whit Monday, Easter computed by the
      * Gregorian computus - the days the euro settlement system is
      * shut (1 January, Good Friday, Easter Monday, 1 May, 25 and
      * 26 December), and the standing annual closure: Christmas Day
      * (PARAMS FERME-NOEL, 1 = closed) and the first FERME-JANVIER
      * days of January (7 by default). A day already keyed by hand
      * in F131 is left untouched; one generated before is
      * rewritten, so a re-run after a PARAMS change is harmless.
      * The year's days are listed in CALENDRIER_<AAAA>.TXT,
      * catalogued as type CALENDRI. The year's summer-time rule
      * (European rule, HEURE-PROC) is written to FUSEAU.DAT the
      * same way - a year amended in F131 is left as keyed - and
      * shown at the foot of the list.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DATAFILES.cpy" IN TEMPLATE.

           SELECT CALRPT-FILE ASSIGN TO WS-NOM-CALRPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-CALRPT.

       DATA DIVISION.
       FILE SECTION.
           COPY "DATAFILES-FD.cpy" IN TEMPLATE.
       FD  CALRPT-FILE.
       01  CALRPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "WS-TEMPLATE.cpy" IN TEMPLATE.
           COPY "DATAFILES-WS.cpy" IN TEMPLATE.

           77  WS-FS-CALRPT        PIC XX VALUE "00".
           77  WS-NOM-CALRPT       PIC X(40) VALUE SPACES.
           77  WS-ANNEE-SAISIE     PIC X(4) VALUE SPACES.
           77  WS-ANNEE            PIC 9(4) VALUE 0.

      * Standing closure, from PARAMS.
           77  WS-FERME-NOEL       PIC 9(3) VALUE 1.
           77  WS-FERME-JANVIER    PIC 9(3) VALUE 7.

      * Easter by the anonymous Gregorian computus; its day
      * number anchors the movable feasts.
           77  WS-PQ-A             PIC 9(4) VALUE 0.
           77  WS-PQ-B             PIC 9(4) VALUE 0.
           77  WS-PQ-C             PIC 9(4) VALUE 0.
           77  WS-PQ-D             PIC 9(4) VALUE 0.
           77  WS-PQ-E             PIC 9(4) VALUE 0.
           77  WS-PQ-F             PIC 9(4) VALUE 0.
           77  WS-PQ-G             PIC 9(4) VALUE 0.
           77  WS-PQ-H             PIC 9(4) VALUE 0.
           77  WS-PQ-I             PIC 9(4) VALUE 0.
           77  WS-PQ-K             PIC 9(4) VALUE 0.
           77  WS-PQ-L             PIC 9(4) VALUE 0.
           77  WS-PQ-M             PIC 9(4) VALUE 0.
           77  WS-PQ-N             PIC 9(4) VALUE 0.
           77  WS-PQ-MOIS          PIC 9(2) VALUE 0.
           77  WS-PQ-DATE          PIC 9(8) VALUE 0.
           77  WS-PQ-INT           PIC 9(7) VALUE 0.

      * The day being generated.
           77  WS-J-INT            PIC 9(7) VALUE 0.
           77  WS-J-FIN-INT        PIC 9(7) VALUE 0.
           77  WS-J-DATE           PIC 9(8) VALUE 0.
           77  WS-J-MMJJ           PIC 9(4) VALUE 0.
           77  WS-J-ECART          PIC S9(4) VALUE 0.
           77  WS-J-FERME          PIC X VALUE "N".
           77  WS-J-FERIE          PIC X VALUE "N".
           77  WS-J-BANQUE         PIC X VALUE "N".
           77  WS-J-LIBELLE        PIC X(30) VALUE SPACES.

           77  WS-NB-ECRITS        PIC 9(3) VALUE 0.
           77  WS-NB-MAJ           PIC 9(3) VALUE 0.
           77  WS-NB-MANUELS       PIC 9(3) VALUE 0.
           77  WS-FUSEAU-ETAT      PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       DEBUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-FIELDS.
           MOVE "BATCH" TO WS-OPERATEUR.
           PERFORM SAISIE-ANNEE.
           PERFORM CHARGE-PARAMS.
           PERFORM CALCULE-PAQUES.
           MOVE SPACES TO WS-NOM-CALRPT.
           STRING "CALENDRIER_" WS-ANNEE ".TXT"
               DELIMITED BY SIZE INTO WS-NOM-CALRPT.
           OPEN OUTPUT CALRPT-FILE.
           PERFORM ECRIT-ENTETE.
           OPEN I-O CALENDRIER-FILE.
           IF WS-FS-CALENDRIER = "35"
               OPEN OUTPUT CALENDRIER-FILE
               CLOSE CALENDRIER-FILE
               OPEN I-O CALENDRIER-FILE
           END-IF.
           COMPUTE WS-J-INT =
               FUNCTION INTEGER-OF-DATE(WS-ANNEE * 10000 + 0101).
           COMPUTE WS-J-FIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-ANNEE * 10000 + 1231).
           PERFORM UNTIL WS-J-INT > WS-J-FIN-INT
               PERFORM GENERE-JOUR
               ADD 1 TO WS-J-INT
           END-PERFORM.
           CLOSE CALENDRIER-FILE.
           PERFORM GENERE-FUSEAU.
           PERFORM ECRIT-SYNTHESE.
           CLOSE CALRPT-FILE.
           MOVE "CALENDRI" TO WS-RPT-TYPE.
           MOVE SPACES TO WS-RPT-PERIODE.
           MOVE WS-ANNEE TO WS-RPT-PERIODE.
           MOVE WS-NOM-CALRPT TO WS-RPT-NOM.
           PERFORM CATALOGUE-RAPPORT.
           DISPLAY "Calendrier " WS-ANNEE " : " WS-NB-ECRITS
               " jour(s) cree(s), " WS-NB-MAJ " mis a jour - "
               WS-NOM-CALRPT.
           PERFORM ENREGISTRE-AUDIT.
           STOP RUN.

       SAISIE-ANNEE.
           DISPLAY "Calendrier - annee (AAAA, 0 = annee suivante) : "
               NO ADVANCING.
           ACCEPT WS-ANNEE-SAISIE.
           PERFORM UNTIL WS-ANNEE-SAISIE IS NUMERIC
                   AND (WS-ANNEE-SAISIE = "0000"
                        OR (WS-ANNEE-SAISIE >= "1601"
                            AND WS-ANNEE-SAISIE <= "9998"))
               IF WS-ANNEE-SAISIE = "0" OR WS-ANNEE-SAISIE = SPACES
                   MOVE "0000" TO WS-ANNEE-SAISIE
               ELSE
                   DISPLAY "Saisie invalide. Annee (AAAA, 0 = annee "
                       "suivante) : " NO ADVANCING
                   ACCEPT WS-ANNEE-SAISIE
               END-IF
           END-PERFORM.
           MOVE WS-ANNEE-SAISIE TO WS-ANNEE.
           IF WS-ANNEE = 0
               COMPUTE WS-ANNEE = WS-CURR-YEAR + 1
           END-IF.

      * Defaults come from the PARAMS file (seeded on first
      * read), maintained through F38 instead of a recompile.
       CHARGE-PARAMS.
           MOVE "FERME-NOEL" TO WS-PARAM-CODE.
           MOVE 1 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-FERME-NOEL.
           MOVE "FERME-JANVIER" TO WS-PARAM-CODE.
           MOVE 7 TO WS-PARAM-DEFAUT.
           PERFORM CHARGE-PARAMETRE.
           MOVE WS-PARAM-VALEUR TO WS-FERME-JANVIER.

       CALCULE-PAQUES.
           COMPUTE WS-PQ-A = FUNCTION MOD(WS-ANNEE, 19).
           COMPUTE WS-PQ-B = WS-ANNEE / 100.
           COMPUTE WS-PQ-C = FUNCTION MOD(WS-ANNEE, 100).
           COMPUTE WS-PQ-D = WS-PQ-B / 4.
           COMPUTE WS-PQ-E = FUNCTION MOD(WS-PQ-B, 4).
           COMPUTE WS-PQ-F = (WS-PQ-B + 8) / 25.
           COMPUTE WS-PQ-G = (WS-PQ-B - WS-PQ-F + 1) / 3.
           COMPUTE WS-PQ-H = FUNCTION MOD(19 * WS-PQ-A + WS-PQ-B
               - WS-PQ-D - WS-PQ-G + 15, 30).
           COMPUTE WS-PQ-I = WS-PQ-C / 4.
           COMPUTE WS-PQ-K = FUNCTION MOD(WS-PQ-C, 4).
           COMPUTE WS-PQ-L = FUNCTION MOD(32 + 2 * WS-PQ-E
               + 2 * WS-PQ-I - WS-PQ-H - WS-PQ-K, 7).
           COMPUTE WS-PQ-M = (WS-PQ-A + 11 * WS-PQ-H + 22 * WS-PQ-L)
               / 451.
           COMPUTE WS-PQ-N = WS-PQ-H + WS-PQ-L - 7 * WS-PQ-M + 114.
           COMPUTE WS-PQ-MOIS = WS-PQ-N / 31.
           COMPUTE WS-PQ-DATE = WS-ANNEE * 10000 + WS-PQ-MOIS * 100
               + FUNCTION MOD(WS-PQ-N, 31) + 1.
           COMPUTE WS-PQ-INT = FUNCTION INTEGER-OF-DATE(WS-PQ-DATE).

      * What the day is, from its month/day and its distance to
      * Easter; an ordinary day writes nothing.
       GENERE-JOUR.
           COMPUTE WS-J-DATE = FUNCTION DATE-OF-INTEGER(WS-J-INT).
           MOVE WS-J-DATE(5:4) TO WS-J-MMJJ.
           COMPUTE WS-J-ECART = WS-J-INT - WS-PQ-INT.
           MOVE "N" TO WS-J-FERME WS-J-FERIE WS-J-BANQUE.
           MOVE SPACES TO WS-J-LIBELLE.
           EVALUATE WS-J-MMJJ
               WHEN 0101
                   MOVE "Jour de l'an" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE WS-J-BANQUE
               WHEN 0501
                   MOVE "Fete du travail" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE WS-J-BANQUE
               WHEN 0508
                   MOVE "Victoire 1945" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE
               WHEN 0714
                   MOVE "Fete nationale" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE
               WHEN 0815
                   MOVE "Assomption" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE
               WHEN 1101
                   MOVE "Toussaint" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE
               WHEN 1111
                   MOVE "Armistice 1918" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE
               WHEN 1225
                   MOVE "Noel" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE WS-J-BANQUE
               WHEN 1226
                   MOVE "Lendemain de Noel (banques)" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-BANQUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE WS-J-ECART
               WHEN -2
                   MOVE "Vendredi saint (banques)" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-BANQUE
               WHEN 1
                   MOVE "Lundi de Paques" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE WS-J-BANQUE
               WHEN 39
                   MOVE "Ascension" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE
               WHEN 50
                   MOVE "Lundi de Pentecote" TO WS-J-LIBELLE
                   MOVE "O" TO WS-J-FERIE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF (WS-J-MMJJ = 1225 AND WS-FERME-NOEL > 0)
              OR (WS-J-MMJJ > 0100
                  AND WS-J-MMJJ <= 0100 + WS-FERME-JANVIER)
               MOVE "O" TO WS-J-FERME
               IF WS-J-LIBELLE = SPACES
                   MOVE "Fermeture annuelle du club" TO WS-J-LIBELLE
               END-IF
           END-IF.
           IF WS-J-FERME = "O" OR WS-J-FERIE = "O"
              OR WS-J-BANQUE = "O"
               PERFORM ENREGISTRE-JOUR
           END-IF.

       ENREGISTRE-JOUR.
           MOVE WS-J-DATE TO CL-DATE.
           READ CALENDRIER-FILE
               INVALID KEY
                   INITIALIZE CALENDRIER-REC
                   MOVE WS-J-DATE TO CL-DATE
                   PERFORM REMPLIT-JOUR
                   WRITE CALENDRIER-REC
                   ADD 1 TO WS-NB-ECRITS
                   PERFORM ECRIT-LIGNE-JOUR
               NOT INVALID KEY
                   IF CL-MANUEL
                       ADD 1 TO WS-NB-MANUELS
                   ELSE
                       PERFORM REMPLIT-JOUR
                       REWRITE CALENDRIER-REC
                       ADD 1 TO WS-NB-MAJ
                   END-IF
                   PERFORM ECRIT-LIGNE-JOUR
           END-READ.

       REMPLIT-JOUR.
           MOVE WS-J-FERME   TO CL-FERME.
           MOVE WS-J-FERIE   TO CL-FERIE.
           MOVE WS-J-BANQUE  TO CL-BANQUE.
           MOVE WS-J-LIBELLE TO CL-LIBELLE.
           MOVE "G"          TO CL-ORIGINE.
           MOVE WS-OPERATEUR TO CL-OPERATEUR.

      * Summer-time rule of the year, same keep-the-manual rule as
      * the days.
       GENERE-FUSEAU.
           MOVE WS-ANNEE TO WS-HZ-ANNEE.
           PERFORM REGLE-EUROPEENNE.
           OPEN I-O FUSEAU-FILE.
           IF WS-FS-FUSEAU = "35"
               OPEN OUTPUT FUSEAU-FILE
               CLOSE FUSEAU-FILE
               OPEN I-O FUSEAU-FILE
           END-IF.
           MOVE WS-ANNEE TO FU-ANNEE.
           READ FUSEAU-FILE
               INVALID KEY
                   INITIALIZE FUSEAU-REC
                   MOVE WS-ANNEE TO FU-ANNEE
                   PERFORM REMPLIT-FUSEAU
                   WRITE FUSEAU-REC
                   MOVE "creee" TO WS-FUSEAU-ETAT
               NOT INVALID KEY
                   IF FU-MANUEL
                       MOVE "saisie a la main gardee" TO WS-FUSEAU-ETAT
                       MOVE FU-DEBUT-ETE     TO WS-HZ-DEBUT-ETE
                       MOVE FU-FIN-ETE       TO WS-HZ-FIN-ETE
                       MOVE FU-HEURE-BASCULE TO WS-HZ-BASCULE
                   ELSE
                       PERFORM REMPLIT-FUSEAU
                       REWRITE FUSEAU-REC
                       MOVE "mise a jour" TO WS-FUSEAU-ETAT
                   END-IF
           END-READ.
           CLOSE FUSEAU-FILE.
           MOVE 0 TO WS-HZ-ANNEE-CHARGEE.

       REMPLIT-FUSEAU.
           MOVE WS-HZ-DEBUT-ETE   TO FU-DEBUT-ETE.
           MOVE WS-HZ-FIN-ETE     TO FU-FIN-ETE.
           MOVE WS-HZ-BASCULE     TO FU-HEURE-BASCULE.
           MOVE WS-HZ-DECAL-HIVER TO FU-DECALAGE-HIVER.
           MOVE WS-HZ-DECAL-ETE   TO FU-DECALAGE-ETE.
           MOVE "G"               TO FU-ORIGINE.
           MOVE WS-OPERATEUR      TO FU-OPERATEUR.

       ECRIT-ENTETE.
           MOVE SPACES TO CALRPT-REC.
           STRING "Calendrier du club " WS-ANNEE " - genere le "
               WS-CURR-DAY "/" WS-CURR-MONTH "/" WS-CURR-YEAR
               " - Paques le " WS-PQ-DATE(7:2) "/" WS-PQ-DATE(5:2)
               DELIMITED BY SIZE INTO CALRPT-REC.
           WRITE CALRPT-REC.
           MOVE SPACES TO CALRPT-REC.
           STRING "Date        Ferme Ferie Banque Origine Libelle"
               DELIMITED BY SIZE INTO CALRPT-REC.
           WRITE CALRPT-REC.
           MOVE ALL "=" TO CALRPT-REC.
           WRITE CALRPT-REC.

      * The record as it now stands - a manual day shows what the
      * desk keyed, not what the generation would have written.
       ECRIT-LIGNE-JOUR.
           MOVE SPACES TO CALRPT-REC.
           STRING CL-DATE(7:2) "/" CL-DATE(5:2) "/" CL-DATE(1:4)
               "  " CL-FERME "     " CL-FERIE "     " CL-BANQUE
               "      " CL-ORIGINE "       " CL-LIBELLE
               DELIMITED BY SIZE INTO CALRPT-REC.
           WRITE CALRPT-REC.

       ECRIT-SYNTHESE.
           MOVE SPACES TO CALRPT-REC.
           WRITE CALRPT-REC.
           MOVE SPACES TO CALRPT-REC.
           STRING WS-NB-ECRITS " jour(s) cree(s), " WS-NB-MAJ
               " mis a jour, " WS-NB-MANUELS
               " saisi(s) a la main laisse(s) tel(s) quel(s)."
               DELIMITED BY SIZE INTO CALRPT-REC.
           WRITE CALRPT-REC.
           MOVE SPACES TO CALRPT-REC.
           STRING "Heure d'ete du " WS-HZ-DEBUT-ETE(7:2) "/"
               WS-HZ-DEBUT-ETE(5:2) " au " WS-HZ-FIN-ETE(7:2) "/"
               WS-HZ-FIN-ETE(5:2) ", bascule a " WS-HZ-BASCULE
               " UTC (regle " WS-FUSEAU-ETAT ")."
               DELIMITED BY SIZE INTO CALRPT-REC.
           WRITE CALRPT-REC.

       ENREGISTRE-AUDIT.
           MOVE "F130"            TO WS-AUDIT-PROGRAMME.
           MOVE "GENERE-JOUR"     TO WS-AUDIT-PARAGRAPHE.
           MOVE "GENERE"          TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-RESUME.
           STRING "calendrier " WS-ANNEE ", " WS-NB-ECRITS
               " cree(s), " WS-NB-MAJ " maj, " WS-NB-MANUELS
               " manuel(s)" DELIMITED BY SIZE INTO WS-AUDIT-RESUME.
           PERFORM LOG-AUDIT.

           COPY "AUDIT-PROC.cpy" IN TEMPLATE.
           COPY "PARAMS-PROC.cpy" IN TEMPLATE.
           COPY "RAPPORT-PROC.cpy" IN TEMPLATE.
           COPY "HEURE-PROC.cpy" IN TEMPLATE.

       END PROGRAM F130.
