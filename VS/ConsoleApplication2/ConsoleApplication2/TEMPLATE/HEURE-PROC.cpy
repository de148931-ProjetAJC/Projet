      * HEURE-PROC - shared paragraphs converting between the
      * club's local time and UTC through the yearly rule kept in
      * FUSEAU.DAT, same shape as CALENDRIER-PROC.cpy. COPY into
      * PROCEDURE DIVISION; requires DATAFILES.cpy/-FD/-WS already
      * copied in. The rule of the year last used stays loaded, so
      * a scan converting thousands of times reads the file once a
      * year; a year missing from the file follows the European
      * rule (REGLE-EUROPEENNE) without writing it.
      *   LOCALE-VERS-UTC      WS-HZ-DATE/WS-HZ-HEURE in local time
      *                        in, the same instant in UTC out (the
      *                        date moves when midnight is crossed).
      *   UTC-VERS-LOCALE      the reverse.
      *   VOL-VERS-UTC         VOL-REC's departure, arrival and leg
      *                        times put in UTC, VL-REF-HEURE "U"
      *                        (nothing done if it already was).
      *   VOL-VERS-LOCALE      the reverse, VL-REF-HEURE spaces -
      *                        for display and ops sheets, never to
      *                        be rewritten.
      *   REGLE-EUROPEENNE     WS-HZ-ANNEE in; the European rule for
      *                        that year in the WS-HZ- rule fields.
      * An invalid date or time is left as it is.
       LOCALE-VERS-UTC.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-HZ-DATE) = 0
              AND FUNCTION INTEGER-PART(WS-HZ-HEURE / 100) < 24
              AND FUNCTION MOD(WS-HZ-HEURE, 100) < 60
               MOVE WS-HZ-DATE(1:4) TO WS-HZ-ANNEE
               PERFORM CHARGE-FUSEAU
               PERFORM MINUTES-HZ
               SUBTRACT WS-HZ-DECAL-HIVER FROM WS-HZ-MIN
               IF WS-HZ-MIN NOT < WS-HZ-MIN-DEB
                  AND WS-HZ-MIN < WS-HZ-MIN-FIN
                   COMPUTE WS-HZ-MIN = WS-HZ-MIN + WS-HZ-DECAL-HIVER
                       - WS-HZ-DECAL-ETE
               END-IF
               PERFORM DATE-HEURE-HZ
           END-IF.

       UTC-VERS-LOCALE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-HZ-DATE) = 0
              AND FUNCTION INTEGER-PART(WS-HZ-HEURE / 100) < 24
              AND FUNCTION MOD(WS-HZ-HEURE, 100) < 60
               MOVE WS-HZ-DATE(1:4) TO WS-HZ-ANNEE
               PERFORM CHARGE-FUSEAU
               PERFORM MINUTES-HZ
               IF WS-HZ-MIN NOT < WS-HZ-MIN-DEB
                  AND WS-HZ-MIN < WS-HZ-MIN-FIN
                   ADD WS-HZ-DECAL-ETE TO WS-HZ-MIN
               ELSE
                   ADD WS-HZ-DECAL-HIVER TO WS-HZ-MIN
               END-IF
               PERFORM DATE-HEURE-HZ
           END-IF.

       VOL-VERS-UTC.
           IF NOT VL-HEURES-UTC
               IF VL-DATEDEP > 0
                   MOVE VL-DATEDEP TO WS-HZ-DATE
                   MOVE VL-HDEP    TO WS-HZ-HEURE
                   PERFORM LOCALE-VERS-UTC
                   MOVE WS-HZ-DATE  TO VL-DATEDEP
                   MOVE WS-HZ-HEURE TO VL-HDEP
               END-IF
               IF VL-DATEARR > 0
                   MOVE VL-DATEARR TO WS-HZ-DATE
                   MOVE VL-HARR    TO WS-HZ-HEURE
                   PERFORM LOCALE-VERS-UTC
                   MOVE WS-HZ-DATE  TO VL-DATEARR
                   MOVE WS-HZ-HEURE TO VL-HARR
               END-IF
               PERFORM VARYING WS-HZ-LEG FROM 1 BY 1
                       UNTIL WS-HZ-LEG > VL-NBLEGS OR WS-HZ-LEG > 4
                   IF VL-LEG-DATEARR (WS-HZ-LEG) > 0
                       MOVE VL-LEG-DATEARR (WS-HZ-LEG) TO WS-HZ-DATE
                       MOVE VL-LEG-HARR (WS-HZ-LEG)    TO WS-HZ-HEURE
                       PERFORM LOCALE-VERS-UTC
                       MOVE WS-HZ-DATE  TO VL-LEG-DATEARR (WS-HZ-LEG)
                       MOVE WS-HZ-HEURE TO VL-LEG-HARR (WS-HZ-LEG)
                   END-IF
               END-PERFORM
               MOVE "U" TO VL-REF-HEURE
           END-IF.

       VOL-VERS-LOCALE.
           IF VL-HEURES-UTC
               IF VL-DATEDEP > 0
                   MOVE VL-DATEDEP TO WS-HZ-DATE
                   MOVE VL-HDEP    TO WS-HZ-HEURE
                   PERFORM UTC-VERS-LOCALE
                   MOVE WS-HZ-DATE  TO VL-DATEDEP
                   MOVE WS-HZ-HEURE TO VL-HDEP
               END-IF
               IF VL-DATEARR > 0
                   MOVE VL-DATEARR TO WS-HZ-DATE
                   MOVE VL-HARR    TO WS-HZ-HEURE
                   PERFORM UTC-VERS-LOCALE
                   MOVE WS-HZ-DATE  TO VL-DATEARR
                   MOVE WS-HZ-HEURE TO VL-HARR
               END-IF
               PERFORM VARYING WS-HZ-LEG FROM 1 BY 1
                       UNTIL WS-HZ-LEG > VL-NBLEGS OR WS-HZ-LEG > 4
                   IF VL-LEG-DATEARR (WS-HZ-LEG) > 0
                       MOVE VL-LEG-DATEARR (WS-HZ-LEG) TO WS-HZ-DATE
                       MOVE VL-LEG-HARR (WS-HZ-LEG)    TO WS-HZ-HEURE
                       PERFORM UTC-VERS-LOCALE
                       MOVE WS-HZ-DATE  TO VL-LEG-DATEARR (WS-HZ-LEG)
                       MOVE WS-HZ-HEURE TO VL-LEG-HARR (WS-HZ-LEG)
                   END-IF
               END-PERFORM
               MOVE SPACE TO VL-REF-HEURE
           END-IF.

       CHARGE-FUSEAU.
           IF WS-HZ-ANNEE NOT = WS-HZ-ANNEE-CHARGEE
               PERFORM REGLE-EUROPEENNE
               OPEN INPUT FUSEAU-FILE
               IF WS-FS-FUSEAU = "00"
                   MOVE WS-HZ-ANNEE TO FU-ANNEE
                   READ FUSEAU-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FU-DEBUT-ETE      TO WS-HZ-DEBUT-ETE
                           MOVE FU-FIN-ETE        TO WS-HZ-FIN-ETE
                           MOVE FU-HEURE-BASCULE  TO WS-HZ-BASCULE
                           MOVE FU-DECALAGE-HIVER TO WS-HZ-DECAL-HIVER
                           MOVE FU-DECALAGE-ETE   TO WS-HZ-DECAL-ETE
                   END-READ
                   CLOSE FUSEAU-FILE
               END-IF
               COMPUTE WS-HZ-MIN-DEB =
                   FUNCTION INTEGER-OF-DATE(WS-HZ-DEBUT-ETE) * 1440
                   + FUNCTION INTEGER-PART(WS-HZ-BASCULE / 100) * 60
                   + FUNCTION MOD(WS-HZ-BASCULE, 100)
               COMPUTE WS-HZ-MIN-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-HZ-FIN-ETE) * 1440
                   + FUNCTION INTEGER-PART(WS-HZ-BASCULE / 100) * 60
                   + FUNCTION MOD(WS-HZ-BASCULE, 100)
               MOVE WS-HZ-ANNEE TO WS-HZ-ANNEE-CHARGEE
           END-IF.

      * Summer time from the last Sunday of March to the last
      * Sunday of October, both changes at 01:00 UTC; one hour
      * ahead of UTC in winter, two in summer. INTEGER-OF-DATE
      * leaves 0 by 7 on a Sunday, so taking the remainder off the
      * 31st lands on the month's last Sunday.
       REGLE-EUROPEENNE.
           COMPUTE WS-HZ-INT =
               FUNCTION INTEGER-OF-DATE(WS-HZ-ANNEE * 10000 + 331).
           COMPUTE WS-HZ-INT = WS-HZ-INT - FUNCTION MOD(WS-HZ-INT, 7).
           COMPUTE WS-HZ-DEBUT-ETE =
               FUNCTION DATE-OF-INTEGER(WS-HZ-INT).
           COMPUTE WS-HZ-INT =
               FUNCTION INTEGER-OF-DATE(WS-HZ-ANNEE * 10000 + 1031).
           COMPUTE WS-HZ-INT = WS-HZ-INT - FUNCTION MOD(WS-HZ-INT, 7).
           COMPUTE WS-HZ-FIN-ETE =
               FUNCTION DATE-OF-INTEGER(WS-HZ-INT).
           MOVE 0100 TO WS-HZ-BASCULE.
           MOVE 60   TO WS-HZ-DECAL-HIVER.
           MOVE 120  TO WS-HZ-DECAL-ETE.

       MINUTES-HZ.
           COMPUTE WS-HZ-MIN =
               FUNCTION INTEGER-OF-DATE(WS-HZ-DATE) * 1440
               + FUNCTION INTEGER-PART(WS-HZ-HEURE / 100) * 60
               + FUNCTION MOD(WS-HZ-HEURE, 100).

       DATE-HEURE-HZ.
           DIVIDE WS-HZ-MIN BY 1440 GIVING WS-HZ-INT
               REMAINDER WS-HZ-RESTE.
           COMPUTE WS-HZ-DATE = FUNCTION DATE-OF-INTEGER(WS-HZ-INT).
           COMPUTE WS-HZ-HEURE =
               FUNCTION INTEGER-PART(WS-HZ-RESTE / 60) * 100
               + FUNCTION MOD(WS-HZ-RESTE, 60).
