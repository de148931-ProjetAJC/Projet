                05  WS_L_NUMPIL     PIC 9(6).
                05  WS_L_NOM        PIC X(20).
                05  WS_L_DISPO      PIC X.
      * Worst staff alert note in force on the row (F135): B, A
      * or I and the start of its text, as the viewer may see it.
            01  WS_ALERTE_LIGNE.
                05  WS_L_AL_GRAVITE PIC X.
                05  FILLER          PIC X.
                05  WS_L_AL_TEXTE   PIC X(16).

            LINKAGE SECTION.
            77  LS_QUIT         PIC 9.
                02  LINE 7  COL 30 VALUE "Etat".
                02  LINE 7  COL 40 VALUE "Cpt. horaire".
                02  LINE 7  COL 55 VALUE "Defaut".
                02  LINE 7  COL 62 VALUE "Notes".
                02  LINE 16 COL 2  VALUE "PILOTES".
                02  LINE 16 COL 20 VALUE "Nom".
                02  LINE 16 COL 45 VALUE "Disponibilite".
                02  LINE 16 COL 62 VALUE "Notes".
                02  LINE 19 COL 1 PIC X(80) FROM WS_LINE.
                02  LINE 20 COL 2 PIC X(50) FROM WS_MSG.
                02  LINE 21 COL 2 PIC X(50) FROM WS_INVITE.
                    PIC 9(5).9 FROM WS_L_CPTHORAV.
                02  LINE WS_LISTE_LIGNE COL 55
                    PIC X FROM WS_L_DEFAUT.
                02  LINE WS_LISTE_LIGNE COL 62
                    PIC X(18) FROM WS_ALERTE_LIGNE.

            01  SS-LIGNE-PILOTE.
                02  LINE WS_LISTE_LIGNE COL 2
                    PIC X(20) FROM WS_L_NOM.
                02  LINE WS_LISTE_LIGNE COL 45
                    PIC X FROM WS_L_DISPO.
                02  LINE WS_LISTE_LIGNE COL 62
                    PIC X(18) FROM WS_ALERTE_LIGNE.

        PROCEDURE DIVISION USING LS_QUIT LS_OPERATEUR.
        PRINCIPAL SECTION.
            MOVE "    2 - Validez les informations." TO WS_DESC3.
            MOVE "RECAPITULATIF" TO WS_RECAP.
            MOVE "Numero de vol : " TO WS_NVOL.
            MOVE "Depart (h locale) : " TO WS_HDEP.
            MOVE "Arrivee (h locale) : " TO WS_HARR.
            MOVE "Numero de l'avion : " TO WS_NAVION.
            MOVE "Pilote : " TO WS_CIVPILOTE.
            STRING "La validation de ces informations entrainera"
            ELSE
                MOVE LS_OPERATEUR TO WS-OPERATEUR
            END-IF.
            PERFORM PORTEE-ALERTES.

        REFRESH_SCREEN_F0.
            DISPLAY CLRSCREEN.
                            MOVE AV-ETATAV   TO WS_L_ETATAV
                            MOVE AV-CPTHORAV TO WS_L_CPTHORAV
                            PERFORM CHERCHE_DEFAUT_F0
                            MOVE "A" TO WS-AL-CIBLE
                            MOVE AV-CODAV TO WS-AL-NUMERO
                            PERFORM CHERCHE_ALERTE_F0
                            DISPLAY SS-LIGNE-AVION
                            ADD 1 TO WS_LISTE_LIGNE
                            ADD 1 TO WS_LISTE_COUNT
                            ELSE
                                MOVE "I" TO WS_L_DISPO
                            END-IF
                            MOVE "P" TO WS-AL-CIBLE
                            MOVE PI-NUMPIL TO WS-AL-NUMERO
                            PERFORM CHERCHE_ALERTE_F0
                            DISPLAY SS-LIGNE-PILOTE
                            ADD 1 TO WS_LISTE_LIGNE
                            ADD 1 TO WS_LISTE_COUNT
                CLOSE OCCURRENCE-FILE
            END-IF.

      * The worst note wins the column. A blocking note the viewer
      * may not read still shows, without its text, since it
      * stops any booking of the row.
        CHERCHE_ALERTE_F0.
            MOVE SPACES TO WS_ALERTE_LIGNE.
            PERFORM CHARGE-ALERTES.
            PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                    UNTIL WS-AL-IDX > WS-AL-NB
                EVALUATE TRUE
                    WHEN WS-AL-T-GRAVITE (WS-AL-IDX) = "B"
                     AND WS_L_AL_GRAVITE NOT = "B"
                    WHEN WS-AL-T-GRAVITE (WS-AL-IDX) = "A"
                     AND WS_L_AL_GRAVITE NOT = "B" AND NOT = "A"
                    WHEN WS_L_AL_GRAVITE = SPACE
                        MOVE WS-AL-T-GRAVITE (WS-AL-IDX)
                            TO WS_L_AL_GRAVITE
                        MOVE WS-AL-T-TEXTE (WS-AL-IDX)
                            TO WS_L_AL_TEXTE
                END-EVALUATE
            END-PERFORM.
            IF WS-AL-NB-BLOQ > 0 AND WS_L_AL_GRAVITE NOT = "B"
                MOVE "B" TO WS_L_AL_GRAVITE
                MOVE "voir le bureau" TO WS_L_AL_TEXTE
            END-IF.

        SQL_TREATMENT_F0.
            PERFORM SQL_QUERY_F0.
            IF WS_VOL_FOUND
                                MOVE VL-NUMVOL TO WS_CUR_NUMVOL
                                MOVE VL-CODAV  TO WS_CUR_CODAV
                                MOVE VL-NUMPIL TO WS_CUR_NUMPIL
      * Stored in UTC, shown in local time.
                                PERFORM VOL-VERS-LOCALE
                                MOVE VL-HDEP   TO WS_DISP_HDEP
                                MOVE VL-HARR   TO WS_DISP_HARR
                            END-IF
            IF WS_VOL_FOUND
                STRING "Numero de vol : " WS_CUR_NUMVOL
                    INTO WS_NVOL
                STRING "Depart (h locale) : " WS_DISP_HDEP
                    INTO WS_HDEP
                STRING "Arrivee prevue (h locale) : " WS_DISP_HARR
                    INTO WS_HARR

                OPEN INPUT PILOTE-FILE
            DISPLAY STDSCREEN.

        COPY "AUDIT-PROC.cpy" IN TEMPLATE.

        COPY "HEURE-PROC.cpy" IN TEMPLATE.

        COPY "ALERTE-PROC.cpy" IN TEMPLATE.
