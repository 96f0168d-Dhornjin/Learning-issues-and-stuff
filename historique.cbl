      * Author: Dhornjin
      * Date: 02/09/2026
      * Purpose: change-history inquiry over the CUSTAUDIT trail -
      *          one client id (or all), optional date range and
      *          operator, images broken out
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 AUD-ACTION PIC x.
           02 AUD-AVANT  PIC x(99).
           02 AUD-APRES  PIC x(99).
           02 AUD-ID-LIE PIC x(20).
           02 AUD-OPERATEUR PIC x(8).

       WORKING-STORAGE SECTION.

        77 ws-eof PIC x VALUE 'N'.
        77 ws-cmdline-parm PIC x(80).
        77 ws-id PIC x(20).
        77 ws-operateur PIC x(8) VALUE SPACES.
        77 ws-id-mvt PIC x(20).
        77 ws-mot-idx PIC 9.
        77 ws-rang PIC 9 VALUE ZERO.
        77 ws-date-debut PIC x(8) VALUE SPACES.
        77 ws-date-fin   PIC x(8) VALUE SPACES.
        77 ws-nb-trouves PIC 9(4) VALUE ZERO.
          02 ip-code-postal PIC x(5).
          02 ip-statut      PIC x.
          02 ip-date-desact PIC x(8).
       01 ws-mots.
          02 ws-mot         PIC x(20) OCCURS 4 TIMES.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
                GOBACK
            END-IF

            IF ws-id = '*'
                DISPLAY "Historique de tous les clients"
            ELSE
                DISPLAY "Historique du client " ws-id
            END-IF
            IF ws-date-debut NOT = SPACES
                DISPLAY "  du " ws-date-debut " au " ws-date-fin
            END-IF
            IF ws-operateur NOT = SPACES
                DISPLAY "  mouvements de l'operateur " ws-operateur
            END-IF

            PERFORM UNTIL ws-eof = 'Y'
                READ AUDIT-FILE

            CLOSE AUDIT-FILE
            IF ws-nb-trouves = ZERO
                DISPLAY "Aucun mouvement ne repond aux criteres."
            ELSE
                DISPLAY ws-nb-trouves " mouvement(s) liste(s)."
            END-IF
      *>   dates as YYYYMMDD. Run without a PARM (a clerk at a
      *>   terminal) they are prompted for, blank dates meaning no
      *>   range filter. A debut without a fin runs through today.
      *>   An id of * lists every client; an OPER=xxxxxxxx word,
      *>   anywhere on the PARM, keeps only that operator's movements
      *>   (a batch program's name for its own: CHARGE, DORMANT...).
            MOVE SPACES TO ws-cmdline-parm
            ACCEPT ws-cmdline-parm FROM COMMAND-LINE
            IF ws-cmdline-parm NOT = SPACES
                MOVE SPACES TO ws-mots
                UNSTRING ws-cmdline-parm DELIMITED BY ALL SPACE
                    INTO ws-mot(1) ws-mot(2) ws-mot(3) ws-mot(4)
                END-UNSTRING
                PERFORM VARYING ws-mot-idx FROM 1 BY 1
                        UNTIL ws-mot-idx > 4
                    PERFORM RANGER-UN-MOT
                END-PERFORM
            ELSE
                DISPLAY "Identifiant client : "
                    WITH NO ADVANCING
                        WITH NO ADVANCING
                    ACCEPT ws-date-fin
                END-IF
                DISPLAY "Operateur (vide = tous) : "
                    WITH NO ADVANCING
                ACCEPT ws-operateur
            END-IF
            IF ws-date-debut NOT = SPACES AND ws-date-fin = SPACES
                ACCEPT ws-date-fin FROM DATE YYYYMMDD
            END-IF.

       RANGER-UN-MOT.
      *>   OPER= words are picked out wherever they stand; the rest
      *>   fill id, date-debut, date-fin in the order given.
            IF ws-mot(ws-mot-idx)(1:5) = 'OPER='
                MOVE ws-mot(ws-mot-idx)(6:8) TO ws-operateur
            ELSE
                IF ws-mot(ws-mot-idx) NOT = SPACES
                    ADD 1 TO ws-rang
                    EVALUATE ws-rang
                        WHEN 1 MOVE ws-mot(ws-mot-idx) TO ws-id
                        WHEN 2 MOVE ws-mot(ws-mot-idx) TO ws-date-debut
                        WHEN 3 MOVE ws-mot(ws-mot-idx) TO ws-date-fin
                        WHEN OTHER CONTINUE
                    END-EVALUATE
                END-IF
            END-IF.

       FILTRER-UN-MOUVEMENT.
      *>   A record belongs to the client if either image carries the
      *>   id in the CUSTMSTR-ID slot: the avant image covers deletes
      *>   (whose apres is blank) and the apres covers adds (whose
      *>   avant is blank).
            IF ws-id = '*'
                OR AUD-AVANT(1:20) = ws-id OR AUD-APRES(1:20) = ws-id
                IF ws-date-debut = SPACES
                    OR (AUD-DATE >= FUNCTION NUMVAL(ws-date-debut)
                        AND AUD-DATE <= FUNCTION NUMVAL(ws-date-fin))
                    IF ws-operateur = SPACES
                        OR AUD-OPERATEUR = ws-operateur
                        PERFORM MONTRER-UN-MOUVEMENT
                    END-IF
                END-IF
            END-IF.

                WHEN 'A' MOVE 'AJOUT       ' TO ws-action-lib
                WHEN 'M' MOVE 'MODIFICATION' TO ws-action-lib
                WHEN 'S' MOVE 'SUPPRESSION ' TO ws-action-lib
                WHEN 'F' MOVE 'FUSION      ' TO ws-action-lib
                WHEN OTHER MOVE AUD-ACTION   TO ws-action-lib
            END-EVALUATE
            PERFORM EDITER-DATE-HEURE
            MOVE AUD-AVANT TO img-avant
            MOVE AUD-APRES TO img-apres
            DISPLAY " "
      *>   movements written before operators signed on carry no
      *>   operator; they are shown without the "par"
            IF AUD-OPERATEUR = SPACES
                DISPLAY ws-date-ed " " ws-heure-ed "  " ws-action-lib
            ELSE
                DISPLAY ws-date-ed " " ws-heure-ed "  " ws-action-lib
                    "  par " AUD-OPERATEUR
            END-IF
            IF ws-id = '*'
                IF AUD-APRES(1:20) = SPACES
                    MOVE AUD-AVANT(1:20) TO ws-id-mvt
                ELSE
                    MOVE AUD-APRES(1:20) TO ws-id-mvt
                END-IF
                DISPLAY "    client      : " ws-id-mvt
            END-IF
            EVALUATE AUD-ACTION
                WHEN 'A'
                    DISPLAY "    nom         : " ip-nom
                    DISPLAY "    rue         : " ia-rue
                    DISPLAY "    ville       : " ia-ville
                    DISPLAY "    code postal : " ia-code-postal
                WHEN 'F'
                    PERFORM MONTRER-FUSION
                WHEN OTHER
                    PERFORM MONTRER-CHAMPS-MODIFIES
            END-EVALUATE.

       MONTRER-FUSION.
      *>   A fusion writes one movement per id, each naming the other
      *>   in AUD-ID-LIE: the absorbed side is the one whose statut
      *>   went inactif, the survivor's images are left unchanged.
            IF ip-statut = 'I' AND ia-statut NOT = 'I'
                DISPLAY "    absorbe par : " AUD-ID-LIE
            ELSE
                DISPLAY "    a absorbe   : " AUD-ID-LIE
            END-IF
            PERFORM MONTRER-CHAMPS-MODIFIES.

       MONTRER-CHAMPS-MODIFIES.
      *>   For an update both images are shown side by side, champ par
      *>   champ, an unchanged field on one line and a changed one as
