      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: duplicate-candidates listing over CUSTMSTR - actifs
      *          sharing nom + code postal, or rue + ville, grouped
      *          onto CUSTDUPL for the fusion run
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. doublons.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMSTR-ID
               ALTERNATE RECORD KEY IS CUSTMSTR-NOM
                   WITH DUPLICATES
               FILE STATUS IS ws-custmstr-status.
           SELECT LIST-FILE ASSIGN TO "CUSTDUPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.
           SELECT TRI-FILE ASSIGN TO "DOUBWK".
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMSTR-FILE.
       01  CUSTMSTR-RECORD.
           02 CUSTMSTR-ID        PIC a(20).
           02 CUSTMSTR-NOM       PIC a(15).
           02 CUSTMSTR-ADRESSE.
              03 CUSTMSTR-RUE         PIC a(30).
              03 CUSTMSTR-VILLE       PIC a(20).
              03 CUSTMSTR-CODE-POSTAL PIC x(5).
           02 CUSTMSTR-STATUT      PIC x.
           02 CUSTMSTR-DATE-DESACT PIC 9(8).

       FD  LIST-FILE.
       01  LIST-RECORD PIC x(132).

      *>   one line per actif client, sorted twice over: by nom then
      *>   code postal for the first criterion, by rue then ville for
      *>   the second. The id closes both keys so a group always lists
      *>   in the same order from one run to the next.
       SD  TRI-FILE.
       01  TRI-RECORD.
           02 TRI-ID          PIC x(20).
           02 TRI-NOM         PIC x(15).
           02 TRI-RUE         PIC x(30).
           02 TRI-VILLE       PIC x(20).
           02 TRI-CODE-POSTAL PIC x(5).

       WORKING-STORAGE SECTION.

        77 ws-custmstr-status PIC xx.
        77 ws-list-status PIC xx.
        77 ws-eof PIC x.
        77 ws-run-date PIC 9(8).
        77 ws-ligne PIC x(132).
        77 ws-passe PIC 9.
      *>   1 = meme nom + code postal, 2 = meme rue + ville
        77 ws-nb-actifs PIC 9(6) VALUE ZERO.
        77 ws-meme-cle PIC x.
        77 ws-groupe-ouvert PIC x.
        77 ws-prec-vu PIC x.
        77 ws-nb-groupes PIC 9(6) VALUE ZERO.
        77 ws-nb-groupes-passe PIC 9(6).
        77 ws-count-ed PIC zzzzz9.
      *>   the line returned just before the current one: a group is
      *>   only known to exist once its second member turns up, so the
      *>   first member is held back here until then
       01 prec-record.
          02 prec-id          PIC x(20).
          02 prec-nom         PIC x(15).
          02 prec-rue         PIC x(30).
          02 prec-ville       PIC x(20).
          02 prec-code-postal PIC x(5).
      *>   the member about to be printed, whichever of the two it is
       01 membre-record.
          02 mb-id          PIC x(20).
          02 mb-nom         PIC x(15).
          02 mb-rue         PIC x(30).
          02 mb-ville       PIC x(20).
          02 mb-code-postal PIC x(5).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
            ACCEPT ws-run-date FROM DATE YYYYMMDD

            OPEN INPUT CUSTMSTR-FILE
            IF ws-custmstr-status NOT = '00'
                DISPLAY "*** Unable to open CUSTMSTR, status "
                    ws-custmstr-status " - no listing. ***"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            CLOSE CUSTMSTR-FILE
            OPEN OUTPUT LIST-FILE
            IF ws-list-status NOT = '00'
                DISPLAY "*** Unable to open CUSTDUPL, status "
                    ws-list-status " - no listing. ***"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            MOVE SPACES TO ws-ligne
            STRING 'DOUBLONS PRESUMES   du ' DELIMITED BY SIZE
                ws-run-date DELIMITED BY SIZE
                INTO ws-ligne
            WRITE LIST-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            MOVE 'Clients actifs seulement - a fusionner avec le'
                TO ws-ligne
            MOVE ' programme fusion (absorbe survivant).'
                TO ws-ligne(47:38)
            WRITE LIST-RECORD FROM ws-ligne

      *>   The master's own keys can't bring either pair together -
      *>   the alternate key is the nom alone, and nothing is keyed on
      *>   the adresse - so each criterion gets its own sort of the
      *>   actifs, and a group is simply a run of equal keys.
            MOVE 1 TO ws-passe
            SORT TRI-FILE
                ON ASCENDING KEY TRI-NOM TRI-CODE-POSTAL TRI-ID
                INPUT PROCEDURE IS ALIMENTER-TRI
                OUTPUT PROCEDURE IS LISTER-GROUPES
            MOVE 2 TO ws-passe
            SORT TRI-FILE
                ON ASCENDING KEY TRI-RUE TRI-VILLE TRI-ID
                INPUT PROCEDURE IS ALIMENTER-TRI
                OUTPUT PROCEDURE IS LISTER-GROUPES

            MOVE SPACES TO ws-ligne
            WRITE LIST-RECORD FROM ws-ligne
            MOVE ws-nb-groupes TO ws-count-ed
            MOVE SPACES TO ws-ligne
            STRING 'Groupes de doublons presumes : ' DELIMITED BY SIZE
                ws-count-ed DELIMITED BY SIZE
                INTO ws-ligne
            WRITE LIST-RECORD FROM ws-ligne

            CLOSE LIST-FILE
            DISPLAY "Doublons ecrits sur CUSTDUPL: " ws-nb-groupes
                " groupe(s) sur " ws-nb-actifs " client(s) actif(s)."
            MOVE ZERO TO RETURN-CODE
            GOBACK.

       ALIMENTER-TRI.
      *>   Inactifs are left out: a client already folded into another
      *>   id, or deactivated for good, is no longer a candidate and
      *>   would otherwise reappear in every listing.
            MOVE ZERO TO ws-nb-actifs
            MOVE 'N' TO ws-eof
            OPEN INPUT CUSTMSTR-FILE
            IF ws-custmstr-status NOT = '00'
                MOVE 'Y' TO ws-eof
            END-IF
            PERFORM UNTIL ws-eof = 'Y'
                READ CUSTMSTR-FILE NEXT
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        IF CUSTMSTR-STATUT NOT = 'I'
                            ADD 1 TO ws-nb-actifs
                            MOVE CUSTMSTR-ID          TO TRI-ID
                            MOVE CUSTMSTR-NOM         TO TRI-NOM
                            MOVE CUSTMSTR-RUE         TO TRI-RUE
                            MOVE CUSTMSTR-VILLE       TO TRI-VILLE
                            MOVE CUSTMSTR-CODE-POSTAL
                                TO TRI-CODE-POSTAL
                            RELEASE TRI-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF ws-custmstr-status = '00' OR ws-custmstr-status = '10'
                CLOSE CUSTMSTR-FILE
            END-IF.

       LISTER-GROUPES.
            MOVE ZERO TO ws-nb-groupes-passe
            MOVE SPACES TO ws-ligne
            WRITE LIST-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            IF ws-passe = 1
                MOVE '--- Meme nom et meme code postal ---' TO ws-ligne
            ELSE
                MOVE '--- Meme rue et meme ville ---' TO ws-ligne
            END-IF
            WRITE LIST-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            MOVE 'Identifiant' TO ws-ligne(3:11)
            MOVE 'Nom'         TO ws-ligne(25:3)
            MOVE 'Rue'         TO ws-ligne(42:3)
            MOVE 'Ville'       TO ws-ligne(74:5)
            MOVE 'CP'          TO ws-ligne(96:2)
            WRITE LIST-RECORD FROM ws-ligne

            MOVE 'N' TO ws-prec-vu
            MOVE 'N' TO ws-groupe-ouvert
            MOVE 'N' TO ws-eof
            PERFORM UNTIL ws-eof = 'Y'
                RETURN TRI-FILE
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        PERFORM JUGER-UNE-LIGNE
                END-RETURN
            END-PERFORM

            IF ws-nb-groupes-passe = ZERO
                MOVE SPACES TO ws-ligne
                MOVE '  (aucun)' TO ws-ligne
                WRITE LIST-RECORD FROM ws-ligne
            END-IF.

       JUGER-UNE-LIGNE.
      *>   A blank rue says nothing about who lives there, so two
      *>   records that merely both lack one are not paired on it; a
      *>   migrated record still carrying its whole old adresse in la
      *>   rue does pair, which is exactly the case worth catching.
            MOVE 'N' TO ws-meme-cle
            IF ws-prec-vu = 'Y'
                IF ws-passe = 1
                    IF TRI-NOM = prec-nom
                        AND TRI-CODE-POSTAL = prec-code-postal
                        MOVE 'Y' TO ws-meme-cle
                    END-IF
                ELSE
                    IF TRI-RUE NOT = SPACES
                        AND TRI-RUE = prec-rue
                        AND TRI-VILLE = prec-ville
                        MOVE 'Y' TO ws-meme-cle
                    END-IF
                END-IF
            END-IF
            IF ws-meme-cle = 'Y'
                IF ws-groupe-ouvert = 'N'
                    PERFORM OUVRIR-GROUPE
                END-IF
                MOVE TRI-RECORD TO membre-record
                PERFORM ECRIRE-MEMBRE
            ELSE
                MOVE 'N' TO ws-groupe-ouvert
            END-IF
            MOVE TRI-RECORD TO prec-record
            MOVE 'Y' TO ws-prec-vu.

       OUVRIR-GROUPE.
            ADD 1 TO ws-nb-groupes
            ADD 1 TO ws-nb-groupes-passe
            MOVE 'Y' TO ws-groupe-ouvert
            MOVE SPACES TO ws-ligne
            WRITE LIST-RECORD FROM ws-ligne
            MOVE prec-record TO membre-record
            PERFORM ECRIRE-MEMBRE.

       ECRIRE-MEMBRE.
            MOVE SPACES TO ws-ligne
            MOVE mb-id          TO ws-ligne(3:20)
            MOVE mb-nom         TO ws-ligne(25:15)
            MOVE mb-rue         TO ws-ligne(42:30)
            MOVE mb-ville       TO ws-ligne(74:20)
            MOVE mb-code-postal TO ws-ligne(96:5)
            WRITE LIST-RECORD FROM ws-ligne.
       END PROGRAM doublons.
