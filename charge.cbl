      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: unattended customer load - writes the new clients a
      *          partner sends on CUSTLOAD to CUSTMSTR, parking the
      *          ones that fail on CUSTSUSP for reprise
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. charge.
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
           SELECT LOAD-FILE ASSIGN TO "CUSTLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-load-status.
           SELECT AUDIT-FILE ASSIGN TO "CUSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT SUSP-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-susp-status.
           SELECT COMMUNES-FILE ASSIGN TO "COMMUNES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-communes-status.
      *>   the run's counts, left for pilote to copy into JOBLOG
           SELECT CPT-FILE ASSIGN TO "CHARGCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cpt-status.
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

      *>   one new client per line, in the same nom/adresse shape
      *>   sandbox keys: nom, rue, ville, code postal
       FD  LOAD-FILE.
       01  LOAD-RECORD.
           02 LD-NOM     PIC x(15).
           02 LD-ADRESSE.
              03 LD-RUE         PIC x(30).
              03 LD-VILLE       PIC x(20).
              03 LD-CODE-POSTAL PIC x(5).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUD-DATE   PIC 9(8).
           02 AUD-HEURE  PIC 9(6).
           02 AUD-ACTION PIC x.
           02 AUD-AVANT  PIC x(99).
           02 AUD-APRES  PIC x(99).
           02 AUD-ID-LIE PIC x(20).
           02 AUD-OPERATEUR PIC x(8).

       FD  SUSP-FILE.
       01  SUSP-RECORD.
           02 SUSP-RAISON  PIC x(30).
           02 SUSP-ID      PIC a(20).
           02 SUSP-NOM     PIC a(15).
           02 SUSP-ADRESSE PIC x(55).

       FD  COMMUNES-FILE.
       01  COMMUNES-RECORD.
           02 COM-CODE-POSTAL PIC x(5).
           02 COM-VILLE       PIC x(20).

       FD  CPT-FILE.
       01  CPT-RECORD.
           02 CPT-DATE    PIC 9(8).
           02 CPT-LUS     PIC 9(6).
           02 CPT-CHARGES PIC 9(6).
           02 CPT-SUSPENS PIC 9(6).

       WORKING-STORAGE SECTION.
        77 grab PIC a(20).
        77 ws-custmstr-status PIC xx.
        77 ws-load-status PIC xx.
        77 ws-eof-load PIC x VALUE 'N'.
        77 ws-audit-status PIC xx.
        77 ws-audit-open PIC x VALUE 'N'.
        77 ws-heure PIC x(8).
        77 ws-aud-action PIC x.
        77 ws-aud-avant PIC x(99).
        77 ws-aud-apres PIC x(99).
        77 ws-susp-status PIC xx.
        77 ws-susp-open PIC x VALUE 'N'.
        77 ws-susp-raison PIC x(30).
        77 ws-communes-status PIC xx.
        77 ws-communes-warn PIC x VALUE 'N'.
        77 ws-eof-communes PIC x.
        77 ws-commune-ok PIC x.
        77 ws-commune-trouvee PIC x.
        77 ws-cp-verif PIC x(5).
        77 ws-ville-verif PIC x(20).
        77 ws-ville-ref PIC x(20).
        77 ws-nom-scan-done PIC x.
        77 ws-doublon PIC x.
        77 ws-cpt-status PIC xx.
        77 ws-run-date PIC 9(8).
        77 ws-maitre-ko PIC x VALUE 'N'.
        77 ws-nb-lus PIC 9(6) VALUE ZERO.
        77 ws-nb-charges PIC 9(6) VALUE ZERO.
        77 ws-nb-suspens PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
            ACCEPT ws-run-date FROM DATE YYYYMMDD

      *>   No CUSTLOAD is the ordinary night: nobody sent anything.
            OPEN INPUT LOAD-FILE
            IF ws-load-status = '35'
                DISPLAY "Charge: pas de CUSTLOAD - rien a charger."
                PERFORM ECRIRE-COMPTES
                MOVE ZERO TO RETURN-CODE
                GOBACK
            END-IF
            IF ws-load-status NOT = '00'
                DISPLAY "*** Unable to open CUSTLOAD, status "
                    ws-load-status " - chargement abandonne. ***"
                PERFORM ECRIRE-COMPTES
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

      *>   Every line that can't reach CUSTMSTR has to land on
      *>   CUSTSUSP, or it would vanish with the CUSTLOAD emptied at
      *>   the end of the run. Without the suspense file there is no
      *>   safe way to load at all, so nothing is written and
      *>   CUSTLOAD stays whole for the rerun.
            PERFORM OPEN-SUSP-FILE
            IF ws-susp-open = 'N'
                DISPLAY "*** CUSTSUSP indisponible - chargement"
                    " refuse, CUSTLOAD conserve. ***"
                CLOSE LOAD-FILE
                PERFORM ECRIRE-COMPTES
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM OPEN-CUSTMSTR-FILE
            IF ws-custmstr-status = '00'
                PERFORM OPEN-AUDIT-FILE
            ELSE
      *>       same fallback as sandbox: the partner's clients are
      *>       parked, not lost, and reprise writes them once
      *>       CUSTMSTR is back
                DISPLAY "*** Unable to open CUSTMSTR, status "
                    ws-custmstr-status
                    " - records sent to suspense. ***"
                MOVE 'Y' TO ws-maitre-ko
            END-IF

            PERFORM UNTIL ws-eof-load = 'Y'
                READ LOAD-FILE
                    AT END
                        MOVE 'Y' TO ws-eof-load
                    NOT AT END
                        ADD 1 TO ws-nb-lus
                        IF ws-maitre-ko = 'Y'
                            MOVE SPACES TO grab
                            MOVE "CUSTMSTR INDISPONIBLE"
                                TO ws-susp-raison
                            PERFORM WRITE-SUSP-RECORD
                        ELSE
                            PERFORM CHARGER-UN-CLIENT
                        END-IF
                END-READ
            END-PERFORM

            IF ws-audit-open = 'Y'
                CLOSE AUDIT-FILE
            END-IF
            IF ws-maitre-ko = 'N'
                CLOSE CUSTMSTR-FILE
            END-IF
            CLOSE SUSP-FILE
            CLOSE LOAD-FILE

            PERFORM VIDER-CUSTLOAD
            PERFORM ECRIRE-COMPTES

            DISPLAY "Charge CUSTLOAD: " ws-nb-lus " lu(s), "
                ws-nb-charges " charge(s) sur CUSTMSTR, "
                ws-nb-suspens " mis en suspens."
            IF ws-maitre-ko = 'Y'
                MOVE 16 TO RETURN-CODE
            ELSE
                IF ws-nb-suspens > ZERO
                    DISPLAY "*** Clients en suspens sur CUSTSUSP -"
                        " passer reprise. ***"
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
            END-IF
            GOBACK.

       CHARGER-UN-CLIENT.
      *>   The checks sandbox makes at the keyboard, made here without
      *>   anyone to answer a challenge: whatever sandbox would have
      *>   questioned is parked with its reason instead, and reprise
      *>   is where a person decides. The first failing check gives
      *>   the reason; later checks are skipped once one is set.
            MOVE SPACES TO ws-susp-raison
            MOVE SPACES TO grab
            IF LD-NOM = SPACES
                MOVE "NOM VIDE" TO ws-susp-raison
            END-IF
            IF ws-susp-raison = SPACES
                AND LD-CODE-POSTAL IS NOT NUMERIC
                MOVE "CODE POSTAL MAL FORME" TO ws-susp-raison
            END-IF
            IF ws-susp-raison = SPACES
                MOVE LD-CODE-POSTAL TO ws-cp-verif
                MOVE LD-VILLE       TO ws-ville-verif
                PERFORM VERIFIER-COMMUNE
                IF ws-commune-ok = 'N'
                    IF ws-commune-trouvee = 'N'
                        MOVE "CODE POSTAL INCONNU" TO ws-susp-raison
                    ELSE
                        MOVE "VILLE NE CORRESPOND PAS"
                            TO ws-susp-raison
                    END-IF
                END-IF
            END-IF
            IF ws-susp-raison = SPACES
                PERFORM CHERCHER-DOUBLON
                IF ws-doublon = 'Y'
                    MOVE "DOUBLON PRESUME" TO ws-susp-raison
                END-IF
            END-IF
            IF ws-susp-raison = SPACES
                CALL "prochid" USING grab
                    ON EXCEPTION
                        MOVE SPACES TO grab
                END-CALL
                IF grab = SPACES
                    MOVE "PAS D'ID ATTRIBUABLE" TO ws-susp-raison
                END-IF
            END-IF

            IF ws-susp-raison = SPACES
                MOVE grab         TO CUSTMSTR-ID
                MOVE LD-NOM       TO CUSTMSTR-NOM
                MOVE LD-ADRESSE   TO CUSTMSTR-ADRESSE
                MOVE 'A'          TO CUSTMSTR-STATUT
                MOVE ZERO         TO CUSTMSTR-DATE-DESACT
                WRITE CUSTMSTR-RECORD
                    INVALID KEY
                        MOVE "ID DEJA SUR FICHIER" TO ws-susp-raison
                    NOT INVALID KEY
                        MOVE 'A' TO ws-aud-action
                        MOVE SPACES TO ws-aud-avant
                        MOVE CUSTMSTR-RECORD TO ws-aud-apres
                        PERFORM WRITE-AUDIT-RECORD
                        ADD 1 TO ws-nb-charges
                END-WRITE
            END-IF

            IF ws-susp-raison NOT = SPACES
                DISPLAY "Client " LD-NOM " mis en suspens: "
                    ws-susp-raison
                PERFORM WRITE-SUSP-RECORD
            END-IF.

       CHERCHER-DOUBLON.
      *>   sandbox shows the clerk every record already under the nom
      *>   and lets them judge; unattended, a client already actif
      *>   under the same nom and code postal (the first criterion of
      *>   the doublons listing) is parked rather than given a second
      *>   id - a partner resending last week's file must not double
      *>   the master.
            MOVE 'N' TO ws-doublon
            MOVE LD-NOM TO CUSTMSTR-NOM
            START CUSTMSTR-FILE KEY = CUSTMSTR-NOM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'N' TO ws-nom-scan-done
                    PERFORM UNTIL ws-nom-scan-done = 'Y'
                        READ CUSTMSTR-FILE NEXT
                            AT END
                                MOVE 'Y' TO ws-nom-scan-done
                            NOT AT END
                                IF CUSTMSTR-NOM = LD-NOM
                                    IF CUSTMSTR-CODE-POSTAL
                                            = LD-CODE-POSTAL
                                        AND CUSTMSTR-STATUT NOT = 'I'
                                        MOVE 'Y' TO ws-doublon
                                        MOVE 'Y' TO ws-nom-scan-done
                                    END-IF
                                ELSE
                                    MOVE 'Y' TO ws-nom-scan-done
                                END-IF
                        END-READ
                    END-PERFORM
            END-START.

       OPEN-CUSTMSTR-FILE.
      *>   I-O keeps what is on file; OUTPUT only creates CUSTMSTR the
      *>   first time, gated on '35' as everywhere else.
            OPEN I-O CUSTMSTR-FILE
            IF ws-custmstr-status = '35'
                OPEN OUTPUT CUSTMSTR-FILE
            END-IF.

       OPEN-AUDIT-FILE.
            OPEN EXTEND AUDIT-FILE
            IF ws-audit-status = '35'
                OPEN OUTPUT AUDIT-FILE
            END-IF
            IF ws-audit-status = '00'
                MOVE 'Y' TO ws-audit-open
            ELSE
                DISPLAY "*** Unable to open CUSTAUDIT, status "
                    ws-audit-status
                    " - changes will not be audited. ***"
            END-IF.

       WRITE-AUDIT-RECORD.
            IF ws-audit-open = 'Y'
                ACCEPT AUD-DATE FROM DATE YYYYMMDD
                ACCEPT ws-heure FROM TIME
                MOVE ws-heure(1:6) TO AUD-HEURE
                MOVE ws-aud-action TO AUD-ACTION
                MOVE ws-aud-avant  TO AUD-AVANT
                MOVE ws-aud-apres  TO AUD-APRES
                MOVE SPACES        TO AUD-ID-LIE
                MOVE 'CHARGE'      TO AUD-OPERATEUR
                WRITE AUDIT-RECORD
            END-IF.

       OPEN-SUSP-FILE.
            OPEN EXTEND SUSP-FILE
            IF ws-susp-status = '35'
                OPEN OUTPUT SUSP-FILE
            END-IF
            IF ws-susp-status = '00'
                MOVE 'Y' TO ws-susp-open
            ELSE
                DISPLAY "*** Unable to open CUSTSUSP, status "
                    ws-susp-status
                    " - rejects cannot be parked. ***"
            END-IF.

       WRITE-SUSP-RECORD.
            MOVE ws-susp-raison TO SUSP-RAISON
            MOVE grab           TO SUSP-ID
            MOVE LD-NOM         TO SUSP-NOM
            MOVE LD-ADRESSE     TO SUSP-ADRESSE
            WRITE SUSP-RECORD
            ADD 1 TO ws-nb-suspens.

       VERIFIER-COMMUNE.
      *>   Same lookup as sandbox's: ws-commune-ok vouches for the
      *>   pair, ws-commune-trouvee tells an unknown code postal from
      *>   a ville that doesn't match it. An unreadable referentiel
      *>   disables the check, loudly and once.
            MOVE 'N' TO ws-commune-ok
            MOVE 'N' TO ws-commune-trouvee
            MOVE 'N' TO ws-eof-communes
            MOVE SPACES TO ws-ville-ref
            OPEN INPUT COMMUNES-FILE
            IF ws-communes-status NOT = '00'
                MOVE 'Y' TO ws-commune-ok
                IF ws-communes-warn = 'N'
                    MOVE 'Y' TO ws-communes-warn
                    DISPLAY "*** COMMUNES absent ou illisible,"
                        " status " ws-communes-status
                        " - controle des adresses desactive. ***"
                END-IF
            ELSE
                PERFORM UNTIL ws-eof-communes = 'Y'
                    READ COMMUNES-FILE
                        AT END
                            MOVE 'Y' TO ws-eof-communes
                        NOT AT END
                            IF COM-CODE-POSTAL = ws-cp-verif
                                MOVE 'Y' TO ws-commune-trouvee
                                MOVE COM-VILLE TO ws-ville-ref
                                IF COM-VILLE = ws-ville-verif
                                    MOVE 'Y' TO ws-commune-ok
                                    MOVE 'Y' TO ws-eof-communes
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE COMMUNES-FILE
            END-IF.

       VIDER-CUSTLOAD.
      *>   Every line read is now either on CUSTMSTR or on CUSTSUSP,
      *>   so the file is emptied: left in place it would be loaded
      *>   again the next night under fresh ids.
            OPEN OUTPUT LOAD-FILE
            IF ws-load-status = '00'
                CLOSE LOAD-FILE
            ELSE
                DISPLAY "*** CUSTLOAD non vide, status "
                    ws-load-status
                    " - a supprimer avant le prochain run. ***"
            END-IF.

       ECRIRE-COMPTES.
      *>   Rewritten every run, dated, so pilote never logs the counts
      *>   of an older night as tonight's.
            OPEN OUTPUT CPT-FILE
            IF ws-cpt-status = '00'
                MOVE ws-run-date   TO CPT-DATE
                MOVE ws-nb-lus     TO CPT-LUS
                MOVE ws-nb-charges TO CPT-CHARGES
                MOVE ws-nb-suspens TO CPT-SUSPENS
                WRITE CPT-RECORD
                CLOSE CPT-FILE
            END-IF.
       END PROGRAM charge.
