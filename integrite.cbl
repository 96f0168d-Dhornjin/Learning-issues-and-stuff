      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: referential integrity check across CUSTMSTR,
      *          CUSTNXTID, CUSTSUSP and TABLCUST - read-only listing
      *          of every violation, with a severity and an RC
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integrite.
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
           SELECT NXTID-FILE ASSIGN TO "CUSTNXTID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nxtid-status.
           SELECT SUSP-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-susp-status.
           SELECT CUST-HIST-FILE ASSIGN TO "TABLCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cust-hist-status.
           SELECT REPORT-FILE ASSIGN TO "INTEGRIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
           SELECT TRI-FILE ASSIGN TO "INTEGWK".
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

       FD  NXTID-FILE.
       01  NXTID-RECORD PIC 9(8).

       FD  SUSP-FILE.
       01  SUSP-RECORD.
           02 SUSP-RAISON  PIC x(30).
           02 SUSP-ID      PIC a(20).
           02 SUSP-NOM     PIC a(15).
           02 SUSP-ADRESSE PIC x(55).

       FD  CUST-HIST-FILE.
       01  CUST-HIST-RECORD.
           02 CH-DATE      PIC 9(8).
           02 CH-CUST-ID   PIC x(20).
           02 CH-TOTAL     PIC 9(8).
           02 CH-NB        PIC 9(6).
           02 CH-TYPE      PIC x.
           02 CH-DATE-ORIG PIC 9(8).
           02 CH-SENS      PIC x.
           02 CH-RAISON    PIC xx.

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC x(80).

      *>   TABLCUST's ids, sorted so each one is looked up and listed
      *>   once however many nights of lines it has
       SD  TRI-FILE.
       01  TRI-RECORD.
           02 TRI-ID    PIC x(20).

       WORKING-STORAGE SECTION.

        77 ws-custmstr-status PIC xx.
        77 ws-nxtid-status PIC xx.
        77 ws-susp-status PIC xx.
        77 ws-cust-hist-status PIC xx.
        77 ws-report-status PIC xx.
        77 ws-eof PIC x.
        77 ws-run-date PIC 9(8).
        77 ws-ligne PIC x(80).
      *>   the highest "CL" + 8 digits id on the master, the shape
      *>   prochid hands out
        77 ws-max-cl PIC 9(8) VALUE ZERO.
        77 ws-max-cl-id PIC x(20) VALUE SPACES.
        77 ws-numero PIC 9(8).
        77 ws-nxtid PIC 9(8).
      *>   A = absent, V = vide, I = illisible, L = lu
        77 ws-etat-nxtid PIC x.
        77 ws-nb-clients PIC 9(6) VALUE ZERO.
        77 ws-id-courant PIC x(20).
        77 ws-nb-lignes-id PIC 9(6).
        77 ws-ed-nb PIC zzzzz9.
      *>   one violation: severity, file, id, what is wrong
        77 ws-severite PIC x(6).
        77 ws-fichier PIC x(9).
        77 ws-id-viol PIC x(20).
        77 ws-texte PIC x(41).
        77 ws-nb-graves PIC 9(6) VALUE ZERO.
        77 ws-nb-alertes PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *>   Nothing here is written back: the listing says what has
      *>   drifted and the RC says how badly - GRAVE (RC 8) for what
      *>   will break the next run that meets it, ALERTE (RC 4) for
      *>   what is wrong but still readable. Scheduled weekly off
      *>   PILOTCAL (etape INTEGRIT, programme integrite, frequence
      *>   H), where an RC 8 holds the rest of the night like any
      *>   failed step and an RC 4 is logged as a warning.
            ACCEPT ws-run-date FROM DATE YYYYMMDD

            OPEN INPUT CUSTMSTR-FILE
            IF ws-custmstr-status NOT = '00'
                DISPLAY "*** Unable to open CUSTMSTR, status "
                    ws-custmstr-status " - rien a controler. ***"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT REPORT-FILE
            IF ws-report-status NOT = '00'
                DISPLAY "*** Unable to open INTEGRIT, status "
                    ws-report-status " - no listing. ***"
                CLOSE CUSTMSTR-FILE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            MOVE SPACES TO ws-ligne
            STRING 'CONTROLE D''INTEGRITE   du ' DELIMITED BY SIZE
                ws-run-date DELIMITED BY SIZE
                INTO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            MOVE 'Gravite' TO ws-ligne(1:7)
            MOVE 'Fichier' TO ws-ligne(9:7)
            MOVE 'Identifiant' TO ws-ligne(19:11)
            MOVE 'Anomalie' TO ws-ligne(40:8)
            WRITE REPORT-RECORD FROM ws-ligne

            PERFORM CONTROLER-CUSTMSTR
            PERFORM CONTROLER-CUSTNXTID
            PERFORM CONTROLER-CUSTSUSP
            SORT TRI-FILE
                ON ASCENDING KEY TRI-ID
                INPUT PROCEDURE IS ALIMENTER-TRI
                OUTPUT PROCEDURE IS CONTROLER-TABLCUST

            MOVE SPACES TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            STRING 'Clients controles : ' DELIMITED BY SIZE
                ws-nb-clients DELIMITED BY SIZE
                '   GRAVE : ' DELIMITED BY SIZE
                ws-nb-graves DELIMITED BY SIZE
                '   ALERTE : ' DELIMITED BY SIZE
                ws-nb-alertes DELIMITED BY SIZE
                INTO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            CLOSE REPORT-FILE
            CLOSE CUSTMSTR-FILE

            DISPLAY "Integrite: " ws-nb-graves " grave(s), "
                ws-nb-alertes " alerte(s) - voir INTEGRIT."
            IF ws-nb-graves > ZERO
                MOVE 8 TO RETURN-CODE
            ELSE
                IF ws-nb-alertes > ZERO
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
            END-IF
            GOBACK.

       CONTROLER-CUSTMSTR.
      *>   One pass in id order: the statut and its date must agree
      *>   (entretien, dormant and fusion always set or clear them
      *>   together), and the highest prochid-shaped id is kept for
      *>   the counter check. A date that isn't numeric at all is a
      *>   record from before the field existed and counts as none.
            MOVE 'N' TO ws-eof
            MOVE LOW-VALUES TO CUSTMSTR-ID
            START CUSTMSTR-FILE KEY NOT < CUSTMSTR-ID
                INVALID KEY
                    MOVE 'Y' TO ws-eof
            END-START
            PERFORM UNTIL ws-eof = 'Y'
                READ CUSTMSTR-FILE NEXT
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        PERFORM CONTROLER-UN-CLIENT
                END-READ
            END-PERFORM.

       CONTROLER-UN-CLIENT.
            ADD 1 TO ws-nb-clients
            IF CUSTMSTR-ID(1:2) = 'CL'
                AND CUSTMSTR-ID(3:8) IS NUMERIC
                AND CUSTMSTR-ID(11:10) = SPACES
                MOVE CUSTMSTR-ID(3:8) TO ws-numero
                IF ws-numero > ws-max-cl
                    MOVE ws-numero   TO ws-max-cl
                    MOVE CUSTMSTR-ID TO ws-max-cl-id
                END-IF
            END-IF
            MOVE 'CUSTMSTR' TO ws-fichier
            MOVE CUSTMSTR-ID TO ws-id-viol
            IF CUSTMSTR-STATUT = 'I'
                IF CUSTMSTR-DATE-DESACT IS NOT NUMERIC
                    OR CUSTMSTR-DATE-DESACT = ZERO
                    MOVE 'ALERTE' TO ws-severite
                    MOVE 'statut I sans date de desactivation'
                        TO ws-texte
                    PERFORM SIGNALER
                END-IF
            ELSE
                IF CUSTMSTR-DATE-DESACT IS NUMERIC
                    AND CUSTMSTR-DATE-DESACT NOT = ZERO
                    MOVE 'ALERTE' TO ws-severite
                    MOVE 'date de desactivation, statut non I'
                        TO ws-texte
                    PERFORM SIGNALER
                END-IF
            END-IF.

       CONTROLER-CUSTNXTID.
      *>   The counter holds the NEXT number prochid will hand out,
      *>   so it must be above every CL number already on the master
      *>   - at or below one, the next creation collides. A missing
      *>   or empty counter restarts at 1, the same collision as soon
      *>   as any CL id exists.
            MOVE 'CUSTNXTID' TO ws-fichier
            MOVE ws-max-cl-id TO ws-id-viol
            MOVE ZERO TO ws-nxtid
            MOVE 'A' TO ws-etat-nxtid
            OPEN INPUT NXTID-FILE
            IF ws-nxtid-status = '00'
                READ NXTID-FILE
                    AT END
                        MOVE 'V' TO ws-etat-nxtid
                    NOT AT END
                        IF NXTID-RECORD IS NUMERIC
                            MOVE NXTID-RECORD TO ws-nxtid
                            MOVE 'L' TO ws-etat-nxtid
                        ELSE
                            MOVE 'I' TO ws-etat-nxtid
                        END-IF
                END-READ
                CLOSE NXTID-FILE
            ELSE
                IF ws-nxtid-status NOT = '35'
                    MOVE 'I' TO ws-etat-nxtid
                END-IF
            END-IF
            MOVE 'GRAVE' TO ws-severite
            EVALUATE ws-etat-nxtid
                WHEN 'I'
                    MOVE 'compteur illisible' TO ws-texte
                    PERFORM SIGNALER
                WHEN 'A'
                    IF ws-max-cl > ZERO
                        MOVE 'compteur absent - repartirait a 1'
                            TO ws-texte
                        PERFORM SIGNALER
                    END-IF
                WHEN 'V'
                    IF ws-max-cl > ZERO
                        MOVE 'compteur vide - repartirait a 1'
                            TO ws-texte
                        PERFORM SIGNALER
                    END-IF
                WHEN OTHER
                    IF ws-nxtid NOT > ws-max-cl
                        MOVE SPACES TO ws-texte
                        STRING 'compteur ' DELIMITED BY SIZE
                            ws-nxtid DELIMITED BY SIZE
                            ' <= plus haut id CL' DELIMITED BY SIZE
                            INTO ws-texte
                        PERFORM SIGNALER
                    END-IF
            END-EVALUATE.

       CONTROLER-CUSTSUSP.
      *>   A parked record whose id has since been written to the
      *>   master (keyed again by hand, or loaded twice) is stale:
      *>   reprise would only trip over the duplicate key. Entries
      *>   parked without an id are what reprise is for, not drift.
            MOVE 'CUSTSUSP' TO ws-fichier
            MOVE 'N' TO ws-eof
            OPEN INPUT SUSP-FILE
            IF ws-susp-status NOT = '00'
                MOVE 'Y' TO ws-eof
            END-IF
            PERFORM UNTIL ws-eof = 'Y'
                READ SUSP-FILE
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        IF SUSP-ID NOT = SPACES
                            MOVE SUSP-ID TO CUSTMSTR-ID
                            READ CUSTMSTR-FILE
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    MOVE 'ALERTE' TO ws-severite
                                    MOVE SUSP-ID TO ws-id-viol
                                    MOVE 'en suspens, deja sur CUSTMSTR'
                                        TO ws-texte
                                    PERFORM SIGNALER
                            END-READ
                        END-IF
                END-READ
            END-PERFORM
            IF ws-susp-status NOT = '35'
                CLOSE SUSP-FILE
            END-IF.

       ALIMENTER-TRI.
            MOVE 'N' TO ws-eof
            OPEN INPUT CUST-HIST-FILE
            IF ws-cust-hist-status NOT = '00'
                MOVE 'Y' TO ws-eof
            END-IF
            PERFORM UNTIL ws-eof = 'Y'
                READ CUST-HIST-FILE
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        MOVE CH-CUST-ID TO TRI-ID
                        RELEASE TRI-RECORD
                END-READ
            END-PERFORM
            IF ws-cust-hist-status NOT = '35'
                CLOSE CUST-HIST-FILE
            END-IF.

       CONTROLER-TABLCUST.
      *>   Figures under an id the master doesn't know belong to
      *>   nobody: no releve ever prints them and recouvre has no
      *>   client to hang them on. fusion repoints the absorbed id's
      *>   lines, so none should survive a merge either.
            MOVE 'TABLCUST' TO ws-fichier
            MOVE 'N' TO ws-eof
            MOVE SPACES TO ws-id-courant
            MOVE ZERO TO ws-nb-lignes-id
            PERFORM UNTIL ws-eof = 'Y'
                RETURN TRI-FILE
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        IF TRI-ID NOT = ws-id-courant
                            PERFORM VERIFIER-ID-TABLCUST
                            MOVE TRI-ID TO ws-id-courant
                            MOVE ZERO TO ws-nb-lignes-id
                        END-IF
                        ADD 1 TO ws-nb-lignes-id
                END-RETURN
            END-PERFORM
            PERFORM VERIFIER-ID-TABLCUST.

       VERIFIER-ID-TABLCUST.
            IF ws-nb-lignes-id > ZERO
                MOVE ws-id-courant TO CUSTMSTR-ID
                READ CUSTMSTR-FILE
                    INVALID KEY
                        MOVE 'GRAVE' TO ws-severite
                        MOVE ws-id-courant TO ws-id-viol
                        MOVE ws-nb-lignes-id TO ws-ed-nb
                        MOVE SPACES TO ws-texte
                        STRING 'absent de CUSTMSTR (' DELIMITED BY SIZE
                            ws-ed-nb DELIMITED BY SIZE
                            ' ligne(s))' DELIMITED BY SIZE
                            INTO ws-texte
                        PERFORM SIGNALER
                    NOT INVALID KEY
                        CONTINUE
                END-READ
            END-IF.

       SIGNALER.
            IF ws-severite = 'GRAVE'
                ADD 1 TO ws-nb-graves
            ELSE
                ADD 1 TO ws-nb-alertes
            END-IF
            MOVE SPACES TO ws-ligne
            MOVE ws-severite TO ws-ligne(1:6)
            MOVE ws-fichier  TO ws-ligne(9:9)
            MOVE ws-id-viol  TO ws-ligne(19:20)
            MOVE ws-texte    TO ws-ligne(40:41)
            WRITE REPORT-RECORD FROM ws-ligne.
       END PROGRAM integrite.
