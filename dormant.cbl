      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: dormant customer listing - actif clients with no
      *          figures on TABLCUST (or its archive) for N months,
      *          with a deactivation proposal that a CONFIRM run
      *          carries out
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dormant.
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
      *>   the figures history and what menage has moved off it; the
      *>   archive also carries menage's dated banner lines, which
      *>   have no date in front and are skipped as such
           SELECT CUST-HIST-FILE ASSIGN TO "TABLCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT CUST-ARCH-FILE ASSIGN TO "TABLCUST.ARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-status.
      *>   read for creation and reactivation dates, and appended to
      *>   by the CONFIRM run
           SELECT AUDIT-FILE ASSIGN TO "CUSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT AUDIT-ARCH-FILE ASSIGN TO "CUSTAUDIT.ARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT PROP-FILE ASSIGN TO "DORMPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-prop-status.
           SELECT LIST-FILE ASSIGN TO "DORMLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-list-status.
           SELECT TRI-FILE ASSIGN TO "DORMWK".
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

       FD  CUST-HIST-FILE.
       01  CUST-HIST-RECORD PIC x(250).

       FD  CUST-ARCH-FILE.
       01  CUST-ARCH-RECORD PIC x(250).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUD-DATE   PIC 9(8).
           02 AUD-HEURE  PIC 9(6).
           02 AUD-ACTION PIC x.
           02 AUD-AVANT  PIC x(99).
           02 AUD-APRES  PIC x(99).
           02 AUD-ID-LIE PIC x(20).
           02 AUD-OPERATEUR PIC x(8).

       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-RECORD PIC x(250).

      *>   a header line "DORMPROP" + date + months, then one line per
      *>   proposed client in id order: id + last activity date
       FD  PROP-FILE.
       01  PROP-RECORD PIC x(40).

       FD  LIST-FILE.
       01  LIST-RECORD PIC x(132).

      *>   one line per dated event for a client: 'F' a day's figures
      *>   off TABLCUST, 'C' a creation or reactivation off the audit
      *>   trail. Sorted by id then date, so the last of a client's
      *>   lines is the most recent.
       SD  TRI-FILE.
       01  TRI-RECORD.
           02 TRI-ID    PIC x(20).
           02 TRI-DATE  PIC 9(8).
           02 TRI-TYPE  PIC x.
           02 TRI-TOTAL PIC 9(8).

       WORKING-STORAGE SECTION.

        77 ws-custmstr-status PIC xx.
        77 ws-hist-status PIC xx.
        77 ws-audit-status PIC xx.
        77 ws-audit-open PIC x VALUE 'N'.
        77 ws-prop-status PIC xx.
        77 ws-prop-open PIC x VALUE 'N'.
        77 ws-list-status PIC xx.
        77 ws-eof PIC x.
        77 ws-eof-tri PIC x.
        77 ws-eof-prop PIC x.
        77 ws-cmdline-parm PIC x(80).
        77 ws-parm-sans-conf PIC x(80).
        77 ws-cmdline-token PIC xx.
        77 ws-confirm PIC x VALUE 'N'.
        77 ws-nb-mois PIC 99 VALUE 6.
      *>   default: six months without figures makes a client dormant
        77 ws-run-date PIC 9(8).
        77 ws-prop-date PIC 9(8).
        77 ws-mois-lineaire PIC 9(6).
        77 ws-annee-cutoff PIC 9(4).
        77 ws-mois-reste PIC 99.
        77 ws-jour-cutoff PIC 99.
        77 ws-cutoff-date PIC 9(8).
        77 ws-id PIC x(20).
        77 ws-dern-date PIC 9(8).
        77 ws-dern-total PIC 9(8).
        77 ws-ref-date PIC 9(8).
        77 ws-creation-date PIC 9(8).
        77 ws-heure PIC x(8).
        77 ws-aud-avant PIC x(99).
        77 ws-ligne PIC x(132).
        77 ws-total-ed PIC zzzzzzz9.
        77 ws-count-ed PIC zzzzz9.
        77 ws-nb-actifs PIC 9(6) VALUE ZERO.
        77 ws-nb-dormants PIC 9(6) VALUE ZERO.
        77 ws-nb-desactives PIC 9(6) VALUE ZERO.
        77 ws-nb-conserves PIC 9(6) VALUE ZERO.
       01 ws-hist-lu.
          02 hl-date     PIC x(8).
          02 hl-id       PIC x(20).
          02 hl-total    PIC x(8).
          02 hl-nb       PIC x(6).
          02 hl-type     PIC x.
          02 FILLER      PIC x(207).
       01 ws-audit-lu.
          02 al-date     PIC x(8).
          02 al-heure    PIC x(6).
          02 al-action   PIC x.
          02 al-avant    PIC x(99).
          02 al-apres    PIC x(99).
          02 FILLER      PIC x(37).
       01 ws-prop-entete.
          02 pe-marque   PIC x(8).
          02 pe-date     PIC 9(8).
          02 pe-nb-mois  PIC 99.
          02 FILLER      PIC x(22).
       01 ws-prop-ligne.
          02 pl-id       PIC x(20).
          02 pl-date     PIC 9(8).
          02 FILLER      PIC x(12).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
            ACCEPT ws-run-date FROM DATE YYYYMMDD
            PERFORM GET-PARM

            IF ws-confirm = 'Y'
                PERFORM LIRE-ENTETE-PROPOSITION
                IF ws-prop-open = 'N'
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
                OPEN I-O CUSTMSTR-FILE
            ELSE
                OPEN INPUT CUSTMSTR-FILE
            END-IF
            IF ws-custmstr-status NOT = '00'
                DISPLAY "*** Unable to open CUSTMSTR, status "
                    ws-custmstr-status " - rien a examiner. ***"
                IF ws-prop-open = 'Y'
                    CLOSE PROP-FILE
                END-IF
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM CALCULER-CUTOFF

            OPEN OUTPUT LIST-FILE
            IF ws-list-status NOT = '00'
                DISPLAY "*** Unable to open DORMLIST, status "
                    ws-list-status " - no listing. ***"
                CLOSE CUSTMSTR-FILE
                IF ws-prop-open = 'Y'
                    CLOSE PROP-FILE
                END-IF
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            IF ws-confirm = 'N'
                PERFORM ECRIRE-ENTETE-PROPOSITION
            END-IF
            PERFORM ECRIRE-ENTETE-LISTE

            SORT TRI-FILE
                ON ASCENDING KEY TRI-ID TRI-DATE
                INPUT PROCEDURE IS ALIMENTER-TRI
                OUTPUT PROCEDURE IS EXAMINER-CLIENTS

            PERFORM ECRIRE-PIED-LISTE
            CLOSE LIST-FILE
            CLOSE CUSTMSTR-FILE
            IF ws-prop-open = 'Y'
                CLOSE PROP-FILE
            END-IF

            IF ws-confirm = 'Y'
                PERFORM VIDER-PROPOSITION
                DISPLAY "Dormant CONFIRM: " ws-nb-desactives
                    " client(s) desactive(s), " ws-nb-conserves
                    " conserve(s) (activite reprise)."
            ELSE
                DISPLAY "Dormant: " ws-nb-dormants " client(s) sans"
                    " activite depuis " ws-nb-mois " mois sur "
                    ws-nb-actifs " actif(s) - proposition sur DORMPROP."
            END-IF
            MOVE ZERO TO RETURN-CODE
            GOBACK.

       GET-PARM.
      *>   PARM "N [CONFIRM]": the months without figures (menage's
      *>   one- or two-digit convention, default 6) and the token that
      *>   turns the listing run into the deactivating one. CONFIRM is
      *>   stripped out the way pilote strips OVERRIDE, so it can sit
      *>   anywhere on the PARM.
            MOVE SPACES TO ws-cmdline-parm
            ACCEPT ws-cmdline-parm FROM COMMAND-LINE
            MOVE ws-cmdline-parm TO ws-parm-sans-conf
            INSPECT ws-parm-sans-conf
                REPLACING ALL "CONFIRM" BY "       "
            IF ws-parm-sans-conf NOT = ws-cmdline-parm
                MOVE 'Y' TO ws-confirm
            END-IF
            MOVE ws-parm-sans-conf(1:2) TO ws-cmdline-token
            IF ws-cmdline-token(2:1) = SPACE
                MOVE ws-cmdline-token(1:1) TO ws-cmdline-token(2:1)
                MOVE '0' TO ws-cmdline-token(1:1)
            END-IF
            IF ws-cmdline-token IS NUMERIC
                AND ws-cmdline-token NOT = '00'
                MOVE ws-cmdline-token TO ws-nb-mois
            END-IF.

       LIRE-ENTETE-PROPOSITION.
      *>   A CONFIRM run only ever acts on a proposal someone could
      *>   read first, and judges it by the months that proposal was
      *>   cut with - a different N on the CONFIRM PARM must not widen
      *>   what was reviewed.
            OPEN INPUT PROP-FILE
            IF ws-prop-status NOT = '00'
                DISPLAY "*** DORMPROP absent ou illisible, status "
                    ws-prop-status " - passer d'abord dormant sans"
                    " CONFIRM. ***"
            ELSE
                MOVE SPACES TO ws-prop-entete
                READ PROP-FILE INTO ws-prop-entete
                    AT END
                        MOVE SPACES TO ws-prop-entete
                END-READ
                IF pe-marque NOT = 'DORMPROP'
                    OR pe-date IS NOT NUMERIC
                    OR pe-nb-mois IS NOT NUMERIC
                    DISPLAY "*** DORMPROP sans entete - proposition"
                        " refusee. ***"
                    CLOSE PROP-FILE
                ELSE
                    MOVE 'Y' TO ws-prop-open
                    MOVE pe-date TO ws-prop-date
                    IF pe-nb-mois NOT = ws-nb-mois
                        AND ws-cmdline-token IS NUMERIC
                        DISPLAY "Dormant: proposition a "
                            pe-nb-mois " mois, PARM ignore."
                    END-IF
                    MOVE pe-nb-mois TO ws-nb-mois
                    DISPLAY "Dormant: proposition du " ws-prop-date
                        " (" ws-nb-mois " mois)."
                END-IF
            END-IF.

       CALCULER-CUTOFF.
      *>   Same linear-month arithmetic as menage: N months back from
      *>   today, on the same day of the month - held to the 28th so
      *>   the cutoff is a date every month has. A client whose last
      *>   figures and last creation or reactivation are all older
      *>   than this is dormant.
            COMPUTE ws-mois-lineaire =
                FUNCTION NUMVAL(ws-run-date(1:4)) * 12
                + FUNCTION NUMVAL(ws-run-date(5:2)) - 1
                - ws-nb-mois
            DIVIDE ws-mois-lineaire BY 12
                GIVING ws-annee-cutoff
                REMAINDER ws-mois-reste
            MOVE ws-run-date(7:2) TO ws-jour-cutoff
            IF ws-jour-cutoff > 28
                MOVE 28 TO ws-jour-cutoff
            END-IF
            COMPUTE ws-cutoff-date =
                ws-annee-cutoff * 10000 + (ws-mois-reste + 1) * 100
                + ws-jour-cutoff.

       ECRIRE-ENTETE-PROPOSITION.
            OPEN OUTPUT PROP-FILE
            IF ws-prop-status = '00'
                MOVE 'Y' TO ws-prop-open
                MOVE SPACES TO ws-prop-entete
                MOVE 'DORMPROP' TO pe-marque
                MOVE ws-run-date TO pe-date
                MOVE ws-nb-mois TO pe-nb-mois
                WRITE PROP-RECORD FROM ws-prop-entete
            ELSE
                DISPLAY "*** Unable to open DORMPROP, status "
                    ws-prop-status " - listing sans proposition. ***"
            END-IF.

       ECRIRE-ENTETE-LISTE.
            MOVE SPACES TO ws-ligne
            IF ws-confirm = 'Y'
                STRING 'CLIENTS DORMANTS - DESACTIVATION du '
                    DELIMITED BY SIZE
                    ws-run-date DELIMITED BY SIZE
                    INTO ws-ligne
            ELSE
                STRING 'CLIENTS DORMANTS - PROPOSITION du '
                    DELIMITED BY SIZE
                    ws-run-date DELIMITED BY SIZE
                    INTO ws-ligne
            END-IF
            WRITE LIST-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            STRING 'Sans chiffres depuis le ' DELIMITED BY SIZE
                ws-cutoff-date DELIMITED BY SIZE
                ' (' DELIMITED BY SIZE
                ws-nb-mois DELIMITED BY SIZE
                ' mois)' DELIMITED BY SIZE
                INTO ws-ligne
            WRITE LIST-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            WRITE LIST-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            MOVE 'Identifiant'   TO ws-ligne(1:11)
            MOVE 'Nom'           TO ws-ligne(23:3)
            MOVE 'Ville'         TO ws-ligne(40:5)
            MOVE 'Dern. activ.'  TO ws-ligne(62:12)
            MOVE 'Dern. total'   TO ws-ligne(76:11)
            MOVE 'Cree/reactive' TO ws-ligne(89:13)
            IF ws-confirm = 'Y'
                MOVE 'Suite donnee' TO ws-ligne(104:12)
            END-IF
            WRITE LIST-RECORD FROM ws-ligne.

       ECRIRE-PIED-LISTE.
            MOVE SPACES TO ws-ligne
            WRITE LIST-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            IF ws-confirm = 'Y'
                MOVE ws-nb-desactives TO ws-count-ed
                STRING 'Clients desactives : ' DELIMITED BY SIZE
                    ws-count-ed DELIMITED BY SIZE
                    INTO ws-ligne
                WRITE LIST-RECORD FROM ws-ligne
                MOVE SPACES TO ws-ligne
                MOVE ws-nb-conserves TO ws-count-ed
                STRING 'Proposes mais conserves (activite reprise) : '
                    DELIMITED BY SIZE
                    ws-count-ed DELIMITED BY SIZE
                    INTO ws-ligne
            ELSE
                MOVE ws-nb-dormants TO ws-count-ed
                STRING 'Clients dormants proposes : ' DELIMITED BY SIZE
                    ws-count-ed DELIMITED BY SIZE
                    INTO ws-ligne
                WRITE LIST-RECORD FROM ws-ligne
                MOVE SPACES TO ws-ligne
                MOVE 'A desactiver par: dormant CONFIRM'
                    TO ws-ligne
            END-IF
            WRITE LIST-RECORD FROM ws-ligne.

       ALIMENTER-TRI.
      *>   Everything dated that says a client was alive: every figures
      *>   line, live or archived, and the audit trail's creations
      *>   ('A') and reactivations (an 'M' taking the statut from 'I'
      *>   back to actif) - a client created or brought back last week
      *>   has no figures yet but is certainly not dormant.
            MOVE 'N' TO ws-eof
            OPEN INPUT CUST-HIST-FILE
            IF ws-hist-status = '00'
                PERFORM UNTIL ws-eof = 'Y'
                    READ CUST-HIST-FILE INTO ws-hist-lu
                        AT END
                            MOVE 'Y' TO ws-eof
                        NOT AT END
                            PERFORM LIBERER-LIGNE-HIST
                    END-READ
                END-PERFORM
                CLOSE CUST-HIST-FILE
            END-IF
            MOVE 'N' TO ws-eof
            OPEN INPUT CUST-ARCH-FILE
            IF ws-hist-status = '00'
                PERFORM UNTIL ws-eof = 'Y'
                    READ CUST-ARCH-FILE INTO ws-hist-lu
                        AT END
                            MOVE 'Y' TO ws-eof
                        NOT AT END
                            PERFORM LIBERER-LIGNE-HIST
                    END-READ
                END-PERFORM
                CLOSE CUST-ARCH-FILE
            END-IF
            MOVE 'N' TO ws-eof
            OPEN INPUT AUDIT-FILE
            IF ws-audit-status = '00'
                PERFORM UNTIL ws-eof = 'Y'
                    READ AUDIT-FILE INTO ws-audit-lu
                        AT END
                            MOVE 'Y' TO ws-eof
                        NOT AT END
                            PERFORM LIBERER-LIGNE-AUDIT
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
            END-IF
            MOVE 'N' TO ws-eof
            OPEN INPUT AUDIT-ARCH-FILE
            IF ws-audit-status = '00'
                PERFORM UNTIL ws-eof = 'Y'
                    READ AUDIT-ARCH-FILE INTO ws-audit-lu
                        AT END
                            MOVE 'Y' TO ws-eof
                        NOT AT END
                            PERFORM LIBERER-LIGNE-AUDIT
                    END-READ
                END-PERFORM
                CLOSE AUDIT-ARCH-FILE
            END-IF.

       LIBERER-LIGNE-HIST.
      *>   an adjustment line ('A') is the office correcting an old
      *>   day, not the client doing anything, so it proves nothing
            IF hl-date IS NUMERIC AND hl-type NOT = 'A'
                MOVE hl-id   TO TRI-ID
                MOVE hl-date TO TRI-DATE
                MOVE 'F'     TO TRI-TYPE
                IF hl-total IS NUMERIC
                    MOVE hl-total TO TRI-TOTAL
                ELSE
                    MOVE ZERO TO TRI-TOTAL
                END-IF
                RELEASE TRI-RECORD
            END-IF.

       LIBERER-LIGNE-AUDIT.
      *>   byte 91 of an image is CUSTMSTR-STATUT
            IF al-date IS NUMERIC
                IF al-action = 'A'
                    OR (al-action = 'M' AND al-avant(91:1) = 'I'
                        AND al-apres(91:1) NOT = 'I')
                    MOVE al-apres(1:20) TO TRI-ID
                    MOVE al-date        TO TRI-DATE
                    MOVE 'C'            TO TRI-TYPE
                    MOVE ZERO           TO TRI-TOTAL
                    RELEASE TRI-RECORD
                END-IF
            END-IF.

       EXAMINER-CLIENTS.
      *>   CUSTMSTR read in id order against the sorted events, also
      *>   in id order: one pass over each. Events for ids no longer
      *>   on the master are passed over - that drift is for another
      *>   program to report, not this one.
            IF ws-confirm = 'Y'
                PERFORM OPEN-AUDIT-FILE
                MOVE 'N' TO ws-eof-prop
                PERFORM LIRE-PROPOSITION
            END-IF
            MOVE 'N' TO ws-eof-tri
            PERFORM LIRE-TRI
            MOVE 'N' TO ws-eof
            PERFORM UNTIL ws-eof = 'Y'
                READ CUSTMSTR-FILE NEXT
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        PERFORM EXAMINER-UN-CLIENT
                END-READ
            END-PERFORM
            IF ws-audit-open = 'Y'
                CLOSE AUDIT-FILE
            END-IF.

       EXAMINER-UN-CLIENT.
            MOVE CUSTMSTR-ID TO ws-id
            MOVE ZERO TO ws-dern-date
            MOVE ZERO TO ws-dern-total
            MOVE ZERO TO ws-creation-date
            PERFORM UNTIL ws-eof-tri = 'Y' OR TRI-ID NOT < ws-id
                PERFORM LIRE-TRI
            END-PERFORM
            PERFORM UNTIL ws-eof-tri = 'Y' OR TRI-ID NOT = ws-id
                IF TRI-TYPE = 'F'
                    MOVE TRI-DATE  TO ws-dern-date
                    MOVE TRI-TOTAL TO ws-dern-total
                ELSE
                    MOVE TRI-DATE  TO ws-creation-date
                END-IF
                PERFORM LIRE-TRI
            END-PERFORM

            IF CUSTMSTR-STATUT NOT = 'I'
                ADD 1 TO ws-nb-actifs
                MOVE ws-dern-date TO ws-ref-date
                IF ws-creation-date > ws-ref-date
                    MOVE ws-creation-date TO ws-ref-date
                END-IF
                IF ws-confirm = 'Y'
                    PERFORM CONFIRMER-UN-CLIENT
                ELSE
                    IF ws-ref-date < ws-cutoff-date
                        PERFORM PROPOSER-UN-CLIENT
                    END-IF
                END-IF
            END-IF.

       PROPOSER-UN-CLIENT.
            ADD 1 TO ws-nb-dormants
            PERFORM PREPARER-LIGNE
            WRITE LIST-RECORD FROM ws-ligne
            IF ws-prop-open = 'Y'
                MOVE SPACES TO ws-prop-ligne
                MOVE ws-id TO pl-id
                MOVE ws-dern-date TO pl-date
                WRITE PROP-RECORD FROM ws-prop-ligne
            END-IF.

       CONFIRMER-UN-CLIENT.
      *>   Only a client on the proposal AND still dormant today goes
      *>   inactive: figures that came in since the listing was read
      *>   keep the client, and a client who turned dormant since is
      *>   left for the next proposal, never deactivated unseen.
            PERFORM UNTIL ws-eof-prop = 'Y' OR pl-id NOT < ws-id
                PERFORM LIRE-PROPOSITION
            END-PERFORM
            IF ws-eof-prop = 'N' AND pl-id = ws-id
                PERFORM PREPARER-LIGNE
                IF ws-ref-date < ws-cutoff-date
                    PERFORM DESACTIVER-DORMANT
                ELSE
                    ADD 1 TO ws-nb-conserves
                    MOVE 'CONSERVE - ACTIVITE' TO ws-ligne(104:19)
                END-IF
                WRITE LIST-RECORD FROM ws-ligne
            END-IF.

       DESACTIVER-DORMANT.
      *>   Exactly what DESACTIVER-FICHE in entretien does to a
      *>   record: statut 'I' with today's date, nom and adresse
      *>   untouched so entretien's R brings the client back intact,
      *>   audited as a modification with both images.
            MOVE CUSTMSTR-RECORD TO ws-aud-avant
            MOVE 'I' TO CUSTMSTR-STATUT
            MOVE ws-run-date TO CUSTMSTR-DATE-DESACT
            REWRITE CUSTMSTR-RECORD
                INVALID KEY
                    MOVE 'REFUSE, STATUS' TO ws-ligne(104:14)
                    MOVE ws-custmstr-status TO ws-ligne(119:2)
                NOT INVALID KEY
                    ADD 1 TO ws-nb-desactives
                    MOVE 'DESACTIVE' TO ws-ligne(104:9)
                    PERFORM WRITE-AUDIT-RECORD
            END-REWRITE.

       PREPARER-LIGNE.
            MOVE SPACES TO ws-ligne
            MOVE ws-id TO ws-ligne(1:20)
            MOVE CUSTMSTR-NOM TO ws-ligne(23:15)
            MOVE CUSTMSTR-VILLE TO ws-ligne(40:20)
            IF ws-dern-date = ZERO
                MOVE 'aucune' TO ws-ligne(62:6)
            ELSE
                MOVE ws-dern-date TO ws-ligne(62:8)
                MOVE ws-dern-total TO ws-total-ed
                MOVE ws-total-ed TO ws-ligne(77:8)
            END-IF
            IF ws-creation-date NOT = ZERO
                MOVE ws-creation-date TO ws-ligne(89:8)
            END-IF.

       LIRE-TRI.
            RETURN TRI-FILE
                AT END
                    MOVE 'Y' TO ws-eof-tri
            END-RETURN.

       LIRE-PROPOSITION.
            READ PROP-FILE INTO ws-prop-ligne
                AT END
                    MOVE 'Y' TO ws-eof-prop
            END-READ.

       VIDER-PROPOSITION.
      *>   A proposal is carried out once; emptied so a second CONFIRM
      *>   has nothing to act on until a fresh listing is cut.
            OPEN OUTPUT PROP-FILE
            IF ws-prop-status = '00'
                CLOSE PROP-FILE
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
                MOVE 'M'             TO AUD-ACTION
                MOVE ws-aud-avant    TO AUD-AVANT
                MOVE CUSTMSTR-RECORD TO AUD-APRES
                MOVE SPACES          TO AUD-ID-LIE
                MOVE 'DORMANT'       TO AUD-OPERATEUR
                WRITE AUDIT-RECORD
            END-IF.
       END PROGRAM dormant.
