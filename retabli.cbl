       DATA DIVISION.
       FILE SECTION.
       FD  ERR-FILE.
       01  ERR-RECORD PIC x(100).

       FD  ERR-WORK-FILE.
       01  ERR-WORK-RECORD PIC x(100).

      *>   a TABLDATA detail image: a value, or an "ADJ" adjustment
       FD  RESUB-FILE.
       01  RESUB-RECORD.
           02 RS-CUST-ID  PIC x(20).
           02 RS-ENTIER-X PIC xx.
       01  RESUB-AJUS-RECORD.
           02 RA-TYPE      PIC x(3).
           02 RA-CUST-ID   PIC x(20).
           02 RA-DATE-ORIG PIC x(8).
           02 RA-SENS      PIC x.
           02 RA-MONTANT-X PIC x(6).
           02 RA-RAISON    PIC xx.

       WORKING-STORAGE SECTION.

        77 ws-nb-abandonnes PIC 9(4) VALUE ZERO.
        77 ws-nb-conserves PIC 9(4) VALUE ZERO.
      *>   the reject line as crible printed it, taken apart again:
      *>   the raw record (22 bytes for a value, 40 for an "ADJ"
      *>   adjustment) sits between the crochets and the raison
      *>   follows them
        77 ws-avant-crochet PIC x(20).
        77 ws-brut PIC x(40).
        77 ws-apres-crochet PIC x(40).
        77 ws-raison PIC x(30).
        77 ws-choix PIC x.
        77 ws-saisie-id PIC x(20).
        77 ws-saisie-valeur PIC xx.
        77 ws-saisie-date PIC x(8).
        77 ws-saisie-sens PIC x.
        77 ws-saisie-montant PIC x(6).
        77 ws-saisie-raison PIC xx.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
                MOVE ws-apres-crochet(4:30) TO ws-raison
                DISPLAY " "
                DISPLAY "Rejet : " ws-raison
                IF ws-brut(1:3) = 'ADJ'
                    DISPLAY "    ajustement"
                    DISPLAY "    id     : " ws-brut(4:20)
                    DISPLAY "    du jour: " ws-brut(24:8)
                    DISPLAY "    sens   : " ws-brut(32:1)
                    DISPLAY "    montant: " ws-brut(33:6)
                    DISPLAY "    raison : " ws-brut(39:2)
                ELSE
                    DISPLAY "    id     : " ws-brut(1:20)
                    DISPLAY "    valeur : " ws-brut(21:2)
                END-IF
                DISPLAY "C = corriger et resoumettre, D = abandonner"
                    " la ligne, ENTREE = conserver : "
                    WITH NO ADVANCING
                ACCEPT ws-choix
                EVALUATE ws-choix
                    WHEN 'C' WHEN 'c'
                        IF ws-brut(1:3) = 'ADJ'
                            PERFORM CORRIGER-AJUSTEMENT
                        ELSE
                            PERFORM CORRIGER-ET-RESOUMETTRE
                        END-IF
                    WHEN 'D' WHEN 'd'
                        ADD 1 TO ws-nb-abandonnes
                        DISPLAY "Ligne abandonnee."
                    RS-CUST-ID " " RS-ENTIER-X
            END-IF.

       CORRIGER-AJUSTEMENT.
      *>   Same deal for an adjustment, field by field: a blank entry
      *>   keeps what crible rejected, and the corrected record goes
      *>   back through crible's adjustment edit on the next run.
            IF ws-resub-open NOT = 'Y'
                DISPLAY "*** TABLRSUB indisponible - conserve. ***"
                PERFORM CONSERVER-UN-REJET
            ELSE
                DISPLAY "Identifiant corrige (vide = garder) : "
                    WITH NO ADVANCING
                MOVE SPACES TO ws-saisie-id
                ACCEPT ws-saisie-id
                DISPLAY "Jour corrige AAAAMMJJ (vide = garder) : "
                    WITH NO ADVANCING
                MOVE SPACES TO ws-saisie-date
                ACCEPT ws-saisie-date
                DISPLAY "Sens + ou - (vide = garder) : "
                    WITH NO ADVANCING
                MOVE SPACES TO ws-saisie-sens
                ACCEPT ws-saisie-sens
                DISPLAY "Montant sur 6 chiffres (vide = garder) : "
                    WITH NO ADVANCING
                MOVE SPACES TO ws-saisie-montant
                ACCEPT ws-saisie-montant
                DISPLAY "Code raison AN/DB/ER/RG (vide = garder) : "
                    WITH NO ADVANCING
                MOVE SPACES TO ws-saisie-raison
                ACCEPT ws-saisie-raison
                MOVE ws-brut TO RESUB-AJUS-RECORD
                IF ws-saisie-id NOT = SPACES
                    MOVE ws-saisie-id TO RA-CUST-ID
                END-IF
                IF ws-saisie-date NOT = SPACES
                    MOVE ws-saisie-date TO RA-DATE-ORIG
                END-IF
                IF ws-saisie-sens NOT = SPACES
                    MOVE ws-saisie-sens TO RA-SENS
                END-IF
                IF ws-saisie-montant NOT = SPACES
                    MOVE ws-saisie-montant TO RA-MONTANT-X
                END-IF
                IF ws-saisie-raison NOT = SPACES
                    MOVE ws-saisie-raison TO RA-RAISON
                END-IF
                WRITE RESUB-AJUS-RECORD
                ADD 1 TO ws-nb-resoumis
                DISPLAY "Resoumis pour le prochain run: "
                    RA-CUST-ID " " RA-DATE-ORIG " " RA-SENS
                    RA-MONTANT-X " " RA-RAISON
            END-IF.

       CONSERVER-UN-REJET.
            WRITE ERR-WORK-RECORD FROM ERR-RECORD
            ADD 1 TO ws-nb-conserves.
