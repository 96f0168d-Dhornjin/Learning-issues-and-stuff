      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: end-of-night balance sheet - proves every detail
      *          crible read went somewhere, through Tableau and into
      *          the day's history, by count and hash total
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. balance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRIBBAL-FILE ASSIGN TO "CRIBBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cribbal-status.
           SELECT TABLBAL-FILE ASSIGN TO "TABLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tablbal-status.
           SELECT PROP-FILE ASSIGN TO "TABLPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-prop-status.
           SELECT AJUS-FILE ASSIGN TO "TABLAJUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ajus-status.
           SELECT IDER-FILE ASSIGN TO "TABLIDER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ider-status.
           SELECT HIST-FILE ASSIGN TO "TABLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT CUST-HIST-FILE ASSIGN TO "TABLCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cust-hist-status.
           SELECT REPORT-FILE ASSIGN TO "BALANCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CRIBBAL-FILE.
       01  CRIBBAL-RECORD.
           02 CB-DATE        PIC 9(8).
           02 CB-LUS         PIC 9(6).
           02 CB-LUS-HASH    PIC 9(8).
           02 CB-BONS        PIC 9(6).
           02 CB-BONS-HASH   PIC 9(8).
           02 CB-REJETS      PIC 9(6).
           02 CB-REJETS-HASH PIC 9(8).
           02 CB-AJUS        PIC 9(6).
           02 CB-AJUS-HASH   PIC 9(8).

       FD  TABLBAL-FILE.
       01  TABLBAL-RECORD.
           02 TB-DATE        PIC 9(8).
           02 TB-N           PIC 9(6).
           02 TB-TOTAL       PIC 9(8).
           02 TB-REJETS      PIC 9(6).
           02 TB-REJETS-HASH PIC 9(8).
           02 TB-AJUS        PIC 9(6).
           02 TB-AJUS-HASH   PIC 9(8).

       FD  PROP-FILE.
       01  PROP-RECORD.
           02 PR-CUST-ID PIC x(20).
           02 PR-ENTIER  PIC 99.

       FD  AJUS-FILE.
       01  AJUS-RECORD.
           02 AJ-CUST-ID    PIC x(20).
           02 AJ-DATE-ORIG  PIC 9(8).
           02 AJ-SENS       PIC x.
           02 AJ-MONTANT    PIC 9(6).
           02 AJ-RAISON     PIC xx.

       FD  IDER-FILE.
       01  IDER-RECORD PIC x(80).

       FD  HIST-FILE.
       01  HIST-RECORD.
           02 H-DATE      PIC 9(8).
           02 H-N         PIC 9(6).
           02 H-TOTAL     PIC 9(8).
           02 H-MOYENNE   PIC 99V99.
           02 H-HIGH      PIC 99.
           02 H-LOW       PIC 99.
           02 H-RECONCILE PIC x(8).

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

       WORKING-STORAGE SECTION.

        77 ws-cribbal-status PIC xx.
        77 ws-tablbal-status PIC xx.
        77 ws-prop-status PIC xx.
        77 ws-ajus-status PIC xx.
        77 ws-ider-status PIC xx.
        77 ws-hist-status PIC xx.
        77 ws-cust-hist-status PIC xx.
        77 ws-report-status PIC xx.
        77 ws-eof PIC x.
        77 ws-run-date PIC 9(8).
        77 ws-ligne PIC x(80).
        77 ws-cribbal-ok PIC x VALUE 'N'.
        77 ws-tablbal-ok PIC x VALUE 'N'.
        77 ws-hist-vu PIC x VALUE 'N'.
        77 ws-desequilibre PIC x VALUE 'N'.
      *>   what this program counts for itself off the files
        77 ws-nb-prop PIC 9(6) VALUE ZERO.
        77 ws-hash-prop PIC 9(8) VALUE ZERO.
        77 ws-nb-ajus PIC 9(6) VALUE ZERO.
        77 ws-hash-ajus PIC 9(8) VALUE ZERO.
        77 ws-nb-ider PIC 9(6) VALUE ZERO.
        77 ws-hist-n PIC 9(8) VALUE ZERO.
        77 ws-hist-total PIC 9(9) VALUE ZERO.
        77 ws-cust-nb PIC 9(8) VALUE ZERO.
        77 ws-cust-total PIC 9(9) VALUE ZERO.
        77 ws-cust-nb-ajus PIC 9(8) VALUE ZERO.
        77 ws-cust-total-ajus PIC 9(9) VALUE ZERO.
      *>   one line of a leg: label, count, hash
        77 ws-lib PIC x(32).
        77 ws-cpt PIC s9(9).
        77 ws-hash PIC s9(9).
        77 ws-ecart-cpt PIC s9(9).
        77 ws-ecart-hash PIC s9(9).
        77 ws-ed-cpt PIC -(9)9.
        77 ws-ed-hash PIC -(9)9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
            ACCEPT ws-run-date FROM DATE YYYYMMDD

            OPEN OUTPUT REPORT-FILE
            IF ws-report-status NOT = '00'
                DISPLAY "*** Unable to open BALANCE, status "
                    ws-report-status " - no balance sheet. ***"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM LIRE-CRIBBAL
            PERFORM LIRE-TABLBAL
            PERFORM COMPTER-TABLPROP
            PERFORM COMPTER-TABLAJUS
            PERFORM COMPTER-TABLIDER
            PERFORM SOMMER-TABLHIST
            PERFORM SOMMER-TABLCUST

            MOVE SPACES TO ws-ligne
            STRING 'BALANCE DU RUN   du ' DELIMITED BY SIZE
                ws-run-date DELIMITED BY SIZE
                INTO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            MOVE 'Nombre' TO ws-ligne(41:6)
            MOVE 'Hash'   TO ws-ligne(57:4)
            WRITE REPORT-RECORD FROM ws-ligne

            PERFORM BALANCER-CRIBLE
            PERFORM BALANCER-TABLEAU
            PERFORM BALANCER-HISTORIQUE
            PERFORM BALANCER-AJUSTEMENTS

            MOVE SPACES TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            IF ws-desequilibre = 'Y'
                MOVE '*** RUN OUT OF BALANCE ***' TO ws-ligne
            ELSE
                MOVE 'RUN EQUILIBRE' TO ws-ligne
            END-IF
            WRITE REPORT-RECORD FROM ws-ligne
            CLOSE REPORT-FILE

      *>   a leg that doesn't tie means records were lost or made up
      *>   between two steps: the night is held, so nothing downstream
      *>   builds on figures nobody can vouch for
            IF ws-desequilibre = 'Y'
                DISPLAY "*** Balance: run OUT OF BALANCE - voir"
                    " BALANCE. ***"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "Balance: run equilibre."
                MOVE ZERO TO RETURN-CODE
            END-IF
            GOBACK.

       LIRE-CRIBBAL.
      *>   crible's and Tableau's figures only count if they are
      *>   today's: a file left from an earlier night proves nothing
      *>   about this one.
            OPEN INPUT CRIBBAL-FILE
            IF ws-cribbal-status = '00'
                READ CRIBBAL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CB-DATE = ws-run-date
                            MOVE 'Y' TO ws-cribbal-ok
                        END-IF
                END-READ
                CLOSE CRIBBAL-FILE
            END-IF.

       LIRE-TABLBAL.
            OPEN INPUT TABLBAL-FILE
            IF ws-tablbal-status = '00'
                READ TABLBAL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF TB-DATE = ws-run-date
                            MOVE 'Y' TO ws-tablbal-ok
                        END-IF
                END-READ
                CLOSE TABLBAL-FILE
            END-IF.

       COMPTER-TABLPROP.
      *>   TABLPROP sits between the two steps, so it is counted here
      *>   rather than taken from either of them; it is cut afresh
      *>   every night, so all of it is today's.
            MOVE 'N' TO ws-eof
            OPEN INPUT PROP-FILE
            IF ws-prop-status NOT = '00'
                MOVE 'Y' TO ws-eof
            END-IF
            PERFORM UNTIL ws-eof = 'Y'
                READ PROP-FILE
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        ADD 1 TO ws-nb-prop
                        IF PR-ENTIER IS NUMERIC
                            ADD PR-ENTIER TO ws-hash-prop
                        END-IF
                END-READ
            END-PERFORM
            IF ws-prop-status NOT = '35'
                CLOSE PROP-FILE
            END-IF.

       COMPTER-TABLAJUS.
      *>   the other half of crible's good side, cut afresh with
      *>   TABLPROP every night; hashed on the unsigned amounts
            MOVE 'N' TO ws-eof
            OPEN INPUT AJUS-FILE
            IF ws-ajus-status NOT = '00'
                MOVE 'Y' TO ws-eof
            END-IF
            PERFORM UNTIL ws-eof = 'Y'
                READ AJUS-FILE
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        ADD 1 TO ws-nb-ajus
                        IF AJ-MONTANT IS NUMERIC
                            ADD AJ-MONTANT TO ws-hash-ajus
                        END-IF
                END-READ
            END-PERFORM
            IF ws-ajus-status NOT = '35'
                CLOSE AJUS-FILE
            END-IF.

       COMPTER-TABLIDER.
      *>   TABLIDER is rebuilt by every Tableau run, one line per
      *>   reject, value or adjustment alike. Its lines carry no
      *>   value, so the reject hash comes from TABLBAL; the count is
      *>   taken off the listing itself.
            MOVE 'N' TO ws-eof
            OPEN INPUT IDER-FILE
            IF ws-ider-status NOT = '00'
                MOVE 'Y' TO ws-eof
            END-IF
            PERFORM UNTIL ws-eof = 'Y'
                READ IDER-FILE
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        ADD 1 TO ws-nb-ider
                END-READ
            END-PERFORM
            IF ws-ider-status NOT = '35'
                CLOSE IDER-FILE
            END-IF.

       SOMMER-TABLHIST.
      *>   Every TABLHIST line for the date is summed, as every
      *>   TABLCUST line is: a night rerun under OVERRIDE stacks both
      *>   files alike and still ties, while a rerun that reached only
      *>   one of them shows up.
            MOVE 'N' TO ws-eof
            OPEN INPUT HIST-FILE
            IF ws-hist-status NOT = '00'
                MOVE 'Y' TO ws-eof
            END-IF
            PERFORM UNTIL ws-eof = 'Y'
                READ HIST-FILE
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        IF H-DATE = ws-run-date
                            MOVE 'Y' TO ws-hist-vu
                            ADD H-N     TO ws-hist-n
                            ADD H-TOTAL TO ws-hist-total
                        END-IF
                END-READ
            END-PERFORM
            IF ws-hist-status NOT = '35'
                CLOSE HIST-FILE
            END-IF.

       SOMMER-TABLCUST.
      *>   The day's adjustment lines are summed apart: they were never
      *>   part of TABLHIST, and they have a leg of their own.
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
                        IF CH-DATE = ws-run-date
                            IF CH-TYPE = 'A'
                                ADD 1        TO ws-cust-nb-ajus
                                ADD CH-TOTAL TO ws-cust-total-ajus
                            ELSE
                                ADD CH-NB    TO ws-cust-nb
                                ADD CH-TOTAL TO ws-cust-total
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF ws-cust-hist-status NOT = '35'
                CLOSE CUST-HIST-FILE
            END-IF.

       BALANCER-CRIBLE.
      *>   Leg 1: every detail crible read is on TABLPROP, on
      *>   TABLAJUS or rejected to TABLERR. TABLERR keeps the rejects
      *>   of earlier nights for retabli, so tonight's share of it is
      *>   crible's own count.
            MOVE SPACES TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            MOVE '1. CRIBLE  - lus = TABLPROP + TABLAJUS + rejets'
                TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            IF ws-cribbal-ok = 'N'
                MOVE '   CRIBBAL absent ou d''une autre date'
                    TO ws-ligne
                WRITE REPORT-RECORD FROM ws-ligne
                PERFORM ECRIRE-NON-PROUVE
            ELSE
                MOVE 'Lus par crible' TO ws-lib
                MOVE CB-LUS      TO ws-cpt
                MOVE CB-LUS-HASH TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                MOVE 'Ecrits sur TABLPROP' TO ws-lib
                MOVE ws-nb-prop   TO ws-cpt
                MOVE ws-hash-prop TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                MOVE 'Ecrits sur TABLAJUS' TO ws-lib
                MOVE ws-nb-ajus   TO ws-cpt
                MOVE ws-hash-ajus TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                MOVE 'Rejetes sur TABLERR' TO ws-lib
                MOVE CB-REJETS      TO ws-cpt
                MOVE CB-REJETS-HASH TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                COMPUTE ws-ecart-cpt =
                    CB-LUS - ws-nb-prop - ws-nb-ajus - CB-REJETS
                COMPUTE ws-ecart-hash = CB-LUS-HASH - ws-hash-prop
                    - ws-hash-ajus - CB-REJETS-HASH
                PERFORM ECRIRE-ECART
            END-IF.

       BALANCER-TABLEAU.
      *>   Leg 2: every TABLPROP record was either totalled by Tableau
      *>   or rejected to TABLIDER, and every TABLAJUS record either
      *>   posted or rejected there too.
            MOVE SPACES TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            MOVE '2. TABLEAU - PROP + AJUS = n + postes + TABLIDER'
                TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            IF ws-tablbal-ok = 'N'
                MOVE '   TABLBAL absent ou d''une autre date'
                    TO ws-ligne
                WRITE REPORT-RECORD FROM ws-ligne
                PERFORM ECRIRE-NON-PROUVE
            ELSE
                MOVE 'Sur TABLPROP' TO ws-lib
                MOVE ws-nb-prop   TO ws-cpt
                MOVE ws-hash-prop TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                MOVE 'Sur TABLAJUS' TO ws-lib
                MOVE ws-nb-ajus   TO ws-cpt
                MOVE ws-hash-ajus TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                MOVE 'Totalises par Tableau (n)' TO ws-lib
                MOVE TB-N     TO ws-cpt
                MOVE TB-TOTAL TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                MOVE 'Ajustements postes par Tableau' TO ws-lib
                MOVE TB-AJUS      TO ws-cpt
                MOVE TB-AJUS-HASH TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                MOVE 'Rejetes sur TABLIDER' TO ws-lib
                MOVE ws-nb-ider     TO ws-cpt
                MOVE TB-REJETS-HASH TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                COMPUTE ws-ecart-cpt = ws-nb-prop + ws-nb-ajus
                    - TB-N - TB-AJUS - ws-nb-ider
                COMPUTE ws-ecart-hash = ws-hash-prop + ws-hash-ajus
                    - TB-TOTAL - TB-AJUS-HASH - TB-REJETS-HASH
                PERFORM ECRIRE-ECART
            END-IF.

       BALANCER-HISTORIQUE.
      *>   Leg 3: the day's per-client lines on TABLCUST add up to the
      *>   day's TABLHIST figures - values counted and total alike.
      *>   Adjustment lines stay out of it, as they stay out of
      *>   TABLHIST.
            MOVE SPACES TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            MOVE '3. HISTORIQUE - TABLCUST du jour = TABLHIST du jour'
                TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            IF ws-hist-vu = 'N'
                MOVE '   Aucune ligne TABLHIST a la date du run'
                    TO ws-ligne
                WRITE REPORT-RECORD FROM ws-ligne
                PERFORM ECRIRE-NON-PROUVE
            ELSE
                MOVE 'TABLHIST du jour' TO ws-lib
                MOVE ws-hist-n     TO ws-cpt
                MOVE ws-hist-total TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                MOVE 'Lignes TABLCUST du jour' TO ws-lib
                MOVE ws-cust-nb    TO ws-cpt
                MOVE ws-cust-total TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                COMPUTE ws-ecart-cpt = ws-hist-n - ws-cust-nb
                COMPUTE ws-ecart-hash = ws-hist-total - ws-cust-total
                PERFORM ECRIRE-ECART
            END-IF.

       BALANCER-AJUSTEMENTS.
      *>   Leg 4: the 'A' lines dated today on TABLCUST are exactly the
      *>   adjustments Tableau says it posted. Unlike the day's figures
      *>   these are not in TABLHIST to stack alongside, so a rerun
      *>   that posted them twice is out of balance here - it is a
      *>   correction applied twice.
            MOVE SPACES TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            MOVE '4. AJUSTEMENTS - TABLCUST type A du jour = postes'
                TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            IF ws-tablbal-ok = 'N'
                MOVE '   TABLBAL absent ou d''une autre date'
                    TO ws-ligne
                WRITE REPORT-RECORD FROM ws-ligne
                PERFORM ECRIRE-NON-PROUVE
            ELSE
                MOVE 'Postes par Tableau' TO ws-lib
                MOVE TB-AJUS      TO ws-cpt
                MOVE TB-AJUS-HASH TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                MOVE 'Lignes TABLCUST type A du jour' TO ws-lib
                MOVE ws-cust-nb-ajus    TO ws-cpt
                MOVE ws-cust-total-ajus TO ws-hash
                PERFORM ECRIRE-LIGNE-CHIFFRES
                COMPUTE ws-ecart-cpt = TB-AJUS - ws-cust-nb-ajus
                COMPUTE ws-ecart-hash =
                    TB-AJUS-HASH - ws-cust-total-ajus
                PERFORM ECRIRE-ECART
            END-IF.

       ECRIRE-LIGNE-CHIFFRES.
            MOVE SPACES TO ws-ligne
            MOVE ws-lib TO ws-ligne(4:32)
            MOVE ws-cpt TO ws-ed-cpt
            MOVE ws-ed-cpt TO ws-ligne(37:10)
            MOVE ws-hash TO ws-ed-hash
            MOVE ws-ed-hash TO ws-ligne(51:10)
            WRITE REPORT-RECORD FROM ws-ligne.

       ECRIRE-ECART.
            MOVE 'Ecart' TO ws-lib
            MOVE ws-ecart-cpt  TO ws-cpt
            MOVE ws-ecart-hash TO ws-hash
            PERFORM ECRIRE-LIGNE-CHIFFRES
            IF ws-ecart-cpt = ZERO AND ws-ecart-hash = ZERO
                MOVE '   equilibre' TO ws-ligne
                WRITE REPORT-RECORD FROM ws-ligne
            ELSE
                MOVE 'Y' TO ws-desequilibre
                MOVE '   *** OUT OF BALANCE ***' TO ws-ligne
                WRITE REPORT-RECORD FROM ws-ligne
            END-IF.

       ECRIRE-NON-PROUVE.
      *>   a leg that can't be checked can't be vouched for either
            MOVE 'Y' TO ws-desequilibre
            MOVE '   *** OUT OF BALANCE *** (non prouve)' TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne.
       END PROGRAM balance.
