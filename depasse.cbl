      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: over-limit exception report - the day's TABLCW
      *          subtotals against each client's CUSTLIM ceilings
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. depasse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CW-FILE ASSIGN TO "TABLCW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-ID
               FILE STATUS IS ws-cw-status.
           SELECT LIM-FILE ASSIGN TO "CUSTLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-ID
               FILE STATUS IS ws-lim-status.
           SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMSTR-ID
               ALTERNATE RECORD KEY IS CUSTMSTR-NOM
                   WITH DUPLICATES
               FILE STATUS IS ws-custmstr-status.
           SELECT REPORT-FILE ASSIGN TO "TABLDEPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CW-FILE.
       01  CW-RECORD.
           02 CW-ID    PIC x(20).
           02 CW-TOTAL PIC 9(8).
           02 CW-NB    PIC 9(6).

       FD  LIM-FILE.
       01  LIM-RECORD.
           02 LIM-ID           PIC x(20).
           02 LIM-PLAFOND      PIC 9(8).
           02 LIM-MAX-NB       PIC 9(6).

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

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC x(100).

       WORKING-STORAGE SECTION.

        77 ws-cw-status PIC xx.
        77 ws-lim-status PIC xx.
        77 ws-custmstr-status PIC xx.
        77 ws-custmstr-open PIC x VALUE 'N'.
        77 ws-report-status PIC xx.
        77 ws-eof-cw PIC x VALUE 'N'.
        77 ws-run-date PIC 9(8).
        77 ws-ligne PIC x(100).
        77 ws-nom PIC x(15).
        77 ws-mesure PIC x(8).
        77 ws-plafond PIC 9(8).
        77 ws-reel PIC 9(8).
        77 ws-ecart PIC 9(8).
        77 ws-ed-montant PIC zzzzzzz9.
        77 ws-nb-clients PIC 9(6) VALUE ZERO.
        77 ws-nb-depasse PIC 9(6) VALUE ZERO.
        77 ws-client-depasse PIC x.
        77 ws-count-ed PIC zzzzz9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
            ACCEPT ws-run-date FROM DATE YYYYMMDD

            OPEN OUTPUT REPORT-FILE
            IF ws-report-status NOT = '00'
                DISPLAY "*** Unable to open TABLDEPA, status "
                    ws-report-status " - no report. ***"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE SPACES TO ws-ligne
            STRING 'DEPASSEMENTS DE PLAFOND   du ' DELIMITED BY SIZE
                ws-run-date DELIMITED BY SIZE
                INTO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            MOVE SPACES TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne

      *>   No ceilings keyed yet is a quiet night, not a failure: the
      *>   report says so and the run goes on.
            OPEN INPUT LIM-FILE
            IF ws-lim-status NOT = '00'
                DISPLAY "*** CUSTLIM absent ou illisible, status "
                    ws-lim-status " - aucun plafond controle. ***"
                MOVE '  CUSTLIM absent - aucun plafond controle.'
                    TO ws-ligne
                WRITE REPORT-RECORD FROM ws-ligne
                CLOSE REPORT-FILE
                MOVE ZERO TO RETURN-CODE
                GOBACK
            END-IF

            OPEN INPUT CW-FILE
            IF ws-cw-status NOT = '00'
                DISPLAY "*** TABLCW absent ou illisible, status "
                    ws-cw-status " - rien a controler. ***"
                MOVE '  TABLCW absent - rien a controler.'
                    TO ws-ligne
                WRITE REPORT-RECORD FROM ws-ligne
                CLOSE LIM-FILE
                CLOSE REPORT-FILE
                MOVE ZERO TO RETURN-CODE
                GOBACK
            END-IF

      *>   the nom is only there to save the morning shift a lookup;
      *>   the report stands without it
            OPEN INPUT CUSTMSTR-FILE
            IF ws-custmstr-status = '00'
                MOVE 'Y' TO ws-custmstr-open
            END-IF

            MOVE SPACES TO ws-ligne
            MOVE 'Identifiant' TO ws-ligne(1:11)
            MOVE 'Nom'         TO ws-ligne(23:3)
            MOVE 'Mesure'      TO ws-ligne(40:6)
            MOVE 'Plafond'     TO ws-ligne(51:7)
            MOVE 'Reel'        TO ws-ligne(64:4)
            MOVE 'Depassement' TO ws-ligne(71:11)
            WRITE REPORT-RECORD FROM ws-ligne

            PERFORM UNTIL ws-eof-cw = 'Y'
                READ CW-FILE NEXT
                    AT END
                        MOVE 'Y' TO ws-eof-cw
                    NOT AT END
                        PERFORM CONTROLER-UN-CLIENT
                END-READ
            END-PERFORM

            IF ws-nb-depasse = ZERO
                MOVE SPACES TO ws-ligne
                MOVE '  (aucun depassement)' TO ws-ligne
                WRITE REPORT-RECORD FROM ws-ligne
            END-IF
            MOVE SPACES TO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne
            MOVE ws-nb-depasse TO ws-count-ed
            MOVE SPACES TO ws-ligne
            STRING 'Clients au-dela du plafond : ' DELIMITED BY SIZE
                ws-count-ed DELIMITED BY SIZE
                INTO ws-ligne
            WRITE REPORT-RECORD FROM ws-ligne

            IF ws-custmstr-open = 'Y'
                CLOSE CUSTMSTR-FILE
            END-IF
            CLOSE CW-FILE
            CLOSE LIM-FILE
            CLOSE REPORT-FILE

            DISPLAY "Depasse: " ws-nb-clients " client(s) controle(s), "
                ws-nb-depasse " au-dela du plafond."
      *>   a warning, never a hold: the figures are already totalled
      *>   and right, they are just unusual - pilote logs the RC so
      *>   the morning shift reads TABLDEPA first thing
            IF ws-nb-depasse > ZERO
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
            END-IF
            GOBACK.

       CONTROLER-UN-CLIENT.
      *>   Each measure is judged on its own, a zero ceiling leaving
      *>   that measure unwatched; a client over on both gets a line
      *>   for each but counts once.
            MOVE CW-ID TO LIM-ID
            READ LIM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO ws-nb-clients
                    MOVE 'N' TO ws-client-depasse
                    PERFORM CHERCHER-NOM
                    IF LIM-PLAFOND > ZERO AND CW-TOTAL > LIM-PLAFOND
                        MOVE 'TOTAL'     TO ws-mesure
                        MOVE LIM-PLAFOND TO ws-plafond
                        MOVE CW-TOTAL    TO ws-reel
                        PERFORM ECRIRE-DEPASSEMENT
                    END-IF
                    IF LIM-MAX-NB > ZERO AND CW-NB > LIM-MAX-NB
                        MOVE 'VALEURS'   TO ws-mesure
                        MOVE LIM-MAX-NB  TO ws-plafond
                        MOVE CW-NB       TO ws-reel
                        PERFORM ECRIRE-DEPASSEMENT
                    END-IF
                    IF ws-client-depasse = 'Y'
                        ADD 1 TO ws-nb-depasse
                    END-IF
            END-READ.

       CHERCHER-NOM.
            MOVE SPACES TO ws-nom
            IF ws-custmstr-open = 'Y'
                MOVE CW-ID TO CUSTMSTR-ID
                READ CUSTMSTR-FILE
                    INVALID KEY
                        MOVE '(inconnu)' TO ws-nom
                    NOT INVALID KEY
                        MOVE CUSTMSTR-NOM TO ws-nom
                END-READ
            END-IF.

       ECRIRE-DEPASSEMENT.
            MOVE 'Y' TO ws-client-depasse
            SUBTRACT ws-plafond FROM ws-reel GIVING ws-ecart
            MOVE SPACES TO ws-ligne
            MOVE CW-ID     TO ws-ligne(1:20)
            MOVE ws-nom    TO ws-ligne(23:15)
            MOVE ws-mesure TO ws-ligne(40:8)
            MOVE ws-plafond TO ws-ed-montant
            MOVE ws-ed-montant TO ws-ligne(50:8)
            MOVE ws-reel TO ws-ed-montant
            MOVE ws-ed-montant TO ws-ligne(60:8)
            MOVE ws-ecart TO ws-ed-montant
            MOVE ws-ed-montant TO ws-ligne(74:8)
            WRITE REPORT-RECORD FROM ws-ligne.
       END PROGRAM depasse.
