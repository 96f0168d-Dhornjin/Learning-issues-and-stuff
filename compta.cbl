      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: outbound daily subtotal file for accounting - the
      *          day's TABLCW lines joined to CUSTMSTR, framed HDR/TRL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. compta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CW-FILE ASSIGN TO "TABLCW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-ID
               FILE STATUS IS ws-cw-status.
           SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMSTR-ID
               ALTERNATE RECORD KEY IS CUSTMSTR-NOM
                   WITH DUPLICATES
               FILE STATUS IS ws-custmstr-status.
           SELECT HIST-FILE ASSIGN TO "TABLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-status.
      *>   built here first, then copied to the file the transfer
      *>   picks up only once it is complete and proven
           SELECT WORK-FILE ASSIGN TO "COMPTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-work-status.
           SELECT OUT-FILE ASSIGN TO "COMPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-out-status.
      *>   one line per date already sent, so a second send for the
      *>   same date goes out flagged as a replacement
           SELECT SENT-FILE ASSIGN TO "COMPTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sent-status.
       DATA DIVISION.
       FILE SECTION.
       FD  CW-FILE.
       01  CW-RECORD.
           02 CW-ID    PIC x(20).
           02 CW-TOTAL PIC 9(8).
           02 CW-NB    PIC 9(6).

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

      *>   only the date and the reconcile verdict are looked at; a
      *>   30-byte line from before the widened layout carries no
      *>   verdict where this reads it and is taken as unchecked
       FD  HIST-FILE.
       01  HIST-RECORD.
           02 H-DATE      PIC 9(8).
           02 FILLER      PIC x(22).
           02 H-RECONCILE PIC x(8).

       FD  WORK-FILE.
       01  WORK-RECORD PIC x(100).

       FD  OUT-FILE.
       01  OUT-RECORD PIC x(100).

       FD  SENT-FILE.
       01  SENT-RECORD PIC 9(8).

       WORKING-STORAGE SECTION.

        77 ws-cw-status PIC xx.
        77 ws-custmstr-status PIC xx.
        77 ws-custmstr-open PIC x VALUE 'N'.
        77 ws-hist-status PIC xx.
        77 ws-work-status PIC xx.
        77 ws-out-status PIC xx.
        77 ws-sent-status PIC xx.
        77 ws-eof PIC x.
        77 ws-run-date PIC 9(8).
        77 ws-jour-vu PIC x VALUE 'N'.
        77 ws-reconcile PIC x(8).
        77 ws-remplace PIC x VALUE 'N'.
        77 ws-nb-details PIC 9(6) VALUE ZERO.
        77 ws-nb-relus PIC 9(6) VALUE ZERO.
        77 ws-hash-cumul PIC 9(12) VALUE ZERO.
        77 ws-hash PIC 9(8).
      *>   the three frame records, all ';'-delimited fixed columns
       01 ws-entete.
          02 en-type      PIC x(3) VALUE 'HDR'.
          02 FILLER       PIC x VALUE ';'.
          02 en-date      PIC 9(8).
          02 FILLER       PIC x VALUE ';'.
          02 en-nature    PIC x.
      *>      O = original, R = remplace un envoi deja fait ce jour
       01 ws-detail.
          02 de-type      PIC x(3) VALUE 'DET'.
          02 FILLER       PIC x VALUE ';'.
          02 de-id        PIC x(20).
          02 FILLER       PIC x VALUE ';'.
          02 de-nom       PIC x(15).
          02 FILLER       PIC x VALUE ';'.
          02 de-ville     PIC x(20).
          02 FILLER       PIC x VALUE ';'.
          02 de-code-postal PIC x(5).
          02 FILLER       PIC x VALUE ';'.
          02 de-total     PIC 9(8).
          02 FILLER       PIC x VALUE ';'.
          02 de-nb        PIC 9(6).
       01 ws-trailer.
          02 tr-type      PIC x(3) VALUE 'TRL'.
          02 FILLER       PIC x VALUE ';'.
          02 tr-compte    PIC 9(6).
          02 FILLER       PIC x VALUE ';'.
          02 tr-hash      PIC 9(8).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
            ACCEPT ws-run-date FROM DATE YYYYMMDD

      *>   A held night never sends: TABLHIST only gets a line for
      *>   the date once Tableau has totalled it, and a crible hold
      *>   stops the run before Tableau. A day Tableau totalled but
      *>   could not reconcile against TABLCTRL is held here too.
      *>   Whatever COMPTOUT held before is emptied, so the transfer
      *>   can't pick up yesterday's file in tonight's place. That
      *>   holds for every night compta runs; a night held before it
      *>   is reached never calls it, and pilote empties COMPTOUT
      *>   itself when it skips the step.
            PERFORM VERIFIER-JOURNEE
            IF ws-jour-vu = 'N'
                DISPLAY "*** Pas de journee " ws-run-date
                    " sur TABLHIST - run retenu, rien envoye. ***"
                PERFORM VIDER-SORTIE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            IF ws-reconcile = 'MISMATCH'
                DISPLAY "*** Journee " ws-run-date " en MISMATCH"
                    " sur TABLCTRL - rien envoye. ***"
                PERFORM VIDER-SORTIE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN INPUT CW-FILE
            IF ws-cw-status NOT = '00'
                DISPLAY "*** Unable to open TABLCW, status "
                    ws-cw-status " - rien envoye. ***"
                PERFORM VIDER-SORTIE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT WORK-FILE
            IF ws-work-status NOT = '00'
                DISPLAY "*** Unable to open COMPTWK, status "
                    ws-work-status " - rien envoye. ***"
                CLOSE CW-FILE
                PERFORM VIDER-SORTIE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
      *>   nom, ville and code postal are what accounting files the
      *>   figures under; without the master the figures still go,
      *>   with those columns blank
            OPEN INPUT CUSTMSTR-FILE
            IF ws-custmstr-status = '00'
                MOVE 'Y' TO ws-custmstr-open
            ELSE
                DISPLAY "*** Unable to open CUSTMSTR, status "
                    ws-custmstr-status
                    " - noms et adresses a blanc. ***"
            END-IF

            PERFORM CHERCHER-ENVOI-PRECEDENT
            MOVE ws-run-date TO en-date
            IF ws-remplace = 'Y'
                MOVE 'R' TO en-nature
            ELSE
                MOVE 'O' TO en-nature
            END-IF
            WRITE WORK-RECORD FROM ws-entete

            MOVE 'N' TO ws-eof
            PERFORM UNTIL ws-eof = 'Y'
                READ CW-FILE NEXT
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        PERFORM ECRIRE-UN-DETAIL
                END-READ
            END-PERFORM

      *>   the hash is the sum of the totals kept to its low eight
      *>   digits, the width crible reads a trailer hash at
            MOVE ws-hash-cumul TO ws-hash
            MOVE ws-nb-details TO tr-compte
            MOVE ws-hash TO tr-hash
            WRITE WORK-RECORD FROM ws-trailer

            IF ws-custmstr-open = 'Y'
                CLOSE CUSTMSTR-FILE
            END-IF
            CLOSE CW-FILE
            CLOSE WORK-FILE

            PERFORM COPIER-VERS-SORTIE
            IF RETURN-CODE NOT = ZERO
                GOBACK
            END-IF
            PERFORM NOTER-ENVOI

            DISPLAY "Compta: COMPTOUT du " ws-run-date " ("
                en-nature "), " ws-nb-details " ligne(s), hash "
                ws-hash "."
            MOVE ZERO TO RETURN-CODE
            GOBACK.

       VERIFIER-JOURNEE.
      *>   the last line for the date wins: an OVERRIDE rerun appends
      *>   a second one, and it is the rerun's figures on TABLCW
            MOVE SPACES TO ws-reconcile
            MOVE 'N' TO ws-eof
            OPEN INPUT HIST-FILE
            IF ws-hist-status = '00'
                PERFORM UNTIL ws-eof = 'Y'
                    READ HIST-FILE
                        AT END
                            MOVE 'Y' TO ws-eof
                        NOT AT END
                            IF H-DATE = ws-run-date
                                MOVE 'Y' TO ws-jour-vu
                                MOVE H-RECONCILE TO ws-reconcile
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE HIST-FILE
            END-IF.

       CHERCHER-ENVOI-PRECEDENT.
            MOVE 'N' TO ws-eof
            OPEN INPUT SENT-FILE
            IF ws-sent-status = '00'
                PERFORM UNTIL ws-eof = 'Y'
                    READ SENT-FILE
                        AT END
                            MOVE 'Y' TO ws-eof
                        NOT AT END
                            IF SENT-RECORD = ws-run-date
                                MOVE 'Y' TO ws-remplace
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SENT-FILE
            END-IF.

       ECRIRE-UN-DETAIL.
            MOVE CW-ID TO de-id
            MOVE SPACES TO de-nom de-ville de-code-postal
            IF ws-custmstr-open = 'Y'
                MOVE CW-ID TO CUSTMSTR-ID
                READ CUSTMSTR-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CUSTMSTR-NOM         TO de-nom
                        MOVE CUSTMSTR-VILLE       TO de-ville
                        MOVE CUSTMSTR-CODE-POSTAL TO de-code-postal
                END-READ
            END-IF
            MOVE CW-TOTAL TO de-total
            MOVE CW-NB    TO de-nb
            WRITE WORK-RECORD FROM ws-detail
            ADD 1 TO ws-nb-details
            ADD CW-TOTAL TO ws-hash-cumul.

       COPIER-VERS-SORTIE.
      *>   COMPTWK is read back in full before COMPTOUT is touched,
      *>   the proof reprise and menage demand before replacing a
      *>   file: header, every detail and trailer must all be there.
            MOVE ZERO TO ws-nb-relus
            MOVE 'N' TO ws-eof
            OPEN INPUT WORK-FILE
            IF ws-work-status = '00'
                PERFORM UNTIL ws-eof = 'Y'
                    READ WORK-FILE
                        AT END
                            MOVE 'Y' TO ws-eof
                        NOT AT END
                            ADD 1 TO ws-nb-relus
                    END-READ
                END-PERFORM
                CLOSE WORK-FILE
            END-IF
            IF ws-nb-relus NOT = ws-nb-details + 2
                DISPLAY "*** COMPTWK incomplet (" ws-nb-relus
                    " relu(s)) - rien envoye. ***"
                PERFORM VIDER-SORTIE
                MOVE 16 TO RETURN-CODE
            ELSE
                OPEN INPUT WORK-FILE
                IF ws-work-status NOT = '00'
                    DISPLAY "*** Unable to reopen COMPTWK, status "
                        ws-work-status " - rien envoye. ***"
                    PERFORM VIDER-SORTIE
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                OPEN OUTPUT OUT-FILE
                IF ws-out-status NOT = '00'
                    DISPLAY "*** Unable to open COMPTOUT, status "
                        ws-out-status " - fichier reste sur COMPTWK."
                        " ***"
                    CLOSE WORK-FILE
                    MOVE 16 TO RETURN-CODE
                ELSE
                    MOVE 'N' TO ws-eof
                    PERFORM UNTIL ws-eof = 'Y'
                        READ WORK-FILE
                            AT END
                                MOVE 'Y' TO ws-eof
                            NOT AT END
                                WRITE OUT-RECORD FROM WORK-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE OUT-FILE
                    CLOSE WORK-FILE
                    MOVE ZERO TO RETURN-CODE
                END-IF
            END-IF.

       VIDER-SORTIE.
            OPEN OUTPUT OUT-FILE
            IF ws-out-status = '00'
                CLOSE OUT-FILE
            END-IF.

       NOTER-ENVOI.
      *>   Appended once COMPTOUT stands, created on '35' only - the
      *>   next send for this date will go out as a replacement.
            OPEN EXTEND SENT-FILE
            IF ws-sent-status = '35'
                OPEN OUTPUT SENT-FILE
            END-IF
            IF ws-sent-status = '00'
                MOVE ws-run-date TO SENT-RECORD
                WRITE SENT-RECORD
                CLOSE SENT-FILE
            ELSE
                DISPLAY "*** Unable to open COMPTCTL, status "
                    ws-sent-status
                    " - envoi non note, un renvoi ne sera pas"
                    " marque. ***"
            END-IF.
       END PROGRAM compta.
