      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: customer daily ceilings maintenance - CUSTLIM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. plafond.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   one record per client who has ceilings at all; a client
      *>   absent from the file is simply never checked
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
       DATA DIVISION.
       FILE SECTION.
      *>   a zero ceiling means "no ceiling" on that measure, so a
      *>   client can be watched on the total alone or the count alone
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

       WORKING-STORAGE SECTION.

       77 ws-lim-status PIC xx.
       77 ws-custmstr-status PIC xx.
       77 ws-custmstr-open PIC x VALUE 'N'.
       77 ws-action  PIC x VALUE SPACE.
      *>   C = consulter, M = modifier (ou creer), S = supprimer,
      *>   F = fin
       77 ws-id      PIC x(20).
       77 ws-nom     PIC a(15).
       77 ws-plafond PIC 9(8).
       77 ws-max-nb  PIC 9(6).
       77 ws-existe  PIC x.
       77 ws-client-ok PIC x.
       77 ws-confirme PIC x.
       77 ws-pause    PIC x.

       SCREEN SECTION.

       01 ecr-demande.
         02 BLANK SCREEN.
         02 LINE 2 COL 5 VALUE 'Plafonds journaliers par client'.
         02 LINE 4 COL 5
            VALUE 'Action (C=consulter M=modifier S=supprimer'.
         02 COL + 1 VALUE 'F=fin):'.
         02 COL + 2 PIC x USING ws-action.
         02 LINE 5 COL 5 VALUE 'Identifiant client : '.
         02 COL + 0 PIC x(20) USING ws-id.

       01 ecr-fiche.
         02 BLANK SCREEN.
         02 LINE 2 COL 5 VALUE 'Plafonds du client'.
         02 LINE 4 COL 5 VALUE 'Identifiant      : '.
         02 COL + 0 PIC x(20) FROM ws-id.
         02 LINE 5 COL 5 VALUE 'Nom              : '.
         02 COL + 0 PIC a(15) FROM ws-nom.
         02 LINE 6 COL 5 VALUE 'Total jour maxi  : '.
         02 COL + 0 PIC 9(8) FROM ws-plafond.
         02 LINE 7 COL 5 VALUE 'Valeurs jour maxi: '.
         02 COL + 0 PIC 9(6) FROM ws-max-nb.
         02 LINE 8 COL 5 VALUE '(0 = pas de plafond)'.

       01 ecr-modif.
         02 LINE 10 COL 5 VALUE 'Nouveau total jour maxi  : '.
         02 COL + 0 PIC 9(8) USING ws-plafond.
         02 LINE 11 COL 5 VALUE 'Nouvelles valeurs maxi   : '.
         02 COL + 0 PIC 9(6) USING ws-max-nb.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   Unlike CUSTMSTR, nothing else creates CUSTLIM: this screen
      *>   is where the first ceiling is keyed, so it creates the file
      *>   on '35' only, the same create-don't-truncate gate as
      *>   everywhere else.
           OPEN I-O LIM-FILE
           IF ws-lim-status = '35'
               OPEN OUTPUT LIM-FILE
               IF ws-lim-status = '00'
                   CLOSE LIM-FILE
                   OPEN I-O LIM-FILE
               END-IF
           END-IF
           IF ws-lim-status NOT = '00'
               DISPLAY "*** Unable to open CUSTLIM, status "
                   ws-lim-status " - nothing to maintain. ***"
               GOBACK
           END-IF

      *>   the master is only read, to put a nom on the fiche and to
      *>   refuse a ceiling for an id that isn't a client; without it
      *>   the check is skipped rather than blocking the screen
           OPEN INPUT CUSTMSTR-FILE
           IF ws-custmstr-status = '00'
               MOVE 'Y' TO ws-custmstr-open
           ELSE
               DISPLAY "*** Unable to open CUSTMSTR, status "
                   ws-custmstr-status
                   " - identifiants non controles. ***"
           END-IF

           PERFORM UNTIL ws-action = 'F' OR ws-action = 'f'
               MOVE SPACE  TO ws-action
               MOVE SPACES TO ws-id
               DISPLAY ecr-demande
               ACCEPT ecr-demande
               EVALUATE ws-action
                   WHEN 'C' WHEN 'c'
                       PERFORM LIRE-PLAFOND
                       IF ws-existe = 'Y'
                           PERFORM MONTRER-PLAFOND
                       ELSE
                           DISPLAY "*** Pas de plafond pour: "
                               ws-id " ***"
                       END-IF
                   WHEN 'M' WHEN 'm'
                       PERFORM LIRE-PLAFOND
                       IF ws-client-ok = 'Y'
                           PERFORM MODIFIER-PLAFOND
                       END-IF
                   WHEN 'S' WHEN 's'
                       PERFORM LIRE-PLAFOND
                       IF ws-existe = 'Y'
                           PERFORM SUPPRIMER-PLAFOND
                       ELSE
                           DISPLAY "*** Pas de plafond pour: "
                               ws-id " ***"
                       END-IF
                   WHEN 'F' WHEN 'f'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** Action inconnue: " ws-action
                           " - saisir C, M, S ou F. ***"
               END-EVALUATE
           END-PERFORM

           IF ws-custmstr-open = 'Y'
               CLOSE CUSTMSTR-FILE
           END-IF
           CLOSE LIM-FILE
           GOBACK.

       LIRE-PLAFOND.
      *>   ws-existe says whether CUSTLIM holds the id already (M then
      *>   rewrites, otherwise it writes); ws-client-ok whether the id
      *>   may carry a ceiling at all.
           MOVE SPACES TO ws-nom
           MOVE ZERO TO ws-plafond
           MOVE ZERO TO ws-max-nb
           MOVE 'Y' TO ws-client-ok
           IF ws-custmstr-open = 'Y'
               MOVE ws-id TO CUSTMSTR-ID
               READ CUSTMSTR-FILE
                   INVALID KEY
                       MOVE 'N' TO ws-client-ok
                       DISPLAY "*** Client introuvable: " ws-id " ***"
                   NOT INVALID KEY
                       MOVE CUSTMSTR-NOM TO ws-nom
               END-READ
           END-IF
           MOVE 'N' TO ws-existe
           MOVE ws-id TO LIM-ID
           READ LIM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ws-existe
                   MOVE LIM-PLAFOND TO ws-plafond
                   MOVE LIM-MAX-NB  TO ws-max-nb
           END-READ.

       MONTRER-PLAFOND.
           DISPLAY ecr-fiche
           DISPLAY "Appuyer sur ENTREE pour continuer : "
               WITH NO ADVANCING
           ACCEPT ws-pause.

       MODIFIER-PLAFOND.
      *>   Painted with what is on file (zeros for a new client) so
      *>   ENTER-through keeps a figure unchanged. Two zeros would be
      *>   a record that watches nothing - that is what S is for.
           DISPLAY ecr-fiche
           DISPLAY ecr-modif
           ACCEPT ecr-modif
           IF ws-plafond = ZERO AND ws-max-nb = ZERO
               DISPLAY "*** Aucun plafond saisi - utiliser S pour"
                   " supprimer. ***"
           ELSE
               MOVE ws-id      TO LIM-ID
               MOVE ws-plafond TO LIM-PLAFOND
               MOVE ws-max-nb  TO LIM-MAX-NB
               IF ws-existe = 'Y'
                   REWRITE LIM-RECORD
                       INVALID KEY
                           DISPLAY "*** Modification refusee, status "
                               ws-lim-status " ***"
                       NOT INVALID KEY
                           DISPLAY "Plafonds de " ws-id " modifies."
                   END-REWRITE
               ELSE
                   WRITE LIM-RECORD
                       INVALID KEY
                           DISPLAY "*** Creation refusee, status "
                               ws-lim-status " ***"
                       NOT INVALID KEY
                           DISPLAY "Plafonds de " ws-id " crees."
                   END-WRITE
               END-IF
           END-IF.

       SUPPRIMER-PLAFOND.
      *>   A ceiling is a setting, not customer history: deleting it
      *>   just stops the check for that client.
           DISPLAY ecr-fiche
           DISPLAY "Confirmer la suppression (O/N) : "
               WITH NO ADVANCING
           ACCEPT ws-confirme
           IF ws-confirme = 'O' OR ws-confirme = 'o'
               MOVE ws-id TO LIM-ID
               DELETE LIM-FILE
                   INVALID KEY
                       DISPLAY "*** Suppression refusee, status "
                           ws-lim-status " ***"
                   NOT INVALID KEY
                       DISPLAY "Plafonds de " ws-id " supprimes."
               END-DELETE
           ELSE
               DISPLAY "Suppression abandonnee."
           END-IF.
       END PROGRAM plafond.
