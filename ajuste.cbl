      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: manual adjustment entry - corrections to a day already
      *          through Tableau, queued on TABLRSUB for crible
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajuste.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   the same queue retabli feeds: the next crible run takes the
      *>   adjustments keyed here through the edit an extract "ADJ"
      *>   line goes through, so nothing keyed reaches TABLCUST
      *>   unchecked
           SELECT RESUB-FILE ASSIGN TO "TABLRSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-resub-status.
           SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMSTR-ID
               ALTERNATE RECORD KEY IS CUSTMSTR-NOM
                   WITH DUPLICATES
               FILE STATUS IS ws-custmstr-status.
       DATA DIVISION.
       FILE SECTION.
      *>   a TABLDATA "ADJ" detail image
       FD  RESUB-FILE.
       01  RESUB-AJUS-RECORD.
           02 RA-TYPE      PIC x(3).
           02 RA-CUST-ID   PIC x(20).
           02 RA-DATE-ORIG PIC 9(8).
           02 RA-SENS      PIC x.
           02 RA-MONTANT   PIC 9(6).
           02 RA-RAISON    PIC xx.

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

       77 ws-resub-status PIC xx.
       77 ws-custmstr-status PIC xx.
       77 ws-custmstr-open PIC x VALUE 'N'.
       77 ws-action  PIC x VALUE SPACE.
      *>   A = ajuster, F = fin
       77 ws-id      PIC x(20).
       77 ws-nom     PIC a(15).
       77 ws-client-ok PIC x.
       77 ws-date-orig PIC 9(8).
       77 ws-sens    PIC x.
       77 ws-montant PIC 9(6).
       77 ws-raison  PIC xx.
          88 ws-raison-connue VALUE 'AN' 'DB' 'ER' 'RG'.
       77 ws-run-date PIC 9(8).
       77 ws-erreur  PIC x(40).
       77 ws-confirme PIC x.
       77 ws-nb-saisis PIC 9(4) VALUE ZERO.
       01 operateur.
           02 op-id          PIC x(8).
           02 op-nom         PIC x(20).
           02 op-droits.
              03 op-creer      PIC x.
              03 op-modifier   PIC x.
              03 op-desactiver PIC x.
              03 op-reactiver  PIC x.
              03 op-reprendre  PIC x.

       SCREEN SECTION.

       01 ecr-demande.
         02 BLANK SCREEN.
         02 LINE 2 COL 5 VALUE 'Ajustements sur jours passes'.
         02 LINE 4 COL 5 VALUE 'Action (A=ajuster F=fin):'.
         02 COL + 2 PIC x USING ws-action.
         02 LINE 5 COL 5 VALUE 'Identifiant client : '.
         02 COL + 0 PIC x(20) USING ws-id.

       01 ecr-ajustement.
         02 BLANK SCREEN.
         02 LINE 2 COL 5 VALUE 'Ajustement du client'.
         02 LINE 4 COL 5 VALUE 'Identifiant      : '.
         02 COL + 0 PIC x(20) FROM ws-id.
         02 LINE 5 COL 5 VALUE 'Nom              : '.
         02 COL + 0 PIC a(15) FROM ws-nom.
         02 LINE 7 COL 5 VALUE 'Jour corrige     : '.
         02 COL + 0 PIC 9(8) USING ws-date-orig.
         02 COL + 2 VALUE '(AAAAMMJJ)'.
         02 LINE 8 COL 5 VALUE 'Sens             : '.
         02 COL + 0 PIC x USING ws-sens.
         02 COL + 2 VALUE '(+ ou -)'.
         02 LINE 9 COL 5 VALUE 'Montant          : '.
         02 COL + 0 PIC 9(6) USING ws-montant.
         02 LINE 10 COL 5 VALUE 'Code raison      : '.
         02 COL + 0 PIC xx USING ws-raison.
         02 LINE 11 COL 5
            VALUE '(AN=annulation DB=doublon ER=erreur de saisie'.
         02 COL + 1 VALUE 'RG=regularisation)'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   An adjustment changes what a client's statement says, so
      *>   it takes the modifier right, checked before the queue is
      *>   touched.
           CALL "identif" USING operateur
               ON EXCEPTION
                   MOVE SPACES TO operateur
           END-CALL
           IF op-id = SPACES
               GOBACK
           END-IF
           IF op-modifier NOT = 'O'
               DISPLAY "*** Operateur " op-id
                   " non autorise a saisir des ajustements. ***"
               GOBACK
           END-IF

      *>   EXTEND, created on '35' only: the queue may already hold
      *>   retabli's corrections, which must not be lost
           OPEN EXTEND RESUB-FILE
           IF ws-resub-status = '35'
               OPEN OUTPUT RESUB-FILE
           END-IF
           IF ws-resub-status NOT = '00'
               DISPLAY "*** Unable to open TABLRSUB, status "
                   ws-resub-status " - aucun ajustement possible. ***"
               GOBACK
           END-IF

           OPEN INPUT CUSTMSTR-FILE
           IF ws-custmstr-status = '00'
               MOVE 'Y' TO ws-custmstr-open
           ELSE
               DISPLAY "*** Unable to open CUSTMSTR, status "
                   ws-custmstr-status
                   " - identifiants non controles. ***"
           END-IF

           ACCEPT ws-run-date FROM DATE YYYYMMDD

           PERFORM UNTIL ws-action = 'F' OR ws-action = 'f'
               MOVE SPACE  TO ws-action
               MOVE SPACES TO ws-id
               DISPLAY ecr-demande
               ACCEPT ecr-demande
               EVALUATE ws-action
                   WHEN 'A' WHEN 'a'
                       PERFORM LIRE-CLIENT
                       IF ws-client-ok = 'Y'
                           PERFORM SAISIR-AJUSTEMENT
                       END-IF
                   WHEN 'F' WHEN 'f'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** Action inconnue: " ws-action
                           " - saisir A ou F. ***"
               END-EVALUATE
           END-PERFORM

           IF ws-custmstr-open = 'Y'
               CLOSE CUSTMSTR-FILE
           END-IF
           CLOSE RESUB-FILE
           DISPLAY "Ajustements: " ws-nb-saisis
               " mis en attente sur TABLRSUB pour le prochain run."
           GOBACK.

       LIRE-CLIENT.
      *>   Any client on file, actif or not: a deactivated client's
      *>   past days can still need correcting.
           MOVE SPACES TO ws-nom
           MOVE 'Y' TO ws-client-ok
           IF ws-id = SPACES
               MOVE 'N' TO ws-client-ok
               DISPLAY "*** Identifiant client obligatoire. ***"
           ELSE
               IF ws-custmstr-open = 'Y'
                   MOVE ws-id TO CUSTMSTR-ID
                   READ CUSTMSTR-FILE
                       INVALID KEY
                           MOVE 'N' TO ws-client-ok
                           DISPLAY "*** Client introuvable: " ws-id
                               " ***"
                       NOT INVALID KEY
                           MOVE CUSTMSTR-NOM TO ws-nom
                   END-READ
               END-IF
           END-IF.

       SAISIR-AJUSTEMENT.
      *>   Checked here with crible's own rules so the operator hears
      *>   about a mistake at the keyboard rather than off TABLERR the
      *>   next morning; crible still re-edits what gets through.
           MOVE ZERO  TO ws-date-orig
           MOVE SPACE TO ws-sens
           MOVE ZERO  TO ws-montant
           MOVE SPACES TO ws-raison
           DISPLAY ecr-ajustement
           ACCEPT ecr-ajustement
           MOVE SPACES TO ws-erreur
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ws-date-orig)
                       NOT = ZERO
                   MOVE "Jour corrige invalide" TO ws-erreur
               WHEN ws-date-orig NOT < ws-run-date
                   MOVE "Jour corrige pas encore passe" TO ws-erreur
               WHEN ws-sens NOT = '+' AND ws-sens NOT = '-'
                   MOVE "Sens ni + ni -" TO ws-erreur
               WHEN ws-montant = ZERO
                   MOVE "Montant nul" TO ws-erreur
               WHEN NOT ws-raison-connue
                   MOVE "Code raison inconnu" TO ws-erreur
           END-EVALUATE
           IF ws-erreur NOT = SPACES
               DISPLAY "*** " ws-erreur " - ajustement non saisi. ***"
           ELSE
               DISPLAY "Confirmer " ws-sens ws-montant " pour " ws-id
                   " au " ws-date-orig " (O/N) : " WITH NO ADVANCING
               MOVE SPACE TO ws-confirme
               ACCEPT ws-confirme
               IF ws-confirme = 'O' OR ws-confirme = 'o'
                   MOVE 'ADJ'        TO RA-TYPE
                   MOVE ws-id        TO RA-CUST-ID
                   MOVE ws-date-orig TO RA-DATE-ORIG
                   MOVE ws-sens      TO RA-SENS
                   MOVE ws-montant   TO RA-MONTANT
                   MOVE ws-raison    TO RA-RAISON
                   WRITE RESUB-AJUS-RECORD
                   ADD 1 TO ws-nb-saisis
                   DISPLAY "Ajustement mis en attente par " op-id "."
               ELSE
                   DISPLAY "Ajustement abandonne."
               END-IF
           END-IF.
       END PROGRAM ajuste.
