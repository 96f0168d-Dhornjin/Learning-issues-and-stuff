      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: operator file maintenance - OPERATR ids, noms and
      *          allowed actions on the customer programs
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operateur.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATR-FILE ASSIGN TO "OPERATR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS ws-operatr-status.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATR-FILE.
       01  OPERATR-RECORD.
           02 OPR-ID         PIC x(8).
           02 OPR-NOM        PIC x(20).
           02 OPR-DROITS.
              03 OPR-CREER      PIC x.
              03 OPR-MODIFIER   PIC x.
              03 OPR-DESACTIVER PIC x.
              03 OPR-REACTIVER  PIC x.
              03 OPR-REPRENDRE  PIC x.

       WORKING-STORAGE SECTION.

       77 ws-operatr-status PIC xx.
       77 ws-fichier-vide PIC x VALUE 'N'.
       77 ws-action  PIC x VALUE SPACE.
      *>   C = consulter, M = modifier (ou creer), S = supprimer,
      *>   F = fin
       77 ws-id      PIC x(8).
       77 ws-nom     PIC x(20).
       77 ws-creer      PIC x.
       77 ws-modifier   PIC x.
       77 ws-desactiver PIC x.
       77 ws-reactiver  PIC x.
       77 ws-reprendre  PIC x.
       77 ws-existe  PIC x.
       77 ws-confirme PIC x.
       77 ws-pause    PIC x.
       01 operateur-signe.
          02 os-id          PIC x(8).
          02 os-nom         PIC x(20).
          02 os-droits.
             03 os-creer      PIC x.
             03 os-modifier   PIC x.
             03 os-desactiver PIC x.
             03 os-reactiver  PIC x.
             03 os-reprendre  PIC x.

       SCREEN SECTION.

       01 ecr-demande.
         02 BLANK SCREEN.
         02 LINE 2 COL 5 VALUE 'Entretien des operateurs'.
         02 LINE 4 COL 5
            VALUE 'Action (C=consulter M=modifier S=supprimer'.
         02 COL + 1 VALUE 'F=fin):'.
         02 COL + 2 PIC x USING ws-action.
         02 LINE 5 COL 5 VALUE 'Identifiant operateur : '.
         02 COL + 0 PIC x(8) USING ws-id.

       01 ecr-fiche.
         02 BLANK SCREEN.
         02 LINE 2 COL 5 VALUE 'Fiche operateur'.
         02 LINE 4 COL 5 VALUE 'Identifiant : '.
         02 COL + 0 PIC x(8) FROM ws-id.
         02 LINE 5 COL 5 VALUE 'Nom         : '.
         02 COL + 0 PIC x(20) FROM ws-nom.
         02 LINE 6 COL 5 VALUE 'Creer       : '.
         02 COL + 0 PIC x FROM ws-creer.
         02 LINE 7 COL 5 VALUE 'Modifier    : '.
         02 COL + 0 PIC x FROM ws-modifier.
         02 LINE 8 COL 5 VALUE 'Desactiver  : '.
         02 COL + 0 PIC x FROM ws-desactiver.
         02 LINE 9 COL 5 VALUE 'Reactiver   : '.
         02 COL + 0 PIC x FROM ws-reactiver.
         02 LINE 10 COL 5 VALUE 'Reprendre   : '.
         02 COL + 0 PIC x FROM ws-reprendre.

       01 ecr-modif.
         02 LINE 12 COL 5 VALUE 'Nouveau nom          : '.
         02 COL + 0 PIC x(20) USING ws-nom.
         02 LINE 13 COL 5 VALUE 'Creer (O/N)          : '.
         02 COL + 0 PIC x USING ws-creer.
         02 LINE 14 COL 5 VALUE 'Modifier (O/N)       : '.
         02 COL + 0 PIC x USING ws-modifier.
         02 LINE 15 COL 5 VALUE 'Desactiver (O/N)     : '.
         02 COL + 0 PIC x USING ws-desactiver.
         02 LINE 16 COL 5 VALUE 'Reactiver (O/N)      : '.
         02 COL + 0 PIC x USING ws-reactiver.
         02 LINE 17 COL 5 VALUE 'Reprendre suspens(O/N): '.
         02 COL + 0 PIC x USING ws-reprendre.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   OPERATR is created here and nowhere else, on '35' only.
      *>   An empty file can't be signed on to, so the very first run
      *>   keys the first operator with every right and no sign-on;
      *>   from then on only an operator holding all five rights may
      *>   maintain the file.
           OPEN INPUT OPERATR-FILE
           IF ws-operatr-status = '35'
               OPEN OUTPUT OPERATR-FILE
               IF ws-operatr-status = '00'
                   CLOSE OPERATR-FILE
                   OPEN INPUT OPERATR-FILE
               END-IF
           END-IF
           IF ws-operatr-status NOT = '00'
               DISPLAY "*** Unable to open OPERATR, status "
                   ws-operatr-status " - nothing to maintain. ***"
               GOBACK
           END-IF
           READ OPERATR-FILE NEXT
               AT END
                   MOVE 'Y' TO ws-fichier-vide
           END-READ
           CLOSE OPERATR-FILE

           IF ws-fichier-vide = 'Y'
               PERFORM CREER-PREMIER-OPERATEUR
               IF os-id = SPACES
                   GOBACK
               END-IF
           ELSE
               CALL "identif" USING operateur-signe
                   ON EXCEPTION
                       MOVE SPACES TO operateur-signe
               END-CALL
               IF os-id = SPACES
                   GOBACK
               END-IF
               IF os-droits NOT = 'OOOOO'
                   DISPLAY "*** Operateur " os-id " non habilite a"
                       " l'entretien des operateurs. ***"
                   GOBACK
               END-IF
           END-IF

           OPEN I-O OPERATR-FILE
           IF ws-operatr-status NOT = '00'
               DISPLAY "*** Unable to open OPERATR, status "
                   ws-operatr-status " - nothing to maintain. ***"
               GOBACK
           END-IF

           PERFORM UNTIL ws-action = 'F' OR ws-action = 'f'
               MOVE SPACE  TO ws-action
               MOVE SPACES TO ws-id
               DISPLAY ecr-demande
               ACCEPT ecr-demande
               EVALUATE ws-action
                   WHEN 'C' WHEN 'c'
                       PERFORM LIRE-OPERATEUR
                       IF ws-existe = 'Y'
                           PERFORM MONTRER-OPERATEUR
                       ELSE
                           DISPLAY "*** Operateur introuvable: "
                               ws-id " ***"
                       END-IF
                   WHEN 'M' WHEN 'm'
                       PERFORM LIRE-OPERATEUR
                       PERFORM MODIFIER-OPERATEUR
                   WHEN 'S' WHEN 's'
                       PERFORM LIRE-OPERATEUR
                       IF ws-existe = 'Y'
                           PERFORM SUPPRIMER-OPERATEUR
                       ELSE
                           DISPLAY "*** Operateur introuvable: "
                               ws-id " ***"
                       END-IF
                   WHEN 'F' WHEN 'f'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "*** Action inconnue: " ws-action
                           " - saisir C, M, S ou F. ***"
               END-EVALUATE
           END-PERFORM

           CLOSE OPERATR-FILE
           GOBACK.

       CREER-PREMIER-OPERATEUR.
           MOVE SPACES TO operateur-signe
           DISPLAY "Fichier OPERATR vide - creation du premier"
               " operateur, avec tous les droits."
           DISPLAY "Identifiant operateur : " WITH NO ADVANCING
           ACCEPT ws-id
           DISPLAY "Nom                   : " WITH NO ADVANCING
           ACCEPT ws-nom
           IF ws-id = SPACES
               DISPLAY "*** Identifiant vide - rien cree. ***"
           ELSE
               OPEN I-O OPERATR-FILE
               IF ws-operatr-status = '00'
                   MOVE ws-id   TO OPR-ID
                   MOVE ws-nom  TO OPR-NOM
                   MOVE 'OOOOO' TO OPR-DROITS
                   WRITE OPERATR-RECORD
                       INVALID KEY
                           DISPLAY "*** Creation refusee, status "
                               ws-operatr-status " ***"
                       NOT INVALID KEY
                           MOVE OPERATR-RECORD TO operateur-signe
                           DISPLAY "Operateur " ws-id " cree."
                   END-WRITE
                   CLOSE OPERATR-FILE
               ELSE
                   DISPLAY "*** Unable to open OPERATR, status "
                       ws-operatr-status " - rien cree. ***"
               END-IF
           END-IF.

       LIRE-OPERATEUR.
           MOVE SPACES TO ws-nom
           MOVE 'NNNNN' TO OPR-DROITS
           MOVE 'N' TO ws-existe
           MOVE ws-id TO OPR-ID
           READ OPERATR-FILE
               INVALID KEY
                   MOVE 'NNNNN' TO OPR-DROITS
               NOT INVALID KEY
                   MOVE 'Y' TO ws-existe
                   MOVE OPR-NOM TO ws-nom
           END-READ
           MOVE OPR-CREER      TO ws-creer
           MOVE OPR-MODIFIER   TO ws-modifier
           MOVE OPR-DESACTIVER TO ws-desactiver
           MOVE OPR-REACTIVER  TO ws-reactiver
           MOVE OPR-REPRENDRE  TO ws-reprendre.

       MONTRER-OPERATEUR.
           DISPLAY ecr-fiche
           DISPLAY "Appuyer sur ENTREE pour continuer : "
               WITH NO ADVANCING
           ACCEPT ws-pause.

       MODIFIER-OPERATEUR.
      *>   Any answer but O (or o) is a refusal, so a right is only
      *>   ever granted on purpose. The operator signed on may not
      *>   touch their own record: the file must never be left with
      *>   nobody able to maintain it.
           IF ws-id = SPACES
               DISPLAY "*** Identifiant vide. ***"
           ELSE
               IF ws-id = os-id
                   DISPLAY "*** Pas de modification de son propre"
                       " operateur. ***"
               ELSE
                   DISPLAY ecr-fiche
                   DISPLAY ecr-modif
                   ACCEPT ecr-modif
                   PERFORM NORMALISER-DROITS
                   MOVE ws-id   TO OPR-ID
                   MOVE ws-nom  TO OPR-NOM
                   MOVE ws-creer      TO OPR-CREER
                   MOVE ws-modifier   TO OPR-MODIFIER
                   MOVE ws-desactiver TO OPR-DESACTIVER
                   MOVE ws-reactiver  TO OPR-REACTIVER
                   MOVE ws-reprendre  TO OPR-REPRENDRE
                   IF ws-existe = 'Y'
                       REWRITE OPERATR-RECORD
                           INVALID KEY
                               DISPLAY "*** Modification refusee,"
                                   " status " ws-operatr-status " ***"
                           NOT INVALID KEY
                               DISPLAY "Operateur " ws-id " modifie."
                       END-REWRITE
                   ELSE
                       WRITE OPERATR-RECORD
                           INVALID KEY
                               DISPLAY "*** Creation refusee, status "
                                   ws-operatr-status " ***"
                           NOT INVALID KEY
                               DISPLAY "Operateur " ws-id " cree."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       NORMALISER-DROITS.
           IF ws-creer = 'o'
               MOVE 'O' TO ws-creer
           END-IF
           IF ws-creer NOT = 'O'
               MOVE 'N' TO ws-creer
           END-IF
           IF ws-modifier = 'o'
               MOVE 'O' TO ws-modifier
           END-IF
           IF ws-modifier NOT = 'O'
               MOVE 'N' TO ws-modifier
           END-IF
           IF ws-desactiver = 'o'
               MOVE 'O' TO ws-desactiver
           END-IF
           IF ws-desactiver NOT = 'O'
               MOVE 'N' TO ws-desactiver
           END-IF
           IF ws-reactiver = 'o'
               MOVE 'O' TO ws-reactiver
           END-IF
           IF ws-reactiver NOT = 'O'
               MOVE 'N' TO ws-reactiver
           END-IF
           IF ws-reprendre = 'o'
               MOVE 'O' TO ws-reprendre
           END-IF
           IF ws-reprendre NOT = 'O'
               MOVE 'N' TO ws-reprendre
           END-IF.

       SUPPRIMER-OPERATEUR.
      *>   An operator who leaves is deleted outright: the audit trail
      *>   keeps their id on every movement they made, which is all
      *>   the history needed.
           IF ws-id = os-id
               DISPLAY "*** Pas de suppression de son propre"
                   " operateur. ***"
           ELSE
               DISPLAY ecr-fiche
               DISPLAY "Confirmer la suppression (O/N) : "
                   WITH NO ADVANCING
               ACCEPT ws-confirme
               IF ws-confirme = 'O' OR ws-confirme = 'o'
                   MOVE ws-id TO OPR-ID
                   DELETE OPERATR-FILE
                       INVALID KEY
                           DISPLAY "*** Suppression refusee, status "
                               ws-operatr-status " ***"
                       NOT INVALID KEY
                           DISPLAY "Operateur " ws-id " supprime."
                   END-DELETE
               ELSE
                   DISPLAY "Suppression abandonnee."
               END-IF
           END-IF.
       END PROGRAM operateur.
