           02 AUD-ACTION PIC x.
           02 AUD-AVANT  PIC x(99).
           02 AUD-APRES  PIC x(99).
           02 AUD-ID-LIE PIC x(20).
           02 AUD-OPERATEUR PIC x(8).

       FD  COMMUNES-FILE.
       01  COMMUNES-RECORD.
       77 ws-ville-ref PIC x(20).
       77 ws-adresse-ok PIC x.
       77 ws-accepte PIC x.
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


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *>   Nobody maintains the master without signing on first; what
      *>   the operator may then do is checked action by action below,
      *>   consulting being open to anyone signed on.
           CALL "identif" USING operateur
               ON EXCEPTION
                   MOVE SPACES TO operateur
           END-CALL
           IF op-id = SPACES
               GOBACK
           END-IF

      *>   sandbox owns creating CUSTMSTR; an open failure here (file
      *>   not found included) just means there is nothing to maintain
      *>   yet, so report it rather than quietly creating an empty
                           PERFORM MONTRER-FICHE
                       END-IF
                   WHEN 'M' WHEN 'm'
                       IF op-modifier NOT = 'O'
                           PERFORM REFUSER-ACTION
                       ELSE
                           PERFORM LIRE-FICHE
                           IF ws-custmstr-status = '00'
                               PERFORM MODIFIER-FICHE
                           END-IF
                       END-IF
                   WHEN 'S' WHEN 's'
                       IF op-desactiver NOT = 'O'
                           PERFORM REFUSER-ACTION
                       ELSE
                           PERFORM LIRE-FICHE
                           IF ws-custmstr-status = '00'
                               PERFORM DESACTIVER-FICHE
                           END-IF
                       END-IF
                   WHEN 'R' WHEN 'r'
                       IF op-reactiver NOT = 'O'
                           PERFORM REFUSER-ACTION
                       ELSE
                           PERFORM LIRE-FICHE
                           IF ws-custmstr-status = '00'
                               PERFORM REACTIVER-FICHE
                           END-IF
                       END-IF
                   WHEN 'F' WHEN 'f'
                       CONTINUE
               MOVE ws-aud-action TO AUD-ACTION
               MOVE ws-aud-avant  TO AUD-AVANT
               MOVE ws-aud-apres  TO AUD-APRES
               MOVE SPACES        TO AUD-ID-LIE
               MOVE op-id         TO AUD-OPERATEUR
               WRITE AUDIT-RECORD
           END-IF.

       REFUSER-ACTION.
      *>   Refused before the id is even read: nothing is fetched or
      *>   painted for an action the operator may not take.
           DISPLAY "*** Action " ws-action " non autorisee pour"
               " l'operateur " op-id " ***"
           DISPLAY "Appuyer sur ENTREE pour continuer : "
               WITH NO ADVANCING
           ACCEPT ws-pause.

       LIRE-FICHE.
      *>   Random READ on the id keyed on ecr-demande; the dynamic
      *>   access the SELECT already declares makes this a direct
