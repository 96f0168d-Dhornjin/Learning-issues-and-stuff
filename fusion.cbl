      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: fold a duplicate CUSTMSTR id into the surviving one -
      *          TABLCUST history and its TABLCUST.ARCH archive
      *          re-pointed, absorbed id made inactif, both ids audited
      *          on CUSTAUDIT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fusion.
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
           SELECT CUST-HIST-FILE ASSIGN TO "TABLCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cust-hist-status.
           SELECT CUST-HIST-WORK-FILE ASSIGN TO "TABLCUSW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cust-hist-work-status.
      *>   the months menage has moved off TABLCUST; dormant still
      *>   reads them by id, so they are re-pointed the same way
           SELECT CUST-ARCH-FILE ASSIGN TO "TABLCUST.ARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cust-arch-status.
           SELECT CUST-ARCH-WORK-FILE ASSIGN TO "TABLCUAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cust-arch-work-status.
           SELECT AUDIT-FILE ASSIGN TO "CUSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
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

      *>   only the id is looked at; whatever follows it on the line is
      *>   carried across untouched, so the re-point never has to know
      *>   the figures' layout
       FD  CUST-HIST-FILE.
       01  CUST-HIST-RECORD.
           02 CH-DATE    PIC 9(8).
           02 CH-CUST-ID PIC x(20).
           02 CH-SUITE   PIC x(52).

       FD  CUST-HIST-WORK-FILE.
       01  CUST-HIST-WORK-RECORD PIC x(80).

      *>   the TABLCUST layout again, plus menage's "ARCHIVE DU ..."
      *>   banner lines, told apart by a date that is not numeric
       FD  CUST-ARCH-FILE.
       01  CUST-ARCH-RECORD.
           02 CA-DATE    PIC x(8).
           02 CA-CUST-ID PIC x(20).
           02 CA-SUITE   PIC x(52).

       FD  CUST-ARCH-WORK-FILE.
       01  CUST-ARCH-WORK-RECORD PIC x(80).

      *>   AUD-ID-LIE names the other id of a fusion movement (blank on
      *>   every other movement, and on every line written before it
      *>   existed), so either id's history leads to the other one.
      *>   AUD-OPERATEUR says who made the movement: the operator
      *>   signed on, or the batch program's name for unattended runs.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           02 AUD-DATE   PIC 9(8).
           02 AUD-HEURE  PIC 9(6).
           02 AUD-ACTION PIC x.
           02 AUD-AVANT  PIC x(99).
           02 AUD-APRES  PIC x(99).
           02 AUD-ID-LIE PIC x(20).
           02 AUD-OPERATEUR PIC x(8).

       WORKING-STORAGE SECTION.

        77 ws-custmstr-status PIC xx.
        77 ws-cust-hist-status PIC xx.
        77 ws-cust-hist-work-status PIC xx.
        77 ws-cust-arch-status PIC xx.
        77 ws-cust-arch-work-status PIC xx.
        77 ws-audit-status PIC xx.
        77 ws-audit-open PIC x VALUE 'N'.
        77 ws-heure PIC x(8).
        77 ws-aud-action PIC x.
        77 ws-aud-avant PIC x(99).
        77 ws-aud-apres PIC x(99).
        77 ws-aud-id-lie PIC x(20).
        77 ws-cmdline-parm PIC x(80).
        77 ws-interactif PIC x VALUE 'N'.
        77 ws-absorbe PIC x(20) VALUE SPACES.
        77 ws-survivant PIC x(20) VALUE SPACES.
        77 ws-confirme PIC x.
        77 ws-date-jour PIC 9(8).
        77 ws-eof PIC x.
        77 ws-repointe-ok PIC x VALUE 'N'.
        77 ws-nb-lus PIC 9(6) VALUE ZERO.
        77 ws-nb-repointes PIC 9(6) VALUE ZERO.
        77 ws-nb-relus PIC 9(6) VALUE ZERO.
        77 ws-nb-arch-lus PIC 9(6) VALUE ZERO.
        77 ws-nb-arch-repointes PIC 9(6) VALUE ZERO.
        77 ws-nb-arch-relus PIC 9(6) VALUE ZERO.
      *>   both records as they stood on file before the fusion, for
      *>   the fiches shown and the avant images of the audit trail
        77 ws-img-absorbe PIC x(99).
        77 ws-img-survivant PIC x(99).
        01 operateur.
           02 op-id          PIC x(8).
           02 op-nom         PIC x(20).
           02 op-droits.
              03 op-creer      PIC x.
              03 op-modifier   PIC x.
              03 op-desactiver PIC x.
              03 op-reactiver  PIC x.
              03 op-reprendre  PIC x.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
            PERFORM GET-IDS.
      *>   A fusion deactivates the absorbed id, so a clerk running it
      *>   from the terminal signs on and needs that right; a run
      *>   given its ids by PARM is a scheduled job and is audited
      *>   under the program's own name.
            IF ws-interactif = 'Y'
                CALL "identif" USING operateur
                    ON EXCEPTION
                        MOVE SPACES TO operateur
                END-CALL
                IF op-id = SPACES
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                IF op-desactiver NOT = 'O'
                    DISPLAY "*** Operateur " op-id
                        " non autorise a desactiver - fusion"
                        " abandonnee. ***"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            ELSE
                MOVE SPACES TO operateur
                MOVE 'FUSION' TO op-id
            END-IF
            IF ws-absorbe = SPACES OR ws-survivant = SPACES
                DISPLAY "*** Saisir l'id absorbe puis l'id survivant."
                    " Fusion abandonnee. ***"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            IF ws-absorbe = ws-survivant
                DISPLAY "*** Id absorbe et id survivant identiques: "
                    ws-absorbe " - fusion abandonnee. ***"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN I-O CUSTMSTR-FILE
            IF ws-custmstr-status NOT = '00'
                DISPLAY "*** Unable to open CUSTMSTR, status "
                    ws-custmstr-status " - fusion abandonnee. ***"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM VERIFIER-LES-DEUX-FICHES.
            IF RETURN-CODE NOT = ZERO
                CLOSE CUSTMSTR-FILE
                GOBACK
            END-IF

            IF ws-interactif = 'Y'
                DISPLAY "Confirmer la fusion de " ws-absorbe
                    " dans " ws-survivant " (O/N) : "
                    WITH NO ADVANCING
                MOVE SPACE TO ws-confirme
                ACCEPT ws-confirme
                IF ws-confirme NOT = 'O' AND ws-confirme NOT = 'o'
                    DISPLAY "Fusion abandonnee."
                    CLOSE CUSTMSTR-FILE
                    GOBACK
                END-IF
            END-IF

      *>   The history moves first and the master only once it has:
      *>   a run that dies in between leaves the absorbed id still
      *>   actif with no lines left under it, and simply rerunning the
      *>   same fusion finishes the job (the re-point then finds
      *>   nothing to move). The other order would strand the figures
      *>   under an id nobody looks at any more. The archive goes
      *>   through the same way once TABLCUST has.
            PERFORM REPOINTER-HISTORIQUE.
            IF ws-repointe-ok NOT = 'Y'
                DISPLAY "*** TABLCUST non repointe - " ws-absorbe
                    " laisse actif, fusion a relancer. ***"
                CLOSE CUSTMSTR-FILE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM REPOINTER-ARCHIVE.
            IF ws-repointe-ok NOT = 'Y'
                DISPLAY "*** TABLCUST.ARCH non repointe - " ws-absorbe
                    " laisse actif, fusion a relancer. ***"
                CLOSE CUSTMSTR-FILE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM OPEN-AUDIT-FILE.
            PERFORM DESACTIVER-ABSORBE.
            IF ws-audit-open = 'Y'
                CLOSE AUDIT-FILE
            END-IF
            CLOSE CUSTMSTR-FILE

            DISPLAY "Fusion: " ws-nb-repointes " ligne(s) TABLCUST sur "
                ws-nb-lus " repointee(s) de " ws-absorbe
                " vers " ws-survivant "."
            DISPLAY "Fusion: " ws-nb-arch-repointes
                " ligne(s) TABLCUST.ARCH sur " ws-nb-arch-lus
                " repointee(s)."
            GOBACK.

       GET-IDS.
      *>   "absorbe survivant" from the JCL/command-line PARM, the way
      *>   historique takes its criteria; run without one (a clerk
      *>   working down the CUSTDUPL listing) both are prompted for,
      *>   and the fusion asks for a confirmation once the two fiches
      *>   are on the screen.
            MOVE SPACES TO ws-cmdline-parm
            ACCEPT ws-cmdline-parm FROM COMMAND-LINE
            IF ws-cmdline-parm NOT = SPACES
                UNSTRING ws-cmdline-parm DELIMITED BY ALL SPACE
                    INTO ws-absorbe ws-survivant
                END-UNSTRING
            ELSE
                MOVE 'Y' TO ws-interactif
                DISPLAY "Identifiant absorbe (doublon a fermer) : "
                    WITH NO ADVANCING
                ACCEPT ws-absorbe
                DISPLAY "Identifiant survivant (fiche conservee) : "
                    WITH NO ADVANCING
                ACCEPT ws-survivant
            END-IF.

       VERIFIER-LES-DEUX-FICHES.
      *>   Both ids must be on file; the survivor must be actif (its
      *>   figures are the ones that go on being totalled) and the
      *>   absorbed one must not already be inactif - an inactif id
      *>   has either been merged already or closed for its own
      *>   reasons, and folding it again would only blur the trail.
            MOVE ZERO TO RETURN-CODE
            MOVE ws-survivant TO CUSTMSTR-ID
            READ CUSTMSTR-FILE
                INVALID KEY
                    DISPLAY "*** Survivant introuvable: " ws-survivant
                        " ***"
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    MOVE CUSTMSTR-RECORD TO ws-img-survivant
                    IF CUSTMSTR-STATUT = 'I'
                        DISPLAY "*** Survivant " ws-survivant
                            " inactif - fusion refusee. ***"
                        MOVE 8 TO RETURN-CODE
                    END-IF
            END-READ
            IF RETURN-CODE = ZERO
                MOVE ws-absorbe TO CUSTMSTR-ID
                READ CUSTMSTR-FILE
                    INVALID KEY
                        DISPLAY "*** Absorbe introuvable: " ws-absorbe
                            " ***"
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        MOVE CUSTMSTR-RECORD TO ws-img-absorbe
                        IF CUSTMSTR-STATUT = 'I'
                            DISPLAY "*** Absorbe " ws-absorbe
                                " deja inactif depuis "
                                CUSTMSTR-DATE-DESACT
                                " - fusion refusee. ***"
                            MOVE 8 TO RETURN-CODE
                        END-IF
                END-READ
            END-IF
            IF RETURN-CODE = ZERO
                DISPLAY "Absorbe   : " ws-img-absorbe(1:20) " "
                    ws-img-absorbe(21:15)
                DISPLAY "            " ws-img-absorbe(36:55)
                DISPLAY "Survivant : " ws-img-survivant(1:20) " "
                    ws-img-survivant(21:15)
                DISPLAY "            " ws-img-survivant(36:55)
            END-IF.

       REPOINTER-HISTORIQUE.
      *>   TABLCUST is sequential and append-only, so the re-point is a
      *>   copy: every line to the work file, the absorbed id's lines
      *>   under the survivor's id, then the work file back over
      *>   TABLCUST - proven readable line for line first, the same
      *>   guarantee reprise gives CUSTSUSP. An absent TABLCUST is a
      *>   master with no figures yet: nothing to move.
            MOVE 'N' TO ws-repointe-ok
            OPEN INPUT CUST-HIST-FILE
            IF ws-cust-hist-status = '35'
                DISPLAY "TABLCUST absent - aucune ligne a repointer."
                MOVE 'Y' TO ws-repointe-ok
            ELSE
                IF ws-cust-hist-status NOT = '00'
                    DISPLAY "*** Unable to open TABLCUST, status "
                        ws-cust-hist-status " ***"
                ELSE
                    OPEN OUTPUT CUST-HIST-WORK-FILE
                    IF ws-cust-hist-work-status NOT = '00'
                        DISPLAY "*** Unable to open TABLCUSW, status "
                            ws-cust-hist-work-status " ***"
                        CLOSE CUST-HIST-FILE
                    ELSE
                        PERFORM COPIER-EN-REPOINTANT
                        CLOSE CUST-HIST-WORK-FILE
                        CLOSE CUST-HIST-FILE
                        PERFORM RECOPIER-HISTORIQUE
                    END-IF
                END-IF
            END-IF.

       COPIER-EN-REPOINTANT.
            MOVE 'N' TO ws-eof
            PERFORM UNTIL ws-eof = 'Y'
                READ CUST-HIST-FILE
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        ADD 1 TO ws-nb-lus
                        IF CH-CUST-ID = ws-absorbe
                            MOVE ws-survivant TO CH-CUST-ID
                            ADD 1 TO ws-nb-repointes
                        END-IF
                        WRITE CUST-HIST-WORK-RECORD
                            FROM CUST-HIST-RECORD
                END-READ
            END-PERFORM.

       RECOPIER-HISTORIQUE.
            MOVE 'N' TO ws-eof
            OPEN INPUT CUST-HIST-WORK-FILE
            IF ws-cust-hist-work-status = '00'
                PERFORM UNTIL ws-eof = 'Y'
                    READ CUST-HIST-WORK-FILE
                        AT END
                            MOVE 'Y' TO ws-eof
                        NOT AT END
                            ADD 1 TO ws-nb-relus
                    END-READ
                END-PERFORM
                CLOSE CUST-HIST-WORK-FILE
            END-IF
            IF ws-nb-relus NOT = ws-nb-lus
                DISPLAY "*** TABLCUSW illisible ou incomplet ("
                    ws-nb-relus " relu(s) pour " ws-nb-lus
                    " attendus) - TABLCUST laisse en l'etat. ***"
            ELSE
                IF ws-nb-repointes = ZERO
      *>           nothing moved: TABLCUST is left exactly as it was
      *>           rather than rewritten identical
                    MOVE 'Y' TO ws-repointe-ok
                ELSE
                    PERFORM REMPLACER-HISTORIQUE
                END-IF
            END-IF.

       REMPLACER-HISTORIQUE.
            MOVE 'N' TO ws-eof
            OPEN INPUT CUST-HIST-WORK-FILE
            IF ws-cust-hist-work-status NOT = '00'
                DISPLAY "*** Unable to reopen TABLCUSW, status "
                    ws-cust-hist-work-status
                    " - TABLCUST laisse en l'etat. ***"
            ELSE
                OPEN OUTPUT CUST-HIST-FILE
                IF ws-cust-hist-status NOT = '00'
                    DISPLAY "*** Unable to rewrite TABLCUST, status "
                        ws-cust-hist-status
                        " - historique a reprendre de TABLCUSW. ***"
                    CLOSE CUST-HIST-WORK-FILE
                ELSE
                    PERFORM UNTIL ws-eof = 'Y'
                        READ CUST-HIST-WORK-FILE
                            AT END
                                MOVE 'Y' TO ws-eof
                            NOT AT END
                                WRITE CUST-HIST-RECORD
                                    FROM CUST-HIST-WORK-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE CUST-HIST-FILE
                    CLOSE CUST-HIST-WORK-FILE
                    MOVE 'Y' TO ws-repointe-ok
                END-IF
            END-IF.

       REPOINTER-ARCHIVE.
      *>   The same copy over TABLCUST.ARCH through TABLCUAW. No
      *>   archive yet is a TABLCUST menage has never trimmed: nothing
      *>   to move.
            MOVE 'N' TO ws-repointe-ok
            OPEN INPUT CUST-ARCH-FILE
            IF ws-cust-arch-status = '35'
                DISPLAY "TABLCUST.ARCH absent - aucune ligne archivee"
                    " a repointer."
                MOVE 'Y' TO ws-repointe-ok
            ELSE
                IF ws-cust-arch-status NOT = '00'
                    DISPLAY "*** Unable to open TABLCUST.ARCH, status "
                        ws-cust-arch-status " ***"
                ELSE
                    OPEN OUTPUT CUST-ARCH-WORK-FILE
                    IF ws-cust-arch-work-status NOT = '00'
                        DISPLAY "*** Unable to open TABLCUAW, status "
                            ws-cust-arch-work-status " ***"
                        CLOSE CUST-ARCH-FILE
                    ELSE
                        PERFORM COPIER-ARCHIVE-EN-REPOINTANT
                        CLOSE CUST-ARCH-WORK-FILE
                        CLOSE CUST-ARCH-FILE
                        PERFORM RECOPIER-ARCHIVE
                    END-IF
                END-IF
            END-IF.

       COPIER-ARCHIVE-EN-REPOINTANT.
      *>   a banner line has no date up front and goes across as it is
            MOVE 'N' TO ws-eof
            PERFORM UNTIL ws-eof = 'Y'
                READ CUST-ARCH-FILE
                    AT END
                        MOVE 'Y' TO ws-eof
                    NOT AT END
                        ADD 1 TO ws-nb-arch-lus
                        IF CA-DATE IS NUMERIC
                            AND CA-CUST-ID = ws-absorbe
                            MOVE ws-survivant TO CA-CUST-ID
                            ADD 1 TO ws-nb-arch-repointes
                        END-IF
                        WRITE CUST-ARCH-WORK-RECORD
                            FROM CUST-ARCH-RECORD
                END-READ
            END-PERFORM.

       RECOPIER-ARCHIVE.
            MOVE 'N' TO ws-eof
            OPEN INPUT CUST-ARCH-WORK-FILE
            IF ws-cust-arch-work-status = '00'
                PERFORM UNTIL ws-eof = 'Y'
                    READ CUST-ARCH-WORK-FILE
                        AT END
                            MOVE 'Y' TO ws-eof
                        NOT AT END
                            ADD 1 TO ws-nb-arch-relus
                    END-READ
                END-PERFORM
                CLOSE CUST-ARCH-WORK-FILE
            END-IF
            IF ws-nb-arch-relus NOT = ws-nb-arch-lus
                DISPLAY "*** TABLCUAW illisible ou incomplet ("
                    ws-nb-arch-relus " relu(s) pour " ws-nb-arch-lus
                    " attendus) - TABLCUST.ARCH laisse en l'etat. ***"
            ELSE
                IF ws-nb-arch-repointes = ZERO
                    MOVE 'Y' TO ws-repointe-ok
                ELSE
                    PERFORM REMPLACER-ARCHIVE
                END-IF
            END-IF.

       REMPLACER-ARCHIVE.
            MOVE 'N' TO ws-eof
            OPEN INPUT CUST-ARCH-WORK-FILE
            IF ws-cust-arch-work-status NOT = '00'
                DISPLAY "*** Unable to reopen TABLCUAW, status "
                    ws-cust-arch-work-status
                    " - TABLCUST.ARCH laisse en l'etat. ***"
            ELSE
                OPEN OUTPUT CUST-ARCH-FILE
                IF ws-cust-arch-status NOT = '00'
                    DISPLAY "*** Unable to rewrite TABLCUST.ARCH, "
                        "status "
                        ws-cust-arch-status
                        " - archive a reprendre de TABLCUAW. ***"
                    CLOSE CUST-ARCH-WORK-FILE
                ELSE
                    PERFORM UNTIL ws-eof = 'Y'
                        READ CUST-ARCH-WORK-FILE
                            AT END
                                MOVE 'Y' TO ws-eof
                            NOT AT END
                                WRITE CUST-ARCH-RECORD
                                    FROM CUST-ARCH-WORK-RECORD
                        END-READ
                    END-PERFORM
                    CLOSE CUST-ARCH-FILE
                    CLOSE CUST-ARCH-WORK-FILE
                    MOVE 'Y' TO ws-repointe-ok
                END-IF
            END-IF.

       DESACTIVER-ABSORBE.
      *>   The absorbed record is kept, flagged inactif with the date,
      *>   exactly as DESACTIVER-FICHE in entretien leaves a closed
      *>   client: its id still resolves on old extracts and in the
      *>   trail. Both ids then get an 'F' movement carrying the other
      *>   one in AUD-ID-LIE - the absorbed id's images show the statut
      *>   moving, the survivor's show it unchanged - so historique
      *>   finds the fusion from either side and recouvre replays it
      *>   like any modification.
            MOVE ws-absorbe TO CUSTMSTR-ID
            READ CUSTMSTR-FILE
                INVALID KEY
                    DISPLAY "*** Absorbe disparu entre-temps: "
                        ws-absorbe " ***"
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    ACCEPT ws-date-jour FROM DATE YYYYMMDD
                    MOVE 'I' TO CUSTMSTR-STATUT
                    MOVE ws-date-jour TO CUSTMSTR-DATE-DESACT
                    REWRITE CUSTMSTR-RECORD
                        INVALID KEY
                            DISPLAY "*** Desactivation refusee, status "
                                ws-custmstr-status " ***"
                            MOVE 16 TO RETURN-CODE
                        NOT INVALID KEY
                            MOVE 'F' TO ws-aud-action
                            MOVE ws-img-absorbe TO ws-aud-avant
                            MOVE CUSTMSTR-RECORD TO ws-aud-apres
                            MOVE ws-survivant TO ws-aud-id-lie
                            PERFORM WRITE-AUDIT-RECORD
                            MOVE 'F' TO ws-aud-action
                            MOVE ws-img-survivant TO ws-aud-avant
                            MOVE ws-img-survivant TO ws-aud-apres
                            MOVE ws-absorbe TO ws-aud-id-lie
                            PERFORM WRITE-AUDIT-RECORD
                            DISPLAY "Client " ws-absorbe
                                " desactive, absorbe par "
                                ws-survivant "."
                    END-REWRITE
            END-READ.

       OPEN-AUDIT-FILE.
      *>   Same trail sandbox, entretien and reprise append to: EXTEND
      *>   keeps the history, OUTPUT only creates it the first time,
      *>   gated on '35' so no other failure can truncate it.
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
                MOVE ws-aud-action TO AUD-ACTION
                MOVE ws-aud-avant  TO AUD-AVANT
                MOVE ws-aud-apres  TO AUD-APRES
                MOVE ws-aud-id-lie TO AUD-ID-LIE
                MOVE op-id         TO AUD-OPERATEUR
                WRITE AUDIT-RECORD
            END-IF.
       END PROGRAM fusion.
