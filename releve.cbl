           SELECT RELEVE-FILE ASSIGN TO "RELEVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-releve-status.
      *>   the month's lines matched to their client, between the two
      *>   sorts
           SELECT WORK-FILE ASSIGN TO "RELEVWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-work-status.
           SELECT TRI-ID-FILE ASSIGN TO "RELEVTI".
           SELECT TRI-NOM-FILE ASSIGN TO "RELEVTN".
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMSTR-FILE.
           02 CUSTMSTR-STATUT      PIC x.
           02 CUSTMSTR-DATE-DESACT PIC 9(8).

      *>   CH-TYPE 'A' is an adjustment posted on CH-DATE for the day
      *>   CH-DATE-ORIG, CH-TOTAL its amount signed by CH-SENS
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

       FD  RELEVE-FILE.
       01  RELEVE-RECORD PIC x(80).

       FD  WORK-FILE.
       01  WORK-RECORD.
           02 WK-RANG    PIC 9(9).
           02 WK-TYPE    PIC x.
           02 WK-SEQ     PIC 9(9).
           02 WK-DONNEES PIC x(91).

      *>   First sort, on the id: every client off CUSTMSTR (type 0,
      *>   carrying its place in nom order) ahead of that client's
      *>   lines for the month (1 = the day's figures, 2 = an
      *>   adjustment), each line keeping its place in TABLCUST.
       SD  TRI-ID-FILE.
       01  TI-RECORD.
           02 TI-ID      PIC x(20).
           02 TI-TYPE    PIC x.
           02 TI-SEQ     PIC 9(9).
           02 TI-RANG    PIC 9(9).
           02 TI-DONNEES PIC x(91).

      *>   Second sort, back into nom order: each client's record,
      *>   then its figures, then its adjustments, in TABLCUST order
       SD  TRI-NOM-FILE.
       01  TN-RECORD.
           02 TN-RANG    PIC 9(9).
           02 TN-TYPE    PIC x.
           02 TN-SEQ     PIC 9(9).
           02 TN-DONNEES PIC x(91).

       WORKING-STORAGE SECTION.

        77 ws-custmstr-status PIC xx.
        77 ws-cust-hist-status PIC xx.
        77 ws-releve-status PIC xx.
        77 ws-work-status PIC xx.
        77 ws-work-open PIC x VALUE 'N'.
        77 ws-eof PIC x.
        77 ws-cmdline-parm PIC x(80).
        77 ws-mois PIC x(6).
        77 ws-jour-date PIC 9(8).
        77 ws-ligne PIC x(80).
        77 ws-nb-pages PIC 9(4) VALUE ZERO.
        77 ws-rang PIC 9(9) VALUE ZERO.
        77 ws-seq PIC 9(9) VALUE ZERO.
        77 ws-id-client PIC x(20).
        77 ws-client-ecrit PIC x.
        77 ws-page-ouverte PIC x VALUE 'N'.
        77 ws-total-client PIC 9(10).
        77 ws-nb-val-client PIC 9(8).
        77 ws-ed-total PIC zzzzzzz9.
        77 ws-ed-nb PIC zzzzz9.
        77 ws-ed-total-mois PIC zzzzzzzzz9.
        77 ws-ed-nb-val PIC zzzzzzz9.
      *>   adjustments fall in the month they were posted, whatever
      *>   day they correct, and the month total is net of them
        77 ws-nb-ajus-client PIC 9(6).
        77 ws-ajus-net-client PIC s9(10).
        77 ws-total-net PIC s9(10).
        77 ws-montant-signe PIC s9(8).
        77 ws-ed-montant PIC +(7)9.
        77 ws-ed-net PIC -(9)9.

      *>   the two things a sort record carries: a client off the
      *>   master, or one of its lines off TABLCUST
       01 rl-client.
          02 rc-id           PIC x(20).
          02 rc-nom          PIC a(15).
          02 rc-rue          PIC a(30).
          02 rc-ville        PIC a(20).
          02 rc-code-postal  PIC x(5).
          02 rc-statut       PIC x.
       01 rl-ligne.
          02 rh-date         PIC 9(8).
          02 rh-total        PIC 9(8).
          02 rh-nb           PIC 9(6).
          02 rh-date-orig    PIC 9(8).
          02 rh-sens         PIC x.
          02 rh-raison       PIC xx.
          02 FILLER          PIC x(58).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      *>   TABLCUST is read once for the whole run. Its lines for the
      *>   month are sorted against the master on the id, which puts
      *>   each client's lines behind its record, then sorted back
      *>   into the master's nom order for printing - the way annuaire
      *>   walks the master, so the statement pack comes out in
      *>   directory order. Neither the clients nor their lines have
      *>   a ceiling anywhere.
           PERFORM GET-MOIS.

           OPEN INPUT CUSTMSTR-FILE
               GOBACK
           END-IF

           SORT TRI-ID-FILE
               ON ASCENDING KEY TI-ID TI-TYPE TI-SEQ
               INPUT PROCEDURE IS ALIMENTER-TRI-ID
               OUTPUT PROCEDURE IS APPARIER-CLIENTS
           CLOSE CUSTMSTR-FILE

           IF ws-work-open NOT = 'Y'
               CLOSE RELEVE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SORT TRI-NOM-FILE
               ON ASCENDING KEY TN-RANG TN-TYPE TN-SEQ
               USING WORK-FILE
               OUTPUT PROCEDURE IS IMPRIMER-RELEVES

           CLOSE RELEVE-FILE
           DISPLAY "Releves du mois " ws-mois " ecrits sur RELEVES ("
               ws-nb-pages " client(s))."
           GOBACK.
               MOVE ws-jour-date(1:6) TO ws-mois
           END-IF.

       ALIMENTER-TRI-ID.
      *>   The master in nom order off the alternate key, each client
      *>   numbered as it comes so the second sort can restore that
      *>   order exactly (duplicate noms included); then the month's
      *>   TABLCUST lines, numbered in file order.
           MOVE 'N' TO ws-eof
           MOVE LOW-VALUES TO CUSTMSTR-NOM
           START CUSTMSTR-FILE KEY NOT < CUSTMSTR-NOM
               INVALID KEY
                   MOVE 'Y' TO ws-eof
           END-START
           PERFORM UNTIL ws-eof = 'Y'
               READ CUSTMSTR-FILE NEXT
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       ADD 1 TO ws-rang
                       MOVE CUSTMSTR-ID          TO rc-id
                       MOVE CUSTMSTR-NOM         TO rc-nom
                       MOVE CUSTMSTR-RUE         TO rc-rue
                       MOVE CUSTMSTR-VILLE       TO rc-ville
                       MOVE CUSTMSTR-CODE-POSTAL TO rc-code-postal
                       MOVE CUSTMSTR-STATUT      TO rc-statut
                       MOVE CUSTMSTR-ID TO TI-ID
                       MOVE '0'         TO TI-TYPE
                       MOVE ZERO        TO TI-SEQ
                       MOVE ws-rang     TO TI-RANG
                       MOVE rl-client   TO TI-DONNEES
                       RELEASE TI-RECORD
               END-READ
           END-PERFORM

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
                       ADD 1 TO ws-seq
                       IF CH-DATE(1:6) = ws-mois
                           PERFORM LIBERER-LIGNE-DU-MOIS
                       END-IF
               END-READ
           END-PERFORM
           IF ws-cust-hist-status NOT = '35'
               CLOSE CUST-HIST-FILE
           END-IF.

       LIBERER-LIGNE-DU-MOIS.
           MOVE SPACES TO rl-ligne
           MOVE CH-DATE  TO rh-date
           MOVE CH-TOTAL TO rh-total
           MOVE CH-NB    TO rh-nb
           MOVE CH-CUST-ID TO TI-ID
           IF CH-TYPE = 'A'
               MOVE CH-DATE-ORIG TO rh-date-orig
               MOVE CH-SENS      TO rh-sens
               MOVE CH-RAISON    TO rh-raison
               MOVE '2' TO TI-TYPE
           ELSE
               MOVE '1' TO TI-TYPE
           END-IF
           MOVE ws-seq   TO TI-SEQ
           MOVE ZERO     TO TI-RANG
           MOVE rl-ligne TO TI-DONNEES
           RELEASE TI-RECORD.

       APPARIER-CLIENTS.
      *>   A client's record comes out ahead of its lines. It goes to
      *>   the work file, under its nom-order number, only once a line
      *>   turns up behind it - a client with nothing that month gets
      *>   no page. Lines under an id the master doesn't hold have no
      *>   page to go on and drop out here, as they always have.
           OPEN OUTPUT WORK-FILE
           IF ws-work-status = '00'
               MOVE 'Y' TO ws-work-open
           ELSE
               DISPLAY "*** Unable to open RELEVWK, status "
                   ws-work-status " - no statements printed. ***"
           END-IF
           MOVE LOW-VALUES TO ws-id-client
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               RETURN TRI-ID-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       IF ws-work-open = 'Y'
                           PERFORM APPARIER-UN-ENREGISTREMENT
                       END-IF
               END-RETURN
           END-PERFORM
           IF ws-work-open = 'Y'
               CLOSE WORK-FILE
           END-IF.

       APPARIER-UN-ENREGISTREMENT.
           IF TI-TYPE = '0'
               MOVE TI-ID      TO ws-id-client
               MOVE TI-RANG    TO ws-rang
               MOVE TI-DONNEES TO rl-client
               MOVE 'N' TO ws-client-ecrit
           ELSE
               IF TI-ID = ws-id-client
                   IF ws-client-ecrit = 'N'
                       MOVE ws-rang   TO WK-RANG
                       MOVE '0'       TO WK-TYPE
                       MOVE ZERO      TO WK-SEQ
                       MOVE rl-client TO WK-DONNEES
                       WRITE WORK-RECORD
                       MOVE 'Y' TO ws-client-ecrit
                   END-IF
                   MOVE ws-rang    TO WK-RANG
                   MOVE TI-TYPE    TO WK-TYPE
                   MOVE TI-SEQ     TO WK-SEQ
                   MOVE TI-DONNEES TO WK-DONNEES
                   WRITE WORK-RECORD
               END-IF
           END-IF.

       IMPRIMER-RELEVES.
      *>   One page per client record, its lines straight after it;
      *>   a page is closed with its totals when the next client
      *>   starts, or the run ends.
           MOVE 'N' TO ws-eof
           PERFORM UNTIL ws-eof = 'Y'
               RETURN TRI-NOM-FILE
                   AT END
                       MOVE 'Y' TO ws-eof
                   NOT AT END
                       EVALUATE TN-TYPE
                           WHEN '0'
                               IF ws-page-ouverte = 'Y'
                                   PERFORM FINIR-PAGE-CLIENT
                               END-IF
                               MOVE TN-DONNEES TO rl-client
                               PERFORM COMMENCER-PAGE-CLIENT
                           WHEN '1'
                               MOVE TN-DONNEES TO rl-ligne
                               PERFORM IMPRIMER-LIGNE-JOUR
                           WHEN OTHER
                               MOVE TN-DONNEES TO rl-ligne
                               PERFORM IMPRIMER-LIGNE-AJUSTEMENT
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           IF ws-page-ouverte = 'Y'
               PERFORM FINIR-PAGE-CLIENT
           END-IF.

       COMMENCER-PAGE-CLIENT.
           MOVE 'Y' TO ws-page-ouverte
           MOVE ZERO TO ws-total-client
           MOVE ZERO TO ws-nb-val-client
           MOVE ZERO TO ws-nb-ajus-client
           MOVE ZERO TO ws-ajus-net-client
           ADD 1 TO ws-nb-pages
           MOVE SPACES TO ws-ligne
           WRITE RELEVE-RECORD FROM ws-ligne
               INTO ws-ligne
           WRITE RELEVE-RECORD FROM ws-ligne
           MOVE SPACES TO ws-ligne
           STRING 'Client : ' rc-id
               DELIMITED BY SIZE INTO ws-ligne
           WRITE RELEVE-RECORD FROM ws-ligne
           MOVE SPACES TO ws-ligne
           STRING 'Nom    : ' rc-nom
               DELIMITED BY SIZE INTO ws-ligne
           IF rc-statut = 'I'
               MOVE '(INACTIF)' TO ws-ligne(30:9)
           END-IF
           WRITE RELEVE-RECORD FROM ws-ligne
           MOVE SPACES TO ws-ligne
           STRING 'Rue    : ' rc-rue
               DELIMITED BY SIZE INTO ws-ligne
           WRITE RELEVE-RECORD FROM ws-ligne
           MOVE SPACES TO ws-ligne
           STRING 'Ville  : ' rc-ville
               '  CP ' rc-code-postal
               DELIMITED BY SIZE INTO ws-ligne
           WRITE RELEVE-RECORD FROM ws-ligne
           MOVE SPACES TO ws-ligne
           WRITE RELEVE-RECORD FROM ws-ligne
           MOVE 'Date          Total  Valeurs' TO ws-ligne
           WRITE RELEVE-RECORD FROM ws-ligne.

       IMPRIMER-LIGNE-JOUR.
           ADD rh-total TO ws-total-client
           ADD rh-nb    TO ws-nb-val-client
           MOVE SPACES TO ws-ligne
           MOVE rh-date TO ws-ligne(1:8)
           MOVE rh-total TO ws-ed-total
           MOVE ws-ed-total TO ws-ligne(11:8)
           MOVE rh-nb TO ws-ed-nb
           MOVE ws-ed-nb TO ws-ligne(21:6)
           WRITE RELEVE-RECORD FROM ws-ligne.

       IMPRIMER-LIGNE-AJUSTEMENT.
      *>   Their own section, so a correction to an earlier day never
      *>   reads as a figure of this month: the day it was posted, the
      *>   day it corrects, the signed amount and the raison code.
           IF ws-nb-ajus-client = ZERO
               MOVE SPACES TO ws-ligne
               WRITE RELEVE-RECORD FROM ws-ligne
               MOVE 'Ajustements :' TO ws-ligne
               WRITE RELEVE-RECORD FROM ws-ligne
               MOVE 'Passe le  Corrige   Montant  Raison' TO ws-ligne
               WRITE RELEVE-RECORD FROM ws-ligne
           END-IF
           ADD 1 TO ws-nb-ajus-client
           IF rh-sens = '-'
               SUBTRACT rh-total FROM ws-ajus-net-client
           ELSE
               ADD rh-total TO ws-ajus-net-client
           END-IF
           MOVE SPACES TO ws-ligne
           MOVE rh-date TO ws-ligne(1:8)
           MOVE rh-date-orig TO ws-ligne(11:8)
           MOVE rh-total TO ws-montant-signe
           IF rh-sens = '-'
               COMPUTE ws-montant-signe = ZERO - ws-montant-signe
           END-IF
           MOVE ws-montant-signe TO ws-ed-montant
           MOVE ws-ed-montant TO ws-ligne(20:8)
           MOVE rh-raison TO ws-ligne(30:2)
           WRITE RELEVE-RECORD FROM ws-ligne.

       FINIR-PAGE-CLIENT.
           MOVE 'N' TO ws-page-ouverte
           IF ws-nb-ajus-client > ZERO
               MOVE SPACES TO ws-ligne
               WRITE RELEVE-RECORD FROM ws-ligne
           END-IF
           MOVE SPACES TO ws-ligne
           MOVE ws-total-client TO ws-ed-total-mois
           MOVE ws-nb-val-client TO ws-ed-nb-val
           IF ws-nb-ajus-client = ZERO
               STRING 'Total du mois : ' DELIMITED BY SIZE
                   ws-ed-total-mois DELIMITED BY SIZE
                   ' sur ' DELIMITED BY SIZE
                   ws-ed-nb-val DELIMITED BY SIZE
                   ' valeur(s)' DELIMITED BY SIZE
                   INTO ws-ligne
               WRITE RELEVE-RECORD FROM ws-ligne
           ELSE
               STRING 'Total des valeurs : ' DELIMITED BY SIZE
                   ws-ed-total-mois DELIMITED BY SIZE
                   ' sur ' DELIMITED BY SIZE
                   ws-ed-nb-val DELIMITED BY SIZE
                   ' valeur(s)' DELIMITED BY SIZE
                   INTO ws-ligne
               WRITE RELEVE-RECORD FROM ws-ligne
               MOVE SPACES TO ws-ligne
               MOVE ws-ajus-net-client TO ws-ed-net
               STRING 'Ajustements nets  : ' DELIMITED BY SIZE
                   ws-ed-net DELIMITED BY SIZE
                   INTO ws-ligne
               WRITE RELEVE-RECORD FROM ws-ligne
               MOVE SPACES TO ws-ligne
               COMPUTE ws-total-net =
                   ws-total-client + ws-ajus-net-client
               MOVE ws-total-net TO ws-ed-net
               STRING 'Total du mois net : ' DELIMITED BY SIZE
                   ws-ed-net DELIMITED BY SIZE
                   INTO ws-ligne
               WRITE RELEVE-RECORD FROM ws-ligne
           END-IF.
       END PROGRAM releve.
