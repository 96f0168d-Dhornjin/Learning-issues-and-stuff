           SELECT CUST-HIST-FILE ASSIGN TO "TABLCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cust-hist-status.
           SELECT BAL-FILE ASSIGN TO "TABLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bal-status.
      *>   the adjustments crible passed, posted to TABLCUST apart
      *>   from the day's figures
           SELECT AJUS-FILE ASSIGN TO "TABLAJUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ajus-status.

       DATA DIVISION.
       FILE SECTION.
           02 H-LOW       PIC 99.
           02 H-RECONCILE PIC x(8).

      *>   CH-TYPE 'A' marks an adjustment posted on CH-DATE to
      *>   correct the day CH-DATE-ORIG: CH-TOTAL is then its amount,
      *>   signed by CH-SENS, and CH-NB is zero. The day's own lines
      *>   leave the four trailing fields blank, as every line written
      *>   before adjustments existed does.
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

      *>   the run's figures for the balance step: n and ws-total (the
      *>   hash of the values totalled), the TABLIDER rejects' count
      *>   and hash of their values, and the adjustments posted to
      *>   TABLCUST with the hash of their amounts
       FD  BAL-FILE.
       01  BAL-RECORD.
           02 TB-DATE        PIC 9(8).
           02 TB-N           PIC 9(6).
           02 TB-TOTAL       PIC 9(8).
           02 TB-REJETS      PIC 9(6).
           02 TB-REJETS-HASH PIC 9(8).
           02 TB-AJUS        PIC 9(6).
           02 TB-AJUS-HASH   PIC 9(8).

       FD  AJUS-FILE.
       01  AJUS-RECORD.
           02 AJ-CUST-ID    PIC x(20).
           02 AJ-DATE-ORIG  PIC 9(8).
           02 AJ-SENS       PIC x.
           02 AJ-MONTANT    PIC 9(6).
           02 AJ-RAISON     PIC xx.

       WORKING-STORAGE SECTION.


       77 ws-hist-status PIC xx.
       77 ws-cust-hist-status PIC xx.
       77 ws-bal-status PIC xx.
       77 ws-nb-rejets PIC 9(6) VALUE ZERO.
       77 ws-hash-rejets PIC 9(8) VALUE ZERO.
       77 ws-ajus-status PIC xx.
       77 ws-eof-ajus PIC x.
       77 ws-ajus-no PIC 9(6) VALUE ZERO.
       77 ws-nb-ajus PIC 9(6) VALUE ZERO.
       77 ws-hash-ajus PIC 9(8) VALUE ZERO.

       SCREEN SECTION.

         02 LINE 7 COL 5 VALUE 'Controle: '.
         02 COL + 0 PIC zzzzzzz9 FROM ws-control-total.
         02 COL + 2 PIC x(8) FROM ws-reconcile-msg.
         02 LINE 8 COL 5 VALUE 'Ajustem.: '.
         02 COL + 0 PIC zzzzz9 FROM ws-nb-ajus.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       PERFORM WRITE-REPORT-TOTAUX.
       PERFORM WRITE-RUN-HISTORY.
       PERFORM WRITE-CUST-HISTORY.
       PERFORM WRITE-BALANCE.

       PERFORM SHOW-SUMMARY.

                           AT END
                               MOVE 'Y' TO ws-eof-cw
                           NOT AT END
                               MOVE SPACES TO CUST-HIST-RECORD
                               ACCEPT CH-DATE FROM DATE YYYYMMDD
                               MOVE CW-ID    TO CH-CUST-ID
                               MOVE CW-TOTAL TO CH-TOTAL
                   " - sous-totaux clients non historises. ***"
           END-IF.

       WRITE-BALANCE.
      *>   One record, rebuilt each run like TABLIDER: it speaks for
      *>   this run only. A resumed run re-lists the records the
      *>   checkpoint covers, so the reject figures come out whole.
           OPEN OUTPUT BAL-FILE
           IF ws-bal-status = '00'
               ACCEPT TB-DATE FROM DATE YYYYMMDD
               MOVE n              TO TB-N
               MOVE ws-total       TO TB-TOTAL
               MOVE ws-nb-rejets   TO TB-REJETS
               MOVE ws-hash-rejets TO TB-REJETS-HASH
               MOVE ws-nb-ajus     TO TB-AJUS
               MOVE ws-hash-ajus   TO TB-AJUS-HASH
               WRITE BAL-RECORD
               CLOSE BAL-FILE
           ELSE
               DISPLAY "*** Unable to open TABLBAL, status "
                   ws-bal-status " - run cannot be balanced. ***"
           END-IF.

       SHOW-SUMMARY.
           IF ws-run-mode = 'I'
               DISPLAY pla-sum
               DISPLAY 'Minimum : ' ws-low
               DISPLAY 'Controle: ' ws-control-total ' '
                   ws-reconcile-msg
               DISPLAY 'Ajustem.: ' ws-nb-ajus
               DISPLAY 'Sous-totaux par client :'
               PERFORM SHOW-CW-BATCH
           END-IF.
           IF ws-restart-open = 'Y'
               CLOSE RESTART-FILE
           END-IF
           PERFORM POSTER-AJUSTEMENTS
           IF ws-cust-open = 'Y'
               CLOSE CUSTMSTR-FILE
           END-IF
           END-PERFORM.

       WRITE-ERR-RECORD.
           ADD 1 TO ws-nb-rejets
           IF DR-ENTIER IS NUMERIC
               ADD DR-ENTIER TO ws-hash-rejets
           END-IF
           IF ws-err-open = 'Y'
               MOVE SPACES TO ws-err-line
               STRING 'Enr. ' DELIMITED BY SIZE
               WRITE ERR-RECORD FROM ws-err-line
           END-IF.

       POSTER-AJUSTEMENTS.
      *>   An adjustment corrects a day already totalled, so it never
      *>   touches the running figures, TABLHIST or TABLCW: each one
      *>   goes straight onto TABLCUST as its own dated 'A' line,
      *>   where releve shows it apart and nets it into the month.
      *>   Posted once the pass is through, outside the checkpoint: a
      *>   run dying in here and rerun posts them again, which the
      *>   balance step's adjustment leg then shows.
           MOVE 'N' TO ws-eof-ajus
           OPEN INPUT AJUS-FILE
           IF ws-ajus-status = '00'
               OPEN EXTEND CUST-HIST-FILE
               IF ws-cust-hist-status = '35'
                   OPEN OUTPUT CUST-HIST-FILE
               END-IF
               IF ws-cust-hist-status = '00'
                   PERFORM UNTIL ws-eof-ajus = 'Y'
                       READ AJUS-FILE
                           AT END
                               MOVE 'Y' TO ws-eof-ajus
                           NOT AT END
                               ADD 1 TO ws-ajus-no
                               PERFORM POSTER-UN-AJUSTEMENT
                       END-READ
                   END-PERFORM
                   CLOSE CUST-HIST-FILE
               ELSE
                   DISPLAY "*** Unable to open TABLCUST, status "
                       ws-cust-hist-status
                       " - ajustements non postes. ***"
               END-IF
               CLOSE AJUS-FILE
           END-IF.

       POSTER-UN-AJUSTEMENT.
      *>   The client must be on file but need not still be actif:
      *>   correcting a day a since-deactivated client did have is
      *>   exactly what an adjustment is for.
           IF ws-cust-open = 'Y'
               MOVE AJ-CUST-ID TO CUSTMSTR-ID
               READ CUSTMSTR-FILE
                   INVALID KEY
                       PERFORM REJETER-AJUSTEMENT
                   NOT INVALID KEY
                       PERFORM ECRIRE-LIGNE-AJUSTEMENT
               END-READ
           ELSE
               PERFORM ECRIRE-LIGNE-AJUSTEMENT
           END-IF.

       ECRIRE-LIGNE-AJUSTEMENT.
           MOVE SPACES TO CUST-HIST-RECORD
           ACCEPT CH-DATE FROM DATE YYYYMMDD
           MOVE AJ-CUST-ID   TO CH-CUST-ID
           MOVE AJ-MONTANT   TO CH-TOTAL
           MOVE ZERO         TO CH-NB
           MOVE 'A'          TO CH-TYPE
           MOVE AJ-DATE-ORIG TO CH-DATE-ORIG
           MOVE AJ-SENS      TO CH-SENS
           MOVE AJ-RAISON    TO CH-RAISON
           WRITE CUST-HIST-RECORD
           ADD 1 TO ws-nb-ajus
           ADD AJ-MONTANT TO ws-hash-ajus
           DISPLAY 'Ajustement ' AJ-SENS AJ-MONTANT ' ' AJ-CUST-ID
               ' du ' AJ-DATE-ORIG.

       REJETER-AJUSTEMENT.
           ADD 1 TO ws-nb-rejets
           ADD AJ-MONTANT TO ws-hash-rejets
           IF ws-err-open = 'Y'
               MOVE SPACES TO ws-err-line
               STRING 'Ajust. ' DELIMITED BY SIZE
                   ws-ajus-no DELIMITED BY SIZE
                   ' id ' DELIMITED BY SIZE
                   AJ-CUST-ID DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   'INCONNU AU FICHIER CLIENT' DELIMITED BY SIZE
                   INTO ws-err-line
               WRITE ERR-RECORD FROM ws-err-line
           END-IF.

       DELETE-CHECKPOINT.
      *>   Only reached when DATA-FILE actually opened, i.e. this run
      *>   genuinely processed (all or part of) today's figures rather
