      * Author: Dhornjin
      * Date: 02/09/2026
      * Purpose: retention housekeeping - move records older than a
      *          months-back cutoff off CUSTAUDIT, JOBLOG, TABLHIST
      *          and TABLCUST to their archive files, with count
      *          reconciliation
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   the four growing files all begin their records with the
      *>   run date as 9(8), so one generic pass serves them all. The
      *>   SELECTs are quoted literals like everywhere else in this
      *>   shop - the dialect binds an ASSIGN TO a data-name to a
      *>   constant external name, not to the item's contents, so a
      *>   "switchable" file simply never resolves. The pass is
      *>   switched between the pairs through the EVALUATE paragraphs
      *>   at the bottom instead. The four live files share one
      *>   status item, as do the four archives, so the generic
      *>   logic reads one status wherever it stands.
           SELECT AUD-FILE ASSIGN TO "CUSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT HISTARC-FILE ASSIGN TO "TABLHIST.ARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-arch-status.
           SELECT CUST-FILE ASSIGN TO "TABLCUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-live-status.
           SELECT CUSTARC-FILE ASSIGN TO "TABLCUST.ARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-arch-status.
           SELECT WORK-FILE ASSIGN TO "MENAGEWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-work-status.
       FD  HISTARC-FILE.
       01  HISTARC-RECORD PIC x(250).

       FD  CUST-FILE.
       01  CUST-RECORD PIC x(250).

       FD  CUSTARC-FILE.
       01  CUSTARC-RECORD PIC x(250).

       FD  WORK-FILE.
       01  WORK-RECORD PIC x(250).

        77 ws-arch-status PIC xx.
        77 ws-work-status PIC xx.
        77 ws-quel PIC 9.
      *>   1 = CUSTAUDIT, 2 = JOBLOG, 3 = TABLHIST, 4 = TABLCUST
        77 ws-nom-live PIC x(12).
        77 ws-nom-arch PIC x(16).
        77 ws-enreg PIC x(250).
            DISPLAY "Menage: archivage des mois anterieurs a "
                ws-cutoff-mois " (" ws-nb-mois " mois conserves)."

            PERFORM VARYING ws-quel FROM 1 BY 1 UNTIL ws-quel > 4
                EVALUATE ws-quel
                    WHEN 1
                        MOVE "CUSTAUDIT" TO ws-nom-live
                    WHEN 3
                        MOVE "TABLHIST" TO ws-nom-live
                        MOVE "TABLHIST.ARCH" TO ws-nom-arch
                    WHEN 4
                        MOVE "TABLCUST" TO ws-nom-live
                        MOVE "TABLCUST.ARCH" TO ws-nom-arch
                END-EVALUATE
                PERFORM MENAGE-UN-FICHIER
            END-PERFORM
                WHEN 1 OPEN INPUT AUD-FILE
                WHEN 2 OPEN INPUT LOG-FILE
                WHEN 3 OPEN INPUT HIST-FILE
                WHEN 4 OPEN INPUT CUST-FILE
            END-EVALUATE.

       OUVRIR-LIVE-OUTPUT.
                WHEN 1 OPEN OUTPUT AUD-FILE
                WHEN 2 OPEN OUTPUT LOG-FILE
                WHEN 3 OPEN OUTPUT HIST-FILE
                WHEN 4 OPEN OUTPUT CUST-FILE
            END-EVALUATE.

       FERMER-LIVE.
                WHEN 1 CLOSE AUD-FILE
                WHEN 2 CLOSE LOG-FILE
                WHEN 3 CLOSE HIST-FILE
                WHEN 4 CLOSE CUST-FILE
            END-EVALUATE.

       LIRE-LIVE.
                    READ HIST-FILE INTO ws-enreg
                        AT END MOVE 'Y' TO ws-eof
                    END-READ
                WHEN 4
                    READ CUST-FILE INTO ws-enreg
                        AT END MOVE 'Y' TO ws-eof
                    END-READ
            END-EVALUATE.

       ECRIRE-LIVE.
                WHEN 1 WRITE AUD-RECORD FROM ws-enreg
                WHEN 2 WRITE LOG-RECORD FROM ws-enreg
                WHEN 3 WRITE HIST-RECORD FROM ws-enreg
                WHEN 4 WRITE CUST-RECORD FROM ws-enreg
            END-EVALUATE.

       OUVRIR-ARCHIVE.
                    IF ws-arch-status = '35'
                        OPEN OUTPUT HISTARC-FILE
                    END-IF
                WHEN 4
                    OPEN EXTEND CUSTARC-FILE
                    IF ws-arch-status = '35'
                        OPEN OUTPUT CUSTARC-FILE
                    END-IF
            END-EVALUATE.

       FERMER-ARCHIVE.
                WHEN 1 CLOSE AUDARC-FILE
                WHEN 2 CLOSE LOGARC-FILE
                WHEN 3 CLOSE HISTARC-FILE
                WHEN 4 CLOSE CUSTARC-FILE
            END-EVALUATE.

       ECRIRE-ARCHIVE.
                WHEN 1 WRITE AUDARC-RECORD FROM ws-enreg
                WHEN 2 WRITE LOGARC-RECORD FROM ws-enreg
                WHEN 3 WRITE HISTARC-RECORD FROM ws-enreg
                WHEN 4 WRITE CUSTARC-RECORD FROM ws-enreg
            END-EVALUATE.
       END PROGRAM menage.
