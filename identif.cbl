      ******************************************************************
      * Author: Dhornjin
      * Date: 15/10/2026
      * Purpose: shared routine - operator sign-on against OPERATR,
      *          handing back the operator's id, nom and rights
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. identif.
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
      *>   one record per operator; each right is 'O' (allowed) or
      *>   anything else (refused)
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
        77 ws-essai PIC 9.
        77 ws-id-saisi PIC x(8).
       LINKAGE SECTION.
       01  operateur-signe.
           02 os-id          PIC x(8).
           02 os-nom         PIC x(20).
           02 os-droits.
              03 os-creer      PIC x.
              03 os-modifier   PIC x.
              03 os-desactiver PIC x.
              03 os-reactiver  PIC x.
              03 os-reprendre  PIC x.
       PROCEDURE DIVISION USING operateur-signe.

       MAIN-PROCEDURE.
      *>   CALLed at the start of every program that changes CUSTMSTR
      *>   from a terminal. Three tries at an operator id on file;
      *>   hands back the operator's record, or SPACES in os-id when
      *>   nobody signed on - the caller then refuses to go on. Which
      *>   rights an action needs is the caller's business: this only
      *>   says who is at the keyboard and what OPERATR allows them.
            MOVE SPACES TO operateur-signe
            MOVE ZERO TO ws-essai
            OPEN INPUT OPERATR-FILE
            IF ws-operatr-status NOT = '00'
                DISPLAY "*** Unable to open OPERATR, status "
                    ws-operatr-status " - aucune connexion possible"
                    " (programme operateur). ***"
                GOBACK
            END-IF

            PERFORM WITH TEST AFTER
                    UNTIL os-id NOT = SPACES OR ws-essai >= 3
                ADD 1 TO ws-essai
                DISPLAY "Operateur : " WITH NO ADVANCING
                MOVE SPACES TO ws-id-saisi
                ACCEPT ws-id-saisi
                MOVE ws-id-saisi TO OPR-ID
                READ OPERATR-FILE
                    INVALID KEY
                        DISPLAY "*** Operateur inconnu: " ws-id-saisi
                            " ***"
                    NOT INVALID KEY
                        MOVE OPERATR-RECORD TO operateur-signe
                        DISPLAY "Bonjour " os-nom
                END-READ
            END-PERFORM
            IF os-id = SPACES
                DISPLAY "*** Connexion refusee. ***"
            END-IF
            CLOSE OPERATR-FILE
            GOBACK.
       END PROGRAM identif.
