001202*                  (RUNJOURNAL.TXT) EN FIN D'EXECUTION :          *
001203*                  COMPTEURS ET CODE RETOUR POUR LE BILAN DE      *
001204*                  CYCLE (BILAN-CYCLE).                           *
001214*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001224*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001234*                  PLUS A L'HORLOGE SYSTEME.                      *
001300*---------------------------------------------------------------*
001400* CE PROGRAMME LIT LE FICHIER DES MOUVEMENTS DE TENUE DES ORDRES *
001500* PERMANENTS (ORDMAINT.TXT : ACTION SUR 2 POSITIONS SUIVIE DE    *
007506         ORGANIZATION IS LINE SEQUENTIAL
007507         FILE STATUS IS WS-RUNCTL-STATUS.
007508
007518*---------------------------------------------------------------*
007528*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
007538*    CALENDRIER-BANQUE.                                          *
007548*---------------------------------------------------------------*
007558     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
007568         ORGANIZATION IS LINE SEQUENTIAL
007578         FILE STATUS IS WS-DATECTL-STATUS.
007588
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  FICHIER-ORDMAINT.
009201 FD  FICHIER-RUNCTL.
009202 01  LIGNE-RUNCTL                 PIC X(72).
009203
009213 FD  FICHIER-DATECTL.
009223 01  LIGNE-DATECTL                PIC X(18).
009233
009300 WORKING-STORAGE SECTION.
009301*---------------------------------------------------------------*
009302*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
009308
009309 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
009310
009320*---------------------------------------------------------------*
009330*    DATE DE TRAITEMENT DU CYCLE.                                *
009340*---------------------------------------------------------------*
009350     COPY "datectl.cpy".
009360
009370 01  WS-DATECTL-STATUS           PIC X(02).
009380     88  WS-DATECTL-OK               VALUE "00".
009390
009400*---------------------------------------------------------------*
009500*    VUE DE L'ORDRE PORTE PAR LE MOUVEMENT EN COURS.             *
009600*---------------------------------------------------------------*
017700*****************************************************************
017800 1000-INITIALIZE.
017801     ACCEPT WS-HEURE-DEBUT FROM TIME.
017811     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
017900     OPEN INPUT FICHIER-ORDRES.
018000     IF WS-ORDRES-OK
018100         PERFORM 1100-CHARGER-ORDRE THRU 1100-EXIT
056360 9800-ECRIRE-RUN.
056370     MOVE "MAINT-ORDRES"
056380                              TO RUN-PROGRAM.
056390     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
056400     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
056410     ACCEPT RUN-HEURE-FIN FROM TIME.
056420     MOVE WS-LIGNES-LUES       TO RUN-LIGNES-LUES.
056520     CLOSE FICHIER-RUNCTL.
056530 9800-EXIT.
056540     EXIT.
056550
056560*****************************************************************
056570* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
056580*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
056590*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
056600*****************************************************************
056610 9700-LIRE-DATE-TRT.
056620     MOVE ZERO TO DT-DATE-TRAITEMENT.
056630     OPEN INPUT FICHIER-DATECTL.
056640     IF WS-DATECTL-OK
056650         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
056660             AT END
056670                 MOVE ZERO TO DT-DATE-TRAITEMENT
056680         END-READ
056690         CLOSE FICHIER-DATECTL
056700     END-IF.
056710     IF DT-DATE-TRAITEMENT NOT NUMERIC
056720         OR DT-DATE-TRAITEMENT = ZERO
056730         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
056740         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
056750                 DT-DATE-TRAITEMENT
056760     END-IF.
056770 9700-EXIT.
056780     EXIT.
