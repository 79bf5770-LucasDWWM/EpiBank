001002*                  (RUNJOURNAL.TXT) EN FIN D'EXECUTION :          *
001003*                  COMPTEURS ET CODE RETOUR POUR LE BILAN DE      *
001004*                  CYCLE (BILAN-CYCLE).                           *
001014*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001024*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001034*                  PLUS A L'HORLOGE SYSTEME.                      *
001100*---------------------------------------------------------------*
001200* CE PROGRAMME RELIT LES TRANSACTIONS VALIDEES DU JOUR           *
001300* (OUTPUT.TXT) ET RECOPIE LES LIGNES "VE" (VIREMENTS EXTERNES    *
005806         ORGANIZATION IS LINE SEQUENTIAL
005807         FILE STATUS IS WS-RUNCTL-STATUS.
005808
005818*---------------------------------------------------------------*
005828*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
005838*    CALENDRIER-BANQUE.                                          *
005848*---------------------------------------------------------------*
005858     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
005868         ORGANIZATION IS LINE SEQUENTIAL
005878         FILE STATUS IS WS-DATECTL-STATUS.
005888
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  FICHIER-TRANSACTIONS.
006901 FD  FICHIER-RUNCTL.
006902 01  LIGNE-RUNCTL                 PIC X(72).
006903
006913 FD  FICHIER-DATECTL.
006923 01  LIGNE-DATECTL                PIC X(18).
006933
007000 WORKING-STORAGE SECTION.
007001*---------------------------------------------------------------*
007002*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
007008
007009 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
007010
007020*---------------------------------------------------------------*
007030*    DATE DE TRAITEMENT DU CYCLE.                                *
007040*---------------------------------------------------------------*
007050     COPY "datectl.cpy".
007060
007070 01  WS-DATECTL-STATUS           PIC X(02).
007080     88  WS-DATECTL-OK               VALUE "00".
007090
007100*---------------------------------------------------------------*
007200*    EN-TETE, FIN DE FICHIER ET SEQUENCE DE L'EXTRAIT.           *
007300*---------------------------------------------------------------*
011600*****************************************************************
011700 1000-INITIALIZE.
011701     ACCEPT WS-HEURE-DEBUT FROM TIME.
011800     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
011810     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
011900
012000     MOVE ZERO TO FS-LAST-SEQUENCE.
012100     OPEN INPUT FICHIER-CLEARSEQ.
020860 9800-ECRIRE-RUN.
020870     MOVE "EXTRAIT-CLEARING"
020880                              TO RUN-PROGRAM.
020890     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
020900     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
020910     ACCEPT RUN-HEURE-FIN FROM TIME.
020920     MOVE WS-LIGNES-LUES       TO RUN-LIGNES-LUES.
021020     CLOSE FICHIER-RUNCTL.
021030 9800-EXIT.
021040     EXIT.
021050
021060*****************************************************************
021070* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
021080*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
021090*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
021100*****************************************************************
021110 9700-LIRE-DATE-TRT.
021120     MOVE ZERO TO DT-DATE-TRAITEMENT.
021130     OPEN INPUT FICHIER-DATECTL.
021140     IF WS-DATECTL-OK
021150         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
021160             AT END
021170                 MOVE ZERO TO DT-DATE-TRAITEMENT
021180         END-READ
021190         CLOSE FICHIER-DATECTL
021200     END-IF.
021210     IF DT-DATE-TRAITEMENT NOT NUMERIC
021220         OR DT-DATE-TRAITEMENT = ZERO
021230         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
021240         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
021250                 DT-DATE-TRAITEMENT
021260     END-IF.
021270 9700-EXIT.
021280     EXIT.
