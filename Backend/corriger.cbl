001042*                  (RUNJOURNAL.TXT) EN FIN D'EXECUTION :          *
001043*                  COMPTEURS ET CODE RETOUR POUR LE BILAN DE      *
001044*                  CYCLE (BILAN-CYCLE).                           *
001054*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001064*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001074*                  PLUS A L'HORLOGE SYSTEME.                      *
001100*---------------------------------------------------------------*
001200* CE PROGRAMME RAPPROCHE LE FICHIER DES LIGNES CORRIGEES         *
001300* (CORRECTIONS.TXT : LIGNE D'ORIGINE SUR 50 POSITIONS SUIVIE DE  *
007106         ORGANIZATION IS LINE SEQUENTIAL
007107         FILE STATUS IS WS-RUNCTL-STATUS.
007108
007118*---------------------------------------------------------------*
007128*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
007138*    CALENDRIER-BANQUE.                                          *
007148*---------------------------------------------------------------*
007158     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
007168         ORGANIZATION IS LINE SEQUENTIAL
007178         FILE STATUS IS WS-DATECTL-STATUS.
007188
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  FICHIER-CORRECTIONS.
008801 FD  FICHIER-RUNCTL.
008802 01  LIGNE-RUNCTL                 PIC X(72).
008803
008813 FD  FICHIER-DATECTL.
008823 01  LIGNE-DATECTL                PIC X(18).
008833
008900 WORKING-STORAGE SECTION.
008901*---------------------------------------------------------------*
008902*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
008908
008909 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
008910
008920*---------------------------------------------------------------*
008930*    DATE DE TRAITEMENT DU CYCLE.                                *
008940*---------------------------------------------------------------*
008950     COPY "datectl.cpy".
008960
008970 01  WS-DATECTL-STATUS           PIC X(02).
008980     88  WS-DATECTL-OK               VALUE "00".
008990
009000*---------------------------------------------------------------*
009100*    VUE D'UN REJET PENDANT SON RETRAIT OU SA REECRITURE.        *
009200*---------------------------------------------------------------*
016000*****************************************************************
016100 1000-INITIALIZE.
016101     ACCEPT WS-HEURE-DEBUT FROM TIME.
016111     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
016200     OPEN INPUT FICHIER-REJETS.
016300     IF WS-REJETS-OK
016400         PERFORM 1100-CHARGER-REJET THRU 1100-EXIT
032060 9800-ECRIRE-RUN.
032070     MOVE "CORRIGER-REJETS"
032080                              TO RUN-PROGRAM.
032090     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
032100     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
032110     ACCEPT RUN-HEURE-FIN FROM TIME.
032120     MOVE WS-CORRECTIONS-LUES  TO RUN-LIGNES-LUES.
032220     CLOSE FICHIER-RUNCTL.
032230 9800-EXIT.
032240     EXIT.
032250
032260*****************************************************************
032270* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
032280*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
032290*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
032300*****************************************************************
032310 9700-LIRE-DATE-TRT.
032320     MOVE ZERO TO DT-DATE-TRAITEMENT.
032330     OPEN INPUT FICHIER-DATECTL.
032340     IF WS-DATECTL-OK
032350         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
032360             AT END
032370                 MOVE ZERO TO DT-DATE-TRAITEMENT
032380         END-READ
032390         CLOSE FICHIER-DATECTL
032400     END-IF.
032410     IF DT-DATE-TRAITEMENT NOT NUMERIC
032420         OR DT-DATE-TRAITEMENT = ZERO
032430         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
032440         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
032450                 DT-DATE-TRAITEMENT
032460     END-IF.
032470 9700-EXIT.
032480     EXIT.
