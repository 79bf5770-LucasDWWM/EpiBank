001102*                  (RUNJOURNAL.TXT) EN FIN D'EXECUTION :          *
001103*                  COMPTEURS ET CODE RETOUR POUR LE BILAN DE      *
001104*                  CYCLE (BILAN-CYCLE).                           *
001114*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001124*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001134*                  PLUS A L'HORLOGE SYSTEME.                      *
001144*  2026-10-15  ML  L'ENREGISTREMENT DE PASSAGE PORTE, EN LIGNES   *
001154*                  DIFFEREES, LE NOMBRE D'ECRITURES DU JOURNAL    *
001164*                  D'AUDIT AU MOMENT DU CLICHE : RECUP-MAITRE     *
001174*                  REPREND LE JOURNAL A CETTE POSITION.           *
001200*---------------------------------------------------------------*
001300* CE PROGRAMME DOIT S'EXECUTER AVANT TRAITEMENT-BANQUE DANS LE   *
001400* CYCLE QUOTIDIEN : IL FIGE LES SOLDES D'OUVERTURE PENDANT QU'ILS*
003606         ORGANIZATION IS LINE SEQUENTIAL
003607         FILE STATUS IS WS-RUNCTL-STATUS.
003608
003618*---------------------------------------------------------------*
003628*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
003638*    CALENDRIER-BANQUE.                                          *
003648*---------------------------------------------------------------*
003658     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
003668         ORGANIZATION IS LINE SEQUENTIAL
003678         FILE STATUS IS WS-DATECTL-STATUS.
003688
003689*---------------------------------------------------------------*
003690*    JOURNAL D'AUDIT DU MOIS, COMPTE AU MOMENT DU CLICHE.        *
003691*---------------------------------------------------------------*
003692     SELECT FICHIER-AUDIT ASSIGN TO "../data/audit.log"
003693         ORGANIZATION IS LINE SEQUENTIAL
003694         FILE STATUS IS WS-AUDIT-STATUS.
003695
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CUSTOMER-MASTER-FILE.
004401 FD  FICHIER-RUNCTL.
004402 01  LIGNE-RUNCTL                 PIC X(72).
004403
004413 FD  FICHIER-DATECTL.
004423 01  LIGNE-DATECTL                PIC X(18).
004433
004443 FD  FICHIER-AUDIT.
004453 01  LIGNE-AUDIT                  PIC X(70).
004463
004500 WORKING-STORAGE SECTION.
004501*---------------------------------------------------------------*
004502*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
004508
004509 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
004510
004520*---------------------------------------------------------------*
004530*    DATE DE TRAITEMENT DU CYCLE.                                *
004540*---------------------------------------------------------------*
004550     COPY "datectl.cpy".
004560
004570 01  WS-DATECTL-STATUS           PIC X(02).
004580     88  WS-DATECTL-OK               VALUE "00".
004590
004593 01  WS-AUDIT-STATUS             PIC X(02).
004596     88  WS-AUDIT-OK                 VALUE "00".
004599
004600 01  WS-MASTER-STATUS            PIC X(02).
004700     88  WS-MASTER-OK                VALUE "00".
004800
004900 01  WS-SWITCHES.
005000     05  WS-MASTER-EOF           PIC X(01)     VALUE "N".
005100         88  WS-END-OF-MASTER        VALUE "Y".
005110     05  WS-AUDIT-EOF            PIC X(01)     VALUE "N".
005120         88  WS-END-OF-AUDIT         VALUE "Y".
005200
005300 01  WS-COMPTES-COPIES           PIC 9(07)     VALUE ZERO.
005310 01  WS-ECRITURES-AUDIT          PIC 9(07)     VALUE ZERO.
005400
005500 PROCEDURE DIVISION.
005600*****************************************************************
006800*****************************************************************
006900 1000-INITIALIZE.
006901     ACCEPT WS-HEURE-DEBUT FROM TIME.
006911     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
007000     OPEN INPUT  CUSTOMER-MASTER-FILE.
007100     IF NOT WS-MASTER-OK
007200         DISPLAY "ERREUR OUVERTURE CUSTOMER-MASTER : "
010960 9800-ECRIRE-RUN.
010970     MOVE "SNAPSHOT-OUVERTURE"
010980                              TO RUN-PROGRAM.
010990     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
011000     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
011010     ACCEPT RUN-HEURE-FIN FROM TIME.
011020     MOVE WS-COMPTES-COPIES    TO RUN-LIGNES-LUES.
011030     MOVE WS-COMPTES-COPIES    TO RUN-LIGNES-ECRITES.
011040     MOVE ZERO                 TO RUN-LIGNES-REJETEES.
011045     PERFORM 9750-COMPTER-AUDIT THRU 9750-EXIT.
011050     MOVE WS-ECRITURES-AUDIT   TO RUN-LIGNES-DIFFEREES.
011060     MOVE RETURN-CODE         TO RUN-RETURN-CODE.
011070     OPEN EXTEND FICHIER-RUNCTL.
011080     IF NOT WS-RUNCTL-OK
011120     CLOSE FICHIER-RUNCTL.
011130 9800-EXIT.
011140     EXIT.
011150
011160*****************************************************************
011170* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
011180*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
011190*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
011200*****************************************************************
011210 9700-LIRE-DATE-TRT.
011220     MOVE ZERO TO DT-DATE-TRAITEMENT.
011230     OPEN INPUT FICHIER-DATECTL.
011240     IF WS-DATECTL-OK
011250         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
011260             AT END
011270                 MOVE ZERO TO DT-DATE-TRAITEMENT
011280         END-READ
011290         CLOSE FICHIER-DATECTL
011300     END-IF.
011310     IF DT-DATE-TRAITEMENT NOT NUMERIC
011320         OR DT-DATE-TRAITEMENT = ZERO
011330         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
011340         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
011350                 DT-DATE-TRAITEMENT
011360     END-IF.
011370 9700-EXIT.
011380     EXIT.
011390
011400*****************************************************************
011410* 9750-COMPTER-AUDIT - NOMBRE D'ECRITURES DU JOURNAL D'AUDIT AU  *
011420*    MOMENT DU CLICHE, NOTE DANS L'ENREGISTREMENT DE PASSAGE :   *
011430*    RECUP-MAITRE REJOUE LE JOURNAL A PARTIR DE CETTE POSITION.  *
011440*    JOURNAL ABSENT : ZERO.                                      *
011450*****************************************************************
011460 9750-COMPTER-AUDIT.
011470     MOVE ZERO TO WS-ECRITURES-AUDIT.
011480     OPEN INPUT FICHIER-AUDIT.
011490     IF WS-AUDIT-OK
011500         PERFORM 9760-LIRE-AUDIT THRU 9760-EXIT
011510             UNTIL WS-END-OF-AUDIT
011520         CLOSE FICHIER-AUDIT
011530     END-IF.
011540 9750-EXIT.
011550     EXIT.
011560
011570 9760-LIRE-AUDIT.
011580     READ FICHIER-AUDIT
011590         AT END
011600             MOVE "Y" TO WS-AUDIT-EOF
011610         NOT AT END
011620             ADD 1 TO WS-ECRITURES-AUDIT
011630     END-READ.
011640 9760-EXIT.
011650     EXIT.
