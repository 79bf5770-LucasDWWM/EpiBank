000902*                  (RUNJOURNAL.TXT) EN FIN D'EXECUTION :          *
000903*                  COMPTEURS ET CODE RETOUR POUR LE BILAN DE      *
000904*                  CYCLE (BILAN-CYCLE).                           *
000914*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
000924*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
000934*                  PLUS A L'HORLOGE SYSTEME.                      *
001000*---------------------------------------------------------------*
001100* CE PROGRAMME EDITE, POUR CHAQUE REJET ENCORE EN SOUFFRANCE     *
001200* DANS REJECTS.TXT, LE COMPTE CONCERNE, LE CODE MOTIF, LA DATE   *
003706         ORGANIZATION IS LINE SEQUENTIAL
003707         FILE STATUS IS WS-RUNCTL-STATUS.
003708
003718*---------------------------------------------------------------*
003728*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
003738*    CALENDRIER-BANQUE.                                          *
003748*---------------------------------------------------------------*
003758     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
003768         ORGANIZATION IS LINE SEQUENTIAL
003778         FILE STATUS IS WS-DATECTL-STATUS.
003788
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  FICHIER-REJETS.
004501 FD  FICHIER-RUNCTL.
004502 01  LIGNE-RUNCTL                 PIC X(72).
004503
004513 FD  FICHIER-DATECTL.
004523 01  LIGNE-DATECTL                PIC X(18).
004533
004600 WORKING-STORAGE SECTION.
004601*---------------------------------------------------------------*
004602*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
004608
004609 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
004610
004620*---------------------------------------------------------------*
004630*    DATE DE TRAITEMENT DU CYCLE.                                *
004640*---------------------------------------------------------------*
004650     COPY "datectl.cpy".
004660
004670 01  WS-DATECTL-STATUS           PIC X(02).
004680     88  WS-DATECTL-OK               VALUE "00".
004690
004700*---------------------------------------------------------------*
004800*    VUE D'UN REJET EN SOUFFRANCE.                               *
004900*---------------------------------------------------------------*
010800*****************************************************************
010900 1000-INITIALIZE.
010901     ACCEPT WS-HEURE-DEBUT FROM TIME.
011000     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
011010     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
011100     COMPUTE WS-JOURS-JOUR =
011200         FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR).
011300
019960 9800-ECRIRE-RUN.
019970     MOVE "AGING-REJETS"
019980                              TO RUN-PROGRAM.
019990     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
020000     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
020010     ACCEPT RUN-HEURE-FIN FROM TIME.
020020     MOVE WS-REJETS-LUS        TO RUN-LIGNES-LUES.
020120     CLOSE FICHIER-RUNCTL.
020130 9800-EXIT.
020140     EXIT.
020150
020160*****************************************************************
020170* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
020180*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
020190*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
020200*****************************************************************
020210 9700-LIRE-DATE-TRT.
020220     MOVE ZERO TO DT-DATE-TRAITEMENT.
020230     OPEN INPUT FICHIER-DATECTL.
020240     IF WS-DATECTL-OK
020250         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
020260             AT END
020270                 MOVE ZERO TO DT-DATE-TRAITEMENT
020280         END-READ
020290         CLOSE FICHIER-DATECTL
020300     END-IF.
020310     IF DT-DATE-TRAITEMENT NOT NUMERIC
020320         OR DT-DATE-TRAITEMENT = ZERO
020330         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
020340         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
020350                 DT-DATE-TRAITEMENT
020360     END-IF.
020370 9700-EXIT.
020380     EXIT.
