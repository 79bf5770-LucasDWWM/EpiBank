001100*  2026-09-02  ML  ECRITURE D'UN ENREGISTREMENT DE PASSAGE        *
001101*                  (RUNJOURNAL.TXT) EN FIN D'EXECUTION :          *
001102*                  COMPTEURS ET CODE RETOUR POUR LE BILAN DE      *
001112*                  CYCLE (BILAN-CYCLE).                           *
001122*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001132*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001142*                  PLUS A L'HORLOGE SYSTEME.                      *
001143*  2026-10-15  ML  INSERTION DES OPERATIONS DU GUICHET           *
001144*                  CONTROLEES PAR CAISSES-BANQUE (GUICHET-JOUR.  *
001145*                  TXT) APRES LES ORDRES PERMANENTS ET AVANT LES *
001146*                  LIGNES FRAICHES, AVEC REPORT SUR LA FIN DE    *
001147*                  FICHIER. UN GUICHET-JOUR.TXT ABSENT VAUT VIDE.*
001152*---------------------------------------------------------------*
001200* L'ENTREE DU JOUR PORTE UN EN-TETE "HDR" ET UNE FIN "TRL"       *
001300* (NOMBRE DE LIGNES, HASH DES MONTANTS) CONTROLES PAR            *
001400* TRAITEMENT-BANQUE AVANT TOUT POSTAGE : ON NE PEUT DONC PAS     *
004086     SELECT FICHIER-ORDRES-JOUR ASSIGN TO "../data/standing.txt"
004087         ORGANIZATION IS LINE SEQUENTIAL
004088         FILE STATUS IS WS-ORDRES-STATUS.
004089
004090*---------------------------------------------------------------*
004091*    OPERATIONS DU GUICHET CONTROLEES PAR CAISSES-BANQUE, A      *
004092*    INSERER DANS L'ENTREE DU JOUR. UN FICHIER ABSENT VAUT VIDE. *
004093*---------------------------------------------------------------*
004094     SELECT FICHIER-GUICHET-JOUR
004095         ASSIGN TO "../data/guichet-jour.txt"
004096         ORGANIZATION IS LINE SEQUENTIAL
004097         FILE STATUS IS WS-GUICHET-STATUS.
004100
004101*---------------------------------------------------------------*
004102*    JOURNAL DES PASSAGES DU CYCLE (AJOUT SEUL), LU PAR          *
004106         ORGANIZATION IS LINE SEQUENTIAL
004107         FILE STATUS IS WS-RUNCTL-STATUS.
004108
004118*---------------------------------------------------------------*
004128*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
004138*    CALENDRIER-BANQUE.                                          *
004148*---------------------------------------------------------------*
004158     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
004168         ORGANIZATION IS LINE SEQUENTIAL
004178         FILE STATUS IS WS-DATECTL-STATUS.
004188
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  FICHIER-ENTREE.
005170
005180 FD  FICHIER-ORDRES-JOUR.
005190 01  LIGNE-ORDRE-JOUR             PIC X(50).
005192
005194 FD  FICHIER-GUICHET-JOUR.
005196 01  LIGNE-GUICHET-JOUR           PIC X(50).
005200
005201 FD  FICHIER-RUNCTL.
005202 01  LIGNE-RUNCTL                 PIC X(72).
005203
005213 FD  FICHIER-DATECTL.
005223 01  LIGNE-DATECTL                PIC X(18).
005233
005300 WORKING-STORAGE SECTION.
005301*---------------------------------------------------------------*
005302*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
005308
005309 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
005310
005320*---------------------------------------------------------------*
005330*    DATE DE TRAITEMENT DU CYCLE.                                *
005340*---------------------------------------------------------------*
005350     COPY "datectl.cpy".
005360
005370 01  WS-DATECTL-STATUS           PIC X(02).
005380     88  WS-DATECTL-OK               VALUE "00".
005390
005400*---------------------------------------------------------------*
005500*    EN-TETE ET FIN DE FICHIER DE L'ENTREE DU JOUR.              *
005600*---------------------------------------------------------------*
006662
006664 01  WS-ORDRES-STATUS            PIC X(02).
006666     88  WS-ORDRES-FICHIER-OK        VALUE "00".
006667
006668 01  WS-GUICHET-STATUS           PIC X(02).
006669     88  WS-GUICHET-FICHIER-OK       VALUE "00".
006670
006680 01  WS-SEQ-DERNIERE             PIC 9(06)     VALUE ZERO.
006700
007680         88  WS-END-OF-ORDRES        VALUE "Y".
007690     05  WS-ORDRES-OUVERT-SW     PIC X(01)     VALUE "N".
007695         88  WS-ORDRES-OUVERT        VALUE "Y".
007696     05  WS-GUICHET-EOF          PIC X(01)     VALUE "N".
007697         88  WS-END-OF-GUICHET       VALUE "Y".
007698     05  WS-GUICHET-OUVERT-SW    PIC X(01)     VALUE "N".
007699         88  WS-GUICHET-OUVERT       VALUE "Y".
007700
007800 01  WS-LIGNE-COURANTE           PIC X(50)     VALUE SPACES.
007810 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
008310     05  WS-LIGNES-LIBEREES      PIC 9(07)     VALUE ZERO.
008320     05  WS-LIGNES-RECONDUITES   PIC 9(07)     VALUE ZERO.
008330     05  WS-LIGNES-ORDRES        PIC 9(07)     VALUE ZERO.
008340     05  WS-LIGNES-GUICHET       PIC 9(07)     VALUE ZERO.
008400
008500 PROCEDURE DIVISION.
008600*****************************************************************
009320*        LIGNES FRAICHES DU JOUR.
009330         PERFORM 2700-INSERER-ORDRE     THRU 2700-EXIT
009340             UNTIL WS-END-OF-ORDRES
009350*        PUIS LES OPERATIONS DU GUICHET CONTROLEES DANS LA NUIT.
009360         PERFORM 2900-INSERER-GUICHET   THRU 2900-EXIT
009370             UNTIL WS-END-OF-GUICHET
009400         PERFORM 3000-RECOPIER-ENTREE   THRU 3000-EXIT
009500             UNTIL WS-END-OF-ENTREE OR WS-TRL-VU
009600         PERFORM 4000-ECRIRE-TRAILER    THRU 4000-EXIT
010500*****************************************************************
010600 1000-INITIALIZE.
010601     ACCEPT WS-HEURE-DEBUT FROM TIME.
010610     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
010620     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
010700     OPEN INPUT  FICHIER-ENTREE.
010800     OPEN INPUT  FICHIER-RESUBMIT.
010900     IF WS-RESUBMIT-OK
011380     ELSE
011382         MOVE "Y" TO WS-ORDRES-EOF
011384     END-IF.
011386
011388     OPEN INPUT FICHIER-GUICHET-JOUR.
011390     IF WS-GUICHET-FICHIER-OK
011392         MOVE "Y" TO WS-GUICHET-OUVERT-SW
011394     ELSE
011396         MOVE "Y" TO WS-GUICHET-EOF
011398     END-IF.
011400
011500     OPEN OUTPUT FICHIER-NOUVEAU.
011510     OPEN OUTPUT FICHIER-ATTENTE-NOUVEAU.
012530         IF WS-ORDRES-OUVERT
012540             PERFORM 2800-LIRE-ORDRE THRU 2800-EXIT
012550         END-IF
012560         IF WS-GUICHET-OUVERT
012570             PERFORM 2950-LIRE-GUICHET THRU 2950-EXIT
012580         END-IF
012600     END-IF.
012800 1000-EXIT.
012900     EXIT.
015522     END-READ.
015524 2800-EXIT.
015526     EXIT.
015528
015530*****************************************************************
015532* 2900-INSERER-GUICHET - ECRITURE D'UNE OPERATION DU GUICHET     *
015534*    APRES LES ORDRES PERMANENTS, AVANT LES LIGNES FRAICHES DU   *
015536*    JOUR, ET CUMUL DE SON MONTANT DANS LE HASH A REPORTER.      *
015538*****************************************************************
015540 2900-INSERER-GUICHET.
015542     WRITE LIGNE-NOUVELLE FROM LIGNE-GUICHET-JOUR.
015544     ADD 1 TO WS-LIGNES-GUICHET.
015546     ADD 1 TO WS-LIGNES-REINJECTEES.
015548     MOVE LIGNE-GUICHET-JOUR TO WS-TRANSACTION-RECORD.
015550     IF TR-AMOUNT-X (1:1) = "+"
015552         AND TR-AMOUNT-X (2:11) NUMERIC
015554         ADD TR-AMOUNT TO WS-HASH-REINJECTE
015556     END-IF.
015558     PERFORM 2950-LIRE-GUICHET THRU 2950-EXIT.
015560 2900-EXIT.
015562     EXIT.
015564
015566 2950-LIRE-GUICHET.
015568     READ FICHIER-GUICHET-JOUR
015570         AT END
015572             MOVE "Y" TO WS-GUICHET-EOF
015574     END-READ.
015576 2950-EXIT.
015578     EXIT.
015580
015600*****************************************************************
015700* 3000-RECOPIER-ENTREE - RECOPIE DES LIGNES FRAICHES DU JOUR     *
015800*    JUSQU'A LA FIN DE FICHIER "TRL", EN CUMULANT LEUR NOMBRE ET *
021120     IF WS-ORDRES-OUVERT
021130         CLOSE FICHIER-ORDRES-JOUR
021140     END-IF.
021150     IF WS-GUICHET-OUVERT
021160         CLOSE FICHIER-GUICHET-JOUR
021170     END-IF.
021200     DISPLAY "LIGNES REINJECTEES : " WS-LIGNES-REINJECTEES.
021210     DISPLAY "DONT LIBEREES      : " WS-LIGNES-LIBEREES.
021215     DISPLAY "DONT ORDRES        : " WS-LIGNES-ORDRES.
021217     DISPLAY "DONT GUICHET       : " WS-LIGNES-GUICHET.
021220     DISPLAY "RECONDUITES        : " WS-LIGNES-RECONDUITES.
021300     DISPLAY "LIGNES RECOPIEES   : " WS-LIGNES-RECOPIEES.
021301
021560 9800-ECRIRE-RUN.
021570     MOVE "FUSION-ENTREE"
021580                              TO RUN-PROGRAM.
021590     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
021600     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
021610     ACCEPT RUN-HEURE-FIN FROM TIME.
021620     MOVE WS-LIGNES-RECOPIEES  TO RUN-LIGNES-LUES.
021720     CLOSE FICHIER-RUNCTL.
021730 9800-EXIT.
021740     EXIT.
021750
021760*****************************************************************
021770* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
021780*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
021790*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
021800*****************************************************************
021810 9700-LIRE-DATE-TRT.
021820     MOVE ZERO TO DT-DATE-TRAITEMENT.
021830     OPEN INPUT FICHIER-DATECTL.
021840     IF WS-DATECTL-OK
021850         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
021860             AT END
021870                 MOVE ZERO TO DT-DATE-TRAITEMENT
021880         END-READ
021890         CLOSE FICHIER-DATECTL
021900     END-IF.
021910     IF DT-DATE-TRAITEMENT NOT NUMERIC
021920         OR DT-DATE-TRAITEMENT = ZERO
021930         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
021940         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
021950                 DT-DATE-TRAITEMENT
021960     END-IF.
021970 9700-EXIT.
021980     EXIT.
