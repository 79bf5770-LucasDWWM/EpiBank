000800*  2026-09-02  ML  PROGRAMME INITIAL - DENOUEMENT AUTOMATIQUE    *
000900*                  DES CLOTURES EN ATTENTE PAR LE CYCLE          *
001000*                  QUOTIDIEN.                                    *
001010*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE    *
001020*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON*
001030*                  PLUS A L'HORLOGE SYSTEME.                     *
001040*  2026-10-15  ML  BLOCAGES DE FONDS : UNE CLOTURE DONT LE       *
001050*                  COMPTE PORTE ENCORE UN BLOCAGE ACTIF          *
001060*                  (BLOCAGES.TXT) EST DIFFEREE "FONDS BLOQUES" : *
001070*                  LE SOLDE DISPONIBLE NE PEUT PAS ETRE BALAYE.  *
001080*  2026-10-15  ML  RETENUE A LA SOURCE "RF" SUR L'INTERET        *
001085*                  CREDITEUR ARRETE, COMME INTERETS-BANQUE (TAUX *
001090*                  "RF", EXONERATIONS.TXT), AVANT LE BALAYAGE.   *
001100*---------------------------------------------------------------*
001200* STEP QUOTIDIEN APRES LE POSTAGE : POUR CHAQUE COMPTE EN        *
001300* ATTENTE DE CLOTURE (STATUT "P", POSE PAR L'ACTION "CL" DE      *
001600*     MENSUEL EN VIGUEUR (TAUX.TXT, MEMES REGLES DE TYPE ET DE   *
001700*     PALIER QU'INTERETS-BANQUE - FAUTE DE DATE DE DERNIER       *
001800*     ARRETE SUR LE MAITRE, C'EST LE SEUL ARRETE REPRODUCTIBLE)  *
001900*     ET POSTES EN "IN" OU "ID" ; UN INTERET CREDITEUR SUBIT LA  *
001910*     RETENUE A LA SOURCE "RF" (SAUF CLIENT EXONERE) ;           *
002000*   - LES FRAIS SONT DEJA ARRETES : FRAIS-BANQUE NE FACTURE QUE  *
002100*     LES COMPTES ACTIFS ;                                       *
002200*   - LE SOLDE RESIDUEL CREDITEUR EST BALAYE PAR UN VIREMENT     *
006600     SELECT FICHIER-REGLEMENT ASSIGN TO "../data/reglement.txt"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-REGLEMENT-STATUS.
006810
006820*---------------------------------------------------------------*
006830*    CLIENTS EXONERES DE RETENUE A LA SOURCE (MEMES REGLES       *
006840*    QU'INTERETS-BANQUE).                                        *
006850*---------------------------------------------------------------*
006860     SELECT FICHIER-EXONER ASSIGN TO "../data/exonerations.txt"
006870         ORGANIZATION IS LINE SEQUENTIAL
006880         FILE STATUS IS WS-EXONER-STATUS.
006900
007000*---------------------------------------------------------------*
007100*    TRANSACTIONS VALIDEES DU JOUR (AJOUT SEUL).                 *
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-RUNCTL-STATUS.
009600
009610*---------------------------------------------------------------*
009620*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
009630*    CALENDRIER-BANQUE.                                          *
009640*---------------------------------------------------------------*
009650     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
009660         ORGANIZATION IS LINE SEQUENTIAL
009670         FILE STATUS IS WS-DATECTL-STATUS.
009680
009682*---------------------------------------------------------------*
009684*    BLOCAGES DE FONDS (TENUS PAR MAINT-MASTER), LUS AU          *
009686*    LANCEMENT. ABSENT = AUCUN BLOCAGE.                          *
009688*---------------------------------------------------------------*
009690     SELECT FICHIER-BLOCAGES ASSIGN TO "../data/blocages.txt"
009692         ORGANIZATION IS LINE SEQUENTIAL
009694         FILE STATUS IS WS-BLOCAGES-STATUS.
009696
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  CUSTOMER-MASTER-FILE.
010400
010500 FD  FICHIER-REGLEMENT.
010600 01  LIGNE-REGLEMENT              PIC X(08).
010610
010620 FD  FICHIER-EXONER.
010630 01  LIGNE-EXONER                 PIC X(42).
010700
010800 FD  FICHIER-SORTIE.
010900 01  LIGNE-SORTIE                 PIC X(50).
011700 FD  FICHIER-RUNCTL.
011800 01  LIGNE-RUNCTL                 PIC X(72).
011900
011910 FD  FICHIER-DATECTL.
011920 01  LIGNE-DATECTL               PIC X(18).
011922
011924 FD  FICHIER-BLOCAGES.
011926 01  LIGNE-BLOCAGE                PIC X(82).
011930
012000 WORKING-STORAGE SECTION.
012100*---------------------------------------------------------------*
012200*    VUE DES LIGNES DE TRANSACTION EMISES.                       *
012300*---------------------------------------------------------------*
012400     COPY "tranin.cpy".
012500
012510*---------------------------------------------------------------*
012520*    DATE DE TRAITEMENT DU CYCLE.                                *
012530*---------------------------------------------------------------*
012540     COPY "datectl.cpy".
012550
012560 01  WS-DATECTL-STATUS           PIC X(02).
012570     88  WS-DATECTL-OK               VALUE "00".
012580
012600*---------------------------------------------------------------*
012700*    ZONE DE TRAVAIL POUR L'ECRITURE D'UNE LIGNE D'AUDIT.        *
012800*---------------------------------------------------------------*
014200*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
014300*---------------------------------------------------------------*
014400     COPY "runctl.cpy".
014410
014420*---------------------------------------------------------------*
014430*    VUE D'UNE LIGNE DU FICHIER DES BLOCAGES DE FONDS.           *
014440*---------------------------------------------------------------*
014450     COPY "blocrec.cpy".
014458
014466*---------------------------------------------------------------*
014474*    VUE D'UNE LIGNE DU FICHIER DES EXONERATIONS DE RETENUE.     *
014482*---------------------------------------------------------------*
014490     COPY "exonrec.cpy".
014500
014600 01  WS-MASTER-STATUS            PIC X(02).
014700     88  WS-MASTER-OK                VALUE "00".
015700
015800 01  WS-RUNCTL-STATUS            PIC X(02).
015900     88  WS-RUNCTL-OK                VALUE "00".
015910
015920 01  WS-BLOCAGES-STATUS          PIC X(02).
015930     88  WS-BLOCAGES-OK              VALUE "00".
015940
015950 01  WS-EXONER-STATUS            PIC X(02).
015960     88  WS-EXONER-FICHIER-OK        VALUE "00".
016000
016100 01  WS-SWITCHES.
016200     05  WS-MASTER-EOF           PIC X(01)     VALUE "N".
017100         88  WS-REGLEMENT-CHARGE     VALUE "Y".
017200     05  WS-CLOTURE-POSSIBLE-SW  PIC X(01)     VALUE "Y".
017300         88  WS-CLOTURE-POSSIBLE     VALUE "Y".
017310     05  WS-BLOCAGES-EOF         PIC X(01)     VALUE "N".
017320         88  WS-END-OF-BLOCAGES      VALUE "Y".
017330     05  WS-EXONER-EOF           PIC X(01)     VALUE "N".
017340         88  WS-END-OF-EXONER        VALUE "Y".
017350     05  WS-CLIENT-EXONERE-SW    PIC X(01)     VALUE "N".
017360         88  WS-CLIENT-EXONERE       VALUE "Y".
017400
017500 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
017600 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
019000 01  WS-TAUX-INDICE              PIC 9(03)     VALUE ZERO.
019100 01  WS-TAUX-RETENU              PIC 9(03)     VALUE ZERO.
019200 01  WS-TYPE-CHERCHE             PIC X(02)     VALUE SPACES.
019206
019212*---------------------------------------------------------------*
019218*    RETENUE A LA SOURCE : TAUX "RF" EN VIGUEUR (INDICE, ZERO =  *
019224*    PAS DE RETENUE) ET CLIENTS EXONERES A LA DATE DU JOUR.      *
019230*---------------------------------------------------------------*
019236 01  WS-TAUX-RETENUE             PIC 9(03)     VALUE ZERO.
019242 01  WS-RETENUE-MONTANT          PIC S9(9)V99  VALUE ZERO.
019248
019254 01  WS-TABLE-EXONERES.
019260     05  WS-EXO-NOMBRE           PIC 9(04)     VALUE ZERO.
019266     05  WS-EXO-CLIENT           PIC 9(06)
019272                                 OCCURS 1000 TIMES.
019278
019284 01  WS-EXO-INDICE               PIC 9(04)     VALUE ZERO.
019300
019400*---------------------------------------------------------------*
019500*    CLOTURES EN ATTENTE RELEVEES AU BALAYAGE, DENOUEES UNE PAR  *
020100                                 OCCURS 500 TIMES.
020200
020300 01  WS-ATT-IDX                  PIC 9(03)     VALUE ZERO.
020310
020320*---------------------------------------------------------------*
020330*    MONTANT BLOQUE PAR COMPTE EN ATTENTE DE CLOTURE : CUMUL DES *
020340*    BLOCAGES ACTIFS DONT LA PERIODE COUVRE LA DATE DE           *
020350*    TRAITEMENT, RELEVE APRES LE BALAYAGE DU MAITRE.             *
020360*---------------------------------------------------------------*
020370 01  WS-TABLE-BLOQUES.
020380     05  WS-ATT-BLOQUE           PIC 9(11)V99
020390                                 OCCURS 500 TIMES.
020400
020500*---------------------------------------------------------------*
020600*    ZONES DU DENOUEMENT EN COURS : SOLDE SAUVEGARDE DU COMPTE   *
025200     IF NOT WS-ERREUR
025300         PERFORM 2000-RELEVER-ATTENTE   THRU 2000-EXIT
025400             UNTIL WS-END-OF-MASTER
025410         PERFORM 2500-RELEVER-BLOCAGES  THRU 2500-EXIT
025500         PERFORM 3000-DENOUER-CLOTURES  THRU 3000-EXIT
025600     END-IF.
025700     PERFORM 9999-TERMINATE         THRU 9999-EXIT.
026500*****************************************************************
026600 1000-INITIALIZE.
026700     ACCEPT WS-HEURE-DEBUT FROM TIME.
026800     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
026810     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
026900     PERFORM 1100-CHARGER-TAUX THRU 1100-EXIT.
027000     IF NOT WS-ERREUR
027100         PERFORM 1300-CHARGER-REGLEMENT THRU 1300-EXIT
027110         PERFORM 1500-CHERCHER-RETENUE THRU 1500-EXIT
027120         PERFORM 1600-CHARGER-EXONERES THRU 1600-EXIT
027200         OPEN I-O CUSTOMER-MASTER-FILE
027300         IF NOT WS-MASTER-OK
027400             DISPLAY "ERREUR OUVERTURE CUSTOMER-MASTER : "
037600     END-IF.
037700 1400-EXIT.
037800     EXIT.
037801
037802*****************************************************************
037803* 1500-CHERCHER-RETENUE - TAUX DE RETENUE "RF" EN VIGUEUR (DATE  *
037804*    D'EFFET LA PLUS RECENTE). SANS LIGNE "RF", LES INTERETS     *
037805*    ARRETES SONT POSTES BRUTS.                                  *
037806*****************************************************************
037807 1500-CHERCHER-RETENUE.
037808     MOVE ZERO TO WS-TAUX-RETENU.
037809     MOVE "RF" TO WS-TYPE-CHERCHE.
037810     PERFORM 5100-CHERCHER-TAUX THRU 5100-EXIT
037811         VARYING WS-TAUX-INDICE FROM 1 BY 1
037812         UNTIL WS-TAUX-INDICE > WS-TAUX-NOMBRE.
037813     MOVE WS-TAUX-RETENU TO WS-TAUX-RETENUE.
037814 1500-EXIT.
037815     EXIT.
037816
037817*****************************************************************
037818* 1600-CHARGER-EXONERES - CLIENTS EXONERES A LA DATE DU JOUR,    *
037819*    MEMES REGLES QU'INTERETS-BANQUE. UN FICHIER ABSENT          *
037820*    N'EXONERE PERSONNE.                                         *
037821*****************************************************************
037822 1600-CHARGER-EXONERES.
037823     OPEN INPUT FICHIER-EXONER.
037824     IF WS-EXONER-FICHIER-OK
037825         PERFORM 1650-LIRE-EXONERE THRU 1650-EXIT
037826         PERFORM 1700-RANGER-EXONERE THRU 1700-EXIT
037827             UNTIL WS-END-OF-EXONER
037828         CLOSE FICHIER-EXONER
037829     END-IF.
037830 1600-EXIT.
037831     EXIT.
037832
037833 1650-LIRE-EXONERE.
037834     READ FICHIER-EXONER INTO WS-EXONERATION-RECORD
037835         AT END
037836             MOVE "Y" TO WS-EXONER-EOF
037837     END-READ.
037838 1650-EXIT.
037839     EXIT.
037840
037841 1700-RANGER-EXONERE.
037842     IF EO-CUSTOMER-ID NUMERIC
037843         AND EO-DATE-DEBUT-X NUMERIC
037844         AND EO-DATE-FIN-X NUMERIC
037845         IF EO-DATE-DEBUT NOT > WS-DATE-JOUR
037846             AND (EO-DATE-FIN = ZERO
037847               OR EO-DATE-FIN NOT < WS-DATE-JOUR)
037848             AND WS-EXO-NOMBRE < 1000
037849             ADD 1 TO WS-EXO-NOMBRE
037850             MOVE EO-CUSTOMER-ID-N
037851                 TO WS-EXO-CLIENT (WS-EXO-NOMBRE)
037852         END-IF
037853     ELSE
037854         DISPLAY "LIGNE D'EXONERATION MAL FORMEE IGNOREE : "
037855                 WS-EXONERATION-RECORD
037856     END-IF.
037857     PERFORM 1650-LIRE-EXONERE THRU 1650-EXIT.
037858 1700-EXIT.
037859     EXIT.
037900
038000 2100-LIRE-MAITRE.
038100     READ CUSTOMER-MASTER-FILE NEXT RECORD
040600     PERFORM 2100-LIRE-MAITRE THRU 2100-EXIT.
040700 2000-EXIT.
040800     EXIT.
040802
040804*****************************************************************
040806* 2500-RELEVER-BLOCAGES - MONTANT BLOQUE DE CHAQUE COMPTE RELEVE *
040808*    EN ATTENTE : CUMUL DES BLOCAGES ACTIFS DONT LA PERIODE      *
040810*    (DEBUT, ECHEANCE - ZERO = SANS ECHEANCE) COUVRE LA DATE DE  *
040812*    TRAITEMENT. UN FICHIER ABSENT VAUT AUCUN BLOCAGE.           *
040814*****************************************************************
040816 2500-RELEVER-BLOCAGES.
040818     INITIALIZE WS-TABLE-BLOQUES.
040820     OPEN INPUT FICHIER-BLOCAGES.
040822     IF WS-BLOCAGES-OK
040824         PERFORM 2550-LIRE-BLOCAGE THRU 2550-EXIT
040826             UNTIL WS-END-OF-BLOCAGES
040828         CLOSE FICHIER-BLOCAGES
040830     END-IF.
040832 2500-EXIT.
040834     EXIT.
040836
040838 2550-LIRE-BLOCAGE.
040840     READ FICHIER-BLOCAGES INTO WS-BLOCAGE-RECORD
040842         AT END
040844             MOVE "Y" TO WS-BLOCAGES-EOF
040846         NOT AT END
040848             IF BL-ACCOUNT-NUMBER NUMERIC
040850                 AND BL-MONTANT-X NUMERIC
040852                 AND BL-STATUT-ACTIF
040854                 AND BL-DATE-DEBUT NOT > WS-DATE-JOUR
040856                 AND (BL-DATE-FIN = ZERO
040858                   OR BL-DATE-FIN NOT < WS-DATE-JOUR)
040860                 PERFORM 2560-IMPUTER-BLOCAGE THRU 2560-EXIT
040862                     VARYING WS-ATT-IDX FROM 1 BY 1
040864                     UNTIL WS-ATT-IDX > WS-ATT-NOMBRE
040866             END-IF
040868     END-READ.
040870 2550-EXIT.
040872     EXIT.
040874
040876 2560-IMPUTER-BLOCAGE.
040878     IF WS-ATT-COMPTE (WS-ATT-IDX) = BL-ACCOUNT-NUMBER-N
040880         ADD BL-MONTANT TO WS-ATT-BLOQUE (WS-ATT-IDX)
040882     END-IF.
040884 2560-EXIT.
040886     EXIT.
040900
041000*****************************************************************
041100* 3000-DENOUER-CLOTURES - DENOUEMENT DES CLOTURES RELEVEES, UNE  *
044310
044320*****************************************************************
044330* 4500-CONTROLER-DENOUEMENT - CONTROLES PREALABLES, SANS RIEN    *
044340*    POSTER : UN SOLDE DEBITEUR OU BLOQUE NE SE DENOUE PAS ; SI  *
044350*    UN BALAYAGE SERA NECESSAIRE, LE DESTINATAIRE (COMPTE        *
044360*    DESIGNE OU COMPTE DE REGLEMENT) DOIT EXISTER ET N'ETRE NI   *
044370*    CLOS NI GELE - TRAITEMENT-BANQUE N'ADMET PAS DAVANTAGE UN   *
044380*    CREDIT SUR UN COMPTE CLOS. TOUT ECHEC DIFFERE LA CLOTURE,   *
044390*    QUI SERA RETENTEE AU CYCLE SUIVANT.                         *
044400*****************************************************************
044410 4500-CONTROLER-DENOUEMENT.
044420     IF CM-BALANCE < ZERO
044460         MOVE CM-BALANCE TO MVT-MONTANT
044470         MOVE "CLOTURE DIFFEREE" TO MVT-COMPLEMENT
044480         PERFORM 8200-ECRIRE-MOUVEMENT THRU 8200-EXIT
044482     END-IF.
044484
044486*    UN BLOCAGE DE FONDS ACTIF IMMOBILISE LE SOLDE : RIEN NE
044488*    PEUT ETRE BALAYE TANT QU'IL N'EST NI LEVE NI ECHU.
044490     IF WS-CLOTURE-POSSIBLE
044492         AND WS-ATT-BLOQUE (WS-ATT-IDX) > ZERO
044494         MOVE "N" TO WS-CLOTURE-POSSIBLE-SW
044496         ADD 1 TO WS-CLOTURES-DIFFEREES
044498         MOVE "FONDS BLOQUES" TO MVT-LIBELLE
044500         MOVE WS-ATT-BLOQUE (WS-ATT-IDX) TO MVT-MONTANT
044502         MOVE "CLOTURE DIFFEREE" TO MVT-COMPLEMENT
044504         PERFORM 8200-ECRIRE-MOUVEMENT THRU 8200-EXIT
044506     END-IF.
044508
044510*    UN SOLDE CREDITEUR DEVRA ETRE BALAYE (L'ARRETE D'INTERETS
044520*    NE PEUT PAS LE RENDRE DEBITEUR) : LE DESTINATAIRE EST
044530*    RESOLU ET CONTROLE DES MAINTENANT.
048500         MOVE SPACES TO MVT-COMPLEMENT
048600         PERFORM 8200-ECRIRE-MOUVEMENT THRU 8200-EXIT
048700     END-IF.
048710     IF WS-INTERET-MONTANT > ZERO
048720         PERFORM 5200-RETENIR-IMPOT THRU 5200-EXIT
048730     END-IF.
048800 5000-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200* 5100-CHERCHER-TAUX - MEME CHOIX DE LIGNE QU'INTERETS-BANQUE :  *
049300*    PALIER LE PLUS ELEVE ATTEINT, PUIS DATE D'EFFET LA PLUS     *
049400*    RECENTE ("DB" ET "RF" SANS PALIERS).                        *
049500*****************************************************************
049600 5100-CHERCHER-TAUX.
049700     IF WS-TAUX-TYPE (WS-TAUX-INDICE) = WS-TYPE-CHERCHE
049800         AND (WS-TYPE-CHERCHE = "DB" OR "RF"
049900           OR WS-TAUX-PLANCHER (WS-TAUX-INDICE)
050000              NOT > CM-BALANCE)
050100         IF WS-TAUX-RETENU = ZERO
051300     END-IF.
051400 5100-EXIT.
051500     EXIT.
051502
051504*****************************************************************
051506* 5200-RETENIR-IMPOT - RETENUE A LA SOURCE SUR L'INTERET ARRETE, *
051508*    COMME INTERETS-BANQUE : DEBIT "RF" AU TAUX "RF" EN VIGUEUR, *
051510*    SAUF CLIENT EXONERE. ELLE FIGURE SUR L'ETAT DES CLOTURES ET *
051512*    DIMINUE D'AUTANT LE RESIDU BALAYE.                          *
051514*****************************************************************
051516 5200-RETENIR-IMPOT.
051518     MOVE ZERO TO WS-RETENUE-MONTANT.
051520     MOVE "N" TO WS-CLIENT-EXONERE-SW.
051522     PERFORM 5250-CHERCHER-EXONERE THRU 5250-EXIT
051524         VARYING WS-EXO-INDICE FROM 1 BY 1
051526         UNTIL WS-EXO-INDICE > WS-EXO-NOMBRE
051528            OR WS-CLIENT-EXONERE.
051530     IF NOT WS-CLIENT-EXONERE
051532         AND WS-TAUX-RETENUE > ZERO
051534         COMPUTE WS-RETENUE-MONTANT ROUNDED =
051536             (WS-INTERET-MONTANT
051538                 * WS-TAUX-VALEUR (WS-TAUX-RETENUE)) / 1000000
051540     END-IF.
051542
051544     IF WS-RETENUE-MONTANT > ZERO
051546         MOVE CM-BALANCE TO AUD-BALANCE-BEFORE
051548         SUBTRACT WS-RETENUE-MONTANT FROM CM-BALANCE
051550         REWRITE CUSTOMER-RECORD
051552         MOVE SPACES             TO WS-TRANSACTION-RECORD
051554         MOVE CM-ACCOUNT-NUMBER  TO TR-ACCOUNT-NUMBER-N
051556         MOVE "RF"               TO TR-TRANS-CODE
051558         MOVE WS-RETENUE-MONTANT TO TR-AMOUNT
051560         PERFORM 8000-ATTRIBUER-REFERENCE THRU 8000-EXIT
051562         PERFORM 8100-ECRIRE-SORTIE-AUDIT THRU 8100-EXIT
051564         MOVE "RETENUE A LA SOURCE" TO MVT-LIBELLE
051566         COMPUTE MVT-MONTANT = ZERO - WS-RETENUE-MONTANT
051568         MOVE SPACES TO MVT-COMPLEMENT
051570         PERFORM 8200-ECRIRE-MOUVEMENT THRU 8200-EXIT
051572     END-IF.
051574 5200-EXIT.
051576     EXIT.
051578
051580 5250-CHERCHER-EXONERE.
051582     IF WS-EXO-CLIENT (WS-EXO-INDICE) = CM-CUSTOMER-ID
051584         MOVE "Y" TO WS-CLIENT-EXONERE-SW
051586     END-IF.
051588 5250-EXIT.
051590     EXIT.
051600
051700*****************************************************************
051800* 6000-BALAYER-RESIDU - VIREMENT "VI" DU SOLDE RESIDUEL VERS LE  *
064900     MOVE TR-TRANS-CODE       TO AUD-TRANS-CODE.
065000     MOVE TR-AMOUNT-X         TO AUD-AMOUNT-X.
065100     MOVE TR-REFERENCE        TO AUD-REFERENCE.
065200     MOVE WS-DATE-JOUR        TO AUD-DATE.
065300     ACCEPT AUD-TIME          FROM TIME.
065400     WRITE LIGNE-AUDIT FROM WS-AUDIT-RECORD.
065500 8150-EXIT.
069600 9999-EXIT.
069700     EXIT.
069800
069804*****************************************************************
069808* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
069812*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
069816*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
069820*****************************************************************
069824 9700-LIRE-DATE-TRT.
069828     MOVE ZERO TO DT-DATE-TRAITEMENT.
069832     OPEN INPUT FICHIER-DATECTL.
069836     IF WS-DATECTL-OK
069840         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
069844             AT END
069848                 MOVE ZERO TO DT-DATE-TRAITEMENT
069852         END-READ
069856         CLOSE FICHIER-DATECTL
069860     END-IF.
069864     IF DT-DATE-TRAITEMENT NOT NUMERIC
069868         OR DT-DATE-TRAITEMENT = ZERO
069872         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
069876         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
069880                 DT-DATE-TRAITEMENT
069884     END-IF.
069888 9700-EXIT.
069892     EXIT.
069896
069900*****************************************************************
070000* 9800-ECRIRE-RUN - ENREGISTREMENT DE PASSAGE DANS LE JOURNAL    *
070100*    DU CYCLE (AJOUT SEUL, CREE A LA PREMIERE EXECUTION).        *
070200*****************************************************************
070300 9800-ECRIRE-RUN.
070400     MOVE "CLOTURE-BANQUE" TO RUN-PROGRAM.
070500     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
070600     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
070700     ACCEPT RUN-HEURE-FIN FROM TIME.
070800     MOVE WS-ATTENTES-RELEVEES TO RUN-LIGNES-LUES.
