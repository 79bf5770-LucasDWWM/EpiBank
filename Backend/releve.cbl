000910*  2026-09-02  ML  LA REFERENCE DE TRANSACTION DE CHAQUE       *
000920*                  MOUVEMENT EST IMPRIMEE SUR LE RELEVE : LE     *
000930*                  CLIENT ET L'AGENCE PARLENT DU MEME NUMERO.    *
000940*  2026-10-15  ML  LES EXTOURNES SONT SIGNALEES : LIBELLE        *
000950*                  "EXTOURNE" SUR LA LIGNE D'EXTOURNE ("EX") ET  *
000960*                  "EXTOURNEE" SUR LE MOUVEMENT D'ORIGINE,       *
000970*                  RETROUVE PAR SA REFERENCE ET SA DATE DANS LE  *
000980*                  REGISTRE DES EXTOURNES (EXTOURNES.TXT).       *
000984*  2026-10-15  ML  LE NUMERO DU CHEQUE EST IMPRIME EN LIBELLE    *
000988*                  ("CHQ" + NUMERO) SUR LES LIGNES "CQ",         *
000992*                  RETROUVE PAR SA REFERENCE ET SA DATE DANS LE  *
000996*                  REGISTRE DES CHEQUES PAYES (CHQPAYES.TXT).    *
001000*---------------------------------------------------------------*
001100* TRAITEMENT DE FIN DE MOIS : POUR CHAQUE COMPTE DU FICHIER      *
001200* MAITRE, EDITE UN RELEVE DU MOIS DEMANDE (SAISI SOUS LA FORME   *
005400     SELECT FICHIER-RELEVES ASSIGN TO "../data/releves.txt"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005605*---------------------------------------------------------------*
005610*    REGISTRE DES EXTOURNES POSTEES PAR TRAITEMENT-BANQUE : LIEN *
005615*    ENTRE UNE EXTOURNE ET LE MOUVEMENT D'ORIGINE.               *
005620*---------------------------------------------------------------*
005625     SELECT FICHIER-EXTOURNES ASSIGN TO "../data/extournes.txt"
005630         ORGANIZATION IS LINE SEQUENTIAL
005635         FILE STATUS IS WS-EXTOURNES-STATUS.
005640
005645*---------------------------------------------------------------*
005650*    REGISTRE DES CHEQUES PAYES PAR TRAITEMENT-BANQUE : NUMERO   *
005655*    DU CHEQUE DE CHAQUE MOUVEMENT "CQ".                         *
005660*---------------------------------------------------------------*
005665     SELECT FICHIER-CHEQUES ASSIGN TO "../data/chqpayes.txt"
005670         ORGANIZATION IS LINE SEQUENTIAL
005675         FILE STATUS IS WS-CHEQUES-STATUS.
005680
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CUSTOMER-MASTER-FILE.
006500 FD  FICHIER-RELEVES.
006600 01  LIGNE-RELEVE                 PIC X(80).
006700
006710 FD  FICHIER-EXTOURNES.
006720 01  LIGNE-EXTOURNE               PIC X(56).
006730
006740 FD  FICHIER-CHEQUES.
006750 01  LIGNE-CHEQUE                 PIC X(45).
006760
006800 WORKING-STORAGE SECTION.
006900*---------------------------------------------------------------*
007000*    VUE DE TRAVAIL D'UNE ECRITURE DU JOURNAL D'AUDIT.           *
007100*---------------------------------------------------------------*
007200     COPY "auditrec.cpy".
007300
007305*---------------------------------------------------------------*
007310*    VUE D'UNE LIGNE DU REGISTRE DES EXTOURNES.                  *
007315*---------------------------------------------------------------*
007320     COPY "extrec.cpy".
007325
007330*---------------------------------------------------------------*
007335*    VUE D'UNE LIGNE DU REGISTRE DES CHEQUES PAYES.              *
007340*---------------------------------------------------------------*
007345     COPY "chqrec.cpy".
007350
007400 01  WS-MASTER-STATUS            PIC X(02).
007500     88  WS-MASTER-OK                VALUE "00".
007600
007700 01  WS-AUDIT-STATUS             PIC X(02).
007800     88  WS-AUDIT-OK                 VALUE "00".
007900
007910 01  WS-EXTOURNES-STATUS         PIC X(02).
007920     88  WS-EXTOURNES-OK             VALUE "00".
007930
007940 01  WS-CHEQUES-STATUS           PIC X(02).
007950     88  WS-CHEQUES-OK               VALUE "00".
007960
008000 01  WS-SWITCHES.
008100     05  WS-MASTER-EOF           PIC X(01)     VALUE "N".
008200         88  WS-END-OF-MASTER        VALUE "Y".
008800         88  WS-PREMIER-RELEVE       VALUE "Y".
008810     05  WS-FICHIERS-OUVERTS-SW  PIC X(01)     VALUE "N".
008820         88  WS-FICHIERS-OUVERTS     VALUE "Y".
008830     05  WS-EXTOURNES-EOF        PIC X(01)     VALUE "N".
008840         88  WS-END-OF-EXTOURNES     VALUE "Y".
008850     05  WS-EXT-TROUVE-SW        PIC X(01)     VALUE "N".
008860         88  WS-EXT-TROUVE           VALUE "Y".
008868     05  WS-CHEQUES-EOF          PIC X(01)     VALUE "N".
008876         88  WS-END-OF-CHEQUES       VALUE "Y".
008884     05  WS-CHQ-TROUVE-SW        PIC X(01)     VALUE "N".
008892         88  WS-CHQ-TROUVE           VALUE "Y".
008900
009000 01  WS-PERIODE                  PIC X(06)     VALUE SPACES.
009100
009103*---------------------------------------------------------------*
009106*    MOUVEMENTS DE LA PERIODE EXTOURNES (REFERENCE ET DATE DE    *
009109*    L'ORIGINAL), CHARGES DEPUIS LE REGISTRE.                    *
009112*---------------------------------------------------------------*
009115 01  WS-TABLE-EXTOURNES.
009118     05  WS-EXT-NOMBRE           PIC 9(04)     VALUE ZERO.
009121     05  WS-EXT-ENTREE           OCCURS 2000 TIMES.
009124         10  WS-EXT-REF          PIC X(10).
009127         10  WS-EXT-DATE         PIC 9(08).
009130
009133 01  WS-EXT-IDX                  PIC 9(04)     VALUE ZERO.
009136
009139*---------------------------------------------------------------*
009142*    CHEQUES PAYES DANS LA PERIODE (REFERENCE ET DATE DU         *
009145*    MOUVEMENT, NUMERO DU CHEQUE), CHARGES DEPUIS LE REGISTRE.   *
009148*---------------------------------------------------------------*
009151 01  WS-TABLE-CHEQUES.
009154     05  WS-CHQ-NOMBRE           PIC 9(04)     VALUE ZERO.
009157     05  WS-CHQ-ENTREE           OCCURS 5000 TIMES.
009160         10  WS-CHQ-REF          PIC X(10).
009163         10  WS-CHQ-DATE         PIC 9(08).
009166         10  WS-CHQ-NUMERO       PIC 9(08).
009169
009172 01  WS-CHQ-IDX                  PIC 9(04)     VALUE ZERO.
009175
009200 01  WS-COMPTEURS.
009300     05  WS-COMPTES-LUS          PIC 9(07)     VALUE ZERO.
009400     05  WS-RELEVES-EDITES       PIC 9(07)     VALUE ZERO.
012900     05  MVT-SOLDE               PIC -Z,ZZZ,ZZZ,ZZ9.99.
012910     05  FILLER                  PIC X(02)     VALUE SPACES.
012920     05  MVT-REFERENCE           PIC X(10).
013000     05  FILLER                  PIC X(01)     VALUE SPACES.
013050     05  MVT-LIBELLE             PIC X(14)     VALUE SPACES.
013100
013200 PROCEDURE DIVISION.
013300*****************************************************************
015100         MOVE "Y" TO WS-MASTER-EOF
015200         MOVE 16 TO RETURN-CODE
015300     ELSE
015310         PERFORM 1100-CHARGER-EXTOURNES THRU 1100-EXIT
015320         PERFORM 1200-CHARGER-CHEQUES THRU 1200-EXIT
015400         OPEN INPUT  CUSTOMER-MASTER-FILE
015500         IF NOT WS-MASTER-OK
015600             DISPLAY "ERREUR OUVERTURE CUSTOMER-MASTER : "
016500 1000-EXIT.
016600     EXIT.
016700
016701*****************************************************************
016702* 1100-CHARGER-EXTOURNES - MOUVEMENTS DE LA PERIODE DEJA         *
016703*    EXTOURNES, LUS DANS LE REGISTRE. UN REGISTRE ABSENT (AUCUNE *
016704*    EXTOURNE ENCORE POSTEE) LAISSE LA TABLE VIDE.               *
016705*****************************************************************
016706 1100-CHARGER-EXTOURNES.
016707     OPEN INPUT FICHIER-EXTOURNES.
016708     IF WS-EXTOURNES-OK
016709         PERFORM 1150-LIRE-EXTOURNE THRU 1150-EXIT
016710             UNTIL WS-END-OF-EXTOURNES
016711         CLOSE FICHIER-EXTOURNES
016712     END-IF.
016713 1100-EXIT.
016714     EXIT.
016715
016716 1150-LIRE-EXTOURNE.
016717     READ FICHIER-EXTOURNES INTO WS-EXTOURNE-RECORD
016718         AT END
016719             MOVE "Y" TO WS-EXTOURNES-EOF
016720         NOT AT END
016721             IF EXT-DATE-ORIGINE (1:6) = WS-PERIODE
016722                 AND WS-EXT-NOMBRE < 2000
016723                 ADD 1 TO WS-EXT-NOMBRE
016724                 MOVE EXT-REFERENCE
016725                     TO WS-EXT-REF (WS-EXT-NOMBRE)
016726                 MOVE EXT-DATE-ORIGINE
016727                     TO WS-EXT-DATE (WS-EXT-NOMBRE)
016728             END-IF
016729     END-READ.
016730 1150-EXIT.
016731     EXIT.
016732
016733*****************************************************************
016734* 1200-CHARGER-CHEQUES - CHEQUES PAYES DANS LA PERIODE, LUS      *
016735*    DANS LE REGISTRE. UN REGISTRE ABSENT (AUCUN CHEQUE ENCORE   *
016736*    PAYE) LAISSE LA TABLE VIDE.                                 *
016737*****************************************************************
016738 1200-CHARGER-CHEQUES.
016739     OPEN INPUT FICHIER-CHEQUES.
016740     IF WS-CHEQUES-OK
016741         PERFORM 1250-LIRE-CHEQUE THRU 1250-EXIT
016742             UNTIL WS-END-OF-CHEQUES
016743         CLOSE FICHIER-CHEQUES
016744     END-IF.
016745 1200-EXIT.
016746     EXIT.
016747
016748 1250-LIRE-CHEQUE.
016749     READ FICHIER-CHEQUES INTO WS-CHEQUE-PAYE-RECORD
016750         AT END
016751             MOVE "Y" TO WS-CHEQUES-EOF
016752         NOT AT END
016753             IF CP-DATE-PAIEMENT (1:6) = WS-PERIODE
016754                 AND WS-CHQ-NOMBRE < 5000
016755                 ADD 1 TO WS-CHQ-NOMBRE
016756                 MOVE CP-REFERENCE
016757                     TO WS-CHQ-REF (WS-CHQ-NOMBRE)
016758                 MOVE CP-DATE-PAIEMENT
016759                     TO WS-CHQ-DATE (WS-CHQ-NOMBRE)
016760                 MOVE CP-CHEQUE-NUMBER
016761                     TO WS-CHQ-NUMERO (WS-CHQ-NOMBRE)
016762             END-IF
016763     END-READ.
016764 1250-EXIT.
016765     EXIT.
016766
016800*****************************************************************
016900* 2000-TRAITER-COMPTE - EDITION DU RELEVE D'UN COMPTE PUIS       *
017000*    LECTURE DU COMPTE SUIVANT. LE JOURNAL D'AUDIT EST REBALAYE  *
022100*    ECRITURE DU COMPTE (SOLDE D'OUVERTURE = SOLDE AVANT LE      *
022200*    PREMIER MOUVEMENT DU MOIS), PUIS LIGNE DE MOUVEMENT AVEC LE *
022300*    NOUVEAU SOLDE.                                              *
022310*    UNE EXTOURNE ET LE MOUVEMENT QU'ELLE ANNULE SONT SIGNALES   *
022320*    PAR LEUR LIBELLE, UN CHEQUE PAR SON NUMERO.                 *
022400*****************************************************************
022500 3100-EDITER-MOUVEMENT.
022600     IF NOT WS-RELEVE-OUVERT
023200     MOVE AUD-AMOUNT         TO MVT-MONTANT.
023300     MOVE AUD-BALANCE-AFTER  TO MVT-SOLDE.
023310     MOVE AUD-REFERENCE      TO MVT-REFERENCE.
023316     MOVE SPACES             TO MVT-LIBELLE.
023322     IF AUD-TRANS-CODE = "EX"
023328         MOVE "EXTOURNE" TO MVT-LIBELLE
023334     ELSE
023340         MOVE "N" TO WS-EXT-TROUVE-SW
023346         PERFORM 3150-CHERCHER-EXTOURNE THRU 3150-EXIT
023352             VARYING WS-EXT-IDX FROM 1 BY 1
023358             UNTIL WS-EXT-IDX > WS-EXT-NOMBRE
023364                OR WS-EXT-TROUVE
023370         IF WS-EXT-TROUVE
023376             MOVE "EXTOURNEE" TO MVT-LIBELLE
023382         END-IF
023388     END-IF.
023389*    UN CHEQUE EST DESIGNE PAR SON NUMERO, MEME S'IL A ETE
023390*    EXTOURNE (LA LIGNE D'EXTOURNE QUI SUIT LE SIGNALE).
023391     IF AUD-TRANS-CODE = "CQ"
023392         MOVE "N" TO WS-CHQ-TROUVE-SW
023393         PERFORM 3160-CHERCHER-CHEQUE THRU 3160-EXIT
023394             VARYING WS-CHQ-IDX FROM 1 BY 1
023395             UNTIL WS-CHQ-IDX > WS-CHQ-NOMBRE
023396                OR WS-CHQ-TROUVE
023397     END-IF.
023400     WRITE LIGNE-RELEVE FROM WS-LIGNE-MOUVEMENT.
023500     MOVE AUD-BALANCE-AFTER  TO WS-SOLDE-CLOTURE.
023600     ADD 1 TO WS-MOUVEMENTS-EDITES.
023700 3100-EXIT.
023800     EXIT.
023900
023904 3150-CHERCHER-EXTOURNE.
023908     IF WS-EXT-REF (WS-EXT-IDX) = AUD-REFERENCE
023912         AND WS-EXT-DATE (WS-EXT-IDX) = AUD-DATE
023916         MOVE "Y" TO WS-EXT-TROUVE-SW
023920     END-IF.
023924 3150-EXIT.
023928     EXIT.
023932
023936 3160-CHERCHER-CHEQUE.
023940     IF WS-CHQ-REF (WS-CHQ-IDX) = AUD-REFERENCE
023944         AND WS-CHQ-DATE (WS-CHQ-IDX) = AUD-DATE
023948         MOVE "Y" TO WS-CHQ-TROUVE-SW
023952         MOVE SPACES TO MVT-LIBELLE
023956         STRING "CHQ " WS-CHQ-NUMERO (WS-CHQ-IDX)
023960             DELIMITED BY SIZE INTO MVT-LIBELLE
023964         END-STRING
023968     END-IF.
023972 3160-EXIT.
023976     EXIT.
023980
024000*****************************************************************
024100* 3200-OUVRIR-RELEVE - SAUT DE PAGE (SAUF POUR LE PREMIER        *
024200*    RELEVE), EN-TETE DU COMPTE ET SOLDE D'OUVERTURE.            *
