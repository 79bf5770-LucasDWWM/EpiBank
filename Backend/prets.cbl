000100*****************************************************************
000200* PROGRAM-ID    : PRETS-BANQUE                                   *
000300* AUTHOR        : M. LEFEVRE - EQUIPE ETUDES BANCAIRES           *
000400* INSTALLATION  : EPIBANK                                        *
000500* DATE-WRITTEN  : 2026-10-15                                     *
000600*---------------------------------------------------------------*
000700* MODIFICATION HISTORY                                           *
000800*  2026-10-15  ML  PROGRAMME INITIAL - PRELEVEMENT MENSUEL DES   *
000900*                  ECHEANCES DE PRETS, SUIVI DES IMPAYES ET      *
001000*                  ETAT DU PORTEFEUILLE.                         *
001100*---------------------------------------------------------------*
001200* TRAITEMENT DE FIN DE MOIS, PASSE APRES INTERETS-BANQUE ET      *
001300* AVANT FRAIS-BANQUE. POUR CHAQUE PRET EN COURS DE PRETS.TXT,    *
001400* LES ECHEANCES ECHUES A LA DATE DE TRAITEMENT ET NON PAYEES     *
001500* (ECHEANCIER.TXT) SONT PRESENTEES DANS L'ORDRE SUR LE COMPTE    *
001600* DE REMBOURSEMENT LIE, LA PLUS ANCIENNE D'ABORD :               *
001700*   - UNE ECHEANCE COUVERTE PAR LE SOLDE DISPONIBLE (SOLDE PLUS  *
001800*     DECOUVERT AUTORISE MOINS BLOCAGES EN VIGUEUR) EST DEBITEE  *
001900*     EN DEUX LIGNES : INTERETS "PI" ET CAPITAL "PC", CHACUNE    *
002000*     AVEC SA LIGNE DE SORTIE, SON AUDIT ET SA REFERENCE ; LE    *
002100*     CAPITAL RESTANT DU PRET BAISSE D'AUTANT ;                  *
002200*   - UNE ECHEANCE NON COUVERTE, OU DONT LE COMPTE LIE N'EST     *
002300*     PAS ACTIF, RESTE IMPAYEE ("I"), AINSI QUE LES SUIVANTES    *
002400*     DU MEME PRET ; ELLES SONT REPRESENTEES LE MOIS SUIVANT.    *
002500* LE NOMBRE, LE MONTANT ET LA DATE DE LA PLUS ANCIENNE ECHEANCE  *
002600* IMPAYEE SONT RECALCULES SUR LE PRET (FRAIS-BANQUE FACTURE LE   *
002700* FRAIS DE RETARD "RP" PAR ECHEANCE IMPAYEE). UN PRET DONT LA    *
002800* DERNIERE ECHEANCE EST PAYEE EST SOLDE ET SON COMPTE DE PRET    *
002900* CLOS ; IL FIGURE SUR L'ETAT DU MOIS PUIS DISPARAIT DES         *
003000* FICHIERS LE MOIS SUIVANT.                                      *
003100* LES FICHIERS A JOUR SONT ECRITS SOUS PRETS.NEW.TXT ET          *
003200* ECHEANCIER.NEW.TXT, QUI NE REMPLACENT LES ORIGINAUX QU'EN FIN  *
003300* NORMALE. L'ETAT DU PORTEFEUILLE (PRETS-ETAT.TXT) DONNE PAR     *
003400* PRET LE CAPITAL RESTANT, LES ECHEANCES PAYEES CE MOIS, LES     *
003500* IMPAYES, LEUR ANCIENNETE EN JOURS ET SA TRANCHE, PUIS LES      *
003600* TOTAUX DU PORTEFEUILLE ET DES TRANCHES D'IMPAYES.              *
003700* LES DEUX FICHIERS SONT CONTROLES AVANT TOUT POSTAGE : UNE      *
003800* LIGNE ILLISIBLE OU UN ECHEANCIER QUI NE SUIT PAS SON PRET      *
003900* ARRETE LE LOT (RC 16) SANS RIEN POSTER.                        *
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.     PRETS-BANQUE.
004300 AUTHOR.         M. LEFEVRE.
004400 INSTALLATION.   EPIBANK.
004500 DATE-WRITTEN.   2026-10-15.
004600 DATE-COMPILED.
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100*---------------------------------------------------------------*
005200*    FICHIER MAITRE CLIENT, EN ACCES DIRECT : COMPTES LIES       *
005300*    DEBITES ET COMPTES DE PRET CLOS.                            *
005400*---------------------------------------------------------------*
005500     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "../data/customer.dat"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS CM-ACCOUNT-NUMBER
005900         FILE STATUS IS WS-MASTER-STATUS.
006000
006100*---------------------------------------------------------------*
006200*    PRETS ET ECHEANCIERS EN ENTREE, TENUS DANS LE MEME ORDRE    *
006300*    (OUVERTURE PAR MAINT-MASTER), ET LEURS VERSIONS A JOUR.     *
006400*---------------------------------------------------------------*
006500     SELECT FICHIER-PRETS ASSIGN TO "../data/prets.txt"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PRETS-STATUS.
006800
006900     SELECT FICHIER-ECHEANCIER ASSIGN TO "../data/echeancier.txt"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-ECHEANCIER-STATUS.
007200
007300     SELECT FICHIER-PRETS-NEW ASSIGN TO "../data/prets.new.txt"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600     SELECT FICHIER-ECHEANCIER-NEW
007700         ASSIGN TO "../data/echeancier.new.txt"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900
008000*---------------------------------------------------------------*
008100*    BLOCAGES DE FONDS (TENUS PAR MAINT-MASTER), LUS AU          *
008200*    LANCEMENT. ABSENT = AUCUN BLOCAGE.                          *
008300*---------------------------------------------------------------*
008400     SELECT FICHIER-BLOCAGES ASSIGN TO "../data/blocages.txt"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-BLOCAGES-STATUS.
008700
008800*---------------------------------------------------------------*
008900*    FICHIER DES TRANSACTIONS VALIDEES DU JOUR (AJOUT SEUL).     *
009000*---------------------------------------------------------------*
009100     SELECT FICHIER-SORTIE ASSIGN TO "../data/output.txt"
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300
009400*---------------------------------------------------------------*
009500*    JOURNAL D'AUDIT (AJOUT SEUL) DES VARIATIONS DE SOLDE.       *
009600*---------------------------------------------------------------*
009700     SELECT FICHIER-AUDIT ASSIGN TO "../data/audit.log"
009800         ORGANIZATION IS LINE SEQUENTIAL.
009900
010000*---------------------------------------------------------------*
010100*    ETAT DU PORTEFEUILLE DE PRETS DU MOIS.                      *
010200*---------------------------------------------------------------*
010300     SELECT FICHIER-ETAT ASSIGN TO "../data/prets-etat.txt"
010400         ORGANIZATION IS LINE SEQUENTIAL.
010500
010600*---------------------------------------------------------------*
010700*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
010800*    CALENDRIER-BANQUE.                                          *
010900*---------------------------------------------------------------*
011000     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-DATECTL-STATUS.
011300
011400 DATA DIVISION.
011500 FILE SECTION.
011600 FD  CUSTOMER-MASTER-FILE.
011700     COPY "custmas.cpy".
011800
011900 FD  FICHIER-PRETS.
012000 01  LIGNE-PRET                   PIC X(109).
012100
012200 FD  FICHIER-ECHEANCIER.
012300 01  LIGNE-ECHEANCE               PIC X(72).
012400
012500 FD  FICHIER-PRETS-NEW.
012600 01  LIGNE-PRET-NEW               PIC X(109).
012700
012800 FD  FICHIER-ECHEANCIER-NEW.
012900 01  LIGNE-ECHEANCE-NEW           PIC X(72).
013000
013100 FD  FICHIER-BLOCAGES.
013200 01  LIGNE-BLOCAGE                PIC X(82).
013300
013400 FD  FICHIER-SORTIE.
013500 01  LIGNE-SORTIE                 PIC X(50).
013600
013700 FD  FICHIER-AUDIT.
013800 01  LIGNE-AUDIT                  PIC X(70).
013900
014000 FD  FICHIER-ETAT.
014100 01  LIGNE-ETAT                   PIC X(80).
014200
014300 FD  FICHIER-DATECTL.
014400 01  LIGNE-DATECTL                PIC X(18).
014500
014600 WORKING-STORAGE SECTION.
014700*---------------------------------------------------------------*
014800*    DATE DE TRAITEMENT DU CYCLE.                                *
014900*---------------------------------------------------------------*
015000     COPY "datectl.cpy".
015100
015200 01  WS-DATECTL-STATUS           PIC X(02).
015300     88  WS-DATECTL-OK               VALUE "00".
015400
015500*---------------------------------------------------------------*
015600*    VUES D'UN PRET, D'UNE LIGNE D'ECHEANCIER ET D'UN BLOCAGE.   *
015700*---------------------------------------------------------------*
015800     COPY "pretrec.cpy".
015900
016000     COPY "echrec.cpy".
016100
016200     COPY "blocrec.cpy".
016300
016400*---------------------------------------------------------------*
016500*    LIGNES DE PRELEVEMENT A AJOUTER EN SORTIE ET EN AUDIT.      *
016600*---------------------------------------------------------------*
016700     COPY "tranin.cpy".
016800
016900     COPY "auditrec.cpy".
017000
017100 01  WS-MASTER-STATUS            PIC X(02).
017200     88  WS-MASTER-OK                VALUE "00".
017300
017400 01  WS-PRETS-STATUS             PIC X(02).
017500     88  WS-PRETS-OK                 VALUE "00".
017600
017700 01  WS-ECHEANCIER-STATUS        PIC X(02).
017800     88  WS-ECHEANCIER-OK            VALUE "00".
017900
018000 01  WS-BLOCAGES-STATUS          PIC X(02).
018100     88  WS-BLOCAGES-OK              VALUE "00".
018200
018300 01  WS-SWITCHES.
018400     05  WS-PRETS-EOF            PIC X(01)     VALUE "N".
018500         88  WS-END-OF-PRETS         VALUE "Y".
018600     05  WS-ECHEANCIER-EOF       PIC X(01)     VALUE "N".
018700         88  WS-END-OF-ECHEANCIER    VALUE "Y".
018800     05  WS-BLOCAGES-EOF         PIC X(01)     VALUE "N".
018900         88  WS-END-OF-BLOCAGES      VALUE "Y".
019000     05  WS-BLOCAGES-SATURE-SW   PIC X(01)     VALUE "N".
019100         88  WS-BLOCAGES-SATURE      VALUE "Y".
019200     05  WS-PRETS-PRESENTS-SW    PIC X(01)     VALUE "N".
019300         88  WS-PRETS-PRESENTS       VALUE "Y".
019400     05  WS-INCOHERENCE-SW       PIC X(01)     VALUE "N".
019500         88  WS-FICHIERS-INCOHERENTS VALUE "Y".
019600     05  WS-FICHIERS-OUVERTS-SW  PIC X(01)     VALUE "N".
019700         88  WS-FICHIERS-OUVERTS     VALUE "Y".
019800     05  WS-ECHEC-PRET-SW        PIC X(01)     VALUE "N".
019900         88  WS-ECHEC-PRET           VALUE "Y".
020000
020100 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
020200 01  WS-PERIODE                  PIC X(06)     VALUE SPACES.
020300
020400*---------------------------------------------------------------*
020500*    MONTANT BLOQUE PAR COMPTE : CUMUL DES BLOCAGES ACTIFS DONT  *
020600*    LA PERIODE COUVRE LA DATE DE TRAITEMENT.                    *
020700*---------------------------------------------------------------*
020800 01  WS-TABLE-BLOCAGES.
020900     05  WS-BLQ-NOMBRE           PIC 9(05)     VALUE ZERO.
021000     05  WS-BLQ-ENTREE           OCCURS 2000 TIMES.
021100         10  WS-BLQ-COMPTE       PIC 9(08).
021200         10  WS-BLQ-MONTANT      PIC 9(11)V99.
021300
021400 01  WS-BLQ-IDX                  PIC 9(05)     VALUE ZERO.
021500 01  WS-BLQ-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
021600 01  WS-BLQ-CHERCHE-COMPTE       PIC 9(08)     VALUE ZERO.
021700
021800*---------------------------------------------------------------*
021900*    PRELEVEMENT EN COURS : RANG ATTENDU DANS L'ECHEANCIER,      *
022000*    MOTIF DE NON-PAIEMENT DU COMPTE LIE OU DE L'ECHEANCE,       *
022100*    DISPONIBLE DU COMPTE LIE ET LIGNE A POSTER.                 *
022200*---------------------------------------------------------------*
022300 01  WS-ECH-RANG                 PIC 9(03)     VALUE ZERO.
022400 01  WS-MOTIF-LIE                PIC X(25)     VALUE SPACES.
022500 01  WS-MOTIF-ECHEC              PIC X(25)     VALUE SPACES.
022600 01  WS-MONTANT-BLOQUE           PIC 9(11)V99  VALUE ZERO.
022700 01  WS-LIMITE-DISPONIBLE        PIC S9(11)V99 VALUE ZERO.
022800 01  WS-CODE-POSTE               PIC X(02)     VALUE SPACES.
022900 01  WS-MONTANT-POSTE            PIC 9(09)V99  VALUE ZERO.
023000 01  WS-PAYEES-PRET              PIC 9(03)     VALUE ZERO.
023100 01  WS-JOURS-RETARD             PIC 9(05)     VALUE ZERO.
023200
023300*---------------------------------------------------------------*
023400*    COMPTEUR DES REFERENCES DE TRANSACTION EMISES CE PASSAGE.   *
023500*---------------------------------------------------------------*
023600 01  WS-REF-COMPTEUR             PIC 9(04)     VALUE ZERO.
023700
023800*---------------------------------------------------------------*
023900*    TRANCHES D'ANCIENNETE DES IMPAYES (JOURS DEPUIS L'ECHEANCE  *
024000*    IMPAYEE LA PLUS ANCIENNE) : LIBELLE, PRETS ET MONTANT.      *
024100*---------------------------------------------------------------*
024200 01  WS-LIBELLES-TRANCHES.
024300     05  FILLER                  PIC X(07)     VALUE "0-30".
024400     05  FILLER                  PIC X(07)     VALUE "31-60".
024500     05  FILLER                  PIC X(07)     VALUE "61-90".
024600     05  FILLER                  PIC X(07)     VALUE "+90".
024700 01  WS-LIBELLES-TRANCHES-R REDEFINES WS-LIBELLES-TRANCHES.
024800     05  WS-LIB-TRANCHE          PIC X(07)     OCCURS 4 TIMES.
024900
025000 01  WS-TABLE-TRANCHES.
025100     05  WS-TRANCHE              OCCURS 4 TIMES.
025200         10  WS-TRA-PRETS        PIC 9(05).
025300         10  WS-TRA-MONTANT      PIC 9(11)V99.
025400
025500 01  WS-TRA-IDX                  PIC 9(01)     VALUE ZERO.
025600
025700 01  WS-COMPTEURS.
025800     05  WS-PRETS-LUS            PIC 9(05)     VALUE ZERO.
025900     05  WS-PRETS-EN-COURS       PIC 9(05)     VALUE ZERO.
026000     05  WS-PRETS-IMPAYES        PIC 9(05)     VALUE ZERO.
026100     05  WS-PRETS-SOLDES         PIC 9(05)     VALUE ZERO.
026200     05  WS-PRETS-PURGES         PIC 9(05)     VALUE ZERO.
026300     05  WS-ECHEANCES-PRELEVEES  PIC 9(05)     VALUE ZERO.
026400     05  WS-ECHEANCES-REFUSEES   PIC 9(05)     VALUE ZERO.
026500
026600 01  WS-TOTAUX.
026700     05  WS-TOTAL-RESTANT        PIC 9(11)V99  VALUE ZERO.
026800     05  WS-TOTAL-INTERETS       PIC 9(11)V99  VALUE ZERO.
026900     05  WS-TOTAL-CAPITAL        PIC 9(11)V99  VALUE ZERO.
027000     05  WS-TOTAL-IMPAYES        PIC 9(11)V99  VALUE ZERO.
027100
027200 01  WS-TOTAL-EDIT               PIC Z,ZZZ,ZZ9.
027300 01  WS-MONTANT-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99.
027400
027500*---------------------------------------------------------------*
027600*    LIGNES D'EDITION DE L'ETAT.                                 *
027700*---------------------------------------------------------------*
027800 01  WS-LIGNE-TITRE.
027900     05  FILLER                  PIC X(37)
028000         VALUE "ETAT DU PORTEFEUILLE DE PRETS - MOIS ".
028100     05  TIT-PERIODE             PIC X(06).
028200     05  FILLER                  PIC X(37)     VALUE SPACES.
028300
028400 01  WS-LIGNE-ENTETE.
028500     05  FILLER                  PIC X(40)
028600         VALUE "PRET     LIE         CAP RESTANT PAY IMP".
028700     05  FILLER                  PIC X(40)
028800         VALUE "        IMPAYE JOUR TRANCHE ETAT        ".
028900
029000 01  WS-LIGNE-PRET-ETAT.
029100     05  ETP-PRET                PIC 9(08).
029200     05  FILLER                  PIC X(01)     VALUE SPACE.
029300     05  ETP-COMPTE-LIE          PIC 9(08).
029400     05  FILLER                  PIC X(01)     VALUE SPACE.
029500     05  ETP-RESTANT             PIC ZZZ,ZZZ,ZZ9.99.
029600     05  FILLER                  PIC X(01)     VALUE SPACE.
029700     05  ETP-PAYEES              PIC ZZ9.
029800     05  FILLER                  PIC X(01)     VALUE SPACE.
029900     05  ETP-IMPAYES             PIC ZZ9.
030000     05  FILLER                  PIC X(01)     VALUE SPACE.
030100     05  ETP-MONTANT-IMPAYE      PIC ZZ,ZZZ,ZZ9.99.
030200     05  FILLER                  PIC X(01)     VALUE SPACE.
030300     05  ETP-JOURS               PIC ZZZ9.
030400     05  FILLER                  PIC X(01)     VALUE SPACE.
030500     05  ETP-TRANCHE             PIC X(07).
030600     05  FILLER                  PIC X(01)     VALUE SPACE.
030700     05  ETP-ETAT                PIC X(06).
030800     05  FILLER                  PIC X(06)     VALUE SPACES.
030900
031000 PROCEDURE DIVISION.
031100*****************************************************************
031200* 0000-MAINLINE                                                  *
031300*****************************************************************
031400 0000-MAINLINE.
031500     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
031600     PERFORM 2000-TRAITER-PRET   THRU 2000-EXIT
031700         UNTIL WS-END-OF-PRETS.
031800     PERFORM 9999-TERMINATE      THRU 9999-EXIT.
031900     STOP RUN.
032000
032100*****************************************************************
032200* 1000-INITIALIZE - CONTROLE DES FICHIERS DE PRETS, BLOCAGES EN  *
032300*    VIGUEUR, PUIS OUVERTURE DU FICHIER MAITRE, DES FICHIERS DE  *
032400*    TRAVAIL ET DE L'ETAT. SANS PRET, L'ETAT EST EDITE VIDE.     *
032500*****************************************************************
032600 1000-INITIALIZE.
032700     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
032800     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
032900     MOVE WS-DATE-JOUR (1:6) TO WS-PERIODE.
033000     INITIALIZE WS-TABLE-TRANCHES.
033100
033200     PERFORM 1100-CONTROLER-FICHIERS THRU 1100-EXIT.
033300     IF WS-FICHIERS-INCOHERENTS
033400         DISPLAY "FICHIERS DE PRETS INCOHERENTS - LOT ARRETE"
033500         MOVE "Y" TO WS-PRETS-EOF
033600         MOVE 16 TO RETURN-CODE
033700     ELSE
033800         PERFORM 1300-CHARGER-BLOCAGES THRU 1300-EXIT
033900         IF WS-BLOCAGES-SATURE
034000             DISPLAY "BLOCAGES INEXPLOITABLES - LOT ARRETE"
034100             MOVE "Y" TO WS-PRETS-EOF
034200             MOVE 16 TO RETURN-CODE
034300         ELSE
034400             PERFORM 1500-OUVRIR-FICHIERS THRU 1500-EXIT
034500         END-IF
034600     END-IF.
034700 1000-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100* 1100-CONTROLER-FICHIERS - PREMIERE LECTURE DES DEUX FICHIERS,  *
035200*    SANS RIEN POSTER : CHAQUE PRET DOIT ETRE LISIBLE ET SUIVI   *
035300*    DE SES LIGNES D'ECHEANCIER, NUMEROTEES DE 1 A SA DUREE, ET  *
035400*    AUCUNE LIGNE NE DOIT RESTER SANS PRET. PRETS.TXT ABSENT =   *
035500*    AUCUN PRET.                                                 *
035600*****************************************************************
035700 1100-CONTROLER-FICHIERS.
035800     OPEN INPUT FICHIER-PRETS.
035900     IF WS-PRETS-OK
036000         MOVE "Y" TO WS-PRETS-PRESENTS-SW
036100         OPEN INPUT FICHIER-ECHEANCIER
036200         IF WS-ECHEANCIER-OK
036300             PERFORM 2100-LIRE-ECHEANCE THRU 2100-EXIT
036400             PERFORM 1200-CONTROLER-PRET THRU 1200-EXIT
036500                 UNTIL WS-END-OF-PRETS OR WS-FICHIERS-INCOHERENTS
036600             IF NOT WS-FICHIERS-INCOHERENTS
036700                 AND NOT WS-END-OF-ECHEANCIER
036800                 DISPLAY "LIGNE D'ECHEANCIER SANS PRET : "
036900                         WS-ECHEANCE-RECORD
037000                 MOVE "Y" TO WS-INCOHERENCE-SW
037100             END-IF
037200             CLOSE FICHIER-ECHEANCIER
037300         ELSE
037400             DISPLAY "ECHEANCIER.TXT ABSENT : "
037500                     WS-ECHEANCIER-STATUS
037600             MOVE "Y" TO WS-INCOHERENCE-SW
037700         END-IF
037800         CLOSE FICHIER-PRETS
037900     ELSE
038000         DISPLAY "AUCUN PRET (PRETS.TXT ABSENT) : "
038100                 WS-PRETS-STATUS
038200     END-IF.
038300     MOVE "N" TO WS-PRETS-EOF.
038400     MOVE "N" TO WS-ECHEANCIER-EOF.
038500     MOVE ZERO TO WS-PRETS-LUS.
038600 1100-EXIT.
038700     EXIT.
038800
038900 1200-CONTROLER-PRET.
039000     PERFORM 2050-LIRE-PRET THRU 2050-EXIT.
039100     IF NOT WS-END-OF-PRETS
039200         IF PR-ACCOUNT-NUMBER NOT NUMERIC
039300             OR PR-COMPTE-LIE NOT NUMERIC
039400             OR PR-DUREE NOT NUMERIC
039500             OR PR-CAPITAL-RESTANT NOT NUMERIC
039600             OR PR-ECHEANCES-PAYEES NOT NUMERIC
039700             OR PR-DATE-SOLDE NOT NUMERIC
039800             OR NOT (PR-STATUT-EN-COURS OR PR-STATUT-SOLDE)
039900             DISPLAY "LIGNE DE PRET ILLISIBLE : " WS-PRET-RECORD
040000             MOVE "Y" TO WS-INCOHERENCE-SW
040100         ELSE
040200             MOVE ZERO TO WS-ECH-RANG
040300             PERFORM 1250-CONTROLER-ECHEANCE THRU 1250-EXIT
040400                 UNTIL WS-END-OF-ECHEANCIER
040500                    OR WS-FICHIERS-INCOHERENTS
040600                    OR EC-ACCOUNT-NUMBER NOT = PR-ACCOUNT-NUMBER
040700             IF NOT WS-FICHIERS-INCOHERENTS
040800                 AND WS-ECH-RANG NOT = PR-DUREE
040900                 DISPLAY "ECHEANCIER INCOMPLET POUR LE PRET "
041000                         PR-ACCOUNT-NUMBER
041100                 MOVE "Y" TO WS-INCOHERENCE-SW
041200             END-IF
041300         END-IF
041400     END-IF.
041500 1200-EXIT.
041600     EXIT.
041700
041800 1250-CONTROLER-ECHEANCE.
041900     ADD 1 TO WS-ECH-RANG.
042000     IF EC-NUMERO NOT NUMERIC
042100         OR EC-DATE-ECHEANCE NOT NUMERIC
042200         OR EC-MONTANT NOT NUMERIC
042300         OR EC-INTERET NOT NUMERIC
042400         OR EC-CAPITAL NOT NUMERIC
042500         OR EC-RESTANT-APRES NOT NUMERIC
042600         OR NOT (EC-STATUT-A-ECHOIR OR EC-STATUT-PAYEE
042700                 OR EC-STATUT-IMPAYEE)
042800         DISPLAY "LIGNE D'ECHEANCIER ILLISIBLE : "
042900                 WS-ECHEANCE-RECORD
043000         MOVE "Y" TO WS-INCOHERENCE-SW
043100     ELSE
043200         IF EC-NUMERO NOT = WS-ECH-RANG
043300             DISPLAY "ECHEANCIER HORS SEQUENCE : "
043400                     WS-ECHEANCE-RECORD
043500             MOVE "Y" TO WS-INCOHERENCE-SW
043600         END-IF
043700     END-IF.
043800     PERFORM 2100-LIRE-ECHEANCE THRU 2100-EXIT.
043900 1250-EXIT.
044000     EXIT.
044100
044200*****************************************************************
044300* 1300-CHARGER-BLOCAGES - CUMUL PAR COMPTE DES BLOCAGES DE FONDS *
044400*    ACTIFS DONT LA PERIODE (DEBUT ATTEINT, FIN A ZERO OU NON    *
044500*    DEPASSEE) COUVRE LA DATE DE TRAITEMENT. FICHIER ABSENT =    *
044600*    AUCUN BLOCAGE ; UNE LIGNE ILLISIBLE EST SIGNALEE ET         *
044700*    IGNOREE ; UNE TABLE SATUREE ARRETE LE LOT (UN BLOCAGE       *
044800*    PERDU LAISSERAIT PRELEVER DES FONDS BLOQUES).               *
044900*****************************************************************
045000 1300-CHARGER-BLOCAGES.
045100     OPEN INPUT FICHIER-BLOCAGES.
045200     IF WS-BLOCAGES-OK
045300         PERFORM 1350-RANGER-BLOCAGE THRU 1350-EXIT
045400             UNTIL WS-END-OF-BLOCAGES OR WS-BLOCAGES-SATURE
045500         CLOSE FICHIER-BLOCAGES
045600     END-IF.
045700 1300-EXIT.
045800     EXIT.
045900
046000 1350-RANGER-BLOCAGE.
046100     READ FICHIER-BLOCAGES INTO WS-BLOCAGE-RECORD
046200         AT END
046300             MOVE "Y" TO WS-BLOCAGES-EOF
046400         NOT AT END
046500             IF BL-ACCOUNT-NUMBER NOT NUMERIC
046600                 OR BL-MONTANT-X NOT NUMERIC
046700                 DISPLAY "LIGNE BLOCAGE ILLISIBLE : "
046800                         WS-BLOCAGE-RECORD
046900             ELSE
047000                 IF BL-STATUT-ACTIF
047100                     AND BL-DATE-DEBUT NOT > WS-DATE-JOUR
047200                     AND (BL-DATE-FIN = ZERO
047300                       OR BL-DATE-FIN NOT < WS-DATE-JOUR)
047400                     PERFORM 1370-CUMULER-BLOCAGE THRU 1370-EXIT
047500                 END-IF
047600             END-IF
047700     END-READ.
047800 1350-EXIT.
047900     EXIT.
048000
048100 1370-CUMULER-BLOCAGE.
048200     MOVE BL-ACCOUNT-NUMBER-N TO WS-BLQ-CHERCHE-COMPTE.
048300     PERFORM 1400-CHERCHER-BLOCAGE THRU 1400-EXIT.
048400     IF WS-BLQ-TROUVE-IDX = ZERO
048500         IF WS-BLQ-NOMBRE < 2000
048600             ADD 1 TO WS-BLQ-NOMBRE
048700             MOVE BL-ACCOUNT-NUMBER-N
048800                 TO WS-BLQ-COMPTE (WS-BLQ-NOMBRE)
048900             MOVE ZERO TO WS-BLQ-MONTANT (WS-BLQ-NOMBRE)
049000             MOVE WS-BLQ-NOMBRE TO WS-BLQ-TROUVE-IDX
049100         ELSE
049200             DISPLAY "TABLE DES BLOCAGES SATUREE"
049300             MOVE "Y" TO WS-BLOCAGES-SATURE-SW
049400         END-IF
049500     END-IF.
049600     IF WS-BLQ-TROUVE-IDX > ZERO
049700         ADD BL-MONTANT TO WS-BLQ-MONTANT (WS-BLQ-TROUVE-IDX)
049800     END-IF.
049900 1370-EXIT.
050000     EXIT.
050100
050200*****************************************************************
050300* 1400-CHERCHER-BLOCAGE - ENTREE DE LA TABLE DES BLOCAGES DU     *
050400*    COMPTE CHERCHE (ZERO = AUCUN BLOCAGE EN VIGUEUR).           *
050500*****************************************************************
050600 1400-CHERCHER-BLOCAGE.
050700     MOVE ZERO TO WS-BLQ-TROUVE-IDX.
050800     PERFORM 1450-COMPARER-BLOCAGE THRU 1450-EXIT
050900         VARYING WS-BLQ-IDX FROM 1 BY 1
051000         UNTIL WS-BLQ-IDX > WS-BLQ-NOMBRE
051100            OR WS-BLQ-TROUVE-IDX > ZERO.
051200 1400-EXIT.
051300     EXIT.
051400
051500 1450-COMPARER-BLOCAGE.
051600     IF WS-BLQ-COMPTE (WS-BLQ-IDX) = WS-BLQ-CHERCHE-COMPTE
051700         MOVE WS-BLQ-IDX TO WS-BLQ-TROUVE-IDX
051800     END-IF.
051900 1450-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300* 1500-OUVRIR-FICHIERS - FICHIER MAITRE EN MISE A JOUR, SORTIE   *
052400*    ET AUDIT EN AJOUT, VERSIONS A JOUR DES FICHIERS DE PRETS ET *
052500*    ETAT, PUIS PREMIERE LECTURE DES DEUX FICHIERS DE PRETS.     *
052600*****************************************************************
052700 1500-OUVRIR-FICHIERS.
052800     OPEN I-O CUSTOMER-MASTER-FILE.
052900     IF NOT WS-MASTER-OK
053000         DISPLAY "ERREUR OUVERTURE CUSTOMER-MASTER : "
053100                 WS-MASTER-STATUS
053200         MOVE "Y" TO WS-PRETS-EOF
053300         MOVE 12 TO RETURN-CODE
053400     ELSE
053500         OPEN EXTEND FICHIER-SORTIE
053600         OPEN EXTEND FICHIER-AUDIT
053700         OPEN OUTPUT FICHIER-PRETS-NEW
053800         OPEN OUTPUT FICHIER-ECHEANCIER-NEW
053900         OPEN OUTPUT FICHIER-ETAT
054000         MOVE "Y" TO WS-FICHIERS-OUVERTS-SW
054100         MOVE WS-PERIODE TO TIT-PERIODE
054200         WRITE LIGNE-ETAT FROM WS-LIGNE-TITRE
054300         WRITE LIGNE-ETAT FROM WS-LIGNE-ENTETE
054400         IF WS-PRETS-PRESENTS
054500             OPEN INPUT FICHIER-PRETS
054600             OPEN INPUT FICHIER-ECHEANCIER
054700             PERFORM 2100-LIRE-ECHEANCE THRU 2100-EXIT
054800             PERFORM 2050-LIRE-PRET THRU 2050-EXIT
054900         ELSE
055000             MOVE "Y" TO WS-PRETS-EOF
055100         END-IF
055200     END-IF.
055300 1500-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700* 2000-TRAITER-PRET - UN PRET SOLDE UN MOIS PRECEDENT EST PURGE  *
055800*    AVEC SON ECHEANCIER ; UN PRET SOLDE CE MOIS EST RECOPIE ET  *
055900*    EDITE ; UN PRET EN COURS VOIT SES ECHEANCES ECHUES          *
056000*    PRESENTEES SUR LE COMPTE LIE, SES IMPAYES RECALCULES, PUIS  *
056100*    EST SOLDE SI SA DERNIERE ECHEANCE EST PAYEE.                *
056200*****************************************************************
056300 2000-TRAITER-PRET.
056400     EVALUATE TRUE
056500         WHEN PR-STATUT-SOLDE
056600             AND PR-DATE-SOLDE (1:6) < WS-PERIODE
056700             PERFORM 2100-LIRE-ECHEANCE THRU 2100-EXIT
056800                 UNTIL WS-END-OF-ECHEANCIER
056900                    OR EC-ACCOUNT-NUMBER NOT = PR-ACCOUNT-NUMBER
057000             ADD 1 TO WS-PRETS-PURGES
057100         WHEN PR-STATUT-SOLDE
057200             PERFORM 2150-RECOPIER-ECHEANCE THRU 2150-EXIT
057300                 UNTIL WS-END-OF-ECHEANCIER
057400                    OR EC-ACCOUNT-NUMBER NOT = PR-ACCOUNT-NUMBER
057500             MOVE ZERO TO WS-PAYEES-PRET
057600             WRITE LIGNE-PRET-NEW FROM WS-PRET-RECORD
057700             PERFORM 2800-EDITER-PRET THRU 2800-EXIT
057800         WHEN OTHER
057900             MOVE "N"  TO WS-ECHEC-PRET-SW
058000             MOVE ZERO TO WS-PAYEES-PRET
058100             MOVE ZERO TO PR-IMPAYES-NOMBRE
058200             MOVE ZERO TO PR-IMPAYES-MONTANT
058300             MOVE ZERO TO PR-DATE-PREMIER-IMPAYE
058400             PERFORM 2200-LIRE-COMPTE-LIE THRU 2200-EXIT
058500             PERFORM 2300-TRAITER-ECHEANCE THRU 2300-EXIT
058600                 UNTIL WS-END-OF-ECHEANCIER
058700                    OR EC-ACCOUNT-NUMBER NOT = PR-ACCOUNT-NUMBER
058800             IF PR-ECHEANCES-PAYEES = PR-DUREE
058900                 PERFORM 2600-SOLDER-PRET THRU 2600-EXIT
059000             END-IF
059100             WRITE LIGNE-PRET-NEW FROM WS-PRET-RECORD
059200             PERFORM 2800-EDITER-PRET THRU 2800-EXIT
059300     END-EVALUATE.
059400     PERFORM 2050-LIRE-PRET THRU 2050-EXIT.
059500 2000-EXIT.
059600     EXIT.
059700
059800 2050-LIRE-PRET.
059900     READ FICHIER-PRETS INTO WS-PRET-RECORD
060000         AT END
060100             MOVE "Y" TO WS-PRETS-EOF
060200         NOT AT END
060300             ADD 1 TO WS-PRETS-LUS
060400     END-READ.
060500 2050-EXIT.
060600     EXIT.
060700
060800 2100-LIRE-ECHEANCE.
060900     READ FICHIER-ECHEANCIER INTO WS-ECHEANCE-RECORD
061000         AT END
061100             MOVE "Y" TO WS-ECHEANCIER-EOF
061200     END-READ.
061300 2100-EXIT.
061400     EXIT.
061500
061600 2150-RECOPIER-ECHEANCE.
061700     WRITE LIGNE-ECHEANCE-NEW FROM WS-ECHEANCE-RECORD.
061800     PERFORM 2100-LIRE-ECHEANCE THRU 2100-EXIT.
061900 2150-EXIT.
062000     EXIT.
062100
062200*****************************************************************
062300* 2200-LIRE-COMPTE-LIE - LECTURE DU COMPTE DE REMBOURSEMENT ET   *
062400*    DE SES BLOCAGES EN VIGUEUR. UN COMPTE ABSENT OU NON ACTIF   *
062500*    (GELE, DORMANT, CLOS) NE PEUT PAS ETRE PRELEVE : LE MOTIF   *
062600*    S'APPLIQUE A TOUTES LES ECHEANCES ECHUES DU PRET.           *
062700*****************************************************************
062800 2200-LIRE-COMPTE-LIE.
062900     MOVE SPACES TO WS-MOTIF-LIE.
063000     MOVE PR-COMPTE-LIE TO CM-ACCOUNT-NUMBER.
063100     READ CUSTOMER-MASTER-FILE
063200         INVALID KEY
063300             MOVE "COMPTE LIE INEXISTANT" TO WS-MOTIF-LIE
063400     END-READ.
063500     IF WS-MOTIF-LIE = SPACES
063600         AND NOT CM-STATUS-ACTIVE
063700         MOVE "COMPTE LIE NON ACTIF" TO WS-MOTIF-LIE
063800     END-IF.
063900
064000     MOVE ZERO TO WS-MONTANT-BLOQUE.
064100     MOVE PR-COMPTE-LIE TO WS-BLQ-CHERCHE-COMPTE.
064200     PERFORM 1400-CHERCHER-BLOCAGE THRU 1400-EXIT.
064300     IF WS-BLQ-TROUVE-IDX > ZERO
064400         MOVE WS-BLQ-MONTANT (WS-BLQ-TROUVE-IDX)
064500             TO WS-MONTANT-BLOQUE
064600     END-IF.
064700 2200-EXIT.
064800     EXIT.
064900
065000*****************************************************************
065100* 2300-TRAITER-ECHEANCE - UNE ECHEANCE ECHUE NON PAYEE EST       *
065200*    PRESENTEE, SAUF SI UNE ECHEANCE PLUS ANCIENNE DU MEME PRET  *
065300*    VIENT D'ECHOUER : ELLE RESTE ALORS IMPAYEE SANS ETRE        *
065400*    PRESENTEE. LES IMPAYES DU PRET SONT CUMULES AU PASSAGE ET   *
065500*    LA LIGNE EST RECOPIEE DANS L'ECHEANCIER A JOUR.             *
065600*****************************************************************
065700 2300-TRAITER-ECHEANCE.
065800     IF (EC-STATUT-A-ECHOIR OR EC-STATUT-IMPAYEE)
065900         AND EC-DATE-ECHEANCE NOT > WS-DATE-JOUR
066000         IF WS-ECHEC-PRET
066100             MOVE "I" TO EC-STATUT
066200         ELSE
066300             PERFORM 2400-PRELEVER-ECHEANCE THRU 2400-EXIT
066400         END-IF
066500     END-IF.
066600
066700     IF EC-STATUT-IMPAYEE
066800         ADD 1 TO PR-IMPAYES-NOMBRE
066900         ADD EC-MONTANT TO PR-IMPAYES-MONTANT
067000         IF PR-DATE-PREMIER-IMPAYE = ZERO
067100             MOVE EC-DATE-ECHEANCE TO PR-DATE-PREMIER-IMPAYE
067200         END-IF
067300     END-IF.
067400
067500     WRITE LIGNE-ECHEANCE-NEW FROM WS-ECHEANCE-RECORD.
067600     PERFORM 2100-LIRE-ECHEANCE THRU 2100-EXIT.
067700 2300-EXIT.
067800     EXIT.
067900
068000*****************************************************************
068100* 2400-PRELEVER-ECHEANCE - L'ECHEANCE ENTIERE DOIT TENIR DANS LE *
068200*    DISPONIBLE DU COMPTE LIE (PAS DE PAIEMENT PARTIEL). AU-DELA *
068300*    DU SOLDE PLUS DECOUVERT, LE MOTIF EST "SOLDE INSUFFISANT" ; *
068400*    SI SEULS LES BLOCAGES L'EMPECHENT, "FONDS BLOQUES".         *
068500*    PAYEE, ELLE EST DEBITEE EN INTERETS "PI" PUIS CAPITAL "PC"  *
068600*    (UN MONTANT NUL NE POSTE RIEN) ET LE CAPITAL RESTANT DU     *
068700*    PRET DEVIENT CELUI DE L'ECHEANCIER APRES CETTE ECHEANCE.    *
068800*****************************************************************
068900 2400-PRELEVER-ECHEANCE.
069000     MOVE WS-MOTIF-LIE TO WS-MOTIF-ECHEC.
069100     IF WS-MOTIF-ECHEC = SPACES
069200         COMPUTE WS-LIMITE-DISPONIBLE =
069300             CM-BALANCE + CM-OVERDRAFT-LIMIT
069400         IF EC-MONTANT > WS-LIMITE-DISPONIBLE
069500             MOVE "SOLDE INSUFFISANT" TO WS-MOTIF-ECHEC
069600         ELSE
069700             IF EC-MONTANT >
069800                 WS-LIMITE-DISPONIBLE - WS-MONTANT-BLOQUE
069900                 MOVE "FONDS BLOQUES" TO WS-MOTIF-ECHEC
070000             END-IF
070100         END-IF
070200     END-IF.
070300
070400     IF WS-MOTIF-ECHEC = SPACES
070500         IF EC-INTERET > ZERO
070600             MOVE "PI"       TO WS-CODE-POSTE
070700             MOVE EC-INTERET TO WS-MONTANT-POSTE
070800             PERFORM 2500-POSTER-DEBIT THRU 2500-EXIT
070900             ADD EC-INTERET TO WS-TOTAL-INTERETS
071000         END-IF
071100         IF EC-CAPITAL > ZERO
071200             MOVE "PC"       TO WS-CODE-POSTE
071300             MOVE EC-CAPITAL TO WS-MONTANT-POSTE
071400             PERFORM 2500-POSTER-DEBIT THRU 2500-EXIT
071500             ADD EC-CAPITAL TO WS-TOTAL-CAPITAL
071600         END-IF
071700         MOVE "P"              TO EC-STATUT
071800         MOVE WS-DATE-JOUR     TO EC-DATE-PAIEMENT
071900         MOVE EC-RESTANT-APRES TO PR-CAPITAL-RESTANT
072000         ADD 1 TO PR-ECHEANCES-PAYEES
072100         ADD 1 TO WS-PAYEES-PRET
072200         ADD 1 TO WS-ECHEANCES-PRELEVEES
072300     ELSE
072400         MOVE "I" TO EC-STATUT
072500         MOVE "Y" TO WS-ECHEC-PRET-SW
072600         ADD 1 TO WS-ECHEANCES-REFUSEES
072700         DISPLAY "ECHEANCE IMPAYEE - PRET " PR-ACCOUNT-NUMBER
072800                 " NO " EC-NUMERO " : " WS-MOTIF-ECHEC
072900     END-IF.
073000 2400-EXIT.
073100     EXIT.
073200
073300*****************************************************************
073400* 2500-POSTER-DEBIT - DEBITE LE COMPTE LIE, AJOUTE LA LIGNE DE   *
073500*    TRANSACTION EN SORTIE ET TRACE L'AUDIT, SOUS LE CODE ET     *
073600*    POUR LE MONTANT PREPARES PAR L'APPELANT.                    *
073700*****************************************************************
073800 2500-POSTER-DEBIT.
073900     MOVE CM-BALANCE TO AUD-BALANCE-BEFORE.
074000     SUBTRACT WS-MONTANT-POSTE FROM CM-BALANCE.
074100     REWRITE CUSTOMER-RECORD.
074200
074300     MOVE SPACES              TO WS-TRANSACTION-RECORD.
074400     MOVE CM-ACCOUNT-NUMBER   TO TR-ACCOUNT-NUMBER-N.
074500     MOVE WS-CODE-POSTE       TO TR-TRANS-CODE.
074600     MOVE WS-MONTANT-POSTE    TO TR-AMOUNT.
074700     PERFORM 2550-ATTRIBUER-REFERENCE THRU 2550-EXIT.
074800     WRITE LIGNE-SORTIE FROM WS-TRANSACTION-RECORD.
074900
075000     MOVE CM-BALANCE          TO AUD-BALANCE-AFTER.
075100     MOVE CM-ACCOUNT-NUMBER   TO AUD-ACCOUNT-NUMBER.
075200     MOVE WS-CODE-POSTE       TO AUD-TRANS-CODE.
075300     MOVE TR-AMOUNT-X         TO AUD-AMOUNT-X.
075400     MOVE TR-REFERENCE        TO AUD-REFERENCE.
075500     MOVE WS-DATE-JOUR        TO AUD-DATE.
075600     ACCEPT AUD-TIME          FROM TIME.
075700     WRITE LIGNE-AUDIT FROM WS-AUDIT-RECORD.
075800 2500-EXIT.
075900     EXIT.
076000
076100*****************************************************************
076200* 2550-ATTRIBUER-REFERENCE - REFERENCE DE LA LIGNE EMISE : CODE  *
076300*    TRANSACTION + MMJJ + COMPTEUR SUR 4 POSITIONS.              *
076400*****************************************************************
076500 2550-ATTRIBUER-REFERENCE.
076600     ADD 1 TO WS-REF-COMPTEUR.
076700     MOVE SPACES TO TR-REFERENCE.
076800     STRING TR-TRANS-CODE WS-DATE-JOUR (5:4) WS-REF-COMPTEUR
076900         DELIMITED BY SIZE INTO TR-REFERENCE
077000     END-STRING.
077100 2550-EXIT.
077200     EXIT.
077300
077400*****************************************************************
077500* 2600-SOLDER-PRET - DERNIERE ECHEANCE PAYEE : LE PRET PASSE     *
077600*    SOLDE A LA DATE DE TRAITEMENT ET SON COMPTE DE PRET EST     *
077700*    CLOS DANS LE FICHIER MAITRE (SON SOLDE EST TOUJOURS NUL).   *
077800*****************************************************************
077900 2600-SOLDER-PRET.
078000     MOVE "S"          TO PR-STATUT.
078100     MOVE WS-DATE-JOUR TO PR-DATE-SOLDE.
078200     MOVE ZERO         TO PR-CAPITAL-RESTANT.
078300     ADD 1 TO WS-PRETS-SOLDES.
078400
078500     MOVE PR-ACCOUNT-NUMBER-N TO CM-ACCOUNT-NUMBER.
078600     READ CUSTOMER-MASTER-FILE
078700         INVALID KEY
078800             DISPLAY "COMPTE DE PRET ABSENT DU MAITRE : "
078900                     PR-ACCOUNT-NUMBER
079000         NOT INVALID KEY
079100             MOVE "C" TO CM-STATUS
079200             REWRITE CUSTOMER-RECORD
079300     END-READ.
079400 2600-EXIT.
079500     EXIT.
079600
079700*****************************************************************
079800* 2800-EDITER-PRET - LIGNE DU PRET SUR L'ETAT : "SOLDE" POUR UN  *
079900*    PRET SOLDE CE MOIS ; POUR UN PRET EN COURS, "IMPAYE" AVEC   *
080000*    L'ANCIENNETE EN JOURS DE SON ECHEANCE IMPAYEE LA PLUS       *
080100*    ANCIENNE ET SA TRANCHE (0-30, 31-60, 61-90, +90), OU "A     *
080200*    JOUR". LES TOTAUX DU PORTEFEUILLE ET DES TRANCHES SONT      *
080300*    CUMULES AU PASSAGE.                                         *
080400*****************************************************************
080500 2800-EDITER-PRET.
080600     MOVE PR-ACCOUNT-NUMBER-N  TO ETP-PRET.
080700     MOVE PR-COMPTE-LIE        TO ETP-COMPTE-LIE.
080800     MOVE PR-CAPITAL-RESTANT   TO ETP-RESTANT.
080900     MOVE WS-PAYEES-PRET       TO ETP-PAYEES.
081000     MOVE ZERO                 TO ETP-IMPAYES.
081100     MOVE ZERO                 TO ETP-MONTANT-IMPAYE.
081200     MOVE ZERO                 TO ETP-JOURS.
081300     MOVE SPACES               TO ETP-TRANCHE.
081400
081500     EVALUATE TRUE
081600         WHEN PR-STATUT-SOLDE
081700             MOVE "SOLDE" TO ETP-ETAT
081800         WHEN PR-IMPAYES-NOMBRE > ZERO
081900             COMPUTE WS-JOURS-RETARD =
082000                 FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
082100               - FUNCTION INTEGER-OF-DATE (PR-DATE-PREMIER-IMPAYE)
082200             EVALUATE TRUE
082300                 WHEN WS-JOURS-RETARD NOT > 30
082400                     MOVE 1 TO WS-TRA-IDX
082500                 WHEN WS-JOURS-RETARD NOT > 60
082600                     MOVE 2 TO WS-TRA-IDX
082700                 WHEN WS-JOURS-RETARD NOT > 90
082800                     MOVE 3 TO WS-TRA-IDX
082900                 WHEN OTHER
083000                     MOVE 4 TO WS-TRA-IDX
083100             END-EVALUATE
083200             MOVE PR-IMPAYES-NOMBRE  TO ETP-IMPAYES
083300             MOVE PR-IMPAYES-MONTANT TO ETP-MONTANT-IMPAYE
083400             MOVE WS-JOURS-RETARD    TO ETP-JOURS
083500             MOVE WS-LIB-TRANCHE (WS-TRA-IDX) TO ETP-TRANCHE
083600             MOVE "IMPAYE" TO ETP-ETAT
083700             ADD 1 TO WS-TRA-PRETS (WS-TRA-IDX)
083800             ADD PR-IMPAYES-MONTANT TO WS-TRA-MONTANT (WS-TRA-IDX)
083900             ADD 1 TO WS-PRETS-IMPAYES
084000             ADD PR-IMPAYES-MONTANT TO WS-TOTAL-IMPAYES
084100         WHEN OTHER
084200             MOVE "A JOUR" TO ETP-ETAT
084300     END-EVALUATE.
084400
084500     IF PR-STATUT-EN-COURS
084600         ADD 1 TO WS-PRETS-EN-COURS
084700         ADD PR-CAPITAL-RESTANT TO WS-TOTAL-RESTANT
084800     END-IF.
084900     WRITE LIGNE-ETAT FROM WS-LIGNE-PRET-ETAT.
085000 2800-EXIT.
085100     EXIT.
085200
085300*****************************************************************
085400* 9999-TERMINATE - TOTAUX DE L'ETAT ET FERMETURES. LES FICHIERS  *
085500*    DE TRAVAIL NE SONT OUVERTS QUE SI LES CONTROLES ONT PASSE   *
085600*    ET QUE LE FICHIER MAITRE A PU L'ETRE.                       *
085700*****************************************************************
085800 9999-TERMINATE.
085900     IF WS-FICHIERS-OUVERTS
086000         PERFORM 9100-EDITER-TOTAUX THRU 9100-EXIT
086100         IF WS-PRETS-PRESENTS
086200             CLOSE FICHIER-PRETS
086300             CLOSE FICHIER-ECHEANCIER
086400         END-IF
086500         CLOSE CUSTOMER-MASTER-FILE
086600         CLOSE FICHIER-SORTIE
086700         CLOSE FICHIER-AUDIT
086800         CLOSE FICHIER-PRETS-NEW
086900         CLOSE FICHIER-ECHEANCIER-NEW
087000         CLOSE FICHIER-ETAT
087100     END-IF.
087200
087300     DISPLAY "PRETS LUS               : " WS-PRETS-LUS.
087400     DISPLAY "PRETS EN COURS          : " WS-PRETS-EN-COURS.
087500     DISPLAY "ECHEANCES PRELEVEES     : " WS-ECHEANCES-PRELEVEES.
087600     DISPLAY "ECHEANCES IMPAYEES      : " WS-ECHEANCES-REFUSEES.
087700     DISPLAY "PRETS EN IMPAYE         : " WS-PRETS-IMPAYES.
087800     DISPLAY "PRETS SOLDES CE MOIS    : " WS-PRETS-SOLDES.
087900     DISPLAY "PRETS SOLDES PURGES     : " WS-PRETS-PURGES.
088000 9999-EXIT.
088100     EXIT.
088200
088300*****************************************************************
088400* 9100-EDITER-TOTAUX - TOTAUX DU PORTEFEUILLE, DES PRELEVEMENTS  *
088500*    DU MOIS ET DES IMPAYES PAR TRANCHE D'ANCIENNETE.            *
088600*****************************************************************
088700 9100-EDITER-TOTAUX.
088800     MOVE SPACES TO LIGNE-ETAT.
088900     WRITE LIGNE-ETAT.
089000
089100     MOVE SPACES TO LIGNE-ETAT.
089200     MOVE WS-PRETS-EN-COURS TO WS-TOTAL-EDIT.
089300     STRING "PRETS EN COURS            : " WS-TOTAL-EDIT
089400         DELIMITED BY SIZE INTO LIGNE-ETAT
089500     END-STRING.
089600     WRITE LIGNE-ETAT.
089700
089800     MOVE SPACES TO LIGNE-ETAT.
089900     MOVE WS-TOTAL-RESTANT TO WS-MONTANT-EDIT.
090000     STRING "CAPITAL RESTANT DU        : " WS-MONTANT-EDIT
090100         DELIMITED BY SIZE INTO LIGNE-ETAT
090200     END-STRING.
090300     WRITE LIGNE-ETAT.
090400
090500     MOVE SPACES TO LIGNE-ETAT.
090600     MOVE WS-ECHEANCES-PRELEVEES TO WS-TOTAL-EDIT.
090700     STRING "ECHEANCES PRELEVEES       : " WS-TOTAL-EDIT
090800         DELIMITED BY SIZE INTO LIGNE-ETAT
090900     END-STRING.
091000     WRITE LIGNE-ETAT.
091100
091200     MOVE SPACES TO LIGNE-ETAT.
091300     MOVE WS-TOTAL-INTERETS TO WS-MONTANT-EDIT.
091400     STRING "INTERETS PRELEVES (PI)    : " WS-MONTANT-EDIT
091500         DELIMITED BY SIZE INTO LIGNE-ETAT
091600     END-STRING.
091700     WRITE LIGNE-ETAT.
091800
091900     MOVE SPACES TO LIGNE-ETAT.
092000     MOVE WS-TOTAL-CAPITAL TO WS-MONTANT-EDIT.
092100     STRING "CAPITAL PRELEVE (PC)      : " WS-MONTANT-EDIT
092200         DELIMITED BY SIZE INTO LIGNE-ETAT
092300     END-STRING.
092400     WRITE LIGNE-ETAT.
092500
092600     MOVE SPACES TO LIGNE-ETAT.
092700     MOVE WS-ECHEANCES-REFUSEES TO WS-TOTAL-EDIT.
092800     STRING "PRESENTATIONS IMPAYEES    : " WS-TOTAL-EDIT
092900         DELIMITED BY SIZE INTO LIGNE-ETAT
093000     END-STRING.
093100     WRITE LIGNE-ETAT.
093200
093300     MOVE SPACES TO LIGNE-ETAT.
093400     MOVE WS-PRETS-IMPAYES TO WS-TOTAL-EDIT.
093500     STRING "PRETS EN IMPAYE           : " WS-TOTAL-EDIT
093600         DELIMITED BY SIZE INTO LIGNE-ETAT
093700     END-STRING.
093800     WRITE LIGNE-ETAT.
093900
094000     MOVE SPACES TO LIGNE-ETAT.
094100     MOVE WS-TOTAL-IMPAYES TO WS-MONTANT-EDIT.
094200     STRING "MONTANT DES IMPAYES       : " WS-MONTANT-EDIT
094300         DELIMITED BY SIZE INTO LIGNE-ETAT
094400     END-STRING.
094500     WRITE LIGNE-ETAT.
094600
094700     PERFORM 9150-EDITER-TRANCHE THRU 9150-EXIT
094800         VARYING WS-TRA-IDX FROM 1 BY 1
094900         UNTIL WS-TRA-IDX > 4.
095000
095100     MOVE SPACES TO LIGNE-ETAT.
095200     MOVE WS-PRETS-SOLDES TO WS-TOTAL-EDIT.
095300     STRING "PRETS SOLDES CE MOIS      : " WS-TOTAL-EDIT
095400         DELIMITED BY SIZE INTO LIGNE-ETAT
095500     END-STRING.
095600     WRITE LIGNE-ETAT.
095700 9100-EXIT.
095800     EXIT.
095900
096000 9150-EDITER-TRANCHE.
096100     MOVE SPACES TO LIGNE-ETAT.
096200     MOVE WS-TRA-PRETS (WS-TRA-IDX) TO WS-TOTAL-EDIT.
096300     MOVE WS-TRA-MONTANT (WS-TRA-IDX) TO WS-MONTANT-EDIT.
096400     STRING "  IMPAYES " WS-LIB-TRANCHE (WS-TRA-IDX)
096500            " JOURS  : " WS-TOTAL-EDIT " PRETS "
096600            WS-MONTANT-EDIT
096700         DELIMITED BY SIZE INTO LIGNE-ETAT
096800     END-STRING.
096900     WRITE LIGNE-ETAT.
097000 9150-EXIT.
097100     EXIT.
097200
097300*****************************************************************
097400* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
097500*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
097600*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
097700*****************************************************************
097800 9700-LIRE-DATE-TRT.
097900     MOVE ZERO TO DT-DATE-TRAITEMENT.
098000     OPEN INPUT FICHIER-DATECTL.
098100     IF WS-DATECTL-OK
098200         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
098300             AT END
098400                 MOVE ZERO TO DT-DATE-TRAITEMENT
098500         END-READ
098600         CLOSE FICHIER-DATECTL
098700     END-IF.
098800     IF DT-DATE-TRAITEMENT NOT NUMERIC
098900         OR DT-DATE-TRAITEMENT = ZERO
099000         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
099100         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
099200                 DT-DATE-TRAITEMENT
099300     END-IF.
099400 9700-EXIT.
099500     EXIT.
