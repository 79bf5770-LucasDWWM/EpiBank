000100*****************************************************************
000200* PROGRAM-ID    : GUICHET-BANQUE                                *
000300* AUTHOR        : M. LEFEVRE - EQUIPE ETUDES BANCAIRES          *
000400* INSTALLATION  : EPIBANK                                       *
000500* DATE-WRITTEN  : 2026-10-15                                    *
000600*---------------------------------------------------------------*
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-15  ML  PROGRAMME INITIAL - SAISIE AU GUICHET DES    *
000900*                  VERSEMENTS ET RETRAITS D'ESPECES PAR         *
001000*                  GUICHETIER, AVEC DEROGATION SUPERVISEUR.     *
001016*  2026-10-15  ML  REFERENCE "GU" + GUICHETIER + COMPTEUR :     *
001032*                  PLUS DE DOUBLON ENTRE GUICHETS SIMULTANES.   *
001048*                  LOT TENU EN MEMOIRE, ECRIT D'UN BLOC A LA    *
001064*                  CLOTURE DE SESSION (LOTS NON ENTRELACES).    *
001080*                  COMPTE DE PRET ("PR") REFUSE AU GUICHET.     *
001083*  2026-10-15  ML  DISPONIBLE DIMINUE DES BLOCAGES ACTIFS       *
001086*                  (BLOCAGES.TXT) ; RETRAIT REFUSE AU-DELA      *
001089*                  DU NOMBRE MENSUEL DE DEBITS D'UN TYPE        *
001092*                  A REGLE DE REFUS (PLAFONDS.TXT, DEBITS       *
001095*                  DU MOIS RECOMPTES DANS LE JOURNAL) ;         *
001096*                  VERSEMENT REFUSE S'IL PORTE LE SOLDE         *
001097*                  AU-DELA DU PLAFOND DE SON TYPE.              *
001100*---------------------------------------------------------------*
001200* PROGRAMME CONVERSATIONNEL DU GUICHET. LE GUICHETIER           *
001300* S'IDENTIFIE PUIS, POUR CHAQUE CLIENT, CONSULTE LE COMPTE DANS *
001400* LE FICHIER MAITRE (NOM, TYPE, SOLDE, STATUT) ET SAISIT UN     *
001500* VERSEMENT OU UN RETRAIT D'ESPECES. CHAQUE SESSION EST UN LOT  *
001600* AJOUTE A GUICHET.TXT (VOIR GUICHREC.CPY) : EN-TETE "HDR",     *
001700* FOND DE CAISSE "OUV" A LA PREMIERE SESSION DU JOUR, UNE LIGNE *
001800* PAR OPERATION AU FORMAT D'INPUT.TXT (CODE "CR" OU "DB",       *
001900* REFERENCE "GU" + GUICHETIER + COMPTEUR DU GUICHETIER DANS LA  *
001950* JOURNEE), COMPTAGE "CPT" A L'ARRETE DE FIN DE JOURNEE ET FIN  *
001960* "TRL" (NOMBRE, HASH). LE LOT EST TENU EN MEMOIRE PENDANT LA   *
001970* SESSION ET AJOUTE D'UN SEUL BLOC A SA CLOTURE : LES LOTS DE   *
001980* GUICHETS OUVERTS EN MEME TEMPS NE S'ENTRELACENT PAS DANS LE   *
001990* FICHIER. UNE SESSION INTERROMPUE N'ECRIT RIEN ; L'ARRETE DE   *
001995* CAISSE FAIT ALORS APPARAITRE L'ECART. LE CYCLE DU             *
002100* SOIR (CAISSES-BANQUE) CONTROLE LES LOTS, EDITE L'ARRETE DES   *
002200* CAISSES ET FAIT ENTRER LES LIGNES DANS L'ENTREE DU JOUR. LE   *
002300* FICHIER MAITRE N'EST PAS MIS A JOUR ICI : LE POSTAGE RESTE    *
002400* CELUI DE TRAITEMENT-BANQUE. LE CONTROLE DE PROVISION D'UN     *
002500* RETRAIT (SOLDE + DECOUVERT AUTORISE, DIMINUE DES BLOCAGES     *
002550* ACTIFS DE BLOCAGES.TXT ET DES RETRAITS DE LA SESSION SUR LE   *
002600* COMPTE) EST CELUI DU GUICHET ; UN RETRAIT                     *
002700* AU-DELA DU SEUIL "RS" DE GUICHPAR.TXT EXIGE UN CODE DE        *
002800* DEROGATION SUPERVISEUR ("SV"), PORTE SUR LA LIGNE. UN COMPTE  *
002850* DE PRET NE SE MOUVEMENTE PAS AU GUICHET. SUR UN COMPTE DONT   *
002860* LE TYPE LIMITE LE NOMBRE MENSUEL DE DEBITS AVEC REFUS         *
002870* (REGLE "R" DE PLAFONDS.TXT), LE RETRAIT EST REFUSE UNE FOIS   *
002880* CE NOMBRE ATTEINT (DEBITS DU MOIS AU JOURNAL D'AUDIT PLUS     *
002890* RETRAITS DE LA SESSION), COMME TRAITEMENT-BANQUE. UN          *
002893* VERSEMENT QUI PORTERAIT LE SOLDE (AUGMENTE DES VERSEMENTS ET  *
002896* DIMINUE DES RETRAITS DE LA SESSION) AU-DELA DU PLAFOND DE     *
002899* SOLDE DU TYPE EST REFUSE DE MEME. LES                         *
002900* MONTANTS SE SAISISSENT EN CENTIMES.                           *
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.     GUICHET-BANQUE.
003300 AUTHOR.         M. LEFEVRE.
003400 INSTALLATION.   EPIBANK.
003500 DATE-WRITTEN.   2026-10-15.
003600 DATE-COMPILED.
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100*---------------------------------------------------------------*
004200*    FICHIER MAITRE DES CLIENTS, ACCES DIRECT PAR NUMERO DE      *
004300*    COMPTE, EN CONSULTATION.                                    *
004400*---------------------------------------------------------------*
004500     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "../data/customer.dat"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CM-ACCOUNT-NUMBER
004900         FILE STATUS IS WS-FILE-STATUS.
005000
005100*---------------------------------------------------------------*
005200*    LOTS DU GUICHET (AJOUT SEUL), RELUS AU LANCEMENT POUR LE    *
005300*    COMPTEUR DE REFERENCES ET LE FOND DE CAISSE DU JOUR.        *
005400*---------------------------------------------------------------*
005500     SELECT FICHIER-GUICHET ASSIGN TO "../data/guichet.txt"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-GUICHET-STATUS.
005800
005900*---------------------------------------------------------------*
006000*    PARAMETRES DU GUICHET : SEUIL DE DEROGATION ET CODES        *
006100*    SUPERVISEUR.                                                *
006200*---------------------------------------------------------------*
006300     SELECT FICHIER-PARAM ASSIGN TO "../data/guichpar.txt"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PARAM-STATUS.
006600
006700*---------------------------------------------------------------*
006800*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
006900*    CALENDRIER-BANQUE.                                          *
007000*---------------------------------------------------------------*
007100     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-DATECTL-STATUS.
007400
007404*---------------------------------------------------------------*
007408*    BLOCAGES DE FONDS (TENUS PAR MAINT-MASTER), LUS AU          *
007412*    LANCEMENT. ABSENT = AUCUN BLOCAGE.                          *
007416*---------------------------------------------------------------*
007420     SELECT FICHIER-BLOCAGES ASSIGN TO "../data/blocages.txt"
007424         ORGANIZATION IS LINE SEQUENTIAL
007428         FILE STATUS IS WS-BLOCAGES-STATUS.
007432
007436*---------------------------------------------------------------*
007440*    REGLES DES COMPTES REGLEMENTES (NOMBRE MENSUEL DE DEBITS    *
007444*    ET FRAIS OU REFUS AU-DELA), LUES AU LANCEMENT.              *
007448*---------------------------------------------------------------*
007452     SELECT FICHIER-PLAFONDS ASSIGN TO "../data/plafonds.txt"
007456         ORGANIZATION IS LINE SEQUENTIAL
007460         FILE STATUS IS WS-PLAFONDS-STATUS.
007464
007468*---------------------------------------------------------------*
007472*    JOURNAL D'AUDIT DES VARIATIONS DE SOLDE, RELU AU LANCEMENT  *
007476*    POUR LE NOMBRE DE DEBITS DU MOIS.                           *
007480*---------------------------------------------------------------*
007484     SELECT FICHIER-AUDIT ASSIGN TO "../data/audit.log"
007488         ORGANIZATION IS LINE SEQUENTIAL
007492         FILE STATUS IS WS-AUDIT-STATUS.
007496
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  CUSTOMER-MASTER-FILE.
007800     COPY "custmas.cpy".
007900
008000 FD  FICHIER-GUICHET.
008100 01  LIGNE-GUICHET                PIC X(80).
008200
008300 FD  FICHIER-PARAM.
008400 01  LIGNE-PARAM                  PIC X(13).
008500
008600 FD  FICHIER-DATECTL.
008700 01  LIGNE-DATECTL                PIC X(18).
008800
008810 FD  FICHIER-BLOCAGES.
008820 01  LIGNE-BLOCAGE                PIC X(82).
008830
008840 FD  FICHIER-PLAFONDS.
008850 01  LIGNE-PLAFOND                PIC X(25).
008860
008870 FD  FICHIER-AUDIT.
008880 01  LIGNE-AUDIT                  PIC X(70).
008890
008900 WORKING-STORAGE SECTION.
009000*---------------------------------------------------------------*
009100*    DATE DE TRAITEMENT DU CYCLE.                                *
009200*---------------------------------------------------------------*
009300     COPY "datectl.cpy".
009400
009500 01  WS-DATECTL-STATUS           PIC X(02).
009600     88  WS-DATECTL-OK               VALUE "00".
009700
009800*---------------------------------------------------------------*
009900*    LOT DU GUICHET, LIGNE DE TRANSACTION ET PARAMETRES.         *
010000*---------------------------------------------------------------*
010100     COPY "guichrec.cpy".
010200
010300     COPY "tranin.cpy".
010400
010500     COPY "seuilrec.cpy".
010600
010700 01  WS-FILE-STATUS              PIC X(02).
010800     88  WS-FS-OK                    VALUE "00".
010900
011000 01  WS-GUICHET-STATUS           PIC X(02).
011100     88  WS-GUICHET-OK               VALUE "00".
011200
011300 01  WS-PARAM-STATUS             PIC X(02).
011400     88  WS-PARAM-OK                 VALUE "00".
011500
011505*---------------------------------------------------------------*
011510*    BLOCAGES DE FONDS, REGLES DES COMPTES REGLEMENTES ET        *
011515*    JOURNAL D'AUDIT.                                            *
011520*---------------------------------------------------------------*
011525     COPY "blocrec.cpy".
011530
011535     COPY "plafrec.cpy".
011540
011545     COPY "auditrec.cpy".
011550
011555 01  WS-BLOCAGES-STATUS          PIC X(02).
011560     88  WS-BLOCAGES-OK              VALUE "00".
011565
011570 01  WS-PLAFONDS-STATUS          PIC X(02).
011575     88  WS-PLAFONDS-OK              VALUE "00".
011580
011585 01  WS-AUDIT-STATUS             PIC X(02).
011590     88  WS-AUDIT-OK                 VALUE "00".
011595
011600 01  WS-SWITCHES.
011700     05  WS-OPEN-ERROR-SW        PIC X(01)     VALUE "N".
011800         88  WS-OPEN-ERROR           VALUE "Y".
011900     05  WS-MASTER-OUVERT-SW     PIC X(01)     VALUE "N".
012000         88  WS-MASTER-OUVERT        VALUE "Y".
012100     05  WS-LOT-ECRIT-SW         PIC X(01)     VALUE "N".
012200         88  WS-LOT-ECRIT            VALUE "Y".
012300     05  WS-PARAM-EOF            PIC X(01)     VALUE "N".
012400         88  WS-END-OF-PARAM         VALUE "Y".
012500     05  WS-SEUIL-LU-SW          PIC X(01)     VALUE "N".
012600         88  WS-SEUIL-LU             VALUE "Y".
012700     05  WS-GUICHET-EOF          PIC X(01)     VALUE "N".
012800         88  WS-END-OF-GUICHET       VALUE "Y".
012900     05  WS-OUVERTURE-SW         PIC X(01)     VALUE "N".
013000         88  WS-OUVERTURE-FAITE      VALUE "Y".
013100     05  WS-COMPTAGE-SW          PIC X(01)     VALUE "N".
013200         88  WS-COMPTAGE-FAIT        VALUE "Y".
013300     05  WS-FIN-SESSION-SW       PIC X(01)     VALUE "N".
013400         88  WS-FIN-SESSION          VALUE "Y".
013500     05  WS-FOUND-SWITCH         PIC X(01)     VALUE "N".
013600         88  WS-CUSTOMER-FOUND       VALUE "Y".
013700     05  WS-OPERATION-SW         PIC X(01)     VALUE "N".
013800         88  WS-OPERATION-VALIDE     VALUE "Y".
013805     05  WS-BLOCAGES-EOF         PIC X(01)     VALUE "N".
013810         88  WS-END-OF-BLOCAGES      VALUE "Y".
013815     05  WS-BLOCAGES-SATURE-SW   PIC X(01)     VALUE "N".
013820         88  WS-BLOCAGES-SATURE      VALUE "Y".
013825     05  WS-PLAFONDS-EOF         PIC X(01)     VALUE "N".
013830         88  WS-END-OF-PLAFONDS      VALUE "Y".
013835     05  WS-AUDIT-EOF            PIC X(01)     VALUE "N".
013840         88  WS-END-OF-AUDIT         VALUE "Y".
013845     05  WS-RETRAITS-SATURE-SW   PIC X(01)     VALUE "N".
013850         88  WS-RETRAITS-SATURE      VALUE "Y".
013900
014000 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
014100 01  WS-GUICHETIER               PIC X(04)     VALUE SPACES.
014200 01  WS-LOT-GUICHETIER           PIC X(04)     VALUE SPACES.
014300 01  WS-LOT-DATE                 PIC 9(08)     VALUE ZERO.
014320
014340 01  WS-HEURE-OUVERTURE          PIC 9(08)     VALUE ZERO.
014360 01  WS-FOND-CAISSE              PIC 9(11)V99  VALUE ZERO.
014380 01  WS-COMPTAGE-CAISSE          PIC 9(11)V99  VALUE ZERO.
014400
014500*---------------------------------------------------------------*
014600*    ZONES DE SAISIE.                                            *
014700*---------------------------------------------------------------*
014800 01  WS-COMPTE-SAISI             PIC 9(08)     VALUE ZERO.
014900 01  WS-OPERATION                PIC X(01)     VALUE SPACE.
015000     88  WS-OPERATION-VERSEMENT      VALUE "V".
015100     88  WS-OPERATION-RETRAIT        VALUE "R".
015200 01  WS-CENTIMES-SAISIS          PIC 9(11)     VALUE ZERO.
015300 01  WS-CODE-SAISI               PIC X(06)     VALUE SPACES.
015400 01  WS-REPONSE                  PIC X(01)     VALUE SPACE.
015500     88  WS-REPONSE-OUI              VALUE "O".
015600
015700 01  WS-MONTANT                  PIC 9(9)V99   VALUE ZERO.
015800 01  WS-DISPONIBLE               PIC S9(11)V99 VALUE ZERO.
015850 01  WS-SOLDE-SESSION            PIC S9(11)V99 VALUE ZERO.
015900 01  WS-DEROGATION               PIC X(06)     VALUE SPACES.
016000
016100*---------------------------------------------------------------*
016200*    SEUIL DE DEROGATION ET CODES SUPERVISEUR (GUICHPAR.TXT).    *
016300*---------------------------------------------------------------*
016400 01  WS-SEUIL-RETRAIT            PIC 9(9)V99   VALUE ZERO.
016500
016600 01  WS-TABLE-SUPERVISEURS.
016700     05  WS-SUP-NOMBRE           PIC 9(02)     VALUE ZERO.
016800     05  WS-SUP-CODE             PIC X(06)     OCCURS 20 TIMES.
016900
017000 01  WS-SUP-IDX                  PIC 9(02)     VALUE ZERO.
017100 01  WS-SUP-TROUVE-SW            PIC X(01)     VALUE "N".
017200     88  WS-SUP-TROUVE               VALUE "Y".
017300
017400*---------------------------------------------------------------*
017500*    OPERATIONS DE LA SESSION PAR COMPTE : RETRAITS (MONTANT     *
017540*    ET NOMBRE), DEDUITS DU DISPONIBLE AFFICHE ET AJOUTES AUX    *
017580*    DEBITS DU MOIS, ET VERSEMENTS, AJOUTES AU SOLDE CONTROLE    *
017620*    CONTRE LE PLAFOND (LE FICHIER MAITRE N'EST MIS A JOUR QUE   *
017660*    LE SOIR). UNE ENTREE PAR LIGNE POSSIBLE DU LOT.             *
017700*---------------------------------------------------------------*
017800 01  WS-TABLE-SESSION.
017900     05  WS-SES-NOMBRE           PIC 9(03)     VALUE ZERO.
018000     05  WS-SES-ENTREE           OCCURS 500 TIMES.
018100         10  WS-SES-COMPTE       PIC 9(08).
018200         10  WS-SES-RETRAITS     PIC 9(11)V99.
018225         10  WS-SES-VERSEMENTS   PIC 9(11)V99.
018250         10  WS-SES-DEBITS       PIC 9(03).
018300
018400 01  WS-SES-IDX                  PIC 9(03)     VALUE ZERO.
018500 01  WS-SES-TROUVE-IDX           PIC 9(03)     VALUE ZERO.
018510
018520*---------------------------------------------------------------*
018530*    LIGNES DE DETAIL DU LOT DE LA SESSION, ECRITES D'UN BLOC    *
018540*    PAR 8000-CLORE-SESSION.                                     *
018550*---------------------------------------------------------------*
018560 01  WS-TABLE-LOT.
018570     05  WS-LOT-DETAIL           PIC X(80)     OCCURS 500 TIMES.
018580
018590 01  WS-LOT-IDX                  PIC 9(03)     VALUE ZERO.
018600
018602*---------------------------------------------------------------*
018604*    BLOCAGES EN VIGUEUR A LA DATE DE TRAITEMENT, CUMULES PAR    *
018606*    COMPTE ET DEDUITS DU DISPONIBLE.                            *
018608*---------------------------------------------------------------*
018610 01  WS-TABLE-BLOCAGES.
018612     05  WS-BLQ-NOMBRE           PIC 9(05)     VALUE ZERO.
018614     05  WS-BLQ-ENTREE           OCCURS 2000 TIMES.
018616         10  WS-BLQ-COMPTE       PIC 9(08).
018618         10  WS-BLQ-MONTANT      PIC 9(11)V99.
018620
018622 01  WS-BLQ-IDX                  PIC 9(05)     VALUE ZERO.
018624 01  WS-BLQ-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
018626 01  WS-BLQ-CHERCHE-COMPTE       PIC 9(08)     VALUE ZERO.
018628 01  WS-MONTANT-BLOQUE           PIC 9(11)V99  VALUE ZERO.
018630
018632*---------------------------------------------------------------*
018634*    TYPES DE COMPTE A NOMBRE MENSUEL DE DEBITS LIMITE AVEC      *
018636*    REFUS AU-DELA, ET DEBITS DU MOIS PAR COMPTE RECOMPTES       *
018638*    DANS LE JOURNAL D'AUDIT.                                    *
018640*---------------------------------------------------------------*
018642 01  WS-TABLE-PLAFONDS.
018644     05  WS-PLF-NOMBRE           PIC 9(02)     VALUE ZERO.
018646     05  WS-PLF-ENTREE           OCCURS 10 TIMES.
018648         10  WS-PLF-TYPE         PIC X(02).
018650         10  WS-PLF-SOLDE-MAX    PIC 9(9)V99.
018652         10  WS-PLF-DEBITS-MAX   PIC 9(05).
018654         10  WS-PLF-DEPASSEMENT  PIC X(01).
018656             88  WS-PLF-REJET        VALUE "R".
018658
018660 01  WS-PLF-IDX                  PIC 9(02)     VALUE ZERO.
018662 01  WS-PLF-TROUVE-IDX           PIC 9(02)     VALUE ZERO.
018664 01  WS-LIMITE-DEBITS-SW         PIC X(01)     VALUE "N".
018666     88  WS-LIMITE-DEBITS            VALUE "Y".
018668
018670 01  WS-TABLE-RETRAITS.
018672     05  WS-RET-NOMBRE           PIC 9(05)     VALUE ZERO.
018674     05  WS-RET-ENTREE           OCCURS 5000 TIMES.
018676         10  WS-RET-COMPTE       PIC 9(08).
018678         10  WS-RET-DEBITS       PIC 9(05).
018680
018682 01  WS-RET-IDX                  PIC 9(05)     VALUE ZERO.
018684 01  WS-RET-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
018686 01  WS-RET-CHERCHE              PIC 9(08)     VALUE ZERO.
018688 01  WS-RET-DU-COMPTE            PIC 9(05)     VALUE ZERO.
018690 01  WS-RET-EDIT                 PIC ZZZZ9.
018692 01  WS-RET-MAX-EDIT             PIC ZZZZ9.
018694
018700*---------------------------------------------------------------*
018800*    COMPTEUR DE REFERENCES DU JOUR ET TOTAUX DU LOT.            *
018900*---------------------------------------------------------------*
019000 01  WS-REF-COMPTEUR             PIC 9(04)     VALUE ZERO.
019100 01  WS-REF-LUE                  PIC 9(04)     VALUE ZERO.
019200
019300 01  WS-COMPTEURS.
019400     05  WS-LOT-NOMBRE           PIC 9(07)     VALUE ZERO.
019500     05  WS-LOT-HASH             PIC 9(11)V99  VALUE ZERO.
019600     05  WS-NB-VERSEMENTS        PIC 9(05)     VALUE ZERO.
019700     05  WS-TOTAL-VERSEMENTS     PIC 9(11)V99  VALUE ZERO.
019800     05  WS-NB-RETRAITS          PIC 9(05)     VALUE ZERO.
019900     05  WS-TOTAL-RETRAITS       PIC 9(11)V99  VALUE ZERO.
020000
020100 01  WS-MONTANT-EDIT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
020200
020300 PROCEDURE DIVISION.
020400*****************************************************************
020500* 0000-MAINLINE                                                  *
020600*****************************************************************
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
020900     IF NOT WS-OPEN-ERROR
021000         PERFORM 2000-TRAITER-CLIENT THRU 2000-EXIT
021100             UNTIL WS-FIN-SESSION
021200         PERFORM 8000-CLORE-SESSION  THRU 8000-EXIT
021300     END-IF.
021400     PERFORM 9999-TERMINATE          THRU 9999-EXIT.
021500     STOP RUN.
021600
021700*****************************************************************
021800* 1000-INITIALIZE - PARAMETRES, BLOCAGES, REGLES ET DEBITS DU    *
021900*    MOIS, FICHIER MAITRE, IDENTIFICATION DU GUICHETIER, PUIS    *
021950*    OUVERTURE DU LOT DE LA SESSION.                             *
022000*****************************************************************
022100 1000-INITIALIZE.
022200     DISPLAY "---------------------------------".
022300     DISPLAY "GUICHET - VERSEMENTS ET RETRAITS".
022400     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
022500     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
022600     DISPLAY "DATE DE TRAITEMENT : " WS-DATE-JOUR.
022700
022800     PERFORM 1100-CHARGER-PARAMETRES THRU 1100-EXIT.
022900     IF NOT WS-SEUIL-LU
023000         DISPLAY "PARAMETRES GUICHET (GUICHPAR.TXT) ABSENTS OU "
023100                 "SANS SEUIL RS - GUICHET FERME"
023200         MOVE "Y" TO WS-OPEN-ERROR-SW
023300         MOVE 12 TO RETURN-CODE
023400     END-IF.
023405
023410     IF NOT WS-OPEN-ERROR
023415         PERFORM 1600-CHARGER-BLOCAGES THRU 1600-EXIT
023420         IF WS-BLOCAGES-SATURE
023425             DISPLAY "TABLE DES BLOCAGES SATUREE - GUICHET FERME"
023430             MOVE "Y" TO WS-OPEN-ERROR-SW
023435             MOVE 12 TO RETURN-CODE
023440         END-IF
023445     END-IF.
023450
023455     IF NOT WS-OPEN-ERROR
023460         PERFORM 1700-CHARGER-PLAFONDS THRU 1700-EXIT
023465         PERFORM 1750-COMPTER-RETRAITS THRU 1750-EXIT
023470     END-IF.
023500
023600     IF NOT WS-OPEN-ERROR
023700         OPEN INPUT CUSTOMER-MASTER-FILE
023800         IF NOT WS-FS-OK
023900             DISPLAY "ERREUR OUVERTURE CUSTOMER-MASTER : "
024000                     WS-FILE-STATUS
024100             MOVE "Y" TO WS-OPEN-ERROR-SW
024200             MOVE 12 TO RETURN-CODE
024300         ELSE
024400             MOVE "Y" TO WS-MASTER-OUVERT-SW
024500         END-IF
024600     END-IF.
024700
024800     IF NOT WS-OPEN-ERROR
024900         DISPLAY "IDENTIFIANT GUICHETIER : "
025000         ACCEPT WS-GUICHETIER
025100         IF WS-GUICHETIER = SPACES
025200             DISPLAY "IDENTIFIANT OBLIGATOIRE - SESSION REFUSEE"
025300             MOVE "Y" TO WS-OPEN-ERROR-SW
025400             MOVE 4 TO RETURN-CODE
025500         END-IF
025600     END-IF.
025700
025800     IF NOT WS-OPEN-ERROR
025900         PERFORM 1300-EXPLORER-LOTS THRU 1300-EXIT
026000         IF WS-COMPTAGE-FAIT
026100             DISPLAY "CAISSE " WS-GUICHETIER
026200                     " DEJA ARRETEE CE JOUR - SESSION REFUSEE"
026300             MOVE "Y" TO WS-OPEN-ERROR-SW
026400             MOVE 4 TO RETURN-CODE
026500         END-IF
026600     END-IF.
026700
026800     IF NOT WS-OPEN-ERROR
026900         PERFORM 1500-OUVRIR-LOT THRU 1500-EXIT
027000     END-IF.
027100 1000-EXIT.
027200     EXIT.
027300
027400*****************************************************************
027500* 1100-CHARGER-PARAMETRES - SEUIL "RS" ET CODES "SV" DE          *
027600*    GUICHPAR.TXT. UNE LIGNE ILLISIBLE EST IGNOREE ET SIGNALEE.  *
027700*****************************************************************
027800 1100-CHARGER-PARAMETRES.
027900     OPEN INPUT FICHIER-PARAM.
028000     IF WS-PARAM-OK
028100         PERFORM 1200-RANGER-PARAMETRE THRU 1200-EXIT
028200             UNTIL WS-END-OF-PARAM
028300         CLOSE FICHIER-PARAM
028400     END-IF.
028500 1100-EXIT.
028600     EXIT.
028700
028800 1200-RANGER-PARAMETRE.
028900     READ FICHIER-PARAM INTO WS-SEUIL-PARAM-RECORD
029000         AT END
029100             MOVE "Y" TO WS-PARAM-EOF
029200         NOT AT END
029300             EVALUATE TRUE
029400                 WHEN SE-CODE = "RS" AND SE-VALEUR-X NUMERIC
029500                     MOVE SE-VALEUR TO WS-SEUIL-RETRAIT
029600                     MOVE "Y" TO WS-SEUIL-LU-SW
029700                 WHEN SE-CODE = "SV"
029800                      AND SE-VALEUR-X (1:6) NOT = SPACES
029900                      AND WS-SUP-NOMBRE < 20
030000                     ADD 1 TO WS-SUP-NOMBRE
030100                     MOVE SE-VALEUR-X (1:6)
030200                         TO WS-SUP-CODE (WS-SUP-NOMBRE)
030300                 WHEN OTHER
030400                     DISPLAY "PARAMETRE GUICHET IGNORE : "
030500                             SE-CODE
030600             END-EVALUATE
030700     END-READ.
030800 1200-EXIT.
030900     EXIT.
031000
031100*****************************************************************
031200* 1300-EXPLORER-LOTS - RELECTURE DES LOTS DEJA DEPOSES :         *
031300*    DERNIER COMPTEUR DE REFERENCE "GU" DE CE GUICHETIER DANS    *
031400*    LES LOTS DU JOUR, FOND DE CAISSE ET COMPTAGE QU'IL A DEJA   *
031500*    DECLARES. FICHIER ABSENT = PREMIERE SESSION DU JOUR.        *
031600*****************************************************************
031700 1300-EXPLORER-LOTS.
031800     OPEN INPUT FICHIER-GUICHET.
031900     IF WS-GUICHET-OK
032000         PERFORM 1400-EXAMINER-LIGNE THRU 1400-EXIT
032100             UNTIL WS-END-OF-GUICHET
032200         CLOSE FICHIER-GUICHET
032300     END-IF.
032400 1300-EXIT.
032500     EXIT.
032600
032700 1400-EXAMINER-LIGNE.
032800     READ FICHIER-GUICHET INTO WS-GUICHET-RECORD
032900         AT END
033000             MOVE "Y" TO WS-GUICHET-EOF
033100         NOT AT END
033200             MOVE WS-GUICHET-RECORD TO WS-GUICHET-CONTROLE
033300             EVALUATE TRUE
033400                 WHEN GC-EN-TETE
033416                     MOVE GC-DATE       TO WS-LOT-DATE
033432                     MOVE GC-GUICHETIER TO WS-LOT-GUICHETIER
033450                 WHEN GC-FIN
033500                     CONTINUE
033600                 WHEN GC-OUVERTURE
033700                     IF GC-DATE = WS-DATE-JOUR
033800                         AND GC-GUICHETIER = WS-GUICHETIER
033900                         MOVE "Y" TO WS-OUVERTURE-SW
034000                     END-IF
034100                 WHEN GC-COMPTAGE
034200                     IF GC-DATE = WS-DATE-JOUR
034300                         AND GC-GUICHETIER = WS-GUICHETIER
034400                         MOVE "Y" TO WS-COMPTAGE-SW
034500                     END-IF
034600                 WHEN OTHER
034700                     MOVE GU-LIGNE-TRANSACTION
034800                         TO WS-TRANSACTION-RECORD
034900                     IF WS-LOT-DATE = WS-DATE-JOUR
034950                         AND WS-LOT-GUICHETIER = WS-GUICHETIER
035000                         AND TR-REFERENCE (1:2) = "GU"
035100                         AND TR-REFERENCE (3:4) = WS-GUICHETIER
035200                         AND TR-REFERENCE (7:4) NUMERIC
035300                         MOVE TR-REFERENCE (7:4) TO WS-REF-LUE
035400                         IF WS-REF-LUE > WS-REF-COMPTEUR
035500                             MOVE WS-REF-LUE TO WS-REF-COMPTEUR
035600                         END-IF
035700                     END-IF
035800             END-EVALUATE
035900     END-READ.
036000 1400-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400* 1500-OUVRIR-LOT - OUVERTURE DU LOT DE LA SESSION EN MEMOIRE    *
036500*    ET, A LA PREMIERE SESSION DU JOUR, DECLARATION DU FOND DE   *
036550*    CAISSE. RIEN N'EST ECRIT AVANT LA CLOTURE (8000).           *
036600*****************************************************************
036700 1500-OUVRIR-LOT.
036800     ACCEPT WS-HEURE-OUVERTURE FROM TIME.
036900     IF NOT WS-OUVERTURE-FAITE
037000         DISPLAY "FOND DE CAISSE A L'OUVERTURE, EN CENTIMES : "
037100         ACCEPT WS-CENTIMES-SAISIS
037200         COMPUTE WS-FOND-CAISSE = WS-CENTIMES-SAISIS / 100
037300         MOVE WS-FOND-CAISSE TO WS-MONTANT-EDIT
037400         DISPLAY "FOND DE CAISSE RETENU : " WS-MONTANT-EDIT
037500     END-IF.
037600 1500-EXIT.
037700     EXIT.
037800
037810*****************************************************************
037820* 1600-CHARGER-BLOCAGES - CUMUL PAR COMPTE DES BLOCAGES DE       *
037830*    FONDS ACTIFS DONT LA PERIODE (DEBUT ATTEINT, FIN A ZERO OU  *
037840*    NON DEPASSEE) COUVRE LA DATE DE TRAITEMENT, COMME           *
037850*    PRETS-BANQUE. FICHIER ABSENT = AUCUN BLOCAGE ; UNE LIGNE    *
037860*    ILLISIBLE EST SIGNALEE ET IGNOREE ; UNE TABLE SATUREE       *
037870*    FERME LE GUICHET (UN BLOCAGE PERDU LAISSERAIT PAYER DES     *
037880*    FONDS BLOQUES).                                             *
037890*****************************************************************
037900 1600-CHARGER-BLOCAGES.
037910     OPEN INPUT FICHIER-BLOCAGES.
037920     IF WS-BLOCAGES-OK
037930         PERFORM 1650-RANGER-BLOCAGE THRU 1650-EXIT
037940             UNTIL WS-END-OF-BLOCAGES OR WS-BLOCAGES-SATURE
037950         CLOSE FICHIER-BLOCAGES
037960     END-IF.
037970 1600-EXIT.
037980     EXIT.
037990
038000 1650-RANGER-BLOCAGE.
038010     READ FICHIER-BLOCAGES INTO WS-BLOCAGE-RECORD
038020         AT END
038030             MOVE "Y" TO WS-BLOCAGES-EOF
038040         NOT AT END
038050             IF BL-ACCOUNT-NUMBER NOT NUMERIC
038060                 OR BL-MONTANT-X NOT NUMERIC
038070                 DISPLAY "LIGNE BLOCAGE ILLISIBLE : "
038080                         WS-BLOCAGE-RECORD
038090             ELSE
038100                 IF BL-STATUT-ACTIF
038110                     AND BL-DATE-DEBUT NOT > WS-DATE-JOUR
038120                     AND (BL-DATE-FIN = ZERO
038130                       OR BL-DATE-FIN NOT < WS-DATE-JOUR)
038140                     PERFORM 1670-CUMULER-BLOCAGE THRU 1670-EXIT
038150                 END-IF
038160             END-IF
038170     END-READ.
038180 1650-EXIT.
038190     EXIT.
038200
038210 1670-CUMULER-BLOCAGE.
038220     MOVE BL-ACCOUNT-NUMBER-N TO WS-BLQ-CHERCHE-COMPTE.
038230     PERFORM 2270-CHERCHER-BLOCAGE THRU 2270-EXIT.
038240     IF WS-BLQ-TROUVE-IDX = ZERO
038250         IF WS-BLQ-NOMBRE < 2000
038260             ADD 1 TO WS-BLQ-NOMBRE
038270             MOVE BL-ACCOUNT-NUMBER-N
038280                 TO WS-BLQ-COMPTE (WS-BLQ-NOMBRE)
038290             MOVE ZERO TO WS-BLQ-MONTANT (WS-BLQ-NOMBRE)
038300             MOVE WS-BLQ-NOMBRE TO WS-BLQ-TROUVE-IDX
038310         ELSE
038320             MOVE "Y" TO WS-BLOCAGES-SATURE-SW
038330         END-IF
038340     END-IF.
038350     IF WS-BLQ-TROUVE-IDX > ZERO
038360         ADD BL-MONTANT TO WS-BLQ-MONTANT (WS-BLQ-TROUVE-IDX)
038370     END-IF.
038380 1670-EXIT.
038390     EXIT.
038400
038410*****************************************************************
038420* 1700-CHARGER-PLAFONDS - REGLES DES COMPTES REGLEMENTES PAR     *
038428*    TYPE (PLAFONDS.TXT) : PLAFOND DE SOLDE, CONTROLE SUR LES    *
038436*    VERSEMENTS, ET NOMBRE MENSUEL DE DEBITS, CONTROLE SUR LES   *
038444*    RETRAITS QUAND LA REGLE EST UN REFUS ("R"). FICHIER         *
038452*    ABSENT = AUCUNE REGLE ; UNE LIGNE ILLISIBLE EST SIGNALEE    *
038460*    ET IGNOREE (TRAITEMENT-BANQUE ARRETERA SON LOT).            *
038470*****************************************************************
038480 1700-CHARGER-PLAFONDS.
038490     OPEN INPUT FICHIER-PLAFONDS.
038500     IF WS-PLAFONDS-OK
038510         PERFORM 1710-RANGER-PLAFOND THRU 1710-EXIT
038520             UNTIL WS-END-OF-PLAFONDS
038530         CLOSE FICHIER-PLAFONDS
038540     END-IF.
038550 1700-EXIT.
038560     EXIT.
038570
038580 1710-RANGER-PLAFOND.
038590     READ FICHIER-PLAFONDS INTO WS-PLAFOND-PARAM-RECORD
038600         AT END
038610             MOVE "Y" TO WS-PLAFONDS-EOF
038620         NOT AT END
038630             EVALUATE TRUE
038635                 WHEN PL-SOLDE-MAX-X NOT NUMERIC
038640                   OR PL-DEBITS-MAX-X NOT NUMERIC
038645                   OR NOT (PL-DEPASSEMENT-REJET
038650                           OR PL-DEPASSEMENT-FRAIS)
038655                     DISPLAY "LIGNE PLAFOND ILLISIBLE : "
038660                             WS-PLAFOND-PARAM-RECORD
038665                 WHEN WS-PLF-NOMBRE NOT < 10
038670                     DISPLAY "TABLE DES PLAFONDS SATUREE"
038675                 WHEN OTHER
038680                     ADD 1 TO WS-PLF-NOMBRE
038685                     MOVE PL-ACCOUNT-TYPE
038690                         TO WS-PLF-TYPE (WS-PLF-NOMBRE)
038695                     MOVE PL-SOLDE-MAX
038700                         TO WS-PLF-SOLDE-MAX (WS-PLF-NOMBRE)
038705                     MOVE PL-DEBITS-MAX
038710                         TO WS-PLF-DEBITS-MAX (WS-PLF-NOMBRE)
038715                     MOVE PL-DEPASSEMENT
038720                         TO WS-PLF-DEPASSEMENT (WS-PLF-NOMBRE)
038725             END-EVALUATE
038730     END-READ.
038740 1710-EXIT.
038750     EXIT.
038760
038770*****************************************************************
038780* 1750-COMPTER-RETRAITS - NOMBRE DE DEBITS ET VIREMENTS          *
038790*    SORTANTS DU MOIS PAR COMPTE, RECOMPTE DANS LE JOURNAL       *
038800*    D'AUDIT COMME LE FONT TRAITEMENT-BANQUE ET FRAIS-BANQUE :   *
038810*    UNE ECRITURE "DB", "CQ", "VI" OU "VE" DU MOIS DE LA DATE    *
038820*    DE TRAITEMENT QUI FAIT BAISSER LE SOLDE COMPTE POUR UN.     *
038830*    SANS REGLE, LE JOURNAL N'EST PAS LU.                        *
038840*****************************************************************
038850 1750-COMPTER-RETRAITS.
038860     IF WS-PLF-NOMBRE > ZERO
038870         OPEN INPUT FICHIER-AUDIT
038880         IF WS-AUDIT-OK
038890             PERFORM 1760-RETENIR-RETRAIT THRU 1760-EXIT
038900                 UNTIL WS-END-OF-AUDIT OR WS-RETRAITS-SATURE
038910             CLOSE FICHIER-AUDIT
038920         END-IF
038930     END-IF.
038940 1750-EXIT.
038950     EXIT.
038960
038970 1760-RETENIR-RETRAIT.
038980     READ FICHIER-AUDIT INTO WS-AUDIT-RECORD
038990         AT END
039000             MOVE "Y" TO WS-AUDIT-EOF
039010         NOT AT END
039020             IF AUD-DATE (1:6) = WS-DATE-JOUR (1:6)
039030                 AND (AUD-TRANS-CODE = "DB" OR "CQ"
039040                      OR AUD-TRANS-CODE = "VI" OR "VE")
039050                 AND AUD-BALANCE-AFTER < AUD-BALANCE-BEFORE
039060                 MOVE AUD-ACCOUNT-NUMBER TO WS-RET-CHERCHE
039070                 PERFORM 1770-AJOUTER-RETRAIT THRU 1770-EXIT
039080             END-IF
039090     END-READ.
039100 1760-EXIT.
039110     EXIT.
039120
039130 1770-AJOUTER-RETRAIT.
039140     PERFORM 2280-CHERCHER-RETRAITS THRU 2280-EXIT.
039150     IF WS-RET-TROUVE-IDX > ZERO
039160         ADD 1 TO WS-RET-DEBITS (WS-RET-TROUVE-IDX)
039170     ELSE
039180         IF WS-RET-NOMBRE < 5000
039190             ADD 1 TO WS-RET-NOMBRE
039200             MOVE WS-RET-CHERCHE
039210                 TO WS-RET-COMPTE (WS-RET-NOMBRE)
039220             MOVE 1 TO WS-RET-DEBITS (WS-RET-NOMBRE)
039230         ELSE
039240             DISPLAY "TABLE DES DEBITS DU MOIS SATUREE"
039250             MOVE "Y" TO WS-RETRAITS-SATURE-SW
039260         END-IF
039270     END-IF.
039280 1770-EXIT.
039290     EXIT.
039300
039900*****************************************************************
040000* 2000-TRAITER-CLIENT - SAISIE DU COMPTE (ZERO = FIN DE          *
040100*    SESSION), CONSULTATION ET SAISIE DE L'OPERATION. UN COMPTE  *
040150*    DE PRET EST REFUSE COMME LE FAIT TRAITEMENT-BANQUE ; UN LOT *
040170*    COMPLET MET FIN A LA SESSION.                               *
040200*****************************************************************
040300 2000-TRAITER-CLIENT.
040400     DISPLAY "---------------------------------".
040437     IF WS-LOT-NOMBRE NOT < 500
040474         DISPLAY "LOT COMPLET (500 OPERATIONS) - FIN DE SESSION"
040511         MOVE ZERO TO WS-COMPTE-SAISI
040548     ELSE
040585         DISPLAY "NUMERO DE COMPTE (0 = FIN DE SESSION) : "
040622         ACCEPT WS-COMPTE-SAISI
040659     END-IF.
040700     IF WS-COMPTE-SAISI = ZERO
040800         MOVE "Y" TO WS-FIN-SESSION-SW
040900     ELSE
041000         PERFORM 2100-LIRE-COMPTE THRU 2100-EXIT
041100         IF WS-CUSTOMER-FOUND
041200             PERFORM 2200-AFFICHER-COMPTE   THRU 2200-EXIT
041250             IF CM-TYPE-LOAN
041270                 DISPLAY "COMPTE DE PRET - OPERATION REFUSEE AU "
041280                         "GUICHET"
041290             ELSE
041300                 PERFORM 2300-SAISIR-OPERATION  THRU 2300-EXIT
041350             END-IF
041400         ELSE
041500             DISPLAY "AUCUN CLIENT POUR LE COMPTE "
041600                     WS-COMPTE-SAISI
041700         END-IF
041800     END-IF.
041900 2000-EXIT.
042000     EXIT.
042100
042200 2100-LIRE-COMPTE.
042300     MOVE WS-COMPTE-SAISI TO CM-ACCOUNT-NUMBER.
042400     READ CUSTOMER-MASTER-FILE
042500         INVALID KEY
042600             MOVE "N" TO WS-FOUND-SWITCH
042700         NOT INVALID KEY
042800             MOVE "Y" TO WS-FOUND-SWITCH
042900     END-READ.
043000 2100-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400* 2200-AFFICHER-COMPTE - COMPTE CONSULTE ET DISPONIBLE AU        *
043500*    GUICHET (SOLDE + DECOUVERT AUTORISE - BLOCAGES ACTIFS -     *
043600*    RETRAITS DE LA SESSION SUR CE COMPTE) ; DEBITS DU MOIS      *
043650*    SI LE TYPE DU COMPTE EN LIMITE LE NOMBRE.                   *
043700*****************************************************************
043800 2200-AFFICHER-COMPTE.
043900     PERFORM 2250-CHERCHER-SESSION THRU 2250-EXIT.
043910     MOVE CM-ACCOUNT-NUMBER TO WS-BLQ-CHERCHE-COMPTE.
043920     PERFORM 2270-CHERCHER-BLOCAGE THRU 2270-EXIT.
043930     MOVE ZERO TO WS-MONTANT-BLOQUE.
043940     IF WS-BLQ-TROUVE-IDX > ZERO
043950         MOVE WS-BLQ-MONTANT (WS-BLQ-TROUVE-IDX)
043960             TO WS-MONTANT-BLOQUE
043970     END-IF.
043980     PERFORM 2290-COMPTER-DEBITS-MOIS THRU 2290-EXIT.
044000     COMPUTE WS-DISPONIBLE = CM-BALANCE + CM-OVERDRAFT-LIMIT
044050                           - WS-MONTANT-BLOQUE.
044100     IF WS-SES-TROUVE-IDX > ZERO
044200         SUBTRACT WS-SES-RETRAITS (WS-SES-TROUVE-IDX)
044300             FROM WS-DISPONIBLE
044400     END-IF.
044500
044600     DISPLAY "CLIENT        : " CM-CUSTOMER-NAME.
044700     DISPLAY "TYPE COMPTE   : " CM-ACCOUNT-TYPE.
044800     MOVE CM-BALANCE TO WS-MONTANT-EDIT.
044900     DISPLAY "SOLDE ACTUEL  : " WS-MONTANT-EDIT " EUR".
045000     MOVE WS-DISPONIBLE TO WS-MONTANT-EDIT.
045100     DISPLAY "DISPONIBLE    : " WS-MONTANT-EDIT " EUR".
045105     IF WS-MONTANT-BLOQUE > ZERO
045110         MOVE WS-MONTANT-BLOQUE TO WS-MONTANT-EDIT
045115         DISPLAY "DONT BLOQUE   : " WS-MONTANT-EDIT " EUR"
045120     END-IF.
045125     IF WS-LIMITE-DEBITS
045130         MOVE WS-RET-DU-COMPTE TO WS-RET-EDIT
045135         MOVE WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX)
045140             TO WS-RET-MAX-EDIT
045145         DISPLAY "DEBITS MOIS   : " WS-RET-EDIT " SUR "
045150                 WS-RET-MAX-EDIT " AUTORISES"
045155     END-IF.
045200     DISPLAY "STATUT        : " CM-STATUS.
045300 2200-EXIT.
045400     EXIT.
045500
045600 2250-CHERCHER-SESSION.
045700     MOVE ZERO TO WS-SES-TROUVE-IDX.
045800     PERFORM 2260-COMPARER-SESSION THRU 2260-EXIT
045900         VARYING WS-SES-IDX FROM 1 BY 1
046000         UNTIL WS-SES-IDX > WS-SES-NOMBRE
046100            OR WS-SES-TROUVE-IDX > ZERO.
046200 2250-EXIT.
046300     EXIT.
046400
046500 2260-COMPARER-SESSION.
046600     IF WS-SES-COMPTE (WS-SES-IDX) = CM-ACCOUNT-NUMBER
046700         MOVE WS-SES-IDX TO WS-SES-TROUVE-IDX
046800     END-IF.
046900 2260-EXIT.
047000     EXIT.
047001
047002*****************************************************************
047003* 2270-CHERCHER-BLOCAGE - ENTREE DE LA TABLE DES BLOCAGES DU     *
047004*    COMPTE CHERCHE (ZERO = AUCUN BLOCAGE EN VIGUEUR).           *
047005*****************************************************************
047006 2270-CHERCHER-BLOCAGE.
047007     MOVE ZERO TO WS-BLQ-TROUVE-IDX.
047008     PERFORM 2275-COMPARER-BLOCAGE THRU 2275-EXIT
047009         VARYING WS-BLQ-IDX FROM 1 BY 1
047010         UNTIL WS-BLQ-IDX > WS-BLQ-NOMBRE
047011            OR WS-BLQ-TROUVE-IDX > ZERO.
047012 2270-EXIT.
047013     EXIT.
047014
047015 2275-COMPARER-BLOCAGE.
047016     IF WS-BLQ-COMPTE (WS-BLQ-IDX) = WS-BLQ-CHERCHE-COMPTE
047017         MOVE WS-BLQ-IDX TO WS-BLQ-TROUVE-IDX
047018     END-IF.
047019 2275-EXIT.
047020     EXIT.
047021
047022*****************************************************************
047023* 2280-CHERCHER-RETRAITS - ENTREE DE LA TABLE DES DEBITS DU      *
047024*    MOIS DU COMPTE CHERCHE (ZERO = AUCUN DEBIT CE MOIS).        *
047025*****************************************************************
047026 2280-CHERCHER-RETRAITS.
047027     MOVE ZERO TO WS-RET-TROUVE-IDX.
047028     PERFORM 2285-COMPARER-RETRAITS THRU 2285-EXIT
047029         VARYING WS-RET-IDX FROM 1 BY 1
047030         UNTIL WS-RET-IDX > WS-RET-NOMBRE
047031            OR WS-RET-TROUVE-IDX > ZERO.
047032 2280-EXIT.
047033     EXIT.
047034
047035 2285-COMPARER-RETRAITS.
047036     IF WS-RET-COMPTE (WS-RET-IDX) = WS-RET-CHERCHE
047037         MOVE WS-RET-IDX TO WS-RET-TROUVE-IDX
047038     END-IF.
047039 2285-EXIT.
047040     EXIT.
047041
047042*****************************************************************
047043* 2290-COMPTER-DEBITS-MOIS - REGLE DE REFUS DU TYPE DU COMPTE    *
047044* 2290-COMPTER-DEBITS-MOIS - REGLE DU TYPE DU COMPTE (ZERO =     *
047045*    AUCUNE) ET, SI ELLE LIMITE LES DEBITS AVEC REFUS, DEBITS    *
047046*    DU MOIS AU JOURNAL PLUS RETRAITS DE LA SESSION SUR LE       *
047047*    COMPTE.                                                     *
047048*****************************************************************
047049 2290-COMPTER-DEBITS-MOIS.
047050     MOVE ZERO TO WS-PLF-TROUVE-IDX.
047051     MOVE ZERO TO WS-RET-TROUVE-IDX.
047052     MOVE ZERO TO WS-RET-DU-COMPTE.
047053     MOVE "N"  TO WS-LIMITE-DEBITS-SW.
047054     PERFORM 2295-COMPARER-PLAFOND THRU 2295-EXIT
047055         VARYING WS-PLF-IDX FROM 1 BY 1
047056         UNTIL WS-PLF-IDX > WS-PLF-NOMBRE
047057            OR WS-PLF-TROUVE-IDX > ZERO.
047058     IF WS-PLF-TROUVE-IDX > ZERO
047059         AND WS-PLF-REJET (WS-PLF-TROUVE-IDX)
047060         AND WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX) > ZERO
047061         MOVE "Y" TO WS-LIMITE-DEBITS-SW
047062         MOVE CM-ACCOUNT-NUMBER TO WS-RET-CHERCHE
047063         PERFORM 2280-CHERCHER-RETRAITS THRU 2280-EXIT
047064         IF WS-RET-TROUVE-IDX > ZERO
047065             MOVE WS-RET-DEBITS (WS-RET-TROUVE-IDX)
047066                 TO WS-RET-DU-COMPTE
047067         END-IF
047068         IF WS-SES-TROUVE-IDX > ZERO
047069             ADD WS-SES-DEBITS (WS-SES-TROUVE-IDX)
047070                 TO WS-RET-DU-COMPTE
047071         END-IF
047072     END-IF.
047073 2290-EXIT.
047074     EXIT.
047075
047076 2295-COMPARER-PLAFOND.
047077     IF WS-PLF-TYPE (WS-PLF-IDX) = CM-ACCOUNT-TYPE
047078         MOVE WS-PLF-IDX TO WS-PLF-TROUVE-IDX
047079     END-IF.
047080 2295-EXIT.
047081     EXIT.
047100
047200*****************************************************************
047300* 2300-SAISIR-OPERATION - VERSEMENT ("V") SUR TOUT COMPTE NON    *
047350*    CLOS, DANS LA LIMITE DU PLAFOND DE SOLDE DE SON TYPE ;      *
047400*    RETRAIT ("R") SUR UN COMPTE ACTIF, DANS LA LIMITE DU        *
047450*    DISPONIBLE, AVEC DEROGATION SUPERVISEUR AU-DELA DU SEUIL.   *
047500*    TOUTE AUTRE REPONSE ABANDONNE.                              *
047700*****************************************************************
047800 2300-SAISIR-OPERATION.
047900     MOVE "N" TO WS-OPERATION-SW.
048000     MOVE SPACES TO WS-DEROGATION.
048100     DISPLAY "OPERATION (V = VERSEMENT, R = RETRAIT) : ".
048200     ACCEPT WS-OPERATION.
048300     EVALUATE TRUE
048400         WHEN WS-OPERATION-VERSEMENT
048500             IF CM-STATUS-CLOSED
048600                 DISPLAY "COMPTE CLOS - VERSEMENT REFUSE"
048700             ELSE
048800                 PERFORM 2400-SAISIR-MONTANT THRU 2400-EXIT
048820                 IF WS-OPERATION-VALIDE
048840                     PERFORM 2450-CONTROLER-VERSEMENT
048860                         THRU 2450-EXIT
048880                 END-IF
048900             END-IF
049000         WHEN WS-OPERATION-RETRAIT
049100             IF NOT CM-STATUS-ACTIVE
049200                 DISPLAY "COMPTE NON ACTIF - RETRAIT REFUSE"
049300             ELSE
049400                 PERFORM 2400-SAISIR-MONTANT THRU 2400-EXIT
049500                 IF WS-OPERATION-VALIDE
049600                     PERFORM 2500-CONTROLER-RETRAIT THRU 2500-EXIT
049700                 END-IF
049800             END-IF
049900         WHEN OTHER
050000             DISPLAY "OPERATION ABANDONNEE"
050100     END-EVALUATE.
050200
050300     IF WS-OPERATION-VALIDE
050400         PERFORM 2700-CONFIRMER THRU 2700-EXIT
050500     END-IF.
050600 2300-EXIT.
050700     EXIT.
050800
050900 2400-SAISIR-MONTANT.
051000     DISPLAY "MONTANT EN CENTIMES : ".
051100     ACCEPT WS-CENTIMES-SAISIS.
051200     IF WS-CENTIMES-SAISIS = ZERO
051300         DISPLAY "MONTANT NUL - OPERATION ABANDONNEE"
051400     ELSE
051500         COMPUTE WS-MONTANT = WS-CENTIMES-SAISIS / 100
051600         MOVE "Y" TO WS-OPERATION-SW
051700     END-IF.
051800 2400-EXIT.
051900     EXIT.
052000
052003*****************************************************************
052006* 2450-CONTROLER-VERSEMENT - UN VERSEMENT QUI PORTERAIT LE       *
052009*    SOLDE (AUGMENTE DES VERSEMENTS ET DIMINUE DES RETRAITS DE   *
052012*    LA SESSION SUR LE COMPTE) AU-DELA DU PLAFOND DE SOLDE DE    *
052015*    SON TYPE EST REFUSE, COMME LE FERAIT TRAITEMENT-BANQUE.     *
052018*****************************************************************
052021 2450-CONTROLER-VERSEMENT.
052024     IF WS-PLF-TROUVE-IDX > ZERO
052027         AND WS-PLF-SOLDE-MAX (WS-PLF-TROUVE-IDX) > ZERO
052030         COMPUTE WS-SOLDE-SESSION = CM-BALANCE + WS-MONTANT
052033         IF WS-SES-TROUVE-IDX > ZERO
052036             ADD WS-SES-VERSEMENTS (WS-SES-TROUVE-IDX)
052039                 TO WS-SOLDE-SESSION
052042             SUBTRACT WS-SES-RETRAITS (WS-SES-TROUVE-IDX)
052045                 FROM WS-SOLDE-SESSION
052048         END-IF
052051         IF WS-SOLDE-SESSION
052054                > WS-PLF-SOLDE-MAX (WS-PLF-TROUVE-IDX)
052057             DISPLAY "PLAFOND SOLDE DEPASSE - VERSEMENT REFUSE"
052060             MOVE "N" TO WS-OPERATION-SW
052063         END-IF
052066     END-IF.
052069 2450-EXIT.
052072     EXIT.
052075
052100*****************************************************************
052200* 2500-CONTROLER-RETRAIT - NOMBRE DE DEBITS DU MOIS ET           *
052300*    PROVISION AU GUICHET DANS L'ORDRE DE TRAITEMENT-BANQUE,     *
052325*    PUIS, AU-DELA DU SEUIL, CODE DE DEROGATION D'UN             *
052350*    SUPERVISEUR. UNE TABLE DES DEBITS SATUREE REFUSE LE         *
052375*    RETRAIT D'UN COMPTE LIMITE QU'ELLE NE PORTE PAS.            *
052400*****************************************************************
052500 2500-CONTROLER-RETRAIT.
052600     EVALUATE TRUE
052605         WHEN WS-LIMITE-DEBITS
052610          AND WS-RET-TROUVE-IDX = ZERO
052615          AND WS-RETRAITS-SATURE
052620             DISPLAY "TABLE DES DEBITS DU MOIS SATUREE - RETRAIT "
052625                     "REFUSE"
052630             MOVE "N" TO WS-OPERATION-SW
052635         WHEN WS-LIMITE-DEBITS
052640          AND WS-RET-DU-COMPTE
052645                  NOT < WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX)
052650             DISPLAY "NB RETRAITS MOIS ATTEINT - RETRAIT REFUSE"
052655             MOVE "N" TO WS-OPERATION-SW
052660         WHEN WS-MONTANT > WS-DISPONIBLE + WS-MONTANT-BLOQUE
052665             DISPLAY "PROVISION INSUFFISANTE - RETRAIT REFUSE"
052670             MOVE "N" TO WS-OPERATION-SW
052675         WHEN WS-MONTANT > WS-DISPONIBLE
052680             DISPLAY "FONDS BLOQUES - RETRAIT REFUSE"
052685             MOVE "N" TO WS-OPERATION-SW
052690         WHEN WS-MONTANT > WS-SEUIL-RETRAIT
053100             MOVE WS-SEUIL-RETRAIT TO WS-MONTANT-EDIT
053200             DISPLAY "RETRAIT AU-DELA DE " WS-MONTANT-EDIT
053300                     " EUR - DEROGATION SUPERVISEUR REQUISE"
053400             DISPLAY "CODE SUPERVISEUR : "
053500             ACCEPT WS-CODE-SAISI
053600             MOVE "N" TO WS-SUP-TROUVE-SW
053700             PERFORM 2600-COMPARER-CODE THRU 2600-EXIT
053800                 VARYING WS-SUP-IDX FROM 1 BY 1
053900                 UNTIL WS-SUP-IDX > WS-SUP-NOMBRE
054000                    OR WS-SUP-TROUVE
054100             IF WS-SUP-TROUVE AND WS-CODE-SAISI NOT = SPACES
054200                 MOVE WS-CODE-SAISI TO WS-DEROGATION
054300             ELSE
054400                 DISPLAY "CODE SUPERVISEUR INVALIDE - RETRAIT "
054500                         "REFUSE"
054600                 MOVE "N" TO WS-OPERATION-SW
054700             END-IF
054800         WHEN OTHER
054850             CONTINUE
054900     END-EVALUATE.
055000 2500-EXIT.
055100     EXIT.
055200
055300 2600-COMPARER-CODE.
055400     IF WS-SUP-CODE (WS-SUP-IDX) = WS-CODE-SAISI
055500         MOVE "Y" TO WS-SUP-TROUVE-SW
055600     END-IF.
055700 2600-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100* 2700-CONFIRMER - RAPPEL DE L'OPERATION ET CONFIRMATION DU      *
056200*    GUICHETIER AVANT ENREGISTREMENT.                            *
056300*****************************************************************
056400 2700-CONFIRMER.
056500     MOVE WS-MONTANT TO WS-MONTANT-EDIT.
056600     IF WS-OPERATION-VERSEMENT
056700         DISPLAY "VERSEMENT DE " WS-MONTANT-EDIT " EUR SUR "
056800                 CM-ACCOUNT-NUMBER
056900     ELSE
057000         DISPLAY "RETRAIT DE " WS-MONTANT-EDIT " EUR SUR "
057100                 CM-ACCOUNT-NUMBER
057200     END-IF.
057300     DISPLAY "CONFIRMER (O/N) : ".
057400     ACCEPT WS-REPONSE.
057500     IF WS-REPONSE-OUI
057600         PERFORM 2800-ECRIRE-OPERATION THRU 2800-EXIT
057700     ELSE
057800         DISPLAY "OPERATION ABANDONNEE"
057900     END-IF.
058000 2700-EXIT.
058100     EXIT.
058200
058300*****************************************************************
058400* 2800-ECRIRE-OPERATION - LIGNE DU LOT AU FORMAT D'INPUT.TXT,    *
058500*    REFERENCE "GU" + GUICHETIER + COMPTEUR, SUIVIE DU           *
058600*    GUICHETIER, DE L'HEURE ET DU CODE DE DEROGATION, RANGEE     *
058650*    DANS LE LOT DE LA SESSION.                                  *
058700*****************************************************************
058800 2800-ECRIRE-OPERATION.
058900     MOVE SPACES TO WS-TRANSACTION-RECORD.
059000     MOVE CM-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER-N.
059100     IF WS-OPERATION-VERSEMENT
059200         MOVE "CR" TO TR-TRANS-CODE
059300     ELSE
059400         MOVE "DB" TO TR-TRANS-CODE
059500     END-IF.
059600     MOVE WS-MONTANT TO TR-AMOUNT.
059700     ADD 1 TO WS-REF-COMPTEUR.
059800     STRING "GU" WS-GUICHETIER WS-REF-COMPTEUR
059900         DELIMITED BY SIZE INTO TR-REFERENCE
060000     END-STRING.
060100
060200     MOVE SPACES                TO WS-GUICHET-RECORD.
060300     MOVE WS-TRANSACTION-RECORD TO GU-LIGNE-TRANSACTION.
060400     MOVE WS-GUICHETIER         TO GU-GUICHETIER.
060500     ACCEPT GU-HEURE FROM TIME.
060600     MOVE WS-DEROGATION         TO GU-DEROGATION.
060700
060900     ADD 1          TO WS-LOT-NOMBRE.
060950     MOVE WS-GUICHET-RECORD TO WS-LOT-DETAIL (WS-LOT-NOMBRE).
061000     ADD WS-MONTANT TO WS-LOT-HASH.
061100     IF WS-OPERATION-VERSEMENT
061200         ADD 1          TO WS-NB-VERSEMENTS
061300         ADD WS-MONTANT TO WS-TOTAL-VERSEMENTS
061400     ELSE
061500         ADD 1          TO WS-NB-RETRAITS
061600         ADD WS-MONTANT TO WS-TOTAL-RETRAITS
061800     END-IF.
061850     PERFORM 2900-CUMULER-SESSION THRU 2900-EXIT.
061900     DISPLAY "OPERATION RETENUE - REFERENCE " TR-REFERENCE.
062000 2800-EXIT.
062100     EXIT.
062200
062300 2900-CUMULER-SESSION.
062400     IF WS-SES-TROUVE-IDX = ZERO
062450         IF WS-SES-NOMBRE < 500
062500             ADD 1 TO WS-SES-NOMBRE
062550             MOVE CM-ACCOUNT-NUMBER
062600                 TO WS-SES-COMPTE (WS-SES-NOMBRE)
062650             MOVE ZERO TO WS-SES-RETRAITS (WS-SES-NOMBRE)
062700                          WS-SES-VERSEMENTS (WS-SES-NOMBRE)
062750                          WS-SES-DEBITS (WS-SES-NOMBRE)
062800             MOVE WS-SES-NOMBRE TO WS-SES-TROUVE-IDX
062850         END-IF
062900     END-IF.
062950     IF WS-SES-TROUVE-IDX > ZERO
063000         IF WS-OPERATION-VERSEMENT
063050             ADD WS-MONTANT
063100                 TO WS-SES-VERSEMENTS (WS-SES-TROUVE-IDX)
063150         ELSE
063200             ADD WS-MONTANT TO WS-SES-RETRAITS (WS-SES-TROUVE-IDX)
063250             ADD 1          TO WS-SES-DEBITS (WS-SES-TROUVE-IDX)
063300         END-IF
063350     END-IF.
063400 2900-EXIT.
063500     EXIT.
063600
063700*****************************************************************
063800* 8000-CLORE-SESSION - ARRETE DE CAISSE EVENTUEL (COMPTAGE DES   *
063900*    ESPECES DECLARE PAR LE GUICHETIER), PUIS AJOUT DU LOT       *
064000*    COMPLET A GUICHET.TXT D'UN SEUL BLOC : EN-TETE, FOND DE     *
064050*    CAISSE, DETAIL, COMPTAGE ET FIN "TRL". TOTAUX DE SESSION.   *
064100*****************************************************************
064200 8000-CLORE-SESSION.
064300     DISPLAY "---------------------------------".
064400     DISPLAY "ARRETE DE CAISSE DE FIN DE JOURNEE (O/N) : ".
064500     ACCEPT WS-REPONSE.
064600     IF WS-REPONSE-OUI
064700         DISPLAY "ESPECES COMPTEES EN CAISSE, EN CENTIMES : "
064800         ACCEPT WS-CENTIMES-SAISIS
064900         COMPUTE WS-COMPTAGE-CAISSE = WS-CENTIMES-SAISIS / 100
065000     END-IF.
065100
065200     OPEN EXTEND FICHIER-GUICHET.
065300     IF NOT WS-GUICHET-OK
065400         OPEN OUTPUT FICHIER-GUICHET
065500     END-IF.
065600     IF NOT WS-GUICHET-OK
065700         DISPLAY "ERREUR OUVERTURE GUICHET.TXT : "
065750                 WS-GUICHET-STATUS
065800                 " - LOT NON ENREGISTRE, PREVENIR L'EXPLOITATION"
065900         MOVE 12 TO RETURN-CODE
066000     ELSE
066100         MOVE "Y" TO WS-LOT-ECRIT-SW
066200         PERFORM 8100-ECRIRE-LOT THRU 8100-EXIT
066300         CLOSE FICHIER-GUICHET
066400     END-IF.
066500
066600     IF WS-LOT-ECRIT
066650         DISPLAY "LOT ENREGISTRE : " WS-LOT-NOMBRE " OPERATION(S)"
066680     END-IF.
066700
066800     MOVE WS-TOTAL-VERSEMENTS TO WS-MONTANT-EDIT.
066900     DISPLAY "VERSEMENTS : " WS-NB-VERSEMENTS " POUR "
067000             WS-MONTANT-EDIT " EUR".
067100     MOVE WS-TOTAL-RETRAITS TO WS-MONTANT-EDIT.
067200     DISPLAY "RETRAITS   : " WS-NB-RETRAITS " POUR "
067300             WS-MONTANT-EDIT " EUR".
067400 8000-EXIT.
067500     EXIT.
067502
067504 8100-ECRIRE-LOT.
067506     MOVE SPACES             TO WS-GUICHET-CONTROLE.
067508     MOVE "HDR"              TO GC-TYPE.
067510     MOVE WS-DATE-JOUR       TO GC-DATE.
067512     MOVE ZERO               TO GC-NOMBRE GC-MONTANT.
067514     MOVE WS-GUICHETIER      TO GC-GUICHETIER.
067516     MOVE WS-HEURE-OUVERTURE TO GC-HEURE.
067518     WRITE LIGNE-GUICHET FROM WS-GUICHET-CONTROLE.
067520
067522     IF NOT WS-OUVERTURE-FAITE
067524         MOVE "OUV"          TO GC-TYPE
067526         MOVE WS-FOND-CAISSE TO GC-MONTANT
067528         WRITE LIGNE-GUICHET FROM WS-GUICHET-CONTROLE
067530     END-IF.
067532
067534     PERFORM 8200-ECRIRE-DETAIL THRU 8200-EXIT
067536         VARYING WS-LOT-IDX FROM 1 BY 1
067538         UNTIL WS-LOT-IDX > WS-LOT-NOMBRE.
067540
067542     ACCEPT GC-HEURE FROM TIME.
067544     IF WS-REPONSE-OUI
067546         MOVE "CPT"              TO GC-TYPE
067548         MOVE WS-COMPTAGE-CAISSE TO GC-MONTANT
067550         WRITE LIGNE-GUICHET FROM WS-GUICHET-CONTROLE
067552     END-IF.
067554
067556     MOVE "TRL"           TO GC-TYPE.
067558     MOVE WS-LOT-NOMBRE   TO GC-NOMBRE.
067560     MOVE WS-LOT-HASH     TO GC-MONTANT.
067562     WRITE LIGNE-GUICHET FROM WS-GUICHET-CONTROLE.
067564 8100-EXIT.
067566     EXIT.
067568
067570 8200-ECRIRE-DETAIL.
067572     WRITE LIGNE-GUICHET FROM WS-LOT-DETAIL (WS-LOT-IDX).
067574 8200-EXIT.
067576     EXIT.
067600
067700*****************************************************************
067800* 9999-TERMINATE - FERMETURE DES FICHIERS ET FIN DE PROGRAMME    *
067900*****************************************************************
068000 9999-TERMINATE.
068100     IF WS-MASTER-OUVERT
068200         CLOSE CUSTOMER-MASTER-FILE
068300     END-IF.
068700     DISPLAY "---------------------------------".
068800 9999-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
069300*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
069400*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
069500*****************************************************************
069600 9700-LIRE-DATE-TRT.
069700     MOVE ZERO TO DT-DATE-TRAITEMENT.
069800     OPEN INPUT FICHIER-DATECTL.
069900     IF WS-DATECTL-OK
070000         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
070100             AT END
070200                 MOVE ZERO TO DT-DATE-TRAITEMENT
070300         END-READ
070400         CLOSE FICHIER-DATECTL
070500     END-IF.
070600     IF DT-DATE-TRAITEMENT NOT NUMERIC
070700         OR DT-DATE-TRAITEMENT = ZERO
070800         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
070900         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
071000                 DT-DATE-TRAITEMENT
071100     END-IF.
071200 9700-EXIT.
071300     EXIT.
