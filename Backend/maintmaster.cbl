001302*                  (RUNJOURNAL.TXT) EN FIN D'EXECUTION :          *
001303*                  COMPTEURS ET CODE RETOUR POUR LE BILAN DE      *
001304*                  CYCLE (BILAN-CYCLE).                           *
001314*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001324*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001334*                  PLUS A L'HORLOGE SYSTEME.                      *
001343*  2026-10-15  ML  BLOCAGES DE FONDS : ACTIONS "BL" (POSE D'UN    *
001352*                  BLOCAGE SUR UN MONTANT, AVEC REFERENCE, MOTIF, *
001361*                  DATES DE DEBUT ET D'ECHEANCE) ET "LB" (LEVEE   *
001370*                  AVANT ECHEANCE). LES BLOCAGES SONT TENUS DANS  *
001379*                  BLOCAGES.TXT, CHARGE EN TABLE ET REECRIT EN    *
001388*                  FIN DE LOT COMME LE REFERENTIEL CLIENT.        *
001390*  2026-10-15  ML  OPPOSITIONS SUR CHEQUES : ACTIONS "OC" (POSE  *
001392*                  D'UNE OPPOSITION SUR UN CHEQUE OU UNE PLAGE   *
001394*                  DE CHEQUES, AVEC MOTIF) ET "LO" (LEVEE). LES  *
001396*                  OPPOSITIONS SONT TENUES DANS OPPOSITIONS.TXT, *
001405*                  CHARGE EN TABLE ET REECRIT EN FIN DE LOT.     *
001414*  2026-10-15  ML  COMPTES DE PRET : UN "AD" DE TYPE "PR" OUVRE  *
001423*                  UN PRET (CAPITAL, TAUX, DUREE, DATE DE DEBUT  *
001432*                  ET COMPTE DE REMBOURSEMENT LIE), ECRIT DANS   *
001441*                  PRETS.TXT AVEC SON TABLEAU D'AMORTISSEMENT    *
001450*                  (ECHEANCIER.TXT) ; LES ECHEANCES SONT         *
001459*                  PRELEVEES PAR PRETS-BANQUE EN FIN DE MOIS.    *
001468*                  LE TYPE D'UN PRET NE SE MODIFIE PAS ET SEULE  *
001477*                  PRETS-BANQUE LE CLOT, UNE FOIS REMBOURSE.     *
001486*---------------------------------------------------------------*
001500* CE PROGRAMME LIT LE FICHIER DES MOUVEMENTS DE TENUE MAINT.TXT  *
001600* ET LES APPLIQUE ENREGISTREMENT PAR ENREGISTREMENT SUR LE       *
001700* FICHIER MAITRE INDEXE :                                        *
002110*         NUL = MISE EN ATTENTE DE CLOTURE, DENOUEE PAR           *
002120*         CLOTURE-BANQUE DANS LE CYCLE QUOTIDIEN ;                *
002200*   "FR"  GEL DU COMPTE.                                         *
002210*   "BL"  POSE D'UN BLOCAGE DE FONDS SUR UN MONTANT              *
002220*         (BLOCAGES.TXT) : LE SOLDE DISPONIBLE EN EST DIMINUE ;  *
002230*   "LB"  LEVEE D'UN BLOCAGE AVANT SON ECHEANCE ;                *
002240*   "OC"  OPPOSITION SUR UN CHEQUE OU UNE PLAGE DE CHEQUES       *
002250*         (OPPOSITIONS.TXT) : TRAITEMENT-BANQUE LES REFUSE ;     *
002260*   "LO"  LEVEE D'UNE OPPOSITION.                                *
002268* UN "AD" DE TYPE "PR" OUVRE UN COMPTE DE PRET, AU SOLDE TOUJOURS*
002276* NUL : LE PRET ET SON TABLEAU D'AMORTISSEMENT SONT AJOUTES A    *
002284* PRETS.TXT ET ECHEANCIER.TXT, ET PRETS-BANQUE PRELEVE CHAQUE    *
002292* ECHEANCE SUR LE COMPTE DE REMBOURSEMENT LIE.                   *
002300* UNE LIGNE INAPPLICABLE (CREATION EN DOUBLE, MODIFICATION D'UN  *
002400* COMPTE INEXISTANT, CLOTURE SUR SOLDE NON NUL...) PART DANS SON *
002500* PROPRE FICHIER DE REJETS AVEC UN CODE MOTIF, ET CHAQUE LIGNE   *
006824         ORGANIZATION IS LINE SEQUENTIAL
006825         FILE STATUS IS WS-RUNCTL-STATUS.
006826
006834*---------------------------------------------------------------*
006842*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
006850*    CALENDRIER-BANQUE.                                          *
006858*---------------------------------------------------------------*
006866     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
006874         ORGANIZATION IS LINE SEQUENTIAL
006882         FILE STATUS IS WS-DATECTL-STATUS.
006890
006891*---------------------------------------------------------------*
006892*    BLOCAGES DE FONDS PAR COMPTE, CHARGES EN TABLE AU           *
006893*    LANCEMENT ET REECRITS EN FIN DE LOT. ABSENT = AUCUN BLOCAGE.*
006894*---------------------------------------------------------------*
006895     SELECT FICHIER-BLOCAGES ASSIGN TO "../data/blocages.txt"
006902         ORGANIZATION IS LINE SEQUENTIAL
006909         FILE STATUS IS WS-BLOCAGES-STATUS.
006916
006923*---------------------------------------------------------------*
006930*    OPPOSITIONS SUR CHEQUES PAR COMPTE, CHARGEES EN TABLE AU    *
006937*    LANCEMENT ET REECRITES EN FIN DE LOT. ABSENT = AUCUNE.      *
006944*---------------------------------------------------------------*
006951     SELECT FICHIER-OPPOSITIONS
006958         ASSIGN TO "../data/oppositions.txt"
006965         ORGANIZATION IS LINE SEQUENTIAL
006972         FILE STATUS IS WS-OPPOSITIONS-STATUS.
006973
006974*---------------------------------------------------------------*
006975*    PRETS (CONDITIONS ET SUIVI) ET LEUR TABLEAU D'AMORTISSEMENT,*
006976*    EN AJOUT SEUL : CHAQUE OUVERTURE DE PRET Y ECRIT LE PRET ET *
006977*    SES ECHEANCES. CREES A LA PREMIERE OUVERTURE.               *
006978*---------------------------------------------------------------*
006979     SELECT FICHIER-PRETS ASSIGN TO "../data/prets.txt"
006980         ORGANIZATION IS LINE SEQUENTIAL
006981         FILE STATUS IS WS-PRETS-STATUS.
006982
006983     SELECT FICHIER-ECHEANCIER ASSIGN TO "../data/echeancier.txt"
006984         ORGANIZATION IS LINE SEQUENTIAL
006985         FILE STATUS IS WS-ECHEANCIER-STATUS.
006986
006987 DATA DIVISION.
007000 FILE SECTION.
007100 FD  FICHIER-MAINT.
007200 01  LIGNE-MAINT                  PIC X(114).
007300
007400 FD  CUSTOMER-MASTER-FILE.
007500     COPY "custmas.cpy".
007600
007700 FD  FICHIER-MAINT-REJETS.
007800 01  LIGNE-MAINT-REJET            PIC X(139).
007900
008000 FD  FICHIER-RAPPORT.
008100 01  LIGNE-RAPPORT                PIC X(80).
008210 FD  FICHIER-CUSTREF.
008220 01  LIGNE-CUSTREF                PIC X(26).
008230
008240 FD  FICHIER-DATECTL.
008250 01  LIGNE-DATECTL                PIC X(18).
008252
008254 FD  FICHIER-BLOCAGES.
008256 01  LIGNE-BLOCAGE                PIC X(82).
008257
008258 FD  FICHIER-OPPOSITIONS.
008259 01  LIGNE-OPPOSITION             PIC X(61).
008260
008265 FD  FICHIER-PRETS.
008270 01  LIGNE-PRET                   PIC X(109).
008275
008280 FD  FICHIER-ECHEANCIER.
008285 01  LIGNE-ECHEANCE               PIC X(72).
008290
008300 WORKING-STORAGE SECTION.
008301*---------------------------------------------------------------*
008302*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
008308
008309 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
008310
008320*---------------------------------------------------------------*
008330*    DATE DE TRAITEMENT DU CYCLE.                                *
008340*---------------------------------------------------------------*
008350     COPY "datectl.cpy".
008360
008370 01  WS-DATECTL-STATUS           PIC X(02).
008380     88  WS-DATECTL-OK               VALUE "00".
008390
008400*---------------------------------------------------------------*
008500*    VUE VALIDEE DU MOUVEMENT DE TENUE EN COURS.                 *
008600*---------------------------------------------------------------*
008730*    VUE D'UNE LIGNE DU REFERENTIEL CLIENT.                      *
008740*---------------------------------------------------------------*
008750     COPY "custref.cpy".
008758
008766*---------------------------------------------------------------*
008774*    VUE D'UNE LIGNE DU FICHIER DES BLOCAGES DE FONDS.           *
008782*---------------------------------------------------------------*
008790     COPY "blocrec.cpy".
008791
008792*---------------------------------------------------------------*
008793*    VUE D'UNE LIGNE DU FICHIER DES OPPOSITIONS SUR CHEQUES.     *
008794*---------------------------------------------------------------*
008795     COPY "opporec.cpy".
008800
008810*---------------------------------------------------------------*
008820*    VUES D'UN PRET ET D'UNE LIGNE DE SON ECHEANCIER.            *
008830*---------------------------------------------------------------*
008840     COPY "pretrec.cpy".
008850     COPY "echrec.cpy".
008860
008900 01  WS-MASTER-STATUS            PIC X(02).
009000     88  WS-MASTER-OK                VALUE "00".
009010
009020 01  WS-CUSTREF-STATUS           PIC X(02).
009030     88  WS-CUSTREF-OK               VALUE "00".
009040
009050 01  WS-BLOCAGES-STATUS          PIC X(02).
009060     88  WS-BLOCAGES-OK              VALUE "00".
009070
009080 01  WS-OPPOSITIONS-STATUS       PIC X(02).
009090     88  WS-OPPOSITIONS-OK           VALUE "00".
009100
009110 01  WS-PRETS-STATUS             PIC X(02).
009120     88  WS-PRETS-OK                 VALUE "00".
009130
009140 01  WS-ECHEANCIER-STATUS        PIC X(02).
009150     88  WS-ECHEANCIER-OK            VALUE "00".
009160
009200 01  WS-SWITCHES.
009300     05  WS-MAINT-EOF            PIC X(01)     VALUE "N".
009400         88  WS-END-OF-MAINT         VALUE "Y".
009620         88  WS-END-OF-CUSTREF       VALUE "Y".
009630     05  WS-CUSTREF-SATURE-SW    PIC X(01)     VALUE "N".
009640         88  WS-CUSTREF-SATURE       VALUE "Y".
009650     05  WS-BLOCAGES-EOF         PIC X(01)     VALUE "N".
009660         88  WS-END-OF-BLOCAGES      VALUE "Y".
009670     05  WS-BLOCAGES-SATURE-SW   PIC X(01)     VALUE "N".
009680         88  WS-BLOCAGES-SATURE      VALUE "Y".
009684     05  WS-OPPOSITIONS-EOF      PIC X(01)     VALUE "N".
009688         88  WS-END-OF-OPPOSITIONS   VALUE "Y".
009692     05  WS-OPPOSITIONS-SATURE-SW PIC X(01)    VALUE "N".
009696         88  WS-OPPOSITIONS-SATURE   VALUE "Y".
009700
009710*---------------------------------------------------------------*
009720*    REFERENTIEL CLIENT EN TABLE LE TEMPS DU LOT.                *
009790
009791 01  WS-CLI-IDX                  PIC 9(05)     VALUE ZERO.
009792 01  WS-CLI-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
009798 01  WS-CLI-CHERCHE-ID           PIC 9(06)     VALUE ZERO.
009804 01  WS-CLI-MAX-ID               PIC 9(06)     VALUE ZERO.
009810
009816*---------------------------------------------------------------*
009822*    BLOCAGES DE FONDS EN TABLE LE TEMPS DU LOT (LIGNES ENTIERES *
009828*    DE BLOCAGES.TXT, REECRITES TELLES QUELLES EN FIN DE LOT).   *
009834*---------------------------------------------------------------*
009840 01  WS-TABLE-BLOCAGES.
009846     05  WS-BLQ-NOMBRE           PIC 9(05)     VALUE ZERO.
009852     05  WS-BLQ-LIGNE            PIC X(82)
009858                                 OCCURS 2000 TIMES.
009864
009870 01  WS-BLQ-IDX                  PIC 9(05)     VALUE ZERO.
009871 01  WS-BLQ-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
009872 01  WS-BLQ-DEBUT                PIC 9(08)     VALUE ZERO.
009873
009874*---------------------------------------------------------------*
009875*    OPPOSITIONS SUR CHEQUES EN TABLE LE TEMPS DU LOT (LIGNES    *
009876*    ENTIERES D'OPPOSITIONS.TXT, REECRITES EN FIN DE LOT).       *
009877*---------------------------------------------------------------*
009878 01  WS-TABLE-OPPOSITIONS.
009879     05  WS-OPP-NOMBRE           PIC 9(05)     VALUE ZERO.
009880     05  WS-OPP-LIGNE            PIC X(61)
009881                                 OCCURS 2000 TIMES.
009882
009883 01  WS-OPP-IDX                  PIC 9(05)     VALUE ZERO.
009887 01  WS-OPP-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
009891
009895*---------------------------------------------------------------*
009899*    CALCUL DU TABLEAU D'AMORTISSEMENT D'UN PRET OUVERT : TAUX   *
009903*    MENSUEL, FACTEUR (1 + TAUX MENSUEL) PUISSANCE DUREE,        *
009907*    ECHEANCE CONSTANTE, CAPITAL RESTANT ET DATE D'ECHEANCE.     *
009911*---------------------------------------------------------------*
009915 01  WS-PRT-CALCUL.
009919     05  WS-PRT-DEBUT            PIC 9(08)     VALUE ZERO.
009923     05  WS-PRT-DATE             PIC 9(08)     VALUE ZERO.
009927     05  WS-PRT-DATE-ECLATEE REDEFINES WS-PRT-DATE.
009931         10  WS-PRT-ANNEE        PIC 9(04).
009935         10  WS-PRT-MOIS         PIC 9(02).
009939         10  WS-PRT-JOUR         PIC 9(02).
009943     05  WS-PRT-TAUX-MENSUEL     PIC 9V9(12)   VALUE ZERO.
009947     05  WS-PRT-FACTEUR          PIC 9(07)V9(11) VALUE ZERO.
009951     05  WS-PRT-ECHEANCE         PIC 9(09)V99  VALUE ZERO.
009955     05  WS-PRT-RESTANT          PIC 9(09)V99  VALUE ZERO.
009959     05  WS-PRT-CAPITAL          PIC S9(09)V99 VALUE ZERO.
009963     05  WS-PRT-RANG             PIC 9(03)     VALUE ZERO.
009967
009971 01  WS-REASON-CODE              PIC X(25)     VALUE SPACES.
009975
010000 01  WS-MAINT-REJET.
010100     05  MRJ-ORIGINAL-LINE       PIC X(114).
010200     05  MRJ-REASON-CODE         PIC X(25).
010300
010400 01  WS-COMPTEURS.
013400*****************************************************************
013500 1000-INITIALIZE.
013501     ACCEPT WS-HEURE-DEBUT FROM TIME.
013505     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
013510*    LE REFERENTIEL CLIENT, LES BLOCAGES PUIS LES OPPOSITIONS
013515*    SONT CHARGES AVANT TOUTE OUVERTURE :
013520*    UNE TABLE SATUREE OU UNE LIGNE ILLISIBLE ARRETE LE LOT
013530*    SANS TOUCHER A AUCUN FICHIER (MEME MODELE QUE MAINT-ORDRES
013540*    ET CORRIGER-REJETS) - LA REECRITURE DE FIN DE LOT PERDRAIT
013550*    SINON LES CLIENTS (OU LES BLOCAGES, OU LES OPPOSITIONS)
013555*    RESTES HORS TABLE.
013560     PERFORM 1200-CHARGER-CUSTREF THRU 1200-EXIT.
013562     IF NOT WS-CUSTREF-SATURE
013563         PERFORM 1300-CHARGER-BLOCAGES THRU 1300-EXIT
013564     END-IF.
013565     IF NOT WS-CUSTREF-SATURE AND NOT WS-BLOCAGES-SATURE
013566         PERFORM 1400-CHARGER-OPPOSITIONS THRU 1400-EXIT
013567     END-IF.
013570     IF WS-CUSTREF-SATURE OR WS-BLOCAGES-SATURE
013575                          OR WS-OPPOSITIONS-SATURE
013580         DISPLAY "REFERENTIEL CLIENT, BLOCAGES OU OPPOSITIONS"
013585                 " INEXPLOITABLES - LOT ARRETE"
013590         MOVE "Y" TO WS-MAINT-EOF
013595         MOVE 16 TO RETURN-CODE
013597     ELSE
014300             MOVE "Y" TO WS-MAINT-EOF
014400             MOVE 12 TO RETURN-CODE
014500         END-IF
014510         OPEN EXTEND FICHIER-PRETS
014520         IF NOT WS-PRETS-OK
014530             OPEN OUTPUT FICHIER-PRETS
014540         END-IF
014550         OPEN EXTEND FICHIER-ECHEANCIER
014560         IF NOT WS-ECHEANCIER-OK
014570             OPEN OUTPUT FICHIER-ECHEANCIER
014580         END-IF
014600
014700         MOVE SPACES TO LIGNE-RAPPORT
014800         STRING "ETAT DE TENUE DU FICHIER MAITRE - EPIBANK"
015612             END-EVALUATE
015613     END-READ.
015614 1250-EXIT.
015616     EXIT.
015618
015620*****************************************************************
015622* 1300-CHARGER-BLOCAGES - CHARGEMENT DES BLOCAGES DE FONDS EN    *
015624*    TABLE. UN FICHIER ABSENT VAUT VIDE ; UNE LIGNE ILLISIBLE OU *
015626*    UNE TABLE SATUREE ARRETE LE LOT.                            *
015628*****************************************************************
015630 1300-CHARGER-BLOCAGES.
015632     OPEN INPUT FICHIER-BLOCAGES.
015634     IF WS-BLOCAGES-OK
015636         PERFORM 1350-RANGER-BLOCAGE THRU 1350-EXIT
015638             UNTIL WS-END-OF-BLOCAGES OR WS-BLOCAGES-SATURE
015640         CLOSE FICHIER-BLOCAGES
015642     END-IF.
015644 1300-EXIT.
015646     EXIT.
015648
015650 1350-RANGER-BLOCAGE.
015652     READ FICHIER-BLOCAGES INTO WS-BLOCAGE-RECORD
015654         AT END
015656             MOVE "Y" TO WS-BLOCAGES-EOF
015658         NOT AT END
015660             EVALUATE TRUE
015662                 WHEN BL-ACCOUNT-NUMBER NOT NUMERIC
015664                   OR BL-MONTANT-X NOT NUMERIC
015666                     DISPLAY "LIGNE BLOCAGE ILLISIBLE : "
015668                             WS-BLOCAGE-RECORD
015670                     MOVE "Y" TO WS-BLOCAGES-SATURE-SW
015672                 WHEN WS-BLQ-NOMBRE NOT < 2000
015674                     DISPLAY "TABLE DES BLOCAGES SATUREE"
015676                     MOVE "Y" TO WS-BLOCAGES-SATURE-SW
015678                 WHEN OTHER
015680                     ADD 1 TO WS-BLQ-NOMBRE
015682                     MOVE WS-BLOCAGE-RECORD
015684                         TO WS-BLQ-LIGNE (WS-BLQ-NOMBRE)
015686             END-EVALUATE
015688     END-READ.
015690 1350-EXIT.
015692     EXIT.
015694
015696*****************************************************************
015698* 1400-CHARGER-OPPOSITIONS - CHARGEMENT DES OPPOSITIONS SUR      *
015700*    CHEQUES EN TABLE. UN FICHIER ABSENT VAUT VIDE ; UNE LIGNE   *
015702*    ILLISIBLE OU UNE TABLE SATUREE ARRETE LE LOT.               *
015704*****************************************************************
015706 1400-CHARGER-OPPOSITIONS.
015708     OPEN INPUT FICHIER-OPPOSITIONS.
015710     IF WS-OPPOSITIONS-OK
015712         PERFORM 1450-RANGER-OPPOSITION THRU 1450-EXIT
015714             UNTIL WS-END-OF-OPPOSITIONS OR WS-OPPOSITIONS-SATURE
015716         CLOSE FICHIER-OPPOSITIONS
015718     END-IF.
015720 1400-EXIT.
015722     EXIT.
015724
015726 1450-RANGER-OPPOSITION.
015728     READ FICHIER-OPPOSITIONS INTO WS-OPPOSITION-RECORD
015730         AT END
015732             MOVE "Y" TO WS-OPPOSITIONS-EOF
015734         NOT AT END
015736             EVALUATE TRUE
015738                 WHEN OC-ACCOUNT-NUMBER NOT NUMERIC
015740                   OR OC-CHEQUE-DEBUT NOT NUMERIC
015742                   OR OC-CHEQUE-FIN NOT NUMERIC
015744                     DISPLAY "LIGNE OPPOSITION ILLISIBLE : "
015746                             WS-OPPOSITION-RECORD
015748                     MOVE "Y" TO WS-OPPOSITIONS-SATURE-SW
015750                 WHEN WS-OPP-NOMBRE NOT < 2000
015752                     DISPLAY "TABLE DES OPPOSITIONS SATUREE"
015754                     MOVE "Y" TO WS-OPPOSITIONS-SATURE-SW
015756                 WHEN OTHER
015758                     ADD 1 TO WS-OPP-NOMBRE
015760                     MOVE WS-OPPOSITION-RECORD
015762                         TO WS-OPP-LIGNE (WS-OPP-NOMBRE)
015764             END-EVALUATE
015766     END-READ.
015768 1450-EXIT.
015770     EXIT.
015772
015774*****************************************************************
015800* 2000-TRAITER-LIGNE - VALIDATION, APPLICATION OU REJET D'UN     *
015900*    MOUVEMENT DE TENUE, PUIS LECTURE DU SUIVANT.                *
016000*****************************************************************
019800
019900*****************************************************************
020000* 3000-VALIDER-MOUVEMENT - CONTROLES DE FORMAT SUR LA LIGNE      *
020100*    - ACTION PARMI AD / CH / CL / FR / RA / BL / LB / OC / LO   *
020200*    - NUMERO DE COMPTE NUMERIQUE                                *
020300*    - POUR UNE CREATION : NOM RENSEIGNE, TYPE DE COMPTE CONNU,  *
020400*      DECOUVERT AUTORISE NUMERIQUE                              *
020500*    - POUR UNE MODIFICATION : TYPE ET DECOUVERT CONTROLES       *
020600*      SEULEMENT S'ILS SONT RENSEIGNES (A BLANC = INCHANGE)      *
020610*    - POUR UN BLOCAGE : REFERENCE RENSEIGNEE ; EN POSE, MONTANT *
020620*      NUMERIQUE NON NUL, MOTIF RENSEIGNE, DATES NUMERIQUES OU A *
020630*      BLANC, ECHEANCE NON ANTERIEURE AU DEBUT                   *
020640*    - POUR UNE OPPOSITION : PREMIER NUMERO DE CHEQUE NUMERIQUE  *
020650*      NON NUL ; EN POSE, DERNIER NUMERO A BLANC (CHEQUE SEUL)   *
020660*      OU NUMERIQUE NON INFERIEUR AU PREMIER, MOTIF RENSEIGNE    *
020670*    - POUR L'OUVERTURE D'UN PRET : CONDITIONS DU PRET (3300) ;  *
020680*      LE TYPE "PR" NE S'ACQUIERT NI NE SE PERD PAR MODIFICATION *
020700*****************************************************************
020800 3000-VALIDER-MOUVEMENT.
020900     MOVE "Y"    TO WS-LIGNE-VALIDE-SW.
021300                          AND NOT MT-ACTION-CLOSE
021400                          AND NOT MT-ACTION-FREEZE
021410                          AND NOT MT-ACTION-REACTIVE
021420                          AND NOT MT-ACTION-HOLD
021430                          AND NOT MT-ACTION-RELEASE
021440                          AND NOT MT-ACTION-STOP
021450                          AND NOT MT-ACTION-UNSTOP
021500         MOVE "N" TO WS-LIGNE-VALIDE-SW
021600         MOVE "ACTION INVALIDE" TO WS-REASON-CODE
021700     END-IF.
023300     IF WS-LIGNE-VALIDE
023400         AND (MT-ACTION-ADD
023500           OR (MT-ACTION-CHANGE AND MT-ACCOUNT-TYPE NOT = SPACES))
023510         IF MT-ACCOUNT-TYPE NOT = "CK" AND "SV" AND "MM" AND "PR"
023520             MOVE "N" TO WS-LIGNE-VALIDE-SW
023530             MOVE "TYPE COMPTE INVALIDE" TO WS-REASON-CODE
023540         END-IF
023550     END-IF.
023560
023570     IF WS-LIGNE-VALIDE AND MT-ACTION-CHANGE
023580         AND MT-ACCOUNT-TYPE = "PR"
023590         MOVE "N" TO WS-LIGNE-VALIDE-SW
023600         MOVE "TYPE PRET NON MODIFIABLE" TO WS-REASON-CODE
024000     END-IF.
024100
024200     IF WS-LIGNE-VALIDE
025070             MOVE "CLIENT NON NUMERIQUE" TO WS-REASON-CODE
025080         END-IF
025090     END-IF.
025091
025092     IF WS-LIGNE-VALIDE
025093         AND (MT-ACTION-HOLD OR MT-ACTION-RELEASE)
025094         IF MT-HOLD-REFERENCE = SPACES
025095             MOVE "N" TO WS-LIGNE-VALIDE-SW
025096             MOVE "REFERENCE BLOCAGE ABSENTE" TO WS-REASON-CODE
025097         END-IF
025098     END-IF.
025099
025109     IF WS-LIGNE-VALIDE AND MT-ACTION-HOLD
025119         PERFORM 3100-VALIDER-BLOCAGE THRU 3100-EXIT
025129     END-IF.
025139
025149     IF WS-LIGNE-VALIDE
025159         AND (MT-ACTION-STOP OR MT-ACTION-UNSTOP)
025169         PERFORM 3200-VALIDER-OPPOSITION THRU 3200-EXIT
025179     END-IF.
025180
025181     IF WS-LIGNE-VALIDE AND MT-ACTION-ADD
025182         AND MT-ACCOUNT-TYPE = "PR"
025183         PERFORM 3300-VALIDER-PRET THRU 3300-EXIT
025184     END-IF.
025189 3000-EXIT.
025200     EXIT.
025210
025211*****************************************************************
025212* 3100-VALIDER-BLOCAGE - CONTROLES PROPRES A LA POSE D'UN        *
025213*    BLOCAGE. UNE DATE DE DEBUT A BLANC VAUT DATE DE TRAITEMENT, *
025214*    UNE ECHEANCE A BLANC VAUT BLOCAGE SANS ECHEANCE.            *
025215*****************************************************************
025216 3100-VALIDER-BLOCAGE.
025217     IF MT-HOLD-AMOUNT-X NOT NUMERIC
025218         MOVE "N" TO WS-LIGNE-VALIDE-SW
025219         MOVE "MONTANT BLOCAGE INVALIDE" TO WS-REASON-CODE
025220     ELSE
025221         IF MT-HOLD-AMOUNT = ZERO
025222             MOVE "N" TO WS-LIGNE-VALIDE-SW
025223             MOVE "MONTANT BLOCAGE INVALIDE" TO WS-REASON-CODE
025224         END-IF
025225     END-IF.
025226
025227     IF WS-LIGNE-VALIDE AND MT-HOLD-REASON = SPACES
025228         MOVE "N" TO WS-LIGNE-VALIDE-SW
025229         MOVE "MOTIF BLOCAGE ABSENT" TO WS-REASON-CODE
025230     END-IF.
025231
025232     IF WS-LIGNE-VALIDE AND MT-HOLD-START NOT = SPACES
025233         IF MT-HOLD-START NOT NUMERIC
025234             MOVE "N" TO WS-LIGNE-VALIDE-SW
025235             MOVE "DATE DEBUT NON NUMERIQUE" TO WS-REASON-CODE
025236         END-IF
025237     END-IF.
025238
025239     IF WS-LIGNE-VALIDE AND MT-HOLD-END NOT = SPACES
025240         IF MT-HOLD-END NOT NUMERIC
025241             MOVE "N" TO WS-LIGNE-VALIDE-SW
025242             MOVE "DATE FIN NON NUMERIQUE" TO WS-REASON-CODE
025243         END-IF
025244     END-IF.
025245
025246     IF WS-LIGNE-VALIDE
025247         IF MT-HOLD-START = SPACES
025248             MOVE DT-DATE-TRAITEMENT TO WS-BLQ-DEBUT
025249         ELSE
025250             MOVE MT-HOLD-START-N TO WS-BLQ-DEBUT
025251         END-IF
025252         IF MT-HOLD-END NOT = SPACES
025253             IF MT-HOLD-END-N < WS-BLQ-DEBUT
025254                 MOVE "N" TO WS-LIGNE-VALIDE-SW
025255                 MOVE "ECHEANCE AVANT DEBUT" TO WS-REASON-CODE
025256             END-IF
025257         END-IF
025258     END-IF.
025259 3100-EXIT.
025260     EXIT.
025261
025262*****************************************************************
025263* 3200-VALIDER-OPPOSITION - CONTROLES PROPRES A UNE OPPOSITION.  *
025264*    LE PREMIER NUMERO EST LA CLE DE L'OPPOSITION DANS LE        *
025265*    COMPTE, SEULE ZONE EXIGEE POUR UNE LEVEE.                   *
025266*****************************************************************
025267 3200-VALIDER-OPPOSITION.
025268     IF MT-STOP-FIRST NOT NUMERIC
025269         MOVE "N" TO WS-LIGNE-VALIDE-SW
025270         MOVE "NUMERO CHEQUE INVALIDE" TO WS-REASON-CODE
025271     ELSE
025272         IF MT-STOP-FIRST-N = ZERO
025273             MOVE "N" TO WS-LIGNE-VALIDE-SW
025274             MOVE "NUMERO CHEQUE INVALIDE" TO WS-REASON-CODE
025275         END-IF
025276     END-IF.
025277
025278     IF WS-LIGNE-VALIDE AND MT-ACTION-STOP
025279         AND MT-STOP-LAST NOT = SPACES
025280         IF MT-STOP-LAST NOT NUMERIC
025281             MOVE "N" TO WS-LIGNE-VALIDE-SW
025282             MOVE "PLAGE CHEQUES INVALIDE" TO WS-REASON-CODE
025283         ELSE
025284             IF MT-STOP-LAST-N < MT-STOP-FIRST-N
025285                 MOVE "N" TO WS-LIGNE-VALIDE-SW
025286                 MOVE "PLAGE CHEQUES INVALIDE" TO WS-REASON-CODE
025287             END-IF
025288         END-IF
025289     END-IF.
025290
025291     IF WS-LIGNE-VALIDE AND MT-ACTION-STOP
025292         AND MT-STOP-REASON = SPACES
025293         MOVE "N" TO WS-LIGNE-VALIDE-SW
025294         MOVE "MOTIF OPPOSITION ABSENT" TO WS-REASON-CODE
025295     END-IF.
025296 3200-EXIT.
025297     EXIT.
025300
025301*****************************************************************
025302* 3300-VALIDER-PRET - CONTROLES PROPRES A L'OUVERTURE D'UN       *
025303*    PRET : PAS DE DECOUVERT, COMPTE DE REMBOURSEMENT NUMERIQUE  *
025304*    ET DISTINCT DU PRET, CAPITAL NUMERIQUE NON NUL, TAUX ANNUEL *
025305*    NUMERIQUE ET AU PLUS 50 %, DUREE DE 1 A 360 MOIS, DATE DE   *
025306*    DEBUT A BLANC (= DATE DE TRAITEMENT) OU NON PASSEE, AU JOUR *
025307*    LIMITE A 28 COMME LES ORDRES MENSUELS. L'EXISTENCE DU       *
025308*    COMPTE LIE EST CONTROLEE A L'APPLICATION (4150).            *
025309*****************************************************************
025310 3300-VALIDER-PRET.
025311     IF MT-OVERDRAFT-LIMIT NOT = ZERO
025312         MOVE "N" TO WS-LIGNE-VALIDE-SW
025313         MOVE "DECOUVERT SUR PRET" TO WS-REASON-CODE
025314     END-IF.
025315
025316     IF WS-LIGNE-VALIDE
025317         IF MT-DEST-ACCOUNT NOT NUMERIC
025318             MOVE "N" TO WS-LIGNE-VALIDE-SW
025319             MOVE "COMPTE LIE NON NUMERIQUE" TO WS-REASON-CODE
025320         ELSE
025321             IF MT-DEST-ACCOUNT = MT-ACCOUNT-NUMBER
025322                 MOVE "N" TO WS-LIGNE-VALIDE-SW
025323                 MOVE "LIE IDENTIQUE AU COMPTE" TO WS-REASON-CODE
025324             END-IF
025325         END-IF
025326     END-IF.
025327
025328     IF WS-LIGNE-VALIDE
025329         IF MT-LOAN-PRINCIPAL-X NOT NUMERIC
025330             MOVE "N" TO WS-LIGNE-VALIDE-SW
025331             MOVE "CAPITAL PRET INVALIDE" TO WS-REASON-CODE
025332         ELSE
025333             IF MT-LOAN-PRINCIPAL = ZERO
025334                 MOVE "N" TO WS-LIGNE-VALIDE-SW
025335                 MOVE "CAPITAL PRET INVALIDE" TO WS-REASON-CODE
025336             END-IF
025337         END-IF
025338     END-IF.
025339
025340     IF WS-LIGNE-VALIDE
025341         IF MT-LOAN-RATE-X NOT NUMERIC
025342             MOVE "N" TO WS-LIGNE-VALIDE-SW
025343             MOVE "TAUX PRET INVALIDE" TO WS-REASON-CODE
025344         ELSE
025345             IF MT-LOAN-RATE > 0500000
025346                 MOVE "N" TO WS-LIGNE-VALIDE-SW
025347                 MOVE "TAUX PRET INVALIDE" TO WS-REASON-CODE
025348             END-IF
025349         END-IF
025350     END-IF.
025351
025352     IF WS-LIGNE-VALIDE
025353         IF MT-LOAN-TERM-X NOT NUMERIC
025354             MOVE "N" TO WS-LIGNE-VALIDE-SW
025355             MOVE "DUREE PRET INVALIDE" TO WS-REASON-CODE
025356         ELSE
025357             IF MT-LOAN-TERM = ZERO OR MT-LOAN-TERM > 360
025358                 MOVE "N" TO WS-LIGNE-VALIDE-SW
025359                 MOVE "DUREE PRET INVALIDE" TO WS-REASON-CODE
025360             END-IF
025361         END-IF
025362     END-IF.
025363
025364     IF WS-LIGNE-VALIDE
025365         IF MT-LOAN-START = SPACES
025366             MOVE DT-DATE-TRAITEMENT TO WS-PRT-DEBUT
025367         ELSE
025368             IF MT-LOAN-START NOT NUMERIC
025369                 MOVE "N" TO WS-LIGNE-VALIDE-SW
025370                 MOVE "DATE DEBUT NON NUMERIQUE" TO WS-REASON-CODE
025371             ELSE
025372                 MOVE MT-LOAN-START-N TO WS-PRT-DEBUT
025373                 EVALUATE TRUE
025374                     WHEN MT-LOAN-START-N < DT-DATE-TRAITEMENT
025375                         MOVE "N" TO WS-LIGNE-VALIDE-SW
025376                         MOVE "DATE DEBUT PRET PASSEE"
025377                             TO WS-REASON-CODE
025378                     WHEN MT-LOAN-START (7:2) > "28"
025379                         MOVE "N" TO WS-LIGNE-VALIDE-SW
025380                         MOVE "JOUR DEBUT LIMITE A 28"
025381                             TO WS-REASON-CODE
025382                 END-EVALUATE
025383             END-IF
025384         END-IF
025385     END-IF.
025386 3300-EXIT.
025387     EXIT.
025388
025400*****************************************************************
025500* 4000-APPLIQUER-MOUVEMENT - AIGUILLAGE PAR ACTION.              *
025600*****************************************************************
026600             PERFORM 4400-GELER-COMPTE    THRU 4400-EXIT
026610         WHEN MT-ACTION-REACTIVE
026620             PERFORM 4500-REACTIVER-COMPTE THRU 4500-EXIT
026630         WHEN MT-ACTION-HOLD
026640             PERFORM 4700-POSER-BLOCAGE   THRU 4700-EXIT
026650         WHEN MT-ACTION-RELEASE
026660             PERFORM 4800-LEVER-BLOCAGE   THRU 4800-EXIT
026668         WHEN MT-ACTION-STOP
026676             PERFORM 4900-POSER-OPPOSITION THRU 4900-EXIT
026684         WHEN MT-ACTION-UNSTOP
026692             PERFORM 4980-LEVER-OPPOSITION THRU 4980-EXIT
026700     END-EVALUATE.
026800 4000-EXIT.
026900     EXIT.
027310*    COMPTE EST RATTACHE A SON CLIENT : IDENTIFIANT RENSEIGNE =  *
027320*    CLIENT EXISTANT DU REFERENTIEL, A BLANC = CREATION DU       *
027330*    CLIENT SUIVANT A PARTIR DU NOM DU COMPTE.                   *
027338*    UN PRET EXIGE UN COMPTE DE REMBOURSEMENT VIVANT (4150) ;    *
027346*    SA CREATION ECRIT LE PRET ET SON ECHEANCIER (4170).         *
027354*****************************************************************
027362 4100-CREER-COMPTE.
027370*    LE COMPTE LIE D'UN PRET PUIS L'EXISTENCE DE LA CLE SONT
027378*    CONTROLES AVANT LE RATTACHEMENT CLIENT : UNE CREATION
027386*    REJETEE NE DOIT PAS LAISSER UN CLIENT FANTOME DANS LE
027394*    REFERENTIEL (LA TABLE EST REECRITE TELLE QUELLE EN FIN DE
027402*    LOT PAR 8000).
027410     IF MT-ACCOUNT-TYPE = "PR"
027418         PERFORM 4150-CONTROLER-COMPTE-LIE THRU 4150-EXIT
027426     END-IF.
027434
027442     IF WS-LIGNE-VALIDE
027450         MOVE MT-ACCOUNT-NUMBER-N TO CM-ACCOUNT-NUMBER
027458         READ CUSTOMER-MASTER-FILE
027466             NOT INVALID KEY
027474                 MOVE "N" TO WS-LIGNE-VALIDE-SW
027482                 MOVE "COMPTE DEJA EXISTANT" TO WS-REASON-CODE
027490         END-READ
027498     END-IF.
027516
027517     IF WS-LIGNE-VALIDE
027518         PERFORM 4600-RATTACHER-CLIENT THRU 4600-EXIT
028500                 MOVE "COMPTE DEJA EXISTANT" TO WS-REASON-CODE
028600         END-WRITE
028610     END-IF.
028611
028612     IF WS-LIGNE-VALIDE AND CM-TYPE-LOAN
028613         PERFORM 4170-OUVRIR-PRET THRU 4170-EXIT
028614     END-IF.
028615 4100-EXIT.
028616     EXIT.
028617
028618*****************************************************************
028619* 4150-CONTROLER-COMPTE-LIE - LE COMPTE DE REMBOURSEMENT D'UN    *
028620*    PRET DOIT EXISTER, NE PAS ETRE LUI-MEME UN PRET, NI ETRE    *
028621*    CLOS OU EN ATTENTE DE CLOTURE. UN COMPTE GELE OU DORMANT    *
028622*    EST ACCEPTE : SES ECHEANCES RESTERONT IMPAYEES TANT QU'IL   *
028623*    NE SERA PAS REDEVENU ACTIF.                                 *
028624*****************************************************************
028625 4150-CONTROLER-COMPTE-LIE.
028626     MOVE MT-DEST-ACCOUNT-N TO CM-ACCOUNT-NUMBER.
028627     READ CUSTOMER-MASTER-FILE
028628         INVALID KEY
028629             MOVE "N" TO WS-LIGNE-VALIDE-SW
028630             MOVE "COMPTE LIE INEXISTANT" TO WS-REASON-CODE
028631     END-READ.
028632
028633     IF WS-LIGNE-VALIDE
028634         EVALUATE TRUE
028635             WHEN CM-TYPE-LOAN
028636                 MOVE "N" TO WS-LIGNE-VALIDE-SW
028637                 MOVE "COMPTE LIE DE TYPE PRET" TO WS-REASON-CODE
028638             WHEN CM-STATUS-CLOSED OR CM-STATUS-PENDING-CLOSE
028639                 MOVE "N" TO WS-LIGNE-VALIDE-SW
028640                 MOVE "COMPTE LIE CLOS" TO WS-REASON-CODE
028641         END-EVALUATE
028642     END-IF.
028643 4150-EXIT.
028644     EXIT.
028645
028646*****************************************************************
028647* 4170-OUVRIR-PRET - TABLEAU D'AMORTISSEMENT A ECHEANCES         *
028648*    CONSTANTES : TAUX MENSUEL = TAUX ANNUEL / 12, ECHEANCE =    *
028649*    CAPITAL X TAUX X F / (F - 1) AVEC F = (1 + TAUX) PUISSANCE  *
028650*    DUREE (CAPITAL / DUREE A TAUX NUL). LA PREMIERE ECHEANCE    *
028651*    TOMBE UN MOIS APRES LA DATE DE DEBUT. LES LIGNES SONT       *
028652*    AJOUTEES A ECHEANCIER.TXT (4180), PUIS LE PRET A PRETS.TXT  *
028653*    AVEC SON CAPITAL RESTANT ENTIER.                            *
028654*****************************************************************
028655 4170-OUVRIR-PRET.
028656     COMPUTE WS-PRT-TAUX-MENSUEL = MT-LOAN-RATE / 12000000.
028657     MOVE 1 TO WS-PRT-FACTEUR.
028658     PERFORM 4175-CAPITALISER THRU 4175-EXIT
028659         VARYING WS-PRT-RANG FROM 1 BY 1
028660         UNTIL WS-PRT-RANG > MT-LOAN-TERM.
028661     IF WS-PRT-TAUX-MENSUEL = ZERO
028662         COMPUTE WS-PRT-ECHEANCE ROUNDED =
028663             MT-LOAN-PRINCIPAL / MT-LOAN-TERM
028664     ELSE
028665         COMPUTE WS-PRT-ECHEANCE ROUNDED =
028666             MT-LOAN-PRINCIPAL * WS-PRT-TAUX-MENSUEL
028667                 * WS-PRT-FACTEUR / (WS-PRT-FACTEUR - 1)
028668     END-IF.
028669
028670     MOVE MT-LOAN-PRINCIPAL TO WS-PRT-RESTANT.
028671     MOVE WS-PRT-DEBUT      TO WS-PRT-DATE.
028672     IF WS-PRT-JOUR > 28
028673         MOVE 28 TO WS-PRT-JOUR
028674     END-IF.
028675     PERFORM 4180-ECRIRE-ECHEANCE THRU 4180-EXIT
028676         VARYING WS-PRT-RANG FROM 1 BY 1
028677         UNTIL WS-PRT-RANG > MT-LOAN-TERM.
028678
028679     MOVE SPACES              TO WS-PRET-RECORD.
028680     MOVE MT-ACCOUNT-NUMBER   TO PR-ACCOUNT-NUMBER.
028681     MOVE MT-DEST-ACCOUNT-N   TO PR-COMPTE-LIE.
028682     MOVE MT-LOAN-PRINCIPAL   TO PR-CAPITAL.
028683     MOVE MT-LOAN-RATE        TO PR-TAUX.
028684     MOVE MT-LOAN-TERM        TO PR-DUREE.
028685     MOVE WS-PRT-DEBUT        TO PR-DATE-DEBUT.
028686     MOVE WS-PRT-ECHEANCE     TO PR-ECHEANCE.
028687     MOVE MT-LOAN-PRINCIPAL   TO PR-CAPITAL-RESTANT.
028688     MOVE ZERO                TO PR-ECHEANCES-PAYEES.
028689     MOVE ZERO                TO PR-IMPAYES-NOMBRE.
028690     MOVE ZERO                TO PR-IMPAYES-MONTANT.
028691     MOVE ZERO                TO PR-DATE-PREMIER-IMPAYE.
028692     MOVE "A"                 TO PR-STATUT.
028693     MOVE DT-DATE-TRAITEMENT  TO PR-DATE-OUVERTURE.
028694     MOVE ZERO                TO PR-DATE-SOLDE.
028695     WRITE LIGNE-PRET FROM WS-PRET-RECORD.
028696 4170-EXIT.
028697     EXIT.
028698
028699 4175-CAPITALISER.
028700     COMPUTE WS-PRT-FACTEUR ROUNDED =
028701         WS-PRT-FACTEUR * (1 + WS-PRT-TAUX-MENSUEL).
028702 4175-EXIT.
028703     EXIT.
028704
028705*****************************************************************
028706* 4180-ECRIRE-ECHEANCE - UNE LIGNE DU TABLEAU : DATE AVANCEE D'UN*
028707*    MOIS, INTERET SUR LE CAPITAL RESTANT, CAPITAL = ECHEANCE    *
028708*    MOINS INTERET. LA DERNIERE LIGNE SOLDE LE CAPITAL RESTANT   *
028709*    (ECART D'ARRONDI COMPRIS) ET SON ECHEANCE S'EN AJUSTE.      *
028710*****************************************************************
028711 4180-ECRIRE-ECHEANCE.
028712     IF WS-PRT-MOIS = 12
028713         MOVE 01 TO WS-PRT-MOIS
028714         ADD 1 TO WS-PRT-ANNEE
028715     ELSE
028716         ADD 1 TO WS-PRT-MOIS
028717     END-IF.
028718
028719     MOVE SPACES              TO WS-ECHEANCE-RECORD.
028720     MOVE MT-ACCOUNT-NUMBER   TO EC-ACCOUNT-NUMBER.
028721     MOVE WS-PRT-RANG         TO EC-NUMERO.
028722     MOVE WS-PRT-DATE         TO EC-DATE-ECHEANCE.
028723     COMPUTE EC-INTERET ROUNDED =
028724         WS-PRT-RESTANT * WS-PRT-TAUX-MENSUEL.
028725     IF WS-PRT-RANG = MT-LOAN-TERM
028726         MOVE WS-PRT-RESTANT TO EC-CAPITAL
028727     ELSE
028728         COMPUTE WS-PRT-CAPITAL = WS-PRT-ECHEANCE - EC-INTERET
028729         IF WS-PRT-CAPITAL > WS-PRT-RESTANT
028730             MOVE WS-PRT-RESTANT TO WS-PRT-CAPITAL
028731         END-IF
028732         IF WS-PRT-CAPITAL < ZERO
028733             MOVE ZERO TO WS-PRT-CAPITAL
028734         END-IF
028735         MOVE WS-PRT-CAPITAL TO EC-CAPITAL
028736     END-IF.
028737     COMPUTE EC-MONTANT = EC-INTERET + EC-CAPITAL.
028738     SUBTRACT EC-CAPITAL FROM WS-PRT-RESTANT.
028739     MOVE WS-PRT-RESTANT      TO EC-RESTANT-APRES.
028740     MOVE "A"                 TO EC-STATUT.
028741     MOVE ZERO                TO EC-DATE-PAIEMENT.
028742     WRITE LIGNE-ECHEANCE FROM WS-ECHEANCE-RECORD.
028743 4180-EXIT.
028800     EXIT.
028810
028820*****************************************************************
029100* 4200-MODIFIER-COMPTE - MODIFICATION DU NOM, DU TYPE OU DU      *
029200*    DECOUVERT AUTORISE. UNE ZONE A BLANC RESTE INCHANGEE ; LE   *
029300*    SOLDE ET LE STATUT NE SONT JAMAIS TOUCHES PAR UNE           *
029310*    MODIFICATION. UN PRET NE CHANGE PAS DE TYPE.                *
029500*****************************************************************
029600 4200-MODIFIER-COMPTE.
029700     MOVE MT-ACCOUNT-NUMBER-N TO CM-ACCOUNT-NUMBER.
030600             MOVE MT-CUSTOMER-NAME TO CM-CUSTOMER-NAME
030700         END-IF
030800         IF MT-ACCOUNT-TYPE NOT = SPACES
030810             IF CM-TYPE-LOAN
030820                 MOVE "N" TO WS-LIGNE-VALIDE-SW
030830                 MOVE "TYPE PRET NON MODIFIABLE" TO WS-REASON-CODE
030840             ELSE
030850                 MOVE MT-ACCOUNT-TYPE TO CM-ACCOUNT-TYPE
030860             END-IF
031000         END-IF
031100         IF MT-OVERDRAFT-LIMIT-X NOT = SPACES
031200             MOVE MT-OVERDRAFT-LIMIT TO CM-OVERDRAFT-LIMIT
032110*    DE CLOTURE ("P") AVEC SON COMPTE DESTINATAIRE : LE CYCLE    *
032120*    QUOTIDIEN (CLOTURE-BANQUE) ARRETE LES INTERETS, BALAIE LE   *
032130*    RESIDU ET CLOT. UN COMPTE DEJA CLOS OU DEJA EN ATTENTE EST  *
032140*    UN REJET, COMME UN PRET : SEULE PRETS-BANQUE LE CLOT, A LA  *
032150*    DERNIERE ECHEANCE PAYEE.                                    *
032200*****************************************************************
032300 4300-CLOTURER-COMPTE.
032400     MOVE MT-ACCOUNT-NUMBER-N TO CM-ACCOUNT-NUMBER.
033080             MOVE "CLOTURE DEJA ENGAGEE" TO WS-REASON-CODE
033090         END-IF
033095     END-IF.
033105
033115     IF WS-LIGNE-VALIDE AND CM-TYPE-LOAN
033125         MOVE "N" TO WS-LIGNE-VALIDE-SW
033135         MOVE "PRET NON SOLDE" TO WS-REASON-CODE
033145     END-IF.
033155
033165     IF WS-LIGNE-VALIDE
033200         IF CM-BALANCE = ZERO
033300             MOVE "C" TO CM-STATUS
033400         ELSE
036088             MOVE "COMPTE NON DORMANT" TO WS-REASON-CODE
036090         END-IF
036092     END-IF.
036093 4500-EXIT.
036094     EXIT.
036095
036096*****************************************************************
036097* 4700-POSER-BLOCAGE - POSE D'UN BLOCAGE DE FONDS SUR UN COMPTE  *
036098*    EXISTANT, NI CLOS NI EN ATTENTE DE CLOTURE. LA REFERENCE NE *
036099*    DOIT PAS DEJA DESIGNER UN BLOCAGE ACTIF DU COMPTE. LE       *
036100*    BLOCAGE EST AJOUTE A LA TABLE, REECRITE EN FIN DE LOT.      *
036101*****************************************************************
036102 4700-POSER-BLOCAGE.
036103     MOVE MT-ACCOUNT-NUMBER-N TO CM-ACCOUNT-NUMBER.
036104     READ CUSTOMER-MASTER-FILE
036105         INVALID KEY
036106             MOVE "N" TO WS-LIGNE-VALIDE-SW
036107             MOVE "COMPTE INEXISTANT" TO WS-REASON-CODE
036108     END-READ.
036109
036110     IF WS-LIGNE-VALIDE
036111         IF CM-STATUS-CLOSED OR CM-STATUS-PENDING-CLOSE
036112             MOVE "N" TO WS-LIGNE-VALIDE-SW
036113             MOVE "CLOTURE DEJA ENGAGEE" TO WS-REASON-CODE
036114         END-IF
036115     END-IF.
036116
036117     IF WS-LIGNE-VALIDE
036118         PERFORM 4750-CHERCHER-BLOCAGE THRU 4750-EXIT
036119         IF WS-BLQ-TROUVE-IDX > ZERO
036120             MOVE "N" TO WS-LIGNE-VALIDE-SW
036121             MOVE "BLOCAGE DEJA EXISTANT" TO WS-REASON-CODE
036122         END-IF
036123     END-IF.
036124
036125     IF WS-LIGNE-VALIDE AND WS-BLQ-NOMBRE NOT < 2000
036126         MOVE "N" TO WS-LIGNE-VALIDE-SW
036127         MOVE "TABLE BLOCAGES SATUREE" TO WS-REASON-CODE
036128     END-IF.
036129
036130     IF WS-LIGNE-VALIDE
036131         MOVE SPACES              TO WS-BLOCAGE-RECORD
036132         MOVE MT-ACCOUNT-NUMBER   TO BL-ACCOUNT-NUMBER
036133         MOVE MT-HOLD-REFERENCE   TO BL-REFERENCE
036134         MOVE MT-HOLD-AMOUNT      TO BL-MONTANT
036135         MOVE MT-HOLD-REASON      TO BL-MOTIF
036136         MOVE DT-DATE-TRAITEMENT  TO BL-DATE-POSE
036137         MOVE WS-BLQ-DEBUT        TO BL-DATE-DEBUT
036138         IF MT-HOLD-END = SPACES
036139             MOVE ZERO            TO BL-DATE-FIN
036140         ELSE
036141             MOVE MT-HOLD-END-N   TO BL-DATE-FIN
036142         END-IF
036143         MOVE "A"                 TO BL-STATUT
036144         MOVE ZERO                TO BL-DATE-LEVEE
036145         ADD 1 TO WS-BLQ-NOMBRE
036146         MOVE WS-BLOCAGE-RECORD   TO WS-BLQ-LIGNE (WS-BLQ-NOMBRE)
036147     END-IF.
036148 4700-EXIT.
036149     EXIT.
036150
036151*****************************************************************
036152* 4750-CHERCHER-BLOCAGE - RECHERCHE DU BLOCAGE ACTIF DU COMPTE   *
036153*    PORTANT LA REFERENCE DU MOUVEMENT. L'INDICE TROUVE (ZERO =  *
036154*    AUCUN) RESTE DANS WS-BLQ-TROUVE-IDX.                        *
036155*****************************************************************
036156 4750-CHERCHER-BLOCAGE.
036157     MOVE ZERO TO WS-BLQ-TROUVE-IDX.
036158     PERFORM 4760-COMPARER-BLOCAGE THRU 4760-EXIT
036159         VARYING WS-BLQ-IDX FROM 1 BY 1
036160         UNTIL WS-BLQ-IDX > WS-BLQ-NOMBRE
036161            OR WS-BLQ-TROUVE-IDX > ZERO.
036162 4750-EXIT.
036163     EXIT.
036164
036165 4760-COMPARER-BLOCAGE.
036166     MOVE WS-BLQ-LIGNE (WS-BLQ-IDX) TO WS-BLOCAGE-RECORD.
036167     IF BL-ACCOUNT-NUMBER = MT-ACCOUNT-NUMBER
036168         AND BL-REFERENCE = MT-HOLD-REFERENCE
036169         AND BL-STATUT-ACTIF
036170         MOVE WS-BLQ-IDX TO WS-BLQ-TROUVE-IDX
036171     END-IF.
036172 4760-EXIT.
036173     EXIT.
036174
036175*****************************************************************
036176* 4800-LEVER-BLOCAGE - LEVEE D'UN BLOCAGE ACTIF AVANT SON        *
036177*    ECHEANCE : STATUT "L" ET DATE DE LEVEE. LA LIGNE RESTE DANS *
036178*    LE FICHIER JUSQU'AU PASSAGE DE BLOCAGES-BANQUE, QUI LA PORTE*
036179*    A L'ETAT DES BLOCAGES PUIS LA PURGE.                        *
036180*****************************************************************
036181 4800-LEVER-BLOCAGE.
036182     PERFORM 4750-CHERCHER-BLOCAGE THRU 4750-EXIT.
036183     IF WS-BLQ-TROUVE-IDX = ZERO
036184         MOVE "N" TO WS-LIGNE-VALIDE-SW
036185         MOVE "BLOCAGE INEXISTANT" TO WS-REASON-CODE
036186     ELSE
036187         MOVE WS-BLQ-LIGNE (WS-BLQ-TROUVE-IDX)
036188             TO WS-BLOCAGE-RECORD
036189         MOVE "L"                 TO BL-STATUT
036190         MOVE DT-DATE-TRAITEMENT  TO BL-DATE-LEVEE
036191         MOVE WS-BLOCAGE-RECORD
036192             TO WS-BLQ-LIGNE (WS-BLQ-TROUVE-IDX)
036193     END-IF.
036194 4800-EXIT.
036195     EXIT.
036196
036197*****************************************************************
036198* 4900-POSER-OPPOSITION - OPPOSITION SUR UN CHEQUE OU UNE PLAGE  *
036199*    DE CHEQUES D'UN COMPTE EXISTANT (UN COMPTE CLOS RESTE       *
036200*    OPPOSABLE : DES CHEQUES PEUVENT ENCORE SE PRESENTER). LE    *
036201*    PREMIER NUMERO NE DOIT PAS DEJA DESIGNER UNE OPPOSITION     *
036202*    ACTIVE DU COMPTE. L'OPPOSITION EST AJOUTEE A LA TABLE,      *
036203*    REECRITE EN FIN DE LOT.                                     *
036204*****************************************************************
036205 4900-POSER-OPPOSITION.
036206     MOVE MT-ACCOUNT-NUMBER-N TO CM-ACCOUNT-NUMBER.
036207     READ CUSTOMER-MASTER-FILE
036208         INVALID KEY
036209             MOVE "N" TO WS-LIGNE-VALIDE-SW
036210             MOVE "COMPTE INEXISTANT" TO WS-REASON-CODE
036211     END-READ.
036212
036213     IF WS-LIGNE-VALIDE
036214         PERFORM 4950-CHERCHER-OPPOSITION THRU 4950-EXIT
036215         IF WS-OPP-TROUVE-IDX > ZERO
036216             MOVE "N" TO WS-LIGNE-VALIDE-SW
036217             MOVE "OPPOSITION DEJA EXISTANTE" TO WS-REASON-CODE
036218         END-IF
036219     END-IF.
036220
036221     IF WS-LIGNE-VALIDE AND WS-OPP-NOMBRE NOT < 2000
036222         MOVE "N" TO WS-LIGNE-VALIDE-SW
036223         MOVE "TABLE OPPOSITIONS SATUREE" TO WS-REASON-CODE
036224     END-IF.
036225
036226     IF WS-LIGNE-VALIDE
036227         MOVE SPACES              TO WS-OPPOSITION-RECORD
036228         MOVE MT-ACCOUNT-NUMBER   TO OC-ACCOUNT-NUMBER
036229         MOVE MT-STOP-FIRST-N     TO OC-CHEQUE-DEBUT
036230         IF MT-STOP-LAST = SPACES
036231             MOVE MT-STOP-FIRST-N TO OC-CHEQUE-FIN
036232         ELSE
036233             MOVE MT-STOP-LAST-N  TO OC-CHEQUE-FIN
036234         END-IF
036235         MOVE MT-STOP-REASON      TO OC-MOTIF
036236         MOVE DT-DATE-TRAITEMENT  TO OC-DATE-POSE
036237         MOVE "A"                 TO OC-STATUT
036238         MOVE ZERO                TO OC-DATE-LEVEE
036239         ADD 1 TO WS-OPP-NOMBRE
036240         MOVE WS-OPPOSITION-RECORD
036241             TO WS-OPP-LIGNE (WS-OPP-NOMBRE)
036242     END-IF.
036243 4900-EXIT.
036244     EXIT.
036245
036246*****************************************************************
036247* 4950-CHERCHER-OPPOSITION - RECHERCHE DE L'OPPOSITION ACTIVE    *
036248*    DU COMPTE COMMENCANT AU NUMERO DU MOUVEMENT. L'INDICE       *
036249*    TROUVE (ZERO = AUCUN) RESTE DANS WS-OPP-TROUVE-IDX.         *
036250*****************************************************************
036251 4950-CHERCHER-OPPOSITION.
036252     MOVE ZERO TO WS-OPP-TROUVE-IDX.
036253     PERFORM 4960-COMPARER-OPPOSITION THRU 4960-EXIT
036254         VARYING WS-OPP-IDX FROM 1 BY 1
036255         UNTIL WS-OPP-IDX > WS-OPP-NOMBRE
036256            OR WS-OPP-TROUVE-IDX > ZERO.
036257 4950-EXIT.
036258     EXIT.
036259
036260 4960-COMPARER-OPPOSITION.
036261     MOVE WS-OPP-LIGNE (WS-OPP-IDX) TO WS-OPPOSITION-RECORD.
036262     IF OC-ACCOUNT-NUMBER = MT-ACCOUNT-NUMBER
036263         AND OC-CHEQUE-DEBUT = MT-STOP-FIRST-N
036264         AND OC-STATUT-ACTIF
036265         MOVE WS-OPP-IDX TO WS-OPP-TROUVE-IDX
036266     END-IF.
036267 4960-EXIT.
036268     EXIT.
036269
036270*****************************************************************
036271* 4980-LEVER-OPPOSITION - LEVEE D'UNE OPPOSITION ACTIVE : STATUT *
036272*    "L" ET DATE DE LEVEE. LA LIGNE EST CONSERVEE DANS LE        *
036273*    FICHIER POUR HISTORIQUE ; SEULES LES OPPOSITIONS ACTIVES    *
036274*    SONT OPPOSEES AUX CHEQUES PAR TRAITEMENT-BANQUE.            *
036275*****************************************************************
036276 4980-LEVER-OPPOSITION.
036277     PERFORM 4950-CHERCHER-OPPOSITION THRU 4950-EXIT.
036278     IF WS-OPP-TROUVE-IDX = ZERO
036279         MOVE "N" TO WS-LIGNE-VALIDE-SW
036280         MOVE "OPPOSITION INEXISTANTE" TO WS-REASON-CODE
036281     ELSE
036282         MOVE WS-OPP-LIGNE (WS-OPP-TROUVE-IDX)
036283             TO WS-OPPOSITION-RECORD
036284         MOVE "L"                 TO OC-STATUT
036285         MOVE DT-DATE-TRAITEMENT  TO OC-DATE-LEVEE
036286         MOVE WS-OPPOSITION-RECORD
036287             TO WS-OPP-LIGNE (WS-OPP-TROUVE-IDX)
036288     END-IF.
036289 4980-EXIT.
036290     EXIT.
036291
036292*****************************************************************
036293* 9999-TERMINATE - TOTAUX DE L'ETAT ET FERMETURE DES FICHIERS.   *
036300*****************************************************************
036400 9999-TERMINATE.
036410*    RIEN N'EST OUVERT NI APPLIQUE QUAND LE REFERENTIEL CLIENT,
036420*    LES BLOCAGES OU LES OPPOSITIONS SE SONT REVELES
036430*    INEXPLOITABLES AU CHARGEMENT : SURTOUT NE PAS LES REECRIRE
036435*    DEPUIS UNE TABLE INCOMPLETE.
036440     IF NOT WS-CUSTREF-SATURE AND NOT WS-BLOCAGES-SATURE
036445                              AND NOT WS-OPPOSITIONS-SATURE
036500         MOVE SPACES TO LIGNE-RAPPORT
036600         MOVE WS-LIGNES-APPLIQUEES TO WS-TOTAL-EDIT
036700         STRING "MOUVEMENTS APPLIQUES : " WS-TOTAL-EDIT
037820*        TABLE (CLIENTS EXISTANTS PLUS CEUX CREES PAR LES "AD"
037825*        DU JOUR).
037830         PERFORM 8000-REECRIRE-CUSTREF THRU 8000-EXIT
037832
037834*        LES BLOCAGES SONT REECRITS DE MEME (POSES DU JOUR
037836*        AJOUTES, LEVEES DU JOUR AU STATUT "L" JUSQU'A LEUR
037838*        PURGE PAR BLOCAGES-BANQUE, QUI LES PORTE A L'ETAT).
037839         PERFORM 8200-REECRIRE-BLOCAGES THRU 8200-EXIT
037840
037841*        LES OPPOSITIONS AUSSI (POSES DU JOUR AJOUTEES, LEVEES
037842*        DU JOUR AU STATUT "L", CONSERVEES POUR HISTORIQUE).
037843         PERFORM 8400-REECRIRE-OPPOSITIONS THRU 8400-EXIT
037844
037900         CLOSE FICHIER-MAINT
038000         CLOSE FICHIER-MAINT-REJETS
038100         CLOSE FICHIER-RAPPORT
038200         CLOSE CUSTOMER-MASTER-FILE
038210         CLOSE FICHIER-PRETS
038220         CLOSE FICHIER-ECHEANCIER
038250     END-IF.
038300
038400     DISPLAY "MOUVEMENTS LUS       : " WS-LIGNES-LUES.
038860 9800-ECRIRE-RUN.
038870     MOVE "MAINT-MASTER"
038880                              TO RUN-PROGRAM.
038890     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
038900     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
038910     ACCEPT RUN-HEURE-FIN FROM TIME.
038920     MOVE WS-LIGNES-LUES       TO RUN-LIGNES-LUES.
039020     CLOSE FICHIER-RUNCTL.
039030 9800-EXIT.
039040     EXIT.
039050
039060*****************************************************************
039070* 8200-REECRIRE-BLOCAGES - REECRITURE DU FICHIER DES BLOCAGES    *
039080*    DEPUIS LA TABLE.                                            *
039090*****************************************************************
039100 8200-REECRIRE-BLOCAGES.
039110     OPEN OUTPUT FICHIER-BLOCAGES.
039120     PERFORM 8300-ECRIRE-BLOCAGE THRU 8300-EXIT
039130         VARYING WS-BLQ-IDX FROM 1 BY 1
039140         UNTIL WS-BLQ-IDX > WS-BLQ-NOMBRE.
039150     CLOSE FICHIER-BLOCAGES.
039160 8200-EXIT.
039170     EXIT.
039180
039190 8300-ECRIRE-BLOCAGE.
039200     WRITE LIGNE-BLOCAGE FROM WS-BLQ-LIGNE (WS-BLQ-IDX).
039210 8300-EXIT.
039220     EXIT.
039230
039240*****************************************************************
039250* 8400-REECRIRE-OPPOSITIONS - REECRITURE DU FICHIER DES          *
039260*    OPPOSITIONS SUR CHEQUES DEPUIS LA TABLE.                    *
039270*****************************************************************
039280 8400-REECRIRE-OPPOSITIONS.
039290     OPEN OUTPUT FICHIER-OPPOSITIONS.
039300     PERFORM 8500-ECRIRE-OPPOSITION THRU 8500-EXIT
039310         VARYING WS-OPP-IDX FROM 1 BY 1
039320         UNTIL WS-OPP-IDX > WS-OPP-NOMBRE.
039330     CLOSE FICHIER-OPPOSITIONS.
039340 8400-EXIT.
039350     EXIT.
039360
039370 8500-ECRIRE-OPPOSITION.
039380     WRITE LIGNE-OPPOSITION FROM WS-OPP-LIGNE (WS-OPP-IDX).
039390 8500-EXIT.
039400     EXIT.
039410
039420*****************************************************************
039430* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
039440*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
039450*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
039460*****************************************************************
039470 9700-LIRE-DATE-TRT.
039480     MOVE ZERO TO DT-DATE-TRAITEMENT.
039490     OPEN INPUT FICHIER-DATECTL.
039500     IF WS-DATECTL-OK
039510         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
039520             AT END
039530                 MOVE ZERO TO DT-DATE-TRAITEMENT
039540         END-READ
039550         CLOSE FICHIER-DATECTL
039560     END-IF.
039570     IF DT-DATE-TRAITEMENT NOT NUMERIC
039580         OR DT-DATE-TRAITEMENT = ZERO
039590         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
039600         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
039610                 DT-DATE-TRAITEMENT
039620     END-IF.
039630 9700-EXIT.
039640     EXIT.
