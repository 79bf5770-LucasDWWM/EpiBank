000100*****************************************************************
000200* PROGRAM-ID    : RECUP-MAITRE                                   *
000300* AUTHOR        : M. LEFEVRE - EQUIPE ETUDES BANCAIRES           *
000400* INSTALLATION  : EPIBANK                                        *
000500* DATE-WRITTEN  : 2026-10-15                                     *
000600*---------------------------------------------------------------*
000700* MODIFICATION HISTORY                                           *
000800*  2026-10-15  ML  PROGRAMME INITIAL - RECONSTITUTION DU FICHIER *
000900*                  MAITRE PAR REPRISE EN AVANT D'UN CLICHE ET DU *
001000*                  JOURNAL D'AUDIT.                              *
001100*---------------------------------------------------------------*
001200* UTILITAIRE DE REPRISE HORS CYCLE, LANCE PAR RECUPERATION.SH    *
001300* QUAND CUSTOMER.DAT EST PERDU OU ALTERE. LE PROGRAMME REPART    *
001400* D'UN CLICHE DU MAITRE (OPENING.DAT, CLICHE QUOTIDIEN DE        *
001500* SNAPSHOT-OUVERTURE, OU OPENMOIS.DAT, CLICHE DE DEBUT DE MOIS)  *
001600* ET LE FAIT AVANCER JUSQU'AU POINT D'ARRET DEMANDE :            *
001700*   - LE POINT DU CLICHE (DATE DE TRAITEMENT ET HEURE DE FIN DU  *
001800*     PASSAGE) EST RELU DANS RUNJOURNAL.TXT : DERNIER PASSAGE    *
001900*     SNAPSHOT-OUVERTURE POUR OPENING.DAT, PREMIER DU JOURNAL    *
002000*     DES PASSAGES (STEP055 DE MONTHEND.SH, JUSTE APRES LA       *
002100*     COUPE) POUR OPENMOIS.DAT. CE PASSAGE PORTE EN LIGNES       *
002200*     DIFFEREES LE NOMBRE D'ECRITURES DU JOURNAL D'AUDIT AU      *
002300*     MOMENT DU CLICHE ;                                         *
002400*   - LE JOURNAL CONSOLIDE (AUDIT.WORK : ARCHIVES MENSUELLES     *
002500*     PUIS JOURNAL COURANT, COMME HISTO.SH) EST REPRIS PAR       *
002600*     POSITION. LE JOURNAL DES PASSAGES ETANT COUPE AVEC LE      *
002700*     JOURNAL D'AUDIT, LE CLICHE DATE TOUJOURS DU JOURNAL        *
002800*     COURANT : LES ECRITURES ARCHIVEES (NOMBRE FOURNI PAR       *
002900*     RECUPERATION.SH) PUIS CELLES QUE LE CLICHE CONTENAIT DEJA  *
003000*     SONT SAUTEES, CHAQUE ECRITURE SUIVANTE EST REJOUEE : LE    *
003100*     COMPTE PREND LE SOLDE APRES ECRIT. UN SOLDE AVANT          *
003200*     DIFFERENT DU SOLDE REJOUE EST EDITE EN ECART, LE REJEU     *
003300*     CONTINUANT DEPUIS LE SOLDE ECRIT COMME VERIF-AUDIT ;       *
003400*   - LES TENUES ARCHIVEES PAR LE CYCLE QUOTIDIEN (MAINT.WORK :  *
003500*     LIGNES DES ARCHIVE/MAINT.AAAAMMJJ.TXT PRECEDEES DE LEUR    *
003600*     DATE) POSTERIEURES AU CLICHE SONT APPLIQUEES AVANT LES     *
003700*     ECRITURES DE LEUR JOUR, COMME STEP005 AVANT LE POSTAGE,    *
003800*     AVEC LES CONTROLES DE MAINT-MASTER : UNE LIGNE REJETEE A   *
003900*     L'EPOQUE L'EST ENCORE ICI ;                                *
004000*   - LE BALAYAGE "VI" QUI SOLDE UN COMPTE EN ATTENTE DE         *
004100*     CLOTURE LE CLOT, COMME CLOTURE-BANQUE, ET UN PRET SOLDE    *
004200*     DANS LA FENETRE (PRETS.TXT) CLOT SON COMPTE DE PRET, COMME *
004300*     PRETS-BANQUE.                                              *
004400* LE POINT D'ARRET EST LU SUR L'ENTREE STANDARD : DATE ET HEURE  *
004500* (A BLANC = FIN DU JOURNAL) ET/OU REFERENCE DE TRANSACTION (LE  *
004600* REJEU S'ARRETE APRES LES ECRITURES DE CETTE REFERENCE, LES     *
004700* DEUX JAMBES D'UN VIREMENT COMPRISES), SUIVI DU NOMBRE          *
004800* D'ECRITURES ARCHIVEES EN TETE D'AUDIT.WORK.                    *
004900* LE RESULTAT VA DANS CUSTOMER.RECUP.DAT, JAMAIS DANS LE         *
005000* MAITRE : L'EXPLOITATION CONTROLE L'ETAT RECUPRAPPORT.TXT AVANT *
005100* DE LE SUBSTITUER A CUSTOMER.DAT. LA MISE EN DORMANCE N'EST PAS *
005200* JOURNALISEE : DORMANCE.SH EST A REPASSER APRES SUBSTITUTION.   *
005300* CODES RETOUR : 0 SANS ANOMALIE ; 8 ECARTS OU ECRITURES NON     *
005400* APPLIQUEES (FICHIER ECRIT, A EXAMINER) ; 12 ECRITURE DU        *
005500* FICHIER RECONSTITUE IMPOSSIBLE ; 16 PARAMETRE, CLICHE OU       *
005600* FICHIER DE TRAVAIL INUTILISABLE, OU TABLE SATUREE (RIEN N'EST  *
005700* ECRIT).                                                        *
005800*****************************************************************
005900 IDENTIFICATION DIVISION.
006000 PROGRAM-ID.     RECUP-MAITRE.
006100 AUTHOR.         M. LEFEVRE.
006200 INSTALLATION.   EPIBANK.
006300 DATE-WRITTEN.   2026-10-15.
006400 DATE-COMPILED.
006500
006600 ENVIRONMENT DIVISION.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900*---------------------------------------------------------------*
007000*    CLICHES DU MAITRE, FORMAT OPENING.DAT : QUOTIDIEN (STEP010  *
007100*    DE DAILYCYCLE.SH) OU DE DEBUT DE MOIS (STEP055).            *
007200*---------------------------------------------------------------*
007300     SELECT FICHIER-OUVERTURE ASSIGN TO "../data/opening.dat"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-OUVERTURE-STATUS.
007600
007700     SELECT FICHIER-OUVMOIS ASSIGN TO "../data/openmois.dat"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-OUVERTURE-STATUS.
008000
008100*---------------------------------------------------------------*
008200*    JOURNAL DES PASSAGES : POINT DU CLICHE.                     *
008300*---------------------------------------------------------------*
008400     SELECT FICHIER-RUNCTL ASSIGN TO "../data/runjournal.txt"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-RUNCTL-STATUS.
008700
008800*---------------------------------------------------------------*
008900*    JOURNAL D'AUDIT CONSOLIDE (RECUPERATION.SH).                *
009000*---------------------------------------------------------------*
009100     SELECT FICHIER-AUDIT ASSIGN TO "../data/audit.work"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-AUDIT-STATUS.
009400
009500*---------------------------------------------------------------*
009600*    TENUES ARCHIVEES, CHAQUE LIGNE PRECEDEE DE LA DATE DE       *
009700*    TRAITEMENT DE SON PASSAGE (RECUPERATION.SH).                *
009800*---------------------------------------------------------------*
009900     SELECT FICHIER-TENUE ASSIGN TO "../data/maint.work"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-TENUE-STATUS.
010200
010300*---------------------------------------------------------------*
010400*    REFERENTIEL CLIENTS : RATTACHEMENT DES COMPTES CREES.       *
010500*---------------------------------------------------------------*
010600     SELECT FICHIER-CUSTREF ASSIGN TO "../data/custref.txt"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-CUSTREF-STATUS.
010900
011000*---------------------------------------------------------------*
011100*    PRETS : COMPTES DE PRET CLOS PAR LEUR DERNIERE ECHEANCE.    *
011200*---------------------------------------------------------------*
011300     SELECT FICHIER-PRETS ASSIGN TO "../data/prets.txt"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS WS-PRETS-STATUS.
011600
011700*---------------------------------------------------------------*
011800*    MAITRE RECONSTITUE, A CONTROLER AVANT SUBSTITUTION.         *
011900*---------------------------------------------------------------*
012000     SELECT FICHIER-RECUP ASSIGN TO "../data/customer.recup.dat"
012100         ORGANIZATION IS INDEXED
012200         ACCESS MODE IS RANDOM
012300         RECORD KEY IS CM-ACCOUNT-NUMBER
012400         FILE STATUS IS WS-RECUP-STATUS.
012500
012600*---------------------------------------------------------------*
012700*    ETAT DE LA RECONSTITUTION.                                  *
012800*---------------------------------------------------------------*
012900     SELECT FICHIER-RAPPORT
013000         ASSIGN TO "../data/recuprapport.txt"
013100         ORGANIZATION IS LINE SEQUENTIAL.
013200
013300*---------------------------------------------------------------*
013400*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
013500*    CALENDRIER-BANQUE.                                          *
013600*---------------------------------------------------------------*
013700     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
013800         ORGANIZATION IS LINE SEQUENTIAL
013900         FILE STATUS IS WS-DATECTL-STATUS.
014000
014100 DATA DIVISION.
014200 FILE SECTION.
014300 FD  FICHIER-OUVERTURE.
014400 01  LIGNE-OUVERTURE              PIC X(67).
014500
014600 FD  FICHIER-OUVMOIS.
014700 01  LIGNE-OUVMOIS                PIC X(67).
014800
014900 FD  FICHIER-RUNCTL.
015000 01  LIGNE-RUNCTL                 PIC X(72).
015100
015200 FD  FICHIER-AUDIT.
015300 01  LIGNE-AUDIT                  PIC X(70).
015400
015500 FD  FICHIER-TENUE.
015600 01  LIGNE-TENUE                  PIC X(122).
015700
015800 FD  FICHIER-CUSTREF.
015900 01  LIGNE-CUSTREF                PIC X(26).
016000
016100 FD  FICHIER-PRETS.
016200 01  LIGNE-PRET                   PIC X(109).
016300
016400 FD  FICHIER-RECUP.
016500     COPY "custmas.cpy".
016600
016700 FD  FICHIER-RAPPORT.
016800 01  LIGNE-RAPPORT                PIC X(80).
016900
017000 FD  FICHIER-DATECTL.
017100 01  LIGNE-DATECTL                PIC X(18).
017200
017300 WORKING-STORAGE SECTION.
017400*---------------------------------------------------------------*
017500*    VUE D'UNE ECRITURE DU JOURNAL D'AUDIT.                      *
017600*---------------------------------------------------------------*
017700     COPY "auditrec.cpy".
017800
017900*---------------------------------------------------------------*
018000*    VUE D'UN MOUVEMENT DE TENUE ARCHIVE.                        *
018100*---------------------------------------------------------------*
018200     COPY "maintrec.cpy".
018300
018400*---------------------------------------------------------------*
018500*    VUE D'UN PASSAGE DU JOURNAL DES PASSAGES.                   *
018600*---------------------------------------------------------------*
018700     COPY "runctl.cpy".
018800
018900*---------------------------------------------------------------*
019000*    VUE D'UN CLIENT DU REFERENTIEL.                             *
019100*---------------------------------------------------------------*
019200     COPY "custref.cpy".
019300
019400*---------------------------------------------------------------*
019500*    VUE D'UN PRET.                                              *
019600*---------------------------------------------------------------*
019700     COPY "pretrec.cpy".
019800
019900*---------------------------------------------------------------*
020000*    DATE DE TRAITEMENT DU CYCLE.                                *
020100*---------------------------------------------------------------*
020200     COPY "datectl.cpy".
020300
020400 01  WS-DATECTL-STATUS           PIC X(02).
020500     88  WS-DATECTL-OK               VALUE "00".
020600
020700*---------------------------------------------------------------*
020800*    VUE D'UN ENREGISTREMENT DU CLICHE.                          *
020900*---------------------------------------------------------------*
021000 01  WS-OUVERTURE-RECORD.
021100     05  OU-ACCOUNT-NUMBER        PIC 9(08).
021200     05  OU-CUSTOMER-NAME         PIC X(20).
021300     05  OU-ACCOUNT-TYPE          PIC X(02).
021400     05  OU-BALANCE               PIC S9(9)V99.
021500     05  OU-OVERDRAFT-LIMIT       PIC 9(9)V99.
021600     05  OU-STATUS                PIC X(01).
021700     05  OU-CUSTOMER-ID           PIC 9(06).
021800     05  OU-CLOSE-DEST            PIC 9(08).
021900
022000*---------------------------------------------------------------*
022100*    LIGNE DE TENUE ARCHIVEE : DATE DU PASSAGE PUIS LIGNE DE     *
022200*    MAINT.TXT TELLE QU'APPLIQUEE PAR MAINT-MASTER.              *
022300*---------------------------------------------------------------*
022400 01  WS-TENUE-ARCHIVE.
022500     05  WS-ARCH-DATE            PIC 9(08)     VALUE ZERO.
022600     05  WS-ARCH-LIGNE           PIC X(114)    VALUE SPACES.
022700
022800 01  WS-OUVERTURE-STATUS         PIC X(02).
022900     88  WS-OUVERTURE-OK             VALUE "00".
023000
023100 01  WS-RUNCTL-STATUS            PIC X(02).
023200     88  WS-RUNCTL-OK                VALUE "00".
023300
023400 01  WS-AUDIT-STATUS             PIC X(02).
023500     88  WS-AUDIT-OK                 VALUE "00".
023600
023700 01  WS-TENUE-STATUS             PIC X(02).
023800     88  WS-TENUE-OK                 VALUE "00".
023900
024000 01  WS-CUSTREF-STATUS           PIC X(02).
024100     88  WS-CUSTREF-OK               VALUE "00".
024200
024300 01  WS-PRETS-STATUS             PIC X(02).
024400     88  WS-PRETS-OK                 VALUE "00".
024500
024600 01  WS-RECUP-STATUS             PIC X(02).
024700     88  WS-RECUP-OK                 VALUE "00".
024800
024900 01  WS-SWITCHES.
025000     05  WS-OUVERTURE-EOF        PIC X(01)     VALUE "N".
025100         88  WS-END-OF-OUVERTURE     VALUE "Y".
025200     05  WS-RUNCTL-EOF           PIC X(01)     VALUE "N".
025300         88  WS-END-OF-RUNCTL        VALUE "Y".
025400     05  WS-AUDIT-EOF            PIC X(01)     VALUE "N".
025500         88  WS-END-OF-AUDIT         VALUE "Y".
025600     05  WS-TENUE-EOF            PIC X(01)     VALUE "N".
025700         88  WS-END-OF-TENUE         VALUE "Y".
025800     05  WS-CUSTREF-EOF          PIC X(01)     VALUE "N".
025900         88  WS-END-OF-CUSTREF       VALUE "Y".
026000     05  WS-PRETS-EOF            PIC X(01)     VALUE "N".
026100         88  WS-END-OF-PRETS         VALUE "Y".
026200     05  WS-LOT-ARRETE-SW        PIC X(01)     VALUE "N".
026300         88  WS-LOT-ARRETE           VALUE "Y".
026400     05  WS-CUSTREF-PRESENT-SW   PIC X(01)     VALUE "N".
026500         88  WS-CUSTREF-PRESENT      VALUE "Y".
026600     05  WS-FICHIERS-OUVERTS-SW  PIC X(01)     VALUE "N".
026700         88  WS-FICHIERS-OUVERTS     VALUE "Y".
026800     05  WS-POINT-TROUVE-SW      PIC X(01)     VALUE "N".
026900         88  WS-POINT-TROUVE         VALUE "Y".
027000     05  WS-REF-ATTEINTE-SW      PIC X(01)     VALUE "N".
027100         88  WS-REF-ATTEINTE         VALUE "Y".
027200     05  WS-LIGNE-VALIDE-SW      PIC X(01)     VALUE "Y".
027300         88  WS-LIGNE-VALIDE         VALUE "Y".
027400
027500*---------------------------------------------------------------*
027600*    PARAMETRES LUS SUR L'ENTREE STANDARD.                       *
027700*---------------------------------------------------------------*
027800 01  WS-PARAMETRES.
027900     05  WS-CLICHE-CHOIX         PIC X(01)     VALUE SPACES.
028000         88  WS-CLICHE-JOUR          VALUE "O".
028100         88  WS-CLICHE-MOIS          VALUE "M".
028200     05  WS-ARRET-DATE-X         PIC X(08)     VALUE SPACES.
028300     05  WS-ARRET-DATE REDEFINES WS-ARRET-DATE-X
028400                                 PIC 9(08).
028500     05  WS-ARRET-HEURE-X        PIC X(08)     VALUE SPACES.
028600     05  WS-ARRET-HEURE REDEFINES WS-ARRET-HEURE-X
028700                                 PIC 9(08).
028800     05  WS-ARRET-REF            PIC X(10)     VALUE SPACES.
028900     05  WS-ARCHIVEES-X          PIC X(07)     VALUE SPACES.
029000     05  WS-ARCHIVEES REDEFINES WS-ARCHIVEES-X
029100                                 PIC 9(07).
029200
029300*---------------------------------------------------------------*
029400*    POINT DU CLICHE (DATE, HEURE ET NOMBRE D'ECRITURES DU       *
029500*    JOURNAL COURANT DEJA PRISES), ECRITURES D'AUDIT.WORK A      *
029600*    SAUTER, POINT D'ARRET ET DATE LIMITE DES TENUES (DATE DE    *
029700*    L'ARRET, OU DE LA REFERENCE D'ARRET ATTEINTE).              *
029800*---------------------------------------------------------------*
029900 01  WS-POINT-DATE               PIC 9(08)     VALUE ZERO.
030000 01  WS-POINT-HEURE              PIC 9(08)     VALUE ZERO.
030100 01  WS-POINT-ECRITURES          PIC 9(07)     VALUE ZERO.
030200 01  WS-SAUT-ECRITURES           PIC 9(07)     VALUE ZERO.
030300 01  WS-FIN-DATE                 PIC 9(08)     VALUE 99999999.
030400 01  WS-FIN-HEURE                PIC 9(08)     VALUE 99999999.
030500 01  WS-LIMITE-DATE              PIC 9(08)     VALUE 99999999.
030600
030700*---------------------------------------------------------------*
030800*    DERNIERE ECRITURE APPLIQUEE (POINT ATTEINT PAR LE REJEU).   *
030900*---------------------------------------------------------------*
031000 01  WS-DERNIERE-DATE            PIC 9(08)     VALUE ZERO.
031100 01  WS-DERNIERE-HEURE           PIC 9(08)     VALUE ZERO.
031200 01  WS-DERNIERE-REF             PIC X(10)     VALUE SPACES.
031300
031400*---------------------------------------------------------------*
031500*    MAITRE EN COURS DE RECONSTITUTION : UN POSTE PAR COMPTE,    *
031600*    AU FORMAT DE L'ENREGISTREMENT CLIENT.                       *
031700*---------------------------------------------------------------*
031800 01  WS-TABLE-RECUP.
031900     05  WS-RCP-NOMBRE           PIC 9(05)     VALUE ZERO.
032000     05  WS-RCP-ENTREE OCCURS 5000 TIMES.
032100         10  WS-RCP-COMPTE       PIC 9(08).
032200         10  WS-RCP-NOM          PIC X(20).
032300         10  WS-RCP-TYPE         PIC X(02).
032400             88  WS-RCP-TYPE-PRET    VALUE "PR".
032500         10  WS-RCP-SOLDE        PIC S9(9)V99.
032600         10  WS-RCP-DECOUVERT    PIC 9(9)V99.
032700         10  WS-RCP-STATUT       PIC X(01).
032800             88  WS-RCP-CLOS         VALUE "C".
032900             88  WS-RCP-DORMANT      VALUE "D".
033000             88  WS-RCP-EN-CLOTURE   VALUE "P".
033100         10  WS-RCP-ID-CLIENT    PIC 9(06).
033200         10  WS-RCP-DEST         PIC 9(08).
033300
033400 01  WS-RCP-IDX                   PIC 9(05)     VALUE ZERO.
033500 01  WS-RCP-TROUVE-IDX            PIC 9(05)     VALUE ZERO.
033600 01  WS-COMPTE-CHERCHE            PIC 9(08)     VALUE ZERO.
033700
033800*---------------------------------------------------------------*
033900*    REFERENTIEL CLIENTS.                                        *
034000*---------------------------------------------------------------*
034100 01  WS-TABLE-CLIENTS.
034200     05  WS-CLI-NOMBRE           PIC 9(05)     VALUE ZERO.
034300     05  WS-CLI-ENTREE OCCURS 2000 TIMES.
034400         10  WS-CLI-ID           PIC 9(06).
034500         10  WS-CLI-NOM          PIC X(20).
034600
034700 01  WS-CLI-IDX                  PIC 9(05)     VALUE ZERO.
034800 01  WS-CLI-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
034900 01  WS-CLI-CHERCHE-ID           PIC 9(06)     VALUE ZERO.
035000
035100 01  WS-REASON-CODE              PIC X(28)     VALUE SPACES.
035200
035300 01  WS-COMPTEURS.
035400     05  WS-COMPTES-CLICHE       PIC 9(07)     VALUE ZERO.
035500     05  WS-COMPTES-CREES        PIC 9(07)     VALUE ZERO.
035600     05  WS-COMPTES-RESTAURES    PIC 9(07)     VALUE ZERO.
035700     05  WS-ECRITURES-LUES       PIC 9(07)     VALUE ZERO.
035800     05  WS-ECRITURES-ANTERIEURES
035900                                 PIC 9(07)     VALUE ZERO.
036000     05  WS-ECRITURES-APPLIQUEES PIC 9(07)     VALUE ZERO.
036100     05  WS-ECRITURES-REJETEES   PIC 9(07)     VALUE ZERO.
036200     05  WS-ECARTS               PIC 9(07)     VALUE ZERO.
036300     05  WS-TENUES-LUES          PIC 9(07)     VALUE ZERO.
036400     05  WS-TENUES-APPLIQUEES    PIC 9(07)     VALUE ZERO.
036500     05  WS-TENUES-REJETEES      PIC 9(07)     VALUE ZERO.
036600     05  WS-TENUES-SANS-EFFET    PIC 9(07)     VALUE ZERO.
036700     05  WS-CLOTURES-DENOUEES    PIC 9(07)     VALUE ZERO.
036800     05  WS-PRETS-CLOS           PIC 9(07)     VALUE ZERO.
036900
037000 01  WS-TOTAL-EDIT               PIC Z,ZZZ,ZZ9.
037100 01  WS-LIBELLE-TOTAL            PIC X(29)     VALUE SPACES.
037200
037300*---------------------------------------------------------------*
037400*    LIGNES D'EDITION DE L'ETAT DE RECONSTITUTION.               *
037500*---------------------------------------------------------------*
037600 01  WS-LIGNE-TITRE.
037700     05  FILLER                  PIC X(40)
037800         VALUE "RECONSTITUTION DU MAITRE CLIENT - CYCLE ".
037900     05  TIT-DATE                PIC 9(08).
038000     05  FILLER                  PIC X(32)     VALUE SPACES.
038100
038200 01  WS-LIGNE-ENTETE.
038300     05  FILLER                  PIC X(40)
038400         VALUE "TYPE  DATE     COMPTE   CD REFERENCE    ".
038500     05  FILLER                  PIC X(40)
038600         VALUE "   SOLDE REJOUE    SOLDE AVANT LU       ".
038700
038800 01  WS-LIGNE-ECART.
038900     05  FILLER                  PIC X(06)     VALUE "ECART ".
039000     05  ECA-DATE                PIC 9(08).
039100     05  FILLER                  PIC X(01)     VALUE SPACES.
039200     05  ECA-COMPTE              PIC 9(08).
039300     05  FILLER                  PIC X(01)     VALUE SPACES.
039400     05  ECA-CODE                PIC X(02).
039500     05  FILLER                  PIC X(01)     VALUE SPACES.
039600     05  ECA-REFERENCE           PIC X(10).
039700     05  FILLER                  PIC X(01)     VALUE SPACES.
039800     05  ECA-ATTENDU             PIC -Z,ZZZ,ZZZ,ZZ9.99.
039900     05  FILLER                  PIC X(01)     VALUE SPACES.
040000     05  ECA-CONSTATE            PIC -Z,ZZZ,ZZZ,ZZ9.99.
040100     05  FILLER                  PIC X(07)     VALUE SPACES.
040200
040300*    ECRITURE OU TENUE NON APPLIQUEE, OU SIMPLE SIGNALEMENT :
040400*    NATURE "ECRIT " OU "TENUE ", CODE = CODE TRANSACTION OU
040500*    ACTION DE TENUE.
040600 01  WS-LIGNE-MOTIF.
040700     05  MOT-NATURE              PIC X(06).
040800     05  MOT-DATE                PIC 9(08).
040900     05  FILLER                  PIC X(01)     VALUE SPACES.
041000     05  MOT-COMPTE              PIC X(08).
041100     05  FILLER                  PIC X(01)     VALUE SPACES.
041200     05  MOT-CODE                PIC X(02).
041300     05  FILLER                  PIC X(01)     VALUE SPACES.
041400     05  MOT-REFERENCE           PIC X(10).
041500     05  FILLER                  PIC X(01)     VALUE SPACES.
041600     05  MOT-MOTIF               PIC X(28).
041700     05  FILLER                  PIC X(14)     VALUE SPACES.
041800
041900 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
042000
042100 PROCEDURE DIVISION.
042200*****************************************************************
042300* 0000-MAINLINE                                                  *
042400*****************************************************************
042500 0000-MAINLINE.
042600     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
042700     PERFORM 2000-REJOUER-ECRITURE  THRU 2000-EXIT
042800         UNTIL WS-END-OF-AUDIT.
042900     IF NOT WS-LOT-ARRETE
043000         PERFORM 3000-TENUES-RESTANTES THRU 3000-EXIT
043100     END-IF.
043200     IF NOT WS-LOT-ARRETE
043300         PERFORM 3500-PRETS-SOLDES  THRU 3500-EXIT
043400     END-IF.
043500     IF NOT WS-LOT-ARRETE
043600         PERFORM 5000-ECRIRE-MAITRE THRU 5000-EXIT
043700     END-IF.
043800     PERFORM 9999-TERMINATE         THRU 9999-EXIT.
043900     STOP RUN.
044000
044100*****************************************************************
044200* 1000-INITIALIZE - PARAMETRES, POINT DU CLICHE, CHARGEMENT DU   *
044300*    CLICHE ET DU REFERENTIEL, OUVERTURE DES FICHIERS DE         *
044400*    TRAVAIL.                                                    *
044500*    TOUTE ANOMALIE ARRETE LE LOT EN RETURN-CODE 16, MOTIF SUR   *
044600*    L'ETAT, AVANT QUE RIEN NE SOIT REJOUE NI ECRIT.             *
044700*****************************************************************
044800 1000-INITIALIZE.
044900     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
045000     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
045100     OPEN OUTPUT FICHIER-RAPPORT.
045200     MOVE WS-DATE-JOUR TO TIT-DATE.
045300     WRITE LIGNE-RAPPORT FROM WS-LIGNE-TITRE.
045400
045500     PERFORM 1050-LIRE-PARAMETRES THRU 1050-EXIT.
045600
045700     IF NOT WS-LOT-ARRETE
045800         PERFORM 1100-CHERCHER-POINT THRU 1100-EXIT
045900     END-IF.
046000
046100     IF NOT WS-LOT-ARRETE
046200         PERFORM 1200-CHARGER-CLICHE THRU 1200-EXIT
046300     END-IF.
046400
046500     IF NOT WS-LOT-ARRETE
046600         PERFORM 1300-CHARGER-CUSTREF THRU 1300-EXIT
046700     END-IF.
046800
046900     IF NOT WS-LOT-ARRETE
047000         PERFORM 1400-OUVRIR-TRAVAIL THRU 1400-EXIT
047100     END-IF.
047200
047300     IF WS-LOT-ARRETE
047400         MOVE "Y" TO WS-AUDIT-EOF
047500     ELSE
047600         PERFORM 1500-EDITER-PARAMETRES THRU 1500-EXIT
047700         PERFORM 2150-LIRE-TENUE THRU 2150-EXIT
047800             UNTIL WS-END-OF-TENUE
047900                OR WS-ARCH-DATE > WS-POINT-DATE
048000         PERFORM 2100-LIRE-AUDIT THRU 2100-EXIT
048100     END-IF.
048200 1000-EXIT.
048300     EXIT.
048400
048500*****************************************************************
048600* 1050-LIRE-PARAMETRES - CLICHE A REPRENDRE (O OU M), DATE ET    *
048700*    HEURE D'ARRET (A BLANC = FIN DU JOURNAL ; UNE HEURE A BLANC *
048800*    = FIN DE JOURNEE), REFERENCE D'ARRET (A BLANC = AUCUNE),    *
048900*    NOMBRE D'ECRITURES ARCHIVEES EN TETE D'AUDIT.WORK (CALCULE  *
049000*    PAR RECUPERATION.SH).                                       *
049100*****************************************************************
049200 1050-LIRE-PARAMETRES.
049300     DISPLAY "CLICHE A REPRENDRE (O = OPENING, M = OPENMOIS) : ".
049400     ACCEPT WS-CLICHE-CHOIX.
049500     DISPLAY "DATE D'ARRET  (AAAAMMJJ, VIDE = FIN)      : ".
049600     ACCEPT WS-ARRET-DATE-X.
049700     DISPLAY "HEURE D'ARRET (HHMMSSCC, VIDE = FIN JOUR) : ".
049800     ACCEPT WS-ARRET-HEURE-X.
049900     DISPLAY "REFERENCE D'ARRET (VIDE = AUCUNE)          : ".
050000     ACCEPT WS-ARRET-REF.
050100     DISPLAY "ECRITURES ARCHIVEES (7 CHIFFRES)           : ".
050200     ACCEPT WS-ARCHIVEES-X.
050300
050400     EVALUATE TRUE
050500         WHEN NOT WS-CLICHE-JOUR AND NOT WS-CLICHE-MOIS
050600             MOVE "CLICHE A REPRENDRE INVALIDE" TO WS-REASON-CODE
050700             PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
050800         WHEN WS-ARRET-DATE-X NOT = SPACES
050900              AND WS-ARRET-DATE-X NOT NUMERIC
051000             MOVE "DATE D'ARRET INVALIDE" TO WS-REASON-CODE
051100             PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
051200         WHEN WS-ARRET-HEURE-X NOT = SPACES
051300              AND WS-ARRET-HEURE-X NOT NUMERIC
051400             MOVE "HEURE D'ARRET INVALIDE" TO WS-REASON-CODE
051500             PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
051600         WHEN WS-ARCHIVEES-X NOT NUMERIC
051700             MOVE "NOMBRE D'ARCHIVES INVALIDE" TO WS-REASON-CODE
051800             PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
051900         WHEN OTHER
052000             IF WS-ARRET-DATE-X NOT = SPACES
052100                 MOVE WS-ARRET-DATE TO WS-FIN-DATE
052200                 MOVE WS-ARRET-DATE TO WS-LIMITE-DATE
052300                 IF WS-ARRET-HEURE-X NOT = SPACES
052400                     MOVE WS-ARRET-HEURE TO WS-FIN-HEURE
052500                 END-IF
052600             END-IF
052700     END-EVALUATE.
052800 1050-EXIT.
052900     EXIT.
053000
053100*****************************************************************
053200* 1100-CHERCHER-POINT - POINT DU CLICHE DANS LE JOURNAL DES      *
053300*    PASSAGES : DERNIER PASSAGE SNAPSHOT-OUVERTURE POUR          *
053400*    OPENING.DAT, PREMIER POUR OPENMOIS.DAT (LE JOURNAL REPART   *
053500*    VIDE A LA COUPE DE FIN DE MOIS, JUSTE AVANT STEP055). LES   *
053600*    ECRITURES A SAUTER SONT LES ARCHIVEES PUIS CELLES DU        *
053700*    JOURNAL COURANT QUE LE PASSAGE A COMPTEES.                  *
053800*****************************************************************
053900 1100-CHERCHER-POINT.
054000     OPEN INPUT FICHIER-RUNCTL.
054100     IF WS-RUNCTL-OK
054200         PERFORM 1150-EXAMINER-PASSAGE THRU 1150-EXIT
054300             UNTIL WS-END-OF-RUNCTL
054400         CLOSE FICHIER-RUNCTL
054500     END-IF.
054600
054700     EVALUATE TRUE
054800         WHEN NOT WS-POINT-TROUVE
054900             MOVE "POINT DU CLICHE INTROUVABLE" TO WS-REASON-CODE
055000             PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
055100         WHEN WS-FIN-DATE < WS-POINT-DATE
055200             MOVE "ARRET ANTERIEUR AU CLICHE" TO WS-REASON-CODE
055300             PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
055400     END-EVALUATE.
055500     COMPUTE WS-SAUT-ECRITURES = WS-ARCHIVEES
055600                               + WS-POINT-ECRITURES.
055700 1100-EXIT.
055800     EXIT.
055900
056000 1150-EXAMINER-PASSAGE.
056100     READ FICHIER-RUNCTL INTO WS-RUN-RECORD
056200         AT END
056300             MOVE "Y" TO WS-RUNCTL-EOF
056400         NOT AT END
056500             IF RUN-PROGRAM = "SNAPSHOT-OUVERTURE"
056600                 IF WS-CLICHE-JOUR OR NOT WS-POINT-TROUVE
056700                     MOVE RUN-DATE        TO WS-POINT-DATE
056800                     MOVE RUN-HEURE-FIN   TO WS-POINT-HEURE
056900                     MOVE RUN-LIGNES-DIFFEREES
057000                         TO WS-POINT-ECRITURES
057100                     MOVE "Y" TO WS-POINT-TROUVE-SW
057200                 END-IF
057300             END-IF
057400     END-READ.
057500 1150-EXIT.
057600     EXIT.
057700
057800*****************************************************************
057900* 1200-CHARGER-CLICHE - CHARGEMENT DU CLICHE CHOISI DANS LA      *
058000*    TABLE DE RECONSTITUTION. CLICHE ABSENT, LIGNE ILLISIBLE OU  *
058100*    TABLE SATUREE ARRETENT LE LOT.                              *
058200*****************************************************************
058300 1200-CHARGER-CLICHE.
058400     IF WS-CLICHE-MOIS
058500         OPEN INPUT FICHIER-OUVMOIS
058600     ELSE
058700         OPEN INPUT FICHIER-OUVERTURE
058800     END-IF.
058900
059000     IF WS-OUVERTURE-OK
059100         PERFORM 1250-RANGER-CLICHE THRU 1250-EXIT
059200             UNTIL WS-END-OF-OUVERTURE OR WS-LOT-ARRETE
059300         IF WS-CLICHE-MOIS
059400             CLOSE FICHIER-OUVMOIS
059500         ELSE
059600             CLOSE FICHIER-OUVERTURE
059700         END-IF
059800     ELSE
059900         MOVE "CLICHE ABSENT" TO WS-REASON-CODE
060000         PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
060100     END-IF.
060200 1200-EXIT.
060300     EXIT.
060400
060500 1250-RANGER-CLICHE.
060600     IF WS-CLICHE-MOIS
060700         READ FICHIER-OUVMOIS INTO WS-OUVERTURE-RECORD
060800             AT END
060900                 MOVE "Y" TO WS-OUVERTURE-EOF
061000         END-READ
061100     ELSE
061200         READ FICHIER-OUVERTURE INTO WS-OUVERTURE-RECORD
061300             AT END
061400                 MOVE "Y" TO WS-OUVERTURE-EOF
061500         END-READ
061600     END-IF.
061700
061800     IF NOT WS-END-OF-OUVERTURE
061900         EVALUATE TRUE
062000             WHEN OU-ACCOUNT-NUMBER NOT NUMERIC
062100               OR OU-BALANCE NOT NUMERIC
062200                 MOVE "LIGNE DE CLICHE ILLISIBLE"
062300                     TO WS-REASON-CODE
062400                 PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
062500             WHEN WS-RCP-NOMBRE NOT < 5000
062600                 MOVE "TABLE DES COMPTES SATUREE"
062700                     TO WS-REASON-CODE
062800                 PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
062900             WHEN OTHER
063000                 ADD 1 TO WS-COMPTES-CLICHE
063100                 ADD 1 TO WS-RCP-NOMBRE
063200                 MOVE WS-OUVERTURE-RECORD
063300                     TO WS-RCP-ENTREE (WS-RCP-NOMBRE)
063400         END-EVALUATE
063500     END-IF.
063600 1250-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000* 1300-CHARGER-CUSTREF - REFERENTIEL CLIENTS, POUR RETROUVER LE  *
064100*    CLIENT D'UN COMPTE CREE. ABSENT : LES IDENTIFIANTS DES      *
064200*    TENUES NE SONT PAS CONTROLES ET UNE CREATION SANS           *
064300*    IDENTIFIANT N'EST PAS RATTACHEE (SIGNALEE).                 *
064400*****************************************************************
064500 1300-CHARGER-CUSTREF.
064600     OPEN INPUT FICHIER-CUSTREF.
064700     IF WS-CUSTREF-OK
064800         MOVE "Y" TO WS-CUSTREF-PRESENT-SW
064900         PERFORM 1350-RANGER-CLIENT THRU 1350-EXIT
065000             UNTIL WS-END-OF-CUSTREF OR WS-LOT-ARRETE
065100         CLOSE FICHIER-CUSTREF
065200     END-IF.
065300 1300-EXIT.
065400     EXIT.
065500
065600 1350-RANGER-CLIENT.
065700     READ FICHIER-CUSTREF INTO WS-CUSTREF-RECORD
065800         AT END
065900             MOVE "Y" TO WS-CUSTREF-EOF
066000         NOT AT END
066100             EVALUATE TRUE
066200                 WHEN CF-CUSTOMER-ID NOT NUMERIC
066300                     MOVE "LIGNE CUSTREF ILLISIBLE"
066400                         TO WS-REASON-CODE
066500                     PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
066600                 WHEN WS-CLI-NOMBRE NOT < 2000
066700                     MOVE "TABLE DES CLIENTS SATUREE"
066800                         TO WS-REASON-CODE
066900                     PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
067000                 WHEN OTHER
067100                     ADD 1 TO WS-CLI-NOMBRE
067200                     MOVE CF-CUSTOMER-ID-N
067300                         TO WS-CLI-ID (WS-CLI-NOMBRE)
067400                     MOVE CF-CUSTOMER-NAME
067500                         TO WS-CLI-NOM (WS-CLI-NOMBRE)
067600             END-EVALUATE
067700     END-READ.
067800 1350-EXIT.
067900     EXIT.
068000
068100*****************************************************************
068200* 1400-OUVRIR-TRAVAIL - JOURNAL CONSOLIDE ET TENUES ARCHIVEES,   *
068300*    TOUS DEUX RECONSTITUES (EVENTUELLEMENT VIDES) PAR           *
068400*    RECUPERATION.SH : UN FICHIER ABSENT ARRETE LE LOT.          *
068500*****************************************************************
068600 1400-OUVRIR-TRAVAIL.
068700     OPEN INPUT FICHIER-AUDIT.
068800     IF WS-AUDIT-OK
068900         OPEN INPUT FICHIER-TENUE
069000         IF WS-TENUE-OK
069100             MOVE "Y" TO WS-FICHIERS-OUVERTS-SW
069200         ELSE
069300             CLOSE FICHIER-AUDIT
069400             MOVE "MAINT.WORK ABSENT" TO WS-REASON-CODE
069500             PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
069600         END-IF
069700     ELSE
069800         MOVE "AUDIT.WORK ABSENT" TO WS-REASON-CODE
069900         PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
070000     END-IF.
070100 1400-EXIT.
070200     EXIT.
070300
070400*****************************************************************
070500* 1500-EDITER-PARAMETRES - CLICHE REPRIS, POINTS DU CLICHE ET    *
070600*    D'ARRET ET ECRITURES SAUTEES EN TETE D'ETAT, PUIS L'ENTETE  *
070700*    DES ANOMALIES.                                              *
070800*****************************************************************
070900 1500-EDITER-PARAMETRES.
071000     MOVE SPACES TO LIGNE-RAPPORT.
071100     IF WS-CLICHE-MOIS
071200         STRING "CLICHE REPRIS     : OPENMOIS.DAT  POINT "
071300                WS-POINT-DATE " " WS-POINT-HEURE
071400             DELIMITED BY SIZE INTO LIGNE-RAPPORT
071500         END-STRING
071600     ELSE
071700         STRING "CLICHE REPRIS     : OPENING.DAT   POINT "
071800                WS-POINT-DATE " " WS-POINT-HEURE
071900             DELIMITED BY SIZE INTO LIGNE-RAPPORT
072000         END-STRING
072100     END-IF.
072200     WRITE LIGNE-RAPPORT.
072300
072400     MOVE SPACES TO LIGNE-RAPPORT.
072500     STRING "ECRITURES SAUTEES : " WS-SAUT-ECRITURES
072600            " (ARCHIVEES " WS-ARCHIVEES
072700            " + CLICHE " WS-POINT-ECRITURES ")"
072800         DELIMITED BY SIZE INTO LIGNE-RAPPORT
072900     END-STRING.
073000     WRITE LIGNE-RAPPORT.
073100
073200     MOVE SPACES TO LIGNE-RAPPORT.
073300     IF WS-ARRET-DATE-X = SPACES
073400         STRING "ARRET DEMANDE     : FIN DU JOURNAL"
073500             DELIMITED BY SIZE INTO LIGNE-RAPPORT
073600         END-STRING
073700     ELSE
073800         STRING "ARRET DEMANDE     : " WS-FIN-DATE " "
073900                WS-FIN-HEURE
074000             DELIMITED BY SIZE INTO LIGNE-RAPPORT
074100         END-STRING
074200     END-IF.
074300     WRITE LIGNE-RAPPORT.
074400
074500     IF WS-ARRET-REF NOT = SPACES
074600         MOVE SPACES TO LIGNE-RAPPORT
074700         STRING "REFERENCE D'ARRET : " WS-ARRET-REF
074800             DELIMITED BY SIZE INTO LIGNE-RAPPORT
074900         END-STRING
075000         WRITE LIGNE-RAPPORT
075100     END-IF.
075200
075300     WRITE LIGNE-RAPPORT FROM WS-LIGNE-ENTETE.
075400 1500-EXIT.
075500     EXIT.
075600
075700*****************************************************************
075800* 1900-ARRETER-LOT - MOTIF D'ARRET SUR L'ETAT ET A LA CONSOLE,   *
075900*    RETURN-CODE 16 : RIEN N'EST ECRIT DANS CUSTOMER.RECUP.DAT.  *
076000*****************************************************************
076100 1900-ARRETER-LOT.
076200     MOVE "Y" TO WS-LOT-ARRETE-SW.
076300     MOVE 16 TO RETURN-CODE.
076400     MOVE SPACES TO LIGNE-RAPPORT.
076500     STRING "LOT ARRETE - " WS-REASON-CODE
076600         DELIMITED BY SIZE INTO LIGNE-RAPPORT
076700     END-STRING.
076800     WRITE LIGNE-RAPPORT.
076900     DISPLAY "LOT ARRETE - " WS-REASON-CODE.
077000 1900-EXIT.
077100     EXIT.
077200
077300*****************************************************************
077400* 2000-REJOUER-ECRITURE - UNE ECRITURE DU JOURNAL CONSOLIDE :    *
077500*    PARMI LES WS-SAUT-ECRITURES PREMIERES, ELLE EST DEJA DANS   *
077600*    LE CLICHE ; AU-DELA DU POINT D'ARRET (OU APRES LA           *
077700*    REFERENCE D'ARRET), LE REJEU S'ARRETE ;                     *
077800*    SINON LES TENUES DATEES JUSQU'A SON JOUR SONT APPLIQUEES    *
077900*    PUIS L'ECRITURE ELLE-MEME.                                  *
078000*****************************************************************
078100 2000-REJOUER-ECRITURE.
078200     EVALUATE TRUE
078300         WHEN WS-ECRITURES-LUES NOT > WS-SAUT-ECRITURES
078400             ADD 1 TO WS-ECRITURES-ANTERIEURES
078500             PERFORM 2100-LIRE-AUDIT THRU 2100-EXIT
078600         WHEN WS-REF-ATTEINTE AND AUD-REFERENCE NOT = WS-ARRET-REF
078700             MOVE "Y" TO WS-AUDIT-EOF
078800         WHEN AUD-DATE > WS-FIN-DATE
078900           OR (AUD-DATE = WS-FIN-DATE
079000               AND AUD-TIME > WS-FIN-HEURE)
079100             MOVE "Y" TO WS-AUDIT-EOF
079200         WHEN OTHER
079300             PERFORM 4000-APPLIQUER-TENUE THRU 4000-EXIT
079400                 UNTIL WS-END-OF-TENUE
079500                    OR WS-ARCH-DATE > AUD-DATE
079600                    OR WS-LOT-ARRETE
079700             IF NOT WS-LOT-ARRETE
079800                 PERFORM 2200-APPLIQUER-ECRITURE THRU 2200-EXIT
079900                 IF WS-ARRET-REF NOT = SPACES
080000                     AND AUD-REFERENCE = WS-ARRET-REF
080100                     MOVE "Y" TO WS-REF-ATTEINTE-SW
080200                     MOVE AUD-DATE TO WS-LIMITE-DATE
080300                 END-IF
080400                 PERFORM 2100-LIRE-AUDIT THRU 2100-EXIT
080500             ELSE
080600                 MOVE "Y" TO WS-AUDIT-EOF
080700             END-IF
080800     END-EVALUATE.
080900 2000-EXIT.
081000     EXIT.
081100
081200 2100-LIRE-AUDIT.
081300     READ FICHIER-AUDIT INTO WS-AUDIT-RECORD
081400         AT END
081500             MOVE "Y" TO WS-AUDIT-EOF
081600         NOT AT END
081700             ADD 1 TO WS-ECRITURES-LUES
081800     END-READ.
081900 2100-EXIT.
082000     EXIT.
082100
082200 2150-LIRE-TENUE.
082300     READ FICHIER-TENUE INTO WS-TENUE-ARCHIVE
082400         AT END
082500             MOVE "Y" TO WS-TENUE-EOF
082600         NOT AT END
082700             MOVE WS-ARCH-LIGNE TO WS-MAINT-RECORD
082800     END-READ.
082900 2150-EXIT.
083000     EXIT.
083100
083200*****************************************************************
083300* 2200-APPLIQUER-ECRITURE - LE COMPTE PREND LE SOLDE APRES       *
083400*    ECRIT. UN SOLDE AVANT DIFFERENT DU SOLDE REJOUE EST UN      *
083500*    ECART EDITE ; LE REJEU REPART QUAND MEME DU SOLDE ECRIT     *
083600*    (UNE ALTERATION ISOLEE NE DOIT PAS FAUSSER TOUTE LA SUITE   *
083700*    DU COMPTE). UN BALAYAGE "VI" QUI SOLDE UN COMPTE EN ATTENTE *
083800*    DE CLOTURE LE CLOT, COMME CLOTURE-BANQUE.                   *
083900*****************************************************************
084000 2200-APPLIQUER-ECRITURE.
084100     MOVE AUD-ACCOUNT-NUMBER TO WS-COMPTE-CHERCHE.
084200     PERFORM 6000-CHERCHER-COMPTE THRU 6000-EXIT.
084300
084400     EVALUATE TRUE
084500         WHEN AUD-BALANCE-BEFORE NOT NUMERIC
084600           OR AUD-BALANCE-AFTER NOT NUMERIC
084700             MOVE "ECRITURE ILLISIBLE" TO MOT-MOTIF
084800             PERFORM 2300-ECRITURE-REJETEE THRU 2300-EXIT
084900         WHEN WS-RCP-TROUVE-IDX = ZERO
085000             MOVE "COMPTE ABSENT DU MAITRE" TO MOT-MOTIF
085100             PERFORM 2300-ECRITURE-REJETEE THRU 2300-EXIT
085200         WHEN OTHER
085300             IF AUD-BALANCE-BEFORE
085400                 NOT = WS-RCP-SOLDE (WS-RCP-TROUVE-IDX)
085500                 MOVE AUD-DATE           TO ECA-DATE
085600                 MOVE AUD-ACCOUNT-NUMBER TO ECA-COMPTE
085700                 MOVE AUD-TRANS-CODE     TO ECA-CODE
085800                 MOVE AUD-REFERENCE      TO ECA-REFERENCE
085900                 MOVE WS-RCP-SOLDE (WS-RCP-TROUVE-IDX)
086000                     TO ECA-ATTENDU
086100                 MOVE AUD-BALANCE-BEFORE TO ECA-CONSTATE
086200                 WRITE LIGNE-RAPPORT FROM WS-LIGNE-ECART
086300                 ADD 1 TO WS-ECARTS
086400             END-IF
086500             MOVE AUD-BALANCE-AFTER
086600                 TO WS-RCP-SOLDE (WS-RCP-TROUVE-IDX)
086700             ADD 1 TO WS-ECRITURES-APPLIQUEES
086800             MOVE AUD-DATE      TO WS-DERNIERE-DATE
086900             MOVE AUD-TIME      TO WS-DERNIERE-HEURE
087000             MOVE AUD-REFERENCE TO WS-DERNIERE-REF
087100             IF WS-RCP-EN-CLOTURE (WS-RCP-TROUVE-IDX)
087200                 AND AUD-TRANS-CODE = "VI"
087300                 AND AUD-BALANCE-AFTER = ZERO
087400                 MOVE "C" TO WS-RCP-STATUT (WS-RCP-TROUVE-IDX)
087500                 ADD 1 TO WS-CLOTURES-DENOUEES
087600             END-IF
087700     END-EVALUATE.
087800 2200-EXIT.
087900     EXIT.
088000
088100 2300-ECRITURE-REJETEE.
088200     MOVE "ECRIT "           TO MOT-NATURE.
088300     MOVE AUD-DATE           TO MOT-DATE.
088400     MOVE AUD-ACCOUNT-NUMBER TO MOT-COMPTE.
088500     MOVE AUD-TRANS-CODE     TO MOT-CODE.
088600     MOVE AUD-REFERENCE      TO MOT-REFERENCE.
088700     WRITE LIGNE-RAPPORT FROM WS-LIGNE-MOTIF.
088800     ADD 1 TO WS-ECRITURES-REJETEES.
088900 2300-EXIT.
089000     EXIT.
089100
089200*****************************************************************
089300* 3000-TENUES-RESTANTES - FIN DU REJEU : LES TENUES DATEES       *
089400*    JUSQU'A LA DATE D'ARRET RESTENT A APPLIQUER (JOURS SANS     *
089500*    ECRITURE). UNE REFERENCE D'ARRET ATTEINTE A DEJA BORNE LES  *
089600*    TENUES A SON JOUR ; NON RENCONTREE, ELLE EST SIGNALEE ET LE *
089700*    REJEU A COURU JUSQU'AU POINT D'ARRET.                       *
089800*****************************************************************
089900 3000-TENUES-RESTANTES.
090000     IF NOT WS-REF-ATTEINTE
090100         PERFORM 4000-APPLIQUER-TENUE THRU 4000-EXIT
090200             UNTIL WS-END-OF-TENUE
090300                OR WS-ARCH-DATE > WS-LIMITE-DATE
090400                OR WS-LOT-ARRETE
090500     END-IF.
090600
090700     IF WS-ARRET-REF NOT = SPACES AND NOT WS-REF-ATTEINTE
090800         MOVE SPACES TO LIGNE-RAPPORT
090900         STRING "REFERENCE D'ARRET " WS-ARRET-REF
091000                " NON RENCONTREE"
091100             DELIMITED BY SIZE INTO LIGNE-RAPPORT
091200         END-STRING
091300         WRITE LIGNE-RAPPORT
091400         MOVE 8 TO RETURN-CODE
091500     END-IF.
091600 3000-EXIT.
091700     EXIT.
091800
091900*****************************************************************
092000* 3500-PRETS-SOLDES - UN PRET SOLDE DANS LA FENETRE DU REJEU A   *
092100*    CLOS SON COMPTE DE PRET (PRETS-BANQUE, SANS ECRITURE :      *
092200*    CE SOLDE EST TOUJOURS NUL). PRETS.TXT ABSENT = AUCUN PRET.  *
092300*****************************************************************
092400 3500-PRETS-SOLDES.
092500     OPEN INPUT FICHIER-PRETS.
092600     IF WS-PRETS-OK
092700         PERFORM 3550-EXAMINER-PRET THRU 3550-EXIT
092800             UNTIL WS-END-OF-PRETS
092900         CLOSE FICHIER-PRETS
093000     END-IF.
093100 3500-EXIT.
093200     EXIT.
093300
093400 3550-EXAMINER-PRET.
093500     READ FICHIER-PRETS INTO WS-PRET-RECORD
093600         AT END
093700             MOVE "Y" TO WS-PRETS-EOF
093800         NOT AT END
093900             IF PR-STATUT-SOLDE
094000                 AND PR-ACCOUNT-NUMBER NUMERIC
094100                 AND PR-DATE-SOLDE > WS-POINT-DATE
094200                 AND PR-DATE-SOLDE NOT > WS-LIMITE-DATE
094300                 MOVE PR-ACCOUNT-NUMBER-N TO WS-COMPTE-CHERCHE
094400                 PERFORM 6000-CHERCHER-COMPTE THRU 6000-EXIT
094500                 IF WS-RCP-TROUVE-IDX > ZERO
094600                     IF NOT WS-RCP-CLOS (WS-RCP-TROUVE-IDX)
094700                         MOVE "C"
094800                             TO WS-RCP-STATUT (WS-RCP-TROUVE-IDX)
094900                         ADD 1 TO WS-PRETS-CLOS
095000                     END-IF
095100                 END-IF
095200             END-IF
095300     END-READ.
095400 3550-EXIT.
095500     EXIT.
095600
095700*****************************************************************
095800* 4000-APPLIQUER-TENUE - UNE LIGNE DE TENUE ARCHIVEE, JUGEE      *
095900*    COMME MAINT-MASTER L'A JUGEE A SA DATE : CONTROLES DE       *
096000*    FORMAT (4100) PUIS D'ETAT DU COMPTE A L'APPLICATION. LES    *
096100*    BLOCAGES ET OPPOSITIONS NE TOUCHENT PAS LE MAITRE. UNE      *
096200*    LIGNE REJETEE EST EDITEE AVEC SON MOTIF.                    *
096300*****************************************************************
096400 4000-APPLIQUER-TENUE.
096500     ADD 1 TO WS-TENUES-LUES.
096600     PERFORM 4100-VALIDER-TENUE THRU 4100-EXIT.
096700
096800     IF WS-LIGNE-VALIDE
096900         EVALUATE TRUE
097000             WHEN MT-ACTION-ADD
097100                 PERFORM 4200-CREER-COMPTE    THRU 4200-EXIT
097200             WHEN MT-ACTION-CHANGE
097300                 PERFORM 4400-MODIFIER-COMPTE THRU 4400-EXIT
097400             WHEN MT-ACTION-CLOSE
097500                 PERFORM 4500-CLOTURER-COMPTE THRU 4500-EXIT
097600             WHEN MT-ACTION-FREEZE
097700                 PERFORM 4600-GELER-COMPTE    THRU 4600-EXIT
097800             WHEN MT-ACTION-REACTIVE
097900                 PERFORM 4700-REACTIVER-COMPTE THRU 4700-EXIT
098000             WHEN OTHER
098100                 ADD 1 TO WS-TENUES-SANS-EFFET
098200         END-EVALUATE
098300     END-IF.
098400
098500     IF NOT WS-LOT-ARRETE
098600         IF WS-LIGNE-VALIDE
098700             IF MT-ACTION-ADD OR MT-ACTION-CHANGE
098800                OR MT-ACTION-CLOSE OR MT-ACTION-FREEZE
098900                OR MT-ACTION-REACTIVE
099000                 ADD 1 TO WS-TENUES-APPLIQUEES
099100             END-IF
099200         ELSE
099300             PERFORM 4800-ECRIRE-TENUE THRU 4800-EXIT
099400             ADD 1 TO WS-TENUES-REJETEES
099500         END-IF
099600     END-IF.
099700
099800     PERFORM 2150-LIRE-TENUE THRU 2150-EXIT.
099900 4000-EXIT.
100000     EXIT.
100100
100200*****************************************************************
100300* 4100-VALIDER-TENUE - CONTROLES DE FORMAT DE MAINT-MASTER SUR   *
100400*    LES ACTIONS QUI TOUCHENT LE MAITRE (AD/CH/CL/FR/RA).        *
100500*****************************************************************
100600 4100-VALIDER-TENUE.
100700     MOVE "Y"    TO WS-LIGNE-VALIDE-SW.
100800     MOVE SPACES TO WS-REASON-CODE.
100900
101000     IF NOT MT-ACTION-ADD AND NOT MT-ACTION-CHANGE
101100                          AND NOT MT-ACTION-CLOSE
101200                          AND NOT MT-ACTION-FREEZE
101300                          AND NOT MT-ACTION-REACTIVE
101400                          AND NOT MT-ACTION-HOLD
101500                          AND NOT MT-ACTION-RELEASE
101600                          AND NOT MT-ACTION-STOP
101700                          AND NOT MT-ACTION-UNSTOP
101800         MOVE "N" TO WS-LIGNE-VALIDE-SW
101900         MOVE "ACTION INVALIDE" TO WS-REASON-CODE
102000     END-IF.
102100
102200     IF WS-LIGNE-VALIDE
102300         IF MT-ACCOUNT-NUMBER NOT NUMERIC
102400             MOVE "N" TO WS-LIGNE-VALIDE-SW
102500             MOVE "COMPTE NON NUMERIQUE" TO WS-REASON-CODE
102600         END-IF
102700     END-IF.
102800
102900     IF WS-LIGNE-VALIDE AND MT-ACTION-ADD
103000         IF MT-CUSTOMER-NAME = SPACES
103100             MOVE "N" TO WS-LIGNE-VALIDE-SW
103200             MOVE "NOM ABSENT" TO WS-REASON-CODE
103300         END-IF
103400     END-IF.
103500
103600     IF WS-LIGNE-VALIDE
103700         AND (MT-ACTION-ADD
103800           OR (MT-ACTION-CHANGE AND MT-ACCOUNT-TYPE NOT = SPACES))
103900         IF MT-ACCOUNT-TYPE NOT = "CK" AND "SV" AND "MM" AND "PR"
104000             MOVE "N" TO WS-LIGNE-VALIDE-SW
104100             MOVE "TYPE COMPTE INVALIDE" TO WS-REASON-CODE
104200         END-IF
104300     END-IF.
104400
104500     IF WS-LIGNE-VALIDE AND MT-ACTION-CHANGE
104600         AND MT-ACCOUNT-TYPE = "PR"
104700         MOVE "N" TO WS-LIGNE-VALIDE-SW
104800         MOVE "TYPE PRET NON MODIFIABLE" TO WS-REASON-CODE
104900     END-IF.
105000
105100     IF WS-LIGNE-VALIDE
105200         AND (MT-ACTION-ADD
105300           OR (MT-ACTION-CHANGE
105400               AND MT-OVERDRAFT-LIMIT-X NOT = SPACES))
105500         IF MT-OVERDRAFT-LIMIT-X NOT NUMERIC
105600             MOVE "N" TO WS-LIGNE-VALIDE-SW
105700             MOVE "DECOUVERT NON NUMERIQUE" TO WS-REASON-CODE
105800         END-IF
105900     END-IF.
106000
106100     IF WS-LIGNE-VALIDE AND MT-ACTION-CLOSE
106200         AND MT-DEST-ACCOUNT NOT = SPACES
106300         IF MT-DEST-ACCOUNT NOT NUMERIC
106400             MOVE "N" TO WS-LIGNE-VALIDE-SW
106500             MOVE "COMPTE DEST NON NUMERIQUE" TO WS-REASON-CODE
106600         ELSE
106700             IF MT-DEST-ACCOUNT = MT-ACCOUNT-NUMBER
106800                 MOVE "N" TO WS-LIGNE-VALIDE-SW
106900                 MOVE "DEST IDENTIQUE AU COMPTE" TO WS-REASON-CODE
107000             END-IF
107100         END-IF
107200     END-IF.
107300
107400     IF WS-LIGNE-VALIDE
107500         AND (MT-ACTION-ADD OR MT-ACTION-CHANGE)
107600         AND MT-CUSTOMER-ID NOT = SPACES
107700         IF MT-CUSTOMER-ID NOT NUMERIC
107800             MOVE "N" TO WS-LIGNE-VALIDE-SW
107900             MOVE "CLIENT NON NUMERIQUE" TO WS-REASON-CODE
108000         END-IF
108100     END-IF.
108200
108300     IF WS-LIGNE-VALIDE AND MT-ACTION-ADD
108400         AND MT-ACCOUNT-TYPE = "PR"
108500         PERFORM 4150-VALIDER-PRET THRU 4150-EXIT
108600     END-IF.
108700 4100-EXIT.
108800     EXIT.
108900
109000*****************************************************************
109100* 4150-VALIDER-PRET - CONDITIONS D'OUVERTURE D'UN PRET, COMME    *
109200*    MAINT-MASTER ; LA DATE DE DEBUT EST JUGEE CONTRE LA DATE DE *
109300*    TRAITEMENT DU PASSAGE QUI A APPLIQUE LA TENUE.              *
109400*****************************************************************
109500 4150-VALIDER-PRET.
109600     EVALUATE TRUE
109700         WHEN MT-OVERDRAFT-LIMIT NOT = ZERO
109800             MOVE "DECOUVERT SUR PRET" TO WS-REASON-CODE
109900         WHEN MT-DEST-ACCOUNT NOT NUMERIC
110000             MOVE "COMPTE LIE NON NUMERIQUE" TO WS-REASON-CODE
110100         WHEN MT-DEST-ACCOUNT = MT-ACCOUNT-NUMBER
110200             MOVE "LIE IDENTIQUE AU COMPTE" TO WS-REASON-CODE
110300         WHEN MT-LOAN-PRINCIPAL-X NOT NUMERIC
110400             MOVE "CAPITAL PRET INVALIDE" TO WS-REASON-CODE
110500         WHEN MT-LOAN-PRINCIPAL = ZERO
110600             MOVE "CAPITAL PRET INVALIDE" TO WS-REASON-CODE
110700         WHEN MT-LOAN-RATE-X NOT NUMERIC
110800             MOVE "TAUX PRET INVALIDE" TO WS-REASON-CODE
110900         WHEN MT-LOAN-RATE > 0500000
111000             MOVE "TAUX PRET INVALIDE" TO WS-REASON-CODE
111100         WHEN MT-LOAN-TERM-X NOT NUMERIC
111200             MOVE "DUREE PRET INVALIDE" TO WS-REASON-CODE
111300         WHEN MT-LOAN-TERM = ZERO OR MT-LOAN-TERM > 360
111400             MOVE "DUREE PRET INVALIDE" TO WS-REASON-CODE
111500         WHEN MT-LOAN-START = SPACES
111600             CONTINUE
111700         WHEN MT-LOAN-START NOT NUMERIC
111800             MOVE "DATE DEBUT NON NUMERIQUE" TO WS-REASON-CODE
111900         WHEN MT-LOAN-START-N < WS-ARCH-DATE
112000             MOVE "DATE DEBUT PRET PASSEE" TO WS-REASON-CODE
112100         WHEN MT-LOAN-START (7:2) > "28"
112200             MOVE "JOUR DEBUT LIMITE A 28" TO WS-REASON-CODE
112300     END-EVALUATE.
112400     IF WS-REASON-CODE NOT = SPACES
112500         MOVE "N" TO WS-LIGNE-VALIDE-SW
112600     END-IF.
112700 4150-EXIT.
112800     EXIT.
112900
113000*****************************************************************
113100* 4200-CREER-COMPTE - OUVERTURE : SOLDE A ZERO, STATUT ACTIF.    *
113200*    COMPTE LIE D'UN PRET CONTROLE (4250), CLE DEJA PRESENTE     *
113300*    REJETEE, CLIENT RETROUVE AU REFERENTIEL (4300).             *
113400*****************************************************************
113500 4200-CREER-COMPTE.
113600     IF MT-ACCOUNT-TYPE = "PR"
113700         PERFORM 4250-CONTROLER-COMPTE-LIE THRU 4250-EXIT
113800     END-IF.
113900
114000     IF WS-LIGNE-VALIDE
114100         MOVE MT-ACCOUNT-NUMBER-N TO WS-COMPTE-CHERCHE
114200         PERFORM 6000-CHERCHER-COMPTE THRU 6000-EXIT
114300         IF WS-RCP-TROUVE-IDX > ZERO
114400             MOVE "N" TO WS-LIGNE-VALIDE-SW
114500             MOVE "COMPTE DEJA EXISTANT" TO WS-REASON-CODE
114600         END-IF
114700     END-IF.
114800
114900     IF WS-LIGNE-VALIDE
115000         PERFORM 4300-RATTACHER-CLIENT THRU 4300-EXIT
115100     END-IF.
115200
115300     IF WS-LIGNE-VALIDE
115400         IF WS-RCP-NOMBRE NOT < 5000
115500             MOVE "TABLE DES COMPTES SATUREE" TO WS-REASON-CODE
115600             PERFORM 1900-ARRETER-LOT THRU 1900-EXIT
115700         ELSE
115800             ADD 1 TO WS-RCP-NOMBRE
115900             ADD 1 TO WS-COMPTES-CREES
116000             MOVE MT-ACCOUNT-NUMBER-N
116100                 TO WS-RCP-COMPTE (WS-RCP-NOMBRE)
116200             MOVE MT-CUSTOMER-NAME
116300                 TO WS-RCP-NOM (WS-RCP-NOMBRE)
116400             MOVE MT-ACCOUNT-TYPE
116500                 TO WS-RCP-TYPE (WS-RCP-NOMBRE)
116600             MOVE ZERO TO WS-RCP-SOLDE (WS-RCP-NOMBRE)
116700             MOVE MT-OVERDRAFT-LIMIT
116800                 TO WS-RCP-DECOUVERT (WS-RCP-NOMBRE)
116900             MOVE "A"  TO WS-RCP-STATUT (WS-RCP-NOMBRE)
117000             MOVE WS-CLI-CHERCHE-ID
117100                 TO WS-RCP-ID-CLIENT (WS-RCP-NOMBRE)
117200             MOVE ZERO TO WS-RCP-DEST (WS-RCP-NOMBRE)
117300         END-IF
117400     END-IF.
117500 4200-EXIT.
117600     EXIT.
117700
117800*****************************************************************
117900* 4250-CONTROLER-COMPTE-LIE - LE COMPTE DE REMBOURSEMENT D'UN    *
118000*    PRET DOIT EXISTER, NE PAS ETRE UN PRET, NI ETRE CLOS OU EN  *
118100*    ATTENTE DE CLOTURE.                                         *
118200*****************************************************************
118300 4250-CONTROLER-COMPTE-LIE.
118400     MOVE MT-DEST-ACCOUNT-N TO WS-COMPTE-CHERCHE.
118500     PERFORM 6000-CHERCHER-COMPTE THRU 6000-EXIT.
118600     EVALUATE TRUE
118700         WHEN WS-RCP-TROUVE-IDX = ZERO
118800             MOVE "N" TO WS-LIGNE-VALIDE-SW
118900             MOVE "COMPTE LIE INEXISTANT" TO WS-REASON-CODE
119000         WHEN WS-RCP-TYPE-PRET (WS-RCP-TROUVE-IDX)
119100             MOVE "N" TO WS-LIGNE-VALIDE-SW
119200             MOVE "COMPTE LIE DE TYPE PRET" TO WS-REASON-CODE
119300         WHEN WS-RCP-CLOS (WS-RCP-TROUVE-IDX)
119400           OR WS-RCP-EN-CLOTURE (WS-RCP-TROUVE-IDX)
119500             MOVE "N" TO WS-LIGNE-VALIDE-SW
119600             MOVE "COMPTE LIE CLOS" TO WS-REASON-CODE
119700     END-EVALUATE.
119800 4250-EXIT.
119900     EXIT.
120000
120100*****************************************************************
120200* 4300-RATTACHER-CLIENT - IDENTIFIANT RENSEIGNE : IL DOIT        *
120300*    EXISTER AU REFERENTIEL. A BLANC, MAINT-MASTER A CREE LE     *
120400*    CLIENT AVEC LE NOM DU COMPTE : C'EST LE PLUS GRAND          *
120500*    IDENTIFIANT PORTANT CE NOM. NON RETROUVE, LE COMPTE EST     *
120600*    CREE NON RATTACHE (ZERO) ET SIGNALE.                        *
120700*****************************************************************
120800 4300-RATTACHER-CLIENT.
120900     MOVE ZERO TO WS-CLI-CHERCHE-ID.
121000     IF MT-CUSTOMER-ID NOT = SPACES
121100         MOVE MT-CUSTOMER-ID-N TO WS-CLI-CHERCHE-ID
121200         IF WS-CUSTREF-PRESENT
121300             PERFORM 4900-CHERCHER-CLIENT THRU 4900-EXIT
121400             IF WS-CLI-TROUVE-IDX = ZERO
121500                 MOVE "N" TO WS-LIGNE-VALIDE-SW
121600                 MOVE "CLIENT INEXISTANT" TO WS-REASON-CODE
121700             END-IF
121800         END-IF
121900     ELSE
122000         PERFORM 4350-COMPARER-NOM THRU 4350-EXIT
122100             VARYING WS-CLI-IDX FROM 1 BY 1
122200             UNTIL WS-CLI-IDX > WS-CLI-NOMBRE
122300         IF WS-CLI-CHERCHE-ID = ZERO
122400             MOVE "CLIENT NON RETROUVE" TO WS-REASON-CODE
122500             PERFORM 4800-ECRIRE-TENUE THRU 4800-EXIT
122600             MOVE SPACES TO WS-REASON-CODE
122700         END-IF
122800     END-IF.
122900 4300-EXIT.
123000     EXIT.
123100
123200 4350-COMPARER-NOM.
123300     IF WS-CLI-NOM (WS-CLI-IDX) = MT-CUSTOMER-NAME
123400         AND WS-CLI-ID (WS-CLI-IDX) > WS-CLI-CHERCHE-ID
123500         MOVE WS-CLI-ID (WS-CLI-IDX) TO WS-CLI-CHERCHE-ID
123600     END-IF.
123700 4350-EXIT.
123800     EXIT.
123900
124000*****************************************************************
124100* 4400-MODIFIER-COMPTE - NOM, TYPE, DECOUVERT, CLIENT : UNE ZONE *
124200*    A BLANC RESTE INCHANGEE. UN PRET NE CHANGE PAS DE TYPE ; UN *
124300*    CLIENT RENSEIGNE DOIT EXISTER. RIEN N'EST MODIFIE SI LA     *
124400*    LIGNE EST REJETEE.                                          *
124500*****************************************************************
124600 4400-MODIFIER-COMPTE.
124700     MOVE MT-ACCOUNT-NUMBER-N TO WS-COMPTE-CHERCHE.
124800     PERFORM 6000-CHERCHER-COMPTE THRU 6000-EXIT.
124900     IF WS-RCP-TROUVE-IDX = ZERO
125000         MOVE "N" TO WS-LIGNE-VALIDE-SW
125100         MOVE "COMPTE INEXISTANT" TO WS-REASON-CODE
125200     END-IF.
125300
125400     IF WS-LIGNE-VALIDE AND MT-ACCOUNT-TYPE NOT = SPACES
125500         IF WS-RCP-TYPE-PRET (WS-RCP-TROUVE-IDX)
125600             MOVE "N" TO WS-LIGNE-VALIDE-SW
125700             MOVE "TYPE PRET NON MODIFIABLE" TO WS-REASON-CODE
125800         END-IF
125900     END-IF.
126000
126100     IF WS-LIGNE-VALIDE AND MT-CUSTOMER-ID NOT = SPACES
126200         AND WS-CUSTREF-PRESENT
126300         MOVE MT-CUSTOMER-ID-N TO WS-CLI-CHERCHE-ID
126400         PERFORM 4900-CHERCHER-CLIENT THRU 4900-EXIT
126500         IF WS-CLI-TROUVE-IDX = ZERO
126600             MOVE "N" TO WS-LIGNE-VALIDE-SW
126700             MOVE "CLIENT INEXISTANT" TO WS-REASON-CODE
126800         END-IF
126900     END-IF.
127000
127100     IF WS-LIGNE-VALIDE
127200         IF MT-CUSTOMER-NAME NOT = SPACES
127300             MOVE MT-CUSTOMER-NAME
127400                 TO WS-RCP-NOM (WS-RCP-TROUVE-IDX)
127500         END-IF
127600         IF MT-ACCOUNT-TYPE NOT = SPACES
127700             MOVE MT-ACCOUNT-TYPE
127800                 TO WS-RCP-TYPE (WS-RCP-TROUVE-IDX)
127900         END-IF
128000         IF MT-OVERDRAFT-LIMIT-X NOT = SPACES
128100             MOVE MT-OVERDRAFT-LIMIT
128200                 TO WS-RCP-DECOUVERT (WS-RCP-TROUVE-IDX)
128300         END-IF
128400         IF MT-CUSTOMER-ID NOT = SPACES
128500             MOVE MT-CUSTOMER-ID-N
128600                 TO WS-RCP-ID-CLIENT (WS-RCP-TROUVE-IDX)
128700         END-IF
128800     END-IF.
128900 4400-EXIT.
129000     EXIT.
129100
129200*****************************************************************
129300* 4500-CLOTURER-COMPTE - SOLDE NUL : CLOS ; SINON EN ATTENTE DE  *
129400*    CLOTURE AVEC SON COMPTE DESTINATAIRE. CLOTURE DEJA ENGAGEE  *
129500*    OU PRET : REJET.                                            *
129600*****************************************************************
129700 4500-CLOTURER-COMPTE.
129800     MOVE MT-ACCOUNT-NUMBER-N TO WS-COMPTE-CHERCHE.
129900     PERFORM 6000-CHERCHER-COMPTE THRU 6000-EXIT.
130000     EVALUATE TRUE
130100         WHEN WS-RCP-TROUVE-IDX = ZERO
130200             MOVE "N" TO WS-LIGNE-VALIDE-SW
130300             MOVE "COMPTE INEXISTANT" TO WS-REASON-CODE
130400         WHEN WS-RCP-CLOS (WS-RCP-TROUVE-IDX)
130500           OR WS-RCP-EN-CLOTURE (WS-RCP-TROUVE-IDX)
130600             MOVE "N" TO WS-LIGNE-VALIDE-SW
130700             MOVE "CLOTURE DEJA ENGAGEE" TO WS-REASON-CODE
130800         WHEN WS-RCP-TYPE-PRET (WS-RCP-TROUVE-IDX)
130900             MOVE "N" TO WS-LIGNE-VALIDE-SW
131000             MOVE "PRET NON SOLDE" TO WS-REASON-CODE
131100         WHEN WS-RCP-SOLDE (WS-RCP-TROUVE-IDX) = ZERO
131200             MOVE "C" TO WS-RCP-STATUT (WS-RCP-TROUVE-IDX)
131300         WHEN OTHER
131400             MOVE "P" TO WS-RCP-STATUT (WS-RCP-TROUVE-IDX)
131500             IF MT-DEST-ACCOUNT NOT = SPACES
131600                 MOVE MT-DEST-ACCOUNT-N
131700                     TO WS-RCP-DEST (WS-RCP-TROUVE-IDX)
131800             ELSE
131900                 MOVE ZERO TO WS-RCP-DEST (WS-RCP-TROUVE-IDX)
132000             END-IF
132100     END-EVALUATE.
132200 4500-EXIT.
132300     EXIT.
132400
132500*****************************************************************
132600* 4600-GELER-COMPTE - GEL DU COMPTE.                             *
132700*****************************************************************
132800 4600-GELER-COMPTE.
132900     MOVE MT-ACCOUNT-NUMBER-N TO WS-COMPTE-CHERCHE.
133000     PERFORM 6000-CHERCHER-COMPTE THRU 6000-EXIT.
133100     IF WS-RCP-TROUVE-IDX = ZERO
133200         MOVE "N" TO WS-LIGNE-VALIDE-SW
133300         MOVE "COMPTE INEXISTANT" TO WS-REASON-CODE
133400     ELSE
133500         MOVE "F" TO WS-RCP-STATUT (WS-RCP-TROUVE-IDX)
133600     END-IF.
133700 4600-EXIT.
133800     EXIT.
133900
134000*****************************************************************
134100* 4700-REACTIVER-COMPTE - REVEIL D'UN COMPTE DORMANT. UN COMPTE  *
134200*    MIS EN DORMANCE APRES LE CLICHE N'Y EST PAS DORMANT : LE    *
134300*    REJET "COMPTE NON DORMANT" LAISSE ALORS LE STATUT ACTIF QUE *
134400*    LA REACTIVATION AVAIT RETABLI.                              *
134500*****************************************************************
134600 4700-REACTIVER-COMPTE.
134700     MOVE MT-ACCOUNT-NUMBER-N TO WS-COMPTE-CHERCHE.
134800     PERFORM 6000-CHERCHER-COMPTE THRU 6000-EXIT.
134900     EVALUATE TRUE
135000         WHEN WS-RCP-TROUVE-IDX = ZERO
135100             MOVE "N" TO WS-LIGNE-VALIDE-SW
135200             MOVE "COMPTE INEXISTANT" TO WS-REASON-CODE
135300         WHEN WS-RCP-DORMANT (WS-RCP-TROUVE-IDX)
135400             MOVE "A" TO WS-RCP-STATUT (WS-RCP-TROUVE-IDX)
135500         WHEN OTHER
135600             MOVE "N" TO WS-LIGNE-VALIDE-SW
135700             MOVE "COMPTE NON DORMANT" TO WS-REASON-CODE
135800     END-EVALUATE.
135900 4700-EXIT.
136000     EXIT.
136100
136200 4800-ECRIRE-TENUE.
136300     MOVE "TENUE "          TO MOT-NATURE.
136400     MOVE WS-ARCH-DATE      TO MOT-DATE.
136500     MOVE MT-ACCOUNT-NUMBER TO MOT-COMPTE.
136600     MOVE MT-ACTION         TO MOT-CODE.
136700     MOVE SPACES            TO MOT-REFERENCE.
136800     MOVE WS-REASON-CODE    TO MOT-MOTIF.
136900     WRITE LIGNE-RAPPORT FROM WS-LIGNE-MOTIF.
137000 4800-EXIT.
137100     EXIT.
137200
137300 4900-CHERCHER-CLIENT.
137400     MOVE ZERO TO WS-CLI-TROUVE-IDX.
137500     PERFORM 4950-COMPARER-CLIENT THRU 4950-EXIT
137600         VARYING WS-CLI-IDX FROM 1 BY 1
137700         UNTIL WS-CLI-IDX > WS-CLI-NOMBRE
137800            OR WS-CLI-TROUVE-IDX > ZERO.
137900 4900-EXIT.
138000     EXIT.
138100
138200 4950-COMPARER-CLIENT.
138300     IF WS-CLI-ID (WS-CLI-IDX) = WS-CLI-CHERCHE-ID
138400         MOVE WS-CLI-IDX TO WS-CLI-TROUVE-IDX
138500     END-IF.
138600 4950-EXIT.
138700     EXIT.
138800
138900*****************************************************************
139000* 5000-ECRIRE-MAITRE - ECRITURE DU MAITRE RECONSTITUE DANS       *
139100*    CUSTOMER.RECUP.DAT (ACCES PAR CLE : LES COMPTES CREES PAR   *
139200*    LES TENUES SUIVENT CEUX DU CLICHE DANS LA TABLE).           *
139300*****************************************************************
139400 5000-ECRIRE-MAITRE.
139500     OPEN OUTPUT FICHIER-RECUP.
139600     IF WS-RECUP-OK
139700         PERFORM 5100-ECRIRE-COMPTE THRU 5100-EXIT
139800             VARYING WS-RCP-IDX FROM 1 BY 1
139900             UNTIL WS-RCP-IDX > WS-RCP-NOMBRE
140000         CLOSE FICHIER-RECUP
140100     ELSE
140200         DISPLAY "ERREUR OUVERTURE CUSTOMER.RECUP.DAT : "
140300                 WS-RECUP-STATUS
140400         MOVE SPACES TO LIGNE-RAPPORT
140500         STRING "ECRITURE DU MAITRE RECONSTITUE IMPOSSIBLE - "
140600                "STATUT " WS-RECUP-STATUS
140700             DELIMITED BY SIZE INTO LIGNE-RAPPORT
140800         END-STRING
140900         WRITE LIGNE-RAPPORT
141000         MOVE 12 TO RETURN-CODE
141100     END-IF.
141200 5000-EXIT.
141300     EXIT.
141400
141500 5100-ECRIRE-COMPTE.
141600     MOVE WS-RCP-ENTREE (WS-RCP-IDX) TO CUSTOMER-RECORD.
141700     WRITE CUSTOMER-RECORD
141800         INVALID KEY
141900             DISPLAY "ERREUR ECRITURE COMPTE " CM-ACCOUNT-NUMBER
142000         NOT INVALID KEY
142100             ADD 1 TO WS-COMPTES-RESTAURES
142200     END-WRITE.
142300 5100-EXIT.
142400     EXIT.
142500
142600 6000-CHERCHER-COMPTE.
142700     MOVE ZERO TO WS-RCP-TROUVE-IDX.
142800     PERFORM 6100-COMPARER-COMPTE THRU 6100-EXIT
142900         VARYING WS-RCP-IDX FROM 1 BY 1
143000         UNTIL WS-RCP-IDX > WS-RCP-NOMBRE
143100            OR WS-RCP-TROUVE-IDX > ZERO.
143200 6000-EXIT.
143300     EXIT.
143400
143500 6100-COMPARER-COMPTE.
143600     IF WS-RCP-COMPTE (WS-RCP-IDX) = WS-COMPTE-CHERCHE
143700         MOVE WS-RCP-IDX TO WS-RCP-TROUVE-IDX
143800     END-IF.
143900 6100-EXIT.
144000     EXIT.
144100
144200*****************************************************************
144300* 9999-TERMINATE - TOTAUX DE L'ETAT, CODE RETOUR ET FERMETURES.  *
144400*    ECARTS OU ECRITURES NON APPLIQUEES : RETURN-CODE 8, LE      *
144500*    FICHIER RECONSTITUE EST ECRIT MAIS DOIT ETRE EXAMINE.       *
144600*****************************************************************
144700 9999-TERMINATE.
144800     IF NOT WS-LOT-ARRETE
144900         PERFORM 9100-EDITER-TOTAUX THRU 9100-EXIT
145000     END-IF.
145100
145200     CLOSE FICHIER-RAPPORT.
145300     IF WS-FICHIERS-OUVERTS
145400         CLOSE FICHIER-AUDIT
145500         CLOSE FICHIER-TENUE
145600     END-IF.
145700
145800     DISPLAY "COMPTES AU CLICHE      : " WS-COMPTES-CLICHE.
145900     DISPLAY "ECRITURES APPLIQUEES   : " WS-ECRITURES-APPLIQUEES.
146000     DISPLAY "ECARTS DE SOLDE AVANT  : " WS-ECARTS.
146100     DISPLAY "COMPTES RESTAURES      : " WS-COMPTES-RESTAURES.
146200 9999-EXIT.
146300     EXIT.
146400
146500 9100-EDITER-TOTAUX.
146600     IF (WS-ECARTS > ZERO OR WS-ECRITURES-REJETEES > ZERO)
146700         AND RETURN-CODE < 8
146800         MOVE 8 TO RETURN-CODE
146900     END-IF.
147000
147100     MOVE SPACES TO LIGNE-RAPPORT.
147200     STRING "DERNIERE ECRITURE APPLIQUEE : " WS-DERNIERE-DATE
147300            " " WS-DERNIERE-HEURE " " WS-DERNIERE-REF
147400         DELIMITED BY SIZE INTO LIGNE-RAPPORT
147500     END-STRING.
147600     WRITE LIGNE-RAPPORT.
147700
147800     MOVE WS-COMPTES-CLICHE TO WS-TOTAL-EDIT.
147900     MOVE "COMPTES AU CLICHE          : " TO WS-LIBELLE-TOTAL.
148000     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
148100     MOVE WS-COMPTES-CREES TO WS-TOTAL-EDIT.
148200     MOVE "COMPTES CREES PAR TENUE    : " TO WS-LIBELLE-TOTAL.
148300     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
148400     MOVE WS-COMPTES-RESTAURES TO WS-TOTAL-EDIT.
148500     MOVE "COMPTES RESTAURES          : " TO WS-LIBELLE-TOTAL.
148600     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
148700     MOVE WS-ECRITURES-LUES TO WS-TOTAL-EDIT.
148800     MOVE "ECRITURES LUES             : " TO WS-LIBELLE-TOTAL.
148900     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
149000     MOVE WS-ECRITURES-ANTERIEURES TO WS-TOTAL-EDIT.
149100     MOVE "ECRITURES DEJA AU CLICHE   : " TO WS-LIBELLE-TOTAL.
149200     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
149300     MOVE WS-ECRITURES-APPLIQUEES TO WS-TOTAL-EDIT.
149400     MOVE "ECRITURES APPLIQUEES       : " TO WS-LIBELLE-TOTAL.
149500     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
149600     MOVE WS-ECRITURES-REJETEES TO WS-TOTAL-EDIT.
149700     MOVE "ECRITURES NON APPLIQUEES   : " TO WS-LIBELLE-TOTAL.
149800     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
149900     MOVE WS-ECARTS TO WS-TOTAL-EDIT.
150000     MOVE "ECARTS DE SOLDE AVANT      : " TO WS-LIBELLE-TOTAL.
150100     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
150200     MOVE WS-TENUES-LUES TO WS-TOTAL-EDIT.
150300     MOVE "TENUES DE LA FENETRE       : " TO WS-LIBELLE-TOTAL.
150400     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
150500     MOVE WS-TENUES-APPLIQUEES TO WS-TOTAL-EDIT.
150600     MOVE "TENUES APPLIQUEES          : " TO WS-LIBELLE-TOTAL.
150700     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
150800     MOVE WS-TENUES-REJETEES TO WS-TOTAL-EDIT.
150900     MOVE "TENUES REJETEES            : " TO WS-LIBELLE-TOTAL.
151000     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
151100     MOVE WS-TENUES-SANS-EFFET TO WS-TOTAL-EDIT.
151200     MOVE "TENUES SANS EFFET MAITRE   : " TO WS-LIBELLE-TOTAL.
151300     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
151400     MOVE WS-CLOTURES-DENOUEES TO WS-TOTAL-EDIT.
151500     MOVE "CLOTURES DENOUEES          : " TO WS-LIBELLE-TOTAL.
151600     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
151700     MOVE WS-PRETS-CLOS TO WS-TOTAL-EDIT.
151800     MOVE "COMPTES DE PRET CLOS       : " TO WS-LIBELLE-TOTAL.
151900     PERFORM 9150-ECRIRE-TOTAL THRU 9150-EXIT.
152000
152100     MOVE SPACES TO LIGNE-RAPPORT.
152200     EVALUATE TRUE
152300         WHEN RETURN-CODE = ZERO
152400             STRING "RECONSTITUTION SANS ANOMALIE - "
152500                    "CUSTOMER.RECUP.DAT A SUBSTITUER"
152600                 DELIMITED BY SIZE INTO LIGNE-RAPPORT
152700             END-STRING
152800         WHEN RETURN-CODE = 8
152900             STRING "RECONSTITUTION AVEC ANOMALIES - "
153000                    "EXAMEN REQUIS AVANT SUBSTITUTION"
153100                 DELIMITED BY SIZE INTO LIGNE-RAPPORT
153200             END-STRING
153300         WHEN OTHER
153400             STRING "MAITRE RECONSTITUE NON ECRIT"
153500                 DELIMITED BY SIZE INTO LIGNE-RAPPORT
153600             END-STRING
153700     END-EVALUATE.
153800     WRITE LIGNE-RAPPORT.
153900 9100-EXIT.
154000     EXIT.
154100
154200 9150-ECRIRE-TOTAL.
154300     MOVE SPACES TO LIGNE-RAPPORT.
154400     STRING WS-LIBELLE-TOTAL WS-TOTAL-EDIT
154500         DELIMITED BY SIZE INTO LIGNE-RAPPORT
154600     END-STRING.
154700     WRITE LIGNE-RAPPORT.
154800 9150-EXIT.
154900     EXIT.
155000
155100*****************************************************************
155200* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
155300*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
155400*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
155500*****************************************************************
155600 9700-LIRE-DATE-TRT.
155700     MOVE ZERO TO DT-DATE-TRAITEMENT.
155800     OPEN INPUT FICHIER-DATECTL.
155900     IF WS-DATECTL-OK
156000         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
156100             AT END
156200                 MOVE ZERO TO DT-DATE-TRAITEMENT
156300         END-READ
156400         CLOSE FICHIER-DATECTL
156500     END-IF.
156600     IF DT-DATE-TRAITEMENT NOT NUMERIC
156700         OR DT-DATE-TRAITEMENT = ZERO
156800         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
156900         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
157000                 DT-DATE-TRAITEMENT
157100     END-IF.
157200 9700-EXIT.
157300     EXIT.
