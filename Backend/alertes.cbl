000100*****************************************************************
000200* PROGRAM-ID    : ALERTES-BANQUE                                *
000300* AUTHOR        : M. LEFEVRE - EQUIPE ETUDES BANCAIRES          *
000400* INSTALLATION  : EPIBANK                                       *
000500* DATE-WRITTEN  : 2026-10-15                                    *
000600*---------------------------------------------------------------*
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-15  ML  PROGRAMME INITIAL - EXTRAIT QUOTIDIEN DES    *
000900*                  ALERTES CLIENTS POUR LA PASSERELLE SMS ET    *
001000*                  E-MAIL.                                      *
001100*---------------------------------------------------------------*
001200* LANCE PAR LE CYCLE QUOTIDIEN APRES CLOTURE-BANQUE (STEP024),  *
001300* ET PAR LA FIN DE MOIS APRES LES INTERETS ET LES FRAIS : LES   *
001400* FRAIS "FT"/"FP" NE SONT POSTES QU'EN FIN DE MOIS. PRODUIT     *
001500* ALERTES.TXT (ALERTREC.CPY : EN-TETE "HDR" DATE ET SEQUENCE,   *
001600* UNE LIGNE "DET" PAR ALERTE, FIN "TRL" NOMBRE ET HASH DES      *
001700* MONTANTS) A DESTINATION DE LA PASSERELLE DE NOTIFICATION.     *
001800* EVENEMENTS RELEVES :                                          *
001900*   - CHANGEMENT DE STATUT DU COMPTE DEPUIS LE PASSAGE          *
002000*     PRECEDENT ("STA"), PAR COMPARAISON DU MAITRE AUX STATUTS  *
002100*     MEMORISES DANS ALERTSTAT.TXT ; LE FICHIER EST REECRIT     *
002200*     DANS ALERTSTAT.NEW.TXT, QUE LE SHELL SUBSTITUE EN FIN DE  *
002300*     STEP SANS ERREUR ;                                        *
002400*   - SUR LES ECRITURES DU JOURNAL D'AUDIT NON ENCORE VUES :    *
002500*     SOLDE DEVENU NEGATIF ("DEC"), DECOUVERT AUTORISE DEPASSE  *
002600*     ("DEP"), VIREMENT EXTERNE RETOURNE "VR" ("RET"), FRAIS    *
002700*     "FT" OU "FP" PRELEVE ("FRA"), CREDIT AU MOINS EGAL AU     *
002800*     SEUIL "GC" D'ALERTPAR.TXT ("GCR") ;                       *
002900*   - DEBITS REJETES DU JOUR FAUTE DE PROVISION ("REJ") DANS    *
003000*     REJECTS.TXT : MOTIFS "SOLDE INSUFFISANT", "DECOUVERT NON  *
003100*     AUTORISE" ET "FONDS BLOQUES".                             *
003200* ALERTCTL.CTL MEMORISE LA SEQUENCE D'EXTRAIT, LA DATE DU       *
003300* DERNIER PASSAGE, LE NOMBRE D'ECRITURES DU JOURNAL D'AUDIT     *
003400* DEJA EXAMINEES ET LA DATE DES DERNIERS REJETS EXAMINES. LE    *
003500* JOURNAL ETANT EN AJOUT SEUL, CHAQUE PASSAGE SAUTE CE NOMBRE   *
003600* D'ECRITURES ET EXAMINE LES SUIVANTES : LE PASSAGE DE FIN DE   *
003700* MOIS NE REPREND QUE LES ECRITURES POSTEES DEPUIS LE CYCLE DU  *
003800* JOUR. LA COUPE DU JOURNAL EN FIN DE MOIS (MONTHEND STEP050)   *
003900* REMET CE NOMBRE A ZERO. AU PREMIER PASSAGE (FICHIER ABSENT),  *
004000* SEULES LES ECRITURES DE LA DATE DE TRAITEMENT SONT            *
004100* EXAMINEES. CHAQUE ALERTE PORTE LA                             *
004200* REFERENCE DE LA TRANSACTION. UNE ALERTE N'EST EMISE QUE POUR  *
004300* UN CLIENT (CM-CUSTOMER-ID) ABONNE DANS CONTACTS.TXT           *
004400* (CONTREC.CPY) ; LES AUTRES SONT SEULEMENT COMPTEES.           *
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.     ALERTES-BANQUE.
004800 AUTHOR.         M. LEFEVRE.
004900 INSTALLATION.   EPIBANK.
005000 DATE-WRITTEN.   2026-10-15.
005100 DATE-COMPILED.
005200
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600*---------------------------------------------------------------*
005700*    FICHIER MAITRE CLIENT : PARCOURU UNE FOIS POUR LES          *
005800*    CHANGEMENTS DE STATUT, PUIS ACCEDE PAR CLE.                 *
005900*---------------------------------------------------------------*
006000     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "../data/customer.dat"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CM-ACCOUNT-NUMBER
006400         FILE STATUS IS WS-MASTER-STATUS.
006500
006600*---------------------------------------------------------------*
006700*    JOURNAL D'AUDIT DU MOIS EN COURS.                           *
006800*---------------------------------------------------------------*
006900     SELECT FICHIER-AUDIT ASSIGN TO "../data/audit.log"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-AUDIT-STATUS.
007200
007300*---------------------------------------------------------------*
007400*    REJETS EN SOUFFRANCE (DONT CEUX DU JOUR).                   *
007500*---------------------------------------------------------------*
007600     SELECT FICHIER-REJETS ASSIGN TO "../data/rejects.txt"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-REJETS-STATUS.
007900
008000*---------------------------------------------------------------*
008100*    CONTACTS ET ABONNEMENTS AUX ALERTES, PAR CLIENT.            *
008200*---------------------------------------------------------------*
008300     SELECT FICHIER-CONTACTS ASSIGN TO "../data/contacts.txt"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-CONTACTS-STATUS.
008600
008700*---------------------------------------------------------------*
008800*    PARAMETRES DES ALERTES (SEUIL DE GROS CREDIT).              *
008900*---------------------------------------------------------------*
009000     SELECT FICHIER-PARAMETRES ASSIGN TO "../data/alertpar.txt"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-PARAM-STATUS.
009300
009400*---------------------------------------------------------------*
009500*    STATUTS DES COMPTES AU PASSAGE PRECEDENT, ET LEUR           *
009600*    REECRITURE POUR LE PASSAGE SUIVANT.                         *
009700*---------------------------------------------------------------*
009800     SELECT FICHIER-STATUTS ASSIGN TO "../data/alertstat.txt"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-STATUTS-STATUS.
010100
010200     SELECT FICHIER-STATUTS-NOUV
010300         ASSIGN TO "../data/alertstat.new.txt"
010400         ORGANIZATION IS LINE SEQUENTIAL.
010500
010600*---------------------------------------------------------------*
010700*    EXTRAIT DES ALERTES POUR LA PASSERELLE DE NOTIFICATION.     *
010800*---------------------------------------------------------------*
010900     SELECT FICHIER-ALERTES ASSIGN TO "../data/alertes.txt"
011000         ORGANIZATION IS LINE SEQUENTIAL.
011100
011200*---------------------------------------------------------------*
011300*    SEQUENCE D'EXTRAIT ET POINTS DE REPRISE, MEMORISES D'UNE    *
011400*    EXECUTION A L'AUTRE.                                        *
011500*---------------------------------------------------------------*
011600     SELECT FICHIER-ALERTCTL ASSIGN TO "../data/alertctl.ctl"
011700         ORGANIZATION IS LINE SEQUENTIAL
011800         FILE STATUS IS WS-ALERTCTL-STATUS.
011900
012000*---------------------------------------------------------------*
012100*    JOURNAL DES PASSAGES DU CYCLE (AJOUT SEUL), LU PAR          *
012200*    BILAN-CYCLE EN FIN DE CYCLE.                                *
012300*---------------------------------------------------------------*
012400     SELECT FICHIER-RUNCTL ASSIGN TO "../data/runjournal.txt"
012500         ORGANIZATION IS LINE SEQUENTIAL
012600         FILE STATUS IS WS-RUNCTL-STATUS.
012700
012800*---------------------------------------------------------------*
012900*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
013000*    CALENDRIER-BANQUE.                                          *
013100*---------------------------------------------------------------*
013200     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
013300         ORGANIZATION IS LINE SEQUENTIAL
013400         FILE STATUS IS WS-DATECTL-STATUS.
013500
013600 DATA DIVISION.
013700 FILE SECTION.
013800 FD  CUSTOMER-MASTER-FILE.
013900     COPY "custmas.cpy".
014000
014100 FD  FICHIER-AUDIT.
014200 01  LIGNE-AUDIT                  PIC X(70).
014300
014400 FD  FICHIER-REJETS.
014500 01  LIGNE-REJET                  PIC X(85).
014600
014700 FD  FICHIER-CONTACTS.
014800 01  LIGNE-CONTACT                PIC X(63).
014900
015000 FD  FICHIER-PARAMETRES.
015100 01  LIGNE-PARAMETRE              PIC X(13).
015200
015300 FD  FICHIER-STATUTS.
015400 01  LIGNE-STATUT                 PIC X(09).
015500
015600 FD  FICHIER-STATUTS-NOUV.
015700 01  LIGNE-STATUT-NOUV            PIC X(09).
015800
015900 FD  FICHIER-ALERTES.
016000 01  LIGNE-ALERTE                 PIC X(180).
016100
016200 FD  FICHIER-ALERTCTL.
016300 01  LIGNE-ALERTCTL               PIC X(30).
016400
016500 FD  FICHIER-RUNCTL.
016600 01  LIGNE-RUNCTL                 PIC X(72).
016700
016800 FD  FICHIER-DATECTL.
016900 01  LIGNE-DATECTL                PIC X(18).
017000
017100 WORKING-STORAGE SECTION.
017200*---------------------------------------------------------------*
017300*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
017400*---------------------------------------------------------------*
017500     COPY "runctl.cpy".
017600
017700 01  WS-RUNCTL-STATUS            PIC X(02).
017800     88  WS-RUNCTL-OK                VALUE "00".
017900
018000 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
018100
018200*---------------------------------------------------------------*
018300*    DATE DE TRAITEMENT DU CYCLE.                                *
018400*---------------------------------------------------------------*
018500     COPY "datectl.cpy".
018600
018700 01  WS-DATECTL-STATUS           PIC X(02).
018800     88  WS-DATECTL-OK               VALUE "00".
018900
019000*---------------------------------------------------------------*
019100*    VUE D'UNE ECRITURE DU JOURNAL D'AUDIT.                      *
019200*---------------------------------------------------------------*
019300     COPY "auditrec.cpy".
019400
019500*---------------------------------------------------------------*
019600*    VUE D'UN REJET ET DE LA LIGNE D'ORIGINE QU'IL PORTE.        *
019700*---------------------------------------------------------------*
019800     COPY "rejrec.cpy".
019900
020000     COPY "tranin.cpy".
020100
020200*---------------------------------------------------------------*
020300*    VUE D'UNE LIGNE DU FICHIER DES CONTACTS.                    *
020400*---------------------------------------------------------------*
020500     COPY "contrec.cpy".
020600
020700*---------------------------------------------------------------*
020800*    VUE D'UNE LIGNE DU FICHIER PARAMETRE DES ALERTES.           *
020900*---------------------------------------------------------------*
021000     COPY "seuilrec.cpy".
021100
021200*---------------------------------------------------------------*
021300*    EXTRAIT, POINTS DE REPRISE ET STATUTS MEMORISES.            *
021400*---------------------------------------------------------------*
021500     COPY "alertrec.cpy".
021600
021700 01  WS-MASTER-STATUS            PIC X(02).
021800     88  WS-MASTER-OK                VALUE "00".
021900
022000 01  WS-AUDIT-STATUS             PIC X(02).
022100     88  WS-AUDIT-OK                 VALUE "00".
022200
022300 01  WS-REJETS-STATUS            PIC X(02).
022400     88  WS-REJETS-OK                VALUE "00".
022500
022600 01  WS-CONTACTS-STATUS          PIC X(02).
022700     88  WS-CONTACTS-OK              VALUE "00".
022800
022900 01  WS-PARAM-STATUS             PIC X(02).
023000     88  WS-PARAM-OK                 VALUE "00".
023100
023200 01  WS-STATUTS-STATUS           PIC X(02).
023300     88  WS-STATUTS-OK               VALUE "00".
023400
023500 01  WS-ALERTCTL-STATUS          PIC X(02).
023600     88  WS-ALERTCTL-OK              VALUE "00".
023700
023800 01  WS-SWITCHES.
023900     05  WS-MASTER-EOF           PIC X(01)     VALUE "N".
024000         88  WS-END-OF-MASTER        VALUE "Y".
024100     05  WS-AUDIT-EOF            PIC X(01)     VALUE "N".
024200         88  WS-END-OF-AUDIT         VALUE "Y".
024300     05  WS-REJETS-EOF           PIC X(01)     VALUE "N".
024400         88  WS-END-OF-REJETS        VALUE "Y".
024500     05  WS-CONTACTS-EOF         PIC X(01)     VALUE "N".
024600         88  WS-END-OF-CONTACTS      VALUE "Y".
024700     05  WS-PARAM-EOF            PIC X(01)     VALUE "N".
024800         88  WS-END-OF-PARAM         VALUE "Y".
024900     05  WS-STATUTS-EOF          PIC X(01)     VALUE "N".
025000         88  WS-END-OF-STATUTS       VALUE "Y".
025100     05  WS-OPEN-ERROR-SW        PIC X(01)     VALUE "N".
025200         88  WS-OPEN-ERROR           VALUE "Y".
025300     05  WS-AUDIT-OUVERT-SW      PIC X(01)     VALUE "N".
025400         88  WS-AUDIT-OUVERT         VALUE "Y".
025500     05  WS-REJETS-OUVERT-SW     PIC X(01)     VALUE "N".
025600         88  WS-REJETS-OUVERT        VALUE "Y".
025700     05  WS-PREMIER-PASSAGE-SW   PIC X(01)     VALUE "N".
025800         88  WS-PREMIER-PASSAGE      VALUE "Y".
025900     05  WS-STATUTS-CONNUS-SW    PIC X(01)     VALUE "N".
026000         88  WS-STATUTS-CONNUS       VALUE "Y".
026100     05  WS-COMPTE-TROUVE-SW     PIC X(01)     VALUE "N".
026200         88  WS-COMPTE-TROUVE        VALUE "Y".
026300
026400 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
026500 01  WS-SEQ-EXTRAIT              PIC 9(06)     VALUE ZERO.
026600 01  WS-SEUIL-GROS-CREDIT        PIC 9(9)V99   VALUE ZERO.
026700
026800*---------------------------------------------------------------*
026900*    POINT DE REPRISE DANS LE JOURNAL D'AUDIT : NOMBRE           *
027000*    D'ECRITURES DEJA EXAMINEES PAR LES PASSAGES PRECEDENTS      *
027100*    DEPUIS LA DERNIERE COUPE DU JOURNAL ; ELLES SONT SAUTEES    *
027200*    A LA LECTURE.                                               *
027300*---------------------------------------------------------------*
027400 01  WS-ECRITURES-VUES           PIC 9(08)     VALUE ZERO.
027500 01  WS-DATE-REJETS              PIC 9(08)     VALUE ZERO.
027600
027700*---------------------------------------------------------------*
027800*    CLIENTS ABONNES AUX ALERTES (CANAL ET CONTACT).             *
027900*---------------------------------------------------------------*
028000 01  WS-TABLE-CONTACTS.
028100     05  WS-CTC-NOMBRE           PIC 9(05)     VALUE ZERO.
028200     05  WS-CTC-ENTREE OCCURS 5000 TIMES.
028300         10  WS-CTC-CLIENT       PIC 9(06).
028400         10  WS-CTC-CANAL        PIC X(01).
028500         10  WS-CTC-TELEPHONE    PIC X(15).
028600         10  WS-CTC-EMAIL        PIC X(40).
028700
028800 01  WS-CTC-IDX                  PIC 9(05)     VALUE ZERO.
028900 01  WS-CTC-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
029000
029100*---------------------------------------------------------------*
029200*    STATUTS DES COMPTES AU PASSAGE PRECEDENT.                   *
029300*---------------------------------------------------------------*
029400 01  WS-TABLE-STATUTS.
029500     05  WS-STA-NOMBRE           PIC 9(05)     VALUE ZERO.
029600     05  WS-STA-ENTREE OCCURS 5000 TIMES.
029700         10  WS-STA-COMPTE       PIC 9(08).
029800         10  WS-STA-STATUT       PIC X(01).
029900
030000 01  WS-STA-IDX                  PIC 9(05)     VALUE ZERO.
030100 01  WS-STA-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
030200
030300*---------------------------------------------------------------*
030400*    EVENEMENT EN COURS D'EMISSION (LE CLIENT ET LE COMPTE SONT  *
030500*    CEUX DE L'ENREGISTREMENT MAITRE LU).                        *
030600*---------------------------------------------------------------*
030700 01  WS-EVENEMENT.
030800     05  WS-EVT-CODE             PIC X(03).
030900     05  WS-EVT-HEURE            PIC 9(08).
031000     05  WS-EVT-REFERENCE        PIC X(10).
031100     05  WS-EVT-MONTANT          PIC S9(9)V99.
031200     05  WS-EVT-SOLDE            PIC S9(9)V99.
031300     05  WS-EVT-TEXTE            PIC X(25).
031400
031500 01  WS-LIMITE-NEGATIVE          PIC S9(9)V99  VALUE ZERO.
031600
031700 01  WS-COMPTEURS.
031800     05  WS-ECRITURES-LUES       PIC 9(07)     VALUE ZERO.
031900     05  WS-ECRITURES-EXAMINEES  PIC 9(07)     VALUE ZERO.
032000     05  WS-REJETS-EXAMINES      PIC 9(07)     VALUE ZERO.
032100     05  WS-EVENEMENTS           PIC 9(07)     VALUE ZERO.
032200     05  WS-ALERTES-EMISES       PIC 9(07)     VALUE ZERO.
032300     05  WS-ALERTES-NON-ABONNES  PIC 9(07)     VALUE ZERO.
032400     05  WS-ALERTES-SANS-CLIENT  PIC 9(07)     VALUE ZERO.
032500     05  WS-COMPTES-INCONNUS     PIC 9(07)     VALUE ZERO.
032600     05  WS-HASH-ALERTES         PIC 9(13)V99  VALUE ZERO.
032700
032800 PROCEDURE DIVISION.
032900*****************************************************************
033000* 0000-MAINLINE                                                  *
033100*****************************************************************
033200 0000-MAINLINE.
033300     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
033400     IF NOT WS-OPEN-ERROR
033500         PERFORM 2000-CONTROLER-STATUT THRU 2000-EXIT
033600             UNTIL WS-END-OF-MASTER
033700         PERFORM 3000-EXAMINER-ECRITURE THRU 3000-EXIT
033800             UNTIL WS-END-OF-AUDIT
033900         PERFORM 4000-EXAMINER-REJET THRU 4000-EXIT
034000             UNTIL WS-END-OF-REJETS
034100         PERFORM 5000-ECRIRE-TRAILER THRU 5000-EXIT
034200     END-IF.
034300     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
034400     STOP RUN.
034500
034600*****************************************************************
034700* 1000-INITIALIZE - POINTS DE REPRISE, PARAMETRES, CONTACTS ET   *
034800*    STATUTS MEMORISES, OUVERTURES, EN-TETE DE L'EXTRAIT. UN     *
034900*    JOURNAL D'AUDIT OU UN FICHIER DE REJETS ABSENT VAUT VIDE ;  *
035000*    LES REJETS NE SONT EXAMINES QU'AU PREMIER PASSAGE DE LA     *
035100*    DATE DE TRAITEMENT.                                         *
035200*****************************************************************
035300 1000-INITIALIZE.
035400     ACCEPT WS-HEURE-DEBUT FROM TIME.
035500     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
035600     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
035700
035800     PERFORM 1100-LIRE-CONTROLE    THRU 1100-EXIT.
035900     PERFORM 1200-CHARGER-PARAMETRES THRU 1200-EXIT.
036000     PERFORM 1300-CHARGER-CONTACTS THRU 1300-EXIT.
036100     PERFORM 1400-CHARGER-STATUTS  THRU 1400-EXIT.
036200
036300     OPEN INPUT CUSTOMER-MASTER-FILE.
036400     IF NOT WS-MASTER-OK
036500         DISPLAY "ERREUR OUVERTURE CUSTOMER-MASTER : "
036600                 WS-MASTER-STATUS
036700         MOVE "Y" TO WS-OPEN-ERROR-SW
036800         MOVE 12 TO RETURN-CODE
036900     ELSE
037000         OPEN OUTPUT FICHIER-STATUTS-NOUV
037100         OPEN OUTPUT FICHIER-ALERTES
037200         MOVE SPACES         TO WS-ALERTE-EN-TETE
037300         MOVE "HDR"          TO AH-TYPE
037400         MOVE WS-DATE-JOUR   TO AH-DATE
037500         MOVE WS-SEQ-EXTRAIT TO AH-SEQUENCE
037600         MOVE "EPIBANK"      TO AH-EMETTEUR
037700         WRITE LIGNE-ALERTE FROM WS-ALERTE-EN-TETE
037800         PERFORM 2100-LIRE-MAITRE THRU 2100-EXIT
037900
038000         OPEN INPUT FICHIER-AUDIT
038100         IF WS-AUDIT-OK
038200             MOVE "Y" TO WS-AUDIT-OUVERT-SW
038300             PERFORM 3100-LIRE-AUDIT THRU 3100-EXIT
038400         ELSE
038500             MOVE "Y" TO WS-AUDIT-EOF
038600         END-IF
038700
038800         MOVE "Y" TO WS-REJETS-EOF
038900         IF WS-DATE-REJETS < WS-DATE-JOUR
039000             OPEN INPUT FICHIER-REJETS
039100             IF WS-REJETS-OK
039200                 MOVE "Y" TO WS-REJETS-OUVERT-SW
039300                 MOVE "N" TO WS-REJETS-EOF
039400                 PERFORM 4100-LIRE-REJET THRU 4100-EXIT
039500             END-IF
039600             MOVE WS-DATE-JOUR TO WS-DATE-REJETS
039700         END-IF
039800     END-IF.
039900 1000-EXIT.
040000     EXIT.
040100
040200*****************************************************************
040300* 1100-LIRE-CONTROLE - SEQUENCE ET POINTS DE REPRISE DU PASSAGE  *
040400*    PRECEDENT. FICHIER ABSENT : PREMIER PASSAGE.                *
040500*****************************************************************
040600 1100-LIRE-CONTROLE.
040700     MOVE ZERO TO AC-SEQUENCE AC-DATE-PASSAGE AC-ECRITURES-VUES
040800                  AC-DATE-REJETS.
040900     OPEN INPUT FICHIER-ALERTCTL.
041000     IF WS-ALERTCTL-OK
041100         READ FICHIER-ALERTCTL INTO WS-ALERTE-CONTROLE
041200             AT END
041300                 MOVE ZERO TO AC-SEQUENCE
041400         END-READ
041500         CLOSE FICHIER-ALERTCTL
041600     END-IF.
041700     IF WS-ALERTE-CONTROLE NOT NUMERIC
041800         MOVE ZERO TO AC-SEQUENCE AC-DATE-PASSAGE
041900                      AC-ECRITURES-VUES AC-DATE-REJETS
042000     END-IF.
042100     IF AC-DATE-PASSAGE = ZERO
042200         MOVE "Y" TO WS-PREMIER-PASSAGE-SW
042300     END-IF.
042400     COMPUTE WS-SEQ-EXTRAIT = AC-SEQUENCE + 1.
042500     MOVE AC-ECRITURES-VUES TO WS-ECRITURES-VUES.
042600     MOVE AC-DATE-REJETS    TO WS-DATE-REJETS.
042700 1100-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100* 1200-CHARGER-PARAMETRES - SEUIL "GC" DE GROS CREDIT. FICHIER   *
043200*    ABSENT OU SANS SEUIL : PAS D'ALERTE DE GROS CREDIT.         *
043300*****************************************************************
043400 1200-CHARGER-PARAMETRES.
043500     OPEN INPUT FICHIER-PARAMETRES.
043600     IF WS-PARAM-OK
043700         PERFORM 1250-LIRE-PARAMETRE THRU 1250-EXIT
043800         PERFORM 1260-RANGER-PARAMETRE THRU 1260-EXIT
043900             UNTIL WS-END-OF-PARAM
044000         CLOSE FICHIER-PARAMETRES
044100     END-IF.
044200     IF WS-SEUIL-GROS-CREDIT = ZERO
044300         DISPLAY "AUCUN SEUIL GC - PAS D'ALERTE DE GROS CREDIT"
044400     END-IF.
044500 1200-EXIT.
044600     EXIT.
044700
044800 1250-LIRE-PARAMETRE.
044900     READ FICHIER-PARAMETRES INTO WS-SEUIL-PARAM-RECORD
045000         AT END
045100             MOVE "Y" TO WS-PARAM-EOF
045200     END-READ.
045300 1250-EXIT.
045400     EXIT.
045500
045600 1260-RANGER-PARAMETRE.
045700     IF SE-CODE = "GC"
045800         AND SE-VALEUR-X NUMERIC
045900         MOVE SE-VALEUR TO WS-SEUIL-GROS-CREDIT
046000     ELSE
046100         DISPLAY "LIGNE DE PARAMETRE IGNOREE : "
046200                 WS-SEUIL-PARAM-RECORD
046300     END-IF.
046400     PERFORM 1250-LIRE-PARAMETRE THRU 1250-EXIT.
046500 1260-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900* 1300-CHARGER-CONTACTS - CLIENTS ABONNES AVEC UN CANAL VALIDE.  *
047000*    FICHIER ABSENT : AUCUNE ALERTE N'EST EMISE, LES EVENEMENTS  *
047100*    SONT SEULEMENT COMPTES.                                     *
047200*****************************************************************
047300 1300-CHARGER-CONTACTS.
047400     OPEN INPUT FICHIER-CONTACTS.
047500     IF WS-CONTACTS-OK
047600         PERFORM 1350-LIRE-CONTACT THRU 1350-EXIT
047700         PERFORM 1360-RANGER-CONTACT THRU 1360-EXIT
047800             UNTIL WS-END-OF-CONTACTS
047900         CLOSE FICHIER-CONTACTS
048000     ELSE
048100         DISPLAY "CONTACTS.TXT ABSENT - AUCUNE ALERTE EMISE"
048200     END-IF.
048300 1300-EXIT.
048400     EXIT.
048500
048600 1350-LIRE-CONTACT.
048700     READ FICHIER-CONTACTS INTO WS-CONTACT-RECORD
048800         AT END
048900             MOVE "Y" TO WS-CONTACTS-EOF
049000     END-READ.
049100 1350-EXIT.
049200     EXIT.
049300
049400 1360-RANGER-CONTACT.
049500     IF CT-CUSTOMER-ID NOT NUMERIC
049600         OR (CT-ABONNE AND NOT CT-CANAL-VALIDE)
049700         DISPLAY "LIGNE DE CONTACT IGNOREE : " CT-CUSTOMER-ID
049800     ELSE
049900         IF CT-ABONNE
050000             AND WS-CTC-NOMBRE < 5000
050100             ADD 1 TO WS-CTC-NOMBRE
050200             MOVE CT-CUSTOMER-ID-N
050300                 TO WS-CTC-CLIENT (WS-CTC-NOMBRE)
050400             MOVE CT-CANAL     TO WS-CTC-CANAL (WS-CTC-NOMBRE)
050500             MOVE CT-TELEPHONE
050600                 TO WS-CTC-TELEPHONE (WS-CTC-NOMBRE)
050700             MOVE CT-EMAIL     TO WS-CTC-EMAIL (WS-CTC-NOMBRE)
050800         END-IF
050900     END-IF.
051000     PERFORM 1350-LIRE-CONTACT THRU 1350-EXIT.
051100 1360-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500* 1400-CHARGER-STATUTS - STATUTS MEMORISES AU PASSAGE PRECEDENT. *
051600*    FICHIER ABSENT : PREMIER PASSAGE, AUCUN CHANGEMENT SIGNALE. *
051700*****************************************************************
051800 1400-CHARGER-STATUTS.
051900     OPEN INPUT FICHIER-STATUTS.
052000     IF WS-STATUTS-OK
052100         MOVE "Y" TO WS-STATUTS-CONNUS-SW
052200         PERFORM 1450-LIRE-STATUT THRU 1450-EXIT
052300         PERFORM 1460-RANGER-STATUT THRU 1460-EXIT
052400             UNTIL WS-END-OF-STATUTS
052500         CLOSE FICHIER-STATUTS
052600     END-IF.
052700 1400-EXIT.
052800     EXIT.
052900
053000 1450-LIRE-STATUT.
053100     READ FICHIER-STATUTS INTO WS-ALERTE-STATUT
053200         AT END
053300             MOVE "Y" TO WS-STATUTS-EOF
053400     END-READ.
053500 1450-EXIT.
053600     EXIT.
053700
053800 1460-RANGER-STATUT.
053900     IF AS-ACCOUNT-NUMBER NUMERIC
054000         AND WS-STA-NOMBRE < 5000
054100         ADD 1 TO WS-STA-NOMBRE
054200         MOVE AS-ACCOUNT-NUMBER TO WS-STA-COMPTE (WS-STA-NOMBRE)
054300         MOVE AS-STATUS         TO WS-STA-STATUT (WS-STA-NOMBRE)
054400     END-IF.
054500     PERFORM 1450-LIRE-STATUT THRU 1450-EXIT.
054600 1460-EXIT.
054700     EXIT.
054800
054900 2100-LIRE-MAITRE.
055000     READ CUSTOMER-MASTER-FILE NEXT RECORD
055100         AT END
055200             MOVE "Y" TO WS-MASTER-EOF
055300     END-READ.
055400 2100-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800* 2000-CONTROLER-STATUT - STATUT DU COMPTE COMPARE A CELUI DU    *
055900*    PASSAGE PRECEDENT ; UN COMPTE NOUVEAU N'EST PAS SIGNALE.    *
056000*    LE STATUT ACTUEL EST REECRIT POUR LE PASSAGE SUIVANT.       *
056100*****************************************************************
056200 2000-CONTROLER-STATUT.
056300     MOVE CM-ACCOUNT-NUMBER TO AS-ACCOUNT-NUMBER.
056400     MOVE CM-STATUS         TO AS-STATUS.
056500     WRITE LIGNE-STATUT-NOUV FROM WS-ALERTE-STATUT.
056600
056700     IF WS-STATUTS-CONNUS
056800         MOVE ZERO TO WS-STA-TROUVE-IDX
056900         PERFORM 2200-CHERCHER-STATUT THRU 2200-EXIT
057000             VARYING WS-STA-IDX FROM 1 BY 1
057100             UNTIL WS-STA-IDX > WS-STA-NOMBRE
057200                OR WS-STA-TROUVE-IDX > ZERO
057300         IF WS-STA-TROUVE-IDX > ZERO
057400             IF WS-STA-STATUT (WS-STA-TROUVE-IDX) NOT = CM-STATUS
057500                 MOVE "STA"          TO WS-EVT-CODE
057600                 MOVE WS-HEURE-DEBUT TO WS-EVT-HEURE
057700                 MOVE SPACES         TO WS-EVT-REFERENCE
057800                 MOVE ZERO           TO WS-EVT-MONTANT
057900                 MOVE CM-BALANCE     TO WS-EVT-SOLDE
058000                 MOVE SPACES         TO WS-EVT-TEXTE
058100                 STRING "STATUT "
058200                        WS-STA-STATUT (WS-STA-TROUVE-IDX)
058300                        " DEVIENT " CM-STATUS
058400                     DELIMITED BY SIZE INTO WS-EVT-TEXTE
058500                 END-STRING
058600                 PERFORM 6000-EMETTRE-ALERTE THRU 6000-EXIT
058700             END-IF
058800         END-IF
058900     END-IF.
059000     PERFORM 2100-LIRE-MAITRE THRU 2100-EXIT.
059100 2000-EXIT.
059200     EXIT.
059300
059400 2200-CHERCHER-STATUT.
059500     IF WS-STA-COMPTE (WS-STA-IDX) = CM-ACCOUNT-NUMBER
059600         MOVE WS-STA-IDX TO WS-STA-TROUVE-IDX
059700     END-IF.
059800 2200-EXIT.
059900     EXIT.
060000
060100 3100-LIRE-AUDIT.
060200     READ FICHIER-AUDIT INTO WS-AUDIT-RECORD
060300         AT END
060400             MOVE "Y" TO WS-AUDIT-EOF
060500         NOT AT END
060600             ADD 1 TO WS-ECRITURES-LUES
060700     END-READ.
060800 3100-EXIT.
060900     EXIT.
061000
061100*****************************************************************
061200* 3000-EXAMINER-ECRITURE - ECRITURE D'AUDIT AU-DELA DU NOMBRE    *
061300*    DEJA EXAMINE AUX PASSAGES PRECEDENTS (AU PREMIER PASSAGE :  *
061400*    DATEE DU JOUR). UNE MEME ECRITURE PEUT LEVER PLUSIEURS      *
061500*    EVENEMENTS (UN FRAIS QUI FAIT PASSER LE COMPTE A DECOUVERT  *
061600*    PAR EXEMPLE).                                               *
061700*****************************************************************
061800 3000-EXAMINER-ECRITURE.
061900     IF WS-ECRITURES-LUES > WS-ECRITURES-VUES
062000         AND (NOT WS-PREMIER-PASSAGE OR AUD-DATE = WS-DATE-JOUR)
062100         ADD 1 TO WS-ECRITURES-EXAMINEES
062200         MOVE AUD-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER
062300         PERFORM 6100-LIRE-COMPTE THRU 6100-EXIT
062400         IF WS-COMPTE-TROUVE
062500             PERFORM 3200-DETECTER-EVENEMENTS THRU 3200-EXIT
062600         END-IF
062700     END-IF.
062800     PERFORM 3100-LIRE-AUDIT THRU 3100-EXIT.
062900 3000-EXIT.
063000     EXIT.
063100
063200*****************************************************************
063300* 3200-DETECTER-EVENEMENTS - RETOUR DE VIREMENT, FRAIS, GROS     *
063400*    CREDIT (HORS RETOUR, DEJA SIGNALE), PUIS FRANCHISSEMENT DU  *
063500*    ZERO OU DE LA LIMITE DE DECOUVERT PAR LE SOLDE : UN SOLDE   *
063600*    QUI FRANCHIT LES DEUX D'UN COUP NE LEVE QUE "DEP".          *
063700*****************************************************************
063800 3200-DETECTER-EVENEMENTS.
063900     MOVE AUD-TIME          TO WS-EVT-HEURE.
064000     MOVE AUD-REFERENCE     TO WS-EVT-REFERENCE.
064100     MOVE AUD-AMOUNT        TO WS-EVT-MONTANT.
064200     MOVE AUD-BALANCE-AFTER TO WS-EVT-SOLDE.
064300     COMPUTE WS-LIMITE-NEGATIVE = ZERO - CM-OVERDRAFT-LIMIT.
064400
064500     EVALUATE AUD-TRANS-CODE
064600         WHEN "VR"
064700             MOVE "RET" TO WS-EVT-CODE
064800             MOVE "VIREMENT RETOURNE" TO WS-EVT-TEXTE
064900             PERFORM 6000-EMETTRE-ALERTE THRU 6000-EXIT
065000         WHEN "FT"
065100             MOVE "FRA" TO WS-EVT-CODE
065200             MOVE "FRAIS DE TENUE DE COMPTE" TO WS-EVT-TEXTE
065300             PERFORM 6000-EMETTRE-ALERTE THRU 6000-EXIT
065400         WHEN "FP"
065500             MOVE "FRA" TO WS-EVT-CODE
065600             MOVE "FRAIS OU PENALITE" TO WS-EVT-TEXTE
065700             PERFORM 6000-EMETTRE-ALERTE THRU 6000-EXIT
065800         WHEN OTHER
065900             IF AUD-BALANCE-AFTER > AUD-BALANCE-BEFORE
066000                 AND WS-SEUIL-GROS-CREDIT > ZERO
066100                 AND AUD-AMOUNT NOT < WS-SEUIL-GROS-CREDIT
066200                 MOVE "GCR" TO WS-EVT-CODE
066300                 MOVE "CREDIT IMPORTANT RECU" TO WS-EVT-TEXTE
066400                 PERFORM 6000-EMETTRE-ALERTE THRU 6000-EXIT
066500             END-IF
066600     END-EVALUATE.
066700
066800     IF AUD-BALANCE-AFTER < WS-LIMITE-NEGATIVE
066900         AND AUD-BALANCE-BEFORE NOT < WS-LIMITE-NEGATIVE
067000         MOVE "DEP" TO WS-EVT-CODE
067100         MOVE "DECOUVERT AUTORISE DEPASSE" TO WS-EVT-TEXTE
067200         PERFORM 6000-EMETTRE-ALERTE THRU 6000-EXIT
067300     ELSE
067400         IF AUD-BALANCE-AFTER < ZERO
067500             AND AUD-BALANCE-BEFORE NOT < ZERO
067600             MOVE "DEC" TO WS-EVT-CODE
067700             MOVE "COMPTE A DECOUVERT" TO WS-EVT-TEXTE
067800             PERFORM 6000-EMETTRE-ALERTE THRU 6000-EXIT
067900         END-IF
068000     END-IF.
068100 3200-EXIT.
068200     EXIT.
068300
068400 4100-LIRE-REJET.
068500     READ FICHIER-REJETS INTO WS-REJECT-RECORD
068600         AT END
068700             MOVE "Y" TO WS-REJETS-EOF
068800     END-READ.
068900 4100-EXIT.
069000     EXIT.
069100
069200*****************************************************************
069300* 4000-EXAMINER-REJET - DEBIT REJETE A LA DATE DU JOUR FAUTE DE  *
069400*    PROVISION : LA LIGNE D'ORIGINE DONNE LE COMPTE, LE MONTANT  *
069500*    ET LA REFERENCE ; LE SOLDE EST CELUI DU MAITRE.             *
069600*****************************************************************
069700 4000-EXAMINER-REJET.
069800     IF REJ-REJECT-DATE = WS-DATE-JOUR
069900         AND (REJ-REASON-CODE = "SOLDE INSUFFISANT"
070000           OR REJ-REASON-CODE = "DECOUVERT NON AUTORISE"
070100           OR REJ-REASON-CODE = "FONDS BLOQUES")
070200         ADD 1 TO WS-REJETS-EXAMINES
070300         MOVE REJ-ORIGINAL-LINE TO WS-TRANSACTION-RECORD
070400         IF TR-ACCOUNT-NUMBER NUMERIC
070500             MOVE TR-ACCOUNT-NUMBER-N TO CM-ACCOUNT-NUMBER
070600             PERFORM 6100-LIRE-COMPTE THRU 6100-EXIT
070700             IF WS-COMPTE-TROUVE
070800                 MOVE "REJ"           TO WS-EVT-CODE
070900                 MOVE WS-HEURE-DEBUT  TO WS-EVT-HEURE
071000                 MOVE TR-REFERENCE    TO WS-EVT-REFERENCE
071100                 MOVE ZERO            TO WS-EVT-MONTANT
071200                 IF TR-AMOUNT-X (2:11) NUMERIC
071300                     MOVE TR-AMOUNT   TO WS-EVT-MONTANT
071400                 END-IF
071500                 MOVE CM-BALANCE      TO WS-EVT-SOLDE
071600                 MOVE REJ-REASON-CODE TO WS-EVT-TEXTE
071700                 PERFORM 6000-EMETTRE-ALERTE THRU 6000-EXIT
071800             END-IF
071900         END-IF
072000     END-IF.
072100     PERFORM 4100-LIRE-REJET THRU 4100-EXIT.
072200 4000-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600* 5000-ECRIRE-TRAILER - FIN DE L'EXTRAIT (NOMBRE D'ALERTES ET    *
072700*    HASH DES MONTANTS).                                         *
072800*****************************************************************
072900 5000-ECRIRE-TRAILER.
073000     MOVE SPACES            TO WS-ALERTE-FIN.
073100     MOVE "TRL"             TO AT-TYPE.
073200     MOVE WS-ALERTES-EMISES TO AT-NOMBRE.
073300     MOVE WS-HASH-ALERTES   TO AT-HASH.
073400     WRITE LIGNE-ALERTE FROM WS-ALERTE-FIN.
073500 5000-EXIT.
073600     EXIT.
073700
073800*****************************************************************
073900* 6000-EMETTRE-ALERTE - ALERTE WS-EVENEMENT SUR LE COMPTE DE     *
074000*    L'ENREGISTREMENT MAITRE LU : EMISE SI SON CLIENT EST        *
074100*    ABONNE, SINON SEULEMENT COMPTEE.                            *
074200*****************************************************************
074300 6000-EMETTRE-ALERTE.
074400     ADD 1 TO WS-EVENEMENTS.
074500     MOVE ZERO TO WS-CTC-TROUVE-IDX.
074600     IF CM-CUSTOMER-ID = ZERO
074700         ADD 1 TO WS-ALERTES-SANS-CLIENT
074800     ELSE
074900         PERFORM 6200-CHERCHER-CONTACT THRU 6200-EXIT
075000             VARYING WS-CTC-IDX FROM 1 BY 1
075100             UNTIL WS-CTC-IDX > WS-CTC-NOMBRE
075200                OR WS-CTC-TROUVE-IDX > ZERO
075300         IF WS-CTC-TROUVE-IDX = ZERO
075400             ADD 1 TO WS-ALERTES-NON-ABONNES
075500         END-IF
075600     END-IF.
075700
075800     IF WS-CTC-TROUVE-IDX > ZERO
075900         MOVE SPACES            TO WS-ALERTE-DETAIL
076000         MOVE "DET"             TO AL-TYPE
076100         MOVE WS-DATE-JOUR      TO AL-DATE
076200         MOVE WS-EVT-HEURE      TO AL-HEURE
076300         MOVE WS-EVT-CODE       TO AL-EVENEMENT
076400         MOVE CM-CUSTOMER-ID    TO AL-CUSTOMER-ID
076500         MOVE CM-CUSTOMER-NAME  TO AL-CUSTOMER-NAME
076600         MOVE CM-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
076700         MOVE WS-CTC-CANAL (WS-CTC-TROUVE-IDX)     TO AL-CANAL
076800         MOVE WS-CTC-TELEPHONE (WS-CTC-TROUVE-IDX) TO AL-TELEPHONE
076900         MOVE WS-CTC-EMAIL (WS-CTC-TROUVE-IDX)     TO AL-EMAIL
077000         MOVE WS-EVT-REFERENCE  TO AL-REFERENCE
077100         MOVE WS-EVT-MONTANT    TO AL-MONTANT
077200         MOVE WS-EVT-SOLDE      TO AL-SOLDE
077300         MOVE WS-EVT-TEXTE      TO AL-TEXTE
077400         WRITE LIGNE-ALERTE FROM WS-ALERTE-DETAIL
077500         ADD 1 TO WS-ALERTES-EMISES
077600         ADD WS-EVT-MONTANT TO WS-HASH-ALERTES
077700     END-IF.
077800 6000-EXIT.
077900     EXIT.
078000
078100*****************************************************************
078200* 6100-LIRE-COMPTE - LECTURE PAR CLE DU COMPTE PLACE DANS        *
078300*    CM-ACCOUNT-NUMBER. UN COMPTE ABSENT EST COMPTE ET SIGNALE.  *
078400*****************************************************************
078500 6100-LIRE-COMPTE.
078600     MOVE "Y" TO WS-COMPTE-TROUVE-SW.
078700     READ CUSTOMER-MASTER-FILE
078800         INVALID KEY
078900             MOVE "N" TO WS-COMPTE-TROUVE-SW
079000             ADD 1 TO WS-COMPTES-INCONNUS
079100             DISPLAY "COMPTE INCONNU DU MAITRE : "
079200                     CM-ACCOUNT-NUMBER
079300     END-READ.
079400 6100-EXIT.
079500     EXIT.
079600
079700 6200-CHERCHER-CONTACT.
079800     IF WS-CTC-CLIENT (WS-CTC-IDX) = CM-CUSTOMER-ID
079900         MOVE WS-CTC-IDX TO WS-CTC-TROUVE-IDX
080000     END-IF.
080100 6200-EXIT.
080200     EXIT.
080300
080400*****************************************************************
080500* 9999-TERMINATE - FERMETURES ET MEMORISATION DE LA SEQUENCE ET  *
080600*    DES POINTS DE REPRISE (SEULEMENT UNE FOIS L'EXTRAIT COMPLET *
080700*    ECRIT). UN JOURNAL D'AUDIT PLUS COURT QUE LE NOMBRE DEJA    *
080800*    EXAMINE A ETE COUPE SANS REMISE A ZERO : SIGNALE, LE POINT  *
080900*    DE REPRISE REPART DE SA LONGUEUR ACTUELLE.                  *
081000*****************************************************************
081100 9999-TERMINATE.
081200     IF NOT WS-OPEN-ERROR
081300         CLOSE CUSTOMER-MASTER-FILE
081400         CLOSE FICHIER-STATUTS-NOUV
081500         CLOSE FICHIER-ALERTES
081600         IF WS-AUDIT-OUVERT
081700             CLOSE FICHIER-AUDIT
081800         END-IF
081900         IF WS-REJETS-OUVERT
082000             CLOSE FICHIER-REJETS
082100         END-IF
082200
082300         IF WS-ECRITURES-LUES < WS-ECRITURES-VUES
082400             DISPLAY "JOURNAL D'AUDIT PLUS COURT QUE LE POINT DE "
082500                     "REPRISE : " WS-ECRITURES-VUES
082600         END-IF
082700         MOVE WS-SEQ-EXTRAIT       TO AC-SEQUENCE
082800         MOVE WS-DATE-JOUR         TO AC-DATE-PASSAGE
082900         MOVE WS-ECRITURES-LUES    TO AC-ECRITURES-VUES
083000         MOVE WS-DATE-REJETS       TO AC-DATE-REJETS
083100         OPEN OUTPUT FICHIER-ALERTCTL
083200         WRITE LIGNE-ALERTCTL FROM WS-ALERTE-CONTROLE
083300         CLOSE FICHIER-ALERTCTL
083400     END-IF.
083500
083600     DISPLAY "ECRITURES LUES       : " WS-ECRITURES-LUES.
083700     DISPLAY "ECRITURES EXAMINEES  : " WS-ECRITURES-EXAMINEES.
083800     DISPLAY "REJETS EXAMINES      : " WS-REJETS-EXAMINES.
083900     DISPLAY "EVENEMENTS RELEVES   : " WS-EVENEMENTS.
084000     DISPLAY "ALERTES EMISES       : " WS-ALERTES-EMISES.
084100     DISPLAY "CLIENTS NON ABONNES  : " WS-ALERTES-NON-ABONNES.
084200     DISPLAY "COMPTES SANS CLIENT  : " WS-ALERTES-SANS-CLIENT.
084300     DISPLAY "SEQUENCE EXTRAIT     : " WS-SEQ-EXTRAIT.
084400
084500     PERFORM 9800-ECRIRE-RUN THRU 9800-EXIT.
084600 9999-EXIT.
084700     EXIT.
084800
084900*****************************************************************
085000* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
085100*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
085200*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
085300*****************************************************************
085400 9700-LIRE-DATE-TRT.
085500     MOVE ZERO TO DT-DATE-TRAITEMENT.
085600     OPEN INPUT FICHIER-DATECTL.
085700     IF WS-DATECTL-OK
085800         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
085900             AT END
086000                 MOVE ZERO TO DT-DATE-TRAITEMENT
086100         END-READ
086200         CLOSE FICHIER-DATECTL
086300     END-IF.
086400     IF DT-DATE-TRAITEMENT NOT NUMERIC
086500         OR DT-DATE-TRAITEMENT = ZERO
086600         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
086700         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
086800                 DT-DATE-TRAITEMENT
086900     END-IF.
087000 9700-EXIT.
087100     EXIT.
087200
087300*****************************************************************
087400* 9800-ECRIRE-RUN - ENREGISTREMENT DE PASSAGE DANS LE JOURNAL    *
087500*    DU CYCLE (AJOUT SEUL, CREE A LA PREMIERE EXECUTION).        *
087600*****************************************************************
087700 9800-ECRIRE-RUN.
087800     MOVE "ALERTES-BANQUE"   TO RUN-PROGRAM.
087900     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
088000     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
088100     ACCEPT RUN-HEURE-FIN FROM TIME.
088200     MOVE WS-ECRITURES-LUES   TO RUN-LIGNES-LUES.
088300     MOVE WS-ALERTES-EMISES   TO RUN-LIGNES-ECRITES.
088400     MOVE ZERO                TO RUN-LIGNES-REJETEES.
088500     MOVE ZERO                TO RUN-LIGNES-DIFFEREES.
088600     MOVE RETURN-CODE         TO RUN-RETURN-CODE.
088700     OPEN EXTEND FICHIER-RUNCTL.
088800     IF NOT WS-RUNCTL-OK
088900         OPEN OUTPUT FICHIER-RUNCTL
089000     END-IF.
089100     WRITE LIGNE-RUNCTL FROM WS-RUN-RECORD.
089200     CLOSE FICHIER-RUNCTL.
089300 9800-EXIT.
089400     EXIT.
