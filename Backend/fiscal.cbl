000100*****************************************************************
000200* PROGRAM-ID    : FISCAL-BANQUE                                 *
000300* AUTHOR        : M. LEFEVRE - EQUIPE ETUDES BANCAIRES          *
000400* INSTALLATION  : EPIBANK                                       *
000500* DATE-WRITTEN  : 2026-10-15                                    *
000600*---------------------------------------------------------------*
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-15  ML  PROGRAMME INITIAL - CERTIFICATS FISCAUX      *
000900*                  ANNUELS DES INTERETS ET DECLARATION A        *
001000*                  L'ADMINISTRATION FISCALE.                    *
001100*---------------------------------------------------------------*
001200* LOT ANNUEL, LANCE PAR FINANNEE.SH APRES LA FIN DE MOIS DE     *
001300* DECEMBRE (LE JOURNAL D'AUDIT DE L'ANNEE EST ALORS ENTIEREMENT *
001400* ARCHIVE). LE SHELL RECONSTITUE LA VUE CONSOLIDEE AUDIT.WORK   *
001500* (ARCHIVES MENSUELLES + JOURNAL COURANT) COMME HISTO.SH ;      *
001600* L'ANNEE FISCALE (AAAA) EST LUE SUR L'ENTREE STANDARD.         *
001700* POUR CHAQUE COMPTE DU FICHIER MAITRE, LE PROGRAMME CUMULE LES *
001800* ECRITURES DE L'ANNEE : INTERETS CREDITEURS BRUTS "IN",        *
001900* INTERETS DEBITEURS PAYES "ID" ET RETENUE A LA SOURCE "RF",    *
002000* NETS DES EXTOURNES DE CES MOUVEMENTS (REGISTRE EXTOURNES.TXT, *
002100* MOUVEMENT D'ORIGINE DATE DE L'ANNEE). LES COMPTES SONT        *
002200* ENSUITE REGROUPES PAR CLIENT (CM-CUSTOMER-ID) DANS L'ORDRE DU *
002300* REFERENTIEL CUSTREF.TXT :                                     *
002400*   - CERTIFICATS.TXT PORTE UN CERTIFICAT PAR CLIENT AYANT UN   *
002500*     MONTANT NON NUL, AVEC LE DETAIL PAR COMPTE ET LE TOTAL DU *
002600*     CLIENT, PUIS LES TOTAUX GENERAUX ;                        *
002700*   - DECLFISC.TXT EST LA DECLARATION A FORMAT FIXE             *
002800*     (DECLREC.CPY : EN-TETE "HDR", UNE LIGNE "DET" PAR CLIENT, *
002900*     FIN "TRL" AVEC NOMBRE DE LIGNES ET TOTAUX DE CONTROLE).   *
003000* UN COMPTE MOUVEMENTE SANS CLIENT RATTACHE (IDENTIFIANT NUL OU *
003100* ABSENT DE CUSTREF.TXT) OU UNE ECRITURE SUR UN COMPTE INCONNU  *
003200* DU MAITRE N'ENTRE PAS DANS LA DECLARATION : IL FIGURE EN      *
003300* ANOMALIE SUR L'ETAT ET LE LOT FINIT EN RETURN-CODE 4, A       *
003400* REGULARISER AVANT ENVOI. L'INDICATEUR D'EXONERATION DU CLIENT *
003500* EST POSE QUAND UNE EXONERATION D'EXONERATIONS.TXT COUVRE UNE  *
003600* PARTIE DE L'ANNEE.                                            *
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.     FISCAL-BANQUE.
004000 AUTHOR.         M. LEFEVRE.
004100 INSTALLATION.   EPIBANK.
004200 DATE-WRITTEN.   2026-10-15.
004300 DATE-COMPILED.
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800*---------------------------------------------------------------*
004900*    JOURNAL D'AUDIT CONSOLIDE (ARCHIVES + MOIS COURANT),        *
005000*    PREPARE PAR FINANNEE.SH.                                    *
005100*---------------------------------------------------------------*
005200     SELECT FICHIER-AUDIT ASSIGN TO "../data/audit.work"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-AUDIT-STATUS.
005500
005600*---------------------------------------------------------------*
005700*    FICHIER MAITRE CLIENT, LU EN SEQUENTIEL : COMPTE, TYPE ET   *
005800*    IDENTIFIANT CLIENT.                                         *
005900*---------------------------------------------------------------*
006000     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "../data/customer.dat"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS CM-ACCOUNT-NUMBER
006400         FILE STATUS IS WS-MASTER-STATUS.
006500
006600*---------------------------------------------------------------*
006700*    REFERENTIEL CLIENTS (IDENTIFIANT ET NOM DE REFERENCE).      *
006800*---------------------------------------------------------------*
006900     SELECT FICHIER-CUSTREF ASSIGN TO "../data/custref.txt"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CUSTREF-STATUS.
007200
007300*---------------------------------------------------------------*
007400*    REGISTRE DES EXTOURNES POSTEES PAR TRAITEMENT-BANQUE.       *
007500*---------------------------------------------------------------*
007600     SELECT FICHIER-EXTOURNES ASSIGN TO "../data/extournes.txt"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-EXTOURNES-STATUS.
007900
008000*---------------------------------------------------------------*
008100*    CLIENTS EXONERES DE RETENUE A LA SOURCE.                    *
008200*---------------------------------------------------------------*
008300     SELECT FICHIER-EXONER ASSIGN TO "../data/exonerations.txt"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-EXONER-STATUS.
008600
008700*---------------------------------------------------------------*
008800*    CERTIFICATS FISCAUX DE L'ANNEE.                             *
008900*---------------------------------------------------------------*
009000     SELECT FICHIER-ETAT ASSIGN TO "../data/certificats.txt"
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200
009300*---------------------------------------------------------------*
009400*    DECLARATION A L'ADMINISTRATION FISCALE.                     *
009500*---------------------------------------------------------------*
009600     SELECT FICHIER-DECLARATION ASSIGN TO "../data/declfisc.txt"
009700         ORGANIZATION IS LINE SEQUENTIAL.
009800
009900*---------------------------------------------------------------*
010000*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
010100*    CALENDRIER-BANQUE.                                          *
010200*---------------------------------------------------------------*
010300     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-DATECTL-STATUS.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  FICHIER-AUDIT.
011000 01  LIGNE-AUDIT                  PIC X(70).
011100
011200 FD  CUSTOMER-MASTER-FILE.
011300     COPY "custmas.cpy".
011400
011500 FD  FICHIER-CUSTREF.
011600 01  LIGNE-CUSTREF                PIC X(26).
011700
011800 FD  FICHIER-EXTOURNES.
011900 01  LIGNE-EXTOURNE               PIC X(56).
012000
012100 FD  FICHIER-EXONER.
012200 01  LIGNE-EXONER                 PIC X(42).
012300
012400 FD  FICHIER-ETAT.
012500 01  LIGNE-ETAT                   PIC X(80).
012600
012700 FD  FICHIER-DECLARATION.
012800 01  LIGNE-DECLARATION            PIC X(80).
012900
013000 FD  FICHIER-DATECTL.
013100 01  LIGNE-DATECTL                PIC X(18).
013200
013300 WORKING-STORAGE SECTION.
013400*---------------------------------------------------------------*
013500*    VUE D'UNE ECRITURE DU JOURNAL D'AUDIT.                      *
013600*---------------------------------------------------------------*
013700     COPY "auditrec.cpy".
013800
013900*---------------------------------------------------------------*
014000*    VUE D'UNE LIGNE DU REFERENTIEL CLIENTS.                     *
014100*---------------------------------------------------------------*
014200     COPY "custref.cpy".
014300
014400*---------------------------------------------------------------*
014500*    VUE D'UNE LIGNE DU REGISTRE DES EXTOURNES.                  *
014600*---------------------------------------------------------------*
014700     COPY "extrec.cpy".
014800
014900*---------------------------------------------------------------*
015000*    VUE D'UNE LIGNE DU FICHIER DES EXONERATIONS.                *
015100*---------------------------------------------------------------*
015200     COPY "exonrec.cpy".
015300
015400*---------------------------------------------------------------*
015500*    ENREGISTREMENTS DE LA DECLARATION FISCALE.                  *
015600*---------------------------------------------------------------*
015700     COPY "declrec.cpy".
015800
015900*---------------------------------------------------------------*
016000*    DATE DE TRAITEMENT DU CYCLE.                                *
016100*---------------------------------------------------------------*
016200     COPY "datectl.cpy".
016300
016400 01  WS-DATECTL-STATUS           PIC X(02).
016500     88  WS-DATECTL-OK               VALUE "00".
016600
016700 01  WS-AUDIT-STATUS             PIC X(02).
016800     88  WS-AUDIT-OK                 VALUE "00".
016900
017000 01  WS-MASTER-STATUS            PIC X(02).
017100     88  WS-MASTER-OK                VALUE "00".
017200
017300 01  WS-CUSTREF-STATUS           PIC X(02).
017400     88  WS-CUSTREF-OK               VALUE "00".
017500
017600 01  WS-EXTOURNES-STATUS         PIC X(02).
017700     88  WS-EXTOURNES-OK             VALUE "00".
017800
017900 01  WS-EXONER-STATUS            PIC X(02).
018000     88  WS-EXONER-FICHIER-OK        VALUE "00".
018100
018200 01  WS-SWITCHES.
018300     05  WS-AUDIT-EOF            PIC X(01)     VALUE "N".
018400         88  WS-END-OF-AUDIT         VALUE "Y".
018500     05  WS-MASTER-EOF           PIC X(01)     VALUE "N".
018600         88  WS-END-OF-MASTER        VALUE "Y".
018700     05  WS-CUSTREF-EOF          PIC X(01)     VALUE "N".
018800         88  WS-END-OF-CUSTREF       VALUE "Y".
018900     05  WS-EXTOURNES-EOF        PIC X(01)     VALUE "N".
019000         88  WS-END-OF-EXTOURNES     VALUE "Y".
019100     05  WS-EXONER-EOF           PIC X(01)     VALUE "N".
019200         88  WS-END-OF-EXONER        VALUE "Y".
019300     05  WS-OPEN-ERROR-SW        PIC X(01)     VALUE "N".
019400         88  WS-OPEN-ERROR           VALUE "Y".
019500     05  WS-FICHIERS-OUVERTS-SW  PIC X(01)     VALUE "N".
019600         88  WS-FICHIERS-OUVERTS     VALUE "Y".
019700     05  WS-TABLE-SATUREE-SW     PIC X(01)     VALUE "N".
019800         88  WS-TABLE-SATUREE        VALUE "Y".
019900     05  WS-CLIENT-EXONERE-SW    PIC X(01)     VALUE "N".
020000         88  WS-CLIENT-EXONERE       VALUE "Y".
020100
020200 01  WS-ANNEE-SAISIE             PIC X(04)     VALUE SPACES.
020300 01  WS-ANNEE                    PIC 9(04)     VALUE ZERO.
020400 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
020500 01  WS-DEBUT-ANNEE              PIC 9(08)     VALUE ZERO.
020600 01  WS-FIN-ANNEE                PIC 9(08)     VALUE ZERO.
020700
020800*---------------------------------------------------------------*
020900*    COMPTES DU FICHIER MAITRE (ORDRE DES NUMEROS) ET CUMULS DE  *
021000*    L'ANNEE. WS-CPT-CERTIFIE MARQUE LES COMPTES REPRIS SUR UN   *
021100*    CERTIFICAT ; LES COMPTES MOUVEMENTES RESTES NON MARQUES     *
021200*    SONT EDITES EN ANOMALIE.                                    *
021300*---------------------------------------------------------------*
021400 01  WS-TABLE-COMPTES.
021500     05  WS-CPT-NOMBRE           PIC 9(05)     VALUE ZERO.
021600     05  WS-CPT-ENTREE OCCURS 5000 TIMES.
021700         10  WS-CPT-COMPTE       PIC 9(08).
021800         10  WS-CPT-CLIENT       PIC 9(06).
021900         10  WS-CPT-TYPE         PIC X(02).
022000         10  WS-CPT-BRUTS        PIC S9(11)V99.
022100         10  WS-CPT-DEBITEURS    PIC S9(11)V99.
022200         10  WS-CPT-RETENUE      PIC S9(11)V99.
022300         10  WS-CPT-CERTIFIE     PIC X(01).
022400
022500 01  WS-CPT-IDX                  PIC 9(05)     VALUE ZERO.
022600 01  WS-CPT-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
022700 01  WS-COMPTE-CHERCHE           PIC 9(08)     VALUE ZERO.
022800
022900*---------------------------------------------------------------*
023000*    CLIENTS EXONERES SUR TOUT OU PARTIE DE L'ANNEE.             *
023100*---------------------------------------------------------------*
023200 01  WS-TABLE-EXONERES.
023300     05  WS-EXO-NOMBRE           PIC 9(04)     VALUE ZERO.
023400     05  WS-EXO-CLIENT           PIC 9(06)
023500                                 OCCURS 1000 TIMES.
023600
023700 01  WS-EXO-INDICE               PIC 9(04)     VALUE ZERO.
023800
023900*---------------------------------------------------------------*
024000*    CUMULS DU CLIENT EN COURS ET TOTAUX GENERAUX.               *
024100*---------------------------------------------------------------*
024200 01  WS-CUMULS-CLIENT.
024300     05  WS-CLI-COMPTES          PIC 9(03)     VALUE ZERO.
024400     05  WS-CLI-BRUTS            PIC S9(11)V99 VALUE ZERO.
024500     05  WS-CLI-DEBITEURS        PIC S9(11)V99 VALUE ZERO.
024600     05  WS-CLI-RETENUE          PIC S9(11)V99 VALUE ZERO.
024700
024800 01  WS-TOTAUX.
024900     05  WS-TOT-BRUTS            PIC S9(13)V99 VALUE ZERO.
025000     05  WS-TOT-DEBITEURS        PIC S9(13)V99 VALUE ZERO.
025100     05  WS-TOT-RETENUE          PIC S9(13)V99 VALUE ZERO.
025200     05  WS-ANO-BRUTS            PIC S9(13)V99 VALUE ZERO.
025300     05  WS-ANO-DEBITEURS        PIC S9(13)V99 VALUE ZERO.
025400     05  WS-ANO-RETENUE          PIC S9(13)V99 VALUE ZERO.
025500
025600 01  WS-COMPTEURS.
025700     05  WS-ECRITURES-LUES       PIC 9(07)     VALUE ZERO.
025800     05  WS-ECRITURES-RETENUES   PIC 9(07)     VALUE ZERO.
025900     05  WS-EXTOURNES-RETENUES   PIC 9(07)     VALUE ZERO.
026000     05  WS-ECRITURES-INCONNUES  PIC 9(07)     VALUE ZERO.
026100     05  WS-CLIENTS-CERTIFIES    PIC 9(07)     VALUE ZERO.
026200     05  WS-COMPTES-CERTIFIES    PIC 9(07)     VALUE ZERO.
026300     05  WS-COMPTES-ANOMALIE     PIC 9(07)     VALUE ZERO.
026400
026500 01  WS-TOTAL-EDIT               PIC Z,ZZZ,ZZ9.
026600
026700*---------------------------------------------------------------*
026800*    LIGNES D'EDITION DES CERTIFICATS.                           *
026900*---------------------------------------------------------------*
027000 01  WS-LIGNE-TITRE.
027100     05  FILLER                  PIC X(40)
027200         VALUE "EPIBANK - CERTIFICATS FISCAUX - ANNEE   ".
027300     05  TIT-ANNEE               PIC 9(04).
027400     05  FILLER                  PIC X(14)
027500         VALUE "   EMIS LE    ".
027600     05  TIT-DATE                PIC 9(08).
027700     05  FILLER                  PIC X(14)     VALUE SPACES.
027800
027900 01  WS-LIGNE-CLIENT.
028000     05  FILLER                  PIC X(09)     VALUE "CLIENT : ".
028100     05  CLI-ID                  PIC 9(06).
028200     05  FILLER                  PIC X(02)     VALUE SPACES.
028300     05  CLI-NOM                 PIC X(20).
028400     05  FILLER                  PIC X(02)     VALUE SPACES.
028500     05  CLI-EXONERE             PIC X(30)     VALUE SPACES.
028600     05  FILLER                  PIC X(11)     VALUE SPACES.
028700
028800 01  WS-LIGNE-COLONNES.
028900     05  FILLER                  PIC X(40)
029000         VALUE "  COMPTE    TYPE      INTERETS BRUTS    ".
029100     05  FILLER                  PIC X(40)
029200         VALUE "INTERETS DEBITEURS  RETENUE A LA SOURCE ".
029300
029400 01  WS-LIGNE-COMPTE.
029500     05  FILLER                  PIC X(02)     VALUE SPACES.
029600     05  LCP-COMPTE              PIC 9(08).
029700     05  FILLER                  PIC X(02)     VALUE SPACES.
029800     05  LCP-TYPE                PIC X(04).
029900     05  FILLER                  PIC X(02)     VALUE SPACES.
030000     05  LCP-BRUTS               PIC -Z,ZZZ,ZZZ,ZZ9.99.
030100     05  FILLER                  PIC X(02)     VALUE SPACES.
030200     05  LCP-DEBITEURS           PIC -Z,ZZZ,ZZZ,ZZ9.99.
030300     05  FILLER                  PIC X(03)     VALUE SPACES.
030400     05  LCP-RETENUE             PIC -Z,ZZZ,ZZZ,ZZ9.99.
030500     05  FILLER                  PIC X(04)     VALUE SPACES.
030600
030700 01  WS-LIGNE-MONTANT.
030800     05  LMT-LIBELLE             PIC X(40).
030900     05  LMT-MONTANT             PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
031000     05  FILLER                  PIC X(19)     VALUE SPACES.
031100
031200 PROCEDURE DIVISION.
031300*****************************************************************
031400* 0000-MAINLINE                                                  *
031500*****************************************************************
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
031800     IF NOT WS-OPEN-ERROR
031900         PERFORM 2000-CUMULER-ECRITURE THRU 2000-EXIT
032000             UNTIL WS-END-OF-AUDIT
032100         PERFORM 2500-DEDUIRE-EXTOURNES THRU 2500-EXIT
032200         PERFORM 3000-CERTIFIER-CLIENT THRU 3000-EXIT
032300             UNTIL WS-END-OF-CUSTREF
032400         PERFORM 4000-EDITER-ANOMALIES THRU 4000-EXIT
032500     END-IF.
032600     PERFORM 9999-TERMINATE        THRU 9999-EXIT.
032700     STOP RUN.
032800
032900*****************************************************************
033000* 1000-INITIALIZE - SAISIE DE L'ANNEE FISCALE, CHARGEMENT DES    *
033100*    COMPTES DU MAITRE ET DES EXONERATIONS, OUVERTURES. L'ANNEE  *
033200*    NE PEUT PAS ETRE POSTERIEURE A CELLE DE LA DATE DE          *
033300*    TRAITEMENT. AUDIT.WORK ABSENT = LANCER PAR FINANNEE.SH.     *
033400*****************************************************************
033500 1000-INITIALIZE.
033600     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
033700     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
033800     DISPLAY "ANNEE FISCALE (AAAA) : ".
033900     ACCEPT WS-ANNEE-SAISIE.
034000     IF WS-ANNEE-SAISIE NOT NUMERIC
034100         OR WS-ANNEE-SAISIE = "0000"
034200         OR WS-ANNEE-SAISIE > WS-DATE-JOUR (1:4)
034300         DISPLAY "ANNEE FISCALE INVALIDE : " WS-ANNEE-SAISIE
034400         MOVE "Y" TO WS-OPEN-ERROR-SW
034500         MOVE 16 TO RETURN-CODE
034600     ELSE
034700         MOVE WS-ANNEE-SAISIE TO WS-ANNEE
034800         COMPUTE WS-DEBUT-ANNEE = WS-ANNEE * 10000 + 0101
034900         COMPUTE WS-FIN-ANNEE   = WS-ANNEE * 10000 + 1231
035000     END-IF.
035100
035200     IF NOT WS-OPEN-ERROR
035300         OPEN INPUT FICHIER-AUDIT
035400         IF NOT WS-AUDIT-OK
035500             DISPLAY "AUDIT.WORK ABSENT (" WS-AUDIT-STATUS
035600                     ") - LANCER LE LOT PAR FINANNEE.SH"
035700             MOVE "Y" TO WS-OPEN-ERROR-SW
035800             MOVE 12 TO RETURN-CODE
035900         END-IF
036000     END-IF.
036100
036200     IF NOT WS-OPEN-ERROR
036300         OPEN INPUT CUSTOMER-MASTER-FILE
036400         IF NOT WS-MASTER-OK
036500             DISPLAY "ERREUR OUVERTURE CUSTOMER-MASTER : "
036600                     WS-MASTER-STATUS
036700             MOVE "Y" TO WS-OPEN-ERROR-SW
036800             MOVE 12 TO RETURN-CODE
036900             CLOSE FICHIER-AUDIT
037000         ELSE
037100             PERFORM 1100-LIRE-COMPTE THRU 1100-EXIT
037200             PERFORM 1200-RANGER-COMPTE THRU 1200-EXIT
037300                 UNTIL WS-END-OF-MASTER
037400             CLOSE CUSTOMER-MASTER-FILE
037500         END-IF
037600     END-IF.
037700
037800     IF NOT WS-OPEN-ERROR
037900         OPEN INPUT FICHIER-CUSTREF
038000         IF NOT WS-CUSTREF-OK
038100             DISPLAY "ERREUR OUVERTURE CUSTREF : "
038200                     WS-CUSTREF-STATUS
038300             MOVE "Y" TO WS-OPEN-ERROR-SW
038400             MOVE 12 TO RETURN-CODE
038500             CLOSE FICHIER-AUDIT
038600         END-IF
038700     END-IF.
038800
038900     IF NOT WS-OPEN-ERROR
039000         PERFORM 1300-CHARGER-EXONERES THRU 1300-EXIT
039100         OPEN OUTPUT FICHIER-ETAT
039200         OPEN OUTPUT FICHIER-DECLARATION
039300         MOVE "Y" TO WS-FICHIERS-OUVERTS-SW
039400         MOVE WS-ANNEE     TO TIT-ANNEE
039500         MOVE WS-DATE-JOUR TO TIT-DATE
039600         WRITE LIGNE-ETAT FROM WS-LIGNE-TITRE
039700         MOVE SPACES TO WS-DECL-CONTROLE
039800         MOVE "HDR"        TO DL-TYPE
039900         MOVE WS-ANNEE     TO DL-ANNEE
040000         MOVE WS-DATE-JOUR TO DL-DATE-EMISSION
040100         MOVE "EPIBANK"    TO DL-ETABLISSEMENT
040200         MOVE ZERO TO DL-NOMBRE DL-TOTAL-BRUTS
040300                      DL-TOTAL-DEBITEURS DL-TOTAL-RETENUES
040400         WRITE LIGNE-DECLARATION FROM WS-DECL-CONTROLE
040500         PERFORM 2100-LIRE-AUDIT THRU 2100-EXIT
040600         PERFORM 3100-LIRE-CUSTREF THRU 3100-EXIT
040700     END-IF.
040800 1000-EXIT.
040900     EXIT.
041000
041100 1100-LIRE-COMPTE.
041200     READ CUSTOMER-MASTER-FILE
041300         AT END
041400             MOVE "Y" TO WS-MASTER-EOF
041500     END-READ.
041600 1100-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000* 1200-RANGER-COMPTE - TOUS LES COMPTES, CLOS COMPRIS (UN COMPTE *
042100*    CLOTURE EN COURS D'ANNEE A SES INTERETS A CERTIFIER).       *
042200*    UNE TABLE SATUREE EST SIGNALEE : LES ECRITURES DES COMPTES  *
042300*    PERDUS PASSERAIENT EN ANOMALIE.                             *
042400*****************************************************************
042500 1200-RANGER-COMPTE.
042600     IF WS-CPT-NOMBRE < 5000
042700         ADD 1 TO WS-CPT-NOMBRE
042800         MOVE CM-ACCOUNT-NUMBER TO WS-CPT-COMPTE (WS-CPT-NOMBRE)
042900         MOVE CM-CUSTOMER-ID    TO WS-CPT-CLIENT (WS-CPT-NOMBRE)
043000         MOVE CM-ACCOUNT-TYPE   TO WS-CPT-TYPE (WS-CPT-NOMBRE)
043100         MOVE ZERO TO WS-CPT-BRUTS (WS-CPT-NOMBRE)
043200                      WS-CPT-DEBITEURS (WS-CPT-NOMBRE)
043300                      WS-CPT-RETENUE (WS-CPT-NOMBRE)
043400         MOVE "N" TO WS-CPT-CERTIFIE (WS-CPT-NOMBRE)
043500     ELSE
043600         MOVE "Y" TO WS-TABLE-SATUREE-SW
043700     END-IF.
043800     PERFORM 1100-LIRE-COMPTE THRU 1100-EXIT.
043900 1200-EXIT.
044000     EXIT.
044100
044200*****************************************************************
044300* 1300-CHARGER-EXONERES - CLIENTS DONT UNE EXONERATION COUVRE AU *
044400*    MOINS UN JOUR DE L'ANNEE FISCALE. FICHIER ABSENT : AUCUN    *
044500*    CLIENT EXONERE.                                             *
044600*****************************************************************
044700 1300-CHARGER-EXONERES.
044800     OPEN INPUT FICHIER-EXONER.
044900     IF WS-EXONER-FICHIER-OK
045000         PERFORM 1350-LIRE-EXONERE THRU 1350-EXIT
045100         PERFORM 1400-RANGER-EXONERE THRU 1400-EXIT
045200             UNTIL WS-END-OF-EXONER
045300         CLOSE FICHIER-EXONER
045400     END-IF.
045500 1300-EXIT.
045600     EXIT.
045700
045800 1350-LIRE-EXONERE.
045900     READ FICHIER-EXONER INTO WS-EXONERATION-RECORD
046000         AT END
046100             MOVE "Y" TO WS-EXONER-EOF
046200     END-READ.
046300 1350-EXIT.
046400     EXIT.
046500
046600 1400-RANGER-EXONERE.
046700     IF EO-CUSTOMER-ID NUMERIC
046800         AND EO-DATE-DEBUT-X NUMERIC
046900         AND EO-DATE-FIN-X NUMERIC
047000         IF EO-DATE-DEBUT NOT > WS-FIN-ANNEE
047100             AND (EO-DATE-FIN = ZERO
047200               OR EO-DATE-FIN NOT < WS-DEBUT-ANNEE)
047300             AND WS-EXO-NOMBRE < 1000
047400             ADD 1 TO WS-EXO-NOMBRE
047500             MOVE EO-CUSTOMER-ID-N
047600                 TO WS-EXO-CLIENT (WS-EXO-NOMBRE)
047700         END-IF
047800     ELSE
047900         DISPLAY "LIGNE D'EXONERATION MAL FORMEE IGNOREE : "
048000                 WS-EXONERATION-RECORD
048100     END-IF.
048200     PERFORM 1350-LIRE-EXONERE THRU 1350-EXIT.
048300 1400-EXIT.
048400     EXIT.
048500
048600 2100-LIRE-AUDIT.
048700     READ FICHIER-AUDIT INTO WS-AUDIT-RECORD
048800         AT END
048900             MOVE "Y" TO WS-AUDIT-EOF
049000         NOT AT END
049100             ADD 1 TO WS-ECRITURES-LUES
049200     END-READ.
049300 2100-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700* 2000-CUMULER-ECRITURE - ECRITURES "IN", "ID" ET "RF" DATEES DE *
049800*    L'ANNEE FISCALE, CUMULEES SUR LEUR COMPTE. UNE ECRITURE SUR *
049900*    UN COMPTE ABSENT DE LA TABLE EST COMPTEE EN ANOMALIE.       *
050000*****************************************************************
050100 2000-CUMULER-ECRITURE.
050200     IF AUD-DATE (1:4) = WS-ANNEE-SAISIE
050300         AND (AUD-TRANS-CODE = "IN" OR "ID" OR "RF")
050400         ADD 1 TO WS-ECRITURES-RETENUES
050500         MOVE AUD-ACCOUNT-NUMBER TO WS-COMPTE-CHERCHE
050600         PERFORM 2200-CHERCHER-COMPTE THRU 2200-EXIT
050700         IF WS-CPT-TROUVE-IDX > ZERO
050800             EVALUATE AUD-TRANS-CODE
050900                 WHEN "IN"
051000                     ADD AUD-AMOUNT
051100                         TO WS-CPT-BRUTS (WS-CPT-TROUVE-IDX)
051200                 WHEN "ID"
051300                     ADD AUD-AMOUNT
051400                         TO WS-CPT-DEBITEURS (WS-CPT-TROUVE-IDX)
051500                 WHEN "RF"
051600                     ADD AUD-AMOUNT
051700                         TO WS-CPT-RETENUE (WS-CPT-TROUVE-IDX)
051800             END-EVALUATE
051900         ELSE
052000             ADD 1 TO WS-ECRITURES-INCONNUES
052100             PERFORM 2300-CUMULER-INCONNUE THRU 2300-EXIT
052200         END-IF
052300     END-IF.
052400     PERFORM 2100-LIRE-AUDIT THRU 2100-EXIT.
052500 2000-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900* 2200-CHERCHER-COMPTE - RECHERCHE DE WS-COMPTE-CHERCHE DANS LA  *
053000*    TABLE DES COMPTES (ZERO = ABSENT).                          *
053100*****************************************************************
053200 2200-CHERCHER-COMPTE.
053300     MOVE ZERO TO WS-CPT-TROUVE-IDX.
053400     PERFORM 2250-COMPARER-COMPTE THRU 2250-EXIT
053500         VARYING WS-CPT-IDX FROM 1 BY 1
053600         UNTIL WS-CPT-IDX > WS-CPT-NOMBRE
053700            OR WS-CPT-TROUVE-IDX > ZERO.
053800 2200-EXIT.
053900     EXIT.
054000
054100 2250-COMPARER-COMPTE.
054200     IF WS-CPT-COMPTE (WS-CPT-IDX) = WS-COMPTE-CHERCHE
054300         MOVE WS-CPT-IDX TO WS-CPT-TROUVE-IDX
054400     END-IF.
054500 2250-EXIT.
054600     EXIT.
054700
054800*****************************************************************
054900* 2300-CUMULER-INCONNUE - ECRITURE SANS COMPTE AU MAITRE :       *
055000*    SIGNALEE ET CUMULEE AUX TOTAUX D'ANOMALIE.                  *
055100*****************************************************************
055200 2300-CUMULER-INCONNUE.
055300     DISPLAY "ECRITURE SUR COMPTE INCONNU DU MAITRE : "
055400             AUD-ACCOUNT-NUMBER " " AUD-TRANS-CODE " "
055500             AUD-REFERENCE.
055600     EVALUATE AUD-TRANS-CODE
055700         WHEN "IN"
055800             ADD AUD-AMOUNT TO WS-ANO-BRUTS
055900         WHEN "ID"
056000             ADD AUD-AMOUNT TO WS-ANO-DEBITEURS
056100         WHEN "RF"
056200             ADD AUD-AMOUNT TO WS-ANO-RETENUE
056300     END-EVALUATE.
056400 2300-EXIT.
056500     EXIT.
056600
056700*****************************************************************
056800* 2500-DEDUIRE-EXTOURNES - LES EXTOURNES D'UN MOUVEMENT "IN",    *
056900*    "ID" OU "RF" DATE DE L'ANNEE FISCALE SONT DEDUITES DU       *
057000*    CUMUL DE SON COMPTE : LE CERTIFICAT PORTE LES MONTANTS      *
057100*    DEFINITIVEMENT ACQUIS. REGISTRE ABSENT : AUCUNE EXTOURNE.   *
057200*****************************************************************
057300 2500-DEDUIRE-EXTOURNES.
057400     OPEN INPUT FICHIER-EXTOURNES.
057500     IF WS-EXTOURNES-OK
057600         PERFORM 2550-LIRE-EXTOURNE THRU 2550-EXIT
057700         PERFORM 2600-APPLIQUER-EXTOURNE THRU 2600-EXIT
057800             UNTIL WS-END-OF-EXTOURNES
057900         CLOSE FICHIER-EXTOURNES
058000     END-IF.
058100 2500-EXIT.
058200     EXIT.
058300
058400 2550-LIRE-EXTOURNE.
058500     READ FICHIER-EXTOURNES INTO WS-EXTOURNE-RECORD
058600         AT END
058700             MOVE "Y" TO WS-EXTOURNES-EOF
058800     END-READ.
058900 2550-EXIT.
059000     EXIT.
059100
059200 2600-APPLIQUER-EXTOURNE.
059300     IF EXT-DATE-ORIGINE NOT < WS-DEBUT-ANNEE
059400         AND EXT-DATE-ORIGINE NOT > WS-FIN-ANNEE
059500         AND (EXT-CODE-ORIGINE = "IN" OR "ID" OR "RF")
059600         MOVE EXT-COMPTE TO WS-COMPTE-CHERCHE
059700         PERFORM 2200-CHERCHER-COMPTE THRU 2200-EXIT
059800         IF WS-CPT-TROUVE-IDX > ZERO
059900             ADD 1 TO WS-EXTOURNES-RETENUES
060000             EVALUATE EXT-CODE-ORIGINE
060100                 WHEN "IN"
060200                     SUBTRACT EXT-MONTANT
060300                         FROM WS-CPT-BRUTS (WS-CPT-TROUVE-IDX)
060400                 WHEN "ID"
060500                     SUBTRACT EXT-MONTANT
060600                         FROM WS-CPT-DEBITEURS (WS-CPT-TROUVE-IDX)
060700                 WHEN "RF"
060800                     SUBTRACT EXT-MONTANT
060900                         FROM WS-CPT-RETENUE (WS-CPT-TROUVE-IDX)
061000             END-EVALUATE
061100         END-IF
061200     END-IF.
061300     PERFORM 2550-LIRE-EXTOURNE THRU 2550-EXIT.
061400 2600-EXIT.
061500     EXIT.
061600
061700 3100-LIRE-CUSTREF.
061800     READ FICHIER-CUSTREF INTO WS-CUSTREF-RECORD
061900         AT END
062000             MOVE "Y" TO WS-CUSTREF-EOF
062100     END-READ.
062200 3100-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600* 3000-CERTIFIER-CLIENT - CERTIFICAT D'UN CLIENT DU REFERENTIEL: *
062700*    UNE LIGNE PAR COMPTE MOUVEMENTE DANS L'ANNEE, LE TOTAL DU   *
062800*    CLIENT, PUIS SA LIGNE "DET" DE DECLARATION. UN CLIENT SANS  *
062900*    AUCUN MONTANT N'A NI CERTIFICAT NI LIGNE DECLAREE.          *
063000*****************************************************************
063100 3000-CERTIFIER-CLIENT.
063200     IF CF-CUSTOMER-ID NUMERIC
063300         AND CF-CUSTOMER-ID-N > ZERO
063400         MOVE ZERO TO WS-CLI-COMPTES WS-CLI-BRUTS
063500                      WS-CLI-DEBITEURS WS-CLI-RETENUE
063600         PERFORM 3200-CERTIFIER-COMPTE THRU 3200-EXIT
063700             VARYING WS-CPT-IDX FROM 1 BY 1
063800             UNTIL WS-CPT-IDX > WS-CPT-NOMBRE
063900         IF WS-CLI-COMPTES > ZERO
064000             PERFORM 3300-CLORE-CERTIFICAT THRU 3300-EXIT
064100             PERFORM 3400-ECRIRE-DECLARATION THRU 3400-EXIT
064200         END-IF
064300     END-IF.
064400     PERFORM 3100-LIRE-CUSTREF THRU 3100-EXIT.
064500 3000-EXIT.
064600     EXIT.
064700
064800*****************************************************************
064900* 3200-CERTIFIER-COMPTE - UN COMPTE DU CLIENT AYANT UN MONTANT   *
065000*    NON NUL DANS L'ANNEE. LE PREMIER OUVRE LE CERTIFICAT.       *
065100*****************************************************************
065200 3200-CERTIFIER-COMPTE.
065300     IF WS-CPT-CLIENT (WS-CPT-IDX) = CF-CUSTOMER-ID-N
065400         AND (WS-CPT-BRUTS (WS-CPT-IDX) NOT = ZERO
065500           OR WS-CPT-DEBITEURS (WS-CPT-IDX) NOT = ZERO
065600           OR WS-CPT-RETENUE (WS-CPT-IDX) NOT = ZERO)
065700         IF WS-CLI-COMPTES = ZERO
065800             PERFORM 3250-OUVRIR-CERTIFICAT THRU 3250-EXIT
065900         END-IF
066000         ADD 1 TO WS-CLI-COMPTES
066100         ADD 1 TO WS-COMPTES-CERTIFIES
066200         MOVE "Y" TO WS-CPT-CERTIFIE (WS-CPT-IDX)
066300         ADD WS-CPT-BRUTS (WS-CPT-IDX)     TO WS-CLI-BRUTS
066400         ADD WS-CPT-DEBITEURS (WS-CPT-IDX) TO WS-CLI-DEBITEURS
066500         ADD WS-CPT-RETENUE (WS-CPT-IDX)   TO WS-CLI-RETENUE
066600         MOVE WS-CPT-COMPTE (WS-CPT-IDX)    TO LCP-COMPTE
066700         MOVE WS-CPT-TYPE (WS-CPT-IDX)      TO LCP-TYPE
066800         MOVE WS-CPT-BRUTS (WS-CPT-IDX)     TO LCP-BRUTS
066900         MOVE WS-CPT-DEBITEURS (WS-CPT-IDX) TO LCP-DEBITEURS
067000         MOVE WS-CPT-RETENUE (WS-CPT-IDX)   TO LCP-RETENUE
067100         WRITE LIGNE-ETAT FROM WS-LIGNE-COMPTE
067200     END-IF.
067300 3200-EXIT.
067400     EXIT.
067500
067600 3250-OUVRIR-CERTIFICAT.
067700     MOVE "N" TO WS-CLIENT-EXONERE-SW.
067800     PERFORM 3260-CHERCHER-EXONERE THRU 3260-EXIT
067900         VARYING WS-EXO-INDICE FROM 1 BY 1
068000         UNTIL WS-EXO-INDICE > WS-EXO-NOMBRE
068100            OR WS-CLIENT-EXONERE.
068200     MOVE SPACES TO LIGNE-ETAT.
068300     WRITE LIGNE-ETAT.
068400     MOVE CF-CUSTOMER-ID-N TO CLI-ID.
068500     MOVE CF-CUSTOMER-NAME TO CLI-NOM.
068600     IF WS-CLIENT-EXONERE
068700         MOVE "EXONERE DE RETENUE (DISPENSE)" TO CLI-EXONERE
068800     ELSE
068900         MOVE SPACES TO CLI-EXONERE
069000     END-IF.
069100     WRITE LIGNE-ETAT FROM WS-LIGNE-CLIENT.
069200     WRITE LIGNE-ETAT FROM WS-LIGNE-COLONNES.
069300 3250-EXIT.
069400     EXIT.
069500
069600 3260-CHERCHER-EXONERE.
069700     IF WS-EXO-CLIENT (WS-EXO-INDICE) = CF-CUSTOMER-ID-N
069800         MOVE "Y" TO WS-CLIENT-EXONERE-SW
069900     END-IF.
070000 3260-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400* 3300-CLORE-CERTIFICAT - TOTAL DU CLIENT SUR SES COMPTES.       *
070500*****************************************************************
070600 3300-CLORE-CERTIFICAT.
070700     ADD 1 TO WS-CLIENTS-CERTIFIES.
070800     MOVE SPACES TO WS-LIGNE-COMPTE.
070900     MOVE "  TOTAL CLIENT" TO WS-LIGNE-COMPTE (1:16).
071000     MOVE WS-CLI-BRUTS     TO LCP-BRUTS.
071100     MOVE WS-CLI-DEBITEURS TO LCP-DEBITEURS.
071200     MOVE WS-CLI-RETENUE   TO LCP-RETENUE.
071300     WRITE LIGNE-ETAT FROM WS-LIGNE-COMPTE.
071400     ADD WS-CLI-BRUTS     TO WS-TOT-BRUTS.
071500     ADD WS-CLI-DEBITEURS TO WS-TOT-DEBITEURS.
071600     ADD WS-CLI-RETENUE   TO WS-TOT-RETENUE.
071700 3300-EXIT.
071800     EXIT.
071900
072000*****************************************************************
072100* 3400-ECRIRE-DECLARATION - LIGNE "DET" DU CLIENT.               *
072200*****************************************************************
072300 3400-ECRIRE-DECLARATION.
072400     MOVE SPACES             TO WS-DECL-DETAIL.
072500     MOVE "DET"              TO DC-TYPE.
072600     MOVE WS-ANNEE           TO DC-ANNEE.
072700     MOVE CF-CUSTOMER-ID-N   TO DC-CUSTOMER-ID.
072800     MOVE CF-CUSTOMER-NAME   TO DC-CUSTOMER-NAME.
072900     MOVE WS-CLI-BRUTS       TO DC-INTERETS-BRUTS.
073000     MOVE WS-CLI-DEBITEURS   TO DC-INTERETS-DEBITEURS.
073100     MOVE WS-CLI-RETENUE     TO DC-RETENUE.
073200     IF WS-CLIENT-EXONERE
073300         MOVE "O" TO DC-EXONERE
073400     ELSE
073500         MOVE "N" TO DC-EXONERE
073600     END-IF.
073700     WRITE LIGNE-DECLARATION FROM WS-DECL-DETAIL.
073800 3400-EXIT.
073900     EXIT.
074000
074100*****************************************************************
074200* 4000-EDITER-ANOMALIES - COMPTES MOUVEMENTES DANS L'ANNEE MAIS  *
074300*    REPRIS SUR AUCUN CERTIFICAT (CLIENT NON RATTACHE OU ABSENT  *
074400*    DU REFERENTIEL), ET ECRITURES SUR COMPTES INCONNUS. ILS NE  *
074500*    SONT PAS DECLARES : RETURN-CODE 4, A REGULARISER.           *
074600*****************************************************************
074700 4000-EDITER-ANOMALIES.
074800     MOVE SPACES TO LIGNE-ETAT.
074900     WRITE LIGNE-ETAT.
075000     MOVE "ANOMALIES - MONTANTS NON CERTIFIES NI DECLARES"
075100         TO LIGNE-ETAT.
075200     WRITE LIGNE-ETAT.
075300     PERFORM 4100-EDITER-ANOMALIE THRU 4100-EXIT
075400         VARYING WS-CPT-IDX FROM 1 BY 1
075500         UNTIL WS-CPT-IDX > WS-CPT-NOMBRE.
075600     IF WS-ECRITURES-INCONNUES > ZERO
075700         MOVE SPACES TO LIGNE-ETAT
075800         MOVE WS-ECRITURES-INCONNUES TO WS-TOTAL-EDIT
075900         STRING "  ECRITURES SUR COMPTES INCONNUS DU MAITRE : "
076000                WS-TOTAL-EDIT
076100             DELIMITED BY SIZE INTO LIGNE-ETAT
076200         END-STRING
076300         WRITE LIGNE-ETAT
076400     END-IF.
076500     IF WS-TABLE-SATUREE
076600         MOVE "  TABLE DES COMPTES SATUREE - EXAMEN PARTIEL"
076700             TO LIGNE-ETAT
076800         WRITE LIGNE-ETAT
076900     END-IF.
077000     IF WS-COMPTES-ANOMALIE = ZERO
077100         AND WS-ECRITURES-INCONNUES = ZERO
077200         AND NOT WS-TABLE-SATUREE
077300         MOVE "  AUCUNE" TO LIGNE-ETAT
077400         WRITE LIGNE-ETAT
077500     ELSE
077600         MOVE 4 TO RETURN-CODE
077700     END-IF.
077800 4000-EXIT.
077900     EXIT.
078000
078100 4100-EDITER-ANOMALIE.
078200     IF WS-CPT-CERTIFIE (WS-CPT-IDX) = "N"
078300         AND (WS-CPT-BRUTS (WS-CPT-IDX) NOT = ZERO
078400           OR WS-CPT-DEBITEURS (WS-CPT-IDX) NOT = ZERO
078500           OR WS-CPT-RETENUE (WS-CPT-IDX) NOT = ZERO)
078600         ADD 1 TO WS-COMPTES-ANOMALIE
078700         ADD WS-CPT-BRUTS (WS-CPT-IDX)     TO WS-ANO-BRUTS
078800         ADD WS-CPT-DEBITEURS (WS-CPT-IDX) TO WS-ANO-DEBITEURS
078900         ADD WS-CPT-RETENUE (WS-CPT-IDX)   TO WS-ANO-RETENUE
079000         MOVE WS-CPT-COMPTE (WS-CPT-IDX)    TO LCP-COMPTE
079100         MOVE WS-CPT-TYPE (WS-CPT-IDX)      TO LCP-TYPE
079200         MOVE WS-CPT-BRUTS (WS-CPT-IDX)     TO LCP-BRUTS
079300         MOVE WS-CPT-DEBITEURS (WS-CPT-IDX) TO LCP-DEBITEURS
079400         MOVE WS-CPT-RETENUE (WS-CPT-IDX)   TO LCP-RETENUE
079500         WRITE LIGNE-ETAT FROM WS-LIGNE-COMPTE
079600         DISPLAY "COMPTE SANS CLIENT DE REFERENCE : "
079700                 WS-CPT-COMPTE (WS-CPT-IDX) " CLIENT "
079800                 WS-CPT-CLIENT (WS-CPT-IDX)
079900     END-IF.
080000 4100-EXIT.
080100     EXIT.
080200
080300*****************************************************************
080400* 9999-TERMINATE - TOTAUX GENERAUX, FIN "TRL" DE LA DECLARATION  *
080500*    ET FERMETURES.                                              *
080600*****************************************************************
080700 9999-TERMINATE.
080800     IF WS-FICHIERS-OUVERTS
080900         MOVE SPACES TO LIGNE-ETAT
081000         WRITE LIGNE-ETAT
081100         MOVE SPACES TO LIGNE-ETAT
081200         MOVE WS-CLIENTS-CERTIFIES TO WS-TOTAL-EDIT
081300         STRING "CLIENTS CERTIFIES             : " WS-TOTAL-EDIT
081400             DELIMITED BY SIZE INTO LIGNE-ETAT
081500         END-STRING
081600         WRITE LIGNE-ETAT
081700         MOVE "TOTAL INTERETS BRUTS DECLARES          : "
081800             TO LMT-LIBELLE
081900         MOVE WS-TOT-BRUTS TO LMT-MONTANT
082000         WRITE LIGNE-ETAT FROM WS-LIGNE-MONTANT
082100         MOVE "TOTAL INTERETS DEBITEURS DECLARES      : "
082200             TO LMT-LIBELLE
082300         MOVE WS-TOT-DEBITEURS TO LMT-MONTANT
082400         WRITE LIGNE-ETAT FROM WS-LIGNE-MONTANT
082500         MOVE "TOTAL RETENUES A LA SOURCE DECLAREES   : "
082600             TO LMT-LIBELLE
082700         MOVE WS-TOT-RETENUE TO LMT-MONTANT
082800         WRITE LIGNE-ETAT FROM WS-LIGNE-MONTANT
082900         MOVE "INTERETS BRUTS EN ANOMALIE             : "
083000             TO LMT-LIBELLE
083100         MOVE WS-ANO-BRUTS TO LMT-MONTANT
083200         WRITE LIGNE-ETAT FROM WS-LIGNE-MONTANT
083300         MOVE "INTERETS DEBITEURS EN ANOMALIE         : "
083400             TO LMT-LIBELLE
083500         MOVE WS-ANO-DEBITEURS TO LMT-MONTANT
083600         WRITE LIGNE-ETAT FROM WS-LIGNE-MONTANT
083700         MOVE "RETENUES EN ANOMALIE                   : "
083800             TO LMT-LIBELLE
083900         MOVE WS-ANO-RETENUE TO LMT-MONTANT
084000         WRITE LIGNE-ETAT FROM WS-LIGNE-MONTANT
084100
084200         MOVE SPACES             TO WS-DECL-CONTROLE
084300         MOVE "TRL"              TO DL-TYPE
084400         MOVE WS-ANNEE           TO DL-ANNEE
084500         MOVE WS-DATE-JOUR       TO DL-DATE-EMISSION
084600         MOVE "EPIBANK"          TO DL-ETABLISSEMENT
084700         MOVE WS-CLIENTS-CERTIFIES TO DL-NOMBRE
084800         MOVE WS-TOT-BRUTS       TO DL-TOTAL-BRUTS
084900         MOVE WS-TOT-DEBITEURS   TO DL-TOTAL-DEBITEURS
085000         MOVE WS-TOT-RETENUE     TO DL-TOTAL-RETENUES
085100         WRITE LIGNE-DECLARATION FROM WS-DECL-CONTROLE
085200
085300         CLOSE FICHIER-AUDIT
085400         CLOSE FICHIER-CUSTREF
085500         CLOSE FICHIER-ETAT
085600         CLOSE FICHIER-DECLARATION
085700     END-IF.
085800     DISPLAY "ECRITURES LUES       : " WS-ECRITURES-LUES.
085900     DISPLAY "ECRITURES RETENUES   : " WS-ECRITURES-RETENUES.
086000     DISPLAY "EXTOURNES DEDUITES   : " WS-EXTOURNES-RETENUES.
086100     DISPLAY "CLIENTS CERTIFIES    : " WS-CLIENTS-CERTIFIES.
086200     DISPLAY "COMPTES CERTIFIES    : " WS-COMPTES-CERTIFIES.
086300     DISPLAY "COMPTES EN ANOMALIE  : " WS-COMPTES-ANOMALIE.
086400 9999-EXIT.
086500     EXIT.
086600
086700*****************************************************************
086800* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
086900*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
087000*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
087100*****************************************************************
087200 9700-LIRE-DATE-TRT.
087300     MOVE ZERO TO DT-DATE-TRAITEMENT.
087400     OPEN INPUT FICHIER-DATECTL.
087500     IF WS-DATECTL-OK
087600         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
087700             AT END
087800                 MOVE ZERO TO DT-DATE-TRAITEMENT
087900         END-READ
088000         CLOSE FICHIER-DATECTL
088100     END-IF.
088200     IF DT-DATE-TRAITEMENT NOT NUMERIC
088300         OR DT-DATE-TRAITEMENT = ZERO
088400         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
088500         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
088600                 DT-DATE-TRAITEMENT
088700     END-IF.
088800 9700-EXIT.
088900     EXIT.
