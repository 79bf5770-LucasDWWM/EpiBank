005014*                  COMME LES DEUX JAMBES D'UN "VI". LES LIGNES    *
005015*                  "VE" DU JOUR SONT REPRISES DANS L'EXTRAIT DE   *
005016*                  CLEARING PAR EXTRAIT-CLEARING EN FIN DE CYCLE. *
005017*  2026-10-15  ML  AJOUT DU CODE TRANSACTION "EX" (EXTOURNE) : LA *
005018*                  LIGNE NE PORTE QUE LA REFERENCE DU MOUVEMENT A *
005019*                  ANNULER. L'ORIGINAL EST RETROUVE DANS          *
005020*                  L'HISTORIQUE D'AUDIT CONSOLIDE (AUDIT.WORK :   *
005021*                  ARCHIVES PUIS AUDIT.LOG) ET LE MONTANT         *
005022*                  EXACTEMENT OPPOSE EST POSTE SUR LE OU LES      *
005023*                  COMPTES D'ORIGINE (LES DEUX JAMBES D'UN "VI")  *
005024*                  SOUS LA MEME REFERENCE ; LE LIEN EST INSCRIT   *
005025*                  AU REGISTRE DES EXTOURNES (EXTOURNES.TXT).     *
005026*                  REJET SI LA REFERENCE EST INCONNUE, DEJA       *
005027*                  EXTOURNEE OU PLUS ANCIENNE QUE LE DELAI "JM"   *
005028*                  D'EXTPARAM.TXT.                                *
005038*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
005048*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
005058*                  PLUS A L'HORLOGE SYSTEME.                      *
005062*  2026-10-15  ML  BLOCAGES DE FONDS : LE CONTROLE DE DECOUVERT   *
005066*                  DES DEBITS, "VI" ET "VE" PORTE SUR LE SOLDE    *
005070*                  DISPONIBLE (SOLDE MOINS BLOCAGES ACTIFS DE     *
005074*                  BLOCAGES.TXT PLUS DECOUVERT AUTORISE). UN      *
005078*                  DEBIT QUE SEULS LES BLOCAGES EMPECHENT EST     *
005080*                  REJETE "FONDS BLOQUES".                        *
005082*  2026-10-15  ML  AJOUT DU CODE TRANSACTION "CQ" (CHEQUE) : LE  *
005084*                  NUMERO DE CHEQUE EST PORTE A LA PLACE DU      *
005086*                  COMPTE DESTINATAIRE. UN CHEQUE SOUS           *
005088*                  OPPOSITION ACTIVE (OPPOSITIONS.TXT, TENU PAR  *
005090*                  MAINT-MASTER) EST REJETE "CHEQUE OPPOSE", UN  *
005092*                  NUMERO DEJA PAYE SUR LE COMPTE "CHEQUE DEJA   *
005099*                  PAYE" ; CHAQUE CHEQUE PAYE EST INSCRIT AU     *
005106*                  REGISTRE CHQPAYES.TXT.                        *
005113*  2026-10-15  ML  COMPTES REGLEMENTES (PLAFONDS.TXT, PAR TYPE   *
005120*                  DE COMPTE) : UN CREDIT QUI PORTERAIT LE SOLDE *
005127*                  AU-DELA DU PLAFOND EST REJETE "PLAFOND SOLDE  *
005134*                  DEPASSE" (INTERETS "IN" EXEMPTES) ; UN DEBIT  *
005141*                  OU VIREMENT SORTANT AU-DELA DU NOMBRE MENSUEL *
005148*                  EST REJETE "NB RETRAITS MOIS ATTEINT", SAUF   *
005155*                  SI LA REGLE DU TYPE PREVOIT DES FRAIS         *
005162*                  (FACTURES PAR FRAIS-BANQUE). LE NOMBRE DU MOIS*
005163*                  EST RECOMPTE DANS LE JOURNAL D'AUDIT AU       *
005164*                  LANCEMENT.                                    *
005165*  2026-10-15  ML  LA RETENUE A LA SOURCE "RF" D'INTERETS-BANQUE *
005166*                  EST EXTOURNABLE COMME LES AUTRES MOUVEMENTS A *
005167*                  UNE SEULE JAMBE.                              *
005168*  2026-10-15  ML  COMPTES DE PRET ("PR") : AUCUNE TRANSACTION   *
005169*                  CLIENT NE S'Y POSTE, NI EN DEBIT NI EN CREDIT *
005170*                  NI COMME JAMBE DE VIREMENT (MOTIF "COMPTE DE  *
005171*                  PRET") ; SEUL PRETS-BANQUE LES FAIT VIVRE.    *
005172*  2026-10-15  ML  LE CHEQUE "CQ" EST EXTOURNABLE (UNE JAMBE) ET *
005173*                  RESTE INSCRIT AUX CHEQUES PAYES. UNE EXTOURNE *
005174*                  RETROUVE AUSSI UN ORIGINAL POSTE PLUS HAUT    *
005175*                  DANS LE FICHIER DU JOUR (TABLE DU PASSAGE).   *
005176*****************************************************************
005183 IDENTIFICATION DIVISION.
005200 PROGRAM-ID.     TRAITEMENT-BANQUE.
005300 AUTHOR.         M. LEFEVRE.
005400 INSTALLATION.   EPIBANK.
010070         ORGANIZATION IS LINE SEQUENTIAL
010080         FILE STATUS IS WS-RUNCTL-STATUS.
010100
010104*---------------------------------------------------------------*
010108*    HISTORIQUE D'AUDIT CONSOLIDE (ARCHIVES AUDIT.*.LOG PUIS     *
010112*    AUDIT.LOG), CONSTITUE PAR DAILYCYCLE.SH AVANT LE POSTAGE :  *
010116*    RELU EN ENTIER POUR RETROUVER L'ORIGINAL D'UNE EXTOURNE.    *
010120*---------------------------------------------------------------*
010124     SELECT FICHIER-HISTO-AUDIT ASSIGN TO "../data/audit.work"
010128         ORGANIZATION IS LINE SEQUENTIAL
010132         FILE STATUS IS WS-HISTO-STATUS.
010136
010140*---------------------------------------------------------------*
010144*    PARAMETRE DES EXTOURNES (DELAI MAXIMUM), LU AU LANCEMENT.   *
010148*---------------------------------------------------------------*
010152     SELECT FICHIER-EXTPARAM ASSIGN TO "../data/extparam.txt"
010156         ORGANIZATION IS LINE SEQUENTIAL
010160         FILE STATUS IS WS-EXTPARAM-STATUS.
010164
010168*---------------------------------------------------------------*
010172*    REGISTRE DES EXTOURNES POSTEES (AJOUT SEUL).                *
010176*---------------------------------------------------------------*
010180     SELECT FICHIER-EXTOURNES ASSIGN TO "../data/extournes.txt"
010184         ORGANIZATION IS LINE SEQUENTIAL
010188         FILE STATUS IS WS-EXTOURNES-STATUS.
010190
010191*---------------------------------------------------------------*
010192*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
010193*    CALENDRIER-BANQUE.                                          *
010194*---------------------------------------------------------------*
010195     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
010196         ORGANIZATION IS LINE SEQUENTIAL
010197         FILE STATUS IS WS-DATECTL-STATUS.
010206
010215*---------------------------------------------------------------*
010224*    BLOCAGES DE FONDS (TENUS PAR MAINT-MASTER), LUS AU          *
010233*    LANCEMENT. ABSENT = AUCUN BLOCAGE.                          *
010242*---------------------------------------------------------------*
010251     SELECT FICHIER-BLOCAGES ASSIGN TO "../data/blocages.txt"
010260         ORGANIZATION IS LINE SEQUENTIAL
010261         FILE STATUS IS WS-BLOCAGES-STATUS.
010262
010263*---------------------------------------------------------------*
010264*    OPPOSITIONS SUR CHEQUES (TENUES PAR MAINT-MASTER), LUES AU  *
010265*    LANCEMENT. ABSENT = AUCUNE OPPOSITION.                      *
010266*---------------------------------------------------------------*
010267     SELECT FICHIER-OPPOSITIONS
010268         ASSIGN TO "../data/oppositions.txt"
010269         ORGANIZATION IS LINE SEQUENTIAL
010270         FILE STATUS IS WS-OPPOSITIONS-STATUS.
010271
010272*---------------------------------------------------------------*
010273*    REGISTRE DES CHEQUES PAYES : LU AU LANCEMENT PUIS COMPLETE  *
010274*    EN AJOUT A CHAQUE CHEQUE POSTE.                             *
010275*---------------------------------------------------------------*
010276     SELECT FICHIER-CHEQUES ASSIGN TO "../data/chqpayes.txt"
010277         ORGANIZATION IS LINE SEQUENTIAL
010278         FILE STATUS IS WS-CHEQUES-STATUS.
010279
010280*---------------------------------------------------------------*
010281*    REGLES DES COMPTES REGLEMENTES PAR TYPE DE COMPTE (PLAFOND  *
010282*    DE SOLDE, NOMBRE MENSUEL DE DEBITS), LUES AU LANCEMENT.     *
010283*    ABSENT = AUCUNE REGLE.                                      *
010284*---------------------------------------------------------------*
010285     SELECT FICHIER-PLAFONDS ASSIGN TO "../data/plafonds.txt"
010286         ORGANIZATION IS LINE SEQUENTIAL
010287         FILE STATUS IS WS-PLAFONDS-STATUS.
010288
010289 DATA DIVISION.
010300 FILE SECTION.
010400 FD  FICHIER-ENTREE.
010500 01  LIGNE-ENTREE               PIC X(50).
012010
012020 FD  FICHIER-RUNCTL.
012030 01  LIGNE-RUNCTL                 PIC X(72).
012037
012044 FD  FICHIER-HISTO-AUDIT.
012051 01  LIGNE-HISTO-AUDIT            PIC X(70).
012058
012065 FD  FICHIER-EXTPARAM.
012072 01  LIGNE-EXTPARAM               PIC X(13).
012079
012086 FD  FICHIER-EXTOURNES.
012093 01  LIGNE-EXTOURNE               PIC X(56).
012100
012110 FD  FICHIER-DATECTL.
012120 01  LIGNE-DATECTL              PIC X(18).
012122
012124 FD  FICHIER-BLOCAGES.
012132 01  LIGNE-BLOCAGE                PIC X(82).
012140
012148 FD  FICHIER-OPPOSITIONS.
012156 01  LIGNE-OPPOSITION             PIC X(61).
012164
012172 FD  FICHIER-CHEQUES.
012180 01  LIGNE-CHEQUE                 PIC X(45).
012182
012184 FD  FICHIER-PLAFONDS.
012186 01  LIGNE-PLAFOND                PIC X(25).
012188
012200 WORKING-STORAGE SECTION.
012300*---------------------------------------------------------------*
012400*    VUE VALIDEE DE LA TRANSACTION EN COURS.                     *
012500*---------------------------------------------------------------*
012600     COPY "tranin.cpy".
012700
012710*---------------------------------------------------------------*
012720*    DATE DE TRAITEMENT DU CYCLE.                                *
012730*---------------------------------------------------------------*
012740     COPY "datectl.cpy".
012750
012760 01  WS-DATECTL-STATUS           PIC X(02).
012770     88  WS-DATECTL-OK               VALUE "00".
012780
012800*---------------------------------------------------------------*
012900*    ZONE DE TRAVAIL POUR L'ECRITURE D'UN REJET.                 *
013000*---------------------------------------------------------------*
014130*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
014140*---------------------------------------------------------------*
014150     COPY "runctl.cpy".
014156
014162*---------------------------------------------------------------*
014168*    LIGNE DU REGISTRE DES EXTOURNES ET LIGNE DU PARAMETRE DES   *
014174*    EXTOURNES (MEME MODELE CODE/VALEUR QUE SEUILS.TXT).         *
014180*---------------------------------------------------------------*
014186     COPY "extrec.cpy".
014192     COPY "seuilrec.cpy".
014193
014194*---------------------------------------------------------------*
014195*    VUE D'UNE LIGNE DU FICHIER DES BLOCAGES DE FONDS.           *
014196*---------------------------------------------------------------*
014206     COPY "blocrec.cpy".
014216
014226*---------------------------------------------------------------*
014236*    VUE D'UNE OPPOSITION SUR CHEQUES ET D'UNE LIGNE DU REGISTRE *
014246*    DES CHEQUES PAYES.                                          *
014256*---------------------------------------------------------------*
014266     COPY "opporec.cpy".
014276     COPY "chqrec.cpy".
014277
014278*---------------------------------------------------------------*
014279*    VUE D'UNE REGLE DE COMPTE REGLEMENTE (PLAFONDS.TXT).        *
014280*---------------------------------------------------------------*
014281     COPY "plafrec.cpy".
014286
014300 01  WS-RESTART-STATUS           PIC X(02).
014400     88  WS-RESTART-FILE-OK          VALUE "00".
014500
015098 01  WS-RUNCTL-STATUS            PIC X(02).
015099     88  WS-RUNCTL-OK                VALUE "00".
015100
015110 01  WS-HISTO-STATUS             PIC X(02).
015120     88  WS-HISTO-OK                 VALUE "00".
015130
015140 01  WS-EXTPARAM-STATUS          PIC X(02).
015150     88  WS-EXTPARAM-OK              VALUE "00".
015160
015170 01  WS-EXTOURNES-STATUS         PIC X(02).
015180     88  WS-EXTOURNES-OK             VALUE "00".
015182
015184 01  WS-BLOCAGES-STATUS          PIC X(02).
015185     88  WS-BLOCAGES-OK              VALUE "00".
015186
015187 01  WS-OPPOSITIONS-STATUS       PIC X(02).
015188     88  WS-OPPOSITIONS-OK           VALUE "00".
015189
015190 01  WS-CHEQUES-STATUS           PIC X(02).
015191     88  WS-CHEQUES-OK               VALUE "00".
015192
015193 01  WS-PLAFONDS-STATUS          PIC X(02).
015194     88  WS-PLAFONDS-OK              VALUE "00".
015195
015200 01  WS-SWITCHES.
015300     05  WS-EOF                  PIC X(01)     VALUE "N".
015400         88  WS-END-OF-FILE          VALUE "Y".
016000         88  WS-EN-REPRISE           VALUE "Y".
016001     05  WS-REGLEMENT-CHARGE-SW  PIC X(01)     VALUE "N".
016002         88  WS-REGLEMENT-CHARGE     VALUE "Y".
016003     05  WS-BLOCAGES-EOF         PIC X(01)     VALUE "N".
016004         88  WS-END-OF-BLOCAGES      VALUE "Y".
016005     05  WS-BLOCAGES-SATURE-SW   PIC X(01)     VALUE "N".
016006         88  WS-BLOCAGES-SATURE      VALUE "Y".
016016     05  WS-OPPOSITIONS-EOF      PIC X(01)     VALUE "N".
016026         88  WS-END-OF-OPPOSITIONS   VALUE "Y".
016029     05  WS-OPPOSITIONS-SATURE-SW PIC X(01)    VALUE "N".
016032         88  WS-OPPOSITIONS-SATURE   VALUE "Y".
016036     05  WS-CHEQUES-EOF          PIC X(01)     VALUE "N".
016046         88  WS-END-OF-CHEQUES       VALUE "Y".
016056     05  WS-CHEQUES-SATURE-SW    PIC X(01)     VALUE "N".
016066         88  WS-CHEQUES-SATURE       VALUE "Y".
016072     05  WS-CHEQUE-OPPOSE-SW     PIC X(01)     VALUE "N".
016078         88  WS-CHEQUE-OPPOSE        VALUE "Y".
016084     05  WS-CHEQUE-PAYE-SW       PIC X(01)     VALUE "N".
016090         88  WS-CHEQUE-PAYE          VALUE "Y".
016091     05  WS-PLAFONDS-EOF         PIC X(01)     VALUE "N".
016092         88  WS-END-OF-PLAFONDS      VALUE "Y".
016093     05  WS-PLAFONDS-SATURE-SW   PIC X(01)     VALUE "N".
016094         88  WS-PLAFONDS-SATURE      VALUE "Y".
016095     05  WS-RETRAITS-EOF         PIC X(01)     VALUE "N".
016096         88  WS-END-OF-RETRAITS      VALUE "Y".
016097     05  WS-RETRAITS-SATURE-SW   PIC X(01)     VALUE "N".
016098         88  WS-RETRAITS-SATURE      VALUE "Y".
016100
016200 01  WS-REASON-CODE              PIC X(25)     VALUE SPACES.
016300 01  WS-LIMITE-DISPONIBLE        PIC S9(9)V99  VALUE ZERO.
016302 01  WS-MONTANT-BLOQUE           PIC 9(11)V99  VALUE ZERO.
016305 01  WS-COMPTE-REGLEMENT         PIC 9(08)     VALUE ZERO.
016310
016320*---------------------------------------------------------------*
016391     05  WS-VIR-AVANT-SOURCE     PIC S9(9)V99  VALUE ZERO.
016392     05  WS-VIR-SOLDE-SOURCE     PIC S9(9)V99  VALUE ZERO.
016400
016402*---------------------------------------------------------------*
016404*    EXTOURNE EN COURS : DELAI MAXIMUM PARAMETRE ("JM", 30 JOURS *
016406*    PAR DEFAUT), ORIGINAL RETROUVE DANS L'HISTORIQUE D'AUDIT    *
016408*    (DATE, CODE, UNE OU DEUX JAMBES AVEC L'EFFET A APPLIQUER    *
016410*    SUR CHAQUE COMPTE) ET DERNIERE EXTOURNE DEJA PASSEE SOUS LA *
016412*    MEME REFERENCE.                                             *
016414*---------------------------------------------------------------*
016416 01  WS-EXTOURNE.
016418     05  WS-EXT-DELAI-MAX        PIC 9(05)     VALUE 30.
016420     05  WS-EXT-REF-ABSENTE-SW   PIC X(01)     VALUE "N".
016422         88  WS-EXT-REF-ABSENTE      VALUE "Y".
016424     05  WS-EXT-HISTO-EOF-SW     PIC X(01)     VALUE "N".
016426         88  WS-EXT-HISTO-EOF        VALUE "Y".
016428     05  WS-EXTPARAM-EOF-SW      PIC X(01)     VALUE "N".
016430         88  WS-EXTPARAM-EOF         VALUE "Y".
016432     05  WS-EXT-MELANGE-SW       PIC X(01)     VALUE "N".
016434         88  WS-EXT-MELANGE          VALUE "Y".
016436     05  WS-EXT-DATE-ORIGINE     PIC 9(08)     VALUE ZERO.
016438     05  WS-EXT-DATE-DEJA        PIC 9(08)     VALUE ZERO.
016440     05  WS-EXT-CODE-ORIGINE     PIC X(02)     VALUE SPACES.
016442     05  WS-EXT-MONTANT-ORIGINE  PIC S9(9)V99  VALUE ZERO.
016444     05  WS-EXT-AGE              PIC S9(07)    VALUE ZERO.
016446     05  WS-EXT-JAMBE-NOMBRE     PIC 9(02)     VALUE ZERO.
016448     05  WS-EXT-JAMBE            OCCURS 2 TIMES.
016450         10  WS-EXT-JAMBE-COMPTE PIC 9(08).
016452         10  WS-EXT-JAMBE-EFFET  PIC S9(9)V99.
016454     05  WS-EXT-ECHANGE-COMPTE   PIC 9(08)     VALUE ZERO.
016456     05  WS-EXT-ECHANGE-EFFET    PIC S9(9)V99  VALUE ZERO.
016458
016460*---------------------------------------------------------------*
016462*    REFERENCES EXTOURNEES PAR CE PASSAGE : L'HISTORIQUE D'AUDIT *
016464*    NE CONTIENT PAS ENCORE LES EXTOURNES DU JOUR.               *
016466*---------------------------------------------------------------*
016468 01  WS-TABLE-EXT-JOUR.
016470     05  WS-EXT-JOUR-NOMBRE      PIC 9(04)     VALUE ZERO.
016472     05  WS-EXT-JOUR-REF         PIC X(10)     OCCURS 500 TIMES.
016474
016476 01  WS-EXT-JOUR-IDX             PIC 9(04)     VALUE ZERO.
016478 01  WS-EXT-JOUR-TROUVE-SW       PIC X(01)     VALUE "N".
016480     88  WS-EXT-JOUR-TROUVE          VALUE "Y".
016482
016484*---------------------------------------------------------------*
016486*    ECRITURES D'AUDIT DE CE PASSAGE, TELLES QU'ECRITES PAR 1700 *
016488*    : L'HISTORIQUE CONSOLIDE EST CONSTITUE AVANT LE PASSAGE ET  *
016490*    NE LES CONTIENT PAS, UN ORIGINAL POSTE PLUS HAUT DANS LE    *
016492*    FICHIER DU JOUR EST RETROUVE ICI.                           *
016494*---------------------------------------------------------------*
016496 01  WS-TABLE-AUD-JOUR.
016498     05  WS-AUD-JOUR-NOMBRE      PIC 9(04)     VALUE ZERO.
016500     05  WS-AUD-JOUR-LIGNE       PIC X(70)     OCCURS 5000 TIMES.
016503
016505 01  WS-AUD-JOUR-IDX             PIC 9(04)     VALUE ZERO.
016507 01  WS-AUD-JOUR-SATURE-SW       PIC X(01)     VALUE "N".
016509     88  WS-AUD-JOUR-SATURE          VALUE "Y".
016511
016513*---------------------------------------------------------------*
016515*    MONTANT BLOQUE PAR COMPTE : CUMUL DES BLOCAGES ACTIFS DONT  *
016517*    LA PERIODE COUVRE LA DATE DE TRAITEMENT.                    *
016519*---------------------------------------------------------------*
016521 01  WS-TABLE-BLOCAGES.
016523     05  WS-BLQ-NOMBRE           PIC 9(05)     VALUE ZERO.
016525     05  WS-BLQ-ENTREE           OCCURS 2000 TIMES.
016527         10  WS-BLQ-COMPTE       PIC 9(08).
016529         10  WS-BLQ-MONTANT      PIC 9(11)V99.
016532
016534 01  WS-BLQ-IDX                  PIC 9(05)     VALUE ZERO.
016536 01  WS-BLQ-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
016538 01  WS-BLQ-CHERCHE-COMPTE       PIC 9(08)     VALUE ZERO.
016540
016542*---------------------------------------------------------------*
016544*    OPPOSITIONS ACTIVES (PLAGE DE NUMEROS PAR COMPTE, DEBUT =   *
016546*    FIN POUR UN CHEQUE SEUL) ET CHEQUES DEJA PAYES (REGISTRE    *
016548*    PLUS CHEQUES POSTES PAR CE PASSAGE).                        *
016550*---------------------------------------------------------------*
016552 01  WS-TABLE-OPPOSITIONS.
016554     05  WS-OPP-NOMBRE           PIC 9(05)     VALUE ZERO.
016556     05  WS-OPP-ENTREE           OCCURS 2000 TIMES.
016558         10  WS-OPP-COMPTE       PIC 9(08).
016561         10  WS-OPP-DEBUT        PIC 9(08).
016563         10  WS-OPP-FIN          PIC 9(08).
016565
016567 01  WS-OPP-IDX                  PIC 9(05)     VALUE ZERO.
016569
016571 01  WS-TABLE-CHEQUES.
016573     05  WS-CHQ-NOMBRE           PIC 9(05)     VALUE ZERO.
016575     05  WS-CHQ-ENTREE           OCCURS 20000 TIMES.
016577         10  WS-CHQ-COMPTE       PIC 9(08).
016579         10  WS-CHQ-NUMERO       PIC 9(08).
016581
016583 01  WS-CHQ-IDX                  PIC 9(05)     VALUE ZERO.
016585
016590*---------------------------------------------------------------*
016593*    REGLES DES COMPTES REGLEMENTES PAR TYPE DE COMPTE (ZERO =   *
016596*    PAS DE PLAFOND / PAS DE LIMITE DE NOMBRE) ET NOMBRE DE      *
016599*    DEBITS ET VIREMENTS SORTANTS DU MOIS PAR COMPTE : RECOMPTE  *
016602*    DANS LE JOURNAL D'AUDIT AU LANCEMENT, PUIS TENU A JOUR PAR  *
016605*    LES POSTAGES DE CE PASSAGE.                                 *
016608*---------------------------------------------------------------*
016611 01  WS-TABLE-PLAFONDS.
016614     05  WS-PLF-NOMBRE           PIC 9(02)     VALUE ZERO.
016617     05  WS-PLF-ENTREE           OCCURS 10 TIMES.
016620         10  WS-PLF-TYPE         PIC X(02).
016623         10  WS-PLF-SOLDE-MAX    PIC 9(9)V99.
016626         10  WS-PLF-DEBITS-MAX   PIC 9(05).
016629         10  WS-PLF-DEPASSEMENT  PIC X(01).
016632             88  WS-PLF-REJET        VALUE "R".
016635
016638 01  WS-PLF-IDX                  PIC 9(02)     VALUE ZERO.
016641 01  WS-PLF-TROUVE-IDX           PIC 9(02)     VALUE ZERO.
016644
016647 01  WS-TABLE-RETRAITS.
016650     05  WS-RET-NOMBRE           PIC 9(05)     VALUE ZERO.
016653     05  WS-RET-ENTREE           OCCURS 5000 TIMES.
016656         10  WS-RET-COMPTE       PIC 9(08).
016659         10  WS-RET-DEBITS       PIC 9(05).
016662
016665 01  WS-RET-IDX                  PIC 9(05)     VALUE ZERO.
016668 01  WS-RET-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
016671 01  WS-RET-CHERCHE-COMPTE       PIC 9(08)     VALUE ZERO.
016674 01  WS-RET-DU-COMPTE            PIC 9(05)     VALUE ZERO.
016677
016680 01  WS-COMPTEURS.
016683     05  WS-LIGNES-LUES          PIC 9(07)     VALUE ZERO.
016700     05  WS-LIGNES-ECRITES       PIC 9(07)     VALUE ZERO.
016800     05  WS-LIGNES-REJETEES      PIC 9(07)     VALUE ZERO.
016900     05  WS-LIGNES-SAUTEES       PIC 9(07)     VALUE ZERO.
016910     05  WS-LIGNES-DIFFEREES     PIC 9(07)     VALUE ZERO.
016915     05  WS-LIGNES-EXTOURNEES    PIC 9(07)     VALUE ZERO.
016920
016930 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
016940 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
019000*****************************************************************
019100 1000-INITIALIZE.
019105     ACCEPT WS-HEURE-DEBUT FROM TIME.
019110     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
019120     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
019200     PERFORM 1100-LIRE-POINT-REPRISE THRU 1100-EXIT.
019300
019400     OPEN INPUT FICHIER-ENTREE.
022440*    FOIS LE FICHIER D'ENTREE CONTROLE.                          *
022450*****************************************************************
022460 1050-OUVRIR-FICHIERS.
022464*    LES REGLES DES COMPTES REGLEMENTES SONT CHARGEES, PUIS LES
022468*    DEBITS DU MOIS SONT RECOMPTES PAR COMPTE DANS LE JOURNAL
022472*    D'AUDIT, AVANT QUE CELUI-CI NE SOIT REOUVERT EN AJOUT. UNE
022476*    REGLE ILLISIBLE OU UNE TABLE SATUREE ARRETE LE LOT : POSTER
022480*    SANS ELLES LAISSERAIT PASSER DES MOUVEMENTS INTERDITS.
022484     PERFORM 1450-CHARGER-PLAFONDS THRU 1450-EXIT.
022488     PERFORM 1460-COMPTER-RETRAITS THRU 1460-EXIT.
022492
022500*    FICHIER-SORTIE ET FICHIER-AUDIT SONT REOUVERTS EN AJOUT DANS
022600*    LES DEUX CAS : UNE EXECUTION NORMALE NE DOIT PAS EFFACER LES
022700*    LIGNES POSTEES/AUDITEES PAR LES JOURS PRECEDENTS (JOURNAL
024030*    S'IL EST PARAMETRE ; SON ABSENCE NE BLOQUE QUE LES LIGNES
024040*    "VE", REJETEES UNE A UNE.
024050     PERFORM 1180-CHARGER-REGLEMENT THRU 1180-EXIT.
024057
024064*    LE DELAI MAXIMUM DES EXTOURNES EST CHARGE (30 JOURS SI
024071*    EXTPARAM.TXT EST ABSENT) ET LE REGISTRE DES EXTOURNES EST
024078*    OUVERT EN AJOUT, CREE A LA PREMIERE EXECUTION.
024085     PERFORM 1190-CHARGER-EXTPARAM THRU 1190-EXIT.
024092     PERFORM 1195-OUVRIR-EXTOURNES THRU 1195-EXIT.
024093
024094*    LES BLOCAGES DE FONDS EN VIGUEUR SONT CUMULES PAR COMPTE.
024095*    UNE TABLE SATUREE ARRETE LE LOT : POSTER EN IGNORANT UN
024096*    BLOCAGE (SAISIE, GARANTIE...) LAISSERAIT SORTIR DES FONDS
024097*    QUI DOIVENT RESTER SUR LE COMPTE.
024106     PERFORM 1185-CHARGER-BLOCAGES THRU 1185-EXIT.
024115
024124*    LES OPPOSITIONS ACTIVES ET LE REGISTRE DES CHEQUES PAYES
024133*    SONT CHARGES DE MEME, PUIS LE REGISTRE EST OUVERT EN AJOUT :
024142*    UNE TABLE SATUREE ARRETE LE LOT, FAUTE DE QUOI UN CHEQUE
024151*    OPPOSE OU DEJA PAYE POURRAIT PASSER.
024160     PERFORM 1400-CHARGER-OPPOSITIONS THRU 1400-EXIT.
024169     PERFORM 1420-CHARGER-CHEQUES THRU 1420-EXIT.
024178     PERFORM 1440-OUVRIR-CHEQUES THRU 1440-EXIT.
024187
024200     IF WS-EN-REPRISE
024300         DISPLAY "REPRISE A PARTIR DE LA LIGNE "
024400                 WS-REPRISE-COMPTE
025300         MOVE "Y" TO WS-EOF
025400         MOVE 12 TO RETURN-CODE
025500     END-IF.
025510
025520     IF WS-BLOCAGES-SATURE
025530         DISPLAY "BLOCAGES DE FONDS INEXPLOITABLES - LOT ARRETE"
025540         MOVE "Y" TO WS-EOF
025550         MOVE 16 TO RETURN-CODE
025560     END-IF.
025565
025570     IF WS-OPPOSITIONS-SATURE OR WS-CHEQUES-SATURE
025575         DISPLAY "OPPOSITIONS OU REGISTRE DES CHEQUES"
025576                 " INEXPLOITABLES - LOT ARRETE"
025577         MOVE "Y" TO WS-EOF
025578         MOVE 16 TO RETURN-CODE
025579     END-IF.
025580
025581     IF WS-PLAFONDS-SATURE OR WS-RETRAITS-SATURE
025582         DISPLAY "REGLES DES COMPTES REGLEMENTES"
025583                 " INEXPLOITABLES - LOT ARRETE"
025584         MOVE "Y" TO WS-EOF
025590         MOVE 16 TO RETURN-CODE
025595     END-IF.
025600
025700     PERFORM 2100-LIRE-ENTREE THRU 2100-EXIT.
025800 1050-EXIT.
045488 1180-EXIT.
045490     EXIT.
045492
045493*****************************************************************
045494* 1185-CHARGER-BLOCAGES - CUMUL PAR COMPTE DES BLOCAGES DE FONDS *
045495*    ACTIFS DONT LA PERIODE (DEBUT, ECHEANCE - ZERO = SANS       *
045496*    ECHEANCE) COUVRE LA DATE DE TRAITEMENT. LES BLOCAGES LEVES  *
045497*    OU ECHUS NE COMPTENT PLUS. UN FICHIER ABSENT VAUT AUCUN     *
045498*    BLOCAGE ; UNE LIGNE ILLISIBLE EST SIGNALEE ET IGNOREE.      *
045499*****************************************************************
045500 1185-CHARGER-BLOCAGES.
045501     OPEN INPUT FICHIER-BLOCAGES.
045502     IF WS-BLOCAGES-OK
045503         PERFORM 1186-RANGER-BLOCAGE THRU 1186-EXIT
045504             UNTIL WS-END-OF-BLOCAGES OR WS-BLOCAGES-SATURE
045505         CLOSE FICHIER-BLOCAGES
045506     END-IF.
045507 1185-EXIT.
045508     EXIT.
045509
045510 1186-RANGER-BLOCAGE.
045511     READ FICHIER-BLOCAGES INTO WS-BLOCAGE-RECORD
045512         AT END
045513             MOVE "Y" TO WS-BLOCAGES-EOF
045514         NOT AT END
045515             IF BL-ACCOUNT-NUMBER NOT NUMERIC
045516                 OR BL-MONTANT-X NOT NUMERIC
045517                 DISPLAY "LIGNE BLOCAGE ILLISIBLE : "
045518                         WS-BLOCAGE-RECORD
045519             ELSE
045520                 IF BL-STATUT-ACTIF
045521                     AND BL-DATE-DEBUT NOT > WS-DATE-JOUR
045522                     AND (BL-DATE-FIN = ZERO
045523                       OR BL-DATE-FIN NOT < WS-DATE-JOUR)
045524                     PERFORM 1187-CUMULER-BLOCAGE THRU 1187-EXIT
045525                 END-IF
045526             END-IF
045527     END-READ.
045528 1186-EXIT.
045529     EXIT.
045530
045531 1187-CUMULER-BLOCAGE.
045532     MOVE BL-ACCOUNT-NUMBER-N TO WS-BLQ-CHERCHE-COMPTE.
045533     PERFORM 1615-CHERCHER-BLOCAGE THRU 1615-EXIT.
045534     IF WS-BLQ-TROUVE-IDX = ZERO
045535         IF WS-BLQ-NOMBRE < 2000
045536             ADD 1 TO WS-BLQ-NOMBRE
045537             MOVE WS-BLQ-NOMBRE TO WS-BLQ-TROUVE-IDX
045538             MOVE BL-ACCOUNT-NUMBER-N
045539                 TO WS-BLQ-COMPTE (WS-BLQ-TROUVE-IDX)
045540             MOVE ZERO TO WS-BLQ-MONTANT (WS-BLQ-TROUVE-IDX)
045541         ELSE
045542             DISPLAY "TABLE DES BLOCAGES SATUREE"
045543             MOVE "Y" TO WS-BLOCAGES-SATURE-SW
045544         END-IF
045545     END-IF.
045546     IF WS-BLQ-TROUVE-IDX > ZERO
045547         ADD BL-MONTANT TO WS-BLQ-MONTANT (WS-BLQ-TROUVE-IDX)
045548     END-IF.
045549 1187-EXIT.
045550     EXIT.
045551
045552*****************************************************************
045600* 1200-SAUTER-LIGNE - IGNORE UNE LIGNE DEJA TRAITEE LORS D'UNE   *
045700*    EXECUTION PRECEDENTE                                        *
045800*****************************************************************
046700 1200-EXIT.
046800     EXIT.
046900
046902*****************************************************************
046904* 1190-CHARGER-EXTPARAM - LECTURE DU DELAI MAXIMUM ("JM") AU-    *
046906*    DELA DUQUEL UN MOUVEMENT NE PEUT PLUS ETRE EXTOURNE. UN     *
046908*    FICHIER ABSENT OU UNE VALEUR ILLISIBLE LAISSE LE DEFAUT.    *
046910*****************************************************************
046912 1190-CHARGER-EXTPARAM.
046914     OPEN INPUT FICHIER-EXTPARAM.
046916     IF WS-EXTPARAM-OK
046918         PERFORM 1192-LIRE-EXTPARAM THRU 1192-EXIT
046920             UNTIL WS-EXTPARAM-EOF
046922         CLOSE FICHIER-EXTPARAM
046924     ELSE
046926         DISPLAY "EXTPARAM.TXT ABSENT - DELAI EXTOURNE : "
046928                 WS-EXT-DELAI-MAX " JOURS"
046930     END-IF.
046932 1190-EXIT.
046934     EXIT.
046936
046938 1192-LIRE-EXTPARAM.
046940     READ FICHIER-EXTPARAM INTO WS-SEUIL-PARAM-RECORD
046942         AT END
046944             MOVE "Y" TO WS-EXTPARAM-EOF-SW
046946         NOT AT END
046948             IF SE-CODE = "JM" AND SE-VALEUR-X NUMERIC
046950                 MOVE SE-VALEUR TO WS-EXT-DELAI-MAX
046952             END-IF
046954     END-READ.
046956 1192-EXIT.
046958     EXIT.
046960
046962*****************************************************************
046964* 1195-OUVRIR-EXTOURNES - OUVERTURE DU REGISTRE DES EXTOURNES EN *
046966*    AJOUT, CREATION A LA PREMIERE EXECUTION.                    *
046968*****************************************************************
046970 1195-OUVRIR-EXTOURNES.
046972     OPEN EXTEND FICHIER-EXTOURNES.
046974     IF NOT WS-EXTOURNES-OK
046976         OPEN OUTPUT FICHIER-EXTOURNES
046978     END-IF.
046979 1195-EXIT.
046980     EXIT.
046981
046982*****************************************************************
046983* 1400-CHARGER-OPPOSITIONS - CHARGEMENT DES OPPOSITIONS ACTIVES  *
046984*    SUR CHEQUES. LES OPPOSITIONS LEVEES NE COMPTENT PLUS. UN    *
046985*    FICHIER ABSENT VAUT AUCUNE OPPOSITION ; UNE LIGNE           *
046986*    ILLISIBLE OU UNE TABLE SATUREE ARRETE LE LOT.               *
046987*****************************************************************
046988 1400-CHARGER-OPPOSITIONS.
046989     OPEN INPUT FICHIER-OPPOSITIONS.
046990     IF WS-OPPOSITIONS-OK
046991         PERFORM 1410-RANGER-OPPOSITION THRU 1410-EXIT
046992             UNTIL WS-END-OF-OPPOSITIONS OR WS-OPPOSITIONS-SATURE
046993         CLOSE FICHIER-OPPOSITIONS
046994     END-IF.
046995 1400-EXIT.
046996     EXIT.
046997
046998 1410-RANGER-OPPOSITION.
046999     READ FICHIER-OPPOSITIONS INTO WS-OPPOSITION-RECORD
047000         AT END
047001             MOVE "Y" TO WS-OPPOSITIONS-EOF
047002         NOT AT END
047003             EVALUATE TRUE
047004                 WHEN OC-ACCOUNT-NUMBER NOT NUMERIC
047005                   OR OC-CHEQUE-DEBUT NOT NUMERIC
047006                   OR OC-CHEQUE-FIN NOT NUMERIC
047007                     DISPLAY "LIGNE OPPOSITION ILLISIBLE : "
047008                             WS-OPPOSITION-RECORD
047009                     MOVE "Y" TO WS-OPPOSITIONS-SATURE-SW
047010                 WHEN NOT OC-STATUT-ACTIF
047011                     CONTINUE
047012                 WHEN WS-OPP-NOMBRE NOT < 2000
047013                     DISPLAY "TABLE DES OPPOSITIONS SATUREE"
047014                     MOVE "Y" TO WS-OPPOSITIONS-SATURE-SW
047015                 WHEN OTHER
047016                     ADD 1 TO WS-OPP-NOMBRE
047017                     MOVE OC-ACCOUNT-NUMBER-N
047018                         TO WS-OPP-COMPTE (WS-OPP-NOMBRE)
047019                     MOVE OC-CHEQUE-DEBUT
047020                         TO WS-OPP-DEBUT (WS-OPP-NOMBRE)
047021                     MOVE OC-CHEQUE-FIN
047022                         TO WS-OPP-FIN (WS-OPP-NOMBRE)
047023                     IF OC-CHEQUE-FIN < OC-CHEQUE-DEBUT
047024                         MOVE OC-CHEQUE-DEBUT
047025                             TO WS-OPP-FIN (WS-OPP-NOMBRE)
047026                     END-IF
047027             END-EVALUATE
047028     END-READ.
047029 1410-EXIT.
047030     EXIT.
047031
047032*****************************************************************
047033* 1420-CHARGER-CHEQUES - CHARGEMENT DU REGISTRE DES CHEQUES      *
047034*    PAYES (COMPTE, NUMERO). UN FICHIER ABSENT VAUT REGISTRE     *
047035*    VIDE ; UNE LIGNE ILLISIBLE OU UNE TABLE SATUREE ARRETE LE   *
047036*    LOT.                                                        *
047037*****************************************************************
047038 1420-CHARGER-CHEQUES.
047039     OPEN INPUT FICHIER-CHEQUES.
047040     IF WS-CHEQUES-OK
047041         PERFORM 1430-RANGER-CHEQUE THRU 1430-EXIT
047042             UNTIL WS-END-OF-CHEQUES OR WS-CHEQUES-SATURE
047043         CLOSE FICHIER-CHEQUES
047044     END-IF.
047045 1420-EXIT.
047046     EXIT.
047047
047048 1430-RANGER-CHEQUE.
047049     READ FICHIER-CHEQUES INTO WS-CHEQUE-PAYE-RECORD
047050         AT END
047051             MOVE "Y" TO WS-CHEQUES-EOF
047052         NOT AT END
047053             EVALUATE TRUE
047054                 WHEN CP-ACCOUNT-NUMBER NOT NUMERIC
047055                   OR CP-CHEQUE-NUMBER NOT NUMERIC
047056                     DISPLAY "LIGNE REGISTRE CHEQUES ILLISIBLE : "
047057                             WS-CHEQUE-PAYE-RECORD
047058                     MOVE "Y" TO WS-CHEQUES-SATURE-SW
047059                 WHEN WS-CHQ-NOMBRE NOT < 20000
047060                     DISPLAY "TABLE DES CHEQUES PAYES SATUREE"
047061                     MOVE "Y" TO WS-CHEQUES-SATURE-SW
047062                 WHEN OTHER
047063                     ADD 1 TO WS-CHQ-NOMBRE
047064                     MOVE CP-ACCOUNT-NUMBER
047065                         TO WS-CHQ-COMPTE (WS-CHQ-NOMBRE)
047066                     MOVE CP-CHEQUE-NUMBER
047067                         TO WS-CHQ-NUMERO (WS-CHQ-NOMBRE)
047068             END-EVALUATE
047069     END-READ.
047070 1430-EXIT.
047071     EXIT.
047072
047073*****************************************************************
047074* 1440-OUVRIR-CHEQUES - OUVERTURE DU REGISTRE DES CHEQUES PAYES  *
047075*    EN AJOUT, CREATION A LA PREMIERE EXECUTION.                 *
047076*****************************************************************
047077 1440-OUVRIR-CHEQUES.
047078     OPEN EXTEND FICHIER-CHEQUES.
047079     IF NOT WS-CHEQUES-OK
047080         OPEN OUTPUT FICHIER-CHEQUES
047081     END-IF.
047082 1440-EXIT.
047083     EXIT.
047084
047085*****************************************************************
047086* 1450-CHARGER-PLAFONDS - CHARGEMENT DES REGLES DES COMPTES      *
047087*    REGLEMENTES PAR TYPE DE COMPTE. UN FICHIER ABSENT VAUT      *
047088*    AUCUNE REGLE ; UNE LIGNE ILLISIBLE OU UNE TABLE SATUREE     *
047089*    ARRETE LE LOT.                                              *
047090*****************************************************************
047091 1450-CHARGER-PLAFONDS.
047092     OPEN INPUT FICHIER-PLAFONDS.
047093     IF WS-PLAFONDS-OK
047094         PERFORM 1455-RANGER-PLAFOND THRU 1455-EXIT
047095             UNTIL WS-END-OF-PLAFONDS OR WS-PLAFONDS-SATURE
047096         CLOSE FICHIER-PLAFONDS
047097     END-IF.
047098 1450-EXIT.
047099     EXIT.
047100
047101 1455-RANGER-PLAFOND.
047102     READ FICHIER-PLAFONDS INTO WS-PLAFOND-PARAM-RECORD
047103         AT END
047104             MOVE "Y" TO WS-PLAFONDS-EOF
047105         NOT AT END
047106             EVALUATE TRUE
047107                 WHEN PL-SOLDE-MAX-X NOT NUMERIC
047108                   OR PL-DEBITS-MAX-X NOT NUMERIC
047109                   OR NOT (PL-DEPASSEMENT-REJET
047110                           OR PL-DEPASSEMENT-FRAIS)
047111                     DISPLAY "LIGNE PLAFOND ILLISIBLE : "
047112                             WS-PLAFOND-PARAM-RECORD
047113                     MOVE "Y" TO WS-PLAFONDS-SATURE-SW
047114                 WHEN WS-PLF-NOMBRE NOT < 10
047115                     DISPLAY "TABLE DES PLAFONDS SATUREE"
047116                     MOVE "Y" TO WS-PLAFONDS-SATURE-SW
047117                 WHEN OTHER
047118                     ADD 1 TO WS-PLF-NOMBRE
047119                     MOVE PL-ACCOUNT-TYPE
047120                         TO WS-PLF-TYPE (WS-PLF-NOMBRE)
047121                     MOVE PL-SOLDE-MAX
047122                         TO WS-PLF-SOLDE-MAX (WS-PLF-NOMBRE)
047123                     MOVE PL-DEBITS-MAX
047124                         TO WS-PLF-DEBITS-MAX (WS-PLF-NOMBRE)
047125                     MOVE PL-DEPASSEMENT
047126                         TO WS-PLF-DEPASSEMENT (WS-PLF-NOMBRE)
047127             END-EVALUATE
047128     END-READ.
047129 1455-EXIT.
047130     EXIT.
047131
047132*****************************************************************
047133* 1460-COMPTER-RETRAITS - NOMBRE DE DEBITS ET VIREMENTS SORTANTS *
047134*    DU MOIS PAR COMPTE, RECOMPTE DANS LE JOURNAL D'AUDIT (COUPE *
047135*    CHAQUE FIN DE MOIS) : UNE ECRITURE "DB", "CQ", "VI" OU "VE" *
047136*    DU MOIS DE LA DATE DE TRAITEMENT QUI FAIT BAISSER LE SOLDE  *
047137*    COMPTE POUR UN. LES JAMBES CREDITRICES D'UN VIREMENT, LES   *
047138*    FRAIS ET LES EXTOURNES NE COMPTENT PAS. EN REPRISE, LES     *
047139*    LIGNES DEJA POSTEES PAR L'EXECUTION INTERROMPUE SONT DANS   *
047140*    LE JOURNAL ET COMPTENT DONC DEJA. SANS AUCUNE REGLE, LE     *
047141*    JOURNAL N'EST PAS LU.                                       *
047142*****************************************************************
047143 1460-COMPTER-RETRAITS.
047144     IF WS-PLF-NOMBRE > ZERO
047145         OPEN INPUT FICHIER-AUDIT
047146         IF WS-AUDIT-OK
047147             PERFORM 1465-RETENIR-RETRAIT THRU 1465-EXIT
047148                 UNTIL WS-END-OF-RETRAITS OR WS-RETRAITS-SATURE
047149             CLOSE FICHIER-AUDIT
047150         END-IF
047151     END-IF.
047152 1460-EXIT.
047153     EXIT.
047154
047155 1465-RETENIR-RETRAIT.
047156     READ FICHIER-AUDIT INTO WS-AUDIT-RECORD
047157         AT END
047158             MOVE "Y" TO WS-RETRAITS-EOF
047159         NOT AT END
047160             IF AUD-DATE (1:6) = WS-DATE-JOUR (1:6)
047161                 AND (AUD-TRANS-CODE = "DB" OR "CQ"
047162                      OR AUD-TRANS-CODE = "VI" OR "VE")
047163                 AND AUD-BALANCE-AFTER < AUD-BALANCE-BEFORE
047164                 MOVE AUD-ACCOUNT-NUMBER TO WS-RET-CHERCHE-COMPTE
047165                 PERFORM 1470-AJOUTER-RETRAIT THRU 1470-EXIT
047166             END-IF
047167     END-READ.
047168 1465-EXIT.
047169     EXIT.
047170
047171*****************************************************************
047172* 1470-AJOUTER-RETRAIT - UN DEBIT DE PLUS POUR LE COMPTE CHERCHE *
047173*    (ENTREE CREEE A SON PREMIER DEBIT DU MOIS).                 *
047174*****************************************************************
047175 1470-AJOUTER-RETRAIT.
047176     PERFORM 1475-CHERCHER-RETRAITS THRU 1475-EXIT.
047177     IF WS-RET-TROUVE-IDX > ZERO
047178         ADD 1 TO WS-RET-DEBITS (WS-RET-TROUVE-IDX)
047179     ELSE
047180         IF WS-RET-NOMBRE < 5000
047181             ADD 1 TO WS-RET-NOMBRE
047182             MOVE WS-RET-CHERCHE-COMPTE
047183                 TO WS-RET-COMPTE (WS-RET-NOMBRE)
047184             MOVE 1 TO WS-RET-DEBITS (WS-RET-NOMBRE)
047185         ELSE
047186             DISPLAY "TABLE DES DEBITS DU MOIS SATUREE"
047187             MOVE "Y" TO WS-RETRAITS-SATURE-SW
047188         END-IF
047189     END-IF.
047190 1470-EXIT.
047191     EXIT.
047192
047193*****************************************************************
047194* 1475-CHERCHER-RETRAITS - ENTREE DE LA TABLE DES DEBITS DU MOIS *
047195*    DU COMPTE CHERCHE (ZERO = AUCUN DEBIT CE MOIS).             *
047196*****************************************************************
047197 1475-CHERCHER-RETRAITS.
047198     MOVE ZERO TO WS-RET-TROUVE-IDX.
047199     PERFORM 1476-COMPARER-RETRAITS THRU 1476-EXIT
047200         VARYING WS-RET-IDX FROM 1 BY 1
047201         UNTIL WS-RET-IDX > WS-RET-NOMBRE
047202            OR WS-RET-TROUVE-IDX > ZERO.
047203 1475-EXIT.
047204     EXIT.
047205
047206 1476-COMPARER-RETRAITS.
047207     IF WS-RET-COMPTE (WS-RET-IDX) = WS-RET-CHERCHE-COMPTE
047208         MOVE WS-RET-IDX TO WS-RET-TROUVE-IDX
047209     END-IF.
047210 1476-EXIT.
047211     EXIT.
047212
047213*****************************************************************
047214* 2000-TRAITER-LIGNE - VALIDATION, POSTAGE/REJET, LECTURE SUIVANTE
047215*****************************************************************
047300 2000-TRAITER-LIGNE.
047400     PERFORM 1500-VALIDER-TRANSACTION THRU 1500-EXIT.
047500
048900         ELSE
049000             MOVE LIGNE-ENTREE   TO REJ-ORIGINAL-LINE
049100             MOVE WS-REASON-CODE TO REJ-REASON-CODE
049200             MOVE WS-DATE-JOUR   TO REJ-REJECT-DATE
049300*            UNE LIGNE REINJECTEE PORTE DEJA SON COMPTEUR DE
049400*            CYCLES ; UNE LIGNE FRAICHE (A BLANC) DEMARRE A ZERO.
049500             IF TR-RESUB-COUNT NUMERIC
051300*    GELE) EST TRAITE COMME UN REJET. UN VIREMENT ("VI") EST     *
051400*    POSTE EN DEUX JAMBES INDISSOCIABLES PAR 1620 ; UN VIREMENT  *
051410*    EXTERNE ("VE") PAR 1640, LA CONTREPARTIE ALLANT AU COMPTE   *
051420*    DE REGLEMENT DESIGNE ; UNE EXTOURNE ("EX") PAR 1660.        *
051500*****************************************************************
051600 1600-POSTER-TRANSACTION.
051700     IF TR-CODE-TRANSFER
051800         PERFORM 1620-POSTER-VIREMENT THRU 1620-EXIT
051810     ELSE IF TR-CODE-TRANSFER-EXT
051820         PERFORM 1640-POSTER-VIR-EXTERNE THRU 1640-EXIT
051830     ELSE IF TR-CODE-REVERSAL
051840         PERFORM 1660-POSTER-EXTOURNE THRU 1660-EXIT
051900     ELSE
052000         MOVE TR-ACCOUNT-NUMBER-N TO CM-ACCOUNT-NUMBER
052100         READ CUSTOMER-MASTER-FILE
052400                 MOVE "COMPTE INEXISTANT" TO WS-REASON-CODE
052500             NOT INVALID KEY
052600                 EVALUATE TRUE
052602                     WHEN CM-TYPE-LOAN
052604                         MOVE "N" TO WS-LIGNE-VALIDE-SW
052606                         MOVE "COMPTE DE PRET" TO WS-REASON-CODE
052610                     WHEN CM-STATUS-ACTIVE
052620                         PERFORM 1650-APPLIQUER-MONTANT
052630                             THRU 1650-EXIT
053100                 END-EVALUATE
053200         END-READ
053300     END-IF.
053303 1600-EXIT.
053306     EXIT.
053309
053312*****************************************************************
053315* 1610-CONTROLER-DISPONIBLE - CONTROLE D'UN DEBIT SUR LE COMPTE  *
053318*    COURANT (DB, SOURCE D'UN "VI" OU D'UN "VE") PAR RAPPORT AU  *
053321*    SOLDE DISPONIBLE : SOLDE MOINS BLOCAGES ACTIFS PLUS         *
053324*    DECOUVERT AUTORISE. AU-DELA DU SOLDE PLUS DECOUVERT, LE     *
053327*    MOTIF RESTE "DECOUVERT NON AUTORISE" (FACTURE PAR           *
053330*    FRAIS-BANQUE) ; UN DEBIT QUE SEULS LES BLOCAGES EMPECHENT   *
053333*    EST REJETE "FONDS BLOQUES".                                 *
053336*****************************************************************
053339 1610-CONTROLER-DISPONIBLE.
053342     COMPUTE WS-LIMITE-DISPONIBLE =
053345         CM-BALANCE + CM-OVERDRAFT-LIMIT.
053348     IF TR-AMOUNT > WS-LIMITE-DISPONIBLE
053351         MOVE "N" TO WS-LIGNE-VALIDE-SW
053354         MOVE "DECOUVERT NON AUTORISE" TO WS-REASON-CODE
053357     ELSE
053360         MOVE CM-ACCOUNT-NUMBER TO WS-BLQ-CHERCHE-COMPTE
053363         PERFORM 1615-CHERCHER-BLOCAGE THRU 1615-EXIT
053366         MOVE ZERO TO WS-MONTANT-BLOQUE
053369         IF WS-BLQ-TROUVE-IDX > ZERO
053372             MOVE WS-BLQ-MONTANT (WS-BLQ-TROUVE-IDX)
053375                 TO WS-MONTANT-BLOQUE
053378         END-IF
053381         IF TR-AMOUNT > WS-LIMITE-DISPONIBLE - WS-MONTANT-BLOQUE
053384             MOVE "N" TO WS-LIGNE-VALIDE-SW
053387             MOVE "FONDS BLOQUES" TO WS-REASON-CODE
053390         END-IF
053393     END-IF.
053396 1610-EXIT.
053399     EXIT.
053402
053405*****************************************************************
053408* 1615-CHERCHER-BLOCAGE - ENTREE DE LA TABLE DES BLOCAGES DU     *
053411*    COMPTE CHERCHE (ZERO = AUCUN BLOCAGE EN VIGUEUR).           *
053414*****************************************************************
053417 1615-CHERCHER-BLOCAGE.
053438     MOVE ZERO TO WS-BLQ-TROUVE-IDX.
053439     PERFORM 1616-COMPARER-BLOCAGE THRU 1616-EXIT
053440         VARYING WS-BLQ-IDX FROM 1 BY 1
053441         UNTIL WS-BLQ-IDX > WS-BLQ-NOMBRE
053442            OR WS-BLQ-TROUVE-IDX > ZERO.
053443 1615-EXIT.
053444     EXIT.
053445
053446 1616-COMPARER-BLOCAGE.
053447     IF WS-BLQ-COMPTE (WS-BLQ-IDX) = WS-BLQ-CHERCHE-COMPTE
053448         MOVE WS-BLQ-IDX TO WS-BLQ-TROUVE-IDX
053449     END-IF.
053450 1616-EXIT.
053500     EXIT.
053600
053700*****************************************************************
055200             MOVE "COMPTE INEXISTANT" TO WS-REASON-CODE
055300     END-READ.
055400
055410     IF WS-LIGNE-VALIDE AND CM-TYPE-LOAN
055420         MOVE "N" TO WS-LIGNE-VALIDE-SW
055430         MOVE "COMPTE DE PRET" TO WS-REASON-CODE
055440     END-IF.
055450
055500*    UN VIREMENT DEBITE LE COMPTE SOURCE : UN COMPTE DORMANT LE
055510*    REFUSE AVEC SON PROPRE MOTIF.
055520     IF WS-LIGNE-VALIDE
056000     END-IF.
056100
056200     IF WS-LIGNE-VALIDE
056210         PERFORM 1710-CONTROLER-RETRAITS THRU 1710-EXIT
056220     END-IF.
056230
056240     IF WS-LIGNE-VALIDE
056300         PERFORM 1610-CONTROLER-DISPONIBLE THRU 1610-EXIT
056500         IF WS-LIGNE-VALIDE
056900             MOVE CM-BALANCE TO WS-VIR-AVANT-SOURCE
057000             COMPUTE WS-VIR-SOLDE-SOURCE = CM-BALANCE - TR-AMOUNT
057100             MOVE CUSTOMER-RECORD TO WS-VIR-SOURCE-RECORD
059100             MOVE "COMPTE DEST INEXISTANT" TO WS-REASON-CODE
059200     END-READ.
059300
059310     IF WS-LIGNE-VALIDE AND CM-TYPE-LOAN
059320         MOVE "N" TO WS-LIGNE-VALIDE-SW
059330         MOVE "COMPTE DEST DE PRET" TO WS-REASON-CODE
059340     END-IF.
059350
059400*    LA JAMBE DESTINATAIRE EST UN CREDIT : UN COMPTE DORMANT OU
059410*    EN CLOTURE L'ACCEPTE ENCORE, SEULS LES COMPTES CLOS OU
059415*    GELES REFUSENT.
059800         END-IF
059900     END-IF.
060000
060010*    LA JAMBE DESTINATAIRE EST SOUMISE AU PLAFOND DE SOLDE DE SON
060020*    TYPE DE COMPTE COMME UN CREDIT.
060030     IF WS-LIGNE-VALIDE
060040         PERFORM 1720-CONTROLER-PLAFOND THRU 1720-EXIT
060050     END-IF.
060060
060100     IF WS-LIGNE-VALIDE
060200         MOVE CM-BALANCE TO AUD-BALANCE-BEFORE
060300         ADD TR-AMOUNT TO CM-BALANCE
061500         MOVE WS-VIR-SOLDE-SOURCE  TO CM-BALANCE
061600         REWRITE CUSTOMER-RECORD
061700         PERFORM 1700-ECRIRE-AUDIT THRU 1700-EXIT
061710         PERFORM 1730-COMPTER-RETRAIT THRU 1730-EXIT
061800     END-IF.
061900 1630-EXIT.
062000     EXIT.
062076     END-IF.
062077
062078     IF WS-LIGNE-VALIDE
062079         IF CM-TYPE-LOAN
062080             MOVE "N" TO WS-LIGNE-VALIDE-SW
062081             MOVE "COMPTE DE PRET" TO WS-REASON-CODE
062082         ELSE
062083             PERFORM 1710-CONTROLER-RETRAITS THRU 1710-EXIT
062084         END-IF
062085     END-IF.
062086
062087     IF WS-LIGNE-VALIDE
062088         PERFORM 1610-CONTROLER-DISPONIBLE THRU 1610-EXIT
062089         IF WS-LIGNE-VALIDE
062090             MOVE CM-BALANCE TO WS-VIR-AVANT-SOURCE
062091             COMPUTE WS-VIR-SOLDE-SOURCE = CM-BALANCE - TR-AMOUNT
062092             MOVE CUSTOMER-RECORD TO WS-VIR-SOURCE-RECORD
062094         END-IF
062096     END-IF.
062182         MOVE WS-VIR-SOLDE-SOURCE  TO CM-BALANCE
062184         REWRITE CUSTOMER-RECORD
062186         PERFORM 1700-ECRIRE-AUDIT THRU 1700-EXIT
062187         PERFORM 1730-COMPTER-RETRAIT THRU 1730-EXIT
062188     END-IF.
062190 1645-EXIT.
062192     EXIT.
062194
062200*****************************************************************
062300* 1650-APPLIQUER-MONTANT - DEBITE OU CREDITE LE SOLDE DU COMPTE. *
062350*    UN CHEQUE EST D'ABORD CONTROLE (OPPOSITION, DEJA PAYE) PAR  *
062360*    1690 PUIS TRAITE COMME UN DEBIT ET INSCRIT AU REGISTRE.     *
062370*    SUR UN COMPTE REGLEMENTE, UN DEBIT EST SOUMIS AU NOMBRE     *
062380*    MENSUEL (1710) ET UN CREDIT "CR" AU PLAFOND DE SOLDE (1720).*
062400*    UN DEBIT EST CONTROLE AU PREALABLE PAR RAPPORT AU SOLDE     *
062500*    DISPONIBLE (1610 : SOLDE MOINS BLOCAGES ACTIFS PLUS         *
062600*    DECOUVERT AUTORISE) : S'IL LE DEPASSE, IL EST REJETE SANS   *
062650*    TOUCHER AU SOLDE. LE SOLDE EST SIGNE (PIC S9(9)V99), DONC   *
062700*    UN DEBIT ACCEPTE PEUT VALABLEMENT LAISSER LE COMPTE EN      *
062800*    NEGATIF DANS LA LIMITE DU DECOUVERT ; ON SIZE ERROR NE      *
062900*    RESTE QU'UN FILET DE SECURITE CONTRE UN DEPASSEMENT DE LA   *
063000*    CAPACITE DU CHAMP.                                          *
063100*****************************************************************
063200 1650-APPLIQUER-MONTANT.
063300     MOVE CM-BALANCE TO AUD-BALANCE-BEFORE.
063400     EVALUATE TRUE
063500         WHEN TR-CODE-DEBIT OR TR-CODE-CHEQUE
063510*            UN CHEQUE OPPOSE OU DEJA PAYE EST REFUSE AVANT
063520*            TOUT CONTROLE DE PROVISION.
063530             IF TR-CODE-CHEQUE
063540                 PERFORM 1690-CONTROLER-CHEQUE THRU 1690-EXIT
063550             END-IF
063560             IF WS-LIGNE-VALIDE
063570                 PERFORM 1710-CONTROLER-RETRAITS THRU 1710-EXIT
063580             END-IF
063590             IF WS-LIGNE-VALIDE
063600                 PERFORM 1610-CONTROLER-DISPONIBLE THRU 1610-EXIT
063610             END-IF
063800             IF WS-LIGNE-VALIDE
064200                 SUBTRACT TR-AMOUNT FROM CM-BALANCE
064300                     ON SIZE ERROR
064400                       MOVE "N" TO WS-LIGNE-VALIDE-SW
064600                 END-SUBTRACT
064700             END-IF
064800         WHEN TR-CODE-CREDIT OR TR-CODE-INTEREST
064810             IF TR-CODE-CREDIT
064820                 PERFORM 1720-CONTROLER-PLAFOND THRU 1720-EXIT
064830             END-IF
064840             IF WS-LIGNE-VALIDE
064850                 ADD TR-AMOUNT TO CM-BALANCE
064860                     ON SIZE ERROR
064870                         MOVE "N" TO WS-LIGNE-VALIDE-SW
064880                         MOVE "MONTANT HORS LIMITE"
064890                             TO WS-REASON-CODE
064900                 END-ADD
064910             END-IF
065400     END-EVALUATE.
065500
065600     IF WS-LIGNE-VALIDE
065700         REWRITE CUSTOMER-RECORD
065800         PERFORM 1700-ECRIRE-AUDIT THRU 1700-EXIT
065810         IF TR-CODE-CHEQUE
065820             PERFORM 1695-INSCRIRE-CHEQUE THRU 1695-EXIT
065830         END-IF
065840         IF TR-CODE-DEBIT OR TR-CODE-CHEQUE
065850             PERFORM 1730-COMPTER-RETRAIT THRU 1730-EXIT
065860         END-IF
065900     END-IF.
066000 1650-EXIT.
066100     EXIT.
066200
066201*****************************************************************
066202* 1660-POSTER-EXTOURNE - POSTAGE D'UNE EXTOURNE "EX". L'ORIGINAL *
066203*    EST RETROUVE PAR SA REFERENCE DANS L'HISTORIQUE D'AUDIT     *
066204*    (1800) ET CHAQUE JAMBE D'ORIGINE RECOIT L'EFFET EXACTEMENT  *
066205*    OPPOSE. POUR UN VIREMENT, LES DEUX COMPTES SONT LUS ET      *
066206*    CONTROLES AVANT QU'AUCUN SOLDE NE SOIT REECRIT (MEME MODELE *
066207*    QUE 1620/1630). UNE EXTOURNE CORRIGE UNE ERREUR : ELLE      *
066208*    N'EST PAS SOUMISE AU DECOUVERT ET SEULS LES COMPTES CLOS OU *
066209*    GELES LA REFUSENT.                                          *
066210*****************************************************************
066211 1660-POSTER-EXTOURNE.
066212     PERFORM 1800-RECHERCHER-ORIGINAL THRU 1800-EXIT.
066213
066214*    LA JAMBE PRINCIPALE EST CELLE QUI RECUPERE LE MONTANT : POUR
066215*    UN VIREMENT, LE COMPTE SOURCE D'ORIGINE. LE JOURNAL D'AUDIT
066216*    TRACE LA JAMBE DESTINATAIRE EN PREMIER, D'OU L'ECHANGE.
066217     IF WS-LIGNE-VALIDE
066218         AND WS-EXT-JAMBE-NOMBRE = 2
066219         AND WS-EXT-JAMBE-EFFET (1) < ZERO
066220         MOVE WS-EXT-JAMBE-COMPTE (1) TO WS-EXT-ECHANGE-COMPTE
066221         MOVE WS-EXT-JAMBE-EFFET (1)  TO WS-EXT-ECHANGE-EFFET
066222         MOVE WS-EXT-JAMBE-COMPTE (2) TO WS-EXT-JAMBE-COMPTE (1)
066223         MOVE WS-EXT-JAMBE-EFFET (2)  TO WS-EXT-JAMBE-EFFET (1)
066224         MOVE WS-EXT-ECHANGE-COMPTE   TO WS-EXT-JAMBE-COMPTE (2)
066225         MOVE WS-EXT-ECHANGE-EFFET    TO WS-EXT-JAMBE-EFFET (2)
066226     END-IF.
066227
066228     IF WS-LIGNE-VALIDE
066229         MOVE WS-EXT-JAMBE-COMPTE (1) TO CM-ACCOUNT-NUMBER
066230         READ CUSTOMER-MASTER-FILE
066231             INVALID KEY
066232                 MOVE "N" TO WS-LIGNE-VALIDE-SW
066233                 MOVE "COMPTE INEXISTANT" TO WS-REASON-CODE
066234         END-READ
066235     END-IF.
066236
066237     IF WS-LIGNE-VALIDE
066238         IF CM-STATUS-CLOSED OR CM-STATUS-FROZEN
066239             MOVE "N" TO WS-LIGNE-VALIDE-SW
066240             MOVE "COMPTE NON ACTIF" TO WS-REASON-CODE
066241         END-IF
066242     END-IF.
066243
066244     IF WS-LIGNE-VALIDE
066245         MOVE CM-BALANCE TO WS-VIR-AVANT-SOURCE
066246         COMPUTE WS-VIR-SOLDE-SOURCE =
066247             CM-BALANCE + WS-EXT-JAMBE-EFFET (1)
066248             ON SIZE ERROR
066249                 MOVE "N" TO WS-LIGNE-VALIDE-SW
066250                 MOVE "MONTANT HORS LIMITE" TO WS-REASON-CODE
066251         END-COMPUTE
066252         MOVE CUSTOMER-RECORD TO WS-VIR-SOURCE-RECORD
066253     END-IF.
066254
066255     IF WS-LIGNE-VALIDE
066256         AND WS-EXT-JAMBE-NOMBRE = 2
066257         PERFORM 1670-EXTOURNER-DEST THRU 1670-EXIT
066258     END-IF.
066259
066260     IF WS-LIGNE-VALIDE
066261         MOVE WS-VIR-SOURCE-RECORD TO CUSTOMER-RECORD
066262         MOVE WS-VIR-AVANT-SOURCE  TO AUD-BALANCE-BEFORE
066263         MOVE WS-VIR-SOLDE-SOURCE  TO CM-BALANCE
066264         REWRITE CUSTOMER-RECORD
066265         MOVE WS-EXT-JAMBE-EFFET (1) TO TR-AMOUNT
066266         PERFORM 1700-ECRIRE-AUDIT THRU 1700-EXIT
066267         PERFORM 1680-INSCRIRE-EXTOURNE THRU 1680-EXIT
066268     END-IF.
066269 1660-EXIT.
066270     EXIT.
066271
066300*****************************************************************
066400* 1700-ECRIRE-AUDIT - TRACE LE SOLDE AVANT/APRES DU POSTAGE.     *
066500*****************************************************************
066900     MOVE TR-TRANS-CODE       TO AUD-TRANS-CODE.
067000     MOVE TR-AMOUNT-X         TO AUD-AMOUNT-X.
067010     MOVE TR-REFERENCE        TO AUD-REFERENCE.
067100     MOVE WS-DATE-JOUR        TO AUD-DATE.
067200     ACCEPT AUD-TIME          FROM TIME.
067300     WRITE LIGNE-AUDIT FROM WS-AUDIT-RECORD.
067310     IF WS-AUD-JOUR-NOMBRE < 5000
067320         ADD 1 TO WS-AUD-JOUR-NOMBRE
067330         MOVE WS-AUDIT-RECORD
067340             TO WS-AUD-JOUR-LIGNE (WS-AUD-JOUR-NOMBRE)
067350     ELSE
067360         MOVE "Y" TO WS-AUD-JOUR-SATURE-SW
067370     END-IF.
067400 1700-EXIT.
067500     EXIT.
067600
067601*****************************************************************
067602* 1670-EXTOURNER-DEST - SECONDE JAMBE D'UNE EXTOURNE DE VIREMENT *
067603*    : LE COMPTE CREDITE A L'ORIGINE EST LU, CONTROLE, DEBITE ET *
067604*    TRACE. LA JAMBE PRINCIPALE, DEJA CONTROLEE, EST REECRITE    *
067605*    ENSUITE PAR 1660.                                           *
067606*****************************************************************
067607 1670-EXTOURNER-DEST.
067608     MOVE WS-EXT-JAMBE-COMPTE (2) TO CM-ACCOUNT-NUMBER.
067609     READ CUSTOMER-MASTER-FILE
067610         INVALID KEY
067611             MOVE "N" TO WS-LIGNE-VALIDE-SW
067612             MOVE "COMPTE DEST INEXISTANT" TO WS-REASON-CODE
067613     END-READ.
067614
067615     IF WS-LIGNE-VALIDE
067616         IF CM-STATUS-CLOSED OR CM-STATUS-FROZEN
067617             MOVE "N" TO WS-LIGNE-VALIDE-SW
067618             MOVE "COMPTE DEST NON ACTIF" TO WS-REASON-CODE
067619         END-IF
067620     END-IF.
067621
067622     IF WS-LIGNE-VALIDE
067623         MOVE CM-BALANCE TO AUD-BALANCE-BEFORE
067624         ADD WS-EXT-JAMBE-EFFET (2) TO CM-BALANCE
067625             ON SIZE ERROR
067626                 MOVE "N" TO WS-LIGNE-VALIDE-SW
067627                 MOVE "MONTANT HORS LIMITE" TO WS-REASON-CODE
067628         END-ADD
067629     END-IF.
067630
067631     IF WS-LIGNE-VALIDE
067632         REWRITE CUSTOMER-RECORD
067633         MOVE WS-EXT-JAMBE-EFFET (2) TO TR-AMOUNT
067634         PERFORM 1700-ECRIRE-AUDIT THRU 1700-EXIT
067635     END-IF.
067636 1670-EXIT.
067637     EXIT.
067638
067639*****************************************************************
067640* 1680-INSCRIRE-EXTOURNE - LIEN EXTOURNE / ORIGINAL AU REGISTRE, *
067641*    REFERENCE RETENUE POUR LE RESTE DU PASSAGE, ET LIGNE DE     *
067642*    SORTIE COMPLETEE : COMPTE PRINCIPAL, EFFET SIGNE SUR CE     *
067643*    COMPTE ET, POUR UN VIREMENT, COMPTE DESTINATAIRE D'ORIGINE. *
067644*****************************************************************
067645 1680-INSCRIRE-EXTOURNE.
067646     MOVE TR-REFERENCE            TO EXT-REFERENCE.
067647     MOVE WS-DATE-JOUR            TO EXT-DATE-EXTOURNE.
067648     MOVE WS-EXT-DATE-ORIGINE     TO EXT-DATE-ORIGINE.
067649     MOVE WS-EXT-CODE-ORIGINE     TO EXT-CODE-ORIGINE.
067650     MOVE WS-EXT-JAMBE-COMPTE (1) TO EXT-COMPTE.
067651     MOVE WS-EXT-MONTANT-ORIGINE  TO EXT-MONTANT.
067652     MOVE ZERO                    TO EXT-COMPTE-DEST.
067653     IF WS-EXT-JAMBE-NOMBRE = 2
067654         MOVE WS-EXT-JAMBE-COMPTE (2) TO EXT-COMPTE-DEST
067655     END-IF.
067656     WRITE LIGNE-EXTOURNE FROM WS-EXTOURNE-RECORD.
067657
067658     ADD 1 TO WS-EXT-JOUR-NOMBRE.
067659     MOVE TR-REFERENCE TO WS-EXT-JOUR-REF (WS-EXT-JOUR-NOMBRE).
067660
067661     MOVE WS-EXT-JAMBE-COMPTE (1) TO TR-ACCOUNT-NUMBER-N.
067662     MOVE WS-EXT-JAMBE-EFFET (1)  TO TR-AMOUNT.
067663     IF WS-EXT-JAMBE-NOMBRE = 2
067664         MOVE WS-EXT-JAMBE-COMPTE (2) TO TR-DEST-ACCOUNT-N
067665     ELSE
067666         MOVE SPACES TO TR-DEST-ACCOUNT
067667     END-IF.
067668     MOVE WS-TRANSACTION-RECORD TO LIGNE-ENTREE.
067669     ADD 1 TO WS-LIGNES-EXTOURNEES.
067670 1680-EXIT.
067671     EXIT.
067672
067673*****************************************************************
067674* 1690-CONTROLER-CHEQUE - UN CHEQUE DONT LE NUMERO TOMBE DANS    *
067675*    UNE OPPOSITION ACTIVE DU COMPTE EST REJETE "CHEQUE          *
067676*    OPPOSE" ; UN NUMERO DEJA PRESENT AU REGISTRE POUR LE        *
067677*    COMPTE (Y COMPRIS PAYE PLUS HAUT DANS LE MEME FICHIER) EST  *
067678*    REJETE "CHEQUE DEJA PAYE". UN REGISTRE PLEIN REFUSE LE      *
067679*    CHEQUE PLUTOT QUE DE LE PAYER SANS POUVOIR L'INSCRIRE.      *
067680*****************************************************************
067681 1690-CONTROLER-CHEQUE.
067682     MOVE "N" TO WS-CHEQUE-OPPOSE-SW.
067683     MOVE "N" TO WS-CHEQUE-PAYE-SW.
067684     PERFORM 1691-COMPARER-OPPOSITION THRU 1691-EXIT
067685         VARYING WS-OPP-IDX FROM 1 BY 1
067686         UNTIL WS-OPP-IDX > WS-OPP-NOMBRE
067687            OR WS-CHEQUE-OPPOSE.
067688     IF NOT WS-CHEQUE-OPPOSE
067689         PERFORM 1692-COMPARER-CHEQUE THRU 1692-EXIT
067690             VARYING WS-CHQ-IDX FROM 1 BY 1
067691             UNTIL WS-CHQ-IDX > WS-CHQ-NOMBRE
067692                OR WS-CHEQUE-PAYE
067693     END-IF.
067694
067695     EVALUATE TRUE
067696         WHEN WS-CHEQUE-OPPOSE
067697             MOVE "N" TO WS-LIGNE-VALIDE-SW
067698             MOVE "CHEQUE OPPOSE" TO WS-REASON-CODE
067699         WHEN WS-CHEQUE-PAYE
067700             MOVE "N" TO WS-LIGNE-VALIDE-SW
067701             MOVE "CHEQUE DEJA PAYE" TO WS-REASON-CODE
067702         WHEN WS-CHQ-NOMBRE NOT < 20000
067703             MOVE "N" TO WS-LIGNE-VALIDE-SW
067704             MOVE "REGISTRE CHEQUES SATURE" TO WS-REASON-CODE
067705         WHEN OTHER
067706             CONTINUE
067707     END-EVALUATE.
067708 1690-EXIT.
067709     EXIT.
067710
067711 1691-COMPARER-OPPOSITION.
067712     IF WS-OPP-COMPTE (WS-OPP-IDX) = CM-ACCOUNT-NUMBER
067713         AND TR-CHEQUE-NUMBER-N NOT < WS-OPP-DEBUT (WS-OPP-IDX)
067714         AND TR-CHEQUE-NUMBER-N NOT > WS-OPP-FIN (WS-OPP-IDX)
067715         MOVE "Y" TO WS-CHEQUE-OPPOSE-SW
067716     END-IF.
067717 1691-EXIT.
067718     EXIT.
067719
067720 1692-COMPARER-CHEQUE.
067721     IF WS-CHQ-COMPTE (WS-CHQ-IDX) = CM-ACCOUNT-NUMBER
067722         AND WS-CHQ-NUMERO (WS-CHQ-IDX) = TR-CHEQUE-NUMBER-N
067723         MOVE "Y" TO WS-CHEQUE-PAYE-SW
067724     END-IF.
067725 1692-EXIT.
067726     EXIT.
067727
067728*****************************************************************
067729* 1695-INSCRIRE-CHEQUE - INSCRIPTION DU CHEQUE PAYE AU REGISTRE  *
067730*    (AJOUT) ET DANS LA TABLE, POUR QU'UNE REPRESENTATION DANS   *
067731*    LE MEME PASSAGE SOIT DEJA REFUSEE.                          *
067732*****************************************************************
067733 1695-INSCRIRE-CHEQUE.
067734     MOVE CM-ACCOUNT-NUMBER   TO CP-ACCOUNT-NUMBER.
067735     MOVE TR-CHEQUE-NUMBER-N  TO CP-CHEQUE-NUMBER.
067736     MOVE WS-DATE-JOUR        TO CP-DATE-PAIEMENT.
067737     MOVE TR-AMOUNT           TO CP-MONTANT.
067738     MOVE TR-REFERENCE        TO CP-REFERENCE.
067739     WRITE LIGNE-CHEQUE FROM WS-CHEQUE-PAYE-RECORD.
067740
067741     ADD 1 TO WS-CHQ-NOMBRE.
067742     MOVE CM-ACCOUNT-NUMBER  TO WS-CHQ-COMPTE (WS-CHQ-NOMBRE).
067743     MOVE TR-CHEQUE-NUMBER-N TO WS-CHQ-NUMERO (WS-CHQ-NOMBRE).
067744 1695-EXIT.
067745     EXIT.
067746
067747*****************************************************************
067748* 1710-CONTROLER-RETRAITS - DEBIT OU VIREMENT SORTANT SUR LE     *
067749*    COMPTE COURANT : SI SON TYPE LIMITE LE NOMBRE MENSUEL DE    *
067750*    DEBITS ET QUE CE NOMBRE EST DEJA ATTEINT, LE MOUVEMENT EST  *
067751*    REJETE "NB RETRAITS MOIS ATTEINT" QUAND LA REGLE EST UN     *
067752*    REFUS ; QUAND ELLE PREVOIT DES FRAIS, IL PASSE ET           *
067753*    FRAIS-BANQUE FACTURE L'EXCEDENT EN FIN DE MOIS. UNE TABLE   *
067754*    PLEINE REFUSE LE DEBIT PLUTOT QUE DE LE LAISSER SANS        *
067755*    COMPTAGE.                                                   *
067756*****************************************************************
067757 1710-CONTROLER-RETRAITS.
067758     PERFORM 1740-CHERCHER-PLAFOND THRU 1740-EXIT.
067759     IF WS-PLF-TROUVE-IDX > ZERO
067760         AND WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX) > ZERO
067761         MOVE CM-ACCOUNT-NUMBER TO WS-RET-CHERCHE-COMPTE
067762         PERFORM 1475-CHERCHER-RETRAITS THRU 1475-EXIT
067763         MOVE ZERO TO WS-RET-DU-COMPTE
067764         IF WS-RET-TROUVE-IDX > ZERO
067765             MOVE WS-RET-DEBITS (WS-RET-TROUVE-IDX)
067766                 TO WS-RET-DU-COMPTE
067767         END-IF
067768         EVALUATE TRUE
067769             WHEN WS-RET-TROUVE-IDX = ZERO
067770              AND WS-RET-NOMBRE NOT < 5000
067771                 MOVE "N" TO WS-LIGNE-VALIDE-SW
067772                 MOVE "TABLE RETRAITS SATUREE" TO WS-REASON-CODE
067773             WHEN WS-RET-DU-COMPTE
067774                     NOT < WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX)
067775              AND WS-PLF-REJET (WS-PLF-TROUVE-IDX)
067776                 MOVE "N" TO WS-LIGNE-VALIDE-SW
067777                 MOVE "NB RETRAITS MOIS ATTEINT" TO WS-REASON-CODE
067778             WHEN OTHER
067779                 CONTINUE
067780         END-EVALUATE
067781     END-IF.
067782 1710-EXIT.
067783     EXIT.
067784
067785*****************************************************************
067786* 1720-CONTROLER-PLAFOND - CREDIT SUR LE COMPTE COURANT : SI SON *
067787*    TYPE A UN PLAFOND DE SOLDE ET QUE LE CREDIT LE FERAIT       *
067788*    DEPASSER, IL EST REJETE "PLAFOND SOLDE DEPASSE". LES        *
067789*    INTERETS "IN" N'Y PASSENT PAS.                              *
067790*****************************************************************
067791 1720-CONTROLER-PLAFOND.
067792     PERFORM 1740-CHERCHER-PLAFOND THRU 1740-EXIT.
067793     IF WS-PLF-TROUVE-IDX > ZERO
067794         AND WS-PLF-SOLDE-MAX (WS-PLF-TROUVE-IDX) > ZERO
067795         IF CM-BALANCE + TR-AMOUNT
067796                > WS-PLF-SOLDE-MAX (WS-PLF-TROUVE-IDX)
067797             MOVE "N" TO WS-LIGNE-VALIDE-SW
067798             MOVE "PLAFOND SOLDE DEPASSE" TO WS-REASON-CODE
067799         END-IF
067800     END-IF.
067801 1720-EXIT.
067802     EXIT.
067803
067804*****************************************************************
067805* 1730-COMPTER-RETRAIT - APRES POSTAGE D'UN DEBIT OU D'UN        *
067806*    VIREMENT SORTANT, UN DEBIT DE PLUS AU MOIS DU COMPTE        *
067807*    COURANT S'IL EST SOUMIS A UNE LIMITE DE NOMBRE.             *
067808*****************************************************************
067809 1730-COMPTER-RETRAIT.
067810     PERFORM 1740-CHERCHER-PLAFOND THRU 1740-EXIT.
067811     IF WS-PLF-TROUVE-IDX > ZERO
067812         AND WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX) > ZERO
067813         MOVE CM-ACCOUNT-NUMBER TO WS-RET-CHERCHE-COMPTE
067814         PERFORM 1470-AJOUTER-RETRAIT THRU 1470-EXIT
067815     END-IF.
067816 1730-EXIT.
067817     EXIT.
067818
067819*****************************************************************
067820* 1740-CHERCHER-PLAFOND - REGLE DU TYPE DU COMPTE COURANT (ZERO  *
067821*    = TYPE NON REGLEMENTE).                                     *
067822*****************************************************************
067823 1740-CHERCHER-PLAFOND.
067824     MOVE ZERO TO WS-PLF-TROUVE-IDX.
067825     PERFORM 1745-COMPARER-PLAFOND THRU 1745-EXIT
067826         VARYING WS-PLF-IDX FROM 1 BY 1
067827         UNTIL WS-PLF-IDX > WS-PLF-NOMBRE
067828            OR WS-PLF-TROUVE-IDX > ZERO.
067829 1740-EXIT.
067830     EXIT.
067831
067832 1745-COMPARER-PLAFOND.
067833     IF WS-PLF-TYPE (WS-PLF-IDX) = CM-ACCOUNT-TYPE
067834         MOVE WS-PLF-IDX TO WS-PLF-TROUVE-IDX
067835     END-IF.
067836 1745-EXIT.
067837     EXIT.
067838
067839*****************************************************************
067840* 2200-VERIFIER-CHECKPOINT - ECRITURE DU POINT DE REPRISE TOUTES *
067900*    LES WS-CHECKPOINT-INTERVAL LIGNES                           *
068000*****************************************************************
068100 2200-VERIFIER-CHECKPOINT.
070300*****************************************************************
070400* 1500-VALIDER-TRANSACTION - CONTROLES DE FORMAT SUR LA LIGNE    *
070500*    - NUMERO DE COMPTE NUMERIQUE                                *
070600*    - CODE TRANSACTION PARMI DB / CR / IN / VI / VE / EX / CQ   *
070700*    - MONTANT NUMERIQUE, TOUJOURS PORTE "+" : LE SENS (DEBIT,   *
070800*      CREDIT, INTERET) EST DEJA DONNE PAR LE CODE TRANSACTION,  *
070900*      UN MONTANT "-" EST DONC UNE LIGNE MAL FORMEE, PAS UN SENS *
071300*    - DATE DE VALEUR NUMERIQUE SI RENSEIGNEE (A BLANC OU A ZERO *
071400*      = POSTEE LE JOUR MEME) ; UNE DATE FUTURE MARQUE LA LIGNE  *
071500*      A DIFFERER AU LIEU DE LA POSTER.                          *
071510*    - UNE EXTOURNE ("EX") NE PORTE QUE LA REFERENCE DU          *
071520*      MOUVEMENT A ANNULER : NI COMPTE NI MONTANT A CONTROLER    *
071522*      ICI, MAIS LA REFERENCE EST OBLIGATOIRE.                   *
071524*    - POUR UN CHEQUE ("CQ"), NUMERO DE CHEQUE NUMERIQUE NON     *
071526*      NUL.                                                      *
071600*****************************************************************
071700 1500-VALIDER-TRANSACTION.
071800     MOVE "Y"    TO WS-LIGNE-VALIDE-SW.
072000     MOVE SPACES TO WS-REASON-CODE.
072100     MOVE LIGNE-ENTREE TO WS-TRANSACTION-RECORD.
072110
072111*    UNE EXTOURNE ARRIVEE SANS REFERENCE NE DESIGNE AUCUN
072112*    MOUVEMENT : LE CAS EST NOTE AVANT QUE 1550 NE LUI EN DONNE
072113*    UNE, POUR ETRE REJETE PLUS BAS.
072114     MOVE "N" TO WS-EXT-REF-ABSENTE-SW.
072115     IF TR-CODE-REVERSAL AND TR-REFERENCE = SPACES
072116         MOVE "Y" TO WS-EXT-REF-ABSENTE-SW
072117     END-IF.
072118
072120*    UNE LIGNE ARRIVEE SANS REFERENCE EN RECOIT UNE ICI, AVANT
072130*    TOUT AUTRE CONTROLE : MEME UN REJET DOIT POUVOIR ETRE SUIVI
072140*    DE BOUT EN BOUT PAR SON NUMERO. LA REFERENCE EST REPORTEE
072190     END-IF.
072200
072300     IF TR-ACCOUNT-NUMBER NOT NUMERIC
072310         AND NOT TR-CODE-REVERSAL
072400         MOVE "N" TO WS-LIGNE-VALIDE-SW
072500         MOVE "COMPTE NON NUMERIQUE" TO WS-REASON-CODE
072600     END-IF.
073000                              AND NOT TR-CODE-INTEREST
073100                              AND NOT TR-CODE-TRANSFER
073110                              AND NOT TR-CODE-TRANSFER-EXT
073120                              AND NOT TR-CODE-REVERSAL
073130                              AND NOT TR-CODE-CHEQUE
073200             MOVE "N" TO WS-LIGNE-VALIDE-SW
073300             MOVE "CODE TRANS INVALIDE" TO WS-REASON-CODE
073400         END-IF
074500             END-IF
074600         END-IF
074700     END-IF.
074707
074714     IF WS-LIGNE-VALIDE AND TR-CODE-CHEQUE
074721         IF TR-CHEQUE-NUMBER NOT NUMERIC
074728             MOVE "N" TO WS-LIGNE-VALIDE-SW
074735             MOVE "NUMERO CHEQUE INVALIDE" TO WS-REASON-CODE
074742         ELSE
074749             IF TR-CHEQUE-NUMBER-N = ZERO
074756                 MOVE "N" TO WS-LIGNE-VALIDE-SW
074763                 MOVE "NUMERO CHEQUE INVALIDE" TO WS-REASON-CODE
074770             END-IF
074777         END-IF
074784     END-IF.
074800
074900     IF WS-LIGNE-VALIDE
075000         AND TR-VALUE-DATE NOT = SPACES
076000     END-IF.
076100
076200     IF WS-LIGNE-VALIDE
076210         AND NOT TR-CODE-REVERSAL
076300         IF TR-AMOUNT-X(1:1) NOT = "+"
076400             MOVE "N" TO WS-LIGNE-VALIDE-SW
076500             MOVE "SIGNE MONTANT INVALIDE" TO WS-REASON-CODE
077000             END-IF
077100         END-IF
077200     END-IF.
077210
077220*    UNE EXTOURNE DOIT DESIGNER LE MOUVEMENT A ANNULER.
077230     IF WS-LIGNE-VALIDE AND WS-EXT-REF-ABSENTE
077240         MOVE "N" TO WS-LIGNE-VALIDE-SW
077250         MOVE "REF EXTOURNE ABSENTE" TO WS-REASON-CODE
077260     END-IF.
077300 1500-EXIT.
077400     EXIT.
077410
080800         CLOSE FICHIER-ATTENTE
080900         CLOSE FICHIER-AUDIT
081000         CLOSE CUSTOMER-MASTER-FILE
081010         CLOSE FICHIER-EXTOURNES
081020         CLOSE FICHIER-CHEQUES
081100     END-IF.
081200
081300*---------------------------------------------------------------*
084100     DISPLAY "LIGNES ECRITES  : " WS-LIGNES-ECRITES.
084200     DISPLAY "LIGNES REJETEES : " WS-LIGNES-REJETEES.
084300     DISPLAY "LIGNES DIFFEREES: " WS-LIGNES-DIFFEREES.
084305     DISPLAY "DONT EXTOURNES  : " WS-LIGNES-EXTOURNEES.
084310
084320     PERFORM 9800-ECRIRE-RUN THRU 9800-EXIT.
084400 9999-EXIT.
084550*****************************************************************
084560 9800-ECRIRE-RUN.
084562     MOVE "TRAITEMENT-BANQUE" TO RUN-PROGRAM.
084564     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
084566     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
084568     ACCEPT RUN-HEURE-FIN FROM TIME.
084570     MOVE WS-LIGNES-LUES      TO RUN-LIGNES-LUES.
084590     CLOSE FICHIER-RUNCTL.
084592 9800-EXIT.
084594     EXIT.
084600
084610*****************************************************************
084620* 1800-RECHERCHER-ORIGINAL - BALAYAGE COMPLET DE L'HISTORIQUE    *
084630*    D'AUDIT CONSOLIDE A LA RECHERCHE DES ECRITURES PORTANT LA   *
084640*    REFERENCE A EXTOURNER, PUIS DES ECRITURES DE CE PASSAGE     *
084642*    (1812), PUIS CONTROLES DE RECEVABILITE (1820). UN           *
084650*    HISTORIQUE ABSENT REJETTE LA LIGNE.                         *
084660*****************************************************************
084670 1800-RECHERCHER-ORIGINAL.
084680     MOVE ZERO   TO WS-EXT-JAMBE-NOMBRE.
084690     MOVE ZERO   TO WS-EXT-DATE-ORIGINE.
084700     MOVE ZERO   TO WS-EXT-DATE-DEJA.
084710     MOVE SPACES TO WS-EXT-CODE-ORIGINE.
084720     MOVE "N"    TO WS-EXT-MELANGE-SW.
084730     MOVE "N"    TO WS-EXT-HISTO-EOF-SW.
084740
084750     OPEN INPUT FICHIER-HISTO-AUDIT.
084760     IF NOT WS-HISTO-OK
084770         MOVE "N" TO WS-LIGNE-VALIDE-SW
084780         MOVE "HISTORIQUE AUDIT ABSENT" TO WS-REASON-CODE
084790     ELSE
084800         PERFORM 1810-LIRE-HISTO THRU 1810-EXIT
084810             UNTIL WS-EXT-HISTO-EOF
084820         CLOSE FICHIER-HISTO-AUDIT
084822         PERFORM 1812-LIRE-AUDIT-JOUR THRU 1812-EXIT
084824             VARYING WS-AUD-JOUR-IDX FROM 1 BY 1
084826             UNTIL WS-AUD-JOUR-IDX > WS-AUD-JOUR-NOMBRE
084830         PERFORM 1820-CONTROLER-ORIGINAL THRU 1820-EXIT
084840     END-IF.
084850 1800-EXIT.
084860     EXIT.
084870
084880 1810-LIRE-HISTO.
084890     READ FICHIER-HISTO-AUDIT INTO WS-AUDIT-RECORD
084900         AT END
084910             MOVE "Y" TO WS-EXT-HISTO-EOF-SW
084920         NOT AT END
084930             IF AUD-REFERENCE = TR-REFERENCE
084934                 PERFORM 1815-RETENIR-ECRITURE THRU 1815-EXIT
084938             END-IF
084942     END-READ.
084946 1810-EXIT.
084950     EXIT.
084954
084958 1812-LIRE-AUDIT-JOUR.
084962     MOVE WS-AUD-JOUR-LIGNE (WS-AUD-JOUR-IDX) TO WS-AUDIT-RECORD.
084966     IF AUD-REFERENCE = TR-REFERENCE
084970         PERFORM 1815-RETENIR-ECRITURE THRU 1815-EXIT
084974     END-IF.
084978 1812-EXIT.
084982     EXIT.
084986
085000*****************************************************************
085010* 1815-RETENIR-ECRITURE - UNE ECRITURE "EX" DATE UNE EXTOURNE    *
085020*    DEJA PASSEE ; TOUTE AUTRE EST UNE JAMBE DE L'ORIGINAL. LE   *
085030*    COMPTEUR D'UNE REFERENCE REPASSE CHAQUE ANNEE (MMJJ), SEULE *
085040*    L'OCCURRENCE LA PLUS RECENTE EST DONC RETENUE. DES JAMBES   *
085050*    DE CODES DIFFERENTS (UN "VE" SUIVI DE SON "VR") OU PLUS DE  *
085060*    DEUX JAMBES RENDENT L'ORIGINAL NON EXTOURNABLE.             *
085070*****************************************************************
085080 1815-RETENIR-ECRITURE.
085090     IF AUD-TRANS-CODE = "EX"
085100         IF AUD-DATE > WS-EXT-DATE-DEJA
085110             MOVE AUD-DATE TO WS-EXT-DATE-DEJA
085120         END-IF
085130     ELSE
085140         IF AUD-DATE > WS-EXT-DATE-ORIGINE
085150             MOVE AUD-DATE       TO WS-EXT-DATE-ORIGINE
085160             MOVE AUD-TRANS-CODE TO WS-EXT-CODE-ORIGINE
085170             MOVE AUD-AMOUNT     TO WS-EXT-MONTANT-ORIGINE
085180             MOVE ZERO           TO WS-EXT-JAMBE-NOMBRE
085190             MOVE "N"            TO WS-EXT-MELANGE-SW
085200         END-IF
085210         IF AUD-DATE = WS-EXT-DATE-ORIGINE
085220             IF AUD-TRANS-CODE NOT = WS-EXT-CODE-ORIGINE
085230                 OR WS-EXT-JAMBE-NOMBRE NOT < 2
085240                 MOVE "Y" TO WS-EXT-MELANGE-SW
085250             ELSE
085260                 ADD 1 TO WS-EXT-JAMBE-NOMBRE
085270                 MOVE AUD-ACCOUNT-NUMBER
085280                     TO WS-EXT-JAMBE-COMPTE (WS-EXT-JAMBE-NOMBRE)
085290                 COMPUTE WS-EXT-JAMBE-EFFET (WS-EXT-JAMBE-NOMBRE)
085300                     = AUD-BALANCE-BEFORE - AUD-BALANCE-AFTER
085310             END-IF
085320         END-IF
085330     END-IF.
085340 1815-EXIT.
085350     EXIT.
085360
085370*****************************************************************
085380* 1820-CONTROLER-ORIGINAL - RECEVABILITE DE L'EXTOURNE : ORIGINAL*
085390*    TROUVE, PAS DEJA EXTOURNE (HISTORIQUE OU PASSAGE DU JOUR),  *
085400*    CODE EXTOURNABLE AVEC LE BON NOMBRE DE JAMBES (UNE, DEUX    *
085410*    POUR UN "VI" ; UN VIREMENT EXTERNE SE DENOUE PAR SON        *
085420*    RETOUR "VR", PAS PAR UNE EXTOURNE), ET DANS LE DELAI "JM".  *
085425*    UN CHEQUE "CQ" EXTOURNE RESTE INSCRIT DANS CHQPAYES.TXT :   *
085427*    UNE NOUVELLE PRESENTATION DU MEME NUMERO EST REFUSEE        *
085428*    "CHEQUE DEJA PAYE", LE TIREUR EMET UN NOUVEAU CHEQUE.       *
085430*****************************************************************
085440 1820-CONTROLER-ORIGINAL.
085450     IF WS-EXT-JAMBE-NOMBRE = ZERO
085460         MOVE "N" TO WS-LIGNE-VALIDE-SW
085470         MOVE "REF EXTOURNE INCONNUE" TO WS-REASON-CODE
085472         IF WS-AUD-JOUR-SATURE
085474             MOVE "TABLE ECRITURES SATUREE" TO WS-REASON-CODE
085476         END-IF
085480     ELSE IF WS-EXT-DATE-DEJA NOT < WS-EXT-DATE-ORIGINE
085490         MOVE "N" TO WS-LIGNE-VALIDE-SW
085500         MOVE "DEJA EXTOURNEE" TO WS-REASON-CODE
085510     ELSE IF WS-EXT-MELANGE
085520         MOVE "N" TO WS-LIGNE-VALIDE-SW
085530         MOVE "CODE NON EXTOURNABLE" TO WS-REASON-CODE
085540     ELSE
085550         EVALUATE WS-EXT-CODE-ORIGINE
085560             WHEN "VI"
085570                 IF WS-EXT-JAMBE-NOMBRE NOT = 2
085580                     MOVE "N" TO WS-LIGNE-VALIDE-SW
085590                     MOVE "CODE NON EXTOURNABLE" TO WS-REASON-CODE
085600                 END-IF
085610             WHEN "DB"
085615             WHEN "CQ"
085620             WHEN "CR"
085630             WHEN "IN"
085640             WHEN "ID"
085645             WHEN "RF"
085650             WHEN "FT"
085660             WHEN "FP"
085670                 IF WS-EXT-JAMBE-NOMBRE NOT = 1
085680                     MOVE "N" TO WS-LIGNE-VALIDE-SW
085690                     MOVE "CODE NON EXTOURNABLE" TO WS-REASON-CODE
085700                 END-IF
085710             WHEN OTHER
085720                 MOVE "N" TO WS-LIGNE-VALIDE-SW
085730                 MOVE "CODE NON EXTOURNABLE" TO WS-REASON-CODE
085740         END-EVALUATE
085750     END-IF.
085760
085770     IF WS-LIGNE-VALIDE
085780         MOVE "N" TO WS-EXT-JOUR-TROUVE-SW
085790         PERFORM 1830-COMPARER-EXT-JOUR THRU 1830-EXIT
085800             VARYING WS-EXT-JOUR-IDX FROM 1 BY 1
085810             UNTIL WS-EXT-JOUR-IDX > WS-EXT-JOUR-NOMBRE
085820                OR WS-EXT-JOUR-TROUVE
085830         IF WS-EXT-JOUR-TROUVE
085840             MOVE "N" TO WS-LIGNE-VALIDE-SW
085850             MOVE "DEJA EXTOURNEE" TO WS-REASON-CODE
085860         ELSE
085870             IF WS-EXT-JOUR-NOMBRE NOT < 500
085880                 MOVE "N" TO WS-LIGNE-VALIDE-SW
085890                 MOVE "TABLE EXTOURNES SATUREE"
085900                     TO WS-REASON-CODE
085910             END-IF
085920         END-IF
085930     END-IF.
085940
085950     IF WS-LIGNE-VALIDE
085960         COMPUTE WS-EXT-AGE =
085970             FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
085980           - FUNCTION INTEGER-OF-DATE (WS-EXT-DATE-ORIGINE)
085990         IF WS-EXT-AGE > WS-EXT-DELAI-MAX
086000             MOVE "N" TO WS-LIGNE-VALIDE-SW
086010             MOVE "DELAI EXTOURNE DEPASSE" TO WS-REASON-CODE
086020         END-IF
086030     END-IF.
086040 1820-EXIT.
086050     EXIT.
086060
086070 1830-COMPARER-EXT-JOUR.
086080     IF WS-EXT-JOUR-REF (WS-EXT-JOUR-IDX) = TR-REFERENCE
086090         MOVE "Y" TO WS-EXT-JOUR-TROUVE-SW
086100     END-IF.
086110 1830-EXIT.
086120     EXIT.
086130
086140*****************************************************************
086150* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
086160*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
086170*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
086180*****************************************************************
086190 9700-LIRE-DATE-TRT.
086200     MOVE ZERO TO DT-DATE-TRAITEMENT.
086210     OPEN INPUT FICHIER-DATECTL.
086220     IF WS-DATECTL-OK
086230         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
086240             AT END
086250                 MOVE ZERO TO DT-DATE-TRAITEMENT
086260         END-READ
086270         CLOSE FICHIER-DATECTL
086280     END-IF.
086290     IF DT-DATE-TRAITEMENT NOT NUMERIC
086300         OR DT-DATE-TRAITEMENT = ZERO
086310         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
086320         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
086330                 DT-DATE-TRAITEMENT
086340     END-IF.
086350 9700-EXIT.
086360     EXIT.
