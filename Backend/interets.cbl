001594*                  REFERENCE DE TRANSACTION ("IN"/"ID" + MMJJ +   *
001595*                  COMPTEUR), PORTEE SUR LA LIGNE DE SORTIE ET    *
001596*                  SUR L'ECRITURE D'AUDIT.                        *
001597*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE     *
001598*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON *
001599*                  PLUS A L'HORLOGE SYSTEME.                      *
001600*  2026-10-15  ML  RETENUE A LA SOURCE SUR LES INTERETS          *
001601*                  CREDITEURS : APRES CHAQUE "IN", DEBIT "RF"    *
001602*                  AU TAUX "RF" EN VIGUEUR DE TAUX.TXT, SAUF     *
001603*                  POUR LES CLIENTS (CM-CUSTOMER-ID) EXONERES A  *
001604*                  LA DATE DU JOUR DANS EXONERATIONS.TXT.        *
001606*  2026-10-15  ML  LES COMPTES DE PRET ("PR") SONT EXCLUS :      *
001607*                  LEURS INTERETS SONT CEUX DE L'ECHEANCIER,     *
001608*                  PRELEVES PAR PRETS-BANQUE.                    *
001610*---------------------------------------------------------------*
001700* TRAITEMENT DE FIN DE MOIS : POUR CHAQUE COMPTE ACTIF DU        *
001800* FICHIER MAITRE, CALCULE L'INTERET SELON LE TAUX EN VIGUEUR     *
001900* POUR SON TYPE ET SON PALIER DE SOLDE (FICHIER PARAMETRE        *
002200* MOUVEMENT DANS LE JOURNAL D'AUDIT ET AJOUTE LA LIGNE DE        *
002300* TRANSACTION AU FICHIER DES TRANSACTIONS VALIDEES DU JOUR POUR  *
002310* LE RAPPROCHEMENT DE FIN DE JOURNEE. UN FICHIER DE TAUX ABSENT  *
002320* OU VIDE ARRETE LE LOT SANS RIEN POSTER. L'INTERET CREDITEUR    *
002330* SUBIT LA RETENUE A LA SOURCE ("RF", TAUX "RF" DE TAUX.TXT),    *
002340* POSTEE EN DEBIT JUSTE APRES LUI, SAUF POUR UN CLIENT EXONERE   *
002350* (EXONERATIONS.TXT).                                            *
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.     INTERETS-BANQUE.
005460         ORGANIZATION IS LINE SEQUENTIAL
005470         FILE STATUS IS WS-TAUX-STATUS.
005500
005510*---------------------------------------------------------------*
005520*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
005530*    CALENDRIER-BANQUE.                                          *
005540*---------------------------------------------------------------*
005550     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
005560         ORGANIZATION IS LINE SEQUENTIAL
005570         FILE STATUS IS WS-DATECTL-STATUS.
005571
005572*---------------------------------------------------------------*
005573*    FICHIER DES CLIENTS EXONERES DE RETENUE A LA SOURCE, LU AU  *
005574*    LANCEMENT.                                                  *
005575*---------------------------------------------------------------*
005576     SELECT FICHIER-EXONER ASSIGN TO "../data/exonerations.txt"
005577         ORGANIZATION IS LINE SEQUENTIAL
005578         FILE STATUS IS WS-EXONER-STATUS.
005580
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CUSTOMER-MASTER-FILE.
006520 FD  FICHIER-TAUX.
006530 01  LIGNE-TAUX                  PIC X(28).
006600
006610 FD  FICHIER-DATECTL.
006620 01  LIGNE-DATECTL               PIC X(18).
006622
006624 FD  FICHIER-EXONER.
006626 01  LIGNE-EXONER                PIC X(42).
006630
006700 WORKING-STORAGE SECTION.
006800*---------------------------------------------------------------*
006900*    VUE DE LA TRANSACTION D'INTERET A AJOUTER EN SORTIE.        *
007000*---------------------------------------------------------------*
007100     COPY "tranin.cpy".
007200
007210*---------------------------------------------------------------*
007220*    DATE DE TRAITEMENT DU CYCLE.                                *
007230*---------------------------------------------------------------*
007240     COPY "datectl.cpy".
007250
007260 01  WS-DATECTL-STATUS           PIC X(02).
007270     88  WS-DATECTL-OK               VALUE "00".
007280
007300*---------------------------------------------------------------*
007400*    ZONE DE TRAVAIL POUR L'ECRITURE D'UNE LIGNE D'AUDIT.        *
007500*---------------------------------------------------------------*
009300 01  WS-TAUX-SWITCHES.
009310     05  WS-TAUX-EOF             PIC X(01)     VALUE "N".
009320         88  WS-END-OF-TAUX          VALUE "Y".
009326
009332*---------------------------------------------------------------*
009338*    RETENUE A LA SOURCE SUR LES INTERETS CREDITEURS : TAUX "RF" *
009344*    EN VIGUEUR (INDICE DANS LA TABLE DES TAUX, ZERO = PAS DE    *
009350*    RETENUE) ET CLIENTS EXONERES A LA DATE DU JOUR.             *
009356*---------------------------------------------------------------*
009362     COPY "exonrec.cpy".
009368
009374 01  WS-TAUX-RETENUE             PIC 9(03)     VALUE ZERO.
009380 01  WS-RETENUE-MONTANT          PIC S9(9)V99  VALUE ZERO.
009386
009392 01  WS-TABLE-EXONERES.
009398     05  WS-EXO-NOMBRE           PIC 9(04)     VALUE ZERO.
009404     05  WS-EXO-CLIENT           PIC 9(06)
009410                                 OCCURS 1000 TIMES.
009416
009422 01  WS-EXO-INDICE               PIC 9(04)     VALUE ZERO.
009428 01  WS-LIGNES-EXO-IGNOREES      PIC 9(04)     VALUE ZERO.
009434
009440 01  WS-EXONER-STATUS            PIC X(02).
009446     88  WS-EXONER-FICHIER-OK        VALUE "00".
009452
009458 01  WS-EXONER-SWITCHES.
009464     05  WS-EXONER-EOF           PIC X(01)     VALUE "N".
009470         88  WS-END-OF-EXONER        VALUE "Y".
009476     05  WS-CLIENT-EXONERE-SW    PIC X(01)     VALUE "N".
009482         88  WS-CLIENT-EXONERE       VALUE "Y".
009500
009600 01  WS-MASTER-STATUS            PIC X(02).
009700     88  WS-MASTER-OK                VALUE "00".
010400     05  WS-COMPTES-LUS          PIC 9(07)     VALUE ZERO.
010500     05  WS-COMPTES-CREDITES     PIC 9(07)     VALUE ZERO.
010510     05  WS-COMPTES-DEBITES      PIC 9(07)     VALUE ZERO.
010520     05  WS-COMPTES-RETENUS      PIC 9(07)     VALUE ZERO.
010530     05  WS-COMPTES-EXONERES     PIC 9(07)     VALUE ZERO.
010600
010700 01  WS-INTERET-MONTANT          PIC S9(9)V99  VALUE ZERO.
010710
012100* 1000-INITIALIZE                                               *
012200*****************************************************************
012300 1000-INITIALIZE.
012310     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
012315     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
012320     PERFORM 1100-CHARGER-TAUX THRU 1100-EXIT.
012330     IF WS-END-OF-MASTER
012340         CONTINUE
012350     ELSE
012360         PERFORM 1300-CHERCHER-RETENUE THRU 1300-EXIT
012370         PERFORM 1400-CHARGER-EXONERES THRU 1400-EXIT
012400         OPEN I-O CUSTOMER-MASTER-FILE
012500         IF NOT WS-MASTER-OK
012600             DISPLAY "ERREUR OUVERTURE CUSTOMER-MASTER : "
013650     PERFORM 1150-LIRE-TAUX THRU 1150-EXIT.
013651 1200-EXIT.
013652     EXIT.
013653
013654*****************************************************************
013655* 1300-CHERCHER-RETENUE - TAUX DE RETENUE A LA SOURCE "RF" EN    *
013656*    VIGUEUR (SANS PALIERS : LA DATE D'EFFET LA PLUS RECENTE     *
013657*    L'EMPORTE). SANS LIGNE "RF" EN VIGUEUR, LES INTERETS SONT   *
013658*    POSTES BRUTS ; CE CAS EST SIGNALE UNE FOIS POUR LE PASSAGE. *
013659*****************************************************************
013660 1300-CHERCHER-RETENUE.
013661     MOVE ZERO TO WS-TAUX-RETENU.
013662     MOVE "RF" TO WS-TYPE-CHERCHE.
013663     PERFORM 2250-CHERCHER-TAUX THRU 2250-EXIT
013664         VARYING WS-TAUX-INDICE FROM 1 BY 1
013665         UNTIL WS-TAUX-INDICE > WS-TAUX-NOMBRE.
013666     MOVE WS-TAUX-RETENU TO WS-TAUX-RETENUE.
013667     IF WS-TAUX-RETENUE = ZERO
013668         DISPLAY "AUCUN TAUX RF EN VIGUEUR - INTERETS BRUTS"
013669     END-IF.
013670 1300-EXIT.
013671     EXIT.
013672
013673*****************************************************************
013674* 1400-CHARGER-EXONERES - CLIENTS EXONERES DE RETENUE A LA DATE  *
013675*    DU JOUR (DATE DE DEBUT ATTEINTE, DATE DE FIN A ZERO OU NON  *
013676*    DEPASSEE). UN FICHIER ABSENT N'EXONERE PERSONNE ; UNE LIGNE *
013677*    MAL FORMEE OU PERDUE FAUTE DE PLACE EST SIGNALEE : LE       *
013678*    CLIENT CONCERNE SUBIRAIT LA RETENUE.                        *
013679*****************************************************************
013680 1400-CHARGER-EXONERES.
013681     OPEN INPUT FICHIER-EXONER.
013682     IF NOT WS-EXONER-FICHIER-OK
013683         DISPLAY "FICHIER DES EXONERATIONS ABSENT : "
013684                 WS-EXONER-STATUS
013685     ELSE
013686         PERFORM 1450-LIRE-EXONERE THRU 1450-EXIT
013687         PERFORM 1500-RANGER-EXONERE THRU 1500-EXIT
013688             UNTIL WS-END-OF-EXONER
013689         CLOSE FICHIER-EXONER
013690     END-IF.
013691 1400-EXIT.
013692     EXIT.
013693
013694 1450-LIRE-EXONERE.
013695     READ FICHIER-EXONER INTO WS-EXONERATION-RECORD
013696         AT END
013697             MOVE "Y" TO WS-EXONER-EOF
013698     END-READ.
013699 1450-EXIT.
013700     EXIT.
013701
013702 1500-RANGER-EXONERE.
013703     IF EO-CUSTOMER-ID NUMERIC
013704         AND EO-DATE-DEBUT-X NUMERIC
013705         AND EO-DATE-FIN-X NUMERIC
013706         IF EO-DATE-DEBUT NOT > WS-DATE-JOUR
013707             AND (EO-DATE-FIN = ZERO
013708               OR EO-DATE-FIN NOT < WS-DATE-JOUR)
013709             IF WS-EXO-NOMBRE < 1000
013710                 ADD 1 TO WS-EXO-NOMBRE
013711                 MOVE EO-CUSTOMER-ID-N
013712                     TO WS-EXO-CLIENT (WS-EXO-NOMBRE)
013713             ELSE
013714                 DISPLAY "TABLE EXONERATIONS SATUREE, PERDU : "
013715                         WS-EXONERATION-RECORD
013716             END-IF
013717         END-IF
013718     ELSE
013719         ADD 1 TO WS-LIGNES-EXO-IGNOREES
013720         DISPLAY "LIGNE D'EXONERATION MAL FORMEE IGNOREE : "
013721                 WS-EXONERATION-RECORD
013722     END-IF.
013723     PERFORM 1450-LIRE-EXONERE THRU 1450-EXIT.
013724 1500-EXIT.
013725     EXIT.
013726
013727*****************************************************************
013800* 2000-TRAITER-COMPTE - CALCUL ET POSTAGE DE L'INTERET D'UN      *
013900*    COMPTE ACTIF (HORS PRET), PUIS LECTURE DU COMPTE SUIVANT.   *
014000*****************************************************************
014100 2000-TRAITER-COMPTE.
014200     IF CM-STATUS-ACTIVE AND NOT CM-TYPE-LOAN
014300         PERFORM 2200-CALCULER-INTERET THRU 2200-EXIT
014400         EVALUATE TRUE
014410             WHEN WS-INTERET-MONTANT > ZERO
014500                 PERFORM 2300-POSTER-INTERET THRU 2300-EXIT
014600                 ADD 1 TO WS-COMPTES-CREDITES
014605                 PERFORM 2350-RETENIR-IMPOT THRU 2350-EXIT
014610             WHEN WS-INTERET-MONTANT < ZERO
014620                 PERFORM 2400-POSTER-INTERET-DEBITEUR
014630                     THRU 2400-EXIT
018140*    PALIER EST ATTEINT. LE PALIER LE PLUS ELEVE L'EMPORTE ; A   *
018150*    PALIER EGAL, LA DATE D'EFFET LA PLUS RECENTE DESIGNE LA     *
018160*    VERSION EN VIGUEUR DE CE PALIER (UN CHANGEMENT DE TAUX      *
018170*    REPUBLIE LA LIGNE DE SON PALIER). LES TAUX "DB"             *
018175*    ET "RF" N'ONT PAS DE PALIERS.                               *
018180*****************************************************************
018200 2250-CHERCHER-TAUX.
018300     IF WS-TAUX-TYPE (WS-TAUX-INDICE) = WS-TYPE-CHERCHE
018310         AND (WS-TYPE-CHERCHE = "DB" OR "RF"
018320           OR WS-TAUX-PLANCHER (WS-TAUX-INDICE)
018330              NOT > CM-BALANCE)
018340         IF WS-TAUX-RETENU = ZERO
020600     MOVE "IN"                TO AUD-TRANS-CODE.
020700     MOVE TR-AMOUNT-X         TO AUD-AMOUNT-X.
020710     MOVE TR-REFERENCE        TO AUD-REFERENCE.
020800     MOVE WS-DATE-JOUR        TO AUD-DATE.
020900     ACCEPT AUD-TIME          FROM TIME.
021000     WRITE LIGNE-AUDIT FROM WS-AUDIT-RECORD.
021100 2300-EXIT.
021200     EXIT.
021201
021202*****************************************************************
021203* 2350-RETENIR-IMPOT - RETENUE A LA SOURCE SUR L'INTERET QUI     *
021204*    VIENT D'ETRE CREDITE : BRUT PAR TAUX "RF", ARRONDI AU       *
021205*    CENTIME, DEBITE SOUS LE CODE "RF" AVEC SA LIGNE DE SORTIE   *
021206*    ET SON AUDIT (LA REFERENCE EST PROPRE A LA RETENUE). UN     *
021207*    CLIENT EXONERE A LA DATE DU JOUR, OU UNE RETENUE NULLE, NE  *
021208*    POSTE RIEN. LE SOLDE VENANT DE RECEVOIR UN MONTANT BRUT     *
021209*    SUPERIEUR, IL NE PEUT PAS DEVENIR DEBITEUR.                 *
021210*****************************************************************
021211 2350-RETENIR-IMPOT.
021212     MOVE ZERO TO WS-RETENUE-MONTANT.
021213     MOVE "N" TO WS-CLIENT-EXONERE-SW.
021214     PERFORM 2360-CHERCHER-EXONERE THRU 2360-EXIT
021215         VARYING WS-EXO-INDICE FROM 1 BY 1
021216         UNTIL WS-EXO-INDICE > WS-EXO-NOMBRE
021217            OR WS-CLIENT-EXONERE.
021218     IF WS-CLIENT-EXONERE
021219         ADD 1 TO WS-COMPTES-EXONERES
021220     ELSE
021221         IF WS-TAUX-RETENUE > ZERO
021222             COMPUTE WS-RETENUE-MONTANT ROUNDED =
021223                 (WS-INTERET-MONTANT
021224                     * WS-TAUX-VALEUR (WS-TAUX-RETENUE)) / 1000000
021225         END-IF
021226     END-IF.
021227
021228     IF WS-RETENUE-MONTANT > ZERO
021229         MOVE CM-BALANCE TO AUD-BALANCE-BEFORE
021230         SUBTRACT WS-RETENUE-MONTANT FROM CM-BALANCE
021231         REWRITE CUSTOMER-RECORD
021232
021233         MOVE SPACES              TO WS-TRANSACTION-RECORD
021234         MOVE CM-ACCOUNT-NUMBER   TO TR-ACCOUNT-NUMBER-N
021235         MOVE "RF"                TO TR-TRANS-CODE
021236         MOVE WS-RETENUE-MONTANT  TO TR-AMOUNT
021237         PERFORM 2500-ATTRIBUER-REFERENCE THRU 2500-EXIT
021238         WRITE LIGNE-SORTIE FROM WS-TRANSACTION-RECORD
021239
021240         MOVE CM-BALANCE          TO AUD-BALANCE-AFTER
021241         MOVE CM-ACCOUNT-NUMBER   TO AUD-ACCOUNT-NUMBER
021242         MOVE "RF"                TO AUD-TRANS-CODE
021243         MOVE TR-AMOUNT-X         TO AUD-AMOUNT-X
021244         MOVE TR-REFERENCE        TO AUD-REFERENCE
021245         MOVE WS-DATE-JOUR        TO AUD-DATE
021246         ACCEPT AUD-TIME          FROM TIME
021247         WRITE LIGNE-AUDIT FROM WS-AUDIT-RECORD
021248         ADD 1 TO WS-COMPTES-RETENUS
021249     END-IF.
021250 2350-EXIT.
021251     EXIT.
021252
021253 2360-CHERCHER-EXONERE.
021254     IF WS-EXO-CLIENT (WS-EXO-INDICE) = CM-CUSTOMER-ID
021255         MOVE "Y" TO WS-CLIENT-EXONERE-SW
021256     END-IF.
021257 2360-EXIT.
021258     EXIT.
021300
021310*****************************************************************
021320* 2400-POSTER-INTERET-DEBITEUR - DEBITE LES INTERETS DEBITEURS   *
021420     MOVE "ID"                TO AUD-TRANS-CODE.
021430     MOVE TR-AMOUNT-X         TO AUD-AMOUNT-X.
021435     MOVE TR-REFERENCE        TO AUD-REFERENCE.
021440     MOVE WS-DATE-JOUR        TO AUD-DATE.
021450     ACCEPT AUD-TIME          FROM TIME.
021460     WRITE LIGNE-AUDIT FROM WS-AUDIT-RECORD.
021470 2400-EXIT.
022100     DISPLAY "COMPTES LUS      : " WS-COMPTES-LUS.
022200     DISPLAY "COMPTES CREDITES : " WS-COMPTES-CREDITES.
022210     DISPLAY "COMPTES DEBITES  : " WS-COMPTES-DEBITES.
022220     DISPLAY "RETENUES RF      : " WS-COMPTES-RETENUS.
022230     DISPLAY "CLIENTS EXONERES : " WS-COMPTES-EXONERES.
022300 9999-EXIT.
022400     EXIT.
022410
022420*****************************************************************
022430* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
022440*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
022450*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
022460*****************************************************************
022470 9700-LIRE-DATE-TRT.
022480     MOVE ZERO TO DT-DATE-TRAITEMENT.
022490     OPEN INPUT FICHIER-DATECTL.
022500     IF WS-DATECTL-OK
022510         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
022520             AT END
022530                 MOVE ZERO TO DT-DATE-TRAITEMENT
022540         END-READ
022550         CLOSE FICHIER-DATECTL
022560     END-IF.
022570     IF DT-DATE-TRAITEMENT NOT NUMERIC
022580         OR DT-DATE-TRAITEMENT = ZERO
022590         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
022600         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
022610                 DT-DATE-TRAITEMENT
022620     END-IF.
022630 9700-EXIT.
022640     EXIT.
