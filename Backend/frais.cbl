000800*  2026-08-23  ML  PROGRAMME INITIAL - FACTURATION MENSUELLE DES *
000900*                  FRAIS DE TENUE DE COMPTE ET DES PENALITES DE  *
001000*                  DECOUVERT NON AUTORISE.                       *
001010*  2026-10-15  ML  DATE DU JOUR LUE DANS DATETRT.CTL (DATE DE    *
001020*                  TRAITEMENT TENUE PAR CALENDRIER-BANQUE) ET NON*
001030*                  PLUS A L'HORLOGE SYSTEME.                     *
001100*---------------------------------------------------------------*
001200* TRAITEMENT DE FIN DE MOIS : POUR CHAQUE COMPTE ACTIF DU        *
001300* FICHIER MAITRE, DEBITE :                                       *
001800*     MOIS EN COURS, COMPTE DANS LES REJETS EN SOUFFRANCE        *
001900*     (REJECTS.TXT) ET DANS LES REJETS RETIRES (REJHIST.TXT),    *
002000*     POSTEE SOUS LE CODE TRANSACTION "FP".                      *
002010*   - POUR UN TYPE DE COMPTE DONT LA REGLE DE PLAFONDS.TXT       *
002020*     PREVOIT DES FRAIS, LE FRAIS "RE" DU PARAMETRE PAR DEBIT DU *
002030*     MOIS AU-DELA DU NOMBRE MENSUEL, POSTE SOUS LE CODE         *
002040*     TRANSACTION "FP" SUR SA PROPRE LIGNE.                      *
002050*   - LE FRAIS DE RETARD "RP" DU PARAMETRE PAR ECHEANCE DE PRET  *
002060*     IMPAYEE DONT LE COMPTE EST LE COMPTE DE REMBOURSEMENT,     *
002070*     POSTE SOUS LE CODE TRANSACTION "FP" SUR SA PROPRE LIGNE.   *
002100* CHAQUE FRAIS PRODUIT SA LIGNE DE TRANSACTION DANS OUTPUT.TXT   *
002200* ET SON ECRITURE DANS LE JOURNAL D'AUDIT, PUIS FIGURE SUR LE    *
002300* REGISTRE DES FRAIS (FRAIS-REGISTRE.TXT) AVEC LES TOTAUX        *
002920*                  REFERENCE DE TRANSACTION ("FT"/"FP" + MMJJ +  *
002930*                  COMPTEUR), PORTEE SUR LA LIGNE DE SORTIE ET   *
002940*                  SUR L'ECRITURE D'AUDIT.                       *
002948*  2026-10-15  ML  COMPTES REGLEMENTES : POUR UN TYPE DONT LA    *
002956*                  REGLE DE PLAFONDS.TXT PREVOIT DES FRAIS ("F") *
002964*                  PLUTOT QU'UN REFUS, CHAQUE DEBIT DU MOIS      *
002972*                  AU-DELA DU NOMBRE MENSUEL (RECOMPTE DANS LE   *
002980*                  JOURNAL D'AUDIT) EST FACTURE AU TARIF "RE" DE *
002988*                  FRAIS.TXT, SUR UNE LIGNE "FP" DISTINCTE.      *
002989*  2026-10-15  ML  PRETS : CHAQUE ECHEANCE DE PRET RESTEE        *
002990*                  IMPAYEE APRES LE PRELEVEMENT DU MOIS          *
002991*                  (PRETS.TXT, TENU PAR PRETS-BANQUE) EST        *
002992*                  FACTUREE AU TARIF "RP" DE FRAIS.TXT SUR LE    *
002993*                  COMPTE DE REMBOURSEMENT LIE, SUR UNE LIGNE    *
002994*                  "FP" DISTINCTE. LES COMPTES DE PRET EUX-MEMES *
002995*                  NE SONT JAMAIS FACTURES.                      *
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.     FRAIS-BANQUE.
007600*    JOURNAL D'AUDIT (AJOUT SEUL) DES VARIATIONS DE SOLDE.       *
007700*---------------------------------------------------------------*
007800     SELECT FICHIER-AUDIT ASSIGN TO "../data/audit.log"
007810         ORGANIZATION IS LINE SEQUENTIAL
007820         FILE STATUS IS WS-AUDIT-STATUS.
008000
008100*---------------------------------------------------------------*
008200*    REGISTRE DES FRAIS FACTURES.                                *
008500         ASSIGN TO "../data/frais-registre.txt"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700
008710*---------------------------------------------------------------*
008720*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
008730*    CALENDRIER-BANQUE.                                          *
008740*---------------------------------------------------------------*
008750     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
008760         ORGANIZATION IS LINE SEQUENTIAL
008770         FILE STATUS IS WS-DATECTL-STATUS.
008780
008782*---------------------------------------------------------------*
008784*    REGLES DES COMPTES REGLEMENTES (NOMBRE MENSUEL DE DEBITS   *
008786*    ET FRAIS OU REFUS AU-DELA), LUES AU LANCEMENT.             *
008788*---------------------------------------------------------------*
008790     SELECT FICHIER-PLAFONDS ASSIGN TO "../data/plafonds.txt"
008792         ORGANIZATION IS LINE SEQUENTIAL
008794         FILE STATUS IS WS-PLAFONDS-STATUS.
008803
008812*---------------------------------------------------------------*
008821*    PRETS EN COURS ET LEURS ECHEANCES IMPAYEES, TENUS PAR       *
008830*    PRETS-BANQUE, LUS AU LANCEMENT. ABSENT = AUCUN PRET.        *
008839*---------------------------------------------------------------*
008848     SELECT FICHIER-PRETS ASSIGN TO "../data/prets.txt"
008857         ORGANIZATION IS LINE SEQUENTIAL
008866         FILE STATUS IS WS-PRETS-STATUS.
008875
008884 DATA DIVISION.
008900 FILE SECTION.
009000 FD  CUSTOMER-MASTER-FILE.
009100     COPY "custmas.cpy".
010600 01  LIGNE-AUDIT                  PIC X(70).
010700
010800 FD  FICHIER-REGISTRE.
010810 01  LIGNE-REGISTRE               PIC X(102).
011000
011010 FD  FICHIER-DATECTL.
011020 01  LIGNE-DATECTL                PIC X(18).
011030
011040 FD  FICHIER-PLAFONDS.
011050 01  LIGNE-PLAFOND                PIC X(25).
011060
011070 FD  FICHIER-PRETS.
011080 01  LIGNE-PRET                   PIC X(109).
011090
011100 WORKING-STORAGE SECTION.
011200     COPY "fraisrec.cpy".
011300
011310*---------------------------------------------------------------*
011320*    DATE DE TRAITEMENT DU CYCLE.                                *
011330*---------------------------------------------------------------*
011340     COPY "datectl.cpy".
011350
011360 01  WS-DATECTL-STATUS           PIC X(02).
011370     88  WS-DATECTL-OK               VALUE "00".
011380
011400     COPY "rejrec.cpy".
011500
011600     COPY "tranin.cpy".
011700
011800     COPY "auditrec.cpy".
011900
011910     COPY "plafrec.cpy".
011920
011930     COPY "pretrec.cpy".
011940
012000 01  WS-MASTER-STATUS            PIC X(02).
012100     88  WS-MASTER-OK                VALUE "00".
012200
012900 01  WS-REJHIST-STATUS           PIC X(02).
013000     88  WS-REJHIST-OK               VALUE "00".
013100
013110 01  WS-AUDIT-STATUS             PIC X(02).
013120     88  WS-AUDIT-OK                 VALUE "00".
013130
013140 01  WS-PLAFONDS-STATUS          PIC X(02).
013150     88  WS-PLAFONDS-OK              VALUE "00".
013160
013170 01  WS-PRETS-STATUS             PIC X(02).
013180     88  WS-PRETS-OK                 VALUE "00".
013190
013200 01  WS-SWITCHES.
013300     05  WS-MASTER-EOF           PIC X(01)     VALUE "N".
013400         88  WS-END-OF-MASTER        VALUE "Y".
013800         88  WS-END-OF-REJ           VALUE "Y".
013900     05  WS-FICHIERS-OUVERTS-SW  PIC X(01)     VALUE "N".
014000         88  WS-FICHIERS-OUVERTS     VALUE "Y".
014010     05  WS-PLAFONDS-EOF         PIC X(01)     VALUE "N".
014020         88  WS-END-OF-PLAFONDS      VALUE "Y".
014030     05  WS-AUDIT-EOF            PIC X(01)     VALUE "N".
014040         88  WS-END-OF-AUDIT         VALUE "Y".
014050     05  WS-PRETS-EOF            PIC X(01)     VALUE "N".
014060         88  WS-END-OF-PRETS         VALUE "Y".
014100
014200 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
014300 01  WS-PERIODE                  PIC X(06)     VALUE SPACES.
014400
014500*---------------------------------------------------------------*
014600*    BAREME DES FRAIS CHARGE DE FRAIS.TXT : FRAIS DE TENUE PAR   *
014610*    TYPE DE COMPTE, PENALITE UNITAIRE "PE", FRAIS UNITAIRE "RE" *
014620*    PAR DEBIT AU-DELA DU NOMBRE MENSUEL ET FRAIS UNITAIRE "RP"  *
014630*    PAR ECHEANCE DE PRET IMPAYEE.                               *
014800*---------------------------------------------------------------*
014900 01  WS-BAREME.
015000     05  WS-BAREME-NOMBRE        PIC 9(02)     VALUE ZERO.
015500 01  WS-BAREME-IDX               PIC 9(02)     VALUE ZERO.
015600 01  WS-TENUE-MONTANT            PIC 9(9)V99   VALUE ZERO.
015700 01  WS-PENALITE-MONTANT         PIC 9(9)V99   VALUE ZERO.
015710 01  WS-RETRAIT-MONTANT          PIC 9(9)V99   VALUE ZERO.
015720 01  WS-RETARD-MONTANT           PIC 9(9)V99   VALUE ZERO.
015800
015900*---------------------------------------------------------------*
016000*    NOMBRE DE REJETS "DECOUVERT NON AUTORISE" DU MOIS PAR       *
017100 01  WS-NSF-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
017200 01  WS-NSF-CHERCHE              PIC 9(08)     VALUE ZERO.
017300 01  WS-NSF-DU-COMPTE            PIC 9(03)     VALUE ZERO.
017303
017306*---------------------------------------------------------------*
017309*    TYPES DE COMPTE DONT LA REGLE PREVOIT DES FRAIS AU-DELA DU  *
017312*    NOMBRE MENSUEL DE DEBITS, ET NOMBRE DE DEBITS ET VIREMENTS  *
017315*    SORTANTS DU MOIS PAR COMPTE (JOURNAL D'AUDIT).              *
017318*---------------------------------------------------------------*
017321 01  WS-TABLE-PLAFONDS.
017324     05  WS-PLF-NOMBRE           PIC 9(02)     VALUE ZERO.
017327     05  WS-PLF-ENTREE           OCCURS 10 TIMES.
017330         10  WS-PLF-TYPE         PIC X(02).
017333         10  WS-PLF-DEBITS-MAX   PIC 9(05).
017336
017339 01  WS-PLF-IDX                  PIC 9(02)     VALUE ZERO.
017342 01  WS-PLF-TROUVE-IDX           PIC 9(02)     VALUE ZERO.
017345
017348 01  WS-TABLE-RETRAITS.
017351     05  WS-RET-NOMBRE           PIC 9(05)     VALUE ZERO.
017354     05  WS-RET-ENTREE           OCCURS 5000 TIMES.
017357         10  WS-RET-COMPTE       PIC 9(08).
017360         10  WS-RET-DEBITS       PIC 9(05).
017363
017366 01  WS-RET-IDX                  PIC 9(05)     VALUE ZERO.
017369 01  WS-RET-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
017372 01  WS-RET-CHERCHE              PIC 9(08)     VALUE ZERO.
017375 01  WS-RET-EXCEDENT             PIC 9(05)     VALUE ZERO.
017400
017406*---------------------------------------------------------------*
017412*    NOMBRE D'ECHEANCES DE PRET IMPAYEES PAR COMPTE DE           *
017418*    REMBOURSEMENT (PRETS EN COURS DE PRETS.TXT).                *
017424*---------------------------------------------------------------*
017430 01  WS-TABLE-IMPAYES.
017436     05  WS-IMP-NOMBRE           PIC 9(05)     VALUE ZERO.
017442     05  WS-IMP-ENTREE           OCCURS 2000 TIMES.
017448         10  WS-IMP-COMPTE       PIC 9(08).
017454         10  WS-IMP-ECHEANCES    PIC 9(05).
017460
017466 01  WS-IMP-IDX                  PIC 9(05)     VALUE ZERO.
017472 01  WS-IMP-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
017478 01  WS-IMP-CHERCHE              PIC 9(08)     VALUE ZERO.
017484 01  WS-IMP-DU-COMPTE            PIC 9(05)     VALUE ZERO.
017490
017500 01  WS-FRAIS-CALCULE            PIC S9(9)V99  VALUE ZERO.
017510
017520*---------------------------------------------------------------*
017900     05  WS-COMPTES-FACTURES     PIC 9(07)     VALUE ZERO.
018000     05  WS-TOTAL-TENUE          PIC S9(11)V99 VALUE ZERO.
018100     05  WS-TOTAL-PENALITES      PIC S9(11)V99 VALUE ZERO.
018110     05  WS-TOTAL-RETRAITS       PIC S9(11)V99 VALUE ZERO.
018120     05  WS-TOTAL-RETARDS        PIC S9(11)V99 VALUE ZERO.
018200
018300 01  WS-MONTANT-EDIT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
018400 01  WS-TOTAL-EDIT               PIC Z,ZZZ,ZZ9.
019700     05  FILLER                  PIC X(02)     VALUE SPACES.
019800     05  REG-PENALITE            PIC -Z,ZZZ,ZZ9.99.
019900     05  FILLER                  PIC X(02)     VALUE SPACES.
019910     05  REG-EXCEDENT            PIC ZZ9.
019920     05  FILLER                  PIC X(02)     VALUE SPACES.
019930     05  REG-FRAIS-RETRAITS      PIC -Z,ZZZ,ZZ9.99.
019940     05  FILLER                  PIC X(02)     VALUE SPACES.
019942     05  REG-IMPAYES             PIC ZZ9.
019944     05  FILLER                  PIC X(02)     VALUE SPACES.
019946     05  REG-FRAIS-RETARD        PIC -Z,ZZZ,ZZ9.99.
019948     05  FILLER                  PIC X(02)     VALUE SPACES.
019950     05  REG-MARQUE              PIC X(11).
019960     05  FILLER                  PIC X(02)     VALUE SPACES.
020200
020300 PROCEDURE DIVISION.
020400*****************************************************************
021700*    VIDE ARRETE LE LOT SANS RIEN FACTURER.                      *
021800*****************************************************************
021900 1000-INITIALIZE.
022000     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
022010     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
022100     MOVE WS-DATE-JOUR (1:6) TO WS-PERIODE.
022200
022300     PERFORM 1100-CHARGER-BAREME THRU 1100-EXIT.
022500         CONTINUE
022600     ELSE
022700         PERFORM 1300-COMPTER-DECOUVERTS THRU 1300-EXIT
022710         PERFORM 1800-CHARGER-PLAFONDS THRU 1800-EXIT
022720         PERFORM 1850-COMPTER-RETRAITS THRU 1850-EXIT
022730         PERFORM 1950-COMPTER-IMPAYES THRU 1950-EXIT
022800         OPEN I-O CUSTOMER-MASTER-FILE
022900         IF NOT WS-MASTER-OK
023000             DISPLAY "ERREUR OUVERTURE CUSTOMER-MASTER : "
037600         MOVE WS-NSF-IDX TO WS-NSF-TROUVE-IDX
037700     END-IF.
037800 1750-EXIT.
037802     EXIT.
037804
037806*****************************************************************
037808* 1800-CHARGER-PLAFONDS - TYPES DE COMPTE DONT LA REGLE DE       *
037810*    PLAFONDS.TXT PREVOIT DES FRAIS ("F") AU-DELA D'UN NOMBRE    *
037812*    MENSUEL DE DEBITS. UNE REGLE DE REFUS ("R") EST APPLIQUEE   *
037814*    PAR TRAITEMENT-BANQUE ET NE FACTURE RIEN ICI. FICHIER       *
037816*    ABSENT = AUCUN FRAIS DE CE GENRE.                           *
037818*****************************************************************
037820 1800-CHARGER-PLAFONDS.
037822     OPEN INPUT FICHIER-PLAFONDS.
037824     IF WS-PLAFONDS-OK
037826         PERFORM 1810-RANGER-PLAFOND THRU 1810-EXIT
037828             UNTIL WS-END-OF-PLAFONDS
037830         CLOSE FICHIER-PLAFONDS
037832     END-IF.
037834 1800-EXIT.
037836     EXIT.
037838
037840 1810-RANGER-PLAFOND.
037842     READ FICHIER-PLAFONDS INTO WS-PLAFOND-PARAM-RECORD
037844         AT END
037846             MOVE "Y" TO WS-PLAFONDS-EOF
037848         NOT AT END
037850             IF PL-DEBITS-MAX-X NUMERIC
037852                 AND PL-DEPASSEMENT-FRAIS
037854                 AND PL-DEBITS-MAX > ZERO
037856                 AND WS-PLF-NOMBRE < 10
037858                 ADD 1 TO WS-PLF-NOMBRE
037860                 MOVE PL-ACCOUNT-TYPE
037862                     TO WS-PLF-TYPE (WS-PLF-NOMBRE)
037864                 MOVE PL-DEBITS-MAX
037866                     TO WS-PLF-DEBITS-MAX (WS-PLF-NOMBRE)
037868             ELSE
037870                 IF PL-DEBITS-MAX-X NOT NUMERIC
037872                     OR NOT (PL-DEPASSEMENT-FRAIS
037874                             OR PL-DEPASSEMENT-REJET)
037876                     DISPLAY "LIGNE DE PLAFOND IGNOREE : "
037878                             WS-PLAFOND-PARAM-RECORD
037880                 END-IF
037882             END-IF
037884     END-READ.
037886 1810-EXIT.
037888     EXIT.
037890
037892*****************************************************************
037894* 1850-COMPTER-RETRAITS - NOMBRE DE DEBITS ET VIREMENTS SORTANTS *
037896*    DU MOIS PAR COMPTE, COMPTE DANS LE JOURNAL D'AUDIT : UNE    *
037898*    ECRITURE "DB", "CQ", "VI" OU "VE" DE LA PERIODE QUI FAIT    *
037900*    BAISSER LE SOLDE COMPTE POUR UN (MEME REGLE QUE             *
037902*    TRAITEMENT-BANQUE). SANS TYPE A FRAIS, LE JOURNAL N'EST     *
037904*    PAS LU.                                                     *
037906*****************************************************************
037908 1850-COMPTER-RETRAITS.
037910     IF WS-PLF-NOMBRE > ZERO
037912         OPEN INPUT FICHIER-AUDIT
037914         IF WS-AUDIT-OK
037916             PERFORM 1860-RETENIR-RETRAIT THRU 1860-EXIT
037918                 UNTIL WS-END-OF-AUDIT
037920             CLOSE FICHIER-AUDIT
037922         END-IF
037924     END-IF.
037926 1850-EXIT.
037928     EXIT.
037930
037932 1860-RETENIR-RETRAIT.
037934     READ FICHIER-AUDIT INTO WS-AUDIT-RECORD
037936         AT END
037938             MOVE "Y" TO WS-AUDIT-EOF
037940         NOT AT END
037942             IF AUD-DATE (1:6) = WS-PERIODE
037944                 AND (AUD-TRANS-CODE = "DB" OR "CQ"
037946                      OR AUD-TRANS-CODE = "VI" OR "VE")
037948                 AND AUD-BALANCE-AFTER < AUD-BALANCE-BEFORE
037950                 MOVE AUD-ACCOUNT-NUMBER TO WS-RET-CHERCHE
037952                 PERFORM 1870-AJOUTER-RETRAIT THRU 1870-EXIT
037954             END-IF
037956     END-READ.
037958 1860-EXIT.
037960     EXIT.
037962
037964 1870-AJOUTER-RETRAIT.
037966     MOVE ZERO TO WS-RET-TROUVE-IDX.
037968     PERFORM 1880-COMPARER-RETRAIT THRU 1880-EXIT
037970         VARYING WS-RET-IDX FROM 1 BY 1
037972         UNTIL WS-RET-IDX > WS-RET-NOMBRE
037974            OR WS-RET-TROUVE-IDX > ZERO.
037976     IF WS-RET-TROUVE-IDX > ZERO
037978         ADD 1 TO WS-RET-DEBITS (WS-RET-TROUVE-IDX)
037980     ELSE
037982         IF WS-RET-NOMBRE < 5000
037984             ADD 1 TO WS-RET-NOMBRE
037986             MOVE WS-RET-CHERCHE
037988                 TO WS-RET-COMPTE (WS-RET-NOMBRE)
037990             MOVE 1 TO WS-RET-DEBITS (WS-RET-NOMBRE)
037992         ELSE
037994             DISPLAY "TABLE DES RETRAITS SATUREE, DEBIT PERDU"
037996         END-IF
037998     END-IF.
038000 1870-EXIT.
038002     EXIT.
038004
038006 1880-COMPARER-RETRAIT.
038008     IF WS-RET-COMPTE (WS-RET-IDX) = WS-RET-CHERCHE
038010         MOVE WS-RET-IDX TO WS-RET-TROUVE-IDX
038012     END-IF.
038014 1880-EXIT.
038016     EXIT.
038018
038100*****************************************************************
038200* 1900-ENTETE-REGISTRE                                          *
038300*****************************************************************
039100
039200     MOVE SPACES TO LIGNE-REGISTRE.
039300     STRING "COMPTE    TYPE  TENUE          NSF  PENALITE"
039310            "     EXC  RETRAITS       IMP  RETARD"
039400         DELIMITED BY SIZE INTO LIGNE-REGISTRE
039500     END-STRING.
039600     WRITE LIGNE-REGISTRE.
039700 1900-EXIT.
039800     EXIT.
039900
039901*****************************************************************
039902* 1950-COMPTER-IMPAYES - NOMBRE D'ECHEANCES IMPAYEES DES PRETS EN*
039903*    COURS PAR COMPTE DE REMBOURSEMENT, TEL QUE LAISSE PAR LE    *
039904*    PRELEVEMENT DU MOIS (PRETS-BANQUE PASSE AVANT CE LOT).      *
039905*    FICHIER ABSENT = AUCUN PRET.                                *
039906*****************************************************************
039907 1950-COMPTER-IMPAYES.
039908     OPEN INPUT FICHIER-PRETS.
039909     IF WS-PRETS-OK
039910         PERFORM 1960-RETENIR-PRET THRU 1960-EXIT
039911             UNTIL WS-END-OF-PRETS
039912         CLOSE FICHIER-PRETS
039913     END-IF.
039914 1950-EXIT.
039915     EXIT.
039916
039917 1960-RETENIR-PRET.
039918     READ FICHIER-PRETS INTO WS-PRET-RECORD
039919         AT END
039920             MOVE "Y" TO WS-PRETS-EOF
039921         NOT AT END
039922             IF PR-COMPTE-LIE NOT NUMERIC
039923                 OR PR-IMPAYES-NOMBRE NOT NUMERIC
039924                 DISPLAY "LIGNE DE PRET IGNOREE : " WS-PRET-RECORD
039925             ELSE
039926                 IF PR-STATUT-EN-COURS
039927                     AND PR-IMPAYES-NOMBRE > ZERO
039928                     MOVE PR-COMPTE-LIE TO WS-IMP-CHERCHE
039929                     PERFORM 1970-AJOUTER-IMPAYES THRU 1970-EXIT
039930                 END-IF
039931             END-IF
039932     END-READ.
039933 1960-EXIT.
039934     EXIT.
039935
039936 1970-AJOUTER-IMPAYES.
039937     MOVE ZERO TO WS-IMP-TROUVE-IDX.
039938     PERFORM 1980-COMPARER-IMPAYES THRU 1980-EXIT
039939         VARYING WS-IMP-IDX FROM 1 BY 1
039940         UNTIL WS-IMP-IDX > WS-IMP-NOMBRE
039941            OR WS-IMP-TROUVE-IDX > ZERO.
039942     IF WS-IMP-TROUVE-IDX > ZERO
039943         ADD PR-IMPAYES-NOMBRE
039944             TO WS-IMP-ECHEANCES (WS-IMP-TROUVE-IDX)
039945     ELSE
039946         IF WS-IMP-NOMBRE < 2000
039947             ADD 1 TO WS-IMP-NOMBRE
039948             MOVE WS-IMP-CHERCHE
039949                 TO WS-IMP-COMPTE (WS-IMP-NOMBRE)
039950             MOVE PR-IMPAYES-NOMBRE
039951                 TO WS-IMP-ECHEANCES (WS-IMP-NOMBRE)
039952         ELSE
039953             DISPLAY "TABLE DES IMPAYES SATUREE, IMPAYE PERDU"
039954         END-IF
039955     END-IF.
039956 1970-EXIT.
039957     EXIT.
039958
039959 1980-COMPARER-IMPAYES.
039960     IF WS-IMP-COMPTE (WS-IMP-IDX) = WS-IMP-CHERCHE
039961         MOVE WS-IMP-IDX TO WS-IMP-TROUVE-IDX
039962     END-IF.
039963 1980-EXIT.
039964     EXIT.
039965
040000*****************************************************************
040010* 2000-TRAITER-COMPTE - FACTURATION D'UN COMPTE ACTIF (HORS      *
040020*    COMPTE DE PRET) PUIS LECTURE DU SUIVANT.                    *
040030*****************************************************************
040040 2000-TRAITER-COMPTE.
040050     IF CM-STATUS-ACTIVE AND NOT CM-TYPE-LOAN
040600         PERFORM 3000-FACTURER-COMPTE THRU 3000-EXIT
040700     END-IF.
040800     PERFORM 2100-LIRE-COMPTE THRU 2100-EXIT.
044200             TO WS-NSF-DU-COMPTE
044300     END-IF.
044400
044410     PERFORM 3200-CALCULER-EXCEDENT THRU 3200-EXIT.
044420
044430     MOVE ZERO TO WS-IMP-DU-COMPTE.
044440     MOVE CM-ACCOUNT-NUMBER TO WS-IMP-CHERCHE.
044450     MOVE ZERO TO WS-IMP-TROUVE-IDX.
044460     PERFORM 1980-COMPARER-IMPAYES THRU 1980-EXIT
044470         VARYING WS-IMP-IDX FROM 1 BY 1
044480         UNTIL WS-IMP-IDX > WS-IMP-NOMBRE
044490            OR WS-IMP-TROUVE-IDX > ZERO.
044500     IF WS-IMP-TROUVE-IDX > ZERO
044510         MOVE WS-IMP-ECHEANCES (WS-IMP-TROUVE-IDX)
044520             TO WS-IMP-DU-COMPTE
044530     END-IF.
044540
044550     IF WS-TENUE-MONTANT > ZERO OR WS-NSF-DU-COMPTE > ZERO
044560         OR (WS-RET-EXCEDENT > ZERO AND WS-RETRAIT-MONTANT > ZERO)
044570         OR (WS-IMP-DU-COMPTE > ZERO AND WS-RETARD-MONTANT > ZERO)
044600         PERFORM 3300-POSTER-FRAIS THRU 3300-EXIT
044700     END-IF.
044800 3000-EXIT.
046100         MOVE WS-BAREME-MONTANT (WS-BAREME-IDX)
046200             TO WS-PENALITE-MONTANT
046300     END-IF.
046310     IF WS-BAREME-TYPE (WS-BAREME-IDX) = "RE"
046320         MOVE WS-BAREME-MONTANT (WS-BAREME-IDX)
046330             TO WS-RETRAIT-MONTANT
046340     END-IF.
046350     IF WS-BAREME-TYPE (WS-BAREME-IDX) = "RP"
046360         MOVE WS-BAREME-MONTANT (WS-BAREME-IDX)
046370             TO WS-RETARD-MONTANT
046380     END-IF.
046400 3100-EXIT.
046500     EXIT.
046502
046504*****************************************************************
046506* 3200-CALCULER-EXCEDENT - NOMBRE DE DEBITS DU MOIS AU-DELA DU   *
046508*    NOMBRE MENSUEL, POUR UN COMPTE DONT LE TYPE PREVOIT DES     *
046510*    FRAIS (ZERO SINON).                                         *
046512*****************************************************************
046514 3200-CALCULER-EXCEDENT.
046516     MOVE ZERO TO WS-RET-EXCEDENT.
046518     MOVE ZERO TO WS-PLF-TROUVE-IDX.
046520     PERFORM 3250-COMPARER-PLAFOND THRU 3250-EXIT
046522         VARYING WS-PLF-IDX FROM 1 BY 1
046524         UNTIL WS-PLF-IDX > WS-PLF-NOMBRE
046526            OR WS-PLF-TROUVE-IDX > ZERO.
046528     IF WS-PLF-TROUVE-IDX > ZERO
046530         MOVE CM-ACCOUNT-NUMBER TO WS-RET-CHERCHE
046532         MOVE ZERO TO WS-RET-TROUVE-IDX
046534         PERFORM 1880-COMPARER-RETRAIT THRU 1880-EXIT
046536             VARYING WS-RET-IDX FROM 1 BY 1
046538             UNTIL WS-RET-IDX > WS-RET-NOMBRE
046540                OR WS-RET-TROUVE-IDX > ZERO
046542         IF WS-RET-TROUVE-IDX > ZERO
046544             AND WS-RET-DEBITS (WS-RET-TROUVE-IDX)
046546                 > WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX)
046548             COMPUTE WS-RET-EXCEDENT =
046550                 WS-RET-DEBITS (WS-RET-TROUVE-IDX)
046552                 - WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX)
046554         END-IF
046556     END-IF.
046558 3200-EXIT.
046560     EXIT.
046562
046564 3250-COMPARER-PLAFOND.
046566     IF WS-PLF-TYPE (WS-PLF-IDX) = CM-ACCOUNT-TYPE
046568         MOVE WS-PLF-IDX TO WS-PLF-TROUVE-IDX
046570     END-IF.
046572 3250-EXIT.
046574     EXIT.
046600
046700*****************************************************************
046800* 3300-POSTER-FRAIS - POSTAGE DES FRAIS DU COMPTE : UNE LIGNE    *
048800         ADD WS-FRAIS-CALCULE TO WS-TOTAL-PENALITES
048900     END-IF.
049000
049008     IF WS-RET-EXCEDENT > ZERO
049016         AND WS-RETRAIT-MONTANT > ZERO
049024         COMPUTE WS-FRAIS-CALCULE =
049032             WS-RETRAIT-MONTANT * WS-RET-EXCEDENT
049040         PERFORM 3400-DEBITER-FRAIS THRU 3400-EXIT
049048         MOVE SPACES TO WS-TRANSACTION-RECORD
049056         MOVE "FP" TO TR-TRANS-CODE
049064         PERFORM 3500-ECRIRE-FRAIS THRU 3500-EXIT
049072         ADD WS-FRAIS-CALCULE TO WS-TOTAL-RETRAITS
049080     END-IF.
049088
049089     IF WS-IMP-DU-COMPTE > ZERO
049090         AND WS-RETARD-MONTANT > ZERO
049091         COMPUTE WS-FRAIS-CALCULE =
049092             WS-RETARD-MONTANT * WS-IMP-DU-COMPTE
049093         PERFORM 3400-DEBITER-FRAIS THRU 3400-EXIT
049094         MOVE SPACES TO WS-TRANSACTION-RECORD
049095         MOVE "FP" TO TR-TRANS-CODE
049096         PERFORM 3500-ECRIRE-FRAIS THRU 3500-EXIT
049097         ADD WS-FRAIS-CALCULE TO WS-TOTAL-RETARDS
049098     END-IF.
049099
049100     REWRITE CUSTOMER-RECORD.
049200     ADD 1 TO WS-COMPTES-FACTURES.
049300     PERFORM 3600-LIGNE-REGISTRE THRU 3600-EXIT.
052400     MOVE TR-TRANS-CODE       TO AUD-TRANS-CODE.
052500     MOVE TR-AMOUNT-X         TO AUD-AMOUNT-X.
052510     MOVE TR-REFERENCE        TO AUD-REFERENCE.
052600     MOVE WS-DATE-JOUR        TO AUD-DATE.
052700     ACCEPT AUD-TIME          FROM TIME.
052800     WRITE LIGNE-AUDIT FROM WS-AUDIT-RECORD.
052900 3500-EXIT.
054600     ELSE
054700         MOVE ZERO TO REG-PENALITE
054800     END-IF.
054810     MOVE WS-RET-EXCEDENT    TO REG-EXCEDENT.
054820     IF WS-RET-EXCEDENT > ZERO
054830         AND WS-RETRAIT-MONTANT > ZERO
054840         COMPUTE REG-FRAIS-RETRAITS =
054850             WS-RETRAIT-MONTANT * WS-RET-EXCEDENT
054860     ELSE
054870         MOVE ZERO TO REG-FRAIS-RETRAITS
054880     END-IF.
054882     MOVE WS-IMP-DU-COMPTE   TO REG-IMPAYES.
054884     IF WS-IMP-DU-COMPTE > ZERO
054886         AND WS-RETARD-MONTANT > ZERO
054888         COMPUTE REG-FRAIS-RETARD =
054890             WS-RETARD-MONTANT * WS-IMP-DU-COMPTE
054892     ELSE
054894         MOVE ZERO TO REG-FRAIS-RETARD
054896     END-IF.
054900     IF CM-BALANCE < ZERO
055000         AND (ZERO - CM-BALANCE) > CM-OVERDRAFT-LIMIT
055100         MOVE "DEPASSEMENT" TO REG-MARQUE
058200         END-STRING
058300         WRITE LIGNE-REGISTRE
058400
058410         MOVE SPACES TO LIGNE-REGISTRE
058420         MOVE WS-TOTAL-RETRAITS TO WS-MONTANT-EDIT
058430         STRING "TOTAL FRAIS RETRAITS      : " WS-MONTANT-EDIT
058440             DELIMITED BY SIZE INTO LIGNE-REGISTRE
058450         END-STRING
058460         WRITE LIGNE-REGISTRE
058470
058473         MOVE SPACES TO LIGNE-REGISTRE
058476         MOVE WS-TOTAL-RETARDS TO WS-MONTANT-EDIT
058479         STRING "TOTAL FRAIS RETARD PRETS  : " WS-MONTANT-EDIT
058482             DELIMITED BY SIZE INTO LIGNE-REGISTRE
058485         END-STRING
058488         WRITE LIGNE-REGISTRE
058491
058500         CLOSE CUSTOMER-MASTER-FILE
058600         CLOSE FICHIER-SORTIE
058700         CLOSE FICHIER-AUDIT
059200     DISPLAY "COMPTES FACTURES : " WS-COMPTES-FACTURES.
059300 9999-EXIT.
059400     EXIT.
059410
059420*****************************************************************
059430* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
059440*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
059450*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
059460*****************************************************************
059470 9700-LIRE-DATE-TRT.
059480     MOVE ZERO TO DT-DATE-TRAITEMENT.
059490     OPEN INPUT FICHIER-DATECTL.
059500     IF WS-DATECTL-OK
059510         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
059520             AT END
059530                 MOVE ZERO TO DT-DATE-TRAITEMENT
059540         END-READ
059550         CLOSE FICHIER-DATECTL
059560     END-IF.
059570     IF DT-DATE-TRAITEMENT NOT NUMERIC
059580         OR DT-DATE-TRAITEMENT = ZERO
059590         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
059600         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
059610                 DT-DATE-TRAITEMENT
059620     END-IF.
059630 9700-EXIT.
059640     EXIT.
