000100*****************************************************************
000200* PROGRAM-ID    : PLAFONDS-BANQUE                               *
000300* AUTHOR        : M. LEFEVRE - EQUIPE ETUDES BANCAIRES          *
000400* INSTALLATION  : EPIBANK                                       *
000500* DATE-WRITTEN  : 2026-10-15                                    *
000600*---------------------------------------------------------------*
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-15  ML  PROGRAMME INITIAL - ETAT MENSUEL DES COMPTES *
000900*                  REGLEMENTES AU PLAFOND OU AU NOMBRE MAXIMUM  *
001000*                  DE DEBITS DU MOIS.                           *
001100*---------------------------------------------------------------*
001200* TRAITEMENT DE FIN DE MOIS, PASSE APRES FRAIS-BANQUE ET AVANT  *
001300* LA COUPE DU JOURNAL D'AUDIT. POUR CHAQUE COMPTE NON CLOS DONT *
001400* LE TYPE A UNE REGLE DANS PLAFONDS.TXT (COMPTES REGLEMENTES),  *
001500* LE PROGRAMME EDITE UNE LIGNE D'EXCEPTION QUAND :              *
001600*   - LE SOLDE ATTEINT OU DEPASSE LE PLAFOND DU TYPE ;          *
001700*   - LE NOMBRE DE DEBITS ET VIREMENTS SORTANTS DU MOIS ATTEINT *
001800*     OU DEPASSE LE NOMBRE MENSUEL DU TYPE.                     *
001900* LE NOMBRE DE DEBITS EST RECOMPTE DANS LE JOURNAL D'AUDIT DU   *
002000* MOIS, SELON LA REGLE DE TRAITEMENT-BANQUE : UNE ECRITURE      *
002100* "DB", "CQ", "VI" OU "VE" QUI FAIT BAISSER LE SOLDE COMPTE     *
002200* POUR UN. LA LIGNE PORTE LA LIMITE ATTEINTE ET LE MODE DE LA   *
002300* REGLE (REFUS OU FRAIS) ; L'ETAT (PLAFONDS-ETAT.TXT) SE        *
002400* TERMINE PAR LES TOTAUX DE CHAQUE LIMITE.                      *
002500* UNE REGLE ILLISIBLE EST IGNOREE ET SIGNALEE. UNE TABLE        *
002600* SATUREE DONNE UN EXAMEN PARTIEL, SIGNALE SUR L'ETAT SANS      *
002700* ARRETER LA FIN DE MOIS (L'ETAT EST INFORMATIF).               *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.     PLAFONDS-BANQUE.
003100 AUTHOR.         M. LEFEVRE.
003200 INSTALLATION.   EPIBANK.
003300 DATE-WRITTEN.   2026-10-15.
003400 DATE-COMPILED.
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*---------------------------------------------------------------*
004000*    FICHIER MAITRE CLIENT, LU EN SEQUENTIEL.                    *
004100*---------------------------------------------------------------*
004200     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "../data/customer.dat"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS CM-ACCOUNT-NUMBER
004600         FILE STATUS IS WS-MASTER-STATUS.
004700
004800*---------------------------------------------------------------*
004900*    REGLES DES COMPTES REGLEMENTES (PLAFOND DE SOLDE, NOMBRE    *
005000*    MENSUEL DE DEBITS ET MODE DE DEPASSEMENT).                  *
005100*---------------------------------------------------------------*
005200     SELECT FICHIER-PLAFONDS ASSIGN TO "../data/plafonds.txt"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PLAFONDS-STATUS.
005500
005600*---------------------------------------------------------------*
005700*    JOURNAL D'AUDIT DU MOIS EN COURS : SOURCE DU COMPTAGE DES   *
005800*    DEBITS.                                                     *
005900*---------------------------------------------------------------*
006000     SELECT FICHIER-AUDIT ASSIGN TO "../data/audit.log"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDIT-STATUS.
006300
006400*---------------------------------------------------------------*
006500*    ETAT DES EXCEPTIONS DU MOIS.                                *
006600*---------------------------------------------------------------*
006700     SELECT FICHIER-ETAT ASSIGN TO "../data/plafonds-etat.txt"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000*---------------------------------------------------------------*
007100*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
007200*    CALENDRIER-BANQUE.                                          *
007300*---------------------------------------------------------------*
007400     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-DATECTL-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CUSTOMER-MASTER-FILE.
008100     COPY "custmas.cpy".
008200
008300 FD  FICHIER-PLAFONDS.
008400 01  LIGNE-PLAFOND                PIC X(25).
008500
008600 FD  FICHIER-AUDIT.
008700 01  LIGNE-AUDIT                  PIC X(70).
008800
008900 FD  FICHIER-ETAT.
009000 01  LIGNE-ETAT                   PIC X(80).
009100
009200 FD  FICHIER-DATECTL.
009300 01  LIGNE-DATECTL                PIC X(18).
009400
009500 WORKING-STORAGE SECTION.
009600*---------------------------------------------------------------*
009700*    DATE DE TRAITEMENT DU CYCLE.                                *
009800*---------------------------------------------------------------*
009900     COPY "datectl.cpy".
010000
010100 01  WS-DATECTL-STATUS           PIC X(02).
010200     88  WS-DATECTL-OK               VALUE "00".
010300
010400*---------------------------------------------------------------*
010500*    VUE D'UNE REGLE DE COMPTE REGLEMENTE ET D'UNE ECRITURE      *
010600*    D'AUDIT.                                                    *
010700*---------------------------------------------------------------*
010800     COPY "plafrec.cpy".
010900
011000     COPY "auditrec.cpy".
011100
011200 01  WS-MASTER-STATUS            PIC X(02).
011300     88  WS-MASTER-OK                VALUE "00".
011400
011500 01  WS-PLAFONDS-STATUS          PIC X(02).
011600     88  WS-PLAFONDS-OK              VALUE "00".
011700
011800 01  WS-AUDIT-STATUS             PIC X(02).
011900     88  WS-AUDIT-OK                 VALUE "00".
012000
012100 01  WS-SWITCHES.
012200     05  WS-MASTER-EOF           PIC X(01)     VALUE "N".
012300         88  WS-END-OF-MASTER        VALUE "Y".
012400     05  WS-PLAFONDS-EOF         PIC X(01)     VALUE "N".
012500         88  WS-END-OF-PLAFONDS      VALUE "Y".
012600     05  WS-AUDIT-EOF            PIC X(01)     VALUE "N".
012700         88  WS-END-OF-AUDIT         VALUE "Y".
012800     05  WS-OPEN-ERROR-SW        PIC X(01)     VALUE "N".
012900         88  WS-OPEN-ERROR           VALUE "Y".
013000     05  WS-TABLE-SATUREE-SW     PIC X(01)     VALUE "N".
013100         88  WS-TABLE-SATUREE        VALUE "Y".
013200
013300 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
013400 01  WS-PERIODE                  PIC X(06)     VALUE SPACES.
013500
013600*---------------------------------------------------------------*
013700*    REGLES PAR TYPE DE COMPTE (ZERO = PAS DE LIMITE).           *
013800*---------------------------------------------------------------*
013900 01  WS-TABLE-PLAFONDS.
014000     05  WS-PLF-NOMBRE           PIC 9(02)     VALUE ZERO.
014100     05  WS-PLF-ENTREE           OCCURS 10 TIMES.
014200         10  WS-PLF-TYPE         PIC X(02).
014300         10  WS-PLF-SOLDE-MAX    PIC 9(9)V99.
014400         10  WS-PLF-DEBITS-MAX   PIC 9(05).
014500         10  WS-PLF-DEPASSEMENT  PIC X(01).
014600             88  WS-PLF-REJET        VALUE "R".
014700
014800 01  WS-PLF-IDX                  PIC 9(02)     VALUE ZERO.
014900 01  WS-PLF-TROUVE-IDX           PIC 9(02)     VALUE ZERO.
015000
015100*---------------------------------------------------------------*
015200*    DEBITS DU MOIS PAR COMPTE, COMPTES DANS LE JOURNAL D'AUDIT. *
015300*---------------------------------------------------------------*
015400 01  WS-TABLE-RETRAITS.
015500     05  WS-RET-NOMBRE           PIC 9(05)     VALUE ZERO.
015600     05  WS-RET-ENTREE           OCCURS 5000 TIMES.
015700         10  WS-RET-COMPTE       PIC 9(08).
015800         10  WS-RET-DEBITS       PIC 9(05).
015900
016000 01  WS-RET-IDX                  PIC 9(05)     VALUE ZERO.
016100 01  WS-RET-TROUVE-IDX           PIC 9(05)     VALUE ZERO.
016200 01  WS-RET-CHERCHE              PIC 9(08)     VALUE ZERO.
016300 01  WS-DEBITS-COMPTE            PIC 9(05)     VALUE ZERO.
016400
016500 01  WS-COMPTEURS.
016600     05  WS-ECRITURES-LUES       PIC 9(07)     VALUE ZERO.
016700     05  WS-COMPTES-LUS          PIC 9(07)     VALUE ZERO.
016800     05  WS-COMPTES-REGLEMENTES  PIC 9(07)     VALUE ZERO.
016900     05  WS-COMPTES-PLAFOND      PIC 9(07)     VALUE ZERO.
017000     05  WS-COMPTES-RETRAITS     PIC 9(07)     VALUE ZERO.
017100
017200 01  WS-TOTAL-EDIT               PIC Z,ZZZ,ZZ9.
017300
017400*---------------------------------------------------------------*
017500*    LIGNES D'EDITION DE L'ETAT.                                 *
017600*---------------------------------------------------------------*
017700 01  WS-LIGNE-TITRE.
017800     05  FILLER                  PIC X(36)
017900         VALUE "ETAT DES COMPTES REGLEMENTES - MOIS ".
018000     05  TIT-PERIODE             PIC X(06).
018100     05  FILLER                  PIC X(38)     VALUE SPACES.
018200
018300 01  WS-LIGNE-ENTETE.
018400     05  FILLER                  PIC X(40)
018500         VALUE "COMPTE   NOM              TY          SO".
018600     05  FILLER                  PIC X(40)
018700         VALUE "LDE       PLAFOND  NB  MAX LIMITE MODE  ".
018800
018900 01  WS-LIGNE-COMPTE-ETAT.
019000     05  ETA-COMPTE              PIC 9(08).
019100     05  FILLER                  PIC X(01)     VALUE SPACE.
019200     05  ETA-NOM                 PIC X(16).
019300     05  FILLER                  PIC X(01)     VALUE SPACE.
019400     05  ETA-TYPE                PIC X(02).
019500     05  FILLER                  PIC X(01)     VALUE SPACE.
019600     05  ETA-SOLDE               PIC -ZZ,ZZZ,ZZ9.99.
019700     05  FILLER                  PIC X(01)     VALUE SPACE.
019800     05  ETA-PLAFOND             PIC ZZ,ZZZ,ZZ9.99.
019900     05  FILLER                  PIC X(01)     VALUE SPACE.
020000     05  ETA-DEBITS              PIC ZZ9.
020100     05  FILLER                  PIC X(01)     VALUE SPACE.
020200     05  ETA-DEBITS-MAX          PIC ZZZ9.
020300     05  FILLER                  PIC X(01)     VALUE SPACE.
020400     05  ETA-LIMITE              PIC X(06).
020500     05  FILLER                  PIC X(01)     VALUE SPACE.
020600     05  ETA-MODE                PIC X(05).
020700     05  FILLER                  PIC X(01)     VALUE SPACE.
020800
020900 PROCEDURE DIVISION.
021000*****************************************************************
021100* 0000-MAINLINE                                                  *
021200*****************************************************************
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
021500     PERFORM 2000-EXAMINER-COMPTE THRU 2000-EXIT
021600         UNTIL WS-END-OF-MASTER.
021700     PERFORM 9999-TERMINATE      THRU 9999-EXIT.
021800     STOP RUN.
021900
022000*****************************************************************
022100* 1000-INITIALIZE - REGLES, DEBITS DU MOIS, PUIS OUVERTURE DU    *
022200*    FICHIER MAITRE ET DE L'ETAT. SANS REGLE, L'ETAT EST EDITE   *
022300*    VIDE.                                                       *
022400*****************************************************************
022500 1000-INITIALIZE.
022600     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
022700     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
022800     MOVE WS-DATE-JOUR (1:6) TO WS-PERIODE.
022900
023000     PERFORM 1100-CHARGER-PLAFONDS THRU 1100-EXIT.
023100     PERFORM 1300-COMPTER-RETRAITS THRU 1300-EXIT.
023200
023300     OPEN INPUT CUSTOMER-MASTER-FILE.
023400     IF NOT WS-MASTER-OK
023500         DISPLAY "ERREUR OUVERTURE CUSTOMER-MASTER : "
023600                 WS-MASTER-STATUS
023700         MOVE "Y" TO WS-OPEN-ERROR-SW
023800         MOVE "Y" TO WS-MASTER-EOF
023900         MOVE 12 TO RETURN-CODE
024000     ELSE
024100         OPEN OUTPUT FICHIER-ETAT
024200         MOVE WS-PERIODE TO TIT-PERIODE
024300         WRITE LIGNE-ETAT FROM WS-LIGNE-TITRE
024400         WRITE LIGNE-ETAT FROM WS-LIGNE-ENTETE
024500         IF WS-PLF-NOMBRE = ZERO
024600             DISPLAY "AUCUN COMPTE REGLEMENTE - ETAT VIDE"
024700             MOVE "Y" TO WS-MASTER-EOF
024800         ELSE
024900             PERFORM 2100-LIRE-COMPTE THRU 2100-EXIT
025000         END-IF
025100     END-IF.
025200 1000-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600* 1100-CHARGER-PLAFONDS - REGLES DE PLAFONDS.TXT. FICHIER        *
025700*    ABSENT = AUCUN COMPTE REGLEMENTE ; LIGNE ILLISIBLE IGNOREE  *
025800*    ET SIGNALEE.                                                *
025900*****************************************************************
026000 1100-CHARGER-PLAFONDS.
026100     OPEN INPUT FICHIER-PLAFONDS.
026200     IF WS-PLAFONDS-OK
026300         PERFORM 1200-RANGER-PLAFOND THRU 1200-EXIT
026400             UNTIL WS-END-OF-PLAFONDS
026500         CLOSE FICHIER-PLAFONDS
026600     END-IF.
026700 1100-EXIT.
026800     EXIT.
026900
027000 1200-RANGER-PLAFOND.
027100     READ FICHIER-PLAFONDS INTO WS-PLAFOND-PARAM-RECORD
027200         AT END
027300             MOVE "Y" TO WS-PLAFONDS-EOF
027400         NOT AT END
027500             IF PL-SOLDE-MAX-X NUMERIC
027600                 AND PL-DEBITS-MAX-X NUMERIC
027700                 AND (PL-DEPASSEMENT-REJET
027800                      OR PL-DEPASSEMENT-FRAIS)
027900                 AND WS-PLF-NOMBRE < 10
028000                 ADD 1 TO WS-PLF-NOMBRE
028100                 MOVE PL-ACCOUNT-TYPE
028200                     TO WS-PLF-TYPE (WS-PLF-NOMBRE)
028300                 MOVE PL-SOLDE-MAX
028400                     TO WS-PLF-SOLDE-MAX (WS-PLF-NOMBRE)
028500                 MOVE PL-DEBITS-MAX
028600                     TO WS-PLF-DEBITS-MAX (WS-PLF-NOMBRE)
028700                 MOVE PL-DEPASSEMENT
028800                     TO WS-PLF-DEPASSEMENT (WS-PLF-NOMBRE)
028900             ELSE
029000                 DISPLAY "LIGNE DE PLAFOND IGNOREE : "
029100                         WS-PLAFOND-PARAM-RECORD
029200             END-IF
029300     END-READ.
029400 1200-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800* 1300-COMPTER-RETRAITS - DEBITS ET VIREMENTS SORTANTS DU MOIS   *
029900*    PAR COMPTE, RECOMPTES DANS LE JOURNAL D'AUDIT. JOURNAL      *
030000*    ABSENT = AUCUN DEBIT.                                       *
030100*****************************************************************
030200 1300-COMPTER-RETRAITS.
030300     IF WS-PLF-NOMBRE > ZERO
030400         OPEN INPUT FICHIER-AUDIT
030500         IF WS-AUDIT-OK
030600             PERFORM 1400-RETENIR-RETRAIT THRU 1400-EXIT
030700                 UNTIL WS-END-OF-AUDIT
030800             CLOSE FICHIER-AUDIT
030900         END-IF
031000     END-IF.
031100 1300-EXIT.
031200     EXIT.
031300
031400 1400-RETENIR-RETRAIT.
031500     READ FICHIER-AUDIT INTO WS-AUDIT-RECORD
031600         AT END
031700             MOVE "Y" TO WS-AUDIT-EOF
031800         NOT AT END
031900             ADD 1 TO WS-ECRITURES-LUES
032000             IF AUD-DATE (1:6) = WS-PERIODE
032100                 AND (AUD-TRANS-CODE = "DB" OR "CQ"
032200                      OR AUD-TRANS-CODE = "VI" OR "VE")
032300                 AND AUD-BALANCE-AFTER < AUD-BALANCE-BEFORE
032400                 MOVE AUD-ACCOUNT-NUMBER TO WS-RET-CHERCHE
032500                 PERFORM 1500-AJOUTER-RETRAIT THRU 1500-EXIT
032600             END-IF
032700     END-READ.
032800 1400-EXIT.
032900     EXIT.
033000
033100 1500-AJOUTER-RETRAIT.
033200     MOVE ZERO TO WS-RET-TROUVE-IDX.
033300     PERFORM 1600-COMPARER-RETRAIT THRU 1600-EXIT
033400         VARYING WS-RET-IDX FROM 1 BY 1
033500         UNTIL WS-RET-IDX > WS-RET-NOMBRE
033600            OR WS-RET-TROUVE-IDX > ZERO.
033700     IF WS-RET-TROUVE-IDX > ZERO
033800         ADD 1 TO WS-RET-DEBITS (WS-RET-TROUVE-IDX)
033900     ELSE
034000         IF WS-RET-NOMBRE < 5000
034100             ADD 1 TO WS-RET-NOMBRE
034200             MOVE WS-RET-CHERCHE
034300                 TO WS-RET-COMPTE (WS-RET-NOMBRE)
034400             MOVE 1 TO WS-RET-DEBITS (WS-RET-NOMBRE)
034500         ELSE
034600             MOVE "Y" TO WS-TABLE-SATUREE-SW
034700         END-IF
034800     END-IF.
034900 1500-EXIT.
035000     EXIT.
035100
035200 1600-COMPARER-RETRAIT.
035300     IF WS-RET-COMPTE (WS-RET-IDX) = WS-RET-CHERCHE
035400         MOVE WS-RET-IDX TO WS-RET-TROUVE-IDX
035500     END-IF.
035600 1600-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000* 2000-EXAMINER-COMPTE - UN COMPTE NON CLOS D'UN TYPE            *
036100*    REGLEMENTE EST EDITE S'IL ATTEINT SON PLAFOND DE SOLDE OU   *
036200*    SON NOMBRE MENSUEL DE DEBITS.                               *
036300*****************************************************************
036400 2000-EXAMINER-COMPTE.
036500     MOVE ZERO TO WS-PLF-TROUVE-IDX.
036600     IF NOT CM-STATUS-CLOSED
036700         PERFORM 2300-COMPARER-PLAFOND THRU 2300-EXIT
036800             VARYING WS-PLF-IDX FROM 1 BY 1
036900             UNTIL WS-PLF-IDX > WS-PLF-NOMBRE
037000                OR WS-PLF-TROUVE-IDX > ZERO
037100     END-IF.
037200
037300     IF WS-PLF-TROUVE-IDX > ZERO
037400         ADD 1 TO WS-COMPTES-REGLEMENTES
037500         MOVE CM-ACCOUNT-NUMBER TO WS-RET-CHERCHE
037600         MOVE ZERO TO WS-RET-TROUVE-IDX
037700         PERFORM 1600-COMPARER-RETRAIT THRU 1600-EXIT
037800             VARYING WS-RET-IDX FROM 1 BY 1
037900             UNTIL WS-RET-IDX > WS-RET-NOMBRE
038000                OR WS-RET-TROUVE-IDX > ZERO
038100         IF WS-RET-TROUVE-IDX > ZERO
038200             MOVE WS-RET-DEBITS (WS-RET-TROUVE-IDX)
038300                 TO WS-DEBITS-COMPTE
038400         ELSE
038500             MOVE ZERO TO WS-DEBITS-COMPTE
038600         END-IF
038700         PERFORM 2200-EDITER-EXCEPTION THRU 2200-EXIT
038800     END-IF.
038900
039000     PERFORM 2100-LIRE-COMPTE THRU 2100-EXIT.
039100 2000-EXIT.
039200     EXIT.
039300
039400 2100-LIRE-COMPTE.
039500     READ CUSTOMER-MASTER-FILE
039600         AT END
039700             MOVE "Y" TO WS-MASTER-EOF
039800         NOT AT END
039900             ADD 1 TO WS-COMPTES-LUS
040000     END-READ.
040100 2100-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500* 2200-EDITER-EXCEPTION - LIMITE ATTEINTE : "SOLDE", "DEBITS"    *
040600*    OU "LES 2" ; MODE DE LA REGLE : "REFUS" OU "FRAIS".         *
040700*****************************************************************
040800 2200-EDITER-EXCEPTION.
040900     MOVE SPACES TO ETA-LIMITE.
041000     IF WS-PLF-SOLDE-MAX (WS-PLF-TROUVE-IDX) > ZERO
041100         AND CM-BALANCE NOT < WS-PLF-SOLDE-MAX (WS-PLF-TROUVE-IDX)
041200         MOVE "SOLDE" TO ETA-LIMITE
041300         ADD 1 TO WS-COMPTES-PLAFOND
041400     END-IF.
041500     IF WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX) > ZERO
041600         AND WS-DEBITS-COMPTE
041700             NOT < WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX)
041800         IF ETA-LIMITE = SPACES
041900             MOVE "DEBITS" TO ETA-LIMITE
042000         ELSE
042100             MOVE "LES 2" TO ETA-LIMITE
042200         END-IF
042300         ADD 1 TO WS-COMPTES-RETRAITS
042400     END-IF.
042500
042600     IF ETA-LIMITE NOT = SPACES
042700         MOVE CM-ACCOUNT-NUMBER TO ETA-COMPTE
042800         MOVE CM-CUSTOMER-NAME  TO ETA-NOM
042900         MOVE CM-ACCOUNT-TYPE   TO ETA-TYPE
043000         MOVE CM-BALANCE        TO ETA-SOLDE
043100         MOVE WS-PLF-SOLDE-MAX (WS-PLF-TROUVE-IDX) TO ETA-PLAFOND
043200         MOVE WS-DEBITS-COMPTE  TO ETA-DEBITS
043300         MOVE WS-PLF-DEBITS-MAX (WS-PLF-TROUVE-IDX)
043400             TO ETA-DEBITS-MAX
043500         IF WS-PLF-REJET (WS-PLF-TROUVE-IDX)
043600             MOVE "REFUS" TO ETA-MODE
043700         ELSE
043800             MOVE "FRAIS" TO ETA-MODE
043900         END-IF
044000         WRITE LIGNE-ETAT FROM WS-LIGNE-COMPTE-ETAT
044100     END-IF.
044200 2200-EXIT.
044300     EXIT.
044400
044500 2300-COMPARER-PLAFOND.
044600     IF WS-PLF-TYPE (WS-PLF-IDX) = CM-ACCOUNT-TYPE
044700         MOVE WS-PLF-IDX TO WS-PLF-TROUVE-IDX
044800     END-IF.
044900 2300-EXIT.
045000     EXIT.
045100
045200*****************************************************************
045300* 9999-TERMINATE - TOTAUX DE L'ETAT ET FERMETURES.               *
045400*****************************************************************
045500 9999-TERMINATE.
045600     IF NOT WS-OPEN-ERROR
045700         MOVE SPACES TO LIGNE-ETAT
045800         MOVE WS-COMPTES-REGLEMENTES TO WS-TOTAL-EDIT
045900         STRING "COMPTES REGLEMENTES       : " WS-TOTAL-EDIT
046000             DELIMITED BY SIZE INTO LIGNE-ETAT
046100         END-STRING
046200         WRITE LIGNE-ETAT
046300         MOVE SPACES TO LIGNE-ETAT
046400         MOVE WS-COMPTES-PLAFOND TO WS-TOTAL-EDIT
046500         STRING "AU PLAFOND DE SOLDE       : " WS-TOTAL-EDIT
046600             DELIMITED BY SIZE INTO LIGNE-ETAT
046700         END-STRING
046800         WRITE LIGNE-ETAT
046900         MOVE SPACES TO LIGNE-ETAT
047000         MOVE WS-COMPTES-RETRAITS TO WS-TOTAL-EDIT
047100         STRING "AU NOMBRE DE DEBITS       : " WS-TOTAL-EDIT
047200             DELIMITED BY SIZE INTO LIGNE-ETAT
047300         END-STRING
047400         WRITE LIGNE-ETAT
047500         IF WS-TABLE-SATUREE
047600             MOVE SPACES TO LIGNE-ETAT
047700             STRING "ATTENTION : TABLE DES DEBITS SATUREE, "
047800                    "EXAMEN PARTIEL"
047900                 DELIMITED BY SIZE INTO LIGNE-ETAT
048000             END-STRING
048100             WRITE LIGNE-ETAT
048200             DISPLAY "TABLE DES DEBITS SATUREE"
048300         END-IF
048400         CLOSE CUSTOMER-MASTER-FILE
048500         CLOSE FICHIER-ETAT
048600     END-IF.
048700
048800     DISPLAY "ECRITURES LUES          : " WS-ECRITURES-LUES.
048900     DISPLAY "COMPTES LUS             : " WS-COMPTES-LUS.
049000     DISPLAY "COMPTES REGLEMENTES     : " WS-COMPTES-REGLEMENTES.
049100     DISPLAY "AU PLAFOND DE SOLDE     : " WS-COMPTES-PLAFOND.
049200     DISPLAY "AU NOMBRE DE DEBITS     : " WS-COMPTES-RETRAITS.
049300 9999-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
049800*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
049900*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
050000*****************************************************************
050100 9700-LIRE-DATE-TRT.
050200     MOVE ZERO TO DT-DATE-TRAITEMENT.
050300     OPEN INPUT FICHIER-DATECTL.
050400     IF WS-DATECTL-OK
050500         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
050600             AT END
050700                 MOVE ZERO TO DT-DATE-TRAITEMENT
050800         END-READ
050900         CLOSE FICHIER-DATECTL
051000     END-IF.
051100     IF DT-DATE-TRAITEMENT NOT NUMERIC
051200         OR DT-DATE-TRAITEMENT = ZERO
051300         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
051400         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
051500                 DT-DATE-TRAITEMENT
051600     END-IF.
051700 9700-EXIT.
051800     EXIT.
