000100*****************************************************************
000200* PROGRAM-ID    : CALENDRIER-BANQUE                             *
000300* AUTHOR        : M. LEFEVRE - EQUIPE ETUDES BANCAIRES          *
000400* INSTALLATION  : EPIBANK                                       *
000500* DATE-WRITTEN  : 2026-10-15                                    *
000600*---------------------------------------------------------------*
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-15  ML  PROGRAMME INITIAL - TENUE DE LA DATE DE       *
000900*                  TRAITEMENT DU CYCLE (DATETRT.CTL) SELON LE    *
001000*                  CALENDRIER DES JOURS FERIES (FERIES.TXT).     *
001100*---------------------------------------------------------------*
001200* TOUS LES PROGRAMMES BATCH PRENNENT LEUR DATE METIER DANS       *
001300* DATETRT.CTL ET NON PLUS A L'HORLOGE : UN CYCLE LANCE APRES     *
001400* MINUIT, OU DEUX CYCLES RATTRAPES APRES UNE INTERRUPTION,       *
001500* DATENT AINSI LEURS ECRITURES DU BON JOUR OUVRE. SEUL CE        *
001600* PROGRAMME FAIT AVANCER LA DATE. LA FONCTION EST LUE SUR        *
001700* L'ENTREE STANDARD :                                            *
001800*  "J" - FIN DE CYCLE QUOTIDIEN SANS ERREUR (DERNIER STEP DE     *
001900*        DAILYCYCLE.SH). UN JOUR ORDINAIRE, LA DATE PASSE AU     *
002000*        JOUR OUVRE SUIVANT. LE DERNIER JOUR OUVRE DU MOIS, LA   *
002100*        DATE EST CONSERVEE ET L'ETAT PASSE A "M" : LA FIN DE    *
002200*        MOIS (MONTHEND.SH) DOIT TOURNER A CETTE MEME DATE, ET   *
002300*        LE CYCLE QUOTIDIEN SUIVANT EST REFUSE JUSQU'A ELLE.     *
002400*  "M" - FIN DU TRAITEMENT DE FIN DE MOIS (DERNIER STEP DE       *
002500*        MONTHEND.SH) : LA DATE PASSE AU JOUR OUVRE SUIVANT ET   *
002600*        L'ETAT REVIENT A "O".                                   *
002700* LE JOUR OUVRE SUIVANT SAUTE LES SAMEDIS, DIMANCHES ET JOURS    *
002800* DE FERIES.TXT. DT-FIN-MOIS EST RECALCULE A CHAQUE AVANCE : IL  *
002900* VAUT "O" QUAND LE JOUR OUVRE SUIVANT TOMBE DANS UN AUTRE MOIS. *
003000* UN FICHIER DE CONTROLE ABSENT EST REPRIS A LA DATE SYSTEME     *
003100* (RAMENEE AU JOUR OUVRE), CELLE QU'ONT RETENUE LES PROGRAMMES   *
003200* DU CYCLE, PUIS LA FONCTION S'APPLIQUE NORMALEMENT.             *
003300* CODES RETOUR : 0 = DATE TENUE, 16 = FONCTION INCONNUE OU       *
003400* REFUSEE DANS L'ETAT COURANT (FICHIER INCHANGE).                *
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.     CALENDRIER-BANQUE.
003800 AUTHOR.         M. LEFEVRE.
003900 INSTALLATION.   EPIBANK.
004000 DATE-WRITTEN.   2026-10-15.
004100 DATE-COMPILED.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600*---------------------------------------------------------------*
004700*    DATE DE TRAITEMENT DU CYCLE (DATE METIER).                  *
004800*---------------------------------------------------------------*
004900     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-DATECTL-STATUS.
005200
005300*---------------------------------------------------------------*
005400*    CALENDRIER DES JOURS FERIES. UN FICHIER ABSENT VAUT VIDE :  *
005500*    SEULS LES SAMEDIS ET DIMANCHES SONT ALORS SAUTES.           *
005600*---------------------------------------------------------------*
005700     SELECT FICHIER-FERIES ASSIGN TO "../data/feries.txt"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-FERIES-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  FICHIER-DATECTL.
006400 01  LIGNE-DATECTL                PIC X(18).
006500
006600 FD  FICHIER-FERIES.
006700 01  LIGNE-FERIE                  PIC X(39).
006800
006900 WORKING-STORAGE SECTION.
007000*---------------------------------------------------------------*
007100*    DATE DE TRAITEMENT DU CYCLE.                                *
007200*---------------------------------------------------------------*
007300     COPY "datectl.cpy".
007400
007500*---------------------------------------------------------------*
007600*    VUE D'UN JOUR FERIE.                                        *
007700*---------------------------------------------------------------*
007800     COPY "ferierec.cpy".
007900
008000 01  WS-DATECTL-STATUS           PIC X(02).
008100     88  WS-DATECTL-OK               VALUE "00".
008200
008300 01  WS-FERIES-STATUS            PIC X(02).
008400     88  WS-FERIES-OK                VALUE "00".
008500
008600 01  WS-SWITCHES.
008700     05  WS-FERIES-EOF           PIC X(01)     VALUE "N".
008800         88  WS-END-OF-FERIES        VALUE "Y".
008900     05  WS-DATECTL-ABSENT-SW    PIC X(01)     VALUE "N".
009000         88  WS-DATECTL-ABSENT       VALUE "Y".
009100     05  WS-JOUR-OUVRE-SW        PIC X(01)     VALUE "N".
009200         88  WS-JOUR-OUVRE           VALUE "Y".
009300     05  WS-REFUS-SW             PIC X(01)     VALUE "N".
009400         88  WS-REFUS                VALUE "Y".
009500
009600 01  WS-FONCTION                 PIC X(01)     VALUE SPACE.
009700     88  WS-FONCTION-JOUR            VALUE "J".
009800     88  WS-FONCTION-MOIS            VALUE "M".
009900
010000*---------------------------------------------------------------*
010100*    JOURS FERIES CHARGES EN TABLE.                              *
010200*---------------------------------------------------------------*
010300 01  WS-TABLE-FERIES.
010400     05  WS-FER-NOMBRE           PIC 9(03)     VALUE ZERO.
010500     05  WS-FER-DATE             PIC 9(08)
010600                                 OCCURS 200 TIMES.
010700
010800 01  WS-FER-IDX                  PIC 9(03)     VALUE ZERO.
010900
011000*---------------------------------------------------------------*
011100*    RECHERCHE DU JOUR OUVRE SUIVANT. WS-JOUR-SEMAINE VAUT 0     *
011200*    LE LUNDI ... 5 LE SAMEDI ET 6 LE DIMANCHE (LE JOUR 1 DE     *
011300*    INTEGER-OF-DATE, 01/01/1601, EST UN LUNDI).                 *
011400*---------------------------------------------------------------*
011500 01  WS-CALCUL-DATE.
011600     05  WS-JOURS-ENTIERS        PIC 9(07)     VALUE ZERO.
011700     05  WS-SEMAINES             PIC 9(07)     VALUE ZERO.
011800     05  WS-JOUR-SEMAINE         PIC 9(01)     VALUE ZERO.
011900     05  WS-DATE-CANDIDATE       PIC 9(08)     VALUE ZERO.
012000     05  WS-CANDIDATE-ECLATEE REDEFINES WS-DATE-CANDIDATE.
012100         10  WS-CAND-ANNEE       PIC 9(04).
012200         10  WS-CAND-MOIS        PIC 9(02).
012300         10  WS-CAND-JOUR        PIC 9(02).
012400
012500 01  WS-DATE-ANCIENNE            PIC 9(08)     VALUE ZERO.
012600
012700 PROCEDURE DIVISION.
012800*****************************************************************
012900* 0000-MAINLINE                                                 *
013000*****************************************************************
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
013300     IF NOT WS-REFUS
013400         PERFORM 2000-TENIR-DATE THRU 2000-EXIT
013500     END-IF.
013600     PERFORM 9999-TERMINATE      THRU 9999-EXIT.
013700     STOP RUN.
013800
013900*****************************************************************
014000* 1000-INITIALIZE - FONCTION, CALENDRIER ET DATE EN COURS. UN    *
014100*    FICHIER DE CONTROLE ABSENT OU ILLISIBLE EST REPRIS A LA     *
014200*    DATE SYSTEME, RAMENEE AU PREMIER JOUR OUVRE.                *
014300*****************************************************************
014400 1000-INITIALIZE.
014500     DISPLAY "FONCTION (J = FIN DE CYCLE, M = FIN DE MOIS) : ".
014600     ACCEPT WS-FONCTION.
014700     IF NOT WS-FONCTION-JOUR AND NOT WS-FONCTION-MOIS
014800         DISPLAY "FONCTION INVALIDE : " WS-FONCTION
014900         MOVE "Y" TO WS-REFUS-SW
015000         MOVE 16 TO RETURN-CODE
015200     ELSE
015400         PERFORM 1100-CHARGER-FERIES THRU 1100-EXIT
015600         MOVE ZERO TO DT-DATE-TRAITEMENT
015700         OPEN INPUT FICHIER-DATECTL
015800         IF WS-DATECTL-OK
015900             READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
016000                 AT END
016100                     MOVE ZERO TO DT-DATE-TRAITEMENT
016200             END-READ
016300             CLOSE FICHIER-DATECTL
016400         END-IF
016500         IF DT-DATE-TRAITEMENT NOT NUMERIC
016600             OR DT-DATE-TRAITEMENT = ZERO
016700             MOVE "Y" TO WS-DATECTL-ABSENT-SW
016750         END-IF
016800     END-IF.
016900 1000-EXIT.
017000     EXIT.
017100
017200*****************************************************************
017300* 1100-CHARGER-FERIES - DATES DE FERIES.TXT EN TABLE. UNE LIGNE  *
017400*    ILLISIBLE EST IGNOREE ; UNE TABLE SATUREE EST SIGNALEE.     *
017500*****************************************************************
017600 1100-CHARGER-FERIES.
017700     OPEN INPUT FICHIER-FERIES.
017800     IF WS-FERIES-OK
017900         PERFORM 1150-RANGER-FERIE THRU 1150-EXIT
018000             UNTIL WS-END-OF-FERIES
018100         CLOSE FICHIER-FERIES
018200     ELSE
018300         DISPLAY "PAS DE CALENDRIER DES FERIES - SEULS LES "
018400                 "WEEK-ENDS SONT SAUTES"
018500     END-IF.
018600 1100-EXIT.
018700     EXIT.
018800
018900 1150-RANGER-FERIE.
019000     READ FICHIER-FERIES INTO WS-FERIE-RECORD
019100         AT END
019200             MOVE "Y" TO WS-FERIES-EOF
019300         NOT AT END
019400             IF FER-DATE NUMERIC
019500                 IF WS-FER-NOMBRE < 200
019600                     ADD 1 TO WS-FER-NOMBRE
019700                     MOVE FER-DATE TO WS-FER-DATE (WS-FER-NOMBRE)
019800                 ELSE
019900                     DISPLAY "TABLE DES FERIES SATUREE - "
020000                             "CALENDRIER PARTIEL"
020100                     MOVE "Y" TO WS-FERIES-EOF
020200                 END-IF
020300             END-IF
020400     END-READ.
020500 1150-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900* 2000-TENIR-DATE - AVANCE DE LA DATE SELON LA FONCTION ET       *
021000*    L'ETAT, PUIS REECRITURE DU FICHIER DE CONTROLE.             *
021100*****************************************************************
021200 2000-TENIR-DATE.
021300     IF WS-DATECTL-ABSENT
021400         ACCEPT WS-DATE-CANDIDATE FROM DATE YYYYMMDD
021500         PERFORM 3100-TESTER-JOUR THRU 3100-EXIT
021600         IF NOT WS-JOUR-OUVRE
021700             PERFORM 3000-JOUR-OUVRE-SUIVANT THRU 3000-EXIT
021800         END-IF
021900         MOVE WS-DATE-CANDIDATE TO DT-DATE-TRAITEMENT
022000         MOVE "O" TO DT-ETAT
022100         DISPLAY "DATETRT.CTL REPRIS AU " DT-DATE-TRAITEMENT
022200         PERFORM 2500-POSITIONNER-SUIVANTE THRU 2500-EXIT
022500     END-IF.
022600
022700     MOVE DT-DATE-TRAITEMENT TO WS-DATE-ANCIENNE.
022800     EVALUATE TRUE
022900         WHEN WS-FONCTION-JOUR AND DT-ETAT-FIN-MOIS-DUE
023000             DISPLAY "FIN DE MOIS DU " DT-DATE-TRAITEMENT
023100                     " NON PASSEE - DATE INCHANGEE"
023200             MOVE 16 TO RETURN-CODE
023400         WHEN WS-FONCTION-MOIS AND NOT DT-ETAT-FIN-MOIS-DUE
023500             DISPLAY "AUCUNE FIN DE MOIS ATTENDUE AU "
023600                     DT-DATE-TRAITEMENT " - DATE INCHANGEE"
023700             MOVE 16 TO RETURN-CODE
023900         WHEN WS-FONCTION-JOUR AND DT-FIN-MOIS-OUI
024000             MOVE "M" TO DT-ETAT
024100             DISPLAY "DERNIER JOUR OUVRE DU MOIS - FIN DE MOIS "
024200                     "A PASSER AU " DT-DATE-TRAITEMENT
024300         WHEN OTHER
024400             MOVE DT-DATE-TRAITEMENT TO WS-DATE-CANDIDATE
024500             PERFORM 3000-JOUR-OUVRE-SUIVANT THRU 3000-EXIT
024600             MOVE WS-DATE-CANDIDATE TO DT-DATE-TRAITEMENT
024700             MOVE "O" TO DT-ETAT
024800             PERFORM 2500-POSITIONNER-SUIVANTE THRU 2500-EXIT
024900             DISPLAY "DATE DE TRAITEMENT : " WS-DATE-ANCIENNE
025000                     " -> " DT-DATE-TRAITEMENT
025100     END-EVALUATE.
025150     IF RETURN-CODE = ZERO
025200         PERFORM 2900-ECRIRE-DATECTL THRU 2900-EXIT
025250     END-IF.
025300 2000-EXIT.
025400     EXIT.
025500
025600*****************************************************************
025700* 2500-POSITIONNER-SUIVANTE - JOUR OUVRE SUIVANT LA DATE DE      *
025800*    TRAITEMENT ET INDICATEUR DE DERNIER JOUR OUVRE DU MOIS.     *
025900*****************************************************************
026000 2500-POSITIONNER-SUIVANTE.
026100     MOVE DT-DATE-TRAITEMENT TO WS-DATE-CANDIDATE.
026200     PERFORM 3000-JOUR-OUVRE-SUIVANT THRU 3000-EXIT.
026300     MOVE WS-DATE-CANDIDATE TO DT-DATE-SUIVANTE.
026400     IF WS-CAND-MOIS = DT-TRT-MOIS
026500         MOVE "N" TO DT-FIN-MOIS
026600     ELSE
026700         MOVE "O" TO DT-FIN-MOIS
026800     END-IF.
026900 2500-EXIT.
027000     EXIT.
027100
027200 2900-ECRIRE-DATECTL.
027300     OPEN OUTPUT FICHIER-DATECTL.
027400     IF NOT WS-DATECTL-OK
027500         DISPLAY "ECRITURE DATETRT.CTL IMPOSSIBLE - STATUT "
027600                 WS-DATECTL-STATUS
027700         MOVE 16 TO RETURN-CODE
027900     ELSE
028000         WRITE LIGNE-DATECTL FROM WS-DATECTL-RECORD
028100         CLOSE FICHIER-DATECTL
028150     END-IF.
028200 2900-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600* 3000-JOUR-OUVRE-SUIVANT - AVANCE WS-DATE-CANDIDATE D'UN JOUR   *
028700*    AU MOINS, JUSQU'AU PREMIER JOUR QUI N'EST NI UN SAMEDI, NI  *
028800*    UN DIMANCHE, NI UN JOUR FERIE.                              *
028900*****************************************************************
029000 3000-JOUR-OUVRE-SUIVANT.
029100     MOVE "N" TO WS-JOUR-OUVRE-SW.
029200     PERFORM 3050-AVANCER-UN-JOUR THRU 3050-EXIT
029300         UNTIL WS-JOUR-OUVRE.
029400 3000-EXIT.
029500     EXIT.
029600
029700 3050-AVANCER-UN-JOUR.
029800     COMPUTE WS-JOURS-ENTIERS =
029900         FUNCTION INTEGER-OF-DATE (WS-DATE-CANDIDATE) + 1.
030000     COMPUTE WS-DATE-CANDIDATE =
030100         FUNCTION DATE-OF-INTEGER (WS-JOURS-ENTIERS).
030200     PERFORM 3100-TESTER-JOUR THRU 3100-EXIT.
030300 3050-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700* 3100-TESTER-JOUR - WS-JOUR-OUVRE POSITIONNE POUR LA DATE       *
030800*    WS-DATE-CANDIDATE.                                          *
030900*****************************************************************
031000 3100-TESTER-JOUR.
031100     MOVE "Y" TO WS-JOUR-OUVRE-SW.
031200     COMPUTE WS-JOURS-ENTIERS =
031300         FUNCTION INTEGER-OF-DATE (WS-DATE-CANDIDATE) - 1.
031400     DIVIDE WS-JOURS-ENTIERS BY 7
031500         GIVING WS-SEMAINES
031600         REMAINDER WS-JOUR-SEMAINE.
031700     IF WS-JOUR-SEMAINE > 4
031800         MOVE "N" TO WS-JOUR-OUVRE-SW
031900     ELSE
032100         PERFORM 3150-CHERCHER-FERIE THRU 3150-EXIT
032200             VARYING WS-FER-IDX FROM 1 BY 1
032300             UNTIL WS-FER-IDX > WS-FER-NOMBRE
032400                OR NOT WS-JOUR-OUVRE
032450     END-IF.
032500 3100-EXIT.
032600     EXIT.
032700
032800 3150-CHERCHER-FERIE.
032900     IF WS-FER-DATE (WS-FER-IDX) = WS-DATE-CANDIDATE
033000         MOVE "N" TO WS-JOUR-OUVRE-SW
033100     END-IF.
033200 3150-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600* 9999-TERMINATE - ETAT FINAL DE LA DATE.                        *
033700*****************************************************************
033800 9999-TERMINATE.
033900     IF NOT WS-REFUS
034000         DISPLAY "DATE DE TRAITEMENT : " DT-DATE-TRAITEMENT
034100         DISPLAY "JOUR OUVRE SUIVANT : " DT-DATE-SUIVANTE
034200         DISPLAY "FIN DE MOIS        : " DT-FIN-MOIS
034300         DISPLAY "ETAT               : " DT-ETAT
034400     END-IF.
034500 9999-EXIT.
034600     EXIT.
