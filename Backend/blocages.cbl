000100*****************************************************************
000200* PROGRAM-ID    : BLOCAGES-BANQUE                               *
000300* AUTHOR        : M. LEFEVRE - EQUIPE ETUDES BANCAIRES          *
000400* INSTALLATION  : EPIBANK                                       *
000500* DATE-WRITTEN  : 2026-10-15                                    *
000600*---------------------------------------------------------------*
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-15  ML  PROGRAMME INITIAL - ECHEANCE, PURGE ET ETAT  *
000900*                  QUOTIDIEN DES BLOCAGES DE FONDS.             *
001000*---------------------------------------------------------------*
001100* CE PROGRAMME RELIT BLOCAGES.TXT A LA DATE DE TRAITEMENT DU    *
001200* CYCLE ET REECRIT LE FICHIER DANS BLOCAGES.NEW.TXT (ECHANGE    *
001300* PAR LE SHELL EN FIN DE PAS, COMME POUR ORDRES.TXT) :          *
001400*   - UN BLOCAGE ACTIF DONT L'ECHEANCE EST DEPASSEE PASSE A     *
001500*     "E" (ECHU), EST EDITE ET N'EST PAS RECONDUIT ;            *
001600*   - UN BLOCAGE LEVE PAR MAINT-MASTER ("LB") OU DEJA ECHU EST  *
001700*     EDITE UNE DERNIERE FOIS ET N'EST PAS RECONDUIT ;          *
001800*   - UN BLOCAGE POSE CE JOUR EST EDITE ET RECONDUIT ;          *
001900*   - LES AUTRES BLOCAGES ACTIFS SONT RECONDUITS TELS QUELS.    *
002000* UNE LIGNE ILLISIBLE EST RECONDUITE SANS MODIFICATION ET       *
002100* SIGNALEE : ELLE RESTE VISIBLE POUR CORRECTION PAR L'AGENCE.   *
002200* L'ETAT (BLOCAGES-ETAT.TXT) SE TERMINE PAR LES TOTAUX POSES,   *
002300* LEVES, ECHUS ET ACTIFS, AVEC LE MONTANT ACTIF RESTANT BLOQUE. *
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.     BLOCAGES-BANQUE.
002700 AUTHOR.         M. LEFEVRE.
002800 INSTALLATION.   EPIBANK.
002900 DATE-WRITTEN.   2026-10-15.
003000 DATE-COMPILED.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FICHIER-BLOCAGES ASSIGN TO "../data/blocages.txt"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-BLOCAGES-STATUS.
003800
003900     SELECT FICHIER-BLOCAGES-NEW
004000         ASSIGN TO "../data/blocages.new.txt"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300     SELECT FICHIER-ETAT ASSIGN TO "../data/blocages-etat.txt"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600*---------------------------------------------------------------*
004700*    JOURNAL DES PASSAGES DU CYCLE (AJOUT SEUL), LU PAR          *
004800*    BILAN-CYCLE EN FIN DE CYCLE.                                *
004900*---------------------------------------------------------------*
005000     SELECT FICHIER-RUNCTL ASSIGN TO "../data/runjournal.txt"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RUNCTL-STATUS.
005300
005400*---------------------------------------------------------------*
005500*    DATE DE TRAITEMENT DU CYCLE (DATE METIER), TENUE PAR        *
005600*    CALENDRIER-BANQUE.                                          *
005700*---------------------------------------------------------------*
005800     SELECT FICHIER-DATECTL ASSIGN TO "../data/datetrt.ctl"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-DATECTL-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  FICHIER-BLOCAGES.
006500 01  LIGNE-BLOCAGE                PIC X(82).
006600
006700 FD  FICHIER-BLOCAGES-NEW.
006800 01  LIGNE-BLOCAGE-NEW            PIC X(82).
006900
007000 FD  FICHIER-ETAT.
007100 01  LIGNE-ETAT                   PIC X(100).
007200
007300 FD  FICHIER-RUNCTL.
007400 01  LIGNE-RUNCTL                 PIC X(72).
007500
007600 FD  FICHIER-DATECTL.
007700 01  LIGNE-DATECTL                PIC X(18).
007800
007900 WORKING-STORAGE SECTION.
008000*---------------------------------------------------------------*
008100*    ENREGISTREMENT DE PASSAGE POUR LE JOURNAL DU CYCLE.         *
008200*---------------------------------------------------------------*
008300     COPY "runctl.cpy".
008400
008500 01  WS-RUNCTL-STATUS            PIC X(02).
008600     88  WS-RUNCTL-OK                VALUE "00".
008700
008800 01  WS-HEURE-DEBUT              PIC 9(08)     VALUE ZERO.
008900
009000*---------------------------------------------------------------*
009100*    DATE DE TRAITEMENT DU CYCLE.                                *
009200*---------------------------------------------------------------*
009300     COPY "datectl.cpy".
009400
009500 01  WS-DATECTL-STATUS           PIC X(02).
009600     88  WS-DATECTL-OK               VALUE "00".
009700
009800*---------------------------------------------------------------*
009900*    VUE D'UN BLOCAGE DE FONDS.                                  *
010000*---------------------------------------------------------------*
010100     COPY "blocrec.cpy".
010200
010300 01  WS-BLOCAGES-STATUS          PIC X(02).
010400     88  WS-BLOCAGES-OK              VALUE "00".
010500
010600 01  WS-SWITCHES.
010700     05  WS-BLOCAGES-EOF         PIC X(01)     VALUE "N".
010800         88  WS-END-OF-BLOCAGES      VALUE "Y".
010900     05  WS-BLOCAGES-OUVERT-SW   PIC X(01)     VALUE "N".
011000         88  WS-BLOCAGES-OUVERT      VALUE "Y".
011100     05  WS-RECONDUIRE-SW        PIC X(01)     VALUE "Y".
011200         88  WS-RECONDUIRE           VALUE "Y".
011300
011400 01  WS-DATE-JOUR                PIC 9(08)     VALUE ZERO.
011500
011600 01  WS-COMPTEURS.
011700     05  WS-BLOCAGES-LUS         PIC 9(07)     VALUE ZERO.
011800     05  WS-BLOCAGES-ECRITS      PIC 9(07)     VALUE ZERO.
011900     05  WS-BLOCAGES-POSES       PIC 9(07)     VALUE ZERO.
012000     05  WS-BLOCAGES-LEVES       PIC 9(07)     VALUE ZERO.
012100     05  WS-BLOCAGES-ECHUS       PIC 9(07)     VALUE ZERO.
012200     05  WS-BLOCAGES-ACTIFS      PIC 9(07)     VALUE ZERO.
012300     05  WS-BLOCAGES-ILLISIBLES  PIC 9(07)     VALUE ZERO.
012400     05  WS-MONTANT-ACTIF        PIC 9(11)V99  VALUE ZERO.
012500
012600 01  WS-TOTAL-EDIT               PIC Z,ZZZ,ZZ9.
012700 01  WS-MONTANT-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012800
012900*---------------------------------------------------------------*
013000*    LIGNES D'EDITION DE L'ETAT.                                 *
013100*---------------------------------------------------------------*
013200 01  WS-LIGNE-TITRE.
013300     05  FILLER                  PIC X(31)
013400         VALUE "ETAT DES BLOCAGES DE FONDS DU ".
013500     05  TIT-DATE                PIC 9(08).
013600     05  FILLER                  PIC X(61)     VALUE SPACES.
013700
013800 01  WS-LIGNE-BLOCAGE-ETAT.
013900     05  ETA-COMPTE              PIC X(08).
014000     05  FILLER                  PIC X(02)     VALUE SPACES.
014100     05  ETA-REFERENCE           PIC X(10).
014200     05  FILLER                  PIC X(02)     VALUE SPACES.
014300     05  ETA-MONTANT             PIC ZZZ,ZZZ,ZZ9.99.
014400     05  FILLER                  PIC X(02)     VALUE SPACES.
014500     05  ETA-MOTIF               PIC X(20).
014600     05  FILLER                  PIC X(02)     VALUE SPACES.
014700     05  ETA-DEBUT               PIC 9(08).
014800     05  FILLER                  PIC X(02)     VALUE SPACES.
014900     05  ETA-FIN                 PIC 9(08).
015000     05  FILLER                  PIC X(02)     VALUE SPACES.
015100     05  ETA-EVENEMENT           PIC X(10).
015200     05  FILLER                  PIC X(10)     VALUE SPACES.
015300
015400 PROCEDURE DIVISION.
015500*****************************************************************
015600* 0000-MAINLINE                                                 *
015700*****************************************************************
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
016000     PERFORM 2000-TRAITER-BLOCAGE   THRU 2000-EXIT
016100         UNTIL WS-END-OF-BLOCAGES.
016200     PERFORM 9999-TERMINATE         THRU 9999-EXIT.
016300     STOP RUN.
016400
016500*****************************************************************
016600* 1000-INITIALIZE                                               *
016700*****************************************************************
016800 1000-INITIALIZE.
016900     ACCEPT WS-HEURE-DEBUT FROM TIME.
017000     PERFORM 9700-LIRE-DATE-TRT THRU 9700-EXIT.
017100     MOVE DT-DATE-TRAITEMENT TO WS-DATE-JOUR.
017200
017300     OPEN OUTPUT FICHIER-ETAT.
017400     MOVE WS-DATE-JOUR TO TIT-DATE.
017500     WRITE LIGNE-ETAT FROM WS-LIGNE-TITRE.
017600
017700     OPEN OUTPUT FICHIER-BLOCAGES-NEW.
017800
017900     OPEN INPUT FICHIER-BLOCAGES.
018000     IF NOT WS-BLOCAGES-OK
018100         DISPLAY "PAS DE FICHIER DE BLOCAGES - ETAT VIDE"
018200         MOVE "Y" TO WS-BLOCAGES-EOF
018300     ELSE
018400         MOVE "Y" TO WS-BLOCAGES-OUVERT-SW
018500         PERFORM 2100-LIRE-BLOCAGE THRU 2100-EXIT
018600     END-IF.
018700 1000-EXIT.
018800     EXIT.
018900
019000*****************************************************************
019100* 2000-TRAITER-BLOCAGE - ECHEANCE, EDITION ET RECONDUCTION D'UN  *
019200*    BLOCAGE. LA LIGNE EST RECOPIEE TELLE QUELLE SI ELLE EST     *
019300*    ILLISIBLE, REECRITE AU STATUT "E" SI ELLE ARRIVE A ECHEANCE *
019400*    (EDITEE MAIS NON RECONDUITE DANS CE CAS).                   *
019500*****************************************************************
019600 2000-TRAITER-BLOCAGE.
019700     MOVE "Y" TO WS-RECONDUIRE-SW.
019800
019900     IF BL-ACCOUNT-NUMBER NOT NUMERIC
020000         OR BL-MONTANT-X NOT NUMERIC
020100         OR BL-DATE-DEBUT NOT NUMERIC
020200         OR BL-DATE-FIN NOT NUMERIC
020300         OR NOT (BL-STATUT-ACTIF OR BL-STATUT-LEVE
020400                 OR BL-STATUT-ECHU)
020500         DISPLAY "LIGNE BLOCAGE ILLISIBLE RECONDUITE : "
020600                 LIGNE-BLOCAGE
020700         ADD 1 TO WS-BLOCAGES-ILLISIBLES
020800         WRITE LIGNE-BLOCAGE-NEW FROM LIGNE-BLOCAGE
020900         ADD 1 TO WS-BLOCAGES-ECRITS
021000         MOVE "N" TO WS-RECONDUIRE-SW
021100     ELSE
021300         EVALUATE TRUE
021400             WHEN BL-STATUT-ACTIF
021500              AND BL-DATE-FIN NOT = ZERO
021600              AND BL-DATE-FIN < WS-DATE-JOUR
021700                 MOVE "E"          TO BL-STATUT
021800                 MOVE WS-DATE-JOUR TO BL-DATE-LEVEE
021900                 MOVE "ECHU"       TO ETA-EVENEMENT
022000                 ADD 1 TO WS-BLOCAGES-ECHUS
022100                 MOVE "N" TO WS-RECONDUIRE-SW
022200                 PERFORM 2200-EDITER-BLOCAGE THRU 2200-EXIT
022300             WHEN BL-STATUT-LEVE
022400                 MOVE "LEVE"       TO ETA-EVENEMENT
022500                 ADD 1 TO WS-BLOCAGES-LEVES
022600                 MOVE "N" TO WS-RECONDUIRE-SW
022700                 PERFORM 2200-EDITER-BLOCAGE THRU 2200-EXIT
022800             WHEN BL-STATUT-ECHU
022900                 MOVE "ECHU"       TO ETA-EVENEMENT
023000                 ADD 1 TO WS-BLOCAGES-ECHUS
023100                 MOVE "N" TO WS-RECONDUIRE-SW
023200                 PERFORM 2200-EDITER-BLOCAGE THRU 2200-EXIT
023300             WHEN BL-DATE-POSE = WS-DATE-JOUR
023400                 MOVE "POSE"       TO ETA-EVENEMENT
023500                 ADD 1 TO WS-BLOCAGES-POSES
023600                 PERFORM 2200-EDITER-BLOCAGE THRU 2200-EXIT
023700             WHEN OTHER
023800                 CONTINUE
023900         END-EVALUATE
023950     END-IF.
024000
024100     IF WS-RECONDUIRE
024200         ADD 1 TO WS-BLOCAGES-ACTIFS
024300         ADD BL-MONTANT TO WS-MONTANT-ACTIF
024400         WRITE LIGNE-BLOCAGE-NEW FROM WS-BLOCAGE-RECORD
024500         ADD 1 TO WS-BLOCAGES-ECRITS
024600     END-IF.
024700
024900     PERFORM 2100-LIRE-BLOCAGE THRU 2100-EXIT.
025000 2000-EXIT.
025100     EXIT.
025200
025300 2100-LIRE-BLOCAGE.
025400     READ FICHIER-BLOCAGES INTO WS-BLOCAGE-RECORD
025500         AT END
025600             MOVE "Y" TO WS-BLOCAGES-EOF
025700         NOT AT END
025800             ADD 1 TO WS-BLOCAGES-LUS
025900     END-READ.
026000 2100-EXIT.
026100     EXIT.
026200
026300 2200-EDITER-BLOCAGE.
026400     MOVE BL-ACCOUNT-NUMBER TO ETA-COMPTE.
026500     MOVE BL-REFERENCE      TO ETA-REFERENCE.
026600     MOVE BL-MONTANT        TO ETA-MONTANT.
026700     MOVE BL-MOTIF          TO ETA-MOTIF.
026800     MOVE BL-DATE-DEBUT     TO ETA-DEBUT.
026900     MOVE BL-DATE-FIN       TO ETA-FIN.
027000     WRITE LIGNE-ETAT FROM WS-LIGNE-BLOCAGE-ETAT.
027100 2200-EXIT.
027200     EXIT.
027300
027400*****************************************************************
027500* 9999-TERMINATE - TOTAUX DE L'ETAT ET FERMETURES.               *
027600*****************************************************************
027700 9999-TERMINATE.
027800     MOVE SPACES TO LIGNE-ETAT.
027900     MOVE WS-BLOCAGES-POSES TO WS-TOTAL-EDIT.
028000     STRING "BLOCAGES POSES CE JOUR    : " WS-TOTAL-EDIT
028100         DELIMITED BY SIZE INTO LIGNE-ETAT
028200     END-STRING.
028300     WRITE LIGNE-ETAT.
028400
028500     MOVE SPACES TO LIGNE-ETAT.
028600     MOVE WS-BLOCAGES-LEVES TO WS-TOTAL-EDIT.
028700     STRING "BLOCAGES LEVES            : " WS-TOTAL-EDIT
028800         DELIMITED BY SIZE INTO LIGNE-ETAT
028900     END-STRING.
029000     WRITE LIGNE-ETAT.
029100
029200     MOVE SPACES TO LIGNE-ETAT.
029300     MOVE WS-BLOCAGES-ECHUS TO WS-TOTAL-EDIT.
029400     STRING "BLOCAGES ECHUS            : " WS-TOTAL-EDIT
029500         DELIMITED BY SIZE INTO LIGNE-ETAT
029600     END-STRING.
029700     WRITE LIGNE-ETAT.
029800
029900     MOVE SPACES TO LIGNE-ETAT.
030000     MOVE WS-BLOCAGES-ACTIFS TO WS-TOTAL-EDIT.
030100     MOVE WS-MONTANT-ACTIF   TO WS-MONTANT-EDIT.
030200     STRING "BLOCAGES ACTIFS RECONDUITS: " WS-TOTAL-EDIT
030300            "  MONTANT BLOQUE : " WS-MONTANT-EDIT
030400         DELIMITED BY SIZE INTO LIGNE-ETAT
030500     END-STRING.
030600     WRITE LIGNE-ETAT.
030700
030800     IF WS-BLOCAGES-ILLISIBLES > ZERO
030900         MOVE SPACES TO LIGNE-ETAT
031000         MOVE WS-BLOCAGES-ILLISIBLES TO WS-TOTAL-EDIT
031100         STRING "LIGNES ILLISIBLES         : " WS-TOTAL-EDIT
031200             DELIMITED BY SIZE INTO LIGNE-ETAT
031300         END-STRING
031400         WRITE LIGNE-ETAT
031500     END-IF.
031600
031700     IF WS-BLOCAGES-OUVERT
031800         CLOSE FICHIER-BLOCAGES
031900     END-IF.
032000     CLOSE FICHIER-BLOCAGES-NEW.
032100     CLOSE FICHIER-ETAT.
032200     DISPLAY "BLOCAGES LUS        : " WS-BLOCAGES-LUS.
032300     DISPLAY "BLOCAGES POSES      : " WS-BLOCAGES-POSES.
032400     DISPLAY "BLOCAGES LEVES      : " WS-BLOCAGES-LEVES.
032500     DISPLAY "BLOCAGES ECHUS      : " WS-BLOCAGES-ECHUS.
032600     DISPLAY "BLOCAGES ACTIFS     : " WS-BLOCAGES-ACTIFS.
032700
032800     PERFORM 9800-ECRIRE-RUN THRU 9800-EXIT.
032900 9999-EXIT.
033000     EXIT.
033100
033150*****************************************************************
033200* 9700-LIRE-DATE-TRT - DATE DE TRAITEMENT DU CYCLE, TENUE PAR    *
033300*    CALENDRIER-BANQUE DANS DATETRT.CTL. FICHIER ABSENT OU       *
033400*    ILLISIBLE : LA DATE SYSTEME EST RETENUE ET SIGNALEE.        *
033500*****************************************************************
033600 9700-LIRE-DATE-TRT.
033700     MOVE ZERO TO DT-DATE-TRAITEMENT.
033800     OPEN INPUT FICHIER-DATECTL.
033900     IF WS-DATECTL-OK
034000         READ FICHIER-DATECTL INTO WS-DATECTL-RECORD
034100             AT END
034200                 MOVE ZERO TO DT-DATE-TRAITEMENT
034300         END-READ
034400         CLOSE FICHIER-DATECTL
034500     END-IF.
034600     IF DT-DATE-TRAITEMENT NOT NUMERIC
034700         OR DT-DATE-TRAITEMENT = ZERO
034800         ACCEPT DT-DATE-TRAITEMENT FROM DATE YYYYMMDD
034900         DISPLAY "DATETRT.CTL ABSENT OU ILLISIBLE - DATE SYSTEME "
035000                 DT-DATE-TRAITEMENT
035100     END-IF.
035200 9700-EXIT.
035300     EXIT.
035400
035500*****************************************************************
035600* 9800-ECRIRE-RUN - ENREGISTREMENT DE PASSAGE DANS LE JOURNAL    *
035700*    DU CYCLE (AJOUT SEUL, CREE A LA PREMIERE EXECUTION).        *
035800*****************************************************************
035900 9800-ECRIRE-RUN.
036000     MOVE "BLOCAGES-BANQUE"
036100                              TO RUN-PROGRAM.
036200     MOVE DT-DATE-TRAITEMENT  TO RUN-DATE.
036300     MOVE WS-HEURE-DEBUT      TO RUN-HEURE-DEBUT.
036400     ACCEPT RUN-HEURE-FIN FROM TIME.
036500     MOVE WS-BLOCAGES-LUS      TO RUN-LIGNES-LUES.
036600     MOVE WS-BLOCAGES-ECRITS   TO RUN-LIGNES-ECRITES.
036700     MOVE WS-BLOCAGES-ILLISIBLES TO RUN-LIGNES-REJETEES.
036800     MOVE ZERO                 TO RUN-LIGNES-DIFFEREES.
036900     MOVE RETURN-CODE         TO RUN-RETURN-CODE.
037000     OPEN EXTEND FICHIER-RUNCTL.
037100     IF NOT WS-RUNCTL-OK
037200         OPEN OUTPUT FICHIER-RUNCTL
037300     END-IF.
037400     WRITE LIGNE-RUNCTL FROM WS-RUN-RECORD.
037500     CLOSE FICHIER-RUNCTL.
037600 9800-EXIT.
037700     EXIT.
